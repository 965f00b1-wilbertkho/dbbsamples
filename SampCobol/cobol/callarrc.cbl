       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    CALLARRC.                                         00000020
       AUTHOR.        IBM PROGRAMMER.                                   00000030
       INSTALLATION.  STL                                               00000040
       DATE-WRITTEN.  OCT 15, 2026.                                     00000050
       DATE-COMPILED.                                                   00000060
                                                                        00000070
      ******************************************************************00000080
      * PRODUCT.      Enterprise COBOL                                 *00000090
      *                                                                *00000100
      * FUNCTION.                                                      *00000110
      *   CALLARRC IS THE RECEIVABLES ROLL-FORWARD RECONCILIATION.  IT *00000120
      *   RUNS STRAIGHT AFTER THE CALLIVP1 BILLING STEP, BEFORE CASH,  *00000130
      *   ADJUSTMENT OR WRITE-OFF RUNS TOUCH CALLARN AGAIN, AND PROVES *00000140
      *   THAT THE LEDGER MOVED CORRECTLY:                             *00000150
      *        OPENING AR (CALLARO)                                    *00000160
      *      + BILLED CHARGES, TAXES AND FINANCE CHARGES (CALLGLAR     *00000170
      *        TYPES "R", "F"/"S"/"L" AND "I")                         *00000180
      *      - DISCOUNTS AND CREDITS (CALLGLAR TYPES "D" AND "C")      *00000190
      *      - PAYMENTS (CALLPAY)                                      *00000200
      *      = CLOSING AR (CALLARN)                                    *00000210
      *   EACH CUSTOMER IS ROLLED BUCKET BY BUCKET THE SAME WAY THE    *00000220
      *   BILLING RUN ROLLS IT -- PAYMENTS AND OPEN CREDIT PAY DOWN    *00000230
      *   THE OLDEST BUCKET FIRST, THE BUCKETS AGE ONE CYCLE, THE NEW  *00000240
      *   NET CHARGES AND THE FINANCE CHARGE BECOME CURRENT AND ANY    *00000250
      *   OVERPAYMENT IS CARRIED AS CREDIT -- AND THE EXPECTED         *00000260
      *   BUCKETS ARE COMPARED WITH THE CUSTOMER'S CALLARN ENTRY.      *00000270
      *   EVERY CUSTOMER WHOSE ROLL-FORWARD DOES NOT TIE IS LISTED ON  *00000280
      *   THE REPORT (CALLARRP), FOLLOWED BY THE ROLL-FORWARD FOR EACH *00000290
      *   BRANCH AND FOR THE WHOLE COMPANY, BUCKET BY BUCKET.          *00000300
      *                                                                *00000310
      *   A PAYMENT SENT IN UNDER A SITE OF A CORPORATE PARENT         *00000320
      *   ACCOUNT IS ROLLED UNDER THE PARENT, AS THE BILLING RUN       *00000330
      *   APPLIES IT, WHEN THE CUSTOMER MASTER (CALLCUST) SHOWS THE    *00000340
      *   PARENT STILL OPEN.  WITHOUT CALLCUST EVERY PAYMENT STAYS     *00000350
      *   UNDER THE NUMBER IT WAS SENT IN ON, WITH A WARNING.          *00000360
      *                                                                *00000370
      *   A PAYMENT ON AN ACCOUNT WRITTEN OFF AS BAD DEBT ("W" ON THE  *00000380
      *   WRITE-OFF HISTORY, CALLWOFH) IS A BAD-DEBT RECOVERY: THE     *00000390
      *   BILLING RUN POSTS IT TO THE GL FEED AS TYPE "B" AND LEAVES   *00000400
      *   THE LEDGER ALONE, SO IT IS LEFT OUT OF THE ROLL-FORWARD TOO. *00000410
      *   THE RECOVERIES FOUND ON CALLPAY ARE PROVED AGAINST THE "B"   *00000420
      *   RECORDS THE BILLING RUN WROTE.                               *00000430
      *                                                                *00000440
      *   A LEDGER ENTRY WHOSE CUSTOMER NUMBER IS NOT NUMERIC HAS NO   *00000450
      *   BRANCH; IT IS ROLLED UNDER ITS OWN "UNASSIGNED" BLOCK AHEAD  *00000460
      *   OF THE COMPANY TOTAL, WITH A WARNING.                        *00000470
      *                                                                *00000480
      *   GL RECORD TYPES THAT ARE NOT PART OF A BILLING RUN (RECYCLE, *00000490
      *   REVERSAL, ADJUSTMENT, CASH AND WRITE-OFF POSTINGS) ARE       *00000500
      *   COUNTED AND SHOWN, NOT ROLLED, AND RAISE A WARNING.          *00000510
      *                                                                *00000520
      *  EXPECTED MESSAGES.                                            *00000530
      *        **** START OF CALLARRC ****                             *00000540
      *        **** CALLARRC SUCCESSFUL ****                           *00000550
      *                   OR                                           *00000560
      *        **** START OF CALLARRC ****                             *00000570
      *        **** CALLARRC FAILED ****                               *00000580
      *                                                                *00000590
      *  RETURN CODES.                                                 *00000600
      *        0 - RECEIVABLES ROLL FORWARD IN BALANCE                 *00000610
      *        4 - IN BALANCE, WITH WARNINGS (E.G. GL RECORDS OUTSIDE  *00000620
      *            THE ROLL-FORWARD, NO CALLARO OR CALLPAY)            *00000630
      *        8 - RECEIVABLES OUT OF BALANCE                          *00000640
      *       12 - FILE PROBLEM                                        *00000650
      ******************************************************************00000660
      /                                                                 00000670
       ENVIRONMENT DIVISION.                                            00000680
       CONFIGURATION SECTION.                                           00000690
       SOURCE-COMPUTER.  IBM-390.                                       00000700
       OBJECT-COMPUTER.  IBM-390.                                       00000710
                                                                        00000720
       INPUT-OUTPUT SECTION.                                            00000730
       FILE-CONTROL.                                                    00000740
           SELECT AR-OLD-FILE        ASSIGN TO CALLARO                  00000750
               ORGANIZATION IS INDEXED                                  00000760
               ACCESS IS SEQUENTIAL                                     00000770
               RECORD KEY IS ARO-CUST-NUM                               00000780
               FILE STATUS IS WS-CALLARO-STATUS.                        00000790
                                                                        00000800
           SELECT AR-NEW-FILE        ASSIGN TO CALLARN                  00000810
               ORGANIZATION IS INDEXED                                  00000820
               ACCESS IS SEQUENTIAL                                     00000830
               RECORD KEY IS ARN-CUST-NUM                               00000840
               FILE STATUS IS WS-CALLARN-STATUS.                        00000850
                                                                        00000860
           SELECT GLAR-FILE          ASSIGN TO CALLGLAR                 00000870
               ORGANIZATION IS LINE SEQUENTIAL                          00000880
               FILE STATUS IS WS-GLAR-STATUS.                           00000890
                                                                        00000900
           SELECT PAYMENT-FILE       ASSIGN TO CALLPAY                  00000910
               ORGANIZATION IS LINE SEQUENTIAL                          00000920
               FILE STATUS IS WS-CALLPAY-STATUS.                        00000930
                                                                        00000940
           SELECT CUST-MASTER-FILE   ASSIGN TO CALLCUST                 00000950
               ORGANIZATION IS INDEXED                                  00000960
               ACCESS IS RANDOM                                         00000970
               RECORD KEY IS CM-CUST-NUM                                00000980
               FILE STATUS IS WS-CALLCUST-STATUS.                       00000990
                                                                        00001000
           SELECT WOFF-HIST-FILE     ASSIGN TO CALLWOFH                 00001010
               ORGANIZATION IS INDEXED                                  00001020
               ACCESS IS RANDOM                                         00001030
               RECORD KEY IS WF-CUST-NUM                                00001040
               FILE STATUS IS WS-CALLWOFH-STATUS.                       00001050
                                                                        00001060
           SELECT RECON-REPORT-FILE  ASSIGN TO CALLARRP                 00001070
               ORGANIZATION IS LINE SEQUENTIAL                          00001080
               FILE STATUS IS WS-CALLARRP-STATUS.                       00001090
                                                                        00001100
       DATA DIVISION.                                                   00001110
       FILE SECTION.                                                    00001120
                                                                        00001130
       FD  AR-OLD-FILE                                                  00001140
           LABEL RECORDS ARE STANDARD                                   00001150
           RECORD CONTAINS 54 CHARACTERS.                               00001160
       01  AR-OLD-REC.                                                  00001170
           05  ARO-CUST-NUM          PIC X(4).                          00001180
           05  ARO-BUCKET-CURR       PIC 9(8)V99.                       00001190
           05  ARO-BUCKET-30         PIC 9(8)V99.                       00001200
           05  ARO-BUCKET-60         PIC 9(8)V99.                       00001210
           05  ARO-BUCKET-90         PIC 9(8)V99.                       00001220
           05  ARO-CREDIT            PIC 9(8)V99.                       00001230
                                                                        00001240
       FD  AR-NEW-FILE                                                  00001250
           LABEL RECORDS ARE STANDARD                                   00001260
           RECORD CONTAINS 54 CHARACTERS.                               00001270
       01  AR-NEW-REC.                                                  00001280
           05  ARN-CUST-NUM          PIC X(4).                          00001290
           05  ARN-BUCKET-CURR       PIC 9(8)V99.                       00001300
           05  ARN-BUCKET-30         PIC 9(8)V99.                       00001310
           05  ARN-BUCKET-60         PIC 9(8)V99.                       00001320
           05  ARN-BUCKET-90         PIC 9(8)V99.                       00001330
           05  ARN-CREDIT            PIC 9(8)V99.                       00001340
                                                                        00001350
       FD  GLAR-FILE                                                    00001360
           LABEL RECORDS ARE STANDARD                                   00001370
           RECORD CONTAINS 42 CHARACTERS.                               00001380
       01  GLAR-REC.                                                    00001390
           05  GLAR-CUST-NUM         PIC X(4).                          00001400
           05  GLAR-CUST-NAME        PIC X(10).                         00001410
           05  GLAR-TOTAL-COST       PIC 9(6)V99.                       00001420
           05  GLAR-RUN-DATE         PIC 9(8).                          00001430
           05  GLAR-REC-TYPE         PIC X(1).                          00001440
           05  GLAR-FILLER           PIC X(11).                         00001450
                                                                        00001460
       FD  PAYMENT-FILE                                                 00001470
           LABEL RECORDS ARE STANDARD                                   00001480
           RECORD CONTAINS 20 CHARACTERS.                               00001490
       01  PAYMENT-REC.                                                 00001500
           05  PAY-CUST-NUM          PIC X(4).                          00001510
           05  PAY-DATE              PIC 9(8).                          00001520
           05  PAY-AMOUNT            PIC 9(6)V99.                       00001530
                                                                        00001540
       FD  CUST-MASTER-FILE                                             00001550
           LABEL RECORDS ARE STANDARD                                   00001560
           RECORD CONTAINS 120 CHARACTERS.                              00001570
       01  CUST-MASTER-REC.                                             00001580
           05  CM-CUST-NUM           PIC X(4).                          00001590
           05  CM-CUST-NAME          PIC X(25).                         00001600
           05  CM-ADDR-LINE1         PIC X(25).                         00001610
           05  CM-ADDR-LINE2         PIC X(25).                         00001620
           05  CM-ADDR-CITY          PIC X(15).                         00001630
           05  CM-ADDR-STATE         PIC X(2).                          00001640
           05  CM-ADDR-ZIP           PIC X(9).                          00001650
           05  CM-ACCT-STATUS        PIC X(1).                          00001660
           05  CM-RATE-PLAN          PIC 9(1).                          00001670
           05  CM-PLAN-EFF-DATE      PIC 9(8).                          00001680
           05  CM-PRIOR-PLAN         PIC 9(1).                          00001690
           05  CM-PARENT-NUM         PIC X(4).                          00001700
                                                                        00001710
      ****************************************************************  00001720
      *  WRITE-OFF HISTORY, MAINTAINED BY CALLWOFF.  ONLY "W" (STILL *  00001730
      *  WRITTEN OFF) MAKES A PAYMENT A RECOVERY; "R" IS AN ACCOUNT  *  00001740
      *  CALLCMNT HAS SINCE REINSTATED.                              *  00001750
      ****************************************************************  00001760
       FD  WOFF-HIST-FILE                                               00001770
           LABEL RECORDS ARE STANDARD                                   00001780
           RECORD CONTAINS 60 CHARACTERS.                               00001790
       01  WOFF-HIST-REC.                                               00001800
           05  WF-CUST-NUM           PIC X(4).                          00001810
           05  WF-STATUS             PIC X(1).                          00001820
               88  WOFF-PENDING                VALUE "P".               00001830
               88  WOFF-WRITTEN-OFF            VALUE "W".               00001840
               88  WOFF-REINSTATED             VALUE "R".               00001850
           05  WF-CYCLE-COUNT        PIC 9(2).                          00001860
           05  WF-LAST-CYCLE         PIC 9(6).                          00001870
           05  WF-WOFF-DATE          PIC 9(8).                          00001880
           05  WF-WOFF-AMOUNT        PIC 9(8)V99.                       00001890
           05  WF-RECOVERED          PIC 9(8)V99.                       00001900
           05  FILLER                PIC X(19).                         00001910
                                                                        00001920
       FD  RECON-REPORT-FILE                                            00001930
           LABEL RECORDS ARE STANDARD                                   00001940
           RECORD CONTAINS 132 CHARACTERS.                              00001950
       01  RECON-REPORT-LINE         PIC X(132).                        00001960
                                                                        00001970
       WORKING-STORAGE SECTION.                                         00001980
                                                                        00001990
       01  WS-VARIABLES.                                                00002000
           05  WS-RUN-DATE               PIC 9(8).                      00002010
           05  WS-CUST-SUB               PIC 9(5)      VALUE 0.         00002020
           05  WS-BR-SUB                 PIC 9(3)      VALUE 0.         00002030
           05  WS-BKT-SUB                PIC 9(1)      VALUE 0.         00002040
           05  WS-ACT-SUB                PIC 9(1)      VALUE 0.         00002050
           05  WS-PAY-REM                PIC S9(9)V99  VALUE 0.         00002060
           05  WS-NEW-CHARGES            PIC S9(9)V99  VALUE 0.         00002070
           05  WS-ACTIVITY-NET           PIC S9(9)V99  VALUE 0.         00002080
           05  WS-OPEN-NET               PIC S9(9)V99  VALUE 0.         00002090
           05  WS-EXP-NET                PIC S9(9)V99  VALUE 0.         00002100
           05  WS-CLOSE-NET              PIC S9(9)V99  VALUE 0.         00002110
           05  WS-BUCKETS-OFF            PIC X(20)     VALUE SPACES.    00002120
           05  WS-BKT-PTR                PIC 9(2)      VALUE 0.         00002130
                                                                        00002140
       01  WS-FILE-STATUSES.                                            00002150
           05  WS-CALLARO-STATUS         PIC X(2)      VALUE SPACES.    00002160
           05  WS-CALLARN-STATUS         PIC X(2)      VALUE SPACES.    00002170
           05  WS-GLAR-STATUS            PIC X(2)      VALUE SPACES.    00002180
           05  WS-CALLPAY-STATUS         PIC X(2)      VALUE SPACES.    00002190
           05  WS-CALLCUST-STATUS        PIC X(2)      VALUE SPACES.    00002200
           05  WS-CALLWOFH-STATUS        PIC X(2)      VALUE SPACES.    00002210
           05  WS-CALLARRP-STATUS        PIC X(2)      VALUE SPACES.    00002220
                                                                        00002230
       01  WS-SWITCHES.                                                 00002240
           05  WS-ARO-EOF-SW             PIC X         VALUE "N".       00002250
               88  END-OF-ARO-FILE                     VALUE "Y".       00002260
           05  WS-ARN-EOF-SW             PIC X         VALUE "N".       00002270
               88  END-OF-ARN-FILE                     VALUE "Y".       00002280
           05  WS-GLAR-EOF-SW            PIC X         VALUE "N".       00002290
               88  END-OF-GLAR-FILE                    VALUE "Y".       00002300
           05  WS-PAY-EOF-SW             PIC X         VALUE "N".       00002310
               88  END-OF-PAY-FILE                     VALUE "Y".       00002320
           05  WS-ARO-OPEN-SW            PIC X         VALUE "N".       00002330
               88  ARO-FILE-OPEN                       VALUE "Y".       00002340
           05  WS-PAY-OPEN-SW            PIC X         VALUE "N".       00002350
               88  PAY-FILE-OPEN                       VALUE "Y".       00002360
           05  WS-CM-OPEN-SW             PIC X         VALUE "N".       00002370
               88  CUST-MASTER-OPEN                    VALUE "Y".       00002380
           05  WS-WOFH-OPEN-SW           PIC X         VALUE "N".       00002390
               88  WOFF-HIST-OPEN                      VALUE "Y".       00002400
           05  WS-CUST-TIE-SW            PIC X         VALUE "Y".       00002410
               88  CUST-TIES                           VALUE "Y".       00002420
           05  WS-BALANCE-SW             PIC X         VALUE "Y".       00002430
               88  AR-IN-BALANCE                       VALUE "Y".       00002440
               88  AR-OUT-OF-BALANCE                   VALUE "N".       00002450
           05  TEST-STATUS               PIC X         VALUE "Y".       00002460
           05  WS-WARN-SW                PIC X         VALUE "N".       00002470
               88  RUN-HAS-WARNING                     VALUE "Y".       00002480
                                                                        00002490
       01  WS-COUNTERS.                                                 00002500
           05  WS-GLAR-READ-COUNT        PIC 9(7)      VALUE 0.         00002510
           05  WS-PAY-READ-COUNT         PIC 9(7)      VALUE 0.         00002520
           05  WS-OTHER-GL-COUNT         PIC 9(7)      VALUE 0.         00002530
           05  WS-OTHER-GL-AMOUNT        PIC 9(9)V99   VALUE 0.         00002540
           05  WS-UNKEYED-COUNT          PIC 9(7)      VALUE 0.         00002550
           05  WS-UNKEYED-AMOUNT         PIC 9(9)V99   VALUE 0.         00002560
           05  WS-PAY-RECOV-COUNT        PIC 9(7)      VALUE 0.         00002570
           05  WS-PAY-RECOV-AMOUNT       PIC 9(9)V99   VALUE 0.         00002580
           05  WS-GL-RECOV-COUNT         PIC 9(7)      VALUE 0.         00002590
           05  WS-GL-RECOV-AMOUNT        PIC 9(9)V99   VALUE 0.         00002600
           05  WS-RETURN-CODE            PIC 9(4)      VALUE 0.         00002610
                                                                        00002620
      ****************************************************************  00002630
      *  THE CUSTOMER KEY BEING RECONCILED.  THE BRANCH IS THE FIRST *  00002640
      *  TWO DIGITS OF THE CUSTOMER NUMBER, AS EVERYWHERE ELSE IN    *  00002650
      *  THE SYSTEM.                                                 *  00002660
      ****************************************************************  00002670
       01  WS-MATCH-AREA.                                               00002680
           05  WS-MATCH-KEY              PIC X(4)      VALUE SPACES.    00002690
           05  FILLER REDEFINES WS-MATCH-KEY.                           00002700
               10  WS-MATCH-BRANCH       PIC 9(2).                      00002710
               10  FILLER                PIC X(2).                      00002720
           05  WS-MATCH-NUM REDEFINES WS-MATCH-KEY                      00002730
                                         PIC 9(4).                      00002740
           05  WS-ARO-KEY                PIC X(4)      VALUE SPACES.    00002750
           05  WS-ARN-KEY                PIC X(4)      VALUE SPACES.    00002760
           05  WS-SWEEP-NUM              PIC 9(4)      VALUE 0.         00002770
                                                                        00002780
      ****************************************************************  00002790
      *  ONE CUSTOMER'S BUCKETS: SLOT 1 CURRENT, 2 30 DAY, 3 60 DAY, *  00002800
      *  4 90+ DAY, 5 OPEN CREDIT.  OPENING FROM CALLARO, EXPECTED   *  00002810
      *  FROM THE ROLL-FORWARD, CLOSING FROM CALLARN.                *  00002820
      ****************************************************************  00002830
       01  WS-CUST-BUCKETS.                                             00002840
           05  WS-OPEN-BKT               PIC S9(9)V99  OCCURS 5 TIMES.  00002850
           05  WS-EXP-BKT                PIC S9(9)V99  OCCURS 5 TIMES.  00002860
           05  WS-CLOSE-BKT              PIC S9(9)V99  OCCURS 5 TIMES.  00002870
                                                                        00002880
       01  WS-BUCKET-NAME-VALUES.                                       00002890
           05  FILLER                    PIC X(4)      VALUE "CUR ".    00002900
           05  FILLER                    PIC X(4)      VALUE "30  ".    00002910
           05  FILLER                    PIC X(4)      VALUE "60  ".    00002920
           05  FILLER                    PIC X(4)      VALUE "90  ".    00002930
           05  FILLER                    PIC X(4)      VALUE "CR  ".    00002940
       01  WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAME-VALUES.        00002950
           05  WS-BUCKET-NAME            PIC X(4)  OCCURS 5 TIMES.      00002960
                                                                        00002970
      ****************************************************************  00002980
      *  THIS CYCLE'S ACTIVITY BY CUSTOMER, LOADED FROM CALLGLAR AND *  00002990
      *  CALLPAY AND SUBSCRIPTED BY CUSTOMER NUMBER + 1.  SLOTS: 1   *  00003000
      *  BILLED CHARGES, 2 TAXES, 3 FINANCE CHARGES, 4 DISCOUNTS, 5  *  00003010
      *  CREDITS, 6 PAYMENTS.  CA-ACT-SW IS "A" WHEN THE CUSTOMER    *  00003020
      *  HAS ACTIVITY AND "S" ONCE THE LEDGER MATCH HAS SEEN IT, SO  *  00003030
      *  ACTIVITY FOR A CUSTOMER ON NEITHER LEDGER IS STILL ROLLED.  *  00003040
      ****************************************************************  00003050
       01  CA-CUST-ACTIVITY-AREA.                                       00003060
           05  CA-CUST-ENTRY OCCURS 10000 TIMES.                        00003070
               10  CA-ACT-SW             PIC X(1).                      00003080
                   88  CA-HAS-ACTIVITY                 VALUE "A".       00003090
               10  CA-AMOUNT             PIC S9(9)V99  OCCURS 6 TIMES.  00003100
                                                                        00003110
      ****************************************************************  00003120
      *  ROLL-FORWARD TOTALS BY BRANCH (BRANCH + 1), FOR THE WHOLE   *  00003130
      *  COMPANY (ENTRY 101), AND FOR LEDGER ENTRIES WITH NO BRANCH  *  00003140
      *  (NON-NUMERIC CUSTOMER NUMBER, ENTRY 102).  BUCKET SLOTS AND *  00003150
      *  ACTIVITY SLOTS ARE NUMBERED AS ABOVE.                       *  00003160
      ****************************************************************  00003170
       01  BT-BRANCH-TOTAL-AREA.                                        00003180
           05  BT-BRANCH-ENTRY OCCURS 102 TIMES.                        00003190
               10  BT-CUST-COUNT         PIC 9(6).                      00003200
               10  BT-OFF-COUNT          PIC 9(6).                      00003210
               10  BT-OPEN-BKT           PIC S9(11)V99 OCCURS 5 TIMES.  00003220
               10  BT-EXP-BKT            PIC S9(11)V99 OCCURS 5 TIMES.  00003230
               10  BT-CLOSE-BKT          PIC S9(11)V99 OCCURS 5 TIMES.  00003240
               10  BT-ACT                PIC S9(11)V99 OCCURS 6 TIMES.  00003250
                                                                        00003260
       01  WS-BT-NETS.                                                  00003270
           05  WS-BT-OPEN-NET            PIC S9(11)V99 VALUE 0.         00003280
           05  WS-BT-EXP-NET             PIC S9(11)V99 VALUE 0.         00003290
           05  WS-BT-CLOSE-NET           PIC S9(11)V99 VALUE 0.         00003300
                                                                        00003310
       01  WS-RECON-HEADER-LINE.                                        00003320
           05  FILLER                    PIC X(45)                      00003330
                 VALUE "CALLARRC RECEIVABLES ROLL-FORWARD RECON - RUN". 00003340
           05  FILLER                    PIC X(1)  VALUE SPACE.         00003350
           05  RH-RUN-DATE               PIC 9(8).                      00003360
           05  FILLER                    PIC X(78) VALUE SPACES.        00003370
                                                                        00003380
       01  WS-EXC-TITLE-LINE.                                           00003390
           05  FILLER                    PIC X(42)                      00003400
                 VALUE "CUSTOMERS WHOSE ROLL-FORWARD DOES NOT TIE:".    00003410
           05  FILLER                    PIC X(90) VALUE SPACES.        00003420
                                                                        00003430
       01  WS-EXC-COL-LINE.                                             00003440
           05  FILLER                    PIC X(44)  VALUE               00003450
                 "CUST          OPENING          ACTIVITY     ".        00003460
           05  FILLER                    PIC X(31)  VALUE               00003470
                 "     EXPECTED           CLOSING".                     00003480
           05  FILLER                    PIC X(31)  VALUE               00003490
                 "        DIFFERENCE  BUCKETS OFF".                     00003500
           05  FILLER                    PIC X(26) VALUE SPACES.        00003510
                                                                        00003520
       01  WS-EXC-DETAIL-LINE.                                          00003530
           05  ED-CUST-NUM               PIC X(4).                      00003540
           05  FILLER                    PIC X(2)  VALUE SPACES.        00003550
           05  ED-OPENING                PIC -ZZZ,ZZZ,ZZ9.99.           00003560
           05  FILLER                    PIC X(3)  VALUE SPACES.        00003570
           05  ED-ACTIVITY               PIC -ZZZ,ZZZ,ZZ9.99.           00003580
           05  FILLER                    PIC X(3)  VALUE SPACES.        00003590
           05  ED-EXPECTED               PIC -ZZZ,ZZZ,ZZ9.99.           00003600
           05  FILLER                    PIC X(3)  VALUE SPACES.        00003610
           05  ED-CLOSING                PIC -ZZZ,ZZZ,ZZ9.99.           00003620
           05  FILLER                    PIC X(3)  VALUE SPACES.        00003630
           05  ED-DIFFERENCE             PIC -ZZZ,ZZZ,ZZ9.99.           00003640
           05  FILLER                    PIC X(2)  VALUE SPACES.        00003650
           05  ED-BUCKETS-OFF            PIC X(20).                     00003660
           05  FILLER                    PIC X(17) VALUE SPACES.        00003670
                                                                        00003680
       01  WS-BRANCH-TITLE-LINE.                                        00003690
           05  BH-TITLE                  PIC X(14).                     00003700
           05  BH-BRANCH                 PIC X(2).                      00003710
           05  FILLER                    PIC X(13)                      00003720
                 VALUE "   CUSTOMERS ".                                 00003730
           05  BH-CUST-COUNT             PIC ZZZ,ZZ9.                   00003740
           05  FILLER                    PIC X(12)                      00003750
                 VALUE "   NOT TIED ".                                  00003760
           05  BH-OFF-COUNT              PIC ZZZ,ZZ9.                   00003770
           05  FILLER                    PIC X(77) VALUE SPACES.        00003780
                                                                        00003790
       01  WS-BUCKET-COL-LINE.                                          00003800
           05  FILLER                    PIC X(18) VALUE SPACES.        00003810
           05  FILLER                    PIC X(19)                      00003820
                 VALUE "            CURRENT".                           00003830
           05  FILLER                    PIC X(19)                      00003840
                 VALUE "             30 DAY".                           00003850
           05  FILLER                    PIC X(19)                      00003860
                 VALUE "             60 DAY".                           00003870
           05  FILLER                    PIC X(19)                      00003880
                 VALUE "            90+ DAY".                           00003890
           05  FILLER                    PIC X(19)                      00003900
                 VALUE "             CREDIT".                           00003910
           05  FILLER                    PIC X(19)                      00003920
                 VALUE "                NET".                           00003930
                                                                        00003940
       01  WS-BUCKET-LINE.                                              00003950
           05  BL-LABEL                  PIC X(18).                     00003960
           05  BL-COLUMN OCCURS 6 TIMES.                                00003970
               10  FILLER                PIC X(1).                      00003980
               10  BL-AMOUNT             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.        00003990
                                                                        00004000
       01  WS-ROLL-LINE.                                                00004010
           05  FILLER                    PIC X(2)  VALUE SPACES.        00004020
           05  RL-LABEL                  PIC X(26).                     00004030
           05  RL-AMOUNT                 PIC -ZZ,ZZZ,ZZZ,ZZ9.99.        00004040
           05  FILLER                    PIC X(2)  VALUE SPACES.        00004050
           05  RL-FLAG                   PIC X(20).                     00004060
           05  FILLER                    PIC X(64) VALUE SPACES.        00004070
                                                                        00004080
       01  WS-RECOV-LINE.                                               00004090
           05  FILLER                    PIC X(2)  VALUE SPACES.        00004100
           05  RV-LABEL                  PIC X(30).                     00004110
           05  RV-COUNT                  PIC Z,ZZZ,ZZ9.                 00004120
           05  FILLER                    PIC X(2)  VALUE SPACES.        00004130
           05  RV-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99.            00004140
           05  FILLER                    PIC X(2)  VALUE SPACES.        00004150
           05  RV-FLAG                   PIC X(20).                     00004160
           05  FILLER                    PIC X(53) VALUE SPACES.        00004170
                                                                        00004180
       01  WS-RECON-TOTAL-LINE.                                         00004190
           05  RT-LABEL                  PIC X(32).                     00004200
           05  RT-COUNT                  PIC Z,ZZZ,ZZ9.                 00004210
           05  FILLER                    PIC X(2)  VALUE SPACES.        00004220
           05  RT-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99.            00004230
           05  FILLER                    PIC X(75) VALUE SPACES.        00004240
                                                                        00004250
      ****************************************************************  00004260
      *                  PROCEDURE DIVISION                          *  00004270
      ****************************************************************  00004280
                                                                        00004290
       PROCEDURE DIVISION.                                              00004300
                                                                        00004310
      *                                                                 00004320
       A000-MAIN-DRIVER.                                                00004330
      *                                                                 00004340
           DISPLAY "***** START OF CALLARRC *****".                     00004350
                                                                        00004360
           PERFORM A010-INITIALIZE.                                     00004370
           IF TEST-STATUS = "Y"                                         00004380
             PERFORM B100-LOAD-GL-ACTIVITY                              00004390
             PERFORM B110-LOAD-PAYMENTS                                 00004400
             PERFORM B200-RECONCILE-LEDGER                              00004410
             PERFORM B300-WRITE-ROLL-FORWARD                            00004420
           END-IF.                                                      00004430
           PERFORM A900-FINALIZE.                                       00004440
                                                                        00004450
           IF TEST-STATUS = "Y"                                         00004460
             DISPLAY "***** CALLARRC SUCCESSFUL *****"                  00004470
           ELSE                                                         00004480
             DISPLAY "+++++ CALLARRC FAILED +++++".                     00004490
           MOVE WS-RETURN-CODE TO RETURN-CODE.                          00004500
           STOP RUN.                                                    00004510
                                                                        00004520
      *                                                                 00004530
       A010-INITIALIZE.                                                 00004540
      *                                                                 00004550
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00004560
           INITIALIZE CA-CUST-ACTIVITY-AREA.                            00004570
           INITIALIZE BT-BRANCH-TOTAL-AREA.                             00004580
      *    NO CALLARO IS A FIRST CYCLE -- EVERY OPENING BALANCE IS      00004590
      *    ZERO, AS IN THE BILLING RUN.                                 00004600
           OPEN INPUT AR-OLD-FILE.                                      00004610
           IF WS-CALLARO-STATUS = "00"                                  00004620
             SET ARO-FILE-OPEN TO TRUE                                  00004630
           ELSE                                                         00004640
             IF WS-CALLARO-STATUS NOT = "35"                            00004650
               DISPLAY "+++ UNABLE TO OPEN CALLARO - STATUS "           00004660
                       WS-CALLARO-STATUS " +++"                         00004670
               MOVE "N" TO TEST-STATUS                                  00004680
             ELSE                                                       00004690
               DISPLAY "+++ NO CALLARO - OPENING AR TAKEN AS ZERO +++"  00004700
               SET RUN-HAS-WARNING TO TRUE                              00004710
             END-IF                                                     00004720
           END-IF.                                                      00004730
           OPEN INPUT AR-NEW-FILE.                                      00004740
           IF WS-CALLARN-STATUS NOT = "00"                              00004750
             DISPLAY "+++ UNABLE TO OPEN CALLARN - STATUS "             00004760
                     WS-CALLARN-STATUS " +++"                           00004770
             MOVE "N" TO TEST-STATUS                                    00004780
           END-IF.                                                      00004790
           OPEN INPUT GLAR-FILE.                                        00004800
           IF WS-GLAR-STATUS NOT = "00"                                 00004810
             DISPLAY "+++ UNABLE TO OPEN CALLGLAR - STATUS "            00004820
                     WS-GLAR-STATUS " +++"                              00004830
             MOVE "N" TO TEST-STATUS                                    00004840
           END-IF.                                                      00004850
      *    CALLPAY IS OPTIONAL, AS IT IS TO THE BILLING RUN.            00004860
           OPEN INPUT PAYMENT-FILE.                                     00004870
           IF WS-CALLPAY-STATUS = "00"                                  00004880
             SET PAY-FILE-OPEN TO TRUE                                  00004890
           ELSE                                                         00004900
             IF WS-CALLPAY-STATUS NOT = "35"                            00004910
               DISPLAY "+++ UNABLE TO OPEN CALLPAY - STATUS "           00004920
                       WS-CALLPAY-STATUS " +++"                         00004930
               MOVE "N" TO TEST-STATUS                                  00004940
             ELSE                                                       00004950
               DISPLAY "+++ NO CALLPAY - NO PAYMENTS THIS CYCLE +++"    00004960
               SET RUN-HAS-WARNING TO TRUE                              00004970
             END-IF                                                     00004980
           END-IF.                                                      00004990
      *    CALLCUST IS ONLY NEEDED TO FIND SITE PAYMENTS' PARENTS.      00005000
           OPEN INPUT CUST-MASTER-FILE.                                 00005010
           IF WS-CALLCUST-STATUS = "00"                                 00005020
             SET CUST-MASTER-OPEN TO TRUE                               00005030
           ELSE                                                         00005040
             DISPLAY "+++ CALLCUST UNAVAILABLE - STATUS "               00005050
                     WS-CALLCUST-STATUS                                 00005060
                     " - PAYMENTS NOT MAPPED TO PARENTS +++"            00005070
             SET RUN-HAS-WARNING TO TRUE                                00005080
           END-IF.                                                      00005090
      *    NO CALLWOFH MEANS NOTHING HAS EVER BEEN WRITTEN OFF.         00005100
           OPEN INPUT WOFF-HIST-FILE.                                   00005110
           IF WS-CALLWOFH-STATUS = "00"                                 00005120
             SET WOFF-HIST-OPEN TO TRUE                                 00005130
           ELSE                                                         00005140
             IF WS-CALLWOFH-STATUS NOT = "35"                           00005150
               DISPLAY "+++ UNABLE TO OPEN CALLWOFH - STATUS "          00005160
                       WS-CALLWOFH-STATUS " +++"                        00005170
               MOVE "N" TO TEST-STATUS                                  00005180
             END-IF                                                     00005190
           END-IF.                                                      00005200
           OPEN OUTPUT RECON-REPORT-FILE.                               00005210
           IF WS-CALLARRP-STATUS NOT = "00"                             00005220
             DISPLAY "+++ UNABLE TO OPEN CALLARRP - STATUS "            00005230
                     WS-CALLARRP-STATUS " +++"                          00005240
             MOVE "N" TO TEST-STATUS                                    00005250
           ELSE                                                         00005260
             MOVE WS-RUN-DATE TO RH-RUN-DATE                            00005270
             WRITE RECON-REPORT-LINE FROM WS-RECON-HEADER-LINE          00005280
             MOVE SPACES TO RECON-REPORT-LINE                           00005290
             WRITE RECON-REPORT-LINE                                    00005300
             WRITE RECON-REPORT-LINE FROM WS-EXC-TITLE-LINE             00005310
             WRITE RECON-REPORT-LINE FROM WS-EXC-COL-LINE               00005320
           END-IF.                                                      00005330
                                                                        00005340
      ****************************************************************  00005350
      *  B100-LOAD-GL-ACTIVITY POSTS EVERY CALLGLAR RECORD OF THE    *  00005360
      *  BILLING RUN TO ITS CUSTOMER'S ACTIVITY SLOT.  THE BAD-DEBT  *  00005370
      *  RECOVERIES THE BILLING RUN POSTED FROM CALLPAY ("B" WITH    *  00005380
      *  "P" IN BYTE 1 OF THE FILLER) ARE TOTALLED FOR THE RECOVERY  *  00005390
      *  PROOF.  ANY OTHER RECORD TYPE IS COUNTED AND LEFT OUT OF    *  00005400
      *  THE ROLL-FORWARD.                                           *  00005410
      ****************************************************************  00005420
      *                                                                 00005430
       B100-LOAD-GL-ACTIVITY.                                           00005440
      *                                                                 00005450
           PERFORM B105-READ-GLAR.                                      00005460
           PERFORM UNTIL END-OF-GLAR-FILE                               00005470
             ADD 1 TO WS-GLAR-READ-COUNT                                00005480
             EVALUATE GLAR-REC-TYPE                                     00005490
               WHEN "R"                                                 00005500
                 MOVE 1 TO WS-ACT-SUB                                   00005510
               WHEN "F"                                                 00005520
               WHEN "S"                                                 00005530
               WHEN "L"                                                 00005540
                 MOVE 2 TO WS-ACT-SUB                                   00005550
               WHEN "I"                                                 00005560
                 MOVE 3 TO WS-ACT-SUB                                   00005570
               WHEN "D"                                                 00005580
                 MOVE 4 TO WS-ACT-SUB                                   00005590
               WHEN "C"                                                 00005600
                 MOVE 5 TO WS-ACT-SUB                                   00005610
               WHEN "B"                                                 00005620
                 MOVE 0 TO WS-ACT-SUB                                   00005630
                 IF GLAR-FILLER(1:1) = "P"                              00005640
                   ADD 1 TO WS-GL-RECOV-COUNT                           00005650
                   ADD GLAR-TOTAL-COST TO WS-GL-RECOV-AMOUNT            00005660
                 ELSE                                                   00005670
                   ADD 1 TO WS-OTHER-GL-COUNT                           00005680
                   ADD GLAR-TOTAL-COST TO WS-OTHER-GL-AMOUNT            00005690
                   SET RUN-HAS-WARNING TO TRUE                          00005700
                 END-IF                                                 00005710
               WHEN OTHER                                               00005720
                 MOVE 0 TO WS-ACT-SUB                                   00005730
                 ADD 1 TO WS-OTHER-GL-COUNT                             00005740
                 ADD GLAR-TOTAL-COST TO WS-OTHER-GL-AMOUNT              00005750
                 SET RUN-HAS-WARNING TO TRUE                            00005760
             END-EVALUATE                                               00005770
             IF WS-ACT-SUB > 0                                          00005780
               IF GLAR-CUST-NUM NUMERIC                                 00005790
                 MOVE GLAR-CUST-NUM TO WS-MATCH-KEY                     00005800
                 COMPUTE WS-CUST-SUB = WS-MATCH-NUM + 1                 00005810
                 ADD GLAR-TOTAL-COST TO CA-AMOUNT(WS-CUST-SUB,          00005820
                                                  WS-ACT-SUB)           00005830
                 MOVE "A" TO CA-ACT-SW(WS-CUST-SUB)                     00005840
               ELSE                                                     00005850
                 ADD 1 TO WS-UNKEYED-COUNT                              00005860
                 ADD GLAR-TOTAL-COST TO WS-UNKEYED-AMOUNT               00005870
                 SET RUN-HAS-WARNING TO TRUE                            00005880
               END-IF                                                   00005890
             END-IF                                                     00005900
             PERFORM B105-READ-GLAR                                     00005910
           END-PERFORM.                                                 00005920
                                                                        00005930
      *                                                                 00005940
       B105-READ-GLAR.                                                  00005950
      *                                                                 00005960
           READ GLAR-FILE                                               00005970
             AT END SET END-OF-GLAR-FILE TO TRUE                        00005980
           END-READ.                                                    00005990
                                                                        00006000
      ****************************************************************  00006010
      *  B110-LOAD-PAYMENTS POSTS CALLPAY TO THE PAYMENT SLOT OF THE *  00006020
      *  CUSTOMER THE BILLING RUN APPLIES IT TO.  A PAYMENT ON A     *  00006030
      *  WRITTEN-OFF ACCOUNT IS A RECOVERY, NOT A PAYMENT: IT IS     *  00006040
      *  TOTALLED FOR THE RECOVERY PROOF INSTEAD.                    *  00006050
      ****************************************************************  00006060
      *                                                                 00006070
       B110-LOAD-PAYMENTS.                                              00006080
      *                                                                 00006090
           IF PAY-FILE-OPEN                                             00006100
             PERFORM B115-READ-PAY                                      00006110
             PERFORM UNTIL END-OF-PAY-FILE                              00006120
               ADD 1 TO WS-PAY-READ-COUNT                               00006130
               IF PAY-CUST-NUM NUMERIC                                  00006140
                 MOVE PAY-CUST-NUM TO WS-MATCH-KEY                      00006150
                 IF CUST-MASTER-OPEN                                    00006160
                   PERFORM B112-MAP-PAY-TO-PARENT                       00006170
                 END-IF                                                 00006180
                 MOVE SPACE TO WF-STATUS                                00006190
                 IF WOFF-HIST-OPEN                                      00006200
                   MOVE WS-MATCH-KEY TO WF-CUST-NUM                     00006210
                   READ WOFF-HIST-FILE                                  00006220
                     INVALID KEY                                        00006230
                       MOVE SPACE TO WF-STATUS                          00006240
                   END-READ                                             00006250
                 END-IF                                                 00006260
                 IF WOFF-WRITTEN-OFF                                    00006270
                   ADD 1 TO WS-PAY-RECOV-COUNT                          00006280
                   ADD PAY-AMOUNT TO WS-PAY-RECOV-AMOUNT                00006290
                 ELSE                                                   00006300
                   COMPUTE WS-CUST-SUB = WS-MATCH-NUM + 1               00006310
                   ADD PAY-AMOUNT TO CA-AMOUNT(WS-CUST-SUB, 6)          00006320
                   MOVE "A" TO CA-ACT-SW(WS-CUST-SUB)                   00006330
                 END-IF                                                 00006340
               ELSE                                                     00006350
                 ADD 1 TO WS-UNKEYED-COUNT                              00006360
                 ADD PAY-AMOUNT TO WS-UNKEYED-AMOUNT                    00006370
                 SET RUN-HAS-WARNING TO TRUE                            00006380
               END-IF                                                   00006390
               PERFORM B115-READ-PAY                                    00006400
             END-PERFORM                                                00006410
           END-IF.                                                      00006420
                                                                        00006430
      ****************************************************************  00006440
      *  B112-MAP-PAY-TO-PARENT MOVES A SITE'S PAYMENT TO ITS PARENT *  00006450
      *  WHEN THE PARENT IS STILL AN OPEN PARENT ACCOUNT -- THE SAME *  00006460
      *  TEST THE BILLING RUN USES WHEN IT APPLIES CALLPAY.          *  00006470
      ****************************************************************  00006480
      *                                                                 00006490
       B112-MAP-PAY-TO-PARENT.                                          00006500
      *                                                                 00006510
           MOVE PAY-CUST-NUM TO CM-CUST-NUM.                            00006520
           READ CUST-MASTER-FILE                                        00006530
             INVALID KEY                                                00006540
               MOVE SPACES TO CM-PARENT-NUM                             00006550
           END-READ.                                                    00006560
           IF CM-PARENT-NUM NUMERIC                                     00006570
              AND CM-PARENT-NUM NOT = PAY-CUST-NUM                      00006580
             MOVE CM-PARENT-NUM TO CM-CUST-NUM                          00006590
             READ CUST-MASTER-FILE                                      00006600
               INVALID KEY                                              00006610
                 MOVE SPACES TO CM-PARENT-NUM                           00006620
             END-READ                                                   00006630
             IF CM-PARENT-NUM = CM-CUST-NUM                             00006640
                AND (CM-ACCT-STATUS = "A" OR CM-ACCT-STATUS = "S")      00006650
               MOVE CM-CUST-NUM TO WS-MATCH-KEY                         00006660
             END-IF                                                     00006670
           END-IF.                                                      00006680
                                                                        00006690
      *                                                                 00006700
       B115-READ-PAY.                                                   00006710
      *                                                                 00006720
           READ PAYMENT-FILE                                            00006730
             AT END SET END-OF-PAY-FILE TO TRUE                         00006740
           END-READ.                                                    00006750
                                                                        00006760
      ****************************************************************  00006770
      *  B200-RECONCILE-LEDGER MATCHES CALLARO AGAINST CALLARN IN    *  00006780
      *  CUSTOMER ORDER, SO A CUSTOMER ON EITHER LEDGER IS ROLLED    *  00006790
      *  ONCE.  ACTIVITY FOR A CUSTOMER ON NEITHER LEDGER (A PAYMENT *  00006800
      *  OR CHARGE THAT NEVER REACHED CALLARN) IS ROLLED LAST.       *  00006810
      ****************************************************************  00006820
      *                                                                 00006830
       B200-RECONCILE-LEDGER.                                           00006840
      *                                                                 00006850
           PERFORM B205-READ-ARO.                                       00006860
           PERFORM B206-READ-ARN.                                       00006870
           PERFORM UNTIL END-OF-ARO-FILE AND END-OF-ARN-FILE            00006880
             PERFORM VARYING WS-BKT-SUB FROM 1 BY 1                     00006890
               UNTIL WS-BKT-SUB > 5                                     00006900
               MOVE 0 TO WS-OPEN-BKT(WS-BKT-SUB)                        00006910
               MOVE 0 TO WS-CLOSE-BKT(WS-BKT-SUB)                       00006920
             END-PERFORM                                                00006930
             IF WS-ARO-KEY < WS-ARN-KEY                                 00006940
               MOVE WS-ARO-KEY TO WS-MATCH-KEY                          00006950
             ELSE                                                       00006960
               MOVE WS-ARN-KEY TO WS-MATCH-KEY                          00006970
             END-IF                                                     00006980
             IF WS-ARO-KEY = WS-MATCH-KEY                               00006990
               MOVE ARO-BUCKET-CURR TO WS-OPEN-BKT(1)                   00007000
               MOVE ARO-BUCKET-30   TO WS-OPEN-BKT(2)                   00007010
               MOVE ARO-BUCKET-60   TO WS-OPEN-BKT(3)                   00007020
               MOVE ARO-BUCKET-90   TO WS-OPEN-BKT(4)                   00007030
               MOVE ARO-CREDIT      TO WS-OPEN-BKT(5)                   00007040
               PERFORM B205-READ-ARO                                    00007050
             END-IF                                                     00007060
             IF WS-ARN-KEY = WS-MATCH-KEY                               00007070
               MOVE ARN-BUCKET-CURR TO WS-CLOSE-BKT(1)                  00007080
               MOVE ARN-BUCKET-30   TO WS-CLOSE-BKT(2)                  00007090
               MOVE ARN-BUCKET-60   TO WS-CLOSE-BKT(3)                  00007100
               MOVE ARN-BUCKET-90   TO WS-CLOSE-BKT(4)                  00007110
               MOVE ARN-CREDIT      TO WS-CLOSE-BKT(5)                  00007120
               PERFORM B206-READ-ARN                                    00007130
             END-IF                                                     00007140
             PERFORM B220-RECONCILE-CUSTOMER                            00007150
           END-PERFORM.                                                 00007160
           PERFORM B210-SWEEP-OFF-LEDGER                                00007170
             VARYING WS-CUST-SUB FROM 1 BY 1                            00007180
             UNTIL WS-CUST-SUB > 10000.                                 00007190
                                                                        00007200
      *                                                                 00007210
       B205-READ-ARO.                                                   00007220
      *                                                                 00007230
           IF ARO-FILE-OPEN AND NOT END-OF-ARO-FILE                     00007240
             READ AR-OLD-FILE                                           00007250
               AT END SET END-OF-ARO-FILE TO TRUE                       00007260
             END-READ                                                   00007270
           ELSE                                                         00007280
             SET END-OF-ARO-FILE TO TRUE                                00007290
           END-IF.                                                      00007300
           IF END-OF-ARO-FILE                                           00007310
             MOVE HIGH-VALUES TO WS-ARO-KEY                             00007320
           ELSE                                                         00007330
             MOVE ARO-CUST-NUM TO WS-ARO-KEY                            00007340
           END-IF.                                                      00007350
                                                                        00007360
      *                                                                 00007370
       B206-READ-ARN.                                                   00007380
      *                                                                 00007390
           IF NOT END-OF-ARN-FILE                                       00007400
             READ AR-NEW-FILE                                           00007410
               AT END SET END-OF-ARN-FILE TO TRUE                       00007420
             END-READ                                                   00007430
           END-IF.                                                      00007440
           IF END-OF-ARN-FILE                                           00007450
             MOVE HIGH-VALUES TO WS-ARN-KEY                             00007460
           ELSE                                                         00007470
             MOVE ARN-CUST-NUM TO WS-ARN-KEY                            00007480
           END-IF.                                                      00007490
                                                                        00007500
      *                                                                 00007510
       B210-SWEEP-OFF-LEDGER.                                           00007520
      *                                                                 00007530
           IF CA-HAS-ACTIVITY(WS-CUST-SUB)                              00007540
             COMPUTE WS-SWEEP-NUM = WS-CUST-SUB - 1                     00007550
             MOVE WS-SWEEP-NUM TO WS-MATCH-NUM                          00007560
             PERFORM VARYING WS-BKT-SUB FROM 1 BY 1                     00007570
               UNTIL WS-BKT-SUB > 5                                     00007580
               MOVE 0 TO WS-OPEN-BKT(WS-BKT-SUB)                        00007590
               MOVE 0 TO WS-CLOSE-BKT(WS-BKT-SUB)                       00007600
             END-PERFORM                                                00007610
             PERFORM B220-RECONCILE-CUSTOMER                            00007620
           END-IF.                                                      00007630
                                                                        00007640
      ****************************************************************  00007650
      *  B220-RECONCILE-CUSTOMER ROLLS WS-MATCH-KEY'S OPENING        *  00007660
      *  BUCKETS FORWARD WITH ITS ACTIVITY, COMPARES THE RESULT WITH *  00007670
      *  CALLARN BUCKET BY BUCKET, LISTS THE CUSTOMER IF ANY BUCKET  *  00007680
      *  DIFFERS, AND ADDS EVERYTHING INTO THE BRANCH AND COMPANY    *  00007690
      *  TOTALS.                                                     *  00007700
      ****************************************************************  00007710
      *                                                                 00007720
       B220-RECONCILE-CUSTOMER.                                         00007730
      *                                                                 00007740
           IF WS-MATCH-KEY NUMERIC                                      00007750
             COMPUTE WS-CUST-SUB = WS-MATCH-NUM + 1                     00007760
             MOVE "S" TO CA-ACT-SW(WS-CUST-SUB)                         00007770
             COMPUTE WS-NEW-CHARGES = CA-AMOUNT(WS-CUST-SUB, 1)         00007780
               + CA-AMOUNT(WS-CUST-SUB, 2)                              00007790
               - CA-AMOUNT(WS-CUST-SUB, 4)                              00007800
               - CA-AMOUNT(WS-CUST-SUB, 5)                              00007810
             COMPUTE WS-PAY-REM = CA-AMOUNT(WS-CUST-SUB, 6)             00007820
               + WS-OPEN-BKT(5)                                         00007830
             COMPUTE WS-BR-SUB = WS-MATCH-BRANCH + 1                    00007840
           ELSE                                                         00007850
             MOVE 0 TO WS-CUST-SUB                                      00007860
             MOVE 0 TO WS-NEW-CHARGES                                   00007870
             MOVE WS-OPEN-BKT(5) TO WS-PAY-REM                          00007880
             MOVE 102 TO WS-BR-SUB                                      00007890
             SET RUN-HAS-WARNING TO TRUE                                00007900
           END-IF.                                                      00007910
           PERFORM B230-ROLL-EXPECTED.                                  00007920
           IF WS-CUST-SUB > 0                                           00007930
             ADD CA-AMOUNT(WS-CUST-SUB, 3) TO WS-EXP-BKT(1)             00007940
           END-IF.                                                      00007950
           MOVE "Y" TO WS-CUST-TIE-SW.                                  00007960
           MOVE SPACES TO WS-BUCKETS-OFF.                               00007970
           MOVE 1 TO WS-BKT-PTR.                                        00007980
           PERFORM VARYING WS-BKT-SUB FROM 1 BY 1                       00007990
             UNTIL WS-BKT-SUB > 5                                       00008000
             IF WS-EXP-BKT(WS-BKT-SUB) NOT = WS-CLOSE-BKT(WS-BKT-SUB)   00008010
               MOVE "N" TO WS-CUST-TIE-SW                               00008020
               STRING WS-BUCKET-NAME(WS-BKT-SUB) DELIMITED BY SPACE     00008030
                      " " DELIMITED BY SIZE                             00008040
                 INTO WS-BUCKETS-OFF                                    00008050
                 WITH POINTER WS-BKT-PTR                                00008060
               END-STRING                                               00008070
             END-IF                                                     00008080
           END-PERFORM.                                                 00008090
           PERFORM B240-ACCUM-TOTALS.                                   00008100
           MOVE 101 TO WS-BR-SUB.                                       00008110
           PERFORM B240-ACCUM-TOTALS.                                   00008120
           IF NOT CUST-TIES                                             00008130
             SET AR-OUT-OF-BALANCE TO TRUE                              00008140
             PERFORM B250-WRITE-EXCEPTION                               00008150
           END-IF.                                                      00008160
                                                                        00008170
      ****************************************************************  00008180
      *  B230-ROLL-EXPECTED IS THE BILLING RUN'S BALANCE-FORWARD     *  00008190
      *  STEP (CALLIVP1 B183-ROLL-AR-ENTRY) APPLIED TO THE OPENING   *  00008200
      *  BUCKETS: PAYMENTS PLUS OPEN CREDIT PAY DOWN 90, 60, 30 AND  *  00008210
      *  CURRENT IN TURN, THE BUCKETS AGE ONE CYCLE, THE NEW NET     *  00008220
      *  CHARGES BECOME CURRENT (LESS ANY PAYMENT LEFT OVER) AND THE *  00008230
      *  REST OF THE PAYMENT IS CARRIED AS CREDIT.                   *  00008240
      ****************************************************************  00008250
      *                                                                 00008260
       B230-ROLL-EXPECTED.                                              00008270
      *                                                                 00008280
           PERFORM VARYING WS-BKT-SUB FROM 1 BY 1                       00008290
             UNTIL WS-BKT-SUB > 4                                       00008300
             MOVE WS-OPEN-BKT(WS-BKT-SUB) TO WS-EXP-BKT(WS-BKT-SUB)     00008310
           END-PERFORM.                                                 00008320
           MOVE 0 TO WS-EXP-BKT(5).                                     00008330
           PERFORM VARYING WS-BKT-SUB FROM 4 BY -1                      00008340
             UNTIL WS-BKT-SUB < 1                                       00008350
             IF WS-PAY-REM >= WS-EXP-BKT(WS-BKT-SUB)                    00008360
               SUBTRACT WS-EXP-BKT(WS-BKT-SUB) FROM WS-PAY-REM          00008370
               MOVE 0 TO WS-EXP-BKT(WS-BKT-SUB)                         00008380
             ELSE                                                       00008390
               SUBTRACT WS-PAY-REM FROM WS-EXP-BKT(WS-BKT-SUB)          00008400
               MOVE 0 TO WS-PAY-REM                                     00008410
             END-IF                                                     00008420
           END-PERFORM.                                                 00008430
           ADD WS-EXP-BKT(3) TO WS-EXP-BKT(4).                          00008440
           MOVE WS-EXP-BKT(2) TO WS-EXP-BKT(3).                         00008450
           MOVE WS-EXP-BKT(1) TO WS-EXP-BKT(2).                         00008460
           IF WS-PAY-REM >= WS-NEW-CHARGES                              00008470
             SUBTRACT WS-NEW-CHARGES FROM WS-PAY-REM                    00008480
             MOVE 0 TO WS-EXP-BKT(1)                                    00008490
           ELSE                                                         00008500
             COMPUTE WS-EXP-BKT(1) = WS-NEW-CHARGES - WS-PAY-REM        00008510
             MOVE 0 TO WS-PAY-REM                                       00008520
           END-IF.                                                      00008530
           MOVE WS-PAY-REM TO WS-EXP-BKT(5).                            00008540
                                                                        00008550
      *                                                                 00008560
       B240-ACCUM-TOTALS.                                               00008570
      *                                                                 00008580
           ADD 1 TO BT-CUST-COUNT(WS-BR-SUB).                           00008590
           IF NOT CUST-TIES                                             00008600
             ADD 1 TO BT-OFF-COUNT(WS-BR-SUB)                           00008610
           END-IF.                                                      00008620
           PERFORM VARYING WS-BKT-SUB FROM 1 BY 1                       00008630
             UNTIL WS-BKT-SUB > 5                                       00008640
             ADD WS-OPEN-BKT(WS-BKT-SUB)                                00008650
               TO BT-OPEN-BKT(WS-BR-SUB, WS-BKT-SUB)                    00008660
             ADD WS-EXP-BKT(WS-BKT-SUB)                                 00008670
               TO BT-EXP-BKT(WS-BR-SUB, WS-BKT-SUB)                     00008680
             ADD WS-CLOSE-BKT(WS-BKT-SUB)                               00008690
               TO BT-CLOSE-BKT(WS-BR-SUB, WS-BKT-SUB)                   00008700
           END-PERFORM.                                                 00008710
           IF WS-CUST-SUB > 0                                           00008720
             PERFORM VARYING WS-ACT-SUB FROM 1 BY 1                     00008730
               UNTIL WS-ACT-SUB > 6                                     00008740
               ADD CA-AMOUNT(WS-CUST-SUB, WS-ACT-SUB)                   00008750
                 TO BT-ACT(WS-BR-SUB, WS-ACT-SUB)                       00008760
             END-PERFORM                                                00008770
           END-IF.                                                      00008780
                                                                        00008790
      *                                                                 00008800
       B250-WRITE-EXCEPTION.                                            00008810
      *                                                                 00008820
           COMPUTE WS-OPEN-NET = WS-OPEN-BKT(1) + WS-OPEN-BKT(2)        00008830
             + WS-OPEN-BKT(3) + WS-OPEN-BKT(4) - WS-OPEN-BKT(5).        00008840
           COMPUTE WS-EXP-NET = WS-EXP-BKT(1) + WS-EXP-BKT(2)           00008850
             + WS-EXP-BKT(3) + WS-EXP-BKT(4) - WS-EXP-BKT(5).           00008860
           COMPUTE WS-CLOSE-NET = WS-CLOSE-BKT(1) + WS-CLOSE-BKT(2)     00008870
             + WS-CLOSE-BKT(3) + WS-CLOSE-BKT(4) - WS-CLOSE-BKT(5).     00008880
           COMPUTE WS-ACTIVITY-NET = WS-EXP-NET - WS-OPEN-NET.          00008890
           MOVE WS-MATCH-KEY    TO ED-CUST-NUM.                         00008900
           MOVE WS-OPEN-NET     TO ED-OPENING.                          00008910
           MOVE WS-ACTIVITY-NET TO ED-ACTIVITY.                         00008920
           MOVE WS-EXP-NET      TO ED-EXPECTED.                         00008930
           MOVE WS-CLOSE-NET    TO ED-CLOSING.                          00008940
           COMPUTE ED-DIFFERENCE = WS-CLOSE-NET - WS-EXP-NET.           00008950
           MOVE WS-BUCKETS-OFF  TO ED-BUCKETS-OFF.                      00008960
           IF WS-CALLARRP-STATUS = "00"                                 00008970
             WRITE RECON-REPORT-LINE FROM WS-EXC-DETAIL-LINE            00008980
           END-IF.                                                      00008990
                                                                        00009000
      ****************************************************************  00009010
      *  B300-WRITE-ROLL-FORWARD PRINTS THE ROLL-FORWARD FOR EVERY   *  00009020
      *  BRANCH THAT HAD A CUSTOMER, THEN FOR ANY ENTRIES WITH NO    *  00009030
      *  BRANCH, THEN FOR THE WHOLE COMPANY, AND THE RECOVERY PROOF. *  00009040
      ****************************************************************  00009050
      *                                                                 00009060
       B300-WRITE-ROLL-FORWARD.                                         00009070
      *                                                                 00009080
           IF WS-CALLARRP-STATUS = "00"                                 00009090
             IF BT-OFF-COUNT(101) = 0                                   00009100
               MOVE SPACES TO WS-ROLL-LINE                              00009110
               MOVE "NONE - EVERY CUSTOMER TIES" TO RL-LABEL            00009120
               WRITE RECON-REPORT-LINE FROM WS-ROLL-LINE                00009130
             END-IF                                                     00009140
             PERFORM B310-WRITE-BRANCH-BLOCK                            00009150
               VARYING WS-BR-SUB FROM 1 BY 1                            00009160
               UNTIL WS-BR-SUB > 100                                    00009170
             MOVE 102 TO WS-BR-SUB                                      00009180
             PERFORM B310-WRITE-BRANCH-BLOCK                            00009190
             MOVE 101 TO WS-BR-SUB                                      00009200
             PERFORM B310-WRITE-BRANCH-BLOCK                            00009210
             PERFORM B320-WRITE-RECOVERY-PROOF                          00009220
           END-IF.                                                      00009230
                                                                        00009240
      *                                                                 00009250
       B310-WRITE-BRANCH-BLOCK.                                         00009260
      *                                                                 00009270
           IF BT-CUST-COUNT(WS-BR-SUB) > 0 OR WS-BR-SUB = 101           00009280
             MOVE SPACES TO RECON-REPORT-LINE                           00009290
             WRITE RECON-REPORT-LINE                                    00009300
             EVALUATE WS-BR-SUB                                         00009310
               WHEN 101                                                 00009320
                 MOVE "COMPANY TOTAL " TO BH-TITLE                      00009330
                 MOVE SPACES TO BH-BRANCH                               00009340
               WHEN 102                                                 00009350
                 MOVE "UNASSIGNED    " TO BH-TITLE                      00009360
                 MOVE SPACES TO BH-BRANCH                               00009370
               WHEN OTHER                                               00009380
                 MOVE "BRANCH        " TO BH-TITLE                      00009390
                 COMPUTE WS-MATCH-BRANCH = WS-BR-SUB - 1                00009400
                 MOVE WS-MATCH-BRANCH TO BH-BRANCH                      00009410
             END-EVALUATE                                               00009420
             MOVE BT-CUST-COUNT(WS-BR-SUB) TO BH-CUST-COUNT             00009430
             MOVE BT-OFF-COUNT(WS-BR-SUB)  TO BH-OFF-COUNT              00009440
             WRITE RECON-REPORT-LINE FROM WS-BRANCH-TITLE-LINE          00009450
             WRITE RECON-REPORT-LINE FROM WS-BUCKET-COL-LINE            00009460
             COMPUTE WS-BT-OPEN-NET = BT-OPEN-BKT(WS-BR-SUB, 1)         00009470
               + BT-OPEN-BKT(WS-BR-SUB, 2) + BT-OPEN-BKT(WS-BR-SUB, 3)  00009480
               + BT-OPEN-BKT(WS-BR-SUB, 4) - BT-OPEN-BKT(WS-BR-SUB, 5)  00009490
             COMPUTE WS-BT-EXP-NET = BT-EXP-BKT(WS-BR-SUB, 1)           00009500
               + BT-EXP-BKT(WS-BR-SUB, 2) + BT-EXP-BKT(WS-BR-SUB, 3)    00009510
               + BT-EXP-BKT(WS-BR-SUB, 4) - BT-EXP-BKT(WS-BR-SUB, 5)    00009520
             COMPUTE WS-BT-CLOSE-NET = BT-CLOSE-BKT(WS-BR-SUB, 1)       00009530
               + BT-CLOSE-BKT(WS-BR-SUB, 2)                             00009540
               + BT-CLOSE-BKT(WS-BR-SUB, 3)                             00009550
               + BT-CLOSE-BKT(WS-BR-SUB, 4)                             00009560
               - BT-CLOSE-BKT(WS-BR-SUB, 5)                             00009570
             MOVE SPACES TO WS-BUCKET-LINE                              00009580
             MOVE "OPENING (CALLARO)" TO BL-LABEL                       00009590
             PERFORM VARYING WS-BKT-SUB FROM 1 BY 1                     00009600
               UNTIL WS-BKT-SUB > 5                                     00009610
               MOVE BT-OPEN-BKT(WS-BR-SUB, WS-BKT-SUB)                  00009620
                 TO BL-AMOUNT(WS-BKT-SUB)                               00009630
             END-PERFORM                                                00009640
             MOVE WS-BT-OPEN-NET TO BL-AMOUNT(6)                        00009650
             WRITE RECON-REPORT-LINE FROM WS-BUCKET-LINE                00009660
             MOVE SPACES TO WS-BUCKET-LINE                              00009670
             MOVE "EXPECTED CLOSING" TO BL-LABEL                        00009680
             PERFORM VARYING WS-BKT-SUB FROM 1 BY 1                     00009690
               UNTIL WS-BKT-SUB > 5                                     00009700
               MOVE BT-EXP-BKT(WS-BR-SUB, WS-BKT-SUB)                   00009710
                 TO BL-AMOUNT(WS-BKT-SUB)                               00009720
             END-PERFORM                                                00009730
             MOVE WS-BT-EXP-NET TO BL-AMOUNT(6)                         00009740
             WRITE RECON-REPORT-LINE FROM WS-BUCKET-LINE                00009750
             MOVE SPACES TO WS-BUCKET-LINE                              00009760
             MOVE "CLOSING (CALLARN)" TO BL-LABEL                       00009770
             PERFORM VARYING WS-BKT-SUB FROM 1 BY 1                     00009780
               UNTIL WS-BKT-SUB > 5                                     00009790
               MOVE BT-CLOSE-BKT(WS-BR-SUB, WS-BKT-SUB)                 00009800
                 TO BL-AMOUNT(WS-BKT-SUB)                               00009810
             END-PERFORM                                                00009820
             MOVE WS-BT-CLOSE-NET TO BL-AMOUNT(6)                       00009830
             WRITE RECON-REPORT-LINE FROM WS-BUCKET-LINE                00009840
             MOVE SPACES TO WS-BUCKET-LINE                              00009850
             MOVE "DIFFERENCE" TO BL-LABEL                              00009860
             PERFORM VARYING WS-BKT-SUB FROM 1 BY 1                     00009870
               UNTIL WS-BKT-SUB > 5                                     00009880
               COMPUTE BL-AMOUNT(WS-BKT-SUB) =                          00009890
                 BT-CLOSE-BKT(WS-BR-SUB, WS-BKT-SUB)                    00009900
                 - BT-EXP-BKT(WS-BR-SUB, WS-BKT-SUB)                    00009910
             END-PERFORM                                                00009920
             COMPUTE BL-AMOUNT(6) = WS-BT-CLOSE-NET - WS-BT-EXP-NET     00009930
             WRITE RECON-REPORT-LINE FROM WS-BUCKET-LINE                00009940
             MOVE SPACES TO RECON-REPORT-LINE                           00009950
             WRITE RECON-REPORT-LINE                                    00009960
             MOVE SPACES TO WS-ROLL-LINE                                00009970
             MOVE "OPENING AR (CALLARO)" TO RL-LABEL                    00009980
             MOVE WS-BT-OPEN-NET TO RL-AMOUNT                           00009990
             WRITE RECON-REPORT-LINE FROM WS-ROLL-LINE                  00010000
             MOVE "+ BILLED CHARGES" TO RL-LABEL                        00010010
             MOVE BT-ACT(WS-BR-SUB, 1) TO RL-AMOUNT                     00010020
             WRITE RECON-REPORT-LINE FROM WS-ROLL-LINE                  00010030
             MOVE "+ TAXES" TO RL-LABEL                                 00010040
             MOVE BT-ACT(WS-BR-SUB, 2) TO RL-AMOUNT                     00010050
             WRITE RECON-REPORT-LINE FROM WS-ROLL-LINE                  00010060
             MOVE "+ FINANCE CHARGES" TO RL-LABEL                       00010070
             MOVE BT-ACT(WS-BR-SUB, 3) TO RL-AMOUNT                     00010080
             WRITE RECON-REPORT-LINE FROM WS-ROLL-LINE                  00010090
             MOVE "- DISCOUNTS" TO RL-LABEL                             00010100
             MOVE BT-ACT(WS-BR-SUB, 4) TO RL-AMOUNT                     00010110
             WRITE RECON-REPORT-LINE FROM WS-ROLL-LINE                  00010120
             MOVE "- CREDITS" TO RL-LABEL                               00010130
             MOVE BT-ACT(WS-BR-SUB, 5) TO RL-AMOUNT                     00010140
             WRITE RECON-REPORT-LINE FROM WS-ROLL-LINE                  00010150
             MOVE "- PAYMENTS (CALLPAY)" TO RL-LABEL                    00010160
             MOVE BT-ACT(WS-BR-SUB, 6) TO RL-AMOUNT                     00010170
             WRITE RECON-REPORT-LINE FROM WS-ROLL-LINE                  00010180
             MOVE "= EXPECTED CLOSING AR" TO RL-LABEL                   00010190
             COMPUTE RL-AMOUNT = WS-BT-OPEN-NET                         00010200
               + BT-ACT(WS-BR-SUB, 1) + BT-ACT(WS-BR-SUB, 2)            00010210
               + BT-ACT(WS-BR-SUB, 3) - BT-ACT(WS-BR-SUB, 4)            00010220
               - BT-ACT(WS-BR-SUB, 5) - BT-ACT(WS-BR-SUB, 6)            00010230
             WRITE RECON-REPORT-LINE FROM WS-ROLL-LINE                  00010240
             MOVE "  CLOSING AR (CALLARN)" TO RL-LABEL                  00010250
             MOVE WS-BT-CLOSE-NET TO RL-AMOUNT                          00010260
             WRITE RECON-REPORT-LINE FROM WS-ROLL-LINE                  00010270
             MOVE "  DIFFERENCE" TO RL-LABEL                            00010280
             COMPUTE RL-AMOUNT = WS-BT-CLOSE-NET - WS-BT-OPEN-NET       00010290
               - BT-ACT(WS-BR-SUB, 1) - BT-ACT(WS-BR-SUB, 2)            00010300
               - BT-ACT(WS-BR-SUB, 3) + BT-ACT(WS-BR-SUB, 4)            00010310
               + BT-ACT(WS-BR-SUB, 5) + BT-ACT(WS-BR-SUB, 6)            00010320
             IF BT-OFF-COUNT(WS-BR-SUB) > 0                             00010330
               MOVE "*** OUT OF BALANCE" TO RL-FLAG                     00010340
             END-IF                                                     00010350
             WRITE RECON-REPORT-LINE FROM WS-ROLL-LINE                  00010360
           END-IF.                                                      00010370
                                                                        00010380
      ****************************************************************  00010390
      *  B320-WRITE-RECOVERY-PROOF SHOWS THE BAD-DEBT RECOVERIES     *  00010400
      *  FOUND ON CALLPAY AGAINST THE "B" RECORDS THE BILLING RUN    *  00010410
      *  POSTED FOR THEM.  THEY ARE OUTSIDE THE ROLL-FORWARD, BUT    *  00010420
      *  THE TWO MUST AGREE.                                         *  00010430
      ****************************************************************  00010440
      *                                                                 00010450
       B320-WRITE-RECOVERY-PROOF.                                       00010460
      *                                                                 00010470
           MOVE SPACES TO RECON-REPORT-LINE.                            00010480
           WRITE RECON-REPORT-LINE.                                     00010490
           MOVE SPACES TO WS-RECOV-LINE.                                00010500
           MOVE "BAD-DEBT RECOVERIES (CALLPAY)" TO RV-LABEL.            00010510
           MOVE WS-PAY-RECOV-COUNT  TO RV-COUNT.                        00010520
           MOVE WS-PAY-RECOV-AMOUNT TO RV-AMOUNT.                       00010530
           WRITE RECON-REPORT-LINE FROM WS-RECOV-LINE.                  00010540
           MOVE "BAD-DEBT RECOVERIES (CALLGLAR)" TO RV-LABEL.           00010550
           MOVE WS-GL-RECOV-COUNT  TO RV-COUNT.                         00010560
           MOVE WS-GL-RECOV-AMOUNT TO RV-AMOUNT.                        00010570
           IF WS-GL-RECOV-AMOUNT NOT = WS-PAY-RECOV-AMOUNT              00010580
              OR WS-GL-RECOV-COUNT NOT = WS-PAY-RECOV-COUNT             00010590
             MOVE "*** DOES NOT AGREE" TO RV-FLAG                       00010600
             SET RUN-HAS-WARNING TO TRUE                                00010610
           END-IF.                                                      00010620
           WRITE RECON-REPORT-LINE FROM WS-RECOV-LINE.                  00010630
                                                                        00010640
      *                                                                 00010650
       A900-FINALIZE.                                                   00010660
      *                                                                 00010670
           IF WS-CALLARRP-STATUS = "00"                                 00010680
             MOVE SPACES TO RECON-REPORT-LINE                           00010690
             WRITE RECON-REPORT-LINE                                    00010700
             MOVE SPACES TO WS-RECON-TOTAL-LINE                         00010710
             MOVE "CALLGLAR RECORDS READ" TO RT-LABEL                   00010720
             MOVE WS-GLAR-READ-COUNT TO RT-COUNT                        00010730
             WRITE RECON-REPORT-LINE FROM WS-RECON-TOTAL-LINE           00010740
             MOVE SPACES TO WS-RECON-TOTAL-LINE                         00010750
             MOVE "CALLPAY RECORDS READ" TO RT-LABEL                    00010760
             MOVE WS-PAY-READ-COUNT TO RT-COUNT                         00010770
             WRITE RECON-REPORT-LINE FROM WS-RECON-TOTAL-LINE           00010780
             MOVE SPACES TO WS-RECON-TOTAL-LINE                         00010790
             MOVE "GL RECORDS NOT IN ROLL-FORWARD" TO RT-LABEL          00010800
             MOVE WS-OTHER-GL-COUNT TO RT-COUNT                         00010810
             MOVE WS-OTHER-GL-AMOUNT TO RT-AMOUNT                       00010820
             WRITE RECON-REPORT-LINE FROM WS-RECON-TOTAL-LINE           00010830
             MOVE SPACES TO WS-RECON-TOTAL-LINE                         00010840
             MOVE "RECORDS WITH NO CUSTOMER NUMBER" TO RT-LABEL         00010850
             MOVE WS-UNKEYED-COUNT TO RT-COUNT                          00010860
             MOVE WS-UNKEYED-AMOUNT TO RT-AMOUNT                        00010870
             WRITE RECON-REPORT-LINE FROM WS-RECON-TOTAL-LINE           00010880
             MOVE SPACES TO WS-RECON-TOTAL-LINE                         00010890
             IF AR-IN-BALANCE AND TEST-STATUS = "Y"                     00010900
               MOVE "RECEIVABLES ROLL FORWARD IN BALANCE" TO RT-LABEL   00010910
             ELSE                                                       00010920
               MOVE "*** RECEIVABLES OUT OF BALANCE" TO RT-LABEL        00010930
             END-IF                                                     00010940
             WRITE RECON-REPORT-LINE FROM WS-RECON-TOTAL-LINE           00010950
             CLOSE RECON-REPORT-FILE                                    00010960
           END-IF.                                                      00010970
           IF PAY-FILE-OPEN                                             00010980
             CLOSE PAYMENT-FILE                                         00010990
           END-IF.                                                      00011000
           IF CUST-MASTER-OPEN                                          00011010
             CLOSE CUST-MASTER-FILE                                     00011020
           END-IF.                                                      00011030
           IF WOFF-HIST-OPEN                                            00011040
             CLOSE WOFF-HIST-FILE                                       00011050
           END-IF.                                                      00011060
           IF WS-GLAR-STATUS = "00" OR WS-GLAR-STATUS = "10"            00011070
             CLOSE GLAR-FILE                                            00011080
           END-IF.                                                      00011090
           IF WS-CALLARN-STATUS = "00" OR WS-CALLARN-STATUS = "10"      00011100
             CLOSE AR-NEW-FILE                                          00011110
           END-IF.                                                      00011120
           IF ARO-FILE-OPEN                                             00011130
             CLOSE AR-OLD-FILE                                          00011140
           END-IF.                                                      00011150
           EVALUATE TRUE                                                00011160
             WHEN TEST-STATUS = "N"                                     00011170
               MOVE 12 TO WS-RETURN-CODE                                00011180
             WHEN AR-OUT-OF-BALANCE                                     00011190
               MOVE 8 TO WS-RETURN-CODE                                 00011200
               MOVE "N" TO TEST-STATUS                                  00011210
               DISPLAY "+++ RECEIVABLES OUT OF BALANCE - "              00011220
                       BT-OFF-COUNT(101) " CUSTOMERS DO NOT TIE +++"    00011230
             WHEN RUN-HAS-WARNING                                       00011240
               MOVE 4 TO WS-RETURN-CODE                                 00011250
             WHEN OTHER                                                 00011260
               MOVE 0 TO WS-RETURN-CODE                                 00011270
           END-EVALUATE.                                                00011280
