       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    CALLCASH.                                         00000020
       AUTHOR.        IBM PROGRAMMER.                                   00000030
       INSTALLATION.  STL                                               00000040
       DATE-WRITTEN.  OCT 15, 2026.                                     00000050
       DATE-COMPILED.                                                   00000060
                                                                        00000070
      ******************************************************************00000080
      * PRODUCT.      Enterprise COBOL                                 *00000090
      *                                                                *00000100
      * FUNCTION.                                                      *00000110
      *   CALLCASH IS THE DAILY CASH-POSTING RUN.  IT READS THE DAY'S  *00000120
      *   LOCKBOX FILE (CALLCSHT) AND POSTS EACH PAYMENT STRAIGHT TO   *00000130
      *   THE CUSTOMER'S RECEIVABLE (CALLARN), OLDEST BUCKET FIRST     *00000140
      *   (90, 60, 30, CURRENT); ANY OVERPAYMENT BECOMES CUSTOMER      *00000150
      *   CREDIT.  THE BILLING RUN NO LONGER HAS TO WAIT FOR CALLPAY   *00000160
      *   TO SEE THE MONEY, SO CALLINQ1 AND CALLDUNN SEE IT THE NEXT   *00000170
      *   MORNING.                                                     *00000180
      *                                                                *00000190
      *   THE LOCKBOX FILE CARRIES THREE RECORD TYPES:                 *00000200
      *     "H" - DEPOSIT HEADER WITH THE BANK DEPOSIT TOTAL           *00000210
      *     "P" - A PAYMENT (CUSTOMER, CHECK NUMBER, AMOUNT)           *00000220
      *     "N" - A RETURNED (NSF) ITEM NAMING A PAYMENT ALREADY       *00000230
      *           POSTED BY CUSTOMER AND CHECK NUMBER                  *00000240
      *   A PAYMENT FOR A CUSTOMER NOT ON THE MASTER (CALLCUST), FOR A *00000250
      *   CLOSED ACCOUNT, OR REPEATING A CHECK ALREADY POSTED GOES TO  *00000260
      *   THE UNAPPLIED-CASH SUSPENSE FILE (CALLUNAP) FOR RESEARCH.    *00000270
      *   EVERY POSTED PAYMENT IS KEPT ON THE PAYMENT HISTORY FILE     *00000280
      *   (CALLCSHH) WITH THE AMOUNT IT PAID INTO EACH BUCKET, SO A    *00000290
      *   RETURNED ITEM PUTS THE MONEY BACK INTO THE BUCKETS IT PAID   *00000300
      *   AND THEN ASSESSES THE RETURNED-ITEM FEE (CALLCSHC CONTROL    *00000310
      *   CARD, DEFAULT 25.00) AS A CURRENT CHARGE.  THE FEE POSTS TO  *00000320
      *   THE GL FEED (CALLGLAR) AS RECORD TYPE "N".                   *00000330
      *                                                                *00000340
      *   A PAYMENT ON AN ACCOUNT ALREADY WRITTEN OFF AS BAD DEBT      *00000350
      *   (CALLWOFF, SHOWN ON THE WRITE-OFF HISTORY CALLWOFH) IS NOT   *00000360
      *   APPLIED TO THE LEDGER: IT POSTS TO THE GL FEED AS A BAD-DEBT *00000370
      *   RECOVERY (TYPE "B") AND IS ADDED TO THE ACCOUNT'S RECOVERED  *00000380
      *   TOTAL.  A RETURNED RECOVERY CHECK TAKES THE RECOVERY BACK    *00000390
      *   OUT WITHOUT A FEE.  ONCE CALLCMNT REINSTATES THE ACCOUNT     *00000400
      *   (ENTRY MARKED "R"), ITS PAYMENTS APPLY TO THE LEDGER AGAIN.  *00000410
      *                                                                *00000420
      *   THE DAILY CASH REPORT (CALLCSHR) LISTS EVERY ITEM AND PROVES *00000430
      *   APPLIED, RECOVERED AND UNAPPLIED CASH AGAINST THE DEPOSIT    *00000440
      *   TOTAL.                                                       *00000450
      *                                                                *00000460
      *   A PAYMENT FROM A SITE OF A CORPORATE PARENT ACCOUNT POSTS    *00000470
      *   TO THE PARENT, WHICH CARRIES THE RECEIVABLE (AND ANY         *00000480
      *   WRITE-OFF); THE HISTORY ROW STAYS UNDER THE SITE AND CHECK   *00000490
      *   NUMBER THE BANK SENT, SO A RETURNED ITEM STILL MATCHES.      *00000500
      *                                                                *00000510
      *   PAYMENTS POSTED HERE MUST NOT ALSO BE SENT ON CALLPAY, OR    *00000520
      *   THE BILLING RUN WOULD APPLY THEM A SECOND TIME.              *00000530
      *                                                                *00000540
      *  EXPECTED MESSAGES.                                            *00000550
      *        **** START OF CALLCASH ****                             *00000560
      *        **** CALLCASH SUCCESSFUL ****                           *00000570
      *                   OR                                           *00000580
      *        **** START OF CALLCASH ****                             *00000590
      *        **** CALLCASH FAILED ****                               *00000600
      *                                                                *00000610
      *  RETURN CODES.                                                 *00000620
      *        0 - ALL CASH APPLIED, DEPOSIT IN BALANCE                *00000630
      *        4 - CASH SENT TO SUSPENSE OR ITEMS REJECTED             *00000640
      *        8 - DEPOSIT OUT OF BALANCE OR FILE PROBLEM              *00000650
      ******************************************************************00000660
      /                                                                 00000670
       ENVIRONMENT DIVISION.                                            00000680
       CONFIGURATION SECTION.                                           00000690
       SOURCE-COMPUTER.  IBM-390.                                       00000700
       OBJECT-COMPUTER.  IBM-390.                                       00000710
                                                                        00000720
       INPUT-OUTPUT SECTION.                                            00000730
       FILE-CONTROL.                                                    00000740
           SELECT CASH-TRAN-FILE     ASSIGN TO CALLCSHT                 00000750
               ORGANIZATION IS LINE SEQUENTIAL                          00000760
               FILE STATUS IS WS-CALLCSHT-STATUS.                       00000770
                                                                        00000780
           SELECT CASH-CONTROL-FILE  ASSIGN TO CALLCSHC                 00000790
               ORGANIZATION IS LINE SEQUENTIAL                          00000800
               FILE STATUS IS WS-CALLCSHC-STATUS.                       00000810
                                                                        00000820
           SELECT AR-NEW-FILE        ASSIGN TO CALLARN                  00000830
               ORGANIZATION IS INDEXED                                  00000840
               ACCESS IS RANDOM                                         00000850
               RECORD KEY IS ARN-CUST-NUM                               00000860
               FILE STATUS IS WS-CALLARN-STATUS.                        00000870
                                                                        00000880
           SELECT CUST-MASTER-FILE   ASSIGN TO CALLCUST                 00000890
               ORGANIZATION IS INDEXED                                  00000900
               ACCESS IS RANDOM                                         00000910
               RECORD KEY IS CM-CUST-NUM                                00000920
               FILE STATUS IS WS-CALLCUST-STATUS.                       00000930
                                                                        00000940
           SELECT PAY-HIST-FILE      ASSIGN TO CALLCSHH                 00000950
               ORGANIZATION IS INDEXED                                  00000960
               ACCESS IS RANDOM                                         00000970
               RECORD KEY IS PH-KEY                                     00000980
               FILE STATUS IS WS-CALLCSHH-STATUS.                       00000990
                                                                        00001000
           SELECT WOFF-HIST-FILE     ASSIGN TO CALLWOFH                 00001010
               ORGANIZATION IS INDEXED                                  00001020
               ACCESS IS RANDOM                                         00001030
               RECORD KEY IS WF-CUST-NUM                                00001040
               FILE STATUS IS WS-CALLWOFH-STATUS.                       00001050
                                                                        00001060
           SELECT SUSPENSE-FILE      ASSIGN TO CALLUNAP                 00001070
               ORGANIZATION IS LINE SEQUENTIAL                          00001080
               FILE STATUS IS WS-CALLUNAP-STATUS.                       00001090
                                                                        00001100
           SELECT GLAR-FILE          ASSIGN TO CALLGLAR                 00001110
               ORGANIZATION IS LINE SEQUENTIAL                          00001120
               FILE STATUS IS WS-GLAR-STATUS.                           00001130
                                                                        00001140
           SELECT CASH-REPORT-FILE   ASSIGN TO CALLCSHR                 00001150
               ORGANIZATION IS LINE SEQUENTIAL                          00001160
               FILE STATUS IS WS-CALLCSHR-STATUS.                       00001170
                                                                        00001180
       DATA DIVISION.                                                   00001190
       FILE SECTION.                                                    00001200
                                                                        00001210
      ****************************************************************  00001220
      *  LOCKBOX TRANSACTIONS.  ON THE "H" HEADER THE AMOUNT FIELD   *  00001230
      *  IS THE BANK DEPOSIT TOTAL; A DAY MAY CARRY SEVERAL DEPOSITS *  00001240
      *  AND THE REPORT PROVES AGAINST THEIR SUM.                    *  00001250
      ****************************************************************  00001260
       FD  CASH-TRAN-FILE                                               00001270
           LABEL RECORDS ARE STANDARD                                   00001280
           RECORD CONTAINS 40 CHARACTERS.                               00001290
       01  CASH-TRAN-REC.                                               00001300
           05  CT-TRAN-TYPE          PIC X(1).                          00001310
               88  CASH-HEADER                 VALUE "H".               00001320
               88  CASH-PAYMENT                VALUE "P".               00001330
               88  CASH-NSF                    VALUE "N".               00001340
           05  CT-CUST-NUM           PIC X(4).                          00001350
           05  CT-CHECK-NUM          PIC X(10).                         00001360
           05  CT-PAY-DATE           PIC 9(8).                          00001370
           05  CT-AMOUNT             PIC 9(8)V99.                       00001380
           05  FILLER                PIC X(7).                          00001390
                                                                        00001400
      ****************************************************************  00001410
      *  OPTIONAL CONTROL CARD: THE RETURNED-ITEM FEE.               *  00001420
      ****************************************************************  00001430
       FD  CASH-CONTROL-FILE                                            00001440
           LABEL RECORDS ARE STANDARD                                   00001450
           RECORD CONTAINS 20 CHARACTERS.                               00001460
       01  CASH-CONTROL-REC.                                            00001470
           05  CC-NSF-FEE            PIC 9(4)V99.                       00001480
           05  FILLER                PIC X(14).                         00001490
                                                                        00001500
       FD  AR-NEW-FILE                                                  00001510
           LABEL RECORDS ARE STANDARD                                   00001520
           RECORD CONTAINS 54 CHARACTERS.                               00001530
       01  AR-NEW-REC.                                                  00001540
           05  ARN-CUST-NUM          PIC X(4).                          00001550
           05  ARN-BUCKET-CURR       PIC 9(8)V99.                       00001560
           05  ARN-BUCKET-30         PIC 9(8)V99.                       00001570
           05  ARN-BUCKET-60         PIC 9(8)V99.                       00001580
           05  ARN-BUCKET-90         PIC 9(8)V99.                       00001590
           05  ARN-CREDIT            PIC 9(8)V99.                       00001600
                                                                        00001610
       FD  CUST-MASTER-FILE                                             00001620
           LABEL RECORDS ARE STANDARD                                   00001630
           RECORD CONTAINS 120 CHARACTERS.                              00001640
       01  CUST-MASTER-REC.                                             00001650
           05  CM-CUST-NUM           PIC X(4).                          00001660
           05  CM-CUST-NAME          PIC X(25).                         00001670
           05  CM-ADDR-LINE1         PIC X(25).                         00001680
           05  CM-ADDR-LINE2         PIC X(25).                         00001690
           05  CM-ADDR-CITY          PIC X(15).                         00001700
           05  CM-ADDR-STATE         PIC X(2).                          00001710
           05  CM-ADDR-ZIP           PIC X(9).                          00001720
           05  CM-ACCT-STATUS        PIC X(1).                          00001730
           05  CM-RATE-PLAN          PIC 9(1).                          00001740
           05  CM-PLAN-EFF-DATE      PIC 9(8).                          00001750
           05  CM-PRIOR-PLAN         PIC 9(1).                          00001760
           05  CM-PARENT-NUM         PIC X(4).                          00001770
                                                                        00001780
      ****************************************************************  00001790
      *  PAYMENT HISTORY, KEYED ON CUSTOMER AND CHECK NUMBER.  THE   *  00001800
      *  PH-PAID-* FIELDS ARE WHAT THE PAYMENT TOOK OUT OF EACH      *  00001810
      *  BUCKET (PH-PAID-CREDIT IS THE OVERPAYMENT LEFT AS CREDIT),  *  00001820
      *  SO A RETURNED ITEM CAN PUT IT BACK WHERE IT CAME FROM.      *  00001830
      ****************************************************************  00001840
       FD  PAY-HIST-FILE                                                00001850
           LABEL RECORDS ARE STANDARD                                   00001860
           RECORD CONTAINS 100 CHARACTERS.                              00001870
       01  PAY-HIST-REC.                                                00001880
           05  PH-KEY.                                                  00001890
               10  PH-CUST-NUM       PIC X(4).                          00001900
               10  PH-CHECK-NUM      PIC X(10).                         00001910
           05  PH-PAY-DATE           PIC 9(8).                          00001920
           05  PH-POST-DATE          PIC 9(8).                          00001930
           05  PH-AMOUNT             PIC 9(8)V99.                       00001940
           05  PH-PAID-90            PIC 9(8)V99.                       00001950
           05  PH-PAID-60            PIC 9(8)V99.                       00001960
           05  PH-PAID-30            PIC 9(8)V99.                       00001970
           05  PH-PAID-CURR          PIC 9(8)V99.                       00001980
           05  PH-PAID-CREDIT        PIC 9(8)V99.                       00001990
      *    PH-STATUS "P" = POSTED, "R" = RETURNED (NSF), "B" = BAD-DEBT 00002000
      *    RECOVERY (NOTHING PAID INTO THE BUCKETS), "X" = RETURNED     00002010
      *    RECOVERY.                                                    00002020
           05  PH-STATUS             PIC X(1).                          00002030
           05  PH-RETURN-DATE        PIC 9(8).                          00002040
           05  FILLER                PIC X(1).                          00002050
                                                                        00002060
      ****************************************************************  00002070
      *  WRITE-OFF HISTORY, MAINTAINED BY CALLWOFF.  WF-STATUS "W"   *  00002080
      *  MARKS AN ACCOUNT WRITTEN OFF AS BAD DEBT; "R" ONE CALLCMNT   * 00002090
      *  HAS SINCE REINSTATED, WHOSE PAYMENTS ARE ORDINARY AGAIN.    *  00002100
      ****************************************************************  00002110
       FD  WOFF-HIST-FILE                                               00002120
           LABEL RECORDS ARE STANDARD                                   00002130
           RECORD CONTAINS 60 CHARACTERS.                               00002140
       01  WOFF-HIST-REC.                                               00002150
           05  WF-CUST-NUM           PIC X(4).                          00002160
           05  WF-STATUS             PIC X(1).                          00002170
               88  WOFF-PENDING                VALUE "P".               00002180
               88  WOFF-WRITTEN-OFF            VALUE "W".               00002190
               88  WOFF-REINSTATED             VALUE "R".               00002200
           05  WF-CYCLE-COUNT        PIC 9(2).                          00002210
           05  WF-LAST-CYCLE         PIC 9(6).                          00002220
           05  WF-WOFF-DATE          PIC 9(8).                          00002230
           05  WF-WOFF-AMOUNT        PIC 9(8)V99.                       00002240
           05  WF-RECOVERED          PIC 9(8)V99.                       00002250
           05  FILLER                PIC X(19).                         00002260
                                                                        00002270
       FD  SUSPENSE-FILE                                                00002280
           LABEL RECORDS ARE STANDARD                                   00002290
           RECORD CONTAINS 80 CHARACTERS.                               00002300
       01  SUSPENSE-REC.                                                00002310
           05  SU-CUST-NUM           PIC X(4).                          00002320
           05  SU-CHECK-NUM          PIC X(10).                         00002330
           05  SU-PAY-DATE           PIC 9(8).                          00002340
           05  SU-AMOUNT             PIC 9(8)V99.                       00002350
           05  SU-POST-DATE          PIC 9(8).                          00002360
           05  SU-REASON             PIC X(30).                         00002370
           05  FILLER                PIC X(10).                         00002380
                                                                        00002390
       FD  GLAR-FILE                                                    00002400
           LABEL RECORDS ARE STANDARD                                   00002410
           RECORD CONTAINS 42 CHARACTERS.                               00002420
       01  GLAR-REC.                                                    00002430
           05  GLAR-CUST-NUM         PIC X(4).                          00002440
           05  GLAR-CUST-NAME        PIC X(10).                         00002450
           05  GLAR-TOTAL-COST       PIC 9(6)V99.                       00002460
           05  GLAR-RUN-DATE         PIC 9(8).                          00002470
           05  GLAR-REC-TYPE         PIC X(1).                          00002480
           05  GLAR-FILLER           PIC X(11).                         00002490
      *    A PARENT ACCOUNT'S RECORDS NAME THE PAYING SITE IN THE       00002500
      *    LAST FOUR BYTES OF THE FILLER.                               00002510
           05  FILLER REDEFINES GLAR-FILLER.                            00002520
               10  FILLER            PIC X(7).                          00002530
               10  GLAR-SITE-NUM     PIC X(4).                          00002540
                                                                        00002550
       FD  CASH-REPORT-FILE                                             00002560
           LABEL RECORDS ARE STANDARD                                   00002570
           RECORD CONTAINS 132 CHARACTERS.                              00002580
       01  CASH-REPORT-LINE          PIC X(132).                        00002590
                                                                        00002600
       WORKING-STORAGE SECTION.                                         00002610
                                                                        00002620
       01  WS-VARIABLES.                                                00002630
           05  WS-RUN-DATE               PIC 9(8).                      00002640
           05  WS-NSF-FEE                PIC 9(4)V99   VALUE 25.00.     00002650
           05  WS-PAY-REM                PIC 9(8)V99   VALUE 0.         00002660
           05  WS-DISPOSITION            PIC X(30).                     00002670
           05  WS-DIFFERENCE             PIC S9(9)V99  VALUE 0.         00002680
           05  WS-BILL-TO-NUM            PIC X(4)      VALUE SPACES.    00002690
                                                                        00002700
       01  WS-FILE-STATUSES.                                            00002710
           05  WS-CALLCSHT-STATUS        PIC X(2)      VALUE SPACES.    00002720
           05  WS-CALLCSHC-STATUS        PIC X(2)      VALUE SPACES.    00002730
           05  WS-CALLARN-STATUS         PIC X(2)      VALUE SPACES.    00002740
           05  WS-CALLCUST-STATUS        PIC X(2)      VALUE SPACES.    00002750
           05  WS-CALLCSHH-STATUS        PIC X(2)      VALUE SPACES.    00002760
           05  WS-CALLWOFH-STATUS        PIC X(2)      VALUE SPACES.    00002770
           05  WS-CALLUNAP-STATUS        PIC X(2)      VALUE SPACES.    00002780
           05  WS-GLAR-STATUS            PIC X(2)      VALUE SPACES.    00002790
           05  WS-CALLCSHR-STATUS        PIC X(2)      VALUE SPACES.    00002800
                                                                        00002810
       01  WS-SWITCHES.                                                 00002820
           05  WS-TRAN-EOF-SW            PIC X         VALUE "N".       00002830
               88  END-OF-TRANS                        VALUE "Y".       00002840
           05  WS-ARN-FOUND-SW           PIC X         VALUE "N".       00002850
               88  ARN-FOUND                           VALUE "Y".       00002860
           05  WS-CM-FOUND-SW            PIC X         VALUE "N".       00002870
               88  CUST-ON-MASTER                      VALUE "Y".       00002880
           05  WS-CM-ACCT-STATUS         PIC X         VALUE SPACE.     00002890
               88  CUST-ACTIVE                         VALUE "A".       00002900
               88  CUST-SUSPENDED                      VALUE "S".       00002910
               88  CUST-CLOSED                         VALUE "C".       00002920
           05  WS-WF-FOUND-SW            PIC X         VALUE "N".       00002930
               88  WOFF-HIST-FOUND                     VALUE "Y".       00002940
           05  WS-REPORT-OPEN-SW         PIC X         VALUE "N".       00002950
               88  CASH-REPORT-OPEN                    VALUE "Y".       00002960
           05  TEST-STATUS               PIC X         VALUE "Y".       00002970
           05  WS-WARN-SW                PIC X         VALUE "N".       00002980
               88  RUN-HAS-WARNING                     VALUE "Y".       00002990
                                                                        00003000
       01  WS-COUNTERS.                                                 00003010
           05  WS-TRAN-COUNT             PIC 9(6)      VALUE 0.         00003020
           05  WS-DEPOSIT-COUNT          PIC 9(6)      VALUE 0.         00003030
           05  WS-APPLIED-COUNT          PIC 9(6)      VALUE 0.         00003040
           05  WS-UNAPPLIED-COUNT        PIC 9(6)      VALUE 0.         00003050
           05  WS-NSF-COUNT              PIC 9(6)      VALUE 0.         00003060
           05  WS-REJECT-COUNT           PIC 9(6)      VALUE 0.         00003070
           05  WS-RECOVERY-COUNT         PIC 9(6)      VALUE 0.         00003080
           05  WS-RECOV-RET-COUNT        PIC 9(6)      VALUE 0.         00003090
           05  WS-DEPOSIT-TOTAL          PIC 9(9)V99   VALUE 0.         00003100
           05  WS-APPLIED-TOTAL          PIC 9(9)V99   VALUE 0.         00003110
           05  WS-UNAPPLIED-TOTAL        PIC 9(9)V99   VALUE 0.         00003120
           05  WS-RECOVERY-TOTAL         PIC 9(9)V99   VALUE 0.         00003130
           05  WS-RECOV-RET-TOTAL        PIC 9(9)V99   VALUE 0.         00003140
           05  WS-RECEIVED-TOTAL         PIC 9(9)V99   VALUE 0.         00003150
           05  WS-NSF-TOTAL              PIC 9(9)V99   VALUE 0.         00003160
           05  WS-FEE-TOTAL              PIC 9(9)V99   VALUE 0.         00003170
           05  WS-RETURN-CODE            PIC 9(4)      VALUE 0.         00003180
                                                                        00003190
       01  WS-CASH-HEADER-LINE.                                         00003200
           05  FILLER                    PIC X(28)                      00003210
                 VALUE "CALLCASH DAILY CASH REPORT -".                  00003220
           05  FILLER                    PIC X(1)  VALUE SPACE.         00003230
           05  CH-RUN-DATE               PIC 9(8).                      00003240
           05  FILLER                    PIC X(95) VALUE SPACES.        00003250
                                                                        00003260
       01  WS-CASH-COL-LINE.                                            00003270
           05  FILLER                    PIC X(56)  VALUE               00003280
             "TYPE CUST CHECK NUM  PAY DATE        AMOUNT  DISPOSITION".00003290
           05  FILLER                    PIC X(76) VALUE SPACES.        00003300
                                                                        00003310
       01  WS-CASH-DETAIL-LINE.                                         00003320
           05  CD-TYPE                   PIC X(4).                      00003330
           05  FILLER                    PIC X(1)  VALUE SPACES.        00003340
           05  CD-CUST-NUM               PIC X(4).                      00003350
           05  FILLER                    PIC X(1)  VALUE SPACES.        00003360
           05  CD-CHECK-NUM              PIC X(10).                     00003370
           05  FILLER                    PIC X(1)  VALUE SPACES.        00003380
           05  CD-PAY-DATE               PIC X(8).                      00003390
           05  FILLER                    PIC X(1)  VALUE SPACES.        00003400
           05  CD-AMOUNT                 PIC ZZ,ZZZ,ZZ9.99.             00003410
           05  FILLER                    PIC X(2)  VALUE SPACES.        00003420
           05  CD-DISPOSITION            PIC X(30).                     00003430
           05  FILLER                    PIC X(57) VALUE SPACES.        00003440
                                                                        00003450
       01  WS-CASH-TOTAL-LINE.                                          00003460
           05  CR-LABEL                  PIC X(26).                     00003470
           05  CR-COUNT                  PIC ZZZ,ZZ9.                   00003480
           05  FILLER                    PIC X(2)  VALUE SPACES.        00003490
           05  CR-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99-.           00003500
           05  FILLER                    PIC X(82) VALUE SPACES.        00003510
                                                                        00003520
       01  WS-CASH-STATUS-LINE.                                         00003530
           05  FILLER                    PIC X(26)                      00003540
                 VALUE "DEPOSIT BALANCE STATUS    ".                    00003550
           05  CS-STATUS                 PIC X(14).                     00003560
           05  FILLER                    PIC X(92) VALUE SPACES.        00003570
                                                                        00003580
      ****************************************************************  00003590
      *                  PROCEDURE DIVISION                          *  00003600
      ****************************************************************  00003610
                                                                        00003620
       PROCEDURE DIVISION.                                              00003630
                                                                        00003640
      *                                                                 00003650
       A000-MAIN-DRIVER.                                                00003660
      *                                                                 00003670
           DISPLAY "***** START OF CALLCASH *****".                     00003680
                                                                        00003690
           PERFORM A010-INITIALIZE.                                     00003700
           IF TEST-STATUS = "Y"                                         00003710
             PERFORM B100-POST-CASH                                     00003720
           END-IF.                                                      00003730
           PERFORM A900-FINALIZE.                                       00003740
                                                                        00003750
           IF TEST-STATUS = "Y"                                         00003760
             DISPLAY "***** CALLCASH SUCCESSFUL *****"                  00003770
           ELSE                                                         00003780
             DISPLAY "+++++ CALLCASH FAILED +++++".                     00003790
           MOVE WS-RETURN-CODE TO RETURN-CODE.                          00003800
           STOP RUN.                                                    00003810
                                                                        00003820
      *                                                                 00003830
       A010-INITIALIZE.                                                 00003840
      *                                                                 00003850
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00003860
      *    CALLCSHC IS OPTIONAL -- WITHOUT IT THE COMPILED-IN FEE       00003870
      *    STANDS.                                                      00003880
           OPEN INPUT CASH-CONTROL-FILE.                                00003890
           IF WS-CALLCSHC-STATUS = "00"                                 00003900
             READ CASH-CONTROL-FILE                                     00003910
               NOT AT END                                               00003920
                 IF CC-NSF-FEE NUMERIC                                  00003930
                   MOVE CC-NSF-FEE TO WS-NSF-FEE                        00003940
                 END-IF                                                 00003950
             END-READ                                                   00003960
             CLOSE CASH-CONTROL-FILE                                    00003970
           END-IF.                                                      00003980
           OPEN INPUT CASH-TRAN-FILE.                                   00003990
           IF WS-CALLCSHT-STATUS NOT = "00"                             00004000
             DISPLAY "+++ UNABLE TO OPEN CALLCSHT - STATUS "            00004010
                     WS-CALLCSHT-STATUS " +++"                          00004020
             MOVE "N" TO TEST-STATUS                                    00004030
             MOVE 8 TO WS-RETURN-CODE                                   00004040
           END-IF.                                                      00004050
           OPEN I-O AR-NEW-FILE.                                        00004060
           IF WS-CALLARN-STATUS NOT = "00"                              00004070
             DISPLAY "+++ UNABLE TO OPEN CALLARN - STATUS "             00004080
                     WS-CALLARN-STATUS " +++"                           00004090
             MOVE "N" TO TEST-STATUS                                    00004100
             MOVE 8 TO WS-RETURN-CODE                                   00004110
           END-IF.                                                      00004120
           OPEN INPUT CUST-MASTER-FILE.                                 00004130
           IF WS-CALLCUST-STATUS NOT = "00"                             00004140
             DISPLAY "+++ UNABLE TO OPEN CALLCUST - STATUS "            00004150
                     WS-CALLCUST-STATUS " +++"                          00004160
             MOVE "N" TO TEST-STATUS                                    00004170
             MOVE 8 TO WS-RETURN-CODE                                   00004180
           END-IF.                                                      00004190
      *    THE PAYMENT HISTORY IS CREATED ON THE FIRST RUN.             00004200
           OPEN I-O PAY-HIST-FILE.                                      00004210
           IF WS-CALLCSHH-STATUS = "35"                                 00004220
             OPEN OUTPUT PAY-HIST-FILE                                  00004230
             IF WS-CALLCSHH-STATUS = "00"                               00004240
               CLOSE PAY-HIST-FILE                                      00004250
               OPEN I-O PAY-HIST-FILE                                   00004260
             END-IF                                                     00004270
           END-IF.                                                      00004280
           IF WS-CALLCSHH-STATUS NOT = "00"                             00004290
             DISPLAY "+++ UNABLE TO OPEN CALLCSHH - STATUS "            00004300
                     WS-CALLCSHH-STATUS " +++"                          00004310
             MOVE "N" TO TEST-STATUS                                    00004320
             MOVE 8 TO WS-RETURN-CODE                                   00004330
           END-IF.                                                      00004340
      *    SO IS THE WRITE-OFF HISTORY, IF CALLWOFF HAS NOT RUN YET.    00004350
           OPEN I-O WOFF-HIST-FILE.                                     00004360
           IF WS-CALLWOFH-STATUS = "35"                                 00004370
             OPEN OUTPUT WOFF-HIST-FILE                                 00004380
             IF WS-CALLWOFH-STATUS = "00"                               00004390
               CLOSE WOFF-HIST-FILE                                     00004400
               OPEN I-O WOFF-HIST-FILE                                  00004410
             END-IF                                                     00004420
           END-IF.                                                      00004430
           IF WS-CALLWOFH-STATUS NOT = "00"                             00004440
             DISPLAY "+++ UNABLE TO OPEN CALLWOFH - STATUS "            00004450
                     WS-CALLWOFH-STATUS " +++"                          00004460
             MOVE "N" TO TEST-STATUS                                    00004470
             MOVE 8 TO WS-RETURN-CODE                                   00004480
           END-IF.                                                      00004490
           OPEN OUTPUT SUSPENSE-FILE.                                   00004500
           IF WS-CALLUNAP-STATUS NOT = "00"                             00004510
             DISPLAY "+++ UNABLE TO OPEN CALLUNAP - STATUS "            00004520
                     WS-CALLUNAP-STATUS " +++"                          00004530
             MOVE "N" TO TEST-STATUS                                    00004540
             MOVE 8 TO WS-RETURN-CODE                                   00004550
           END-IF.                                                      00004560
           OPEN EXTEND GLAR-FILE.                                       00004570
           IF WS-GLAR-STATUS = "35"                                     00004580
             OPEN OUTPUT GLAR-FILE                                      00004590
           END-IF.                                                      00004600
           IF WS-GLAR-STATUS NOT = "00"                                 00004610
             DISPLAY "+++ UNABLE TO OPEN CALLGLAR - STATUS "            00004620
                     WS-GLAR-STATUS " +++"                              00004630
             MOVE "N" TO TEST-STATUS                                    00004640
             MOVE 8 TO WS-RETURN-CODE                                   00004650
           END-IF.                                                      00004660
           OPEN OUTPUT CASH-REPORT-FILE.                                00004670
           IF WS-CALLCSHR-STATUS NOT = "00"                             00004680
             DISPLAY "+++ UNABLE TO OPEN CALLCSHR - STATUS "            00004690
                     WS-CALLCSHR-STATUS " +++"                          00004700
             MOVE "N" TO TEST-STATUS                                    00004710
             MOVE 8 TO WS-RETURN-CODE                                   00004720
           ELSE                                                         00004730
             SET CASH-REPORT-OPEN TO TRUE                               00004740
             MOVE WS-RUN-DATE TO CH-RUN-DATE                            00004750
             WRITE CASH-REPORT-LINE FROM WS-CASH-HEADER-LINE            00004760
             WRITE CASH-REPORT-LINE FROM WS-CASH-COL-LINE               00004770
           END-IF.                                                      00004780
                                                                        00004790
      ****************************************************************  00004800
      *  B100-POST-CASH READS THE LOCKBOX FILE AND ROUTES EACH ITEM. *  00004810
      ****************************************************************  00004820
      *                                                                 00004830
       B100-POST-CASH.                                                  00004840
      *                                                                 00004850
           PERFORM B110-READ-TRAN.                                      00004860
           PERFORM UNTIL END-OF-TRANS                                   00004870
             ADD 1 TO WS-TRAN-COUNT                                     00004880
             MOVE SPACES TO WS-DISPOSITION                              00004890
             EVALUATE TRUE                                              00004900
               WHEN CASH-HEADER                                         00004910
                 PERFORM B120-TAKE-DEPOSIT                              00004920
               WHEN CASH-PAYMENT                                        00004930
                 PERFORM B130-POST-PAYMENT                              00004940
               WHEN CASH-NSF                                            00004950
                 PERFORM B150-RETURN-PAYMENT                            00004960
               WHEN OTHER                                               00004970
                 MOVE "INVALID RECORD TYPE - IGNORED" TO WS-DISPOSITION 00004980
                 ADD 1 TO WS-REJECT-COUNT                               00004990
             END-EVALUATE                                               00005000
             PERFORM B180-WRITE-DETAIL-LINE                             00005010
             PERFORM B110-READ-TRAN                                     00005020
           END-PERFORM.                                                 00005030
                                                                        00005040
      *                                                                 00005050
       B110-READ-TRAN.                                                  00005060
      *                                                                 00005070
           READ CASH-TRAN-FILE                                          00005080
             AT END SET END-OF-TRANS TO TRUE.                           00005090
                                                                        00005100
      *                                                                 00005110
       B120-TAKE-DEPOSIT.                                               00005120
      *                                                                 00005130
           IF CT-AMOUNT NUMERIC                                         00005140
             ADD 1 TO WS-DEPOSIT-COUNT                                  00005150
             ADD CT-AMOUNT TO WS-DEPOSIT-TOTAL                          00005160
             MOVE "BANK DEPOSIT" TO WS-DISPOSITION                      00005170
           ELSE                                                         00005180
             MOVE "INVALID DEPOSIT AMOUNT" TO WS-DISPOSITION            00005190
             ADD 1 TO WS-REJECT-COUNT                                   00005200
           END-IF.                                                      00005210
                                                                        00005220
      ****************************************************************  00005230
      *  B130-POST-PAYMENT APPLIES ONE PAYMENT, OR SENDS IT TO THE   *  00005240
      *  UNAPPLIED-CASH SUSPENSE FILE WHEN IT CANNOT BE APPLIED.     *  00005250
      *  MONEY THE BANK DEPOSITED IS NEVER DROPPED: EVERY PAYMENT    *  00005260
      *  LANDS ON THE LEDGER, IN BAD-DEBT RECOVERY, OR IN SUSPENSE.  *  00005270
      *  A WRITTEN-OFF ACCOUNT IS CLOSED (OR ABOUT TO BE), SO ITS    *  00005280
      *  MONEY IS NOT SENT TO SUSPENSE AS "ACCOUNT CLOSED".  ONLY A  *  00005290
      *  "W" ENTRY MEANS RECOVERY -- A REINSTATED ACCOUNT ("R") HAS  *  00005300
      *  A NEW RECEIVABLE, AND ITS PAYMENTS APPLY TO IT.             *  00005310
      ****************************************************************  00005320
      *                                                                 00005330
       B130-POST-PAYMENT.                                               00005340
      *                                                                 00005350
           IF CT-AMOUNT NOT NUMERIC OR CT-AMOUNT = 0                    00005360
             MOVE "INVALID PAYMENT AMOUNT" TO WS-DISPOSITION            00005370
             ADD 1 TO WS-REJECT-COUNT                                   00005380
           ELSE                                                         00005390
             PERFORM B160-GET-CUSTOMER                                  00005400
             PERFORM B167-GET-WOFF-HIST                                 00005410
             MOVE CT-CUST-NUM  TO PH-CUST-NUM                           00005420
             MOVE CT-CHECK-NUM TO PH-CHECK-NUM                          00005430
             EVALUATE TRUE                                              00005440
               WHEN NOT CUST-ON-MASTER                                  00005450
                 MOVE "UNKNOWN CUSTOMER" TO WS-DISPOSITION              00005460
               WHEN CUST-CLOSED AND NOT WOFF-WRITTEN-OFF                00005470
                 MOVE "ACCOUNT CLOSED" TO WS-DISPOSITION                00005480
               WHEN CT-CHECK-NUM = SPACES                               00005490
                 MOVE "NO CHECK NUMBER" TO WS-DISPOSITION               00005500
               WHEN OTHER                                               00005510
                 READ PAY-HIST-FILE                                     00005520
                   INVALID KEY                                          00005530
                     CONTINUE                                           00005540
                   NOT INVALID KEY                                      00005550
                     MOVE "DUPLICATE CHECK NUMBER" TO WS-DISPOSITION    00005560
                 END-READ                                               00005570
             END-EVALUATE                                               00005580
             IF WS-DISPOSITION = SPACES                                 00005590
               IF WOFF-WRITTEN-OFF                                      00005600
                 PERFORM B145-POST-RECOVERY                             00005610
               ELSE                                                     00005620
                 PERFORM B140-APPLY-PAYMENT                             00005630
               END-IF                                                   00005640
             ELSE                                                       00005650
               PERFORM B170-WRITE-SUSPENSE                              00005660
             END-IF                                                     00005670
           END-IF.                                                      00005680
                                                                        00005690
      ****************************************************************  00005700
      *  B140-APPLY-PAYMENT TAKES THE PAYMENT OFF THE OLDEST BUCKET  *  00005710
      *  FIRST AND RECORDS WHAT IT PAID WHERE ON THE HISTORY FILE.   *  00005720
      ****************************************************************  00005730
      *                                                                 00005740
       B140-APPLY-PAYMENT.                                              00005750
      *                                                                 00005760
           PERFORM B165-GET-AR-ENTRY.                                   00005770
           MOVE CT-AMOUNT TO WS-PAY-REM.                                00005780
           MOVE 0 TO PH-PAID-90 PH-PAID-60 PH-PAID-30                   00005790
                     PH-PAID-CURR PH-PAID-CREDIT.                       00005800
           IF WS-PAY-REM >= ARN-BUCKET-90                               00005810
             MOVE ARN-BUCKET-90 TO PH-PAID-90                           00005820
           ELSE                                                         00005830
             MOVE WS-PAY-REM TO PH-PAID-90                              00005840
           END-IF.                                                      00005850
           SUBTRACT PH-PAID-90 FROM ARN-BUCKET-90 WS-PAY-REM.           00005860
           IF WS-PAY-REM >= ARN-BUCKET-60                               00005870
             MOVE ARN-BUCKET-60 TO PH-PAID-60                           00005880
           ELSE                                                         00005890
             MOVE WS-PAY-REM TO PH-PAID-60                              00005900
           END-IF.                                                      00005910
           SUBTRACT PH-PAID-60 FROM ARN-BUCKET-60 WS-PAY-REM.           00005920
           IF WS-PAY-REM >= ARN-BUCKET-30                               00005930
             MOVE ARN-BUCKET-30 TO PH-PAID-30                           00005940
           ELSE                                                         00005950
             MOVE WS-PAY-REM TO PH-PAID-30                              00005960
           END-IF.                                                      00005970
           SUBTRACT PH-PAID-30 FROM ARN-BUCKET-30 WS-PAY-REM.           00005980
           IF WS-PAY-REM >= ARN-BUCKET-CURR                             00005990
             MOVE ARN-BUCKET-CURR TO PH-PAID-CURR                       00006000
           ELSE                                                         00006010
             MOVE WS-PAY-REM TO PH-PAID-CURR                            00006020
           END-IF.                                                      00006030
           SUBTRACT PH-PAID-CURR FROM ARN-BUCKET-CURR WS-PAY-REM.       00006040
           MOVE WS-PAY-REM TO PH-PAID-CREDIT.                           00006050
           ADD WS-PAY-REM TO ARN-CREDIT.                                00006060
           PERFORM B166-PUT-AR-ENTRY.                                   00006070
                                                                        00006080
           MOVE CT-CUST-NUM  TO PH-CUST-NUM.                            00006090
           MOVE CT-CHECK-NUM TO PH-CHECK-NUM.                           00006100
           MOVE CT-PAY-DATE  TO PH-PAY-DATE.                            00006110
           MOVE WS-RUN-DATE  TO PH-POST-DATE.                           00006120
           MOVE CT-AMOUNT    TO PH-AMOUNT.                              00006130
           MOVE "P"          TO PH-STATUS.                              00006140
           MOVE 0            TO PH-RETURN-DATE.                         00006150
           WRITE PAY-HIST-REC                                           00006160
             INVALID KEY                                                00006170
               DISPLAY "+++ CALLCSHH WRITE FAILED - "                   00006180
                       PH-KEY " +++"                                    00006190
               MOVE "N" TO TEST-STATUS                                  00006200
               MOVE 8 TO WS-RETURN-CODE                                 00006210
           END-WRITE.                                                   00006220
           ADD 1 TO WS-APPLIED-COUNT.                                   00006230
           ADD CT-AMOUNT TO WS-APPLIED-TOTAL.                           00006240
           IF PH-PAID-CREDIT > 0                                        00006250
             MOVE "APPLIED - OVERPAYMENT TO CREDIT" TO WS-DISPOSITION   00006260
           ELSE                                                         00006270
             MOVE "APPLIED" TO WS-DISPOSITION                           00006280
           END-IF.                                                      00006290
                                                                        00006300
      ****************************************************************  00006310
      *  B145-POST-RECOVERY TAKES A PAYMENT ON A WRITTEN-OFF ACCOUNT *  00006320
      *  AS BAD-DEBT RECOVERY.  THE LEDGER WAS CLEARED AT WRITE-OFF, *  00006330
      *  SO NOTHING POSTS TO CALLARN; THE HISTORY ROW KEEPS THE      *  00006340
      *  CHECK SO A RETURNED ITEM OR A REPEAT CAN STILL BE MATCHED.  *  00006350
      ****************************************************************  00006360
      *                                                                 00006370
       B145-POST-RECOVERY.                                              00006380
      *                                                                 00006390
           ADD CT-AMOUNT TO WF-RECOVERED.                               00006400
           PERFORM B168-PUT-WOFF-HIST.                                  00006410
           MOVE CT-CUST-NUM  TO PH-CUST-NUM.                            00006420
           MOVE CT-CHECK-NUM TO PH-CHECK-NUM.                           00006430
           MOVE CT-PAY-DATE  TO PH-PAY-DATE.                            00006440
           MOVE WS-RUN-DATE  TO PH-POST-DATE.                           00006450
           MOVE CT-AMOUNT    TO PH-AMOUNT.                              00006460
           MOVE 0 TO PH-PAID-90 PH-PAID-60 PH-PAID-30                   00006470
                     PH-PAID-CURR PH-PAID-CREDIT.                       00006480
           MOVE "B"          TO PH-STATUS.                              00006490
           MOVE 0            TO PH-RETURN-DATE.                         00006500
           WRITE PAY-HIST-REC                                           00006510
             INVALID KEY                                                00006520
               DISPLAY "+++ CALLCSHH WRITE FAILED - "                   00006530
                       PH-KEY " +++"                                    00006540
               MOVE "N" TO TEST-STATUS                                  00006550
               MOVE 8 TO WS-RETURN-CODE                                 00006560
           END-WRITE.                                                   00006570
           MOVE WS-BILL-TO-NUM TO GLAR-CUST-NUM.                        00006580
           MOVE CM-CUST-NAME TO GLAR-CUST-NAME.                         00006590
           MOVE CT-AMOUNT    TO GLAR-TOTAL-COST.                        00006600
           MOVE WS-RUN-DATE  TO GLAR-RUN-DATE.                          00006610
           MOVE "B"          TO GLAR-REC-TYPE.                          00006620
           MOVE SPACES       TO GLAR-FILLER.                            00006630
           PERFORM B164-NAME-SITE.                                      00006640
           WRITE GLAR-REC.                                              00006650
           ADD 1 TO WS-RECOVERY-COUNT.                                  00006660
           ADD CT-AMOUNT TO WS-RECOVERY-TOTAL.                          00006670
           MOVE "BAD-DEBT RECOVERY" TO WS-DISPOSITION.                  00006680
                                                                        00006690
      ****************************************************************  00006700
      *  B150-RETURN-PAYMENT REVERSES A RETURNED (NSF) PAYMENT.  THE *  00006710
      *  AMOUNT GOES BACK INTO THE BUCKETS THE PAYMENT PAID; THE     *  00006720
      *  PART THAT WAS LEFT AS CREDIT COMES BACK OFF THE CREDIT (OR, *  00006730
      *  IF THE CREDIT HAS SINCE BEEN USED, BECOMES CURRENT BALANCE).*  00006740
      *  THE RETURNED-ITEM FEE IS THEN CHARGED AS A CURRENT ITEM.    *  00006750
      ****************************************************************  00006760
      *                                                                 00006770
       B150-RETURN-PAYMENT.                                             00006780
      *                                                                 00006790
           MOVE CT-CUST-NUM  TO PH-CUST-NUM.                            00006800
           MOVE CT-CHECK-NUM TO PH-CHECK-NUM.                           00006810
           READ PAY-HIST-FILE                                           00006820
             INVALID KEY                                                00006830
               MOVE "PAYMENT NOT ON FILE - REJECTED" TO WS-DISPOSITION  00006840
             NOT INVALID KEY                                            00006850
               IF PH-STATUS = "R" OR PH-STATUS = "X"                    00006860
                 MOVE "ALREADY RETURNED - REJECTED" TO WS-DISPOSITION   00006870
               END-IF                                                   00006880
           END-READ.                                                    00006890
           EVALUATE TRUE                                                00006900
             WHEN WS-DISPOSITION NOT = SPACES                           00006910
               ADD 1 TO WS-REJECT-COUNT                                 00006920
             WHEN PH-STATUS = "B"                                       00006930
               PERFORM B155-RETURN-RECOVERY                             00006940
             WHEN OTHER                                                 00006950
               PERFORM B160-GET-CUSTOMER                                00006960
               PERFORM B165-GET-AR-ENTRY                                00006970
               ADD PH-PAID-90   TO ARN-BUCKET-90                        00006980
               ADD PH-PAID-60   TO ARN-BUCKET-60                        00006990
               ADD PH-PAID-30   TO ARN-BUCKET-30                        00007000
               ADD PH-PAID-CURR TO ARN-BUCKET-CURR                      00007010
               IF PH-PAID-CREDIT > ARN-CREDIT                           00007020
                 COMPUTE ARN-BUCKET-CURR = ARN-BUCKET-CURR              00007030
                   + PH-PAID-CREDIT - ARN-CREDIT                        00007040
                 MOVE 0 TO ARN-CREDIT                                   00007050
               ELSE                                                     00007060
                 SUBTRACT PH-PAID-CREDIT FROM ARN-CREDIT                00007070
               END-IF                                                   00007080
               ADD WS-NSF-FEE TO ARN-BUCKET-CURR                        00007090
               PERFORM B166-PUT-AR-ENTRY                                00007100
               MOVE "R"         TO PH-STATUS                            00007110
               MOVE WS-RUN-DATE TO PH-RETURN-DATE                       00007120
               REWRITE PAY-HIST-REC                                     00007130
                 INVALID KEY                                            00007140
                   DISPLAY "+++ CALLCSHH REWRITE FAILED - "             00007150
                           PH-KEY " +++"                                00007160
                   MOVE "N" TO TEST-STATUS                              00007170
                   MOVE 8 TO WS-RETURN-CODE                             00007180
               END-REWRITE                                              00007190
               IF WS-NSF-FEE > 0                                        00007200
                 MOVE WS-BILL-TO-NUM TO GLAR-CUST-NUM                   00007210
                 MOVE SPACES      TO GLAR-CUST-NAME                     00007220
                 IF CUST-ON-MASTER                                      00007230
                   MOVE CM-CUST-NAME TO GLAR-CUST-NAME                  00007240
                 END-IF                                                 00007250
                 MOVE WS-NSF-FEE  TO GLAR-TOTAL-COST                    00007260
                 MOVE WS-RUN-DATE TO GLAR-RUN-DATE                      00007270
                 MOVE "N"         TO GLAR-REC-TYPE                      00007280
                 MOVE SPACES      TO GLAR-FILLER                        00007290
                 PERFORM B164-NAME-SITE                                 00007300
                 WRITE GLAR-REC                                         00007310
               END-IF                                                   00007320
               ADD 1 TO WS-NSF-COUNT                                    00007330
               ADD PH-AMOUNT TO WS-NSF-TOTAL                            00007340
               ADD WS-NSF-FEE TO WS-FEE-TOTAL                           00007350
               MOVE "RETURNED - REVERSED, FEE ADDED" TO WS-DISPOSITION  00007360
           END-EVALUATE.                                                00007370
                                                                        00007380
      ****************************************************************  00007390
      *  B155-RETURN-RECOVERY BACKS OUT A BAD-DEBT RECOVERY WHOSE    *  00007400
      *  CHECK CAME BACK.  THE ACCOUNT IS ALREADY WRITTEN OFF, SO NO *  00007410
      *  RECEIVABLE OR FEE IS RAISED; THE GL GETS A "B" RECORD WITH  *  00007420
      *  "R" IN BYTE 1 OF THE FILLER TO TAKE THE RECOVERY BACK.      *  00007430
      ****************************************************************  00007440
      *                                                                 00007450
       B155-RETURN-RECOVERY.                                            00007460
      *                                                                 00007470
           PERFORM B160-GET-CUSTOMER.                                   00007480
           PERFORM B167-GET-WOFF-HIST.                                  00007490
           IF WOFF-HIST-FOUND                                           00007500
             IF WF-RECOVERED > PH-AMOUNT                                00007510
               SUBTRACT PH-AMOUNT FROM WF-RECOVERED                     00007520
             ELSE                                                       00007530
               MOVE 0 TO WF-RECOVERED                                   00007540
             END-IF                                                     00007550
             PERFORM B168-PUT-WOFF-HIST                                 00007560
           END-IF.                                                      00007570
           MOVE "X"         TO PH-STATUS.                               00007580
           MOVE WS-RUN-DATE TO PH-RETURN-DATE.                          00007590
           REWRITE PAY-HIST-REC                                         00007600
             INVALID KEY                                                00007610
               DISPLAY "+++ CALLCSHH REWRITE FAILED - "                 00007620
                       PH-KEY " +++"                                    00007630
               MOVE "N" TO TEST-STATUS                                  00007640
               MOVE 8 TO WS-RETURN-CODE                                 00007650
           END-REWRITE.                                                 00007660
           MOVE WS-BILL-TO-NUM TO GLAR-CUST-NUM.                        00007670
           MOVE SPACES      TO GLAR-CUST-NAME.                          00007680
           IF CUST-ON-MASTER                                            00007690
             MOVE CM-CUST-NAME TO GLAR-CUST-NAME                        00007700
           END-IF.                                                      00007710
           MOVE PH-AMOUNT   TO GLAR-TOTAL-COST.                         00007720
           MOVE WS-RUN-DATE TO GLAR-RUN-DATE.                           00007730
           MOVE "B"         TO GLAR-REC-TYPE.                           00007740
           MOVE SPACES      TO GLAR-FILLER.                             00007750
           MOVE "R"         TO GLAR-FILLER(1:1).                        00007760
           PERFORM B164-NAME-SITE.                                      00007770
           WRITE GLAR-REC.                                              00007780
           ADD 1 TO WS-RECOV-RET-COUNT.                                 00007790
           ADD PH-AMOUNT TO WS-RECOV-RET-TOTAL.                         00007800
           MOVE "RETURNED RECOVERY - BACKED OUT" TO WS-DISPOSITION.     00007810
                                                                        00007820
      *                                                                 00007830
       B160-GET-CUSTOMER.                                               00007840
      *                                                                 00007850
           MOVE "N"   TO WS-CM-FOUND-SW.                                00007860
           MOVE SPACE TO WS-CM-ACCT-STATUS.                             00007870
           MOVE CT-CUST-NUM TO CM-CUST-NUM WS-BILL-TO-NUM.              00007880
           READ CUST-MASTER-FILE                                        00007890
             INVALID KEY                                                00007900
               CONTINUE                                                 00007910
             NOT INVALID KEY                                            00007920
               SET CUST-ON-MASTER TO TRUE                               00007930
               MOVE CM-ACCT-STATUS TO WS-CM-ACCT-STATUS                 00007940
           END-READ.                                                    00007950
           IF CUST-ON-MASTER AND CM-PARENT-NUM NUMERIC                  00007960
              AND CM-PARENT-NUM NOT = CT-CUST-NUM                       00007970
             PERFORM B162-CHECK-PARENT                                  00007980
           END-IF.                                                      00007990
                                                                        00008000
      ****************************************************************  00008010
      *  B162-CHECK-PARENT SENDS A SITE'S MONEY TO ITS PARENT WHEN   *  00008020
      *  THE PARENT IS STILL AN OPEN PARENT ACCOUNT -- THE SAME TEST *  00008030
      *  THE BILLING RUN USES.  OTHERWISE THE SITE IS BILLED ON ITS  *  00008040
      *  OWN AND KEEPS ITS OWN MONEY; ITS MASTER IS READ BACK SO THE *  00008050
      *  GL NAME IS RIGHT.                                           *  00008060
      ****************************************************************  00008070
      *                                                                 00008080
       B162-CHECK-PARENT.                                               00008090
      *                                                                 00008100
           MOVE CM-PARENT-NUM TO CM-CUST-NUM.                           00008110
           READ CUST-MASTER-FILE                                        00008120
             INVALID KEY                                                00008130
               MOVE SPACES TO CM-PARENT-NUM                             00008140
           END-READ.                                                    00008150
           IF CM-PARENT-NUM = CM-CUST-NUM                               00008160
              AND (CM-ACCT-STATUS = "A" OR CM-ACCT-STATUS = "S")        00008170
             MOVE CM-CUST-NUM TO WS-BILL-TO-NUM                         00008180
           ELSE                                                         00008190
             MOVE CT-CUST-NUM TO CM-CUST-NUM                            00008200
             READ CUST-MASTER-FILE                                      00008210
               INVALID KEY                                              00008220
                 CONTINUE                                               00008230
             END-READ                                                   00008240
           END-IF.                                                      00008250
                                                                        00008260
      *                                                                 00008270
       B164-NAME-SITE.                                                  00008280
      *                                                                 00008290
           IF WS-BILL-TO-NUM NOT = CT-CUST-NUM                          00008300
             MOVE CT-CUST-NUM TO GLAR-SITE-NUM                          00008310
           END-IF.                                                      00008320
                                                                        00008330
      *                                                                 00008340
      *    A CUSTOMER ON THE MASTER BUT NOT YET ON THE LEDGER (PAID     00008350
      *    BEFORE THE FIRST BILL) GETS A NEW ENTRY HOLDING THE CREDIT.  00008360
      *                                                                 00008370
       B165-GET-AR-ENTRY.                                               00008380
      *                                                                 00008390
           MOVE "N" TO WS-ARN-FOUND-SW.                                 00008400
           MOVE WS-BILL-TO-NUM TO ARN-CUST-NUM.                         00008410
           READ AR-NEW-FILE                                             00008420
             INVALID KEY                                                00008430
               MOVE WS-BILL-TO-NUM TO ARN-CUST-NUM                      00008440
               MOVE 0 TO ARN-BUCKET-CURR ARN-BUCKET-30                  00008450
                         ARN-BUCKET-60 ARN-BUCKET-90 ARN-CREDIT         00008460
             NOT INVALID KEY                                            00008470
               SET ARN-FOUND TO TRUE                                    00008480
           END-READ.                                                    00008490
                                                                        00008500
      *                                                                 00008510
       B166-PUT-AR-ENTRY.                                               00008520
      *                                                                 00008530
           IF ARN-FOUND                                                 00008540
             REWRITE AR-NEW-REC                                         00008550
               INVALID KEY                                              00008560
                 DISPLAY "+++ CALLARN REWRITE FAILED - "                00008570
                         ARN-CUST-NUM " +++"                            00008580
                 MOVE "N" TO TEST-STATUS                                00008590
                 MOVE 8 TO WS-RETURN-CODE                               00008600
             END-REWRITE                                                00008610
           ELSE                                                         00008620
             WRITE AR-NEW-REC                                           00008630
               INVALID KEY                                              00008640
                 DISPLAY "+++ CALLARN WRITE FAILED - "                  00008650
                         ARN-CUST-NUM " +++"                            00008660
                 MOVE "N" TO TEST-STATUS                                00008670
                 MOVE 8 TO WS-RETURN-CODE                               00008680
             END-WRITE                                                  00008690
           END-IF.                                                      00008700
                                                                        00008710
      *                                                                 00008720
       B167-GET-WOFF-HIST.                                              00008730
      *                                                                 00008740
           MOVE "N" TO WS-WF-FOUND-SW.                                  00008750
           MOVE WS-BILL-TO-NUM TO WF-CUST-NUM.                          00008760
           READ WOFF-HIST-FILE                                          00008770
             INVALID KEY                                                00008780
               MOVE SPACE TO WF-STATUS                                  00008790
             NOT INVALID KEY                                            00008800
               SET WOFF-HIST-FOUND TO TRUE                              00008810
           END-READ.                                                    00008820
                                                                        00008830
      *                                                                 00008840
       B168-PUT-WOFF-HIST.                                              00008850
      *                                                                 00008860
           REWRITE WOFF-HIST-REC                                        00008870
             INVALID KEY                                                00008880
               DISPLAY "+++ CALLWOFH REWRITE FAILED - "                 00008890
                       WF-CUST-NUM " +++"                               00008900
               MOVE "N" TO TEST-STATUS                                  00008910
               MOVE 8 TO WS-RETURN-CODE                                 00008920
           END-REWRITE.                                                 00008930
                                                                        00008940
      *                                                                 00008950
       B170-WRITE-SUSPENSE.                                             00008960
      *                                                                 00008970
           MOVE SPACES         TO SUSPENSE-REC.                         00008980
           MOVE CT-CUST-NUM    TO SU-CUST-NUM.                          00008990
           MOVE CT-CHECK-NUM   TO SU-CHECK-NUM.                         00009000
           MOVE CT-PAY-DATE    TO SU-PAY-DATE.                          00009010
           MOVE CT-AMOUNT      TO SU-AMOUNT.                            00009020
           MOVE WS-RUN-DATE    TO SU-POST-DATE.                         00009030
           MOVE WS-DISPOSITION TO SU-REASON.                            00009040
           WRITE SUSPENSE-REC.                                          00009050
           ADD 1 TO WS-UNAPPLIED-COUNT.                                 00009060
           ADD CT-AMOUNT TO WS-UNAPPLIED-TOTAL.                         00009070
           MOVE "Y" TO WS-WARN-SW.                                      00009080
           MOVE SPACES TO WS-DISPOSITION.                               00009090
           STRING "SUSPENSE - " DELIMITED BY SIZE                       00009100
                  SU-REASON DELIMITED BY "  "                           00009110
             INTO WS-DISPOSITION.                                       00009120
                                                                        00009130
      *                                                                 00009140
       B180-WRITE-DETAIL-LINE.                                          00009150
      *                                                                 00009160
           IF CASH-REPORT-OPEN                                          00009170
             EVALUATE TRUE                                              00009180
               WHEN CASH-HEADER  MOVE "DEP " TO CD-TYPE                 00009190
               WHEN CASH-PAYMENT MOVE "PAY " TO CD-TYPE                 00009200
               WHEN CASH-NSF     MOVE "NSF " TO CD-TYPE                 00009210
               WHEN OTHER        MOVE CT-TRAN-TYPE TO CD-TYPE           00009220
             END-EVALUATE                                               00009230
             MOVE CT-CUST-NUM  TO CD-CUST-NUM                           00009240
             MOVE CT-CHECK-NUM TO CD-CHECK-NUM                          00009250
             MOVE CASH-TRAN-REC(16:8) TO CD-PAY-DATE                    00009260
             IF CT-AMOUNT NUMERIC                                       00009270
               MOVE CT-AMOUNT TO CD-AMOUNT                              00009280
             ELSE                                                       00009290
               MOVE 0 TO CD-AMOUNT                                      00009300
             END-IF                                                     00009310
             MOVE WS-DISPOSITION TO CD-DISPOSITION                      00009320
             WRITE CASH-REPORT-LINE FROM WS-CASH-DETAIL-LINE            00009330
           END-IF.                                                      00009340
                                                                        00009350
      ****************************************************************  00009360
      *  A900-FINALIZE FOOTS THE DAY.  CASH RECEIVED (APPLIED PLUS   *  00009370
      *  RECOVERED AND SENT TO SUSPENSE) MUST EQUAL THE BANK DEPOSIT *  00009380
      *  TOTAL.                                                      *  00009390
      *  RETURNED ITEMS ARE DEBITED BY THE BANK SEPARATELY AND ARE   *  00009400
      *  SHOWN BELOW THE PROOF, NOT IN IT.                           *  00009410
      ****************************************************************  00009420
      *                                                                 00009430
       A900-FINALIZE.                                                   00009440
      *                                                                 00009450
           COMPUTE WS-RECEIVED-TOTAL = WS-APPLIED-TOTAL                 00009460
             + WS-RECOVERY-TOTAL + WS-UNAPPLIED-TOTAL.                  00009470
           COMPUTE WS-DIFFERENCE = WS-DEPOSIT-TOTAL                     00009480
             - WS-RECEIVED-TOTAL.                                       00009490
           IF CASH-REPORT-OPEN                                          00009500
             MOVE SPACES TO CASH-REPORT-LINE                            00009510
             WRITE CASH-REPORT-LINE                                     00009520
             MOVE "BANK DEPOSITS             " TO CR-LABEL              00009530
             MOVE WS-DEPOSIT-COUNT TO CR-COUNT                          00009540
             MOVE WS-DEPOSIT-TOTAL TO CR-AMOUNT                         00009550
             WRITE CASH-REPORT-LINE FROM WS-CASH-TOTAL-LINE             00009560
             MOVE "PAYMENTS APPLIED          " TO CR-LABEL              00009570
             MOVE WS-APPLIED-COUNT TO CR-COUNT                          00009580
             MOVE WS-APPLIED-TOTAL TO CR-AMOUNT                         00009590
             WRITE CASH-REPORT-LINE FROM WS-CASH-TOTAL-LINE             00009600
             MOVE "BAD-DEBT RECOVERIES       " TO CR-LABEL              00009610
             MOVE WS-RECOVERY-COUNT TO CR-COUNT                         00009620
             MOVE WS-RECOVERY-TOTAL TO CR-AMOUNT                        00009630
             WRITE CASH-REPORT-LINE FROM WS-CASH-TOTAL-LINE             00009640
             MOVE "UNAPPLIED TO SUSPENSE     " TO CR-LABEL              00009650
             MOVE WS-UNAPPLIED-COUNT TO CR-COUNT                        00009660
             MOVE WS-UNAPPLIED-TOTAL TO CR-AMOUNT                       00009670
             WRITE CASH-REPORT-LINE FROM WS-CASH-TOTAL-LINE             00009680
             MOVE "TOTAL CASH RECEIVED       " TO CR-LABEL              00009690
             COMPUTE CR-COUNT = WS-APPLIED-COUNT + WS-RECOVERY-COUNT    00009700
               + WS-UNAPPLIED-COUNT                                     00009710
             MOVE WS-RECEIVED-TOTAL TO CR-AMOUNT                        00009720
             WRITE CASH-REPORT-LINE FROM WS-CASH-TOTAL-LINE             00009730
             MOVE "DEPOSIT LESS RECEIVED     " TO CR-LABEL              00009740
             MOVE 0 TO CR-COUNT                                         00009750
             MOVE WS-DIFFERENCE TO CR-AMOUNT                            00009760
             WRITE CASH-REPORT-LINE FROM WS-CASH-TOTAL-LINE             00009770
             IF WS-DIFFERENCE = 0                                       00009780
               MOVE "IN BALANCE" TO CS-STATUS                           00009790
             ELSE                                                       00009800
               MOVE "OUT OF BALANCE" TO CS-STATUS                       00009810
             END-IF                                                     00009820
             WRITE CASH-REPORT-LINE FROM WS-CASH-STATUS-LINE            00009830
             MOVE SPACES TO CASH-REPORT-LINE                            00009840
             WRITE CASH-REPORT-LINE                                     00009850
             MOVE "RETURNED ITEMS REVERSED   " TO CR-LABEL              00009860
             MOVE WS-NSF-COUNT TO CR-COUNT                              00009870
             MOVE WS-NSF-TOTAL TO CR-AMOUNT                             00009880
             WRITE CASH-REPORT-LINE FROM WS-CASH-TOTAL-LINE             00009890
             MOVE "RETURNED-ITEM FEES        " TO CR-LABEL              00009900
             MOVE WS-NSF-COUNT TO CR-COUNT                              00009910
             MOVE WS-FEE-TOTAL TO CR-AMOUNT                             00009920
             WRITE CASH-REPORT-LINE FROM WS-CASH-TOTAL-LINE             00009930
             MOVE "RETURNED RECOVERIES       " TO CR-LABEL              00009940
             MOVE WS-RECOV-RET-COUNT TO CR-COUNT                        00009950
             MOVE WS-RECOV-RET-TOTAL TO CR-AMOUNT                       00009960
             WRITE CASH-REPORT-LINE FROM WS-CASH-TOTAL-LINE             00009970
             MOVE "ITEMS REJECTED            " TO CR-LABEL              00009980
             MOVE WS-REJECT-COUNT TO CR-COUNT                           00009990
             MOVE 0 TO CR-AMOUNT                                        00010000
             WRITE CASH-REPORT-LINE FROM WS-CASH-TOTAL-LINE             00010010
             CLOSE CASH-REPORT-FILE                                     00010020
           END-IF.                                                      00010030
           IF WS-CALLCSHT-STATUS = "00" OR WS-CALLCSHT-STATUS = "10"    00010040
             CLOSE CASH-TRAN-FILE                                       00010050
           END-IF.                                                      00010060
           IF WS-CALLARN-STATUS = "00" OR WS-CALLARN-STATUS = "23"      00010070
             CLOSE AR-NEW-FILE                                          00010080
           END-IF.                                                      00010090
           IF WS-CALLCUST-STATUS = "00" OR WS-CALLCUST-STATUS = "23"    00010100
             CLOSE CUST-MASTER-FILE                                     00010110
           END-IF.                                                      00010120
           IF WS-CALLCSHH-STATUS = "00" OR WS-CALLCSHH-STATUS = "23"    00010130
             CLOSE PAY-HIST-FILE                                        00010140
           END-IF.                                                      00010150
           IF WS-CALLWOFH-STATUS = "00" OR WS-CALLWOFH-STATUS = "23"    00010160
             CLOSE WOFF-HIST-FILE                                       00010170
           END-IF.                                                      00010180
           IF WS-CALLUNAP-STATUS = "00"                                 00010190
             CLOSE SUSPENSE-FILE                                        00010200
           END-IF.                                                      00010210
           IF WS-GLAR-STATUS = "00"                                     00010220
             CLOSE GLAR-FILE                                            00010230
           END-IF.                                                      00010240
           IF TEST-STATUS = "Y" AND WS-DIFFERENCE NOT = 0               00010250
             DISPLAY "+++ DEPOSIT OUT OF BALANCE BY " WS-DIFFERENCE     00010260
                     " +++"                                             00010270
             MOVE 8 TO WS-RETURN-CODE                                   00010280
           END-IF.                                                      00010290
           IF (RUN-HAS-WARNING OR WS-REJECT-COUNT > 0)                  00010300
              AND WS-RETURN-CODE = 0                                    00010310
             MOVE 4 TO WS-RETURN-CODE                                   00010320
           END-IF.                                                      00010330
