       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    CALLADJ.                                          00000020
       AUTHOR.        IBM PROGRAMMER.                                   00000030
       INSTALLATION.  STL                                               00000040
       DATE-WRITTEN.  OCT 15, 2026.                                     00000050
       DATE-COMPILED.                                                   00000060
                                                                        00000070
      ******************************************************************00000080
      * PRODUCT.      Enterprise COBOL                                 *00000090
      *                                                                *00000100
      * FUNCTION.                                                      *00000110
      *   CALLADJ IS THE BILLING ADJUSTMENT (DISPUTE) RUN.  IT READS   *00000120
      *   THE SERVICE-DESK ADJUSTMENT TRANSACTIONS (CALLADJT), EACH    *00000130
      *   NAMING ONE BILLED CALL BY ITS BILLED-CALLS REGISTER KEY      *00000140
      *   (CUSTOMER / AREA CODE / CALL DATE / CALL TIME), AND POSTS    *00000150
      *   EITHER A CREDIT ("C") OR A REBILL ("R") WITH A REASON CODE:  *00000160
      *     - THE REGISTER ROW (CALLREG) MUST EXIST AND MUST NOT       *00000170
      *       ALREADY BE ADJUSTED; IT IS MARKED ADJUSTED AS THE        *00000180
      *       TRANSACTION POSTS, SO A CALL IS ADJUSTED ONLY ONCE.      *00000190
      *     - THE AMOUNT GOES STRAIGHT TO THE CUSTOMER'S RECEIVABLE    *00000200
      *       (CALLARN).  A CREDIT COMES OFF THE CURRENT BUCKET FIRST  *00000210
      *       AND THEN THE AGED BUCKETS, ANY EXCESS BECOMING CUSTOMER  *00000220
      *       CREDIT; A REBILL USES UP ANY CUSTOMER CREDIT FIRST AND   *00000230
      *       THE REST IS CURRENT BALANCE.                             *00000240
      *     - A TYPE-"J" RECORD IS ADDED TO THE GL FEED (CALLGLAR).    *00000250
      *     - A CALL BILLED TO A SITE OF A CORPORATE PARENT ACCOUNT    *00000260
      *       POSTS TO THE PARENT, WHICH CARRIES THE RECEIVABLE; THE   *00000270
      *       GL RECORD NAMES THE SITE, AS THE BILLING RUN'S DO.       *00000280
      *   A CREDIT CODED WITH NO AMOUNT CREDITS THE CALL'S FULL        *00000290
      *   BILLED COST, AND NO CREDIT MAY EXCEED IT.  A REBILL MUST     *00000300
      *   CODE ITS AMOUNT.                                             *00000310
      *                                                                *00000320
      *   THE ADJUSTMENT JOURNAL (CALLADJR) LISTS EVERY TRANSACTION,   *00000330
      *   POSTED OR REJECTED WITH ITS REASON, FOLLOWED BY CREDIT AND   *00000340
      *   REBILL TOTALS BY REASON CODE AND BY BRANCH.                  *00000350
      *                                                                *00000360
      *  EXPECTED MESSAGES.                                            *00000370
      *        **** START OF CALLADJ ****                              *00000380
      *        **** CALLADJ SUCCESSFUL ****                            *00000390
      *                   OR                                           *00000400
      *        **** START OF CALLADJ ****                              *00000410
      *        **** CALLADJ FAILED ****                                *00000420
      *                                                                *00000430
      *  RETURN CODES.                                                 *00000440
      *        0 - ALL ADJUSTMENTS POSTED                              *00000450
      *        4 - ONE OR MORE ADJUSTMENTS REJECTED (SEE CALLADJR)     *00000460
      *        8 - FILE PROBLEM                                        *00000470
      ******************************************************************00000480
      /                                                                 00000490
       ENVIRONMENT DIVISION.                                            00000500
       CONFIGURATION SECTION.                                           00000510
       SOURCE-COMPUTER.  IBM-390.                                       00000520
       OBJECT-COMPUTER.  IBM-390.                                       00000530
                                                                        00000540
       INPUT-OUTPUT SECTION.                                            00000550
       FILE-CONTROL.                                                    00000560
           SELECT ADJ-TRAN-FILE      ASSIGN TO CALLADJT                 00000570
               ORGANIZATION IS LINE SEQUENTIAL                          00000580
               FILE STATUS IS WS-CALLADJT-STATUS.                       00000590
                                                                        00000600
           SELECT REGISTER-FILE      ASSIGN TO CALLREG                  00000610
               ORGANIZATION IS INDEXED                                  00000620
               ACCESS IS RANDOM                                         00000630
               RECORD KEY IS REG-KEY                                    00000640
               FILE STATUS IS WS-CALLREG-STATUS.                        00000650
                                                                        00000660
           SELECT AR-NEW-FILE        ASSIGN TO CALLARN                  00000670
               ORGANIZATION IS INDEXED                                  00000680
               ACCESS IS RANDOM                                         00000690
               RECORD KEY IS ARN-CUST-NUM                               00000700
               FILE STATUS IS WS-CALLARN-STATUS.                        00000710
                                                                        00000720
           SELECT CUST-MASTER-FILE   ASSIGN TO CALLCUST                 00000730
               ORGANIZATION IS INDEXED                                  00000740
               ACCESS IS RANDOM                                         00000750
               RECORD KEY IS CM-CUST-NUM                                00000760
               FILE STATUS IS WS-CALLCUST-STATUS.                       00000770
                                                                        00000780
           SELECT GLAR-FILE          ASSIGN TO CALLGLAR                 00000790
               ORGANIZATION IS LINE SEQUENTIAL                          00000800
               FILE STATUS IS WS-GLAR-STATUS.                           00000810
                                                                        00000820
           SELECT JOURNAL-FILE       ASSIGN TO CALLADJR                 00000830
               ORGANIZATION IS LINE SEQUENTIAL                          00000840
               FILE STATUS IS WS-CALLADJR-STATUS.                       00000850
                                                                        00000860
       DATA DIVISION.                                                   00000870
       FILE SECTION.                                                    00000880
                                                                        00000890
      ****************************************************************  00000900
      *  ONE ADJUSTMENT PER RECORD.  AT-AMOUNT MAY BE LEFT BLANK ON  *  00000910
      *  A CREDIT TO CREDIT THE WHOLE CALL.  AT-TICKET IS THE        *  00000920
      *  SERVICE-DESK REFERENCE, CARRIED TO THE JOURNAL FOR AUDIT.   *  00000930
      ****************************************************************  00000940
       FD  ADJ-TRAN-FILE                                                00000950
           LABEL RECORDS ARE STANDARD                                   00000960
           RECORD CONTAINS 50 CHARACTERS.                               00000970
       01  ADJ-TRAN-REC.                                                00000980
           05  AT-ACTION             PIC X(1).                          00000990
               88  ADJ-CREDIT                  VALUE "C".               00001000
               88  ADJ-REBILL                  VALUE "R".               00001010
           05  AT-REG-KEY.                                              00001020
               10  AT-CUST-NUM       PIC X(4).                          00001030
               10  AT-AREA-CODE      PIC 9(3).                          00001040
               10  AT-CALL-DATE      PIC 9(8).                          00001050
               10  AT-CALL-TIME      PIC 9(4).                          00001060
           05  AT-REASON-CODE        PIC X(4).                          00001070
           05  AT-AMOUNT             PIC 9(6)V99.                       00001080
           05  AT-AMOUNT-X REDEFINES AT-AMOUNT                          00001090
                                     PIC X(8).                          00001100
           05  AT-TICKET             PIC X(10).                         00001110
           05  FILLER                PIC X(8).                          00001120
                                                                        00001130
       FD  REGISTER-FILE                                                00001140
           LABEL RECORDS ARE STANDARD                                   00001150
           RECORD CONTAINS 44 CHARACTERS.                               00001160
       01  REGISTER-REC.                                                00001170
           05  REG-KEY.                                                 00001180
               10  REG-CUST-NUM      PIC X(4).                          00001190
               10  REG-AREA-CODE     PIC 9(3).                          00001200
               10  REG-CALL-DATE     PIC 9(8).                          00001210
               10  REG-CALL-TIME     PIC 9(4).                          00001220
           05  REG-RUN-DATE          PIC 9(8).                          00001230
           05  REG-BILLED-COST       PIC 9(6)V99.                       00001240
           05  REG-ADJ-CODE          PIC X(1).                          00001250
           05  REG-ADJ-DATE          PIC 9(8).                          00001260
                                                                        00001270
       FD  AR-NEW-FILE                                                  00001280
           LABEL RECORDS ARE STANDARD                                   00001290
           RECORD CONTAINS 54 CHARACTERS.                               00001300
       01  AR-NEW-REC.                                                  00001310
           05  ARN-CUST-NUM          PIC X(4).                          00001320
           05  ARN-BUCKET-CURR       PIC 9(8)V99.                       00001330
           05  ARN-BUCKET-30         PIC 9(8)V99.                       00001340
           05  ARN-BUCKET-60         PIC 9(8)V99.                       00001350
           05  ARN-BUCKET-90         PIC 9(8)V99.                       00001360
           05  ARN-CREDIT            PIC 9(8)V99.                       00001370
                                                                        00001380
       FD  CUST-MASTER-FILE                                             00001390
           LABEL RECORDS ARE STANDARD                                   00001400
           RECORD CONTAINS 120 CHARACTERS.                              00001410
       01  CUST-MASTER-REC.                                             00001420
           05  CM-CUST-NUM           PIC X(4).                          00001430
           05  CM-CUST-NAME          PIC X(25).                         00001440
           05  CM-ADDR-LINE1         PIC X(25).                         00001450
           05  CM-ADDR-LINE2         PIC X(25).                         00001460
           05  CM-ADDR-CITY          PIC X(15).                         00001470
           05  CM-ADDR-STATE         PIC X(2).                          00001480
           05  CM-ADDR-ZIP           PIC X(9).                          00001490
           05  CM-ACCT-STATUS        PIC X(1).                          00001500
           05  CM-RATE-PLAN          PIC 9(1).                          00001510
           05  CM-PLAN-EFF-DATE      PIC 9(8).                          00001520
           05  CM-PRIOR-PLAN         PIC 9(1).                          00001530
           05  CM-PARENT-NUM         PIC X(4).                          00001540
                                                                        00001550
      ****************************************************************  00001560
      *  CALLGLAR IS THE SAME GL FEED CALLIVP1 WRITES.  ADJUSTMENTS  *  00001570
      *  ARE ADDED TO THE END OF IT AS RECORD TYPE "J".              *  00001580
      ****************************************************************  00001590
       FD  GLAR-FILE                                                    00001600
           LABEL RECORDS ARE STANDARD                                   00001610
           RECORD CONTAINS 42 CHARACTERS.                               00001620
       01  GLAR-REC.                                                    00001630
           05  GLAR-CUST-NUM         PIC X(4).                          00001640
           05  GLAR-CUST-NAME        PIC X(10).                         00001650
           05  GLAR-TOTAL-COST       PIC 9(6)V99.                       00001660
           05  GLAR-RUN-DATE         PIC 9(8).                          00001670
           05  GLAR-REC-TYPE         PIC X(1).                          00001680
           05  GLAR-FILLER.                                             00001690
               10  GLAR-ADJ-ACTION   PIC X(1).                          00001700
               10  GLAR-ADJ-REASON   PIC X(4).                          00001710
               10  FILLER            PIC X(2).                          00001720
               10  GLAR-SITE-NUM     PIC X(4).                          00001730
                                                                        00001740
       FD  JOURNAL-FILE                                                 00001750
           LABEL RECORDS ARE STANDARD                                   00001760
           RECORD CONTAINS 132 CHARACTERS.                              00001770
       01  JOURNAL-LINE              PIC X(132).                        00001780
                                                                        00001790
       WORKING-STORAGE SECTION.                                         00001800
                                                                        00001810
       01  WS-VARIABLES.                                                00001820
           05  WS-RUN-DATE               PIC 9(8).                      00001830
           05  WS-REJECT-REASON          PIC X(30).                     00001840
           05  WS-ADJ-AMOUNT             PIC 9(6)V99   VALUE 0.         00001850
           05  WS-ADJ-WORK               PIC 9(8)V99   VALUE 0.         00001860
           05  WS-BR-SUB                 PIC 9(3)      VALUE 0.         00001870
           05  WS-RSN-SUB                PIC 9(3)      VALUE 0.         00001880
           05  WS-BILL-TO-NUM            PIC X(4)      VALUE SPACES.    00001890
                                                                        00001900
       01  WS-FILE-STATUSES.                                            00001910
           05  WS-CALLADJT-STATUS        PIC X(2)      VALUE SPACES.    00001920
           05  WS-CALLREG-STATUS         PIC X(2)      VALUE SPACES.    00001930
           05  WS-CALLARN-STATUS         PIC X(2)      VALUE SPACES.    00001940
           05  WS-CALLCUST-STATUS        PIC X(2)      VALUE SPACES.    00001950
           05  WS-GLAR-STATUS            PIC X(2)      VALUE SPACES.    00001960
           05  WS-CALLADJR-STATUS        PIC X(2)      VALUE SPACES.    00001970
                                                                        00001980
       01  WS-SWITCHES.                                                 00001990
           05  WS-TRAN-EOF-SW            PIC X         VALUE "N".       00002000
               88  END-OF-TRANS                        VALUE "Y".       00002010
           05  WS-TRAN-OK-SW             PIC X         VALUE "N".       00002020
               88  TRAN-OK                             VALUE "Y".       00002030
           05  WS-ARN-FOUND-SW           PIC X         VALUE "N".       00002040
               88  ARN-FOUND                           VALUE "Y".       00002050
           05  TEST-STATUS               PIC X         VALUE "Y".       00002060
                                                                        00002070
       01  WS-COUNTERS.                                                 00002080
           05  WS-TRAN-COUNT             PIC 9(6)      VALUE 0.         00002090
           05  WS-POSTED-COUNT           PIC 9(6)      VALUE 0.         00002100
           05  WS-REJECT-COUNT           PIC 9(6)      VALUE 0.         00002110
           05  WS-CREDIT-COUNT           PIC 9(6)      VALUE 0.         00002120
           05  WS-REBILL-COUNT           PIC 9(6)      VALUE 0.         00002130
           05  WS-CREDIT-TOTAL           PIC 9(9)V99   VALUE 0.         00002140
           05  WS-REBILL-TOTAL           PIC 9(9)V99   VALUE 0.         00002150
           05  WS-RETURN-CODE            PIC 9(4)      VALUE 0.         00002160
                                                                        00002170
      ****************************************************************  00002180
      *  JOURNAL TOTALS BY REASON CODE (IN ORDER OF FIRST USE) AND   *  00002190
      *  BY BRANCH -- THE FIRST TWO DIGITS OF THE CUSTOMER NUMBER,   *  00002200
      *  AS EVERYWHERE ELSE IN THE SYSTEM.                           *  00002210
      ****************************************************************  00002220
       01  ADJ-REASON-AREA.                                             00002230
           05  RSN-COUNT                 PIC 9(3)      VALUE 0.         00002240
           05  RSN-TABLE OCCURS 50 TIMES.                               00002250
               10  RSN-CODE              PIC X(4).                      00002260
               10  RSN-CREDIT-COUNT      PIC 9(5).                      00002270
               10  RSN-CREDIT-AMT        PIC 9(9)V99.                   00002280
               10  RSN-REBILL-COUNT      PIC 9(5).                      00002290
               10  RSN-REBILL-AMT        PIC 9(9)V99.                   00002300
                                                                        00002310
       01  ADJ-BRANCH-AREA.                                             00002320
           05  ADJ-BR-TABLE OCCURS 100 TIMES.                           00002330
               10  ABR-CREDIT-COUNT      PIC 9(5).                      00002340
               10  ABR-CREDIT-AMT        PIC 9(9)V99.                   00002350
               10  ABR-REBILL-COUNT      PIC 9(5).                      00002360
               10  ABR-REBILL-AMT        PIC 9(9)V99.                   00002370
                                                                        00002380
       01  WS-BF-CUST-AREA.                                             00002390
           05  WS-BF-CUST                PIC X(4)      VALUE SPACES.    00002400
           05  FILLER REDEFINES WS-BF-CUST.                             00002410
               10  WS-BF-BRANCH          PIC 9(2).                      00002420
               10  FILLER                PIC X(2).                      00002430
                                                                        00002440
       01  WS-JOURNAL-HEADER-LINE.                                      00002450
           05  FILLER                    PIC X(37)                      00002460
                 VALUE "CALLADJ BILLING ADJUSTMENT JOURNAL - ".         00002470
           05  JH-RUN-DATE               PIC 9(8).                      00002480
           05  FILLER                    PIC X(87) VALUE SPACES.        00002490
                                                                        00002500
       01  WS-JOURNAL-COL-LINE.                                         00002510
           05  FILLER                    PIC X(50)  VALUE               00002520
             "CUST AREA CALL DATE TIME ACTION REASN       AMOUNT".      00002530
           05  FILLER                    PIC X(40)  VALUE               00002540
             "  TICKET      RESULT".                                    00002550
           05  FILLER                    PIC X(42) VALUE SPACES.        00002560
                                                                        00002570
       01  WS-JOURNAL-DETAIL-LINE.                                      00002580
           05  JD-CUST-NUM               PIC X(4).                      00002590
           05  FILLER                    PIC X(1)  VALUE SPACES.        00002600
           05  JD-AREA-CODE              PIC X(3).                      00002610
           05  FILLER                    PIC X(2)  VALUE SPACES.        00002620
           05  JD-CALL-DATE              PIC X(8).                      00002630
           05  FILLER                    PIC X(1)  VALUE SPACES.        00002640
           05  JD-CALL-TIME              PIC X(4).                      00002650
           05  FILLER                    PIC X(1)  VALUE SPACES.        00002660
           05  JD-ACTION                 PIC X(6).                      00002670
           05  FILLER                    PIC X(1)  VALUE SPACES.        00002680
           05  JD-REASON                 PIC X(4).                      00002690
           05  FILLER                    PIC X(1)  VALUE SPACES.        00002700
           05  JD-AMOUNT                 PIC ZZZ,ZZ9.99CR.              00002710
           05  FILLER                    PIC X(2)  VALUE SPACES.        00002720
           05  JD-TICKET                 PIC X(10).                     00002730
           05  FILLER                    PIC X(2)  VALUE SPACES.        00002740
           05  JD-RESULT                 PIC X(30).                     00002750
           05  FILLER                    PIC X(40) VALUE SPACES.        00002760
                                                                        00002770
       01  WS-JOURNAL-SUBHEAD-LINE.                                     00002780
           05  JS-TEXT                   PIC X(20).                     00002790
           05  FILLER                    PIC X(48)  VALUE               00002800
             "CREDIT   CREDIT AMOUNT    REBILL   REBILL AMOUNT".        00002810
           05  FILLER                    PIC X(64) VALUE SPACES.        00002820
                                                                        00002830
       01  WS-JOURNAL-TOTAL-LINE.                                       00002840
           05  JT-LABEL                  PIC X(14).                     00002850
           05  JT-KEY                    PIC X(4).                      00002860
           05  FILLER                    PIC X(2)  VALUE SPACES.        00002870
           05  JT-CREDIT-COUNT           PIC ZZ,ZZ9.                    00002880
           05  FILLER                    PIC X(2)  VALUE SPACES.        00002890
           05  JT-CREDIT-AMT             PIC ZZZ,ZZZ,ZZ9.99.            00002900
           05  FILLER                    PIC X(4)  VALUE SPACES.        00002910
           05  JT-REBILL-COUNT           PIC ZZ,ZZ9.                    00002920
           05  FILLER                    PIC X(2)  VALUE SPACES.        00002930
           05  JT-REBILL-AMT             PIC ZZZ,ZZZ,ZZ9.99.            00002940
           05  FILLER                    PIC X(64) VALUE SPACES.        00002950
                                                                        00002960
       01  WS-JOURNAL-COUNT-LINE.                                       00002970
           05  JC-LABEL                  PIC X(22).                     00002980
           05  JC-COUNT                  PIC ZZZ,ZZ9.                   00002990
           05  FILLER                    PIC X(103) VALUE SPACES.       00003000
                                                                        00003010
      ****************************************************************  00003020
      *                  PROCEDURE DIVISION                          *  00003030
      ****************************************************************  00003040
                                                                        00003050
       PROCEDURE DIVISION.                                              00003060
                                                                        00003070
      *                                                                 00003080
       A000-MAIN-DRIVER.                                                00003090
      *                                                                 00003100
           DISPLAY "***** START OF CALLADJ *****".                      00003110
                                                                        00003120
           PERFORM A010-INITIALIZE.                                     00003130
           IF TEST-STATUS = "Y"                                         00003140
             PERFORM B100-ADJUST                                        00003150
           END-IF.                                                      00003160
           PERFORM A900-FINALIZE.                                       00003170
                                                                        00003180
           IF TEST-STATUS = "Y"                                         00003190
             DISPLAY "***** CALLADJ SUCCESSFUL *****"                   00003200
           ELSE                                                         00003210
             DISPLAY "+++++ CALLADJ FAILED +++++".                      00003220
           MOVE WS-RETURN-CODE TO RETURN-CODE.                          00003230
           STOP RUN.                                                    00003240
                                                                        00003250
      *                                                                 00003260
       A010-INITIALIZE.                                                 00003270
      *                                                                 00003280
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00003290
           INITIALIZE ADJ-REASON-AREA ADJ-BRANCH-AREA.                  00003300
           OPEN INPUT ADJ-TRAN-FILE.                                    00003310
           IF WS-CALLADJT-STATUS NOT = "00"                             00003320
             DISPLAY "+++ UNABLE TO OPEN CALLADJT - STATUS "            00003330
                     WS-CALLADJT-STATUS " +++"                          00003340
             MOVE "N" TO TEST-STATUS                                    00003350
             MOVE 8 TO WS-RETURN-CODE                                   00003360
           END-IF.                                                      00003370
           OPEN I-O REGISTER-FILE.                                      00003380
           IF WS-CALLREG-STATUS NOT = "00"                              00003390
             DISPLAY "+++ UNABLE TO OPEN CALLREG - STATUS "             00003400
                     WS-CALLREG-STATUS " +++"                           00003410
             MOVE "N" TO TEST-STATUS                                    00003420
             MOVE 8 TO WS-RETURN-CODE                                   00003430
           END-IF.                                                      00003440
      *    A RECEIVABLE FILE THAT DOES NOT EXIST YET (STATUS 35) IS     00003450
      *    CREATED EMPTY, AS CALLIVP1 DOES.                             00003460
           OPEN I-O AR-NEW-FILE.                                        00003470
           IF WS-CALLARN-STATUS = "35"                                  00003480
             OPEN OUTPUT AR-NEW-FILE                                    00003490
             IF WS-CALLARN-STATUS = "00"                                00003500
               CLOSE AR-NEW-FILE                                        00003510
               OPEN I-O AR-NEW-FILE                                     00003520
             END-IF                                                     00003530
           END-IF.                                                      00003540
           IF WS-CALLARN-STATUS NOT = "00"                              00003550
             DISPLAY "+++ UNABLE TO OPEN CALLARN - STATUS "             00003560
                     WS-CALLARN-STATUS " +++"                           00003570
             MOVE "N" TO TEST-STATUS                                    00003580
             MOVE 8 TO WS-RETURN-CODE                                   00003590
           END-IF.                                                      00003600
           OPEN INPUT CUST-MASTER-FILE.                                 00003610
           IF WS-CALLCUST-STATUS NOT = "00"                             00003620
             DISPLAY "+++ UNABLE TO OPEN CALLCUST - STATUS "            00003630
                     WS-CALLCUST-STATUS " +++"                          00003640
             MOVE "N" TO TEST-STATUS                                    00003650
             MOVE 8 TO WS-RETURN-CODE                                   00003660
           END-IF.                                                      00003670
           OPEN EXTEND GLAR-FILE.                                       00003680
           IF WS-GLAR-STATUS = "35"                                     00003690
             OPEN OUTPUT GLAR-FILE                                      00003700
           END-IF.                                                      00003710
           IF WS-GLAR-STATUS NOT = "00"                                 00003720
             DISPLAY "+++ UNABLE TO OPEN CALLGLAR - STATUS "            00003730
                     WS-GLAR-STATUS " +++"                              00003740
             MOVE "N" TO TEST-STATUS                                    00003750
             MOVE 8 TO WS-RETURN-CODE                                   00003760
           END-IF.                                                      00003770
           OPEN OUTPUT JOURNAL-FILE.                                    00003780
           IF WS-CALLADJR-STATUS NOT = "00"                             00003790
             DISPLAY "+++ UNABLE TO OPEN CALLADJR - STATUS "            00003800
                     WS-CALLADJR-STATUS " +++"                          00003810
             MOVE "N" TO TEST-STATUS                                    00003820
             MOVE 8 TO WS-RETURN-CODE                                   00003830
           ELSE                                                         00003840
             MOVE WS-RUN-DATE TO JH-RUN-DATE                            00003850
             WRITE JOURNAL-LINE FROM WS-JOURNAL-HEADER-LINE             00003860
             WRITE JOURNAL-LINE FROM WS-JOURNAL-COL-LINE                00003870
           END-IF.                                                      00003880
                                                                        00003890
      ****************************************************************  00003900
      *  B100-ADJUST READS EVERY ADJUSTMENT TRANSACTION AND EITHER   *  00003910
      *  POSTS IT OR REJECTS IT TO THE JOURNAL WITH ITS REASON.      *  00003920
      ****************************************************************  00003930
      *                                                                 00003940
       B100-ADJUST.                                                     00003950
      *                                                                 00003960
           PERFORM B110-READ-TRAN.                                      00003970
           PERFORM UNTIL END-OF-TRANS                                   00003980
             ADD 1 TO WS-TRAN-COUNT                                     00003990
             PERFORM B120-EDIT-TRAN                                     00004000
             IF TRAN-OK                                                 00004010
               PERFORM B140-POST-ADJUSTMENT                             00004020
             ELSE                                                       00004030
               PERFORM B190-REJECT-TRAN                                 00004040
             END-IF                                                     00004050
             PERFORM B110-READ-TRAN                                     00004060
           END-PERFORM.                                                 00004070
                                                                        00004080
      *                                                                 00004090
       B110-READ-TRAN.                                                  00004100
      *                                                                 00004110
           READ ADJ-TRAN-FILE                                           00004120
             AT END SET END-OF-TRANS TO TRUE.                           00004130
                                                                        00004140
      ****************************************************************  00004150
      *  B120-EDIT-TRAN VALIDATES THE TRANSACTION AND LOCATES THE    *  00004160
      *  CALL ON THE REGISTER.  ONLY A CALL THAT WAS BILLED AND HAS  *  00004170
      *  NOT ALREADY BEEN ADJUSTED MAY BE ADJUSTED.                  *  00004180
      ****************************************************************  00004190
      *                                                                 00004200
       B120-EDIT-TRAN.                                                  00004210
      *                                                                 00004220
           MOVE "Y" TO WS-TRAN-OK-SW.                                   00004230
           MOVE SPACES TO WS-REJECT-REASON.                             00004240
           MOVE 0 TO WS-ADJ-AMOUNT.                                     00004250
           EVALUATE TRUE                                                00004260
             WHEN NOT ADJ-CREDIT AND NOT ADJ-REBILL                     00004270
               MOVE "INVALID ADJUSTMENT ACTION" TO WS-REJECT-REASON     00004280
             WHEN AT-CUST-NUM NOT NUMERIC                               00004290
               MOVE "INVALID CUSTOMER NUMBER" TO WS-REJECT-REASON       00004300
             WHEN AT-AREA-CODE NOT NUMERIC                              00004310
                  OR AT-CALL-DATE NOT NUMERIC                           00004320
                  OR AT-CALL-TIME NOT NUMERIC                           00004330
               MOVE "INVALID CALL KEY" TO WS-REJECT-REASON              00004340
             WHEN AT-REASON-CODE = SPACES                               00004350
               MOVE "REASON CODE REQUIRED" TO WS-REJECT-REASON          00004360
             WHEN AT-AMOUNT-X NOT = SPACES AND AT-AMOUNT NOT NUMERIC    00004370
               MOVE "INVALID ADJUSTMENT AMOUNT" TO WS-REJECT-REASON     00004380
             WHEN OTHER                                                 00004390
               CONTINUE                                                 00004400
           END-EVALUATE.                                                00004410
           IF WS-REJECT-REASON = SPACES                                 00004420
             IF AT-AMOUNT-X NOT = SPACES                                00004430
               MOVE AT-AMOUNT TO WS-ADJ-AMOUNT                          00004440
             END-IF                                                     00004450
             IF ADJ-REBILL AND WS-ADJ-AMOUNT = 0                        00004460
               MOVE "REBILL AMOUNT REQUIRED" TO WS-REJECT-REASON        00004470
             END-IF                                                     00004480
           END-IF.                                                      00004490
           IF WS-REJECT-REASON = SPACES                                 00004500
             MOVE AT-REG-KEY TO REG-KEY                                 00004510
             READ REGISTER-FILE                                         00004520
               INVALID KEY                                              00004530
                 MOVE "CALL NOT BILLED" TO WS-REJECT-REASON             00004540
               NOT INVALID KEY                                          00004550
                 IF REG-ADJ-CODE NOT = SPACE                            00004560
                   MOVE "CALL ALREADY ADJUSTED" TO WS-REJECT-REASON     00004570
                 END-IF                                                 00004580
             END-READ                                                   00004590
           END-IF.                                                      00004600
      *    A CREDIT IS LIMITED TO WHAT THE CALL WAS BILLED.             00004610
           IF WS-REJECT-REASON = SPACES AND ADJ-CREDIT                  00004620
             IF WS-ADJ-AMOUNT = 0                                       00004630
               MOVE REG-BILLED-COST TO WS-ADJ-AMOUNT                    00004640
             END-IF                                                     00004650
             EVALUATE TRUE                                              00004660
               WHEN WS-ADJ-AMOUNT = 0                                   00004670
                 MOVE "CREDIT AMOUNT REQUIRED" TO WS-REJECT-REASON      00004680
               WHEN REG-BILLED-COST > 0                                 00004690
                    AND WS-ADJ-AMOUNT > REG-BILLED-COST                 00004700
                 MOVE "CREDIT EXCEEDS BILLED AMOUNT"                    00004710
                   TO WS-REJECT-REASON                                  00004720
               WHEN OTHER                                               00004730
                 CONTINUE                                               00004740
             END-EVALUATE                                               00004750
           END-IF.                                                      00004760
           IF WS-REJECT-REASON NOT = SPACES                             00004770
             MOVE "N" TO WS-TRAN-OK-SW                                  00004780
           END-IF.                                                      00004790
                                                                        00004800
      ****************************************************************  00004810
      *  B140-POST-ADJUSTMENT APPLIES THE AMOUNT TO THE RECEIVABLE,  *  00004820
      *  WRITES THE GL RECORD, MARKS THE REGISTER ROW ADJUSTED AND   *  00004830
      *  JOURNALS THE TRANSACTION.                                   *  00004840
      ****************************************************************  00004850
      *                                                                 00004860
       B140-POST-ADJUSTMENT.                                            00004870
      *                                                                 00004880
           MOVE AT-CUST-NUM TO CM-CUST-NUM.                             00004890
           MOVE SPACES TO GLAR-CUST-NAME.                               00004900
           MOVE AT-CUST-NUM TO WS-BILL-TO-NUM.                          00004910
      *    THE MASTER NAME IS ONLY A LABEL ON THE GL RECORD; A CALL     00004920
      *    WHOSE CUSTOMER HAS SINCE LEFT THE MASTER STILL POSTS.        00004930
           READ CUST-MASTER-FILE                                        00004940
             INVALID KEY                                                00004950
               CONTINUE                                                 00004960
             NOT INVALID KEY                                            00004970
               MOVE CM-CUST-NAME TO GLAR-CUST-NAME                      00004980
               IF CM-PARENT-NUM NUMERIC                                 00004990
                  AND CM-PARENT-NUM NOT = AT-CUST-NUM                   00005000
                 PERFORM B145-CHECK-PARENT                              00005010
               END-IF                                                   00005020
           END-READ.                                                    00005030
           PERFORM B150-GET-AR-ENTRY.                                   00005040
           MOVE WS-ADJ-AMOUNT TO WS-ADJ-WORK.                           00005050
           IF ADJ-CREDIT                                                00005060
             PERFORM B152-APPLY-CREDIT                                  00005070
           ELSE                                                         00005080
             PERFORM B154-APPLY-REBILL                                  00005090
           END-IF.                                                      00005100
           PERFORM B156-PUT-AR-ENTRY.                                   00005110
                                                                        00005120
           MOVE WS-BILL-TO-NUM TO GLAR-CUST-NUM.                        00005130
           MOVE WS-ADJ-AMOUNT  TO GLAR-TOTAL-COST.                      00005140
           MOVE WS-RUN-DATE    TO GLAR-RUN-DATE.                        00005150
           MOVE "J"            TO GLAR-REC-TYPE.                        00005160
           MOVE SPACES         TO GLAR-FILLER.                          00005170
           MOVE AT-ACTION      TO GLAR-ADJ-ACTION.                      00005180
           MOVE AT-REASON-CODE TO GLAR-ADJ-REASON.                      00005190
           IF WS-BILL-TO-NUM NOT = AT-CUST-NUM                          00005200
             MOVE AT-CUST-NUM  TO GLAR-SITE-NUM                         00005210
           END-IF.                                                      00005220
           WRITE GLAR-REC.                                              00005230
                                                                        00005240
           MOVE AT-ACTION   TO REG-ADJ-CODE.                            00005250
           MOVE WS-RUN-DATE TO REG-ADJ-DATE.                            00005260
           REWRITE REGISTER-REC                                         00005270
             INVALID KEY                                                00005280
               DISPLAY "+++ CALLREG REWRITE FAILED - "                  00005290
                       REG-CUST-NUM " +++"                              00005300
               MOVE "N" TO TEST-STATUS                                  00005310
               MOVE 8 TO WS-RETURN-CODE                                 00005320
           END-REWRITE.                                                 00005330
                                                                        00005340
           ADD 1 TO WS-POSTED-COUNT.                                    00005350
           PERFORM B160-ACCUM-TOTALS.                                   00005360
           MOVE "POSTED" TO WS-REJECT-REASON.                           00005370
           PERFORM B180-WRITE-JOURNAL-LINE.                             00005380
                                                                        00005390
      ****************************************************************  00005400
      *  B145-CHECK-PARENT POSTS A SITE'S ADJUSTMENT TO ITS PARENT   *  00005410
      *  WHEN THE PARENT IS STILL AN OPEN PARENT ACCOUNT -- THE SAME *  00005420
      *  TEST THE BILLING RUN USES, SO THE ADJUSTMENT LANDS ON THE   *  00005430
      *  RECEIVABLE THE CALL WAS BILLED TO.                          *  00005440
      ****************************************************************  00005450
      *                                                                 00005460
       B145-CHECK-PARENT.                                               00005470
      *                                                                 00005480
           MOVE CM-PARENT-NUM TO CM-CUST-NUM.                           00005490
           READ CUST-MASTER-FILE                                        00005500
             INVALID KEY                                                00005510
               CONTINUE                                                 00005520
             NOT INVALID KEY                                            00005530
               IF CM-PARENT-NUM = CM-CUST-NUM                           00005540
                  AND (CM-ACCT-STATUS = "A" OR CM-ACCT-STATUS = "S")    00005550
                 MOVE CM-CUST-NUM TO WS-BILL-TO-NUM                     00005560
               END-IF                                                   00005570
           END-READ.                                                    00005580
                                                                        00005590
      *                                                                 00005600
       B150-GET-AR-ENTRY.                                               00005610
      *                                                                 00005620
           MOVE "N" TO WS-ARN-FOUND-SW.                                 00005630
           MOVE WS-BILL-TO-NUM TO ARN-CUST-NUM.                         00005640
           READ AR-NEW-FILE                                             00005650
             INVALID KEY                                                00005660
               MOVE WS-BILL-TO-NUM TO ARN-CUST-NUM                      00005670
               MOVE 0 TO ARN-BUCKET-CURR ARN-BUCKET-30                  00005680
                         ARN-BUCKET-60 ARN-BUCKET-90 ARN-CREDIT         00005690
             NOT INVALID KEY                                            00005700
               SET ARN-FOUND TO TRUE                                    00005710
           END-READ.                                                    00005720
                                                                        00005730
      *                                                                 00005740
      *    A CREDIT RELIEVES THE CURRENT BUCKET FIRST (THE DISPUTED     00005750
      *    CALL WAS MOST LIKELY BILLED THERE), THEN 30/60/90; WHAT IS   00005760
      *    LEFT OVER IS OWED TO THE CUSTOMER AS ACCOUNT CREDIT.         00005770
      *                                                                 00005780
       B152-APPLY-CREDIT.                                               00005790
      *                                                                 00005800
           IF WS-ADJ-WORK >= ARN-BUCKET-CURR                            00005810
             SUBTRACT ARN-BUCKET-CURR FROM WS-ADJ-WORK                  00005820
             MOVE 0 TO ARN-BUCKET-CURR                                  00005830
           ELSE                                                         00005840
             SUBTRACT WS-ADJ-WORK FROM ARN-BUCKET-CURR                  00005850
             MOVE 0 TO WS-ADJ-WORK                                      00005860
           END-IF.                                                      00005870
           IF WS-ADJ-WORK >= ARN-BUCKET-30                              00005880
             SUBTRACT ARN-BUCKET-30 FROM WS-ADJ-WORK                    00005890
             MOVE 0 TO ARN-BUCKET-30                                    00005900
           ELSE                                                         00005910
             SUBTRACT WS-ADJ-WORK FROM ARN-BUCKET-30                    00005920
             MOVE 0 TO WS-ADJ-WORK                                      00005930
           END-IF.                                                      00005940
           IF WS-ADJ-WORK >= ARN-BUCKET-60                              00005950
             SUBTRACT ARN-BUCKET-60 FROM WS-ADJ-WORK                    00005960
             MOVE 0 TO ARN-BUCKET-60                                    00005970
           ELSE                                                         00005980
             SUBTRACT WS-ADJ-WORK FROM ARN-BUCKET-60                    00005990
             MOVE 0 TO WS-ADJ-WORK                                      00006000
           END-IF.                                                      00006010
           IF WS-ADJ-WORK >= ARN-BUCKET-90                              00006020
             SUBTRACT ARN-BUCKET-90 FROM WS-ADJ-WORK                    00006030
             MOVE 0 TO ARN-BUCKET-90                                    00006040
           ELSE                                                         00006050
             SUBTRACT WS-ADJ-WORK FROM ARN-BUCKET-90                    00006060
             MOVE 0 TO WS-ADJ-WORK                                      00006070
           END-IF.                                                      00006080
           IF WS-ADJ-WORK > 0                                           00006090
             ADD WS-ADJ-WORK TO ARN-CREDIT                              00006100
           END-IF.                                                      00006110
                                                                        00006120
      *                                                                 00006130
      *    A REBILL IS A NEW CHARGE: IT FIRST USES UP ANY CREDIT THE    00006140
      *    CUSTOMER HOLDS AND THE REST IS CURRENT BALANCE.              00006150
      *                                                                 00006160
       B154-APPLY-REBILL.                                               00006170
      *                                                                 00006180
           IF WS-ADJ-WORK >= ARN-CREDIT                                 00006190
             SUBTRACT ARN-CREDIT FROM WS-ADJ-WORK                       00006200
             MOVE 0 TO ARN-CREDIT                                       00006210
           ELSE                                                         00006220
             SUBTRACT WS-ADJ-WORK FROM ARN-CREDIT                       00006230
             MOVE 0 TO WS-ADJ-WORK                                      00006240
           END-IF.                                                      00006250
           ADD WS-ADJ-WORK TO ARN-BUCKET-CURR.                          00006260
                                                                        00006270
      *                                                                 00006280
       B156-PUT-AR-ENTRY.                                               00006290
      *                                                                 00006300
           IF ARN-FOUND                                                 00006310
             REWRITE AR-NEW-REC                                         00006320
               INVALID KEY                                              00006330
                 DISPLAY "+++ CALLARN REWRITE FAILED - "                00006340
                         ARN-CUST-NUM " +++"                            00006350
                 MOVE "N" TO TEST-STATUS                                00006360
                 MOVE 8 TO WS-RETURN-CODE                               00006370
             END-REWRITE                                                00006380
           ELSE                                                         00006390
             WRITE AR-NEW-REC                                           00006400
               INVALID KEY                                              00006410
                 DISPLAY "+++ CALLARN WRITE FAILED - "                  00006420
                         ARN-CUST-NUM " +++"                            00006430
                 MOVE "N" TO TEST-STATUS                                00006440
                 MOVE 8 TO WS-RETURN-CODE                               00006450
             END-WRITE                                                  00006460
           END-IF.                                                      00006470
                                                                        00006480
      ****************************************************************  00006490
      *  B160-ACCUM-TOTALS ADDS THE POSTED ADJUSTMENT TO THE REASON  *  00006500
      *  AND BRANCH TOTALS FOR THE END OF THE JOURNAL.               *  00006510
      ****************************************************************  00006520
      *                                                                 00006530
       B160-ACCUM-TOTALS.                                               00006540
      *                                                                 00006550
           MOVE AT-CUST-NUM TO WS-BF-CUST.                              00006560
           MOVE WS-BF-BRANCH TO WS-BR-SUB.                              00006570
           ADD 1 TO WS-BR-SUB.                                          00006580
           PERFORM VARYING WS-RSN-SUB FROM 1 BY 1                       00006590
             UNTIL WS-RSN-SUB > RSN-COUNT                               00006600
                OR RSN-CODE(WS-RSN-SUB) = AT-REASON-CODE                00006610
             CONTINUE                                                   00006620
           END-PERFORM.                                                 00006630
           IF WS-RSN-SUB > RSN-COUNT                                    00006640
             IF RSN-COUNT < 50                                          00006650
               ADD 1 TO RSN-COUNT                                       00006660
               MOVE RSN-COUNT TO WS-RSN-SUB                             00006670
               MOVE AT-REASON-CODE TO RSN-CODE(WS-RSN-SUB)              00006680
             ELSE                                                       00006690
      *        THE TABLE IS FULL -- THE LAST SLOT COLLECTS THE REST.    00006700
               MOVE 50 TO WS-RSN-SUB                                    00006710
               MOVE "MISC" TO RSN-CODE(WS-RSN-SUB)                      00006720
             END-IF                                                     00006730
           END-IF.                                                      00006740
           IF ADJ-CREDIT                                                00006750
             ADD 1 TO WS-CREDIT-COUNT                                   00006760
             ADD WS-ADJ-AMOUNT TO WS-CREDIT-TOTAL                       00006770
             ADD 1 TO RSN-CREDIT-COUNT(WS-RSN-SUB)                      00006780
             ADD WS-ADJ-AMOUNT TO RSN-CREDIT-AMT(WS-RSN-SUB)            00006790
             ADD 1 TO ABR-CREDIT-COUNT(WS-BR-SUB)                       00006800
             ADD WS-ADJ-AMOUNT TO ABR-CREDIT-AMT(WS-BR-SUB)             00006810
           ELSE                                                         00006820
             ADD 1 TO WS-REBILL-COUNT                                   00006830
             ADD WS-ADJ-AMOUNT TO WS-REBILL-TOTAL                       00006840
             ADD 1 TO RSN-REBILL-COUNT(WS-RSN-SUB)                      00006850
             ADD WS-ADJ-AMOUNT TO RSN-REBILL-AMT(WS-RSN-SUB)            00006860
             ADD 1 TO ABR-REBILL-COUNT(WS-BR-SUB)                       00006870
             ADD WS-ADJ-AMOUNT TO ABR-REBILL-AMT(WS-BR-SUB)             00006880
           END-IF.                                                      00006890
                                                                        00006900
      *                                                                 00006910
       B180-WRITE-JOURNAL-LINE.                                         00006920
      *                                                                 00006930
           IF WS-CALLADJR-STATUS = "00"                                 00006940
             MOVE AT-CUST-NUM    TO JD-CUST-NUM                         00006950
             MOVE AT-REG-KEY(5:3)  TO JD-AREA-CODE                      00006960
             MOVE AT-REG-KEY(8:8)  TO JD-CALL-DATE                      00006970
             MOVE AT-REG-KEY(16:4) TO JD-CALL-TIME                      00006980
             EVALUATE TRUE                                              00006990
               WHEN ADJ-CREDIT                                          00007000
                 MOVE "CREDIT" TO JD-ACTION                             00007010
                 COMPUTE JD-AMOUNT = 0 - WS-ADJ-AMOUNT                  00007020
               WHEN ADJ-REBILL                                          00007030
                 MOVE "REBILL" TO JD-ACTION                             00007040
                 MOVE WS-ADJ-AMOUNT TO JD-AMOUNT                        00007050
               WHEN OTHER                                               00007060
                 MOVE AT-ACTION TO JD-ACTION                            00007070
                 MOVE WS-ADJ-AMOUNT TO JD-AMOUNT                        00007080
             END-EVALUATE                                               00007090
             MOVE AT-REASON-CODE   TO JD-REASON                         00007100
             MOVE AT-TICKET        TO JD-TICKET                         00007110
             MOVE WS-REJECT-REASON TO JD-RESULT                         00007120
             WRITE JOURNAL-LINE FROM WS-JOURNAL-DETAIL-LINE             00007130
           END-IF.                                                      00007140
                                                                        00007150
      *                                                                 00007160
       B190-REJECT-TRAN.                                                00007170
      *                                                                 00007180
           ADD 1 TO WS-REJECT-COUNT.                                    00007190
           PERFORM B180-WRITE-JOURNAL-LINE.                             00007200
                                                                        00007210
      *                                                                 00007220
       A900-FINALIZE.                                                   00007230
      *                                                                 00007240
           IF WS-CALLADJR-STATUS = "00"                                 00007250
             PERFORM B900-WRITE-JOURNAL-TOTALS                          00007260
             CLOSE JOURNAL-FILE                                         00007270
           END-IF.                                                      00007280
           IF WS-CALLADJT-STATUS = "00" OR WS-CALLADJT-STATUS = "10"    00007290
             CLOSE ADJ-TRAN-FILE                                        00007300
           END-IF.                                                      00007310
           IF WS-CALLREG-STATUS = "00" OR WS-CALLREG-STATUS = "23"      00007320
             CLOSE REGISTER-FILE                                        00007330
           END-IF.                                                      00007340
           IF WS-CALLARN-STATUS = "00" OR WS-CALLARN-STATUS = "23"      00007350
             CLOSE AR-NEW-FILE                                          00007360
           END-IF.                                                      00007370
           IF WS-CALLCUST-STATUS = "00" OR WS-CALLCUST-STATUS = "23"    00007380
             CLOSE CUST-MASTER-FILE                                     00007390
           END-IF.                                                      00007400
           IF WS-GLAR-STATUS = "00"                                     00007410
             CLOSE GLAR-FILE                                            00007420
           END-IF.                                                      00007430
           IF WS-REJECT-COUNT > 0 AND WS-RETURN-CODE = 0                00007440
             MOVE 4 TO WS-RETURN-CODE                                   00007450
           END-IF.                                                      00007460
                                                                        00007470
      ****************************************************************  00007480
      *  B900-WRITE-JOURNAL-TOTALS FOOTS THE JOURNAL: CREDITS AND    *  00007490
      *  REBILLS BY REASON CODE, THEN BY BRANCH, THEN RUN COUNTS.    *  00007500
      ****************************************************************  00007510
      *                                                                 00007520
       B900-WRITE-JOURNAL-TOTALS.                                       00007530
      *                                                                 00007540
           MOVE SPACES TO JOURNAL-LINE.                                 00007550
           WRITE JOURNAL-LINE.                                          00007560
           MOVE "BY REASON CODE" TO JS-TEXT.                            00007570
           WRITE JOURNAL-LINE FROM WS-JOURNAL-SUBHEAD-LINE.             00007580
           PERFORM VARYING WS-RSN-SUB FROM 1 BY 1                       00007590
             UNTIL WS-RSN-SUB > RSN-COUNT                               00007600
             MOVE "REASON        " TO JT-LABEL                          00007610
             MOVE RSN-CODE(WS-RSN-SUB)         TO JT-KEY                00007620
             MOVE RSN-CREDIT-COUNT(WS-RSN-SUB) TO JT-CREDIT-COUNT       00007630
             MOVE RSN-CREDIT-AMT(WS-RSN-SUB)   TO JT-CREDIT-AMT         00007640
             MOVE RSN-REBILL-COUNT(WS-RSN-SUB) TO JT-REBILL-COUNT       00007650
             MOVE RSN-REBILL-AMT(WS-RSN-SUB)   TO JT-REBILL-AMT         00007660
             WRITE JOURNAL-LINE FROM WS-JOURNAL-TOTAL-LINE              00007670
           END-PERFORM.                                                 00007680
           MOVE SPACES TO JOURNAL-LINE.                                 00007690
           WRITE JOURNAL-LINE.                                          00007700
           MOVE "BY BRANCH" TO JS-TEXT.                                 00007710
           WRITE JOURNAL-LINE FROM WS-JOURNAL-SUBHEAD-LINE.             00007720
           PERFORM B910-WRITE-BRANCH-TOTAL                              00007730
             VARYING WS-BR-SUB FROM 1 BY 1                              00007740
             UNTIL WS-BR-SUB > 100.                                     00007750
           MOVE "ALL BRANCHES  " TO JT-LABEL.                           00007760
           MOVE SPACES          TO JT-KEY.                              00007770
           MOVE WS-CREDIT-COUNT TO JT-CREDIT-COUNT.                     00007780
           MOVE WS-CREDIT-TOTAL TO JT-CREDIT-AMT.                       00007790
           MOVE WS-REBILL-COUNT TO JT-REBILL-COUNT.                     00007800
           MOVE WS-REBILL-TOTAL TO JT-REBILL-AMT.                       00007810
           WRITE JOURNAL-LINE FROM WS-JOURNAL-TOTAL-LINE.               00007820
           MOVE SPACES TO JOURNAL-LINE.                                 00007830
           WRITE JOURNAL-LINE.                                          00007840
           MOVE "TRANSACTIONS READ     " TO JC-LABEL.                   00007850
           MOVE WS-TRAN-COUNT TO JC-COUNT.                              00007860
           WRITE JOURNAL-LINE FROM WS-JOURNAL-COUNT-LINE.               00007870
           MOVE "ADJUSTMENTS POSTED    " TO JC-LABEL.                   00007880
           MOVE WS-POSTED-COUNT TO JC-COUNT.                            00007890
           WRITE JOURNAL-LINE FROM WS-JOURNAL-COUNT-LINE.               00007900
           MOVE "ADJUSTMENTS REJECTED  " TO JC-LABEL.                   00007910
           MOVE WS-REJECT-COUNT TO JC-COUNT.                            00007920
           WRITE JOURNAL-LINE FROM WS-JOURNAL-COUNT-LINE.               00007930
                                                                        00007940
      *                                                                 00007950
       B910-WRITE-BRANCH-TOTAL.                                         00007960
      *                                                                 00007970
           IF ABR-CREDIT-COUNT(WS-BR-SUB) > 0                           00007980
              OR ABR-REBILL-COUNT(WS-BR-SUB) > 0                        00007990
             MOVE "BRANCH        " TO JT-LABEL                          00008000
             MOVE SPACES TO JT-KEY                                      00008010
             COMPUTE WS-BF-BRANCH = WS-BR-SUB - 1                       00008020
             MOVE WS-BF-CUST(1:2) TO JT-KEY(1:2)                        00008030
             MOVE ABR-CREDIT-COUNT(WS-BR-SUB) TO JT-CREDIT-COUNT        00008040
             MOVE ABR-CREDIT-AMT(WS-BR-SUB)   TO JT-CREDIT-AMT          00008050
             MOVE ABR-REBILL-COUNT(WS-BR-SUB) TO JT-REBILL-COUNT        00008060
             MOVE ABR-REBILL-AMT(WS-BR-SUB)   TO JT-REBILL-AMT          00008070
             WRITE JOURNAL-LINE FROM WS-JOURNAL-TOTAL-LINE              00008080
           END-IF.                                                      00008090
