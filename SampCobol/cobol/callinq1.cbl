                                                                        00000830
       FD  CUST-MASTER-FILE                                             00000840
           LABEL RECORDS ARE STANDARD                                   00000850
           RECORD CONTAINS 120 CHARACTERS.                              00000860
       01  CUST-MASTER-REC.                                             00000870
           05  CM-CUST-NUM           PIC X(4).                          00000880
           05  CM-CUST-NAME          PIC X(25).                         00000890
           05  CM-ADDR-STATE         PIC X(2).                          00000930
           05  CM-ADDR-ZIP           PIC X(9).                          00000940
           05  CM-ACCT-STATUS        PIC X(1).                          00000950
           05  CM-RATE-PLAN          PIC 9(1).                          00000960
           05  CM-PLAN-EFF-DATE      PIC 9(8).                          00000970
           05  CM-PRIOR-PLAN         PIC 9(1).                          00000980
           05  CM-PARENT-NUM         PIC X(4).                          00000990
                                                                        00001000
       FD  HISTORY-FILE                                                 00001010
           LABEL RECORDS ARE STANDARD                                   00001020
           RECORD CONTAINS 340 CHARACTERS.                              00001030
       01  HISTORY-REC.                                                 00001040
           05  HIST-CUST-NUM         PIC X(4).                          00001050
           05  HIST-MONTH-ENTRY OCCURS 12 TIMES.                        00001060
               10  HM-YYYYMM         PIC 9(6).                          00001070
               10  HM-MINUTES        PIC 9(7).                          00001080
               10  HM-CALLS          PIC 9(5).                          00001090
               10  HM-REVENUE        PIC 9(8)V99.                       00001100
                                                                        00001110
       FD  AR-NEW-FILE                                                  00001120
           LABEL RECORDS ARE STANDARD                                   00001130
           RECORD CONTAINS 54 CHARACTERS.                               00001140
       01  AR-NEW-REC.                                                  00001150
           05  ARN-CUST-NUM          PIC X(4).                          00001160
           05  ARN-BUCKET-CURR       PIC 9(8)V99.                       00001170
           05  ARN-BUCKET-30         PIC 9(8)V99.                       00001180
           05  ARN-BUCKET-60         PIC 9(8)V99.                       00001190
           05  ARN-BUCKET-90         PIC 9(8)V99.                       00001200
           05  ARN-CREDIT            PIC 9(8)V99.                       00001210
                                                                        00001220
       FD  PAYMENT-FILE                                                 00001230
           LABEL RECORDS ARE STANDARD                                   00001240
           RECORD CONTAINS 20 CHARACTERS.                               00001250
       01  PAYMENT-REC.                                                 00001260
           05  PAY-CUST-NUM          PIC X(4).                          00001270
           05  PAY-DATE              PIC 9(8).                          00001280
           05  PAY-AMOUNT            PIC 9(6)V99.                       00001290
                                                                        00001300
       FD  PROFILE-FILE                                                 00001310
           LABEL RECORDS ARE STANDARD                                   00001320
           RECORD CONTAINS 132 CHARACTERS.                              00001330
       01  PROFILE-LINE              PIC X(132).                        00001340
                                                                        00001350
       WORKING-STORAGE SECTION.                                         00001360
                                                                        00001370
       01  WS-VARIABLES.                                                00001380
           05  SUB1                      PIC 9(02).                     00001390
           05  WS-RUN-DATE               PIC 9(8).                      00001400
           05  WS-BALANCE                PIC S9(9)V99  VALUE 0.         00001410
           05  WS-PAY-SUB                PIC 9(4)      VALUE 0.         00001420
           05  WS-PAY-SHOWN              PIC 9(4)      VALUE 0.         00001430
                                                                        00001440
       01  WS-FILE-STATUSES.                                            00001450
           05  WS-CALLINQR-STATUS        PIC X(2)      VALUE SPACES.    00001460
           05  WS-CALLCUST-STATUS        PIC X(2)      VALUE SPACES.    00001470
           05  WS-CALLHIST-STATUS        PIC X(2)      VALUE SPACES.    00001480
           05  WS-CALLARN-STATUS         PIC X(2)      VALUE SPACES.    00001490
           05  WS-CALLPAY-STATUS         PIC X(2)      VALUE SPACES.    00001500
           05  WS-CALLINQP-STATUS        PIC X(2)      VALUE SPACES.    00001510
                                                                        00001520
       01  WS-SWITCHES.                                                 00001530
           05  WS-INQ-EOF-SW             PIC X         VALUE "N".       00001540
               88  END-OF-INQUIRY                      VALUE "Y".       00001550
           05  WS-PAY-EOF-SW             PIC X         VALUE "N".       00001560
               88  END-OF-PAY-FILE                     VALUE "Y".       00001570
           05  WS-CM-FOUND-SW            PIC X         VALUE "N".       00001580
               88  CUST-ON-MASTER                      VALUE "Y".       00001590
           05  WS-HIST-FOUND-SW          PIC X         VALUE "N".       00001600
               88  HISTORY-REC-FOUND                   VALUE "Y".       00001610
           05  WS-ARN-FOUND-SW           PIC X         VALUE "N".       00001620
               88  ARN-REC-FOUND                       VALUE "Y".       00001630
           05  WS-HIST-OPEN-SW           PIC X         VALUE "N".       00001640
               88  HISTORY-FILE-OPEN                   VALUE "Y".       00001650
           05  WS-ARN-OPEN-SW            PIC X         VALUE "N".       00001660
               88  ARN-FILE-OPEN                       VALUE "Y".       00001670
           05  TEST-STATUS               PIC X         VALUE "Y".       00001680
                                                                        00001690
       01  WS-COUNTERS.                                                 00001700
           05  WS-REQUEST-COUNT          PIC 9(6)      VALUE 0.         00001710
           05  WS-PROFILE-COUNT          PIC 9(6)      VALUE 0.         00001720
           05  WS-NOTFOUND-COUNT         PIC 9(6)      VALUE 0.         00001730
           05  WS-RETURN-CODE            PIC 9(4)      VALUE 0.         00001740
                                                                        00001750
      ****************************************************************  00001760
      *  PAYMENT-AREA HOLDS THE CYCLE'S PAYMENTS (CALLPAY) SO EACH   *  00001770
      *  PROFILE CAN LIST THE CUSTOMER'S PAYMENTS WITHOUT RE-READING *  00001780
      *  THE FILE PER REQUEST.  CALLPAY IS OPTIONAL.                 *  00001790
      ****************************************************************  00001800
       01  PAYMENT-AREA.                                                00001810
           05  PAYMENT-COUNT             PIC 9(4)      VALUE 0.         00001820
           05  PAYMENT-TABLE OCCURS 2000 TIMES.                         00001830
               10  PAYT-CUST-NUM         PIC X(4).                      00001840
               10  PAYT-DATE             PIC 9(8).                      00001850
               10  PAYT-AMOUNT           PIC 9(6)V99.                   00001860
                                                                        00001870
       01  WS-PROFILE-HEADER-LINE.                                      00001880
           05  FILLER                    PIC X(34)                      00001890
                 VALUE "CUSTOMER ACCOUNT PROFILE  -  RUN  ".            00001900
           05  PH-RUN-DATE               PIC 9(8).                      00001910
           05  FILLER                    PIC X(90) VALUE SPACES.        00001920
                                                                        00001930
       01  WS-PROFILE-CUST-LINE.                                        00001940
           05  FILLER                    PIC X(10) VALUE "CUSTOMER: ".  00001950
           05  PC-CUST-NUM               PIC X(4).                      00001960
           05  FILLER                    PIC X(3)  VALUE SPACES.        00001970
           05  PC-CUST-NAME              PIC X(25).                     00001980
           05  FILLER                    PIC X(10) VALUE "  STATUS: ".  00001990
           05  PC-STATUS                 PIC X(9).                      00002000
           05  FILLER                    PIC X(71) VALUE SPACES.        00002010
                                                                        00002020
       01  WS-PROFILE-ADDR-LINE.                                        00002030
           05  FILLER                    PIC X(10) VALUE SPACES.        00002040
           05  PA-ADDR-TEXT              PIC X(25).                     00002050
           05  FILLER                    PIC X(97) VALUE SPACES.        00002060
                                                                        00002070
       01  WS-PROFILE-CSZ-LINE.                                         00002080
           05  FILLER                    PIC X(10) VALUE SPACES.        00002090
           05  PZ-CITY                   PIC X(15).                     00002100
           05  FILLER                    PIC X(1)  VALUE SPACE.         00002110
           05  PZ-STATE                  PIC X(2).                      00002120
           05  FILLER                    PIC X(2)  VALUE SPACES.        00002130
           05  PZ-ZIP                    PIC X(9).                      00002140
           05  FILLER                    PIC X(93) VALUE SPACES.        00002150
                                                                        00002160
       01  WS-PROFILE-PLAN-LINE.                                        00002170
           05  FILLER                    PIC X(10) VALUE "RATE PLAN ".  00002180
           05  PP-RATE-PLAN              PIC X(1).                      00002190
           05  FILLER                    PIC X(16)                      00002200
                 VALUE "  EFFECTIVE     ".                              00002210
           05  PP-EFF-DATE               PIC X(8).                      00002220
           05  FILLER                    PIC X(16)                      00002230
                 VALUE "  PRIOR PLAN    ".                              00002240
           05  PP-PRIOR-PLAN             PIC X(1).                      00002250
           05  FILLER                    PIC X(80) VALUE SPACES.        00002260
                                                                        00002270
       01  WS-HIST-COL-LINE.                                            00002280
           05  FILLER                    PIC X(46)  VALUE               00002290
                 "  MONTH      MINUTES      CALLS        REVENUE".      00002300
           05  FILLER                    PIC X(86) VALUE SPACES.        00002310
                                                                        00002320
       01  WS-HIST-DETAIL-LINE.                                         00002330
           05  FILLER                    PIC X(2)  VALUE SPACES.        00002340
           05  HD-YYYYMM                 PIC 9(6).                      00002350
           05  FILLER                    PIC X(2)  VALUE SPACES.        00002360
           05  HD-MINUTES                PIC Z,ZZZ,ZZ9.                 00002370
           05  FILLER                    PIC X(2)  VALUE SPACES.        00002380
           05  HD-CALLS                  PIC ZZ,ZZ9.                    00002390
           05  FILLER                    PIC X(3)  VALUE SPACES.        00002400
           05  HD-REVENUE                PIC ZZZ,ZZZ,ZZ9.99.            00002410
           05  FILLER                    PIC X(88) VALUE SPACES.        00002420
                                                                        00002430
       01  WS-AGED-LINE.                                                00002440
           05  FILLER                    PIC X(9)  VALUE "CURRENT  ".   00002450
           05  AG-CURR                   PIC ZZZ,ZZZ,ZZ9.99.            00002460
           05  FILLER                    PIC X(9)  VALUE "  30 DAY ".   00002470
           05  AG-30                     PIC ZZZ,ZZZ,ZZ9.99.            00002480
           05  FILLER                    PIC X(9)  VALUE "  60 DAY ".   00002490
           05  AG-60                     PIC ZZZ,ZZZ,ZZ9.99.            00002500
           05  FILLER                    PIC X(9)  VALUE "  90 DAY ".   00002510
           05  AG-90                     PIC ZZZ,ZZZ,ZZ9.99.            00002520
           05  FILLER                    PIC X(9)  VALUE "  CREDIT ".   00002530
           05  AG-CREDIT                 PIC ZZZ,ZZZ,ZZ9.99.            00002540
           05  FILLER                    PIC X(17) VALUE SPACES.        00002550
                                                                        00002560
       01  WS-BALANCE-LINE.                                             00002570
           05  FILLER                    PIC X(16)                      00002580
                 VALUE "BALANCE DUE     ".                              00002590
           05  BL-BALANCE                PIC ZZZ,ZZZ,ZZ9.99CR.          00002600
           05  FILLER                    PIC X(100) VALUE SPACES.       00002610
                                                                        00002620
       01  WS-PAYMENT-LINE.                                             00002630
           05  FILLER                    PIC X(9)  VALUE "PAYMENT  ".   00002640
           05  PY-DATE                   PIC 9(8).                      00002650
           05  FILLER                    PIC X(2)  VALUE SPACES.        00002660
           05  PY-AMOUNT                 PIC ZZZ,ZZ9.99.                00002670
           05  FILLER                    PIC X(103) VALUE SPACES.       00002680
                                                                        00002690
       01  WS-MSG-LINE.                                                 00002700
           05  MSG-TEXT                  PIC X(60).                     00002710
           05  FILLER                    PIC X(72) VALUE SPACES.        00002720
                                                                        00002730
      ****************************************************************  00002740
      *                  PROCEDURE DIVISION                          *  00002750
      ****************************************************************  00002760
                                                                        00002770
       PROCEDURE DIVISION.                                              00002780
                                                                        00002790
      *                                                                 00002800
       A000-MAIN-DRIVER.                                                00002810
      *                                                                 00002820
           DISPLAY "***** START OF CALLINQ1 *****".                     00002830
                                                                        00002840
           PERFORM A010-INITIALIZE.                                     00002850
           IF TEST-STATUS = "Y"                                         00002860
             PERFORM B100-INQUIRE                                       00002870
           END-IF.                                                      00002880
           PERFORM A900-FINALIZE.                                       00002890
                                                                        00002900
           IF TEST-STATUS = "Y"                                         00002910
             DISPLAY "***** CALLINQ1 SUCCESSFUL *****"                  00002920
           ELSE                                                         00002930
             DISPLAY "+++++ CALLINQ1 FAILED +++++".                     00002940
           MOVE WS-RETURN-CODE TO RETURN-CODE.                          00002950
           STOP RUN.                                                    00002960
                                                                        00002970
      *                                                                 00002980
       A010-INITIALIZE.                                                 00002990
      *                                                                 00003000
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00003010
           OPEN INPUT INQUIRY-FILE.                                     00003020
           IF WS-CALLINQR-STATUS NOT = "00"                             00003030
             DISPLAY "+++ UNABLE TO OPEN CALLINQR - STATUS "            00003040
                     WS-CALLINQR-STATUS " +++"                          00003050
             MOVE "N" TO TEST-STATUS                                    00003060
             MOVE 8 TO WS-RETURN-CODE                                   00003070
           END-IF.                                                      00003080
           OPEN INPUT CUST-MASTER-FILE.                                 00003090
           IF WS-CALLCUST-STATUS NOT = "00"                             00003100
             DISPLAY "+++ UNABLE TO OPEN CALLCUST - STATUS "            00003110
                     WS-CALLCUST-STATUS " +++"                          00003120
             MOVE "N" TO TEST-STATUS                                    00003130
             MOVE 8 TO WS-RETURN-CODE                                   00003140
           END-IF.                                                      00003150
           OPEN OUTPUT PROFILE-FILE.                                    00003160
           IF WS-CALLINQP-STATUS NOT = "00"                             00003170
             DISPLAY "+++ UNABLE TO OPEN CALLINQP - STATUS "            00003180
                     WS-CALLINQP-STATUS " +++"                          00003190
             MOVE "N" TO TEST-STATUS                                    00003200
             MOVE 8 TO WS-RETURN-CODE                                   00003210
           END-IF.                                                      00003220
      *    HISTORY AND RECEIVABLES ARE OPTIONAL -- A PROFILE WITHOUT    00003230
      *    THEM STILL SHOWS THE MASTER AND SAYS WHAT IS MISSING.        00003240
           OPEN INPUT HISTORY-FILE.                                     00003250
           IF WS-CALLHIST-STATUS = "00"                                 00003260
             SET HISTORY-FILE-OPEN TO TRUE                              00003270
           ELSE                                                         00003280
             IF WS-CALLHIST-STATUS NOT = "35"                           00003290
               DISPLAY "+++ CALLHIST UNAVAILABLE - STATUS "             00003300
                       WS-CALLHIST-STATUS " - NO HISTORY SHOWN +++"     00003310
             END-IF                                                     00003320
           END-IF.                                                      00003330
           OPEN INPUT AR-NEW-FILE.                                      00003340
           IF WS-CALLARN-STATUS = "00"                                  00003350
             SET ARN-FILE-OPEN TO TRUE                                  00003360
           ELSE                                                         00003370
             IF WS-CALLARN-STATUS NOT = "35"                            00003380
               DISPLAY "+++ CALLARN UNAVAILABLE - STATUS "              00003390
                       WS-CALLARN-STATUS " - NO BALANCE SHOWN +++"      00003400
             END-IF                                                     00003410
           END-IF.                                                      00003420
           PERFORM A020-LOAD-PAYMENTS.                                  00003430
                                                                        00003440
      *                                                                 00003450
       A020-LOAD-PAYMENTS.                                              00003460
      *                                                                 00003470
           OPEN INPUT PAYMENT-FILE.                                     00003480
           IF WS-CALLPAY-STATUS = "00"                                  00003490
             PERFORM A021-READ-PAY-REC                                  00003500
             PERFORM UNTIL END-OF-PAY-FILE                              00003510
               IF PAYMENT-COUNT < 2000                                  00003520
                 ADD 1 TO PAYMENT-COUNT                                 00003530
                 MOVE PAY-CUST-NUM TO PAYT-CUST-NUM(PAYMENT-COUNT)      00003540
                 MOVE PAY-DATE     TO PAYT-DATE(PAYMENT-COUNT)          00003550
                 MOVE PAY-AMOUNT   TO PAYT-AMOUNT(PAYMENT-COUNT)        00003560
               ELSE                                                     00003570
                 DISPLAY "+++ PAYMENT TABLE FULL - " PAY-CUST-NUM       00003580
                         " NOT LOADED +++"                              00003590
               END-IF                                                   00003600
               PERFORM A021-READ-PAY-REC                                00003610
             END-PERFORM                                                00003620
             CLOSE PAYMENT-FILE                                         00003630
           ELSE                                                         00003640
             IF WS-CALLPAY-STATUS NOT = "35"                            00003650
               DISPLAY "+++ CALLPAY UNAVAILABLE - STATUS "              00003660
                       WS-CALLPAY-STATUS " - NO PAYMENTS SHOWN +++"     00003670
             END-IF                                                     00003680
           END-IF.                                                      00003690
                                                                        00003700
      *                                                                 00003710
       A021-READ-PAY-REC.                                               00003720
      *                                                                 00003730
           READ PAYMENT-FILE                                            00003740
             AT END SET END-OF-PAY-FILE TO TRUE.                        00003750
                                                                        00003760
      *                                                                 00003770
       B100-INQUIRE.                                                    00003780
      *                                                                 00003790
           PERFORM B110-READ-REQUEST.                                   00003800
           PERFORM UNTIL END-OF-INQUIRY                                 00003810
             ADD 1 TO WS-REQUEST-COUNT                                  00003820
             PERFORM B120-PRINT-PROFILE                                 00003830
             PERFORM B110-READ-REQUEST                                  00003840
           END-PERFORM.                                                 00003850
                                                                        00003860
      *                                                                 00003870
       B110-READ-REQUEST.                                               00003880
      *                                                                 00003890
           READ INQUIRY-FILE                                            00003900
             AT END SET END-OF-INQUIRY TO TRUE.                         00003910
                                                                        00003920
      ****************************************************************  00003930
      *  B120-PRINT-PROFILE BUILDS ONE CUSTOMER'S PAGE: MASTER       *  00003940
      *  HEADING, TWELVE-MONTH HISTORY, AGED BALANCE AND PAYMENTS.   *  00003950
      *  EACH SECTION SAYS SO WHEN ITS FILE HAS NOTHING FOR THE      *  00003960
      *  CUSTOMER, SO THE DESK NEVER WONDERS WHETHER A BLANK MEANT   *  00003970
      *  "NONE" OR "NOT LOOKED AT".                                  *  00003980
      ****************************************************************  00003990
      *                                                                 00004000
       B120-PRINT-PROFILE.                                              00004010
      *                                                                 00004020
           MOVE "N" TO WS-CM-FOUND-SW.                                  00004030
           MOVE IQ-CUST-NUM TO CM-CUST-NUM.                             00004040
           READ CUST-MASTER-FILE                                        00004050
             INVALID KEY                                                00004060
               CONTINUE                                                 00004070
             NOT INVALID KEY                                            00004080
               SET CUST-ON-MASTER TO TRUE                               00004090
           END-READ.                                                    00004100
           IF NOT CUST-ON-MASTER                                        00004110
             ADD 1 TO WS-NOTFOUND-COUNT                                 00004120
             MOVE SPACES TO WS-MSG-LINE                                 00004130
             STRING "CUSTOMER " DELIMITED BY SIZE                       00004140
                    IQ-CUST-NUM DELIMITED BY SIZE                       00004150
                    " NOT ON CUSTOMER MASTER" DELIMITED BY SIZE         00004160
               INTO MSG-TEXT                                            00004170
             WRITE PROFILE-LINE FROM WS-MSG-LINE                        00004180
           ELSE                                                         00004190
             ADD 1 TO WS-PROFILE-COUNT                                  00004200
             PERFORM B130-PRINT-MASTER-BLOCK                            00004210
             PERFORM B140-PRINT-HISTORY-BLOCK                           00004220
             PERFORM B150-PRINT-BALANCE-BLOCK                           00004230
             PERFORM B160-PRINT-PAYMENT-BLOCK                           00004240
             MOVE SPACES TO PROFILE-LINE                                00004250
             WRITE PROFILE-LINE                                         00004260
           END-IF.                                                      00004270
                                                                        00004280
      *                                                                 00004290
       B130-PRINT-MASTER-BLOCK.                                         00004300
      *                                                                 00004310
           MOVE WS-RUN-DATE TO PH-RUN-DATE.                             00004320
           WRITE PROFILE-LINE FROM WS-PROFILE-HEADER-LINE.              00004330
           MOVE CM-CUST-NUM  TO PC-CUST-NUM.                            00004340
           MOVE CM-CUST-NAME TO PC-CUST-NAME.                           00004350
           EVALUATE CM-ACCT-STATUS                                      00004360
             WHEN "A"   MOVE "ACTIVE   " TO PC-STATUS                   00004370
             WHEN "S"   MOVE "SUSPENDED" TO PC-STATUS                   00004380
             WHEN "C"   MOVE "CLOSED   " TO PC-STATUS                   00004390
             WHEN OTHER MOVE "UNKNOWN  " TO PC-STATUS                   00004400
           END-EVALUATE.                                                00004410
           WRITE PROFILE-LINE FROM WS-PROFILE-CUST-LINE.                00004420
           MOVE SPACES TO WS-PROFILE-ADDR-LINE.                         00004430
           MOVE CM-ADDR-LINE1 TO PA-ADDR-TEXT.                          00004440
           WRITE PROFILE-LINE FROM WS-PROFILE-ADDR-LINE.                00004450
           IF CM-ADDR-LINE2 NOT = SPACES                                00004460
             MOVE SPACES TO WS-PROFILE-ADDR-LINE                        00004470
             MOVE CM-ADDR-LINE2 TO PA-ADDR-TEXT                         00004480
             WRITE PROFILE-LINE FROM WS-PROFILE-ADDR-LINE               00004490
           END-IF.                                                      00004500
           MOVE SPACES TO WS-PROFILE-CSZ-LINE.                          00004510
           MOVE CM-ADDR-CITY  TO PZ-CITY.                               00004520
           MOVE CM-ADDR-STATE TO PZ-STATE.                              00004530
           MOVE CM-ADDR-ZIP   TO PZ-ZIP.                                00004540
           WRITE PROFILE-LINE FROM WS-PROFILE-CSZ-LINE.                 00004550
      *    A MASTER RECORD NOT YET CARRYING A PLAN PRINTS "NONE" SO     00004560
      *    THE DESK CAN SEE THE ACCOUNT STILL BILLS FROM THE FEED PLAN. 00004570
           IF CM-RATE-PLAN NUMERIC AND CM-RATE-PLAN > 0                 00004580
             MOVE CM-RATE-PLAN     TO PP-RATE-PLAN                      00004590
             MOVE CM-PLAN-EFF-DATE TO PP-EFF-DATE                       00004600
             MOVE SPACE            TO PP-PRIOR-PLAN                     00004610
             IF CM-PRIOR-PLAN NUMERIC AND CM-PRIOR-PLAN > 0             00004620
               MOVE CM-PRIOR-PLAN  TO PP-PRIOR-PLAN                     00004630
             END-IF                                                     00004640
             WRITE PROFILE-LINE FROM WS-PROFILE-PLAN-LINE               00004650
           ELSE                                                         00004660
             MOVE "RATE PLAN NONE ON MASTER" TO PROFILE-LINE            00004670
             WRITE PROFILE-LINE                                         00004680
           END-IF.                                                      00004690
                                                                        00004700
      *                                                                 00004710
       B140-PRINT-HISTORY-BLOCK.                                        00004720
      *                                                                 00004730
           MOVE "N" TO WS-HIST-FOUND-SW.                                00004740
           IF HISTORY-FILE-OPEN                                         00004750
             MOVE IQ-CUST-NUM TO HIST-CUST-NUM                          00004760
             READ HISTORY-FILE                                          00004770
               INVALID KEY                                              00004780
                 CONTINUE                                               00004790
               NOT INVALID KEY                                          00004800
                 SET HISTORY-REC-FOUND TO TRUE                          00004810
             END-READ                                                   00004820
           END-IF.                                                      00004830
           IF HISTORY-REC-FOUND                                         00004840
             WRITE PROFILE-LINE FROM WS-HIST-COL-LINE                   00004850
             PERFORM VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > 12           00004860
               IF HM-YYYYMM(SUB1) > 0                                   00004870
                 MOVE SPACES TO WS-HIST-DETAIL-LINE                     00004880
                 MOVE HM-YYYYMM(SUB1)  TO HD-YYYYMM                     00004890
                 MOVE HM-MINUTES(SUB1) TO HD-MINUTES                    00004900
                 MOVE HM-CALLS(SUB1)   TO HD-CALLS                      00004910
                 MOVE HM-REVENUE(SUB1) TO HD-REVENUE                    00004920
                 WRITE PROFILE-LINE FROM WS-HIST-DETAIL-LINE            00004930
               END-IF                                                   00004940
             END-PERFORM                                                00004950
           ELSE                                                         00004960
             MOVE SPACES TO WS-MSG-LINE                                 00004970
             MOVE "NO BILLING HISTORY ON FILE" TO MSG-TEXT              00004980
             WRITE PROFILE-LINE FROM WS-MSG-LINE                        00004990
           END-IF.                                                      00005000
                                                                        00005010
      *                                                                 00005020
       B150-PRINT-BALANCE-BLOCK.                                        00005030
      *                                                                 00005040
           MOVE "N" TO WS-ARN-FOUND-SW.                                 00005050
           IF ARN-FILE-OPEN                                             00005060
             MOVE IQ-CUST-NUM TO ARN-CUST-NUM                           00005070
             READ AR-NEW-FILE                                           00005080
               INVALID KEY                                              00005090
                 CONTINUE                                               00005100
               NOT INVALID KEY                                          00005110
                 SET ARN-REC-FOUND TO TRUE                              00005120
             END-READ                                                   00005130
           END-IF.                                                      00005140
           IF ARN-REC-FOUND                                             00005150
             MOVE ARN-BUCKET-CURR TO AG-CURR                            00005160
             MOVE ARN-BUCKET-30   TO AG-30                              00005170
             MOVE ARN-BUCKET-60   TO AG-60                              00005180
             MOVE ARN-BUCKET-90   TO AG-90                              00005190
             MOVE ARN-CREDIT      TO AG-CREDIT                          00005200
             WRITE PROFILE-LINE FROM WS-AGED-LINE                       00005210
             COMPUTE WS-BALANCE = ARN-BUCKET-CURR + ARN-BUCKET-30       00005220
               + ARN-BUCKET-60 + ARN-BUCKET-90 - ARN-CREDIT             00005230
             MOVE WS-BALANCE TO BL-BALANCE                              00005240
             WRITE PROFILE-LINE FROM WS-BALANCE-LINE                    00005250
           ELSE                                                         00005260
             MOVE SPACES TO WS-MSG-LINE                                 00005270
             MOVE "NO RECEIVABLE BALANCE ON FILE" TO MSG-TEXT           00005280
             WRITE PROFILE-LINE FROM WS-MSG-LINE                        00005290
           END-IF.                                                      00005300
                                                                        00005310
      *                                                                 00005320
       B160-PRINT-PAYMENT-BLOCK.                                        00005330
      *                                                                 00005340
           MOVE 0 TO WS-PAY-SHOWN.                                      00005350
           PERFORM VARYING WS-PAY-SUB FROM 1 BY 1                       00005360
             UNTIL WS-PAY-SUB > PAYMENT-COUNT                           00005370
             IF PAYT-CUST-NUM(WS-PAY-SUB) = IQ-CUST-NUM                 00005380
               ADD 1 TO WS-PAY-SHOWN                                    00005390
               MOVE PAYT-DATE(WS-PAY-SUB)   TO PY-DATE                  00005400
               MOVE PAYT-AMOUNT(WS-PAY-SUB) TO PY-AMOUNT                00005410
               WRITE PROFILE-LINE FROM WS-PAYMENT-LINE                  00005420
             END-IF                                                     00005430
           END-PERFORM.                                                 00005440
           IF WS-PAY-SHOWN = 0                                          00005450
             MOVE SPACES TO WS-MSG-LINE                                 00005460
             MOVE "NO PAYMENTS THIS CYCLE" TO MSG-TEXT                  00005470
             WRITE PROFILE-LINE FROM WS-MSG-LINE                        00005480
           END-IF.                                                      00005490
                                                                        00005500
      *                                                                 00005510
       A900-FINALIZE.                                                   00005520
      *                                                                 00005530
           IF WS-CALLINQP-STATUS = "00"                                 00005540
             MOVE SPACES TO WS-MSG-LINE                                 00005550
             STRING "REQUESTS " DELIMITED BY SIZE                       00005560
                    WS-REQUEST-COUNT DELIMITED BY SIZE                  00005570
                    "  PROFILES " DELIMITED BY SIZE                     00005580
                    WS-PROFILE-COUNT DELIMITED BY SIZE                  00005590
                    "  NOT FOUND " DELIMITED BY SIZE                    00005600
                    WS-NOTFOUND-COUNT DELIMITED BY SIZE                 00005610
               INTO MSG-TEXT                                            00005620
             WRITE PROFILE-LINE FROM WS-MSG-LINE                        00005630
             CLOSE PROFILE-FILE                                         00005640
           END-IF.                                                      00005650
           IF WS-CALLINQR-STATUS = "00" OR WS-CALLINQR-STATUS = "10"    00005660
             CLOSE INQUIRY-FILE                                         00005670
           END-IF.                                                      00005680
           IF WS-CALLCUST-STATUS = "00"                                 00005690
             CLOSE CUST-MASTER-FILE                                     00005700
           END-IF.                                                      00005710
           IF HISTORY-FILE-OPEN                                         00005720
             CLOSE HISTORY-FILE                                         00005730
           END-IF.                                                      00005740
           IF ARN-FILE-OPEN                                             00005750
             CLOSE AR-NEW-FILE                                          00005760
           END-IF.                                                      00005770
           IF WS-NOTFOUND-COUNT > 0 AND WS-RETURN-CODE = 0              00005780
             MOVE 4 TO WS-RETURN-CODE                                   00005790
           END-IF.                                                      00005800
