       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    CALLPURG.                                         00000020
       AUTHOR.        IBM PROGRAMMER.                                   00000030
       INSTALLATION.  STL                                               00000040
       DATE-WRITTEN.  OCT 15, 2026.                                     00000050
       DATE-COMPILED.                                                   00000060
                                                                        00000070
      ******************************************************************00000080
      * PRODUCT.      Enterprise COBOL                                 *00000090
      *                                                                *00000100
      * FUNCTION.                                                      *00000110
      *   CALLPURG IS THE HOUSEKEEPING RUN FOR THE BILLED-CALLS        *00000120
      *   REGISTER AND THE DORMANT CUSTOMER FILES.  IT RUNS BETWEEN    *00000130
      *   CYCLES, AFTER CALLARRC HAS RECONCILED THE BILLING RUN.       *00000140
      *                                                                *00000150
      *   REGISTER.  EVERY CALLREG ROW WHOSE CALL DATE IS OLDER THAN   *00000160
      *   THE REGISTER RETENTION ON THE CONTROL CARD (CALLPRGC,        *00000170
      *   DEFAULT 24 MONTHS BEFORE THE RUN DATE) IS COPIED TO THE      *00000180
      *   SEQUENTIAL ARCHIVE (CALLREGA) AND DELETED.  CALLEDIT CHECKS  *00000190
      *   EVERY INCOMING CALL AGAINST THE REGISTER, INCLUDING LATE     *00000200
      *   CALLS IT HELD OVER ON CALLHLD, SO THE ROWS A LATE OR         *00000210
      *   RESENT CALL CAN STILL MATCH MUST STAY.  THAT LATE-CALL       *00000220
      *   HOLDING WINDOW RUNS FROM THE EARLIER OF:                     *00000230
      *     - THE CALLCTL BILLING-PERIOD START (THE RUN DATE WHEN      *00000240
      *       CALLCTL HAS NO PERIOD) STEPPED BACK THE LATE-CALL        *00000250
      *       MONTHS ON THE CARD (DEFAULT 3), AND                      *00000260
      *     - THE OLDEST CALL STILL WAITING ON THE HOLDING FILE.       *00000270
      *   WHEN THE RETENTION CUTOFF FALLS INSIDE THAT WINDOW, OR THE   *00000280
      *   HOLDING FILE CANNOT BE READ, THE REGISTER PURGE IS REFUSED   *00000290
      *   AND NO REGISTER ROW IS TOUCHED.                              *00000300
      *                                                                *00000310
      *   DORMANT ACCOUNTS.  A CUSTOMER CLOSED ON THE MASTER           *00000320
      *   (CALLCUST) WHOSE LAST BILLED MONTH ON CALLHIST IS OLDER      *00000330
      *   THAN THE CLOSED-ACCOUNT RETENTION (DEFAULT 36 MONTHS) LOSES  *00000340
      *   ITS CALLHIST ROW, AND ITS CALLARN ROW WHEN EVERY BUCKET AND  *00000350
      *   THE CREDIT ARE ZERO.  A CLOSED ACCOUNT THAT NEVER BILLED     *00000360
      *   HAS NO HISTORY AND COUNTS AS DORMANT.  A RECEIVABLE STILL    *00000370
      *   CARRYING MONEY IS KEPT AND LISTED.                           *00000380
      *                                                                *00000390
      *   THE PURGE REPORT (CALLPRGR) SHOWS THE CUTOFFS AND THE        *00000400
      *   HOLDING WINDOW, EACH DORMANT ACCOUNT PURGED, AND THE         *00000410
      *   BEFORE, PURGED AND AFTER RECORD COUNTS FOR EACH FILE.        *00000420
      *                                                                *00000430
      *  EXPECTED MESSAGES.                                            *00000440
      *        **** START OF CALLPURG ****                             *00000450
      *        **** CALLPURG SUCCESSFUL ****                           *00000460
      *                   OR                                           *00000470
      *        **** START OF CALLPURG ****                             *00000480
      *        **** CALLPURG FAILED ****                               *00000490
      *                                                                *00000500
      *  RETURN CODES.                                                 *00000510
      *        0 - CLEAN RUN                                           *00000520
      *        4 - RAN WITH WARNINGS (E.G. NO CALLCTL PERIOD)          *00000530
      *        8 - REGISTER PURGE REFUSED, OR FILE PROBLEM             *00000540
      ******************************************************************00000550
      /                                                                 00000560
       ENVIRONMENT DIVISION.                                            00000570
       CONFIGURATION SECTION.                                           00000580
       SOURCE-COMPUTER.  IBM-390.                                       00000590
       OBJECT-COMPUTER.  IBM-390.                                       00000600
                                                                        00000610
       INPUT-OUTPUT SECTION.                                            00000620
       FILE-CONTROL.                                                    00000630
           SELECT PURGE-CONTROL-FILE ASSIGN TO CALLPRGC                 00000640
               ORGANIZATION IS LINE SEQUENTIAL                          00000650
               FILE STATUS IS WS-CALLPRGC-STATUS.                       00000660
                                                                        00000670
           SELECT CONTROL-FILE       ASSIGN TO CALLCTL                  00000680
               ORGANIZATION IS LINE SEQUENTIAL                          00000690
               FILE STATUS IS WS-CALLCTL-STATUS.                        00000700
                                                                        00000710
           SELECT HOLD-FILE          ASSIGN TO CALLHLD                  00000720
               ORGANIZATION IS LINE SEQUENTIAL                          00000730
               FILE STATUS IS WS-CALLHLD-STATUS.                        00000740
                                                                        00000750
           SELECT REGISTER-FILE      ASSIGN TO CALLREG                  00000760
               ORGANIZATION IS INDEXED                                  00000770
               ACCESS IS DYNAMIC                                        00000780
               RECORD KEY IS REG-KEY                                    00000790
               FILE STATUS IS WS-CALLREG-STATUS.                        00000800
                                                                        00000810
           SELECT REG-ARCHIVE-FILE   ASSIGN TO CALLREGA                 00000820
               ORGANIZATION IS LINE SEQUENTIAL                          00000830
               FILE STATUS IS WS-CALLREGA-STATUS.                       00000840
                                                                        00000850
           SELECT CUST-MASTER-FILE   ASSIGN TO CALLCUST                 00000860
               ORGANIZATION IS INDEXED                                  00000870
               ACCESS IS SEQUENTIAL                                     00000880
               RECORD KEY IS CM-CUST-NUM                                00000890
               FILE STATUS IS WS-CALLCUST-STATUS.                       00000900
                                                                        00000910
           SELECT HISTORY-FILE       ASSIGN TO CALLHIST                 00000920
               ORGANIZATION IS INDEXED                                  00000930
               ACCESS IS DYNAMIC                                        00000940
               RECORD KEY IS HIST-CUST-NUM                              00000950
               FILE STATUS IS WS-CALLHIST-STATUS.                       00000960
                                                                        00000970
           SELECT AR-NEW-FILE        ASSIGN TO CALLARN                  00000980
               ORGANIZATION IS INDEXED                                  00000990
               ACCESS IS DYNAMIC                                        00001000
               RECORD KEY IS ARN-CUST-NUM                               00001010
               FILE STATUS IS WS-CALLARN-STATUS.                        00001020
                                                                        00001030
           SELECT PURGE-REPORT-FILE  ASSIGN TO CALLPRGR                 00001040
               ORGANIZATION IS LINE SEQUENTIAL                          00001050
               FILE STATUS IS WS-CALLPRGR-STATUS.                       00001060
                                                                        00001070
       DATA DIVISION.                                                   00001080
       FILE SECTION.                                                    00001090
                                                                        00001100
      ****************************************************************  00001110
      *  OPTIONAL CONTROL CARD: REGISTER RETENTION IN MONTHS, THE    *  00001120
      *  CLOSED-ACCOUNT RETENTION IN MONTHS, AND HOW MANY MONTHS     *  00001130
      *  BEFORE THE BILLING PERIOD THE CARRIER MAY STILL SEND A      *  00001140
      *  LATE CALL.  A ZERO OR NON-NUMERIC FIELD TAKES THE DEFAULT.  *  00001150
      ****************************************************************  00001160
       FD  PURGE-CONTROL-FILE                                           00001170
           LABEL RECORDS ARE STANDARD                                   00001180
           RECORD CONTAINS 20 CHARACTERS.                               00001190
       01  PURGE-CONTROL-REC.                                           00001200
           05  PC-REG-RETAIN         PIC 9(3).                          00001210
           05  PC-CLOSED-RETAIN      PIC 9(3).                          00001220
           05  PC-LATE-MONTHS        PIC 9(2).                          00001230
           05  FILLER                PIC X(12).                         00001240
                                                                        00001250
      ****************************************************************  00001260
      *  CONTROL-FILE (CALLCTL) IS THE ONE-RECORD CONTROL INPUT OF   *  00001270
      *  CALLEDIT AND CALLIVP1.  CALLPURG ONLY LOOKS AT THE          *  00001280
      *  BILLING-PERIOD START DATE.                                  *  00001290
      ****************************************************************  00001300
       FD  CONTROL-FILE                                                 00001310
           LABEL RECORDS ARE STANDARD                                   00001320
           RECORD CONTAINS 34 CHARACTERS.                               00001330
       01  CONTROL-REC.                                                 00001340
           05  CTL-CKPT-INTERVAL     PIC 9(4).                          00001350
           05  CTL-RUN-MODE          PIC X(1).                          00001360
           05  CTL-TREND-PCT         PIC 9(3).                          00001370
           05  CTL-PERIOD-START      PIC 9(8).                          00001380
           05  CTL-PERIOD-END        PIC 9(8).                          00001390
           05  CTL-FIN-CHG-PCT       PIC 9(2)V99.                       00001400
           05  CTL-INV-RETAIN        PIC 9(3).                          00001410
           05  CTL-MARGIN-PCT        PIC 9(3).                          00001420
                                                                        00001430
      ****************************************************************  00001440
      *  CALLHLD IS THE HOLDING FILE CALLEDIT WROTE LAST CYCLE, IN   *  00001450
      *  THE RAW DETAIL-RECORD LAYOUT.  ITS CALLS ARE SWEPT BACK IN  *  00001460
      *  (AND CHECKED AGAINST THE REGISTER) NEXT CYCLE.              *  00001470
      ****************************************************************  00001480
       FD  HOLD-FILE                                                    00001490
           LABEL RECORDS ARE STANDARD                                   00001500
           RECORD CONTAINS 2591 CHARACTERS.                             00001510
       01  HOLD-REC.                                                    00001520
           05  HLD-CUST-NUM          PIC X(4).                          00001530
           05  HLD-CUST-NAME         PIC X(10).                         00001540
           05  HLD-CALLS-MADE        PIC 9(2).                          00001550
           05  HLD-NUM-CALLS OCCURS 99 TIMES.                           00001560
               10  HLD-AREA-CODE     PIC 9(3).                          00001570
               10  HLD-NUM-MINUTES   PIC 9(3).                          00001580
               10  HLD-CITY          PIC X(5).                          00001590
               10  HLD-COST          PIC 9(3).                          00001600
               10  HLD-CALL-DATE     PIC 9(8).                          00001610
               10  HLD-CALL-TIME     PIC 9(4).                          00001620
           05  HLD-CUST-RATE         PIC 9.                             00001630
                                                                        00001640
       FD  REGISTER-FILE                                                00001650
           LABEL RECORDS ARE STANDARD                                   00001660
           RECORD CONTAINS 44 CHARACTERS.                               00001670
       01  REGISTER-REC.                                                00001680
           05  REG-KEY.                                                 00001690
               10  REG-CUST-NUM      PIC X(4).                          00001700
               10  REG-AREA-CODE     PIC 9(3).                          00001710
               10  REG-CALL-DATE     PIC 9(8).                          00001720
               10  REG-CALL-TIME     PIC 9(4).                          00001730
           05  REG-RUN-DATE          PIC 9(8).                          00001740
           05  REG-BILLED-COST       PIC 9(6)V99.                       00001750
           05  REG-ADJ-CODE          PIC X(1).                          00001760
           05  REG-ADJ-DATE          PIC 9(8).                          00001770
                                                                        00001780
      ****************************************************************  00001790
      *  THE REGISTER ARCHIVE IS THE PURGED ROW, BYTE FOR BYTE.      *  00001800
      ****************************************************************  00001810
       FD  REG-ARCHIVE-FILE                                             00001820
           LABEL RECORDS ARE STANDARD                                   00001830
           RECORD CONTAINS 44 CHARACTERS.                               00001840
       01  REG-ARCHIVE-REC           PIC X(44).                         00001850
                                                                        00001860
       FD  CUST-MASTER-FILE                                             00001870
           LABEL RECORDS ARE STANDARD                                   00001880
           RECORD CONTAINS 120 CHARACTERS.                              00001890
       01  CUST-MASTER-REC.                                             00001900
           05  CM-CUST-NUM           PIC X(4).                          00001910
           05  CM-CUST-NAME          PIC X(25).                         00001920
           05  CM-ADDR-LINE1         PIC X(25).                         00001930
           05  CM-ADDR-LINE2         PIC X(25).                         00001940
           05  CM-ADDR-CITY          PIC X(15).                         00001950
           05  CM-ADDR-STATE         PIC X(2).                          00001960
           05  CM-ADDR-ZIP           PIC X(9).                          00001970
           05  CM-ACCT-STATUS        PIC X(1).                          00001980
           05  CM-RATE-PLAN          PIC 9(1).                          00001990
           05  CM-PLAN-EFF-DATE      PIC 9(8).                          00002000
           05  CM-PRIOR-PLAN         PIC 9(1).                          00002010
           05  CM-PARENT-NUM         PIC X(4).                          00002020
                                                                        00002030
      ****************************************************************  00002040
      *  CALLHIST SLOT 1 IS THE LAST MONTH THE CUSTOMER WAS BILLED.  *  00002050
      ****************************************************************  00002060
       FD  HISTORY-FILE                                                 00002070
           LABEL RECORDS ARE STANDARD                                   00002080
           RECORD CONTAINS 340 CHARACTERS.                              00002090
       01  HISTORY-REC.                                                 00002100
           05  HIST-CUST-NUM         PIC X(4).                          00002110
           05  HIST-MONTH-ENTRY OCCURS 12 TIMES.                        00002120
               10  HM-YYYYMM         PIC 9(6).                          00002130
               10  HM-MINUTES        PIC 9(7).                          00002140
               10  HM-CALLS          PIC 9(5).                          00002150
               10  HM-REVENUE        PIC 9(8)V99.                       00002160
                                                                        00002170
       FD  AR-NEW-FILE                                                  00002180
           LABEL RECORDS ARE STANDARD                                   00002190
           RECORD CONTAINS 54 CHARACTERS.                               00002200
       01  AR-NEW-REC.                                                  00002210
           05  ARN-CUST-NUM          PIC X(4).                          00002220
           05  ARN-BUCKET-CURR       PIC 9(8)V99.                       00002230
           05  ARN-BUCKET-30         PIC 9(8)V99.                       00002240
           05  ARN-BUCKET-60         PIC 9(8)V99.                       00002250
           05  ARN-BUCKET-90         PIC 9(8)V99.                       00002260
           05  ARN-CREDIT            PIC 9(8)V99.                       00002270
                                                                        00002280
       FD  PURGE-REPORT-FILE                                            00002290
           LABEL RECORDS ARE STANDARD                                   00002300
           RECORD CONTAINS 132 CHARACTERS.                              00002310
       01  PURGE-REPORT-LINE         PIC X(132).                        00002320
                                                                        00002330
       WORKING-STORAGE SECTION.                                         00002340
                                                                        00002350
       01  WS-VARIABLES.                                                00002360
           05  WS-RUN-DATE               PIC 9(8).                      00002370
           05  FILLER REDEFINES WS-RUN-DATE.                            00002380
               10  WS-RUN-YYYYMM         PIC 9(6).                      00002390
               10  FILLER                PIC 9(2).                      00002400
           05  WS-REG-RETAIN             PIC 9(3)      VALUE 024.       00002410
           05  WS-CLOSED-RETAIN          PIC 9(3)      VALUE 036.       00002420
           05  WS-LATE-MONTHS            PIC 9(2)      VALUE 03.        00002430
           05  WS-PERIOD-START           PIC 9(8)      VALUE 0.         00002440
           05  WS-OLDEST-HELD            PIC 9(8)      VALUE 0.         00002450
           05  WS-REG-CUTOFF             PIC 9(8)      VALUE 0.         00002460
           05  WS-WINDOW-START           PIC 9(8)      VALUE 0.         00002470
           05  WS-CLOSED-CUTOFF          PIC 9(8)      VALUE 0.         00002480
           05  FILLER REDEFINES WS-CLOSED-CUTOFF.                       00002490
               10  WS-CLOSED-CUT-YYYYMM  PIC 9(6).                      00002500
               10  FILLER                PIC 9(2).                      00002510
           05  WS-LAST-BILLED            PIC 9(6)      VALUE 0.         00002520
           05  WS-BALANCE                PIC S9(9)V99  VALUE 0.         00002530
           05  HLD-SUB                   PIC 9(3)      VALUE 0.         00002540
                                                                        00002550
      *    WS-STEP-DATE IS STEPPED BACK WS-STEP-MONTHS BY B050,         00002560
      *    COUNTING IN MONTHS SINCE YEAR ZERO LIKE THE ARCHIVE PURGE    00002570
      *    IN CALLIVP1.                                                 00002580
       01  WS-STEP-AREA.                                                00002590
           05  WS-STEP-DATE              PIC 9(8)      VALUE 0.         00002600
           05  FILLER REDEFINES WS-STEP-DATE.                           00002610
               10  WS-STEP-YYYY          PIC 9(4).                      00002620
               10  WS-STEP-MM            PIC 9(2).                      00002630
               10  WS-STEP-DD            PIC 9(2).                      00002640
           05  WS-STEP-MONTHS            PIC 9(3)      VALUE 0.         00002650
           05  WS-STEP-TOTAL             PIC 9(6)      VALUE 0.         00002660
                                                                        00002670
       01  WS-FILE-STATUSES.                                            00002680
           05  WS-CALLPRGC-STATUS        PIC X(2)      VALUE SPACES.    00002690
           05  WS-CALLCTL-STATUS         PIC X(2)      VALUE SPACES.    00002700
           05  WS-CALLHLD-STATUS         PIC X(2)      VALUE SPACES.    00002710
           05  WS-CALLREG-STATUS         PIC X(2)      VALUE SPACES.    00002720
           05  WS-CALLREGA-STATUS        PIC X(2)      VALUE SPACES.    00002730
           05  WS-CALLCUST-STATUS        PIC X(2)      VALUE SPACES.    00002740
           05  WS-CALLHIST-STATUS        PIC X(2)      VALUE SPACES.    00002750
           05  WS-CALLARN-STATUS         PIC X(2)      VALUE SPACES.    00002760
           05  WS-CALLPRGR-STATUS        PIC X(2)      VALUE SPACES.    00002770
                                                                        00002780
       01  WS-SWITCHES.                                                 00002790
           05  WS-REG-OPEN-SW            PIC X         VALUE "N".       00002800
               88  REGISTER-FILE-OPEN                  VALUE "Y".       00002810
           05  WS-REGA-OPEN-SW           PIC X         VALUE "N".       00002820
               88  ARCHIVE-FILE-OPEN                   VALUE "Y".       00002830
           05  WS-CUST-OPEN-SW           PIC X         VALUE "N".       00002840
               88  MASTER-FILE-OPEN                    VALUE "Y".       00002850
           05  WS-HIST-OPEN-SW           PIC X         VALUE "N".       00002860
               88  HISTORY-FILE-OPEN                   VALUE "Y".       00002870
           05  WS-ARN-OPEN-SW            PIC X         VALUE "N".       00002880
               88  ARN-FILE-OPEN                       VALUE "Y".       00002890
           05  WS-RPT-OPEN-SW            PIC X         VALUE "N".       00002900
               88  REPORT-FILE-OPEN                    VALUE "Y".       00002910
           05  WS-HOLD-EOF-SW            PIC X         VALUE "N".       00002920
               88  END-OF-HOLD-FILE                    VALUE "Y".       00002930
           05  WS-REG-EOF-SW             PIC X         VALUE "N".       00002940
               88  END-OF-REGISTER                     VALUE "Y".       00002950
           05  WS-CM-EOF-SW              PIC X         VALUE "N".       00002960
               88  END-OF-MASTER                       VALUE "Y".       00002970
           05  WS-SCAN-EOF-SW            PIC X         VALUE "N".       00002980
               88  END-OF-SCAN                         VALUE "Y".       00002990
           05  WS-HIST-FOUND-SW          PIC X         VALUE "N".       00003000
               88  HISTORY-REC-FOUND                   VALUE "Y".       00003010
           05  WS-ARN-FOUND-SW           PIC X         VALUE "N".       00003020
               88  ARN-ENTRY-FOUND                     VALUE "Y".       00003030
      *    WS-REG-PURGE-SW "Y" = REGISTER ROWS MAY BE PURGED, "R" =     00003040
      *    PURGE REFUSED (CUTOFF INSIDE THE HOLDING WINDOW, OR THE      00003050
      *    WINDOW COULD NOT BE ESTABLISHED).                            00003060
           05  WS-REG-PURGE-SW           PIC X         VALUE "Y".       00003070
               88  REGISTER-PURGE-ALLOWED              VALUE "Y".       00003080
               88  REGISTER-PURGE-REFUSED              VALUE "R".       00003090
           05  TEST-STATUS               PIC X         VALUE "Y".       00003100
           05  WS-WARN-SW                PIC X         VALUE "N".       00003110
               88  RUN-HAS-WARNING                     VALUE "Y".       00003120
                                                                        00003130
       01  WS-COUNTERS.                                                 00003140
           05  WS-REG-BEFORE             PIC 9(9)      VALUE 0.         00003150
           05  WS-REG-PURGED             PIC 9(9)      VALUE 0.         00003160
           05  WS-HIST-BEFORE            PIC 9(9)      VALUE 0.         00003170
           05  WS-HIST-PURGED            PIC 9(9)      VALUE 0.         00003180
           05  WS-ARN-BEFORE             PIC 9(9)      VALUE 0.         00003190
           05  WS-ARN-PURGED             PIC 9(9)      VALUE 0.         00003200
           05  WS-ARN-KEPT               PIC 9(9)      VALUE 0.         00003210
           05  WS-CLOSED-COUNT           PIC 9(9)      VALUE 0.         00003220
           05  WS-DORMANT-COUNT          PIC 9(9)      VALUE 0.         00003230
           05  WS-HELD-CALLS             PIC 9(9)      VALUE 0.         00003240
           05  WS-SCAN-COUNT             PIC 9(9)      VALUE 0.         00003250
           05  WS-RETURN-CODE            PIC 9(4)      VALUE 0.         00003260
                                                                        00003270
       01  WS-PURGE-HEADER-LINE.                                        00003280
           05  FILLER                    PIC X(44)                      00003290
                 VALUE "CALLPURG REGISTER AND DORMANT ACCOUNT PURGE ".  00003300
           05  FILLER                    PIC X(2)  VALUE "- ".          00003310
           05  PH-RUN-DATE               PIC 9(8).                      00003320
           05  FILLER                    PIC X(78) VALUE SPACES.        00003330
                                                                        00003340
       01  WS-PURGE-PARM-LINE.                                          00003350
           05  PP-LABEL                  PIC X(40).                     00003360
           05  PP-VALUE                  PIC X(8).                      00003370
           05  FILLER                    PIC X(2)  VALUE SPACES.        00003380
           05  PP-TEXT                   PIC X(82).                     00003390
                                                                        00003400
       01  WS-PURGE-COL-LINE.                                           00003410
           05  FILLER                    PIC X(46)  VALUE               00003420
             "CUST  NAME                       LAST BILLED  ".          00003430
           05  FILLER                    PIC X(40)  VALUE               00003440
             "HISTORY   RECEIVABLE                    ".                00003450
           05  FILLER                    PIC X(46) VALUE SPACES.        00003460
                                                                        00003470
       01  WS-PURGE-DETAIL-LINE.                                        00003480
           05  PD-CUST-NUM               PIC X(4).                      00003490
           05  FILLER                    PIC X(2)  VALUE SPACES.        00003500
           05  PD-CUST-NAME              PIC X(25).                     00003510
           05  FILLER                    PIC X(2)  VALUE SPACES.        00003520
           05  PD-LAST-BILLED            PIC X(6).                      00003530
           05  FILLER                    PIC X(7)  VALUE SPACES.        00003540
           05  PD-HISTORY                PIC X(7).                      00003550
           05  FILLER                    PIC X(3)  VALUE SPACES.        00003560
           05  PD-RECEIVABLE             PIC X(16).                     00003570
           05  PD-BALANCE                PIC Z,ZZZ,ZZZ,ZZ9.99-.         00003580
           05  FILLER                    PIC X(41) VALUE SPACES.        00003590
                                                                        00003600
       01  WS-COUNT-COL-LINE.                                           00003610
           05  FILLER                    PIC X(48)  VALUE               00003620
             "FILE                BEFORE        PURGED        ".        00003630
           05  FILLER                    PIC X(6)   VALUE "AFTER ".     00003640
           05  FILLER                    PIC X(78) VALUE SPACES.        00003650
                                                                        00003660
       01  WS-COUNT-LINE.                                               00003670
           05  PK-FILE                   PIC X(8).                      00003680
           05  FILLER                    PIC X(4)  VALUE SPACES.        00003690
           05  PK-BEFORE                 PIC ZZZ,ZZZ,ZZ9.               00003700
           05  FILLER                    PIC X(3)  VALUE SPACES.        00003710
           05  PK-PURGED                 PIC ZZZ,ZZZ,ZZ9.               00003720
           05  FILLER                    PIC X(3)  VALUE SPACES.        00003730
           05  PK-AFTER                  PIC ZZZ,ZZZ,ZZ9.               00003740
           05  FILLER                    PIC X(81) VALUE SPACES.        00003750
                                                                        00003760
       01  WS-TOTAL-LINE.                                               00003770
           05  PT-LABEL                  PIC X(40).                     00003780
           05  PT-COUNT                  PIC ZZZ,ZZZ,ZZ9.               00003790
           05  FILLER                    PIC X(81) VALUE SPACES.        00003800
                                                                        00003810
      ****************************************************************  00003820
      *                  PROCEDURE DIVISION                          *  00003830
      ****************************************************************  00003840
                                                                        00003850
       PROCEDURE DIVISION.                                              00003860
                                                                        00003870
      *                                                                 00003880
       A000-MAIN-DRIVER.                                                00003890
      *                                                                 00003900
           DISPLAY "***** START OF CALLPURG *****".                     00003910
                                                                        00003920
           PERFORM A010-INITIALIZE.                                     00003930
           IF TEST-STATUS = "Y"                                         00003940
             PERFORM B100-SET-HOLDING-WINDOW                            00003950
             PERFORM B200-PURGE-REGISTER                                00003960
             PERFORM B300-PURGE-DORMANT                                 00003970
           END-IF.                                                      00003980
           PERFORM A900-FINALIZE.                                       00003990
                                                                        00004000
           IF TEST-STATUS = "Y"                                         00004010
             DISPLAY "***** CALLPURG SUCCESSFUL *****"                  00004020
           ELSE                                                         00004030
             DISPLAY "+++++ CALLPURG FAILED +++++".                     00004040
           MOVE WS-RETURN-CODE TO RETURN-CODE.                          00004050
           STOP RUN.                                                    00004060
                                                                        00004070
      *                                                                 00004080
       A010-INITIALIZE.                                                 00004090
      *                                                                 00004100
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00004110
      *    CALLPRGC IS OPTIONAL -- WITHOUT IT THE COMPILED-IN           00004120
      *    RETENTIONS STAND.                                            00004130
           OPEN INPUT PURGE-CONTROL-FILE.                               00004140
           IF WS-CALLPRGC-STATUS = "00"                                 00004150
             READ PURGE-CONTROL-FILE                                    00004160
               NOT AT END                                               00004170
                 IF PC-REG-RETAIN NUMERIC AND PC-REG-RETAIN > 0         00004180
                   MOVE PC-REG-RETAIN TO WS-REG-RETAIN                  00004190
                 END-IF                                                 00004200
                 IF PC-CLOSED-RETAIN NUMERIC AND PC-CLOSED-RETAIN > 0   00004210
                   MOVE PC-CLOSED-RETAIN TO WS-CLOSED-RETAIN            00004220
                 END-IF                                                 00004230
                 IF PC-LATE-MONTHS NUMERIC AND PC-LATE-MONTHS > 0       00004240
                   MOVE PC-LATE-MONTHS TO WS-LATE-MONTHS                00004250
                 END-IF                                                 00004260
             END-READ                                                   00004270
             CLOSE PURGE-CONTROL-FILE                                   00004280
           END-IF.                                                      00004290
      *    CALLCTL IS OPTIONAL, AS IT IS TO CALLEDIT.  WITH NO PERIOD   00004300
      *    START THE HOLDING WINDOW IS MEASURED FROM THE RUN DATE.      00004310
           OPEN INPUT CONTROL-FILE.                                     00004320
           IF WS-CALLCTL-STATUS = "00"                                  00004330
             READ CONTROL-FILE                                          00004340
               NOT AT END                                               00004350
                 IF CTL-PERIOD-START NUMERIC AND CTL-PERIOD-START > 0   00004360
                   MOVE CTL-PERIOD-START TO WS-PERIOD-START             00004370
                 END-IF                                                 00004380
             END-READ                                                   00004390
             CLOSE CONTROL-FILE                                         00004400
           END-IF.                                                      00004410
           IF WS-PERIOD-START = 0                                       00004420
             DISPLAY "+++ NO CALLCTL PERIOD START - HOLDING WINDOW "    00004430
                     "TAKEN FROM THE RUN DATE +++"                      00004440
             MOVE WS-RUN-DATE TO WS-PERIOD-START                        00004450
             SET RUN-HAS-WARNING TO TRUE                                00004460
           END-IF.                                                      00004470
                                                                        00004480
           MOVE WS-RUN-DATE TO WS-STEP-DATE.                            00004490
           MOVE WS-REG-RETAIN TO WS-STEP-MONTHS.                        00004500
           PERFORM B050-STEP-BACK-MONTHS.                               00004510
           MOVE WS-STEP-DATE TO WS-REG-CUTOFF.                          00004520
           MOVE WS-RUN-DATE TO WS-STEP-DATE.                            00004530
           MOVE WS-CLOSED-RETAIN TO WS-STEP-MONTHS.                     00004540
           PERFORM B050-STEP-BACK-MONTHS.                               00004550
           MOVE WS-STEP-DATE TO WS-CLOSED-CUTOFF.                       00004560
           MOVE WS-PERIOD-START TO WS-STEP-DATE.                        00004570
           MOVE WS-LATE-MONTHS TO WS-STEP-MONTHS.                       00004580
           PERFORM B050-STEP-BACK-MONTHS.                               00004590
           MOVE WS-STEP-DATE TO WS-WINDOW-START.                        00004600
                                                                        00004610
           OPEN I-O REGISTER-FILE.                                      00004620
           IF WS-CALLREG-STATUS NOT = "00"                              00004630
             DISPLAY "+++ UNABLE TO OPEN CALLREG - STATUS "             00004640
                     WS-CALLREG-STATUS " +++"                           00004650
             MOVE "N" TO TEST-STATUS                                    00004660
             MOVE 8 TO WS-RETURN-CODE                                   00004670
           ELSE                                                         00004680
             SET REGISTER-FILE-OPEN TO TRUE                             00004690
           END-IF.                                                      00004700
           OPEN OUTPUT REG-ARCHIVE-FILE.                                00004710
           IF WS-CALLREGA-STATUS NOT = "00"                             00004720
             DISPLAY "+++ UNABLE TO OPEN CALLREGA - STATUS "            00004730
                     WS-CALLREGA-STATUS " +++"                          00004740
             MOVE "N" TO TEST-STATUS                                    00004750
             MOVE 8 TO WS-RETURN-CODE                                   00004760
           ELSE                                                         00004770
             SET ARCHIVE-FILE-OPEN TO TRUE                              00004780
           END-IF.                                                      00004790
           OPEN INPUT CUST-MASTER-FILE.                                 00004800
           IF WS-CALLCUST-STATUS NOT = "00"                             00004810
             DISPLAY "+++ UNABLE TO OPEN CALLCUST - STATUS "            00004820
                     WS-CALLCUST-STATUS " +++"                          00004830
             MOVE "N" TO TEST-STATUS                                    00004840
             MOVE 8 TO WS-RETURN-CODE                                   00004850
           ELSE                                                         00004860
             SET MASTER-FILE-OPEN TO TRUE                               00004870
           END-IF.                                                      00004880
           OPEN I-O HISTORY-FILE.                                       00004890
           IF WS-CALLHIST-STATUS NOT = "00"                             00004900
             DISPLAY "+++ UNABLE TO OPEN CALLHIST - STATUS "            00004910
                     WS-CALLHIST-STATUS " +++"                          00004920
             MOVE "N" TO TEST-STATUS                                    00004930
             MOVE 8 TO WS-RETURN-CODE                                   00004940
           ELSE                                                         00004950
             SET HISTORY-FILE-OPEN TO TRUE                              00004960
           END-IF.                                                      00004970
           OPEN I-O AR-NEW-FILE.                                        00004980
           IF WS-CALLARN-STATUS NOT = "00"                              00004990
             DISPLAY "+++ UNABLE TO OPEN CALLARN - STATUS "             00005000
                     WS-CALLARN-STATUS " +++"                           00005010
             MOVE "N" TO TEST-STATUS                                    00005020
             MOVE 8 TO WS-RETURN-CODE                                   00005030
           ELSE                                                         00005040
             SET ARN-FILE-OPEN TO TRUE                                  00005050
           END-IF.                                                      00005060
           OPEN OUTPUT PURGE-REPORT-FILE.                               00005070
           IF WS-CALLPRGR-STATUS NOT = "00"                             00005080
             DISPLAY "+++ UNABLE TO OPEN CALLPRGR - STATUS "            00005090
                     WS-CALLPRGR-STATUS " +++"                          00005100
             MOVE "N" TO TEST-STATUS                                    00005110
             MOVE 8 TO WS-RETURN-CODE                                   00005120
           ELSE                                                         00005130
             SET REPORT-FILE-OPEN TO TRUE                               00005140
             MOVE WS-RUN-DATE TO PH-RUN-DATE                            00005150
             WRITE PURGE-REPORT-LINE FROM WS-PURGE-HEADER-LINE          00005160
             MOVE SPACES TO PURGE-REPORT-LINE                           00005170
             WRITE PURGE-REPORT-LINE                                    00005180
           END-IF.                                                      00005190
                                                                        00005200
      *                                                                 00005210
       B050-STEP-BACK-MONTHS.                                           00005220
      *                                                                 00005230
           COMPUTE WS-STEP-TOTAL = WS-STEP-YYYY * 12                    00005240
             + WS-STEP-MM - 1 - WS-STEP-MONTHS.                         00005250
           DIVIDE WS-STEP-TOTAL BY 12                                   00005260
             GIVING WS-STEP-YYYY REMAINDER WS-STEP-MM.                  00005270
           ADD 1 TO WS-STEP-MM.                                         00005280
                                                                        00005290
      ****************************************************************  00005300
      *  B100-SET-HOLDING-WINDOW READS THE HOLDING FILE FOR THE      *  00005310
      *  OLDEST CALL STILL WAITING TO BE BILLED, PULLS THE WINDOW    *  00005320
      *  BACK TO IT, AND REFUSES THE REGISTER PURGE WHEN THE         *  00005330
      *  RETENTION CUTOFF FALLS INSIDE THE WINDOW.  WITHOUT THE      *  00005340
      *  HOLDING FILE THE WINDOW IS UNKNOWN, SO THE PURGE IS ALSO    *  00005350
      *  REFUSED.                                                    *  00005360
      ****************************************************************  00005370
      *                                                                 00005380
       B100-SET-HOLDING-WINDOW.                                         00005390
      *                                                                 00005400
           OPEN INPUT HOLD-FILE.                                        00005410
           IF WS-CALLHLD-STATUS NOT = "00"                              00005420
             DISPLAY "+++ UNABLE TO OPEN CALLHLD - STATUS "             00005430
                     WS-CALLHLD-STATUS " +++"                           00005440
             SET REGISTER-PURGE-REFUSED TO TRUE                         00005450
           ELSE                                                         00005460
             PERFORM B110-READ-HOLD                                     00005470
             PERFORM UNTIL END-OF-HOLD-FILE                             00005480
               PERFORM VARYING HLD-SUB FROM 1 BY 1                      00005490
                 UNTIL HLD-SUB > HLD-CALLS-MADE OR HLD-SUB > 99         00005500
                 ADD 1 TO WS-HELD-CALLS                                 00005510
                 IF HLD-CALL-DATE(HLD-SUB) NUMERIC                      00005520
                    AND HLD-CALL-DATE(HLD-SUB) > 0                      00005530
                    AND (WS-OLDEST-HELD = 0                             00005540
                     OR HLD-CALL-DATE(HLD-SUB) < WS-OLDEST-HELD)        00005550
                   MOVE HLD-CALL-DATE(HLD-SUB) TO WS-OLDEST-HELD        00005560
                 END-IF                                                 00005570
               END-PERFORM                                              00005580
               PERFORM B110-READ-HOLD                                   00005590
             END-PERFORM                                                00005600
             CLOSE HOLD-FILE                                            00005610
             IF WS-OLDEST-HELD > 0 AND WS-OLDEST-HELD < WS-WINDOW-START 00005620
               MOVE WS-OLDEST-HELD TO WS-WINDOW-START                   00005630
             END-IF                                                     00005640
           END-IF.                                                      00005650
           IF WS-REG-CUTOFF > WS-WINDOW-START                           00005660
             SET REGISTER-PURGE-REFUSED TO TRUE                         00005670
           END-IF.                                                      00005680
           IF REGISTER-PURGE-REFUSED                                    00005690
             DISPLAY "+++ REGISTER PURGE REFUSED - CUTOFF "             00005700
                     WS-REG-CUTOFF " HOLDING WINDOW FROM "              00005710
                     WS-WINDOW-START " +++"                             00005720
             MOVE "N" TO TEST-STATUS                                    00005730
             MOVE 8 TO WS-RETURN-CODE                                   00005740
           END-IF.                                                      00005750
           PERFORM B150-WRITE-PARMS.                                    00005760
                                                                        00005770
      *                                                                 00005780
       B110-READ-HOLD.                                                  00005790
      *                                                                 00005800
           READ HOLD-FILE                                               00005810
             AT END SET END-OF-HOLD-FILE TO TRUE                        00005820
           END-READ.                                                    00005830
           IF NOT END-OF-HOLD-FILE AND HLD-CALLS-MADE NOT NUMERIC       00005840
             MOVE 0 TO HLD-CALLS-MADE                                   00005850
           END-IF.                                                      00005860
                                                                        00005870
      ****************************************************************  00005880
      *  B150-WRITE-PARMS PRINTS THE RETENTIONS, CUTOFFS AND THE     *  00005890
      *  HOLDING WINDOW AT THE HEAD OF THE REPORT.                   *  00005900
      ****************************************************************  00005910
      *                                                                 00005920
       B150-WRITE-PARMS.                                                00005930
      *                                                                 00005940
           IF REPORT-FILE-OPEN                                          00005950
             MOVE SPACES TO WS-PURGE-PARM-LINE                          00005960
             MOVE "REGISTER RETENTION CUTOFF (CALL DATE)" TO PP-LABEL   00005970
             MOVE WS-REG-CUTOFF TO PP-VALUE                             00005980
             STRING "RETAIN " DELIMITED BY SIZE                         00005990
                    WS-REG-RETAIN DELIMITED BY SIZE                     00006000
                    " MONTHS" DELIMITED BY SIZE                         00006010
               INTO PP-TEXT                                             00006020
             WRITE PURGE-REPORT-LINE FROM WS-PURGE-PARM-LINE            00006030
             MOVE SPACES TO WS-PURGE-PARM-LINE                          00006040
             MOVE "LATE-CALL HOLDING WINDOW FROM" TO PP-LABEL           00006050
             MOVE WS-WINDOW-START TO PP-VALUE                           00006060
             STRING "PERIOD START " DELIMITED BY SIZE                   00006070
                    WS-PERIOD-START DELIMITED BY SIZE                   00006080
                    " LESS " DELIMITED BY SIZE                          00006090
                    WS-LATE-MONTHS DELIMITED BY SIZE                    00006100
                    " MONTHS, OLDEST HELD CALL " DELIMITED BY SIZE      00006110
                    WS-OLDEST-HELD DELIMITED BY SIZE                    00006120
               INTO PP-TEXT                                             00006130
             WRITE PURGE-REPORT-LINE FROM WS-PURGE-PARM-LINE            00006140
             MOVE SPACES TO WS-PURGE-PARM-LINE                          00006150
             MOVE "CLOSED ACCOUNTS LAST BILLED BEFORE" TO PP-LABEL      00006160
             MOVE WS-CLOSED-CUT-YYYYMM TO PP-VALUE                      00006170
             STRING "RETAIN " DELIMITED BY SIZE                         00006180
                    WS-CLOSED-RETAIN DELIMITED BY SIZE                  00006190
                    " MONTHS" DELIMITED BY SIZE                         00006200
               INTO PP-TEXT                                             00006210
             WRITE PURGE-REPORT-LINE FROM WS-PURGE-PARM-LINE            00006220
             IF REGISTER-PURGE-REFUSED                                  00006230
               MOVE SPACES TO PURGE-REPORT-LINE                         00006240
               WRITE PURGE-REPORT-LINE                                  00006250
               MOVE SPACES TO PURGE-REPORT-LINE                         00006260
               IF WS-CALLHLD-STATUS NOT = "00"                          00006270
                 STRING "*** REGISTER PURGE REFUSED - "                 00006280
                          DELIMITED BY SIZE                             00006290
                        "HOLDING FILE CALLHLD COULD NOT BE READ ***"    00006300
                          DELIMITED BY SIZE                             00006310
                   INTO PURGE-REPORT-LINE                               00006320
               ELSE                                                     00006330
                 STRING "*** REGISTER PURGE REFUSED - "                 00006340
                          DELIMITED BY SIZE                             00006350
                        "CUTOFF FALLS INSIDE THE LATE-CALL HOLDING "    00006360
                          DELIMITED BY SIZE                             00006370
                        "WINDOW ***" DELIMITED BY SIZE                  00006380
                   INTO PURGE-REPORT-LINE                               00006390
               END-IF                                                   00006400
               WRITE PURGE-REPORT-LINE                                  00006410
             END-IF                                                     00006420
             MOVE SPACES TO PURGE-REPORT-LINE                           00006430
             WRITE PURGE-REPORT-LINE                                    00006440
           END-IF.                                                      00006450
                                                                        00006460
      ****************************************************************  00006470
      *  B200-PURGE-REGISTER READS THE REGISTER STRAIGHT THROUGH.    *  00006480
      *  EVERY ROW IS COUNTED; WHEN THE PURGE IS ALLOWED A ROW DATED *  00006490
      *  BEFORE THE CUTOFF IS ARCHIVED AND THEN DELETED.  A ROW THAT *  00006500
      *  CANNOT BE ARCHIVED IS NOT DELETED AND ENDS THE PURGE.       *  00006510
      ****************************************************************  00006520
      *                                                                 00006530
       B200-PURGE-REGISTER.                                             00006540
      *                                                                 00006550
           PERFORM B210-READ-REGISTER.                                  00006560
           PERFORM UNTIL END-OF-REGISTER                                00006570
             ADD 1 TO WS-REG-BEFORE                                     00006580
             IF REGISTER-PURGE-ALLOWED                                  00006590
                AND REG-CALL-DATE < WS-REG-CUTOFF                       00006600
               PERFORM B220-ARCHIVE-REGISTER-ROW                        00006610
             END-IF                                                     00006620
             PERFORM B210-READ-REGISTER                                 00006630
           END-PERFORM.                                                 00006640
                                                                        00006650
      *                                                                 00006660
       B210-READ-REGISTER.                                              00006670
      *                                                                 00006680
           READ REGISTER-FILE NEXT                                      00006690
             AT END SET END-OF-REGISTER TO TRUE                         00006700
           END-READ.                                                    00006710
                                                                        00006720
      *                                                                 00006730
       B220-ARCHIVE-REGISTER-ROW.                                       00006740
      *                                                                 00006750
           WRITE REG-ARCHIVE-REC FROM REGISTER-REC.                     00006760
           IF WS-CALLREGA-STATUS NOT = "00"                             00006770
             DISPLAY "+++ CALLREGA WRITE FAILED - STATUS "              00006780
                     WS-CALLREGA-STATUS " +++"                          00006790
             MOVE "N" TO TEST-STATUS                                    00006800
             MOVE 8 TO WS-RETURN-CODE                                   00006810
             MOVE "N" TO WS-REG-PURGE-SW                                00006820
           ELSE                                                         00006830
             DELETE REGISTER-FILE RECORD                                00006840
               INVALID KEY                                              00006850
                 DISPLAY "+++ CALLREG DELETE FAILED - "                 00006860
                         REG-CUST-NUM " " REG-CALL-DATE " +++"          00006870
                 MOVE "N" TO TEST-STATUS                                00006880
                 MOVE 8 TO WS-RETURN-CODE                               00006890
               NOT INVALID KEY                                          00006900
                 ADD 1 TO WS-REG-PURGED                                 00006910
             END-DELETE                                                 00006920
           END-IF.                                                      00006930
                                                                        00006940
      ****************************************************************  00006950
      *  B300-PURGE-DORMANT COUNTS CALLHIST AND CALLARN, THEN READS  *  00006960
      *  THE MASTER AND PURGES EVERY CLOSED ACCOUNT LAST BILLED      *  00006970
      *  BEFORE THE CLOSED-ACCOUNT CUTOFF.                           *  00006980
      ****************************************************************  00006990
      *                                                                 00007000
       B300-PURGE-DORMANT.                                              00007010
      *                                                                 00007020
           PERFORM B310-COUNT-HISTORY.                                  00007030
           PERFORM B320-COUNT-ARN.                                      00007040
           IF REPORT-FILE-OPEN                                          00007050
             WRITE PURGE-REPORT-LINE FROM WS-PURGE-COL-LINE             00007060
           END-IF.                                                      00007070
           PERFORM B330-READ-MASTER.                                    00007080
           PERFORM UNTIL END-OF-MASTER                                  00007090
             IF CM-ACCT-STATUS = "C"                                    00007100
               ADD 1 TO WS-CLOSED-COUNT                                 00007110
               PERFORM B340-CHECK-CLOSED-ACCOUNT                        00007120
             END-IF                                                     00007130
             PERFORM B330-READ-MASTER                                   00007140
           END-PERFORM.                                                 00007150
                                                                        00007160
      *                                                                 00007170
       B310-COUNT-HISTORY.                                              00007180
      *                                                                 00007190
           MOVE 0 TO WS-SCAN-COUNT.                                     00007200
           MOVE "N" TO WS-SCAN-EOF-SW.                                  00007210
           MOVE LOW-VALUES TO HIST-CUST-NUM.                            00007220
           START HISTORY-FILE KEY >= HIST-CUST-NUM                      00007230
             INVALID KEY SET END-OF-SCAN TO TRUE                        00007240
           END-START.                                                   00007250
           PERFORM UNTIL END-OF-SCAN                                    00007260
             READ HISTORY-FILE NEXT                                     00007270
               AT END SET END-OF-SCAN TO TRUE                           00007280
               NOT AT END ADD 1 TO WS-SCAN-COUNT                        00007290
             END-READ                                                   00007300
           END-PERFORM.                                                 00007310
           MOVE WS-SCAN-COUNT TO WS-HIST-BEFORE.                        00007320
                                                                        00007330
      *                                                                 00007340
       B320-COUNT-ARN.                                                  00007350
      *                                                                 00007360
           MOVE 0 TO WS-SCAN-COUNT.                                     00007370
           MOVE "N" TO WS-SCAN-EOF-SW.                                  00007380
           MOVE LOW-VALUES TO ARN-CUST-NUM.                             00007390
           START AR-NEW-FILE KEY >= ARN-CUST-NUM                        00007400
             INVALID KEY SET END-OF-SCAN TO TRUE                        00007410
           END-START.                                                   00007420
           PERFORM UNTIL END-OF-SCAN                                    00007430
             READ AR-NEW-FILE NEXT                                      00007440
               AT END SET END-OF-SCAN TO TRUE                           00007450
               NOT AT END ADD 1 TO WS-SCAN-COUNT                        00007460
             END-READ                                                   00007470
           END-PERFORM.                                                 00007480
           MOVE WS-SCAN-COUNT TO WS-ARN-BEFORE.                         00007490
                                                                        00007500
      *                                                                 00007510
       B330-READ-MASTER.                                                00007520
      *                                                                 00007530
           READ CUST-MASTER-FILE NEXT                                   00007540
             AT END SET END-OF-MASTER TO TRUE                           00007550
           END-READ.                                                    00007560
                                                                        00007570
      ****************************************************************  00007580
      *  B340-CHECK-CLOSED-ACCOUNT.  THE LAST BILLED MONTH IS SLOT 1 *  00007590
      *  OF THE HISTORY ROW (NONE WHEN THE ACCOUNT NEVER BILLED). A  *  00007600
      *  DORMANT ACCOUNT LOSES ITS HISTORY ROW, AND ITS RECEIVABLE   *  00007610
      *  ROW WHEN NOTHING IS OWED EITHER WAY.                        *  00007620
      ****************************************************************  00007630
      *                                                                 00007640
       B340-CHECK-CLOSED-ACCOUNT.                                       00007650
      *                                                                 00007660
           MOVE "N" TO WS-HIST-FOUND-SW.                                00007670
           MOVE 0 TO WS-LAST-BILLED.                                    00007680
           MOVE CM-CUST-NUM TO HIST-CUST-NUM.                           00007690
           READ HISTORY-FILE                                            00007700
             INVALID KEY                                                00007710
               CONTINUE                                                 00007720
             NOT INVALID KEY                                            00007730
               SET HISTORY-REC-FOUND TO TRUE                            00007740
               MOVE HM-YYYYMM(1) TO WS-LAST-BILLED                      00007750
           END-READ.                                                    00007760
           IF WS-LAST-BILLED < WS-CLOSED-CUT-YYYYMM                     00007770
             ADD 1 TO WS-DORMANT-COUNT                                  00007780
             MOVE SPACES TO WS-PURGE-DETAIL-LINE                        00007790
             MOVE CM-CUST-NUM  TO PD-CUST-NUM                           00007800
             MOVE CM-CUST-NAME TO PD-CUST-NAME                          00007810
             IF WS-LAST-BILLED = 0                                      00007820
               MOVE "NONE" TO PD-LAST-BILLED                            00007830
             ELSE                                                       00007840
               MOVE WS-LAST-BILLED TO PD-LAST-BILLED                    00007850
             END-IF                                                     00007860
             MOVE "NONE" TO PD-HISTORY                                  00007870
             IF HISTORY-REC-FOUND                                       00007880
               DELETE HISTORY-FILE RECORD                               00007890
                 INVALID KEY                                            00007900
                   DISPLAY "+++ CALLHIST DELETE FAILED - "              00007910
                           CM-CUST-NUM " +++"                           00007920
                   MOVE "N" TO TEST-STATUS                              00007930
                   MOVE 8 TO WS-RETURN-CODE                             00007940
                   MOVE "FAILED" TO PD-HISTORY                          00007950
                 NOT INVALID KEY                                        00007960
                   ADD 1 TO WS-HIST-PURGED                              00007970
                   MOVE "DELETED" TO PD-HISTORY                         00007980
               END-DELETE                                               00007990
             END-IF                                                     00008000
             PERFORM B350-PURGE-RECEIVABLE                              00008010
             IF REPORT-FILE-OPEN                                        00008020
               WRITE PURGE-REPORT-LINE FROM WS-PURGE-DETAIL-LINE        00008030
             END-IF                                                     00008040
           END-IF.                                                      00008050
                                                                        00008060
      *                                                                 00008070
       B350-PURGE-RECEIVABLE.                                           00008080
      *                                                                 00008090
           MOVE "N" TO WS-ARN-FOUND-SW.                                 00008100
           MOVE CM-CUST-NUM TO ARN-CUST-NUM.                            00008110
           READ AR-NEW-FILE                                             00008120
             INVALID KEY                                                00008130
               MOVE "NONE" TO PD-RECEIVABLE                             00008140
             NOT INVALID KEY                                            00008150
               SET ARN-ENTRY-FOUND TO TRUE                              00008160
           END-READ.                                                    00008170
           IF ARN-ENTRY-FOUND                                           00008180
             IF ARN-BUCKET-CURR = 0 AND ARN-BUCKET-30 = 0               00008190
                AND ARN-BUCKET-60 = 0 AND ARN-BUCKET-90 = 0             00008200
                AND ARN-CREDIT = 0                                      00008210
               DELETE AR-NEW-FILE RECORD                                00008220
                 INVALID KEY                                            00008230
                   DISPLAY "+++ CALLARN DELETE FAILED - "               00008240
                           CM-CUST-NUM " +++"                           00008250
                   MOVE "N" TO TEST-STATUS                              00008260
                   MOVE 8 TO WS-RETURN-CODE                             00008270
                   MOVE "FAILED" TO PD-RECEIVABLE                       00008280
                 NOT INVALID KEY                                        00008290
                   ADD 1 TO WS-ARN-PURGED                               00008300
                   MOVE "DELETED" TO PD-RECEIVABLE                      00008310
               END-DELETE                                               00008320
             ELSE                                                       00008330
               COMPUTE WS-BALANCE = ARN-BUCKET-CURR + ARN-BUCKET-30     00008340
                 + ARN-BUCKET-60 + ARN-BUCKET-90 - ARN-CREDIT           00008350
               ADD 1 TO WS-ARN-KEPT                                     00008360
               MOVE "KEPT - BALANCE" TO PD-RECEIVABLE                   00008370
               MOVE WS-BALANCE TO PD-BALANCE                            00008380
             END-IF                                                     00008390
           END-IF.                                                      00008400
                                                                        00008410
      *                                                                 00008420
       A900-FINALIZE.                                                   00008430
      *                                                                 00008440
           IF REPORT-FILE-OPEN                                          00008450
             MOVE SPACES TO PURGE-REPORT-LINE                           00008460
             WRITE PURGE-REPORT-LINE                                    00008470
             WRITE PURGE-REPORT-LINE FROM WS-COUNT-COL-LINE             00008480
             MOVE "CALLREG" TO PK-FILE                                  00008490
             MOVE WS-REG-BEFORE TO PK-BEFORE                            00008500
             MOVE WS-REG-PURGED TO PK-PURGED                            00008510
             COMPUTE PK-AFTER = WS-REG-BEFORE - WS-REG-PURGED           00008520
             WRITE PURGE-REPORT-LINE FROM WS-COUNT-LINE                 00008530
             MOVE "CALLHIST" TO PK-FILE                                 00008540
             MOVE WS-HIST-BEFORE TO PK-BEFORE                           00008550
             MOVE WS-HIST-PURGED TO PK-PURGED                           00008560
             COMPUTE PK-AFTER = WS-HIST-BEFORE - WS-HIST-PURGED         00008570
             WRITE PURGE-REPORT-LINE FROM WS-COUNT-LINE                 00008580
             MOVE "CALLARN" TO PK-FILE                                  00008590
             MOVE WS-ARN-BEFORE TO PK-BEFORE                            00008600
             MOVE WS-ARN-PURGED TO PK-PURGED                            00008610
             COMPUTE PK-AFTER = WS-ARN-BEFORE - WS-ARN-PURGED           00008620
             WRITE PURGE-REPORT-LINE FROM WS-COUNT-LINE                 00008630
             MOVE SPACES TO PURGE-REPORT-LINE                           00008640
             WRITE PURGE-REPORT-LINE                                    00008650
             MOVE "REGISTER ROWS ARCHIVED TO CALLREGA" TO PT-LABEL      00008660
             MOVE WS-REG-PURGED TO PT-COUNT                             00008670
             WRITE PURGE-REPORT-LINE FROM WS-TOTAL-LINE                 00008680
             MOVE "CALLS WAITING ON THE HOLDING FILE" TO PT-LABEL       00008690
             MOVE WS-HELD-CALLS TO PT-COUNT                             00008700
             WRITE PURGE-REPORT-LINE FROM WS-TOTAL-LINE                 00008710
             MOVE "CLOSED ACCOUNTS ON THE MASTER" TO PT-LABEL           00008720
             MOVE WS-CLOSED-COUNT TO PT-COUNT                           00008730
             WRITE PURGE-REPORT-LINE FROM WS-TOTAL-LINE                 00008740
             MOVE "DORMANT ACCOUNTS PURGED" TO PT-LABEL                 00008750
             MOVE WS-DORMANT-COUNT TO PT-COUNT                          00008760
             WRITE PURGE-REPORT-LINE FROM WS-TOTAL-LINE                 00008770
             MOVE "RECEIVABLES KEPT - BALANCE OWED" TO PT-LABEL         00008780
             MOVE WS-ARN-KEPT TO PT-COUNT                               00008790
             WRITE PURGE-REPORT-LINE FROM WS-TOTAL-LINE                 00008800
             CLOSE PURGE-REPORT-FILE                                    00008810
           END-IF.                                                      00008820
           IF ARN-FILE-OPEN                                             00008830
             CLOSE AR-NEW-FILE                                          00008840
           END-IF.                                                      00008850
           IF HISTORY-FILE-OPEN                                         00008860
             CLOSE HISTORY-FILE                                         00008870
           END-IF.                                                      00008880
           IF MASTER-FILE-OPEN                                          00008890
             CLOSE CUST-MASTER-FILE                                     00008900
           END-IF.                                                      00008910
           IF ARCHIVE-FILE-OPEN                                         00008920
             CLOSE REG-ARCHIVE-FILE                                     00008930
           END-IF.                                                      00008940
           IF REGISTER-FILE-OPEN                                        00008950
             CLOSE REGISTER-FILE                                        00008960
           END-IF.                                                      00008970
           IF RUN-HAS-WARNING AND WS-RETURN-CODE = 0                    00008980
             MOVE 4 TO WS-RETURN-CODE                                   00008990
           END-IF.                                                      00009000
