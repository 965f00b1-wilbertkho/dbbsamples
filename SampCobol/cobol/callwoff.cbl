       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    CALLWOFF.                                         00000020
       AUTHOR.        IBM PROGRAMMER.                                   00000030
       INSTALLATION.  STL                                               00000040
       DATE-WRITTEN.  OCT 15, 2026.                                     00000050
       DATE-COMPILED.                                                   00000060
                                                                        00000070
      ******************************************************************00000080
      * PRODUCT.      Enterprise COBOL                                 *00000090
      *                                                                *00000100
      * FUNCTION.                                                      *00000110
      *   CALLWOFF IS THE BAD-DEBT WRITE-OFF RUN, ONE PASS PER BILLING *00000120
      *   CYCLE AFTER CALLDUNN.  IT READS THE RECEIVABLES (CALLARN) IN *00000130
      *   KEY ORDER AND TRACKS, ON THE WRITE-OFF HISTORY FILE          *00000140
      *   (CALLWOFH), HOW MANY CONSECUTIVE CYCLES EACH ACCOUNT HAS     *00000150
      *   STAYED BOTH SUSPENDED ON THE CUSTOMER MASTER (CALLCUST) AND  *00000160
      *   90+ DAYS PAST DUE.  AN ACCOUNT THAT REACHES THE CYCLE LIMIT  *00000170
      *   ON THE CONTROL CARD (CALLWOFC, DEFAULT 3) IS WRITTEN OFF:    *00000180
      *     - ITS CALLARN BUCKETS (AND ANY CREDIT) ARE ZEROED,         *00000190
      *     - A BAD-DEBT RECORD (TYPE "W") GOES TO THE GL FEED         *00000200
      *       (CALLGLAR),                                              *00000210
      *     - A CALLCMNT CLOSE TRANSACTION IS WRITTEN TO CALLWOFT,     *00000220
      *     - A PLACEMENT RECORD FOR THE OUTSIDE COLLECTION AGENCY IS  *00000230
      *       WRITTEN TO CALLAGCY,                                     *00000240
      *     - THE HISTORY ENTRY IS MARKED WRITTEN OFF WITH THE DATE    *00000250
      *       AND AMOUNT, SO CALLCASH POSTS ANY LATER PAYMENT ON THE   *00000260
      *       ACCOUNT AS A BAD-DEBT RECOVERY.                          *00000270
      *   AN ACCOUNT THAT PAYS DOWN ITS 90-DAY BUCKET OR IS REINSTATED *00000280
      *   BREAKS ITS STREAK AND STARTS COUNTING AGAIN FROM ZERO.  A    *00000290
      *   SECOND RUN IN THE SAME CYCLE MONTH DOES NOT COUNT TWICE.     *00000300
      *   AN ACCOUNT THAT REACHES THE LIMIT BUT WHOSE CREDIT LEAVES IT *00000310
      *   OWING NOTHING NET IS NOT WRITTEN OFF; IT IS LISTED AS        *00000320
      *   ALREADY AT ZERO AND ITS STREAK STARTS OVER.  AN ACCOUNT      *00000330
      *   WRITTEN OFF, THEN REINSTATED BY CALLCMNT ("R" ON CALLWOFH),  *00000340
      *   STARTS A NEW STREAK IF IT FALLS BEHIND AGAIN.                *00000350
      *                                                                *00000360
      *   THE WRITE-OFF REPORT (CALLWOFR) LISTS EVERY ACCOUNT WRITTEN  *00000370
      *   OFF (OR FOUND ALREADY AT ZERO) WITH ITS BUCKETS, AND THE RUN *00000380
      *   TOTALS.                                                      *00000390
      *                                                                *00000400
      *  EXPECTED MESSAGES.                                            *00000410
      *        **** START OF CALLWOFF ****                             *00000420
      *        **** CALLWOFF SUCCESSFUL ****                           *00000430
      *                   OR                                           *00000440
      *        **** START OF CALLWOFF ****                             *00000450
      *        **** CALLWOFF FAILED ****                               *00000460
      *                                                                *00000470
      *  RETURN CODES.                                                 *00000480
      *        0 - CLEAN RUN                                           *00000490
      *        4 - RAN WITH WARNINGS (E.G. CUSTOMER NOT ON MASTER)     *00000500
      *        8 - FILE PROBLEM                                        *00000510
      ******************************************************************00000520
      /                                                                 00000530
       ENVIRONMENT DIVISION.                                            00000540
       CONFIGURATION SECTION.                                           00000550
       SOURCE-COMPUTER.  IBM-390.                                       00000560
       OBJECT-COMPUTER.  IBM-390.                                       00000570
                                                                        00000580
       INPUT-OUTPUT SECTION.                                            00000590
       FILE-CONTROL.                                                    00000600
           SELECT WOFF-CONTROL-FILE  ASSIGN TO CALLWOFC                 00000610
               ORGANIZATION IS LINE SEQUENTIAL                          00000620
               FILE STATUS IS WS-CALLWOFC-STATUS.                       00000630
                                                                        00000640
           SELECT AR-NEW-FILE        ASSIGN TO CALLARN                  00000650
               ORGANIZATION IS INDEXED                                  00000660
               ACCESS IS SEQUENTIAL                                     00000670
               RECORD KEY IS ARN-CUST-NUM                               00000680
               FILE STATUS IS WS-CALLARN-STATUS.                        00000690
                                                                        00000700
           SELECT CUST-MASTER-FILE   ASSIGN TO CALLCUST                 00000710
               ORGANIZATION IS INDEXED                                  00000720
               ACCESS IS RANDOM                                         00000730
               RECORD KEY IS CM-CUST-NUM                                00000740
               FILE STATUS IS WS-CALLCUST-STATUS.                       00000750
                                                                        00000760
           SELECT WOFF-HIST-FILE     ASSIGN TO CALLWOFH                 00000770
               ORGANIZATION IS INDEXED                                  00000780
               ACCESS IS RANDOM                                         00000790
               RECORD KEY IS WF-CUST-NUM                                00000800
               FILE STATUS IS WS-CALLWOFH-STATUS.                       00000810
                                                                        00000820
           SELECT GLAR-FILE          ASSIGN TO CALLGLAR                 00000830
               ORGANIZATION IS LINE SEQUENTIAL                          00000840
               FILE STATUS IS WS-GLAR-STATUS.                           00000850
                                                                        00000860
           SELECT CLOSE-FEED-FILE    ASSIGN TO CALLWOFT                 00000870
               ORGANIZATION IS LINE SEQUENTIAL                          00000880
               FILE STATUS IS WS-CALLWOFT-STATUS.                       00000890
                                                                        00000900
           SELECT AGENCY-FILE        ASSIGN TO CALLAGCY                 00000910
               ORGANIZATION IS LINE SEQUENTIAL                          00000920
               FILE STATUS IS WS-CALLAGCY-STATUS.                       00000930
                                                                        00000940
           SELECT WOFF-REPORT-FILE   ASSIGN TO CALLWOFR                 00000950
               ORGANIZATION IS LINE SEQUENTIAL                          00000960
               FILE STATUS IS WS-CALLWOFR-STATUS.                       00000970
                                                                        00000980
       DATA DIVISION.                                                   00000990
       FILE SECTION.                                                    00001000
                                                                        00001010
      ****************************************************************  00001020
      *  OPTIONAL CONTROL CARD: THE NUMBER OF CONSECUTIVE CYCLES AN  *  00001030
      *  ACCOUNT MUST STAY SUSPENDED AND 90+ PAST DUE BEFORE IT IS   *  00001040
      *  WRITTEN OFF.                                                *  00001050
      ****************************************************************  00001060
       FD  WOFF-CONTROL-FILE                                            00001070
           LABEL RECORDS ARE STANDARD                                   00001080
           RECORD CONTAINS 20 CHARACTERS.                               00001090
       01  WOFF-CONTROL-REC.                                            00001100
           05  WC-CYCLE-LIMIT        PIC 9(2).                          00001110
           05  FILLER                PIC X(18).                         00001120
                                                                        00001130
       FD  AR-NEW-FILE                                                  00001140
           LABEL RECORDS ARE STANDARD                                   00001150
           RECORD CONTAINS 54 CHARACTERS.                               00001160
       01  AR-NEW-REC.                                                  00001170
           05  ARN-CUST-NUM          PIC X(4).                          00001180
           05  ARN-BUCKET-CURR       PIC 9(8)V99.                       00001190
           05  ARN-BUCKET-30         PIC 9(8)V99.                       00001200
           05  ARN-BUCKET-60         PIC 9(8)V99.                       00001210
           05  ARN-BUCKET-90         PIC 9(8)V99.                       00001220
           05  ARN-CREDIT            PIC 9(8)V99.                       00001230
                                                                        00001240
       FD  CUST-MASTER-FILE                                             00001250
           LABEL RECORDS ARE STANDARD                                   00001260
           RECORD CONTAINS 120 CHARACTERS.                              00001270
       01  CUST-MASTER-REC.                                             00001280
           05  CM-CUST-NUM           PIC X(4).                          00001290
           05  CM-CUST-NAME          PIC X(25).                         00001300
           05  CM-ADDR-LINE1         PIC X(25).                         00001310
           05  CM-ADDR-LINE2         PIC X(25).                         00001320
           05  CM-ADDR-CITY          PIC X(15).                         00001330
           05  CM-ADDR-STATE         PIC X(2).                          00001340
           05  CM-ADDR-ZIP           PIC X(9).                          00001350
           05  CM-ACCT-STATUS        PIC X(1).                          00001360
           05  CM-RATE-PLAN          PIC 9(1).                          00001370
           05  CM-PLAN-EFF-DATE      PIC 9(8).                          00001380
           05  CM-PRIOR-PLAN         PIC 9(1).                          00001390
           05  CM-PARENT-NUM         PIC X(4).                          00001400
                                                                        00001410
      ****************************************************************  00001420
      *  WRITE-OFF HISTORY, ONE ENTRY PER ACCOUNT BEING WATCHED OR   *  00001430
      *  ALREADY WRITTEN OFF.  CALLCASH READS IT TO ROUTE A PAYMENT  *  00001440
      *  ON A WRITTEN-OFF ACCOUNT TO BAD-DEBT RECOVERY AND ADDS THE  *  00001450
      *  PAYMENT TO WF-RECOVERED.                                    *  00001460
      ****************************************************************  00001470
       FD  WOFF-HIST-FILE                                               00001480
           LABEL RECORDS ARE STANDARD                                   00001490
           RECORD CONTAINS 60 CHARACTERS.                               00001500
       01  WOFF-HIST-REC.                                               00001510
           05  WF-CUST-NUM           PIC X(4).                          00001520
      *    WF-STATUS "P" = PENDING (COUNTING CYCLES), "W" = WRITTEN OFF,00001530
      *    "R" = WRITTEN OFF AND SINCE REINSTATED BY CALLCMNT.          00001540
           05  WF-STATUS             PIC X(1).                          00001550
               88  WOFF-PENDING                VALUE "P".               00001560
               88  WOFF-WRITTEN-OFF            VALUE "W".               00001570
               88  WOFF-REINSTATED             VALUE "R".               00001580
           05  WF-CYCLE-COUNT        PIC 9(2).                          00001590
           05  WF-LAST-CYCLE         PIC 9(6).                          00001600
           05  WF-WOFF-DATE          PIC 9(8).                          00001610
           05  WF-WOFF-AMOUNT        PIC 9(8)V99.                       00001620
           05  WF-RECOVERED          PIC 9(8)V99.                       00001630
           05  FILLER                PIC X(19).                         00001640
                                                                        00001650
       FD  GLAR-FILE                                                    00001660
           LABEL RECORDS ARE STANDARD                                   00001670
           RECORD CONTAINS 42 CHARACTERS.                               00001680
       01  GLAR-REC.                                                    00001690
           05  GLAR-CUST-NUM         PIC X(4).                          00001700
           05  GLAR-CUST-NAME        PIC X(10).                         00001710
           05  GLAR-TOTAL-COST       PIC 9(6)V99.                       00001720
           05  GLAR-RUN-DATE         PIC 9(8).                          00001730
           05  GLAR-REC-TYPE         PIC X(1).                          00001740
           05  GLAR-FILLER           PIC X(11).                         00001750
                                                                        00001760
      ****************************************************************  00001770
      *  THE CLOSE FEED IS WRITTEN IN THE CALLCMNT TRANSACTION       *  00001780
      *  LAYOUT (CALLCTRN), LIKE CALLDUNN'S SUSPENSION FEED.         *  00001790
      ****************************************************************  00001800
       FD  CLOSE-FEED-FILE                                              00001810
           LABEL RECORDS ARE STANDARD                                   00001820
           RECORD CONTAINS 120 CHARACTERS.                              00001830
       01  CLOSE-TRAN-REC.                                              00001840
           05  CT-ACTION             PIC X(1).                          00001850
           05  CT-CUST-NUM           PIC X(4).                          00001860
           05  CT-CUST-NAME          PIC X(25).                         00001870
           05  CT-ADDR-LINE1         PIC X(25).                         00001880
           05  CT-ADDR-LINE2         PIC X(25).                         00001890
           05  CT-ADDR-CITY          PIC X(15).                         00001900
           05  CT-ADDR-STATE         PIC X(2).                          00001910
           05  CT-ADDR-ZIP           PIC X(9).                          00001920
           05  CT-ACCT-STATUS        PIC X(1).                          00001930
           05  CT-RATE-PLAN          PIC X(1).                          00001940
           05  CT-PLAN-EFF-DATE      PIC X(8).                          00001950
           05  CT-PARENT-NUM         PIC X(4).                          00001960
                                                                        00001970
      ****************************************************************  00001980
      *  COLLECTION-AGENCY PLACEMENT: WHO, WHERE, AND HOW MUCH.      *  00001990
      ****************************************************************  00002000
       FD  AGENCY-FILE                                                  00002010
           LABEL RECORDS ARE STANDARD                                   00002020
           RECORD CONTAINS 160 CHARACTERS.                              00002030
       01  AGENCY-REC.                                                  00002040
           05  AG-CUST-NUM           PIC X(4).                          00002050
           05  AG-CUST-NAME          PIC X(25).                         00002060
           05  AG-ADDR-LINE1         PIC X(25).                         00002070
           05  AG-ADDR-LINE2         PIC X(25).                         00002080
           05  AG-ADDR-CITY          PIC X(15).                         00002090
           05  AG-ADDR-STATE         PIC X(2).                          00002100
           05  AG-ADDR-ZIP           PIC X(9).                          00002110
           05  AG-PLACE-DATE         PIC 9(8).                          00002120
           05  AG-BALANCE            PIC 9(8)V99.                       00002130
           05  AG-BUCKET-CURR        PIC 9(8)V99.                       00002140
           05  AG-BUCKET-30          PIC 9(8)V99.                       00002150
           05  AG-BUCKET-60          PIC 9(8)V99.                       00002160
           05  AG-BUCKET-90          PIC 9(8)V99.                       00002170
           05  FILLER                PIC X(2).                          00002180
                                                                        00002190
       FD  WOFF-REPORT-FILE                                             00002200
           LABEL RECORDS ARE STANDARD                                   00002210
           RECORD CONTAINS 132 CHARACTERS.                              00002220
       01  WOFF-REPORT-LINE          PIC X(132).                        00002230
                                                                        00002240
       WORKING-STORAGE SECTION.                                         00002250
                                                                        00002260
       01  WS-VARIABLES.                                                00002270
           05  WS-RUN-DATE               PIC 9(8).                      00002280
           05  FILLER REDEFINES WS-RUN-DATE.                            00002290
               10  WS-RUN-YYYYMM         PIC 9(6).                      00002300
               10  FILLER                PIC 9(2).                      00002310
           05  WS-CYCLE-LIMIT            PIC 9(2)      VALUE 3.         00002320
           05  WS-BALANCE                PIC S9(9)V99  VALUE 0.         00002330
                                                                        00002340
       01  WS-FILE-STATUSES.                                            00002350
           05  WS-CALLWOFC-STATUS        PIC X(2)      VALUE SPACES.    00002360
           05  WS-CALLARN-STATUS         PIC X(2)      VALUE SPACES.    00002370
           05  WS-CALLCUST-STATUS        PIC X(2)      VALUE SPACES.    00002380
           05  WS-CALLWOFH-STATUS        PIC X(2)      VALUE SPACES.    00002390
           05  WS-GLAR-STATUS            PIC X(2)      VALUE SPACES.    00002400
           05  WS-CALLWOFT-STATUS        PIC X(2)      VALUE SPACES.    00002410
           05  WS-CALLAGCY-STATUS        PIC X(2)      VALUE SPACES.    00002420
           05  WS-CALLWOFR-STATUS        PIC X(2)      VALUE SPACES.    00002430
                                                                        00002440
       01  WS-SWITCHES.                                                 00002450
           05  WS-ARN-EOF-SW             PIC X         VALUE "N".       00002460
               88  END-OF-ARN-FILE                     VALUE "Y".       00002470
           05  WS-CM-FOUND-SW            PIC X         VALUE "N".       00002480
               88  CUST-ON-MASTER                      VALUE "Y".       00002490
           05  WS-CM-ACCT-STATUS         PIC X         VALUE SPACE.     00002500
               88  CUST-ACTIVE                         VALUE "A".       00002510
               88  CUST-SUSPENDED                      VALUE "S".       00002520
               88  CUST-CLOSED                         VALUE "C".       00002530
           05  WS-WH-FOUND-SW            PIC X         VALUE "N".       00002540
               88  WOFF-HIST-FOUND                     VALUE "Y".       00002550
           05  TEST-STATUS               PIC X         VALUE "Y".       00002560
           05  WS-WARN-SW                PIC X         VALUE "N".       00002570
               88  RUN-HAS-WARNING                     VALUE "Y".       00002580
                                                                        00002590
       01  WS-COUNTERS.                                                 00002600
           05  WS-ARN-READ-COUNT         PIC 9(6)      VALUE 0.         00002610
           05  WS-QUALIFY-COUNT          PIC 9(6)      VALUE 0.         00002620
           05  WS-PENDING-COUNT          PIC 9(6)      VALUE 0.         00002630
           05  WS-RESET-COUNT            PIC 9(6)      VALUE 0.         00002640
           05  WS-WOFF-COUNT             PIC 9(6)      VALUE 0.         00002650
           05  WS-NOCM-COUNT             PIC 9(6)      VALUE 0.         00002660
           05  WS-ZERO-BAL-COUNT         PIC 9(6)      VALUE 0.         00002670
           05  WS-WOFF-TOTAL             PIC 9(9)V99   VALUE 0.         00002680
           05  WS-RETURN-CODE            PIC 9(4)      VALUE 0.         00002690
                                                                        00002700
       01  WS-WOFF-HEADER-LINE.                                         00002710
           05  FILLER                    PIC X(36)                      00002720
                 VALUE "CALLWOFF BAD-DEBT WRITE-OFF REPORT -".          00002730
           05  FILLER                    PIC X(1)  VALUE SPACE.         00002740
           05  WR-RUN-DATE               PIC 9(8).                      00002750
           05  FILLER                    PIC X(15)                      00002760
                 VALUE "  CYCLE LIMIT ".                                00002770
           05  WR-CYCLE-LIMIT            PIC Z9.                        00002780
           05  FILLER                    PIC X(70) VALUE SPACES.        00002790
                                                                        00002800
       01  WS-WOFF-COL-LINE.                                            00002810
           05  FILLER                    PIC X(48)  VALUE               00002820
             "CUST  NAME                          CURRENT     ".        00002830
           05  FILLER                    PIC X(56)  VALUE               00002840
             "  30 DAY        60 DAY        90 DAY    WRITTEN OFF".     00002850
           05  FILLER                    PIC X(28) VALUE SPACES.        00002860
                                                                        00002870
       01  WS-WOFF-DETAIL-LINE.                                         00002880
           05  WD-CUST-NUM               PIC X(4).                      00002890
           05  FILLER                    PIC X(2)  VALUE SPACES.        00002900
           05  WD-CUST-NAME              PIC X(25).                     00002910
           05  FILLER                    PIC X(1)  VALUE SPACES.        00002920
           05  WD-CURR                   PIC ZZ,ZZZ,ZZ9.99.             00002930
           05  FILLER                    PIC X(1)  VALUE SPACES.        00002940
           05  WD-30                     PIC ZZ,ZZZ,ZZ9.99.             00002950
           05  FILLER                    PIC X(1)  VALUE SPACES.        00002960
           05  WD-60                     PIC ZZ,ZZZ,ZZ9.99.             00002970
           05  FILLER                    PIC X(1)  VALUE SPACES.        00002980
           05  WD-90                     PIC ZZ,ZZZ,ZZ9.99.             00002990
           05  FILLER                    PIC X(1)  VALUE SPACES.        00003000
           05  WD-AMOUNT                 PIC ZZ,ZZZ,ZZ9.99.             00003010
           05  FILLER                    PIC X(2)  VALUE SPACES.        00003020
           05  WD-NOTE                   PIC X(28) VALUE SPACES.        00003030
                                                                        00003040
       01  WS-WOFF-TOTAL-LINE.                                          00003050
           05  WT-LABEL                  PIC X(26).                     00003060
           05  WT-COUNT                  PIC ZZZ,ZZ9.                   00003070
           05  FILLER                    PIC X(2)  VALUE SPACES.        00003080
           05  WT-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99.            00003090
           05  FILLER                    PIC X(83) VALUE SPACES.        00003100
                                                                        00003110
      ****************************************************************  00003120
      *                  PROCEDURE DIVISION                          *  00003130
      ****************************************************************  00003140
                                                                        00003150
       PROCEDURE DIVISION.                                              00003160
                                                                        00003170
      *                                                                 00003180
       A000-MAIN-DRIVER.                                                00003190
      *                                                                 00003200
           DISPLAY "***** START OF CALLWOFF *****".                     00003210
                                                                        00003220
           PERFORM A010-INITIALIZE.                                     00003230
           IF TEST-STATUS = "Y"                                         00003240
             PERFORM B100-WRITE-OFF                                     00003250
           END-IF.                                                      00003260
           PERFORM A900-FINALIZE.                                       00003270
                                                                        00003280
           IF TEST-STATUS = "Y"                                         00003290
             DISPLAY "***** CALLWOFF SUCCESSFUL *****"                  00003300
           ELSE                                                         00003310
             DISPLAY "+++++ CALLWOFF FAILED +++++".                     00003320
           MOVE WS-RETURN-CODE TO RETURN-CODE.                          00003330
           STOP RUN.                                                    00003340
                                                                        00003350
      *                                                                 00003360
       A010-INITIALIZE.                                                 00003370
      *                                                                 00003380
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00003390
      *    CALLWOFC IS OPTIONAL -- WITHOUT IT THE COMPILED-IN LIMIT     00003400
      *    STANDS.                                                      00003410
           OPEN INPUT WOFF-CONTROL-FILE.                                00003420
           IF WS-CALLWOFC-STATUS = "00"                                 00003430
             READ WOFF-CONTROL-FILE                                     00003440
               NOT AT END                                               00003450
                 IF WC-CYCLE-LIMIT NUMERIC AND WC-CYCLE-LIMIT > 0       00003460
                   MOVE WC-CYCLE-LIMIT TO WS-CYCLE-LIMIT                00003470
                 END-IF                                                 00003480
             END-READ                                                   00003490
             CLOSE WOFF-CONTROL-FILE                                    00003500
           END-IF.                                                      00003510
           OPEN I-O AR-NEW-FILE.                                        00003520
           IF WS-CALLARN-STATUS NOT = "00"                              00003530
             DISPLAY "+++ UNABLE TO OPEN CALLARN - STATUS "             00003540
                     WS-CALLARN-STATUS " +++"                           00003550
             MOVE "N" TO TEST-STATUS                                    00003560
             MOVE 8 TO WS-RETURN-CODE                                   00003570
           END-IF.                                                      00003580
           OPEN INPUT CUST-MASTER-FILE.                                 00003590
           IF WS-CALLCUST-STATUS NOT = "00"                             00003600
             DISPLAY "+++ UNABLE TO OPEN CALLCUST - STATUS "            00003610
                     WS-CALLCUST-STATUS " +++"                          00003620
             MOVE "N" TO TEST-STATUS                                    00003630
             MOVE 8 TO WS-RETURN-CODE                                   00003640
           END-IF.                                                      00003650
      *    THE WRITE-OFF HISTORY IS CREATED ON THE FIRST RUN.           00003660
           OPEN I-O WOFF-HIST-FILE.                                     00003670
           IF WS-CALLWOFH-STATUS = "35"                                 00003680
             OPEN OUTPUT WOFF-HIST-FILE                                 00003690
             IF WS-CALLWOFH-STATUS = "00"                               00003700
               CLOSE WOFF-HIST-FILE                                     00003710
               OPEN I-O WOFF-HIST-FILE                                  00003720
             END-IF                                                     00003730
           END-IF.                                                      00003740
           IF WS-CALLWOFH-STATUS NOT = "00"                             00003750
             DISPLAY "+++ UNABLE TO OPEN CALLWOFH - STATUS "            00003760
                     WS-CALLWOFH-STATUS " +++"                          00003770
             MOVE "N" TO TEST-STATUS                                    00003780
             MOVE 8 TO WS-RETURN-CODE                                   00003790
           END-IF.                                                      00003800
           OPEN EXTEND GLAR-FILE.                                       00003810
           IF WS-GLAR-STATUS = "35"                                     00003820
             OPEN OUTPUT GLAR-FILE                                      00003830
           END-IF.                                                      00003840
           IF WS-GLAR-STATUS NOT = "00"                                 00003850
             DISPLAY "+++ UNABLE TO OPEN CALLGLAR - STATUS "            00003860
                     WS-GLAR-STATUS " +++"                              00003870
             MOVE "N" TO TEST-STATUS                                    00003880
             MOVE 8 TO WS-RETURN-CODE                                   00003890
           END-IF.                                                      00003900
           OPEN OUTPUT CLOSE-FEED-FILE.                                 00003910
           IF WS-CALLWOFT-STATUS NOT = "00"                             00003920
             DISPLAY "+++ UNABLE TO OPEN CALLWOFT - STATUS "            00003930
                     WS-CALLWOFT-STATUS " +++"                          00003940
             MOVE "N" TO TEST-STATUS                                    00003950
             MOVE 8 TO WS-RETURN-CODE                                   00003960
           END-IF.                                                      00003970
           OPEN OUTPUT AGENCY-FILE.                                     00003980
           IF WS-CALLAGCY-STATUS NOT = "00"                             00003990
             DISPLAY "+++ UNABLE TO OPEN CALLAGCY - STATUS "            00004000
                     WS-CALLAGCY-STATUS " +++"                          00004010
             MOVE "N" TO TEST-STATUS                                    00004020
             MOVE 8 TO WS-RETURN-CODE                                   00004030
           END-IF.                                                      00004040
           OPEN OUTPUT WOFF-REPORT-FILE.                                00004050
           IF WS-CALLWOFR-STATUS NOT = "00"                             00004060
             DISPLAY "+++ UNABLE TO OPEN CALLWOFR - STATUS "            00004070
                     WS-CALLWOFR-STATUS " +++"                          00004080
             MOVE "N" TO TEST-STATUS                                    00004090
             MOVE 8 TO WS-RETURN-CODE                                   00004100
           ELSE                                                         00004110
             MOVE WS-RUN-DATE    TO WR-RUN-DATE                         00004120
             MOVE WS-CYCLE-LIMIT TO WR-CYCLE-LIMIT                      00004130
             WRITE WOFF-REPORT-LINE FROM WS-WOFF-HEADER-LINE            00004140
             WRITE WOFF-REPORT-LINE FROM WS-WOFF-COL-LINE               00004150
           END-IF.                                                      00004160
                                                                        00004170
      ****************************************************************  00004180
      *  B100-WRITE-OFF READS EVERY RECEIVABLE ENTRY AND ADVANCES OR *  00004190
      *  BREAKS THE ACCOUNT'S WRITE-OFF STREAK.                      *  00004200
      ****************************************************************  00004210
      *                                                                 00004220
       B100-WRITE-OFF.                                                  00004230
      *                                                                 00004240
           PERFORM B110-READ-ARN.                                       00004250
           PERFORM UNTIL END-OF-ARN-FILE                                00004260
             ADD 1 TO WS-ARN-READ-COUNT                                 00004270
             PERFORM B120-ASSESS-ACCOUNT                                00004280
             PERFORM B110-READ-ARN                                      00004290
           END-PERFORM.                                                 00004300
                                                                        00004310
      *                                                                 00004320
       B110-READ-ARN.                                                   00004330
      *                                                                 00004340
           READ AR-NEW-FILE NEXT                                        00004350
             AT END SET END-OF-ARN-FILE TO TRUE.                        00004360
                                                                        00004370
      ****************************************************************  00004380
      *  B120-ASSESS-ACCOUNT.  AN ACCOUNT QUALIFIES THIS CYCLE WHEN  *  00004390
      *  IT IS SUSPENDED ON THE MASTER AND STILL CARRIES A 90-DAY    *  00004400
      *  BALANCE.  A QUALIFYING ACCOUNT STEPS ITS CYCLE COUNT (ONCE  *  00004410
      *  PER CYCLE MONTH); ONE THAT NO LONGER QUALIFIES LOSES ITS    *  00004420
      *  PENDING ENTRY.                                              *  00004430
      ****************************************************************  00004440
      *                                                                 00004450
       B120-ASSESS-ACCOUNT.                                             00004460
      *                                                                 00004470
           PERFORM B130-GET-CUSTOMER.                                   00004480
           PERFORM B135-GET-WOFF-HIST.                                  00004490
           IF NOT CUST-ON-MASTER                                        00004500
             ADD 1 TO WS-NOCM-COUNT                                     00004510
             SET RUN-HAS-WARNING TO TRUE                                00004520
           END-IF.                                                      00004530
           IF CUST-ON-MASTER AND CUST-SUSPENDED AND ARN-BUCKET-90 > 0   00004540
             ADD 1 TO WS-QUALIFY-COUNT                                  00004550
             EVALUATE TRUE                                              00004560
               WHEN NOT WOFF-HIST-FOUND                                 00004570
                 MOVE ARN-CUST-NUM  TO WF-CUST-NUM                      00004580
                 MOVE "P"           TO WF-STATUS                        00004590
                 MOVE 1             TO WF-CYCLE-COUNT                   00004600
                 MOVE WS-RUN-YYYYMM TO WF-LAST-CYCLE                    00004610
                 MOVE 0             TO WF-WOFF-DATE WF-WOFF-AMOUNT      00004620
                                       WF-RECOVERED                     00004630
                 WRITE WOFF-HIST-REC                                    00004640
                   INVALID KEY                                          00004650
                     DISPLAY "+++ CALLWOFH WRITE FAILED - "             00004660
                             WF-CUST-NUM " +++"                         00004670
                     MOVE "N" TO TEST-STATUS                            00004680
                     MOVE 8 TO WS-RETURN-CODE                           00004690
                 END-WRITE                                              00004700
               WHEN WOFF-PENDING AND WF-LAST-CYCLE < WS-RUN-YYYYMM      00004710
                 ADD 1 TO WF-CYCLE-COUNT                                00004720
                 MOVE WS-RUN-YYYYMM TO WF-LAST-CYCLE                    00004730
                 PERFORM B136-PUT-WOFF-HIST                             00004740
      *        A REINSTATED ACCOUNT THAT FALLS BEHIND AGAIN STARTS A    00004750
      *        NEW STREAK; THE LAST WRITE-OFF'S DATE AND AMOUNTS STAY   00004760
      *        ON THE ENTRY UNTIL A NEW WRITE-OFF REPLACES THEM.        00004770
               WHEN WOFF-REINSTATED                                     00004780
                 MOVE "P"           TO WF-STATUS                        00004790
                 MOVE 1             TO WF-CYCLE-COUNT                   00004800
                 MOVE WS-RUN-YYYYMM TO WF-LAST-CYCLE                    00004810
                 PERFORM B136-PUT-WOFF-HIST                             00004820
               WHEN OTHER                                               00004830
                 CONTINUE                                               00004840
             END-EVALUATE                                               00004850
             IF WOFF-PENDING                                            00004860
               IF WF-CYCLE-COUNT >= WS-CYCLE-LIMIT                      00004870
                 PERFORM B140-WRITE-OFF-ACCOUNT                         00004880
               ELSE                                                     00004890
                 ADD 1 TO WS-PENDING-COUNT                              00004900
               END-IF                                                   00004910
             END-IF                                                     00004920
           ELSE                                                         00004930
             IF WOFF-HIST-FOUND AND WOFF-PENDING                        00004940
               DELETE WOFF-HIST-FILE RECORD                             00004950
                 INVALID KEY                                            00004960
                   DISPLAY "+++ CALLWOFH DELETE FAILED - "              00004970
                           WF-CUST-NUM " +++"                           00004980
                   MOVE "N" TO TEST-STATUS                              00004990
                   MOVE 8 TO WS-RETURN-CODE                             00005000
               END-DELETE                                               00005010
               ADD 1 TO WS-RESET-COUNT                                  00005020
             END-IF                                                     00005030
           END-IF.                                                      00005040
                                                                        00005050
      *                                                                 00005060
       B130-GET-CUSTOMER.                                               00005070
      *                                                                 00005080
           MOVE "N"   TO WS-CM-FOUND-SW.                                00005090
           MOVE SPACE TO WS-CM-ACCT-STATUS.                             00005100
           MOVE ARN-CUST-NUM TO CM-CUST-NUM.                            00005110
           READ CUST-MASTER-FILE                                        00005120
             INVALID KEY                                                00005130
               CONTINUE                                                 00005140
             NOT INVALID KEY                                            00005150
               SET CUST-ON-MASTER TO TRUE                               00005160
               MOVE CM-ACCT-STATUS TO WS-CM-ACCT-STATUS                 00005170
           END-READ.                                                    00005180
                                                                        00005190
      *                                                                 00005200
       B135-GET-WOFF-HIST.                                              00005210
      *                                                                 00005220
           MOVE "N" TO WS-WH-FOUND-SW.                                  00005230
           MOVE SPACE TO WF-STATUS.                                     00005240
           MOVE ARN-CUST-NUM TO WF-CUST-NUM.                            00005250
           READ WOFF-HIST-FILE                                          00005260
             INVALID KEY                                                00005270
               MOVE SPACE TO WF-STATUS                                  00005280
             NOT INVALID KEY                                            00005290
               SET WOFF-HIST-FOUND TO TRUE                              00005300
           END-READ.                                                    00005310
                                                                        00005320
      *                                                                 00005330
       B136-PUT-WOFF-HIST.                                              00005340
      *                                                                 00005350
           REWRITE WOFF-HIST-REC                                        00005360
             INVALID KEY                                                00005370
               DISPLAY "+++ CALLWOFH REWRITE FAILED - "                 00005380
                       WF-CUST-NUM " +++"                               00005390
               MOVE "N" TO TEST-STATUS                                  00005400
               MOVE 8 TO WS-RETURN-CODE                                 00005410
           END-REWRITE.                                                 00005420
                                                                        00005430
      ****************************************************************  00005440
      *  B140-WRITE-OFF-ACCOUNT WRITES THE NET BALANCE OFF AND SENDS *  00005450
      *  THE ACCOUNT TO THE AGENCY AND TO CALLCMNT FOR CLOSING.  AN  *  00005460
      *  ACCOUNT WHOSE CREDIT COVERS ITS BUCKETS HAS NOTHING TO      *  00005470
      *  WRITE OFF: IT IS LISTED AND COUNTED, AND ITS PENDING ENTRY  *  00005480
      *  IS DROPPED SO IT IS NOT PICKED UP AGAIN NEXT CYCLE UNLESS   *  00005490
      *  IT BUILDS A NEW STREAK.                                     *  00005500
      ****************************************************************  00005510
      *                                                                 00005520
       B140-WRITE-OFF-ACCOUNT.                                          00005530
      *                                                                 00005540
           COMPUTE WS-BALANCE = ARN-BUCKET-CURR + ARN-BUCKET-30         00005550
             + ARN-BUCKET-60 + ARN-BUCKET-90 - ARN-CREDIT.              00005560
           IF WS-BALANCE > 0                                            00005570
             MOVE SPACES         TO AGENCY-REC                          00005580
             MOVE ARN-CUST-NUM   TO AG-CUST-NUM                         00005590
             MOVE CM-CUST-NAME   TO AG-CUST-NAME                        00005600
             MOVE CM-ADDR-LINE1  TO AG-ADDR-LINE1                       00005610
             MOVE CM-ADDR-LINE2  TO AG-ADDR-LINE2                       00005620
             MOVE CM-ADDR-CITY   TO AG-ADDR-CITY                        00005630
             MOVE CM-ADDR-STATE  TO AG-ADDR-STATE                       00005640
             MOVE CM-ADDR-ZIP    TO AG-ADDR-ZIP                         00005650
             MOVE WS-RUN-DATE    TO AG-PLACE-DATE                       00005660
             MOVE WS-BALANCE     TO AG-BALANCE                          00005670
             MOVE ARN-BUCKET-CURR TO AG-BUCKET-CURR                     00005680
             MOVE ARN-BUCKET-30  TO AG-BUCKET-30                        00005690
             MOVE ARN-BUCKET-60  TO AG-BUCKET-60                        00005700
             MOVE ARN-BUCKET-90  TO AG-BUCKET-90                        00005710
             WRITE AGENCY-REC                                           00005720
                                                                        00005730
             MOVE ARN-CUST-NUM   TO WD-CUST-NUM                         00005740
             MOVE CM-CUST-NAME   TO WD-CUST-NAME                        00005750
             MOVE ARN-BUCKET-CURR TO WD-CURR                            00005760
             MOVE ARN-BUCKET-30  TO WD-30                               00005770
             MOVE ARN-BUCKET-60  TO WD-60                               00005780
             MOVE ARN-BUCKET-90  TO WD-90                               00005790
             MOVE WS-BALANCE     TO WD-AMOUNT                           00005800
             MOVE SPACES         TO WD-NOTE                             00005810
             IF WS-CALLWOFR-STATUS = "00"                               00005820
               WRITE WOFF-REPORT-LINE FROM WS-WOFF-DETAIL-LINE          00005830
             END-IF                                                     00005840
                                                                        00005850
             MOVE ARN-CUST-NUM   TO GLAR-CUST-NUM                       00005860
             MOVE CM-CUST-NAME   TO GLAR-CUST-NAME                      00005870
             MOVE WS-BALANCE     TO GLAR-TOTAL-COST                     00005880
             MOVE WS-RUN-DATE    TO GLAR-RUN-DATE                       00005890
             MOVE "W"            TO GLAR-REC-TYPE                       00005900
             MOVE SPACES         TO GLAR-FILLER                         00005910
             WRITE GLAR-REC                                             00005920
                                                                        00005930
             MOVE 0 TO ARN-BUCKET-CURR ARN-BUCKET-30 ARN-BUCKET-60      00005940
                       ARN-BUCKET-90 ARN-CREDIT                         00005950
             REWRITE AR-NEW-REC                                         00005960
               INVALID KEY                                              00005970
                 DISPLAY "+++ CALLARN REWRITE FAILED - "                00005980
                         ARN-CUST-NUM " +++"                            00005990
                 MOVE "N" TO TEST-STATUS                                00006000
                 MOVE 8 TO WS-RETURN-CODE                               00006010
             END-REWRITE                                                00006020
                                                                        00006030
             MOVE SPACES       TO CLOSE-TRAN-REC                        00006040
             MOVE "S"          TO CT-ACTION                             00006050
             MOVE ARN-CUST-NUM TO CT-CUST-NUM                           00006060
             MOVE "C"          TO CT-ACCT-STATUS                        00006070
             WRITE CLOSE-TRAN-REC                                       00006080
                                                                        00006090
             MOVE "W"          TO WF-STATUS                             00006100
             MOVE WS-RUN-DATE  TO WF-WOFF-DATE                          00006110
             MOVE WS-BALANCE   TO WF-WOFF-AMOUNT                        00006120
             MOVE 0            TO WF-RECOVERED                          00006130
             PERFORM B136-PUT-WOFF-HIST                                 00006140
             ADD 1 TO WS-WOFF-COUNT                                     00006150
             ADD WS-BALANCE TO WS-WOFF-TOTAL                            00006160
           ELSE                                                         00006170
             MOVE ARN-CUST-NUM   TO WD-CUST-NUM                         00006180
             MOVE CM-CUST-NAME   TO WD-CUST-NAME                        00006190
             MOVE ARN-BUCKET-CURR TO WD-CURR                            00006200
             MOVE ARN-BUCKET-30  TO WD-30                               00006210
             MOVE ARN-BUCKET-60  TO WD-60                               00006220
             MOVE ARN-BUCKET-90  TO WD-90                               00006230
             MOVE 0              TO WD-AMOUNT                           00006240
             MOVE "AT ZERO - NOT WRITTEN OFF" TO WD-NOTE                00006250
             IF WS-CALLWOFR-STATUS = "00"                               00006260
               WRITE WOFF-REPORT-LINE FROM WS-WOFF-DETAIL-LINE          00006270
             END-IF                                                     00006280
             DELETE WOFF-HIST-FILE RECORD                               00006290
               INVALID KEY                                              00006300
                 DISPLAY "+++ CALLWOFH DELETE FAILED - "                00006310
                         WF-CUST-NUM " +++"                             00006320
                 MOVE "N" TO TEST-STATUS                                00006330
                 MOVE 8 TO WS-RETURN-CODE                               00006340
             END-DELETE                                                 00006350
             ADD 1 TO WS-ZERO-BAL-COUNT                                 00006360
           END-IF.                                                      00006370
                                                                        00006380
      *                                                                 00006390
       A900-FINALIZE.                                                   00006400
      *                                                                 00006410
           IF WS-CALLWOFR-STATUS = "00"                                 00006420
             MOVE SPACES TO WOFF-REPORT-LINE                            00006430
             WRITE WOFF-REPORT-LINE                                     00006440
             MOVE "RECEIVABLES READ          " TO WT-LABEL              00006450
             MOVE WS-ARN-READ-COUNT TO WT-COUNT                         00006460
             MOVE 0 TO WT-AMOUNT                                        00006470
             WRITE WOFF-REPORT-LINE FROM WS-WOFF-TOTAL-LINE             00006480
             MOVE "SUSPENDED AND 90+ DAYS    " TO WT-LABEL              00006490
             MOVE WS-QUALIFY-COUNT TO WT-COUNT                          00006500
             WRITE WOFF-REPORT-LINE FROM WS-WOFF-TOTAL-LINE             00006510
             MOVE "STILL COUNTING CYCLES     " TO WT-LABEL              00006520
             MOVE WS-PENDING-COUNT TO WT-COUNT                          00006530
             WRITE WOFF-REPORT-LINE FROM WS-WOFF-TOTAL-LINE             00006540
             MOVE "STREAKS BROKEN            " TO WT-LABEL              00006550
             MOVE WS-RESET-COUNT TO WT-COUNT                            00006560
             WRITE WOFF-REPORT-LINE FROM WS-WOFF-TOTAL-LINE             00006570
             MOVE "NOT ON MASTER             " TO WT-LABEL              00006580
             MOVE WS-NOCM-COUNT TO WT-COUNT                             00006590
             WRITE WOFF-REPORT-LINE FROM WS-WOFF-TOTAL-LINE             00006600
             MOVE "ALREADY AT ZERO           " TO WT-LABEL              00006610
             MOVE WS-ZERO-BAL-COUNT TO WT-COUNT                         00006620
             WRITE WOFF-REPORT-LINE FROM WS-WOFF-TOTAL-LINE             00006630
             MOVE "ACCOUNTS WRITTEN OFF      " TO WT-LABEL              00006640
             MOVE WS-WOFF-COUNT TO WT-COUNT                             00006650
             MOVE WS-WOFF-TOTAL TO WT-AMOUNT                            00006660
             WRITE WOFF-REPORT-LINE FROM WS-WOFF-TOTAL-LINE             00006670
             CLOSE WOFF-REPORT-FILE                                     00006680
           END-IF.                                                      00006690
           IF WS-CALLAGCY-STATUS = "00"                                 00006700
             CLOSE AGENCY-FILE                                          00006710
           END-IF.                                                      00006720
           IF WS-CALLWOFT-STATUS = "00"                                 00006730
             CLOSE CLOSE-FEED-FILE                                      00006740
           END-IF.                                                      00006750
           IF WS-GLAR-STATUS = "00"                                     00006760
             CLOSE GLAR-FILE                                            00006770
           END-IF.                                                      00006780
           IF WS-CALLWOFH-STATUS = "00" OR WS-CALLWOFH-STATUS = "23"    00006790
             CLOSE WOFF-HIST-FILE                                       00006800
           END-IF.                                                      00006810
           IF WS-CALLARN-STATUS = "00" OR WS-CALLARN-STATUS = "10"      00006820
             CLOSE AR-NEW-FILE                                          00006830
           END-IF.                                                      00006840
           IF WS-CALLCUST-STATUS = "00" OR WS-CALLCUST-STATUS = "23"    00006850
             CLOSE CUST-MASTER-FILE                                     00006860
           END-IF.                                                      00006870
           IF RUN-HAS-WARNING AND WS-RETURN-CODE = 0                    00006880
             MOVE 4 TO WS-RETURN-CODE                                   00006890
           END-IF.                                                      00006900
