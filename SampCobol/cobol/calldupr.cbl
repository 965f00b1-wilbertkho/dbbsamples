       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    CALLDUPR.                                         00000020
       AUTHOR.        IBM PROGRAMMER.                                   00000030
       INSTALLATION.  STL                                               00000040
       DATE-WRITTEN.  OCT 15, 2026.                                     00000050
       DATE-COMPILED.                                                   00000060
                                                                        00000070
      ******************************************************************00000080
      * PRODUCT.      Enterprise COBOL                                 *00000090
      *                                                                *00000100
      * FUNCTION.                                                      *00000110
      *   CALLDUPR REPRINTS DUPLICATE BILLS FROM THE INVOICE ARCHIVE   *00000120
      *   (CALLINVA) THAT CALLIVP1 WRITES AS IT PRINTS EACH INVOICE.   *00000130
      *   EACH REQUEST ON CALLDUPQ NAMES A CUSTOMER AND EITHER ONE     *00000140
      *   CYCLE DATE OR A FROM/TO RANGE OF CYCLE DATES.  EVERY         *00000150
      *   ARCHIVED INVOICE IN THE RANGE IS PRINTED TO CALLDUPP UNDER   *00000160
      *   A "DUPLICATE" BANNER, FOLLOWED BY THE ARCHIVED LINES EXACTLY *00000170
      *   AS THEY WERE ORIGINALLY PRINTED -- ADDRESS BLOCK, CALL       *00000180
      *   DETAIL, DISCOUNTS, CREDITS, TAX LINES AND BALANCE BLOCK.     *00000190
      *   A RECYCLE SUPPLEMENTAL FOR THE SAME CYCLE PRINTS AS ITS OWN  *00000200
      *   INVOICE.  THE CONTROL REPORT (CALLDUPC) LISTS EVERY REQUEST  *00000210
      *   WITH THE NUMBER OF INVOICES REPRINTED, OR WHY NONE WERE.     *00000220
      *   CALLDUPR ONLY READS THE ARCHIVE.                             *00000230
      *                                                                *00000240
      *  EXPECTED MESSAGES.                                            *00000250
      *        **** START OF CALLDUPR ****                             *00000260
      *        **** CALLDUPR SUCCESSFUL ****                           *00000270
      *                   OR                                           *00000280
      *        **** START OF CALLDUPR ****                             *00000290
      *        **** CALLDUPR FAILED ****                               *00000300
      *                                                                *00000310
      *  RETURN CODES.                                                 *00000320
      *        0 - EVERY REQUEST REPRINTED                             *00000330
      *        4 - A REQUEST WAS INVALID OR FOUND NO INVOICE           *00000340
      *        8 - FILE PROBLEM                                        *00000350
      ******************************************************************00000360
      /                                                                 00000370
       ENVIRONMENT DIVISION.                                            00000380
       CONFIGURATION SECTION.                                           00000390
       SOURCE-COMPUTER.  IBM-390.                                       00000400
       OBJECT-COMPUTER.  IBM-390.                                       00000410
                                                                        00000420
       INPUT-OUTPUT SECTION.                                            00000430
       FILE-CONTROL.                                                    00000440
           SELECT REQUEST-FILE       ASSIGN TO CALLDUPQ                 00000450
               ORGANIZATION IS LINE SEQUENTIAL                          00000460
               FILE STATUS IS WS-CALLDUPQ-STATUS.                       00000470
                                                                        00000480
           SELECT INVOICE-ARCHIVE-FILE ASSIGN TO CALLINVA               00000490
               ORGANIZATION IS INDEXED                                  00000500
               ACCESS IS DYNAMIC                                        00000510
               RECORD KEY IS IVA-KEY                                    00000520
               FILE STATUS IS WS-CALLINVA-STATUS.                       00000530
                                                                        00000540
           SELECT REPRINT-FILE       ASSIGN TO CALLDUPP                 00000550
               ORGANIZATION IS LINE SEQUENTIAL                          00000560
               FILE STATUS IS WS-CALLDUPP-STATUS.                       00000570
                                                                        00000580
           SELECT CONTROL-REPORT-FILE ASSIGN TO CALLDUPC                00000590
               ORGANIZATION IS LINE SEQUENTIAL                          00000600
               FILE STATUS IS WS-CALLDUPC-STATUS.                       00000610
                                                                        00000620
       DATA DIVISION.                                                   00000630
       FILE SECTION.                                                    00000640
                                                                        00000650
      ****************************************************************  00000660
      *  REPRINT REQUEST.  DQ-TO-DATE ZERO OR BLANK ASKS FOR THE ONE *  00000670
      *  CYCLE IN DQ-FROM-DATE.  DQ-REQUESTED-BY IS CARRIED TO THE   *  00000680
      *  CONTROL REPORT.                                             *  00000690
      ****************************************************************  00000700
       FD  REQUEST-FILE                                                 00000710
           LABEL RECORDS ARE STANDARD                                   00000720
           RECORD CONTAINS 80 CHARACTERS.                               00000730
       01  REQUEST-REC.                                                 00000740
           05  DQ-CUST-NUM           PIC X(4).                          00000750
           05  DQ-FROM-DATE          PIC 9(8).                          00000760
           05  DQ-TO-DATE            PIC 9(8).                          00000770
           05  DQ-REQUESTED-BY       PIC X(20).                         00000780
           05  FILLER                PIC X(40).                         00000790
                                                                        00000800
      ****************************************************************  00000810
      *  INVOICE-ARCHIVE-FILE (CALLINVA) KEEPS EVERY PRINTED INVOICE *  00000820
      *  LINE, KEYED ON CUSTOMER, CONTROL CYCLE DATE AND LINE        *  00000830
      *  SEQUENCE.  IVA-INV-KIND "B" IS THE REGULAR CYCLE INVOICE,   *  00000840
      *  "R" A RECYCLE SUPPLEMENTAL; IVA-LINE-TYPE "H" MARKS THE     *  00000850
      *  FIRST LINE OF EACH INVOICE.                                 *  00000860
      ****************************************************************  00000870
       FD  INVOICE-ARCHIVE-FILE                                         00000880
           LABEL RECORDS ARE STANDARD                                   00000890
           RECORD CONTAINS 158 CHARACTERS.                              00000900
       01  INVOICE-ARCHIVE-REC.                                         00000910
           05  IVA-KEY.                                                 00000920
               10  IVA-CUST-NUM      PIC X(4).                          00000930
               10  IVA-CYCLE-DATE    PIC 9(8).                          00000940
               10  IVA-LINE-SEQ      PIC 9(4).                          00000950
           05  IVA-INV-KIND          PIC X(1).                          00000960
           05  IVA-LINE-TYPE         PIC X(1).                          00000970
           05  IVA-RUN-DATE          PIC 9(8).                          00000980
           05  IVA-LINE              PIC X(132).                        00000990
                                                                        00001000
       FD  REPRINT-FILE                                                 00001010
           LABEL RECORDS ARE STANDARD                                   00001020
           RECORD CONTAINS 132 CHARACTERS.                              00001030
       01  REPRINT-LINE              PIC X(132).                        00001040
                                                                        00001050
       FD  CONTROL-REPORT-FILE                                          00001060
           LABEL RECORDS ARE STANDARD                                   00001070
           RECORD CONTAINS 132 CHARACTERS.                              00001080
       01  CONTROL-REPORT-LINE       PIC X(132).                        00001090
                                                                        00001100
       WORKING-STORAGE SECTION.                                         00001110
                                                                        00001120
       01  WS-VARIABLES.                                                00001130
           05  WS-RUN-DATE               PIC 9(8).                      00001140
           05  WS-FROM-DATE              PIC 9(8)      VALUE 0.         00001150
           05  WS-TO-DATE                PIC 9(8)      VALUE 0.         00001160
           05  WS-RESULT                 PIC X(30)     VALUE SPACES.    00001170
                                                                        00001180
       01  WS-FILE-STATUSES.                                            00001190
           05  WS-CALLDUPQ-STATUS        PIC X(2)      VALUE SPACES.    00001200
           05  WS-CALLINVA-STATUS        PIC X(2)      VALUE SPACES.    00001210
           05  WS-CALLDUPP-STATUS        PIC X(2)      VALUE SPACES.    00001220
           05  WS-CALLDUPC-STATUS        PIC X(2)      VALUE SPACES.    00001230
                                                                        00001240
       01  WS-SWITCHES.                                                 00001250
           05  WS-DQ-EOF-SW              PIC X         VALUE "N".       00001260
               88  END-OF-REQUEST-FILE                 VALUE "Y".       00001270
           05  WS-IVA-SCAN-SW            PIC X         VALUE "N".       00001280
               88  END-OF-IVA-SCAN                     VALUE "Y".       00001290
           05  WS-DQ-VALID-SW            PIC X         VALUE "N".       00001300
               88  REQUEST-VALID                       VALUE "Y".       00001310
           05  TEST-STATUS               PIC X         VALUE "Y".       00001320
           05  WS-WARN-SW                PIC X         VALUE "N".       00001330
               88  RUN-HAS-WARNING                     VALUE "Y".       00001340
           05  WS-DQ-OPEN-SW             PIC X         VALUE "N".       00001350
               88  REQUEST-FILE-OPEN                   VALUE "Y".       00001360
           05  WS-IVA-OPEN-SW            PIC X         VALUE "N".       00001370
               88  ARCHIVE-FILE-OPEN                   VALUE "Y".       00001380
           05  WS-DUPP-OPEN-SW           PIC X         VALUE "N".       00001390
               88  REPRINT-FILE-OPEN                   VALUE "Y".       00001400
           05  WS-DUPC-OPEN-SW           PIC X         VALUE "N".       00001410
               88  CONTROL-REPORT-OPEN                 VALUE "Y".       00001420
                                                                        00001430
       01  WS-COUNTERS.                                                 00001440
           05  WS-REQUEST-COUNT          PIC 9(6)      VALUE 0.         00001450
           05  WS-REJECT-COUNT           PIC 9(6)      VALUE 0.         00001460
           05  WS-NOTFOUND-COUNT         PIC 9(6)      VALUE 0.         00001470
           05  WS-REQ-INV-COUNT          PIC 9(6)      VALUE 0.         00001480
           05  WS-REQ-LINE-COUNT         PIC 9(6)      VALUE 0.         00001490
           05  WS-TOTAL-INV-COUNT        PIC 9(6)      VALUE 0.         00001500
           05  WS-TOTAL-LINE-COUNT       PIC 9(7)      VALUE 0.         00001510
           05  WS-RETURN-CODE            PIC 9(4)      VALUE 0.         00001520
                                                                        00001530
      ****************************************************************  00001540
      *  THE DUPLICATE BANNER PRINTS AHEAD OF EACH REPRINTED         *  00001550
      *  INVOICE; THE INVOICE LINES THEMSELVES ARE NOT ALTERED.      *  00001560
      ****************************************************************  00001570
       01  WS-DUPLICATE-LINE.                                           00001580
           05  FILLER                    PIC X(46)                      00001590
                 VALUE "********  DUPLICATE  ******** COPY OF INVOICE ".00001600
           05  FILLER                    PIC X(10)                      00001610
                 VALUE "FOR CYCLE ".                                    00001620
           05  DL-CYCLE-DATE             PIC 9(8).                      00001630
           05  FILLER                    PIC X(14)                      00001640
                 VALUE " - REPRINTED  ".                                00001650
           05  DL-RUN-DATE               PIC 9(8).                      00001660
           05  FILLER                    PIC X(46) VALUE SPACES.        00001670
                                                                        00001680
       01  WS-REPORT-HEADER-LINE.                                       00001690
           05  FILLER                    PIC X(41)                      00001700
                 VALUE "CALLDUPR DUPLICATE BILL REPRINTS - RUN   ".     00001710
           05  RH-RUN-DATE               PIC 9(8).                      00001720
           05  FILLER                    PIC X(83) VALUE SPACES.        00001730
                                                                        00001740
       01  WS-REPORT-COL-LINE.                                          00001750
           05  FILLER                    PIC X(44)  VALUE               00001760
                 "CUST  FROM      TO        REQUESTED BY      ".        00001770
           05  FILLER                    PIC X(40)  VALUE               00001780
                 "   INVOICES    LINES  RESULT            ".            00001790
           05  FILLER                    PIC X(48) VALUE SPACES.        00001800
                                                                        00001810
       01  WS-REQUEST-LINE.                                             00001820
           05  RL-CUST-NUM               PIC X(4).                      00001830
           05  FILLER                    PIC X(2)  VALUE SPACES.        00001840
           05  RL-FROM-DATE              PIC X(8).                      00001850
           05  FILLER                    PIC X(2)  VALUE SPACES.        00001860
           05  RL-TO-DATE                PIC X(8).                      00001870
           05  FILLER                    PIC X(2)  VALUE SPACES.        00001880
           05  RL-REQUESTED-BY           PIC X(20).                     00001890
           05  FILLER                    PIC X(2)  VALUE SPACES.        00001900
           05  RL-INV-COUNT              PIC ZZZ,ZZ9.                   00001910
           05  FILLER                    PIC X(2)  VALUE SPACES.        00001920
           05  RL-LINE-COUNT             PIC ZZZ,ZZ9.                   00001930
           05  FILLER                    PIC X(2)  VALUE SPACES.        00001940
           05  RL-RESULT                 PIC X(30).                     00001950
           05  FILLER                    PIC X(36) VALUE SPACES.        00001960
                                                                        00001970
       01  WS-REPORT-TOTAL-LINE.                                        00001980
           05  RT-LABEL                  PIC X(26).                     00001990
           05  RT-COUNT                  PIC Z,ZZZ,ZZ9.                 00002000
           05  FILLER                    PIC X(97) VALUE SPACES.        00002010
                                                                        00002020
      ****************************************************************  00002030
      *                  PROCEDURE DIVISION                          *  00002040
      ****************************************************************  00002050
                                                                        00002060
       PROCEDURE DIVISION.                                              00002070
                                                                        00002080
      *                                                                 00002090
       A000-MAIN-DRIVER.                                                00002100
      *                                                                 00002110
           DISPLAY "***** START OF CALLDUPR *****".                     00002120
                                                                        00002130
           PERFORM A010-INITIALIZE.                                     00002140
           IF TEST-STATUS = "Y"                                         00002150
             PERFORM B100-PROCESS-REQUESTS                              00002160
           END-IF.                                                      00002170
           PERFORM A900-FINALIZE.                                       00002180
                                                                        00002190
           IF TEST-STATUS = "Y"                                         00002200
             DISPLAY "***** CALLDUPR SUCCESSFUL *****"                  00002210
           ELSE                                                         00002220
             DISPLAY "+++++ CALLDUPR FAILED +++++".                     00002230
           MOVE WS-RETURN-CODE TO RETURN-CODE.                          00002240
           STOP RUN.                                                    00002250
                                                                        00002260
      *                                                                 00002270
       A010-INITIALIZE.                                                 00002280
      *                                                                 00002290
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00002300
           OPEN INPUT REQUEST-FILE.                                     00002310
           IF WS-CALLDUPQ-STATUS NOT = "00"                             00002320
             DISPLAY "+++ UNABLE TO OPEN CALLDUPQ - STATUS "            00002330
                     WS-CALLDUPQ-STATUS " +++"                          00002340
             MOVE "N" TO TEST-STATUS                                    00002350
             MOVE 8 TO WS-RETURN-CODE                                   00002360
           ELSE                                                         00002370
             SET REQUEST-FILE-OPEN TO TRUE                              00002380
           END-IF.                                                      00002390
           OPEN INPUT INVOICE-ARCHIVE-FILE.                             00002400
           IF WS-CALLINVA-STATUS NOT = "00"                             00002410
             DISPLAY "+++ UNABLE TO OPEN CALLINVA - STATUS "            00002420
                     WS-CALLINVA-STATUS " +++"                          00002430
             MOVE "N" TO TEST-STATUS                                    00002440
             MOVE 8 TO WS-RETURN-CODE                                   00002450
           ELSE                                                         00002460
             SET ARCHIVE-FILE-OPEN TO TRUE                              00002470
           END-IF.                                                      00002480
           OPEN OUTPUT REPRINT-FILE.                                    00002490
           IF WS-CALLDUPP-STATUS NOT = "00"                             00002500
             DISPLAY "+++ UNABLE TO OPEN CALLDUPP - STATUS "            00002510
                     WS-CALLDUPP-STATUS " +++"                          00002520
             MOVE "N" TO TEST-STATUS                                    00002530
             MOVE 8 TO WS-RETURN-CODE                                   00002540
           ELSE                                                         00002550
             SET REPRINT-FILE-OPEN TO TRUE                              00002560
           END-IF.                                                      00002570
           OPEN OUTPUT CONTROL-REPORT-FILE.                             00002580
           IF WS-CALLDUPC-STATUS NOT = "00"                             00002590
             DISPLAY "+++ UNABLE TO OPEN CALLDUPC - STATUS "            00002600
                     WS-CALLDUPC-STATUS " +++"                          00002610
             MOVE "N" TO TEST-STATUS                                    00002620
             MOVE 8 TO WS-RETURN-CODE                                   00002630
           ELSE                                                         00002640
             SET CONTROL-REPORT-OPEN TO TRUE                            00002650
             MOVE WS-RUN-DATE TO RH-RUN-DATE                            00002660
             WRITE CONTROL-REPORT-LINE FROM WS-REPORT-HEADER-LINE       00002670
             WRITE CONTROL-REPORT-LINE FROM WS-REPORT-COL-LINE          00002680
             MOVE SPACES TO CONTROL-REPORT-LINE                         00002690
             WRITE CONTROL-REPORT-LINE                                  00002700
           END-IF.                                                      00002710
                                                                        00002720
      ****************************************************************  00002730
      *  B100-PROCESS-REQUESTS WORKS THROUGH CALLDUPQ IN THE ORDER   *  00002740
      *  THE REQUESTS WERE KEYED.                                    *  00002750
      ****************************************************************  00002760
      *                                                                 00002770
       B100-PROCESS-REQUESTS.                                           00002780
      *                                                                 00002790
           PERFORM B110-READ-REQUEST.                                   00002800
           PERFORM UNTIL END-OF-REQUEST-FILE                            00002810
             PERFORM B120-PROCESS-REQUEST                               00002820
             PERFORM B110-READ-REQUEST                                  00002830
           END-PERFORM.                                                 00002840
                                                                        00002850
      *                                                                 00002860
       B110-READ-REQUEST.                                               00002870
      *                                                                 00002880
           READ REQUEST-FILE                                            00002890
             AT END SET END-OF-REQUEST-FILE TO TRUE                     00002900
           END-READ.                                                    00002910
           IF WS-CALLDUPQ-STATUS NOT = "00" AND NOT = "10"              00002920
             DISPLAY "+++ CALLDUPQ READ FAILED - STATUS "               00002930
                     WS-CALLDUPQ-STATUS " +++"                          00002940
             SET END-OF-REQUEST-FILE TO TRUE                            00002950
             MOVE "N" TO TEST-STATUS                                    00002960
             MOVE 8 TO WS-RETURN-CODE                                   00002970
           END-IF.                                                      00002980
                                                                        00002990
      ****************************************************************  00003000
      *  B120-PROCESS-REQUEST VALIDATES ONE REQUEST, REPRINTS THE    *  00003010
      *  INVOICES IT COVERS AND LISTS IT ON THE CONTROL REPORT.      *  00003020
      ****************************************************************  00003030
      *                                                                 00003040
       B120-PROCESS-REQUEST.                                            00003050
      *                                                                 00003060
           ADD 1 TO WS-REQUEST-COUNT.                                   00003070
           MOVE 0 TO WS-REQ-INV-COUNT WS-REQ-LINE-COUNT.                00003080
           PERFORM B130-VALIDATE-REQUEST.                               00003090
           IF REQUEST-VALID                                             00003100
             PERFORM B140-REPRINT-INVOICES                              00003110
             IF WS-REQ-INV-COUNT = 0                                    00003120
               MOVE "NO INVOICE ON ARCHIVE" TO WS-RESULT                00003130
               ADD 1 TO WS-NOTFOUND-COUNT                               00003140
               SET RUN-HAS-WARNING TO TRUE                              00003150
             ELSE                                                       00003160
               MOVE "REPRINTED" TO WS-RESULT                            00003170
             END-IF                                                     00003180
           ELSE                                                         00003190
             ADD 1 TO WS-REJECT-COUNT                                   00003200
             SET RUN-HAS-WARNING TO TRUE                                00003210
           END-IF.                                                      00003220
           MOVE SPACES TO WS-REQUEST-LINE.                              00003230
           MOVE DQ-CUST-NUM       TO RL-CUST-NUM.                       00003240
           MOVE DQ-FROM-DATE      TO RL-FROM-DATE.                      00003250
           IF REQUEST-VALID                                             00003260
             MOVE WS-TO-DATE      TO RL-TO-DATE                         00003270
           ELSE                                                         00003280
             MOVE DQ-TO-DATE      TO RL-TO-DATE                         00003290
           END-IF.                                                      00003300
           MOVE DQ-REQUESTED-BY   TO RL-REQUESTED-BY.                   00003310
           MOVE WS-REQ-INV-COUNT  TO RL-INV-COUNT.                      00003320
           MOVE WS-REQ-LINE-COUNT TO RL-LINE-COUNT.                     00003330
           MOVE WS-RESULT         TO RL-RESULT.                         00003340
           IF CONTROL-REPORT-OPEN                                       00003350
             WRITE CONTROL-REPORT-LINE FROM WS-REQUEST-LINE             00003360
           END-IF.                                                      00003370
                                                                        00003380
      ****************************************************************  00003390
      *  B130-VALIDATE-REQUEST NEEDS A CUSTOMER AND A FROM DATE.  A  *  00003400
      *  MISSING TO DATE MEANS THE SINGLE CYCLE IN THE FROM DATE.    *  00003410
      ****************************************************************  00003420
      *                                                                 00003430
       B130-VALIDATE-REQUEST.                                           00003440
      *                                                                 00003450
           MOVE "N" TO WS-DQ-VALID-SW.                                  00003460
           MOVE SPACES TO WS-RESULT.                                    00003470
           EVALUATE TRUE                                                00003480
             WHEN DQ-CUST-NUM = SPACES                                  00003490
               MOVE "REJECTED - NO CUSTOMER" TO WS-RESULT               00003500
             WHEN DQ-FROM-DATE NOT NUMERIC OR DQ-FROM-DATE = 0          00003510
               MOVE "REJECTED - BAD FROM DATE" TO WS-RESULT             00003520
             WHEN OTHER                                                 00003530
               MOVE DQ-FROM-DATE TO WS-FROM-DATE                        00003540
               IF DQ-TO-DATE NUMERIC AND DQ-TO-DATE > 0                 00003550
                 MOVE DQ-TO-DATE TO WS-TO-DATE                          00003560
               ELSE                                                     00003570
                 MOVE DQ-FROM-DATE TO WS-TO-DATE                        00003580
               END-IF                                                   00003590
               IF WS-TO-DATE < WS-FROM-DATE                             00003600
                 MOVE "REJECTED - TO BEFORE FROM" TO WS-RESULT          00003610
               ELSE                                                     00003620
                 SET REQUEST-VALID TO TRUE                              00003630
               END-IF                                                   00003640
           END-EVALUATE.                                                00003650
                                                                        00003660
      ****************************************************************  00003670
      *  B140-REPRINT-INVOICES READS THE CUSTOMER'S ARCHIVED LINES   *  00003680
      *  FROM THE FIRST CYCLE IN RANGE ONWARD, IN KEY ORDER, UNTIL   *  00003690
      *  THE CUSTOMER CHANGES OR THE CYCLE PASSES THE TO DATE.       *  00003700
      *  EACH LINE MARKED "H" STARTS A NEW INVOICE AND GETS THE      *  00003710
      *  DUPLICATE BANNER AHEAD OF IT.                               *  00003720
      ****************************************************************  00003730
      *                                                                 00003740
       B140-REPRINT-INVOICES.                                           00003750
      *                                                                 00003760
           MOVE DQ-CUST-NUM  TO IVA-CUST-NUM.                           00003770
           MOVE WS-FROM-DATE TO IVA-CYCLE-DATE.                         00003780
           MOVE 0            TO IVA-LINE-SEQ.                           00003790
           MOVE "N" TO WS-IVA-SCAN-SW.                                  00003800
           START INVOICE-ARCHIVE-FILE KEY >= IVA-KEY                    00003810
             INVALID KEY SET END-OF-IVA-SCAN TO TRUE                    00003820
           END-START.                                                   00003830
           PERFORM UNTIL END-OF-IVA-SCAN                                00003840
             READ INVOICE-ARCHIVE-FILE NEXT                             00003850
               AT END SET END-OF-IVA-SCAN TO TRUE                       00003860
               NOT AT END                                               00003870
                 IF IVA-CUST-NUM NOT = DQ-CUST-NUM                      00003880
                    OR IVA-CYCLE-DATE > WS-TO-DATE                      00003890
                   SET END-OF-IVA-SCAN TO TRUE                          00003900
                 ELSE                                                   00003910
                   PERFORM B150-REPRINT-LINE                            00003920
                 END-IF                                                 00003930
             END-READ                                                   00003940
           END-PERFORM.                                                 00003950
                                                                        00003960
      *                                                                 00003970
       B150-REPRINT-LINE.                                               00003980
      *                                                                 00003990
           IF IVA-LINE-TYPE = "H"                                       00004000
             IF WS-REQ-INV-COUNT > 0 OR WS-TOTAL-INV-COUNT > 0          00004010
               MOVE SPACES TO REPRINT-LINE                              00004020
               WRITE REPRINT-LINE                                       00004030
             END-IF                                                     00004040
             MOVE IVA-CYCLE-DATE TO DL-CYCLE-DATE                       00004050
             MOVE WS-RUN-DATE    TO DL-RUN-DATE                         00004060
             WRITE REPRINT-LINE FROM WS-DUPLICATE-LINE                  00004070
             ADD 1 TO WS-REQ-INV-COUNT                                  00004080
             ADD 1 TO WS-TOTAL-INV-COUNT                                00004090
           END-IF.                                                      00004100
           WRITE REPRINT-LINE FROM IVA-LINE.                            00004110
           ADD 1 TO WS-REQ-LINE-COUNT.                                  00004120
           ADD 1 TO WS-TOTAL-LINE-COUNT.                                00004130
                                                                        00004140
      *                                                                 00004150
       A900-FINALIZE.                                                   00004160
      *                                                                 00004170
           IF CONTROL-REPORT-OPEN                                       00004180
             MOVE SPACES TO CONTROL-REPORT-LINE                         00004190
             WRITE CONTROL-REPORT-LINE                                  00004200
             MOVE SPACES TO WS-REPORT-TOTAL-LINE                        00004210
             MOVE "REQUESTS READ             " TO RT-LABEL              00004220
             MOVE WS-REQUEST-COUNT TO RT-COUNT                          00004230
             WRITE CONTROL-REPORT-LINE FROM WS-REPORT-TOTAL-LINE        00004240
             MOVE SPACES TO WS-REPORT-TOTAL-LINE                        00004250
             MOVE "REQUESTS REJECTED         " TO RT-LABEL              00004260
             MOVE WS-REJECT-COUNT TO RT-COUNT                           00004270
             WRITE CONTROL-REPORT-LINE FROM WS-REPORT-TOTAL-LINE        00004280
             MOVE SPACES TO WS-REPORT-TOTAL-LINE                        00004290
             MOVE "REQUESTS NOT ON ARCHIVE   " TO RT-LABEL              00004300
             MOVE WS-NOTFOUND-COUNT TO RT-COUNT                         00004310
             WRITE CONTROL-REPORT-LINE FROM WS-REPORT-TOTAL-LINE        00004320
             MOVE SPACES TO WS-REPORT-TOTAL-LINE                        00004330
             MOVE "INVOICES REPRINTED        " TO RT-LABEL              00004340
             MOVE WS-TOTAL-INV-COUNT TO RT-COUNT                        00004350
             WRITE CONTROL-REPORT-LINE FROM WS-REPORT-TOTAL-LINE        00004360
             MOVE SPACES TO WS-REPORT-TOTAL-LINE                        00004370
             MOVE "INVOICE LINES PRINTED     " TO RT-LABEL              00004380
             MOVE WS-TOTAL-LINE-COUNT TO RT-COUNT                       00004390
             WRITE CONTROL-REPORT-LINE FROM WS-REPORT-TOTAL-LINE        00004400
             CLOSE CONTROL-REPORT-FILE                                  00004410
           END-IF.                                                      00004420
           IF REPRINT-FILE-OPEN                                         00004430
             CLOSE REPRINT-FILE                                         00004440
           END-IF.                                                      00004450
           IF ARCHIVE-FILE-OPEN                                         00004460
             CLOSE INVOICE-ARCHIVE-FILE                                 00004470
           END-IF.                                                      00004480
           IF REQUEST-FILE-OPEN                                         00004490
             CLOSE REQUEST-FILE                                         00004500
           END-IF.                                                      00004510
           IF RUN-HAS-WARNING AND WS-RETURN-CODE = 0                    00004520
             MOVE 4 TO WS-RETURN-CODE                                   00004530
           END-IF.                                                      00004540
