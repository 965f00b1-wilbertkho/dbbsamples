       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    CALLCYCR.                                         00000020
       AUTHOR.        IBM PROGRAMMER.                                   00000030
       INSTALLATION.  STL                                               00000040
       DATE-WRITTEN.  OCT 15, 2026.                                     00000050
       DATE-COMPILED.                                                   00000060
                                                                        00000070
      ******************************************************************00000080
      * PRODUCT.      Enterprise COBOL                                 *00000090
      *                                                                *00000100
      * FUNCTION.                                                      *00000110
      *   CALLCYCR IS THE CYCLE STATUS REPORT.  IT READS THE CYCLE     *00000120
      *   CONTROL FILE (CALLCYCL) IN CYCLE-DATE ORDER AND PRINTS, FOR  *00000130
      *   EVERY CYCLE, WHERE THE CYCLE STANDS -- CLOSED, FAILED, STUCK *00000140
      *   IN A STEP THAT STARTED AND NEVER ENDED, OR OPEN WITH THE     *00000150
      *   NEXT STEP DUE -- FOLLOWED BY ONE LINE PER STEP THAT HAS RUN: *00000160
      *   ITS STATUS, START AND END DATE/TIME, RETURN CODE AND WHETHER *00000170
      *   THE OPERATOR FORCED IT PAST THE CHECKS (CALLCYCP).           *00000180
      *                                                                *00000190
      *   THE STEPS ON CALLCYCL ARE:                                   *00000200
      *        1 CALLEDIT                                              *00000210
      *        2 CALLIVP1 BILLING    (CALLCTL RUN MODE " " OR "B")     *00000220
      *        3 CALLIVP1 RECYCLE    (CALLCTL RUN MODE "R")            *00000230
      *        4 CALLIVP1 REVERSAL   (CALLCTL RUN MODE "V")            *00000240
      *        5 CALLIVP1 SIMULATE   (CALLCTL RUN MODE "S")            *00000250
      *        6 CALLDUNN                                              *00000260
      *        7 CALLCMNT                                              *00000270
      *   THE MAIN LINE OF A CYCLE IS 1, 2, 6, 7; A CYCLE IS CLOSED    *00000280
      *   WHEN CALLCMNT HAS COMPLETED FOR IT.  THIS PROGRAM ONLY READS *00000290
      *   CALLCYCL AND IS NOT ITSELF A STEP ON IT.                     *00000300
      *                                                                *00000310
      *  EXPECTED MESSAGES.                                            *00000320
      *        **** START OF CALLCYCR ****                             *00000330
      *        **** CALLCYCR SUCCESSFUL ****                           *00000340
      *                   OR                                           *00000350
      *        **** START OF CALLCYCR ****                             *00000360
      *        **** CALLCYCR FAILED ****                               *00000370
      *                                                                *00000380
      *  RETURN CODES.                                                 *00000390
      *        0 - EVERY STEP ON FILE COMPLETED                        *00000400
      *        4 - A STEP HAS FAILED OR IS STILL MARKED STARTED        *00000410
      *        8 - FILE PROBLEM                                        *00000420
      ******************************************************************00000430
      /                                                                 00000440
       ENVIRONMENT DIVISION.                                            00000450
       CONFIGURATION SECTION.                                           00000460
       SOURCE-COMPUTER.  IBM-390.                                       00000470
       OBJECT-COMPUTER.  IBM-390.                                       00000480
                                                                        00000490
       INPUT-OUTPUT SECTION.                                            00000500
       FILE-CONTROL.                                                    00000510
           SELECT CYCLE-CONTROL-FILE ASSIGN TO CALLCYCL                 00000520
               ORGANIZATION IS INDEXED                                  00000530
               ACCESS IS SEQUENTIAL                                     00000540
               RECORD KEY IS CY-CYCLE-DATE                              00000550
               FILE STATUS IS WS-CALLCYCL-STATUS.                       00000560
                                                                        00000570
           SELECT CYCLE-REPORT-FILE  ASSIGN TO CALLCYCP                 00000580
               ORGANIZATION IS LINE SEQUENTIAL                          00000590
               FILE STATUS IS WS-CALLCYCP-STATUS.                       00000600
                                                                        00000610
       DATA DIVISION.                                                   00000620
       FILE SECTION.                                                    00000630
                                                                        00000640
      ****************************************************************  00000650
      *  CYCLE CONTROL FILE, ONE RECORD PER BILLING CYCLE KEYED ON   *  00000660
      *  THE CYCLE DATE CALLEDIT STAMPS ON THE CALLIN HEADER.  EACH  *  00000670
      *  STEP OF THE STREAM RECORDS ITS START AND COMPLETION IN ITS  *  00000680
      *  OWN CY-STEP-ENTRY:                                          *  00000690
      *    1 CALLEDIT           2 CALLIVP1 BILLING                   *  00000700
      *    3 CALLIVP1 RECYCLE   4 CALLIVP1 REVERSAL                  *  00000710
      *    5 CALLIVP1 SIMULATE  6 CALLDUNN   7 CALLCMNT              *  00000720
      *  CY-STEP-STATUS " " = NOT RUN, "S" = STARTED (RUNNING, OR    *  00000730
      *  ABENDED), "C" = COMPLETE, "F" = ENDED WITH RETURN CODE 8    *  00000740
      *  OR HIGHER.  CY-OVERRIDE "Y" MARKS A STEP THE OPERATOR       *  00000750
      *  FORCED PAST THE CHECKS.                                     *  00000760
      ****************************************************************  00000770
       FD  CYCLE-CONTROL-FILE                                           00000780
           LABEL RECORDS ARE STANDARD                                   00000790
           RECORD CONTAINS 300 CHARACTERS.                              00000800
       01  CYCLE-CONTROL-REC.                                           00000810
           05  CY-CYCLE-DATE         PIC 9(8).                          00000820
           05  CY-STEP-ENTRY         OCCURS 7 TIMES.                    00000830
               10  CY-STEP-STATUS    PIC X(1).                          00000840
               10  CY-START-DATE     PIC 9(8).                          00000850
               10  CY-START-TIME     PIC 9(6).                          00000860
               10  CY-END-DATE       PIC 9(8).                          00000870
               10  CY-END-TIME       PIC 9(6).                          00000880
               10  CY-STEP-RC        PIC 9(4).                          00000890
               10  CY-OVERRIDE       PIC X(1).                          00000900
           05  FILLER                PIC X(54).                         00000910
                                                                        00000920
       FD  CYCLE-REPORT-FILE                                            00000930
           LABEL RECORDS ARE STANDARD                                   00000940
           RECORD CONTAINS 132 CHARACTERS.                              00000950
       01  CYCLE-REPORT-LINE         PIC X(132).                        00000960
                                                                        00000970
       WORKING-STORAGE SECTION.                                         00000980
                                                                        00000990
       01  WS-VARIABLES.                                                00001000
           05  WS-RUN-DATE               PIC 9(8).                      00001010
           05  WS-STEP-SUB               PIC 9(2)      VALUE 0.         00001020
           05  WS-PROBLEM-SUB            PIC 9(2)      VALUE 0.         00001030
           05  WS-CHAIN-SUB              PIC 9(2)      VALUE 0.         00001040
           05  WS-STANDING               PIC X(60)     VALUE SPACES.    00001050
                                                                        00001060
       01  WS-FILE-STATUSES.                                            00001070
           05  WS-CALLCYCL-STATUS        PIC X(2)      VALUE SPACES.    00001080
           05  WS-CALLCYCP-STATUS        PIC X(2)      VALUE SPACES.    00001090
                                                                        00001100
       01  WS-SWITCHES.                                                 00001110
           05  WS-CY-EOF-SW              PIC X         VALUE "N".       00001120
               88  END-OF-CYCLE-FILE                   VALUE "Y".       00001130
           05  TEST-STATUS               PIC X         VALUE "Y".       00001140
           05  WS-WARN-SW                PIC X         VALUE "N".       00001150
               88  RUN-HAS-WARNING                     VALUE "Y".       00001160
                                                                        00001170
       01  WS-COUNTERS.                                                 00001180
           05  WS-CYCLE-COUNT            PIC 9(6)      VALUE 0.         00001190
           05  WS-CLOSED-COUNT           PIC 9(6)      VALUE 0.         00001200
           05  WS-OPEN-COUNT             PIC 9(6)      VALUE 0.         00001210
           05  WS-FAILED-COUNT           PIC 9(6)      VALUE 0.         00001220
           05  WS-STUCK-COUNT            PIC 9(6)      VALUE 0.         00001230
           05  WS-RETURN-CODE            PIC 9(4)      VALUE 0.         00001240
                                                                        00001250
      ****************************************************************  00001260
      *  STEP NAMES BY CY-STEP-ENTRY SLOT, AND THE SLOTS OF THE MAIN *  00001270
      *  LINE OF THE CYCLE IN THE ORDER THEY RUN.                    *  00001280
      ****************************************************************  00001290
       01  WS-STEP-NAME-VALUES.                                         00001300
           05  FILLER                    PIC X(18)                      00001310
                 VALUE "CALLEDIT          ".                            00001320
           05  FILLER                    PIC X(18)                      00001330
                 VALUE "CALLIVP1 BILLING  ".                            00001340
           05  FILLER                    PIC X(18)                      00001350
                 VALUE "CALLIVP1 RECYCLE  ".                            00001360
           05  FILLER                    PIC X(18)                      00001370
                 VALUE "CALLIVP1 REVERSAL ".                            00001380
           05  FILLER                    PIC X(18)                      00001390
                 VALUE "CALLIVP1 SIMULATE ".                            00001400
           05  FILLER                    PIC X(18)                      00001410
                 VALUE "CALLDUNN          ".                            00001420
           05  FILLER                    PIC X(18)                      00001430
                 VALUE "CALLCMNT          ".                            00001440
       01  WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAME-VALUES.            00001450
           05  WS-STEP-NAME              PIC X(18) OCCURS 7 TIMES.      00001460
                                                                        00001470
       01  WS-CHAIN-VALUES               PIC X(4)      VALUE "1267".    00001480
       01  WS-CHAIN-TABLE REDEFINES WS-CHAIN-VALUES.                    00001490
           05  WS-CHAIN-STEP             PIC 9(1)  OCCURS 4 TIMES.      00001500
                                                                        00001510
       01  WS-REPORT-HEADER-LINE.                                       00001520
           05  FILLER                    PIC X(37)                      00001530
                 VALUE "CALLCYCR CYCLE STATUS REPORT - RUN   ".         00001540
           05  RH-RUN-DATE               PIC 9(8).                      00001550
           05  FILLER                    PIC X(87) VALUE SPACES.        00001560
                                                                        00001570
       01  WS-REPORT-COL-LINE.                                          00001580
           05  FILLER                    PIC X(48)  VALUE               00001590
                 "    STEP                STATUS      STARTED     ".    00001600
           05  FILLER                    PIC X(35)  VALUE               00001610
                 "        ENDED               RC  OVR".                 00001620
           05  FILLER                    PIC X(49) VALUE SPACES.        00001630
                                                                        00001640
       01  WS-CYCLE-LINE.                                               00001650
           05  FILLER                    PIC X(6)  VALUE "CYCLE ".      00001660
           05  CL-CYCLE-DATE             PIC 9(8).                      00001670
           05  FILLER                    PIC X(3)  VALUE SPACES.        00001680
           05  CL-STANDING               PIC X(60).                     00001690
           05  FILLER                    PIC X(55) VALUE SPACES.        00001700
                                                                        00001710
       01  WS-STEP-LINE.                                                00001720
           05  FILLER                    PIC X(4)  VALUE SPACES.        00001730
           05  SL-STEP-NAME              PIC X(18).                     00001740
           05  FILLER                    PIC X(2)  VALUE SPACES.        00001750
           05  SL-STATUS                 PIC X(10).                     00001760
           05  FILLER                    PIC X(2)  VALUE SPACES.        00001770
           05  SL-START-DATE             PIC 9(8).                      00001780
           05  FILLER                    PIC X(1)  VALUE SPACE.         00001790
           05  SL-START-TIME             PIC 9(6).                      00001800
           05  FILLER                    PIC X(5)  VALUE SPACES.        00001810
           05  SL-END-DATE               PIC 9(8).                      00001820
           05  FILLER                    PIC X(1)  VALUE SPACE.         00001830
           05  SL-END-TIME               PIC 9(6).                      00001840
           05  FILLER                    PIC X(3)  VALUE SPACES.        00001850
           05  SL-STEP-RC                PIC ZZZ9.                      00001860
           05  FILLER                    PIC X(2)  VALUE SPACES.        00001870
           05  SL-OVERRIDE               PIC X(3).                      00001880
           05  FILLER                    PIC X(49) VALUE SPACES.        00001890
                                                                        00001900
       01  WS-REPORT-TOTAL-LINE.                                        00001910
           05  RT-LABEL                  PIC X(26).                     00001920
           05  RT-COUNT                  PIC ZZZ,ZZ9.                   00001930
           05  FILLER                    PIC X(99) VALUE SPACES.        00001940
                                                                        00001950
      ****************************************************************  00001960
      *                  PROCEDURE DIVISION                          *  00001970
      ****************************************************************  00001980
                                                                        00001990
       PROCEDURE DIVISION.                                              00002000
                                                                        00002010
      *                                                                 00002020
       A000-MAIN-DRIVER.                                                00002030
      *                                                                 00002040
           DISPLAY "***** START OF CALLCYCR *****".                     00002050
                                                                        00002060
           PERFORM A010-INITIALIZE.                                     00002070
           IF TEST-STATUS = "Y"                                         00002080
             PERFORM B100-REPORT-CYCLES                                 00002090
           END-IF.                                                      00002100
           PERFORM A900-FINALIZE.                                       00002110
                                                                        00002120
           IF TEST-STATUS = "Y"                                         00002130
             DISPLAY "***** CALLCYCR SUCCESSFUL *****"                  00002140
           ELSE                                                         00002150
             DISPLAY "+++++ CALLCYCR FAILED +++++".                     00002160
           MOVE WS-RETURN-CODE TO RETURN-CODE.                          00002170
           STOP RUN.                                                    00002180
                                                                        00002190
      *                                                                 00002200
       A010-INITIALIZE.                                                 00002210
      *                                                                 00002220
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00002230
           OPEN INPUT CYCLE-CONTROL-FILE.                               00002240
           IF WS-CALLCYCL-STATUS NOT = "00"                             00002250
             DISPLAY "+++ UNABLE TO OPEN CALLCYCL - STATUS "            00002260
                     WS-CALLCYCL-STATUS " +++"                          00002270
             MOVE "N" TO TEST-STATUS                                    00002280
             MOVE 8 TO WS-RETURN-CODE                                   00002290
           END-IF.                                                      00002300
           OPEN OUTPUT CYCLE-REPORT-FILE.                               00002310
           IF WS-CALLCYCP-STATUS NOT = "00"                             00002320
             DISPLAY "+++ UNABLE TO OPEN CALLCYCP - STATUS "            00002330
                     WS-CALLCYCP-STATUS " +++"                          00002340
             MOVE "N" TO TEST-STATUS                                    00002350
             MOVE 8 TO WS-RETURN-CODE                                   00002360
           ELSE                                                         00002370
             MOVE WS-RUN-DATE TO RH-RUN-DATE                            00002380
             WRITE CYCLE-REPORT-LINE FROM WS-REPORT-HEADER-LINE         00002390
             WRITE CYCLE-REPORT-LINE FROM WS-REPORT-COL-LINE            00002400
             MOVE SPACES TO CYCLE-REPORT-LINE                           00002410
             WRITE CYCLE-REPORT-LINE                                    00002420
           END-IF.                                                      00002430
                                                                        00002440
      ****************************************************************  00002450
      *  B100-REPORT-CYCLES PRINTS EVERY CYCLE ON CALLCYCL, OLDEST   *  00002460
      *  FIRST.                                                      *  00002470
      ****************************************************************  00002480
      *                                                                 00002490
       B100-REPORT-CYCLES.                                              00002500
      *                                                                 00002510
           PERFORM B110-READ-CYCLE.                                     00002520
           PERFORM UNTIL END-OF-CYCLE-FILE                              00002530
             PERFORM B120-REPORT-CYCLE                                  00002540
             PERFORM B110-READ-CYCLE                                    00002550
           END-PERFORM.                                                 00002560
                                                                        00002570
      *                                                                 00002580
       B110-READ-CYCLE.                                                 00002590
      *                                                                 00002600
           READ CYCLE-CONTROL-FILE                                      00002610
             AT END SET END-OF-CYCLE-FILE TO TRUE                       00002620
           END-READ.                                                    00002630
           IF WS-CALLCYCL-STATUS NOT = "00" AND NOT = "10"              00002640
             DISPLAY "+++ CALLCYCL READ FAILED - STATUS "               00002650
                     WS-CALLCYCL-STATUS " +++"                          00002660
             SET END-OF-CYCLE-FILE TO TRUE                              00002670
             MOVE "N" TO TEST-STATUS                                    00002680
             MOVE 8 TO WS-RETURN-CODE                                   00002690
           END-IF.                                                      00002700
                                                                        00002710
      *                                                                 00002720
       B120-REPORT-CYCLE.                                               00002730
      *                                                                 00002740
           ADD 1 TO WS-CYCLE-COUNT.                                     00002750
           PERFORM B130-ASSESS-CYCLE.                                   00002760
           MOVE CY-CYCLE-DATE TO CL-CYCLE-DATE.                         00002770
           MOVE WS-STANDING   TO CL-STANDING.                           00002780
           WRITE CYCLE-REPORT-LINE FROM WS-CYCLE-LINE.                  00002790
           PERFORM B140-WRITE-STEP-LINE                                 00002800
             VARYING WS-STEP-SUB FROM 1 BY 1                            00002810
             UNTIL WS-STEP-SUB > 7.                                     00002820
           MOVE SPACES TO CYCLE-REPORT-LINE.                            00002830
           WRITE CYCLE-REPORT-LINE.                                     00002840
                                                                        00002850
      ****************************************************************  00002860
      *  B130-ASSESS-CYCLE DECIDES WHERE THE CYCLE STANDS.  A STEP   *  00002870
      *  LEFT STARTED OR FAILED IS REPORTED FIRST, SINCE NOTHING     *  00002880
      *  BEHIND IT WILL RUN; OTHERWISE THE CYCLE IS CLOSED ONCE      *  00002890
      *  CALLCMNT COMPLETES, OR OPEN WITH THE FIRST MAIN-LINE STEP   *  00002900
      *  NOT YET COMPLETE NAMED AS THE NEXT ONE DUE.                 *  00002910
      ****************************************************************  00002920
      *                                                                 00002930
       B130-ASSESS-CYCLE.                                               00002940
      *                                                                 00002950
           MOVE SPACES TO WS-STANDING.                                  00002960
           MOVE 0 TO WS-PROBLEM-SUB.                                    00002970
           PERFORM B135-FIND-PROBLEM-STEP                               00002980
             VARYING WS-STEP-SUB FROM 1 BY 1                            00002990
             UNTIL WS-STEP-SUB > 7.                                     00003000
           EVALUATE TRUE                                                00003010
             WHEN WS-PROBLEM-SUB > 0                                    00003020
                  AND CY-STEP-STATUS(WS-PROBLEM-SUB) = "S"              00003030
               STRING "OPEN - " DELIMITED BY SIZE                       00003040
                      WS-STEP-NAME(WS-PROBLEM-SUB) DELIMITED BY "  "    00003050
                      " STARTED, NOT ENDED (RUNNING OR ABENDED)"        00003060
                        DELIMITED BY SIZE                               00003070
                 INTO WS-STANDING                                       00003080
               ADD 1 TO WS-STUCK-COUNT                                  00003090
               ADD 1 TO WS-OPEN-COUNT                                   00003100
               SET RUN-HAS-WARNING TO TRUE                              00003110
             WHEN WS-PROBLEM-SUB > 0                                    00003120
               STRING "OPEN - " DELIMITED BY SIZE                       00003130
                      WS-STEP-NAME(WS-PROBLEM-SUB) DELIMITED BY "  "    00003140
                      " FAILED WITH RC " DELIMITED BY SIZE              00003150
                      CY-STEP-RC(WS-PROBLEM-SUB) DELIMITED BY SIZE      00003160
                 INTO WS-STANDING                                       00003170
               ADD 1 TO WS-FAILED-COUNT                                 00003180
               ADD 1 TO WS-OPEN-COUNT                                   00003190
               SET RUN-HAS-WARNING TO TRUE                              00003200
             WHEN CY-STEP-STATUS(7) = "C"                               00003210
               MOVE "CLOSED - ALL STEPS COMPLETE" TO WS-STANDING        00003220
               ADD 1 TO WS-CLOSED-COUNT                                 00003230
             WHEN OTHER                                                 00003240
      *        STEP 7 IS NOT COMPLETE, SO THE SEARCH ALWAYS STOPS       00003250
      *        INSIDE THE FOUR MAIN-LINE SLOTS.                         00003260
               PERFORM VARYING WS-CHAIN-SUB FROM 1 BY 1                 00003270
                 UNTIL CY-STEP-STATUS(WS-CHAIN-STEP(WS-CHAIN-SUB))      00003280
                       NOT = "C"                                        00003290
                 CONTINUE                                               00003300
               END-PERFORM                                              00003310
               STRING "OPEN - NEXT STEP DUE " DELIMITED BY SIZE         00003320
                      WS-STEP-NAME(WS-CHAIN-STEP(WS-CHAIN-SUB))         00003330
                        DELIMITED BY "  "                               00003340
                 INTO WS-STANDING                                       00003350
               ADD 1 TO WS-OPEN-COUNT                                   00003360
           END-EVALUATE.                                                00003370
                                                                        00003380
      *                                                                 00003390
       B135-FIND-PROBLEM-STEP.                                          00003400
      *                                                                 00003410
           IF WS-PROBLEM-SUB = 0                                        00003420
              AND (CY-STEP-STATUS(WS-STEP-SUB) = "S"                    00003430
                OR CY-STEP-STATUS(WS-STEP-SUB) = "F")                   00003440
             MOVE WS-STEP-SUB TO WS-PROBLEM-SUB                         00003450
           END-IF.                                                      00003460
                                                                        00003470
      *                                                                 00003480
       B140-WRITE-STEP-LINE.                                            00003490
      *                                                                 00003500
           IF CY-STEP-STATUS(WS-STEP-SUB) NOT = SPACE                   00003510
             MOVE WS-STEP-NAME(WS-STEP-SUB) TO SL-STEP-NAME             00003520
             EVALUATE CY-STEP-STATUS(WS-STEP-SUB)                       00003530
               WHEN "S"                                                 00003540
                 MOVE "STARTED   " TO SL-STATUS                         00003550
               WHEN "C"                                                 00003560
                 MOVE "COMPLETE  " TO SL-STATUS                         00003570
               WHEN "F"                                                 00003580
                 MOVE "FAILED    " TO SL-STATUS                         00003590
               WHEN OTHER                                               00003600
                 MOVE "UNKNOWN   " TO SL-STATUS                         00003610
             END-EVALUATE                                               00003620
             MOVE CY-START-DATE(WS-STEP-SUB) TO SL-START-DATE           00003630
             MOVE CY-START-TIME(WS-STEP-SUB) TO SL-START-TIME           00003640
             MOVE CY-END-DATE(WS-STEP-SUB)   TO SL-END-DATE             00003650
             MOVE CY-END-TIME(WS-STEP-SUB)   TO SL-END-TIME             00003660
             MOVE CY-STEP-RC(WS-STEP-SUB)    TO SL-STEP-RC              00003670
             IF CY-OVERRIDE(WS-STEP-SUB) = "Y"                          00003680
               MOVE "YES" TO SL-OVERRIDE                                00003690
             ELSE                                                       00003700
               MOVE SPACES TO SL-OVERRIDE                               00003710
             END-IF                                                     00003720
             WRITE CYCLE-REPORT-LINE FROM WS-STEP-LINE                  00003730
           END-IF.                                                      00003740
                                                                        00003750
      *                                                                 00003760
       A900-FINALIZE.                                                   00003770
      *                                                                 00003780
           IF WS-CALLCYCP-STATUS = "00"                                 00003790
             MOVE SPACES TO WS-REPORT-TOTAL-LINE                        00003800
             MOVE "CYCLES ON FILE            " TO RT-LABEL              00003810
             MOVE WS-CYCLE-COUNT TO RT-COUNT                            00003820
             WRITE CYCLE-REPORT-LINE FROM WS-REPORT-TOTAL-LINE          00003830
             MOVE SPACES TO WS-REPORT-TOTAL-LINE                        00003840
             MOVE "CYCLES CLOSED             " TO RT-LABEL              00003850
             MOVE WS-CLOSED-COUNT TO RT-COUNT                           00003860
             WRITE CYCLE-REPORT-LINE FROM WS-REPORT-TOTAL-LINE          00003870
             MOVE SPACES TO WS-REPORT-TOTAL-LINE                        00003880
             MOVE "CYCLES OPEN               " TO RT-LABEL              00003890
             MOVE WS-OPEN-COUNT TO RT-COUNT                             00003900
             WRITE CYCLE-REPORT-LINE FROM WS-REPORT-TOTAL-LINE          00003910
             MOVE SPACES TO WS-REPORT-TOTAL-LINE                        00003920
             MOVE "  WITH A FAILED STEP      " TO RT-LABEL              00003930
             MOVE WS-FAILED-COUNT TO RT-COUNT                           00003940
             WRITE CYCLE-REPORT-LINE FROM WS-REPORT-TOTAL-LINE          00003950
             MOVE SPACES TO WS-REPORT-TOTAL-LINE                        00003960
             MOVE "  WITH A STEP NOT ENDED   " TO RT-LABEL              00003970
             MOVE WS-STUCK-COUNT TO RT-COUNT                            00003980
             WRITE CYCLE-REPORT-LINE FROM WS-REPORT-TOTAL-LINE          00003990
             CLOSE CYCLE-REPORT-FILE                                    00004000
           END-IF.                                                      00004010
           IF WS-CALLCYCL-STATUS = "00" OR WS-CALLCYCL-STATUS = "10"    00004020
             CLOSE CYCLE-CONTROL-FILE                                   00004030
           END-IF.                                                      00004040
           IF RUN-HAS-WARNING AND WS-RETURN-CODE = 0                    00004050
             MOVE 4 TO WS-RETURN-CODE                                   00004060
           END-IF.                                                      00004070
