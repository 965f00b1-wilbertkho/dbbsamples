      *   CALLCMNT STATUS-CHANGE TRANSACTION, AND THE CONTROL REPORT   *00000240
      *   (CALLDNC) COUNTS NOTICES BY BRANCH AND SEVERITY.             *00000250
      *                                                                *00000260
      *   DUNNING IS STEP 6 ON THE CYCLE CONTROL FILE (CALLCYCL): IT   *00000270
      *   WILL NOT START UNTIL THE CYCLE'S BILLING RUN HAS COMPLETED,  *00000280
      *   AND WILL NOT RUN TWICE FOR A CYCLE, UNLESS THE OPERATOR CARD *00000290
      *   (CALLCYCO) CODES AN OVERRIDE.                                *00000300
      *                                                                *00000310
      *  EXPECTED MESSAGES.                                            *00000320
      *        **** START OF CALLDUNN ****                             *00000330
      *        **** CALLDUNN SUCCESSFUL ****                           *00000340
      *                   OR                                           *00000350
      *        **** START OF CALLDUNN ****                             *00000360
      *        **** CALLDUNN FAILED ****                               *00000370
      *                                                                *00000380
      *  RETURN CODES.                                                 *00000390
      *        0 - CLEAN RUN                                           *00000400
      *        4 - RAN WITH WARNINGS (E.G. CUSTOMER NOT ON MASTER)     *00000410
      *        8 - FILE PROBLEM, OR STEP REFUSED BY CALLCYCL           *00000420
      ******************************************************************00000430
      /                                                                 00000440
       ENVIRONMENT DIVISION.                                            00000450
       CONFIGURATION SECTION.                                           00000460
       SOURCE-COMPUTER.  IBM-390.                                       00000470
       OBJECT-COMPUTER.  IBM-390.                                       00000480
                                                                        00000490
       INPUT-OUTPUT SECTION.                                            00000500
       FILE-CONTROL.                                                    00000510
           SELECT AR-NEW-FILE        ASSIGN TO CALLARN                  00000520
               ORGANIZATION IS INDEXED                                  00000530
               ACCESS IS SEQUENTIAL                                     00000540
               RECORD KEY IS ARN-CUST-NUM                               00000550
               FILE STATUS IS WS-CALLARN-STATUS.                        00000560
                                                                        00000570
           SELECT CUST-MASTER-FILE   ASSIGN TO CALLCUST                 00000580
               ORGANIZATION IS INDEXED                                  00000590
               ACCESS IS RANDOM                                         00000600
               RECORD KEY IS CM-CUST-NUM                                00000610
               FILE STATUS IS WS-CALLCUST-STATUS.                       00000620
                                                                        00000630
           SELECT NOTICE-FILE        ASSIGN TO CALLDUN                  00000640
               ORGANIZATION IS LINE SEQUENTIAL                          00000650
               FILE STATUS IS WS-CALLDUN-STATUS.                        00000660
                                                                        00000670
           SELECT SUSPEND-FEED-FILE  ASSIGN TO CALLSUSF                 00000680
               ORGANIZATION IS LINE SEQUENTIAL                          00000690
               FILE STATUS IS WS-CALLSUSF-STATUS.                       00000700
                                                                        00000710
           SELECT CONTROL-REPORT-FILE ASSIGN TO CALLDNC                 00000720
               ORGANIZATION IS LINE SEQUENTIAL                          00000730
               FILE STATUS IS WS-CALLDNC-STATUS.                        00000740
                                                                        00000750
           SELECT CYCLE-CONTROL-FILE ASSIGN TO CALLCYCL                 00000760
               ORGANIZATION IS INDEXED                                  00000770
               ACCESS IS DYNAMIC                                        00000780
               RECORD KEY IS CY-CYCLE-DATE                              00000790
               FILE STATUS IS WS-CALLCYCL-STATUS.                       00000800
                                                                        00000810
           SELECT CYCLE-OVRD-FILE    ASSIGN TO CALLCYCO                 00000820
               ORGANIZATION IS LINE SEQUENTIAL                          00000830
               FILE STATUS IS WS-CALLCYCO-STATUS.                       00000840
                                                                        00000850
       DATA DIVISION.                                                   00000860
       FILE SECTION.                                                    00000870
                                                                        00000880
       FD  AR-NEW-FILE                                                  00000890
           LABEL RECORDS ARE STANDARD                                   00000900
           RECORD CONTAINS 54 CHARACTERS.                               00000910
       01  AR-NEW-REC.                                                  00000920
           05  ARN-CUST-NUM          PIC X(4).                          00000930
           05  ARN-BUCKET-CURR       PIC 9(8)V99.                       00000940
           05  ARN-BUCKET-30         PIC 9(8)V99.                       00000950
           05  ARN-BUCKET-60         PIC 9(8)V99.                       00000960
           05  ARN-BUCKET-90         PIC 9(8)V99.                       00000970
           05  ARN-CREDIT            PIC 9(8)V99.                       00000980
                                                                        00000990
       FD  CUST-MASTER-FILE                                             00001000
           LABEL RECORDS ARE STANDARD                                   00001010
           RECORD CONTAINS 120 CHARACTERS.                              00001020
       01  CUST-MASTER-REC.                                             00001030
           05  CM-CUST-NUM           PIC X(4).                          00001040
           05  CM-CUST-NAME          PIC X(25).                         00001050
           05  CM-ADDR-LINE1         PIC X(25).                         00001060
           05  CM-ADDR-LINE2         PIC X(25).                         00001070
           05  CM-ADDR-CITY          PIC X(15).                         00001080
           05  CM-ADDR-STATE         PIC X(2).                          00001090
           05  CM-ADDR-ZIP           PIC X(9).                          00001100
           05  CM-ACCT-STATUS        PIC X(1).                          00001110
           05  CM-RATE-PLAN          PIC 9(1).                          00001120
           05  CM-PLAN-EFF-DATE      PIC 9(8).                          00001130
           05  CM-PRIOR-PLAN         PIC 9(1).                          00001140
           05  CM-PARENT-NUM         PIC X(4).                          00001150
                                                                        00001160
       FD  NOTICE-FILE                                                  00001170
           LABEL RECORDS ARE STANDARD                                   00001180
           RECORD CONTAINS 132 CHARACTERS.                              00001190
       01  NOTICE-LINE               PIC X(132).                        00001200
                                                                        00001210
      ****************************************************************  00001220
      *  THE SUSPENSION FEED IS WRITTEN IN THE CALLCMNT TRANSACTION  *  00001230
      *  LAYOUT (CALLCTRN) SO THE NEXT CUSTOMER-MASTER MAINTENANCE   *  00001240
      *  RUN CAN APPLY THE RECOMMENDED SUSPENSIONS AS THEY ARE.      *  00001250
      ****************************************************************  00001260
       FD  SUSPEND-FEED-FILE                                            00001270
           LABEL RECORDS ARE STANDARD                                   00001280
           RECORD CONTAINS 120 CHARACTERS.                              00001290
       01  SUSPEND-TRAN-REC.                                            00001300
           05  ST-ACTION             PIC X(1).                          00001310
           05  ST-CUST-NUM           PIC X(4).                          00001320
           05  ST-CUST-NAME          PIC X(25).                         00001330
           05  ST-ADDR-LINE1         PIC X(25).                         00001340
           05  ST-ADDR-LINE2         PIC X(25).                         00001350
           05  ST-ADDR-CITY          PIC X(15).                         00001360
           05  ST-ADDR-STATE         PIC X(2).                          00001370
           05  ST-ADDR-ZIP           PIC X(9).                          00001380
           05  ST-ACCT-STATUS        PIC X(1).                          00001390
           05  ST-RATE-PLAN          PIC X(1).                          00001400
           05  ST-PLAN-EFF-DATE      PIC X(8).                          00001410
           05  ST-PARENT-NUM         PIC X(4).                          00001420
                                                                        00001430
       FD  CONTROL-REPORT-FILE                                          00001440
           LABEL RECORDS ARE STANDARD                                   00001450
           RECORD CONTAINS 132 CHARACTERS.                              00001460
       01  CONTROL-REPORT-LINE       PIC X(132).                        00001470
                                                                        00001480
      ****************************************************************  00001490
      *  CYCLE CONTROL FILE, ONE RECORD PER BILLING CYCLE KEYED ON   *  00001500
      *  THE CYCLE DATE CALLEDIT STAMPS ON THE CALLIN HEADER.  EACH  *  00001510
      *  STEP OF THE STREAM RECORDS ITS START AND COMPLETION IN ITS  *  00001520
      *  OWN CY-STEP-ENTRY:                                          *  00001530
      *    1 CALLEDIT           2 CALLIVP1 BILLING                   *  00001540
      *    3 CALLIVP1 RECYCLE   4 CALLIVP1 REVERSAL                  *  00001550
      *    5 CALLIVP1 SIMULATE  6 CALLDUNN   7 CALLCMNT              *  00001560
      *  CY-STEP-STATUS " " = NOT RUN, "S" = STARTED (RUNNING, OR    *  00001570
      *  ABENDED), "C" = COMPLETE, "F" = ENDED WITH RETURN CODE 8    *  00001580
      *  OR HIGHER.  CY-OVERRIDE "Y" MARKS A STEP THE OPERATOR       *  00001590
      *  FORCED PAST THE CHECKS.                                     *  00001600
      ****************************************************************  00001610
       FD  CYCLE-CONTROL-FILE                                           00001620
           LABEL RECORDS ARE STANDARD                                   00001630
           RECORD CONTAINS 300 CHARACTERS.                              00001640
       01  CYCLE-CONTROL-REC.                                           00001650
           05  CY-CYCLE-DATE         PIC 9(8).                          00001660
           05  CY-STEP-ENTRY         OCCURS 7 TIMES.                    00001670
               10  CY-STEP-STATUS    PIC X(1).                          00001680
               10  CY-START-DATE     PIC 9(8).                          00001690
               10  CY-START-TIME     PIC 9(6).                          00001700
               10  CY-END-DATE       PIC 9(8).                          00001710
               10  CY-END-TIME       PIC 9(6).                          00001720
               10  CY-STEP-RC        PIC 9(4).                          00001730
               10  CY-OVERRIDE       PIC X(1).                          00001740
           05  FILLER                PIC X(54).                         00001750
                                                                        00001760
      ****************************************************************  00001770
      *  OPTIONAL OPERATOR CARD.  CO-CYCLE-DATE NAMES THE CYCLE TO   *  00001780
      *  RUN AGAINST (DEFAULT: THE LATEST CYCLE ON CALLCYCL).        *  00001790
      *  CO-OVERRIDE-CODE "OVERRIDE" WITH THIS STEP'S NAME IN        *  00001800
      *  CO-STEP-NAME LETS THE STEP RUN OUT OF ORDER OR RUN AGAIN.   *  00001810
      ****************************************************************  00001820
       FD  CYCLE-OVRD-FILE                                              00001830
           LABEL RECORDS ARE STANDARD                                   00001840
           RECORD CONTAINS 80 CHARACTERS.                               00001850
       01  CYCLE-OVRD-REC.                                              00001860
           05  CO-CYCLE-DATE         PIC 9(8).                          00001870
           05  CO-STEP-NAME          PIC X(8).                          00001880
           05  CO-OVERRIDE-CODE      PIC X(8).                          00001890
           05  FILLER                PIC X(56).                         00001900
                                                                        00001910
       WORKING-STORAGE SECTION.                                         00001920
                                                                        00001930
       01  WS-VARIABLES.                                                00001940
           05  WS-RUN-DATE               PIC 9(8).                      00001950
           05  WS-BALANCE                PIC S9(9)V99  VALUE 0.         00001960
           05  WS-BR-SUB                 PIC 9(3)      VALUE 0.         00001970
                                                                        00001980
       01  WS-FILE-STATUSES.                                            00001990
           05  WS-CALLARN-STATUS         PIC X(2)      VALUE SPACES.    00002000
           05  WS-CALLCUST-STATUS        PIC X(2)      VALUE SPACES.    00002010
           05  WS-CALLDUN-STATUS         PIC X(2)      VALUE SPACES.    00002020
           05  WS-CALLSUSF-STATUS        PIC X(2)      VALUE SPACES.    00002030
           05  WS-CALLDNC-STATUS         PIC X(2)      VALUE SPACES.    00002040
           05  WS-CALLCYCL-STATUS        PIC X(2)      VALUE SPACES.    00002050
           05  WS-CALLCYCO-STATUS        PIC X(2)      VALUE SPACES.    00002060
                                                                        00002070
       01  WS-SWITCHES.                                                 00002080
           05  WS-ARN-EOF-SW             PIC X         VALUE "N".       00002090
               88  END-OF-ARN-FILE                     VALUE "Y".       00002100
           05  WS-CM-FOUND-SW            PIC X         VALUE "N".       00002110
               88  CUST-ON-MASTER                      VALUE "Y".       00002120
           05  WS-CM-ACCT-STATUS         PIC X         VALUE SPACE.     00002130
               88  CUST-ACTIVE                         VALUE "A".       00002140
               88  CUST-SUSPENDED                      VALUE "S".       00002150
               88  CUST-CLOSED                         VALUE "C".       00002160
           05  WS-SEVERITY               PIC 9         VALUE 0.         00002170
               88  SEV-REMINDER                        VALUE 1.         00002180
               88  SEV-DEMAND                          VALUE 2.         00002190
               88  SEV-SUSPEND                         VALUE 3.         00002200
           05  TEST-STATUS               PIC X         VALUE "Y".       00002210
           05  WS-WARN-SW                PIC X         VALUE "N".       00002220
               88  RUN-HAS-WARNING                     VALUE "Y".       00002230
                                                                        00002240
       01  WS-COUNTERS.                                                 00002250
           05  WS-ARN-READ-COUNT         PIC 9(6)      VALUE 0.         00002260
           05  WS-NOTICE-COUNT           PIC 9(6)      VALUE 0.         00002270
           05  WS-SUSP-REC-COUNT         PIC 9(6)      VALUE 0.         00002280
           05  WS-SKIP-SUSP-COUNT        PIC 9(6)      VALUE 0.         00002290
           05  WS-SKIP-CLSD-COUNT        PIC 9(6)      VALUE 0.         00002300
           05  WS-SKIP-NOCM-COUNT        PIC 9(6)      VALUE 0.         00002310
           05  WS-RETURN-CODE            PIC 9(4)      VALUE 0.         00002320
                                                                        00002330
      ****************************************************************  00002340
      *  WS-CYCLE-AREA CARRIES THIS STEP'S ENTRY ON CALLCYCL: ITS    *  00002350
      *  SLOT, THE SLOT THAT MUST BE COMPLETE BEFORE IT MAY RUN, AND *  00002360
      *  THE NAME AN OPERATOR OVERRIDE CARD MUST CARRY.              *  00002370
      ****************************************************************  00002380
       01  WS-CYCLE-AREA.                                               00002390
           05  WS-CY-STEP                PIC 9(1)      VALUE 6.         00002400
           05  WS-CY-PREREQ              PIC 9(1)      VALUE 2.         00002410
           05  WS-CY-STEP-NAME           PIC X(8)      VALUE "DUNNING ".00002420
           05  WS-CY-PREREQ-NAME         PIC X(8)      VALUE "BILLING ".00002430
           05  WS-CY-CYCLE-DATE          PIC 9(8)      VALUE 0.         00002440
           05  WS-CY-DATE-NOW            PIC 9(8)      VALUE 0.         00002450
           05  WS-CY-TIME-NOW            PIC 9(8)      VALUE 0.         00002460
           05  FILLER REDEFINES WS-CY-TIME-NOW.                         00002470
               10  WS-CY-HHMMSS          PIC 9(6).                      00002480
               10  FILLER                PIC 9(2).                      00002490
           05  WS-CY-REASON              PIC X(30)     VALUE SPACES.    00002500
           05  WS-CY-EOF-SW              PIC X         VALUE "N".       00002510
               88  END-OF-CYCLE-FILE                   VALUE "Y".       00002520
           05  WS-CY-FOUND-SW            PIC X         VALUE "N".       00002530
               88  CYCLE-REC-FOUND                     VALUE "Y".       00002540
           05  WS-CY-OVRD-SW             PIC X         VALUE "N".       00002550
               88  CYCLE-OVERRIDE-CODED                VALUE "Y".       00002560
           05  WS-CY-REFUSED-SW          PIC X         VALUE "N".       00002570
               88  CYCLE-STEP-REFUSED                  VALUE "Y".       00002580
                                                                        00002590
      ****************************************************************  00002600
      *  NOTICES-BY-BRANCH-AND-SEVERITY COUNTERS FOR THE CONTROL     *  00002610
      *  REPORT.  THE BRANCH IS THE FIRST TWO DIGITS OF THE          *  00002620
      *  CUSTOMER NUMBER, AS EVERYWHERE ELSE IN THE SYSTEM.          *  00002630
      ****************************************************************  00002640
       01  DN-BRANCH-AREA.                                              00002650
           05  DN-BR-TABLE OCCURS 100 TIMES.                            00002660
               10  DN-BR-SEV-COUNT OCCURS 3 TIMES PIC 9(5).             00002670
                                                                        00002680
       01  WS-BF-CUST-AREA.                                             00002690
           05  WS-BF-CUST                PIC X(4)      VALUE SPACES.    00002700
           05  FILLER REDEFINES WS-BF-CUST.                             00002710
               10  WS-BF-BRANCH          PIC 9(2).                      00002720
               10  FILLER                PIC X(2).                      00002730
                                                                        00002740
       01  WS-NOTICE-HEADER-LINE.                                       00002750
           05  FILLER                    PIC X(25)                      00002760
                 VALUE "COLLECTION NOTICE        ".                     00002770
           05  NH-RUN-DATE               PIC 9(8).                      00002780
           05  FILLER                    PIC X(99) VALUE SPACES.        00002790
                                                                        00002800
       01  WS-NOTICE-CUST-LINE.                                         00002810
           05  FILLER                    PIC X(10) VALUE "CUSTOMER: ".  00002820
           05  NC-CUST-NUM               PIC X(4).                      00002830
           05  FILLER                    PIC X(3)  VALUE SPACES.        00002840
           05  NC-CUST-NAME              PIC X(25).                     00002850
           05  FILLER                    PIC X(90) VALUE SPACES.        00002860
                                                                        00002870
       01  WS-NOTICE-ADDR-LINE.                                         00002880
           05  FILLER                    PIC X(10) VALUE SPACES.        00002890
           05  NA-ADDR-TEXT              PIC X(25).                     00002900
           05  FILLER                    PIC X(97) VALUE SPACES.        00002910
                                                                        00002920
       01  WS-NOTICE-CSZ-LINE.                                          00002930
           05  FILLER                    PIC X(10) VALUE SPACES.        00002940
           05  NZ-CITY                   PIC X(15).                     00002950
           05  FILLER                    PIC X(1)  VALUE SPACE.         00002960
           05  NZ-STATE                  PIC X(2).                      00002970
           05  FILLER                    PIC X(2)  VALUE SPACES.        00002980
           05  NZ-ZIP                    PIC X(9).                      00002990
           05  FILLER                    PIC X(93) VALUE SPACES.        00003000
                                                                        00003010
       01  WS-NOTICE-AGED-LINE.                                         00003020
           05  FILLER                    PIC X(9)  VALUE "PAST DUE ".   00003030
           05  NG-30                     PIC ZZZ,ZZZ,ZZ9.99.            00003040
           05  FILLER                    PIC X(9)  VALUE "  60 DAY ".   00003050
           05  NG-60                     PIC ZZZ,ZZZ,ZZ9.99.            00003060
           05  FILLER                    PIC X(9)  VALUE "  90 DAY ".   00003070
           05  NG-90                     PIC ZZZ,ZZZ,ZZ9.99.            00003080
           05  FILLER                    PIC X(10) VALUE "  BALANCE ".  00003090
           05  NG-BALANCE                PIC ZZZ,ZZZ,ZZ9.99CR.          00003100
           05  FILLER                    PIC X(37) VALUE SPACES.        00003110
                                                                        00003120
       01  WS-NOTICE-TEXT-LINE.                                         00003130
           05  NT-TEXT                   PIC X(70).                     00003140
           05  FILLER                    PIC X(62) VALUE SPACES.        00003150
                                                                        00003160
       01  WS-CONTROL-HEADER-LINE.                                      00003170
           05  FILLER                    PIC X(37)                      00003180
                 VALUE "CALLDUNN DUNNING CONTROL REPORT - RUN".         00003190
           05  FILLER                    PIC X(1)  VALUE SPACE.         00003200
           05  CH-RUN-DATE               PIC 9(8).                      00003210
           05  FILLER                    PIC X(86) VALUE SPACES.        00003220
                                                                        00003230
       01  WS-CONTROL-COL-LINE.                                         00003240
           05  FILLER                    PIC X(46)  VALUE               00003250
                 "BRANCH    REMINDERS      DEMANDS   SUSPENSION".       00003260
           05  FILLER                    PIC X(9)  VALUE " WARNINGS".   00003270
           05  FILLER                    PIC X(77) VALUE SPACES.        00003280
                                                                        00003290
       01  WS-CONTROL-DETAIL-LINE.                                      00003300
           05  FILLER                    PIC X(2)  VALUE SPACES.        00003310
           05  CD-BRANCH                 PIC 9(2).                      00003320
           05  FILLER                    PIC X(4)  VALUE SPACES.        00003330
           05  CD-SEV1                   PIC ZZ,ZZ9.                    00003340
           05  FILLER                    PIC X(7)  VALUE SPACES.        00003350
           05  CD-SEV2                   PIC ZZ,ZZ9.                    00003360
           05  FILLER                    PIC X(12) VALUE SPACES.        00003370
           05  CD-SEV3                   PIC ZZ,ZZ9.                    00003380
           05  FILLER                    PIC X(87) VALUE SPACES.        00003390
                                                                        00003400
       01  WS-CONTROL-TOTAL-LINE.                                       00003410
           05  CT-LABEL                  PIC X(26).                     00003420
           05  CT-COUNT                  PIC ZZZ,ZZ9.                   00003430
           05  FILLER                    PIC X(99) VALUE SPACES.        00003440
                                                                        00003450
      ****************************************************************  00003460
      *                  PROCEDURE DIVISION                          *  00003470
      ****************************************************************  00003480
                                                                        00003490
       PROCEDURE DIVISION.                                              00003500
                                                                        00003510
      *                                                                 00003520
       A000-MAIN-DRIVER.                                                00003530
      *                                                                 00003540
           DISPLAY "***** START OF CALLDUNN *****".                     00003550
                                                                        00003560
           PERFORM A005-START-CYCLE-STEP.                               00003570
           IF CYCLE-STEP-REFUSED                                        00003580
             MOVE "N" TO TEST-STATUS                                    00003590
             MOVE 8 TO WS-RETURN-CODE                                   00003600
           ELSE                                                         00003610
             PERFORM A010-INITIALIZE                                    00003620
             IF TEST-STATUS = "Y"                                       00003630
               PERFORM B100-DUN                                         00003640
             END-IF                                                     00003650
             PERFORM A900-FINALIZE                                      00003660
             PERFORM A950-END-CYCLE-STEP                                00003670
           END-IF.                                                      00003680
                                                                        00003690
           IF TEST-STATUS = "Y"                                         00003700
             DISPLAY "***** CALLDUNN SUCCESSFUL *****"                  00003710
           ELSE                                                         00003720
             DISPLAY "+++++ CALLDUNN FAILED +++++".                     00003730
           MOVE WS-RETURN-CODE TO RETURN-CODE.                          00003740
           STOP RUN.                                                    00003750
                                                                        00003760
      ****************************************************************  00003770
      *  A005-START-CYCLE-STEP CHECKS THIS STEP AGAINST THE CYCLE    *  00003780
      *  CONTROL FILE BEFORE ANY OTHER FILE IS OPENED.  THE STEP IS  *  00003790
      *  REFUSED WHEN ITS PREREQUISITE STEP HAS NOT COMPLETED FOR    *  00003800
      *  THE CYCLE, OR WHEN IT HAS ALREADY COMPLETED ITSELF, UNLESS  *  00003810
      *  THE OPERATOR CARD CODES AN OVERRIDE FOR IT.  A STEP THAT    *  00003820
      *  STARTED BUT NEVER COMPLETED (ABEND, OR RETURN CODE 8+) MAY  *  00003830
      *  SIMPLY BE RUN AGAIN.                                        *  00003840
      ****************************************************************  00003850
      *                                                                 00003860
       A005-START-CYCLE-STEP.                                           00003870
      *                                                                 00003880
           ACCEPT WS-CY-DATE-NOW FROM DATE YYYYMMDD.                    00003890
           ACCEPT WS-CY-TIME-NOW FROM TIME.                             00003900
           PERFORM A006-READ-OVERRIDE-CARD.                             00003910
           OPEN I-O CYCLE-CONTROL-FILE.                                 00003920
           IF WS-CALLCYCL-STATUS = "35"                                 00003930
             OPEN OUTPUT CYCLE-CONTROL-FILE                             00003940
             IF WS-CALLCYCL-STATUS = "00"                               00003950
               CLOSE CYCLE-CONTROL-FILE                                 00003960
               OPEN I-O CYCLE-CONTROL-FILE                              00003970
             END-IF                                                     00003980
           END-IF.                                                      00003990
           IF WS-CALLCYCL-STATUS NOT = "00"                             00004000
             DISPLAY "+++ UNABLE TO OPEN CALLCYCL - STATUS "            00004010
                     WS-CALLCYCL-STATUS " +++"                          00004020
             SET CYCLE-STEP-REFUSED TO TRUE                             00004030
           ELSE                                                         00004040
             IF WS-CY-CYCLE-DATE = 0                                    00004050
               PERFORM A007-FIND-LATEST-CYCLE                           00004060
             END-IF                                                     00004070
             PERFORM A008-CHECK-CYCLE-STEP                              00004080
             CLOSE CYCLE-CONTROL-FILE                                   00004090
           END-IF.                                                      00004100
                                                                        00004110
      *                                                                 00004120
       A006-READ-OVERRIDE-CARD.                                         00004130
      *                                                                 00004140
           OPEN INPUT CYCLE-OVRD-FILE.                                  00004150
           IF WS-CALLCYCO-STATUS = "00"                                 00004160
             READ CYCLE-OVRD-FILE                                       00004170
               NOT AT END                                               00004180
                 IF CO-CYCLE-DATE NUMERIC AND CO-CYCLE-DATE > 0         00004190
                   MOVE CO-CYCLE-DATE TO WS-CY-CYCLE-DATE               00004200
                 END-IF                                                 00004210
                 IF CO-OVERRIDE-CODE = "OVERRIDE"                       00004220
                    AND CO-STEP-NAME = WS-CY-STEP-NAME                  00004230
                   SET CYCLE-OVERRIDE-CODED TO TRUE                     00004240
                 END-IF                                                 00004250
             END-READ                                                   00004260
             CLOSE CYCLE-OVRD-FILE                                      00004270
           END-IF.                                                      00004280
                                                                        00004290
      *                                                                 00004300
       A007-FIND-LATEST-CYCLE.                                          00004310
      *                                                                 00004320
           MOVE 0 TO CY-CYCLE-DATE.                                     00004330
           START CYCLE-CONTROL-FILE KEY IS NOT LESS THAN CY-CYCLE-DATE  00004340
             INVALID KEY SET END-OF-CYCLE-FILE TO TRUE                  00004350
           END-START.                                                   00004360
           PERFORM UNTIL END-OF-CYCLE-FILE                              00004370
             READ CYCLE-CONTROL-FILE NEXT                               00004380
               AT END SET END-OF-CYCLE-FILE TO TRUE                     00004390
               NOT AT END MOVE CY-CYCLE-DATE TO WS-CY-CYCLE-DATE        00004400
             END-READ                                                   00004410
           END-PERFORM.                                                 00004420
                                                                        00004430
      *                                                                 00004440
       A008-CHECK-CYCLE-STEP.                                           00004450
      *                                                                 00004460
           MOVE WS-CY-CYCLE-DATE TO CY-CYCLE-DATE.                      00004470
           READ CYCLE-CONTROL-FILE                                      00004480
             INVALID KEY                                                00004490
               MOVE "N" TO WS-CY-FOUND-SW                               00004500
             NOT INVALID KEY                                            00004510
               SET CYCLE-REC-FOUND TO TRUE                              00004520
           END-READ.                                                    00004530
           IF NOT CYCLE-REC-FOUND                                       00004540
             MOVE SPACES TO CYCLE-CONTROL-REC                           00004550
             INITIALIZE CYCLE-CONTROL-REC                               00004560
             MOVE WS-CY-CYCLE-DATE TO CY-CYCLE-DATE                     00004570
           END-IF.                                                      00004580
           MOVE SPACES TO WS-CY-REASON.                                 00004590
           EVALUATE TRUE                                                00004600
             WHEN NOT CYCLE-REC-FOUND AND WS-CY-PREREQ > 0              00004610
               MOVE "CYCLE NOT ON CALLCYCL" TO WS-CY-REASON             00004620
             WHEN CY-STEP-STATUS(WS-CY-STEP) = "C"                      00004630
               MOVE "STEP ALREADY COMPLETE" TO WS-CY-REASON             00004640
             WHEN WS-CY-PREREQ > 0                                      00004650
                  AND CY-STEP-STATUS(WS-CY-PREREQ) NOT = "C"            00004660
               STRING WS-CY-PREREQ-NAME DELIMITED BY SPACE              00004670
                      " STEP NOT COMPLETE" DELIMITED BY SIZE            00004680
                 INTO WS-CY-REASON                                      00004690
           END-EVALUATE.                                                00004700
           MOVE "N" TO CY-OVERRIDE(WS-CY-STEP).                         00004710
           IF WS-CY-REASON NOT = SPACES                                 00004720
             IF CYCLE-OVERRIDE-CODED                                    00004730
               DISPLAY "+++ OPERATOR OVERRIDE - CYCLE "                 00004740
                       WS-CY-CYCLE-DATE " " WS-CY-REASON " +++"         00004750
               MOVE "Y" TO CY-OVERRIDE(WS-CY-STEP)                      00004760
             ELSE                                                       00004770
               DISPLAY "+++ " WS-CY-STEP-NAME " REFUSED FOR CYCLE "     00004780
                       WS-CY-CYCLE-DATE " - " WS-CY-REASON " +++"       00004790
               SET CYCLE-STEP-REFUSED TO TRUE                           00004800
             END-IF                                                     00004810
           END-IF.                                                      00004820
           IF NOT CYCLE-STEP-REFUSED                                    00004830
             MOVE "S"            TO CY-STEP-STATUS(WS-CY-STEP)          00004840
             MOVE WS-CY-DATE-NOW TO CY-START-DATE(WS-CY-STEP)           00004850
             MOVE WS-CY-HHMMSS   TO CY-START-TIME(WS-CY-STEP)           00004860
             MOVE 0 TO CY-END-DATE(WS-CY-STEP) CY-END-TIME(WS-CY-STEP)  00004870
                       CY-STEP-RC(WS-CY-STEP)                           00004880
             IF CYCLE-REC-FOUND                                         00004890
               REWRITE CYCLE-CONTROL-REC                                00004900
                 INVALID KEY                                            00004910
                   DISPLAY "+++ CALLCYCL REWRITE FAILED - "             00004920
                           CY-CYCLE-DATE " +++"                         00004930
                   SET CYCLE-STEP-REFUSED TO TRUE                       00004940
               END-REWRITE                                              00004950
             ELSE                                                       00004960
               WRITE CYCLE-CONTROL-REC                                  00004970
                 INVALID KEY                                            00004980
                   DISPLAY "+++ CALLCYCL WRITE FAILED - "               00004990
                           CY-CYCLE-DATE " +++"                         00005000
                   SET CYCLE-STEP-REFUSED TO TRUE                       00005010
               END-WRITE                                                00005020
             END-IF                                                     00005030
           END-IF.                                                      00005040
                                                                        00005050
      *                                                                 00005060
       A010-INITIALIZE.                                                 00005070
      *                                                                 00005080
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00005090
           INITIALIZE DN-BRANCH-AREA.                                   00005100
           OPEN INPUT AR-NEW-FILE.                                      00005110
           IF WS-CALLARN-STATUS NOT = "00"                              00005120
             DISPLAY "+++ UNABLE TO OPEN CALLARN - STATUS "             00005130
                     WS-CALLARN-STATUS " +++"                           00005140
             MOVE "N" TO TEST-STATUS                                    00005150
             MOVE 8 TO WS-RETURN-CODE                                   00005160
           END-IF.                                                      00005170
           OPEN INPUT CUST-MASTER-FILE.                                 00005180
           IF WS-CALLCUST-STATUS NOT = "00"                             00005190
             DISPLAY "+++ UNABLE TO OPEN CALLCUST - STATUS "            00005200
                     WS-CALLCUST-STATUS " +++"                          00005210
             MOVE "N" TO TEST-STATUS                                    00005220
             MOVE 8 TO WS-RETURN-CODE                                   00005230
           END-IF.                                                      00005240
           OPEN OUTPUT NOTICE-FILE.                                     00005250
           IF WS-CALLDUN-STATUS NOT = "00"                              00005260
             DISPLAY "+++ UNABLE TO OPEN CALLDUN - STATUS "             00005270
                     WS-CALLDUN-STATUS " +++"                           00005280
             MOVE "N" TO TEST-STATUS                                    00005290
             MOVE 8 TO WS-RETURN-CODE                                   00005300
           END-IF.                                                      00005310
           OPEN OUTPUT SUSPEND-FEED-FILE.                               00005320
           IF WS-CALLSUSF-STATUS NOT = "00"                             00005330
             DISPLAY "+++ UNABLE TO OPEN CALLSUSF - STATUS "            00005340
                     WS-CALLSUSF-STATUS " +++"                          00005350
             MOVE "N" TO TEST-STATUS                                    00005360
             MOVE 8 TO WS-RETURN-CODE                                   00005370
           END-IF.                                                      00005380
           OPEN OUTPUT CONTROL-REPORT-FILE.                             00005390
           IF WS-CALLDNC-STATUS NOT = "00"                              00005400
             DISPLAY "+++ UNABLE TO OPEN CALLDNC - STATUS "             00005410
                     WS-CALLDNC-STATUS " +++"                           00005420
             MOVE "N" TO TEST-STATUS                                    00005430
             MOVE 8 TO WS-RETURN-CODE                                   00005440
           END-IF.                                                      00005450
                                                                        00005460
      ****************************************************************  00005470
      *  B100-DUN READS EVERY RECEIVABLE ENTRY AND DECIDES WHETHER   *  00005480
      *  THE CUSTOMER GETS A NOTICE, AND AT WHAT SEVERITY.           *  00005490
      ****************************************************************  00005500
      *                                                                 00005510
       B100-DUN.                                                        00005520
      *                                                                 00005530
           PERFORM B110-READ-ARN.                                       00005540
           PERFORM UNTIL END-OF-ARN-FILE                                00005550
             ADD 1 TO WS-ARN-READ-COUNT                                 00005560
             PERFORM B120-ASSESS-CUSTOMER                               00005570
             PERFORM B110-READ-ARN                                      00005580
           END-PERFORM.                                                 00005590
                                                                        00005600
      *                                                                 00005610
       B110-READ-ARN.                                                   00005620
      *                                                                 00005630
           READ AR-NEW-FILE                                             00005640
             AT END SET END-OF-ARN-FILE TO TRUE.                        00005650
                                                                        00005660
      ****************************************************************  00005670
      *  B120-ASSESS-CUSTOMER PICKS THE SEVERITY FROM THE OLDEST     *  00005680
      *  DELINQUENT BUCKET AND SCREENS THE ACCOUNT AGAINST THE       *  00005690
      *  CUSTOMER MASTER.  SUSPENDED AND CLOSED ACCOUNTS GET NO      *  00005700
      *  NOTICE -- COLLECTIONS IS ALREADY PAST THE LETTER STAGE.     *  00005710
      ****************************************************************  00005720
      *                                                                 00005730
       B120-ASSESS-CUSTOMER.                                            00005740
      *                                                                 00005750
           MOVE 0 TO WS-SEVERITY.                                       00005760
           EVALUATE TRUE                                                00005770
             WHEN ARN-BUCKET-90 > 0                                     00005780
               MOVE 3 TO WS-SEVERITY                                    00005790
             WHEN ARN-BUCKET-60 > 0                                     00005800
               MOVE 2 TO WS-SEVERITY                                    00005810
             WHEN ARN-BUCKET-30 > 0                                     00005820
               MOVE 1 TO WS-SEVERITY                                    00005830
             WHEN OTHER                                                 00005840
               CONTINUE                                                 00005850
           END-EVALUATE.                                                00005860
           IF WS-SEVERITY > 0                                           00005870
             PERFORM B130-GET-CUSTOMER                                  00005880
             EVALUATE TRUE                                              00005890
               WHEN NOT CUST-ON-MASTER                                  00005900
                 ADD 1 TO WS-SKIP-NOCM-COUNT                            00005910
                 SET RUN-HAS-WARNING TO TRUE                            00005920
               WHEN CUST-SUSPENDED                                      00005930
                 ADD 1 TO WS-SKIP-SUSP-COUNT                            00005940
               WHEN CUST-CLOSED                                         00005950
                 ADD 1 TO WS-SKIP-CLSD-COUNT                            00005960
               WHEN OTHER                                               00005970
                 PERFORM B140-WRITE-NOTICE                              00005980
                 IF SEV-SUSPEND                                         00005990
                   PERFORM B150-WRITE-SUSPEND-TRAN                      00006000
                 END-IF                                                 00006010
             END-EVALUATE                                               00006020
           END-IF.                                                      00006030
                                                                        00006040
      *                                                                 00006050
       B130-GET-CUSTOMER.                                               00006060
      *                                                                 00006070
           MOVE "N"   TO WS-CM-FOUND-SW.                                00006080
           MOVE SPACE TO WS-CM-ACCT-STATUS.                             00006090
           MOVE ARN-CUST-NUM TO CM-CUST-NUM.                            00006100
           READ CUST-MASTER-FILE                                        00006110
             INVALID KEY                                                00006120
               CONTINUE                                                 00006130
             NOT INVALID KEY                                            00006140
               SET CUST-ON-MASTER TO TRUE                               00006150
               MOVE CM-ACCT-STATUS TO WS-CM-ACCT-STATUS                 00006160
           END-READ.                                                    00006170
                                                                        00006180
      *                                                                 00006190
       B140-WRITE-NOTICE.                                               00006200
      *                                                                 00006210
           ADD 1 TO WS-NOTICE-COUNT.                                    00006220
           MOVE ARN-CUST-NUM TO WS-BF-CUST.                             00006230
           MOVE WS-BF-BRANCH TO WS-BR-SUB.                              00006240
           ADD 1 TO WS-BR-SUB.                                          00006250
           ADD 1 TO DN-BR-SEV-COUNT(WS-BR-SUB, WS-SEVERITY).            00006260
           MOVE WS-RUN-DATE TO NH-RUN-DATE.                             00006270
           WRITE NOTICE-LINE FROM WS-NOTICE-HEADER-LINE.                00006280
           MOVE ARN-CUST-NUM TO NC-CUST-NUM.                            00006290
           MOVE CM-CUST-NAME TO NC-CUST-NAME.                           00006300
           WRITE NOTICE-LINE FROM WS-NOTICE-CUST-LINE.                  00006310
           MOVE SPACES TO WS-NOTICE-ADDR-LINE.                          00006320
           MOVE CM-ADDR-LINE1 TO NA-ADDR-TEXT.                          00006330
           WRITE NOTICE-LINE FROM WS-NOTICE-ADDR-LINE.                  00006340
           IF CM-ADDR-LINE2 NOT = SPACES                                00006350
             MOVE SPACES TO WS-NOTICE-ADDR-LINE                         00006360
             MOVE CM-ADDR-LINE2 TO NA-ADDR-TEXT                         00006370
             WRITE NOTICE-LINE FROM WS-NOTICE-ADDR-LINE                 00006380
           END-IF.                                                      00006390
           MOVE SPACES TO WS-NOTICE-CSZ-LINE.                           00006400
           MOVE CM-ADDR-CITY  TO NZ-CITY.                               00006410
           MOVE CM-ADDR-STATE TO NZ-STATE.                              00006420
           MOVE CM-ADDR-ZIP   TO NZ-ZIP.                                00006430
           WRITE NOTICE-LINE FROM WS-NOTICE-CSZ-LINE.                   00006440
           MOVE ARN-BUCKET-30 TO NG-30.                                 00006450
           MOVE ARN-BUCKET-60 TO NG-60.                                 00006460
           MOVE ARN-BUCKET-90 TO NG-90.                                 00006470
           COMPUTE WS-BALANCE = ARN-BUCKET-CURR + ARN-BUCKET-30         00006480
             + ARN-BUCKET-60 + ARN-BUCKET-90 - ARN-CREDIT.              00006490
           MOVE WS-BALANCE TO NG-BALANCE.                               00006500
           WRITE NOTICE-LINE FROM WS-NOTICE-AGED-LINE.                  00006510
           EVALUATE TRUE                                                00006520
             WHEN SEV-REMINDER                                          00006530
               MOVE "OUR RECORDS SHOW A PAST-DUE BALANCE ON YOUR"       00006540
                 TO NT-TEXT                                             00006550
               WRITE NOTICE-LINE FROM WS-NOTICE-TEXT-LINE               00006560
               MOVE "ACCOUNT.  IF YOU HAVE ALREADY PAID, PLEASE"        00006570
                 TO NT-TEXT                                             00006580
               WRITE NOTICE-LINE FROM WS-NOTICE-TEXT-LINE               00006590
               MOVE "DISREGARD THIS REMINDER." TO NT-TEXT               00006600
               WRITE NOTICE-LINE FROM WS-NOTICE-TEXT-LINE               00006610
             WHEN SEV-DEMAND                                            00006620
               MOVE "YOUR ACCOUNT IS SERIOUSLY PAST DUE.  PAYMENT"      00006630
                 TO NT-TEXT                                             00006640
               WRITE NOTICE-LINE FROM WS-NOTICE-TEXT-LINE               00006650
               MOVE "OF THE FULL PAST-DUE AMOUNT IS REQUIRED"           00006660
                 TO NT-TEXT                                             00006670
               WRITE NOTICE-LINE FROM WS-NOTICE-TEXT-LINE               00006680
               MOVE "WITHIN TEN DAYS OF THIS NOTICE." TO NT-TEXT        00006690
               WRITE NOTICE-LINE FROM WS-NOTICE-TEXT-LINE               00006700
             WHEN SEV-SUSPEND                                           00006710
               MOVE "FINAL NOTICE - YOUR ACCOUNT IS 90 OR MORE"         00006720
                 TO NT-TEXT                                             00006730
               WRITE NOTICE-LINE FROM WS-NOTICE-TEXT-LINE               00006740
               MOVE "DAYS PAST DUE.  SERVICE WILL BE SUSPENDED"         00006750
                 TO NT-TEXT                                             00006760
               WRITE NOTICE-LINE FROM WS-NOTICE-TEXT-LINE               00006770
               MOVE "UNLESS FULL PAYMENT IS RECEIVED IMMEDIATELY."      00006780
                 TO NT-TEXT                                             00006790
               WRITE NOTICE-LINE FROM WS-NOTICE-TEXT-LINE               00006800
           END-EVALUATE.                                                00006810
           MOVE SPACES TO NOTICE-LINE.                                  00006820
           WRITE NOTICE-LINE.                                           00006830
                                                                        00006840
      ****************************************************************  00006850
      *  B150-WRITE-SUSPEND-TRAN RECOMMENDS THE ACCOUNT FOR          *  00006860
      *  SUSPENSION: A CALLCMNT "S" TRANSACTION CARRYING THE NEW     *  00006870
      *  STATUS, READY TO RUN AGAINST THE MASTER ONCE COLLECTIONS    *  00006880
      *  APPROVES THE LIST.                                          *  00006890
      ****************************************************************  00006900
      *                                                                 00006910
       B150-WRITE-SUSPEND-TRAN.                                         00006920
      *                                                                 00006930
           MOVE SPACES TO SUSPEND-TRAN-REC.                             00006940
           MOVE "S" TO ST-ACTION.                                       00006950
           MOVE ARN-CUST-NUM TO ST-CUST-NUM.                            00006960
           MOVE "S" TO ST-ACCT-STATUS.                                  00006970
           WRITE SUSPEND-TRAN-REC.                                      00006980
           ADD 1 TO WS-SUSP-REC-COUNT.                                  00006990
                                                                        00007000
      *                                                                 00007010
       A900-FINALIZE.                                                   00007020
      *                                                                 00007030
           IF WS-CALLDNC-STATUS = "00"                                  00007040
             MOVE WS-RUN-DATE TO CH-RUN-DATE                            00007050
             WRITE CONTROL-REPORT-LINE FROM WS-CONTROL-HEADER-LINE      00007060
             WRITE CONTROL-REPORT-LINE FROM WS-CONTROL-COL-LINE         00007070
             PERFORM B160-WRITE-BRANCH-COUNTS                           00007080
               VARYING WS-BR-SUB FROM 1 BY 1                            00007090
               UNTIL WS-BR-SUB > 100                                    00007100
             MOVE SPACES TO WS-CONTROL-TOTAL-LINE                       00007110
             MOVE "NOTICES PRODUCED          " TO CT-LABEL              00007120
             MOVE WS-NOTICE-COUNT TO CT-COUNT                           00007130
             WRITE CONTROL-REPORT-LINE FROM WS-CONTROL-TOTAL-LINE       00007140
             MOVE SPACES TO WS-CONTROL-TOTAL-LINE                       00007150
             MOVE "SUSPENSIONS RECOMMENDED   " TO CT-LABEL              00007160
             MOVE WS-SUSP-REC-COUNT TO CT-COUNT                         00007170
             WRITE CONTROL-REPORT-LINE FROM WS-CONTROL-TOTAL-LINE       00007180
             MOVE SPACES TO WS-CONTROL-TOTAL-LINE                       00007190
             MOVE "SKIPPED - SUSPENDED       " TO CT-LABEL              00007200
             MOVE WS-SKIP-SUSP-COUNT TO CT-COUNT                        00007210
             WRITE CONTROL-REPORT-LINE FROM WS-CONTROL-TOTAL-LINE       00007220
             MOVE SPACES TO WS-CONTROL-TOTAL-LINE                       00007230
             MOVE "SKIPPED - CLOSED          " TO CT-LABEL              00007240
             MOVE WS-SKIP-CLSD-COUNT TO CT-COUNT                        00007250
             WRITE CONTROL-REPORT-LINE FROM WS-CONTROL-TOTAL-LINE       00007260
             MOVE SPACES TO WS-CONTROL-TOTAL-LINE                       00007270
             MOVE "SKIPPED - NOT ON MASTER   " TO CT-LABEL              00007280
             MOVE WS-SKIP-NOCM-COUNT TO CT-COUNT                        00007290
             WRITE CONTROL-REPORT-LINE FROM WS-CONTROL-TOTAL-LINE       00007300
             CLOSE CONTROL-REPORT-FILE                                  00007310
           END-IF.                                                      00007320
           IF WS-CALLDUN-STATUS = "00"                                  00007330
             CLOSE NOTICE-FILE                                          00007340
           END-IF.                                                      00007350
           IF WS-CALLSUSF-STATUS = "00"                                 00007360
             CLOSE SUSPEND-FEED-FILE                                    00007370
           END-IF.                                                      00007380
           IF WS-CALLARN-STATUS = "00" OR WS-CALLARN-STATUS = "10"      00007390
             CLOSE AR-NEW-FILE                                          00007400
           END-IF.                                                      00007410
           IF WS-CALLCUST-STATUS = "00"                                 00007420
             CLOSE CUST-MASTER-FILE                                     00007430
           END-IF.                                                      00007440
           IF RUN-HAS-WARNING AND WS-RETURN-CODE = 0                    00007450
             MOVE 4 TO WS-RETURN-CODE                                   00007460
           END-IF.                                                      00007470
                                                                        00007480
      *                                                                 00007490
       B160-WRITE-BRANCH-COUNTS.                                        00007500
      *                                                                 00007510
           IF DN-BR-SEV-COUNT(WS-BR-SUB, 1) > 0                         00007520
              OR DN-BR-SEV-COUNT(WS-BR-SUB, 2) > 0                      00007530
              OR DN-BR-SEV-COUNT(WS-BR-SUB, 3) > 0                      00007540
             MOVE SPACES TO WS-CONTROL-DETAIL-LINE                      00007550
             COMPUTE CD-BRANCH = WS-BR-SUB - 1                          00007560
             MOVE DN-BR-SEV-COUNT(WS-BR-SUB, 1) TO CD-SEV1              00007570
             MOVE DN-BR-SEV-COUNT(WS-BR-SUB, 2) TO CD-SEV2              00007580
             MOVE DN-BR-SEV-COUNT(WS-BR-SUB, 3) TO CD-SEV3              00007590
             WRITE CONTROL-REPORT-LINE FROM WS-CONTROL-DETAIL-LINE      00007600
           END-IF.                                                      00007610
                                                                        00007620
      ****************************************************************  00007630
      *  A950-END-CYCLE-STEP RECORDS HOW THE STEP ENDED: COMPLETE ON *  00007640
      *  A RETURN CODE BELOW 8, OTHERWISE FAILED, SO THE NEXT STEP   *  00007650
      *  WILL NOT START AGAINST IT.                                  *  00007660
      ****************************************************************  00007670
      *                                                                 00007680
       A950-END-CYCLE-STEP.                                             00007690
      *                                                                 00007700
           ACCEPT WS-CY-DATE-NOW FROM DATE YYYYMMDD.                    00007710
           ACCEPT WS-CY-TIME-NOW FROM TIME.                             00007720
           OPEN I-O CYCLE-CONTROL-FILE.                                 00007730
           IF WS-CALLCYCL-STATUS NOT = "00"                             00007740
             DISPLAY "+++ UNABLE TO OPEN CALLCYCL - STATUS "            00007750
                     WS-CALLCYCL-STATUS " - STEP NOT RECORDED +++"      00007760
             IF WS-RETURN-CODE < 4                                      00007770
               MOVE 4 TO WS-RETURN-CODE                                 00007780
             END-IF                                                     00007790
           ELSE                                                         00007800
             MOVE WS-CY-CYCLE-DATE TO CY-CYCLE-DATE                     00007810
             READ CYCLE-CONTROL-FILE                                    00007820
               INVALID KEY                                              00007830
                 DISPLAY "+++ CYCLE " WS-CY-CYCLE-DATE                  00007840
                         " NOT ON CALLCYCL - STEP NOT RECORDED +++"     00007850
                 IF WS-RETURN-CODE < 4                                  00007860
                   MOVE 4 TO WS-RETURN-CODE                             00007870
                 END-IF                                                 00007880
               NOT INVALID KEY                                          00007890
                 IF WS-RETURN-CODE < 8                                  00007900
                   MOVE "C" TO CY-STEP-STATUS(WS-CY-STEP)               00007910
                 ELSE                                                   00007920
                   MOVE "F" TO CY-STEP-STATUS(WS-CY-STEP)               00007930
                 END-IF                                                 00007940
                 MOVE WS-CY-DATE-NOW TO CY-END-DATE(WS-CY-STEP)         00007950
                 MOVE WS-CY-HHMMSS   TO CY-END-TIME(WS-CY-STEP)         00007960
                 MOVE WS-RETURN-CODE TO CY-STEP-RC(WS-CY-STEP)          00007970
                 REWRITE CYCLE-CONTROL-REC                              00007980
                   INVALID KEY                                          00007990
                     DISPLAY "+++ CALLCYCL REWRITE FAILED - "           00008000
                             CY-CYCLE-DATE " +++"                       00008010
                 END-REWRITE                                            00008020
             END-READ                                                   00008030
             CLOSE CYCLE-CONTROL-FILE                                   00008040
           END-IF.                                                      00008050
