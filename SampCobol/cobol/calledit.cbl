      *   CALLIVP1 REFUSES TO BILL A FEED THAT DOES NOT CARRY THE      *00000330
      *   CALLEDIT STAMP, SO THIS PROGRAM MUST RUN FIRST.              *00000340
      *                                                                *00000350
      *   CALLEDIT OPENS THE CYCLE ON THE CYCLE CONTROL FILE (CALLCYCL)*00000360
      *   UNDER THE SAME CYCLE DATE IT STAMPS ON THE CALLIN HEADER, AND*00000370
      *   RECORDS ITSELF AS STEP 1.  A SECOND EDIT OF A CYCLE WHOSE    *00000380
      *   EDIT HAS COMPLETED IS REFUSED UNLESS THE OPERATOR CARD       *00000390
      *   (CALLCYCO) CODES AN OVERRIDE.                                *00000400
      *                                                                *00000410
      *  EXPECTED MESSAGES.                                            *00000420
      *        **** START OF CALLEDIT ****                             *00000430
      *        **** CALLEDIT SUCCESSFUL ****                           *00000440
      *                   OR                                           *00000450
      *        **** START OF CALLEDIT ****                             *00000460
      *        **** CALLEDIT FAILED ****                               *00000470
      *                                                                *00000480
      *  RETURN CODES.                                                 *00000490
      *        0 - CLEAN EDIT, NOTHING DROPPED                         *00000500
      *        4 - ONE OR MORE RECORDS DROPPED (SEE CALLEDR)           *00000510
      *        8 - FILE PROBLEM OR RAW CONTROL TOTALS DO NOT FOOT,     *00000520
      *            OR STEP REFUSED BY CALLCYCL                         *00000530
      ******************************************************************00000540
      /                                                                 00000550
       ENVIRONMENT DIVISION.                                            00000560
       CONFIGURATION SECTION.                                           00000570
       SOURCE-COMPUTER.  IBM-390.                                       00000580
       OBJECT-COMPUTER.  IBM-390.                                       00000590
                                                                        00000600
       INPUT-OUTPUT SECTION.                                            00000610
       FILE-CONTROL.                                                    00000620
           SELECT RAW-CALL-FILE      ASSIGN TO CALLRAW                  00000630
               ORGANIZATION IS LINE SEQUENTIAL                          00000640
               FILE STATUS IS WS-CALLRAW-STATUS.                        00000650
                                                                        00000660
           SELECT EDITED-CALL-FILE   ASSIGN TO CALLIN                   00000670
               ORGANIZATION IS LINE SEQUENTIAL                          00000680
               FILE STATUS IS WS-CALLIN-STATUS.                         00000690
                                                                        00000700
           SELECT EDIT-REPORT-FILE   ASSIGN TO CALLEDR                  00000710
               ORGANIZATION IS LINE SEQUENTIAL                          00000720
               FILE STATUS IS WS-CALLEDR-STATUS.                        00000730
                                                                        00000740
           SELECT CONTROL-FILE       ASSIGN TO CALLCTL                  00000750
               ORGANIZATION IS LINE SEQUENTIAL                          00000760
               FILE STATUS IS WS-CALLCTL-STATUS.                        00000770
                                                                        00000780
           SELECT HOLD-OUT-FILE      ASSIGN TO CALLHLD                  00000790
               ORGANIZATION IS LINE SEQUENTIAL                          00000800
               FILE STATUS IS WS-CALLHLD-STATUS.                        00000810
                                                                        00000820
           SELECT HOLD-PRIOR-FILE    ASSIGN TO CALLHLDP                 00000830
               ORGANIZATION IS LINE SEQUENTIAL                          00000840
               FILE STATUS IS WS-CALLHLDP-STATUS.                       00000850
                                                                        00000860
           SELECT REGISTER-FILE      ASSIGN TO CALLREG                  00000870
               ORGANIZATION IS INDEXED                                  00000880
               ACCESS IS RANDOM                                         00000890
               RECORD KEY IS REG-KEY                                    00000900
               FILE STATUS IS WS-CALLREG-STATUS.                        00000910
                                                                        00000920
           SELECT CYCLE-CONTROL-FILE ASSIGN TO CALLCYCL                 00000930
               ORGANIZATION IS INDEXED                                  00000940
               ACCESS IS DYNAMIC                                        00000950
               RECORD KEY IS CY-CYCLE-DATE                              00000960
               FILE STATUS IS WS-CALLCYCL-STATUS.                       00000970
                                                                        00000980
           SELECT CYCLE-OVRD-FILE    ASSIGN TO CALLCYCO                 00000990
               ORGANIZATION IS LINE SEQUENTIAL                          00001000
               FILE STATUS IS WS-CALLCYCO-STATUS.                       00001010
                                                                        00001020
       DATA DIVISION.                                                   00001030
       FILE SECTION.                                                    00001040
                                                                        00001050
       FD  RAW-CALL-FILE                                                00001060
           LABEL RECORDS ARE STANDARD                                   00001070
           RECORD CONTAINS 2591 CHARACTERS.                             00001080
       01  RAW-DETAIL-REC.                                              00001090
           05  RD-CUST-NUM           PIC X(4).                          00001100
           05  RD-CUST-NAME          PIC X(10).                         00001110
           05  RD-CALLS-MADE         PIC 9(2).                          00001120
           05  RD-NUM-CALLS OCCURS 99 TIMES.                            00001130
               10  RD-AREA-CODE      PIC 9(3).                          00001140
               10  RD-NUM-MINUTES    PIC 9(3).                          00001150
               10  RD-CITY           PIC X(5).                          00001160
               10  RD-COST           PIC 9(3).                          00001170
               10  RD-CALL-DATE      PIC 9(8).                          00001180
               10  RD-CALL-TIME      PIC 9(4).                          00001190
           05  RD-CUST-RATE          PIC 9.                             00001200
       01  RAW-CONTROL-REC.                                             00001210
           05  RC-REC-ID             PIC X(4).                          00001220
               88  RAW-HEADER-REC                  VALUE "HDR*".        00001230
               88  RAW-TRAILER-REC                 VALUE "TRL*".        00001240
           05  RC-EDIT-STAMP         PIC X(8).                          00001250
           05  RC-CYCLE-DATE         PIC 9(8).                          00001260
           05  RC-REC-COUNT          PIC 9(6).                          00001270
           05  RC-TOT-CALLS          PIC 9(6).                          00001280
           05  RC-TOT-MINUTES        PIC 9(9).                          00001290
           05  FILLER                PIC X(2550).                       00001300
                                                                        00001310
       FD  EDITED-CALL-FILE                                             00001320
           LABEL RECORDS ARE STANDARD                                   00001330
           RECORD CONTAINS 2591 CHARACTERS.                             00001340
       01  EDITED-DETAIL-REC         PIC X(2591).                       00001350
       01  EDITED-CONTROL-REC.                                          00001360
           05  EC-REC-ID             PIC X(4).                          00001370
           05  EC-EDIT-STAMP         PIC X(8).                          00001380
           05  EC-CYCLE-DATE         PIC 9(8).                          00001390
           05  EC-REC-COUNT          PIC 9(6).                          00001400
           05  EC-TOT-CALLS          PIC 9(6).                          00001410
           05  EC-TOT-MINUTES        PIC 9(9).                          00001420
           05  EC-HELD-CALLS         PIC 9(6).                          00001430
           05  EC-SWEPT-CALLS        PIC 9(6).                          00001440
           05  FILLER                PIC X(2538).                       00001450
                                                                        00001460
       FD  EDIT-REPORT-FILE                                             00001470
           LABEL RECORDS ARE STANDARD                                   00001480
           RECORD CONTAINS 132 CHARACTERS.                              00001490
       01  EDIT-REPORT-LINE          PIC X(132).                        00001500
                                                                        00001510
      ****************************************************************  00001520
      *  CONTROL-FILE (CALLCTL) IS THE SAME OPTIONAL ONE-RECORD      *  00001530
      *  CONTROL INPUT CALLIVP1 READS.  CALLEDIT ONLY LOOKS AT THE   *  00001540
      *  BILLING-PERIOD START/END DATES; WHEN EITHER IS ZERO OR THE  *  00001550
      *  FILE IS ABSENT THE PERIOD WINDOW IS NOT ENFORCED.           *  00001560
      ****************************************************************  00001570
       FD  CONTROL-FILE                                                 00001580
           LABEL RECORDS ARE STANDARD                                   00001590
           RECORD CONTAINS 34 CHARACTERS.                               00001600
       01  CONTROL-REC.                                                 00001610
           05  CTL-CKPT-INTERVAL     PIC 9(4).                          00001620
           05  CTL-RUN-MODE          PIC X(1).                          00001630
           05  CTL-TREND-PCT         PIC 9(3).                          00001640
           05  CTL-PERIOD-START      PIC 9(8).                          00001650
           05  CTL-PERIOD-END        PIC 9(8).                          00001660
           05  CTL-FIN-CHG-PCT       PIC 9(2)V99.                       00001670
           05  CTL-INV-RETAIN        PIC 9(3).                          00001680
           05  CTL-MARGIN-PCT        PIC 9(3).                          00001690
                                                                        00001700
      ****************************************************************  00001710
      *  THE HOLDING FILES CARRY OUT-OF-PERIOD CALLS BETWEEN CYCLES  *  00001720
      *  IN THE RAW DETAIL-RECORD LAYOUT: CALLHLD IS WRITTEN THIS    *  00001730
      *  CYCLE, AND THE PRIOR CYCLE'S FILE IS READ BACK AS CALLHLDP  *  00001740
      *  AND MERGED INTO THE EDITED STREAM BY CUSTOMER NUMBER.       *  00001750
      ****************************************************************  00001760
       FD  HOLD-OUT-FILE                                                00001770
           LABEL RECORDS ARE STANDARD                                   00001780
           RECORD CONTAINS 2591 CHARACTERS.                             00001790
       01  HOLD-REC.                                                    00001800
           05  HLD-CUST-NUM          PIC X(4).                          00001810
           05  HLD-CUST-NAME         PIC X(10).                         00001820
           05  HLD-CALLS-MADE        PIC 9(2).                          00001830
           05  HLD-NUM-CALLS OCCURS 99 TIMES.                           00001840
               10  HLD-AREA-CODE     PIC 9(3).                          00001850
               10  HLD-NUM-MINUTES   PIC 9(3).                          00001860
               10  HLD-CITY          PIC X(5).                          00001870
               10  HLD-COST          PIC 9(3).                          00001880
               10  HLD-CALL-DATE     PIC 9(8).                          00001890
               10  HLD-CALL-TIME     PIC 9(4).                          00001900
           05  HLD-CUST-RATE         PIC 9.                             00001910
                                                                        00001920
       FD  HOLD-PRIOR-FILE                                              00001930
           LABEL RECORDS ARE STANDARD                                   00001940
           RECORD CONTAINS 2591 CHARACTERS.                             00001950
       01  HOLD-PRIOR-REC.                                              00001960
           05  HP-CUST-NUM           PIC X(4).                          00001970
           05  HP-CUST-NAME          PIC X(10).                         00001980
           05  HP-CALLS-MADE         PIC 9(2).                          00001990
           05  HP-NUM-CALLS OCCURS 99 TIMES.                            00002000
               10  HP-AREA-CODE      PIC 9(3).                          00002010
               10  HP-NUM-MINUTES    PIC 9(3).                          00002020
               10  HP-CITY           PIC X(5).                          00002030
               10  HP-COST           PIC 9(3).                          00002040
               10  HP-CALL-DATE      PIC 9(8).                          00002050
               10  HP-CALL-TIME      PIC 9(4).                          00002060
           05  HP-CUST-RATE          PIC 9.                             00002070
                                                                        00002080
      ****************************************************************  00002090
      *  CALLREG IS THE BILLED-CALLS REGISTER CALLIVP1 MAINTAINS AS  *  00002100
      *  IT BILLS (KEYED CUSTOMER / AREA CODE / CALL DATE / CALL     *  00002110
      *  TIME).  EVERY INCOMING CALL IS CHECKED AGAINST IT SO A FEED *  00002120
      *  THE CARRIER RESENDS CANNOT BILL THE SAME CALLS TWICE.       *  00002130
      ****************************************************************  00002140
       FD  REGISTER-FILE                                                00002150
           LABEL RECORDS ARE STANDARD                                   00002160
           RECORD CONTAINS 44 CHARACTERS.                               00002170
       01  REGISTER-REC.                                                00002180
           05  REG-KEY.                                                 00002190
               10  REG-CUST-NUM      PIC X(4).                          00002200
               10  REG-AREA-CODE     PIC 9(3).                          00002210
               10  REG-CALL-DATE     PIC 9(8).                          00002220
               10  REG-CALL-TIME     PIC 9(4).                          00002230
           05  REG-RUN-DATE          PIC 9(8).                          00002240
      *    REG-BILLED-COST IS THE RATED COST OF THE CALL AS INVOICED.   00002250
      *    REG-ADJ-CODE IS SET BY THE ADJUSTMENT RUN (CALLADJ) WHEN     00002260
      *    THE CALL IS CREDITED ("C") OR REBILLED ("R"); A CALL MAY     00002270
      *    BE ADJUSTED ONLY ONCE.                                       00002280
           05  REG-BILLED-COST       PIC 9(6)V99.                       00002290
           05  REG-ADJ-CODE          PIC X(1).                          00002300
           05  REG-ADJ-DATE          PIC 9(8).                          00002310
                                                                        00002320
      ****************************************************************  00002330
      *  CYCLE CONTROL FILE, ONE RECORD PER BILLING CYCLE KEYED ON   *  00002340
      *  THE CYCLE DATE CALLEDIT STAMPS ON THE CALLIN HEADER.  EACH  *  00002350
      *  STEP OF THE STREAM RECORDS ITS START AND COMPLETION IN ITS  *  00002360
      *  OWN CY-STEP-ENTRY:                                          *  00002370
      *    1 CALLEDIT           2 CALLIVP1 BILLING                   *  00002380
      *    3 CALLIVP1 RECYCLE   4 CALLIVP1 REVERSAL                  *  00002390
      *    5 CALLIVP1 SIMULATE  6 CALLDUNN   7 CALLCMNT              *  00002400
      *  CY-STEP-STATUS " " = NOT RUN, "S" = STARTED (RUNNING, OR    *  00002410
      *  ABENDED), "C" = COMPLETE, "F" = ENDED WITH RETURN CODE 8    *  00002420
      *  OR HIGHER.  CY-OVERRIDE "Y" MARKS A STEP THE OPERATOR       *  00002430
      *  FORCED PAST THE CHECKS.                                     *  00002440
      ****************************************************************  00002450
       FD  CYCLE-CONTROL-FILE                                           00002460
           LABEL RECORDS ARE STANDARD                                   00002470
           RECORD CONTAINS 300 CHARACTERS.                              00002480
       01  CYCLE-CONTROL-REC.                                           00002490
           05  CY-CYCLE-DATE         PIC 9(8).                          00002500
           05  CY-STEP-ENTRY         OCCURS 7 TIMES.                    00002510
               10  CY-STEP-STATUS    PIC X(1).                          00002520
               10  CY-START-DATE     PIC 9(8).                          00002530
               10  CY-START-TIME     PIC 9(6).                          00002540
               10  CY-END-DATE       PIC 9(8).                          00002550
               10  CY-END-TIME       PIC 9(6).                          00002560
               10  CY-STEP-RC        PIC 9(4).                          00002570
               10  CY-OVERRIDE       PIC X(1).                          00002580
           05  FILLER                PIC X(54).                         00002590
                                                                        00002600
      ****************************************************************  00002610
      *  OPTIONAL OPERATOR CARD.  CALLEDIT ALWAYS OPENS THE CYCLE   *   00002620
      *  FOR ITS OWN RUN DATE, SO CO-CYCLE-DATE IS NOT USED HERE.    *  00002630
      *  CO-OVERRIDE-CODE "OVERRIDE" WITH THIS STEP'S NAME IN        *  00002640
      *  CO-STEP-NAME LETS THE STEP RUN OUT OF ORDER OR RUN AGAIN.   *  00002650
      ****************************************************************  00002660
       FD  CYCLE-OVRD-FILE                                              00002670
           LABEL RECORDS ARE STANDARD                                   00002680
           RECORD CONTAINS 80 CHARACTERS.                               00002690
       01  CYCLE-OVRD-REC.                                              00002700
           05  CO-CYCLE-DATE         PIC 9(8).                          00002710
           05  CO-STEP-NAME          PIC X(8).                          00002720
           05  CO-OVERRIDE-CODE      PIC X(8).                          00002730
           05  FILLER                PIC X(56).                         00002740
                                                                        00002750
       WORKING-STORAGE SECTION.                                         00002760
                                                                        00002770
       01  WS-VARIABLES.                                                00002780
           05  SUB1                      PIC 9(02).                     00002790
           05  SUB2                      PIC 9(02).                     00002800
           05  WS-RUN-DATE               PIC 9(8).                      00002810
           05  WS-REJECT-REASON          PIC X(30).                     00002820
                                                                        00002830
      ****************************************************************  00002840
      *  WS-PERIOD-AREA CARRIES THE BILLING-PERIOD WINDOW FROM       *  00002850
      *  CALLCTL AND THE CALL COUNTERS USED TO SPLIT EACH ACCEPTED   *  00002860
      *  RECORD INTO ITS IN-PERIOD AND HELD CALLS.  WS-ORIG-CALL-CT  *  00002870
      *  REMEMBERS HOW MANY OF THE RECORD'S CALLS CAME OFF THE RAW   *  00002880
      *  FEED: CALLS SWEPT IN FROM CALLHLDP SIT PAST THAT COUNT AND  *  00002890
      *  ARE NOT RE-HELD FOR BEING BEFORE THE PERIOD START (A LATE   *  00002900
      *  CALL BILLS IN THE FIRST CYCLE THAT SEES IT AGAIN).          *  00002910
      ****************************************************************  00002920
       01  WS-PERIOD-AREA.                                              00002930
           05  WS-PERIOD-START           PIC 9(8)      VALUE 0.         00002940
           05  WS-PERIOD-END             PIC 9(8)      VALUE 0.         00002950
           05  WS-ORIG-CALL-CT           PIC 9(2)      VALUE 0.         00002960
           05  WS-KEEP-CT                PIC 9(2)      VALUE 0.         00002970
           05  WS-HOLD-CT                PIC 9(2)      VALUE 0.         00002980
                                                                        00002990
      ****************************************************************  00003000
      *  WS-RAW-SAVE-REC PARKS THE UNPROCESSED RAW DETAIL RECORD     *  00003010
      *  WHILE A HELD-ONLY CUSTOMER BORROWS THE RAW RECORD AREA FOR  *  00003020
      *  THE VALIDATE/ACCEPT CHAIN (SEE B116).                       *  00003030
      ****************************************************************  00003040
       01  WS-RAW-SAVE-REC               PIC X(2591).                   00003050
                                                                        00003060
       01  WS-FILE-STATUSES.                                            00003070
           05  WS-CALLRAW-STATUS         PIC X(2)      VALUE SPACES.    00003080
           05  WS-CALLIN-STATUS          PIC X(2)      VALUE SPACES.    00003090
           05  WS-CALLEDR-STATUS         PIC X(2)      VALUE SPACES.    00003100
           05  WS-CALLCTL-STATUS         PIC X(2)      VALUE SPACES.    00003110
           05  WS-CALLHLD-STATUS         PIC X(2)      VALUE SPACES.    00003120
           05  WS-CALLHLDP-STATUS        PIC X(2)      VALUE SPACES.    00003130
           05  WS-CALLREG-STATUS         PIC X(2)      VALUE SPACES.    00003140
           05  WS-CALLCYCL-STATUS        PIC X(2)      VALUE SPACES.    00003150
           05  WS-CALLCYCO-STATUS        PIC X(2)      VALUE SPACES.    00003160
                                                                        00003170
       01  WS-SWITCHES.                                                 00003180
           05  WS-EOF-SW                 PIC X         VALUE "N".       00003190
               88  END-OF-RAW-FILE                     VALUE "Y".       00003200
           05  WS-HELD-EOF-SW            PIC X         VALUE "N".       00003210
               88  END-OF-HELD-FILE                    VALUE "Y".       00003220
           05  WS-RECORD-OK-SW           PIC X         VALUE "N".       00003230
               88  RECORD-OK                           VALUE "Y".       00003240
           05  WS-RAW-HEADER-SW          PIC X         VALUE "N".       00003250
               88  RAW-HEADER-SEEN                     VALUE "Y".       00003260
           05  WS-RAW-TRAILER-SW         PIC X         VALUE "N".       00003270
               88  RAW-TRAILER-SEEN                    VALUE "Y".       00003280
           05  WS-WINDOW-SW              PIC X         VALUE "N".       00003290
               88  WINDOW-ACTIVE                       VALUE "Y".       00003300
           05  WS-FROM-HOLD-SW           PIC X         VALUE "N".       00003310
               88  RECORD-FROM-HOLD                    VALUE "Y".       00003320
           05  WS-MERGE-SW               PIC X         VALUE "N".       00003330
               88  MERGE-PENDING                       VALUE "Y".       00003340
           05  WS-REGCK-SW               PIC X         VALUE "N".       00003350
               88  REGISTER-CHECK-ON                   VALUE "Y".       00003360
           05  WS-REG-FOUND-SW           PIC X         VALUE "N".       00003370
               88  PREV-BILLED-CALL                    VALUE "Y".       00003380
           05  TEST-STATUS               PIC X         VALUE "Y".       00003390
                                                                        00003400
      ****************************************************************  00003410
      *  WS-SEQUENCE-AREA REMEMBERS THE LAST ACCEPTED KEY.  THE FEED *  00003420
      *  MUST ARRIVE IN ASCENDING BRANCH/CUSTOMER ORDER -- AN EQUAL  *  00003430
      *  KEY IS A DUPLICATE AND A LOWER KEY IS OUT OF SEQUENCE, AND  *  00003440
      *  EITHER ONE IS DROPPED SO THE BILLING RUN'S CONTROL-BREAK    *  00003450
      *  LOGIC NEVER REOPENS (AND OVERWRITES) A BRANCH OUTPUT FILE.  *  00003460
      ****************************************************************  00003470
       01  WS-SEQUENCE-AREA.                                            00003480
           05  WS-PREV-KEY               PIC X(4)      VALUE LOW-VALUE. 00003490
                                                                        00003500
       01  WS-COUNTERS.                                                 00003510
           05  WS-READ-COUNT             PIC 9(6)      VALUE 0.         00003520
           05  WS-ACCEPT-COUNT           PIC 9(6)      VALUE 0.         00003530
           05  WS-REJECT-COUNT           PIC 9(6)      VALUE 0.         00003540
           05  WS-OUT-CALLS              PIC 9(6)      VALUE 0.         00003550
           05  WS-OUT-MINUTES            PIC 9(9)      VALUE 0.         00003560
           05  WS-RAW-REC-COUNT          PIC 9(6)      VALUE 0.         00003570
           05  WS-RAW-CALLS              PIC 9(6)      VALUE 0.         00003580
           05  WS-RAW-MINUTES            PIC 9(9)      VALUE 0.         00003590
           05  WS-TRL-REC-COUNT          PIC 9(6)      VALUE 0.         00003600
           05  WS-TRL-CALLS              PIC 9(6)      VALUE 0.         00003610
           05  WS-TRL-MINUTES            PIC 9(9)      VALUE 0.         00003620
           05  WS-HELD-CALL-COUNT        PIC 9(6)      VALUE 0.         00003630
           05  WS-SWEPT-CALL-COUNT       PIC 9(6)      VALUE 0.         00003640
           05  WS-HELD-CUST-COUNT        PIC 9(6)      VALUE 0.         00003650
           05  WS-DUPBILL-COUNT          PIC 9(6)      VALUE 0.         00003660
           05  WS-PREVB-CUST-COUNT       PIC 9(6)      VALUE 0.         00003670
           05  WS-LOST-CALL-COUNT        PIC 9(6)      VALUE 0.         00003680
           05  WS-RETURN-CODE            PIC 9(4)      VALUE 0.         00003690
                                                                        00003700
      ****************************************************************  00003710
      *  WS-CYCLE-AREA CARRIES THIS STEP'S ENTRY ON CALLCYCL: ITS    *  00003720
      *  SLOT, THE SLOT THAT MUST BE COMPLETE BEFORE IT MAY RUN, AND *  00003730
      *  THE NAME AN OPERATOR OVERRIDE CARD MUST CARRY.              *  00003740
      ****************************************************************  00003750
       01  WS-CYCLE-AREA.                                               00003760
           05  WS-CY-STEP                PIC 9(1)      VALUE 1.         00003770
           05  WS-CY-PREREQ              PIC 9(1)      VALUE 0.         00003780
           05  WS-CY-STEP-NAME           PIC X(8)      VALUE "EDIT    ".00003790
           05  WS-CY-PREREQ-NAME         PIC X(8)      VALUE "        ".00003800
           05  WS-CY-CYCLE-DATE          PIC 9(8)      VALUE 0.         00003810
           05  WS-CY-DATE-NOW            PIC 9(8)      VALUE 0.         00003820
           05  WS-CY-TIME-NOW            PIC 9(8)      VALUE 0.         00003830
           05  FILLER REDEFINES WS-CY-TIME-NOW.                         00003840
               10  WS-CY-HHMMSS          PIC 9(6).                      00003850
               10  FILLER                PIC 9(2).                      00003860
           05  WS-CY-REASON              PIC X(30)     VALUE SPACES.    00003870
           05  WS-CY-EOF-SW              PIC X         VALUE "N".       00003880
               88  END-OF-CYCLE-FILE                   VALUE "Y".       00003890
           05  WS-CY-FOUND-SW            PIC X         VALUE "N".       00003900
               88  CYCLE-REC-FOUND                     VALUE "Y".       00003910
           05  WS-CY-OVRD-SW             PIC X         VALUE "N".       00003920
               88  CYCLE-OVERRIDE-CODED                VALUE "Y".       00003930
           05  WS-CY-REFUSED-SW          PIC X         VALUE "N".       00003940
               88  CYCLE-STEP-REFUSED                  VALUE "Y".       00003950
                                                                        00003960
       01  WS-REPORT-HEADER-LINE.                                       00003970
           05  FILLER                    PIC X(30)                      00003980
                 VALUE "CALLEDIT FRONT-END EDIT REPORT".                00003990
           05  FILLER                    PIC X(3)  VALUE " - ".         00004000
           05  RH-RUN-DATE               PIC 9(8).                      00004010
           05  FILLER                    PIC X(91) VALUE SPACES.        00004020
                                                                        00004030
       01  WS-REPORT-DETAIL-LINE.                                       00004040
           05  FILLER                    PIC X(9)                       00004050
                 VALUE "DROPPED  ".                                     00004060
           05  RD-REP-CUST-NUM           PIC X(4).                      00004070
           05  FILLER                    PIC X(2)  VALUE SPACES.        00004080
           05  RD-REP-CUST-NAME          PIC X(10).                     00004090
           05  FILLER                    PIC X(2)  VALUE SPACES.        00004100
           05  RD-REP-REASON             PIC X(30).                     00004110
           05  FILLER                    PIC X(75) VALUE SPACES.        00004120
                                                                        00004130
       01  WS-REPORT-TOTAL-LINE.                                        00004140
           05  RT-LABEL                  PIC X(20).                     00004150
           05  RT-COUNT                  PIC ZZZ,ZZ9.                   00004160
           05  FILLER                    PIC X(105) VALUE SPACES.       00004170
                                                                        00004180
      ****************************************************************  00004190
      *                  PROCEDURE DIVISION                          *  00004200
      ****************************************************************  00004210
                                                                        00004220
       PROCEDURE DIVISION.                                              00004230
                                                                        00004240
      *                                                                 00004250
       A000-MAIN-DRIVER.                                                00004260
      *                                                                 00004270
           DISPLAY "***** START OF CALLEDIT *****".                     00004280
                                                                        00004290
           PERFORM A005-START-CYCLE-STEP.                               00004300
           IF CYCLE-STEP-REFUSED                                        00004310
             MOVE "N" TO TEST-STATUS                                    00004320
             MOVE 8 TO WS-RETURN-CODE                                   00004330
           ELSE                                                         00004340
             PERFORM A010-INITIALIZE                                    00004350
             IF TEST-STATUS = "Y"                                       00004360
               PERFORM B100-EDIT                                        00004370
             END-IF                                                     00004380
             PERFORM A900-FINALIZE                                      00004390
             PERFORM A950-END-CYCLE-STEP                                00004400
           END-IF.                                                      00004410
                                                                        00004420
           IF TEST-STATUS = "Y"                                         00004430
             DISPLAY "***** CALLEDIT SUCCESSFUL *****"                  00004440
           ELSE                                                         00004450
             DISPLAY "+++++ CALLEDIT FAILED +++++".                     00004460
           MOVE WS-RETURN-CODE TO RETURN-CODE.                          00004470
           STOP RUN.                                                    00004480
                                                                        00004490
      ****************************************************************  00004500
      *  A005-START-CYCLE-STEP CHECKS THIS STEP AGAINST THE CYCLE    *  00004510
      *  CONTROL FILE BEFORE ANY OTHER FILE IS OPENED.  THE STEP IS  *  00004520
      *  REFUSED WHEN ITS PREREQUISITE STEP HAS NOT COMPLETED FOR    *  00004530
      *  THE CYCLE, OR WHEN IT HAS ALREADY COMPLETED ITSELF, UNLESS  *  00004540
      *  THE OPERATOR CARD CODES AN OVERRIDE FOR IT.  A STEP THAT    *  00004550
      *  STARTED BUT NEVER COMPLETED (ABEND, OR RETURN CODE 8+) MAY  *  00004560
      *  SIMPLY BE RUN AGAIN.                                        *  00004570
      ****************************************************************  00004580
      *                                                                 00004590
       A005-START-CYCLE-STEP.                                           00004600
      *                                                                 00004610
           ACCEPT WS-CY-DATE-NOW FROM DATE YYYYMMDD.                    00004620
           ACCEPT WS-CY-TIME-NOW FROM TIME.                             00004630
           PERFORM A006-READ-OVERRIDE-CARD.                             00004640
           OPEN I-O CYCLE-CONTROL-FILE.                                 00004650
           IF WS-CALLCYCL-STATUS = "35"                                 00004660
             OPEN OUTPUT CYCLE-CONTROL-FILE                             00004670
             IF WS-CALLCYCL-STATUS = "00"                               00004680
               CLOSE CYCLE-CONTROL-FILE                                 00004690
               OPEN I-O CYCLE-CONTROL-FILE                              00004700
             END-IF                                                     00004710
           END-IF.                                                      00004720
           IF WS-CALLCYCL-STATUS NOT = "00"                             00004730
             DISPLAY "+++ UNABLE TO OPEN CALLCYCL - STATUS "            00004740
                     WS-CALLCYCL-STATUS " +++"                          00004750
             SET CYCLE-STEP-REFUSED TO TRUE                             00004760
           ELSE                                                         00004770
             MOVE WS-CY-DATE-NOW TO WS-CY-CYCLE-DATE                    00004780
             PERFORM A008-CHECK-CYCLE-STEP                              00004790
             CLOSE CYCLE-CONTROL-FILE                                   00004800
           END-IF.                                                      00004810
                                                                        00004820
      *                                                                 00004830
       A006-READ-OVERRIDE-CARD.                                         00004840
      *                                                                 00004850
           OPEN INPUT CYCLE-OVRD-FILE.                                  00004860
           IF WS-CALLCYCO-STATUS = "00"                                 00004870
             READ CYCLE-OVRD-FILE                                       00004880
               NOT AT END                                               00004890
                 IF CO-CYCLE-DATE NUMERIC AND CO-CYCLE-DATE > 0         00004900
                   MOVE CO-CYCLE-DATE TO WS-CY-CYCLE-DATE               00004910
                 END-IF                                                 00004920
                 IF CO-OVERRIDE-CODE = "OVERRIDE"                       00004930
                    AND CO-STEP-NAME = WS-CY-STEP-NAME                  00004940
                   SET CYCLE-OVERRIDE-CODED TO TRUE                     00004950
                 END-IF                                                 00004960
             END-READ                                                   00004970
             CLOSE CYCLE-OVRD-FILE                                      00004980
           END-IF.                                                      00004990
                                                                        00005000
      *                                                                 00005010
       A008-CHECK-CYCLE-STEP.                                           00005020
      *                                                                 00005030
           MOVE WS-CY-CYCLE-DATE TO CY-CYCLE-DATE.                      00005040
           READ CYCLE-CONTROL-FILE                                      00005050
             INVALID KEY                                                00005060
               MOVE "N" TO WS-CY-FOUND-SW                               00005070
             NOT INVALID KEY                                            00005080
               SET CYCLE-REC-FOUND TO TRUE                              00005090
           END-READ.                                                    00005100
           IF NOT CYCLE-REC-FOUND                                       00005110
             MOVE SPACES TO CYCLE-CONTROL-REC                           00005120
             INITIALIZE CYCLE-CONTROL-REC                               00005130
             MOVE WS-CY-CYCLE-DATE TO CY-CYCLE-DATE                     00005140
           END-IF.                                                      00005150
           MOVE SPACES TO WS-CY-REASON.                                 00005160
           EVALUATE TRUE                                                00005170
             WHEN NOT CYCLE-REC-FOUND AND WS-CY-PREREQ > 0              00005180
               MOVE "CYCLE NOT ON CALLCYCL" TO WS-CY-REASON             00005190
             WHEN CY-STEP-STATUS(WS-CY-STEP) = "C"                      00005200
               MOVE "STEP ALREADY COMPLETE" TO WS-CY-REASON             00005210
             WHEN WS-CY-PREREQ > 0                                      00005220
                  AND CY-STEP-STATUS(WS-CY-PREREQ) NOT = "C"            00005230
               STRING WS-CY-PREREQ-NAME DELIMITED BY SPACE              00005240
                      " STEP NOT COMPLETE" DELIMITED BY SIZE            00005250
                 INTO WS-CY-REASON                                      00005260
           END-EVALUATE.                                                00005270
           MOVE "N" TO CY-OVERRIDE(WS-CY-STEP).                         00005280
           IF WS-CY-REASON NOT = SPACES                                 00005290
             IF CYCLE-OVERRIDE-CODED                                    00005300
               DISPLAY "+++ OPERATOR OVERRIDE - CYCLE "                 00005310
                       WS-CY-CYCLE-DATE " " WS-CY-REASON " +++"         00005320
               MOVE "Y" TO CY-OVERRIDE(WS-CY-STEP)                      00005330
             ELSE                                                       00005340
               DISPLAY "+++ " WS-CY-STEP-NAME " REFUSED FOR CYCLE "     00005350
                       WS-CY-CYCLE-DATE " - " WS-CY-REASON " +++"       00005360
               SET CYCLE-STEP-REFUSED TO TRUE                           00005370
             END-IF                                                     00005380
           END-IF.                                                      00005390
           IF NOT CYCLE-STEP-REFUSED                                    00005400
             MOVE "S"            TO CY-STEP-STATUS(WS-CY-STEP)          00005410
             MOVE WS-CY-DATE-NOW TO CY-START-DATE(WS-CY-STEP)           00005420
             MOVE WS-CY-HHMMSS   TO CY-START-TIME(WS-CY-STEP)           00005430
             MOVE 0 TO CY-END-DATE(WS-CY-STEP) CY-END-TIME(WS-CY-STEP)  00005440
                       CY-STEP-RC(WS-CY-STEP)                           00005450
             IF CYCLE-REC-FOUND                                         00005460
               REWRITE CYCLE-CONTROL-REC                                00005470
                 INVALID KEY                                            00005480
                   DISPLAY "+++ CALLCYCL REWRITE FAILED - "             00005490
                           CY-CYCLE-DATE " +++"                         00005500
                   SET CYCLE-STEP-REFUSED TO TRUE                       00005510
               END-REWRITE                                              00005520
             ELSE                                                       00005530
               WRITE CYCLE-CONTROL-REC                                  00005540
                 INVALID KEY                                            00005550
                   DISPLAY "+++ CALLCYCL WRITE FAILED - "               00005560
                           CY-CYCLE-DATE " +++"                         00005570
                   SET CYCLE-STEP-REFUSED TO TRUE                       00005580
               END-WRITE                                                00005590
             END-IF                                                     00005600
           END-IF.                                                      00005610
                                                                        00005620
      *                                                                 00005630
       A010-INITIALIZE.                                                 00005640
      *                                                                 00005650
      *    THE RUN DATE IS THE CYCLE DATE JUST OPENED ON CALLCYCL.      00005660
           MOVE WS-CY-CYCLE-DATE TO WS-RUN-DATE.                        00005670
           OPEN INPUT RAW-CALL-FILE.                                    00005680
           IF WS-CALLRAW-STATUS NOT = "00"                              00005690
             DISPLAY "+++ UNABLE TO OPEN CALLRAW - STATUS "             00005700
                     WS-CALLRAW-STATUS " +++"                           00005710
             MOVE "N" TO TEST-STATUS                                    00005720
             MOVE 8 TO WS-RETURN-CODE                                   00005730
           END-IF.                                                      00005740
           OPEN OUTPUT EDITED-CALL-FILE.                                00005750
           IF WS-CALLIN-STATUS NOT = "00"                               00005760
             DISPLAY "+++ UNABLE TO OPEN CALLIN - STATUS "              00005770
                     WS-CALLIN-STATUS " +++"                            00005780
             MOVE "N" TO TEST-STATUS                                    00005790
             MOVE 8 TO WS-RETURN-CODE                                   00005800
           END-IF.                                                      00005810
           OPEN OUTPUT EDIT-REPORT-FILE.                                00005820
           IF WS-CALLEDR-STATUS NOT = "00"                              00005830
             DISPLAY "+++ UNABLE TO OPEN CALLEDR - STATUS "             00005840
                     WS-CALLEDR-STATUS " +++"                           00005850
             MOVE "N" TO TEST-STATUS                                    00005860
             MOVE 8 TO WS-RETURN-CODE                                   00005870
           END-IF.                                                      00005880
           OPEN OUTPUT HOLD-OUT-FILE.                                   00005890
           IF WS-CALLHLD-STATUS NOT = "00"                              00005900
             DISPLAY "+++ UNABLE TO OPEN CALLHLD - STATUS "             00005910
                     WS-CALLHLD-STATUS " +++"                           00005920
             MOVE "N" TO TEST-STATUS                                    00005930
             MOVE 8 TO WS-RETURN-CODE                                   00005940
           END-IF.                                                      00005950
           PERFORM A015-LOAD-PERIOD-WINDOW.                             00005960
      *    THE PRIOR CYCLE'S HOLDING FILE IS OPTIONAL -- THE FIRST      00005970
      *    CYCLE AFTER THE CUTOVER, AND ANY CYCLE WITH NOTHING HELD,    00005980
      *    JUST RUNS WITHOUT ONE.                                       00005990
           OPEN INPUT HOLD-PRIOR-FILE.                                  00006000
           IF WS-CALLHLDP-STATUS NOT = "00"                             00006010
             SET END-OF-HELD-FILE TO TRUE                               00006020
             IF WS-CALLHLDP-STATUS NOT = "35"                           00006030
               DISPLAY "+++ CALLHLDP UNAVAILABLE - STATUS "             00006040
                       WS-CALLHLDP-STATUS " - NO SWEEP +++"             00006050
             END-IF                                                     00006060
           END-IF.                                                      00006070
      *    THE BILLED-CALLS REGISTER IS OPTIONAL TOO (THE FIRST CYCLE   00006080
      *    AFTER THE CUTOVER HAS NONE), BUT AN UNREADABLE REGISTER      00006090
      *    MEANS THE DUPLICATE-FEED GUARD IS DOWN, SO SAY SO.           00006100
           OPEN INPUT REGISTER-FILE.                                    00006110
           IF WS-CALLREG-STATUS = "00"                                  00006120
             SET REGISTER-CHECK-ON TO TRUE                              00006130
           ELSE                                                         00006140
             IF WS-CALLREG-STATUS NOT = "35"                            00006150
               DISPLAY "+++ CALLREG UNAVAILABLE - STATUS "              00006160
                       WS-CALLREG-STATUS " - NO DUPLICATE CHECK +++"    00006170
             END-IF                                                     00006180
           END-IF.                                                      00006190
           IF TEST-STATUS = "Y"                                         00006200
             MOVE WS-RUN-DATE TO RH-RUN-DATE                            00006210
             WRITE EDIT-REPORT-LINE FROM WS-REPORT-HEADER-LINE          00006220
             PERFORM B190-WRITE-OUT-HEADER                              00006230
           END-IF.                                                      00006240
                                                                        00006250
      *                                                                 00006260
       A015-LOAD-PERIOD-WINDOW.                                         00006270
      *                                                                 00006280
           OPEN INPUT CONTROL-FILE.                                     00006290
           IF WS-CALLCTL-STATUS = "00"                                  00006300
             READ CONTROL-FILE                                          00006310
               NOT AT END                                               00006320
               IF CTL-PERIOD-START NUMERIC AND CTL-PERIOD-END NUMERIC   00006330
                  AND CTL-PERIOD-START > 0                              00006340
                  AND CTL-PERIOD-END >= CTL-PERIOD-START                00006350
                 SET WINDOW-ACTIVE TO TRUE                              00006360
                 MOVE CTL-PERIOD-START TO WS-PERIOD-START               00006370
                 MOVE CTL-PERIOD-END   TO WS-PERIOD-END                 00006380
               END-IF                                                   00006390
             END-READ                                                   00006400
             CLOSE CONTROL-FILE                                         00006410
           END-IF.                                                      00006420
      *    CALLCTL IS OPTIONAL -- WITH NO USABLE PERIOD DATES EVERY     00006430
      *    CALL IS TREATED AS IN-PERIOD, THE PRE-CUTOVER BEHAVIOR.      00006440
                                                                        00006450
      ****************************************************************  00006460
      *  B100-EDIT DRIVES THE EDIT PASS.  CONTROL RECORDS ON THE RAW *  00006470
      *  FEED ARE ABSORBED (AND THE RAW TRAILER PROVED); EVERY       *  00006480
      *  DETAIL RECORD IS VALIDATED AND SEQUENCE-CHECKED, THEN       *  00006490
      *  EITHER COPIED TO THE CLEANED FILE OR LISTED ON CALLEDR.     *  00006500
      *                                                              *  00006510
      *  THE PRIOR CYCLE'S HOLDING FILE RIDES ALONG AS A SECOND      *  00006520
      *  SORTED INPUT: BOTH FILES ARE IN CUSTOMER-NUMBER ORDER, SO   *  00006530
      *  THE LOWER KEY IS PROCESSED FIRST AND AN EQUAL KEY MERGES    *  00006540
      *  THE HELD CALLS INTO THE CUSTOMER'S RAW RECORD, KEEPING THE  *  00006550
      *  OUTPUT IN THE ORDER THE BILLING RUN'S CONTROL-BREAK LOGIC   *  00006560
      *  DEPENDS ON.                                                 *  00006570
      ****************************************************************  00006580
      *                                                                 00006590
       B100-EDIT.                                                       00006600
      *                                                                 00006610
           PERFORM B110-READ-RAW.                                       00006620
           PERFORM B112-READ-HELD.                                      00006630
           PERFORM UNTIL END-OF-RAW-FILE AND END-OF-HELD-FILE           00006640
             EVALUATE TRUE                                              00006650
               WHEN NOT END-OF-RAW-FILE AND RAW-HEADER-REC              00006660
                 SET RAW-HEADER-SEEN TO TRUE                            00006670
                 PERFORM B110-READ-RAW                                  00006680
               WHEN NOT END-OF-RAW-FILE AND RAW-TRAILER-REC             00006690
                 SET RAW-TRAILER-SEEN TO TRUE                           00006700
                 MOVE RC-REC-COUNT   TO WS-TRL-REC-COUNT                00006710
                 MOVE RC-TOT-CALLS   TO WS-TRL-CALLS                    00006720
                 MOVE RC-TOT-MINUTES TO WS-TRL-MINUTES                  00006730
                 PERFORM B110-READ-RAW                                  00006740
               WHEN END-OF-RAW-FILE                                     00006750
                 PERFORM B116-PROCESS-HELD-ONLY                         00006760
               WHEN END-OF-HELD-FILE                                    00006770
                 PERFORM B114-PROCESS-RAW                               00006780
               WHEN HP-CUST-NUM < RD-CUST-NUM                           00006790
                 PERFORM B116-PROCESS-HELD-ONLY                         00006800
               WHEN HP-CUST-NUM = RD-CUST-NUM                           00006810
                 SET MERGE-PENDING TO TRUE                              00006820
                 PERFORM B114-PROCESS-RAW                               00006830
                 PERFORM B112-READ-HELD                                 00006840
               WHEN OTHER                                               00006850
                 PERFORM B114-PROCESS-RAW                               00006860
             END-EVALUATE                                               00006870
           END-PERFORM.                                                 00006880
           PERFORM B150-CHECK-RAW-TRAILER.                              00006890
                                                                        00006900
      *                                                                 00006910
       B110-READ-RAW.                                                   00006920
      *                                                                 00006930
           READ RAW-CALL-FILE                                           00006940
             AT END SET END-OF-RAW-FILE TO TRUE.                        00006950
                                                                        00006960
      *                                                                 00006970
       B112-READ-HELD.                                                  00006980
      *                                                                 00006990
           IF NOT END-OF-HELD-FILE                                      00007000
             READ HOLD-PRIOR-FILE                                       00007010
               AT END SET END-OF-HELD-FILE TO TRUE                      00007020
             END-READ                                                   00007030
           END-IF.                                                      00007040
                                                                        00007050
      *                                                                 00007060
       B114-PROCESS-RAW.                                                00007070
      *                                                                 00007080
           ADD 1 TO WS-READ-COUNT.                                      00007090
           PERFORM B120-VALIDATE-RECORD.                                00007100
           IF RECORD-OK                                                 00007110
             PERFORM B130-ACCEPT-RECORD                                 00007120
           ELSE                                                         00007130
             PERFORM B140-REJECT-RECORD                                 00007140
           END-IF.                                                      00007150
           PERFORM B110-READ-RAW.                                       00007160
                                                                        00007170
      ****************************************************************  00007180
      *  B116-PROCESS-HELD-ONLY RUNS A HELD CUSTOMER WITH NO RECORD  *  00007190
      *  ON THIS CYCLE'S RAW FEED THROUGH THE SAME VALIDATE/ACCEPT   *  00007200
      *  CHAIN AS A RAW RECORD.  HELD RECORDS NEVER COUNT AGAINST    *  00007210
      *  THE RAW TRAILER'S CONTROL TOTALS -- THE UPSTREAM SENDER     *  00007220
      *  NEVER COUNTED THEM IN THIS CYCLE'S FEED.  THE VALIDATION    *  00007230
      *  CHAIN WORKS ON THE RAW RECORD AREA, SO THE PENDING RAW      *  00007240
      *  RECORD (WHEN THERE IS ONE) IS PARKED IN WORKING STORAGE     *  00007250
      *  AROUND THE HELD RECORD AND PUT BACK UNTOUCHED.              *  00007260
      ****************************************************************  00007270
      *                                                                 00007280
       B116-PROCESS-HELD-ONLY.                                          00007290
      *                                                                 00007300
           IF NOT END-OF-RAW-FILE                                       00007310
             MOVE RAW-DETAIL-REC TO WS-RAW-SAVE-REC                     00007320
           END-IF.                                                      00007330
           MOVE HOLD-PRIOR-REC TO RAW-DETAIL-REC.                       00007340
           SET RECORD-FROM-HOLD TO TRUE.                                00007350
           ADD 1 TO WS-READ-COUNT.                                      00007360
           PERFORM B120-VALIDATE-RECORD.                                00007370
           IF RECORD-OK                                                 00007380
             PERFORM B130-ACCEPT-RECORD                                 00007390
           ELSE                                                         00007400
             PERFORM B140-REJECT-RECORD                                 00007410
           END-IF.                                                      00007420
           MOVE "N" TO WS-FROM-HOLD-SW.                                 00007430
           IF NOT END-OF-RAW-FILE                                       00007440
             MOVE WS-RAW-SAVE-REC TO RAW-DETAIL-REC                     00007450
           END-IF.                                                      00007460
           PERFORM B112-READ-HELD.                                      00007470
                                                                        00007480
      *                                                                 00007490
       B120-VALIDATE-RECORD.                                            00007500
      *                                                                 00007510
           SET RECORD-OK TO TRUE.                                       00007520
           MOVE SPACES TO WS-REJECT-REASON.                             00007530
           IF RD-CUST-NUM NOT NUMERIC                                   00007540
             MOVE "CUSTOMER NUMBER NOT NUMERIC" TO WS-REJECT-REASON     00007550
             MOVE "N" TO WS-RECORD-OK-SW                                00007560
           END-IF.                                                      00007570
           IF RECORD-OK                                                 00007580
             IF RD-CALLS-MADE NOT NUMERIC OR RD-CALLS-MADE = 0          00007590
               MOVE "CALLS-MADE COUNT INVALID" TO WS-REJECT-REASON      00007600
               MOVE "N" TO WS-RECORD-OK-SW                              00007610
             END-IF                                                     00007620
           END-IF.                                                      00007630
           IF RECORD-OK                                                 00007640
             IF RD-CUST-RATE NOT NUMERIC                                00007650
                OR RD-CUST-RATE < 1 OR RD-CUST-RATE > 3                 00007660
               MOVE "INVALID RATE PLAN" TO WS-REJECT-REASON             00007670
               MOVE "N" TO WS-RECORD-OK-SW                              00007680
             END-IF                                                     00007690
           END-IF.                                                      00007700
           IF RECORD-OK                                                 00007710
             PERFORM VARYING SUB1 FROM 1 BY 1                           00007720
               UNTIL SUB1 > RD-CALLS-MADE                               00007730
               IF RD-AREA-CODE(SUB1) NOT NUMERIC                        00007740
                 MOVE "AREA CODE NOT NUMERIC" TO WS-REJECT-REASON       00007750
                 MOVE "N" TO WS-RECORD-OK-SW                            00007760
               END-IF                                                   00007770
               IF RD-NUM-MINUTES(SUB1) NOT NUMERIC                      00007780
                 MOVE "MINUTES NOT NUMERIC" TO WS-REJECT-REASON         00007790
                 MOVE "N" TO WS-RECORD-OK-SW                            00007800
               END-IF                                                   00007810
               IF RD-CALL-DATE(SUB1) NOT NUMERIC                        00007820
                 MOVE "CALL DATE NOT NUMERIC" TO WS-REJECT-REASON       00007830
                 MOVE "N" TO WS-RECORD-OK-SW                            00007840
               END-IF                                                   00007850
               IF RD-CALL-TIME(SUB1) NOT NUMERIC                        00007860
                 MOVE "CALL TIME NOT NUMERIC" TO WS-REJECT-REASON       00007870
                 MOVE "N" TO WS-RECORD-OK-SW                            00007880
               END-IF                                                   00007890
             END-PERFORM                                                00007900
           END-IF.                                                      00007910
           IF RECORD-OK                                                 00007920
             EVALUATE TRUE                                              00007930
               WHEN RD-CUST-NUM = WS-PREV-KEY                           00007940
                 MOVE "DUPLICATE CUSTOMER RECORD" TO WS-REJECT-REASON   00007950
                 MOVE "N" TO WS-RECORD-OK-SW                            00007960
               WHEN RD-CUST-NUM < WS-PREV-KEY                           00007970
                 MOVE "RECORD OUT OF SEQUENCE" TO WS-REJECT-REASON      00007980
                 MOVE "N" TO WS-RECORD-OK-SW                            00007990
               WHEN OTHER                                               00008000
                 CONTINUE                                               00008010
             END-EVALUATE                                               00008020
           END-IF.                                                      00008030
                                                                        00008040
      *                                                                 00008050
       B130-ACCEPT-RECORD.                                              00008060
      *                                                                 00008070
           MOVE RD-CUST-NUM TO WS-PREV-KEY.                             00008080
           MOVE 0 TO WS-HOLD-CT.                                        00008090
           IF RECORD-FROM-HOLD                                          00008100
             MOVE 0 TO WS-ORIG-CALL-CT                                  00008110
           ELSE                                                         00008120
             MOVE RD-CALLS-MADE TO WS-ORIG-CALL-CT                      00008130
             ADD 1 TO WS-RAW-REC-COUNT                                  00008140
             ADD RD-CALLS-MADE TO WS-RAW-CALLS                          00008150
             PERFORM VARYING SUB1 FROM 1 BY 1                           00008160
               UNTIL SUB1 > RD-CALLS-MADE                               00008170
               ADD RD-NUM-MINUTES(SUB1) TO WS-RAW-MINUTES               00008180
             END-PERFORM                                                00008190
           END-IF.                                                      00008200
           IF MERGE-PENDING                                             00008210
             PERFORM B133-MERGE-HELD-CALLS                              00008220
           END-IF.                                                      00008230
           PERFORM B135-APPLY-WINDOW.                                   00008240
           IF RD-CALLS-MADE > 0                                         00008250
             ADD 1 TO WS-ACCEPT-COUNT                                   00008260
             ADD RD-CALLS-MADE TO WS-OUT-CALLS                          00008270
             PERFORM VARYING SUB1 FROM 1 BY 1                           00008280
               UNTIL SUB1 > RD-CALLS-MADE                               00008290
               ADD RD-NUM-MINUTES(SUB1) TO WS-OUT-MINUTES               00008300
             END-PERFORM                                                00008310
             WRITE EDITED-DETAIL-REC FROM RAW-DETAIL-REC                00008320
           ELSE                                                         00008330
      *      NO CALL ON THE RECORD SURVIVED -- EVERYTHING WAS EITHER    00008340
      *      HELD FOR A LATER CYCLE OR DROPPED AS PREVIOUSLY BILLED,    00008350
      *      SO THE CUSTOMER IS NEITHER ACCEPTED NOR REJECTED.          00008360
             IF WS-HOLD-CT > 0                                          00008370
               ADD 1 TO WS-HELD-CUST-COUNT                              00008380
             ELSE                                                       00008390
               ADD 1 TO WS-PREVB-CUST-COUNT                             00008400
             END-IF                                                     00008410
           END-IF.                                                      00008420
                                                                        00008430
      ****************************************************************  00008440
      *  B133-MERGE-HELD-CALLS APPENDS THE HELD CUSTOMER'S CALLS TO  *  00008450
      *  THE RAW RECORD JUST ACCEPTED.  CALLS PAST THE 99-CALL       *  00008460
      *  RECORD LIMIT ARE STAGED BACK TO THE HOLDING FILE RATHER     *  00008470
      *  THAN LOST.                                                  *  00008480
      ****************************************************************  00008490
      *                                                                 00008500
       B133-MERGE-HELD-CALLS.                                           00008510
      *                                                                 00008520
           PERFORM VARYING SUB2 FROM 1 BY 1                             00008530
             UNTIL SUB2 > HP-CALLS-MADE                                 00008540
             IF RD-CALLS-MADE < 99                                      00008550
               ADD 1 TO RD-CALLS-MADE                                   00008560
               MOVE HP-NUM-CALLS(SUB2) TO RD-NUM-CALLS(RD-CALLS-MADE)   00008570
             ELSE                                                       00008580
               IF WS-HOLD-CT < 99                                       00008590
                 ADD 1 TO WS-HOLD-CT                                    00008600
                 MOVE HP-NUM-CALLS(SUB2) TO HLD-NUM-CALLS(WS-HOLD-CT)   00008610
               ELSE                                                     00008620
                 PERFORM B137-REPORT-LOST-CALL                          00008630
               END-IF                                                   00008640
             END-IF                                                     00008650
           END-PERFORM.                                                 00008660
           MOVE "N" TO WS-MERGE-SW.                                     00008670
                                                                        00008680
      ****************************************************************  00008690
      *  B135-APPLY-WINDOW SPLITS THE RECORD'S CALLS AROUND THE      *  00008700
      *  BILLING-PERIOD WINDOW: IN-PERIOD CALLS ARE COMPRESSED TO    *  00008710
      *  THE FRONT OF THE RECORD AND OUT-OF-PERIOD CALLS GO TO THE   *  00008720
      *  HOLDING FILE.  CALLS SWEPT IN FROM THE PRIOR CYCLE (PAST    *  00008730
      *  WS-ORIG-CALL-CT) ARE ONLY RE-HELD WHEN STILL FUTURE-DATED.  *  00008740
      *  A CALL ALREADY ON THE BILLED-CALLS REGISTER IS DROPPED TO   *  00008750
      *  CALLEDR INSTEAD -- BILLING IT AGAIN, THIS CYCLE OR ANY      *  00008760
      *  LATER ONE, IS EXACTLY WHAT THE REGISTER EXISTS TO STOP.     *  00008770
      ****************************************************************  00008780
      *                                                                 00008790
       B135-APPLY-WINDOW.                                               00008800
      *                                                                 00008810
           MOVE 0 TO WS-KEEP-CT.                                        00008820
           PERFORM VARYING SUB1 FROM 1 BY 1                             00008830
             UNTIL SUB1 > RD-CALLS-MADE                                 00008840
             PERFORM B134-CHECK-REGISTER                                00008850
             EVALUATE TRUE                                              00008860
               WHEN PREV-BILLED-CALL                                    00008870
                 ADD 1 TO WS-DUPBILL-COUNT                              00008880
                 MOVE RD-CUST-NUM  TO RD-REP-CUST-NUM                   00008890
                 MOVE RD-CUST-NAME TO RD-REP-CUST-NAME                  00008900
                 MOVE "CALL PREVIOUSLY BILLED" TO RD-REP-REASON         00008910
                 WRITE EDIT-REPORT-LINE FROM WS-REPORT-DETAIL-LINE      00008920
               WHEN NOT WINDOW-ACTIVE                                   00008930
                OR (RD-CALL-DATE(SUB1) <= WS-PERIOD-END                 00008940
                    AND (RD-CALL-DATE(SUB1) >= WS-PERIOD-START          00008950
                         OR SUB1 > WS-ORIG-CALL-CT))                    00008960
                 ADD 1 TO WS-KEEP-CT                                    00008970
                 IF WS-KEEP-CT NOT = SUB1                               00008980
                   MOVE RD-NUM-CALLS(SUB1) TO RD-NUM-CALLS(WS-KEEP-CT)  00008990
                 END-IF                                                 00009000
      *          A CALL COUNTS AS SWEPT ONLY WHEN IT IS ACTUALLY KEPT   00009010
      *          INTO THE EDITED STREAM -- CALLS PAST WS-ORIG-CALL-CT   00009020
      *          CAME OFF THE HOLDING FILE; ONES RE-HELD OR DROPPED AS  00009030
      *          PREVIOUSLY BILLED NEVER REACH HERE AND NEVER COUNT.    00009040
                 IF SUB1 > WS-ORIG-CALL-CT                              00009050
                   ADD 1 TO WS-SWEPT-CALL-COUNT                         00009060
                 END-IF                                                 00009070
               WHEN OTHER                                               00009080
                 PERFORM B136-STAGE-HELD-CALL                           00009090
             END-EVALUATE                                               00009100
           END-PERFORM.                                                 00009110
           MOVE WS-KEEP-CT TO RD-CALLS-MADE.                            00009120
           IF WS-HOLD-CT > 0                                            00009130
             MOVE RD-CUST-NUM  TO HLD-CUST-NUM                          00009140
             MOVE RD-CUST-NAME TO HLD-CUST-NAME                         00009150
             MOVE RD-CUST-RATE TO HLD-CUST-RATE                         00009160
             MOVE WS-HOLD-CT   TO HLD-CALLS-MADE                        00009170
             WRITE HOLD-REC                                             00009180
             ADD WS-HOLD-CT TO WS-HELD-CALL-COUNT                       00009190
           END-IF.                                                      00009200
                                                                        00009210
      *                                                                 00009220
       B134-CHECK-REGISTER.                                             00009230
      *                                                                 00009240
           MOVE "N" TO WS-REG-FOUND-SW.                                 00009250
           IF REGISTER-CHECK-ON                                         00009260
             MOVE RD-CUST-NUM         TO REG-CUST-NUM                   00009270
             MOVE RD-AREA-CODE(SUB1)  TO REG-AREA-CODE                  00009280
             MOVE RD-CALL-DATE(SUB1)  TO REG-CALL-DATE                  00009290
             MOVE RD-CALL-TIME(SUB1)  TO REG-CALL-TIME                  00009300
             READ REGISTER-FILE                                         00009310
               INVALID KEY                                              00009320
                 CONTINUE                                               00009330
               NOT INVALID KEY                                          00009340
                 SET PREV-BILLED-CALL TO TRUE                           00009350
             END-READ                                                   00009360
           END-IF.                                                      00009370
                                                                        00009380
      *                                                                 00009390
       B136-STAGE-HELD-CALL.                                            00009400
      *                                                                 00009410
           IF WS-HOLD-CT < 99                                           00009420
             ADD 1 TO WS-HOLD-CT                                        00009430
             MOVE RD-NUM-CALLS(SUB1) TO HLD-NUM-CALLS(WS-HOLD-CT)       00009440
           ELSE                                                         00009450
             PERFORM B137-REPORT-LOST-CALL                              00009460
           END-IF.                                                      00009470
                                                                        00009480
      ****************************************************************  00009490
      *  B137-REPORT-LOST-CALL ACCOUNTS FOR A HELD CALL THAT DID NOT *  00009500
      *  FIT ON THE CUSTOMER'S (FULL) HOLDING RECORD.  IT IS DROPPED *  00009510
      *  -- BUT LISTED ON CALLEDR AND COUNTED LIKE EVERY OTHER DROP, *  00009520
      *  SO THE PERIOD CARRYOVER STILL FOOTS.                        *  00009530
      ****************************************************************  00009540
      *                                                                 00009550
       B137-REPORT-LOST-CALL.                                           00009560
      *                                                                 00009570
           ADD 1 TO WS-LOST-CALL-COUNT.                                 00009580
           MOVE RD-CUST-NUM  TO RD-REP-CUST-NUM.                        00009590
           MOVE RD-CUST-NAME TO RD-REP-CUST-NAME.                       00009600
           MOVE "HOLD FULL - CALL DROPPED" TO RD-REP-REASON.            00009610
           WRITE EDIT-REPORT-LINE FROM WS-REPORT-DETAIL-LINE.           00009620
                                                                        00009630
      *                                                                 00009640
       B140-REJECT-RECORD.                                              00009650
      *                                                                 00009660
      *    A REJECTED RECORD STILL COUNTS AGAINST THE RAW TRAILER'S     00009670
      *    CONTROL TOTALS -- THE UPSTREAM SENDER COUNTED IT.  A HELD    00009680
      *    RECORD NEVER DOES: IT WAS NOT ON THIS CYCLE'S RAW FEED.      00009690
           ADD 1 TO WS-REJECT-COUNT.                                    00009700
           IF NOT RECORD-FROM-HOLD                                      00009710
             ADD 1 TO WS-RAW-REC-COUNT                                  00009720
             IF RD-CALLS-MADE NUMERIC                                   00009730
               ADD RD-CALLS-MADE TO WS-RAW-CALLS                        00009740
               PERFORM VARYING SUB1 FROM 1 BY 1                         00009750
                 UNTIL SUB1 > RD-CALLS-MADE                             00009760
                 IF RD-NUM-MINUTES(SUB1) NUMERIC                        00009770
                   ADD RD-NUM-MINUTES(SUB1) TO WS-RAW-MINUTES           00009780
                 END-IF                                                 00009790
               END-PERFORM                                              00009800
             END-IF                                                     00009810
           END-IF.                                                      00009820
      *    A REJECTED RAW RECORD CANNOT RECEIVE ITS HELD CALLS --       00009830
      *    HOLD THEM OVER AGAIN SO THEY ARE NOT LOST WITH IT.           00009840
           IF MERGE-PENDING                                             00009850
             MOVE HOLD-PRIOR-REC TO HOLD-REC                            00009860
             WRITE HOLD-REC                                             00009870
             ADD HP-CALLS-MADE TO WS-HELD-CALL-COUNT                    00009880
             MOVE "N" TO WS-MERGE-SW                                    00009890
           END-IF.                                                      00009900
           MOVE RD-CUST-NUM       TO RD-REP-CUST-NUM.                   00009910
           MOVE RD-CUST-NAME      TO RD-REP-CUST-NAME.                  00009920
           MOVE WS-REJECT-REASON  TO RD-REP-REASON.                     00009930
           WRITE EDIT-REPORT-LINE FROM WS-REPORT-DETAIL-LINE.           00009940
                                                                        00009950
      *                                                                 00009960
       B150-CHECK-RAW-TRAILER.                                          00009970
      *                                                                 00009980
      *    A FEED THAT OPENED WITH A HEADER BUT NEVER DELIVERED ITS     00009990
      *    TRAILER WAS TRUNCATED IN TRANSFER -- STAMPING OUR OWN        00010000
      *    (ACCURATE-FOR-THE-TRUNCATED-INPUT) TRAILER WOULD LET THE     00010010
      *    BILLING RUN PASS A PARTIAL CYCLE AS FULLY BALANCED.          00010020
           IF RAW-HEADER-SEEN AND NOT RAW-TRAILER-SEEN                  00010030
             DISPLAY "+++ RAW FEED TRUNCATED - NO TRAILER +++"          00010040
             MOVE "N" TO TEST-STATUS                                    00010050
             MOVE 8 TO WS-RETURN-CODE                                   00010060
           END-IF.                                                      00010070
           IF RAW-TRAILER-SEEN                                          00010080
             IF WS-TRL-REC-COUNT NOT = WS-RAW-REC-COUNT                 00010090
                OR WS-TRL-CALLS NOT = WS-RAW-CALLS                      00010100
                OR WS-TRL-MINUTES NOT = WS-RAW-MINUTES                  00010110
               DISPLAY "+++ RAW FEED CONTROL TOTALS DO NOT FOOT +++"    00010120
               MOVE "N" TO TEST-STATUS                                  00010130
               MOVE 8 TO WS-RETURN-CODE                                 00010140
             END-IF                                                     00010150
           END-IF.                                                      00010160
                                                                        00010170
      *                                                                 00010180
       B190-WRITE-OUT-HEADER.                                           00010190
      *                                                                 00010200
           MOVE SPACES TO EDITED-CONTROL-REC.                           00010210
           MOVE "HDR*"     TO EC-REC-ID.                                00010220
           MOVE "CALLEDIT" TO EC-EDIT-STAMP.                            00010230
           MOVE WS-RUN-DATE TO EC-CYCLE-DATE.                           00010240
           MOVE 0 TO EC-REC-COUNT EC-TOT-CALLS EC-TOT-MINUTES.          00010250
           MOVE 0 TO EC-HELD-CALLS EC-SWEPT-CALLS.                      00010260
           WRITE EDITED-CONTROL-REC.                                    00010270
                                                                        00010280
      *                                                                 00010290
       B191-WRITE-OUT-TRAILER.                                          00010300
      *                                                                 00010310
           MOVE SPACES TO EDITED-CONTROL-REC.                           00010320
           MOVE "TRL*"     TO EC-REC-ID.                                00010330
           MOVE "CALLEDIT" TO EC-EDIT-STAMP.                            00010340
           MOVE WS-RUN-DATE TO EC-CYCLE-DATE.                           00010350
           MOVE WS-ACCEPT-COUNT TO EC-REC-COUNT.                        00010360
           MOVE WS-OUT-CALLS    TO EC-TOT-CALLS.                        00010370
           MOVE WS-OUT-MINUTES  TO EC-TOT-MINUTES.                      00010380
           MOVE WS-HELD-CALL-COUNT  TO EC-HELD-CALLS.                   00010390
           MOVE WS-SWEPT-CALL-COUNT TO EC-SWEPT-CALLS.                  00010400
           WRITE EDITED-CONTROL-REC.                                    00010410
                                                                        00010420
      *                                                                 00010430
       A900-FINALIZE.                                                   00010440
      *                                                                 00010450
      *    A FAILED EDIT MUST NOT LEAVE A BILLABLE FILE BEHIND: WITH    00010460
      *    NO TRAILER THE BILLING RUN'S CONTROL-TOTAL CHECKS REFUSE     00010470
      *    THE FILE EVEN IF THE SCHEDULER IGNORES OUR RETURN CODE.      00010480
           IF WS-CALLIN-STATUS = "00"                                   00010490
             IF TEST-STATUS = "Y"                                       00010500
               PERFORM B191-WRITE-OUT-TRAILER                           00010510
             END-IF                                                     00010520
             CLOSE EDITED-CALL-FILE                                     00010530
           END-IF.                                                      00010540
           IF WS-CALLEDR-STATUS = "00"                                  00010550
             MOVE SPACES TO WS-REPORT-TOTAL-LINE                        00010560
             MOVE "RECORDS READ      "  TO RT-LABEL                     00010570
             MOVE WS-READ-COUNT TO RT-COUNT                             00010580
             WRITE EDIT-REPORT-LINE FROM WS-REPORT-TOTAL-LINE           00010590
             MOVE SPACES TO WS-REPORT-TOTAL-LINE                        00010600
             MOVE "RECORDS ACCEPTED  "  TO RT-LABEL                     00010610
             MOVE WS-ACCEPT-COUNT TO RT-COUNT                           00010620
             WRITE EDIT-REPORT-LINE FROM WS-REPORT-TOTAL-LINE           00010630
             MOVE SPACES TO WS-REPORT-TOTAL-LINE                        00010640
             MOVE "RECORDS DROPPED   "  TO RT-LABEL                     00010650
             MOVE WS-REJECT-COUNT TO RT-COUNT                           00010660
             WRITE EDIT-REPORT-LINE FROM WS-REPORT-TOTAL-LINE           00010670
             MOVE SPACES TO WS-REPORT-TOTAL-LINE                        00010680
             MOVE "CUSTOMERS FULLY HELD" TO RT-LABEL                    00010690
             MOVE WS-HELD-CUST-COUNT TO RT-COUNT                        00010700
             WRITE EDIT-REPORT-LINE FROM WS-REPORT-TOTAL-LINE           00010710
             MOVE SPACES TO WS-REPORT-TOTAL-LINE                        00010720
             MOVE "CALLS HELD OVER   "  TO RT-LABEL                     00010730
             MOVE WS-HELD-CALL-COUNT TO RT-COUNT                        00010740
             WRITE EDIT-REPORT-LINE FROM WS-REPORT-TOTAL-LINE           00010750
             MOVE SPACES TO WS-REPORT-TOTAL-LINE                        00010760
             MOVE "CALLS SWEPT IN    "  TO RT-LABEL                     00010770
             MOVE WS-SWEPT-CALL-COUNT TO RT-COUNT                       00010780
             WRITE EDIT-REPORT-LINE FROM WS-REPORT-TOTAL-LINE           00010790
             MOVE SPACES TO WS-REPORT-TOTAL-LINE                        00010800
             MOVE "CALLS PREV BILLED "  TO RT-LABEL                     00010810
             MOVE WS-DUPBILL-COUNT TO RT-COUNT                          00010820
             WRITE EDIT-REPORT-LINE FROM WS-REPORT-TOTAL-LINE           00010830
             MOVE SPACES TO WS-REPORT-TOTAL-LINE                        00010840
             MOVE "RECORDS FULLY BILLED" TO RT-LABEL                    00010850
             MOVE WS-PREVB-CUST-COUNT TO RT-COUNT                       00010860
             WRITE EDIT-REPORT-LINE FROM WS-REPORT-TOTAL-LINE           00010870
             MOVE SPACES TO WS-REPORT-TOTAL-LINE                        00010880
             MOVE "CALLS NOT HELD    "  TO RT-LABEL                     00010890
             MOVE WS-LOST-CALL-COUNT TO RT-COUNT                        00010900
             WRITE EDIT-REPORT-LINE FROM WS-REPORT-TOTAL-LINE           00010910
             CLOSE EDIT-REPORT-FILE                                     00010920
           END-IF.                                                      00010930
      *    STATUS IS "10" AFTER THE AT-END READ; EITHER WAY THE FILE    00010940
      *    IS STILL OPEN AND MUST BE CLOSED HERE.                       00010950
           IF WS-CALLRAW-STATUS = "00" OR WS-CALLRAW-STATUS = "10"      00010960
             CLOSE RAW-CALL-FILE                                        00010970
           END-IF.                                                      00010980
           IF WS-CALLHLD-STATUS = "00"                                  00010990
             CLOSE HOLD-OUT-FILE                                        00011000
           END-IF.                                                      00011010
           IF WS-CALLHLDP-STATUS = "00" OR WS-CALLHLDP-STATUS = "10"    00011020
             CLOSE HOLD-PRIOR-FILE                                      00011030
           END-IF.                                                      00011040
           IF REGISTER-CHECK-ON                                         00011050
             CLOSE REGISTER-FILE                                        00011060
           END-IF.                                                      00011070
           IF (WS-REJECT-COUNT > 0 OR WS-DUPBILL-COUNT > 0              00011080
               OR WS-LOST-CALL-COUNT > 0)                               00011090
              AND WS-RETURN-CODE = 0                                    00011100
             MOVE 4 TO WS-RETURN-CODE                                   00011110
           END-IF.                                                      00011120
                                                                        00011130
      ****************************************************************  00011140
      *  A950-END-CYCLE-STEP RECORDS HOW THE STEP ENDED: COMPLETE ON *  00011150
      *  A RETURN CODE BELOW 8, OTHERWISE FAILED, SO THE NEXT STEP   *  00011160
      *  WILL NOT START AGAINST IT.                                  *  00011170
      ****************************************************************  00011180
      *                                                                 00011190
       A950-END-CYCLE-STEP.                                             00011200
      *                                                                 00011210
           ACCEPT WS-CY-DATE-NOW FROM DATE YYYYMMDD.                    00011220
           ACCEPT WS-CY-TIME-NOW FROM TIME.                             00011230
           OPEN I-O CYCLE-CONTROL-FILE.                                 00011240
           IF WS-CALLCYCL-STATUS NOT = "00"                             00011250
             DISPLAY "+++ UNABLE TO OPEN CALLCYCL - STATUS "            00011260
                     WS-CALLCYCL-STATUS " - STEP NOT RECORDED +++"      00011270
             IF WS-RETURN-CODE < 4                                      00011280
               MOVE 4 TO WS-RETURN-CODE                                 00011290
             END-IF                                                     00011300
           ELSE                                                         00011310
             MOVE WS-CY-CYCLE-DATE TO CY-CYCLE-DATE                     00011320
             READ CYCLE-CONTROL-FILE                                    00011330
               INVALID KEY                                              00011340
                 DISPLAY "+++ CYCLE " WS-CY-CYCLE-DATE                  00011350
                         " NOT ON CALLCYCL - STEP NOT RECORDED +++"     00011360
                 IF WS-RETURN-CODE < 4                                  00011370
                   MOVE 4 TO WS-RETURN-CODE                             00011380
                 END-IF                                                 00011390
               NOT INVALID KEY                                          00011400
                 IF WS-RETURN-CODE < 8                                  00011410
                   MOVE "C" TO CY-STEP-STATUS(WS-CY-STEP)               00011420
                 ELSE                                                   00011430
                   MOVE "F" TO CY-STEP-STATUS(WS-CY-STEP)               00011440
                 END-IF                                                 00011450
                 MOVE WS-CY-DATE-NOW TO CY-END-DATE(WS-CY-STEP)         00011460
                 MOVE WS-CY-HHMMSS   TO CY-END-TIME(WS-CY-STEP)         00011470
                 MOVE WS-RETURN-CODE TO CY-STEP-RC(WS-CY-STEP)          00011480
                 REWRITE CYCLE-CONTROL-REC                              00011490
                   INVALID KEY                                          00011500
                     DISPLAY "+++ CALLCYCL REWRITE FAILED - "           00011510
                             CY-CYCLE-DATE " +++"                       00011520
                 END-REWRITE                                            00011530
             END-READ                                                   00011540
             CLOSE CYCLE-CONTROL-FILE                                   00011550
           END-IF.                                                      00011560
