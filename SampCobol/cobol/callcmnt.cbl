      *   A CHANGE ("C") REPLACES ONLY THE FIELDS CODED NON-BLANK ON   *00000290
      *   THE TRANSACTION; BLANK FIELDS KEEP THEIR MASTER VALUES.      *00000300
      *                                                                *00000310
      *   THE RATE PLAN THE CUSTOMER IS BILLED ON LIVES ON THE MASTER  *00000320
      *   (CM-RATE-PLAN, WITH THE DATE IT TOOK EFFECT).  AN ADD MUST   *00000330
      *   CODE THE PLAN; AFTER THAT THE PLAN IS CHANGED ONLY BY A      *00000340
      *   PLAN-CHANGE ("P") TRANSACTION, WHICH KEEPS THE OUTGOING PLAN *00000350
      *   IN CM-PRIOR-PLAN SO CALLIVP1 CAN PRORATE THE SURCHARGE WHEN  *00000360
      *   THE CHANGE FALLS INSIDE THE BILLING PERIOD.  A CHANGE ("C")  *00000370
      *   NEVER TOUCHES THE PLAN.                                      *00000380
      *                                                                *00000390
      *   A CORPORATE CUSTOMER WITH SEVERAL SITES IS BILLED THROUGH A  *00000400
      *   PARENT ACCOUNT (CM-PARENT-NUM).  A PARENT CARRIES ITS OWN    *00000410
      *   NUMBER THERE, A SITE CARRIES ITS PARENT'S NUMBER, AND A      *00000420
      *   STANDALONE CUSTOMER LEAVES IT BLANK.  THE LINK IS SET ONLY   *00000430
      *   BY A LINK ("L") TRANSACTION (OR ON THE ADD): TR-PARENT-NUM   *00000440
      *   EQUAL TO THE CUSTOMER'S OWN NUMBER MAKES IT A PARENT,        *00000450
      *   ANOTHER NUMBER LINKS IT AS A SITE OF THAT PARENT, AND BLANK  *00000460
      *   REMOVES THE LINK.  A SITE MAY ONLY BE LINKED TO AN ACCOUNT   *00000470
      *   THAT IS ALREADY A PARENT ON THE OLD MASTER (LOOKED UP        *00000480
      *   THROUGH CALLCUSP) OR WAS MADE ONE EARLIER IN THIS RUN, AND   *00000490
      *   ONLY WHILE THE SITE ITSELF OWES NOTHING ON CALLARN -- FROM   *00000500
      *   THE LINK ON, ITS CHARGES ARE CARRIED ON THE PARENT'S         *00000510
      *   RECEIVABLE.  A CHANGE ("C") NEVER TOUCHES THE LINK.          *00000520
      *                                                                *00000530
      *   AN ACCOUNT BROUGHT BACK FROM CLOSED ("C") TO ACTIVE OR       *00000540
      *   SUSPENDED WHILE CALLWOFF HAS IT WRITTEN OFF ("W" ON THE      *00000550
      *   WRITE-OFF HISTORY, CALLWOFH) HAS THAT ENTRY MARKED           *00000560
      *   REINSTATED ("R").  FROM THEN ON ITS PAYMENTS ARE ORDINARY    *00000570
      *   PAYMENTS AGAINST THE NEW RECEIVABLE, NOT BAD-DEBT            *00000580
      *   RECOVERIES.                                                  *00000590
      *                                                                *00000600
      *   MASTER MAINTENANCE IS THE LAST STEP (7) OF THE CYCLE ON THE  *00000610
      *   CYCLE CONTROL FILE (CALLCYCL).  IT WILL NOT START UNTIL THE  *00000620
      *   CYCLE'S DUNNING RUN HAS COMPLETED, AND WILL NOT RUN TWICE    *00000630
      *   FOR A CYCLE, UNLESS THE OPERATOR CARD (CALLCYCO) CODES AN    *00000640
      *   OVERRIDE.  COMPLETING THIS STEP CLOSES THE CYCLE.            *00000650
      *                                                                *00000660
      *  EXPECTED MESSAGES.                                            *00000670
      *        **** START OF CALLCMNT ****                             *00000680
      *        **** CALLCMNT SUCCESSFUL ****                           *00000690
      *                   OR                                           *00000700
      *        **** START OF CALLCMNT ****                             *00000710
      *        **** CALLCMNT FAILED ****                               *00000720
      *                                                                *00000730
      *  RETURN CODES.                                                 *00000740
      *        0 - ALL TRANSACTIONS APPLIED                            *00000750
      *        4 - ONE OR MORE TRANSACTIONS REJECTED (SEE CALLCMR)     *00000760
      *        8 - FILE PROBLEM - NEW MASTER NOT USABLE, OR STEP       *00000770
      *            REFUSED BY CALLCYCL                                 *00000780
      ******************************************************************00000790
      /                                                                 00000800
       ENVIRONMENT DIVISION.                                            00000810
       CONFIGURATION SECTION.                                           00000820
       SOURCE-COMPUTER.  IBM-390.                                       00000830
       OBJECT-COMPUTER.  IBM-390.                                       00000840
                                                                        00000850
       INPUT-OUTPUT SECTION.                                            00000860
       FILE-CONTROL.                                                    00000870
           SELECT CUST-MASTER-FILE   ASSIGN TO CALLCUST                 00000880
               ORGANIZATION IS INDEXED                                  00000890
               ACCESS IS SEQUENTIAL                                     00000900
               RECORD KEY IS CM-CUST-NUM                                00000910
               FILE STATUS IS WS-CALLCUST-STATUS.                       00000920
                                                                        00000930
           SELECT PARENT-LOOKUP-FILE ASSIGN TO CALLCUSP                 00000940
               ORGANIZATION IS INDEXED                                  00000950
               ACCESS IS RANDOM                                         00000960
               RECORD KEY IS PL-CUST-NUM                                00000970
               FILE STATUS IS WS-CALLCUSP-STATUS.                       00000980
                                                                        00000990
           SELECT TRAN-FILE          ASSIGN TO CALLCTRN                 00001000
               ORGANIZATION IS LINE SEQUENTIAL                          00001010
               FILE STATUS IS WS-CALLCTRN-STATUS.                       00001020
                                                                        00001030
           SELECT NEW-MASTER-FILE    ASSIGN TO CALLCUSN                 00001040
               ORGANIZATION IS INDEXED                                  00001050
               ACCESS IS SEQUENTIAL                                     00001060
               RECORD KEY IS NM-CUST-NUM                                00001070
               FILE STATUS IS WS-CALLCUSN-STATUS.                       00001080
                                                                        00001090
           SELECT AR-NEW-FILE        ASSIGN TO CALLARN                  00001100
               ORGANIZATION IS INDEXED                                  00001110
               ACCESS IS RANDOM                                         00001120
               RECORD KEY IS ARN-CUST-NUM                               00001130
               FILE STATUS IS WS-CALLARN-STATUS.                        00001140
                                                                        00001150
           SELECT WOFF-HIST-FILE     ASSIGN TO CALLWOFH                 00001160
               ORGANIZATION IS INDEXED                                  00001170
               ACCESS IS RANDOM                                         00001180
               RECORD KEY IS WF-CUST-NUM                                00001190
               FILE STATUS IS WS-CALLWOFH-STATUS.                       00001200
                                                                        00001210
           SELECT AUDIT-REPORT-FILE  ASSIGN TO CALLCMR                  00001220
               ORGANIZATION IS LINE SEQUENTIAL                          00001230
               FILE STATUS IS WS-CALLCMR-STATUS.                        00001240
                                                                        00001250
           SELECT CYCLE-CONTROL-FILE ASSIGN TO CALLCYCL                 00001260
               ORGANIZATION IS INDEXED                                  00001270
               ACCESS IS DYNAMIC                                        00001280
               RECORD KEY IS CY-CYCLE-DATE                              00001290
               FILE STATUS IS WS-CALLCYCL-STATUS.                       00001300
                                                                        00001310
           SELECT CYCLE-OVRD-FILE    ASSIGN TO CALLCYCO                 00001320
               ORGANIZATION IS LINE SEQUENTIAL                          00001330
               FILE STATUS IS WS-CALLCYCO-STATUS.                       00001340
                                                                        00001350
       DATA DIVISION.                                                   00001360
       FILE SECTION.                                                    00001370
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
      *  CALLCUSP IS THE OLD MASTER AGAIN, READ AT RANDOM TO PROVE   *  00001570
      *  THAT THE PARENT NAMED ON A LINK IS A PARENT ACCOUNT.        *  00001580
      ****************************************************************  00001590
       FD  PARENT-LOOKUP-FILE                                           00001600
           LABEL RECORDS ARE STANDARD                                   00001610
           RECORD CONTAINS 120 CHARACTERS.                              00001620
       01  PARENT-LOOKUP-REC.                                           00001630
           05  PL-CUST-NUM           PIC X(4).                          00001640
           05  FILLER                PIC X(101).                        00001650
           05  PL-ACCT-STATUS        PIC X(1).                          00001660
           05  FILLER                PIC X(10).                         00001670
           05  PL-PARENT-NUM         PIC X(4).                          00001680
                                                                        00001690
      ****************************************************************  00001700
      *  A TRANSACTION CARRIES THE ACTION CODE, THE KEY, AND A FULL  *  00001710
      *  MASTER-FIELD IMAGE.  ADDS MUST CODE EVERY REQUIRED FIELD;   *  00001720
      *  CHANGES CODE ONLY THE FIELDS TO REPLACE; A STATUS CHANGE    *  00001730
      *  CODES ONLY THE NEW ACCOUNT STATUS; A DELETE CODES NEITHER.  *  00001740
      *  A PLAN CHANGE CODES THE NEW PLAN AND ITS EFFECTIVE DATE     *  00001750
      *  (BLANK DATE = EFFECTIVE THE DAY OF THE RUN).  A LINK CODES  *  00001760
      *  ONLY THE PARENT NUMBER (BLANK = REMOVE THE LINK).           *  00001770
      ****************************************************************  00001780
       FD  TRAN-FILE                                                    00001790
           LABEL RECORDS ARE STANDARD                                   00001800
           RECORD CONTAINS 120 CHARACTERS.                              00001810
       01  TRAN-REC.                                                    00001820
           05  TR-ACTION             PIC X(1).                          00001830
               88  TRAN-ADD                        VALUE "A".           00001840
               88  TRAN-CHANGE                     VALUE "C".           00001850
               88  TRAN-DELETE                     VALUE "D".           00001860
               88  TRAN-STATUS                     VALUE "S".           00001870
               88  TRAN-PLAN                       VALUE "P".           00001880
               88  TRAN-LINK                       VALUE "L".           00001890
           05  TR-CUST-NUM           PIC X(4).                          00001900
           05  TR-CUST-NAME          PIC X(25).                         00001910
           05  TR-ADDR-LINE1         PIC X(25).                         00001920
           05  TR-ADDR-LINE2         PIC X(25).                         00001930
           05  TR-ADDR-CITY          PIC X(15).                         00001940
           05  TR-ADDR-STATE         PIC X(2).                          00001950
           05  TR-ADDR-ZIP           PIC X(9).                          00001960
           05  TR-ACCT-STATUS        PIC X(1).                          00001970
               88  TRAN-STATUS-VALID               VALUES "A" "S" "C".  00001980
           05  TR-RATE-PLAN          PIC X(1).                          00001990
               88  TRAN-PLAN-VALID                 VALUES "1" "2" "3".  00002000
           05  TR-PLAN-EFF-DATE      PIC X(8).                          00002010
           05  FILLER REDEFINES TR-PLAN-EFF-DATE.                       00002020
               10  TR-EFF-YYYY       PIC X(4).                          00002030
               10  TR-EFF-MM         PIC X(2).                          00002040
               10  TR-EFF-DD         PIC X(2).                          00002050
           05  TR-PARENT-NUM         PIC X(4).                          00002060
                                                                        00002070
       FD  NEW-MASTER-FILE                                              00002080
           LABEL RECORDS ARE STANDARD                                   00002090
           RECORD CONTAINS 120 CHARACTERS.                              00002100
       01  NEW-MASTER-REC.                                              00002110
           05  NM-CUST-NUM           PIC X(4).                          00002120
           05  FILLER                PIC X(116).                        00002130
                                                                        00002140
       FD  AR-NEW-FILE                                                  00002150
           LABEL RECORDS ARE STANDARD                                   00002160
           RECORD CONTAINS 54 CHARACTERS.                               00002170
       01  AR-NEW-REC.                                                  00002180
           05  ARN-CUST-NUM          PIC X(4).                          00002190
           05  ARN-BUCKET-CURR       PIC 9(8)V99.                       00002200
           05  ARN-BUCKET-30         PIC 9(8)V99.                       00002210
           05  ARN-BUCKET-60         PIC 9(8)V99.                       00002220
           05  ARN-BUCKET-90         PIC 9(8)V99.                       00002230
           05  ARN-CREDIT            PIC 9(8)V99.                       00002240
                                                                        00002250
      ****************************************************************  00002260
      *  WRITE-OFF HISTORY, MAINTAINED BY CALLWOFF.  A REINSTATED    *  00002270
      *  ACCOUNT'S "W" ENTRY IS MARKED "R" HERE.                     *  00002280
      ****************************************************************  00002290
       FD  WOFF-HIST-FILE                                               00002300
           LABEL RECORDS ARE STANDARD                                   00002310
           RECORD CONTAINS 60 CHARACTERS.                               00002320
       01  WOFF-HIST-REC.                                               00002330
           05  WF-CUST-NUM           PIC X(4).                          00002340
      *    WF-STATUS "P" = PENDING, "W" = WRITTEN OFF, "R" = WRITTEN    00002350
      *    OFF AND SINCE REINSTATED.                                    00002360
           05  WF-STATUS             PIC X(1).                          00002370
               88  WOFF-PENDING                VALUE "P".               00002380
               88  WOFF-WRITTEN-OFF            VALUE "W".               00002390
               88  WOFF-REINSTATED             VALUE "R".               00002400
           05  WF-CYCLE-COUNT        PIC 9(2).                          00002410
           05  WF-LAST-CYCLE         PIC 9(6).                          00002420
           05  WF-WOFF-DATE          PIC 9(8).                          00002430
           05  WF-WOFF-AMOUNT        PIC 9(8)V99.                       00002440
           05  WF-RECOVERED          PIC 9(8)V99.                       00002450
           05  FILLER                PIC X(19).                         00002460
                                                                        00002470
       FD  AUDIT-REPORT-FILE                                            00002480
           LABEL RECORDS ARE STANDARD                                   00002490
           RECORD CONTAINS 132 CHARACTERS.                              00002500
       01  AUDIT-REPORT-LINE         PIC X(132).                        00002510
                                                                        00002520
      ****************************************************************  00002530
      *  CYCLE CONTROL FILE, ONE RECORD PER BILLING CYCLE KEYED ON   *  00002540
      *  THE CYCLE DATE CALLEDIT STAMPS ON THE CALLIN HEADER.  EACH  *  00002550
      *  STEP OF THE STREAM RECORDS ITS START AND COMPLETION IN ITS  *  00002560
      *  OWN CY-STEP-ENTRY:                                          *  00002570
      *    1 CALLEDIT           2 CALLIVP1 BILLING                   *  00002580
      *    3 CALLIVP1 RECYCLE   4 CALLIVP1 REVERSAL                  *  00002590
      *    5 CALLIVP1 SIMULATE  6 CALLDUNN   7 CALLCMNT              *  00002600
      *  CY-STEP-STATUS " " = NOT RUN, "S" = STARTED (RUNNING, OR    *  00002610
      *  ABENDED), "C" = COMPLETE, "F" = ENDED WITH RETURN CODE 8    *  00002620
      *  OR HIGHER.  CY-OVERRIDE "Y" MARKS A STEP THE OPERATOR       *  00002630
      *  FORCED PAST THE CHECKS.                                     *  00002640
      ****************************************************************  00002650
       FD  CYCLE-CONTROL-FILE                                           00002660
           LABEL RECORDS ARE STANDARD                                   00002670
           RECORD CONTAINS 300 CHARACTERS.                              00002680
       01  CYCLE-CONTROL-REC.                                           00002690
           05  CY-CYCLE-DATE         PIC 9(8).                          00002700
           05  CY-STEP-ENTRY         OCCURS 7 TIMES.                    00002710
               10  CY-STEP-STATUS    PIC X(1).                          00002720
               10  CY-START-DATE     PIC 9(8).                          00002730
               10  CY-START-TIME     PIC 9(6).                          00002740
               10  CY-END-DATE       PIC 9(8).                          00002750
               10  CY-END-TIME       PIC 9(6).                          00002760
               10  CY-STEP-RC        PIC 9(4).                          00002770
               10  CY-OVERRIDE       PIC X(1).                          00002780
           05  FILLER                PIC X(54).                         00002790
                                                                        00002800
      ****************************************************************  00002810
      *  OPTIONAL OPERATOR CARD.  CO-CYCLE-DATE NAMES THE CYCLE TO   *  00002820
      *  RUN AGAINST (DEFAULT: THE LATEST CYCLE ON CALLCYCL).        *  00002830
      *  CO-OVERRIDE-CODE "OVERRIDE" WITH THIS STEP'S NAME IN        *  00002840
      *  CO-STEP-NAME LETS THE STEP RUN OUT OF ORDER OR RUN AGAIN.   *  00002850
      ****************************************************************  00002860
       FD  CYCLE-OVRD-FILE                                              00002870
           LABEL RECORDS ARE STANDARD                                   00002880
           RECORD CONTAINS 80 CHARACTERS.                               00002890
       01  CYCLE-OVRD-REC.                                              00002900
           05  CO-CYCLE-DATE         PIC 9(8).                          00002910
           05  CO-STEP-NAME          PIC X(8).                          00002920
           05  CO-OVERRIDE-CODE      PIC X(8).                          00002930
           05  FILLER                PIC X(56).                         00002940
                                                                        00002950
       WORKING-STORAGE SECTION.                                         00002960
                                                                        00002970
       01  WS-VARIABLES.                                                00002980
           05  SUB1                      PIC 9(03).                     00002990
           05  WS-RUN-DATE               PIC 9(8).                      00003000
           05  WS-REJECT-REASON          PIC X(30).                     00003010
           05  WS-EFF-DATE               PIC 9(8).                      00003020
           05  WS-HEAD-SUB               PIC 9(03).                     00003030
           05  WS-HEAD-FLAG              PIC X(1).                      00003040
                                                                        00003050
       01  WS-FILE-STATUSES.                                            00003060
           05  WS-CALLCUST-STATUS        PIC X(2)      VALUE SPACES.    00003070
           05  WS-CALLCUSP-STATUS        PIC X(2)      VALUE SPACES.    00003080
           05  WS-CALLCTRN-STATUS        PIC X(2)      VALUE SPACES.    00003090
           05  WS-CALLCUSN-STATUS        PIC X(2)      VALUE SPACES.    00003100
           05  WS-CALLARN-STATUS         PIC X(2)      VALUE SPACES.    00003110
           05  WS-CALLWOFH-STATUS        PIC X(2)      VALUE SPACES.    00003120
           05  WS-CALLCMR-STATUS         PIC X(2)      VALUE SPACES.    00003130
           05  WS-CALLCYCL-STATUS        PIC X(2)      VALUE SPACES.    00003140
           05  WS-CALLCYCO-STATUS        PIC X(2)      VALUE SPACES.    00003150
                                                                        00003160
       01  WS-SWITCHES.                                                 00003170
           05  WS-MAST-EOF-SW            PIC X         VALUE "N".       00003180
               88  END-OF-MASTER                       VALUE "Y".       00003190
           05  WS-TRAN-EOF-SW            PIC X         VALUE "N".       00003200
               88  END-OF-TRANS                        VALUE "Y".       00003210
           05  WS-ARN-OPEN-SW            PIC X         VALUE "N".       00003220
               88  ARN-FILE-OPEN                       VALUE "Y".       00003230
           05  WS-WOFH-OPEN-SW           PIC X         VALUE "N".       00003240
               88  WOFF-HIST-OPEN                      VALUE "Y".       00003250
           05  WS-HOLD-SW                PIC X         VALUE "N".       00003260
               88  MASTER-IN-HOLD                      VALUE "Y".       00003270
           05  WS-HOLD-DEL-SW            PIC X         VALUE "N".       00003280
               88  HOLD-DELETED                        VALUE "Y".       00003290
           05  WS-TRAN-OK-SW             PIC X         VALUE "N".       00003300
               88  TRAN-OK                             VALUE "Y".       00003310
           05  WS-TRAN-GOT-SW            PIC X         VALUE "N".       00003320
               88  TRAN-GOT                            VALUE "Y".       00003330
           05  WS-STATE-OK-SW            PIC X         VALUE "N".       00003340
               88  STATE-OK                            VALUE "Y".       00003350
           05  WS-CUSP-OPEN-SW           PIC X         VALUE "N".       00003360
               88  PARENT-LOOKUP-OPEN                  VALUE "Y".       00003370
           05  WS-HEAD-FOUND-SW          PIC X         VALUE "N".       00003380
               88  HEAD-FOUND                          VALUE "Y".       00003390
           05  TEST-STATUS               PIC X         VALUE "Y".       00003400
                                                                        00003410
      ****************************************************************  00003420
      *  WS-HOLD-REC IS THE MASTER RECORD CURRENTLY BEING WORKED ON. *  00003430
      *  IT COMES FROM THE OLD MASTER OR FROM AN ADD TRANSACTION,    *  00003440
      *  COLLECTS EVERY TRANSACTION CARRYING ITS KEY, AND IS WRITTEN *  00003450
      *  TO THE NEW MASTER WHEN THE KEYS MOVE PAST IT (UNLESS A      *  00003460
      *  DELETE TOOK IT OUT).  WS-BEFORE-REC KEEPS THE IMAGE AS IT   *  00003470
      *  STOOD BEFORE THE CURRENT TRANSACTION FOR THE AUDIT REPORT.  *  00003480
      ****************************************************************  00003490
       01  WS-HOLD-REC.                                                 00003500
           05  WH-CUST-NUM           PIC X(4).                          00003510
           05  WH-CUST-NAME          PIC X(25).                         00003520
           05  WH-ADDR-LINE1         PIC X(25).                         00003530
           05  WH-ADDR-LINE2         PIC X(25).                         00003540
           05  WH-ADDR-CITY          PIC X(15).                         00003550
           05  WH-ADDR-STATE         PIC X(2).                          00003560
           05  WH-ADDR-ZIP           PIC X(9).                          00003570
           05  WH-ACCT-STATUS        PIC X(1).                          00003580
           05  WH-RATE-PLAN          PIC 9(1).                          00003590
           05  WH-PLAN-EFF-DATE      PIC 9(8).                          00003600
           05  WH-PRIOR-PLAN         PIC 9(1).                          00003610
           05  WH-PARENT-NUM         PIC X(4).                          00003620
                                                                        00003630
       01  WS-BEFORE-REC             PIC X(120).                        00003640
                                                                        00003650
      ****************************************************************  00003660
      *  PARENT ACCOUNTS MADE OR UNMADE BY THIS RUN.  THEY OVERRIDE  *  00003670
      *  WHAT THE OLD MASTER SAYS WHEN A LATER SITE IS LINKED.       *  00003680
      ****************************************************************  00003690
       01  WS-HEAD-TABLE.                                               00003700
           05  WS-HEAD-COUNT             PIC 9(03)     VALUE 0.         00003710
           05  WS-HEAD-ENTRY             OCCURS 500 TIMES.              00003720
               10  WS-HEAD-NUM           PIC X(4).                      00003730
               10  WS-HEAD-ACTIVE        PIC X(1).                      00003740
                                                                        00003750
       01  WS-SEQUENCE-AREA.                                            00003760
           05  WS-PREV-TRAN-KEY          PIC X(4)      VALUE LOW-VALUE. 00003770
           05  WS-PREV-MAST-KEY          PIC X(4)      VALUE LOW-VALUE. 00003780
                                                                        00003790
       01  WS-ARB-WORK.                                                 00003800
           05  WS-ARB-BAL                PIC S9(9)V99  VALUE 0.         00003810
                                                                        00003820
      ****************************************************************  00003830
      *  THE FIFTY STATES PLUS DC, FOR THE STATE-CODE EDIT.          *  00003840
      ****************************************************************  00003850
       01  WS-STATE-LIST.                                               00003860
           05  FILLER  PIC X(26)  VALUE "ALAKAZARCACOCTDEDCFLGAHIID".   00003870
           05  FILLER  PIC X(26)  VALUE "ILINIAKSKYLAMEMDMAMIMNMSMO".   00003880
           05  FILLER  PIC X(26)  VALUE "MTNENVNHNJNMNYNCNDOHOKORPA".   00003890
           05  FILLER  PIC X(24)  VALUE "RISCSDTNTXUTVTVAWAWVWIWY".     00003900
       01  FILLER REDEFINES WS-STATE-LIST.                              00003910
           05  WS-STATE-CODE OCCURS 51 TIMES PIC X(2).                  00003920
                                                                        00003930
       01  WS-COUNTERS.                                                 00003940
           05  WS-MAST-IN-COUNT          PIC 9(6)      VALUE 0.         00003950
           05  WS-MAST-OUT-COUNT         PIC 9(6)      VALUE 0.         00003960
           05  WS-TRAN-COUNT             PIC 9(6)      VALUE 0.         00003970
           05  WS-APPLIED-COUNT          PIC 9(6)      VALUE 0.         00003980
           05  WS-REJECT-COUNT           PIC 9(6)      VALUE 0.         00003990
           05  WS-ADD-COUNT              PIC 9(6)      VALUE 0.         00004000
           05  WS-CHANGE-COUNT           PIC 9(6)      VALUE 0.         00004010
           05  WS-DELETE-COUNT           PIC 9(6)      VALUE 0.         00004020
           05  WS-STATUS-COUNT           PIC 9(6)      VALUE 0.         00004030
           05  WS-PLAN-COUNT             PIC 9(6)      VALUE 0.         00004040
           05  WS-LINK-COUNT             PIC 9(6)      VALUE 0.         00004050
           05  WS-REINSTATE-COUNT        PIC 9(6)      VALUE 0.         00004060
           05  WS-RETURN-CODE            PIC 9(4)      VALUE 0.         00004070
                                                                        00004080
      ****************************************************************  00004090
      *  WS-CYCLE-AREA CARRIES THIS STEP'S ENTRY ON CALLCYCL: ITS    *  00004100
      *  SLOT, THE SLOT THAT MUST BE COMPLETE BEFORE IT MAY RUN, AND *  00004110
      *  THE NAME AN OPERATOR OVERRIDE CARD MUST CARRY.              *  00004120
      ****************************************************************  00004130
       01  WS-CYCLE-AREA.                                               00004140
           05  WS-CY-STEP                PIC 9(1)      VALUE 7.         00004150
           05  WS-CY-PREREQ              PIC 9(1)      VALUE 6.         00004160
           05  WS-CY-STEP-NAME           PIC X(8)      VALUE "CUSTMNT ".00004170
           05  WS-CY-PREREQ-NAME         PIC X(8)      VALUE "DUNNING ".00004180
           05  WS-CY-CYCLE-DATE          PIC 9(8)      VALUE 0.         00004190
           05  WS-CY-DATE-NOW            PIC 9(8)      VALUE 0.         00004200
           05  WS-CY-TIME-NOW            PIC 9(8)      VALUE 0.         00004210
           05  FILLER REDEFINES WS-CY-TIME-NOW.                         00004220
               10  WS-CY-HHMMSS          PIC 9(6).                      00004230
               10  FILLER                PIC 9(2).                      00004240
           05  WS-CY-REASON              PIC X(30)     VALUE SPACES.    00004250
           05  WS-CY-EOF-SW              PIC X         VALUE "N".       00004260
               88  END-OF-CYCLE-FILE                   VALUE "Y".       00004270
           05  WS-CY-FOUND-SW            PIC X         VALUE "N".       00004280
               88  CYCLE-REC-FOUND                     VALUE "Y".       00004290
           05  WS-CY-OVRD-SW             PIC X         VALUE "N".       00004300
               88  CYCLE-OVERRIDE-CODED                VALUE "Y".       00004310
           05  WS-CY-REFUSED-SW          PIC X         VALUE "N".       00004320
               88  CYCLE-STEP-REFUSED                  VALUE "Y".       00004330
                                                                        00004340
       01  WS-REPORT-HEADER-LINE.                                       00004350
           05  FILLER                    PIC X(36)                      00004360
                 VALUE "CALLCMNT CUSTOMER MASTER MAINTENANCE".          00004370
           05  FILLER                    PIC X(3)  VALUE " - ".         00004380
           05  RH-RUN-DATE               PIC 9(8).                      00004390
           05  FILLER                    PIC X(85) VALUE SPACES.        00004400
                                                                        00004410
       01  WS-REPORT-TRAN-LINE.                                         00004420
           05  RT-TAG                    PIC X(9).                      00004430
           05  RT-ACTION                 PIC X(1).                      00004440
           05  FILLER                    PIC X(2)  VALUE SPACES.        00004450
           05  RT-CUST-NUM               PIC X(4).                      00004460
           05  FILLER                    PIC X(2)  VALUE SPACES.        00004470
           05  RT-TEXT                   PIC X(30).                     00004480
           05  FILLER                    PIC X(84) VALUE SPACES.        00004490
                                                                        00004500
       01  WS-REPORT-IMAGE-LINE.                                        00004510
           05  RI-TAG                    PIC X(9).                      00004520
           05  RI-CUST-NUM               PIC X(4).                      00004530
           05  FILLER                    PIC X(1)  VALUE SPACES.        00004540
           05  RI-CUST-NAME              PIC X(25).                     00004550
           05  FILLER                    PIC X(1)  VALUE SPACES.        00004560
           05  RI-ADDR-CITY              PIC X(15).                     00004570
           05  FILLER                    PIC X(1)  VALUE SPACES.        00004580
           05  RI-ADDR-STATE             PIC X(2).                      00004590
           05  FILLER                    PIC X(1)  VALUE SPACES.        00004600
           05  RI-ADDR-ZIP               PIC X(9).                      00004610
           05  FILLER                    PIC X(1)  VALUE SPACES.        00004620
           05  RI-ACCT-STATUS            PIC X(1).                      00004630
           05  FILLER                    PIC X(1)  VALUE SPACES.        00004640
           05  RI-RATE-PLAN              PIC X(1).                      00004650
           05  FILLER                    PIC X(1)  VALUE SPACES.        00004660
           05  RI-PLAN-EFF-DATE          PIC X(8).                      00004670
           05  FILLER                    PIC X(1)  VALUE SPACES.        00004680
           05  RI-PARENT-NUM             PIC X(4).                      00004690
           05  FILLER                    PIC X(46) VALUE SPACES.        00004700
                                                                        00004710
       01  WS-REPORT-TOTAL-LINE.                                        00004720
           05  RL-LABEL                  PIC X(22).                     00004730
           05  RL-COUNT                  PIC ZZZ,ZZ9.                   00004740
           05  FILLER                    PIC X(103) VALUE SPACES.       00004750
                                                                        00004760
      ****************************************************************  00004770
      *                  PROCEDURE DIVISION                          *  00004780
      ****************************************************************  00004790
                                                                        00004800
       PROCEDURE DIVISION.                                              00004810
                                                                        00004820
      *                                                                 00004830
       A000-MAIN-DRIVER.                                                00004840
      *                                                                 00004850
           DISPLAY "***** START OF CALLCMNT *****".                     00004860
                                                                        00004870
           PERFORM A005-START-CYCLE-STEP.                               00004880
           IF CYCLE-STEP-REFUSED                                        00004890
             MOVE "N" TO TEST-STATUS                                    00004900
             MOVE 8 TO WS-RETURN-CODE                                   00004910
           ELSE                                                         00004920
             PERFORM A010-INITIALIZE                                    00004930
             IF TEST-STATUS = "Y"                                       00004940
               PERFORM B100-UPDATE                                      00004950
             END-IF                                                     00004960
             PERFORM A900-FINALIZE                                      00004970
             PERFORM A950-END-CYCLE-STEP                                00004980
           END-IF.                                                      00004990
                                                                        00005000
           IF TEST-STATUS = "Y"                                         00005010
             DISPLAY "***** CALLCMNT SUCCESSFUL *****"                  00005020
           ELSE                                                         00005030
             DISPLAY "+++++ CALLCMNT FAILED +++++".                     00005040
           MOVE WS-RETURN-CODE TO RETURN-CODE.                          00005050
           STOP RUN.                                                    00005060
                                                                        00005070
      ****************************************************************  00005080
      *  A005-START-CYCLE-STEP CHECKS THIS STEP AGAINST THE CYCLE    *  00005090
      *  CONTROL FILE BEFORE ANY OTHER FILE IS OPENED.  THE STEP IS  *  00005100
      *  REFUSED WHEN ITS PREREQUISITE STEP HAS NOT COMPLETED FOR    *  00005110
      *  THE CYCLE, OR WHEN IT HAS ALREADY COMPLETED ITSELF, UNLESS  *  00005120
      *  THE OPERATOR CARD CODES AN OVERRIDE FOR IT.  A STEP THAT    *  00005130
      *  STARTED BUT NEVER COMPLETED (ABEND, OR RETURN CODE 8+) MAY  *  00005140
      *  SIMPLY BE RUN AGAIN.                                        *  00005150
      ****************************************************************  00005160
      *                                                                 00005170
       A005-START-CYCLE-STEP.                                           00005180
      *                                                                 00005190
           ACCEPT WS-CY-DATE-NOW FROM DATE YYYYMMDD.                    00005200
           ACCEPT WS-CY-TIME-NOW FROM TIME.                             00005210
           PERFORM A006-READ-OVERRIDE-CARD.                             00005220
           OPEN I-O CYCLE-CONTROL-FILE.                                 00005230
           IF WS-CALLCYCL-STATUS = "35"                                 00005240
             OPEN OUTPUT CYCLE-CONTROL-FILE                             00005250
             IF WS-CALLCYCL-STATUS = "00"                               00005260
               CLOSE CYCLE-CONTROL-FILE                                 00005270
               OPEN I-O CYCLE-CONTROL-FILE                              00005280
             END-IF                                                     00005290
           END-IF.                                                      00005300
           IF WS-CALLCYCL-STATUS NOT = "00"                             00005310
             DISPLAY "+++ UNABLE TO OPEN CALLCYCL - STATUS "            00005320
                     WS-CALLCYCL-STATUS " +++"                          00005330
             SET CYCLE-STEP-REFUSED TO TRUE                             00005340
           ELSE                                                         00005350
             IF WS-CY-CYCLE-DATE = 0                                    00005360
               PERFORM A007-FIND-LATEST-CYCLE                           00005370
             END-IF                                                     00005380
             PERFORM A008-CHECK-CYCLE-STEP                              00005390
             CLOSE CYCLE-CONTROL-FILE                                   00005400
           END-IF.                                                      00005410
                                                                        00005420
      *                                                                 00005430
       A006-READ-OVERRIDE-CARD.                                         00005440
      *                                                                 00005450
           OPEN INPUT CYCLE-OVRD-FILE.                                  00005460
           IF WS-CALLCYCO-STATUS = "00"                                 00005470
             READ CYCLE-OVRD-FILE                                       00005480
               NOT AT END                                               00005490
                 IF CO-CYCLE-DATE NUMERIC AND CO-CYCLE-DATE > 0         00005500
                   MOVE CO-CYCLE-DATE TO WS-CY-CYCLE-DATE               00005510
                 END-IF                                                 00005520
                 IF CO-OVERRIDE-CODE = "OVERRIDE"                       00005530
                    AND CO-STEP-NAME = WS-CY-STEP-NAME                  00005540
                   SET CYCLE-OVERRIDE-CODED TO TRUE                     00005550
                 END-IF                                                 00005560
             END-READ                                                   00005570
             CLOSE CYCLE-OVRD-FILE                                      00005580
           END-IF.                                                      00005590
                                                                        00005600
      *                                                                 00005610
       A007-FIND-LATEST-CYCLE.                                          00005620
      *                                                                 00005630
           MOVE 0 TO CY-CYCLE-DATE.                                     00005640
           START CYCLE-CONTROL-FILE KEY IS NOT LESS THAN CY-CYCLE-DATE  00005650
             INVALID KEY SET END-OF-CYCLE-FILE TO TRUE                  00005660
           END-START.                                                   00005670
           PERFORM UNTIL END-OF-CYCLE-FILE                              00005680
             READ CYCLE-CONTROL-FILE NEXT                               00005690
               AT END SET END-OF-CYCLE-FILE TO TRUE                     00005700
               NOT AT END MOVE CY-CYCLE-DATE TO WS-CY-CYCLE-DATE        00005710
             END-READ                                                   00005720
           END-PERFORM.                                                 00005730
                                                                        00005740
      *                                                                 00005750
       A008-CHECK-CYCLE-STEP.                                           00005760
      *                                                                 00005770
           MOVE WS-CY-CYCLE-DATE TO CY-CYCLE-DATE.                      00005780
           READ CYCLE-CONTROL-FILE                                      00005790
             INVALID KEY                                                00005800
               MOVE "N" TO WS-CY-FOUND-SW                               00005810
             NOT INVALID KEY                                            00005820
               SET CYCLE-REC-FOUND TO TRUE                              00005830
           END-READ.                                                    00005840
           IF NOT CYCLE-REC-FOUND                                       00005850
             MOVE SPACES TO CYCLE-CONTROL-REC                           00005860
             INITIALIZE CYCLE-CONTROL-REC                               00005870
             MOVE WS-CY-CYCLE-DATE TO CY-CYCLE-DATE                     00005880
           END-IF.                                                      00005890
           MOVE SPACES TO WS-CY-REASON.                                 00005900
           EVALUATE TRUE                                                00005910
             WHEN NOT CYCLE-REC-FOUND AND WS-CY-PREREQ > 0              00005920
               MOVE "CYCLE NOT ON CALLCYCL" TO WS-CY-REASON             00005930
             WHEN CY-STEP-STATUS(WS-CY-STEP) = "C"                      00005940
               MOVE "STEP ALREADY COMPLETE" TO WS-CY-REASON             00005950
             WHEN WS-CY-PREREQ > 0                                      00005960
                  AND CY-STEP-STATUS(WS-CY-PREREQ) NOT = "C"            00005970
               STRING WS-CY-PREREQ-NAME DELIMITED BY SPACE              00005980
                      " STEP NOT COMPLETE" DELIMITED BY SIZE            00005990
                 INTO WS-CY-REASON                                      00006000
           END-EVALUATE.                                                00006010
           MOVE "N" TO CY-OVERRIDE(WS-CY-STEP).                         00006020
           IF WS-CY-REASON NOT = SPACES                                 00006030
             IF CYCLE-OVERRIDE-CODED                                    00006040
               DISPLAY "+++ OPERATOR OVERRIDE - CYCLE "                 00006050
                       WS-CY-CYCLE-DATE " " WS-CY-REASON " +++"         00006060
               MOVE "Y" TO CY-OVERRIDE(WS-CY-STEP)                      00006070
             ELSE                                                       00006080
               DISPLAY "+++ " WS-CY-STEP-NAME " REFUSED FOR CYCLE "     00006090
                       WS-CY-CYCLE-DATE " - " WS-CY-REASON " +++"       00006100
               SET CYCLE-STEP-REFUSED TO TRUE                           00006110
             END-IF                                                     00006120
           END-IF.                                                      00006130
           IF NOT CYCLE-STEP-REFUSED                                    00006140
             MOVE "S"            TO CY-STEP-STATUS(WS-CY-STEP)          00006150
             MOVE WS-CY-DATE-NOW TO CY-START-DATE(WS-CY-STEP)           00006160
             MOVE WS-CY-HHMMSS   TO CY-START-TIME(WS-CY-STEP)           00006170
             MOVE 0 TO CY-END-DATE(WS-CY-STEP) CY-END-TIME(WS-CY-STEP)  00006180
                       CY-STEP-RC(WS-CY-STEP)                           00006190
             IF CYCLE-REC-FOUND                                         00006200
               REWRITE CYCLE-CONTROL-REC                                00006210
                 INVALID KEY                                            00006220
                   DISPLAY "+++ CALLCYCL REWRITE FAILED - "             00006230
                           CY-CYCLE-DATE " +++"                         00006240
                   SET CYCLE-STEP-REFUSED TO TRUE                       00006250
               END-REWRITE                                              00006260
             ELSE                                                       00006270
               WRITE CYCLE-CONTROL-REC                                  00006280
                 INVALID KEY                                            00006290
                   DISPLAY "+++ CALLCYCL WRITE FAILED - "               00006300
                           CY-CYCLE-DATE " +++"                         00006310
                   SET CYCLE-STEP-REFUSED TO TRUE                       00006320
               END-WRITE                                                00006330
             END-IF                                                     00006340
           END-IF.                                                      00006350
                                                                        00006360
      *                                                                 00006370
       A010-INITIALIZE.                                                 00006380
      *                                                                 00006390
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00006400
           OPEN INPUT CUST-MASTER-FILE.                                 00006410
           IF WS-CALLCUST-STATUS NOT = "00"                             00006420
             DISPLAY "+++ UNABLE TO OPEN CALLCUST - STATUS "            00006430
                     WS-CALLCUST-STATUS " +++"                          00006440
             MOVE "N" TO TEST-STATUS                                    00006450
             MOVE 8 TO WS-RETURN-CODE                                   00006460
           END-IF.                                                      00006470
           OPEN INPUT TRAN-FILE.                                        00006480
           IF WS-CALLCTRN-STATUS NOT = "00"                             00006490
             DISPLAY "+++ UNABLE TO OPEN CALLCTRN - STATUS "            00006500
                     WS-CALLCTRN-STATUS " +++"                          00006510
             MOVE "N" TO TEST-STATUS                                    00006520
             MOVE 8 TO WS-RETURN-CODE                                   00006530
           END-IF.                                                      00006540
           OPEN OUTPUT NEW-MASTER-FILE.                                 00006550
           IF WS-CALLCUSN-STATUS NOT = "00"                             00006560
             DISPLAY "+++ UNABLE TO OPEN CALLCUSN - STATUS "            00006570
                     WS-CALLCUSN-STATUS " +++"                          00006580
             MOVE "N" TO TEST-STATUS                                    00006590
             MOVE 8 TO WS-RETURN-CODE                                   00006600
           END-IF.                                                      00006610
           OPEN OUTPUT AUDIT-REPORT-FILE.                               00006620
           IF WS-CALLCMR-STATUS NOT = "00"                              00006630
             DISPLAY "+++ UNABLE TO OPEN CALLCMR - STATUS "             00006640
                     WS-CALLCMR-STATUS " +++"                           00006650
             MOVE "N" TO TEST-STATUS                                    00006660
             MOVE 8 TO WS-RETURN-CODE                                   00006670
           END-IF.                                                      00006680
           PERFORM A020-OPEN-AR-FILE.                                   00006690
           PERFORM A025-OPEN-PARENT-LOOKUP.                             00006700
           PERFORM A030-OPEN-WOFF-HIST.                                 00006710
           IF TEST-STATUS = "Y"                                         00006720
             MOVE WS-RUN-DATE TO RH-RUN-DATE                            00006730
             WRITE AUDIT-REPORT-LINE FROM WS-REPORT-HEADER-LINE         00006740
           END-IF.                                                      00006750
                                                                        00006760
      ****************************************************************  00006770
      *  A020-OPEN-AR-FILE OPENS THE LAST CYCLE'S RECEIVABLES        *  00006780
      *  (CALLARN, KEYED ON CUSTOMER NUMBER) FOR THE DELETE CHECK.   *  00006790
      *  THE FILE IS OPTIONAL -- A SHOP WITH NO RECEIVABLES YET      *  00006800
      *  SIMPLY ALLOWS EVERY DELETE.                                 *  00006810
      ****************************************************************  00006820
      *                                                                 00006830
       A020-OPEN-AR-FILE.                                               00006840
      *                                                                 00006850
           OPEN INPUT AR-NEW-FILE.                                      00006860
           IF WS-CALLARN-STATUS = "00"                                  00006870
             SET ARN-FILE-OPEN TO TRUE                                  00006880
           ELSE                                                         00006890
             IF WS-CALLARN-STATUS NOT = "35"                            00006900
               DISPLAY "+++ CALLARN UNAVAILABLE - STATUS "              00006910
                       WS-CALLARN-STATUS " - DELETES NOT CHECKED +++"   00006920
             END-IF                                                     00006930
           END-IF.                                                      00006940
                                                                        00006950
      ****************************************************************  00006960
      *  A025-OPEN-PARENT-LOOKUP OPENS THE SECOND VIEW OF THE OLD    *  00006970
      *  MASTER.  WITHOUT IT A SITE CAN STILL BE LINKED TO A PARENT  *  00006980
      *  MADE EARLIER IN THIS RUN, BUT NOT TO AN EXISTING ONE.       *  00006990
      ****************************************************************  00007000
      *                                                                 00007010
       A025-OPEN-PARENT-LOOKUP.                                         00007020
      *                                                                 00007030
           OPEN INPUT PARENT-LOOKUP-FILE.                               00007040
           IF WS-CALLCUSP-STATUS = "00"                                 00007050
             SET PARENT-LOOKUP-OPEN TO TRUE                             00007060
           ELSE                                                         00007070
             DISPLAY "+++ CALLCUSP UNAVAILABLE - STATUS "               00007080
                     WS-CALLCUSP-STATUS " - PARENT LINKS LIMITED +++"   00007090
           END-IF.                                                      00007100
                                                                        00007110
      ****************************************************************  00007120
      *  A030-OPEN-WOFF-HIST OPENS THE WRITE-OFF HISTORY FOR UPDATE. *  00007130
      *  A SHOP THAT HAS NEVER RUN CALLWOFF HAS NO FILE (STATUS 35)  *  00007140
      *  AND SO NOTHING TO REINSTATE.                                *  00007150
      ****************************************************************  00007160
      *                                                                 00007170
       A030-OPEN-WOFF-HIST.                                             00007180
      *                                                                 00007190
           OPEN I-O WOFF-HIST-FILE.                                     00007200
           IF WS-CALLWOFH-STATUS = "00"                                 00007210
             SET WOFF-HIST-OPEN TO TRUE                                 00007220
           ELSE                                                         00007230
             IF WS-CALLWOFH-STATUS NOT = "35"                           00007240
               DISPLAY "+++ UNABLE TO OPEN CALLWOFH - STATUS "          00007250
                       WS-CALLWOFH-STATUS " +++"                        00007260
               MOVE "N" TO TEST-STATUS                                  00007270
               MOVE 8 TO WS-RETURN-CODE                                 00007280
             END-IF                                                     00007290
           END-IF.                                                      00007300
                                                                        00007310
      ****************************************************************  00007320
      *  B100-UPDATE IS THE BALANCED-LINE UPDATE.  THE RECORD BEING  *  00007330
      *  BUILT SITS IN WS-HOLD-REC; TRANSACTIONS CARRYING ITS KEY    *  00007340
      *  APPLY TO IT IN ARRIVAL ORDER, AND IT IS RELEASED TO THE NEW *  00007350
      *  MASTER WHEN BOTH INPUT KEYS HAVE MOVED PAST IT.             *  00007360
      ****************************************************************  00007370
      *                                                                 00007380
       B100-UPDATE.                                                     00007390
      *                                                                 00007400
           PERFORM B110-READ-MASTER.                                    00007410
           PERFORM B115-READ-TRAN.                                      00007420
           PERFORM UNTIL END-OF-MASTER AND END-OF-TRANS                 00007430
                     AND NOT MASTER-IN-HOLD                             00007440
             EVALUATE TRUE                                              00007450
               WHEN MASTER-IN-HOLD AND NOT END-OF-TRANS                 00007460
                    AND TR-CUST-NUM = WH-CUST-NUM                       00007470
                 PERFORM B130-APPLY-TRAN                                00007480
                 PERFORM B115-READ-TRAN                                 00007490
               WHEN MASTER-IN-HOLD                                      00007500
                 PERFORM B140-RELEASE-HOLD                              00007510
               WHEN NOT END-OF-MASTER                                   00007520
                    AND (END-OF-TRANS                                   00007530
                         OR CM-CUST-NUM <= TR-CUST-NUM)                 00007540
                 PERFORM B120-HOLD-MASTER                               00007550
                 PERFORM B110-READ-MASTER                               00007560
               WHEN TRAN-ADD                                            00007570
                 PERFORM B150-ADD-CUSTOMER                              00007580
                 PERFORM B115-READ-TRAN                                 00007590
               WHEN OTHER                                               00007600
                 MOVE "CUSTOMER NOT ON MASTER" TO WS-REJECT-REASON      00007610
                 PERFORM B190-REJECT-TRAN                               00007620
                 PERFORM B115-READ-TRAN                                 00007630
             END-EVALUATE                                               00007640
           END-PERFORM.                                                 00007650
                                                                        00007660
      *                                                                 00007670
       B110-READ-MASTER.                                                00007680
      *                                                                 00007690
           READ CUST-MASTER-FILE                                        00007700
             AT END SET END-OF-MASTER TO TRUE                           00007710
             NOT AT END                                                 00007720
               ADD 1 TO WS-MAST-IN-COUNT                                00007730
      *        AN OLD MASTER OUT OF SEQUENCE IS A BUILD ERROR UPSTREAM  00007740
      *        AND WOULD SILENTLY MISAPPLY EVERY LATER TRANSACTION.     00007750
               IF CM-CUST-NUM <= WS-PREV-MAST-KEY                       00007760
                 DISPLAY "+++ CALLCUST OUT OF SEQUENCE AT "             00007770
                         CM-CUST-NUM " +++"                             00007780
                 MOVE "N" TO TEST-STATUS                                00007790
                 MOVE 8 TO WS-RETURN-CODE                               00007800
               END-IF                                                   00007810
               MOVE CM-CUST-NUM TO WS-PREV-MAST-KEY                     00007820
           END-READ.                                                    00007830
                                                                        00007840
      ****************************************************************  00007850
      *  B115-READ-TRAN READS UNTIL IT HAS AN IN-SEQUENCE            *  00007860
      *  TRANSACTION IN HAND, REJECTING OUT-OF-SEQUENCE ONES AS IT   *  00007870
      *  GOES -- APPLYING THEM WOULD MISFILE EVERY LATER KEY.        *  00007880
      ****************************************************************  00007890
      *                                                                 00007900
       B115-READ-TRAN.                                                  00007910
      *                                                                 00007920
           MOVE "N" TO WS-TRAN-GOT-SW.                                  00007930
           PERFORM UNTIL TRAN-GOT OR END-OF-TRANS                       00007940
             READ TRAN-FILE                                             00007950
               AT END SET END-OF-TRANS TO TRUE                          00007960
               NOT AT END                                               00007970
                 ADD 1 TO WS-TRAN-COUNT                                 00007980
                 IF TR-CUST-NUM < WS-PREV-TRAN-KEY                      00007990
                   MOVE "TRANSACTION OUT OF SEQUENCE"                   00008000
                     TO WS-REJECT-REASON                                00008010
                   PERFORM B190-REJECT-TRAN                             00008020
                 ELSE                                                   00008030
                   MOVE TR-CUST-NUM TO WS-PREV-TRAN-KEY                 00008040
                   SET TRAN-GOT TO TRUE                                 00008050
                 END-IF                                                 00008060
             END-READ                                                   00008070
           END-PERFORM.                                                 00008080
                                                                        00008090
      *                                                                 00008100
       B120-HOLD-MASTER.                                                00008110
      *                                                                 00008120
           MOVE CUST-MASTER-REC TO WS-HOLD-REC.                         00008130
           SET MASTER-IN-HOLD TO TRUE.                                  00008140
           MOVE "N" TO WS-HOLD-DEL-SW.                                  00008150
                                                                        00008160
      *                                                                 00008170
       B140-RELEASE-HOLD.                                               00008180
      *                                                                 00008190
           IF NOT HOLD-DELETED                                          00008200
             WRITE NEW-MASTER-REC FROM WS-HOLD-REC                      00008210
             ADD 1 TO WS-MAST-OUT-COUNT                                 00008220
           END-IF.                                                      00008230
           MOVE "N" TO WS-HOLD-SW.                                      00008240
           MOVE "N" TO WS-HOLD-DEL-SW.                                  00008250
                                                                        00008260
      ****************************************************************  00008270
      *  B130-APPLY-TRAN APPLIES ONE TRANSACTION TO THE HELD MASTER  *  00008280
      *  RECORD.  THE BEFORE IMAGE IS SAVED FIRST SO THE AUDIT       *  00008290
      *  REPORT CAN SHOW BOTH SIDES OF THE CHANGE.                   *  00008300
      ****************************************************************  00008310
      *                                                                 00008320
       B130-APPLY-TRAN.                                                 00008330
      *                                                                 00008340
           MOVE WS-HOLD-REC TO WS-BEFORE-REC.                           00008350
           EVALUATE TRUE                                                00008360
             WHEN HOLD-DELETED                                          00008370
               MOVE "CUSTOMER DELETED THIS RUN" TO WS-REJECT-REASON     00008380
               PERFORM B190-REJECT-TRAN                                 00008390
             WHEN TRAN-ADD                                              00008400
               MOVE "CUSTOMER ALREADY ON MASTER" TO WS-REJECT-REASON    00008410
               PERFORM B190-REJECT-TRAN                                 00008420
             WHEN TRAN-CHANGE                                           00008430
               PERFORM B131-APPLY-CHANGE                                00008440
             WHEN TRAN-DELETE                                           00008450
               PERFORM B132-APPLY-DELETE                                00008460
             WHEN TRAN-STATUS                                           00008470
               PERFORM B133-APPLY-STATUS                                00008480
             WHEN TRAN-PLAN                                             00008490
               PERFORM B134-APPLY-PLAN                                  00008500
             WHEN TRAN-LINK                                             00008510
               PERFORM B135-APPLY-LINK                                  00008520
             WHEN OTHER                                                 00008530
               MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON           00008540
               PERFORM B190-REJECT-TRAN                                 00008550
           END-EVALUATE.                                                00008560
                                                                        00008570
      *                                                                 00008580
       B131-APPLY-CHANGE.                                               00008590
      *                                                                 00008600
           PERFORM B160-EDIT-TRAN-FIELDS.                               00008610
           IF TRAN-OK                                                   00008620
             IF TR-CUST-NAME   NOT = SPACES                             00008630
               MOVE TR-CUST-NAME   TO WH-CUST-NAME                      00008640
             END-IF                                                     00008650
             IF TR-ADDR-LINE1  NOT = SPACES                             00008660
               MOVE TR-ADDR-LINE1  TO WH-ADDR-LINE1                     00008670
             END-IF                                                     00008680
             IF TR-ADDR-LINE2  NOT = SPACES                             00008690
               MOVE TR-ADDR-LINE2  TO WH-ADDR-LINE2                     00008700
             END-IF                                                     00008710
             IF TR-ADDR-CITY   NOT = SPACES                             00008720
               MOVE TR-ADDR-CITY   TO WH-ADDR-CITY                      00008730
             END-IF                                                     00008740
             IF TR-ADDR-STATE  NOT = SPACES                             00008750
               MOVE TR-ADDR-STATE  TO WH-ADDR-STATE                     00008760
             END-IF                                                     00008770
             IF TR-ADDR-ZIP    NOT = SPACES                             00008780
               MOVE TR-ADDR-ZIP    TO WH-ADDR-ZIP                       00008790
             END-IF                                                     00008800
             IF TR-ACCT-STATUS NOT = SPACES                             00008810
               MOVE TR-ACCT-STATUS TO WH-ACCT-STATUS                    00008820
             END-IF                                                     00008830
             ADD 1 TO WS-CHANGE-COUNT                                   00008840
             PERFORM B180-REPORT-CHANGE                                 00008850
             PERFORM B137-CHECK-REINSTATE                               00008860
           END-IF.                                                      00008870
                                                                        00008880
      *                                                                 00008890
       B132-APPLY-DELETE.                                               00008900
      *                                                                 00008910
           PERFORM B170-FIND-AR-BALANCE.                                00008920
           IF WS-ARB-BAL NOT = 0                                        00008930
             MOVE "OPEN BALANCE - NOT DELETED" TO WS-REJECT-REASON      00008940
             PERFORM B190-REJECT-TRAN                                   00008950
           ELSE                                                         00008960
             SET HOLD-DELETED TO TRUE                                   00008970
             ADD 1 TO WS-DELETE-COUNT                                   00008980
             PERFORM B180-REPORT-CHANGE                                 00008990
           END-IF.                                                      00009000
                                                                        00009010
      *                                                                 00009020
       B133-APPLY-STATUS.                                               00009030
      *                                                                 00009040
           IF TRAN-STATUS-VALID                                         00009050
             MOVE TR-ACCT-STATUS TO WH-ACCT-STATUS                      00009060
             ADD 1 TO WS-STATUS-COUNT                                   00009070
             PERFORM B180-REPORT-CHANGE                                 00009080
             PERFORM B137-CHECK-REINSTATE                               00009090
           ELSE                                                         00009100
             MOVE "INVALID ACCOUNT STATUS" TO WS-REJECT-REASON          00009110
             PERFORM B190-REJECT-TRAN                                   00009120
           END-IF.                                                      00009130
                                                                        00009140
      ****************************************************************  00009150
      *  B137-CHECK-REINSTATE CATCHES AN ACCOUNT BROUGHT BACK FROM   *  00009160
      *  CLOSED TO ACTIVE OR SUSPENDED.  IF CALLWOFF HAD WRITTEN IT  *  00009170
      *  OFF, THE CALLWOFH ENTRY IS MARKED REINSTATED SO CALLCASH,   *  00009180
      *  CALLIVP1 AND CALLARRC APPLY ITS PAYMENTS TO THE NEW         *  00009190
      *  RECEIVABLE INSTEAD OF BOOKING THEM AS BAD-DEBT RECOVERIES.  *  00009200
      ****************************************************************  00009210
      *                                                                 00009220
       B137-CHECK-REINSTATE.                                            00009230
      *                                                                 00009240
           IF WOFF-HIST-OPEN                                            00009250
              AND WS-BEFORE-REC(106:1) = "C"                            00009260
              AND (WH-ACCT-STATUS = "A" OR WH-ACCT-STATUS = "S")        00009270
             MOVE WH-CUST-NUM TO WF-CUST-NUM                            00009280
             READ WOFF-HIST-FILE                                        00009290
               INVALID KEY                                              00009300
                 MOVE SPACE TO WF-STATUS                                00009310
             END-READ                                                   00009320
             IF WOFF-WRITTEN-OFF                                        00009330
               SET WOFF-REINSTATED TO TRUE                              00009340
               REWRITE WOFF-HIST-REC                                    00009350
                 INVALID KEY                                            00009360
                   DISPLAY "+++ CALLWOFH REWRITE FAILED - "             00009370
                           WF-CUST-NUM " +++"                           00009380
                   MOVE "N" TO TEST-STATUS                              00009390
                   MOVE 8 TO WS-RETURN-CODE                             00009400
                 NOT INVALID KEY                                        00009410
                   ADD 1 TO WS-REINSTATE-COUNT                          00009420
                   MOVE SPACES TO WS-REPORT-TRAN-LINE                   00009430
                   MOVE "  NOTE   "  TO RT-TAG                          00009440
                   MOVE TR-ACTION    TO RT-ACTION                       00009450
                   MOVE TR-CUST-NUM  TO RT-CUST-NUM                     00009460
                   MOVE "WRITE-OFF REINSTATED" TO RT-TEXT               00009470
                   WRITE AUDIT-REPORT-LINE FROM WS-REPORT-TRAN-LINE     00009480
               END-REWRITE                                              00009490
             END-IF                                                     00009500
           END-IF.                                                      00009510
                                                                        00009520
      ****************************************************************  00009530
      *  B134-APPLY-PLAN MOVES THE CUSTOMER TO A NEW RATE PLAN.  THE *  00009540
      *  OUTGOING PLAN IS KEPT AS THE PRIOR PLAN SO A CHANGE THAT    *  00009550
      *  FALLS INSIDE THE BILLING PERIOD CAN BE PRORATED.  A CHANGE  *  00009560
      *  TO THE PLAN ALREADY IN FORCE IS TURNED AWAY -- IT WOULD     *  00009570
      *  WIPE OUT THE PRIOR PLAN FOR NOTHING.                        *  00009580
      ****************************************************************  00009590
      *                                                                 00009600
       B134-APPLY-PLAN.                                                 00009610
      *                                                                 00009620
           PERFORM B166-EDIT-PLAN-FIELDS.                               00009630
           IF TRAN-OK AND TR-RATE-PLAN = SPACE                          00009640
             MOVE "N" TO WS-TRAN-OK-SW                                  00009650
             MOVE "RATE PLAN REQUIRED" TO WS-REJECT-REASON              00009660
             PERFORM B190-REJECT-TRAN                                   00009670
           END-IF.                                                      00009680
           IF TRAN-OK AND WH-RATE-PLAN NUMERIC                          00009690
              AND TR-RATE-PLAN = WH-RATE-PLAN                           00009700
             MOVE "N" TO WS-TRAN-OK-SW                                  00009710
             MOVE "ALREADY ON THIS RATE PLAN" TO WS-REJECT-REASON       00009720
             PERFORM B190-REJECT-TRAN                                   00009730
           END-IF.                                                      00009740
           IF TRAN-OK                                                   00009750
             IF WH-RATE-PLAN NUMERIC                                    00009760
               MOVE WH-RATE-PLAN TO WH-PRIOR-PLAN                       00009770
             ELSE                                                       00009780
               MOVE 0 TO WH-PRIOR-PLAN                                  00009790
             END-IF                                                     00009800
             MOVE TR-RATE-PLAN TO WH-RATE-PLAN                          00009810
             MOVE WS-EFF-DATE  TO WH-PLAN-EFF-DATE                      00009820
             ADD 1 TO WS-PLAN-COUNT                                     00009830
             PERFORM B180-REPORT-CHANGE                                 00009840
           END-IF.                                                      00009850
                                                                        00009860
      ****************************************************************  00009870
      *  B135-APPLY-LINK MAKES THE CUSTOMER A PARENT ACCOUNT, LINKS  *  00009880
      *  IT AS A SITE OF A PARENT, OR REMOVES ITS LINK.  A PARENT    *  00009890
      *  MADE OR UNMADE HERE IS NOTED IN WS-HEAD-TABLE FOR THE SITES *  00009900
      *  THAT FOLLOW IT IN THE RUN.                                  *  00009910
      ****************************************************************  00009920
      *                                                                 00009930
       B135-APPLY-LINK.                                                 00009940
      *                                                                 00009950
           PERFORM B167-EDIT-LINK-FIELDS.                               00009960
           IF TRAN-OK                                                   00009970
             IF TR-PARENT-NUM = WH-CUST-NUM                             00009980
               MOVE "Y" TO WS-HEAD-FLAG                                 00009990
               PERFORM B169-NOTE-HEAD                                   00010000
             END-IF                                                     00010010
             IF WH-PARENT-NUM = WH-CUST-NUM                             00010020
               MOVE "N" TO WS-HEAD-FLAG                                 00010030
               PERFORM B169-NOTE-HEAD                                   00010040
             END-IF                                                     00010050
             MOVE TR-PARENT-NUM TO WH-PARENT-NUM                        00010060
             ADD 1 TO WS-LINK-COUNT                                     00010070
             PERFORM B180-REPORT-CHANGE                                 00010080
           END-IF.                                                      00010090
                                                                        00010100
      ****************************************************************  00010110
      *  B150-ADD-CUSTOMER BUILDS A NEW HELD MASTER RECORD FROM AN   *  00010120
      *  ADD TRANSACTION.  THE RECORD COLLECTS ANY FURTHER           *  00010130
      *  TRANSACTIONS FOR ITS KEY BEFORE IT IS RELEASED, SO AN ADD   *  00010140
      *  FOLLOWED BY A CHANGE IN THE SAME RUN APPLIES CLEANLY.       *  00010150
      ****************************************************************  00010160
      *                                                                 00010170
       B150-ADD-CUSTOMER.                                               00010180
      *                                                                 00010190
           PERFORM B160-EDIT-TRAN-FIELDS.                               00010200
           IF TRAN-OK AND TR-CUST-NAME = SPACES                         00010210
             MOVE "N" TO WS-TRAN-OK-SW                                  00010220
             MOVE "CUSTOMER NAME REQUIRED" TO WS-REJECT-REASON          00010230
             PERFORM B190-REJECT-TRAN                                   00010240
           END-IF.                                                      00010250
           IF TRAN-OK AND TR-ADDR-STATE = SPACES                        00010260
             MOVE "N" TO WS-TRAN-OK-SW                                  00010270
             MOVE "STATE CODE REQUIRED" TO WS-REJECT-REASON             00010280
             PERFORM B190-REJECT-TRAN                                   00010290
           END-IF.                                                      00010300
           IF TRAN-OK AND NOT TRAN-STATUS-VALID                         00010310
             MOVE "N" TO WS-TRAN-OK-SW                                  00010320
             MOVE "INVALID ACCOUNT STATUS" TO WS-REJECT-REASON          00010330
             PERFORM B190-REJECT-TRAN                                   00010340
           END-IF.                                                      00010350
           IF TRAN-OK                                                   00010360
             PERFORM B166-EDIT-PLAN-FIELDS                              00010370
           END-IF.                                                      00010380
           IF TRAN-OK AND TR-RATE-PLAN = SPACE                          00010390
             MOVE "N" TO WS-TRAN-OK-SW                                  00010400
             MOVE "RATE PLAN REQUIRED" TO WS-REJECT-REASON              00010410
             PERFORM B190-REJECT-TRAN                                   00010420
           END-IF.                                                      00010430
           IF TRAN-OK AND TR-PARENT-NUM NOT = SPACES                    00010440
              AND TR-PARENT-NUM NOT = TR-CUST-NUM                       00010450
             PERFORM B168-CHECK-PARENT                                  00010460
           END-IF.                                                      00010470
           IF TRAN-OK                                                   00010480
             IF TR-PARENT-NUM = TR-CUST-NUM                             00010490
               MOVE "Y" TO WS-HEAD-FLAG                                 00010500
               PERFORM B169-NOTE-HEAD                                   00010510
             END-IF                                                     00010520
             MOVE TR-CUST-NUM    TO WH-CUST-NUM                         00010530
             MOVE TR-CUST-NAME   TO WH-CUST-NAME                        00010540
             MOVE TR-ADDR-LINE1  TO WH-ADDR-LINE1                       00010550
             MOVE TR-ADDR-LINE2  TO WH-ADDR-LINE2                       00010560
             MOVE TR-ADDR-CITY   TO WH-ADDR-CITY                        00010570
             MOVE TR-ADDR-STATE  TO WH-ADDR-STATE                       00010580
             MOVE TR-ADDR-ZIP    TO WH-ADDR-ZIP                         00010590
             MOVE TR-ACCT-STATUS TO WH-ACCT-STATUS                      00010600
             MOVE TR-RATE-PLAN   TO WH-RATE-PLAN                        00010610
             MOVE WS-EFF-DATE    TO WH-PLAN-EFF-DATE                    00010620
             MOVE 0              TO WH-PRIOR-PLAN                       00010630
             MOVE TR-PARENT-NUM  TO WH-PARENT-NUM                       00010640
             SET MASTER-IN-HOLD TO TRUE                                 00010650
             MOVE "N" TO WS-HOLD-DEL-SW                                 00010660
             MOVE SPACES TO WS-BEFORE-REC                               00010670
             ADD 1 TO WS-ADD-COUNT                                      00010680
             PERFORM B180-REPORT-CHANGE                                 00010690
           END-IF.                                                      00010700
                                                                        00010710
      ****************************************************************  00010720
      *  B160-EDIT-TRAN-FIELDS EDITS THE FIELDS COMMON TO ADDS AND   *  00010730
      *  CHANGES: THE CUSTOMER NUMBER MUST BE NUMERIC, A CODED       *  00010740
      *  STATE MUST BE A REAL STATE CODE, AND A CODED ZIP MUST BE 5  *  00010750
      *  OR 9 NUMERIC DIGITS.  THE FIRST FAILURE REJECTS THE         *  00010760
      *  TRANSACTION.                                                *  00010770
      ****************************************************************  00010780
      *                                                                 00010790
       B160-EDIT-TRAN-FIELDS.                                           00010800
      *                                                                 00010810
           SET TRAN-OK TO TRUE.                                         00010820
           IF TR-CUST-NUM NOT NUMERIC                                   00010830
             MOVE "N" TO WS-TRAN-OK-SW                                  00010840
             MOVE "CUSTOMER NUMBER NOT NUMERIC" TO WS-REJECT-REASON     00010850
             PERFORM B190-REJECT-TRAN                                   00010860
           END-IF.                                                      00010870
           IF TRAN-OK AND TR-ADDR-STATE NOT = SPACES                    00010880
             PERFORM B165-CHECK-STATE-CODE                              00010890
             IF NOT STATE-OK                                            00010900
               MOVE "N" TO WS-TRAN-OK-SW                                00010910
               MOVE "INVALID STATE CODE" TO WS-REJECT-REASON            00010920
               PERFORM B190-REJECT-TRAN                                 00010930
             END-IF                                                     00010940
           END-IF.                                                      00010950
           IF TRAN-OK AND TR-ADDR-ZIP NOT = SPACES                      00010960
             IF TR-ADDR-ZIP(1:5) NOT NUMERIC                            00010970
                OR (TR-ADDR-ZIP(6:4) NOT = SPACES                       00010980
                    AND TR-ADDR-ZIP(6:4) NOT NUMERIC)                   00010990
               MOVE "N" TO WS-TRAN-OK-SW                                00011000
               MOVE "INVALID ZIP CODE" TO WS-REJECT-REASON              00011010
               PERFORM B190-REJECT-TRAN                                 00011020
             END-IF                                                     00011030
           END-IF.                                                      00011040
                                                                        00011050
      *                                                                 00011060
       B165-CHECK-STATE-CODE.                                           00011070
      *                                                                 00011080
           MOVE "N" TO WS-STATE-OK-SW.                                  00011090
           PERFORM VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > 51             00011100
             IF WS-STATE-CODE(SUB1) = TR-ADDR-STATE                     00011110
               SET STATE-OK TO TRUE                                     00011120
             END-IF                                                     00011130
           END-PERFORM.                                                 00011140
                                                                        00011150
      ****************************************************************  00011160
      *  B166-EDIT-PLAN-FIELDS EDITS THE PLAN FIELDS OF AN ADD OR A  *  00011170
      *  PLAN CHANGE: A CODED PLAN MUST BE 1, 2 OR 3, AND A CODED    *  00011180
      *  EFFECTIVE DATE MUST BE A NUMERIC YYYYMMDD WITH A REAL MONTH *  00011190
      *  AND DAY.  A BLANK DATE TAKES THE RUN DATE.  THE DATE THAT   *  00011200
      *  WILL GO ON THE MASTER IS LEFT IN WS-EFF-DATE.               *  00011210
      ****************************************************************  00011220
      *                                                                 00011230
       B166-EDIT-PLAN-FIELDS.                                           00011240
      *                                                                 00011250
           SET TRAN-OK TO TRUE.                                         00011260
           MOVE WS-RUN-DATE TO WS-EFF-DATE.                             00011270
           IF TR-RATE-PLAN NOT = SPACE AND NOT TRAN-PLAN-VALID          00011280
             MOVE "N" TO WS-TRAN-OK-SW                                  00011290
             MOVE "INVALID RATE PLAN" TO WS-REJECT-REASON               00011300
             PERFORM B190-REJECT-TRAN                                   00011310
           END-IF.                                                      00011320
           IF TRAN-OK AND TR-PLAN-EFF-DATE NOT = SPACES                 00011330
             IF TR-PLAN-EFF-DATE NOT NUMERIC                            00011340
                OR TR-EFF-MM < "01" OR TR-EFF-MM > "12"                 00011350
                OR TR-EFF-DD < "01" OR TR-EFF-DD > "31"                 00011360
               MOVE "N" TO WS-TRAN-OK-SW                                00011370
               MOVE "INVALID PLAN EFFECTIVE DATE" TO WS-REJECT-REASON   00011380
               PERFORM B190-REJECT-TRAN                                 00011390
             ELSE                                                       00011400
               MOVE TR-PLAN-EFF-DATE TO WS-EFF-DATE                     00011410
             END-IF                                                     00011420
           END-IF.                                                      00011430
                                                                        00011440
      ****************************************************************  00011450
      *  B167-EDIT-LINK-FIELDS EDITS A LINK AGAINST THE HELD MASTER. *  00011460
      *  A PARENT MUST BE OPEN AND NOT ALREADY A SITE; A NEW SITE    *  00011470
      *  MUST NOT BE A PARENT ITSELF AND MUST OWE NOTHING ON ITS OWN *  00011480
      *  RECEIVABLE, SINCE ITS CHARGES WILL POST TO THE PARENT'S.    *  00011490
      ****************************************************************  00011500
      *                                                                 00011510
       B167-EDIT-LINK-FIELDS.                                           00011520
      *                                                                 00011530
           SET TRAN-OK TO TRUE.                                         00011540
           EVALUATE TRUE                                                00011550
             WHEN TR-PARENT-NUM = WH-PARENT-NUM                         00011560
               MOVE "N" TO WS-TRAN-OK-SW                                00011570
               IF TR-PARENT-NUM = SPACES                                00011580
                 MOVE "NO PARENT LINK TO REMOVE" TO WS-REJECT-REASON    00011590
               ELSE                                                     00011600
                 MOVE "ALREADY LINKED TO THIS PARENT"                   00011610
                   TO WS-REJECT-REASON                                  00011620
               END-IF                                                   00011630
             WHEN TR-PARENT-NUM = SPACES                                00011640
               CONTINUE                                                 00011650
             WHEN TR-PARENT-NUM = WH-CUST-NUM                           00011660
               IF WH-PARENT-NUM NOT = SPACES                            00011670
                 MOVE "N" TO WS-TRAN-OK-SW                              00011680
                 MOVE "SITE OF ANOTHER PARENT" TO WS-REJECT-REASON      00011690
               END-IF                                                   00011700
               IF WH-ACCT-STATUS = "C"                                  00011710
                 MOVE "N" TO WS-TRAN-OK-SW                              00011720
                 MOVE "ACCOUNT CLOSED" TO WS-REJECT-REASON              00011730
               END-IF                                                   00011740
             WHEN WH-PARENT-NUM = WH-CUST-NUM                           00011750
               MOVE "N" TO WS-TRAN-OK-SW                                00011760
               MOVE "CUSTOMER IS A PARENT ACCOUNT" TO WS-REJECT-REASON  00011770
             WHEN OTHER                                                 00011780
               PERFORM B170-FIND-AR-BALANCE                             00011790
               IF WS-ARB-BAL NOT = 0                                    00011800
                 MOVE "N" TO WS-TRAN-OK-SW                              00011810
                 MOVE "OPEN BALANCE - NOT LINKED" TO WS-REJECT-REASON   00011820
               END-IF                                                   00011830
           END-EVALUATE.                                                00011840
           IF NOT TRAN-OK                                               00011850
             PERFORM B190-REJECT-TRAN                                   00011860
           END-IF.                                                      00011870
           IF TRAN-OK AND TR-PARENT-NUM NOT = SPACES                    00011880
              AND TR-PARENT-NUM NOT = WH-CUST-NUM                       00011890
             PERFORM B168-CHECK-PARENT                                  00011900
           END-IF.                                                      00011910
                                                                        00011920
      ****************************************************************  00011930
      *  B168-CHECK-PARENT PROVES THE PARENT NAMED ON A SITE LINK IS *  00011940
      *  A PARENT ACCOUNT: MADE (OR UNMADE) EARLIER IN THIS RUN PER  *  00011950
      *  WS-HEAD-TABLE, OTHERWISE AN OPEN PARENT ON THE OLD MASTER.  *  00011960
      ****************************************************************  00011970
      *                                                                 00011980
       B168-CHECK-PARENT.                                               00011990
      *                                                                 00012000
           SET TRAN-OK TO TRUE.                                         00012010
           MOVE "N" TO WS-HEAD-FOUND-SW.                                00012020
           IF TR-PARENT-NUM NOT NUMERIC                                 00012030
             MOVE "N" TO WS-TRAN-OK-SW                                  00012040
             MOVE "PARENT NUMBER NOT NUMERIC" TO WS-REJECT-REASON       00012050
           ELSE                                                         00012060
             PERFORM VARYING SUB1 FROM 1 BY 1                           00012070
               UNTIL SUB1 > WS-HEAD-COUNT OR HEAD-FOUND                 00012080
               IF WS-HEAD-NUM(SUB1) = TR-PARENT-NUM                     00012090
                 SET HEAD-FOUND TO TRUE                                 00012100
                 IF WS-HEAD-ACTIVE(SUB1) NOT = "Y"                      00012110
                   MOVE "N" TO WS-TRAN-OK-SW                            00012120
                   MOVE "PARENT NOT A PARENT ACCOUNT"                   00012130
                     TO WS-REJECT-REASON                                00012140
                 END-IF                                                 00012150
               END-IF                                                   00012160
             END-PERFORM                                                00012170
           END-IF.                                                      00012180
           IF TRAN-OK AND NOT HEAD-FOUND                                00012190
             IF PARENT-LOOKUP-OPEN                                      00012200
               MOVE TR-PARENT-NUM TO PL-CUST-NUM                        00012210
               READ PARENT-LOOKUP-FILE                                  00012220
                 INVALID KEY                                            00012230
                   MOVE "N" TO WS-TRAN-OK-SW                            00012240
                   MOVE "PARENT NOT ON MASTER" TO WS-REJECT-REASON      00012250
                 NOT INVALID KEY                                        00012260
                   IF PL-PARENT-NUM NOT = PL-CUST-NUM                   00012270
                     MOVE "N" TO WS-TRAN-OK-SW                          00012280
                     MOVE "PARENT NOT A PARENT ACCOUNT"                 00012290
                       TO WS-REJECT-REASON                              00012300
                   END-IF                                               00012310
                   IF PL-ACCT-STATUS = "C"                              00012320
                     MOVE "N" TO WS-TRAN-OK-SW                          00012330
                     MOVE "PARENT ACCOUNT CLOSED" TO WS-REJECT-REASON   00012340
                   END-IF                                               00012350
               END-READ                                                 00012360
             ELSE                                                       00012370
               MOVE "N" TO WS-TRAN-OK-SW                                00012380
               MOVE "PARENT NOT ON MASTER" TO WS-REJECT-REASON          00012390
             END-IF                                                     00012400
           END-IF.                                                      00012410
           IF NOT TRAN-OK                                               00012420
             PERFORM B190-REJECT-TRAN                                   00012430
           END-IF.                                                      00012440
                                                                        00012450
      ****************************************************************  00012460
      *  B169-NOTE-HEAD FINDS OR ADDS TR-CUST-NUM'S ENTRY IN         *  00012470
      *  WS-HEAD-TABLE AND SETS IT ACTIVE OR NOT PER WS-HEAD-FLAG.   *  00012480
      ****************************************************************  00012490
      *                                                                 00012500
       B169-NOTE-HEAD.                                                  00012510
      *                                                                 00012520
           MOVE 0 TO WS-HEAD-SUB.                                       00012530
           PERFORM VARYING SUB1 FROM 1 BY 1                             00012540
             UNTIL SUB1 > WS-HEAD-COUNT OR WS-HEAD-SUB > 0              00012550
             IF WS-HEAD-NUM(SUB1) = TR-CUST-NUM                         00012560
               MOVE SUB1 TO WS-HEAD-SUB                                 00012570
             END-IF                                                     00012580
           END-PERFORM.                                                 00012590
           IF WS-HEAD-SUB = 0                                           00012600
             IF WS-HEAD-COUNT < 500                                     00012610
               ADD 1 TO WS-HEAD-COUNT                                   00012620
               MOVE WS-HEAD-COUNT TO WS-HEAD-SUB                        00012630
               MOVE TR-CUST-NUM   TO WS-HEAD-NUM(WS-HEAD-SUB)           00012640
             ELSE                                                       00012650
               DISPLAY "+++ PARENT TABLE FULL AT " TR-CUST-NUM " +++"   00012660
             END-IF                                                     00012670
           END-IF.                                                      00012680
           IF WS-HEAD-SUB > 0                                           00012690
             MOVE WS-HEAD-FLAG TO WS-HEAD-ACTIVE(WS-HEAD-SUB)           00012700
           END-IF.                                                      00012710
                                                                        00012720
      *                                                                 00012730
       B170-FIND-AR-BALANCE.                                            00012740
      *                                                                 00012750
           MOVE 0 TO WS-ARB-BAL.                                        00012760
           IF ARN-FILE-OPEN                                             00012770
             MOVE TR-CUST-NUM TO ARN-CUST-NUM                           00012780
             READ AR-NEW-FILE                                           00012790
               INVALID KEY                                              00012800
                 CONTINUE                                               00012810
               NOT INVALID KEY                                          00012820
                 COMPUTE WS-ARB-BAL = ARN-BUCKET-CURR                   00012830
                   + ARN-BUCKET-30 + ARN-BUCKET-60                      00012840
                   + ARN-BUCKET-90 - ARN-CREDIT                         00012850
             END-READ                                                   00012860
           END-IF.                                                      00012870
                                                                        00012880
      ****************************************************************  00012890
      *  B180/B190 WRITE THE AUDIT TRAIL: EVERY APPLIED TRANSACTION  *  00012900
      *  SHOWS ITS BEFORE AND AFTER MASTER IMAGE, AND EVERY REJECT   *  00012910
      *  SHOWS THE REASON IT WAS TURNED AWAY.                        *  00012920
      ****************************************************************  00012930
      *                                                                 00012940
       B180-REPORT-CHANGE.                                              00012950
      *                                                                 00012960
           ADD 1 TO WS-APPLIED-COUNT.                                   00012970
           MOVE SPACES TO WS-REPORT-TRAN-LINE.                          00012980
           MOVE "APPLIED  " TO RT-TAG.                                  00012990
           MOVE TR-ACTION   TO RT-ACTION.                               00013000
           MOVE TR-CUST-NUM TO RT-CUST-NUM.                             00013010
           MOVE SPACES      TO RT-TEXT.                                 00013020
           WRITE AUDIT-REPORT-LINE FROM WS-REPORT-TRAN-LINE.            00013030
           IF WS-BEFORE-REC NOT = SPACES                                00013040
             PERFORM B181-REPORT-BEFORE                                 00013050
           END-IF.                                                      00013060
           IF NOT HOLD-DELETED                                          00013070
             MOVE SPACES TO WS-REPORT-IMAGE-LINE                        00013080
             MOVE "  AFTER  "     TO RI-TAG                             00013090
             MOVE WH-CUST-NUM     TO RI-CUST-NUM                        00013100
             MOVE WH-CUST-NAME    TO RI-CUST-NAME                       00013110
             MOVE WH-ADDR-CITY    TO RI-ADDR-CITY                       00013120
             MOVE WH-ADDR-STATE   TO RI-ADDR-STATE                      00013130
             MOVE WH-ADDR-ZIP     TO RI-ADDR-ZIP                        00013140
             MOVE WH-ACCT-STATUS  TO RI-ACCT-STATUS                     00013150
             MOVE WH-RATE-PLAN    TO RI-RATE-PLAN                       00013160
             MOVE WH-PLAN-EFF-DATE TO RI-PLAN-EFF-DATE                  00013170
             MOVE WH-PARENT-NUM   TO RI-PARENT-NUM                      00013180
             WRITE AUDIT-REPORT-LINE FROM WS-REPORT-IMAGE-LINE          00013190
           END-IF.                                                      00013200
                                                                        00013210
      *                                                                 00013220
       B181-REPORT-BEFORE.                                              00013230
      *                                                                 00013240
           MOVE SPACES TO WS-REPORT-IMAGE-LINE.                         00013250
           MOVE "  BEFORE "             TO RI-TAG.                      00013260
           MOVE WS-BEFORE-REC(1:4)      TO RI-CUST-NUM.                 00013270
           MOVE WS-BEFORE-REC(5:25)     TO RI-CUST-NAME.                00013280
           MOVE WS-BEFORE-REC(80:15)    TO RI-ADDR-CITY.                00013290
           MOVE WS-BEFORE-REC(95:2)     TO RI-ADDR-STATE.               00013300
           MOVE WS-BEFORE-REC(97:9)     TO RI-ADDR-ZIP.                 00013310
           MOVE WS-BEFORE-REC(106:1)    TO RI-ACCT-STATUS.              00013320
           MOVE WS-BEFORE-REC(107:1)    TO RI-RATE-PLAN.                00013330
           MOVE WS-BEFORE-REC(108:8)    TO RI-PLAN-EFF-DATE.            00013340
           MOVE WS-BEFORE-REC(117:4)    TO RI-PARENT-NUM.               00013350
           WRITE AUDIT-REPORT-LINE FROM WS-REPORT-IMAGE-LINE.           00013360
                                                                        00013370
      *                                                                 00013380
       B190-REJECT-TRAN.                                                00013390
      *                                                                 00013400
           ADD 1 TO WS-REJECT-COUNT.                                    00013410
           MOVE SPACES TO WS-REPORT-TRAN-LINE.                          00013420
           MOVE "REJECTED " TO RT-TAG.                                  00013430
           MOVE TR-ACTION   TO RT-ACTION.                               00013440
           MOVE TR-CUST-NUM TO RT-CUST-NUM.                             00013450
           MOVE WS-REJECT-REASON TO RT-TEXT.                            00013460
           WRITE AUDIT-REPORT-LINE FROM WS-REPORT-TRAN-LINE.            00013470
                                                                        00013480
      *                                                                 00013490
       A900-FINALIZE.                                                   00013500
      *                                                                 00013510
           IF WS-CALLCMR-STATUS = "00"                                  00013520
             MOVE SPACES TO WS-REPORT-TOTAL-LINE                        00013530
             MOVE "MASTER RECORDS IN     " TO RL-LABEL                  00013540
             MOVE WS-MAST-IN-COUNT TO RL-COUNT                          00013550
             WRITE AUDIT-REPORT-LINE FROM WS-REPORT-TOTAL-LINE          00013560
             MOVE SPACES TO WS-REPORT-TOTAL-LINE                        00013570
             MOVE "MASTER RECORDS OUT    " TO RL-LABEL                  00013580
             MOVE WS-MAST-OUT-COUNT TO RL-COUNT                         00013590
             WRITE AUDIT-REPORT-LINE FROM WS-REPORT-TOTAL-LINE          00013600
             MOVE SPACES TO WS-REPORT-TOTAL-LINE                        00013610
             MOVE "TRANSACTIONS READ     " TO RL-LABEL                  00013620
             MOVE WS-TRAN-COUNT TO RL-COUNT                             00013630
             WRITE AUDIT-REPORT-LINE FROM WS-REPORT-TOTAL-LINE          00013640
             MOVE SPACES TO WS-REPORT-TOTAL-LINE                        00013650
             MOVE "TRANSACTIONS APPLIED  " TO RL-LABEL                  00013660
             MOVE WS-APPLIED-COUNT TO RL-COUNT                          00013670
             WRITE AUDIT-REPORT-LINE FROM WS-REPORT-TOTAL-LINE          00013680
             MOVE SPACES TO WS-REPORT-TOTAL-LINE                        00013690
             MOVE "TRANSACTIONS REJECTED " TO RL-LABEL                  00013700
             MOVE WS-REJECT-COUNT TO RL-COUNT                           00013710
             WRITE AUDIT-REPORT-LINE FROM WS-REPORT-TOTAL-LINE          00013720
             MOVE SPACES TO WS-REPORT-TOTAL-LINE                        00013730
             MOVE "CUSTOMERS ADDED       " TO RL-LABEL                  00013740
             MOVE WS-ADD-COUNT TO RL-COUNT                              00013750
             WRITE AUDIT-REPORT-LINE FROM WS-REPORT-TOTAL-LINE          00013760
             MOVE SPACES TO WS-REPORT-TOTAL-LINE                        00013770
             MOVE "CUSTOMERS CHANGED     " TO RL-LABEL                  00013780
             MOVE WS-CHANGE-COUNT TO RL-COUNT                           00013790
             WRITE AUDIT-REPORT-LINE FROM WS-REPORT-TOTAL-LINE          00013800
             MOVE SPACES TO WS-REPORT-TOTAL-LINE                        00013810
             MOVE "CUSTOMERS DELETED     " TO RL-LABEL                  00013820
             MOVE WS-DELETE-COUNT TO RL-COUNT                           00013830
             WRITE AUDIT-REPORT-LINE FROM WS-REPORT-TOTAL-LINE          00013840
             MOVE SPACES TO WS-REPORT-TOTAL-LINE                        00013850
             MOVE "STATUS CHANGES        " TO RL-LABEL                  00013860
             MOVE WS-STATUS-COUNT TO RL-COUNT                           00013870
             WRITE AUDIT-REPORT-LINE FROM WS-REPORT-TOTAL-LINE          00013880
             MOVE SPACES TO WS-REPORT-TOTAL-LINE                        00013890
             MOVE "PLAN CHANGES          " TO RL-LABEL                  00013900
             MOVE WS-PLAN-COUNT TO RL-COUNT                             00013910
             WRITE AUDIT-REPORT-LINE FROM WS-REPORT-TOTAL-LINE          00013920
             MOVE SPACES TO WS-REPORT-TOTAL-LINE                        00013930
             MOVE "PARENT LINK CHANGES   " TO RL-LABEL                  00013940
             MOVE WS-LINK-COUNT TO RL-COUNT                             00013950
             WRITE AUDIT-REPORT-LINE FROM WS-REPORT-TOTAL-LINE          00013960
             MOVE SPACES TO WS-REPORT-TOTAL-LINE                        00013970
             MOVE "WRITE-OFFS REINSTATED " TO RL-LABEL                  00013980
             MOVE WS-REINSTATE-COUNT TO RL-COUNT                        00013990
             WRITE AUDIT-REPORT-LINE FROM WS-REPORT-TOTAL-LINE          00014000
             CLOSE AUDIT-REPORT-FILE                                    00014010
           END-IF.                                                      00014020
           IF WS-CALLCUSN-STATUS = "00"                                 00014030
             CLOSE NEW-MASTER-FILE                                      00014040
           END-IF.                                                      00014050
           IF WS-CALLCUST-STATUS = "00" OR WS-CALLCUST-STATUS = "10"    00014060
             CLOSE CUST-MASTER-FILE                                     00014070
           END-IF.                                                      00014080
           IF WS-CALLCTRN-STATUS = "00" OR WS-CALLCTRN-STATUS = "10"    00014090
             CLOSE TRAN-FILE                                            00014100
           END-IF.                                                      00014110
           IF ARN-FILE-OPEN                                             00014120
             CLOSE AR-NEW-FILE                                          00014130
           END-IF.                                                      00014140
           IF PARENT-LOOKUP-OPEN                                        00014150
             CLOSE PARENT-LOOKUP-FILE                                   00014160
           END-IF.                                                      00014170
           IF WOFF-HIST-OPEN                                            00014180
             CLOSE WOFF-HIST-FILE                                       00014190
           END-IF.                                                      00014200
           IF WS-REJECT-COUNT > 0 AND WS-RETURN-CODE = 0                00014210
             MOVE 4 TO WS-RETURN-CODE                                   00014220
           END-IF.                                                      00014230
                                                                        00014240
      ****************************************************************  00014250
      *  A950-END-CYCLE-STEP RECORDS HOW THE STEP ENDED: COMPLETE ON *  00014260
      *  A RETURN CODE BELOW 8, OTHERWISE FAILED, SO THE NEXT STEP   *  00014270
      *  WILL NOT START AGAINST IT.                                  *  00014280
      ****************************************************************  00014290
      *                                                                 00014300
       A950-END-CYCLE-STEP.                                             00014310
      *                                                                 00014320
           ACCEPT WS-CY-DATE-NOW FROM DATE YYYYMMDD.                    00014330
           ACCEPT WS-CY-TIME-NOW FROM TIME.                             00014340
           OPEN I-O CYCLE-CONTROL-FILE.                                 00014350
           IF WS-CALLCYCL-STATUS NOT = "00"                             00014360
             DISPLAY "+++ UNABLE TO OPEN CALLCYCL - STATUS "            00014370
                     WS-CALLCYCL-STATUS " - STEP NOT RECORDED +++"      00014380
             IF WS-RETURN-CODE < 4                                      00014390
               MOVE 4 TO WS-RETURN-CODE                                 00014400
             END-IF                                                     00014410
           ELSE                                                         00014420
             MOVE WS-CY-CYCLE-DATE TO CY-CYCLE-DATE                     00014430
             READ CYCLE-CONTROL-FILE                                    00014440
               INVALID KEY                                              00014450
                 DISPLAY "+++ CYCLE " WS-CY-CYCLE-DATE                  00014460
                         " NOT ON CALLCYCL - STEP NOT RECORDED +++"     00014470
                 IF WS-RETURN-CODE < 4                                  00014480
                   MOVE 4 TO WS-RETURN-CODE                             00014490
                 END-IF                                                 00014500
               NOT INVALID KEY                                          00014510
                 IF WS-RETURN-CODE < 8                                  00014520
                   MOVE "C" TO CY-STEP-STATUS(WS-CY-STEP)               00014530
                 ELSE                                                   00014540
                   MOVE "F" TO CY-STEP-STATUS(WS-CY-STEP)               00014550
                 END-IF                                                 00014560
                 MOVE WS-CY-DATE-NOW TO CY-END-DATE(WS-CY-STEP)         00014570
                 MOVE WS-CY-HHMMSS   TO CY-END-TIME(WS-CY-STEP)         00014580
                 MOVE WS-RETURN-CODE TO CY-STEP-RC(WS-CY-STEP)          00014590
                 REWRITE CYCLE-CONTROL-REC                              00014600
                   INVALID KEY                                          00014610
                     DISPLAY "+++ CALLCYCL REWRITE FAILED - "           00014620
                             CY-CYCLE-DATE " +++"                       00014630
                 END-REWRITE                                            00014640
             END-READ                                                   00014650
             CLOSE CYCLE-CONTROL-FILE                                   00014660
           END-IF.                                                      00014670
