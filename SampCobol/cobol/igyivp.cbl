      *   THE MAIN PROGRAM 'CALLIVP1' CALLS 'NSTSUBA' WHICH THEN CALLS *00000240
      *   'NSTSUBH' TO RATE EACH CALL AGAINST THE RATE TABLE.          *00000250
      *   'CALLIVP1' ALSO MAKES CALLS TO 'NSTSUBE' (TOTAL THE CALLS)   *00000260
      *   AND, DEPENDING ON THE RATE PLAN CARRIED ON THE CUSTOMER      *00000270
      *   MASTER, 'NSTSUBF' (PLAN 1), 'NSTSUBG' (PLAN 2) OR 'NSTSUBI'  *00000280
      *   (PLAN 3 - PREMIUM/BUSINESS).  A PLAN CHANGE EFFECTIVE INSIDE *00000290
      *   THE BILLING PERIOD PRORATES THE SURCHARGE BY DAYS BETWEEN    *00000300
      *   THE OLD AND NEW PLANS.  CUSTOMERS WHOSE CALLIN PLAN DIFFERS  *00000310
      *   FROM THE MASTER ARE LISTED ON CALLPLNX.                      *00000320
      *                                                                *00000330
      *   A SITE OF A CORPORATE PARENT ACCOUNT (CM-PARENT-NUM) IS      *00000340
      *   RATED AND TAXED ON ITS OWN BUT GETS NO INVOICE OF ITS OWN:   *00000350
      *   ITS TOTALS GO TO THE CALLCONW WORK FILE, AND AT END OF RUN   *00000360
      *   EACH PARENT GETS ONE CONSOLIDATED STATEMENT ON CALLCONS --   *00000370
      *   A LINE PER SITE, THEN THE VOLUME DISCOUNT (TIER SET BY THE   *00000380
      *   COMBINED MINUTES), CREDITS, COMBINED TAXES AND THE PARENT'S  *00000390
      *   BALANCE.  THE RECEIVABLE AND EVERY GL POSTING ARE CARRIED    *00000400
      *   UNDER THE PARENT.                                            *00000410
      *                                                                *00000420
      *   A BILLING RUN ALSO COSTS EVERY RATED CALL AGAINST THE        *00000430
      *   CARRIER COST TABLE (CALLCOST, EFFECTIVE-DATED BY AREA CODE   *00000440
      *   LIKE CALLRATE) AND PRINTS A MARGIN REPORT ON CALLMRGN - A    *00000450
      *   SECTION PER BRANCH AND A NATIONAL SECTION, ONE LINE PER AREA *00000460
      *   CODE AND CITY - FLAGGING EVERY ROUTE WHOSE MARGIN FALLS      *00000470
      *   BELOW THE CALLCTL THRESHOLD.                                 *00000480
      *                                                                *00000490
      *   CALLIVP1---------        THIS DIAGRAM ILLUSTRATES THE LEVELS *00000500
      *   | NSTSUBA------ |        OF NESTED PROGRAMS.                 *00000510
      *   | | NSTSUBH-- | |                                            *00000520
      *   | | |       | | |                                            *00000530
      *   | | --------- | |                                            *00000540
      *   | ------------- |                                            *00000550
      *   | NSTSUBE------ |                                            *00000560
      *   | |           | |                                            *00000570
      *   | ------------- |                                            *00000580
      *   | NSTSUBF------ |                                            *00000590
      *   | |           | |                                            *00000600
      *   | ------------- |                                            *00000610
      *   | NSTSUBG------ |                                            *00000620
      *   | |           | |                                            *00000630
      *   | ------------- |                                            *00000640
      *   | NSTSUBI------ |                                            *00000650
      *   | |           | |                                            *00000660
      *   | ------------- |                                            *00000670
      *   -----------------                                            *00000680
      *                                                                *00000690
      *  EXPECTED MESSAGES.                                            *00000700
      *        **** START OF CALLIVP1 ****                             *00000710
      *        **** CALLIVP1 SUCCESSFUL ****                           *00000720
      *                   OR                                           *00000730
      *        **** START OF CALLIVP1 ****                             *00000740
      *        **** CALLIVP1 FAILED ****                               *00000750
      *                                                                *00000760
      *  CRITERIA FOR SUCCESS.                                         *00000770
      *    SELF CHECKING - CALLIVP1 'SUCCESSFUL' SHOULD BE DISPLAYED   *00000780
      *    AT END OF RUN.  THIS INDICATES THE CALL-DETAIL FILE OPENED  *00000790
      *    AND EVERY NESTED-PROGRAM CALL COMPLETED WITHOUT RAISING AN  *00000800
      *    EXCEPTION CONDITION (THE ORIGINAL INSTALLATION-VERIFICATION *00000810
      *    CHECK).  REJECTED CALLS AND UNRECOGNIZED RATE PLANS ARE     *00000820
      *    REPORTED ON CALLEXC RATHER THAN FAILING THE RUN.            *00000830
      *                                                                *00000840
      *  CYCLE CONTROL.                                                *00000850
      *    EACH MODE IS ONE STEP ON THE CYCLE CONTROL FILE (CALLCYCL): *00000860
      *    BILLING (STEP 2) AND SIMULATE (STEP 5) NEED THE CALLEDIT    *00000870
      *    STEP COMPLETE; RECYCLE (STEP 3) AND REVERSAL (STEP 4) NEED  *00000880
      *    BILLING COMPLETE.  A REFUSED STEP ENDS WITH RETURN CODE 12  *00000890
      *    AND A CYCLERR ENTRY ON CALLLOG.  THE CALLIN HEADER MUST     *00000900
      *    CARRY THE CYCLE DATE BEING RUN.  A COMPLETED REVERSAL       *00000910
      *    REOPENS BILLING AND EVERY STEP AFTER IT FOR THE CYCLE, AND  *00000920
      *    A COMPLETED BILLING RUN REOPENS REVERSAL, SO A RERUN CYCLE  *00000930
      *    CAN ITSELF BE REVERSED.                                     *00000940
      *                                                                *00000950
      *  PARTITIONED BILLING.                                          *00000960
      *    THE OPTIONAL CALLPART CARD SPLITS A BILLING CYCLE INTO      *00000970
      *    CONCURRENT PARTITION JOBS, EACH BILLING ONE RANGE OF        *00000980
      *    BRANCHES (CUST-NUM12) FROM THE FULL CALLIN AND WRITING ITS  *00000990
      *    OWN CALLEXCNN, CALLGLRNN, CALLBALNN, CALLCKPNN, CALLPLXNN,  *00001000
      *    CALLMRGNN, CALLCNWNN, CALLLOGNN AND A PARTITION TOTALS FILE *00001010
      *    CALLPCTNN.  A PARTITION ONLY CHECKS CALLCYCL.  THE MERGE    *00001020
      *    RUN (ALSO BY CARD) IS THE BILLING STEP: IT IS REFUSED       *00001030
      *    UNLESS EVERY PARTITION COMPLETED FOR THE CYCLE AND THE      *00001040
      *    RANGES COVER BRANCHES 00-99 EXACTLY ONCE, THEN COMBINES THE *00001050
      *    PARTITION FILES INTO CALLEXC, CALLGLAR, CALLPLNX, CALLMRGN  *00001060
      *    AND CALLLOG, RUNS THE END-OF-RUN NATIONAL PASSES (PARENT    *00001070
      *    STATEMENTS, RECEIVABLE SWEEP, AGED AND TREND REPORTS,       *00001080
      *    CALLSUMN) AND PROVES THE COMBINED TOTALS TO THE CALLIN      *00001090
      *    TRAILER ON CALLBAL EXACTLY AS A SINGLE-STREAM RUN DOES.     *00001100
      *                                                                *00001110
      ******************************************************************00001120
      /                                                                 00001130
       ENVIRONMENT DIVISION.                                            00001140
       CONFIGURATION SECTION.                                           00001150
       SOURCE-COMPUTER.  IBM-390.                                       00001160
       OBJECT-COMPUTER.  IBM-390.                                       00001170
                                                                        00001180
       INPUT-OUTPUT SECTION.                                            00001190
       FILE-CONTROL.                                                    00001200
           SELECT CALL-DETAIL-FILE   ASSIGN TO CALLIN                   00001210
               ORGANIZATION IS LINE SEQUENTIAL                          00001220
               FILE STATUS IS WS-CALLIN-STATUS.                         00001230
                                                                        00001240
           SELECT RATE-FILE          ASSIGN TO CALLRATE                 00001250
               ORGANIZATION IS LINE SEQUENTIAL                          00001260
               FILE STATUS IS WS-CALLRATE-STATUS.                       00001270
                                                                        00001280
           SELECT PROP-RATE-FILE     ASSIGN TO CALLRATP                 00001290
               ORGANIZATION IS LINE SEQUENTIAL                          00001300
               FILE STATUS IS WS-CALLRATP-STATUS.                       00001310
                                                                        00001320
           SELECT PROP-DISC-FILE     ASSIGN TO CALLDSCP                 00001330
               ORGANIZATION IS LINE SEQUENTIAL                          00001340
               FILE STATUS IS WS-CALLDSCP-STATUS.                       00001350
                                                                        00001360
           SELECT SIM-REPORT-FILE    ASSIGN TO CALLSIMR                 00001370
               ORGANIZATION IS LINE SEQUENTIAL                          00001380
               FILE STATUS IS WS-CALLSIMR-STATUS.                       00001390
                                                                        00001400
           SELECT CUST-MASTER-FILE   ASSIGN TO CALLCUST                 00001410
               ORGANIZATION IS INDEXED                                  00001420
               ACCESS IS RANDOM                                         00001430
               RECORD KEY IS CM-CUST-NUM                                00001440
               FILE STATUS IS WS-CALLCUST-STATUS.                       00001450
                                                                        00001460
           SELECT EXCEPTION-FILE     ASSIGN DYNAMIC WS-EXC-DSN          00001470
               ORGANIZATION IS LINE SEQUENTIAL                          00001480
               FILE STATUS IS WS-CALLEXC-STATUS.                        00001490
                                                                        00001500
           SELECT PRIOR-EXC-FILE     ASSIGN TO CALLEXCP                 00001510
               ORGANIZATION IS LINE SEQUENTIAL                          00001520
               FILE STATUS IS WS-CALLEXCP-STATUS.                       00001530
                                                                        00001540
           SELECT CKPT-FILE          ASSIGN DYNAMIC WS-CKPT-DSN         00001550
               ORGANIZATION IS LINE SEQUENTIAL                          00001560
               FILE STATUS IS WS-CALLCKPT-STATUS.                       00001570
                                                                        00001580
           SELECT CONTROL-FILE       ASSIGN TO CALLCTL                  00001590
               ORGANIZATION IS LINE SEQUENTIAL                          00001600
               FILE STATUS IS WS-CALLCTL-STATUS.                        00001610
                                                                        00001620
           SELECT INVOICE-FILE       ASSIGN DYNAMIC WS-INVOICE-DSN      00001630
               ORGANIZATION IS LINE SEQUENTIAL                          00001640
               FILE STATUS IS WS-INVOICE-STATUS.                        00001650
                                                                        00001660
           SELECT BRANCH-SUMMARY-FILE ASSIGN DYNAMIC WS-BR-SUMMARY-DSN  00001670
               ORGANIZATION IS LINE SEQUENTIAL                          00001680
               FILE STATUS IS WS-BR-SUMMARY-STATUS.                     00001690
                                                                        00001700
           SELECT NATIONAL-SUMMARY-FILE ASSIGN TO CALLSUMN              00001710
               ORGANIZATION IS LINE SEQUENTIAL                          00001720
               FILE STATUS IS WS-NATSUM-STATUS.                         00001730
                                                                        00001740
           SELECT GLAR-FILE          ASSIGN DYNAMIC WS-GLAR-DSN         00001750
               ORGANIZATION IS LINE SEQUENTIAL                          00001760
               FILE STATUS IS WS-GLAR-STATUS.                           00001770
                                                                        00001780
           SELECT PRIOR-GLAR-FILE    ASSIGN TO CALLGLRP                 00001790
               ORGANIZATION IS LINE SEQUENTIAL                          00001800
               FILE STATUS IS WS-CALLGLRP-STATUS.                       00001810
                                                                        00001820
           SELECT EBILL-FILE         ASSIGN DYNAMIC WS-EBILL-DSN        00001830
               ORGANIZATION IS LINE SEQUENTIAL                          00001840
               FILE STATUS IS WS-EBILL-STATUS.                          00001850
                                                                        00001860
           SELECT HISTORY-FILE       ASSIGN TO CALLHIST                 00001870
               ORGANIZATION IS INDEXED                                  00001880
               ACCESS IS RANDOM                                         00001890
               RECORD KEY IS HIST-CUST-NUM                              00001900
               FILE STATUS IS WS-CALLHIST-STATUS.                       00001910
                                                                        00001920
           SELECT TREND-REPORT-FILE  ASSIGN TO CALLTRND                 00001930
               ORGANIZATION IS LINE SEQUENTIAL                          00001940
               FILE STATUS IS WS-CALLTRND-STATUS.                       00001950
                                                                        00001960
           SELECT PLAN-REPORT-FILE   ASSIGN DYNAMIC WS-PLNX-DSN         00001970
               ORGANIZATION IS LINE SEQUENTIAL                          00001980
               FILE STATUS IS WS-CALLPLNX-STATUS.                       00001990
                                                                        00002000
           SELECT REGISTER-FILE      ASSIGN TO CALLREG                  00002010
               ORGANIZATION IS INDEXED                                  00002020
               ACCESS IS DYNAMIC                                        00002030
               RECORD KEY IS REG-KEY                                    00002040
               FILE STATUS IS WS-CALLREG-STATUS.                        00002050
                                                                        00002060
           SELECT DISCOUNT-FILE      ASSIGN TO CALLDISC                 00002070
               ORGANIZATION IS LINE SEQUENTIAL                          00002080
               FILE STATUS IS WS-CALLDISC-STATUS.                       00002090
                                                                        00002100
           SELECT CREDIT-FILE        ASSIGN TO CALLCRD                  00002110
               ORGANIZATION IS LINE SEQUENTIAL                          00002120
               FILE STATUS IS WS-CALLCRD-STATUS.                        00002130
                                                                        00002140
           SELECT TAX-FILE           ASSIGN TO CALLTAX                  00002150
               ORGANIZATION IS LINE SEQUENTIAL                          00002160
               FILE STATUS IS WS-CALLTAX-STATUS.                        00002170
                                                                        00002180
           SELECT PAYMENT-FILE       ASSIGN TO CALLPAY                  00002190
               ORGANIZATION IS LINE SEQUENTIAL                          00002200
               FILE STATUS IS WS-CALLPAY-STATUS.                        00002210
                                                                        00002220
           SELECT WOFF-HIST-FILE     ASSIGN TO CALLWOFH                 00002230
               ORGANIZATION IS INDEXED                                  00002240
               ACCESS IS RANDOM                                         00002250
               RECORD KEY IS WF-CUST-NUM                                00002260
               FILE STATUS IS WS-CALLWOFH-STATUS.                       00002270
                                                                        00002280
           SELECT AR-OLD-FILE        ASSIGN TO CALLARO                  00002290
               ORGANIZATION IS INDEXED                                  00002300
               ACCESS IS DYNAMIC                                        00002310
               RECORD KEY IS ARO-CUST-NUM                               00002320
               FILE STATUS IS WS-CALLARO-STATUS.                        00002330
                                                                        00002340
           SELECT AR-NEW-FILE        ASSIGN TO CALLARN                  00002350
               ORGANIZATION IS INDEXED                                  00002360
               ACCESS IS DYNAMIC                                        00002370
               RECORD KEY IS ARN-CUST-NUM                               00002380
               FILE STATUS IS WS-CALLARN-STATUS.                        00002390
                                                                        00002400
           SELECT AGED-REPORT-FILE   ASSIGN TO CALLAGE                  00002410
               ORGANIZATION IS LINE SEQUENTIAL                          00002420
               FILE STATUS IS WS-CALLAGE-STATUS.                        00002430
                                                                        00002440
           SELECT RUN-LOG-FILE       ASSIGN DYNAMIC WS-LOG-DSN          00002450
               ORGANIZATION IS LINE SEQUENTIAL                          00002460
               FILE STATUS IS WS-CALLLOG-STATUS.                        00002470
                                                                        00002480
           SELECT OPERATOR-FILE      ASSIGN TO CALLOPR                  00002490
               ORGANIZATION IS LINE SEQUENTIAL                          00002500
               FILE STATUS IS WS-CALLOPR-STATUS.                        00002510
                                                                        00002520
           SELECT BALANCE-FILE       ASSIGN DYNAMIC WS-BAL-DSN          00002530
               ORGANIZATION IS LINE SEQUENTIAL                          00002540
               FILE STATUS IS WS-CALLBAL-STATUS.                        00002550
                                                                        00002560
           SELECT CYCLE-CONTROL-FILE ASSIGN TO CALLCYCL                 00002570
               ORGANIZATION IS INDEXED                                  00002580
               ACCESS IS DYNAMIC                                        00002590
               RECORD KEY IS CY-CYCLE-DATE                              00002600
               FILE STATUS IS WS-CALLCYCL-STATUS.                       00002610
                                                                        00002620
           SELECT CYCLE-OVRD-FILE    ASSIGN TO CALLCYCO                 00002630
               ORGANIZATION IS LINE SEQUENTIAL                          00002640
               FILE STATUS IS WS-CALLCYCO-STATUS.                       00002650
                                                                        00002660
           SELECT INVOICE-ARCHIVE-FILE ASSIGN TO CALLINVA               00002670
               ORGANIZATION IS INDEXED                                  00002680
               ACCESS IS DYNAMIC                                        00002690
               RECORD KEY IS IVA-KEY                                    00002700
               FILE STATUS IS WS-CALLINVA-STATUS.                       00002710
                                                                        00002720
           SELECT CONSOL-WORK-FILE   ASSIGN DYNAMIC WS-CONW-DSN         00002730
               ORGANIZATION IS INDEXED                                  00002740
               ACCESS IS DYNAMIC                                        00002750
               RECORD KEY IS CW-KEY                                     00002760
               FILE STATUS IS WS-CALLCONW-STATUS.                       00002770
                                                                        00002780
           SELECT CONSOL-STMT-FILE   ASSIGN TO CALLCONS                 00002790
               ORGANIZATION IS LINE SEQUENTIAL                          00002800
               FILE STATUS IS WS-CALLCONS-STATUS.                       00002810
                                                                        00002820
           SELECT CARRIER-COST-FILE  ASSIGN TO CALLCOST                 00002830
               ORGANIZATION IS LINE SEQUENTIAL                          00002840
               FILE STATUS IS WS-CALLCOST-STATUS.                       00002850
                                                                        00002860
           SELECT MARGIN-REPORT-FILE ASSIGN DYNAMIC WS-MRGN-DSN         00002870
               ORGANIZATION IS LINE SEQUENTIAL                          00002880
               FILE STATUS IS WS-CALLMRGN-STATUS.                       00002890
                                                                        00002900
           SELECT PARTITION-CARD-FILE ASSIGN TO CALLPART                00002910
               ORGANIZATION IS LINE SEQUENTIAL                          00002920
               FILE STATUS IS WS-CALLPART-STATUS.                       00002930
                                                                        00002940
           SELECT PART-TOTALS-FILE   ASSIGN DYNAMIC WS-PCT-DSN          00002950
               ORGANIZATION IS LINE SEQUENTIAL                          00002960
               FILE STATUS IS WS-PCT-STATUS.                            00002970
                                                                        00002980
           SELECT PART-EXC-FILE      ASSIGN DYNAMIC WS-PEXC-DSN         00002990
               ORGANIZATION IS LINE SEQUENTIAL                          00003000
               FILE STATUS IS WS-PEXC-STATUS.                           00003010
                                                                        00003020
           SELECT PART-GLAR-FILE     ASSIGN DYNAMIC WS-PGLR-DSN         00003030
               ORGANIZATION IS LINE SEQUENTIAL                          00003040
               FILE STATUS IS WS-PGLR-STATUS.                           00003050
                                                                        00003060
           SELECT PART-CONW-FILE     ASSIGN DYNAMIC WS-PCNW-DSN         00003070
               ORGANIZATION IS INDEXED                                  00003080
               ACCESS IS SEQUENTIAL                                     00003090
               RECORD KEY IS PCW-KEY                                    00003100
               FILE STATUS IS WS-PCNW-STATUS.                           00003110
                                                                        00003120
           SELECT PART-PRINT-FILE    ASSIGN DYNAMIC WS-PPRT-DSN         00003130
               ORGANIZATION IS LINE SEQUENTIAL                          00003140
               FILE STATUS IS WS-PPRT-STATUS.                           00003150
                                                                        00003160
           SELECT PART-LOG-FILE      ASSIGN DYNAMIC WS-PLOG-DSN         00003170
               ORGANIZATION IS LINE SEQUENTIAL                          00003180
               FILE STATUS IS WS-PLOG-STATUS.                           00003190
       DATA DIVISION.                                                   00003200
       FILE SECTION.                                                    00003210
                                                                        00003220
       FD  CALL-DETAIL-FILE                                             00003230
           LABEL RECORDS ARE STANDARD                                   00003240
           RECORD CONTAINS 2591 CHARACTERS.                             00003250
       01  CALL-DETAIL-REC.                                             00003260
           05  CD-CUST-NUM           PIC X(4).                          00003270
           05  CD-CUST-NAME          PIC X(10).                         00003280
           05  CD-CALLS-MADE         PIC 9(2).                          00003290
           05  CD-NUM-CALLS OCCURS 99 TIMES.                            00003300
               10  CD-AREA-CODE      PIC 9(3).                          00003310
               10  CD-NUM-MINUTES    PIC 9(3).                          00003320
               10  CD-CITY           PIC X(5).                          00003330
               10  CD-COST           PIC 9(3).                          00003340
               10  CD-CALL-DATE      PIC 9(8).                          00003350
               10  CD-CALL-TIME      PIC 9(4).                          00003360
           05  CD-CUST-RATE          PIC 9.                             00003370
                                                                        00003380
      ****************************************************************  00003390
      *  CALL-CONTROL-REC IS AN ALTERNATE VIEW OF THE CALLIN RECORD  *  00003400
      *  FOR THE HEADER AND TRAILER CONTROL RECORDS THAT BRACKET THE *  00003410
      *  CYCLE.  THE TRAILER CARRIES THE FEED'S CONTROL TOTALS WHICH *  00003420
      *  B100-CALL PROVES AGAINST WHAT WAS ACTUALLY READ SO A SHORT- *  00003430
      *  SHIPPED OR TRUNCATED FEED CAN NEVER BILL AS SUCCESSFUL.     *  00003440
      ****************************************************************  00003450
       01  CALL-CONTROL-REC.                                            00003460
           05  CC-REC-ID             PIC X(4).                          00003470
               88  CALL-HEADER-REC                 VALUE "HDR*".        00003480
               88  CALL-TRAILER-REC                VALUE "TRL*".        00003490
           05  CC-EDIT-STAMP         PIC X(8).                          00003500
           05  CC-CYCLE-DATE         PIC 9(8).                          00003510
           05  CC-REC-COUNT          PIC 9(6).                          00003520
           05  CC-TOT-CALLS          PIC 9(6).                          00003530
           05  CC-TOT-MINUTES        PIC 9(9).                          00003540
           05  CC-HELD-CALLS         PIC 9(6).                          00003550
           05  CC-SWEPT-CALLS        PIC 9(6).                          00003560
           05  FILLER                PIC X(2538).                       00003570
                                                                        00003580
      ****************************************************************  00003590
      *  EACH CALLRATE ROW IS ONE VERSION OF AN AREA CODE'S TARIFF,   * 00003600
      *  EFFECTIVE FROM RF-EFF-DATE FORWARD.  A MID-CYCLE TARIFF      * 00003610
      *  CHANGE IS TWO ROWS FOR THE AREA CODE; NSTSUBH PICKS THE      * 00003620
      *  VERSION IN EFFECT ON EACH CALL'S DATE.  A ROW WITH AN        * 00003630
      *  EFFECTIVE DATE OF ZERO IS IN EFFECT FOR ALL DATES.           * 00003640
      ****************************************************************  00003650
      ****************************************************************  00003660
      *  MONEY CARRIES TWO ASSUMED DECIMALS (DOLLARS AND CENTS).     *  00003670
      *  THE PER-MINUTE BAND RATES CARRY THREE (MILLS) SO A TARIFF   *  00003680
      *  LIKE 7.5 CENTS A MINUTE CAN BE PRICED; EVERY RATED AMOUNT   *  00003690
      *  IS ROUNDED TO THE CENT.                                     *  00003700
      ****************************************************************  00003710
       FD  RATE-FILE                                                    00003720
           LABEL RECORDS ARE STANDARD                                   00003730
           RECORD CONTAINS 55 CHARACTERS.                               00003740
       01  RATE-FILE-REC.                                               00003750
           05  RF-AREA-CODE          PIC 9(3).                          00003760
           05  RF-CITY               PIC X(5).                          00003770
           05  RF-BASE-FEE           PIC 9(6)V99.                       00003780
           05  RF-BAND1-LIMIT        PIC 9(3).                          00003790
           05  RF-BAND1-RATE         PIC 9(2)V999.                      00003800
           05  RF-BAND2-LIMIT        PIC 9(3).                          00003810
           05  RF-BAND2-RATE         PIC 9(2)V999.                      00003820
           05  RF-BAND3-LIMIT        PIC 9(3).                          00003830
           05  RF-BAND3-RATE         PIC 9(2)V999.                      00003840
           05  RF-BAND4-RATE         PIC 9(2)V999.                      00003850
           05  RF-OFFPEAK-PCT        PIC 9(2).                          00003860
           05  RF-EFF-DATE           PIC 9(8).                          00003870
                                                                        00003880
      ****************************************************************  00003890
      *  CALLRATP AND CALLDSCP ARE THE PROPOSED RATE AND DISCOUNT    *  00003900
      *  TABLES FOR A SIMULATION RUN, IN THE SAME LAYOUTS AS         *  00003910
      *  CALLRATE AND CALLDISC.  CALLSIMR IS THE REVENUE IMPACT      *  00003920
      *  REPORT A SIMULATION PRODUCES INSTEAD OF INVOICES.           *  00003930
      ****************************************************************  00003940
       FD  PROP-RATE-FILE                                               00003950
           LABEL RECORDS ARE STANDARD                                   00003960
           RECORD CONTAINS 55 CHARACTERS.                               00003970
       01  PROP-RATE-REC.                                               00003980
           05  PRF-AREA-CODE         PIC 9(3).                          00003990
           05  PRF-CITY              PIC X(5).                          00004000
           05  PRF-BASE-FEE          PIC 9(6)V99.                       00004010
           05  PRF-BAND1-LIMIT       PIC 9(3).                          00004020
           05  PRF-BAND1-RATE        PIC 9(2)V999.                      00004030
           05  PRF-BAND2-LIMIT       PIC 9(3).                          00004040
           05  PRF-BAND2-RATE        PIC 9(2)V999.                      00004050
           05  PRF-BAND3-LIMIT       PIC 9(3).                          00004060
           05  PRF-BAND3-RATE        PIC 9(2)V999.                      00004070
           05  PRF-BAND4-RATE        PIC 9(2)V999.                      00004080
           05  PRF-OFFPEAK-PCT       PIC 9(2).                          00004090
           05  PRF-EFF-DATE          PIC 9(8).                          00004100
                                                                        00004110
       FD  PROP-DISC-FILE                                               00004120
           LABEL RECORDS ARE STANDARD                                   00004130
           RECORD CONTAINS 8 CHARACTERS.                                00004140
       01  PROP-DISC-REC.                                               00004150
           05  PDF-MIN-MINUTES       PIC 9(6).                          00004160
           05  PDF-PCT               PIC 9(2).                          00004170
                                                                        00004180
       FD  SIM-REPORT-FILE                                              00004190
           LABEL RECORDS ARE STANDARD                                   00004200
           RECORD CONTAINS 132 CHARACTERS.                              00004210
       01  SIM-REPORT-LINE           PIC X(132).                        00004220
                                                                        00004230
      ****************************************************************  00004240
      *  THE CUSTOMER MASTER (CALLCUST) IS KEYED ON CUSTOMER NUMBER  *  00004250
      *  AND READ DIRECTLY AS EACH CALL-DETAIL CUSTOMER IS           *  00004260
      *  VALIDATED -- UNKNOWN AND CLOSED ACCOUNTS ARE ROUTED TO      *  00004270
      *  CALLEXC, SUSPENDED ACCOUNTS RATE BUT THEIR INVOICES ARE     *  00004280
      *  FLAGGED "DO NOT MAIL" FOR COLLECTIONS.  NOTHING IS LOADED   *  00004290
      *  INTO STORAGE, SO THE ACCOUNT COUNT HAS NO CEILING HERE.     *  00004300
      *  THE MASTER IS THE SYSTEM OF RECORD FOR THE RATE PLAN:       *  00004310
      *  CM-RATE-PLAN IS IN FORCE FROM CM-PLAN-EFF-DATE, AND         *  00004320
      *  CM-PRIOR-PLAN IS THE PLAN IT REPLACED (ZERO IF NONE).       *  00004330
      *  CM-PARENT-NUM IS BLANK FOR A STANDALONE CUSTOMER, THE       *  00004340
      *  CUSTOMER'S OWN NUMBER FOR A CORPORATE PARENT, AND THE       *  00004350
      *  PARENT'S NUMBER FOR ONE OF ITS SITES.                       *  00004360
      ****************************************************************  00004370
       FD  CUST-MASTER-FILE                                             00004380
           LABEL RECORDS ARE STANDARD                                   00004390
           RECORD CONTAINS 120 CHARACTERS.                              00004400
       01  CUST-MASTER-REC.                                             00004410
           05  CM-CUST-NUM           PIC X(4).                          00004420
           05  CM-CUST-NAME          PIC X(25).                         00004430
           05  CM-ADDR-LINE1         PIC X(25).                         00004440
           05  CM-ADDR-LINE2         PIC X(25).                         00004450
           05  CM-ADDR-CITY          PIC X(15).                         00004460
           05  CM-ADDR-STATE         PIC X(2).                          00004470
           05  CM-ADDR-ZIP           PIC X(9).                          00004480
           05  CM-ACCT-STATUS        PIC X(1).                          00004490
           05  CM-RATE-PLAN          PIC 9(1).                          00004500
           05  CM-PLAN-EFF-DATE      PIC 9(8).                          00004510
           05  CM-PRIOR-PLAN         PIC 9(1).                          00004520
           05  CM-PARENT-NUM         PIC X(4).                          00004530
                                                                        00004540
      ****************************************************************  00004550
      *  AN EXCEPTION RECORD CARRIES EVERYTHING NEEDED TO RE-RATE    *  00004560
      *  THE CALL IN A LATER RECYCLE RUN: THE CALL ITSELF, THE       *  00004570
      *  CUSTOMER'S RATE PLAN, AND THE NUMBER OF CYCLES THE CALL     *  00004580
      *  HAS ALREADY BEEN THROUGH (EXR-RETRY-COUNT).                 *  00004590
      ****************************************************************  00004600
       FD  EXCEPTION-FILE                                               00004610
           LABEL RECORDS ARE STANDARD                                   00004620
           RECORD CONTAINS 59 CHARACTERS.                               00004630
       01  EXCEPTION-REC.                                               00004640
           05  EXR-CUST-NUM          PIC X(4).                          00004650
           05  EXR-AREA-CODE         PIC 9(3).                          00004660
           05  EXR-NUM-MINUTES       PIC 9(3).                          00004670
           05  EXR-CALL-DATE         PIC 9(8).                          00004680
           05  EXR-CALL-TIME         PIC 9(4).                          00004690
           05  EXR-CUST-RATE         PIC 9(1).                          00004700
           05  EXR-RETRY-COUNT       PIC 9(2).                          00004710
           05  EXR-REASON-CODE       PIC X(4).                          00004720
           05  EXR-REASON-TEXT       PIC X(30).                         00004730
                                                                        00004740
       FD  PRIOR-EXC-FILE                                               00004750
           LABEL RECORDS ARE STANDARD                                   00004760
           RECORD CONTAINS 59 CHARACTERS.                               00004770
       01  PRIOR-EXC-REC.                                               00004780
           05  EXP-CUST-NUM          PIC X(4).                          00004790
           05  EXP-AREA-CODE         PIC 9(3).                          00004800
           05  EXP-NUM-MINUTES       PIC 9(3).                          00004810
           05  EXP-CALL-DATE         PIC 9(8).                          00004820
           05  EXP-CALL-TIME         PIC 9(4).                          00004830
           05  EXP-CUST-RATE         PIC 9(1).                          00004840
           05  EXP-RETRY-COUNT       PIC 9(2).                          00004850
           05  EXP-REASON-CODE       PIC X(4).                          00004860
           05  EXP-REASON-TEXT       PIC X(30).                         00004870
                                                                        00004880
       FD  CKPT-FILE                                                    00004890
           LABEL RECORDS ARE STANDARD                                   00004900
           RECORD CONTAINS 11605 CHARACTERS.                            00004910
       01  CKPT-REC.                                                    00004920
           05  CKPT-LAST-CUST-NUM    PIC X(4).                          00004930
           05  CKPT-REC-COUNT        PIC 9(6).                          00004940
      *    CKPT-BRANCH IS WRITTEN FOR OPERATOR REFERENCE ONLY (SO A     00004950
      *    DUMP OF CALLCKPT SHOWS WHICH BRANCH WAS OPEN) -- A030-CHECK- 00004960
      *    RESTART DOES NOT READ IT BACK SINCE BR-CODE IS ALREADY       00004970
      *    RESTORED AS PART OF THE CKPT-BR-SUMMARY BYTE IMAGE BELOW.    00004980
           05  CKPT-BRANCH           PIC 9(2).                          00004990
      *    CKPT-NAT-SUMMARY/CKPT-BR-SUMMARY ARE RAW-BYTE IMAGES OF      00005000
      *    NATIONAL-SUMMARY-AREA/BR-SUMMARY-AREA (SEE WORKING-STORAGE)  00005010
      *    SO A RESTART PICKS UP THE SUMMARY TOTALS WHERE THE PRIOR RUN 00005020
      *    SEGMENT LEFT OFF INSTEAD OF RESTARTING THEM AT ZERO.         00005030
           05  CKPT-NAT-SUMMARY      PIC X(990).                        00005040
           05  CKPT-BR-SUMMARY       PIC X(992).                        00005050
      *    CKPT-NAT-MARGIN/CKPT-BR-MARGIN ARE THE SAME KIND OF IMAGE OF 00005060
      *    NATIONAL-MARGIN-AREA/BR-MARGIN-AREA FOR THE MARGIN REPORT.   00005070
           05  CKPT-NAT-MARGIN       PIC X(4803).                       00005080
           05  CKPT-BR-MARGIN        PIC X(4803).                       00005090
      *    CKPT-PLAN-MISMATCH CARRIES THE CALLPLNX LINE COUNT SO THE    00005100
      *    REPORT TOTAL STILL COVERS THE WHOLE RUN AFTER A RESTART.     00005110
           05  CKPT-PLAN-MISMATCH    PIC 9(5).                          00005120
                                                                        00005130
       FD  INVOICE-FILE                                                 00005140
           LABEL RECORDS ARE STANDARD                                   00005150
           RECORD CONTAINS 132 CHARACTERS.                              00005160
       01  INVOICE-LINE              PIC X(132).                        00005170
                                                                        00005180
      ****************************************************************  00005190
      *  CONTROL-FILE (CALLCTL) IS AN OPTIONAL ONE-RECORD CONTROL    *  00005200
      *  INPUT.  WHEN PRESENT IT OVERRIDES WS-CKPT-INTERVAL SO THE   *  00005210
      *  CHECKPOINT FREQUENCY CAN BE CHANGED WITHOUT A RECOMPILE,    *  00005220
      ****************************************************************  00005230
       FD  CONTROL-FILE                                                 00005240
           LABEL RECORDS ARE STANDARD                                   00005250
           RECORD CONTAINS 34 CHARACTERS.                               00005260
       01  CONTROL-REC.                                                 00005270
           05  CTL-CKPT-INTERVAL     PIC 9(4).                          00005280
      *    CTL-RUN-MODE "R" RUNS THE EXCEPTION RECYCLE PASS, "V" THE    00005290
      *    CYCLE REVERSAL (BACKOUT) PASS, AND "S" THE RATE-CHANGE       00005300
      *    SIMULATION PASS INSTEAD OF THE NORMAL BILLING PASS; "B"      00005310
      *    OR SPACE BILLS CALLIN.                                       00005320
           05  CTL-RUN-MODE          PIC X(1).                          00005330
      *    CTL-TREND-PCT OVERRIDES THE TRENDING REPORT'S PERCENT        00005340
      *    MOVEMENT THRESHOLD (DEFAULT 050 = 50 PERCENT).               00005350
           05  CTL-TREND-PCT         PIC 9(3).                          00005360
      *    THE BILLING-PERIOD WINDOW IS ENFORCED BY CALLEDIT, WHICH     00005370
      *    READS THE SAME CALLCTL RECORD.  CALLIVP1 USES THE DATES TO   00005380
      *    PRORATE THE PLAN SURCHARGE WHEN A RATE-PLAN CHANGE TAKES     00005390
      *    EFFECT INSIDE THE PERIOD.                                    00005400
           05  CTL-PERIOD-START      PIC 9(8).                          00005410
           05  CTL-PERIOD-END        PIC 9(8).                          00005420
      *    CTL-FIN-CHG-PCT IS THE MONTHLY FINANCE-CHARGE RATE (TWO      00005430
      *    ASSUMED DECIMALS, E.G. 0150 = 1.50 PCT) ASSESSED ON THE      00005440
      *    PAST-DUE 30/60/90 BUCKETS.  ZERO ASSESSES NOTHING.           00005450
           05  CTL-FIN-CHG-PCT       PIC 9(2)V99.                       00005460
      *    CTL-INV-RETAIN IS HOW MANY MONTHS OF INVOICE IMAGES ARE      00005470
      *    KEPT ON THE CALLINVA ARCHIVE (DEFAULT 024).                  00005480
           05  CTL-INV-RETAIN        PIC 9(3).                          00005490
      *    CTL-MARGIN-PCT IS THE MARGIN PERCENT BELOW WHICH A ROUTE IS  00005500
      *    FLAGGED ON THE CALLMRGN MARGIN REPORT (DEFAULT 010).         00005510
           05  CTL-MARGIN-PCT        PIC 9(3).                          00005520
                                                                        00005530
       FD  BRANCH-SUMMARY-FILE                                          00005540
           LABEL RECORDS ARE STANDARD                                   00005550
           RECORD CONTAINS 132 CHARACTERS.                              00005560
       01  BRANCH-SUMMARY-LINE       PIC X(132).                        00005570
                                                                        00005580
       FD  NATIONAL-SUMMARY-FILE                                        00005590
           LABEL RECORDS ARE STANDARD                                   00005600
           RECORD CONTAINS 132 CHARACTERS.                              00005610
       01  NATIONAL-SUMMARY-LINE     PIC X(132).                        00005620
                                                                        00005630
       FD  GLAR-FILE                                                    00005640
           LABEL RECORDS ARE STANDARD                                   00005650
           RECORD CONTAINS 42 CHARACTERS.                               00005660
       01  GLAR-REC.                                                    00005670
           05  GLAR-CUST-NUM         PIC X(4).                          00005680
           05  GLAR-CUST-NAME        PIC X(10).                         00005690
           05  GLAR-TOTAL-COST       PIC 9(6)V99.                       00005700
           05  GLAR-RUN-DATE         PIC 9(8).                          00005710
      *    "R" = BILLED REVENUE, "A" = RECYCLE ADJUSTMENT,              00005720
      *    "I" = FINANCE-CHARGE INCOME, "V" = CYCLE REVERSAL CONTRA     00005730
      *    (ORIGINAL TYPE IN BYTE 1 OF THE FILLER), "J" = BILLING       00005740
      *    ADJUSTMENT POSTED BY CALLADJ (BYTE 1 OF THE FILLER "C"       00005750
      *    CREDIT OR "R" REBILL, BYTES 2-5 THE REASON CODE), "N" =      00005760
      *    RETURNED-ITEM FEE POSTED BY THE DAILY CASH RUN (CALLCASH),   00005770
      *    "W" = BAD-DEBT WRITE-OFF POSTED BY CALLWOFF, "B" = BAD-DEBT  00005780
      *    RECOVERY POSTED BY CALLCASH (BYTE 1 OF THE FILLER "R" WHEN   00005790
      *    THE RECOVERY CHECK WAS RETURNED) OR BY THE BILLING RUN FROM  00005800
      *    CALLPAY (BYTE 1 OF THE FILLER "P").                          00005810
           05  GLAR-REC-TYPE         PIC X(1).                          00005820
           05  GLAR-FILLER           PIC X(11).                         00005830
      *    A PARENT ACCOUNT'S BILLED RECORDS ("R"/"A"/"F"/"S"/"L")      00005840
      *    NAME THE SITE THAT RAN UP THE CHARGE IN THE LAST FOUR        00005850
      *    BYTES OF THE FILLER; A RECOVERY ("B") NAMES THE SITE THAT    00005860
      *    SENT THE MONEY IN.                                           00005870
           05  FILLER REDEFINES GLAR-FILLER.                            00005880
               10  FILLER            PIC X(7).                          00005890
               10  GLAR-SITE-NUM     PIC X(4).                          00005900
                                                                        00005910
      ****************************************************************  00005920
      *  CALLGLRP IS THE BAD CYCLE'S CALLGLAR, READ IN REVERSAL MODE *  00005930
      *  TO DRIVE THE BACKOUT.  SAME LAYOUT AS GLAR-REC.             *  00005940
      ****************************************************************  00005950
       FD  PRIOR-GLAR-FILE                                              00005960
           LABEL RECORDS ARE STANDARD                                   00005970
           RECORD CONTAINS 42 CHARACTERS.                               00005980
       01  PRIOR-GLAR-REC.                                              00005990
           05  GLP-CUST-NUM          PIC X(4).                          00006000
           05  GLP-CUST-NAME         PIC X(10).                         00006010
           05  GLP-TOTAL-COST        PIC 9(6)V99.                       00006020
           05  GLP-RUN-DATE          PIC 9(8).                          00006030
           05  GLP-REC-TYPE          PIC X(1).                          00006040
           05  GLP-FILLER            PIC X(11).                         00006050
                                                                        00006060
       FD  BALANCE-FILE                                                 00006070
           LABEL RECORDS ARE STANDARD                                   00006080
           RECORD CONTAINS 132 CHARACTERS.                              00006090
       01  BALANCE-LINE              PIC X(132).                        00006100
                                                                        00006110
      ****************************************************************  00006120
      *  THE E-BILLING EXTRACT (CALLEBLNN, SPLIT PER BRANCH LIKE THE *  00006130
      *  PRINT FILES) IS THE MACHINE-READABLE TWIN OF THE INVOICE:   *  00006140
      *  ONE FIXED-LAYOUT RECORD PER INVOICE LINE, TYPED H (HEADER), *  00006150
      *  D (CALL DETAIL) OR T (TOTAL DUE), FOR THE CUSTOMER PORTAL   *  00006160
      *  AND LARGE CUSTOMERS' AP SYSTEMS.                            *  00006170
      ****************************************************************  00006180
       FD  EBILL-FILE                                                   00006190
           LABEL RECORDS ARE STANDARD                                   00006200
           RECORD CONTAINS 38 CHARACTERS.                               00006210
       01  EBILL-REC.                                                   00006220
           05  EB-CUST-NUM           PIC X(4).                          00006230
           05  EB-BRANCH             PIC 9(2).                          00006240
           05  EB-LINE-TYPE          PIC X(1).                          00006250
           05  EB-AREA-CODE          PIC 9(3).                          00006260
           05  EB-CITY               PIC X(5).                          00006270
           05  EB-MINUTES            PIC 9(5).                          00006280
           05  EB-AMOUNT             PIC 9(8)V99.                       00006290
           05  EB-RUN-DATE           PIC 9(8).                          00006300
                                                                        00006310
      ****************************************************************  00006320
      *  CALLLOG IS THE DURABLE RUN AUDIT LOG: A TIMESTAMPED RECORD  *  00006330
      *  FOR RUN START (RESTART OR FRESH), EVERY CHECKPOINT, EVERY   *  00006340
      *  BRANCH BREAK, EVERY NON-ZERO FILE STATUS, AND RUN END, SO   *  00006350
      *  A 2 AM ABEND LEAVES MORE BEHIND THAN WHATEVER DISPLAY       *  00006360
      *  LINES MADE IT TO SYSOUT.                                    *  00006370
      ****************************************************************  00006380
       FD  RUN-LOG-FILE                                                 00006390
           LABEL RECORDS ARE STANDARD                                   00006400
           RECORD CONTAINS 80 CHARACTERS.                               00006410
       01  RUN-LOG-REC.                                                 00006420
           05  LOG-DATE              PIC 9(8).                          00006430
           05  FILLER                PIC X(1).                          00006440
           05  LOG-TIME              PIC 9(6).                          00006450
           05  FILLER                PIC X(1).                          00006460
           05  LOG-EVENT             PIC X(8).                          00006470
           05  FILLER                PIC X(1).                          00006480
           05  LOG-TEXT              PIC X(55).                         00006490
                                                                        00006500
       FD  OPERATOR-FILE                                                00006510
           LABEL RECORDS ARE STANDARD                                   00006520
           RECORD CONTAINS 132 CHARACTERS.                              00006530
       01  OPERATOR-LINE             PIC X(132).                        00006540
                                                                        00006550
       FD  PAYMENT-FILE                                                 00006560
           LABEL RECORDS ARE STANDARD                                   00006570
           RECORD CONTAINS 20 CHARACTERS.                               00006580
       01  PAYMENT-REC.                                                 00006590
           05  PAY-CUST-NUM          PIC X(4).                          00006600
           05  PAY-DATE              PIC 9(8).                          00006610
           05  PAY-AMOUNT            PIC 9(6)V99.                       00006620
                                                                        00006630
      ****************************************************************  00006640
      *  WRITE-OFF HISTORY, MAINTAINED BY CALLWOFF.  WF-STATUS "W"   *  00006650
      *  MARKS AN ACCOUNT WRITTEN OFF AS BAD DEBT, WHOSE PAYMENTS    *  00006660
      *  ARE RECOVERIES; "R" ONE CALLCMNT HAS SINCE REINSTATED,      *  00006670
      *  WHOSE PAYMENTS ARE ORDINARY AGAIN.                          *  00006680
      ****************************************************************  00006690
       FD  WOFF-HIST-FILE                                               00006700
           LABEL RECORDS ARE STANDARD                                   00006710
           RECORD CONTAINS 60 CHARACTERS.                               00006720
       01  WOFF-HIST-REC.                                               00006730
           05  WF-CUST-NUM           PIC X(4).                          00006740
           05  WF-STATUS             PIC X(1).                          00006750
               88  WOFF-PENDING                VALUE "P".               00006760
               88  WOFF-WRITTEN-OFF            VALUE "W".               00006770
               88  WOFF-REINSTATED             VALUE "R".               00006780
           05  WF-CYCLE-COUNT        PIC 9(2).                          00006790
           05  WF-LAST-CYCLE         PIC 9(6).                          00006800
           05  WF-WOFF-DATE          PIC 9(8).                          00006810
           05  WF-WOFF-AMOUNT        PIC 9(8)V99.                       00006820
           05  WF-RECOVERED          PIC 9(8)V99.                       00006830
           05  FILLER                PIC X(19).                         00006840
                                                                        00006850
      ****************************************************************  00006860
      *  CALLHIST IS THE CUSTOMER BILLING HISTORY MASTER, KEYED ON   *  00006870
      *  CUSTOMER NUMBER, HOLDING A ROLLING TWELVE MONTHS OF USAGE:  *  00006880
      *  SLOT 1 IS THE CURRENT MONTH AND SLOTS SHIFT DOWN AS A NEW   *  00006890
      *  MONTH OPENS.  IT FEEDS THE THIS-MONTH/LAST-MONTH USAGE LINE *  00006900
      *  ON THE INVOICE AND THE BRANCH TRENDING REPORT (CALLTRND).   *  00006910
      ****************************************************************  00006920
       FD  HISTORY-FILE                                                 00006930
           LABEL RECORDS ARE STANDARD                                   00006940
           RECORD CONTAINS 340 CHARACTERS.                              00006950
       01  HISTORY-REC.                                                 00006960
           05  HIST-CUST-NUM         PIC X(4).                          00006970
           05  HIST-MONTH-ENTRY OCCURS 12 TIMES.                        00006980
               10  HM-YYYYMM         PIC 9(6).                          00006990
               10  HM-MINUTES        PIC 9(7).                          00007000
               10  HM-CALLS          PIC 9(5).                          00007010
               10  HM-REVENUE        PIC 9(8)V99.                       00007020
                                                                        00007030
       FD  TREND-REPORT-FILE                                            00007040
           LABEL RECORDS ARE STANDARD                                   00007050
           RECORD CONTAINS 132 CHARACTERS.                              00007060
       01  TREND-REPORT-LINE         PIC X(132).                        00007070
                                                                        00007080
      ****************************************************************  00007090
      *  CALLPLNX LISTS EVERY BILLED CUSTOMER WHOSE CALLIN RATE PLAN *  00007100
      *  DISAGREES WITH THE CUSTOMER MASTER.  THE MASTER PLAN IS     *  00007110
      *  WHAT GETS BILLED; THE LISTING LETS THE CARRIER FEED BE      *  00007120
      *  CORRECTED AT SOURCE.                                        *  00007130
      ****************************************************************  00007140
       FD  PLAN-REPORT-FILE                                             00007150
           LABEL RECORDS ARE STANDARD                                   00007160
           RECORD CONTAINS 132 CHARACTERS.                              00007170
       01  PLAN-REPORT-LINE          PIC X(132).                        00007180
                                                                        00007190
      ****************************************************************  00007200
      *  CALLREG IS THE BILLED-CALLS REGISTER, KEYED ON CUSTOMER /   *  00007210
      *  AREA CODE / CALL DATE / CALL TIME.  EVERY CALL BILLED GETS  *  00007220
      *  A ROW AS THE CUSTOMER POSTS, AND CALLEDIT CHECKS EACH       *  00007230
      *  INCOMING CALL AGAINST IT SO A FEED THE CARRIER RESENDS IN   *  00007240
      *  A LATER CYCLE CANNOT BILL THE SAME CALLS TWICE.             *  00007250
      ****************************************************************  00007260
       FD  REGISTER-FILE                                                00007270
           LABEL RECORDS ARE STANDARD                                   00007280
           RECORD CONTAINS 44 CHARACTERS.                               00007290
       01  REGISTER-REC.                                                00007300
           05  REG-KEY.                                                 00007310
               10  REG-CUST-NUM      PIC X(4).                          00007320
               10  REG-AREA-CODE     PIC 9(3).                          00007330
               10  REG-CALL-DATE     PIC 9(8).                          00007340
               10  REG-CALL-TIME     PIC 9(4).                          00007350
           05  REG-RUN-DATE          PIC 9(8).                          00007360
      *    REG-BILLED-COST IS THE RATED COST OF THE CALL AS INVOICED.   00007370
      *    REG-ADJ-CODE IS SET BY THE ADJUSTMENT RUN (CALLADJ) WHEN     00007380
      *    THE CALL IS CREDITED ("C") OR REBILLED ("R"); A CALL MAY     00007390
      *    BE ADJUSTED ONLY ONCE.                                       00007400
           05  REG-BILLED-COST       PIC 9(6)V99.                       00007410
           05  REG-ADJ-CODE          PIC X(1).                          00007420
           05  REG-ADJ-DATE          PIC 9(8).                          00007430
                                                                        00007440
      ****************************************************************  00007450
      *  CALLTAX CARRIES THE JURISDICTION TAX RATES BY AREA CODE     *  00007460
      *  (PERCENTS WITH TWO ASSUMED DECIMALS).  THE AREA-000 ROW IS  *  00007470
      *  THE DEFAULT AND ALSO TAXES THE PLAN SURCHARGE, WHICH IS     *  00007480
      *  NOT TIED TO ANY ONE AREA CODE.                              *  00007490
      ****************************************************************  00007500
      *  CALLDISC EXTERNALIZES THE VOLUME DISCOUNT TIERS THE SAME    *  00007510
      *  WAY CALLRATE EXTERNALIZES THE RATE BANDS: EACH ROW IS A     *  00007520
      *  MINIMUM CYCLE-MINUTE COUNT AND THE PERCENT OFF; ROWS ARE    *  00007530
      *  ASCENDING AND THE HIGHEST QUALIFYING TIER WINS.             *  00007540
      ****************************************************************  00007550
       FD  DISCOUNT-FILE                                                00007560
           LABEL RECORDS ARE STANDARD                                   00007570
           RECORD CONTAINS 8 CHARACTERS.                                00007580
       01  DISCOUNT-FILE-REC.                                           00007590
           05  DSF-MIN-MINUTES       PIC 9(6).                          00007600
           05  DSF-PCT               PIC 9(2).                          00007610
                                                                        00007620
       FD  CREDIT-FILE                                                  00007630
           LABEL RECORDS ARE STANDARD                                   00007640
           RECORD CONTAINS 37 CHARACTERS.                               00007650
       01  CREDIT-FILE-REC.                                             00007660
           05  CRF-CUST-NUM          PIC X(4).                          00007670
           05  CRF-AMOUNT            PIC 9(6)V99.                       00007680
           05  CRF-DESC              PIC X(25).                         00007690
                                                                        00007700
      ****************************************************************  00007710
       FD  TAX-FILE                                                     00007720
           LABEL RECORDS ARE STANDARD                                   00007730
           RECORD CONTAINS 15 CHARACTERS.                               00007740
       01  TAX-FILE-REC.                                                00007750
           05  TXF-AREA-CODE         PIC 9(3).                          00007760
           05  TXF-FED-PCT           PIC 9(2)V99.                       00007770
           05  TXF-STATE-PCT         PIC 9(2)V99.                       00007780
           05  TXF-LOCAL-PCT         PIC 9(2)V99.                       00007790
                                                                        00007800
      ****************************************************************  00007810
      *  THE RECEIVABLE RECORD CARRIES THE CUSTOMER'S OPEN BALANCE   *  00007820
      *  AGED INTO CURRENT / 30 / 60 / 90+ DAY BUCKETS, PLUS ANY     *  00007830
      *  CREDIT (OVERPAYMENT) CARRIED FORWARD.  CALLARO IS LAST      *  00007840
      *  CYCLE'S FILE IN; CALLARN IS THIS CYCLE'S FILE OUT.  BOTH    *  00007850
      *  ARE KEYED ON CUSTOMER NUMBER, LIKE CALLHIST, AND EACH       *  00007860
      *  CUSTOMER'S ENTRY IS READ AND REWRITTEN AS THE CUSTOMER IS   *  00007870
      *  BILLED -- THE LEDGER IS NEVER HELD IN STORAGE, SO THE       *  00007880
      *  ACCOUNT COUNT IS NOT A COMPILED-IN CEILING.                 *  00007890
      ****************************************************************  00007900
       FD  AR-OLD-FILE                                                  00007910
           LABEL RECORDS ARE STANDARD                                   00007920
           RECORD CONTAINS 54 CHARACTERS.                               00007930
       01  AR-OLD-REC.                                                  00007940
           05  ARO-CUST-NUM          PIC X(4).                          00007950
           05  ARO-BUCKET-CURR       PIC 9(8)V99.                       00007960
           05  ARO-BUCKET-30         PIC 9(8)V99.                       00007970
           05  ARO-BUCKET-60         PIC 9(8)V99.                       00007980
           05  ARO-BUCKET-90         PIC 9(8)V99.                       00007990
           05  ARO-CREDIT            PIC 9(8)V99.                       00008000
                                                                        00008010
       FD  AR-NEW-FILE                                                  00008020
           LABEL RECORDS ARE STANDARD                                   00008030
           RECORD CONTAINS 54 CHARACTERS.                               00008040
       01  AR-NEW-REC.                                                  00008050
           05  ARN-CUST-NUM          PIC X(4).                          00008060
           05  ARN-BUCKET-CURR       PIC 9(8)V99.                       00008070
           05  ARN-BUCKET-30         PIC 9(8)V99.                       00008080
           05  ARN-BUCKET-60         PIC 9(8)V99.                       00008090
           05  ARN-BUCKET-90         PIC 9(8)V99.                       00008100
           05  ARN-CREDIT            PIC 9(8)V99.                       00008110
                                                                        00008120
       FD  AGED-REPORT-FILE                                             00008130
           LABEL RECORDS ARE STANDARD                                   00008140
           RECORD CONTAINS 132 CHARACTERS.                              00008150
       01  AGED-REPORT-LINE          PIC X(132).                        00008160
                                                                        00008170
      ****************************************************************  00008180
      *  CYCLE CONTROL FILE, ONE RECORD PER BILLING CYCLE KEYED ON   *  00008190
      *  THE CYCLE DATE CALLEDIT STAMPS ON THE CALLIN HEADER.  EACH  *  00008200
      *  STEP OF THE STREAM RECORDS ITS START AND COMPLETION IN ITS  *  00008210
      *  OWN CY-STEP-ENTRY:                                          *  00008220
      *    1 CALLEDIT           2 CALLIVP1 BILLING                   *  00008230
      *    3 CALLIVP1 RECYCLE   4 CALLIVP1 REVERSAL                  *  00008240
      *    5 CALLIVP1 SIMULATE  6 CALLDUNN   7 CALLCMNT              *  00008250
      *  CY-STEP-STATUS " " = NOT RUN, "S" = STARTED (RUNNING, OR    *  00008260
      *  ABENDED), "C" = COMPLETE, "F" = ENDED WITH RETURN CODE 8    *  00008270
      *  OR HIGHER.  CY-OVERRIDE "Y" MARKS A STEP THE OPERATOR       *  00008280
      *  FORCED PAST THE CHECKS.                                     *  00008290
      ****************************************************************  00008300
       FD  CYCLE-CONTROL-FILE                                           00008310
           LABEL RECORDS ARE STANDARD                                   00008320
           RECORD CONTAINS 300 CHARACTERS.                              00008330
       01  CYCLE-CONTROL-REC.                                           00008340
           05  CY-CYCLE-DATE         PIC 9(8).                          00008350
           05  CY-STEP-ENTRY         OCCURS 7 TIMES.                    00008360
               10  CY-STEP-STATUS    PIC X(1).                          00008370
               10  CY-START-DATE     PIC 9(8).                          00008380
               10  CY-START-TIME     PIC 9(6).                          00008390
               10  CY-END-DATE       PIC 9(8).                          00008400
               10  CY-END-TIME       PIC 9(6).                          00008410
               10  CY-STEP-RC        PIC 9(4).                          00008420
               10  CY-OVERRIDE       PIC X(1).                          00008430
           05  FILLER                PIC X(54).                         00008440
                                                                        00008450
      ****************************************************************  00008460
      *  OPTIONAL OPERATOR CARD.  CO-CYCLE-DATE NAMES THE CYCLE TO   *  00008470
      *  RUN AGAINST (DEFAULT: THE LATEST CYCLE ON CALLCYCL).        *  00008480
      *  CO-OVERRIDE-CODE "OVERRIDE" WITH THIS STEP'S NAME IN        *  00008490
      *  CO-STEP-NAME LETS THE STEP RUN OUT OF ORDER OR RUN AGAIN.   *  00008500
      ****************************************************************  00008510
       FD  CYCLE-OVRD-FILE                                              00008520
           LABEL RECORDS ARE STANDARD                                   00008530
           RECORD CONTAINS 80 CHARACTERS.                               00008540
       01  CYCLE-OVRD-REC.                                              00008550
           05  CO-CYCLE-DATE         PIC 9(8).                          00008560
           05  CO-STEP-NAME          PIC X(8).                          00008570
           05  CO-OVERRIDE-CODE      PIC X(8).                          00008580
           05  FILLER                PIC X(56).                         00008590
                                                                        00008600
      ****************************************************************  00008610
      *  INVOICE-ARCHIVE-FILE (CALLINVA) KEEPS EVERY PRINTED INVOICE *  00008620
      *  LINE, KEYED ON CUSTOMER, CONTROL CYCLE DATE AND LINE        *  00008630
      *  SEQUENCE, SO CALLDUPR CAN REPRINT A DUPLICATE BILL EXACTLY  *  00008640
      *  AS IT WENT OUT.  IVA-INV-KIND "B" IS THE REGULAR CYCLE      *  00008650
      *  INVOICE, "R" A RECYCLE SUPPLEMENTAL; IVA-LINE-TYPE "H"      *  00008660
      *  MARKS THE FIRST LINE OF EACH INVOICE.                       *  00008670
      ****************************************************************  00008680
       FD  INVOICE-ARCHIVE-FILE                                         00008690
           LABEL RECORDS ARE STANDARD                                   00008700
           RECORD CONTAINS 158 CHARACTERS.                              00008710
       01  INVOICE-ARCHIVE-REC.                                         00008720
           05  IVA-KEY.                                                 00008730
               10  IVA-CUST-NUM      PIC X(4).                          00008740
               10  IVA-CYCLE-DATE    PIC 9(8).                          00008750
               10  IVA-LINE-SEQ      PIC 9(4).                          00008760
           05  IVA-INV-KIND          PIC X(1).                          00008770
           05  IVA-LINE-TYPE         PIC X(1).                          00008780
           05  IVA-RUN-DATE          PIC 9(8).                          00008790
           05  IVA-LINE              PIC X(132).                        00008800
                                                                        00008810
      ****************************************************************  00008820
      *  CALLCONW HOLDS ONE ENTRY PER SITE OF A CORPORATE PARENT     *  00008830
      *  BILLED THIS CYCLE -- ITS CALLS, MINUTES, CHARGES AND TAXES  *  00008840
      *  -- KEYED PARENT + SITE SO THE END-OF-RUN STATEMENT PASS     *  00008850
      *  READS EACH PARENT'S SITES TOGETHER.  A RESTART PICKS IT UP  *  00008860
      *  AS IT STANDS, LIKE CALLARN.                                 *  00008870
      ****************************************************************  00008880
       FD  CONSOL-WORK-FILE                                             00008890
           LABEL RECORDS ARE STANDARD                                   00008900
           RECORD CONTAINS 90 CHARACTERS.                               00008910
       01  CONSOL-WORK-REC.                                             00008920
           05  CW-KEY.                                                  00008930
               10  CW-PARENT-NUM     PIC X(4).                          00008940
               10  CW-SITE-NUM       PIC X(4).                          00008950
           05  CW-SITE-NAME          PIC X(25).                         00008960
           05  CW-BRANCH             PIC 9(2).                          00008970
           05  CW-CALLS              PIC 9(4).                          00008980
           05  CW-MINUTES            PIC 9(7).                          00008990
           05  CW-CHARGES            PIC 9(8)V99.                       00009000
           05  CW-TAX-FED            PIC 9(8)V99.                       00009010
           05  CW-TAX-STATE          PIC 9(8)V99.                       00009020
           05  CW-TAX-LOCAL          PIC 9(8)V99.                       00009030
           05  CW-FILLER             PIC X(4).                          00009040
                                                                        00009050
       FD  CONSOL-STMT-FILE                                             00009060
           LABEL RECORDS ARE STANDARD                                   00009070
           RECORD CONTAINS 132 CHARACTERS.                              00009080
       01  CONSOL-STMT-LINE          PIC X(132).                        00009090
                                                                        00009100
      ****************************************************************  00009110
      *  CALLCOST IS THE CARRIER COST TABLE: WHAT THE TERMINATING    *  00009120
      *  CARRIER CHARGES US PER MINUTE INTO AN AREA CODE, AT THE PEAK*  00009130
      *  AND THE OFF-PEAK RATE.  LIKE CALLRATE, A NEW COST TAKES     *  00009140
      *  EFFECT BY ADDING A ROW WITH A LATER EFFECTIVE DATE (ZERO    *  00009150
      *  COVERS EVERY DATE).  COSTS CARRY FOUR ASSUMED DECIMALS SO A *  00009160
      *  FRACTION OF A CENT CAN BE HELD (000125 = 1.25 CENTS).       *  00009170
      *  CALLMRGN IS THE MARGIN REPORT THE BILLING RUN PRINTS.       *  00009180
      ****************************************************************  00009190
       FD  CARRIER-COST-FILE                                            00009200
           LABEL RECORDS ARE STANDARD                                   00009210
           RECORD CONTAINS 23 CHARACTERS.                               00009220
       01  CARRIER-COST-REC.                                            00009230
           05  CC-AREA-CODE          PIC 9(3).                          00009240
           05  CC-PEAK-COST          PIC 9(2)V9(4).                     00009250
           05  CC-OFFPEAK-COST       PIC 9(2)V9(4).                     00009260
           05  CC-EFF-DATE           PIC 9(8).                          00009270
                                                                        00009280
       FD  MARGIN-REPORT-FILE                                           00009290
           LABEL RECORDS ARE STANDARD                                   00009300
           RECORD CONTAINS 132 CHARACTERS.                              00009310
       01  MARGIN-REPORT-LINE        PIC X(132).                        00009320
                                                                        00009330
      ****************************************************************  00009340
      *  CALLPART IS THE OPTIONAL PARTITION CARD.  "P" MAKES THIS RUN*  00009350
      *  PARTITION PC-PART-ID, BILLING ONLY THE BRANCHES FROM        *  00009360
      *  PC-LOW-BRANCH TO PC-HIGH-BRANCH; "M" MAKES IT THE MERGE OF  *  00009370
      *  PC-PART-COUNT PARTITIONS.  NO CARD (OR A BLANK ONE) IS THE  *  00009380
      *  SINGLE-STREAM RUN.                                          *  00009390
      ****************************************************************  00009400
       FD  PARTITION-CARD-FILE                                          00009410
           LABEL RECORDS ARE STANDARD                                   00009420
           RECORD CONTAINS 80 CHARACTERS.                               00009430
       01  PARTITION-CARD-REC.                                          00009440
           05  PC-FUNCTION           PIC X(1).                          00009450
           05  PC-PART-ID            PIC 9(2).                          00009460
           05  PC-LOW-BRANCH         PIC 9(2).                          00009470
           05  PC-HIGH-BRANCH        PIC 9(2).                          00009480
           05  PC-PART-COUNT         PIC 9(2).                          00009490
           05  FILLER                PIC X(71).                         00009500
                                                                        00009510
      ****************************************************************  00009520
      *  CALLPCTNN HANDS A PARTITION'S RESULTS TO THE MERGE: ONE "P" *  00009530
      *  RECORD WITH HOW THE PARTITION ENDED, ITS CONTROL TOTALS,    *  00009540
      *  ITS FOOTING OF ITS OWN CALLEXCNN/CALLGLRNN AND ITS NATIONAL *  00009550
      *  SUMMARY AND MARGIN IMAGES, THEN ONE "T" RECORD PER TRENDING *  00009560
      *  CUSTOMER.  THE PARTITION WRITES IT "S" AS IT STARTS AND "C" *  00009570
      *  (OR "F" ON RETURN CODE 8+) AS IT ENDS, SO A PARTITION STILL *  00009580
      *  RUNNING OR ABENDED IS NEVER TAKEN FOR A FINISHED ONE.       *  00009590
      ****************************************************************  00009600
       FD  PART-TOTALS-FILE                                             00009610
           LABEL RECORDS ARE STANDARD                                   00009620
           RECORD CONTAINS 6100 CHARACTERS.                             00009630
       01  PART-TOTALS-REC.                                             00009640
           05  PTR-REC-TYPE          PIC X(1).                          00009650
               88  PTR-TOTALS-REC                VALUE "P".             00009660
               88  PTR-TREND-REC                 VALUE "T".             00009670
           05  PTR-PART-ID           PIC 9(2).                          00009680
           05  PTR-LOW-BRANCH        PIC 9(2).                          00009690
           05  PTR-HIGH-BRANCH       PIC 9(2).                          00009700
           05  PTR-STATUS            PIC X(1).                          00009710
           05  PTR-RETURN-CODE       PIC 9(4).                          00009720
           05  PTR-CYCLE-DATE        PIC 9(8).                          00009730
           05  PTR-RUN-DATE          PIC 9(8).                          00009740
           05  PTR-END-TIME          PIC 9(6).                          00009750
           05  PTR-HEADER-SW         PIC X(1).                          00009760
           05  PTR-TRAILER-SW        PIC X(1).                          00009770
           05  PTR-EDIT-STAMP        PIC X(8).                          00009780
           05  PTR-FEED-CYCLE        PIC 9(8).                          00009790
           05  PTR-TRL-REC-COUNT     PIC 9(6).                          00009800
           05  PTR-TRL-CALLS         PIC 9(6).                          00009810
           05  PTR-TRL-MINUTES       PIC 9(9).                          00009820
           05  PTR-HELD-CALLS        PIC 9(6).                          00009830
           05  PTR-SWEPT-CALLS       PIC 9(6).                          00009840
           05  PTR-IN-CUST           PIC 9(6).                          00009850
           05  PTR-IN-CALLS          PIC 9(6).                          00009860
           05  PTR-IN-MINUTES        PIC 9(9).                          00009870
           05  PTR-OTHER-CUST        PIC 9(6).                          00009880
           05  PTR-OTHER-CALLS       PIC 9(6).                          00009890
           05  PTR-OTHER-MINUTES     PIC 9(9).                          00009900
           05  PTR-BILLED-CUST       PIC 9(6).                          00009910
           05  PTR-REJECT-CUST       PIC 9(6).                          00009920
           05  PTR-PREV-CUST         PIC 9(6).                          00009930
           05  PTR-RATED-CALLS       PIC 9(6).                          00009940
           05  PTR-EXC-CALLS         PIC 9(6).                          00009950
           05  PTR-INFO-EXC          PIC 9(6).                          00009960
           05  PTR-PREV-CALLS        PIC 9(6).                          00009970
           05  PTR-INVOICE-TOTAL     PIC 9(11)V99.                      00009980
           05  PTR-GLAR-TOTAL        PIC 9(11)V99.                      00009990
           05  PTR-FIN-ASSESSED      PIC 9(11)V99.                      00010000
           05  PTR-FIN-GL            PIC 9(11)V99.                      00010010
           05  PTR-BRANCH-COUNT      PIC 9(4).                          00010020
           05  PTR-PLAN-MISMATCH     PIC 9(5).                          00010030
           05  PTR-EXC-RECORDS       PIC 9(7).                          00010040
           05  PTR-GLAR-RECORDS      PIC 9(7).                          00010050
           05  PTR-GLAR-AMOUNT       PIC 9(11)V99.                      00010060
           05  PTR-NAT-SUMMARY       PIC X(990).                        00010070
           05  PTR-NAT-MARGIN        PIC X(4803).                       00010080
           05  FILLER                PIC X(50).                         00010090
       01  PART-TREND-REC.                                              00010100
           05  PTT-REC-TYPE          PIC X(1).                          00010110
           05  PTT-TREND-ENTRY       PIC X(31).                         00010120
           05  FILLER                PIC X(6068).                       00010130
                                                                        00010140
      ****************************************************************  00010150
      *  THE MERGE READS EACH PARTITION'S OUTPUT FILES BACK UNDER    *  00010160
      *  THE PARTITION'S OWN NAMES.  THE PRINT FILE IS EITHER THE    *  00010170
      *  PARTITION'S CALLPLXNN OR ITS CALLMRGNN.                     *  00010180
      ****************************************************************  00010190
       FD  PART-EXC-FILE                                                00010200
           LABEL RECORDS ARE STANDARD                                   00010210
           RECORD CONTAINS 59 CHARACTERS.                               00010220
       01  PART-EXC-REC              PIC X(59).                         00010230
                                                                        00010240
       FD  PART-GLAR-FILE                                               00010250
           LABEL RECORDS ARE STANDARD                                   00010260
           RECORD CONTAINS 42 CHARACTERS.                               00010270
       01  PART-GLAR-REC.                                               00010280
           05  FILLER                PIC X(14).                         00010290
           05  PGL-TOTAL-COST        PIC 9(6)V99.                       00010300
           05  FILLER                PIC X(20).                         00010310
                                                                        00010320
       FD  PART-CONW-FILE                                               00010330
           LABEL RECORDS ARE STANDARD                                   00010340
           RECORD CONTAINS 90 CHARACTERS.                               00010350
       01  PART-CONW-REC.                                               00010360
           05  PCW-KEY               PIC X(8).                          00010370
           05  FILLER                PIC X(82).                         00010380
                                                                        00010390
       FD  PART-PRINT-FILE                                              00010400
           LABEL RECORDS ARE STANDARD                                   00010410
           RECORD CONTAINS 132 CHARACTERS.                              00010420
       01  PART-PRINT-LINE           PIC X(132).                        00010430
                                                                        00010440
       FD  PART-LOG-FILE                                                00010450
           LABEL RECORDS ARE STANDARD                                   00010460
           RECORD CONTAINS 80 CHARACTERS.                               00010470
       01  PART-LOG-REC              PIC X(80).                         00010480
                                                                        00010490
       WORKING-STORAGE SECTION.                                         00010500
                                                                        00010510
       01  CALL-REC IS GLOBAL.                                          00010520
           05  CUST-NUM              PIC X(4).                          00010530
           05  FILLER REDEFINES CUST-NUM.                               00010540
               10  CUST-NUM12        PIC 9(2).                          00010550
               10  CUST-NUM34        PIC 9(2).                          00010560
           05  CUST-NAME             PIC X(10).                         00010570
           05  CALLS-MADE            PIC 9(2).                          00010580
           05  NUM-CALLS OCCURS 1 TO 99 TIMES                           00010590
               DEPENDING ON CALLS-MADE.                                 00010600
               10  CASE4-LINK1.                                         00010610
                   15  AREA-CODE         PIC 9(3).                      00010620
                   15  NUM-MINUTES       PIC 9(3).                      00010630
                   15  CITY              PIC X(5).                      00010640
                   15  COST              PIC 9(6)V99.                   00010650
                   15  CALL-DATE         PIC 9(8).                      00010660
                   15  CALL-TIME         PIC 9(4).                      00010670
                   15  RATE-PERIOD       PIC X(1).                      00010680
           05  CUST-RATE-COST.                                          00010690
               10  CUST-RATE             PIC 9.                         00010700
               10  TOTAL-COST            PIC 9(6)V99.                   00010710
                                                                        00010720
       01  WS-VARIABLES.                                                00010730
           05  SUB1                      PIC 9(02).                     00010740
           05  TEST-STATUS               PIC X         VALUE "Y".       00010750
           05  WS-RUN-DATE               PIC 9(8).                      00010760
           05  FILLER REDEFINES WS-RUN-DATE.                            00010770
               10  WS-RUN-YYYYMM         PIC 9(6).                      00010780
               10  WS-RUN-DD             PIC 9(2).                      00010790
                                                                        00010800
       01  WS-FILE-STATUSES.                                            00010810
           05  WS-CALLIN-STATUS          PIC X(2)      VALUE SPACES.    00010820
           05  WS-CALLRATE-STATUS        PIC X(2)      VALUE SPACES.    00010830
           05  WS-CALLCUST-STATUS        PIC X(2)      VALUE SPACES.    00010840
           05  WS-CALLEXC-STATUS         PIC X(2)      VALUE SPACES.    00010850
           05  WS-CALLEXCP-STATUS        PIC X(2)      VALUE SPACES.    00010860
           05  WS-CALLCKPT-STATUS        PIC X(2)      VALUE SPACES.    00010870
           05  WS-CALLCTL-STATUS         PIC X(2)      VALUE SPACES.    00010880
           05  WS-INVOICE-STATUS         PIC X(2)      VALUE SPACES.    00010890
           05  WS-BR-SUMMARY-STATUS      PIC X(2)      VALUE SPACES.    00010900
           05  WS-NATSUM-STATUS          PIC X(2)      VALUE SPACES.    00010910
           05  WS-GLAR-STATUS            PIC X(2)      VALUE SPACES.    00010920
           05  WS-EBILL-STATUS           PIC X(2)      VALUE SPACES.    00010930
           05  WS-CALLBAL-STATUS         PIC X(2)      VALUE SPACES.    00010940
           05  WS-CALLCYCL-STATUS        PIC X(2)      VALUE SPACES.    00010950
           05  WS-CALLCYCO-STATUS        PIC X(2)      VALUE SPACES.    00010960
           05  WS-CALLPAY-STATUS         PIC X(2)      VALUE SPACES.    00010970
           05  WS-CALLTAX-STATUS         PIC X(2)      VALUE SPACES.    00010980
           05  WS-CALLDISC-STATUS        PIC X(2)      VALUE SPACES.    00010990
           05  WS-CALLCRD-STATUS         PIC X(2)      VALUE SPACES.    00011000
           05  WS-CALLLOG-STATUS         PIC X(2)      VALUE SPACES.    00011010
           05  WS-CALLOPR-STATUS         PIC X(2)      VALUE SPACES.    00011020
           05  WS-CALLHIST-STATUS        PIC X(2)      VALUE SPACES.    00011030
           05  WS-CALLREG-STATUS         PIC X(2)      VALUE SPACES.    00011040
           05  WS-CALLGLRP-STATUS        PIC X(2)      VALUE SPACES.    00011050
           05  WS-CALLRATP-STATUS        PIC X(2)      VALUE SPACES.    00011060
           05  WS-CALLDSCP-STATUS        PIC X(2)      VALUE SPACES.    00011070
           05  WS-CALLSIMR-STATUS        PIC X(2)      VALUE SPACES.    00011080
           05  WS-CALLTRND-STATUS        PIC X(2)      VALUE SPACES.    00011090
           05  WS-CALLPLNX-STATUS        PIC X(2)      VALUE SPACES.    00011100
           05  WS-CALLARO-STATUS         PIC X(2)      VALUE SPACES.    00011110
           05  WS-CALLARN-STATUS         PIC X(2)      VALUE SPACES.    00011120
           05  WS-CALLAGE-STATUS         PIC X(2)      VALUE SPACES.    00011130
           05  WS-CALLWOFH-STATUS        PIC X(2)      VALUE SPACES.    00011140
           05  WS-CALLINVA-STATUS        PIC X(2)      VALUE SPACES.    00011150
           05  WS-CALLCONW-STATUS        PIC X(2)      VALUE SPACES.    00011160
           05  WS-CALLCONS-STATUS        PIC X(2)      VALUE SPACES.    00011170
           05  WS-CALLCOST-STATUS        PIC X(2)      VALUE SPACES.    00011180
           05  WS-CALLMRGN-STATUS        PIC X(2)      VALUE SPACES.    00011190
           05  WS-CALLPART-STATUS        PIC X(2)      VALUE SPACES.    00011200
           05  WS-PCT-STATUS             PIC X(2)      VALUE SPACES.    00011210
           05  WS-PEXC-STATUS            PIC X(2)      VALUE SPACES.    00011220
           05  WS-PGLR-STATUS            PIC X(2)      VALUE SPACES.    00011230
           05  WS-PCNW-STATUS            PIC X(2)      VALUE SPACES.    00011240
           05  WS-PPRT-STATUS            PIC X(2)      VALUE SPACES.    00011250
           05  WS-PLOG-STATUS            PIC X(2)      VALUE SPACES.    00011260
                                                                        00011270
       01  WS-SWITCHES.                                                 00011280
           05  WS-EOF-SW                 PIC X         VALUE "N".       00011290
               88  END-OF-CALL-FILE                    VALUE "Y".       00011300
           05  WS-RATE-EOF-SW            PIC X         VALUE "N".       00011310
               88  END-OF-RATE-FILE                    VALUE "Y".       00011320
           05  WS-BRANCH-OPEN-SW         PIC X         VALUE "N".       00011330
               88  BRANCH-FILES-OPEN                   VALUE "Y".       00011340
           05  WS-RESTART-SW             PIC X         VALUE "N".       00011350
               88  IS-RESTART                          VALUE "Y".       00011360
           05  WS-RESTART-BR-SW          PIC X         VALUE "N".       00011370
               88  RESTART-BRANCH-PENDING              VALUE "Y".       00011380
           05  WS-CM-FOUND-SW            PIC X         VALUE "N".       00011390
               88  CUST-ON-MASTER                      VALUE "Y".       00011400
           05  WS-CM-ACCT-STATUS         PIC X         VALUE SPACE.     00011410
               88  CUST-ACTIVE                         VALUE "A".       00011420
               88  CUST-SUSPENDED                      VALUE "S".       00011430
               88  CUST-CLOSED                         VALUE "C".       00011440
           05  WS-CM-BILL-SW             PIC X         VALUE "N".       00011450
               88  CUST-BILLABLE                       VALUE "Y".       00011460
           05  WS-CM-OPEN-SW             PIC X         VALUE "N".       00011470
               88  CUST-MASTER-OPEN                    VALUE "Y".       00011480
           05  WS-DETAIL-GOT-SW          PIC X         VALUE "N".       00011490
               88  DETAIL-RECORD-GOT                   VALUE "Y".       00011500
           05  WS-EXCP-EOF-SW            PIC X         VALUE "N".       00011510
               88  END-OF-PRIOR-EXC                    VALUE "Y".       00011520
           05  WS-PAY-EOF-SW             PIC X         VALUE "N".       00011530
               88  END-OF-PAY-FILE                     VALUE "Y".       00011540
           05  WS-ARO-EOF-SW             PIC X         VALUE "N".       00011550
               88  END-OF-ARO-FILE                     VALUE "Y".       00011560
           05  WS-ARN-SCAN-SW            PIC X         VALUE "N".       00011570
               88  END-OF-ARN-SCAN                     VALUE "Y".       00011580
           05  WS-TAX-EOF-SW             PIC X         VALUE "N".       00011590
               88  END-OF-TAX-FILE                     VALUE "Y".       00011600
           05  WS-DISC-EOF-SW            PIC X         VALUE "N".       00011610
               88  END-OF-DISC-FILE                    VALUE "Y".       00011620
           05  WS-PRATE-EOF-SW           PIC X         VALUE "N".       00011630
               88  END-OF-PROP-RATE                    VALUE "Y".       00011640
           05  WS-PDISC-EOF-SW           PIC X         VALUE "N".       00011650
               88  END-OF-PROP-DISC                    VALUE "Y".       00011660
           05  WS-CRD-EOF-SW             PIC X         VALUE "N".       00011670
               88  END-OF-CRD-FILE                     VALUE "Y".       00011680
           05  WS-REG-OPEN-SW            PIC X         VALUE "N".       00011690
               88  REGISTER-FILE-OPEN                  VALUE "Y".       00011700
           05  WS-WOFH-OPEN-SW           PIC X         VALUE "N".       00011710
               88  WOFF-HIST-OPEN                      VALUE "Y".       00011720
                                                                        00011730
       01  WS-COUNTERS.                                                 00011740
           05  WS-CUST-COUNT             PIC 9(6)      VALUE 0.         00011750
           05  WS-CKPT-INTERVAL          PIC 9(4)      VALUE 0050.      00011760
           05  WS-CKPT-QUOTIENT          PIC 9(6)      VALUE 0.         00011770
           05  WS-CKPT-REMAINDER         PIC 9(4)      VALUE 0.         00011780
           05  WS-SKIP-COUNT             PIC 9(6)      VALUE 0.         00011790
           05  WS-CALL-COST-SUM          PIC 9(6)V99   VALUE 0.         00011800
           05  WS-SURCHARGE-AMT          PIC 9(6)V99   VALUE 0.         00011810
                                                                        00011820
       01  WS-DYNAMIC-FILE-NAMES.                                       00011830
           05  WS-INVOICE-DSN            PIC X(9)      VALUE SPACES.    00011840
           05  WS-BR-SUMMARY-DSN         PIC X(9)      VALUE SPACES.    00011850
           05  WS-EBILL-DSN              PIC X(9)      VALUE SPACES.    00011860
      *    THE RUN'S OWN OUTPUTS CARRY THEIR USUAL NAMES UNLESS THIS    00011870
      *    IS A PARTITION, WHICH WRITES THEM UNDER ITS NUMBER (SEE      00011880
      *    A017-SET-PARTITION-FILES); THE WS-P NAMES ARE A PARTITION'S  00011890
      *    FILES AS THE MERGE READS THEM BACK (B701).                   00011900
           05  WS-EXC-DSN                PIC X(9)      VALUE "CALLEXC". 00011910
           05  WS-GLAR-DSN               PIC X(9)      VALUE "CALLGLAR".00011920
           05  WS-BAL-DSN                PIC X(9)      VALUE "CALLBAL". 00011930
           05  WS-CKPT-DSN               PIC X(9)      VALUE "CALLCKPT".00011940
           05  WS-LOG-DSN                PIC X(9)      VALUE "CALLLOG". 00011950
           05  WS-PLNX-DSN               PIC X(9)      VALUE "CALLPLNX".00011960
           05  WS-MRGN-DSN               PIC X(9)      VALUE "CALLMRGN".00011970
           05  WS-CONW-DSN               PIC X(9)      VALUE "CALLCONW".00011980
           05  WS-PCT-DSN                PIC X(9)      VALUE SPACES.    00011990
           05  WS-PEXC-DSN               PIC X(9)      VALUE SPACES.    00012000
           05  WS-PGLR-DSN               PIC X(9)      VALUE SPACES.    00012010
           05  WS-PCNW-DSN               PIC X(9)      VALUE SPACES.    00012020
           05  WS-PLOG-DSN               PIC X(9)      VALUE SPACES.    00012030
           05  WS-PPLX-DSN               PIC X(9)      VALUE SPACES.    00012040
           05  WS-PMRG-DSN               PIC X(9)      VALUE SPACES.    00012050
           05  WS-PPRT-DSN               PIC X(9)      VALUE SPACES.    00012060
                                                                        00012070
      ****************************************************************  00012080
      *  RATE-TABLE-AREA HOLDS THE PER-AREA-CODE RATE BANDS LOADED   *  00012090
      *  FROM CALLRATE AT THE START OF THE RUN.  NEW AREA CODES AND  *  00012100
      *  NEW EFFECTIVE-DATED VERSIONS OF AN AREA CODE'S TARIFF ARE   *  00012110
      *  ADDED BY ADDING ROWS TO CALLRATE, NOT BY CODE CHANGES.      *  00012120
      ****************************************************************  00012130
       01  RATE-TABLE-AREA IS GLOBAL.                                   00012140
           05  RATE-TABLE-COUNT          PIC 9(3)      VALUE 0.         00012150
           05  RATE-TABLE OCCURS 100 TIMES INDEXED BY RT-IDX.           00012160
               10  RT-AREA-CODE          PIC 9(3).                      00012170
               10  RT-CITY               PIC X(5).                      00012180
               10  RT-BASE-FEE           PIC 9(6)V99.                   00012190
               10  RT-BAND1-LIMIT        PIC 9(3).                      00012200
               10  RT-BAND1-RATE         PIC 9(2)V999.                  00012210
               10  RT-BAND2-LIMIT        PIC 9(3).                      00012220
               10  RT-BAND2-RATE         PIC 9(2)V999.                  00012230
               10  RT-BAND3-LIMIT        PIC 9(3).                      00012240
               10  RT-BAND3-RATE         PIC 9(2)V999.                  00012250
               10  RT-BAND4-RATE         PIC 9(2)V999.                  00012260
               10  RT-OFFPEAK-PCT        PIC 9(2).                      00012270
               10  RT-EFF-DATE           PIC 9(8).                      00012280
                                                                        00012290
      ****************************************************************  00012300
      *  COST-TABLE-AREA HOLDS THE CARRIER COST ROWS LOADED FROM     *  00012310
      *  CALLCOST.  A CALL IS COSTED AT THE ROW FOR ITS AREA CODE    *  00012320
      *  WITH THE LATEST EFFECTIVE DATE NOT AFTER THE CALL DATE --   *  00012330
      *  THE SAME VERSION RULE NSTSUBH USES FOR THE TARIFF.          *  00012340
      ****************************************************************  00012350
       01  COST-TABLE-AREA.                                             00012360
           05  COST-TABLE-COUNT          PIC 9(3)      VALUE 0.         00012370
           05  COST-TABLE OCCURS 100 TIMES.                             00012380
               10  CT-AREA-CODE          PIC 9(3).                      00012390
               10  CT-PEAK-COST          PIC 9(2)V9(4).                 00012400
               10  CT-OFFPEAK-COST       PIC 9(2)V9(4).                 00012410
               10  CT-EFF-DATE           PIC 9(8).                      00012420
                                                                        00012430
      ****************************************************************  00012440
      *  WS-MARGIN-AREA DRIVES THE CARRIER MARGIN REPORT.  ONLY A    *  00012450
      *  BILLING RUN PRODUCES IT, AND ONLY WHEN CALLCOST LOADS.      *  00012460
      *  REVENUE IS THE RATED CALL CHARGE -- THE SAME FIGURE CALLSUMN*  00012470
      *  TOTALS BY AREA CODE AND CITY; THE PLAN SURCHARGE, DISCOUNTS *  00012480
      *  AND CREDITS BELONG TO THE ACCOUNT, NOT TO ANY ONE ROUTE.    *  00012490
      *  A CALL THAT DID NOT RATE IS LEFT OUT.  MINUTES WITH NO      *  00012500
      *  CALLCOST ROW IN EFFECT ARE COUNTED SEPARATELY SO THE ROUTE  *  00012510
      *  IS FLAGGED RATHER THAN SHOWN WITH AN OVERSTATED MARGIN.     *  00012520
      ****************************************************************  00012530
       01  WS-MARGIN-AREA.                                              00012540
           05  WS-MRGN-SW                PIC X         VALUE "N".       00012550
               88  MARGIN-REPORTING                    VALUE "Y".       00012560
           05  WS-COST-EOF-SW            PIC X         VALUE "N".       00012570
               88  END-OF-COST-FILE                    VALUE "Y".       00012580
           05  WS-COST-FOUND-SW          PIC X         VALUE "N".       00012590
               88  CARRIER-COST-FOUND                  VALUE "Y".       00012600
           05  WS-MG-FLAG-SW             PIC X         VALUE SPACE.     00012610
               88  MARGIN-NOT-COSTED                   VALUE "N".       00012620
               88  MARGIN-LOW                          VALUE "L".       00012630
           05  WS-MARGIN-PCT             PIC 9(3)      VALUE 010.       00012640
           05  WS-CT-SUB                 PIC 9(3)      VALUE 0.         00012650
           05  WS-CT-BEST                PIC 9(3)      VALUE 0.         00012660
           05  WS-CT-BEST-EFF            PIC 9(8)      VALUE 0.         00012670
           05  WS-CC-COST                PIC 9(6)V99   VALUE 0.         00012680
           05  WS-CC-NOCOST-MIN          PIC 9(3)      VALUE 0.         00012690
           05  WS-MG-SUB                 PIC 9(3)      VALUE 0.         00012700
           05  WS-MG-MINUTES             PIC 9(9)      VALUE 0.         00012710
           05  WS-MG-REVENUE             PIC 9(9)V99   VALUE 0.         00012720
           05  WS-MG-COST                PIC 9(9)V99   VALUE 0.         00012730
           05  WS-MG-NOCOST              PIC 9(9)      VALUE 0.         00012740
           05  WS-MG-MARGIN              PIC S9(9)V99  VALUE 0.         00012750
           05  WS-MG-PCT                 PIC S9(7)V9   VALUE 0.         00012760
           05  WS-MG-TOT-MINUTES         PIC 9(9)      VALUE 0.         00012770
           05  WS-MG-TOT-REVENUE         PIC 9(9)V99   VALUE 0.         00012780
           05  WS-MG-TOT-COST            PIC 9(9)V99   VALUE 0.         00012790
           05  WS-MG-TOT-NOCOST          PIC 9(9)      VALUE 0.         00012800
           05  WS-MG-LOW-COUNT           PIC 9(5)      VALUE 0.         00012810
           05  WS-MG-NOCOST-COUNT        PIC 9(5)      VALUE 0.         00012820
                                                                        00012830
      ****************************************************************  00012840
      *  WS-CM-HOLD CARRIES THE MASTER NAME AND MAILING ADDRESS OF   *  00012850
      *  THE CUSTOMER CURRENTLY BEING BILLED, FOR THE INVOICE HEADER.*  00012860
      ****************************************************************  00012870
       01  WS-CM-HOLD.                                                  00012880
           05  WS-CM-NAME                PIC X(25).                     00012890
           05  WS-CM-ADDR-LINE1          PIC X(25).                     00012900
           05  WS-CM-ADDR-LINE2          PIC X(25).                     00012910
           05  WS-CM-ADDR-CITY           PIC X(15).                     00012920
           05  WS-CM-ADDR-STATE          PIC X(2).                      00012930
           05  WS-CM-ADDR-ZIP            PIC X(9).                      00012940
           05  WS-CM-RATE-PLAN           PIC 9(1).                      00012950
           05  WS-CM-PLAN-EFF            PIC 9(8).                      00012960
           05  WS-CM-PRIOR-PLAN          PIC 9(1).                      00012970
           05  WS-CM-PARENT-NUM          PIC X(4).                      00012980
                                                                        00012990
      ****************************************************************  00013000
      *  WS-PARENT-AREA CARRIES CORPORATE PARENT BILLING.            *  00013010
      *  WS-BILL-TO-NUM IS THE ACCOUNT THE CUSTOMER IN HAND POSTS TO *  00013020
      *  (RECEIVABLE AND GL): ITS OWN NUMBER UNLESS IT IS A SITE OF  *  00013030
      *  A PARENT.  THE REST IS THE END-OF-RUN STATEMENT PASS: THE   *  00013040
      *  COMBINED TOTALS OF THE PARENT BEING PRINTED AND THE SITES   *  00013050
      *  WHOSE PROMOTIONAL CREDITS IT TAKES.                         *  00013060
      ****************************************************************  00013070
       01  WS-PARENT-AREA.                                              00013080
           05  WS-BILL-TO-NUM            PIC X(4)      VALUE SPACES.    00013090
           05  WS-SITE-SW                PIC X         VALUE "N".       00013100
               88  CONSOLIDATED-SITE                   VALUE "Y".       00013110
           05  WS-CONSOL-SW              PIC X         VALUE "N".       00013120
               88  PRINTING-CONSOLIDATED               VALUE "Y".       00013130
           05  WS-CONW-OPEN-SW           PIC X         VALUE "N".       00013140
               88  CONSOL-WORK-OPEN                    VALUE "Y".       00013150
           05  WS-CONW-EOF-SW            PIC X         VALUE "N".       00013160
               88  END-OF-CONSOL-WORK                  VALUE "Y".       00013170
           05  WS-CONW-FOUND-SW          PIC X         VALUE "N".       00013180
               88  CONSOL-ENTRY-FOUND                  VALUE "Y".       00013190
           05  WS-CONS-MEMBER-SW         PIC X         VALUE "N".       00013200
               88  CONSOL-MEMBER                       VALUE "Y".       00013210
           05  WS-CONS-PARENT            PIC X(4)      VALUE SPACES.    00013220
           05  WS-CONS-CHARGES           PIC 9(8)V99   VALUE 0.         00013230
           05  WS-CONS-STMT-COUNT        PIC 9(6)      VALUE 0.         00013240
           05  WS-CONS-SITE-TOTAL        PIC 9(6)      VALUE 0.         00013250
           05  WS-CONS-SITE-COUNT        PIC 9(3)      VALUE 0.         00013260
           05  WS-CONS-SITE-SUB          PIC 9(3)      VALUE 0.         00013270
           05  WS-CONS-SITE-NUM          PIC X(4)                       00013280
                                         OCCURS 500 TIMES.              00013290
                                                                        00013300
      ****************************************************************  00013310
      *  EXCEPTION-AREA COLLECTS REJECTED CALLS FOR THE CUSTOMER     *  00013320
      *  CURRENTLY BEING RATED.  CALLIVP1 FLUSHES IT TO CALLEXC      *  00013330
      *  AFTER EACH CUSTOMER IS PROCESSED.                           *  00013340
      ****************************************************************  00013350
       01  EXCEPTION-AREA IS GLOBAL.                                    00013360
           05  EXC-COUNT                 PIC 9(2)      VALUE 0.         00013370
           05  EXC-ENTRY OCCURS 99 TIMES.                               00013380
               10  EXC-CUST-NUM          PIC X(4).                      00013390
               10  EXC-AREA-CODE         PIC 9(3).                      00013400
               10  EXC-NUM-MINUTES       PIC 9(3).                      00013410
               10  EXC-CALL-DATE         PIC 9(8).                      00013420
               10  EXC-CALL-TIME         PIC 9(4).                      00013430
               10  EXC-CUST-RATE         PIC 9(1).                      00013440
               10  EXC-RETRY-COUNT       PIC 9(2).                      00013450
               10  EXC-REASON-CODE       PIC X(4).                      00013460
               10  EXC-REASON-TEXT       PIC X(30).                     00013470
                                                                        00013480
      ****************************************************************  00013490
      *  WS-RECYCLE-AREA CONTROLS THE EXCEPTION RECYCLE PASS.  IN    *  00013500
      *  RECYCLE MODE THE PRIOR CYCLE'S CALLEXC (READ AS CALLEXCP)   *  00013510
      *  IS RE-RATED THROUGH THE SAME RATING CHAIN AND SUPPLEMENTAL  *  00013520
      *  INVOICES ARE PRODUCED; CALLS THAT STILL CANNOT RATE ARE     *  00013530
      *  CARRIED FORWARD WITH AN INCREMENTED RETRY COUNT AND AGE     *  00013540
      *  OUT AFTER WS-MAX-RETRY CYCLES.  GLOBAL SO NSTSUBH STAMPS    *  00013550
      *  THE CURRENT RETRY COUNT ON THE EXCEPTIONS IT LOGS.          *  00013560
      ****************************************************************  00013570
       01  WS-RECYCLE-AREA IS GLOBAL.                                   00013580
           05  WS-RUN-MODE-SW            PIC X         VALUE "B".       00013590
               88  BILLING-MODE                        VALUES "B", " ". 00013600
               88  RECYCLE-MODE                        VALUE "R".       00013610
               88  REVERSAL-MODE                       VALUE "V".       00013620
               88  SIMULATE-MODE                       VALUE "S".       00013630
           05  WS-CURR-RETRY             PIC 9(2)      VALUE 0.         00013640
           05  WS-NEXT-RETRY             PIC 9(2)      VALUE 0.         00013650
           05  WS-RCY-CALL-CT            PIC 9(2)      VALUE 0.         00013660
           05  WS-RCY-RATE               PIC 9(1)      VALUE 0.         00013670
           05  WS-MAX-RETRY              PIC 9(2)      VALUE 3.         00013680
           05  WS-AGED-OUT-COUNT         PIC 9(6)      VALUE 0.         00013690
           05  WS-CARRY-FWD-COUNT        PIC 9(6)      VALUE 0.         00013700
                                                                        00013710
      ****************************************************************  00013720
      *  WS-REVERSAL-AREA DRIVES THE CYCLE BACKOUT PASS.  REVERSAL   *  00013730
      *  MODE ("V" ON CALLCTL) READS THE BAD CYCLE'S GL FEED AS      *  00013740
      *  CALLGLRP, WRITES A TYPE-"V" CONTRA RECORD FOR EACH POSTING, *  00013750
      *  AND BACKS EACH CUSTOMER'S NET CHARGES OUT OF THE RECEIVABLE *  00013760
      *  BUCKETS (THE BAD CYCLE'S CALLARN IS MOUNTED AS CALLARO AND  *  00013770
      *  THE CORRECTED LEDGER COMES OUT ON CALLARN), SO THE CYCLE    *  00013780
      *  CAN THEN BE RERUN CLEAN.                                    *  00013790
      ****************************************************************  00013800
       01  WS-REVERSAL-AREA.                                            00013810
           05  WS-GLRP-EOF-SW            PIC X         VALUE "N".       00013820
               88  END-OF-PRIOR-GLAR                   VALUE "Y".       00013830
           05  WS-REV-CUST               PIC X(4)      VALUE SPACES.    00013840
           05  WS-REV-NET                PIC S9(9)V99  VALUE 0.         00013850
           05  WS-REV-WORK               PIC S9(9)V99  VALUE 0.         00013860
           05  WS-REV-REC-COUNT          PIC 9(6)      VALUE 0.         00013870
           05  WS-REV-SKIP-COUNT         PIC 9(6)      VALUE 0.         00013880
           05  WS-REV-CUST-COUNT         PIC 9(6)      VALUE 0.         00013890
           05  WS-REV-AMOUNT             PIC 9(11)V99  VALUE 0.         00013900
           05  WS-REV-BAD-DATE           PIC 9(8)      VALUE 0.         00013910
           05  WS-REV-PURGE-COUNT        PIC 9(6)      VALUE 0.         00013920
           05  WS-REV-TAKE-SW            PIC X         VALUE "N".       00013930
               88  REV-TAKE-REC                        VALUE "Y".       00013940
           05  WS-REG-SCAN-SW            PIC X         VALUE "N".       00013950
               88  END-OF-REG-SCAN                     VALUE "Y".       00013960
                                                                        00013970
      ****************************************************************  00013980
      *  SIM-CONTROL-AREA DRIVES THE RATE-CHANGE SIMULATION PASS     *  00013990
      *  ("S" ON CALLCTL).  EVERY CALLIN CUSTOMER IS RATED TWICE --  *  00014000
      *  ONCE AGAINST THE PRODUCTION TABLES AND ONCE AGAINST THE     *  00014010
      *  PROPOSED TABLES (CALLRATP/CALLDSCP) SWAPPED INTO THE GLOBAL *  00014020
      *  RATE AND DISCOUNT AREAS -- AND THE NET CHARGES ARE          *  00014030
      *  ACCUMULATED BY BRANCH, AREA CODE AND RATE PLAN FOR THE      *  00014040
      *  IMPACT REPORT.  NOTHING FINANCIAL IS WRITTEN: NO INVOICES,  *  00014050
      *  NO GL, NO RECEIVABLES, NO HISTORY, NO EXCEPTIONS.           *  00014060
      ****************************************************************  00014070
       01  SIM-CONTROL-AREA.                                            00014080
           05  WS-SIM-SIDE               PIC X         VALUE "C".       00014090
               88  SIM-CURRENT-SIDE                    VALUE "C".       00014100
               88  SIM-PROPOSED-SIDE                   VALUE "P".       00014110
           05  SIM-CUST-COUNT            PIC 9(6)      VALUE 0.         00014120
           05  SIM-SKIP-COUNT            PIC 9(6)      VALUE 0.         00014130
           05  SIM-CUR-EXC               PIC 9(6)      VALUE 0.         00014140
           05  SIM-PROP-EXC              PIC 9(6)      VALUE 0.         00014150
           05  SIM-CUR-TOTAL             PIC 9(11)V99  VALUE 0.         00014160
           05  SIM-PROP-TOTAL            PIC 9(11)V99  VALUE 0.         00014170
           05  SIM-DIFF-WORK             PIC S9(11)V99 VALUE 0.         00014180
           05  WS-SIM-SUB                PIC 9(3)      VALUE 0.         00014190
           05  WS-SIM-KEY                PIC 9(2)      VALUE 0.         00014200
                                                                        00014210
       01  SIM-SAVE-RATE-AREA            PIC X(5503).                   00014220
       01  SIM-PROP-RATE-AREA            PIC X(5503).                   00014230
       01  SIM-SAVE-DISC-AREA            PIC X(163).                    00014240
       01  SIM-PROP-DISC-AREA            PIC X(163).                    00014250
                                                                        00014260
       01  SIM-BR-AREA.                                                 00014270
           05  SIM-BR-TABLE OCCURS 100 TIMES.                           00014280
               10  SIM-BR-CUR            PIC 9(9)V99.                   00014290
               10  SIM-BR-PROP           PIC 9(9)V99.                   00014300
                                                                        00014310
       01  SIM-PLAN-AREA.                                               00014320
           05  SIM-PLAN-TABLE OCCURS 3 TIMES.                           00014330
               10  SIM-PLAN-CUR          PIC 9(9)V99.                   00014340
               10  SIM-PLAN-PROP         PIC 9(9)V99.                   00014350
                                                                        00014360
       01  SIM-AC-AREA.                                                 00014370
           05  SIM-AC-COUNT              PIC 9(3)      VALUE 0.         00014380
           05  SIM-AC-TABLE OCCURS 100 TIMES INDEXED BY SIM-AC-IDX.     00014390
               10  SIM-AC-CODE           PIC 9(3).                      00014400
               10  SIM-AC-CUR            PIC 9(9)V99.                   00014410
               10  SIM-AC-PROP           PIC 9(9)V99.                   00014420
                                                                        00014430
       01  WS-SIM-HEADER-LINE.                                          00014440
           05  FILLER                    PIC X(38)                      00014450
                 VALUE "CALLIVP1 RATE SIMULATION REPORT - RUN ".        00014460
           05  SI-RUN-DATE               PIC 9(8).                      00014470
           05  FILLER                    PIC X(86) VALUE SPACES.        00014480
                                                                        00014490
       01  WS-SIM-COL-LINE.                                             00014500
           05  FILLER                    PIC X(50)  VALUE               00014510
                 "                     CURRENT       PROPOSED      ".   00014520
           05  FILLER                    PIC X(10)  VALUE               00014530
                 "DIFFERENCE".                                          00014540
           05  FILLER                    PIC X(72) VALUE SPACES.        00014550
                                                                        00014560
       01  WS-SIM-DETAIL-LINE.                                          00014570
           05  SD-LABEL                  PIC X(14).                     00014580
           05  SD-KEY                    PIC X(5).                      00014590
           05  FILLER                    PIC X(1)  VALUE SPACES.        00014600
           05  SD-CURRENT                PIC ZZZ,ZZZ,ZZ9.99.            00014610
           05  FILLER                    PIC X(3)  VALUE SPACES.        00014620
           05  SD-PROPOSED               PIC ZZZ,ZZZ,ZZ9.99.            00014630
           05  FILLER                    PIC X(3)  VALUE SPACES.        00014640
           05  SD-DIFF                   PIC ZZZ,ZZZ,ZZ9.99-.           00014650
           05  FILLER                    PIC X(63) VALUE SPACES.        00014660
                                                                        00014670
       01  WS-SIM-MSG-LINE.                                             00014680
           05  SM-TEXT                   PIC X(60).                     00014690
           05  FILLER                    PIC X(72) VALUE SPACES.        00014700
                                                                        00014710
      ****************************************************************  00014720
      *  WS-LOG-AREA DRIVES THE RUN AUDIT LOG AND THE OPERATOR       *  00014730
      *  CONTROL REPORT.  WS-RETURN-CODE CLASSES (PASSED TO THE      *  00014740
      *  SCHEDULER IN RETURN-CODE):                                  *  00014750
      *     0 - CLEAN RUN                                            *  00014760
      *     4 - RAN WITH WARNINGS (E.G. HISTORY MASTER UNAVAILABLE)  *  00014770
      *     8 - RUN OUT OF BALANCE - HOLD THE INVOICE PRINT          *  00014780
      *    12 - FILE OR CONTROL FAILURE (OPEN ERROR, UNEDITED FEED)  *  00014790
      ****************************************************************  00014800
       01  WS-LOG-AREA.                                                 00014810
           05  WS-LOG-OPEN-SW            PIC X         VALUE "N".       00014820
               88  RUN-LOG-OPEN                        VALUE "Y".       00014830
           05  WS-WARN-SW                PIC X         VALUE "N".       00014840
               88  RUN-HAS-WARNING                     VALUE "Y".       00014850
           05  WS-FEED-REFUSED-SW        PIC X         VALUE "N".       00014860
               88  FEED-NOT-EDITED                     VALUE "Y".       00014870
           05  WS-LOG-EVENT              PIC X(8)      VALUE SPACES.    00014880
           05  WS-LOG-TEXT               PIC X(55)     VALUE SPACES.    00014890
           05  WS-TIME-NOW               PIC 9(8)      VALUE 0.         00014900
           05  FILLER REDEFINES WS-TIME-NOW.                            00014910
               10  WS-TIME-HHMMSS        PIC 9(6).                      00014920
               10  FILLER                PIC 9(2).                      00014930
           05  WS-LOG-FILE-NAME          PIC X(9)      VALUE SPACES.    00014940
           05  WS-LOG-STATUS-HOLD        PIC X(2)      VALUE SPACES.    00014950
           05  WS-BRANCH-COUNT           PIC 9(4)      VALUE 0.         00014960
           05  WS-RETURN-CODE            PIC 9(4)      VALUE 0.         00014970
                                                                        00014980
      ****************************************************************  00014990
      *  WS-CYCLE-AREA CARRIES THIS STEP'S ENTRY ON CALLCYCL: ITS    *  00015000
      *  SLOT, THE SLOT THAT MUST BE COMPLETE BEFORE IT MAY RUN, AND *  00015010
      *  THE NAME AN OPERATOR OVERRIDE CARD MUST CARRY.              *  00015020
      ****************************************************************  00015030
       01  WS-CYCLE-AREA.                                               00015040
           05  WS-CY-STEP                PIC 9(1)      VALUE 2.         00015050
           05  WS-CY-PREREQ              PIC 9(1)      VALUE 1.         00015060
           05  WS-CY-STEP-NAME           PIC X(8)      VALUE "BILLING ".00015070
           05  WS-CY-PREREQ-NAME         PIC X(8)      VALUE "EDIT    ".00015080
           05  WS-CY-CYCLE-DATE          PIC 9(8)      VALUE 0.         00015090
           05  WS-CY-DATE-NOW            PIC 9(8)      VALUE 0.         00015100
           05  WS-CY-TIME-NOW            PIC 9(8)      VALUE 0.         00015110
           05  FILLER REDEFINES WS-CY-TIME-NOW.                         00015120
               10  WS-CY-HHMMSS          PIC 9(6).                      00015130
               10  FILLER                PIC 9(2).                      00015140
           05  WS-CY-REASON              PIC X(30)     VALUE SPACES.    00015150
           05  WS-CY-EOF-SW              PIC X         VALUE "N".       00015160
               88  END-OF-CYCLE-FILE                   VALUE "Y".       00015170
           05  WS-CY-FOUND-SW            PIC X         VALUE "N".       00015180
               88  CYCLE-REC-FOUND                     VALUE "Y".       00015190
           05  WS-CY-OVRD-SW             PIC X         VALUE "N".       00015200
               88  CYCLE-OVERRIDE-CODED                VALUE "Y".       00015210
           05  WS-CY-REFUSED-SW          PIC X         VALUE "N".       00015220
               88  CYCLE-STEP-REFUSED                  VALUE "Y".       00015230
                                                                        00015240
       01  WS-OPERATOR-HEADER-LINE.                                     00015250
           05  FILLER                    PIC X(36)                      00015260
                 VALUE "CALLIVP1 OPERATOR CONTROL REPORT -  ".          00015270
           05  OH-RUN-DATE               PIC 9(8).                      00015280
           05  FILLER                    PIC X(7)  VALUE "  MODE ".     00015290
           05  OH-RUN-MODE               PIC X(1).                      00015300
           05  FILLER                    PIC X(5)  VALUE "  RC ".       00015310
           05  OH-RETURN-CODE            PIC ZZZ9.                      00015320
           05  FILLER                    PIC X(71) VALUE SPACES.        00015330
                                                                        00015340
       01  WS-OPERATOR-DETAIL-LINE.                                     00015350
           05  OP-LABEL                  PIC X(22).                     00015360
           05  OP-VALUE                  PIC ZZZ,ZZ9.                   00015370
           05  FILLER                    PIC X(103) VALUE SPACES.       00015380
                                                                        00015390
       01  WS-OPERATOR-STATUS-LINE.                                     00015400
           05  FILLER                    PIC X(22)                      00015410
                 VALUE "RUN STATUS            ".                        00015420
           05  OS-STATUS                 PIC X(10).                     00015430
           05  FILLER                    PIC X(100) VALUE SPACES.       00015440
                                                                        00015450
      ****************************************************************  00015460
      *  DISC-TABLE-AREA HOLDS THE VOLUME DISCOUNT TIERS (CALLDISC). *  00015470
      *  CREDIT-AREA HOLDS THE CYCLE'S PROMOTIONAL CREDITS (CALLCRD);*  00015480
      *  EACH ENTRY IS FLAGGED AS IT IS APPLIED SO ITS DESCRIPTION   *  00015490
      *  AND USED AMOUNT CAN BE PRINTED ON THE CUSTOMER'S INVOICE.   *  00015500
      ****************************************************************  00015510
       01  DISC-TABLE-AREA.                                             00015520
           05  DISC-TABLE-COUNT          PIC 9(3)      VALUE 0.         00015530
           05  DISC-TABLE OCCURS 20 TIMES.                              00015540
               10  DSC-MIN-MINUTES       PIC 9(6).                      00015550
               10  DSC-PCT               PIC 9(2).                      00015560
                                                                        00015570
       01  CREDIT-AREA.                                                 00015580
           05  CREDIT-COUNT              PIC 9(4)      VALUE 0.         00015590
           05  CREDIT-TABLE OCCURS 2000 TIMES.                          00015600
               10  CRD-CUST-NUM          PIC X(4).                      00015610
               10  CRD-AMOUNT            PIC 9(6)V99.                   00015620
               10  CRD-USED-AMT          PIC 9(6)V99.                   00015630
               10  CRD-DESC              PIC X(25).                     00015640
               10  CRD-APPLIED           PIC X(1).                      00015650
                                                                        00015660
       01  WS-DISC-AREA.                                                00015670
           05  WS-CYCLE-MINUTES          PIC 9(7)      VALUE 0.         00015680
           05  WS-DISC-PCT               PIC 9(2)      VALUE 0.         00015690
           05  WS-DISC-AMT               PIC 9(8)V99   VALUE 0.         00015700
           05  WS-CRED-THIS              PIC 9(8)V99   VALUE 0.         00015710
           05  WS-CRED-APPLIED           PIC 9(8)V99   VALUE 0.         00015720
           05  WS-NET-CHARGES            PIC 9(8)V99   VALUE 0.         00015730
           05  WS-CONTRA-WORK            PIC S9(8)V99  VALUE 0.         00015740
           05  WS-DISC-SUB               PIC 9(3)      VALUE 0.         00015750
           05  WS-CRD-SUB                PIC 9(4)      VALUE 0.         00015760
                                                                        00015770
       01  WS-INVOICE-DISC-LINE.                                        00015780
           05  FILLER                    PIC X(2)  VALUE SPACES.        00015790
           05  FILLER                    PIC X(16)                      00015800
                 VALUE "VOLUME DISCOUNT ".                              00015810
           05  IDC-PCT                   PIC Z9.                        00015820
           05  FILLER                    PIC X(5)  VALUE " PCT ".       00015830
           05  IDC-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99-.           00015840
           05  FILLER                    PIC X(92) VALUE SPACES.        00015850
                                                                        00015860
       01  WS-INVOICE-CRED-LINE.                                        00015870
           05  FILLER                    PIC X(2)  VALUE SPACES.        00015880
           05  FILLER                    PIC X(13)                      00015890
                 VALUE "PROMO CREDIT ".                                 00015900
           05  ICR-DESC                  PIC X(25).                     00015910
           05  FILLER                    PIC X(1)  VALUE SPACES.        00015920
           05  ICR-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99-.           00015930
           05  FILLER                    PIC X(76) VALUE SPACES.        00015940
                                                                        00015950
      ****************************************************************  00015960
      *  WS-HIST-AREA CARRIES THE HISTORY MASTER STATE FOR THE       *  00015970
      *  CUSTOMER BEING BILLED.  WHEN CALLHIST CANNOT BE OPENED THE  *  00015980
      *  RUN CONTINUES WITHOUT HISTORY (NO USAGE LINE, NO TRENDING)  *  00015990
      *  RATHER THAN HOLDING UP THE CYCLE'S INVOICES.                *  00016000
      ****************************************************************  00016010
       01  WS-HIST-AREA.                                                00016020
           05  WS-HIST-OPEN-SW           PIC X         VALUE "N".       00016030
               88  HISTORY-FILE-OPEN                   VALUE "Y".       00016040
           05  WS-HIST-FOUND-SW          PIC X         VALUE "N".       00016050
               88  HISTORY-REC-FOUND                   VALUE "Y".       00016060
           05  WS-HIST-THIS-MIN          PIC 9(7)      VALUE 0.         00016070
           05  WS-HIST-LAST-MIN          PIC 9(7)      VALUE 0.         00016080
           05  WS-HIST-THIS-REV          PIC 9(8)V99   VALUE 0.         00016090
           05  WS-HIST-LAST-REV          PIC 9(8)V99   VALUE 0.         00016100
           05  WS-HIST-MIN-SUM           PIC 9(7)      VALUE 0.         00016110
           05  WS-HIST-DIFF              PIC S9(9)V99  VALUE 0.         00016120
           05  WS-HIST-PCT               PIC 9(5)      VALUE 0.         00016130
           05  WS-TREND-PCT              PIC 9(3)      VALUE 050.       00016140
                                                                        00016150
      ****************************************************************  00016160
      *  WS-ARCHIVE-AREA CARRIES THE INVOICE ARCHIVE STATE.  EVERY   *  00016170
      *  INVOICE LINE IS BUILT IN WS-INV-IMAGE AND WRITTEN BOTH TO   *  00016180
      *  THE BRANCH INVOICE FILE AND TO CALLINVA.  WHEN CALLINVA     *  00016190
      *  CANNOT BE OPENED THE CYCLE STILL BILLS, WITH A WARNING.     *  00016200
      ****************************************************************  00016210
       01  WS-ARCHIVE-AREA.                                             00016220
           05  WS-IVA-OPEN-SW            PIC X         VALUE "N".       00016230
               88  ARCHIVE-FILE-OPEN                   VALUE "Y".       00016240
           05  WS-IVA-SCAN-SW            PIC X         VALUE "N".       00016250
               88  END-OF-IVA-SCAN                     VALUE "Y".       00016260
           05  WS-IVA-FIRST-SW           PIC X         VALUE "N".       00016270
               88  IVA-FIRST-LINE                      VALUE "Y".       00016280
           05  WS-IVA-NEXT-SEQ           PIC 9(4)      VALUE 0.         00016290
           05  WS-IVA-RETAIN             PIC 9(3)      VALUE 024.       00016300
           05  WS-IVA-MONTHS             PIC 9(6)      VALUE 0.         00016310
           05  WS-IVA-CUTOFF             PIC 9(8)      VALUE 0.         00016320
           05  FILLER REDEFINES WS-IVA-CUTOFF.                          00016330
               10  WS-IVA-CUT-YYYY       PIC 9(4).                      00016340
               10  WS-IVA-CUT-MM         PIC 9(2).                      00016350
               10  WS-IVA-CUT-DD         PIC 9(2).                      00016360
           05  WS-IVA-WRITE-COUNT        PIC 9(7)      VALUE 0.         00016370
           05  WS-IVA-PURGE-COUNT        PIC 9(7)      VALUE 0.         00016380
           05  WS-INV-IMAGE              PIC X(132)    VALUE SPACES.    00016390
                                                                        00016400
      ****************************************************************  00016410
      *  TREND-AREA COLLECTS THE CUSTOMERS WHOSE BILLED REVENUE      *  00016420
      *  MOVED MORE THAN WS-TREND-PCT PERCENT AGAINST LAST MONTH --  *  00016430
      *  THE EARLY-WARNING LIST FOR DISPUTES AND FRAUD, REPORTED BY  *  00016440
      *  BRANCH ON CALLTRND AT END OF RUN.                           *  00016450
      ****************************************************************  00016460
       01  TREND-AREA.                                                  00016470
           05  TREND-COUNT               PIC 9(4)      VALUE 0.         00016480
           05  TREND-ENTRY OCCURS 2000 TIMES.                           00016490
               10  TRD-CUST-NUM          PIC X(4).                      00016500
               10  TRD-BRANCH            PIC 9(2).                      00016510
               10  TRD-THIS-REV          PIC 9(8)V99.                   00016520
               10  TRD-LAST-REV          PIC 9(8)V99.                   00016530
               10  TRD-PCT               PIC 9(5).                      00016540
                                                                        00016550
       01  WS-INVOICE-USAGE-LINE.                                       00016560
           05  FILLER                    PIC X(2)  VALUE SPACES.        00016570
           05  FILLER                    PIC X(17)                      00016580
                 VALUE "USAGE THIS MONTH ".                             00016590
           05  IU-THIS-MIN               PIC Z,ZZZ,ZZ9.                 00016600
           05  FILLER                    PIC X(16)                      00016610
                 VALUE " MIN/LAST MONTH ".                              00016620
           05  IU-LAST-MIN               PIC Z,ZZZ,ZZ9.                 00016630
           05  FILLER                    PIC X(4)  VALUE " MIN".        00016640
           05  FILLER                    PIC X(75) VALUE SPACES.        00016650
                                                                        00016660
       01  WS-TREND-HEADER-LINE.                                        00016670
           05  FILLER                    PIC X(30)                      00016680
                 VALUE "BILLING TREND REPORT - CYCLE  ".                00016690
           05  TH-RUN-DATE               PIC 9(8).                      00016700
           05  FILLER                    PIC X(12)                      00016710
                 VALUE "  THRESHOLD ".                                  00016720
           05  TH-PCT                    PIC ZZ9.                       00016730
           05  FILLER                    PIC X(4)  VALUE " PCT".        00016740
           05  FILLER                    PIC X(75) VALUE SPACES.        00016750
                                                                        00016760
       01  WS-TREND-COL-LINE.                                           00016770
           05  FILLER                    PIC X(46)  VALUE               00016780
                 "CUST    THIS MONTH   LAST MONTH   PCT MOVEMENT".      00016790
           05  FILLER                    PIC X(86) VALUE SPACES.        00016800
                                                                        00016810
       01  WS-TREND-DETAIL-LINE.                                        00016820
           05  TRL-CUST-NUM              PIC X(4).                      00016830
           05  FILLER                    PIC X(1)  VALUE SPACES.        00016840
           05  TRL-THIS-REV              PIC ZZZ,ZZZ,ZZ9.99.            00016850
           05  FILLER                    PIC X(2)  VALUE SPACES.        00016860
           05  TRL-LAST-REV              PIC ZZZ,ZZZ,ZZ9.99.            00016870
           05  FILLER                    PIC X(6)  VALUE SPACES.        00016880
           05  TRL-PCT                   PIC ZZ,ZZ9.                    00016890
           05  FILLER                    PIC X(85) VALUE SPACES.        00016900
                                                                        00016910
       01  WS-TREND-BRANCH-LINE.                                        00016920
           05  FILLER                    PIC X(7)  VALUE "BRANCH ".     00016930
           05  TRB-BRANCH                PIC 9(2).                      00016940
           05  FILLER                    PIC X(123) VALUE SPACES.       00016950
                                                                        00016960
      ****************************************************************  00016970
      *  WS-PLAN-AREA CONTROLS RATE-PLAN PRICING.  THE PLAN BILLED   *  00016980
      *  IS THE ONE ON THE CUSTOMER MASTER.  WHEN THE MASTER PLAN    *  00016990
      *  TOOK EFFECT INSIDE THE CALLCTL BILLING PERIOD, THE PLAN     *  00017000
      *  SURCHARGE IS PRORATED: THE PRIOR PLAN FOR THE DAYS BEFORE   *  00017010
      *  THE EFFECTIVE DATE, THE NEW PLAN FROM THAT DATE TO PERIOD   *  00017020
      *  END.  WITH NO PERIOD ON CALLCTL THE NEW PLAN BILLS IN FULL. *  00017030
      *  WS-DN-* IS THE WORK AREA FOR C150-DAY-NUMBER.               *  00017040
      ****************************************************************  00017050
       01  WS-PLAN-AREA.                                                00017060
           05  WS-PERIOD-SW              PIC X         VALUE "N".       00017070
               88  PERIOD-KNOWN                        VALUE "Y".       00017080
           05  WS-PLNX-OPEN-SW           PIC X         VALUE "N".       00017090
               88  PLAN-REPORT-OPEN                    VALUE "Y".       00017100
           05  WS-PRORATE-SW             PIC X         VALUE "N".       00017110
               88  PLAN-PRORATED                       VALUE "Y".       00017120
           05  WS-PERIOD-START           PIC 9(8)      VALUE 0.         00017130
           05  WS-PERIOD-END             PIC 9(8)      VALUE 0.         00017140
           05  WS-PERIOD-DAYS            PIC 9(5)      VALUE 0.         00017150
           05  WS-PRORATE-OLD-PLAN       PIC 9(1)      VALUE 0.         00017160
           05  WS-FEED-PLAN              PIC 9(1)      VALUE 0.         00017170
           05  WS-PLAN-CALL-RATE         PIC 9(1)      VALUE 0.         00017180
           05  WS-PLAN-BASE-COST         PIC 9(6)V99   VALUE 0.         00017190
           05  WS-OLD-SURCHARGE          PIC 9(6)V99   VALUE 0.         00017200
           05  WS-NEW-SURCHARGE          PIC 9(6)V99   VALUE 0.         00017210
           05  WS-OLD-DAYS               PIC 9(5)      VALUE 0.         00017220
           05  WS-NEW-DAYS               PIC 9(5)      VALUE 0.         00017230
           05  WS-PLAN-MISMATCH-COUNT    PIC 9(5)      VALUE 0.         00017240
           05  WS-DN-DATE                PIC 9(8)      VALUE 0.         00017250
           05  FILLER REDEFINES WS-DN-DATE.                             00017260
               10  WS-DN-YYYY            PIC 9(4).                      00017270
               10  WS-DN-MM              PIC 9(2).                      00017280
               10  WS-DN-DD              PIC 9(2).                      00017290
           05  WS-DN-YEAR                PIC 9(4)      VALUE 0.         00017300
           05  WS-DN-MONTH               PIC 9(2)      VALUE 0.         00017310
           05  WS-DN-Q4                  PIC 9(4)      VALUE 0.         00017320
           05  WS-DN-Q100                PIC 9(4)      VALUE 0.         00017330
           05  WS-DN-Q400                PIC 9(4)      VALUE 0.         00017340
           05  WS-DN-MDAYS               PIC 9(5)      VALUE 0.         00017350
           05  WS-DN-DAYS                PIC 9(7)      VALUE 0.         00017360
           05  WS-DN-EFF-DAYS            PIC 9(7)      VALUE 0.         00017370
                                                                        00017380
       01  WS-PLAN-HEADER-LINE.                                         00017390
           05  FILLER                    PIC X(36)                      00017400
                 VALUE "RATE PLAN MISMATCH LISTING - CYCLE ".           00017410
           05  PH-RUN-DATE               PIC 9(8).                      00017420
           05  FILLER                    PIC X(88) VALUE SPACES.        00017430
                                                                        00017440
       01  WS-PLAN-COL-LINE.                                            00017450
           05  FILLER                    PIC X(60)  VALUE               00017460
             "CUST  NAME                       FEED  MASTER  EFFECTIVE".00017470
           05  FILLER                    PIC X(72) VALUE SPACES.        00017480
                                                                        00017490
       01  WS-PLAN-DETAIL-LINE.                                         00017500
           05  PX-CUST-NUM               PIC X(4).                      00017510
           05  FILLER                    PIC X(2)  VALUE SPACES.        00017520
           05  PX-CUST-NAME              PIC X(25).                     00017530
           05  FILLER                    PIC X(4)  VALUE SPACES.        00017540
           05  PX-FEED-PLAN              PIC 9(1).                      00017550
           05  FILLER                    PIC X(7)  VALUE SPACES.        00017560
           05  PX-MASTER-PLAN            PIC X(1).                      00017570
           05  FILLER                    PIC X(3)  VALUE SPACES.        00017580
           05  PX-EFF-DATE               PIC X(8).                      00017590
           05  FILLER                    PIC X(2)  VALUE SPACES.        00017600
           05  PX-TEXT                   PIC X(40).                     00017610
           05  FILLER                    PIC X(35) VALUE SPACES.        00017620
                                                                        00017630
       01  WS-PLAN-TOTAL-LINE.                                          00017640
           05  FILLER                    PIC X(22)                      00017650
                 VALUE "PLAN MISMATCHES       ".                        00017660
           05  PT-COUNT                  PIC ZZ,ZZ9.                    00017670
           05  FILLER                    PIC X(104) VALUE SPACES.       00017680
                                                                        00017690
      ****************************************************************  00017700
      *  TAX-TABLE-AREA HOLDS THE JURISDICTION TAX RATES LOADED FROM *  00017710
      *  CALLTAX.  WS-TAX-DEFAULT-SUB REMEMBERS THE AREA-000 ROW.    *  00017720
      ****************************************************************  00017730
       01  TAX-TABLE-AREA.                                              00017740
           05  TAX-TABLE-COUNT           PIC 9(3)      VALUE 0.         00017750
           05  TAX-TABLE OCCURS 50 TIMES INDEXED BY TAX-IDX.            00017760
               10  TXT-AREA-CODE         PIC 9(3).                      00017770
               10  TXT-FED-PCT           PIC 9(2)V99.                   00017780
               10  TXT-STATE-PCT         PIC 9(2)V99.                   00017790
               10  TXT-LOCAL-PCT         PIC 9(2)V99.                   00017800
                                                                        00017810
       01  WS-TAX-AREA.                                                 00017820
           05  WS-TAX-DEFAULT-SUB        PIC 9(3)      VALUE 0.         00017830
           05  WS-TAX-SUB                PIC 9(3)      VALUE 0.         00017840
           05  WS-TAX-FIND               PIC 9(3)      VALUE 0.         00017850
           05  WS-TAX-BASE               PIC 9(8)V99   VALUE 0.         00017860
           05  WS-TAX-WORK               PIC 9(8)V99   VALUE 0.         00017870
           05  WS-TAX-CALL-SUM           PIC 9(8)V99   VALUE 0.         00017880
           05  WS-TAX-FED                PIC 9(8)V99   VALUE 0.         00017890
           05  WS-TAX-STATE              PIC 9(8)V99   VALUE 0.         00017900
           05  WS-TAX-LOCAL              PIC 9(8)V99   VALUE 0.         00017910
           05  WS-INV-TOTAL              PIC 9(8)V99   VALUE 0.         00017920
                                                                        00017930
       01  WS-INVOICE-TAX-LINE.                                         00017940
           05  FILLER                    PIC X(2)  VALUE SPACES.        00017950
           05  ITX-LABEL                 PIC X(20).                     00017960
           05  ITX-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.            00017970
           05  FILLER                    PIC X(96) VALUE SPACES.        00017980
                                                                        00017990
      ****************************************************************  00018000
      *  PAYMENT-AREA HOLDS THE CYCLE'S PAYMENTS (CALLPAY).  EACH    *  00018010
      *  ENTRY IS MARKED APPLIED WHEN ITS CUSTOMER'S RECEIVABLE IS   *  00018020
      *  ROLLED, SO A PAYMENT FROM A CUSTOMER WITH NO ACTIVITY THIS  *  00018030
      *  CYCLE IS STILL PICKED UP BY THE END-OF-RUN SWEEP.  A        *  00018040
      *  PAYMENT ON A WRITTEN-OFF ACCOUNT IS MARKED "B" INSTEAD AND  *  00018050
      *  NEVER APPLIED -- IT IS POSTED AS A BAD-DEBT RECOVERY.       *  00018060
      *  PAYT-PAY-CUST KEEPS THE ACCOUNT THAT SENT THE PAYMENT IN (A *  00018070
      *  SITE, WHEN THE MONEY WENT TO ITS PARENT).                   *  00018080
      ****************************************************************  00018090
       01  PAYMENT-AREA.                                                00018100
           05  PAYMENT-COUNT             PIC 9(4)      VALUE 0.         00018110
           05  PAYMENT-RECOV-COUNT       PIC 9(4)      VALUE 0.         00018120
           05  PAYMENT-RECOV-AMOUNT      PIC 9(8)V99   VALUE 0.         00018130
           05  PAYMENT-TABLE OCCURS 2000 TIMES INDEXED BY PAY-IDX.      00018140
               10  PAYT-CUST-NUM         PIC X(4).                      00018150
               10  PAYT-PAY-CUST         PIC X(4).                      00018160
               10  PAYT-AMOUNT           PIC 9(6)V99.                   00018170
               10  PAYT-APPLIED          PIC X(1).                      00018180
                                                                        00018190
      ****************************************************************  00018200
      *  AR-WORK-AREA IS THE ONE RECEIVABLE ENTRY BEING ROLLED: THE  *  00018210
      *  CUSTOMER'S ENTRY IS FETCHED FROM CALLARN (IF THIS RUN HAS   *  00018220
      *  ALREADY TOUCHED IT) OR CALLARO (LAST CYCLE), ROLLED FORWARD *  00018230
      *  (PAYMENTS APPLIED OLDEST BUCKET FIRST, BUCKETS AGED,        *  00018240
      *  CURRENT CHARGES ADDED), AND WRITTEN STRAIGHT BACK TO        *  00018250
      *  CALLARN.  THE AGED-RECEIVABLES REPORT (CALLAGE) IS PRINTED  *  00018260
      *  AT END OF RUN BY READING CALLARN IN KEY ORDER.              *  00018270
      ****************************************************************  00018280
       01  AR-WORK-AREA.                                                00018290
           05  AW-CUST-NUM               PIC X(4)      VALUE SPACES.    00018300
           05  AW-BUCKET-CURR            PIC 9(8)V99   VALUE 0.         00018310
           05  AW-BUCKET-30              PIC 9(8)V99   VALUE 0.         00018320
           05  AW-BUCKET-60              PIC 9(8)V99   VALUE 0.         00018330
           05  AW-BUCKET-90              PIC 9(8)V99   VALUE 0.         00018340
           05  AW-CREDIT                 PIC 9(8)V99   VALUE 0.         00018350
           05  WS-ARN-EXISTS-SW          PIC X         VALUE "N".       00018360
               88  ARN-ENTRY-EXISTS                    VALUE "Y".       00018370
           05  WS-ARO-OPEN-SW            PIC X         VALUE "N".       00018380
               88  ARO-FILE-OPEN                       VALUE "Y".       00018390
                                                                        00018400
       01  WS-BALFWD-AREA.                                              00018410
           05  WS-BF-CUST                PIC X(4)      VALUE SPACES.    00018420
           05  FILLER REDEFINES WS-BF-CUST.                             00018430
               10  WS-BF-BRANCH          PIC 9(2).                      00018440
               10  FILLER                PIC X(2).                      00018450
           05  WS-BF-CHARGES             PIC 9(8)V99   VALUE 0.         00018460
           05  WS-BF-PREV-BAL            PIC S9(8)V99  VALUE 0.         00018470
           05  WS-BF-PAYMENTS            PIC 9(8)V99   VALUE 0.         00018480
           05  WS-BF-PAY-REM             PIC 9(8)V99   VALUE 0.         00018490
           05  WS-BF-NEW-BAL             PIC S9(8)V99  VALUE 0.         00018500
           05  WS-BF-FIN-CHG             PIC 9(8)V99   VALUE 0.         00018510
           05  WS-FIN-CHG-PCT            PIC 9(2)V99   VALUE 0.         00018520
                                                                        00018530
       01  WS-INVOICE-BALFWD-LINE.                                      00018540
           05  FILLER                    PIC X(2)  VALUE SPACES.        00018550
           05  IBF-LABEL                 PIC X(20).                     00018560
           05  IBF-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99CR.          00018570
           05  FILLER                    PIC X(94) VALUE SPACES.        00018580
                                                                        00018590
       01  WS-AGED-HEADER-LINE.                                         00018600
           05  FILLER                    PIC X(36)                      00018610
                 VALUE "AGED RECEIVABLES BY BRANCH - CYCLE  ".          00018620
           05  AH-RUN-DATE               PIC 9(8).                      00018630
           05  FILLER                    PIC X(88) VALUE SPACES.        00018640
                                                                        00018650
       01  WS-AGED-COL-LINE.                                            00018660
           05  FILLER                    PIC X(50)  VALUE               00018670
                 "CUST     CURRENT     30 DAYS     60 DAYS     90+ D".  00018680
           05  FILLER                    PIC X(25)  VALUE               00018690
                 "AYS      CREDIT   BALANCE".                           00018700
           05  FILLER                    PIC X(57) VALUE SPACES.        00018710
                                                                        00018720
       01  WS-AGED-DETAIL-LINE.                                         00018730
           05  AGD-CUST-NUM              PIC X(4).                      00018740
           05  FILLER                    PIC X(1)  VALUE SPACES.        00018750
           05  AGD-CURR                  PIC ZZZ,ZZZ,ZZ9.99.            00018760
           05  FILLER                    PIC X(1)  VALUE SPACES.        00018770
           05  AGD-30                    PIC ZZZ,ZZZ,ZZ9.99.            00018780
           05  FILLER                    PIC X(1)  VALUE SPACES.        00018790
           05  AGD-60                    PIC ZZZ,ZZZ,ZZ9.99.            00018800
           05  FILLER                    PIC X(1)  VALUE SPACES.        00018810
           05  AGD-90                    PIC ZZZ,ZZZ,ZZ9.99.            00018820
           05  FILLER                    PIC X(1)  VALUE SPACES.        00018830
           05  AGD-CREDIT                PIC ZZZ,ZZZ,ZZ9.99.            00018840
           05  FILLER                    PIC X(1)  VALUE SPACES.        00018850
           05  AGD-BALANCE               PIC ZZZ,ZZZ,ZZ9.99CR.          00018860
           05  FILLER                    PIC X(36) VALUE SPACES.        00018870
                                                                        00018880
       01  WS-AGED-BRANCH-LINE.                                         00018890
           05  FILLER                    PIC X(10)                      00018900
                 VALUE "BRANCH    ".                                    00018910
           05  AGB-BRANCH                PIC 9(2).                      00018920
           05  FILLER                    PIC X(8)  VALUE "  TOTAL ".    00018930
           05  AGB-BALANCE               PIC ZZZ,ZZZ,ZZ9.99CR.          00018940
           05  FILLER                    PIC X(96) VALUE SPACES.        00018950
                                                                        00018960
       01  WS-AGED-TOTALS.                                              00018970
           05  WS-AGB-BAL                PIC S9(9)V99  VALUE 0.         00018980
           05  WS-AGG-BAL                PIC S9(9)V99  VALUE 0.         00018990
           05  WS-AGB-COUNT              PIC 9(4)      VALUE 0.         00019000
           05  WS-AGE-BRANCH             PIC 9(2)      VALUE 0.         00019010
           05  WS-BR-SCAN                PIC 9(3)      VALUE 0.         00019020
           05  WS-AR-SUB                 PIC 9(4)      VALUE 0.         00019030
           05  WS-AR-SUB2                PIC 9(4)      VALUE 0.         00019040
           05  WS-AR-OK-SW               PIC X         VALUE "N".       00019050
               88  AR-ENTRY-OK                         VALUE "Y".       00019060
                                                                        00019070
       01  WS-AGED-GRAND-LINE.                                          00019080
           05  FILLER                    PIC X(20)                      00019090
                 VALUE "ALL BRANCHES  TOTAL ".                          00019100
           05  AGG-BALANCE               PIC ZZZ,ZZZ,ZZ9.99CR.          00019110
           05  FILLER                    PIC X(96) VALUE SPACES.        00019120
                                                                        00019130
      ****************************************************************  00019140
      *  WS-BALANCE-AREA FOOTS THE RUN.  THE INPUT SIDE IS COUNTED   *  00019150
      *  AS CALLIN IS READ AND PROVED AGAINST THE TRAILER CONTROL    *  00019160
      *  TOTALS; THE OUTPUT SIDE IS COUNTED AT EACH WRITE POINT SO   *  00019170
      *  THE BALANCING REPORT (CALLBAL) PROVES                       *  00019180
      *    CUSTOMERS READ  = BILLED + REJECTED + PREVIOUSLY BILLED   *  00019190
      *    CALLS READ      = RATED + CALL EXCEPTIONS + PREV BILLED   *  00019200
      *    CALLGLAR TOTAL  = SUM OF INVOICE TOTAL DUE LINES          *  00019210
      *  ANY MISMATCH FLAGS THE RUN FAILED SO OPERATIONS HOLDS THE   *  00019220
      *  INVOICE PRINT.  GLOBAL SO NSTSUBH CAN COUNT RATED CALLS.    *  00019230
      ****************************************************************  00019240
       01  WS-BALANCE-AREA IS GLOBAL.                                   00019250
           05  BAL-HEADER-SW             PIC X         VALUE "N".       00019260
               88  CALL-HEADER-SEEN                    VALUE "Y".       00019270
           05  BAL-TRAILER-SW            PIC X         VALUE "N".       00019280
               88  CALL-TRAILER-SEEN                   VALUE "Y".       00019290
           05  BAL-OOB-SW                PIC X         VALUE "N".       00019300
               88  RUN-OUT-OF-BALANCE                  VALUE "Y".       00019310
           05  BAL-EDIT-STAMP            PIC X(8)      VALUE SPACES.    00019320
           05  BAL-CYCLE-DATE            PIC 9(8)      VALUE 0.         00019330
           05  BAL-TRL-REC-COUNT         PIC 9(6)      VALUE 0.         00019340
           05  BAL-TRL-CALLS             PIC 9(6)      VALUE 0.         00019350
           05  BAL-TRL-MINUTES           PIC 9(9)      VALUE 0.         00019360
           05  BAL-IN-CUST-COUNT         PIC 9(6)      VALUE 0.         00019370
           05  BAL-IN-CALL-COUNT         PIC 9(6)      VALUE 0.         00019380
           05  BAL-IN-MINUTES            PIC 9(9)      VALUE 0.         00019390
           05  BAL-BILLED-CUST           PIC 9(6)      VALUE 0.         00019400
           05  BAL-REJECT-CUST           PIC 9(6)      VALUE 0.         00019410
           05  BAL-PREV-CUST             PIC 9(6)      VALUE 0.         00019420
           05  BAL-RATED-CALLS           PIC 9(6)      VALUE 0.         00019430
           05  BAL-EXC-CALLS             PIC 9(6)      VALUE 0.         00019440
           05  BAL-INFO-EXC              PIC 9(6)      VALUE 0.         00019450
           05  BAL-PREV-CALLS            PIC 9(6)      VALUE 0.         00019460
           05  BAL-HELD-CALLS            PIC 9(6)      VALUE 0.         00019470
           05  BAL-SWEPT-CALLS           PIC 9(6)      VALUE 0.         00019480
           05  BAL-INVOICE-TOTAL         PIC 9(11)V99  VALUE 0.         00019490
           05  BAL-GLAR-TOTAL            PIC 9(11)V99  VALUE 0.         00019500
           05  BAL-FIN-ASSESSED          PIC 9(11)V99  VALUE 0.         00019510
           05  BAL-FIN-GL                PIC 9(11)V99  VALUE 0.         00019520
      *    A PARTITION ALSO COUNTS THE CUSTOMERS IT READ PAST FOR THE   00019530
      *    OTHER PARTITIONS, SO ITS READ SIDE STILL PROVES TO THE       00019540
      *    WHOLE-FEED TRAILER, AND HOLDS ITS CONSOLIDATED SITES'        00019550
      *    CHARGES, WHICH REACH AN INVOICE ONLY ON THE PARENT           00019560
      *    STATEMENT THE MERGE PRINTS.                                  00019570
           05  BAL-OTHER-CUST            PIC 9(6)      VALUE 0.         00019580
           05  BAL-OTHER-CALLS           PIC 9(6)      VALUE 0.         00019590
           05  BAL-OTHER-MINUTES         PIC 9(9)      VALUE 0.         00019600
           05  BAL-CONSOL-PENDING        PIC 9(11)V99  VALUE 0.         00019610
                                                                        00019620
       01  WS-BALANCE-REPORT-LINES.                                     00019630
           05  WS-BAL-HEADER-LINE.                                      00019640
               10  FILLER                PIC X(33)                      00019650
                     VALUE "CALLIVP1 RUN BALANCING REPORT -  ".         00019660
               10  BH-RUN-DATE           PIC 9(8).                      00019670
               10  FILLER                PIC X(91) VALUE SPACES.        00019680
           05  WS-BAL-DETAIL-LINE.                                      00019690
               10  BD-LABEL              PIC X(34).                     00019700
               10  BD-VALUE1             PIC ZZZ,ZZZ,ZZ9.               00019710
               10  FILLER                PIC X(4)  VALUE SPACES.        00019720
               10  BD-VALUE2             PIC ZZZ,ZZZ,ZZ9.               00019730
               10  FILLER                PIC X(72) VALUE SPACES.        00019740
      *    BD- LINES CARRY COUNTS; BA- LINES CARRY MONEY, EDITED TO     00019750
      *    THE PENNY SO THE RUN PROVES EXACTLY, NOT TO THE DOLLAR.      00019760
           05  WS-BAL-AMOUNT-LINE.                                      00019770
               10  BA-LABEL              PIC X(34).                     00019780
               10  BA-VALUE1             PIC ZZZ,ZZZ,ZZ9.99.            00019790
               10  FILLER                PIC X(4)  VALUE SPACES.        00019800
               10  BA-VALUE2             PIC ZZZ,ZZZ,ZZ9.99.            00019810
               10  FILLER                PIC X(66) VALUE SPACES.        00019820
           05  WS-BAL-MSG-LINE.                                         00019830
               10  BM-TEXT               PIC X(60).                     00019840
               10  FILLER                PIC X(72) VALUE SPACES.        00019850
                                                                        00019860
      ****************************************************************  00019870
      *  NATIONAL-SUMMARY-AREA ACCUMULATES GRAND TOTALS FOR THE      *  00019880
      *  WHOLE RUN.  BR-SUMMARY-AREA ACCUMULATES TOTALS FOR THE      *  00019890
      *  BRANCH (CUST-NUM12) CURRENTLY BEING BILLED AND IS RESET     *  00019900
      *  EVERY TIME THE BRANCH CODE CHANGES (CONTROL BREAK).         *  00019910
      ****************************************************************  00019920
       01  NATIONAL-SUMMARY-AREA.                                       00019930
           05  NAT-CUST-COUNT            PIC 9(6)      VALUE 0.         00019940
           05  NAT-TOTAL-MINUTES         PIC 9(9)      VALUE 0.         00019950
           05  NAT-TOTAL-REVENUE         PIC 9(9)V99   VALUE 0.         00019960
           05  NAT-AREA-COUNT            PIC 9(2)      VALUE 0.         00019970
           05  NAT-AREA-TABLE OCCURS 20 TIMES INDEXED BY NAT-AREA-IDX.  00019980
               10  NAT-AREA-CODE         PIC 9(3).                      00019990
               10  NAT-AREA-MINUTES      PIC 9(9).                      00020000
               10  NAT-AREA-REVENUE      PIC 9(9)V99.                   00020010
           05  NAT-CITY-COUNT            PIC 9(2)      VALUE 0.         00020020
           05  NAT-CITY-TABLE OCCURS 20 TIMES INDEXED BY NAT-CITY-IDX.  00020030
               10  NAT-CITY-NAME         PIC X(5).                      00020040
               10  NAT-CITY-MINUTES      PIC 9(9).                      00020050
               10  NAT-CITY-REVENUE      PIC 9(9)V99.                   00020060
                                                                        00020070
       01  BR-SUMMARY-AREA.                                             00020080
           05  BR-CODE                   PIC 9(2)      VALUE 99.        00020090
           05  BR-CUST-COUNT             PIC 9(6)      VALUE 0.         00020100
           05  BR-TOTAL-MINUTES          PIC 9(9)      VALUE 0.         00020110
           05  BR-TOTAL-REVENUE          PIC 9(9)V99   VALUE 0.         00020120
           05  BR-AREA-COUNT             PIC 9(2)      VALUE 0.         00020130
           05  BR-AREA-TABLE OCCURS 20 TIMES INDEXED BY BR-AREA-IDX.    00020140
               10  BR-AREA-CODE          PIC 9(3).                      00020150
               10  BR-AREA-MINUTES       PIC 9(9).                      00020160
               10  BR-AREA-REVENUE       PIC 9(9)V99.                   00020170
           05  BR-CITY-COUNT             PIC 9(2)      VALUE 0.         00020180
           05  BR-CITY-TABLE OCCURS 20 TIMES INDEXED BY BR-CITY-IDX.    00020190
               10  BR-CITY-NAME          PIC X(5).                      00020200
               10  BR-CITY-MINUTES       PIC 9(9).                      00020210
               10  BR-CITY-REVENUE       PIC 9(9)V99.                   00020220
                                                                        00020230
      ****************************************************************  00020240
      *  NATIONAL-MARGIN-AREA AND BR-MARGIN-AREA ACCUMULATE THE      *  00020250
      *  CARRIER MARGIN BY ROUTE (AREA CODE AND CITY) FOR THE RUN AND*  00020260
      *  FOR THE CURRENT BRANCH; THE BRANCH AREA IS RESET AT THE SAME*  00020270
      *  CONTROL BREAK AS BR-SUMMARY-AREA.                           *  00020280
      ****************************************************************  00020290
       01  NATIONAL-MARGIN-AREA.                                        00020300
           05  NMG-ROUTE-COUNT           PIC 9(3)      VALUE 0.         00020310
           05  NMG-TABLE OCCURS 100 TIMES INDEXED BY NMG-IDX.           00020320
               10  NMG-AREA-CODE         PIC 9(3).                      00020330
               10  NMG-CITY              PIC X(5).                      00020340
               10  NMG-MINUTES           PIC 9(9).                      00020350
               10  NMG-REVENUE           PIC 9(9)V99.                   00020360
               10  NMG-COST              PIC 9(9)V99.                   00020370
               10  NMG-NOCOST-MIN        PIC 9(9).                      00020380
                                                                        00020390
       01  BR-MARGIN-AREA.                                              00020400
           05  BMG-ROUTE-COUNT           PIC 9(3)      VALUE 0.         00020410
           05  BMG-TABLE OCCURS 100 TIMES INDEXED BY BMG-IDX.           00020420
               10  BMG-AREA-CODE         PIC 9(3).                      00020430
               10  BMG-CITY              PIC X(5).                      00020440
               10  BMG-MINUTES           PIC 9(9).                      00020450
               10  BMG-REVENUE           PIC 9(9)V99.                   00020460
               10  BMG-COST              PIC 9(9)V99.                   00020470
               10  BMG-NOCOST-MIN        PIC 9(9).                      00020480
                                                                        00020490
      ****************************************************************  00020500
      *  WS-PARTITION-AREA RUNS A PARTITIONED CYCLE: THE PARTITION'S *  00020510
      *  BRANCH RANGE, OR FOR THE MERGE THE PARTITION BEING READ     *  00020520
      *  BACK AND THE FOOTINGS OF WHAT WAS COPIED FROM IT.  THE      *  00020530
      *  FIRST PARTITION'S FEED IDENTITY IS KEPT SO EVERY OTHER      *  00020540
      *  PARTITION CAN BE PROVED TO HAVE BILLED THE SAME CALLIN.     *  00020550
      ****************************************************************  00020560
       01  WS-PARTITION-AREA.                                           00020570
           05  WS-PT-FUNCTION-SW         PIC X         VALUE SPACE.     00020580
               88  SINGLE-STREAM-RUN                   VALUE SPACE.     00020590
               88  PARTITION-RUN                       VALUE "P".       00020600
               88  MERGE-RUN                           VALUE "M".       00020610
           05  WS-PT-RANGE-SW            PIC X         VALUE "Y".       00020620
               88  RECORD-IN-PARTITION                 VALUE "Y".       00020630
           05  WS-PT-EOF-SW              PIC X         VALUE "N".       00020640
               88  END-OF-PART-FILE                    VALUE "Y".       00020650
           05  WS-PT-COPY-SW             PIC X         VALUE SPACE.     00020660
               88  COPY-TO-PLAN-REPORT                 VALUE "P".       00020670
               88  COPY-TO-MARGIN-REPORT               VALUE "M".       00020680
           05  WS-PT-ID                  PIC 9(2)      VALUE 0.         00020690
           05  WS-PT-LOW-BRANCH          PIC 9(2)      VALUE 0.         00020700
           05  WS-PT-HIGH-BRANCH         PIC 9(2)      VALUE 99.        00020710
           05  WS-PT-COUNT               PIC 9(2)      VALUE 0.         00020720
           05  WS-PT-SUB                 PIC 9(2)      VALUE 0.         00020730
           05  WS-PT-ENTRY               PIC 9(4)      VALUE 0.         00020740
           05  WS-PT-NEXT-LOW            PIC 9(3)      VALUE 0.         00020750
           05  WS-PT-CUST-NUM            PIC X(4)      VALUE SPACES.    00020760
           05  FILLER REDEFINES WS-PT-CUST-NUM.                         00020770
               10  WS-PT-CUST-BRANCH     PIC X(2).                      00020780
               10  FILLER                PIC X(2).                      00020790
           05  WS-PT-BRANCH-NUM          PIC 9(2)      VALUE 0.         00020800
           05  WS-PT-REASON-TEXT         PIC X(17)     VALUE SPACES.    00020810
           05  WS-PT-STATUS-OUT          PIC X         VALUE SPACE.     00020820
           05  WS-PT-READ-CUST           PIC 9(6)      VALUE 0.         00020830
           05  WS-PT-READ-CALLS          PIC 9(6)      VALUE 0.         00020840
           05  WS-PT-READ-MINUTES        PIC 9(9)      VALUE 0.         00020850
           05  WS-PT-EXC-RECORDS         PIC 9(7)      VALUE 0.         00020860
           05  WS-PT-GLAR-RECORDS        PIC 9(7)      VALUE 0.         00020870
           05  WS-PT-GLAR-AMOUNT         PIC 9(11)V99  VALUE 0.         00020880
           05  WS-PT-FIRST-STAMP         PIC X(8)      VALUE SPACES.    00020890
           05  WS-PT-FIRST-CYCLE         PIC 9(8)      VALUE 0.         00020900
           05  WS-PT-FIRST-REC-COUNT     PIC 9(6)      VALUE 0.         00020910
           05  WS-PT-FIRST-CALLS         PIC 9(6)      VALUE 0.         00020920
           05  WS-PT-FIRST-MINUTES       PIC 9(9)      VALUE 0.         00020930
                                                                        00020940
       01  WS-PART-TABLE-AREA.                                          00020950
           05  WS-PART-ENTRY OCCURS 20 TIMES.                           00020960
               10  PTB-LOW-BRANCH        PIC 9(2).                      00020970
               10  PTB-HIGH-BRANCH       PIC 9(2).                      00020980
               10  PTB-RETURN-CODE       PIC 9(4).                      00020990
               10  PTB-EXC-RECORDS       PIC 9(7).                      00021000
               10  PTB-EXC-COPIED        PIC 9(7).                      00021010
               10  PTB-GLAR-RECORDS      PIC 9(7).                      00021020
               10  PTB-GLAR-COPIED       PIC 9(7).                      00021030
               10  PTB-GLAR-AMOUNT       PIC 9(11)V99.                  00021040
               10  PTB-GLAR-COPIED-AMT   PIC 9(11)V99.                  00021050
                                                                        00021060
      *    A PARTITION'S NATIONAL SUMMARY AND MARGIN IMAGES ARE READ    00021070
      *    INTO THESE SAME-SHAPED AREAS AND ADDED INTO THE RUN'S.       00021080
       01  PART-SUMMARY-AREA.                                           00021090
           05  PSM-CUST-COUNT            PIC 9(6).                      00021100
           05  PSM-TOTAL-MINUTES         PIC 9(9).                      00021110
           05  PSM-TOTAL-REVENUE         PIC 9(9)V99.                   00021120
           05  PSM-AREA-COUNT            PIC 9(2).                      00021130
           05  PSM-AREA-TABLE OCCURS 20 TIMES INDEXED BY PSM-AREA-IDX.  00021140
               10  PSM-AREA-CODE         PIC 9(3).                      00021150
               10  PSM-AREA-MINUTES      PIC 9(9).                      00021160
               10  PSM-AREA-REVENUE      PIC 9(9)V99.                   00021170
           05  PSM-CITY-COUNT            PIC 9(2).                      00021180
           05  PSM-CITY-TABLE OCCURS 20 TIMES INDEXED BY PSM-CITY-IDX.  00021190
               10  PSM-CITY-NAME         PIC X(5).                      00021200
               10  PSM-CITY-MINUTES      PIC 9(9).                      00021210
               10  PSM-CITY-REVENUE      PIC 9(9)V99.                   00021220
                                                                        00021230
       01  PART-MARGIN-AREA.                                            00021240
           05  PMG-ROUTE-COUNT           PIC 9(3).                      00021250
           05  PMG-TABLE OCCURS 100 TIMES INDEXED BY PMG-IDX.           00021260
               10  PMG-AREA-CODE         PIC 9(3).                      00021270
               10  PMG-CITY              PIC X(5).                      00021280
               10  PMG-MINUTES           PIC 9(9).                      00021290
               10  PMG-REVENUE           PIC 9(9)V99.                   00021300
               10  PMG-COST              PIC 9(9)V99.                   00021310
               10  PMG-NOCOST-MIN        PIC 9(9).                      00021320
                                                                        00021330
       01  WS-MARGIN-HEADER-LINE.                                       00021340
           05  FILLER                    PIC X(39)                      00021350
                 VALUE "CALLIVP1 CARRIER MARGIN REPORT - CYCLE ".       00021360
           05  MH-RUN-DATE               PIC 9(8).                      00021370
           05  FILLER                    PIC X(20)                      00021380
                 VALUE "  LOW MARGIN BELOW  ".                          00021390
           05  MH-PCT                    PIC ZZ9.                       00021400
           05  FILLER                    PIC X(4)  VALUE " PCT".        00021410
           05  FILLER                    PIC X(58) VALUE SPACES.        00021420
                                                                        00021430
       01  WS-MARGIN-BRANCH-LINE.                                       00021440
           05  FILLER                    PIC X(7)  VALUE "BRANCH ".     00021450
           05  MB-BRANCH                 PIC 9(2).                      00021460
           05  FILLER                    PIC X(123) VALUE SPACES.       00021470
                                                                        00021480
       01  WS-MARGIN-COL-LINE.                                          00021490
           05  FILLER                    PIC X(50)  VALUE               00021500
                 "  AREA CITY       MINUTES         REVENUE    CARRI".  00021510
           05  FILLER                    PIC X(42)  VALUE               00021520
                 "ER COST          MARGIN    MARGIN PCT FLAG".          00021530
           05  FILLER                    PIC X(40) VALUE SPACES.        00021540
                                                                        00021550
       01  WS-MARGIN-DETAIL-LINE.                                       00021560
           05  FILLER                    PIC X(2)  VALUE SPACES.        00021570
           05  MD-ROUTE.                                                00021580
               10  MD-AREA-CODE          PIC X(3).                      00021590
               10  FILLER                PIC X(2).                      00021600
               10  MD-CITY               PIC X(5).                      00021610
           05  FILLER                    PIC X(2)  VALUE SPACES.        00021620
           05  MD-MINUTES                PIC ZZZ,ZZZ,ZZ9.               00021630
           05  FILLER                    PIC X(2)  VALUE SPACES.        00021640
           05  MD-REVENUE                PIC ZZZ,ZZZ,ZZ9.99.            00021650
           05  FILLER                    PIC X(2)  VALUE SPACES.        00021660
           05  MD-COST                   PIC ZZZ,ZZZ,ZZ9.99.            00021670
           05  FILLER                    PIC X(2)  VALUE SPACES.        00021680
           05  MD-MARGIN                 PIC ZZZ,ZZZ,ZZ9.99-.           00021690
           05  FILLER                    PIC X(2)  VALUE SPACES.        00021700
           05  MD-PCT                    PIC Z,ZZZ,ZZ9.9-.              00021710
           05  FILLER                    PIC X(2)  VALUE SPACES.        00021720
           05  MD-FLAG                   PIC X(12).                     00021730
           05  FILLER                    PIC X(30) VALUE SPACES.        00021740
                                                                        00021750
       01  WS-INVOICE-HEADER-LINE.                                      00021760
           05  FILLER                    PIC X(10) VALUE "CUSTOMER: ".  00021770
           05  IH-CUST-NUM               PIC X(4).                      00021780
           05  FILLER                    PIC X(3)  VALUE SPACES.        00021790
           05  IH-CUST-NAME              PIC X(25).                     00021800
           05  FILLER                    PIC X(4)  VALUE " BR=".        00021810
           05  IH-BRANCH                 PIC 9(2).                      00021820
           05  FILLER                    PIC X(84) VALUE SPACES.        00021830
                                                                        00021840
       01  WS-INVOICE-ADDR-LINE.                                        00021850
           05  FILLER                    PIC X(10) VALUE SPACES.        00021860
           05  IA-ADDR-TEXT              PIC X(25).                     00021870
           05  FILLER                    PIC X(97) VALUE SPACES.        00021880
                                                                        00021890
       01  WS-INVOICE-CSZ-LINE.                                         00021900
           05  FILLER                    PIC X(10) VALUE SPACES.        00021910
           05  IZ-CITY                   PIC X(15).                     00021920
           05  FILLER                    PIC X(1)  VALUE SPACE.         00021930
           05  IZ-STATE                  PIC X(2).                      00021940
           05  FILLER                    PIC X(2)  VALUE SPACES.        00021950
           05  IZ-ZIP                    PIC X(9).                      00021960
           05  FILLER                    PIC X(93) VALUE SPACES.        00021970
                                                                        00021980
       01  WS-INVOICE-NOMAIL-LINE.                                      00021990
           05  FILLER                    PIC X(10) VALUE SPACES.        00022000
           05  FILLER                    PIC X(21)                      00022010
                                  VALUE "***  DO NOT MAIL  ***".        00022020
           05  FILLER                    PIC X(101) VALUE SPACES.       00022030
                                                                        00022040
       01  WS-INVOICE-SUPPL-LINE.                                       00022050
           05  FILLER                    PIC X(10) VALUE SPACES.        00022060
           05  FILLER                    PIC X(39) VALUE                00022070
                 "** SUPPLEMENTAL INVOICE - ADJUSTMENT **".             00022080
           05  FILLER                    PIC X(83) VALUE SPACES.        00022090
                                                                        00022100
       01  WS-INVOICE-DETAIL-LINE.                                      00022110
           05  FILLER                    PIC X(4)  VALUE SPACES.        00022120
           05  ID-AREA-CODE              PIC 9(3).                      00022130
           05  FILLER                    PIC X(2)  VALUE SPACES.        00022140
           05  ID-CITY                   PIC X(5).                      00022150
           05  FILLER                    PIC X(2)  VALUE SPACES.        00022160
           05  ID-MINUTES                PIC ZZ9.                       00022170
           05  FILLER                    PIC X(5)  VALUE " MIN ".       00022180
           05  ID-COST                   PIC ZZZ,ZZ9.99.                00022190
           05  FILLER                    PIC X(2)  VALUE SPACES.        00022200
           05  ID-PERIOD                 PIC X(8).                      00022210
           05  FILLER                    PIC X(88) VALUE SPACES.        00022220
                                                                        00022230
       01  WS-CONSOL-TITLE-LINE.                                        00022240
           05  FILLER                    PIC X(10) VALUE SPACES.        00022250
           05  FILLER                    PIC X(40) VALUE                00022260
                 "** CONSOLIDATED STATEMENT - ALL SITES **".            00022270
           05  FILLER                    PIC X(82) VALUE SPACES.        00022280
                                                                        00022290
       01  WS-CONSOL-SITE-LINE.                                         00022300
           05  FILLER                    PIC X(4)  VALUE SPACES.        00022310
           05  FILLER                    PIC X(5)  VALUE "SITE ".       00022320
           05  ICS-SITE-NUM              PIC X(4).                      00022330
           05  FILLER                    PIC X(2)  VALUE SPACES.        00022340
           05  ICS-SITE-NAME             PIC X(25).                     00022350
           05  FILLER                    PIC X(4)  VALUE " BR=".        00022360
           05  ICS-BRANCH                PIC 9(2).                      00022370
           05  FILLER                    PIC X(2)  VALUE SPACES.        00022380
           05  ICS-CALLS                 PIC ZZZ9.                      00022390
           05  FILLER                    PIC X(7)  VALUE " CALLS ".     00022400
           05  ICS-MINUTES               PIC Z,ZZZ,ZZ9.                 00022410
           05  FILLER                    PIC X(5)  VALUE " MIN ".       00022420
           05  ICS-CHARGES               PIC ZZ,ZZZ,ZZ9.99.             00022430
           05  FILLER                    PIC X(46) VALUE SPACES.        00022440
                                                                        00022450
       01  WS-INVOICE-TOTAL-LINE.                                       00022460
           05  FILLER                PIC X(15) VALUE "TOTAL DUE     ".  00022470
           05  IT-TOTAL-COST             PIC ZZ,ZZZ,ZZ9.99.             00022480
           05  FILLER                    PIC X(104) VALUE SPACES.       00022490
                                                                        00022500
       01  WS-SUMMARY-HEADER-LINE.                                      00022510
           05  FILLER                    PIC X(22)                      00022520
                                          VALUE "CALLIVP1 BILLING SUMM".00022530
           05  FILLER                    PIC X(9)  VALUE "ARY - BR=".   00022540
           05  SH-BRANCH                 PIC 9(2).                      00022550
           05  FILLER                    PIC X(99) VALUE SPACES.        00022560
                                                                        00022570
       01  WS-SUMMARY-TOTAL-LINE.                                       00022580
           05  FILLER                PIC X(16) VALUE "CUSTOMERS BILLED".00022590
           05  FILLER                    PIC X(4)  VALUE SPACES.        00022600
           05  ST-CUST-COUNT             PIC ZZZ,ZZ9.                   00022610
           05  FILLER                    PIC X(15) VALUE SPACES.        00022620
           05  FILLER                    PIC X(8)  VALUE "MINUTES ".    00022630
           05  ST-MINUTES                PIC ZZZ,ZZZ,ZZ9.               00022640
           05  FILLER                    PIC X(5)  VALUE SPACES.        00022650
           05  FILLER                    PIC X(8)  VALUE "REVENUE ".    00022660
           05  ST-REVENUE                PIC ZZZ,ZZZ,ZZ9.99.            00022670
           05  FILLER                    PIC X(44) VALUE SPACES.        00022680
                                                                        00022690
       01  WS-SUMMARY-AREA-LINE.                                        00022700
           05  FILLER                    PIC X(11) VALUE "AREA CODE  ". 00022710
           05  SA-AREA-CODE              PIC 9(3).                      00022720
           05  FILLER                    PIC X(5)  VALUE SPACES.        00022730
           05  FILLER                    PIC X(8)  VALUE "MINUTES ".    00022740
           05  SA-MINUTES                PIC ZZZ,ZZZ,ZZ9.               00022750
           05  FILLER                    PIC X(5)  VALUE SPACES.        00022760
           05  FILLER                    PIC X(8)  VALUE "REVENUE ".    00022770
           05  SA-REVENUE                PIC ZZZ,ZZZ,ZZ9.99.            00022780
           05  FILLER                    PIC X(67) VALUE SPACES.        00022790
                                                                        00022800
       01  WS-SUMMARY-CITY-LINE.                                        00022810
           05  FILLER                    PIC X(11) VALUE "CITY       ". 00022820
           05  SC-CITY-NAME              PIC X(5).                      00022830
           05  FILLER                    PIC X(3)  VALUE SPACES.        00022840
           05  FILLER                    PIC X(8)  VALUE "MINUTES ".    00022850
           05  SC-MINUTES                PIC ZZZ,ZZZ,ZZ9.               00022860
           05  FILLER                    PIC X(5)  VALUE SPACES.        00022870
           05  FILLER                    PIC X(8)  VALUE "REVENUE ".    00022880
           05  SC-REVENUE                PIC ZZZ,ZZZ,ZZ9.99.            00022890
           05  FILLER                    PIC X(67) VALUE SPACES.        00022900
                                                                        00022910
      ****************************************************************  00022920
      *                  PROCEDURE DIVISION                          *  00022930
      ****************************************************************  00022940
                                                                        00022950
       PROCEDURE DIVISION.                                              00022960
                                                                        00022970
      *                                                                 00022980
       A000-MAIN-DRIVER.                                                00022990
      *                                                                 00023000
           DISPLAY "***** START OF CALLIVP1 *****".                     00023010
                                                                        00023020
           PERFORM A005-START-CYCLE-STEP.                               00023030
           IF CYCLE-STEP-REFUSED                                        00023040
             MOVE "N" TO TEST-STATUS                                    00023050
             MOVE 12 TO WS-RETURN-CODE                                  00023060
             IF WS-CY-REASON = SPACES                                   00023070
               MOVE "CALLCYCL NOT AVAILABLE" TO WS-CY-REASON            00023080
             END-IF                                                     00023090
             MOVE SPACES TO WS-LOG-TEXT                                 00023100
             STRING WS-CY-STEP-NAME DELIMITED BY SPACE                  00023110
                    " REFUSED - " DELIMITED BY SIZE                     00023120
                    WS-CY-REASON DELIMITED BY SIZE                      00023130
               INTO WS-LOG-TEXT                                         00023140
             MOVE "CYCLERR " TO WS-LOG-EVENT                            00023150
             PERFORM Z100-WRITE-RUN-LOG                                 00023160
             IF RUN-LOG-OPEN                                            00023170
               CLOSE RUN-LOG-FILE                                       00023180
             END-IF                                                     00023190
           ELSE                                                         00023200
             PERFORM A010-INITIALIZE                                    00023210
             EVALUATE TRUE                                              00023220
               WHEN RECYCLE-MODE                                        00023230
                 PERFORM B300-RECYCLE                                   00023240
               WHEN REVERSAL-MODE                                       00023250
                 PERFORM B400-REVERSE                                   00023260
               WHEN SIMULATE-MODE                                       00023270
                 PERFORM B500-SIMULATE                                  00023280
               WHEN OTHER                                               00023290
                 IF MERGE-RUN                                           00023300
                   PERFORM B700-MERGE-PARTITIONS                        00023310
                 ELSE                                                   00023320
                   PERFORM B100-CALL                                    00023330
                 END-IF                                                 00023340
             END-EVALUATE                                               00023350
             PERFORM A900-FINALIZE                                      00023360
      *      A PARTITION IS NOT A STEP OF ITS OWN ON CALLCYCL -- THE    00023370
      *      MERGE RECORDS THE BILLING STEP FOR THE WHOLE CYCLE.        00023380
             IF NOT PARTITION-RUN                                       00023390
               PERFORM A950-END-CYCLE-STEP                              00023400
             END-IF                                                     00023410
           END-IF.                                                      00023420
                                                                        00023430
           IF TEST-STATUS = "Y"                                         00023440
             DISPLAY "***** CALLIVP1 SUCCESSFUL *****"                  00023450
           ELSE                                                         00023460
             DISPLAY "+++++ CALLIVP1 FAILED +++++".                     00023470
           MOVE WS-RETURN-CODE TO RETURN-CODE.                          00023480
           STOP RUN.                                                    00023490
                                                                        00023500
      ****************************************************************  00023510
      *  A005-START-CYCLE-STEP CHECKS THIS STEP AGAINST THE CYCLE    *  00023520
      *  CONTROL FILE BEFORE ANY OTHER FILE IS OPENED.  THE STEP IS  *  00023530
      *  REFUSED WHEN ITS PREREQUISITE STEP HAS NOT COMPLETED FOR    *  00023540
      *  THE CYCLE, OR WHEN IT HAS ALREADY COMPLETED ITSELF, UNLESS  *  00023550
      *  THE OPERATOR CARD CODES AN OVERRIDE FOR IT.  A STEP THAT    *  00023560
      *  STARTED BUT NEVER COMPLETED (ABEND, OR RETURN CODE 8+) MAY  *  00023570
      *  SIMPLY BE RUN AGAIN.  A BILLING PARTITION ONLY CHECKS THE   *  00023580
      *  STEP AND LEAVES CALLCYCL ALONE; THE MERGE IS THE BILLING    *  00023590
      *  STEP, AND IS REFUSED OUTRIGHT UNLESS EVERY PARTITION HAS    *  00023600
      *  COMPLETED FOR THE CYCLE.                                    *  00023610
      ****************************************************************  00023620
      *                                                                 00023630
       A005-START-CYCLE-STEP.                                           00023640
      *                                                                 00023650
           ACCEPT WS-CY-DATE-NOW FROM DATE YYYYMMDD.                    00023660
           ACCEPT WS-CY-TIME-NOW FROM TIME.                             00023670
      *    THE LOG AND THE CONTROL CARD COME FIRST: THE RUN MODE ON     00023680
      *    CALLCTL DECIDES WHICH CYCLE STEP THIS RUN IS.                00023690
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00023700
      *    THE PARTITION CARD IS READ AHEAD OF THE LOG BECAUSE A        00023710
      *    PARTITION LOGS TO ITS OWN CALLLOGNN.                         00023720
           PERFORM A016-READ-PARTITION-CARD.                            00023730
           PERFORM A012-OPEN-RUN-LOG.                                   00023740
           PERFORM A015-LOAD-CONTROL-PARMS.                             00023750
           EVALUATE TRUE                                                00023760
             WHEN RECYCLE-MODE                                          00023770
               MOVE 3 TO WS-CY-STEP                                     00023780
               MOVE 2 TO WS-CY-PREREQ                                   00023790
               MOVE "RECYCLE " TO WS-CY-STEP-NAME                       00023800
               MOVE "BILLING " TO WS-CY-PREREQ-NAME                     00023810
             WHEN REVERSAL-MODE                                         00023820
               MOVE 4 TO WS-CY-STEP                                     00023830
               MOVE 2 TO WS-CY-PREREQ                                   00023840
               MOVE "REVERSAL" TO WS-CY-STEP-NAME                       00023850
               MOVE "BILLING " TO WS-CY-PREREQ-NAME                     00023860
             WHEN SIMULATE-MODE                                         00023870
               MOVE 5 TO WS-CY-STEP                                     00023880
               MOVE 1 TO WS-CY-PREREQ                                   00023890
               MOVE "SIMULATE" TO WS-CY-STEP-NAME                       00023900
               MOVE "EDIT    " TO WS-CY-PREREQ-NAME                     00023910
           END-EVALUATE.                                                00023920
           IF (PARTITION-RUN OR MERGE-RUN) AND NOT BILLING-MODE         00023930
             DISPLAY "+++ CALLPART CODED FOR A " WS-CY-STEP-NAME        00023940
                     " RUN - REFUSED +++"                               00023950
             MOVE "CALLPART ONLY FOR BILLING" TO WS-CY-REASON           00023960
             SET CYCLE-STEP-REFUSED TO TRUE                             00023970
           END-IF.                                                      00023980
           PERFORM A006-READ-OVERRIDE-CARD.                             00023990
           IF NOT CYCLE-STEP-REFUSED                                    00024000
             IF PARTITION-RUN                                           00024010
               OPEN INPUT CYCLE-CONTROL-FILE                            00024020
             ELSE                                                       00024030
               OPEN I-O CYCLE-CONTROL-FILE                              00024040
               IF WS-CALLCYCL-STATUS = "35"                             00024050
                 OPEN OUTPUT CYCLE-CONTROL-FILE                         00024060
                 IF WS-CALLCYCL-STATUS = "00"                           00024070
                   CLOSE CYCLE-CONTROL-FILE                             00024080
                   OPEN I-O CYCLE-CONTROL-FILE                          00024090
                 END-IF                                                 00024100
               END-IF                                                   00024110
             END-IF                                                     00024120
             IF WS-CALLCYCL-STATUS NOT = "00"                           00024130
               DISPLAY "+++ UNABLE TO OPEN CALLCYCL - STATUS "          00024140
                       WS-CALLCYCL-STATUS " +++"                        00024150
               SET CYCLE-STEP-REFUSED TO TRUE                           00024160
             ELSE                                                       00024170
               IF WS-CY-CYCLE-DATE = 0                                  00024180
                 PERFORM A007-FIND-LATEST-CYCLE                         00024190
               END-IF                                                   00024200
               IF MERGE-RUN                                             00024210
                 PERFORM B710-CHECK-PARTITIONS                          00024220
               END-IF                                                   00024230
               IF NOT CYCLE-STEP-REFUSED                                00024240
                 PERFORM A008-CHECK-CYCLE-STEP                          00024250
               END-IF                                                   00024260
               CLOSE CYCLE-CONTROL-FILE                                 00024270
             END-IF                                                     00024280
           END-IF.                                                      00024290
                                                                        00024300
      *                                                                 00024310
       A006-READ-OVERRIDE-CARD.                                         00024320
      *                                                                 00024330
           OPEN INPUT CYCLE-OVRD-FILE.                                  00024340
           IF WS-CALLCYCO-STATUS = "00"                                 00024350
             READ CYCLE-OVRD-FILE                                       00024360
               NOT AT END                                               00024370
                 IF CO-CYCLE-DATE NUMERIC AND CO-CYCLE-DATE > 0         00024380
                   MOVE CO-CYCLE-DATE TO WS-CY-CYCLE-DATE               00024390
                 END-IF                                                 00024400
                 IF CO-OVERRIDE-CODE = "OVERRIDE"                       00024410
                    AND CO-STEP-NAME = WS-CY-STEP-NAME                  00024420
                   SET CYCLE-OVERRIDE-CODED TO TRUE                     00024430
                 END-IF                                                 00024440
             END-READ                                                   00024450
             CLOSE CYCLE-OVRD-FILE                                      00024460
           END-IF.                                                      00024470
                                                                        00024480
      *                                                                 00024490
       A007-FIND-LATEST-CYCLE.                                          00024500
      *                                                                 00024510
           MOVE 0 TO CY-CYCLE-DATE.                                     00024520
           START CYCLE-CONTROL-FILE KEY IS NOT LESS THAN CY-CYCLE-DATE  00024530
             INVALID KEY SET END-OF-CYCLE-FILE TO TRUE                  00024540
           END-START.                                                   00024550
           PERFORM UNTIL END-OF-CYCLE-FILE                              00024560
             READ CYCLE-CONTROL-FILE NEXT                               00024570
               AT END SET END-OF-CYCLE-FILE TO TRUE                     00024580
               NOT AT END MOVE CY-CYCLE-DATE TO WS-CY-CYCLE-DATE        00024590
             END-READ                                                   00024600
           END-PERFORM.                                                 00024610
                                                                        00024620
      *                                                                 00024630
       A008-CHECK-CYCLE-STEP.                                           00024640
      *                                                                 00024650
           MOVE WS-CY-CYCLE-DATE TO CY-CYCLE-DATE.                      00024660
           READ CYCLE-CONTROL-FILE                                      00024670
             INVALID KEY                                                00024680
               MOVE "N" TO WS-CY-FOUND-SW                               00024690
             NOT INVALID KEY                                            00024700
               SET CYCLE-REC-FOUND TO TRUE                              00024710
           END-READ.                                                    00024720
           IF NOT CYCLE-REC-FOUND                                       00024730
             MOVE SPACES TO CYCLE-CONTROL-REC                           00024740
             INITIALIZE CYCLE-CONTROL-REC                               00024750
             MOVE WS-CY-CYCLE-DATE TO CY-CYCLE-DATE                     00024760
           END-IF.                                                      00024770
           MOVE SPACES TO WS-CY-REASON.                                 00024780
           EVALUATE TRUE                                                00024790
             WHEN NOT CYCLE-REC-FOUND AND WS-CY-PREREQ > 0              00024800
               MOVE "CYCLE NOT ON CALLCYCL" TO WS-CY-REASON             00024810
             WHEN CY-STEP-STATUS(WS-CY-STEP) = "C"                      00024820
               MOVE "STEP ALREADY COMPLETE" TO WS-CY-REASON             00024830
             WHEN WS-CY-PREREQ > 0                                      00024840
                  AND CY-STEP-STATUS(WS-CY-PREREQ) NOT = "C"            00024850
               STRING WS-CY-PREREQ-NAME DELIMITED BY SPACE              00024860
                      " STEP NOT COMPLETE" DELIMITED BY SIZE            00024870
                 INTO WS-CY-REASON                                      00024880
           END-EVALUATE.                                                00024890
           MOVE "N" TO CY-OVERRIDE(WS-CY-STEP).                         00024900
           IF WS-CY-REASON NOT = SPACES                                 00024910
             IF CYCLE-OVERRIDE-CODED                                    00024920
               DISPLAY "+++ OPERATOR OVERRIDE - CYCLE "                 00024930
                       WS-CY-CYCLE-DATE " " WS-CY-REASON " +++"         00024940
               MOVE "Y" TO CY-OVERRIDE(WS-CY-STEP)                      00024950
             ELSE                                                       00024960
               DISPLAY "+++ " WS-CY-STEP-NAME " REFUSED FOR CYCLE "     00024970
                       WS-CY-CYCLE-DATE " - " WS-CY-REASON " +++"       00024980
               SET CYCLE-STEP-REFUSED TO TRUE                           00024990
             END-IF                                                     00025000
           END-IF.                                                      00025010
           IF NOT CYCLE-STEP-REFUSED AND NOT PARTITION-RUN              00025020
             MOVE "S"            TO CY-STEP-STATUS(WS-CY-STEP)          00025030
             MOVE WS-CY-DATE-NOW TO CY-START-DATE(WS-CY-STEP)           00025040
             MOVE WS-CY-HHMMSS   TO CY-START-TIME(WS-CY-STEP)           00025050
             MOVE 0 TO CY-END-DATE(WS-CY-STEP) CY-END-TIME(WS-CY-STEP)  00025060
                       CY-STEP-RC(WS-CY-STEP)                           00025070
             IF CYCLE-REC-FOUND                                         00025080
               REWRITE CYCLE-CONTROL-REC                                00025090
                 INVALID KEY                                            00025100
                   DISPLAY "+++ CALLCYCL REWRITE FAILED - "             00025110
                           CY-CYCLE-DATE " +++"                         00025120
                   SET CYCLE-STEP-REFUSED TO TRUE                       00025130
               END-REWRITE                                              00025140
             ELSE                                                       00025150
               WRITE CYCLE-CONTROL-REC                                  00025160
                 INVALID KEY                                            00025170
                   DISPLAY "+++ CALLCYCL WRITE FAILED - "               00025180
                           CY-CYCLE-DATE " +++"                         00025190
                   SET CYCLE-STEP-REFUSED TO TRUE                       00025200
               END-WRITE                                                00025210
             END-IF                                                     00025220
           END-IF.                                                      00025230
                                                                        00025240
      ****************************************************************  00025250
      *  A016-READ-PARTITION-CARD READS THE OPTIONAL CALLPART CARD.  *  00025260
      *  A CARD THAT IS NEITHER A VALID PARTITION NOR A VALID MERGE  *  00025270
      *  REFUSES THE RUN RATHER THAN BILL THE WRONG CUSTOMERS.       *  00025280
      ****************************************************************  00025290
      *                                                                 00025300
       A016-READ-PARTITION-CARD.                                        00025310
      *                                                                 00025320
           OPEN INPUT PARTITION-CARD-FILE.                              00025330
           IF WS-CALLPART-STATUS = "00"                                 00025340
             READ PARTITION-CARD-FILE                                   00025350
               NOT AT END                                               00025360
                 MOVE PC-FUNCTION TO WS-PT-FUNCTION-SW                  00025370
                 EVALUATE TRUE                                          00025380
                   WHEN SINGLE-STREAM-RUN                               00025390
                     CONTINUE                                           00025400
                   WHEN PARTITION-RUN                                   00025410
                     IF PC-PART-ID NUMERIC AND PC-PART-ID > 0           00025420
                        AND PC-PART-ID NOT > 20                         00025430
                        AND PC-LOW-BRANCH NUMERIC                       00025440
                        AND PC-HIGH-BRANCH NUMERIC                      00025450
                        AND PC-LOW-BRANCH NOT > PC-HIGH-BRANCH          00025460
                       MOVE PC-PART-ID     TO WS-PT-ID                  00025470
                       MOVE PC-LOW-BRANCH  TO WS-PT-LOW-BRANCH          00025480
                       MOVE PC-HIGH-BRANCH TO WS-PT-HIGH-BRANCH         00025490
                       PERFORM A017-SET-PARTITION-FILES                 00025500
                     ELSE                                               00025510
                       SET CYCLE-STEP-REFUSED TO TRUE                   00025520
                     END-IF                                             00025530
                   WHEN MERGE-RUN                                       00025540
                     IF PC-PART-COUNT NUMERIC AND PC-PART-COUNT > 0     00025550
                        AND PC-PART-COUNT NOT > 20                      00025560
                       MOVE PC-PART-COUNT TO WS-PT-COUNT                00025570
                     ELSE                                               00025580
                       SET CYCLE-STEP-REFUSED TO TRUE                   00025590
                     END-IF                                             00025600
                   WHEN OTHER                                           00025610
                     SET CYCLE-STEP-REFUSED TO TRUE                     00025620
                 END-EVALUATE                                           00025630
                 IF CYCLE-STEP-REFUSED                                  00025640
                   DISPLAY "+++ CALLPART CARD INVALID - "               00025650
                           PARTITION-CARD-REC(1:9) " +++"               00025660
                   MOVE "CALLPART CARD INVALID" TO WS-CY-REASON         00025670
                 END-IF                                                 00025680
             END-READ                                                   00025690
             CLOSE PARTITION-CARD-FILE                                  00025700
           END-IF.                                                      00025710
                                                                        00025720
      *                                                                 00025730
       A017-SET-PARTITION-FILES.                                        00025740
      *                                                                 00025750
           MOVE WS-PT-ID TO WS-PT-SUB.                                  00025760
           PERFORM B701-SET-PART-FILE-NAMES.                            00025770
           MOVE WS-PEXC-DSN TO WS-EXC-DSN.                              00025780
           MOVE WS-PGLR-DSN TO WS-GLAR-DSN.                             00025790
           MOVE WS-PCNW-DSN TO WS-CONW-DSN.                             00025800
           MOVE WS-PLOG-DSN TO WS-LOG-DSN.                              00025810
           MOVE WS-PPLX-DSN TO WS-PLNX-DSN.                             00025820
           MOVE WS-PMRG-DSN TO WS-MRGN-DSN.                             00025830
           MOVE SPACES TO WS-BAL-DSN WS-CKPT-DSN.                       00025840
           STRING "CALLBAL" DELIMITED BY SIZE                           00025850
                  WS-PT-ID DELIMITED BY SIZE                            00025860
                  INTO WS-BAL-DSN.                                      00025870
           STRING "CALLCKP" DELIMITED BY SIZE                           00025880
                  WS-PT-ID DELIMITED BY SIZE                            00025890
                  INTO WS-CKPT-DSN.                                     00025900
                                                                        00025910
      *                                                                 00025920
       A010-INITIALIZE.                                                 00025930
      *                                                                 00025940
      *    THE RUN DATE, RUN LOG AND CONTROL CARD ARE ALREADY SET UP    00025950
      *    BY A005-START-CYCLE-STEP.                                    00025960
      *    INITIALIZE RATE-TABLE-AREA BEFORE LOADING SO ANY SLOTS       00025970
      *    BEYOND RATE-TABLE-COUNT HOLD VALID SPACES/ZEROS RATHER       00025980
      *    THAN UNTOUCHED STORAGE.                                      00025990
           INITIALIZE RATE-TABLE-AREA.                                  00026000
           PERFORM A020-LOAD-RATE-TABLE.                                00026010
           INITIALIZE TAX-TABLE-AREA.                                   00026020
           PERFORM A022-LOAD-TAX-TABLE.                                 00026030
           INITIALIZE DISC-TABLE-AREA.                                  00026040
           PERFORM A055-LOAD-DISCOUNTS.                                 00026050
           PERFORM A025-OPEN-CUST-MASTER.                               00026060
      *    THE RECEIVABLE LEDGER RIDES THROUGH BOTH MODES: BILLING      00026070
      *    ROLLS IT (PAYMENTS, AGING, CURRENT CHARGES) WHILE RECYCLE    00026080
      *    ONLY ADDS ITS SUPPLEMENTAL CHARGES TO THE CURRENT BUCKET     00026090
      *    AND PASSES THE REST THROUGH UNAGED, SO THE NEXT BILLING      00026100
      *    CYCLE'S CALLARO CARRIES THE ADJUSTMENTS FOR COLLECTIONS.     00026110
      *    PAYMENTS, CREDITS, TRENDING AND HISTORY BELONG TO THE        00026120
      *    REGULAR CYCLE ONLY -- A RECYCLE RUN MUST NOT ROLL OR AGE     00026130
      *    BALANCES TWICE.                                              00026140
      *    A SIMULATION TOUCHES NO LEDGER AT ALL.                       00026150
           IF NOT SIMULATE-MODE                                         00026160
             PERFORM A045-OPEN-AR-FILES                                 00026170
           END-IF.                                                      00026180
           IF SIMULATE-MODE                                             00026190
             PERFORM A070-LOAD-PROPOSED-TABLES                          00026200
           END-IF.                                                      00026210
           IF BILLING-MODE                                              00026220
             INITIALIZE PAYMENT-AREA                                    00026230
             PERFORM A040-LOAD-PAYMENTS                                 00026240
             INITIALIZE CREDIT-AREA                                     00026250
             PERFORM A057-LOAD-CREDITS                                  00026260
             INITIALIZE TREND-AREA                                      00026270
             PERFORM A060-OPEN-HISTORY                                  00026280
           END-IF.                                                      00026290
      *    THE BILLED-CALLS REGISTER IS KEPT IN EVERY MODE EXCEPT       00026300
      *    SIMULATION: BILLING AND RECYCLE RUNS ADD TO IT, AND A        00026310
      *    REVERSAL RUN PURGES THE BAD CYCLE'S ROWS SO THE CYCLE        00026320
      *    CAN BE RERUN WITHOUT EVERY CALL DROPPING AS A DUPLICATE.     00026330
           IF NOT SIMULATE-MODE                                         00026340
             PERFORM A065-OPEN-REGISTER                                 00026350
           END-IF.                                                      00026360
      *    THE INVOICE ARCHIVE IS WRITTEN BY BILLING AND RECYCLE RUNS   00026370
      *    AND CLEARED OF THE BAD CYCLE BY A REVERSAL.                  00026380
           IF NOT SIMULATE-MODE                                         00026390
             PERFORM A068-OPEN-ARCHIVE                                  00026400
           END-IF.                                                      00026410
           INITIALIZE NATIONAL-SUMMARY-AREA BR-SUMMARY-AREA             00026420
                      NATIONAL-MARGIN-AREA BR-MARGIN-AREA.              00026430
      *    INITIALIZE (RATHER THAN THE VALUE CLAUSES ALONE) CLEARS      00026440
      *    EVERY OCCURRENCE OF THE AREA/CITY TABLES, NOT JUST THE       00026450
      *    SCALAR TOTALS, SO THE CHECKPOINT SNAPSHOT IN B900 NEVER      00026460
      *    COPIES UNUSED-SLOT STORAGE THAT WAS NEVER EXPLICITLY SET.    00026470
      *    A RECYCLE RUN IS SMALL AND NEVER RESTARTED MID-STREAM, SO    00026480
      *    THE BILLING CHECKPOINT IS NEITHER READ NOR WRITTEN THERE.    00026490
      *    THE MERGE BILLS NO CUSTOMERS, SO HAS NOTHING TO RESTART.     00026500
           IF BILLING-MODE                                              00026510
             IF NOT MERGE-RUN                                           00026520
               PERFORM A030-CHECK-RESTART                               00026530
             END-IF                                                     00026540
             PERFORM A069-OPEN-CONSOL-WORK                              00026550
             PERFORM A026-LOAD-CARRIER-COST                             00026560
           END-IF.                                                      00026570
           MOVE SPACES TO WS-LOG-TEXT.                                  00026580
           IF IS-RESTART                                                00026590
             STRING "RESTART - SKIPPING " DELIMITED BY SIZE             00026600
                    WS-SKIP-COUNT DELIMITED BY SIZE                     00026610
                    " ALREADY BILLED" DELIMITED BY SIZE                 00026620
               INTO WS-LOG-TEXT                                         00026630
           ELSE                                                         00026640
             EVALUATE TRUE                                              00026650
               WHEN RECYCLE-MODE                                        00026660
                 MOVE "FRESH START - RECYCLE MODE" TO WS-LOG-TEXT       00026670
               WHEN REVERSAL-MODE                                       00026680
                 MOVE "FRESH START - REVERSAL MODE" TO WS-LOG-TEXT      00026690
               WHEN SIMULATE-MODE                                       00026700
                 MOVE "FRESH START - SIMULATE MODE" TO WS-LOG-TEXT      00026710
               WHEN PARTITION-RUN                                       00026720
                 STRING "FRESH START - PARTITION " DELIMITED BY SIZE    00026730
                        WS-PT-ID DELIMITED BY SIZE                      00026740
                        " BRANCHES " DELIMITED BY SIZE                  00026750
                        WS-PT-LOW-BRANCH DELIMITED BY SIZE              00026760
                        "-" DELIMITED BY SIZE                           00026770
                        WS-PT-HIGH-BRANCH DELIMITED BY SIZE             00026780
                   INTO WS-LOG-TEXT                                     00026790
               WHEN MERGE-RUN                                           00026800
                 STRING "FRESH START - MERGE OF " DELIMITED BY SIZE     00026810
                        WS-PT-COUNT DELIMITED BY SIZE                   00026820
                        " PARTITIONS" DELIMITED BY SIZE                 00026830
                   INTO WS-LOG-TEXT                                     00026840
               WHEN OTHER                                               00026850
                 MOVE "FRESH START - BILLING MODE" TO WS-LOG-TEXT       00026860
             END-EVALUATE                                               00026870
           END-IF.                                                      00026880
           MOVE "RUNSTART" TO WS-LOG-EVENT.                             00026890
           PERFORM Z100-WRITE-RUN-LOG.                                  00026900
      *    THE RECEIVABLE LEDGER LIVES ON CALLARN AND IS WRITTEN AS     00026910
      *    EACH CUSTOMER POSTS, SO THE ENTRIES A RESTART SKIPS ARE      00026920
      *    ALREADY ROLLED ON THE FILE FROM THE ABENDED SEGMENT --       00026930
      *    NOTHING IS LOST, AS LONG AS OPERATIONS KEEPS THE SAME        00026940
      *    CALLARN DATASET ACROSS THE RESTART.                          00026950
      *    A SIMULATION POSTS NOTHING TO THE GL, SO THE FEED IS NOT     00026960
      *    EVEN OPENED; EVERY OTHER MODE (INCLUDING REVERSAL, WHICH     00026970
      *    WRITES THE CONTRA RECORDS) NEEDS IT.                         00026980
           IF SIMULATE-MODE                                             00026990
             CONTINUE                                                   00027000
           ELSE                                                         00027010
           IF IS-RESTART                                                00027020
             OPEN EXTEND GLAR-FILE                                      00027030
             IF WS-GLAR-STATUS NOT = "00"                               00027040
               OPEN OUTPUT GLAR-FILE                                    00027050
             END-IF                                                     00027060
           ELSE                                                         00027070
             OPEN OUTPUT GLAR-FILE                                      00027080
           END-IF                                                       00027090
           IF WS-GLAR-STATUS NOT = "00"                                 00027100
             DISPLAY "+++ UNABLE TO OPEN " WS-GLAR-DSN " - STATUS "     00027110
                     WS-GLAR-STATUS " +++"                              00027120
             MOVE WS-GLAR-DSN TO WS-LOG-FILE-NAME                       00027130
             MOVE WS-GLAR-STATUS TO WS-LOG-STATUS-HOLD                  00027140
             PERFORM Z110-LOG-FILE-STATUS                               00027150
             MOVE "N" TO TEST-STATUS                                    00027160
           END-IF                                                       00027170
           END-IF.                                                      00027180
      *    CALLEXC IS WRITTEN ONLY WHEN CALLS ARE RATED -- BILLING      00027190
      *    AND RECYCLE.  A REVERSAL OR SIMULATION MUST NOT OPEN IT:     00027200
      *    IT IS THE NEXT RECYCLE PASS'S FEED, AND AN OPEN OUTPUT       00027210
      *    WOULD TRUNCATE EVERY PENDING EXCEPTION.                      00027220
           IF BILLING-MODE OR RECYCLE-MODE                              00027230
             IF IS-RESTART                                              00027240
               OPEN EXTEND EXCEPTION-FILE                               00027250
               IF WS-CALLEXC-STATUS NOT = "00"                          00027260
                 OPEN OUTPUT EXCEPTION-FILE                             00027270
               END-IF                                                   00027280
             ELSE                                                       00027290
               OPEN OUTPUT EXCEPTION-FILE                               00027300
             END-IF                                                     00027310
             IF WS-CALLEXC-STATUS NOT = "00"                            00027320
               DISPLAY "+++ UNABLE TO OPEN " WS-EXC-DSN " - STATUS "    00027330
                       WS-CALLEXC-STATUS " +++"                         00027340
               MOVE WS-EXC-DSN TO WS-LOG-FILE-NAME                      00027350
               MOVE WS-CALLEXC-STATUS TO WS-LOG-STATUS-HOLD             00027360
               PERFORM Z110-LOG-FILE-STATUS                             00027370
               MOVE "N" TO TEST-STATUS                                  00027380
             END-IF                                                     00027390
           END-IF.                                                      00027400
      *    THE PLAN MISMATCH LISTING IS A BILLING-PASS REPORT.  A       00027410
      *    RESTART EXTENDS IT SO THE ABENDED SEGMENT'S LINES STAND.     00027420
           IF BILLING-MODE                                              00027430
             IF IS-RESTART                                              00027440
               OPEN EXTEND PLAN-REPORT-FILE                             00027450
               IF WS-CALLPLNX-STATUS NOT = "00"                         00027460
                 OPEN OUTPUT PLAN-REPORT-FILE                           00027470
               END-IF                                                   00027480
             ELSE                                                       00027490
               OPEN OUTPUT PLAN-REPORT-FILE                             00027500
             END-IF                                                     00027510
             IF WS-CALLPLNX-STATUS NOT = "00"                           00027520
               DISPLAY "+++ UNABLE TO OPEN " WS-PLNX-DSN " - STATUS "   00027530
                       WS-CALLPLNX-STATUS " +++"                        00027540
               MOVE WS-PLNX-DSN TO WS-LOG-FILE-NAME                     00027550
               MOVE WS-CALLPLNX-STATUS TO WS-LOG-STATUS-HOLD            00027560
               PERFORM Z110-LOG-FILE-STATUS                             00027570
               MOVE "Y" TO WS-WARN-SW                                   00027580
             ELSE                                                       00027590
               SET PLAN-REPORT-OPEN TO TRUE                             00027600
      *        A PARTITION'S LISTING IS COPIED UNDER THE MERGE'S        00027610
      *        HEADINGS, SO IT PRINTS NONE OF ITS OWN.                  00027620
               IF NOT PARTITION-RUN                                     00027630
                 MOVE WS-RUN-DATE TO PH-RUN-DATE                        00027640
                 WRITE PLAN-REPORT-LINE FROM WS-PLAN-HEADER-LINE        00027650
                 WRITE PLAN-REPORT-LINE FROM WS-PLAN-COL-LINE           00027660
               END-IF                                                   00027670
             END-IF                                                     00027680
           END-IF.                                                      00027690
      *    A PARTITION POSTS ITS TOTALS FILE AS STARTED, SO THE MERGE   00027700
      *    CANNOT TAKE LAST CYCLE'S FILE, OR A PARTITION STILL          00027710
      *    RUNNING, FOR A FINISHED ONE.                                 00027720
           IF PARTITION-RUN                                             00027730
             MOVE "S" TO WS-PT-STATUS-OUT                               00027740
             PERFORM B770-WRITE-PARTITION-TOTALS                        00027750
           END-IF.                                                      00027760
                                                                        00027770
      *                                                                 00027780
       A012-OPEN-RUN-LOG.                                               00027790
      *                                                                 00027800
      *    APPEND SO A RESTART NEVER DESTROYS THE ABENDED RUN'S         00027810
      *    AUDIT TRAIL -- THE LOG IS THE WHOLE POINT OF THE FILE.       00027820
           OPEN EXTEND RUN-LOG-FILE.                                    00027830
           IF WS-CALLLOG-STATUS NOT = "00"                              00027840
             OPEN OUTPUT RUN-LOG-FILE                                   00027850
           END-IF.                                                      00027860
           IF WS-CALLLOG-STATUS = "00"                                  00027870
             SET RUN-LOG-OPEN TO TRUE                                   00027880
           ELSE                                                         00027890
             DISPLAY "+++ UNABLE TO OPEN " WS-LOG-DSN " - STATUS "      00027900
                     WS-CALLLOG-STATUS " - RUNNING WITHOUT LOG +++"     00027910
             SET RUN-HAS-WARNING TO TRUE                                00027920
           END-IF.                                                      00027930
                                                                        00027940
      *                                                                 00027950
       A015-LOAD-CONTROL-PARMS.                                         00027960
      *                                                                 00027970
           OPEN INPUT CONTROL-FILE.                                     00027980
           IF WS-CALLCTL-STATUS = "00"                                  00027990
             READ CONTROL-FILE                                          00028000
               NOT AT END                                               00028010
               IF CTL-CKPT-INTERVAL > 0                                 00028020
                 MOVE CTL-CKPT-INTERVAL TO WS-CKPT-INTERVAL             00028030
                 END-IF                                                 00028040
               IF CTL-RUN-MODE = "R" OR CTL-RUN-MODE = "V"              00028050
                  OR CTL-RUN-MODE = "S"                                 00028060
                 MOVE CTL-RUN-MODE TO WS-RUN-MODE-SW                    00028070
               END-IF                                                   00028080
               IF CTL-TREND-PCT NUMERIC AND CTL-TREND-PCT > 0           00028090
                 MOVE CTL-TREND-PCT TO WS-TREND-PCT                     00028100
               END-IF                                                   00028110
               IF CTL-FIN-CHG-PCT NUMERIC AND CTL-FIN-CHG-PCT > 0       00028120
                 MOVE CTL-FIN-CHG-PCT TO WS-FIN-CHG-PCT                 00028130
               END-IF                                                   00028140
               IF CTL-INV-RETAIN NUMERIC AND CTL-INV-RETAIN > 0         00028150
                 MOVE CTL-INV-RETAIN TO WS-IVA-RETAIN                   00028160
               END-IF                                                   00028170
               IF CTL-MARGIN-PCT NUMERIC AND CTL-MARGIN-PCT > 0         00028180
                 MOVE CTL-MARGIN-PCT TO WS-MARGIN-PCT                   00028190
               END-IF                                                   00028200
               IF CTL-PERIOD-START NUMERIC AND CTL-PERIOD-END NUMERIC   00028210
                  AND CTL-PERIOD-START > 0                              00028220
                  AND CTL-PERIOD-END >= CTL-PERIOD-START                00028230
                 MOVE CTL-PERIOD-START TO WS-PERIOD-START               00028240
                 MOVE CTL-PERIOD-END   TO WS-PERIOD-END                 00028250
                 SET PERIOD-KNOWN TO TRUE                               00028260
                 MOVE WS-PERIOD-START TO WS-DN-DATE                     00028270
                 PERFORM C150-DAY-NUMBER                                00028280
                 MOVE WS-DN-DAYS TO WS-DN-EFF-DAYS                      00028290
                 MOVE WS-PERIOD-END TO WS-DN-DATE                       00028300
                 PERFORM C150-DAY-NUMBER                                00028310
                 COMPUTE WS-PERIOD-DAYS =                               00028320
                   WS-DN-DAYS - WS-DN-EFF-DAYS + 1                      00028330
               END-IF                                                   00028340
             END-READ                                                   00028350
             CLOSE CONTROL-FILE                                         00028360
           ELSE                                                         00028370
             MOVE "CALLCTL" TO WS-LOG-FILE-NAME                         00028380
             MOVE WS-CALLCTL-STATUS TO WS-LOG-STATUS-HOLD               00028390
             PERFORM Z110-LOG-FILE-STATUS                               00028400
           END-IF.                                                      00028410
      *    CALLCTL IS OPTIONAL -- WHEN IT IS NOT PRESENT THIS LEAVES    00028420
      *    WS-CKPT-INTERVAL AT ITS COMPILED-IN DEFAULT.                 00028430
                                                                        00028440
      *                                                                 00028450
       A020-LOAD-RATE-TABLE.                                            00028460
      *                                                                 00028470
           OPEN INPUT RATE-FILE.                                        00028480
           IF WS-CALLRATE-STATUS NOT = "00"                             00028490
             DISPLAY "+++ UNABLE TO OPEN CALLRATE - STATUS "            00028500
                     WS-CALLRATE-STATUS " +++"                          00028510
             MOVE "CALLRATE" TO WS-LOG-FILE-NAME                        00028520
             MOVE WS-CALLRATE-STATUS TO WS-LOG-STATUS-HOLD              00028530
             PERFORM Z110-LOG-FILE-STATUS                               00028540
             MOVE "N" TO TEST-STATUS                                    00028550
           ELSE                                                         00028560
             PERFORM A021-READ-RATE-REC                                 00028570
             PERFORM UNTIL END-OF-RATE-FILE                             00028580
               IF RATE-TABLE-COUNT < 100                                00028590
                 ADD 1 TO RATE-TABLE-COUNT                              00028600
                 MOVE RF-AREA-CODE   TO RT-AREA-CODE(RATE-TABLE-COUNT)  00028610
                 MOVE RF-CITY        TO RT-CITY(RATE-TABLE-COUNT)       00028620
                 MOVE RF-BASE-FEE    TO RT-BASE-FEE(RATE-TABLE-COUNT)   00028630
                 MOVE RF-BAND1-LIMIT TO RT-BAND1-LIMIT(RATE-TABLE-COUNT)00028640
                 MOVE RF-BAND1-RATE  TO RT-BAND1-RATE(RATE-TABLE-COUNT) 00028650
                 MOVE RF-BAND2-LIMIT TO RT-BAND2-LIMIT(RATE-TABLE-COUNT)00028660
                 MOVE RF-BAND2-RATE  TO RT-BAND2-RATE(RATE-TABLE-COUNT) 00028670
                 MOVE RF-BAND3-LIMIT TO RT-BAND3-LIMIT(RATE-TABLE-COUNT)00028680
                 MOVE RF-BAND3-RATE  TO RT-BAND3-RATE(RATE-TABLE-COUNT) 00028690
                 MOVE RF-BAND4-RATE  TO RT-BAND4-RATE(RATE-TABLE-COUNT) 00028700
                 MOVE RF-OFFPEAK-PCT                                    00028710
                   TO RT-OFFPEAK-PCT(RATE-TABLE-COUNT)                  00028720
                 MOVE RF-EFF-DATE    TO RT-EFF-DATE(RATE-TABLE-COUNT)   00028730
               ELSE                                                     00028740
                 DISPLAY "+++ RATE TABLE FULL - AREA CODE "             00028750
                         RF-AREA-CODE " NOT LOADED +++"                 00028760
               END-IF                                                   00028770
               PERFORM A021-READ-RATE-REC                               00028780
             END-PERFORM                                                00028790
             CLOSE RATE-FILE                                            00028800
           END-IF.                                                      00028810
                                                                        00028820
      *                                                                 00028830
       A021-READ-RATE-REC.                                              00028840
      *                                                                 00028850
           READ RATE-FILE                                               00028860
             AT END SET END-OF-RATE-FILE TO TRUE.                       00028870
                                                                        00028880
      *                                                                 00028890
       A022-LOAD-TAX-TABLE.                                             00028900
      *                                                                 00028910
           OPEN INPUT TAX-FILE.                                         00028920
           IF WS-CALLTAX-STATUS NOT = "00"                              00028930
             DISPLAY "+++ UNABLE TO OPEN CALLTAX - STATUS "             00028940
                     WS-CALLTAX-STATUS " +++"                           00028950
             MOVE "CALLTAX" TO WS-LOG-FILE-NAME                         00028960
             MOVE WS-CALLTAX-STATUS TO WS-LOG-STATUS-HOLD               00028970
             PERFORM Z110-LOG-FILE-STATUS                               00028980
             MOVE "N" TO TEST-STATUS                                    00028990
           ELSE                                                         00029000
             PERFORM A023-READ-TAX-REC                                  00029010
             PERFORM UNTIL END-OF-TAX-FILE                              00029020
               IF TAX-TABLE-COUNT < 50                                  00029030
                 ADD 1 TO TAX-TABLE-COUNT                               00029040
                 MOVE TXF-AREA-CODE TO TXT-AREA-CODE(TAX-TABLE-COUNT)   00029050
                 MOVE TXF-FED-PCT   TO TXT-FED-PCT(TAX-TABLE-COUNT)     00029060
                 MOVE TXF-STATE-PCT TO TXT-STATE-PCT(TAX-TABLE-COUNT)   00029070
                 MOVE TXF-LOCAL-PCT TO TXT-LOCAL-PCT(TAX-TABLE-COUNT)   00029080
                 IF TXF-AREA-CODE = 0                                   00029090
                   MOVE TAX-TABLE-COUNT TO WS-TAX-DEFAULT-SUB           00029100
                 END-IF                                                 00029110
               ELSE                                                     00029120
                 DISPLAY "+++ TAX TABLE FULL - AREA CODE "              00029130
                         TXF-AREA-CODE " NOT LOADED +++"                00029140
               END-IF                                                   00029150
               PERFORM A023-READ-TAX-REC                                00029160
             END-PERFORM                                                00029170
             CLOSE TAX-FILE                                             00029180
           END-IF.                                                      00029190
                                                                        00029200
      *                                                                 00029210
       A023-READ-TAX-REC.                                               00029220
      *                                                                 00029230
           READ TAX-FILE                                                00029240
             AT END SET END-OF-TAX-FILE TO TRUE.                        00029250
                                                                        00029260
      ****************************************************************  00029270
      *  CALLDISC AND CALLCRD ARE OPTIONAL INPUTS: A CYCLE WITH NO   *  00029280
      *  DISCOUNT PROGRAM OR NO PROMOTIONS JUST RUNS WITHOUT THEM.   *  00029290
      ****************************************************************  00029300
      *                                                                 00029310
       A055-LOAD-DISCOUNTS.                                             00029320
      *                                                                 00029330
           OPEN INPUT DISCOUNT-FILE.                                    00029340
           IF WS-CALLDISC-STATUS = "00"                                 00029350
             PERFORM A056-READ-DISC-REC                                 00029360
             PERFORM UNTIL END-OF-DISC-FILE                             00029370
               IF DISC-TABLE-COUNT < 20                                 00029380
                 ADD 1 TO DISC-TABLE-COUNT                              00029390
                 MOVE DSF-MIN-MINUTES                                   00029400
                   TO DSC-MIN-MINUTES(DISC-TABLE-COUNT)                 00029410
                 MOVE DSF-PCT TO DSC-PCT(DISC-TABLE-COUNT)              00029420
               ELSE                                                     00029430
                 DISPLAY "+++ DISCOUNT TABLE FULL - TIER "              00029440
                         DSF-MIN-MINUTES " NOT LOADED +++"              00029450
               END-IF                                                   00029460
               PERFORM A056-READ-DISC-REC                               00029470
             END-PERFORM                                                00029480
             CLOSE DISCOUNT-FILE                                        00029490
           ELSE                                                         00029500
             MOVE "CALLDISC" TO WS-LOG-FILE-NAME                        00029510
             MOVE WS-CALLDISC-STATUS TO WS-LOG-STATUS-HOLD              00029520
             PERFORM Z110-LOG-FILE-STATUS                               00029530
             IF WS-CALLDISC-STATUS NOT = "35"                           00029540
               DISPLAY "+++ CALLDISC UNAVAILABLE - STATUS "             00029550
                       WS-CALLDISC-STATUS " - NO DISCOUNTS +++"         00029560
               SET RUN-HAS-WARNING TO TRUE                              00029570
             END-IF                                                     00029580
           END-IF.                                                      00029590
                                                                        00029600
      *                                                                 00029610
       A056-READ-DISC-REC.                                              00029620
      *                                                                 00029630
           READ DISCOUNT-FILE                                           00029640
             AT END SET END-OF-DISC-FILE TO TRUE.                       00029650
                                                                        00029660
      *                                                                 00029670
       A057-LOAD-CREDITS.                                               00029680
      *                                                                 00029690
           OPEN INPUT CREDIT-FILE.                                      00029700
           IF WS-CALLCRD-STATUS = "00"                                  00029710
             PERFORM A058-READ-CRD-REC                                  00029720
             PERFORM UNTIL END-OF-CRD-FILE                              00029730
               IF CREDIT-COUNT < 2000                                   00029740
                 ADD 1 TO CREDIT-COUNT                                  00029750
                 MOVE CRF-CUST-NUM TO CRD-CUST-NUM(CREDIT-COUNT)        00029760
                 MOVE CRF-AMOUNT   TO CRD-AMOUNT(CREDIT-COUNT)          00029770
                 MOVE 0            TO CRD-USED-AMT(CREDIT-COUNT)        00029780
                 MOVE CRF-DESC     TO CRD-DESC(CREDIT-COUNT)            00029790
                 MOVE "N"          TO CRD-APPLIED(CREDIT-COUNT)         00029800
               ELSE                                                     00029810
                 DISPLAY "+++ CREDIT TABLE FULL - " CRF-CUST-NUM        00029820
                         " NOT LOADED +++"                              00029830
                 MOVE "N" TO TEST-STATUS                                00029840
               END-IF                                                   00029850
               PERFORM A058-READ-CRD-REC                                00029860
             END-PERFORM                                                00029870
             CLOSE CREDIT-FILE                                          00029880
           ELSE                                                         00029890
             MOVE "CALLCRD" TO WS-LOG-FILE-NAME                         00029900
             MOVE WS-CALLCRD-STATUS TO WS-LOG-STATUS-HOLD               00029910
             PERFORM Z110-LOG-FILE-STATUS                               00029920
             IF WS-CALLCRD-STATUS NOT = "35"                            00029930
               DISPLAY "+++ CALLCRD UNAVAILABLE - STATUS "              00029940
                       WS-CALLCRD-STATUS " - NO CREDITS +++"            00029950
               SET RUN-HAS-WARNING TO TRUE                              00029960
             END-IF                                                     00029970
           END-IF.                                                      00029980
                                                                        00029990
      *                                                                 00030000
       A058-READ-CRD-REC.                                               00030010
      *                                                                 00030020
           READ CREDIT-FILE                                             00030030
             AT END SET END-OF-CRD-FILE TO TRUE.                        00030040
                                                                        00030050
      *                                                                 00030060
       A025-OPEN-CUST-MASTER.                                           00030070
      *                                                                 00030080
           OPEN INPUT CUST-MASTER-FILE.                                 00030090
           IF WS-CALLCUST-STATUS NOT = "00"                             00030100
             DISPLAY "+++ UNABLE TO OPEN CALLCUST - STATUS "            00030110
                     WS-CALLCUST-STATUS " +++"                          00030120
             MOVE "CALLCUST" TO WS-LOG-FILE-NAME                        00030130
             MOVE WS-CALLCUST-STATUS TO WS-LOG-STATUS-HOLD              00030140
             PERFORM Z110-LOG-FILE-STATUS                               00030150
             MOVE "N" TO TEST-STATUS                                    00030160
           ELSE                                                         00030170
             SET CUST-MASTER-OPEN TO TRUE                               00030180
           END-IF.                                                      00030190
                                                                        00030200
      ****************************************************************  00030210
      *  A026-LOAD-CARRIER-COST LOADS THE CARRIER COST TABLE FOR THE *  00030220
      *  MARGIN REPORT.  CALLCOST IS OPTIONAL: WITHOUT IT THE CYCLE  *  00030230
      *  STILL BILLS, WITH A WARNING, BUT PRINTS NO MARGIN REPORT.   *  00030240
      ****************************************************************  00030250
      *                                                                 00030260
       A026-LOAD-CARRIER-COST.                                          00030270
      *                                                                 00030280
           OPEN INPUT CARRIER-COST-FILE.                                00030290
           IF WS-CALLCOST-STATUS NOT = "00"                             00030300
             DISPLAY "+++ UNABLE TO OPEN CALLCOST - STATUS "            00030310
                     WS-CALLCOST-STATUS " - NO MARGIN REPORT +++"       00030320
             MOVE "CALLCOST" TO WS-LOG-FILE-NAME                        00030330
             MOVE WS-CALLCOST-STATUS TO WS-LOG-STATUS-HOLD              00030340
             PERFORM Z110-LOG-FILE-STATUS                               00030350
             MOVE "Y" TO WS-WARN-SW                                     00030360
           ELSE                                                         00030370
             PERFORM A027-READ-COST-REC                                 00030380
             PERFORM UNTIL END-OF-COST-FILE                             00030390
               IF COST-TABLE-COUNT < 100                                00030400
                 ADD 1 TO COST-TABLE-COUNT                              00030410
                 MOVE CC-AREA-CODE    TO CT-AREA-CODE(COST-TABLE-COUNT) 00030420
                 MOVE CC-PEAK-COST    TO CT-PEAK-COST(COST-TABLE-COUNT) 00030430
                 MOVE CC-OFFPEAK-COST                                   00030440
                   TO CT-OFFPEAK-COST(COST-TABLE-COUNT)                 00030450
                 MOVE CC-EFF-DATE     TO CT-EFF-DATE(COST-TABLE-COUNT)  00030460
               ELSE                                                     00030470
                 DISPLAY "+++ COST TABLE FULL - AREA CODE "             00030480
                         CC-AREA-CODE " NOT LOADED +++"                 00030490
               END-IF                                                   00030500
               PERFORM A027-READ-COST-REC                               00030510
             END-PERFORM                                                00030520
             CLOSE CARRIER-COST-FILE                                    00030530
             PERFORM A028-OPEN-MARGIN-REPORT                            00030540
           END-IF.                                                      00030550
                                                                        00030560
      *                                                                 00030570
       A027-READ-COST-REC.                                              00030580
      *                                                                 00030590
           READ CARRIER-COST-FILE                                       00030600
             AT END SET END-OF-COST-FILE TO TRUE.                       00030610
                                                                        00030620
      *                                                                 00030630
       A028-OPEN-MARGIN-REPORT.                                         00030640
      *                                                                 00030650
      *    A RESTART EXTENDS THE REPORT SO THE BRANCH SECTIONS THE      00030660
      *    ABENDED SEGMENT PRINTED STAND, THE SAME AS CALLPLNX.         00030670
           IF IS-RESTART                                                00030680
             OPEN EXTEND MARGIN-REPORT-FILE                             00030690
             IF WS-CALLMRGN-STATUS NOT = "00"                           00030700
               OPEN OUTPUT MARGIN-REPORT-FILE                           00030710
             END-IF                                                     00030720
           ELSE                                                         00030730
             OPEN OUTPUT MARGIN-REPORT-FILE                             00030740
           END-IF.                                                      00030750
           IF WS-CALLMRGN-STATUS NOT = "00"                             00030760
             DISPLAY "+++ UNABLE TO OPEN " WS-MRGN-DSN " - STATUS "     00030770
                     WS-CALLMRGN-STATUS " +++"                          00030780
             MOVE WS-MRGN-DSN TO WS-LOG-FILE-NAME                       00030790
             MOVE WS-CALLMRGN-STATUS TO WS-LOG-STATUS-HOLD              00030800
             PERFORM Z110-LOG-FILE-STATUS                               00030810
             MOVE "Y" TO WS-WARN-SW                                     00030820
           ELSE                                                         00030830
             SET MARGIN-REPORTING TO TRUE                               00030840
             IF NOT PARTITION-RUN                                       00030850
               MOVE WS-RUN-DATE   TO MH-RUN-DATE                        00030860
               MOVE WS-MARGIN-PCT TO MH-PCT                             00030870
               WRITE MARGIN-REPORT-LINE FROM WS-MARGIN-HEADER-LINE      00030880
             END-IF                                                     00030890
           END-IF.                                                      00030900
                                                                        00030910
      ****************************************************************  00030920
      *  CALLPAY AND CALLARO ARE BOTH OPTIONAL INPUTS: A CYCLE WITH  *  00030930
      *  NO PAYMENTS, OR THE VERY FIRST BALANCE-FORWARD CYCLE, JUST  *  00030940
      *  RUNS WITHOUT THEM.  SO IS CALLWOFH, UNTIL THE FIRST ACCOUNT *  00030950
      *  IS WRITTEN OFF; BUT ONE THAT EXISTS AND WILL NOT OPEN FAILS *  00030960
      *  THE RUN, SINCE PAYMENTS ON WRITTEN-OFF ACCOUNTS WOULD THEN  *  00030970
      *  BE APPLIED TO THE LEDGER.                                   *  00030980
      ****************************************************************  00030990
      *                                                                 00031000
       A040-LOAD-PAYMENTS.                                              00031010
      *                                                                 00031020
           OPEN INPUT WOFF-HIST-FILE.                                   00031030
           IF WS-CALLWOFH-STATUS = "00"                                 00031040
             SET WOFF-HIST-OPEN TO TRUE                                 00031050
           ELSE                                                         00031060
             MOVE "CALLWOFH" TO WS-LOG-FILE-NAME                        00031070
             MOVE WS-CALLWOFH-STATUS TO WS-LOG-STATUS-HOLD              00031080
             PERFORM Z110-LOG-FILE-STATUS                               00031090
             IF WS-CALLWOFH-STATUS NOT = "35"                           00031100
               DISPLAY "+++ UNABLE TO OPEN CALLWOFH - STATUS "          00031110
                       WS-CALLWOFH-STATUS " +++"                        00031120
               MOVE "N" TO TEST-STATUS                                  00031130
             END-IF                                                     00031140
           END-IF.                                                      00031150
           OPEN INPUT PAYMENT-FILE.                                     00031160
           IF WS-CALLPAY-STATUS = "00"                                  00031170
             PERFORM A041-READ-PAY-REC                                  00031180
             PERFORM UNTIL END-OF-PAY-FILE                              00031190
               IF PAYMENT-COUNT < 2000                                  00031200
                 ADD 1 TO PAYMENT-COUNT                                 00031210
                 MOVE PAY-CUST-NUM TO PAYT-CUST-NUM(PAYMENT-COUNT)      00031220
                 MOVE PAY-CUST-NUM TO PAYT-PAY-CUST(PAYMENT-COUNT)      00031230
                 MOVE PAY-AMOUNT   TO PAYT-AMOUNT(PAYMENT-COUNT)        00031240
                 MOVE "N"          TO PAYT-APPLIED(PAYMENT-COUNT)       00031250
                 PERFORM A042-MAP-PAY-TO-PARENT                         00031260
                 IF MERGE-RUN                                           00031270
                   PERFORM A043-CHECK-PAY-POSTED                        00031280
                 END-IF                                                 00031290
                 PERFORM A044-CHECK-RECOVERY                            00031300
               ELSE                                                     00031310
                 DISPLAY "+++ PAYMENT TABLE FULL - " PAY-CUST-NUM       00031320
                         " NOT LOADED +++"                              00031330
                 MOVE "N" TO TEST-STATUS                                00031340
               END-IF                                                   00031350
               PERFORM A041-READ-PAY-REC                                00031360
             END-PERFORM                                                00031370
             CLOSE PAYMENT-FILE                                         00031380
           ELSE                                                         00031390
             MOVE "CALLPAY" TO WS-LOG-FILE-NAME                         00031400
             MOVE WS-CALLPAY-STATUS TO WS-LOG-STATUS-HOLD               00031410
             PERFORM Z110-LOG-FILE-STATUS                               00031420
             IF WS-CALLPAY-STATUS NOT = "35"                            00031430
               DISPLAY "+++ CALLPAY UNAVAILABLE - STATUS "              00031440
                       WS-CALLPAY-STATUS " - NO PAYMENTS APPLIED +++"   00031450
               SET RUN-HAS-WARNING TO TRUE                              00031460
             END-IF                                                     00031470
           END-IF.                                                      00031480
                                                                        00031490
      *                                                                 00031500
       A041-READ-PAY-REC.                                               00031510
      *                                                                 00031520
           READ PAYMENT-FILE                                            00031530
             AT END SET END-OF-PAY-FILE TO TRUE.                        00031540
                                                                        00031550
      ****************************************************************  00031560
      *  A042-MAP-PAY-TO-PARENT CREDITS A PAYMENT SENT IN UNDER A    *  00031570
      *  SITE'S NUMBER TO THE SITE'S PARENT, WHICH CARRIES THE       *  00031580
      *  RECEIVABLE -- AS LONG AS THE PARENT IS STILL AN OPEN PARENT *  00031590
      *  ACCOUNT, THE SAME TEST B124 USES TO BILL THE SITE TO IT.    *  00031600
      ****************************************************************  00031610
      *                                                                 00031620
       A042-MAP-PAY-TO-PARENT.                                          00031630
      *                                                                 00031640
           IF CUST-MASTER-OPEN                                          00031650
             MOVE PAY-CUST-NUM TO CM-CUST-NUM                           00031660
             READ CUST-MASTER-FILE                                      00031670
               INVALID KEY                                              00031680
                 MOVE SPACES TO CM-PARENT-NUM                           00031690
             END-READ                                                   00031700
             IF CM-PARENT-NUM NUMERIC                                   00031710
                AND CM-PARENT-NUM NOT = PAY-CUST-NUM                    00031720
               MOVE CM-PARENT-NUM TO CM-CUST-NUM                        00031730
               READ CUST-MASTER-FILE                                    00031740
                 INVALID KEY                                            00031750
                   MOVE SPACES TO CM-PARENT-NUM                         00031760
               END-READ                                                 00031770
               IF CM-PARENT-NUM = CM-CUST-NUM                           00031780
                  AND (CM-ACCT-STATUS = "A" OR CM-ACCT-STATUS = "S")    00031790
                 MOVE CM-CUST-NUM TO PAYT-CUST-NUM(PAYMENT-COUNT)       00031800
               END-IF                                                   00031810
             END-IF                                                     00031820
           END-IF.                                                      00031830
                                                                        00031840
      ****************************************************************  00031850
      *  A043-CHECK-PAY-POSTED MARKS A PAYMENT ALREADY APPLIED WHEN  *  00031860
      *  A PARTITION HAS ROLLED THE ACCOUNT ONTO CALLARN, SO THE     *  00031870
      *  MERGE'S SWEEP ONLY PICKS UP PAYMENTS NO PARTITION BILLED.   *  00031880
      ****************************************************************  00031890
      *                                                                 00031900
       A043-CHECK-PAY-POSTED.                                           00031910
      *                                                                 00031920
           IF WS-CALLARN-STATUS = "00"                                  00031930
             MOVE PAYT-CUST-NUM(PAYMENT-COUNT) TO ARN-CUST-NUM          00031940
             READ AR-NEW-FILE                                           00031950
               INVALID KEY                                              00031960
                 CONTINUE                                               00031970
               NOT INVALID KEY                                          00031980
                 MOVE "Y" TO PAYT-APPLIED(PAYMENT-COUNT)                00031990
             END-READ                                                   00032000
           END-IF.                                                      00032010
                                                                        00032020
      ****************************************************************  00032030
      *  A044-CHECK-RECOVERY HOLDS BACK A PAYMENT ON AN ACCOUNT      *  00032040
      *  WRITTEN OFF AS BAD DEBT.  THE LEDGER WAS CLEARED AT         *  00032050
      *  WRITE-OFF, SO THE MONEY IS NOT APPLIED TO THE BUCKETS: THE  *  00032060
      *  ENTRY IS MARKED "B" AND B962 POSTS IT AS A RECOVERY, AS     *  00032070
      *  CALLCASH DOES.  AN ACCOUNT SINCE REINSTATED PAYS INTO ITS   *  00032080
      *  NEW RECEIVABLE AS USUAL.                                    *  00032090
      ****************************************************************  00032100
      *                                                                 00032110
       A044-CHECK-RECOVERY.                                             00032120
      *                                                                 00032130
           IF WOFF-HIST-OPEN                                            00032140
             MOVE PAYT-CUST-NUM(PAYMENT-COUNT) TO WF-CUST-NUM           00032150
             READ WOFF-HIST-FILE                                        00032160
               INVALID KEY                                              00032170
                 MOVE SPACE TO WF-STATUS                                00032180
             END-READ                                                   00032190
             IF WOFF-WRITTEN-OFF                                        00032200
               MOVE "B" TO PAYT-APPLIED(PAYMENT-COUNT)                  00032210
             END-IF                                                     00032220
           END-IF.                                                      00032230
                                                                        00032240
      ****************************************************************  00032250
      *  A045-OPEN-AR-FILES OPENS LAST CYCLE'S LEDGER (CALLARO) FOR  *  00032260
      *  KEYED LOOKUP AND THIS CYCLE'S LEDGER (CALLARN) FOR UPDATE,  *  00032270
      *  CREATING A BRAND NEW CALLARN (STATUS 35) ON THE SPOT.  ON A *  00032280
      *  RESTART THE EXISTING CALLARN IS PICKED UP AS IT STANDS, SO  *  00032290
      *  THE ABENDED SEGMENT'S ROLLED ENTRIES ARE KEPT.              *  00032300
      ****************************************************************  00032310
      *                                                                 00032320
       A045-OPEN-AR-FILES.                                              00032330
      *                                                                 00032340
           OPEN INPUT AR-OLD-FILE.                                      00032350
           IF WS-CALLARO-STATUS = "00"                                  00032360
             SET ARO-FILE-OPEN TO TRUE                                  00032370
           ELSE                                                         00032380
             MOVE "CALLARO" TO WS-LOG-FILE-NAME                         00032390
             MOVE WS-CALLARO-STATUS TO WS-LOG-STATUS-HOLD               00032400
             PERFORM Z110-LOG-FILE-STATUS                               00032410
             IF WS-CALLARO-STATUS NOT = "35"                            00032420
               DISPLAY "+++ CALLARO UNAVAILABLE - STATUS "              00032430
                       WS-CALLARO-STATUS " - NO BALANCE FORWARD +++"    00032440
               SET RUN-HAS-WARNING TO TRUE                              00032450
             END-IF                                                     00032460
           END-IF.                                                      00032470
           OPEN I-O AR-NEW-FILE.                                        00032480
           IF WS-CALLARN-STATUS = "35"                                  00032490
             OPEN OUTPUT AR-NEW-FILE                                    00032500
             IF WS-CALLARN-STATUS = "00"                                00032510
               CLOSE AR-NEW-FILE                                        00032520
               OPEN I-O AR-NEW-FILE                                     00032530
             END-IF                                                     00032540
           END-IF.                                                      00032550
           IF WS-CALLARN-STATUS NOT = "00"                              00032560
             DISPLAY "+++ UNABLE TO OPEN CALLARN - STATUS "             00032570
                     WS-CALLARN-STATUS " +++"                           00032580
             MOVE "CALLARN" TO WS-LOG-FILE-NAME                         00032590
             MOVE WS-CALLARN-STATUS TO WS-LOG-STATUS-HOLD               00032600
             PERFORM Z110-LOG-FILE-STATUS                               00032610
             MOVE "N" TO TEST-STATUS                                    00032620
           END-IF.                                                      00032630
                                                                        00032640
      ****************************************************************  00032650
      *  A060-OPEN-HISTORY OPENS THE HISTORY MASTER FOR UPDATE.  A   *  00032660
      *  BRAND NEW MASTER (STATUS 35) IS CREATED ON THE SPOT.  ANY   *  00032670
      *  OTHER FAILURE BILLS THE CYCLE WITHOUT HISTORY RATHER THAN   *  00032680
      *  HOLDING UP THE INVOICES.                                    *  00032690
      ****************************************************************  00032700
      *                                                                 00032710
       A060-OPEN-HISTORY.                                               00032720
      *                                                                 00032730
           OPEN I-O HISTORY-FILE.                                       00032740
           IF WS-CALLHIST-STATUS = "35"                                 00032750
             OPEN OUTPUT HISTORY-FILE                                   00032760
             IF WS-CALLHIST-STATUS = "00"                               00032770
               CLOSE HISTORY-FILE                                       00032780
               OPEN I-O HISTORY-FILE                                    00032790
             END-IF                                                     00032800
           END-IF.                                                      00032810
           IF WS-CALLHIST-STATUS = "00"                                 00032820
             SET HISTORY-FILE-OPEN TO TRUE                              00032830
           ELSE                                                         00032840
             DISPLAY "+++ CALLHIST UNAVAILABLE - STATUS "               00032850
                     WS-CALLHIST-STATUS                                 00032860
                     " - BILLING WITHOUT HISTORY +++"                   00032870
             SET RUN-HAS-WARNING TO TRUE                                00032880
             MOVE "CALLHIST" TO WS-LOG-FILE-NAME                        00032890
             MOVE WS-CALLHIST-STATUS TO WS-LOG-STATUS-HOLD              00032900
             PERFORM Z110-LOG-FILE-STATUS                               00032910
           END-IF.                                                      00032920
                                                                        00032930
      ****************************************************************  00032940
      *  A065-OPEN-REGISTER OPENS THE BILLED-CALLS REGISTER FOR      *  00032950
      *  UPDATE, CREATING A BRAND NEW ONE (STATUS 35) ON THE SPOT.   *  00032960
      *  ANY OTHER FAILURE BILLS THE CYCLE WITHOUT THE REGISTER --   *  00032970
      *  THE DUPLICATE-FEED GUARD IS LOST FOR THE CYCLE, SO THE RUN  *  00032980
      *  IS FLAGGED WITH A WARNING.                                  *  00032990
      ****************************************************************  00033000
      *                                                                 00033010
       A065-OPEN-REGISTER.                                              00033020
      *                                                                 00033030
           OPEN I-O REGISTER-FILE.                                      00033040
           IF WS-CALLREG-STATUS = "35"                                  00033050
             OPEN OUTPUT REGISTER-FILE                                  00033060
             IF WS-CALLREG-STATUS = "00"                                00033070
               CLOSE REGISTER-FILE                                      00033080
               OPEN I-O REGISTER-FILE                                   00033090
             END-IF                                                     00033100
           END-IF.                                                      00033110
           IF WS-CALLREG-STATUS = "00"                                  00033120
             SET REGISTER-FILE-OPEN TO TRUE                             00033130
           ELSE                                                         00033140
             DISPLAY "+++ CALLREG UNAVAILABLE - STATUS "                00033150
                     WS-CALLREG-STATUS                                  00033160
                     " - BILLING WITHOUT REGISTER +++"                  00033170
             SET RUN-HAS-WARNING TO TRUE                                00033180
             MOVE "CALLREG" TO WS-LOG-FILE-NAME                         00033190
             MOVE WS-CALLREG-STATUS TO WS-LOG-STATUS-HOLD               00033200
             PERFORM Z110-LOG-FILE-STATUS                               00033210
           END-IF.                                                      00033220
                                                                        00033230
      ****************************************************************  00033240
      *  A068-OPEN-ARCHIVE OPENS THE INVOICE ARCHIVE FOR UPDATE,     *  00033250
      *  CREATING A BRAND NEW ONE (STATUS 35) ON THE SPOT.  ANY      *  00033260
      *  OTHER FAILURE BILLS THE CYCLE WITHOUT ARCHIVING -- THOSE    *  00033270
      *  INVOICES CANNOT BE REPRINTED, SO THE RUN IS FLAGGED WITH A  *  00033280
      *  WARNING.                                                    *  00033290
      ****************************************************************  00033300
      *                                                                 00033310
       A068-OPEN-ARCHIVE.                                               00033320
      *                                                                 00033330
           OPEN I-O INVOICE-ARCHIVE-FILE.                               00033340
           IF WS-CALLINVA-STATUS = "35"                                 00033350
             OPEN OUTPUT INVOICE-ARCHIVE-FILE                           00033360
             IF WS-CALLINVA-STATUS = "00"                               00033370
               CLOSE INVOICE-ARCHIVE-FILE                               00033380
               OPEN I-O INVOICE-ARCHIVE-FILE                            00033390
             END-IF                                                     00033400
           END-IF.                                                      00033410
           IF WS-CALLINVA-STATUS = "00"                                 00033420
             SET ARCHIVE-FILE-OPEN TO TRUE                              00033430
           ELSE                                                         00033440
             DISPLAY "+++ CALLINVA UNAVAILABLE - STATUS "               00033450
                     WS-CALLINVA-STATUS                                 00033460
                     " - BILLING WITHOUT INVOICE ARCHIVE +++"           00033470
             SET RUN-HAS-WARNING TO TRUE                                00033480
             MOVE "CALLINVA" TO WS-LOG-FILE-NAME                        00033490
             MOVE WS-CALLINVA-STATUS TO WS-LOG-STATUS-HOLD              00033500
             PERFORM Z110-LOG-FILE-STATUS                               00033510
           END-IF.                                                      00033520
                                                                        00033530
      ****************************************************************  00033540
      *  A070-LOAD-PROPOSED-TABLES STAGES A SIMULATION RUN: THE      *  00033550
      *  PRODUCTION RATE AND DISCOUNT TABLES (ALREADY LOADED) ARE    *  00033560
      *  SAVED, THE PROPOSED TABLES ARE LOADED FROM CALLRATP AND     *  00033570
      *  CALLDSCP INTO THE SAME AREAS AND SAVED AS THE PROPOSED      *  00033580
      *  IMAGES, AND THE PRODUCTION TABLES ARE PUT BACK.  B520       *  00033590
      *  SWAPS THE IMAGES IN AND OUT AROUND EACH PROPOSED-SIDE       *  00033600
      *  RATING PASS.  A MISSING CALLDSCP SIMULATES WITH THE         *  00033610
      *  PRODUCTION DISCOUNT TIERS UNCHANGED.                        *  00033620
      ****************************************************************  00033630
      *                                                                 00033640
       A070-LOAD-PROPOSED-TABLES.                                       00033650
      *                                                                 00033660
      *    INITIALIZE CLEARS EVERY OCCURRENCE OF THE SIMULATION         00033670
      *    ACCUMULATORS, NOT JUST THE SCALARS, SO B530/B540 NEVER       00033680
      *    ADD TO OR SEARCH UNTOUCHED STORAGE.                          00033690
           INITIALIZE SIM-BR-AREA SIM-PLAN-AREA SIM-AC-AREA.            00033700
           MOVE RATE-TABLE-AREA TO SIM-SAVE-RATE-AREA.                  00033710
           MOVE DISC-TABLE-AREA TO SIM-SAVE-DISC-AREA.                  00033720
           INITIALIZE RATE-TABLE-AREA.                                  00033730
           OPEN INPUT PROP-RATE-FILE.                                   00033740
           IF WS-CALLRATP-STATUS NOT = "00"                             00033750
             DISPLAY "+++ UNABLE TO OPEN CALLRATP - STATUS "            00033760
                     WS-CALLRATP-STATUS " +++"                          00033770
             MOVE "CALLRATP" TO WS-LOG-FILE-NAME                        00033780
             MOVE WS-CALLRATP-STATUS TO WS-LOG-STATUS-HOLD              00033790
             PERFORM Z110-LOG-FILE-STATUS                               00033800
             MOVE "N" TO TEST-STATUS                                    00033810
           ELSE                                                         00033820
             PERFORM A071-READ-PROP-RATE                                00033830
             PERFORM UNTIL END-OF-PROP-RATE                             00033840
               IF RATE-TABLE-COUNT < 100                                00033850
                 ADD 1 TO RATE-TABLE-COUNT                              00033860
                 MOVE PRF-AREA-CODE TO RT-AREA-CODE(RATE-TABLE-COUNT)   00033870
                 MOVE PRF-CITY      TO RT-CITY(RATE-TABLE-COUNT)        00033880
                 MOVE PRF-BASE-FEE  TO RT-BASE-FEE(RATE-TABLE-COUNT)    00033890
                 MOVE PRF-BAND1-LIMIT                                   00033900
                   TO RT-BAND1-LIMIT(RATE-TABLE-COUNT)                  00033910
                 MOVE PRF-BAND1-RATE                                    00033920
                   TO RT-BAND1-RATE(RATE-TABLE-COUNT)                   00033930
                 MOVE PRF-BAND2-LIMIT                                   00033940
                   TO RT-BAND2-LIMIT(RATE-TABLE-COUNT)                  00033950
                 MOVE PRF-BAND2-RATE                                    00033960
                   TO RT-BAND2-RATE(RATE-TABLE-COUNT)                   00033970
                 MOVE PRF-BAND3-LIMIT                                   00033980
                   TO RT-BAND3-LIMIT(RATE-TABLE-COUNT)                  00033990
                 MOVE PRF-BAND3-RATE                                    00034000
                   TO RT-BAND3-RATE(RATE-TABLE-COUNT)                   00034010
                 MOVE PRF-BAND4-RATE                                    00034020
                   TO RT-BAND4-RATE(RATE-TABLE-COUNT)                   00034030
                 MOVE PRF-OFFPEAK-PCT                                   00034040
                   TO RT-OFFPEAK-PCT(RATE-TABLE-COUNT)                  00034050
                 MOVE PRF-EFF-DATE  TO RT-EFF-DATE(RATE-TABLE-COUNT)    00034060
               ELSE                                                     00034070
                 DISPLAY "+++ PROPOSED RATE TABLE FULL - AREA CODE "    00034080
                         PRF-AREA-CODE " NOT LOADED +++"                00034090
               END-IF                                                   00034100
               PERFORM A071-READ-PROP-RATE                              00034110
             END-PERFORM                                                00034120
             CLOSE PROP-RATE-FILE                                       00034130
           END-IF.                                                      00034140
           MOVE RATE-TABLE-AREA TO SIM-PROP-RATE-AREA.                  00034150
           MOVE SIM-SAVE-RATE-AREA TO RATE-TABLE-AREA.                  00034160
           INITIALIZE DISC-TABLE-AREA.                                  00034170
           OPEN INPUT PROP-DISC-FILE.                                   00034180
           IF WS-CALLDSCP-STATUS = "00"                                 00034190
             PERFORM A072-READ-PROP-DISC                                00034200
             PERFORM UNTIL END-OF-PROP-DISC                             00034210
               IF DISC-TABLE-COUNT < 20                                 00034220
                 ADD 1 TO DISC-TABLE-COUNT                              00034230
                 MOVE PDF-MIN-MINUTES                                   00034240
                   TO DSC-MIN-MINUTES(DISC-TABLE-COUNT)                 00034250
                 MOVE PDF-PCT TO DSC-PCT(DISC-TABLE-COUNT)              00034260
               ELSE                                                     00034270
                 DISPLAY "+++ PROPOSED DISCOUNT TABLE FULL - TIER "     00034280
                         PDF-MIN-MINUTES " NOT LOADED +++"              00034290
               END-IF                                                   00034300
               PERFORM A072-READ-PROP-DISC                              00034310
             END-PERFORM                                                00034320
             CLOSE PROP-DISC-FILE                                       00034330
           ELSE                                                         00034340
             MOVE SIM-SAVE-DISC-AREA TO DISC-TABLE-AREA                 00034350
           END-IF.                                                      00034360
           MOVE DISC-TABLE-AREA TO SIM-PROP-DISC-AREA.                  00034370
           MOVE SIM-SAVE-DISC-AREA TO DISC-TABLE-AREA.                  00034380
                                                                        00034390
      *                                                                 00034400
       A071-READ-PROP-RATE.                                             00034410
      *                                                                 00034420
           READ PROP-RATE-FILE                                          00034430
             AT END SET END-OF-PROP-RATE TO TRUE.                       00034440
                                                                        00034450
      *                                                                 00034460
       A072-READ-PROP-DISC.                                             00034470
      *                                                                 00034480
           READ PROP-DISC-FILE                                          00034490
             AT END SET END-OF-PROP-DISC TO TRUE.                       00034500
                                                                        00034510
      ****************************************************************  00034520
      *  A069-OPEN-CONSOL-WORK OPENS THE PARENT-ACCOUNT WORK FILE.   *  00034530
      *  A FRESH BILLING RUN STARTS IT EMPTY; A RESTART KEEPS THE    *  00034540
      *  SITES THE ABENDED SEGMENT ALREADY POSTED.                   *  00034550
      ****************************************************************  00034560
      *                                                                 00034570
       A069-OPEN-CONSOL-WORK.                                           00034580
      *                                                                 00034590
           IF IS-RESTART                                                00034600
             OPEN I-O CONSOL-WORK-FILE                                  00034610
           END-IF.                                                      00034620
           IF NOT IS-RESTART OR WS-CALLCONW-STATUS = "35"               00034630
             OPEN OUTPUT CONSOL-WORK-FILE                               00034640
             IF WS-CALLCONW-STATUS = "00"                               00034650
               CLOSE CONSOL-WORK-FILE                                   00034660
               OPEN I-O CONSOL-WORK-FILE                                00034670
             END-IF                                                     00034680
           END-IF.                                                      00034690
           IF WS-CALLCONW-STATUS = "00"                                 00034700
             SET CONSOL-WORK-OPEN TO TRUE                               00034710
           ELSE                                                         00034720
             DISPLAY "+++ UNABLE TO OPEN " WS-CONW-DSN " - STATUS "     00034730
                     WS-CALLCONW-STATUS " +++"                          00034740
             MOVE WS-CONW-DSN TO WS-LOG-FILE-NAME                       00034750
             MOVE WS-CALLCONW-STATUS TO WS-LOG-STATUS-HOLD              00034760
             PERFORM Z110-LOG-FILE-STATUS                               00034770
             MOVE "N" TO TEST-STATUS                                    00034780
           END-IF.                                                      00034790
                                                                        00034800
      *                                                                 00034810
       A030-CHECK-RESTART.                                              00034820
      *                                                                 00034830
           MOVE 0 TO WS-SKIP-COUNT.                                     00034840
           OPEN INPUT CKPT-FILE.                                        00034850
           IF WS-CALLCKPT-STATUS = "00"                                 00034860
             READ CKPT-FILE                                             00034870
               NOT AT END                                               00034880
                 IF CKPT-REC-COUNT > 0                                  00034890
                   MOVE CKPT-REC-COUNT TO WS-SKIP-COUNT                 00034900
                   MOVE CKPT-REC-COUNT TO WS-CUST-COUNT                 00034910
                   SET IS-RESTART TO TRUE                               00034920
                   MOVE CKPT-NAT-SUMMARY TO NATIONAL-SUMMARY-AREA       00034930
                   MOVE CKPT-BR-SUMMARY  TO BR-SUMMARY-AREA             00034940
                   MOVE CKPT-NAT-MARGIN  TO NATIONAL-MARGIN-AREA        00034950
                   MOVE CKPT-BR-MARGIN   TO BR-MARGIN-AREA              00034960
                   MOVE CKPT-PLAN-MISMATCH TO WS-PLAN-MISMATCH-COUNT    00034970
                   SET RESTART-BRANCH-PENDING TO TRUE                   00034980
                   DISPLAY "RESTARTING AFTER " WS-SKIP-COUNT            00034990
                           " CUSTOMERS ALREADY BILLED"                  00035000
                 END-IF                                                 00035010
             END-READ                                                   00035020
             CLOSE CKPT-FILE                                            00035030
           ELSE                                                         00035040
             MOVE WS-CKPT-DSN TO WS-LOG-FILE-NAME                       00035050
             MOVE WS-CALLCKPT-STATUS TO WS-LOG-STATUS-HOLD              00035060
             PERFORM Z110-LOG-FILE-STATUS                               00035070
           END-IF.                                                      00035080
                                                                        00035090
      *                                                                 00035100
       A900-FINALIZE.                                                   00035110
      *                                                                 00035120
           IF BRANCH-FILES-OPEN                                         00035130
             PERFORM B142-CLOSE-BRANCH-FILES                            00035140
           END-IF.                                                      00035150
      *    THE MODE WRAP-UP RUNS BEFORE ANYTHING IS CLOSED OR FOOTED:   00035160
      *    THE BILLING SWEEP STILL POSTS FINANCE CHARGES TO THE GL      00035170
      *    FEED, SO IT MUST COME BEFORE CALLGLAR CLOSES AND BEFORE      00035180
      *    THE BALANCING REPORT PROVES THE RUN.                         00035190
           EVALUATE TRUE                                                00035200
             WHEN RECYCLE-MODE                                          00035210
               PERFORM B330-COPY-UNTOUCHED-ARO                          00035220
               DISPLAY "RECYCLE: " WS-CARRY-FWD-COUNT                   00035230
                       " CARRIED FORWARD, " WS-AGED-OUT-COUNT           00035240
                       " AGED OUT"                                      00035250
             WHEN REVERSAL-MODE                                         00035260
      *        THE CORRECTED LEDGER IS THE BACKED-OUT ENTRIES PLUS      00035270
      *        EVERY ENTRY THE BAD CYCLE'S GL FEED NEVER MENTIONED.     00035280
               PERFORM B330-COPY-UNTOUCHED-ARO                          00035290
               DISPLAY "REVERSAL: " WS-REV-REC-COUNT                    00035300
                       " GL RECORDS REVERSED FOR "                      00035310
                       WS-REV-CUST-COUNT " CUSTOMERS"                   00035320
             WHEN SIMULATE-MODE                                         00035330
               PERFORM B590-WRITE-SIM-REPORT                            00035340
               DISPLAY "SIMULATION: " SIM-CUST-COUNT                    00035350
                       " CUSTOMERS RATED BOTH WAYS"                     00035360
      *      A PARTITION HAS BILLED ONLY ITS OWN BRANCHES.  PARENT      00035370
      *      STATEMENTS, THE LEDGER SWEEP, THE AGED, TREND AND          00035380
      *      NATIONAL REPORTS AND THE ARCHIVE PURGE NEED THE WHOLE      00035390
      *      CYCLE, SO THEY ARE LEFT TO THE MERGE.                      00035400
             WHEN PARTITION-RUN                                         00035410
               IF MARGIN-REPORTING                                      00035420
                 CLOSE MARGIN-REPORT-FILE                               00035430
               END-IF                                                   00035440
               IF CONSOL-WORK-OPEN                                      00035450
                 CLOSE CONSOL-WORK-FILE                                 00035460
               END-IF                                                   00035470
               IF HISTORY-FILE-OPEN                                     00035480
                 CLOSE HISTORY-FILE                                     00035490
               END-IF                                                   00035500
               MOVE 0 TO WS-CUST-COUNT                                  00035510
               PERFORM B900-WRITE-CHECKPOINT                            00035520
             WHEN OTHER                                                 00035530
               IF MARGIN-REPORTING                                      00035540
                 PERFORM C930-WRITE-NATIONAL-MARGIN                     00035550
               END-IF                                                   00035560
      *        PARENT STATEMENTS ROLL THE PARENTS' RECEIVABLES, SO      00035570
      *        THEY COME BEFORE THE SWEEP ROLLS EVERY ACCOUNT NOT       00035580
      *        YET TOUCHED THIS CYCLE.                                  00035590
               PERFORM B600-WRITE-CONSOL-STATEMENTS                     00035600
               PERFORM B960-SWEEP-INACTIVE-AR                           00035610
               PERFORM B962-POST-RECOVERIES                             00035620
               PERFORM B970-WRITE-AGED-REPORT                           00035630
               PERFORM B965-PURGE-ARCHIVE                               00035640
               IF HISTORY-FILE-OPEN                                     00035650
                 CLOSE HISTORY-FILE                                     00035660
                 PERFORM B980-WRITE-TREND-REPORT                        00035670
               END-IF                                                   00035680
               MOVE 0 TO WS-CUST-COUNT                                  00035690
               PERFORM B900-WRITE-CHECKPOINT                            00035700
           END-EVALUATE.                                                00035710
      *    SUMMARY TOTALS ONLY ACCUMULATE WHEN CUSTOMERS BILL -- A      00035720
      *    SIMULATION OR REVERSAL MUST NOT OVERWRITE CALLSUMN WITH A    00035730
      *    ZEROED REPORT.  A PARTITION'S TOTALS REACH CALLSUMN THROUGH  00035740
      *    THE MERGE.                                                   00035750
           IF (BILLING-MODE OR RECYCLE-MODE) AND NOT PARTITION-RUN      00035760
             PERFORM C900-WRITE-NATIONAL-SUMMARY                        00035770
           END-IF.                                                      00035780
           IF NOT SIMULATE-MODE                                         00035790
             CLOSE GLAR-FILE                                            00035800
           END-IF.                                                      00035810
           IF BILLING-MODE OR RECYCLE-MODE                              00035820
             CLOSE EXCEPTION-FILE                                       00035830
           END-IF.                                                      00035840
           IF PARTITION-RUN                                             00035850
             PERFORM B780-FOOT-PARTITION-FILES                          00035860
           END-IF.                                                      00035870
           IF REGISTER-FILE-OPEN                                        00035880
             CLOSE REGISTER-FILE                                        00035890
           END-IF.                                                      00035900
           IF ARCHIVE-FILE-OPEN                                         00035910
             CLOSE INVOICE-ARCHIVE-FILE                                 00035920
           END-IF.                                                      00035930
           IF WOFF-HIST-OPEN                                            00035940
             CLOSE WOFF-HIST-FILE                                       00035950
           END-IF.                                                      00035960
           IF PLAN-REPORT-OPEN                                          00035970
             IF NOT PARTITION-RUN                                       00035980
               MOVE WS-PLAN-MISMATCH-COUNT TO PT-COUNT                  00035990
               WRITE PLAN-REPORT-LINE FROM WS-PLAN-TOTAL-LINE           00036000
             END-IF                                                     00036010
             CLOSE PLAN-REPORT-FILE                                     00036020
           END-IF.                                                      00036030
           PERFORM B950-WRITE-BALANCE-REPORT.                           00036040
           IF RUN-OUT-OF-BALANCE                                        00036050
             MOVE "N" TO TEST-STATUS                                    00036060
           END-IF.                                                      00036070
           IF WS-CALLARN-STATUS = "00" OR WS-CALLARN-STATUS = "10"      00036080
             CLOSE AR-NEW-FILE                                          00036090
           END-IF.                                                      00036100
           IF ARO-FILE-OPEN                                             00036110
             CLOSE AR-OLD-FILE                                          00036120
           END-IF.                                                      00036130
           IF WS-CALLCUST-STATUS = "00"                                 00036140
             CLOSE CUST-MASTER-FILE                                     00036150
           END-IF.                                                      00036160
           PERFORM Z150-SET-RETURN-CODE.                                00036170
      *    A PARTITION REPORTS TO THE MERGE, NOT TO OPERATIONS.         00036180
           IF PARTITION-RUN                                             00036190
             IF WS-RETURN-CODE < 8                                      00036200
               MOVE "C" TO WS-PT-STATUS-OUT                             00036210
             ELSE                                                       00036220
               MOVE "F" TO WS-PT-STATUS-OUT                             00036230
             END-IF                                                     00036240
             PERFORM B770-WRITE-PARTITION-TOTALS                        00036250
           ELSE                                                         00036260
             PERFORM B990-WRITE-OPERATOR-REPORT                         00036270
           END-IF.                                                      00036280
           MOVE SPACES TO WS-LOG-TEXT.                                  00036290
           STRING "END - READ " DELIMITED BY SIZE                       00036300
                  BAL-IN-CUST-COUNT DELIMITED BY SIZE                   00036310
                  " BILLED " DELIMITED BY SIZE                          00036320
                  BAL-BILLED-CUST DELIMITED BY SIZE                     00036330
                  " EXC " DELIMITED BY SIZE                             00036340
                  BAL-EXC-CALLS DELIMITED BY SIZE                       00036350
             INTO WS-LOG-TEXT.                                          00036360
           MOVE "RUNEND  " TO WS-LOG-EVENT.                             00036370
           PERFORM Z100-WRITE-RUN-LOG.                                  00036380
           IF RUN-LOG-OPEN                                              00036390
             CLOSE RUN-LOG-FILE                                         00036400
           END-IF.                                                      00036410
                                                                        00036420
      ****************************************************************  00036430
      *  B100-CALL READS EVERY CUSTOMER ON THE CALL-DETAIL FILE AND  *  00036440
      *  DRIVES RATING, EXCEPTION REPORTING, INVOICING, BRANCH       *  00036450
      *  SUMMARIES AND CHECKPOINTING FOR EACH ONE.                   *  00036460
      ****************************************************************  00036470
      *                                                                 00036480
       B100-CALL.                                                       00036490
      *                                                                 00036500
           OPEN INPUT CALL-DETAIL-FILE.                                 00036510
           IF WS-CALLIN-STATUS NOT = "00"                               00036520
             DISPLAY "+++ UNABLE TO OPEN CALLIN - STATUS "              00036530
                     WS-CALLIN-STATUS " +++"                            00036540
             MOVE "CALLIN" TO WS-LOG-FILE-NAME                          00036550
             MOVE WS-CALLIN-STATUS TO WS-LOG-STATUS-HOLD                00036560
             PERFORM Z110-LOG-FILE-STATUS                               00036570
             MOVE "N" TO TEST-STATUS                                    00036580
           ELSE                                                         00036590
             PERFORM B110-READ-CUSTOMER                                 00036600
      *      THE FIRST RECORD OF AN EDITED FEED IS THE CALLEDIT         00036610
      *      HEADER.  A FEED WITHOUT THE EDIT STAMP HAS NOT BEEN        00036620
      *      THROUGH THE FRONT-END EDIT AND IS NOT SAFE TO BILL.        00036630
             EVALUATE TRUE                                              00036640
               WHEN NOT CALL-HEADER-SEEN                                00036650
                 OR BAL-EDIT-STAMP NOT = "CALLEDIT"                     00036660
                 DISPLAY "+++ CALLIN NOT EDITED BY CALLEDIT"            00036670
                         " - RUN REFUSED +++"                           00036680
                 MOVE "N" TO TEST-STATUS                                00036690
                 SET FEED-NOT-EDITED TO TRUE                            00036700
                 MOVE "FEED NOT EDITED BY CALLEDIT - RUN REFUSED"       00036710
                   TO WS-LOG-TEXT                                       00036720
                 MOVE "FEEDERR " TO WS-LOG-EVENT                        00036730
                 PERFORM Z100-WRITE-RUN-LOG                             00036740
      *        THE FEED MUST BE THE ONE EDITED FOR THE CYCLE THAT       00036750
      *        CALLCYCL HAS THIS STEP RUNNING AGAINST.                  00036760
               WHEN BAL-CYCLE-DATE NOT = WS-CY-CYCLE-DATE               00036770
                 DISPLAY "+++ CALLIN CYCLE " BAL-CYCLE-DATE             00036780
                         " IS NOT CALLCYCL CYCLE " WS-CY-CYCLE-DATE     00036790
                         " - RUN REFUSED +++"                           00036800
                 MOVE "N" TO TEST-STATUS                                00036810
                 SET FEED-NOT-EDITED TO TRUE                            00036820
                 MOVE "FEED CYCLE DATE NOT THE CALLCYCL CYCLE - REFUSED"00036830
                   TO WS-LOG-TEXT                                       00036840
                 MOVE "FEEDERR " TO WS-LOG-EVENT                        00036850
                 PERFORM Z100-WRITE-RUN-LOG                             00036860
      *        A PARTITION PASSES OVER THE CUSTOMERS OF EVERY OTHER     00036870
      *        PARTITION; ITS RESTART SKIP COUNTS ONLY ITS OWN.         00036880
               WHEN OTHER                                               00036890
                 PERFORM UNTIL END-OF-CALL-FILE                         00036900
                   EVALUATE TRUE                                        00036910
                     WHEN NOT RECORD-IN-PARTITION                       00036920
                       CONTINUE                                         00036930
                     WHEN WS-SKIP-COUNT > 0                             00036940
                       SUBTRACT 1 FROM WS-SKIP-COUNT                    00036950
                       ADD 1 TO BAL-PREV-CUST                           00036960
                       ADD CALLS-MADE TO BAL-PREV-CALLS                 00036970
                     WHEN OTHER                                         00036980
                       PERFORM B120-PROCESS-CUSTOMER                    00036990
                   END-EVALUATE                                         00037000
                   PERFORM B110-READ-CUSTOMER                           00037010
                 END-PERFORM                                            00037020
             END-EVALUATE                                               00037030
             CLOSE CALL-DETAIL-FILE                                     00037040
           END-IF.                                                      00037050
                                                                        00037060
      ****************************************************************  00037070
      *  B110-READ-CUSTOMER READS UNTIL IT HAS A CALL-DETAIL RECORD  *  00037080
      *  IN HAND, CAPTURING THE HEADER AND TRAILER CONTROL RECORDS   *  00037090
      *  ALONG THE WAY AND COUNTING THE INPUT SIDE OF THE BALANCE.   *  00037100
      ****************************************************************  00037110
      *                                                                 00037120
       B110-READ-CUSTOMER.                                              00037130
      *                                                                 00037140
           MOVE "N" TO WS-DETAIL-GOT-SW.                                00037150
           PERFORM UNTIL DETAIL-RECORD-GOT OR END-OF-CALL-FILE          00037160
             READ CALL-DETAIL-FILE                                      00037170
               AT END SET END-OF-CALL-FILE TO TRUE                      00037180
               NOT AT END PERFORM B111-CLASSIFY-RECORD                  00037190
             END-READ                                                   00037200
           END-PERFORM.                                                 00037210
                                                                        00037220
      *                                                                 00037230
       B111-CLASSIFY-RECORD.                                            00037240
      *                                                                 00037250
           EVALUATE TRUE                                                00037260
             WHEN CALL-HEADER-REC                                       00037270
               SET CALL-HEADER-SEEN TO TRUE                             00037280
               MOVE CC-EDIT-STAMP TO BAL-EDIT-STAMP                     00037290
               MOVE CC-CYCLE-DATE TO BAL-CYCLE-DATE                     00037300
             WHEN CALL-TRAILER-REC                                      00037310
               SET CALL-TRAILER-SEEN TO TRUE                            00037320
               MOVE CC-REC-COUNT   TO BAL-TRL-REC-COUNT                 00037330
               MOVE CC-TOT-CALLS   TO BAL-TRL-CALLS                     00037340
               MOVE CC-TOT-MINUTES TO BAL-TRL-MINUTES                   00037350
               MOVE CC-HELD-CALLS  TO BAL-HELD-CALLS                    00037360
               MOVE CC-SWEPT-CALLS TO BAL-SWEPT-CALLS                   00037370
             WHEN OTHER                                                 00037380
      *        UNTIL A CALLEDIT-STAMPED HEADER HAS BEEN SEEN THE        00037390
      *        FIELDS OF A DETAIL RECORD CANNOT BE TRUSTED IN           00037400
      *        ARITHMETIC -- HAND THE RECORD BACK UNTOUCHED SO          00037410
      *        B100-CALL'S EDIT GATE REFUSES THE FEED INSTEAD OF        00037420
      *        ABENDING ON RAW DATA.                                    00037430
               MOVE "Y" TO WS-PT-RANGE-SW                               00037440
               IF CALL-HEADER-SEEN AND BAL-EDIT-STAMP = "CALLEDIT"      00037450
                 IF PARTITION-RUN                                       00037460
                   PERFORM B712-CHECK-PARTITION-RANGE                   00037470
                 END-IF                                                 00037480
                 IF RECORD-IN-PARTITION                                 00037490
                   ADD 1 TO BAL-IN-CUST-COUNT                           00037500
                   ADD CD-CALLS-MADE TO BAL-IN-CALL-COUNT               00037510
                   PERFORM VARYING SUB1 FROM 1 BY 1                     00037520
                     UNTIL SUB1 > CD-CALLS-MADE                         00037530
                     ADD CD-NUM-MINUTES(SUB1) TO BAL-IN-MINUTES         00037540
                   END-PERFORM                                          00037550
                   PERFORM B115-LOAD-CALL-REC                           00037560
                 ELSE                                                   00037570
                   ADD 1 TO BAL-OTHER-CUST                              00037580
                   ADD CD-CALLS-MADE TO BAL-OTHER-CALLS                 00037590
                   PERFORM VARYING SUB1 FROM 1 BY 1                     00037600
                     UNTIL SUB1 > CD-CALLS-MADE                         00037610
                     ADD CD-NUM-MINUTES(SUB1) TO BAL-OTHER-MINUTES      00037620
                   END-PERFORM                                          00037630
                 END-IF                                                 00037640
               END-IF                                                   00037650
               SET DETAIL-RECORD-GOT TO TRUE                            00037660
           END-EVALUATE.                                                00037670
                                                                        00037680
      ****************************************************************  00037690
      *  B712-CHECK-PARTITION-RANGE DECIDES WHETHER THE CUSTOMER JUST*  00037700
      *  READ BELONGS TO THIS PARTITION'S BRANCHES.  A CUSTOMER WITH *  00037710
      *  NO NUMERIC BRANCH IS BILLED (AND REJECTED) BY THE PARTITION *  00037720
      *  THAT STARTS AT BRANCH 00, SO IT IS STILL ACCOUNTED FOR ONCE.*  00037730
      ****************************************************************  00037740
      *                                                                 00037750
       B712-CHECK-PARTITION-RANGE.                                      00037760
      *                                                                 00037770
           MOVE CD-CUST-NUM TO WS-PT-CUST-NUM.                          00037780
           IF WS-PT-CUST-BRANCH NUMERIC                                 00037790
             MOVE WS-PT-CUST-BRANCH TO WS-PT-BRANCH-NUM                 00037800
             IF WS-PT-BRANCH-NUM < WS-PT-LOW-BRANCH                     00037810
                OR WS-PT-BRANCH-NUM > WS-PT-HIGH-BRANCH                 00037820
               MOVE "N" TO WS-PT-RANGE-SW                               00037830
             END-IF                                                     00037840
           ELSE                                                         00037850
             IF WS-PT-LOW-BRANCH NOT = 0                                00037860
               MOVE "N" TO WS-PT-RANGE-SW                               00037870
             END-IF                                                     00037880
           END-IF.                                                      00037890
                                                                        00037900
      *                                                                 00037910
       B115-LOAD-CALL-REC.                                              00037920
      *                                                                 00037930
           MOVE CD-CUST-NUM    TO CUST-NUM.                             00037940
           MOVE CD-CUST-NAME   TO CUST-NAME.                            00037950
           MOVE CD-CALLS-MADE  TO CALLS-MADE.                           00037960
           MOVE CD-CUST-RATE   TO CUST-RATE.                            00037970
           PERFORM VARYING SUB1 FROM 1 BY 1                             00037980
             UNTIL SUB1 > CALLS-MADE                                    00037990
             MOVE CD-AREA-CODE(SUB1)   TO AREA-CODE(SUB1)               00038000
             MOVE CD-NUM-MINUTES(SUB1) TO NUM-MINUTES(SUB1)             00038010
             MOVE CD-CALL-DATE(SUB1)   TO CALL-DATE(SUB1)               00038020
             MOVE CD-CALL-TIME(SUB1)   TO CALL-TIME(SUB1)               00038030
             MOVE SPACE                TO RATE-PERIOD(SUB1)             00038040
           END-PERFORM.                                                 00038050
                                                                        00038060
      *                                                                 00038070
       B120-PROCESS-CUSTOMER.                                           00038080
      *                                                                 00038090
           MOVE 0 TO EXC-COUNT.                                         00038100
                                                                        00038110
           PERFORM B125-VALIDATE-CUSTOMER.                              00038120
           IF CUST-BILLABLE                                             00038130
             PERFORM C120-CALL1                                         00038140
      *      A SITE OF A CORPORATE PARENT TAKES ITS DISCOUNT AND        00038150
      *      CREDITS ON THE PARENT'S STATEMENT, WHERE THE TIER IS SET   00038160
      *      BY THE COMBINED MINUTES OF ALL THE PARENT'S SITES.         00038170
             IF BILLING-MODE AND CONSOLIDATED-SITE                      00038180
               MOVE 0 TO WS-DISC-PCT WS-DISC-AMT WS-CRED-APPLIED        00038190
               MOVE TOTAL-COST TO WS-NET-CHARGES                        00038200
             ELSE                                                       00038210
               PERFORM B121-APPLY-DISCOUNTS                             00038220
             END-IF                                                     00038230
             PERFORM B127-COMPUTE-TAXES                                 00038240
             IF BILLING-MODE                                            00038250
               PERFORM B190-UPDATE-HISTORY                              00038260
             END-IF                                                     00038270
             PERFORM B130-WRITE-EXCEPTIONS                              00038280
      *      A RECYCLE GROUP IN WHICH NO CALL RATED HAS NOTHING TO      00038290
      *      ADJUST: ITS CALLS ARE BACK ON CALLEXC AND AN INVOICE,      00038300
      *      SUMMARY OR GL RECORD FOR A ZERO AMOUNT WOULD BE NOISE.     00038310
             IF BILLING-MODE OR TOTAL-COST > 0                          00038320
               PERFORM B140-CHECK-BRANCH-BREAK                          00038330
               IF BILLING-MODE AND CONSOLIDATED-SITE                    00038340
                 PERFORM B155-POST-CONSOL-SITE                          00038350
               ELSE                                                     00038360
                 PERFORM B150-WRITE-INVOICE                             00038370
               END-IF                                                   00038380
               PERFORM B160-ACCUMULATE-SUMMARY                          00038390
               PERFORM B170-WRITE-GLAR-RECORD                           00038400
               PERFORM B180-REGISTER-CALLS                              00038410
               IF RECYCLE-MODE                                          00038420
                 PERFORM B320-POST-SUPPL-AR                             00038430
               END-IF                                                   00038440
             END-IF                                                     00038450
             ADD 1 TO BAL-BILLED-CUST                                   00038460
           ELSE                                                         00038470
             PERFORM B126-REJECT-CUSTOMER                               00038480
             PERFORM B130-WRITE-EXCEPTIONS                              00038490
             ADD 1 TO BAL-REJECT-CUST                                   00038500
           END-IF.                                                      00038510
                                                                        00038520
           ADD 1 TO WS-CUST-COUNT.                                      00038530
           IF BILLING-MODE                                              00038540
             DIVIDE WS-CUST-COUNT BY WS-CKPT-INTERVAL                   00038550
               GIVING WS-CKPT-QUOTIENT                                  00038560
               REMAINDER WS-CKPT-REMAINDER                              00038570
             IF WS-CKPT-REMAINDER = 0                                   00038580
               PERFORM B900-WRITE-CHECKPOINT                            00038590
             END-IF                                                     00038600
           END-IF.                                                      00038610
                                                                        00038620
      ****************************************************************  00038630
      *  B125-VALIDATE-CUSTOMER LOOKS THE CALL-DETAIL CUSTOMER UP ON *  00038640
      *  THE CUSTOMER MASTER.  ONLY ACTIVE AND SUSPENDED ACCOUNTS    *  00038650
      *  ARE BILLABLE; UNKNOWN AND CLOSED ACCOUNTS ARE REJECTED BY   *  00038660
      *  B126-REJECT-CUSTOMER.  THE MASTER NAME AND MAILING ADDRESS  *  00038670
      *  ARE HELD IN WS-CM-HOLD FOR THE INVOICE HEADER.  A SITE OF A *  00038680
      *  CORPORATE PARENT IS CHECKED AGAINST ITS PARENT BY B124.     *  00038690
      ****************************************************************  00038700
      *                                                                 00038710
       B125-VALIDATE-CUSTOMER.                                          00038720
      *                                                                 00038730
           MOVE "N"    TO WS-CM-FOUND-SW.                               00038740
           MOVE "N"    TO WS-CM-BILL-SW.                                00038750
           MOVE SPACE  TO WS-CM-ACCT-STATUS.                            00038760
           MOVE SPACES TO WS-CM-HOLD.                                   00038770
           MOVE CUST-NUM TO CM-CUST-NUM.                                00038780
           READ CUST-MASTER-FILE                                        00038790
             INVALID KEY                                                00038800
               CONTINUE                                                 00038810
             NOT INVALID KEY                                            00038820
               SET CUST-ON-MASTER TO TRUE                               00038830
               MOVE CM-ACCT-STATUS TO WS-CM-ACCT-STATUS                 00038840
               MOVE CM-CUST-NAME   TO WS-CM-NAME                        00038850
               MOVE CM-ADDR-LINE1  TO WS-CM-ADDR-LINE1                  00038860
               MOVE CM-ADDR-LINE2  TO WS-CM-ADDR-LINE2                  00038870
               MOVE CM-ADDR-CITY   TO WS-CM-ADDR-CITY                   00038880
               MOVE CM-ADDR-STATE  TO WS-CM-ADDR-STATE                  00038890
               MOVE CM-ADDR-ZIP    TO WS-CM-ADDR-ZIP                    00038900
               MOVE CM-RATE-PLAN     TO WS-CM-RATE-PLAN                 00038910
               MOVE CM-PLAN-EFF-DATE TO WS-CM-PLAN-EFF                  00038920
               MOVE CM-PRIOR-PLAN    TO WS-CM-PRIOR-PLAN                00038930
               MOVE CM-PARENT-NUM    TO WS-CM-PARENT-NUM                00038940
           END-READ.                                                    00038950
           IF CUST-ON-MASTER AND (CUST-ACTIVE OR CUST-SUSPENDED)        00038960
             SET CUST-BILLABLE TO TRUE                                  00038970
           END-IF.                                                      00038980
           MOVE "N" TO WS-PRORATE-SW.                                   00038990
           IF CUST-BILLABLE                                             00039000
             PERFORM B122-SELECT-RATE-PLAN                              00039010
           END-IF.                                                      00039020
      *    A RECYCLED CUSTOMER HAS NO CALL-DETAIL NAME TO CARRY, SO     00039030
      *    THE MASTER NAME STANDS IN FOR THE GL FEED.                   00039040
           IF RECYCLE-MODE AND CUST-ON-MASTER                           00039050
             MOVE WS-CM-NAME TO CUST-NAME                               00039060
           END-IF.                                                      00039070
           MOVE CUST-NUM TO WS-BILL-TO-NUM.                             00039080
           MOVE "N" TO WS-SITE-SW.                                      00039090
           IF CUST-BILLABLE AND WS-CM-PARENT-NUM NUMERIC                00039100
             PERFORM B124-CHECK-PARENT                                  00039110
           END-IF.                                                      00039120
                                                                        00039130
      ****************************************************************  00039140
      *  B124-CHECK-PARENT MAKES THE CUSTOMER A CONSOLIDATED SITE    *  00039150
      *  BILLED TO ITS PARENT.  A PARENT ACCOUNT'S OWN CALLS ARE ONE *  00039160
      *  OF ITS SITES.  A SITE WHOSE PARENT IS GONE, CLOSED OR NO    *  00039170
      *  LONGER A PARENT IS BILLED ON ITS OWN, WITH A WARNING,       *  00039180
      *  RATHER THAN POSTED TO AN ACCOUNT THAT WILL GET NO STATEMENT.*  00039190
      ****************************************************************  00039200
      *                                                                 00039210
       B124-CHECK-PARENT.                                               00039220
      *                                                                 00039230
           IF WS-CM-PARENT-NUM = CUST-NUM                               00039240
             SET CONSOLIDATED-SITE TO TRUE                              00039250
           ELSE                                                         00039260
             MOVE WS-CM-PARENT-NUM TO CM-CUST-NUM                       00039270
             READ CUST-MASTER-FILE                                      00039280
               INVALID KEY                                              00039290
                 MOVE SPACES TO CM-PARENT-NUM                           00039300
             END-READ                                                   00039310
             IF CM-PARENT-NUM = WS-CM-PARENT-NUM                        00039320
                AND (CM-ACCT-STATUS = "A" OR CM-ACCT-STATUS = "S")      00039330
               SET CONSOLIDATED-SITE TO TRUE                            00039340
               MOVE WS-CM-PARENT-NUM TO WS-BILL-TO-NUM                  00039350
             ELSE                                                       00039360
               DISPLAY "+++ PARENT " WS-CM-PARENT-NUM " OF SITE "       00039370
                       CUST-NUM " NOT AN OPEN PARENT - BILLED ALONE +++"00039380
               SET RUN-HAS-WARNING TO TRUE                              00039390
             END-IF                                                     00039400
           END-IF.                                                      00039410
                                                                        00039420
      ****************************************************************  00039430
      *  B122-SELECT-RATE-PLAN SETS CUST-RATE FROM THE CUSTOMER      *  00039440
      *  MASTER, OVERRIDING THE PLAN ON THE CALL-DETAIL FEED.  A     *  00039450
      *  PLAN NOT YET EFFECTIVE BY PERIOD END (OR BY THE RUN DATE    *  00039460
      *  WHEN CALLCTL CARRIES NO PERIOD) LEAVES THE PRIOR PLAN IN    *  00039470
      *  FORCE; ONE THAT TOOK EFFECT AFTER PERIOD START IS PRORATED  *  00039480
      *  AGAINST THE PRIOR PLAN BY C140.  A MASTER NOT YET CARRYING  *  00039490
      *  A PLAN BILLS THE FEED PLAN AND IS LISTED ON CALLPLNX.  SO   *  00039500
      *  IS A CUSTOMER WHOSE FEED PLAN DIFFERS FROM THE PLAN         *  00039510
      *  ACTUALLY BILLED -- NOT FROM THE MASTER'S CURRENT PLAN,      *  00039520
      *  WHICH MAY NOT BE IN FORCE YET.                              *  00039530
      ****************************************************************  00039540
      *                                                                 00039550
       B122-SELECT-RATE-PLAN.                                           00039560
      *                                                                 00039570
           MOVE CUST-RATE TO WS-FEED-PLAN.                              00039580
           IF WS-CM-RATE-PLAN NUMERIC                                   00039590
              AND WS-CM-RATE-PLAN >= 1 AND WS-CM-RATE-PLAN <= 3         00039600
             IF WS-CM-PRIOR-PLAN NOT NUMERIC                            00039610
               MOVE 0 TO WS-CM-PRIOR-PLAN                               00039620
             END-IF                                                     00039630
             IF WS-CM-PLAN-EFF NOT NUMERIC                              00039640
               MOVE 0 TO WS-CM-PLAN-EFF                                 00039650
             END-IF                                                     00039660
             MOVE WS-CM-RATE-PLAN TO CUST-RATE                          00039670
             IF WS-CM-PRIOR-PLAN >= 1 AND WS-CM-PRIOR-PLAN <= 3         00039680
               EVALUATE TRUE                                            00039690
                 WHEN PERIOD-KNOWN                                      00039700
                      AND WS-CM-PLAN-EFF > WS-PERIOD-END                00039710
                   MOVE WS-CM-PRIOR-PLAN TO CUST-RATE                   00039720
                 WHEN NOT PERIOD-KNOWN                                  00039730
                      AND WS-CM-PLAN-EFF > WS-RUN-DATE                  00039740
                   MOVE WS-CM-PRIOR-PLAN TO CUST-RATE                   00039750
                 WHEN PERIOD-KNOWN                                      00039760
                      AND WS-CM-PLAN-EFF > WS-PERIOD-START              00039770
                      AND WS-CM-PRIOR-PLAN NOT = WS-CM-RATE-PLAN        00039780
                   MOVE WS-CM-PRIOR-PLAN TO WS-PRORATE-OLD-PLAN         00039790
                   SET PLAN-PRORATED TO TRUE                            00039800
                 WHEN OTHER                                             00039810
                   CONTINUE                                             00039820
               END-EVALUATE                                             00039830
             END-IF                                                     00039840
             IF BILLING-MODE AND CUST-RATE NOT = WS-FEED-PLAN           00039850
               IF CUST-RATE = WS-CM-RATE-PLAN                           00039860
                 MOVE "FEED PLAN OVERRIDDEN BY MASTER" TO PX-TEXT       00039870
               ELSE                                                     00039880
                 MOVE SPACES TO PX-TEXT                                 00039890
                 STRING "PRIOR PLAN " DELIMITED BY SIZE                 00039900
                        CUST-RATE DELIMITED BY SIZE                     00039910
                        " BILLED - FEED OVERRIDDEN" DELIMITED BY SIZE   00039920
                   INTO PX-TEXT                                         00039930
               END-IF                                                   00039940
               PERFORM B123-WRITE-PLAN-MISMATCH                         00039950
             END-IF                                                     00039960
           ELSE                                                         00039970
             IF BILLING-MODE                                            00039980
               MOVE "NO PLAN ON MASTER - FEED PLAN BILLED" TO PX-TEXT   00039990
               PERFORM B123-WRITE-PLAN-MISMATCH                         00040000
             END-IF                                                     00040010
           END-IF.                                                      00040020
                                                                        00040030
      *                                                                 00040040
       B123-WRITE-PLAN-MISMATCH.                                        00040050
      *                                                                 00040060
           ADD 1 TO WS-PLAN-MISMATCH-COUNT.                             00040070
           IF PLAN-REPORT-OPEN                                          00040080
             MOVE CUST-NUM        TO PX-CUST-NUM                        00040090
             MOVE WS-CM-NAME      TO PX-CUST-NAME                       00040100
             MOVE WS-FEED-PLAN    TO PX-FEED-PLAN                       00040110
             MOVE CM-RATE-PLAN    TO PX-MASTER-PLAN                     00040120
             MOVE CM-PLAN-EFF-DATE TO PX-EFF-DATE                       00040130
             WRITE PLAN-REPORT-LINE FROM WS-PLAN-DETAIL-LINE            00040140
           END-IF.                                                      00040150
                                                                        00040160
      ****************************************************************  00040170
      *  B126-REJECT-CUSTOMER LOGS EVERY CALL OF AN UNKNOWN OR       *  00040180
      *  CLOSED ACCOUNT TO EXCEPTION-AREA SO EACH REJECTED CALL IS   *  00040190
      *  ACCOUNTED FOR ON CALLEXC.  NOTHING IS INVOICED OR POSTED.   *  00040200
      ****************************************************************  00040210
      *                                                                 00040220
       B126-REJECT-CUSTOMER.                                            00040230
      *                                                                 00040240
           PERFORM VARYING SUB1 FROM 1 BY 1                             00040250
             UNTIL SUB1 > CALLS-MADE                                    00040260
             IF EXC-COUNT < 99                                          00040270
               ADD 1 TO EXC-COUNT                                       00040280
               MOVE CUST-NUM          TO EXC-CUST-NUM(EXC-COUNT)        00040290
               MOVE AREA-CODE(SUB1)   TO EXC-AREA-CODE(EXC-COUNT)       00040300
               MOVE NUM-MINUTES(SUB1) TO EXC-NUM-MINUTES(EXC-COUNT)     00040310
               MOVE CALL-DATE(SUB1)   TO EXC-CALL-DATE(EXC-COUNT)       00040320
               MOVE CALL-TIME(SUB1)   TO EXC-CALL-TIME(EXC-COUNT)       00040330
               MOVE CUST-RATE         TO EXC-CUST-RATE(EXC-COUNT)       00040340
               MOVE WS-CURR-RETRY     TO EXC-RETRY-COUNT(EXC-COUNT)     00040350
               EVALUATE TRUE                                            00040360
                 WHEN CUST-CLOSED                                       00040370
                   MOVE "CLSD" TO EXC-REASON-CODE(EXC-COUNT)            00040380
                   MOVE "ACCOUNT CLOSED - NOT BILLED"                   00040390
                     TO EXC-REASON-TEXT(EXC-COUNT)                      00040400
      *          ON THE MASTER BUT WITH A STATUS CODE WE DO NOT         00040410
      *          RECOGNIZE -- A MASTER DATA ERROR, NOT A MISSING ROW.   00040420
                 WHEN CUST-ON-MASTER                                    00040430
                   MOVE "BADS" TO EXC-REASON-CODE(EXC-COUNT)            00040440
                   MOVE "INVALID ACCOUNT STATUS"                        00040450
                     TO EXC-REASON-TEXT(EXC-COUNT)                      00040460
                 WHEN OTHER                                             00040470
                   MOVE "NOCM" TO EXC-REASON-CODE(EXC-COUNT)            00040480
                   MOVE "CUSTOMER NOT ON MASTER"                        00040490
                     TO EXC-REASON-TEXT(EXC-COUNT)                      00040500
               END-EVALUATE                                             00040510
             END-IF                                                     00040520
           END-PERFORM.                                                 00040530
                                                                        00040540
      ****************************************************************  00040550
      *  B121-APPLY-DISCOUNTS IS THE DISCOUNT STEP AFTER THE RATING  *  00040560
      *  CHAIN: THE CUSTOMER'S CYCLE MINUTES PICK THE HIGHEST        *  00040570
      *  QUALIFYING VOLUME TIER, THEN ANY PROMOTIONAL CREDITS ARE    *  00040580
      *  APPLIED (CAPPED SO THE BILL NEVER GOES NEGATIVE).  THE      *  00040590
      *  RESULT IS WS-NET-CHARGES, THE CONTRA-REVENUE SIDE OF WHICH  *  00040600
      *  FLOWS TO CALLGLAR AS ITS OWN RECORD TYPES.                  *  00040610
      ****************************************************************  00040620
      *                                                                 00040630
       B121-APPLY-DISCOUNTS.                                            00040640
      *                                                                 00040650
           MOVE 0 TO WS-DISC-PCT WS-DISC-AMT WS-CRED-APPLIED.           00040660
           MOVE 0 TO WS-CYCLE-MINUTES.                                  00040670
           PERFORM VARYING SUB1 FROM 1 BY 1                             00040680
             UNTIL SUB1 > CALLS-MADE                                    00040690
             ADD NUM-MINUTES(SUB1) TO WS-CYCLE-MINUTES                  00040700
           END-PERFORM.                                                 00040710
           PERFORM VARYING WS-DISC-SUB FROM 1 BY 1                      00040720
             UNTIL WS-DISC-SUB > DISC-TABLE-COUNT                       00040730
             IF WS-CYCLE-MINUTES >= DSC-MIN-MINUTES(WS-DISC-SUB)        00040740
               MOVE DSC-PCT(WS-DISC-SUB) TO WS-DISC-PCT                 00040750
             END-IF                                                     00040760
           END-PERFORM.                                                 00040770
           IF WS-DISC-PCT > 0                                           00040780
             COMPUTE WS-DISC-AMT ROUNDED = TOTAL-COST                   00040790
               * WS-DISC-PCT / 100                                      00040800
           END-IF.                                                      00040810
           COMPUTE WS-NET-CHARGES = TOTAL-COST - WS-DISC-AMT.           00040820
           PERFORM VARYING WS-CRD-SUB FROM 1 BY 1                       00040830
             UNTIL WS-CRD-SUB > CREDIT-COUNT                            00040840
             IF CRD-CUST-NUM(WS-CRD-SUB) = CUST-NUM                     00040850
                AND CRD-APPLIED(WS-CRD-SUB) = "N"                       00040860
               MOVE CRD-AMOUNT(WS-CRD-SUB) TO WS-CRED-THIS              00040870
               IF WS-CRED-THIS > WS-NET-CHARGES                         00040880
                 MOVE WS-NET-CHARGES TO WS-CRED-THIS                    00040890
                 DISPLAY "+++ CREDIT FOR " CUST-NUM                     00040900
                         " CAPPED AT REMAINING CHARGES +++"             00040910
               END-IF                                                   00040920
               MOVE WS-CRED-THIS TO CRD-USED-AMT(WS-CRD-SUB)            00040930
               MOVE "Y" TO CRD-APPLIED(WS-CRD-SUB)                      00040940
               ADD WS-CRED-THIS TO WS-CRED-APPLIED                      00040950
               SUBTRACT WS-CRED-THIS FROM WS-NET-CHARGES                00040960
             END-IF                                                     00040970
           END-PERFORM.                                                 00040980
                                                                        00040990
      ****************************************************************  00041000
      *  B127-COMPUTE-TAXES FIGURES THE CUSTOMER'S FEDERAL, STATE    *  00041010
      *  AND LOCAL TAX AFTER THE PLAN SURCHARGE: EACH CALL IS TAXED  *  00041020
      *  AT ITS AREA CODE'S RATES (FALLING BACK TO THE AREA-000      *  00041030
      *  DEFAULT ROW), AND THE SURCHARGE PORTION OF TOTAL-COST IS    *  00041040
      *  TAXED AT THE DEFAULT ROW.  WS-INV-TOTAL IS WHAT THE         *  00041050
      *  CUSTOMER OWES: TOTAL-COST PLUS THE THREE TAXES.             *  00041060
      ****************************************************************  00041070
      *                                                                 00041080
       B127-COMPUTE-TAXES.                                              00041090
      *                                                                 00041100
           MOVE 0 TO WS-TAX-FED WS-TAX-STATE WS-TAX-LOCAL.              00041110
           MOVE 0 TO WS-TAX-CALL-SUM.                                   00041120
           PERFORM VARYING SUB1 FROM 1 BY 1                             00041130
             UNTIL SUB1 > CALLS-MADE                                    00041140
             ADD COST(SUB1) TO WS-TAX-CALL-SUM                          00041150
             MOVE COST(SUB1) TO WS-TAX-BASE                             00041160
             MOVE AREA-CODE(SUB1) TO WS-TAX-FIND                        00041170
             PERFORM B128-FIND-TAX-ROW                                  00041180
             PERFORM B129-ADD-TAXES                                     00041190
           END-PERFORM.                                                 00041200
           IF TOTAL-COST > WS-TAX-CALL-SUM                              00041210
             COMPUTE WS-TAX-BASE = TOTAL-COST - WS-TAX-CALL-SUM         00041220
             MOVE 0 TO WS-TAX-FIND                                      00041230
             PERFORM B128-FIND-TAX-ROW                                  00041240
             PERFORM B129-ADD-TAXES                                     00041250
           END-IF.                                                      00041260
      *    THE CUSTOMER OWES THE NET OF DISCOUNTS AND CREDITS PLUS      00041270
      *    THE TAXES (WHICH ARE FIGURED ON THE GROSS CHARGES).          00041280
           COMPUTE WS-INV-TOTAL = WS-NET-CHARGES + WS-TAX-FED           00041290
             + WS-TAX-STATE + WS-TAX-LOCAL.                             00041300
                                                                        00041310
      *                                                                 00041320
       B128-FIND-TAX-ROW.                                               00041330
      *                                                                 00041340
           MOVE 0 TO WS-TAX-SUB.                                        00041350
           SET TAX-IDX TO 1.                                            00041360
           SEARCH TAX-TABLE                                             00041370
             AT END                                                     00041380
               CONTINUE                                                 00041390
             WHEN TXT-AREA-CODE(TAX-IDX) = WS-TAX-FIND                  00041400
               SET WS-TAX-SUB TO TAX-IDX                                00041410
           END-SEARCH.                                                  00041420
           IF WS-TAX-SUB = 0                                            00041430
             MOVE WS-TAX-DEFAULT-SUB TO WS-TAX-SUB                      00041440
           END-IF.                                                      00041450
                                                                        00041460
      *                                                                 00041470
       B129-ADD-TAXES.                                                  00041480
      *                                                                 00041490
           IF WS-TAX-SUB > 0 AND WS-TAX-BASE > 0                        00041500
             COMPUTE WS-TAX-WORK ROUNDED = WS-TAX-BASE                  00041510
               * TXT-FED-PCT(WS-TAX-SUB) / 100                          00041520
             ADD WS-TAX-WORK TO WS-TAX-FED                              00041530
             COMPUTE WS-TAX-WORK ROUNDED = WS-TAX-BASE                  00041540
               * TXT-STATE-PCT(WS-TAX-SUB) / 100                        00041550
             ADD WS-TAX-WORK TO WS-TAX-STATE                            00041560
             COMPUTE WS-TAX-WORK ROUNDED = WS-TAX-BASE                  00041570
               * TXT-LOCAL-PCT(WS-TAX-SUB) / 100                        00041580
             ADD WS-TAX-WORK TO WS-TAX-LOCAL                            00041590
           END-IF.                                                      00041600
                                                                        00041610
      *                                                                 00041620
       B130-WRITE-EXCEPTIONS.                                           00041630
      *                                                                 00041640
           IF EXC-COUNT > 0                                             00041650
             PERFORM VARYING SUB1 FROM 1 BY 1                           00041660
               UNTIL SUB1 > EXC-COUNT                                   00041670
               MOVE EXC-CUST-NUM(SUB1)    TO EXR-CUST-NUM               00041680
               MOVE EXC-AREA-CODE(SUB1)   TO EXR-AREA-CODE              00041690
               MOVE EXC-NUM-MINUTES(SUB1) TO EXR-NUM-MINUTES            00041700
               MOVE EXC-CALL-DATE(SUB1)   TO EXR-CALL-DATE              00041710
               MOVE EXC-CALL-TIME(SUB1)   TO EXR-CALL-TIME              00041720
               MOVE EXC-CUST-RATE(SUB1)   TO EXR-CUST-RATE              00041730
               MOVE EXC-RETRY-COUNT(SUB1) TO EXR-RETRY-COUNT            00041740
               MOVE EXC-REASON-CODE(SUB1) TO EXR-REASON-CODE            00041750
               MOVE EXC-REASON-TEXT(SUB1) TO EXR-REASON-TEXT            00041760
      *        BADR IS A PER-CUSTOMER (INFORMATIONAL) EXCEPTION, NOT    00041770
      *        A REJECTED CALL, SO IT STAYS OUT OF THE CALL FOOTING.    00041780
               IF EXC-REASON-CODE(SUB1) = "BADR"                        00041790
                 ADD 1 TO BAL-INFO-EXC                                  00041800
               ELSE                                                     00041810
                 ADD 1 TO BAL-EXC-CALLS                                 00041820
               END-IF                                                   00041830
               WRITE EXCEPTION-REC                                      00041840
             END-PERFORM                                                00041850
           END-IF.                                                      00041860
                                                                        00041870
      ****************************************************************  00041880
      *  CUST-NUM12 IS TREATED AS THE CUSTOMER'S BRANCH/REGION CODE. *  00041890
      *  INVOICES AND BRANCH SUMMARIES ARE SPLIT INTO ONE FILE PER   *  00041900
      *  BRANCH.  THE CALL-DETAIL FILE IS EXPECTED TO BE GROUPED BY  *  00041910
      *  BRANCH SO EACH BRANCH'S OUTPUT IS WRITTEN AS A CONTIGUOUS   *  00041920
      *  RUN OF RECORDS (A STANDARD CONTROL-BREAK ASSUMPTION).       *  00041930
      ****************************************************************  00041940
      *                                                                 00041950
       B140-CHECK-BRANCH-BREAK.                                         00041960
      *                                                                 00041970
           IF NOT BRANCH-FILES-OPEN                                     00041980
             PERFORM B141-OPEN-BRANCH-FILES                             00041990
           ELSE                                                         00042000
             IF CUST-NUM12 NOT = BR-CODE                                00042010
               PERFORM B142-CLOSE-BRANCH-FILES                          00042020
               PERFORM B141-OPEN-BRANCH-FILES                           00042030
             END-IF                                                     00042040
           END-IF.                                                      00042050
                                                                        00042060
      *                                                                 00042070
       B141-OPEN-BRANCH-FILES.                                          00042080
      *                                                                 00042090
           STRING "CALLRPT" DELIMITED BY SIZE                           00042100
                  CUST-NUM12 DELIMITED BY SIZE                          00042110
                  INTO WS-INVOICE-DSN.                                  00042120
           STRING "CALLBRS" DELIMITED BY SIZE                           00042130
                  CUST-NUM12 DELIMITED BY SIZE                          00042140
                  INTO WS-BR-SUMMARY-DSN.                               00042150
           STRING "CALLEBL" DELIMITED BY SIZE                           00042160
                  CUST-NUM12 DELIMITED BY SIZE                          00042170
                  INTO WS-EBILL-DSN.                                    00042180
      *    IF THIS BRANCH IS THE ONE THAT WAS STILL OPEN WHEN THE       00042190
      *    CHECKPOINT WAS WRITTEN, APPEND TO ITS EXISTING OUTPUT AND    00042200
      *    KEEP THE RESTORED BR-SUMMARY-AREA TOTALS RATHER THAN         00042210
      *    RE-ZEROING THEM; OTHERWISE THIS IS A NEW BRANCH AND STARTS   00042220
      *    CLEAN, WHETHER OR NOT THIS RUN IS A RESTART.                 00042230
           IF RESTART-BRANCH-PENDING AND CUST-NUM12 = BR-CODE           00042240
             MOVE "N" TO WS-RESTART-BR-SW                               00042250
             OPEN EXTEND INVOICE-FILE                                   00042260
             IF WS-INVOICE-STATUS NOT = "00"                            00042270
               OPEN OUTPUT INVOICE-FILE                                 00042280
             END-IF                                                     00042290
             OPEN EXTEND BRANCH-SUMMARY-FILE                            00042300
             IF WS-BR-SUMMARY-STATUS NOT = "00"                         00042310
               OPEN OUTPUT BRANCH-SUMMARY-FILE                          00042320
             END-IF                                                     00042330
             OPEN EXTEND EBILL-FILE                                     00042340
             IF WS-EBILL-STATUS NOT = "00"                              00042350
               OPEN OUTPUT EBILL-FILE                                   00042360
             END-IF                                                     00042370
           ELSE                                                         00042380
             MOVE "N" TO WS-RESTART-BR-SW                               00042390
      *    INITIALIZE CLEARS THE FULL BR-AREA-TABLE/BR-CITY-TABLE       00042400
      *    CONTENTS, NOT JUST THE SCALAR TOTALS, SO STALE ENTRIES       00042410
      *    FROM THE PRIOR BRANCH CANNOT BE MATCHED BY B163/B164'S       00042420
      *    SEARCH AND ADDED TO.                                         00042430
             INITIALIZE BR-SUMMARY-AREA BR-MARGIN-AREA                  00042440
             MOVE CUST-NUM12 TO BR-CODE                                 00042450
             OPEN OUTPUT INVOICE-FILE                                   00042460
             OPEN OUTPUT BRANCH-SUMMARY-FILE                            00042470
             OPEN OUTPUT EBILL-FILE                                     00042480
           END-IF.                                                      00042490
           IF WS-INVOICE-STATUS NOT = "00"                              00042500
             DISPLAY "+++ UNABLE TO OPEN " WS-INVOICE-DSN " - STATUS "  00042510
                     WS-INVOICE-STATUS " +++"                           00042520
             MOVE WS-INVOICE-DSN TO WS-LOG-FILE-NAME                    00042530
             MOVE WS-INVOICE-STATUS TO WS-LOG-STATUS-HOLD               00042540
             PERFORM Z110-LOG-FILE-STATUS                               00042550
             MOVE "N" TO TEST-STATUS                                    00042560
           END-IF.                                                      00042570
           IF WS-BR-SUMMARY-STATUS NOT = "00"                           00042580
             DISPLAY "+++ UNABLE TO OPEN " WS-BR-SUMMARY-DSN " - STATUS"00042590
                     WS-BR-SUMMARY-STATUS " +++"                        00042600
             MOVE WS-BR-SUMMARY-DSN TO WS-LOG-FILE-NAME                 00042610
             MOVE WS-BR-SUMMARY-STATUS TO WS-LOG-STATUS-HOLD            00042620
             PERFORM Z110-LOG-FILE-STATUS                               00042630
             MOVE "N" TO TEST-STATUS                                    00042640
           END-IF.                                                      00042650
           IF WS-EBILL-STATUS NOT = "00"                                00042660
             DISPLAY "+++ UNABLE TO OPEN " WS-EBILL-DSN " - STATUS "    00042670
                     WS-EBILL-STATUS " +++"                             00042680
             MOVE WS-EBILL-DSN TO WS-LOG-FILE-NAME                      00042690
             MOVE WS-EBILL-STATUS TO WS-LOG-STATUS-HOLD                 00042700
             PERFORM Z110-LOG-FILE-STATUS                               00042710
             MOVE "N" TO TEST-STATUS                                    00042720
           END-IF.                                                      00042730
           SET BRANCH-FILES-OPEN TO TRUE.                               00042740
           ADD 1 TO WS-BRANCH-COUNT.                                    00042750
                                                                        00042760
      *                                                                 00042770
       B142-CLOSE-BRANCH-FILES.                                         00042780
      *                                                                 00042790
           PERFORM C910-WRITE-BRANCH-SUMMARY.                           00042800
           IF MARGIN-REPORTING                                          00042810
             PERFORM C920-WRITE-BRANCH-MARGIN                           00042820
           END-IF.                                                      00042830
           CLOSE INVOICE-FILE.                                          00042840
           CLOSE BRANCH-SUMMARY-FILE.                                   00042850
           CLOSE EBILL-FILE.                                            00042860
           MOVE "N" TO WS-BRANCH-OPEN-SW.                               00042870
           MOVE SPACES TO WS-LOG-TEXT.                                  00042880
           STRING "BRANCH " DELIMITED BY SIZE                           00042890
                  BR-CODE DELIMITED BY SIZE                             00042900
                  " CLOSED - CUSTOMERS " DELIMITED BY SIZE              00042910
                  BR-CUST-COUNT DELIMITED BY SIZE                       00042920
             INTO WS-LOG-TEXT.                                          00042930
           MOVE "BRBREAK " TO WS-LOG-EVENT.                             00042940
           PERFORM Z100-WRITE-RUN-LOG.                                  00042950
                                                                        00042960
      *                                                                 00042970
       B150-WRITE-INVOICE.                                              00042980
      *                                                                 00042990
           PERFORM B157-START-ARCHIVE-INVOICE.                          00043000
           MOVE SPACES TO WS-INVOICE-HEADER-LINE.                       00043010
           MOVE CUST-NUM  TO IH-CUST-NUM.                               00043020
           MOVE WS-CM-NAME TO IH-CUST-NAME.                             00043030
           MOVE CUST-NUM12 TO IH-BRANCH.                                00043040
           MOVE WS-INVOICE-HEADER-LINE TO WS-INV-IMAGE.                 00043050
           PERFORM B158-WRITE-INVOICE-LINE.                             00043060
           PERFORM B151-WRITE-ADDRESS-BLOCK.                            00043070
           IF RECYCLE-MODE                                              00043080
             MOVE WS-INVOICE-SUPPL-LINE TO WS-INV-IMAGE                 00043090
             PERFORM B158-WRITE-INVOICE-LINE                            00043100
           END-IF.                                                      00043110
           MOVE CUST-NUM    TO EB-CUST-NUM.                             00043120
           MOVE CUST-NUM12  TO EB-BRANCH.                               00043130
           MOVE "H"         TO EB-LINE-TYPE.                            00043140
           MOVE 0           TO EB-AREA-CODE EB-MINUTES EB-AMOUNT.       00043150
           MOVE SPACES      TO EB-CITY.                                 00043160
           MOVE WS-RUN-DATE TO EB-RUN-DATE.                             00043170
           WRITE EBILL-REC.                                             00043180
                                                                        00043190
           PERFORM VARYING SUB1 FROM 1 BY 1                             00043200
             UNTIL SUB1 > CALLS-MADE                                    00043210
             MOVE SPACES TO WS-INVOICE-DETAIL-LINE                      00043220
             MOVE AREA-CODE(SUB1)  TO ID-AREA-CODE                      00043230
             MOVE CITY(SUB1)       TO ID-CITY                           00043240
             MOVE NUM-MINUTES(SUB1) TO ID-MINUTES                       00043250
             MOVE COST(SUB1)       TO ID-COST                           00043260
             EVALUATE RATE-PERIOD(SUB1)                                 00043270
               WHEN "P"   MOVE "PEAK"     TO ID-PERIOD                  00043280
               WHEN "O"   MOVE "OFF-PEAK" TO ID-PERIOD                  00043290
               WHEN OTHER MOVE SPACES     TO ID-PERIOD                  00043300
             END-EVALUATE                                               00043310
             MOVE WS-INVOICE-DETAIL-LINE TO WS-INV-IMAGE                00043320
             PERFORM B158-WRITE-INVOICE-LINE                            00043330
             MOVE CUST-NUM          TO EB-CUST-NUM                      00043340
             MOVE CUST-NUM12        TO EB-BRANCH                        00043350
             MOVE WS-RUN-DATE       TO EB-RUN-DATE                      00043360
             MOVE "D" TO EB-LINE-TYPE                                   00043370
             MOVE AREA-CODE(SUB1)   TO EB-AREA-CODE                     00043380
             MOVE CITY(SUB1)        TO EB-CITY                          00043390
             MOVE NUM-MINUTES(SUB1) TO EB-MINUTES                       00043400
             MOVE COST(SUB1)        TO EB-AMOUNT                        00043410
             WRITE EBILL-REC                                            00043420
           END-PERFORM.                                                 00043430
                                                                        00043440
           IF WS-DISC-AMT > 0                                           00043450
             MOVE WS-DISC-PCT TO IDC-PCT                                00043460
             COMPUTE WS-CONTRA-WORK = 0 - WS-DISC-AMT                   00043470
             MOVE WS-CONTRA-WORK TO IDC-AMOUNT                          00043480
             MOVE WS-INVOICE-DISC-LINE TO WS-INV-IMAGE                  00043490
             PERFORM B158-WRITE-INVOICE-LINE                            00043500
           END-IF.                                                      00043510
           PERFORM VARYING WS-CRD-SUB FROM 1 BY 1                       00043520
             UNTIL WS-CRD-SUB > CREDIT-COUNT                            00043530
             IF CRD-CUST-NUM(WS-CRD-SUB) = CUST-NUM                     00043540
                AND CRD-APPLIED(WS-CRD-SUB) = "Y"                       00043550
               MOVE CRD-DESC(WS-CRD-SUB) TO ICR-DESC                    00043560
               COMPUTE WS-CONTRA-WORK =                                 00043570
                 0 - CRD-USED-AMT(WS-CRD-SUB)                           00043580
               MOVE WS-CONTRA-WORK TO ICR-AMOUNT                        00043590
               MOVE WS-INVOICE-CRED-LINE TO WS-INV-IMAGE                00043600
               PERFORM B158-WRITE-INVOICE-LINE                          00043610
             END-IF                                                     00043620
           END-PERFORM.                                                 00043630
           MOVE "FEDERAL TAX         " TO ITX-LABEL.                    00043640
           MOVE WS-TAX-FED TO ITX-AMOUNT.                               00043650
           MOVE WS-INVOICE-TAX-LINE TO WS-INV-IMAGE.                    00043660
           PERFORM B158-WRITE-INVOICE-LINE.                             00043670
           MOVE "STATE TAX           " TO ITX-LABEL.                    00043680
           MOVE WS-TAX-STATE TO ITX-AMOUNT.                             00043690
           MOVE WS-INVOICE-TAX-LINE TO WS-INV-IMAGE.                    00043700
           PERFORM B158-WRITE-INVOICE-LINE.                             00043710
           MOVE "LOCAL TAX           " TO ITX-LABEL.                    00043720
           MOVE WS-TAX-LOCAL TO ITX-AMOUNT.                             00043730
           MOVE WS-INVOICE-TAX-LINE TO WS-INV-IMAGE.                    00043740
           PERFORM B158-WRITE-INVOICE-LINE.                             00043750
           MOVE SPACES TO WS-INVOICE-TOTAL-LINE.                        00043760
           MOVE WS-INV-TOTAL TO IT-TOTAL-COST.                          00043770
           MOVE WS-INVOICE-TOTAL-LINE TO WS-INV-IMAGE.                  00043780
           PERFORM B158-WRITE-INVOICE-LINE.                             00043790
           ADD WS-INV-TOTAL TO BAL-INVOICE-TOTAL.                       00043800
           MOVE CUST-NUM    TO EB-CUST-NUM.                             00043810
           MOVE CUST-NUM12  TO EB-BRANCH.                               00043820
           MOVE WS-RUN-DATE TO EB-RUN-DATE.                             00043830
           MOVE "T"         TO EB-LINE-TYPE.                            00043840
           MOVE 0           TO EB-AREA-CODE EB-MINUTES.                 00043850
           MOVE SPACES      TO EB-CITY.                                 00043860
           MOVE WS-INV-TOTAL TO EB-AMOUNT.                              00043870
           WRITE EBILL-REC.                                             00043880
           IF BILLING-MODE                                              00043890
             PERFORM B152-WRITE-BALANCE-BLOCK                           00043900
           END-IF.                                                      00043910
           IF BILLING-MODE AND HISTORY-FILE-OPEN                        00043920
             MOVE WS-HIST-THIS-MIN TO IU-THIS-MIN                       00043930
             MOVE WS-HIST-LAST-MIN TO IU-LAST-MIN                       00043940
             MOVE WS-INVOICE-USAGE-LINE TO WS-INV-IMAGE                 00043950
             PERFORM B158-WRITE-INVOICE-LINE                            00043960
           END-IF.                                                      00043970
                                                                        00043980
      ****************************************************************  00043990
      *  B151-WRITE-ADDRESS-BLOCK PRINTS THE CUSTOMER MASTER MAILING *  00044000
      *  ADDRESS UNDER THE INVOICE HEADER.  SUSPENDED ACCOUNTS ARE   *  00044010
      *  STILL RATED FOR COLLECTIONS BUT THE INVOICE IS FLAGGED SO   *  00044020
      *  THE MAILROOM HOLDS IT.                                      *  00044030
      ****************************************************************  00044040
      *                                                                 00044050
       B151-WRITE-ADDRESS-BLOCK.                                        00044060
      *                                                                 00044070
           MOVE SPACES TO WS-INVOICE-ADDR-LINE.                         00044080
           MOVE WS-CM-ADDR-LINE1 TO IA-ADDR-TEXT.                       00044090
           MOVE WS-INVOICE-ADDR-LINE TO WS-INV-IMAGE.                   00044100
           PERFORM B158-WRITE-INVOICE-LINE.                             00044110
           IF WS-CM-ADDR-LINE2 NOT = SPACES                             00044120
             MOVE SPACES TO WS-INVOICE-ADDR-LINE                        00044130
             MOVE WS-CM-ADDR-LINE2 TO IA-ADDR-TEXT                      00044140
             MOVE WS-INVOICE-ADDR-LINE TO WS-INV-IMAGE                  00044150
             PERFORM B158-WRITE-INVOICE-LINE                            00044160
           END-IF.                                                      00044170
           MOVE SPACES TO WS-INVOICE-CSZ-LINE.                          00044180
           MOVE WS-CM-ADDR-CITY  TO IZ-CITY.                            00044190
           MOVE WS-CM-ADDR-STATE TO IZ-STATE.                           00044200
           MOVE WS-CM-ADDR-ZIP   TO IZ-ZIP.                             00044210
           MOVE WS-INVOICE-CSZ-LINE TO WS-INV-IMAGE.                    00044220
           PERFORM B158-WRITE-INVOICE-LINE.                             00044230
           IF CUST-SUSPENDED                                            00044240
             MOVE WS-INVOICE-NOMAIL-LINE TO WS-INV-IMAGE                00044250
             PERFORM B158-WRITE-INVOICE-LINE                            00044260
           END-IF.                                                      00044270
                                                                        00044280
      ****************************************************************  00044290
      *  B152-WRITE-BALANCE-BLOCK ROLLS THE CUSTOMER'S RECEIVABLE    *  00044300
      *  FORWARD AND PRINTS THE BALANCE SECTION UNDER TOTAL DUE:     *  00044310
      *  PREVIOUS BALANCE, PAYMENTS RECEIVED, CURRENT CHARGES AND    *  00044320
      *  THE NEW BALANCE DUE.                                        *  00044330
      ****************************************************************  00044340
      *                                                                 00044350
       B152-WRITE-BALANCE-BLOCK.                                        00044360
      *                                                                 00044370
           MOVE CUST-NUM   TO WS-BF-CUST.                               00044380
      *    THE CUSTOMER OWES THE TAXED TOTAL, NOT THE BARE CHARGES.     00044390
           MOVE WS-INV-TOTAL TO WS-BF-CHARGES.                          00044400
           PERFORM B185-FIND-AR-ENTRY.                                  00044410
           IF AR-ENTRY-OK                                               00044420
             PERFORM B183-ROLL-AR-ENTRY                                 00044430
             MOVE "PREVIOUS BALANCE    " TO IBF-LABEL                   00044440
             MOVE WS-BF-PREV-BAL TO IBF-AMOUNT                          00044450
             MOVE WS-INVOICE-BALFWD-LINE TO WS-INV-IMAGE                00044460
             PERFORM B158-WRITE-INVOICE-LINE                            00044470
             MOVE "PAYMENTS RECEIVED   " TO IBF-LABEL                   00044480
             MOVE WS-BF-PAYMENTS TO IBF-AMOUNT                          00044490
             MOVE WS-INVOICE-BALFWD-LINE TO WS-INV-IMAGE                00044500
             PERFORM B158-WRITE-INVOICE-LINE                            00044510
             MOVE "CURRENT CHARGES     " TO IBF-LABEL                   00044520
             MOVE WS-BF-CHARGES TO IBF-AMOUNT                           00044530
             MOVE WS-INVOICE-BALFWD-LINE TO WS-INV-IMAGE                00044540
             PERFORM B158-WRITE-INVOICE-LINE                            00044550
             IF WS-BF-FIN-CHG > 0                                       00044560
               MOVE "FINANCE CHARGE      " TO IBF-LABEL                 00044570
               MOVE WS-BF-FIN-CHG TO IBF-AMOUNT                         00044580
               MOVE WS-INVOICE-BALFWD-LINE TO WS-INV-IMAGE              00044590
               PERFORM B158-WRITE-INVOICE-LINE                          00044600
             END-IF                                                     00044610
             MOVE "NEW BALANCE DUE     " TO IBF-LABEL                   00044620
             MOVE WS-BF-NEW-BAL TO IBF-AMOUNT                           00044630
             MOVE WS-INVOICE-BALFWD-LINE TO WS-INV-IMAGE                00044640
             PERFORM B158-WRITE-INVOICE-LINE                            00044650
           END-IF.                                                      00044660
                                                                        00044670
      ****************************************************************  00044680
      *  B155-POST-CONSOL-SITE PUTS A CONSOLIDATED SITE'S CYCLE ON   *  00044690
      *  CALLCONW IN PLACE OF AN INVOICE.  A RESTARTED SEGMENT       *  00044700
      *  POSTING THE SAME SITE AGAIN REPLACES ITS ENTRY.             *  00044710
      ****************************************************************  00044720
      *                                                                 00044730
       B155-POST-CONSOL-SITE.                                           00044740
      *                                                                 00044750
      *    THE SITE'S CHARGES AND TAXES ARE ON THE GL FEED NOW BUT      00044760
      *    REACH AN INVOICE ONLY ON THE PARENT STATEMENT, SO THEY ARE   00044770
      *    HELD FOR A PARTITION'S REVENUE FOOTING.                      00044780
           COMPUTE BAL-CONSOL-PENDING = BAL-CONSOL-PENDING + TOTAL-COST 00044790
             + WS-TAX-FED + WS-TAX-STATE + WS-TAX-LOCAL.                00044800
           IF CONSOL-WORK-OPEN                                          00044810
             MOVE WS-BILL-TO-NUM TO CW-PARENT-NUM                       00044820
             MOVE CUST-NUM       TO CW-SITE-NUM                         00044830
             READ CONSOL-WORK-FILE                                      00044840
               INVALID KEY                                              00044850
                 MOVE "N" TO WS-CONW-FOUND-SW                           00044860
               NOT INVALID KEY                                          00044870
                 SET CONSOL-ENTRY-FOUND TO TRUE                         00044880
             END-READ                                                   00044890
             MOVE WS-CM-NAME     TO CW-SITE-NAME                        00044900
             MOVE CUST-NUM12     TO CW-BRANCH                           00044910
             MOVE CALLS-MADE     TO CW-CALLS                            00044920
             MOVE 0              TO CW-MINUTES                          00044930
             PERFORM VARYING SUB1 FROM 1 BY 1                           00044940
               UNTIL SUB1 > CALLS-MADE                                  00044950
               ADD NUM-MINUTES(SUB1) TO CW-MINUTES                      00044960
             END-PERFORM                                                00044970
             MOVE TOTAL-COST     TO CW-CHARGES                          00044980
             MOVE WS-TAX-FED     TO CW-TAX-FED                          00044990
             MOVE WS-TAX-STATE   TO CW-TAX-STATE                        00045000
             MOVE WS-TAX-LOCAL   TO CW-TAX-LOCAL                        00045010
             MOVE SPACES         TO CW-FILLER                           00045020
             IF CONSOL-ENTRY-FOUND                                      00045030
               REWRITE CONSOL-WORK-REC                                  00045040
                 INVALID KEY                                            00045050
                   DISPLAY "+++ CALLCONW REWRITE FAILED - "             00045060
                           CW-KEY " +++"                                00045070
                   MOVE "N" TO TEST-STATUS                              00045080
               END-REWRITE                                              00045090
             ELSE                                                       00045100
               WRITE CONSOL-WORK-REC                                    00045110
                 INVALID KEY                                            00045120
                   DISPLAY "+++ CALLCONW WRITE FAILED - "               00045130
                           CW-KEY " +++"                                00045140
                   MOVE "N" TO TEST-STATUS                              00045150
               END-WRITE                                                00045160
             END-IF                                                     00045170
           END-IF.                                                      00045180
                                                                        00045190
      ****************************************************************  00045200
      *  B157-START-ARCHIVE-INVOICE POSITIONS THE ARCHIVE FOR THE    *  00045210
      *  INVOICE ABOUT TO PRINT.  A BILLING RUN FIRST DELETES ANY    *  00045220
      *  LINES ALREADY ARCHIVED FOR THE CUSTOMER AND CYCLE (A RERUN  *  00045230
      *  OR RESTART REPLACES THEM); A RECYCLE RUN KEEPS THE REGULAR  *  00045240
      *  INVOICE, DROPS ANY EARLIER SUPPLEMENTAL AND APPENDS AFTER   *  00045250
      *  THE LAST LINE KEPT.                                         *  00045260
      ****************************************************************  00045270
      *                                                                 00045280
       B157-START-ARCHIVE-INVOICE.                                      00045290
      *                                                                 00045300
           MOVE 1 TO WS-IVA-NEXT-SEQ.                                   00045310
           SET IVA-FIRST-LINE TO TRUE.                                  00045320
           IF ARCHIVE-FILE-OPEN                                         00045330
             MOVE CUST-NUM         TO IVA-CUST-NUM                      00045340
             MOVE WS-CY-CYCLE-DATE TO IVA-CYCLE-DATE                    00045350
             MOVE 0                TO IVA-LINE-SEQ                      00045360
             MOVE "N" TO WS-IVA-SCAN-SW                                 00045370
             START INVOICE-ARCHIVE-FILE KEY >= IVA-KEY                  00045380
               INVALID KEY SET END-OF-IVA-SCAN TO TRUE                  00045390
             END-START                                                  00045400
             PERFORM UNTIL END-OF-IVA-SCAN                              00045410
               READ INVOICE-ARCHIVE-FILE NEXT                           00045420
                 AT END SET END-OF-IVA-SCAN TO TRUE                     00045430
                 NOT AT END                                             00045440
                   IF IVA-CUST-NUM NOT = CUST-NUM                       00045450
                      OR IVA-CYCLE-DATE NOT = WS-CY-CYCLE-DATE          00045460
                     SET END-OF-IVA-SCAN TO TRUE                        00045470
                   ELSE                                                 00045480
                     IF BILLING-MODE OR IVA-INV-KIND = "R"              00045490
                       DELETE INVOICE-ARCHIVE-FILE RECORD               00045500
                         INVALID KEY                                    00045510
                           DISPLAY "+++ CALLINVA DELETE FAILED - "      00045520
                                   IVA-CUST-NUM " +++"                  00045530
                           SET RUN-HAS-WARNING TO TRUE                  00045540
                       END-DELETE                                       00045550
                     ELSE                                               00045560
                       COMPUTE WS-IVA-NEXT-SEQ = IVA-LINE-SEQ + 1       00045570
                     END-IF                                             00045580
                   END-IF                                               00045590
               END-READ                                                 00045600
             END-PERFORM                                                00045610
           END-IF.                                                      00045620
                                                                        00045630
      ****************************************************************  00045640
      *  B158-WRITE-INVOICE-LINE PRINTS THE LINE BUILT IN            *  00045650
      *  WS-INV-IMAGE ON THE BRANCH INVOICE FILE (ON CALLCONS WHILE  *  00045660
      *  PARENT STATEMENTS PRINT) AND ARCHIVES THE SAME IMAGE UNDER  *  00045670
      *  THE NEXT LINE SEQUENCE.                                     *  00045680
      ****************************************************************  00045690
      *                                                                 00045700
       B158-WRITE-INVOICE-LINE.                                         00045710
      *                                                                 00045720
           IF PRINTING-CONSOLIDATED                                     00045730
             WRITE CONSOL-STMT-LINE FROM WS-INV-IMAGE                   00045740
           ELSE                                                         00045750
             WRITE INVOICE-LINE FROM WS-INV-IMAGE                       00045760
           END-IF.                                                      00045770
           IF ARCHIVE-FILE-OPEN                                         00045780
             MOVE CUST-NUM         TO IVA-CUST-NUM                      00045790
             MOVE WS-CY-CYCLE-DATE TO IVA-CYCLE-DATE                    00045800
             MOVE WS-IVA-NEXT-SEQ  TO IVA-LINE-SEQ                      00045810
             IF RECYCLE-MODE                                            00045820
               MOVE "R" TO IVA-INV-KIND                                 00045830
             ELSE                                                       00045840
               MOVE "B" TO IVA-INV-KIND                                 00045850
             END-IF                                                     00045860
             IF IVA-FIRST-LINE                                          00045870
               MOVE "H" TO IVA-LINE-TYPE                                00045880
               MOVE "N" TO WS-IVA-FIRST-SW                              00045890
             ELSE                                                       00045900
               MOVE SPACE TO IVA-LINE-TYPE                              00045910
             END-IF                                                     00045920
             MOVE WS-RUN-DATE      TO IVA-RUN-DATE                      00045930
             MOVE WS-INV-IMAGE     TO IVA-LINE                          00045940
             WRITE INVOICE-ARCHIVE-REC                                  00045950
               INVALID KEY                                              00045960
                 DISPLAY "+++ CALLINVA WRITE FAILED - "                 00045970
                         IVA-CUST-NUM " " IVA-LINE-SEQ " +++"           00045980
                 SET RUN-HAS-WARNING TO TRUE                            00045990
               NOT INVALID KEY                                          00046000
                 ADD 1 TO WS-IVA-WRITE-COUNT                            00046010
             END-WRITE                                                  00046020
             ADD 1 TO WS-IVA-NEXT-SEQ                                   00046030
           END-IF.                                                      00046040
                                                                        00046050
      ****************************************************************  00046060
      *  B183-ROLL-AR-ENTRY IS THE BALANCE-FORWARD STEP FOR THE      *  00046070
      *  RECEIVABLE ENTRY IN AR-WORK-AREA: THE OPEN CREDIT AND THE   *  00046080
      *  CYCLE'S PAYMENTS PAY DOWN THE OLDEST BUCKETS FIRST, THE     *  00046090
      *  BUCKETS AGE ONE CYCLE, THE NEW CHARGES (WS-BF-CHARGES)      *  00046100
      *  BECOME CURRENT, ANY OVERPAYMENT IS CARRIED AS CREDIT, AND   *  00046110
      *  THE ROLLED ENTRY IS WRITTEN STRAIGHT BACK TO CALLARN.       *  00046120
      ****************************************************************  00046130
      *                                                                 00046140
       B183-ROLL-AR-ENTRY.                                              00046150
      *                                                                 00046160
           COMPUTE WS-BF-PREV-BAL = AW-BUCKET-CURR                      00046170
             + AW-BUCKET-30 + AW-BUCKET-60                              00046180
             + AW-BUCKET-90 - AW-CREDIT.                                00046190
           PERFORM B184-SUM-PAYMENTS.                                   00046200
           COMPUTE WS-BF-PAY-REM = WS-BF-PAYMENTS                       00046210
             + AW-CREDIT.                                               00046220
           MOVE 0 TO AW-CREDIT.                                         00046230
           IF WS-BF-PAY-REM >= AW-BUCKET-90                             00046240
             SUBTRACT AW-BUCKET-90 FROM WS-BF-PAY-REM                   00046250
             MOVE 0 TO AW-BUCKET-90                                     00046260
           ELSE                                                         00046270
             SUBTRACT WS-BF-PAY-REM FROM AW-BUCKET-90                   00046280
             MOVE 0 TO WS-BF-PAY-REM                                    00046290
           END-IF.                                                      00046300
           IF WS-BF-PAY-REM >= AW-BUCKET-60                             00046310
             SUBTRACT AW-BUCKET-60 FROM WS-BF-PAY-REM                   00046320
             MOVE 0 TO AW-BUCKET-60                                     00046330
           ELSE                                                         00046340
             SUBTRACT WS-BF-PAY-REM FROM AW-BUCKET-60                   00046350
             MOVE 0 TO WS-BF-PAY-REM                                    00046360
           END-IF.                                                      00046370
           IF WS-BF-PAY-REM >= AW-BUCKET-30                             00046380
             SUBTRACT AW-BUCKET-30 FROM WS-BF-PAY-REM                   00046390
             MOVE 0 TO AW-BUCKET-30                                     00046400
           ELSE                                                         00046410
             SUBTRACT WS-BF-PAY-REM FROM AW-BUCKET-30                   00046420
             MOVE 0 TO WS-BF-PAY-REM                                    00046430
           END-IF.                                                      00046440
           IF WS-BF-PAY-REM >= AW-BUCKET-CURR                           00046450
             SUBTRACT AW-BUCKET-CURR FROM WS-BF-PAY-REM                 00046460
             MOVE 0 TO AW-BUCKET-CURR                                   00046470
           ELSE                                                         00046480
             SUBTRACT WS-BF-PAY-REM FROM AW-BUCKET-CURR                 00046490
             MOVE 0 TO WS-BF-PAY-REM                                    00046500
           END-IF.                                                      00046510
           ADD AW-BUCKET-60   TO AW-BUCKET-90.                          00046520
           MOVE AW-BUCKET-30  TO AW-BUCKET-60.                          00046530
           MOVE AW-BUCKET-CURR TO AW-BUCKET-30.                         00046540
           IF WS-BF-PAY-REM >= WS-BF-CHARGES                            00046550
             SUBTRACT WS-BF-CHARGES FROM WS-BF-PAY-REM                  00046560
             MOVE 0 TO AW-BUCKET-CURR                                   00046570
           ELSE                                                         00046580
             COMPUTE AW-BUCKET-CURR = WS-BF-CHARGES                     00046590
               - WS-BF-PAY-REM                                          00046600
             MOVE 0 TO WS-BF-PAY-REM                                    00046610
           END-IF.                                                      00046620
           MOVE WS-BF-PAY-REM TO AW-CREDIT.                             00046630
      *    A BALANCE STILL PAST DUE AFTER PAYMENTS AND AGING DRAWS      00046640
      *    THE FINANCE CHARGE FROM CALLCTL.  IT IS A NEW CHARGE OF      00046650
      *    THIS CYCLE (CURRENT BUCKET) AND POSTS TO THE GL UNDER ITS    00046660
      *    OWN RECORD TYPE SO FINANCE-CHARGE INCOME NEVER MIXES WITH    00046670
      *    BILLED REVENUE.                                              00046680
           MOVE 0 TO WS-BF-FIN-CHG.                                     00046690
           IF WS-FIN-CHG-PCT > 0                                        00046700
             COMPUTE WS-BF-FIN-CHG ROUNDED = (AW-BUCKET-30              00046710
               + AW-BUCKET-60 + AW-BUCKET-90)                           00046720
               * WS-FIN-CHG-PCT / 100                                   00046730
           END-IF.                                                      00046740
           IF WS-BF-FIN-CHG > 0                                         00046750
             ADD WS-BF-FIN-CHG TO AW-BUCKET-CURR                        00046760
             ADD WS-BF-FIN-CHG TO BAL-FIN-ASSESSED                      00046770
             IF WS-GLAR-STATUS = "00"                                   00046780
               MOVE AW-CUST-NUM   TO GLAR-CUST-NUM                      00046790
               MOVE SPACES        TO GLAR-CUST-NAME                     00046800
               MOVE WS-BF-FIN-CHG TO GLAR-TOTAL-COST                    00046810
               MOVE WS-RUN-DATE   TO GLAR-RUN-DATE                      00046820
               MOVE "I"           TO GLAR-REC-TYPE                      00046830
               MOVE SPACES        TO GLAR-FILLER                        00046840
               WRITE GLAR-REC                                           00046850
               ADD WS-BF-FIN-CHG TO BAL-FIN-GL                          00046860
             END-IF                                                     00046870
           END-IF.                                                      00046880
           COMPUTE WS-BF-NEW-BAL = AW-BUCKET-CURR                       00046890
             + AW-BUCKET-30 + AW-BUCKET-60                              00046900
             + AW-BUCKET-90 - AW-CREDIT.                                00046910
           PERFORM B186-PUT-AR-ENTRY.                                   00046920
                                                                        00046930
      *                                                                 00046940
       B184-SUM-PAYMENTS.                                               00046950
      *                                                                 00046960
           MOVE 0 TO WS-BF-PAYMENTS.                                    00046970
           PERFORM VARYING WS-AR-SUB FROM 1 BY 1                        00046980
             UNTIL WS-AR-SUB > PAYMENT-COUNT                            00046990
             IF PAYT-CUST-NUM(WS-AR-SUB) = WS-BF-CUST                   00047000
                AND PAYT-APPLIED(WS-AR-SUB) = "N"                       00047010
               ADD PAYT-AMOUNT(WS-AR-SUB) TO WS-BF-PAYMENTS             00047020
               MOVE "Y" TO PAYT-APPLIED(WS-AR-SUB)                      00047030
             END-IF                                                     00047040
           END-PERFORM.                                                 00047050
                                                                        00047060
      ****************************************************************  00047070
      *  B185-FIND-AR-ENTRY FETCHES WS-BF-CUST'S RECEIVABLE ENTRY    *  00047080
      *  INTO AR-WORK-AREA: FROM CALLARN IF THIS RUN ALREADY WROTE   *  00047090
      *  ONE, ELSE FROM LAST CYCLE'S CALLARO, ELSE A FRESH ZERO-     *  00047100
      *  BALANCE ENTRY FOR A CUSTOMER NOT YET ON THE LEDGER.         *  00047110
      ****************************************************************  00047120
      *                                                                 00047130
       B185-FIND-AR-ENTRY.                                              00047140
      *                                                                 00047150
           MOVE "Y" TO WS-AR-OK-SW.                                     00047160
           MOVE "N" TO WS-ARN-EXISTS-SW.                                00047170
           MOVE WS-BF-CUST TO AW-CUST-NUM.                              00047180
           MOVE 0 TO AW-BUCKET-CURR AW-BUCKET-30 AW-BUCKET-60           00047190
                     AW-BUCKET-90 AW-CREDIT.                            00047200
           MOVE WS-BF-CUST TO ARN-CUST-NUM.                             00047210
           READ AR-NEW-FILE                                             00047220
             INVALID KEY                                                00047230
               CONTINUE                                                 00047240
             NOT INVALID KEY                                            00047250
               SET ARN-ENTRY-EXISTS TO TRUE                             00047260
               MOVE ARN-BUCKET-CURR TO AW-BUCKET-CURR                   00047270
               MOVE ARN-BUCKET-30   TO AW-BUCKET-30                     00047280
               MOVE ARN-BUCKET-60   TO AW-BUCKET-60                     00047290
               MOVE ARN-BUCKET-90   TO AW-BUCKET-90                     00047300
               MOVE ARN-CREDIT      TO AW-CREDIT                        00047310
           END-READ.                                                    00047320
           IF NOT ARN-ENTRY-EXISTS AND ARO-FILE-OPEN                    00047330
             MOVE WS-BF-CUST TO ARO-CUST-NUM                            00047340
             READ AR-OLD-FILE                                           00047350
               INVALID KEY                                              00047360
                 CONTINUE                                               00047370
               NOT INVALID KEY                                          00047380
                 MOVE ARO-BUCKET-CURR TO AW-BUCKET-CURR                 00047390
                 MOVE ARO-BUCKET-30   TO AW-BUCKET-30                   00047400
                 MOVE ARO-BUCKET-60   TO AW-BUCKET-60                   00047410
                 MOVE ARO-BUCKET-90   TO AW-BUCKET-90                   00047420
                 MOVE ARO-CREDIT      TO AW-CREDIT                      00047430
             END-READ                                                   00047440
           END-IF.                                                      00047450
                                                                        00047460
      ****************************************************************  00047470
      *  B186-PUT-AR-ENTRY WRITES AR-WORK-AREA BACK TO CALLARN --    *  00047480
      *  A REWRITE WHEN THIS RUN ALREADY HOLDS THE ENTRY, A WRITE    *  00047490
      *  WHEN IT IS THE CUSTOMER'S FIRST TOUCH OF THE CYCLE.         *  00047500
      ****************************************************************  00047510
      *                                                                 00047520
       B186-PUT-AR-ENTRY.                                               00047530
      *                                                                 00047540
           MOVE AW-CUST-NUM     TO ARN-CUST-NUM.                        00047550
           MOVE AW-BUCKET-CURR  TO ARN-BUCKET-CURR.                     00047560
           MOVE AW-BUCKET-30    TO ARN-BUCKET-30.                       00047570
           MOVE AW-BUCKET-60    TO ARN-BUCKET-60.                       00047580
           MOVE AW-BUCKET-90    TO ARN-BUCKET-90.                       00047590
           MOVE AW-CREDIT       TO ARN-CREDIT.                          00047600
           IF ARN-ENTRY-EXISTS                                          00047610
             REWRITE AR-NEW-REC                                         00047620
               INVALID KEY                                              00047630
                 DISPLAY "+++ CALLARN REWRITE FAILED - "                00047640
                         AW-CUST-NUM " +++"                             00047650
                 MOVE "N" TO TEST-STATUS                                00047660
             END-REWRITE                                                00047670
           ELSE                                                         00047680
             WRITE AR-NEW-REC                                           00047690
               INVALID KEY                                              00047700
                 DISPLAY "+++ CALLARN WRITE FAILED - "                  00047710
                         AW-CUST-NUM " +++"                             00047720
                 MOVE "N" TO TEST-STATUS                                00047730
             END-WRITE                                                  00047740
           END-IF.                                                      00047750
                                                                        00047760
      ****************************************************************  00047770
      *  B160-ACCUMULATE-SUMMARY ROLLS THE CUSTOMER JUST BILLED INTO *  00047780
      *  BOTH THE NATIONAL TOTALS AND THE CURRENT BRANCH'S TOTALS,   *  00047790
      *  BROKEN OUT BY AREA CODE AND BY CITY.  WHEN THE MARGIN       *  00047800
      *  REPORT IS ON, EACH RATED CALL IS ALSO COSTED AND ROLLED     *  00047810
      *  INTO THE ROUTE MARGIN TOTALS BY B167.                       *  00047820
      ****************************************************************  00047830
      *                                                                 00047840
       B160-ACCUMULATE-SUMMARY.                                         00047850
      *                                                                 00047860
           ADD 1 TO NAT-CUST-COUNT.                                     00047870
           ADD 1 TO BR-CUST-COUNT.                                      00047880
           ADD TOTAL-COST TO NAT-TOTAL-REVENUE.                         00047890
           ADD TOTAL-COST TO BR-TOTAL-REVENUE.                          00047900
           MOVE 0 TO WS-CALL-COST-SUM.                                  00047910
                                                                        00047920
           PERFORM VARYING SUB1 FROM 1 BY 1                             00047930
             UNTIL SUB1 > CALLS-MADE                                    00047940
             ADD NUM-MINUTES(SUB1) TO NAT-TOTAL-MINUTES                 00047950
             ADD NUM-MINUTES(SUB1) TO BR-TOTAL-MINUTES                  00047960
             ADD COST(SUB1)        TO WS-CALL-COST-SUM                  00047970
             PERFORM B161-ACCUM-NAT-AREA                                00047980
             PERFORM B162-ACCUM-NAT-CITY                                00047990
             PERFORM B163-ACCUM-BR-AREA                                 00048000
             PERFORM B164-ACCUM-BR-CITY                                 00048010
      *      A CALL THAT DID NOT RATE CARRIES NO RATE PERIOD.           00048020
             IF MARGIN-REPORTING                                        00048030
                AND (RATE-PERIOD(SUB1) = "P" OR RATE-PERIOD(SUB1) = "O")00048040
               PERFORM B167-ACCUM-MARGIN                                00048050
             END-IF                                                     00048060
           END-PERFORM.                                                 00048070
                                                                        00048080
      *    THE PLAN SURCHARGE ADDED TO TOTAL-COST BY NSTSUBF/G/I IS A   00048090
      *    FLAT PER-CUSTOMER CHARGE, NOT TIED TO ANY ONE CALL, SO IT    00048100
      *    NEVER SHOWS UP IN THE PER-CALL AREA/CITY BREAKDOWNS ABOVE.   00048110
      *    ROLL WHATEVER IS LEFT OF TOTAL-COST AFTER THE PER-CALL       00048120
      *    COSTS ARE BACKED OUT INTO A PSEUDO "OTHER" ENTRY SO THE      00048130
      *    AREA/CITY SUBTOTALS ALWAYS FOOT BACK TO THE GRAND TOTAL.     00048140
           IF TOTAL-COST > WS-CALL-COST-SUM                             00048150
             COMPUTE WS-SURCHARGE-AMT = TOTAL-COST - WS-CALL-COST-SUM   00048160
             PERFORM B165-ACCUM-NAT-SURCHARGE                           00048170
             PERFORM B166-ACCUM-BR-SURCHARGE                            00048180
           END-IF.                                                      00048190
                                                                        00048200
      *                                                                 00048210
       B161-ACCUM-NAT-AREA.                                             00048220
      *                                                                 00048230
           SET NAT-AREA-IDX TO 1.                                       00048240
           SEARCH NAT-AREA-TABLE                                        00048250
             AT END                                                     00048260
               IF NAT-AREA-COUNT < 20                                   00048270
                 ADD 1 TO NAT-AREA-COUNT                                00048280
                 SET NAT-AREA-IDX TO NAT-AREA-COUNT                     00048290
                 MOVE AREA-CODE(SUB1) TO NAT-AREA-CODE(NAT-AREA-IDX)    00048300
                 MOVE 0 TO NAT-AREA-MINUTES(NAT-AREA-IDX)               00048310
                           NAT-AREA-REVENUE(NAT-AREA-IDX)               00048320
                 ADD NUM-MINUTES(SUB1) TO NAT-AREA-MINUTES(NAT-AREA-IDX)00048330
                 ADD COST(SUB1)        TO NAT-AREA-REVENUE(NAT-AREA-IDX)00048340
               ELSE                                                     00048350
                 DISPLAY "+++ NATIONAL AREA CODE SUMMARY FULL - "       00048360
                         AREA-CODE(SUB1) " NOT TOTALED +++"             00048370
               END-IF                                                   00048380
             WHEN NAT-AREA-CODE(NAT-AREA-IDX) = AREA-CODE(SUB1)         00048390
               ADD NUM-MINUTES(SUB1) TO NAT-AREA-MINUTES(NAT-AREA-IDX)  00048400
               ADD COST(SUB1)        TO NAT-AREA-REVENUE(NAT-AREA-IDX)  00048410
           END-SEARCH.                                                  00048420
                                                                        00048430
      *                                                                 00048440
       B162-ACCUM-NAT-CITY.                                             00048450
      *                                                                 00048460
           SET NAT-CITY-IDX TO 1.                                       00048470
           SEARCH NAT-CITY-TABLE                                        00048480
             AT END                                                     00048490
               IF NAT-CITY-COUNT < 20                                   00048500
                 ADD 1 TO NAT-CITY-COUNT                                00048510
                 SET NAT-CITY-IDX TO NAT-CITY-COUNT                     00048520
                 MOVE CITY(SUB1) TO NAT-CITY-NAME(NAT-CITY-IDX)         00048530
                 MOVE 0 TO NAT-CITY-MINUTES(NAT-CITY-IDX)               00048540
                           NAT-CITY-REVENUE(NAT-CITY-IDX)               00048550
                 ADD NUM-MINUTES(SUB1) TO NAT-CITY-MINUTES(NAT-CITY-IDX)00048560
                 ADD COST(SUB1)        TO NAT-CITY-REVENUE(NAT-CITY-IDX)00048570
               ELSE                                                     00048580
                 DISPLAY "+++ NATIONAL CITY SUMMARY FULL - "            00048590
                         CITY(SUB1) " NOT TOTALED +++"                  00048600
               END-IF                                                   00048610
             WHEN NAT-CITY-NAME(NAT-CITY-IDX) = CITY(SUB1)              00048620
               ADD NUM-MINUTES(SUB1) TO NAT-CITY-MINUTES(NAT-CITY-IDX)  00048630
               ADD COST(SUB1)        TO NAT-CITY-REVENUE(NAT-CITY-IDX)  00048640
           END-SEARCH.                                                  00048650
                                                                        00048660
      *                                                                 00048670
       B163-ACCUM-BR-AREA.                                              00048680
      *                                                                 00048690
           SET BR-AREA-IDX TO 1.                                        00048700
           SEARCH BR-AREA-TABLE                                         00048710
             AT END                                                     00048720
               IF BR-AREA-COUNT < 20                                    00048730
                 ADD 1 TO BR-AREA-COUNT                                 00048740
                 SET BR-AREA-IDX TO BR-AREA-COUNT                       00048750
                 MOVE AREA-CODE(SUB1) TO BR-AREA-CODE(BR-AREA-IDX)      00048760
                 MOVE 0 TO BR-AREA-MINUTES(BR-AREA-IDX)                 00048770
                           BR-AREA-REVENUE(BR-AREA-IDX)                 00048780
                 ADD NUM-MINUTES(SUB1) TO BR-AREA-MINUTES(BR-AREA-IDX)  00048790
                 ADD COST(SUB1)        TO BR-AREA-REVENUE(BR-AREA-IDX)  00048800
               ELSE                                                     00048810
                 DISPLAY "+++ BRANCH AREA CODE SUMMARY FULL - "         00048820
                         AREA-CODE(SUB1) " NOT TOTALED +++"             00048830
               END-IF                                                   00048840
             WHEN BR-AREA-CODE(BR-AREA-IDX) = AREA-CODE(SUB1)           00048850
               ADD NUM-MINUTES(SUB1) TO BR-AREA-MINUTES(BR-AREA-IDX)    00048860
               ADD COST(SUB1)        TO BR-AREA-REVENUE(BR-AREA-IDX)    00048870
           END-SEARCH.                                                  00048880
                                                                        00048890
      *                                                                 00048900
       B164-ACCUM-BR-CITY.                                              00048910
      *                                                                 00048920
           SET BR-CITY-IDX TO 1.                                        00048930
           SEARCH BR-CITY-TABLE                                         00048940
             AT END                                                     00048950
               IF BR-CITY-COUNT < 20                                    00048960
                 ADD 1 TO BR-CITY-COUNT                                 00048970
                 SET BR-CITY-IDX TO BR-CITY-COUNT                       00048980
                 MOVE CITY(SUB1) TO BR-CITY-NAME(BR-CITY-IDX)           00048990
                 MOVE 0 TO BR-CITY-MINUTES(BR-CITY-IDX)                 00049000
                           BR-CITY-REVENUE(BR-CITY-IDX)                 00049010
                 ADD NUM-MINUTES(SUB1) TO BR-CITY-MINUTES(BR-CITY-IDX)  00049020
                 ADD COST(SUB1)        TO BR-CITY-REVENUE(BR-CITY-IDX)  00049030
               ELSE                                                     00049040
                 DISPLAY "+++ BRANCH CITY SUMMARY FULL - "              00049050
                         CITY(SUB1) " NOT TOTALED +++"                  00049060
               END-IF                                                   00049070
             WHEN BR-CITY-NAME(BR-CITY-IDX) = CITY(SUB1)                00049080
               ADD NUM-MINUTES(SUB1) TO BR-CITY-MINUTES(BR-CITY-IDX)    00049090
               ADD COST(SUB1)        TO BR-CITY-REVENUE(BR-CITY-IDX)    00049100
           END-SEARCH.                                                  00049110
                                                                        00049120
      *                                                                 00049130
       B165-ACCUM-NAT-SURCHARGE.                                        00049140
      *                                                                 00049150
           SET NAT-AREA-IDX TO 1.                                       00049160
           SEARCH NAT-AREA-TABLE                                        00049170
             AT END                                                     00049180
               IF NAT-AREA-COUNT < 20                                   00049190
                 ADD 1 TO NAT-AREA-COUNT                                00049200
                 SET NAT-AREA-IDX TO NAT-AREA-COUNT                     00049210
                 MOVE 999 TO NAT-AREA-CODE(NAT-AREA-IDX)                00049220
                 MOVE 0 TO NAT-AREA-MINUTES(NAT-AREA-IDX)               00049230
                           NAT-AREA-REVENUE(NAT-AREA-IDX)               00049240
                 ADD WS-SURCHARGE-AMT TO NAT-AREA-REVENUE(NAT-AREA-IDX) 00049250
               ELSE                                                     00049260
                 DISPLAY "+++ NATIONAL AREA CODE SUMMARY FULL - "       00049270
                         "SURCHARGE NOT TOTALED +++"                    00049280
               END-IF                                                   00049290
             WHEN NAT-AREA-CODE(NAT-AREA-IDX) = 999                     00049300
               ADD WS-SURCHARGE-AMT TO NAT-AREA-REVENUE(NAT-AREA-IDX)   00049310
           END-SEARCH.                                                  00049320
                                                                        00049330
           SET NAT-CITY-IDX TO 1.                                       00049340
           SEARCH NAT-CITY-TABLE                                        00049350
             AT END                                                     00049360
               IF NAT-CITY-COUNT < 20                                   00049370
                 ADD 1 TO NAT-CITY-COUNT                                00049380
                 SET NAT-CITY-IDX TO NAT-CITY-COUNT                     00049390
                 MOVE "OTHER" TO NAT-CITY-NAME(NAT-CITY-IDX)            00049400
                 MOVE 0 TO NAT-CITY-MINUTES(NAT-CITY-IDX)               00049410
                           NAT-CITY-REVENUE(NAT-CITY-IDX)               00049420
                 ADD WS-SURCHARGE-AMT TO NAT-CITY-REVENUE(NAT-CITY-IDX) 00049430
               ELSE                                                     00049440
                 DISPLAY "+++ NATIONAL CITY SUMMARY FULL - "            00049450
                         "SURCHARGE NOT TOTALED +++"                    00049460
               END-IF                                                   00049470
             WHEN NAT-CITY-NAME(NAT-CITY-IDX) = "OTHER"                 00049480
               ADD WS-SURCHARGE-AMT TO NAT-CITY-REVENUE(NAT-CITY-IDX)   00049490
           END-SEARCH.                                                  00049500
                                                                        00049510
      *                                                                 00049520
       B166-ACCUM-BR-SURCHARGE.                                         00049530
      *                                                                 00049540
           SET BR-AREA-IDX TO 1.                                        00049550
           SEARCH BR-AREA-TABLE                                         00049560
             AT END                                                     00049570
               IF BR-AREA-COUNT < 20                                    00049580
                 ADD 1 TO BR-AREA-COUNT                                 00049590
                 SET BR-AREA-IDX TO BR-AREA-COUNT                       00049600
                 MOVE 999 TO BR-AREA-CODE(BR-AREA-IDX)                  00049610
                 MOVE 0 TO BR-AREA-MINUTES(BR-AREA-IDX)                 00049620
                           BR-AREA-REVENUE(BR-AREA-IDX)                 00049630
                 ADD WS-SURCHARGE-AMT TO BR-AREA-REVENUE(BR-AREA-IDX)   00049640
               ELSE                                                     00049650
                 DISPLAY "+++ BRANCH AREA CODE SUMMARY FULL - "         00049660
                         "SURCHARGE NOT TOTALED +++"                    00049670
               END-IF                                                   00049680
             WHEN BR-AREA-CODE(BR-AREA-IDX) = 999                       00049690
               ADD WS-SURCHARGE-AMT TO BR-AREA-REVENUE(BR-AREA-IDX)     00049700
           END-SEARCH.                                                  00049710
                                                                        00049720
           SET BR-CITY-IDX TO 1.                                        00049730
           SEARCH BR-CITY-TABLE                                         00049740
             AT END                                                     00049750
               IF BR-CITY-COUNT < 20                                    00049760
                 ADD 1 TO BR-CITY-COUNT                                 00049770
                 SET BR-CITY-IDX TO BR-CITY-COUNT                       00049780
                 MOVE "OTHER" TO BR-CITY-NAME(BR-CITY-IDX)              00049790
                 MOVE 0 TO BR-CITY-MINUTES(BR-CITY-IDX)                 00049800
                           BR-CITY-REVENUE(BR-CITY-IDX)                 00049810
                 ADD WS-SURCHARGE-AMT TO BR-CITY-REVENUE(BR-CITY-IDX)   00049820
               ELSE                                                     00049830
                 DISPLAY "+++ BRANCH CITY SUMMARY FULL - "              00049840
                         "SURCHARGE NOT TOTALED +++"                    00049850
               END-IF                                                   00049860
             WHEN BR-CITY-NAME(BR-CITY-IDX) = "OTHER"                   00049870
               ADD WS-SURCHARGE-AMT TO BR-CITY-REVENUE(BR-CITY-IDX)     00049880
           END-SEARCH.                                                  00049890
                                                                        00049900
      ****************************************************************  00049910
      *  B167-ACCUM-MARGIN COSTS ONE RATED CALL AT THE CALLCOST ROW  *  00049920
      *  IN EFFECT ON THE CALL DATE, AT THE PEAK OR OFF-PEAK COST THE*  00049930
      *  CALL WAS RATED IN, AND ROLLS IT INTO THE NATIONAL AND BRANCH*  00049940
      *  ROUTE MARGIN TOTALS.                                        *  00049950
      ****************************************************************  00049960
      *                                                                 00049970
       B167-ACCUM-MARGIN.                                               00049980
      *                                                                 00049990
           MOVE "N" TO WS-COST-FOUND-SW.                                00050000
           MOVE 0 TO WS-CT-BEST-EFF WS-CC-COST WS-CC-NOCOST-MIN.        00050010
           PERFORM VARYING WS-CT-SUB FROM 1 BY 1                        00050020
             UNTIL WS-CT-SUB > COST-TABLE-COUNT                         00050030
             IF CT-AREA-CODE(WS-CT-SUB) = AREA-CODE(SUB1)               00050040
                AND CT-EFF-DATE(WS-CT-SUB) <= CALL-DATE(SUB1)           00050050
                AND (NOT CARRIER-COST-FOUND                             00050060
                     OR CT-EFF-DATE(WS-CT-SUB) > WS-CT-BEST-EFF)        00050070
               SET CARRIER-COST-FOUND TO TRUE                           00050080
               MOVE CT-EFF-DATE(WS-CT-SUB) TO WS-CT-BEST-EFF            00050090
               MOVE WS-CT-SUB TO WS-CT-BEST                             00050100
             END-IF                                                     00050110
           END-PERFORM.                                                 00050120
           IF CARRIER-COST-FOUND                                        00050130
             IF RATE-PERIOD(SUB1) = "O"                                 00050140
               COMPUTE WS-CC-COST ROUNDED =                             00050150
                 NUM-MINUTES(SUB1) * CT-OFFPEAK-COST(WS-CT-BEST)        00050160
             ELSE                                                       00050170
               COMPUTE WS-CC-COST ROUNDED =                             00050180
                 NUM-MINUTES(SUB1) * CT-PEAK-COST(WS-CT-BEST)           00050190
             END-IF                                                     00050200
           ELSE                                                         00050210
             MOVE NUM-MINUTES(SUB1) TO WS-CC-NOCOST-MIN                 00050220
           END-IF.                                                      00050230
           PERFORM B168-ACCUM-NAT-MARGIN.                               00050240
           PERFORM B169-ACCUM-BR-MARGIN.                                00050250
                                                                        00050260
      *                                                                 00050270
       B168-ACCUM-NAT-MARGIN.                                           00050280
      *                                                                 00050290
           SET NMG-IDX TO 1.                                            00050300
           SEARCH NMG-TABLE                                             00050310
             AT END                                                     00050320
               IF NMG-ROUTE-COUNT < 100                                 00050330
                 ADD 1 TO NMG-ROUTE-COUNT                               00050340
                 SET NMG-IDX TO NMG-ROUTE-COUNT                         00050350
                 MOVE AREA-CODE(SUB1) TO NMG-AREA-CODE(NMG-IDX)         00050360
                 MOVE CITY(SUB1)      TO NMG-CITY(NMG-IDX)              00050370
                 MOVE 0 TO NMG-MINUTES(NMG-IDX) NMG-REVENUE(NMG-IDX)    00050380
                           NMG-COST(NMG-IDX) NMG-NOCOST-MIN(NMG-IDX)    00050390
                 ADD NUM-MINUTES(SUB1) TO NMG-MINUTES(NMG-IDX)          00050400
                 ADD COST(SUB1)        TO NMG-REVENUE(NMG-IDX)          00050410
                 ADD WS-CC-COST        TO NMG-COST(NMG-IDX)             00050420
                 ADD WS-CC-NOCOST-MIN  TO NMG-NOCOST-MIN(NMG-IDX)       00050430
               ELSE                                                     00050440
                 DISPLAY "+++ NATIONAL MARGIN TABLE FULL - "            00050450
                         AREA-CODE(SUB1) " NOT TOTALED +++"             00050460
               END-IF                                                   00050470
             WHEN NMG-AREA-CODE(NMG-IDX) = AREA-CODE(SUB1)              00050480
                  AND NMG-CITY(NMG-IDX) = CITY(SUB1)                    00050490
               ADD NUM-MINUTES(SUB1) TO NMG-MINUTES(NMG-IDX)            00050500
               ADD COST(SUB1)        TO NMG-REVENUE(NMG-IDX)            00050510
               ADD WS-CC-COST        TO NMG-COST(NMG-IDX)               00050520
               ADD WS-CC-NOCOST-MIN  TO NMG-NOCOST-MIN(NMG-IDX)         00050530
           END-SEARCH.                                                  00050540
                                                                        00050550
      *                                                                 00050560
       B169-ACCUM-BR-MARGIN.                                            00050570
      *                                                                 00050580
           SET BMG-IDX TO 1.                                            00050590
           SEARCH BMG-TABLE                                             00050600
             AT END                                                     00050610
               IF BMG-ROUTE-COUNT < 100                                 00050620
                 ADD 1 TO BMG-ROUTE-COUNT                               00050630
                 SET BMG-IDX TO BMG-ROUTE-COUNT                         00050640
                 MOVE AREA-CODE(SUB1) TO BMG-AREA-CODE(BMG-IDX)         00050650
                 MOVE CITY(SUB1)      TO BMG-CITY(BMG-IDX)              00050660
                 MOVE 0 TO BMG-MINUTES(BMG-IDX) BMG-REVENUE(BMG-IDX)    00050670
                           BMG-COST(BMG-IDX) BMG-NOCOST-MIN(BMG-IDX)    00050680
                 ADD NUM-MINUTES(SUB1) TO BMG-MINUTES(BMG-IDX)          00050690
                 ADD COST(SUB1)        TO BMG-REVENUE(BMG-IDX)          00050700
                 ADD WS-CC-COST        TO BMG-COST(BMG-IDX)             00050710
                 ADD WS-CC-NOCOST-MIN  TO BMG-NOCOST-MIN(BMG-IDX)       00050720
               ELSE                                                     00050730
                 DISPLAY "+++ BRANCH MARGIN TABLE FULL - "              00050740
                         AREA-CODE(SUB1) " NOT TOTALED +++"             00050750
               END-IF                                                   00050760
             WHEN BMG-AREA-CODE(BMG-IDX) = AREA-CODE(SUB1)              00050770
                  AND BMG-CITY(BMG-IDX) = CITY(SUB1)                    00050780
               ADD NUM-MINUTES(SUB1) TO BMG-MINUTES(BMG-IDX)            00050790
               ADD COST(SUB1)        TO BMG-REVENUE(BMG-IDX)            00050800
               ADD WS-CC-COST        TO BMG-COST(BMG-IDX)               00050810
               ADD WS-CC-NOCOST-MIN  TO BMG-NOCOST-MIN(BMG-IDX)         00050820
           END-SEARCH.                                                  00050830
                                                                        00050840
      *                                                                 00050850
      *  THE REVENUE RECORD CARRIES THE PRE-TAX CHARGES; EACH TAX       00050860
      *  JURISDICTION POSTS ITS OWN LIABILITY RECORD ("F"/"S"/"L")      00050870
      *  SO THE GL SPLIT OF REVENUE FROM TAX PAYABLE IS AUTOMATIC.      00050880
      *                                                                 00050890
       B170-WRITE-GLAR-RECORD.                                          00050900
      *                                                                 00050910
           MOVE WS-BILL-TO-NUM TO GLAR-CUST-NUM.                        00050920
           MOVE CUST-NAME   TO GLAR-CUST-NAME.                          00050930
           MOVE TOTAL-COST  TO GLAR-TOTAL-COST.                         00050940
           MOVE WS-RUN-DATE TO GLAR-RUN-DATE.                           00050950
           IF RECYCLE-MODE                                              00050960
             MOVE "A" TO GLAR-REC-TYPE                                  00050970
           ELSE                                                         00050980
             MOVE "R" TO GLAR-REC-TYPE                                  00050990
           END-IF.                                                      00051000
           MOVE SPACES      TO GLAR-FILLER.                             00051010
           IF CONSOLIDATED-SITE                                         00051020
             MOVE CUST-NUM  TO GLAR-SITE-NUM                            00051030
           END-IF.                                                      00051040
           WRITE GLAR-REC.                                              00051050
           ADD GLAR-TOTAL-COST TO BAL-GLAR-TOTAL.                       00051060
           IF WS-TAX-FED > 0                                            00051070
             MOVE WS-TAX-FED TO GLAR-TOTAL-COST                         00051080
             MOVE "F" TO GLAR-REC-TYPE                                  00051090
             WRITE GLAR-REC                                             00051100
             ADD GLAR-TOTAL-COST TO BAL-GLAR-TOTAL                      00051110
           END-IF.                                                      00051120
           IF WS-TAX-STATE > 0                                          00051130
             MOVE WS-TAX-STATE TO GLAR-TOTAL-COST                       00051140
             MOVE "S" TO GLAR-REC-TYPE                                  00051150
             WRITE GLAR-REC                                             00051160
             ADD GLAR-TOTAL-COST TO BAL-GLAR-TOTAL                      00051170
           END-IF.                                                      00051180
           IF WS-TAX-LOCAL > 0                                          00051190
             MOVE WS-TAX-LOCAL TO GLAR-TOTAL-COST                       00051200
             MOVE "L" TO GLAR-REC-TYPE                                  00051210
             WRITE GLAR-REC                                             00051220
             ADD GLAR-TOTAL-COST TO BAL-GLAR-TOTAL                      00051230
           END-IF.                                                      00051240
      *    DISCOUNTS AND PROMOTIONAL CREDITS POST AS CONTRA-REVENUE     00051250
      *    ("D"/"C") AND REDUCE THE GL SIDE OF THE RUN FOOTING.         00051260
           IF WS-DISC-AMT > 0                                           00051270
             MOVE WS-DISC-AMT TO GLAR-TOTAL-COST                        00051280
             MOVE "D" TO GLAR-REC-TYPE                                  00051290
             WRITE GLAR-REC                                             00051300
             SUBTRACT GLAR-TOTAL-COST FROM BAL-GLAR-TOTAL               00051310
           END-IF.                                                      00051320
           IF WS-CRED-APPLIED > 0                                       00051330
             MOVE WS-CRED-APPLIED TO GLAR-TOTAL-COST                    00051340
             MOVE "C" TO GLAR-REC-TYPE                                  00051350
             WRITE GLAR-REC                                             00051360
             SUBTRACT GLAR-TOTAL-COST FROM BAL-GLAR-TOTAL               00051370
           END-IF.                                                      00051380
                                                                        00051390
      ****************************************************************  00051400
      *  B180-REGISTER-CALLS RECORDS EVERY CALL OF THE CUSTOMER JUST *  00051410
      *  BILLED ON THE BILLED-CALLS REGISTER.  A KEY ALREADY ON THE  *  00051420
      *  REGISTER (A RESTARTED SEGMENT RE-POSTING) IS LEFT AS IS.    *  00051430
      ****************************************************************  00051440
      *                                                                 00051450
       B180-REGISTER-CALLS.                                             00051460
      *                                                                 00051470
           IF REGISTER-FILE-OPEN                                        00051480
             PERFORM VARYING SUB1 FROM 1 BY 1                           00051490
               UNTIL SUB1 > CALLS-MADE                                  00051500
               MOVE CUST-NUM        TO REG-CUST-NUM                     00051510
               MOVE AREA-CODE(SUB1) TO REG-AREA-CODE                    00051520
               MOVE CALL-DATE(SUB1) TO REG-CALL-DATE                    00051530
               MOVE CALL-TIME(SUB1) TO REG-CALL-TIME                    00051540
               MOVE WS-RUN-DATE     TO REG-RUN-DATE                     00051550
               MOVE COST(SUB1)      TO REG-BILLED-COST                  00051560
               MOVE SPACE           TO REG-ADJ-CODE                     00051570
               MOVE 0               TO REG-ADJ-DATE                     00051580
               WRITE REGISTER-REC                                       00051590
                 INVALID KEY                                            00051600
                   CONTINUE                                             00051610
               END-WRITE                                                00051620
             END-PERFORM                                                00051630
           END-IF.                                                      00051640
                                                                        00051650
      ****************************************************************  00051660
      *  B300-RECYCLE RE-BILLS THE PRIOR CYCLE'S REJECTED CALLS.     *  00051670
      *  CONSECUTIVE CALLEXCP RECORDS FOR THE SAME CUSTOMER ARE      *  00051680
      *  GATHERED INTO A PSEUDO CALL RECORD AND PUSHED THROUGH THE   *  00051690
      *  NORMAL B120 CHAIN, SO A CORRECTED CALLRATE OR CUSTOMER      *  00051700
      *  MASTER ROW IS ALL IT TAKES TO RECOVER THE REVENUE.  CALLS   *  00051710
      *  THAT STILL CANNOT RATE GO BACK OUT ON CALLEXC WITH THEIR    *  00051720
      *  RETRY COUNT STEPPED, AND A CALL PAST WS-MAX-RETRY CYCLES    *  00051730
      *  IS AGED OUT OF THE RECYCLE STREAM FOR GOOD.                 *  00051740
      ****************************************************************  00051750
      *                                                                 00051760
       B300-RECYCLE.                                                    00051770
      *                                                                 00051780
           OPEN INPUT PRIOR-EXC-FILE.                                   00051790
           IF WS-CALLEXCP-STATUS NOT = "00"                             00051800
             DISPLAY "+++ UNABLE TO OPEN CALLEXCP - STATUS "            00051810
                     WS-CALLEXCP-STATUS " +++"                          00051820
             MOVE "CALLEXCP" TO WS-LOG-FILE-NAME                        00051830
             MOVE WS-CALLEXCP-STATUS TO WS-LOG-STATUS-HOLD              00051840
             PERFORM Z110-LOG-FILE-STATUS                               00051850
             MOVE "N" TO TEST-STATUS                                    00051860
           ELSE                                                         00051870
             PERFORM B305-READ-PRIOR-EXC                                00051880
             PERFORM UNTIL END-OF-PRIOR-EXC                             00051890
               PERFORM B310-BUILD-RECYCLE-CUST                          00051900
               IF WS-RCY-CALL-CT > 0                                    00051910
                 MOVE WS-RCY-CALL-CT TO CALLS-MADE                      00051920
                 MOVE WS-RCY-RATE    TO CUST-RATE                       00051930
                 MOVE 0              TO TOTAL-COST                      00051940
                 ADD 1 TO BAL-IN-CUST-COUNT                             00051950
                 ADD CALLS-MADE TO BAL-IN-CALL-COUNT                    00051960
                 PERFORM VARYING SUB1 FROM 1 BY 1                       00051970
                   UNTIL SUB1 > CALLS-MADE                              00051980
                   ADD NUM-MINUTES(SUB1) TO BAL-IN-MINUTES              00051990
                 END-PERFORM                                            00052000
                 PERFORM B120-PROCESS-CUSTOMER                          00052010
               END-IF                                                   00052020
             END-PERFORM                                                00052030
             CLOSE PRIOR-EXC-FILE                                       00052040
           END-IF.                                                      00052050
                                                                        00052060
      *                                                                 00052070
       B305-READ-PRIOR-EXC.                                             00052080
      *                                                                 00052090
           READ PRIOR-EXC-FILE                                          00052100
             AT END SET END-OF-PRIOR-EXC TO TRUE.                       00052110
                                                                        00052120
      ****************************************************************  00052130
      *  B310-BUILD-RECYCLE-CUST CONSUMES ONE CUSTOMER'S RUN OF      *  00052140
      *  CALLEXCP RECORDS.  CALL-LEVEL RECORDS (AREA CODE PRESENT)   *  00052150
      *  BECOME OCCURRENCES OF THE PSEUDO CALL RECORD; INFORMATIONAL *  00052160
      *  RECORDS (NO AREA CODE) ARE CARRIED FORWARD AS THEY ARE.     *  00052170
      *  THE CUSTOMER'S RETRY LEVEL IS THE HIGHEST INPUT RETRY + 1   *  00052180
      *  AND IS STAMPED ON EVERY EXCEPTION THIS PASS REGENERATES.    *  00052190
      ****************************************************************  00052200
      *                                                                 00052210
       B310-BUILD-RECYCLE-CUST.                                         00052220
      *                                                                 00052230
      *    CALLS-MADE IS PARKED AT ITS MAXIMUM WHILE THE GROUP IS       00052240
      *    GATHERED SO EVERY OCCURRENCE (AND NOTHING PAST THE TABLE)    00052250
      *    IS ADDRESSABLE; B300 SETS THE REAL COUNT, RATE PLAN AND      00052260
      *    TOTAL-COST ONCE THE GROUP IS COMPLETE.                       00052270
           MOVE EXP-CUST-NUM TO CUST-NUM.                               00052280
           MOVE SPACES TO CUST-NAME.                                    00052290
           MOVE 99 TO CALLS-MADE.                                       00052300
           MOVE 0 TO WS-CURR-RETRY.                                     00052310
           MOVE 0 TO WS-RCY-CALL-CT.                                    00052320
           MOVE 0 TO WS-RCY-RATE.                                       00052330
           PERFORM UNTIL END-OF-PRIOR-EXC                               00052340
               OR EXP-CUST-NUM NOT = CUST-NUM                           00052350
             MOVE EXP-RETRY-COUNT TO WS-NEXT-RETRY                      00052360
             ADD 1 TO WS-NEXT-RETRY                                     00052370
             EVALUATE TRUE                                              00052380
               WHEN WS-NEXT-RETRY > WS-MAX-RETRY                        00052390
                 ADD 1 TO WS-AGED-OUT-COUNT                             00052400
               WHEN EXP-AREA-CODE = 0                                   00052410
                 PERFORM B315-CARRY-FORWARD                             00052420
               WHEN WS-RCY-CALL-CT < 99                                 00052430
                 IF WS-NEXT-RETRY > WS-CURR-RETRY                       00052440
                   MOVE WS-NEXT-RETRY TO WS-CURR-RETRY                  00052450
                 END-IF                                                 00052460
                 ADD 1 TO WS-RCY-CALL-CT                                00052470
                 MOVE EXP-AREA-CODE   TO AREA-CODE(WS-RCY-CALL-CT)      00052480
                 MOVE EXP-NUM-MINUTES TO NUM-MINUTES(WS-RCY-CALL-CT)    00052490
                 MOVE SPACES          TO CITY(WS-RCY-CALL-CT)           00052500
                 MOVE 0               TO COST(WS-RCY-CALL-CT)           00052510
                 MOVE EXP-CALL-DATE   TO CALL-DATE(WS-RCY-CALL-CT)      00052520
                 MOVE EXP-CALL-TIME   TO CALL-TIME(WS-RCY-CALL-CT)      00052530
                 MOVE SPACE           TO RATE-PERIOD(WS-RCY-CALL-CT)    00052540
                 MOVE EXP-CUST-RATE   TO WS-RCY-RATE                    00052550
             END-EVALUATE                                               00052560
             PERFORM B305-READ-PRIOR-EXC                                00052570
           END-PERFORM.                                                 00052580
                                                                        00052590
      *                                                                 00052600
       B315-CARRY-FORWARD.                                              00052610
      *                                                                 00052620
           MOVE EXP-CUST-NUM     TO EXR-CUST-NUM.                       00052630
           MOVE EXP-AREA-CODE    TO EXR-AREA-CODE.                      00052640
           MOVE EXP-NUM-MINUTES  TO EXR-NUM-MINUTES.                    00052650
           MOVE EXP-CALL-DATE    TO EXR-CALL-DATE.                      00052660
           MOVE EXP-CALL-TIME    TO EXR-CALL-TIME.                      00052670
           MOVE EXP-CUST-RATE    TO EXR-CUST-RATE.                      00052680
           MOVE WS-NEXT-RETRY    TO EXR-RETRY-COUNT.                    00052690
           MOVE EXP-REASON-CODE  TO EXR-REASON-CODE.                    00052700
           MOVE EXP-REASON-TEXT  TO EXR-REASON-TEXT.                    00052710
           WRITE EXCEPTION-REC.                                         00052720
           ADD 1 TO WS-CARRY-FWD-COUNT.                                 00052730
           ADD 1 TO BAL-INFO-EXC.                                       00052740
                                                                        00052750
      ****************************************************************  00052760
      *  B320-POST-SUPPL-AR PUTS A SUPPLEMENTAL INVOICE'S TOTAL INTO *  00052770
      *  THE CUSTOMER'S CURRENT BUCKET SO THE ADJUSTMENT REACHES THE *  00052780
      *  RECEIVABLE LEDGER; B330-WRITE-SUPPL-ARN THEN WRITES THE     *  00052790
      *  WHOLE LEDGER TO CALLARN UNAGED (AGING AND PAYMENTS ARE THE  *  00052800
      *  BILLING CYCLE'S JOB), SO THE NEXT BILLING RUN'S CALLARO     *  00052810
      *  CARRIES THE SUPPLEMENTAL CHARGES INTO PREVIOUS BALANCE AND  *  00052820
      *  THE AGED-RECEIVABLES REPORT FOR COLLECTIONS TO CHASE.       *  00052830
      ****************************************************************  00052840
      *                                                                 00052850
       B320-POST-SUPPL-AR.                                              00052860
      *                                                                 00052870
           MOVE WS-BILL-TO-NUM TO WS-BF-CUST.                           00052880
           PERFORM B185-FIND-AR-ENTRY.                                  00052890
           IF AR-ENTRY-OK                                               00052900
             ADD WS-INV-TOTAL TO AW-BUCKET-CURR                         00052910
             PERFORM B186-PUT-AR-ENTRY                                  00052920
           END-IF.                                                      00052930
                                                                        00052940
      ****************************************************************  00052950
      *  B330-COPY-UNTOUCHED-ARO FINISHES A RECYCLE RUN'S CALLARN:   *  00052960
      *  EVERY CALLARO ENTRY THE SUPPLEMENTAL POSTINGS NEVER TOUCHED *  00052970
      *  IS COPIED THROUGH UNAGED (AGING AND PAYMENTS ARE THE        *  00052980
      *  BILLING CYCLE'S JOB), SO THE NEXT BILLING RUN'S CALLARO     *  00052990
      *  CARRIES EVERY OPEN BALANCE.                                 *  00053000
      ****************************************************************  00053010
      *                                                                 00053020
       B330-COPY-UNTOUCHED-ARO.                                         00053030
      *                                                                 00053040
           IF ARO-FILE-OPEN                                             00053050
             MOVE LOW-VALUES TO ARO-CUST-NUM                            00053060
             START AR-OLD-FILE KEY >= ARO-CUST-NUM                      00053070
               INVALID KEY SET END-OF-ARO-FILE TO TRUE                  00053080
             END-START                                                  00053090
             PERFORM UNTIL END-OF-ARO-FILE                              00053100
               READ AR-OLD-FILE NEXT                                    00053110
                 AT END SET END-OF-ARO-FILE TO TRUE                     00053120
                 NOT AT END                                             00053130
                   MOVE ARO-CUST-NUM TO ARN-CUST-NUM                    00053140
                   READ AR-NEW-FILE                                     00053150
                     INVALID KEY                                        00053160
                       MOVE ARO-CUST-NUM    TO ARN-CUST-NUM             00053170
                       MOVE ARO-BUCKET-CURR TO ARN-BUCKET-CURR          00053180
                       MOVE ARO-BUCKET-30   TO ARN-BUCKET-30            00053190
                       MOVE ARO-BUCKET-60   TO ARN-BUCKET-60            00053200
                       MOVE ARO-BUCKET-90   TO ARN-BUCKET-90            00053210
                       MOVE ARO-CREDIT      TO ARN-CREDIT               00053220
                       WRITE AR-NEW-REC                                 00053230
                         INVALID KEY                                    00053240
                           DISPLAY "+++ CALLARN WRITE FAILED - "        00053250
                                   ARO-CUST-NUM " +++"                  00053260
                           MOVE "N" TO TEST-STATUS                      00053270
                       END-WRITE                                        00053280
                     NOT INVALID KEY                                    00053290
                       CONTINUE                                         00053300
                   END-READ                                             00053310
               END-READ                                                 00053320
             END-PERFORM                                                00053330
           END-IF.                                                      00053340
                                                                        00053350
      ****************************************************************  00053360
      *  B400-REVERSE IS THE CYCLE BACKOUT PASS.  THE BAD CYCLE'S GL *  00053370
      *  FEED (CALLGLRP) IS GROUPED BY CUSTOMER: EVERY POSTING THE   *  00053380
      *  BAD BILLING RUN MADE GETS A TYPE-"V" CONTRA RECORD ON       *  00053390
      *  CALLGLAR SO THE LEDGER NETS TO ZERO, AND THE CUSTOMER'S NET *  00053400
      *  RECEIVABLE IMPACT (CHARGES PLUS TAXES LESS DISCOUNTS AND    *  00053410
      *  CREDITS) IS BACKED OUT OF THE BUCKETS.  RECORDS ALREADY     *  00053420
      *  TYPED "V" ARE SKIPPED -- A REVERSAL FEED MUST NEVER BE      *  00053430
      *  REVERSED AGAIN -- AND SO ARE THE ADJUSTMENT, CASH AND       *  00053440
      *  WRITE-OFF POSTINGS OTHER PROGRAMS ADD TO THE FEED ("J",     *  00053450
      *  "N", "W" AND CALLCASH'S "B"), WHICH THE RERUN WILL NOT POST *  00053460
      *  AGAIN.                                                      *  00053470
      ****************************************************************  00053480
      *                                                                 00053490
       B400-REVERSE.                                                    00053500
      *                                                                 00053510
           OPEN INPUT PRIOR-GLAR-FILE.                                  00053520
           IF WS-CALLGLRP-STATUS NOT = "00"                             00053530
             DISPLAY "+++ UNABLE TO OPEN CALLGLRP - STATUS "            00053540
                     WS-CALLGLRP-STATUS " +++"                          00053550
             MOVE "CALLGLRP" TO WS-LOG-FILE-NAME                        00053560
             MOVE WS-CALLGLRP-STATUS TO WS-LOG-STATUS-HOLD              00053570
             PERFORM Z110-LOG-FILE-STATUS                               00053580
             MOVE "N" TO TEST-STATUS                                    00053590
           ELSE                                                         00053600
             MOVE SPACES TO WS-REV-CUST                                 00053610
             MOVE 0 TO WS-REV-NET                                       00053620
             PERFORM B405-READ-PRIOR-GLAR                               00053630
             PERFORM UNTIL END-OF-PRIOR-GLAR                            00053640
               IF GLP-CUST-NUM NOT = WS-REV-CUST                        00053650
                 PERFORM B410-BACKOUT-CUST                              00053660
                 MOVE GLP-CUST-NUM TO WS-REV-CUST                       00053670
                 MOVE 0 TO WS-REV-NET                                   00053680
               END-IF                                                   00053690
               PERFORM B420-REVERSE-GL-REC                              00053700
               PERFORM B405-READ-PRIOR-GLAR                             00053710
             END-PERFORM                                                00053720
             PERFORM B410-BACKOUT-CUST                                  00053730
             PERFORM B430-PURGE-REGISTER                                00053740
             PERFORM B965-PURGE-ARCHIVE                                 00053750
             CLOSE PRIOR-GLAR-FILE                                      00053760
           END-IF.                                                      00053770
                                                                        00053780
      *                                                                 00053790
       B405-READ-PRIOR-GLAR.                                            00053800
      *                                                                 00053810
           READ PRIOR-GLAR-FILE                                         00053820
             AT END SET END-OF-PRIOR-GLAR TO TRUE.                      00053830
                                                                        00053840
      *                                                                 00053850
       B420-REVERSE-GL-REC.                                             00053860
      *                                                                 00053870
      *    ONLY WHAT THE BILLING RUN ITSELF POSTED IS REVERSED: ITS     00053880
      *    CHARGES, TAXES, FINANCE CHARGES, DISCOUNTS AND CREDITS, AND  00053890
      *    THE RECOVERIES IT POSTED FROM CALLPAY.  THE FIRST SUCH       00053900
      *    RECORD FIXES THE BAD RUN'S DATE; ONE OF ANY OTHER DATE WAS   00053910
      *    NOT POSTED BY THAT RUN.                                      00053920
           MOVE "N" TO WS-REV-TAKE-SW.                                  00053930
           EVALUATE GLP-REC-TYPE                                        00053940
             WHEN "R"                                                   00053950
             WHEN "A"                                                   00053960
             WHEN "F"                                                   00053970
             WHEN "S"                                                   00053980
             WHEN "L"                                                   00053990
             WHEN "I"                                                   00054000
             WHEN "D"                                                   00054010
             WHEN "C"                                                   00054020
               SET REV-TAKE-REC TO TRUE                                 00054030
             WHEN "B"                                                   00054040
               IF GLP-FILLER(1:1) = "P"                                 00054050
                 SET REV-TAKE-REC TO TRUE                               00054060
               END-IF                                                   00054070
             WHEN OTHER                                                 00054080
               CONTINUE                                                 00054090
           END-EVALUATE.                                                00054100
           IF REV-TAKE-REC                                              00054110
             IF WS-REV-BAD-DATE = 0                                     00054120
               MOVE GLP-RUN-DATE TO WS-REV-BAD-DATE                     00054130
             END-IF                                                     00054140
             IF GLP-RUN-DATE NOT = WS-REV-BAD-DATE                      00054150
               MOVE "N" TO WS-REV-TAKE-SW                               00054160
             END-IF                                                     00054170
           END-IF.                                                      00054180
           IF NOT REV-TAKE-REC                                          00054190
             ADD 1 TO WS-REV-SKIP-COUNT                                 00054200
           ELSE                                                         00054210
      *      DISCOUNTS AND CREDITS WERE CONTRA-REVENUE, SO THEY COME    00054220
      *      OFF THE NET AMOUNT BEING BACKED OUT OF THE RECEIVABLE.  A  00054230
      *      RECOVERY NEVER TOUCHED THE RECEIVABLE AT ALL.              00054240
             EVALUATE GLP-REC-TYPE                                      00054250
               WHEN "D"                                                 00054260
               WHEN "C"                                                 00054270
                 SUBTRACT GLP-TOTAL-COST FROM WS-REV-NET                00054280
               WHEN "B"                                                 00054290
                 CONTINUE                                               00054300
               WHEN OTHER                                               00054310
                 ADD GLP-TOTAL-COST TO WS-REV-NET                       00054320
             END-EVALUATE                                               00054330
             MOVE GLP-CUST-NUM    TO GLAR-CUST-NUM                      00054340
             MOVE GLP-CUST-NAME   TO GLAR-CUST-NAME                     00054350
             MOVE GLP-TOTAL-COST  TO GLAR-TOTAL-COST                    00054360
             MOVE WS-RUN-DATE     TO GLAR-RUN-DATE                      00054370
             MOVE "V"             TO GLAR-REC-TYPE                      00054380
             MOVE SPACES          TO GLAR-FILLER                        00054390
             MOVE GLP-REC-TYPE    TO GLAR-FILLER(1:1)                   00054400
             WRITE GLAR-REC                                             00054410
             ADD 1 TO WS-REV-REC-COUNT                                  00054420
             ADD GLP-TOTAL-COST TO WS-REV-AMOUNT                        00054430
           END-IF.                                                      00054440
                                                                        00054450
      ****************************************************************  00054460
      *  B430-PURGE-REGISTER TAKES THE BAD CYCLE'S CALLS BACK OFF      *00054470
      *  THE BILLED-CALLS REGISTER: EVERY ROW STAMPED WITH THE BAD     *00054480
      *  CYCLE'S RUN DATE IS DELETED, SO THE RERUN'S FEED IS NOT       *00054490
      *  DROPPED BY CALLEDIT AS ALREADY BILLED.                        *00054500
      ****************************************************************  00054510
      *                                                                 00054520
       B430-PURGE-REGISTER.                                             00054530
      *                                                                 00054540
           IF REGISTER-FILE-OPEN AND WS-REV-BAD-DATE > 0                00054550
             MOVE LOW-VALUES TO REG-KEY                                 00054560
             START REGISTER-FILE KEY >= REG-KEY                         00054570
               INVALID KEY SET END-OF-REG-SCAN TO TRUE                  00054580
             END-START                                                  00054590
             PERFORM UNTIL END-OF-REG-SCAN                              00054600
               READ REGISTER-FILE NEXT                                  00054610
                 AT END SET END-OF-REG-SCAN TO TRUE                     00054620
                 NOT AT END                                             00054630
                   IF REG-RUN-DATE = WS-REV-BAD-DATE                    00054640
                     DELETE REGISTER-FILE RECORD                        00054650
                       INVALID KEY                                      00054660
                         DISPLAY "+++ CALLREG DELETE FAILED - "         00054670
                                 REG-CUST-NUM " +++"                    00054680
                         MOVE "N" TO TEST-STATUS                        00054690
                     END-DELETE                                         00054700
                     ADD 1 TO WS-REV-PURGE-COUNT                        00054710
                   END-IF                                               00054720
               END-READ                                                 00054730
             END-PERFORM                                                00054740
             MOVE SPACES TO WS-LOG-TEXT                                 00054750
             STRING "REGISTER PURGED " DELIMITED BY SIZE                00054760
                    WS-REV-PURGE-COUNT DELIMITED BY SIZE                00054770
                    " ROWS FOR CYCLE " DELIMITED BY SIZE                00054780
                    WS-REV-BAD-DATE DELIMITED BY SIZE                   00054790
               INTO WS-LOG-TEXT                                         00054800
             MOVE "REGPURGE" TO WS-LOG-EVENT                            00054810
             PERFORM Z100-WRITE-RUN-LOG                                 00054820
           END-IF.                                                      00054830
                                                                        00054840
      ****************************************************************  00054850
      *  B410-BACKOUT-CUST TAKES THE CUSTOMER'S NET REVERSED AMOUNT  *  00054860
      *  OUT OF THE RECEIVABLE BUCKETS, CURRENT FIRST (THE BAD       *  00054870
      *  CYCLE'S CHARGES LANDED THERE), THEN THE AGED BUCKETS; ANY   *  00054880
      *  EXCESS BECOMES CUSTOMER CREDIT SO NOTHING GOES NEGATIVE.    *  00054890
      ****************************************************************  00054900
      *                                                                 00054910
       B410-BACKOUT-CUST.                                               00054920
      *                                                                 00054930
           IF WS-REV-CUST NOT = SPACES AND WS-REV-NET NOT = 0           00054940
             MOVE WS-REV-CUST TO WS-BF-CUST                             00054950
             PERFORM B185-FIND-AR-ENTRY                                 00054960
             MOVE WS-REV-NET TO WS-REV-WORK                             00054970
             IF WS-REV-WORK > 0                                         00054980
               IF WS-REV-WORK >= AW-BUCKET-CURR                         00054990
                 SUBTRACT AW-BUCKET-CURR FROM WS-REV-WORK               00055000
                 MOVE 0 TO AW-BUCKET-CURR                               00055010
               ELSE                                                     00055020
                 SUBTRACT WS-REV-WORK FROM AW-BUCKET-CURR               00055030
                 MOVE 0 TO WS-REV-WORK                                  00055040
               END-IF                                                   00055050
               IF WS-REV-WORK >= AW-BUCKET-30                           00055060
                 SUBTRACT AW-BUCKET-30 FROM WS-REV-WORK                 00055070
                 MOVE 0 TO AW-BUCKET-30                                 00055080
               ELSE                                                     00055090
                 SUBTRACT WS-REV-WORK FROM AW-BUCKET-30                 00055100
                 MOVE 0 TO WS-REV-WORK                                  00055110
               END-IF                                                   00055120
               IF WS-REV-WORK >= AW-BUCKET-60                           00055130
                 SUBTRACT AW-BUCKET-60 FROM WS-REV-WORK                 00055140
                 MOVE 0 TO AW-BUCKET-60                                 00055150
               ELSE                                                     00055160
                 SUBTRACT WS-REV-WORK FROM AW-BUCKET-60                 00055170
                 MOVE 0 TO WS-REV-WORK                                  00055180
               END-IF                                                   00055190
               IF WS-REV-WORK >= AW-BUCKET-90                           00055200
                 SUBTRACT AW-BUCKET-90 FROM WS-REV-WORK                 00055210
                 MOVE 0 TO AW-BUCKET-90                                 00055220
               ELSE                                                     00055230
                 SUBTRACT WS-REV-WORK FROM AW-BUCKET-90                 00055240
                 MOVE 0 TO WS-REV-WORK                                  00055250
               END-IF                                                   00055260
               IF WS-REV-WORK > 0                                       00055270
                 ADD WS-REV-WORK TO AW-CREDIT                           00055280
               END-IF                                                   00055290
             ELSE                                                       00055300
      *        A NET-NEGATIVE CUSTOMER (CREDITS EXCEEDED CHARGES)       00055310
      *        GETS THE DIFFERENCE PUT BACK AS CURRENT BALANCE.         00055320
               SUBTRACT WS-REV-WORK FROM AW-BUCKET-CURR                 00055330
             END-IF                                                     00055340
             PERFORM B186-PUT-AR-ENTRY                                  00055350
             ADD 1 TO WS-REV-CUST-COUNT                                 00055360
             MOVE SPACES TO WS-LOG-TEXT                                 00055370
             STRING "BACKOUT CUST " DELIMITED BY SIZE                   00055380
                    WS-REV-CUST DELIMITED BY SIZE                       00055390
                    " NET " DELIMITED BY SIZE                           00055400
                    WS-REV-NET DELIMITED BY SIZE                        00055410
               INTO WS-LOG-TEXT                                         00055420
             MOVE "REVERSAL" TO WS-LOG-EVENT                            00055430
             PERFORM Z100-WRITE-RUN-LOG                                 00055440
           END-IF.                                                      00055450
                                                                        00055460
      ****************************************************************  00055470
      *  B500-SIMULATE IS THE RATE-CHANGE SIMULATION PASS.  IT READS *  00055480
      *  THE FULL EDITED FEED EXACTLY AS B100-CALL DOES (SAME EDIT-  *  00055490
      *  STAMP GATE) BUT RATES EACH BILLABLE CUSTOMER TWICE THROUGH  *  00055500
      *  THE NORMAL NSTSUBA/NSTSUBH CHAIN -- ONCE PER TABLE SET --   *  00055510
      *  AND ONLY ACCUMULATES THE COMPARISON.                        *  00055520
      ****************************************************************  00055530
      *                                                                 00055540
       B500-SIMULATE.                                                   00055550
      *                                                                 00055560
           OPEN INPUT CALL-DETAIL-FILE.                                 00055570
           IF WS-CALLIN-STATUS NOT = "00"                               00055580
             DISPLAY "+++ UNABLE TO OPEN CALLIN - STATUS "              00055590
                     WS-CALLIN-STATUS " +++"                            00055600
             MOVE "CALLIN" TO WS-LOG-FILE-NAME                          00055610
             MOVE WS-CALLIN-STATUS TO WS-LOG-STATUS-HOLD                00055620
             PERFORM Z110-LOG-FILE-STATUS                               00055630
             MOVE "N" TO TEST-STATUS                                    00055640
           ELSE                                                         00055650
             PERFORM B110-READ-CUSTOMER                                 00055660
             EVALUATE TRUE                                              00055670
               WHEN NOT CALL-HEADER-SEEN                                00055680
                 OR BAL-EDIT-STAMP NOT = "CALLEDIT"                     00055690
                 DISPLAY "+++ CALLIN NOT EDITED BY CALLEDIT"            00055700
                         " - RUN REFUSED +++"                           00055710
                 MOVE "N" TO TEST-STATUS                                00055720
                 SET FEED-NOT-EDITED TO TRUE                            00055730
                 MOVE "FEED NOT EDITED BY CALLEDIT - RUN REFUSED"       00055740
                   TO WS-LOG-TEXT                                       00055750
                 MOVE "FEEDERR " TO WS-LOG-EVENT                        00055760
                 PERFORM Z100-WRITE-RUN-LOG                             00055770
      *        THE FEED MUST BE THE ONE EDITED FOR THE CYCLE THAT       00055780
      *        CALLCYCL HAS THIS STEP RUNNING AGAINST.                  00055790
               WHEN BAL-CYCLE-DATE NOT = WS-CY-CYCLE-DATE               00055800
                 DISPLAY "+++ CALLIN CYCLE " BAL-CYCLE-DATE             00055810
                         " IS NOT CALLCYCL CYCLE " WS-CY-CYCLE-DATE     00055820
                         " - RUN REFUSED +++"                           00055830
                 MOVE "N" TO TEST-STATUS                                00055840
                 SET FEED-NOT-EDITED TO TRUE                            00055850
                 MOVE "FEED CYCLE DATE NOT THE CALLCYCL CYCLE - REFUSED"00055860
                   TO WS-LOG-TEXT                                       00055870
                 MOVE "FEEDERR " TO WS-LOG-EVENT                        00055880
                 PERFORM Z100-WRITE-RUN-LOG                             00055890
               WHEN OTHER                                               00055900
                 PERFORM UNTIL END-OF-CALL-FILE                         00055910
                   PERFORM B520-SIMULATE-CUSTOMER                       00055920
                   PERFORM B110-READ-CUSTOMER                           00055930
                 END-PERFORM                                            00055940
             END-EVALUATE                                               00055950
             CLOSE CALL-DETAIL-FILE                                     00055960
           END-IF.                                                      00055970
                                                                        00055980
      ****************************************************************  00055990
      *  B520-SIMULATE-CUSTOMER RATES ONE CUSTOMER AGAINST BOTH      *  00056000
      *  TABLE SETS.  EXCEPTION-AREA IS EMPTIED AFTER EACH PASS      *  00056010
      *  INSTEAD OF BEING WRITTEN -- A SIMULATION MUST NOT FEED THE  *  00056020
      *  RECYCLE STREAM -- BUT THE EXCEPTION COUNTS ARE KEPT SO THE  *  00056030
      *  REPORT CAN SHOW WHERE A PROPOSED TABLE HAS COVERAGE GAPS.   *  00056040
      ****************************************************************  00056050
      *                                                                 00056060
       B520-SIMULATE-CUSTOMER.                                          00056070
      *                                                                 00056080
           PERFORM B125-VALIDATE-CUSTOMER.                              00056090
           IF CUST-BILLABLE                                             00056100
             ADD 1 TO SIM-CUST-COUNT                                    00056110
             MOVE 0 TO EXC-COUNT                                        00056120
             MOVE "C" TO WS-SIM-SIDE                                    00056130
             PERFORM C120-CALL1                                         00056140
             PERFORM B121-APPLY-DISCOUNTS                               00056150
             PERFORM B530-ACCUM-SIM-SIDE                                00056160
             ADD EXC-COUNT TO SIM-CUR-EXC                               00056170
             MOVE 0 TO EXC-COUNT                                        00056180
             MOVE SIM-PROP-RATE-AREA TO RATE-TABLE-AREA                 00056190
             MOVE SIM-PROP-DISC-AREA TO DISC-TABLE-AREA                 00056200
             MOVE "P" TO WS-SIM-SIDE                                    00056210
             PERFORM C120-CALL1                                         00056220
             PERFORM B121-APPLY-DISCOUNTS                               00056230
             PERFORM B530-ACCUM-SIM-SIDE                                00056240
             ADD EXC-COUNT TO SIM-PROP-EXC                              00056250
             MOVE 0 TO EXC-COUNT                                        00056260
             MOVE SIM-SAVE-RATE-AREA TO RATE-TABLE-AREA                 00056270
             MOVE SIM-SAVE-DISC-AREA TO DISC-TABLE-AREA                 00056280
           ELSE                                                         00056290
             ADD 1 TO SIM-SKIP-COUNT                                    00056300
             MOVE 0 TO EXC-COUNT                                        00056310
           END-IF.                                                      00056320
                                                                        00056330
      *                                                                 00056340
       B530-ACCUM-SIM-SIDE.                                             00056350
      *                                                                 00056360
           MOVE CUST-NUM12 TO WS-SIM-SUB.                               00056370
           ADD 1 TO WS-SIM-SUB.                                         00056380
           IF SIM-CURRENT-SIDE                                          00056390
             ADD WS-NET-CHARGES TO SIM-CUR-TOTAL                        00056400
             ADD WS-NET-CHARGES TO SIM-BR-CUR(WS-SIM-SUB)               00056410
             IF CUST-RATE >= 1 AND CUST-RATE <= 3                       00056420
               ADD WS-NET-CHARGES TO SIM-PLAN-CUR(CUST-RATE)            00056430
             END-IF                                                     00056440
           ELSE                                                         00056450
             ADD WS-NET-CHARGES TO SIM-PROP-TOTAL                       00056460
             ADD WS-NET-CHARGES TO SIM-BR-PROP(WS-SIM-SUB)              00056470
             IF CUST-RATE >= 1 AND CUST-RATE <= 3                       00056480
               ADD WS-NET-CHARGES TO SIM-PLAN-PROP(CUST-RATE)           00056490
             END-IF                                                     00056500
           END-IF.                                                      00056510
           PERFORM VARYING SUB1 FROM 1 BY 1                             00056520
             UNTIL SUB1 > CALLS-MADE                                    00056530
             PERFORM B540-ACCUM-SIM-AREA                                00056540
           END-PERFORM.                                                 00056550
                                                                        00056560
      *                                                                 00056570
       B540-ACCUM-SIM-AREA.                                             00056580
      *                                                                 00056590
           SET SIM-AC-IDX TO 1.                                         00056600
           SEARCH SIM-AC-TABLE                                          00056610
             AT END                                                     00056620
               IF SIM-AC-COUNT < 100                                    00056630
                 ADD 1 TO SIM-AC-COUNT                                  00056640
                 SET SIM-AC-IDX TO SIM-AC-COUNT                         00056650
                 MOVE AREA-CODE(SUB1) TO SIM-AC-CODE(SIM-AC-IDX)        00056660
                 MOVE 0 TO SIM-AC-CUR(SIM-AC-IDX)                       00056670
                           SIM-AC-PROP(SIM-AC-IDX)                      00056680
                 PERFORM B541-ADD-SIM-AREA-COST                         00056690
               ELSE                                                     00056700
                 DISPLAY "+++ SIMULATION AREA CODE TABLE FULL - "       00056710
                         AREA-CODE(SUB1) " NOT TOTALED +++"             00056720
               END-IF                                                   00056730
             WHEN SIM-AC-CODE(SIM-AC-IDX) = AREA-CODE(SUB1)             00056740
               PERFORM B541-ADD-SIM-AREA-COST                           00056750
           END-SEARCH.                                                  00056760
                                                                        00056770
      *                                                                 00056780
       B541-ADD-SIM-AREA-COST.                                          00056790
      *                                                                 00056800
           IF SIM-CURRENT-SIDE                                          00056810
             ADD COST(SUB1) TO SIM-AC-CUR(SIM-AC-IDX)                   00056820
           ELSE                                                         00056830
             ADD COST(SUB1) TO SIM-AC-PROP(SIM-AC-IDX)                  00056840
           END-IF.                                                      00056850
                                                                        00056860
      ****************************************************************  00056870
      *  B590-WRITE-SIM-REPORT IS THE REVENUE IMPACT REPORT FOR      *  00056880
      *  PRICING: CURRENT VERSUS PROPOSED NET CHARGES IN TOTAL AND   *  00056890
      *  BY RATE PLAN, BRANCH AND AREA CODE.  AREA-CODE LINES SHOW   *  00056900
      *  RATED CALL COST BEFORE VOLUME DISCOUNTS; THE PLAN, BRANCH   *  00056910
      *  AND TOTAL LINES ARE NET OF DISCOUNTS.                       *  00056920
      ****************************************************************  00056930
      *                                                                 00056940
       B590-WRITE-SIM-REPORT.                                           00056950
      *                                                                 00056960
           OPEN OUTPUT SIM-REPORT-FILE.                                 00056970
           IF WS-CALLSIMR-STATUS NOT = "00"                             00056980
             DISPLAY "+++ UNABLE TO OPEN CALLSIMR - STATUS "            00056990
                     WS-CALLSIMR-STATUS " +++"                          00057000
             MOVE "CALLSIMR" TO WS-LOG-FILE-NAME                        00057010
             MOVE WS-CALLSIMR-STATUS TO WS-LOG-STATUS-HOLD              00057020
             PERFORM Z110-LOG-FILE-STATUS                               00057030
             MOVE "N" TO TEST-STATUS                                    00057040
           ELSE                                                         00057050
             MOVE WS-RUN-DATE TO SI-RUN-DATE                            00057060
             WRITE SIM-REPORT-LINE FROM WS-SIM-HEADER-LINE              00057070
             WRITE SIM-REPORT-LINE FROM WS-SIM-COL-LINE                 00057080
             MOVE SPACES TO WS-SIM-DETAIL-LINE                          00057090
             MOVE "NET CHARGES   " TO SD-LABEL                          00057100
             MOVE SIM-CUR-TOTAL  TO SD-CURRENT                          00057110
             MOVE SIM-PROP-TOTAL TO SD-PROPOSED                         00057120
             COMPUTE SIM-DIFF-WORK = SIM-PROP-TOTAL - SIM-CUR-TOTAL     00057130
             MOVE SIM-DIFF-WORK TO SD-DIFF                              00057140
             WRITE SIM-REPORT-LINE FROM WS-SIM-DETAIL-LINE              00057150
             PERFORM B591-WRITE-SIM-PLAN                                00057160
               VARYING WS-SIM-SUB FROM 1 BY 1                           00057170
               UNTIL WS-SIM-SUB > 3                                     00057180
             PERFORM B592-WRITE-SIM-BRANCH                              00057190
               VARYING WS-SIM-SUB FROM 1 BY 1                           00057200
               UNTIL WS-SIM-SUB > 100                                   00057210
             PERFORM B593-WRITE-SIM-AREA                                00057220
               VARYING WS-SIM-SUB FROM 1 BY 1                           00057230
               UNTIL WS-SIM-SUB > SIM-AC-COUNT                          00057240
             MOVE SPACES TO WS-SIM-MSG-LINE                             00057250
             STRING "CUSTOMERS RATED " DELIMITED BY SIZE                00057260
                    SIM-CUST-COUNT DELIMITED BY SIZE                    00057270
                    "  SKIPPED " DELIMITED BY SIZE                      00057280
                    SIM-SKIP-COUNT DELIMITED BY SIZE                    00057290
               INTO SM-TEXT                                             00057300
             WRITE SIM-REPORT-LINE FROM WS-SIM-MSG-LINE                 00057310
             MOVE SPACES TO WS-SIM-MSG-LINE                             00057320
             STRING "CALL EXCEPTIONS - CURRENT " DELIMITED BY SIZE      00057330
                    SIM-CUR-EXC DELIMITED BY SIZE                       00057340
                    "  PROPOSED " DELIMITED BY SIZE                     00057350
                    SIM-PROP-EXC DELIMITED BY SIZE                      00057360
               INTO SM-TEXT                                             00057370
             WRITE SIM-REPORT-LINE FROM WS-SIM-MSG-LINE                 00057380
             CLOSE SIM-REPORT-FILE                                      00057390
           END-IF.                                                      00057400
                                                                        00057410
      *                                                                 00057420
       B591-WRITE-SIM-PLAN.                                             00057430
      *                                                                 00057440
           IF SIM-PLAN-CUR(WS-SIM-SUB) > 0                              00057450
              OR SIM-PLAN-PROP(WS-SIM-SUB) > 0                          00057460
             MOVE SPACES TO WS-SIM-DETAIL-LINE                          00057470
             MOVE "RATE PLAN     " TO SD-LABEL                          00057480
             MOVE WS-SIM-SUB TO SD-KEY                                  00057490
             MOVE SIM-PLAN-CUR(WS-SIM-SUB)  TO SD-CURRENT               00057500
             MOVE SIM-PLAN-PROP(WS-SIM-SUB) TO SD-PROPOSED              00057510
             COMPUTE SIM-DIFF-WORK = SIM-PLAN-PROP(WS-SIM-SUB)          00057520
               - SIM-PLAN-CUR(WS-SIM-SUB)                               00057530
             MOVE SIM-DIFF-WORK TO SD-DIFF                              00057540
             WRITE SIM-REPORT-LINE FROM WS-SIM-DETAIL-LINE              00057550
           END-IF.                                                      00057560
                                                                        00057570
      *                                                                 00057580
       B592-WRITE-SIM-BRANCH.                                           00057590
      *                                                                 00057600
           IF SIM-BR-CUR(WS-SIM-SUB) > 0                                00057610
              OR SIM-BR-PROP(WS-SIM-SUB) > 0                            00057620
             MOVE SPACES TO WS-SIM-DETAIL-LINE                          00057630
             MOVE "BRANCH        " TO SD-LABEL                          00057640
             COMPUTE WS-SIM-KEY = WS-SIM-SUB - 1                        00057650
             MOVE WS-SIM-KEY TO SD-KEY                                  00057660
             MOVE SIM-BR-CUR(WS-SIM-SUB)  TO SD-CURRENT                 00057670
             MOVE SIM-BR-PROP(WS-SIM-SUB) TO SD-PROPOSED                00057680
             COMPUTE SIM-DIFF-WORK = SIM-BR-PROP(WS-SIM-SUB)            00057690
               - SIM-BR-CUR(WS-SIM-SUB)                                 00057700
             MOVE SIM-DIFF-WORK TO SD-DIFF                              00057710
             WRITE SIM-REPORT-LINE FROM WS-SIM-DETAIL-LINE              00057720
           END-IF.                                                      00057730
                                                                        00057740
      *                                                                 00057750
       B593-WRITE-SIM-AREA.                                             00057760
      *                                                                 00057770
           MOVE SPACES TO WS-SIM-DETAIL-LINE.                           00057780
           MOVE "AREA CODE     " TO SD-LABEL.                           00057790
           MOVE SIM-AC-CODE(WS-SIM-SUB) TO SD-KEY.                      00057800
           MOVE SIM-AC-CUR(WS-SIM-SUB)  TO SD-CURRENT.                  00057810
           MOVE SIM-AC-PROP(WS-SIM-SUB) TO SD-PROPOSED.                 00057820
           COMPUTE SIM-DIFF-WORK = SIM-AC-PROP(WS-SIM-SUB)              00057830
             - SIM-AC-CUR(WS-SIM-SUB).                                  00057840
           MOVE SIM-DIFF-WORK TO SD-DIFF.                               00057850
           WRITE SIM-REPORT-LINE FROM WS-SIM-DETAIL-LINE.               00057860
                                                                        00057870
      ****************************************************************  00057880
      *  B600-WRITE-CONSOL-STATEMENTS PRINTS ONE STATEMENT PER       *  00057890
      *  CORPORATE PARENT FROM CALLCONW, WHICH READS IN PARENT +     *  00057900
      *  SITE ORDER.  THE STATEMENTS GO TO CALLCONS THROUGH THE      *  00057910
      *  SAME LINE WRITER AS THE BRANCH INVOICES, SO THEY ARE        *  00057920
      *  ARCHIVED UNDER THE PARENT'S NUMBER LIKE ANY OTHER INVOICE.  *  00057930
      ****************************************************************  00057940
      *                                                                 00057950
       B600-WRITE-CONSOL-STATEMENTS.                                    00057960
      *                                                                 00057970
           IF CONSOL-WORK-OPEN                                          00057980
             OPEN OUTPUT CONSOL-STMT-FILE                               00057990
             IF WS-CALLCONS-STATUS NOT = "00"                           00058000
               DISPLAY "+++ UNABLE TO OPEN CALLCONS - STATUS "          00058010
                       WS-CALLCONS-STATUS " +++"                        00058020
               MOVE "CALLCONS" TO WS-LOG-FILE-NAME                      00058030
               MOVE WS-CALLCONS-STATUS TO WS-LOG-STATUS-HOLD            00058040
               PERFORM Z110-LOG-FILE-STATUS                             00058050
               MOVE "N" TO TEST-STATUS                                  00058060
             ELSE                                                       00058070
               SET PRINTING-CONSOLIDATED TO TRUE                        00058080
               MOVE "N" TO WS-CONW-EOF-SW                               00058090
               MOVE LOW-VALUES TO CW-KEY                                00058100
               START CONSOL-WORK-FILE KEY >= CW-KEY                     00058110
                 INVALID KEY SET END-OF-CONSOL-WORK TO TRUE             00058120
               END-START                                                00058130
               IF NOT END-OF-CONSOL-WORK                                00058140
                 PERFORM B605-READ-CONSOL-WORK                          00058150
               END-IF                                                   00058160
               PERFORM UNTIL END-OF-CONSOL-WORK                         00058170
                 PERFORM B610-WRITE-PARENT-STATEMENT                    00058180
               END-PERFORM                                              00058190
               MOVE "N" TO WS-CONSOL-SW                                 00058200
               CLOSE CONSOL-STMT-FILE                                   00058210
             END-IF                                                     00058220
             CLOSE CONSOL-WORK-FILE                                     00058230
             MOVE SPACES TO WS-LOG-TEXT                                 00058240
             STRING "PARENT STATEMENTS " DELIMITED BY SIZE              00058250
                    WS-CONS-STMT-COUNT DELIMITED BY SIZE                00058260
                    " FOR SITES " DELIMITED BY SIZE                     00058270
                    WS-CONS-SITE-TOTAL DELIMITED BY SIZE                00058280
               INTO WS-LOG-TEXT                                         00058290
             MOVE "CONSOL  " TO WS-LOG-EVENT                            00058300
             PERFORM Z100-WRITE-RUN-LOG                                 00058310
             DISPLAY "CONSOLIDATED: " WS-CONS-STMT-COUNT                00058320
                     " PARENT STATEMENTS FOR "                          00058330
                     WS-CONS-SITE-TOTAL " SITES"                        00058340
           END-IF.                                                      00058350
                                                                        00058360
      *                                                                 00058370
       B605-READ-CONSOL-WORK.                                           00058380
      *                                                                 00058390
           READ CONSOL-WORK-FILE NEXT                                   00058400
             AT END SET END-OF-CONSOL-WORK TO TRUE.                     00058410
                                                                        00058420
      ****************************************************************  00058430
      *  B610-WRITE-PARENT-STATEMENT PRINTS ONE PARENT: HEADER AND   *  00058440
      *  ADDRESS FROM THE PARENT'S MASTER, A LINE PER SITE, THEN     *  00058450
      *  THE COMBINED DISCOUNT, CREDITS, TAXES AND TOTAL DUE, AND    *  00058460
      *  THE PARENT'S BALANCE BLOCK.  THE SITES' CHARGES AND TAXES   *  00058470
      *  ARE ALREADY ON THE GL FEED UNDER THE PARENT; ONLY THE       *  00058480
      *  COMBINED DISCOUNT AND CREDITS ARE POSTED HERE.              *  00058490
      ****************************************************************  00058500
      *                                                                 00058510
       B610-WRITE-PARENT-STATEMENT.                                     00058520
      *                                                                 00058530
           MOVE CW-PARENT-NUM TO WS-CONS-PARENT.                        00058540
           PERFORM B615-LOAD-PARENT.                                    00058550
           PERFORM B157-START-ARCHIVE-INVOICE.                          00058560
           MOVE SPACES TO WS-INVOICE-HEADER-LINE.                       00058570
           MOVE CUST-NUM  TO IH-CUST-NUM.                               00058580
           MOVE WS-CM-NAME TO IH-CUST-NAME.                             00058590
           MOVE CUST-NUM12 TO IH-BRANCH.                                00058600
           MOVE WS-INVOICE-HEADER-LINE TO WS-INV-IMAGE.                 00058610
           PERFORM B158-WRITE-INVOICE-LINE.                             00058620
           PERFORM B151-WRITE-ADDRESS-BLOCK.                            00058630
           MOVE WS-CONSOL-TITLE-LINE TO WS-INV-IMAGE.                   00058640
           PERFORM B158-WRITE-INVOICE-LINE.                             00058650
           MOVE 0 TO WS-CYCLE-MINUTES WS-CONS-CHARGES.                  00058660
           MOVE 0 TO WS-TAX-FED WS-TAX-STATE WS-TAX-LOCAL.              00058670
           MOVE 0 TO WS-CONS-SITE-COUNT.                                00058680
           PERFORM UNTIL END-OF-CONSOL-WORK                             00058690
                      OR CW-PARENT-NUM NOT = WS-CONS-PARENT             00058700
             PERFORM B620-WRITE-SITE-LINE                               00058710
             PERFORM B605-READ-CONSOL-WORK                              00058720
           END-PERFORM.                                                 00058730
           MOVE "CHARGES - ALL SITES " TO ITX-LABEL.                    00058740
           MOVE WS-CONS-CHARGES TO ITX-AMOUNT.                          00058750
           MOVE WS-INVOICE-TAX-LINE TO WS-INV-IMAGE.                    00058760
           PERFORM B158-WRITE-INVOICE-LINE.                             00058770
           PERFORM B630-APPLY-CONSOL-DISCOUNTS.                         00058780
           MOVE "FEDERAL TAX         " TO ITX-LABEL.                    00058790
           MOVE WS-TAX-FED TO ITX-AMOUNT.                               00058800
           MOVE WS-INVOICE-TAX-LINE TO WS-INV-IMAGE.                    00058810
           PERFORM B158-WRITE-INVOICE-LINE.                             00058820
           MOVE "STATE TAX           " TO ITX-LABEL.                    00058830
           MOVE WS-TAX-STATE TO ITX-AMOUNT.                             00058840
           MOVE WS-INVOICE-TAX-LINE TO WS-INV-IMAGE.                    00058850
           PERFORM B158-WRITE-INVOICE-LINE.                             00058860
           MOVE "LOCAL TAX           " TO ITX-LABEL.                    00058870
           MOVE WS-TAX-LOCAL TO ITX-AMOUNT.                             00058880
           MOVE WS-INVOICE-TAX-LINE TO WS-INV-IMAGE.                    00058890
           PERFORM B158-WRITE-INVOICE-LINE.                             00058900
           COMPUTE WS-INV-TOTAL = WS-NET-CHARGES + WS-TAX-FED           00058910
             + WS-TAX-STATE + WS-TAX-LOCAL.                             00058920
           MOVE SPACES TO WS-INVOICE-TOTAL-LINE.                        00058930
           MOVE WS-INV-TOTAL TO IT-TOTAL-COST.                          00058940
           MOVE WS-INVOICE-TOTAL-LINE TO WS-INV-IMAGE.                  00058950
           PERFORM B158-WRITE-INVOICE-LINE.                             00058960
           ADD WS-INV-TOTAL TO BAL-INVOICE-TOTAL.                       00058970
           PERFORM B152-WRITE-BALANCE-BLOCK.                            00058980
           PERFORM B640-WRITE-CONSOL-GL.                                00058990
           ADD 1 TO WS-CONS-STMT-COUNT.                                 00059000
                                                                        00059010
      *                                                                 00059020
       B615-LOAD-PARENT.                                                00059030
      *                                                                 00059040
           MOVE WS-CONS-PARENT TO CUST-NUM.                             00059050
           MOVE SPACE  TO WS-CM-ACCT-STATUS.                            00059060
           MOVE SPACES TO WS-CM-HOLD CUST-NAME.                         00059070
           MOVE WS-CONS-PARENT TO CM-CUST-NUM.                          00059080
           READ CUST-MASTER-FILE                                        00059090
             INVALID KEY                                                00059100
               DISPLAY "+++ PARENT " WS-CONS-PARENT                     00059110
                       " NOT ON CALLCUST - NO ADDRESS PRINTED +++"      00059120
               SET RUN-HAS-WARNING TO TRUE                              00059130
             NOT INVALID KEY                                            00059140
               MOVE CM-ACCT-STATUS TO WS-CM-ACCT-STATUS                 00059150
               MOVE CM-CUST-NAME   TO WS-CM-NAME CUST-NAME              00059160
               MOVE CM-ADDR-LINE1  TO WS-CM-ADDR-LINE1                  00059170
               MOVE CM-ADDR-LINE2  TO WS-CM-ADDR-LINE2                  00059180
               MOVE CM-ADDR-CITY   TO WS-CM-ADDR-CITY                   00059190
               MOVE CM-ADDR-STATE  TO WS-CM-ADDR-STATE                  00059200
               MOVE CM-ADDR-ZIP    TO WS-CM-ADDR-ZIP                    00059210
           END-READ.                                                    00059220
                                                                        00059230
      *                                                                 00059240
       B620-WRITE-SITE-LINE.                                            00059250
      *                                                                 00059260
           MOVE CW-SITE-NUM   TO ICS-SITE-NUM.                          00059270
           MOVE CW-SITE-NAME  TO ICS-SITE-NAME.                         00059280
           MOVE CW-BRANCH     TO ICS-BRANCH.                            00059290
           MOVE CW-CALLS      TO ICS-CALLS.                             00059300
           MOVE CW-MINUTES    TO ICS-MINUTES.                           00059310
           MOVE CW-CHARGES    TO ICS-CHARGES.                           00059320
           MOVE WS-CONSOL-SITE-LINE TO WS-INV-IMAGE.                    00059330
           PERFORM B158-WRITE-INVOICE-LINE.                             00059340
           ADD CW-MINUTES     TO WS-CYCLE-MINUTES.                      00059350
           ADD CW-CHARGES     TO WS-CONS-CHARGES.                       00059360
           ADD CW-TAX-FED     TO WS-TAX-FED.                            00059370
           ADD CW-TAX-STATE   TO WS-TAX-STATE.                          00059380
           ADD CW-TAX-LOCAL   TO WS-TAX-LOCAL.                          00059390
           ADD 1 TO WS-CONS-SITE-TOTAL.                                 00059400
           IF WS-CONS-SITE-COUNT < 500                                  00059410
             ADD 1 TO WS-CONS-SITE-COUNT                                00059420
             MOVE CW-SITE-NUM TO WS-CONS-SITE-NUM(WS-CONS-SITE-COUNT)   00059430
           ELSE                                                         00059440
             DISPLAY "+++ SITE TABLE FULL - CREDITS FOR SITE "          00059450
                     CW-SITE-NUM " NOT TAKEN +++"                       00059460
             SET RUN-HAS-WARNING TO TRUE                                00059470
           END-IF.                                                      00059480
                                                                        00059490
      ****************************************************************  00059500
      *  B630-APPLY-CONSOL-DISCOUNTS IS B121 FOR A PARENT: THE       *  00059510
      *  COMBINED MINUTES OF ALL ITS SITES PICK THE VOLUME TIER,     *  00059520
      *  WHICH IS TAKEN ON THE COMBINED CHARGES, AND ANY CREDIT      *  00059530
      *  ISSUED TO THE PARENT OR TO ONE OF ITS SITES IS APPLIED      *  00059540
      *  (CAPPED SO THE STATEMENT NEVER GOES NEGATIVE).  EACH ONE    *  00059550
      *  PRINTS AS IT IS TAKEN.                                      *  00059560
      ****************************************************************  00059570
      *                                                                 00059580
       B630-APPLY-CONSOL-DISCOUNTS.                                     00059590
      *                                                                 00059600
           MOVE 0 TO WS-DISC-PCT WS-DISC-AMT WS-CRED-APPLIED.           00059610
           PERFORM VARYING WS-DISC-SUB FROM 1 BY 1                      00059620
             UNTIL WS-DISC-SUB > DISC-TABLE-COUNT                       00059630
             IF WS-CYCLE-MINUTES >= DSC-MIN-MINUTES(WS-DISC-SUB)        00059640
               MOVE DSC-PCT(WS-DISC-SUB) TO WS-DISC-PCT                 00059650
             END-IF                                                     00059660
           END-PERFORM.                                                 00059670
           IF WS-DISC-PCT > 0                                           00059680
             COMPUTE WS-DISC-AMT ROUNDED = WS-CONS-CHARGES              00059690
               * WS-DISC-PCT / 100                                      00059700
           END-IF.                                                      00059710
           COMPUTE WS-NET-CHARGES = WS-CONS-CHARGES - WS-DISC-AMT.      00059720
           IF WS-DISC-AMT > 0                                           00059730
             MOVE WS-DISC-PCT TO IDC-PCT                                00059740
             COMPUTE WS-CONTRA-WORK = 0 - WS-DISC-AMT                   00059750
             MOVE WS-CONTRA-WORK TO IDC-AMOUNT                          00059760
             MOVE WS-INVOICE-DISC-LINE TO WS-INV-IMAGE                  00059770
             PERFORM B158-WRITE-INVOICE-LINE                            00059780
           END-IF.                                                      00059790
           PERFORM VARYING WS-CRD-SUB FROM 1 BY 1                       00059800
             UNTIL WS-CRD-SUB > CREDIT-COUNT                            00059810
             IF CRD-APPLIED(WS-CRD-SUB) = "N"                           00059820
               PERFORM B635-CHECK-CREDIT-MEMBER                         00059830
               IF CONSOL-MEMBER                                         00059840
                 MOVE CRD-AMOUNT(WS-CRD-SUB) TO WS-CRED-THIS            00059850
                 IF WS-CRED-THIS > WS-NET-CHARGES                       00059860
                   MOVE WS-NET-CHARGES TO WS-CRED-THIS                  00059870
                   DISPLAY "+++ CREDIT FOR " CRD-CUST-NUM(WS-CRD-SUB)   00059880
                           " CAPPED AT REMAINING CHARGES +++"           00059890
                 END-IF                                                 00059900
                 MOVE WS-CRED-THIS TO CRD-USED-AMT(WS-CRD-SUB)          00059910
                 MOVE "Y" TO CRD-APPLIED(WS-CRD-SUB)                    00059920
                 ADD WS-CRED-THIS TO WS-CRED-APPLIED                    00059930
                 SUBTRACT WS-CRED-THIS FROM WS-NET-CHARGES              00059940
                 MOVE CRD-DESC(WS-CRD-SUB) TO ICR-DESC                  00059950
                 COMPUTE WS-CONTRA-WORK = 0 - WS-CRED-THIS              00059960
                 MOVE WS-CONTRA-WORK TO ICR-AMOUNT                      00059970
                 MOVE WS-INVOICE-CRED-LINE TO WS-INV-IMAGE              00059980
                 PERFORM B158-WRITE-INVOICE-LINE                        00059990
               END-IF                                                   00060000
             END-IF                                                     00060010
           END-PERFORM.                                                 00060020
                                                                        00060030
      *                                                                 00060040
       B635-CHECK-CREDIT-MEMBER.                                        00060050
      *                                                                 00060060
           MOVE "N" TO WS-CONS-MEMBER-SW.                               00060070
           IF CRD-CUST-NUM(WS-CRD-SUB) = WS-CONS-PARENT                 00060080
             SET CONSOL-MEMBER TO TRUE                                  00060090
           END-IF.                                                      00060100
           PERFORM VARYING WS-CONS-SITE-SUB FROM 1 BY 1                 00060110
             UNTIL WS-CONS-SITE-SUB > WS-CONS-SITE-COUNT                00060120
                OR CONSOL-MEMBER                                        00060130
             IF CRD-CUST-NUM(WS-CRD-SUB)                                00060140
                  = WS-CONS-SITE-NUM(WS-CONS-SITE-SUB)                  00060150
               SET CONSOL-MEMBER TO TRUE                                00060160
             END-IF                                                     00060170
           END-PERFORM.                                                 00060180
                                                                        00060190
      ****************************************************************  00060200
      *  B640-WRITE-CONSOL-GL POSTS THE PARENT'S COMBINED DISCOUNT   *  00060210
      *  AND CREDITS AS CONTRA-REVENUE ("D"/"C"), AS B170 DOES FOR   *  00060220
      *  A CUSTOMER BILLED ON ITS OWN.                               *  00060230
      ****************************************************************  00060240
      *                                                                 00060250
       B640-WRITE-CONSOL-GL.                                            00060260
      *                                                                 00060270
           MOVE WS-CONS-PARENT TO GLAR-CUST-NUM.                        00060280
           MOVE CUST-NAME   TO GLAR-CUST-NAME.                          00060290
           MOVE WS-RUN-DATE TO GLAR-RUN-DATE.                           00060300
           MOVE SPACES      TO GLAR-FILLER.                             00060310
           IF WS-DISC-AMT > 0                                           00060320
             MOVE WS-DISC-AMT TO GLAR-TOTAL-COST                        00060330
             MOVE "D" TO GLAR-REC-TYPE                                  00060340
             WRITE GLAR-REC                                             00060350
             SUBTRACT GLAR-TOTAL-COST FROM BAL-GLAR-TOTAL               00060360
           END-IF.                                                      00060370
           IF WS-CRED-APPLIED > 0                                       00060380
             MOVE WS-CRED-APPLIED TO GLAR-TOTAL-COST                    00060390
             MOVE "C" TO GLAR-REC-TYPE                                  00060400
             WRITE GLAR-REC                                             00060410
             SUBTRACT GLAR-TOTAL-COST FROM BAL-GLAR-TOTAL               00060420
           END-IF.                                                      00060430
                                                                        00060440
      ****************************************************************  00060450
      *  B700-MERGE-PARTITIONS BUILDS THE CYCLE FROM ITS BILLING     *  00060460
      *  PARTITIONS IN PLACE OF THE PASS OVER CALLIN.  EACH          *  00060470
      *  PARTITION'S TOTALS ARE ADDED INTO THE RUN'S, AND ITS        *  00060480
      *  EXCEPTIONS, GL RECORDS, PARENT SITES, REPORT LINES AND LOG  *  00060490
      *  ARE COPIED ONTO THE RUN'S OWN FILES IN PARTITION (BRANCH)   *  00060500
      *  ORDER.  A900 THEN RUNS THE NATIONAL PASSES OVER THE WHOLE   *  00060510
      *  CYCLE JUST AS IT DOES AFTER A SINGLE-STREAM PASS.           *  00060520
      ****************************************************************  00060530
      *                                                                 00060540
       B700-MERGE-PARTITIONS.                                           00060550
      *                                                                 00060560
           PERFORM B720-MERGE-ONE-PARTITION                             00060570
             VARYING WS-PT-SUB FROM 1 BY 1                              00060580
             UNTIL WS-PT-SUB > WS-PT-COUNT.                             00060590
           MOVE SPACES TO WS-LOG-TEXT.                                  00060600
           STRING "MERGED " DELIMITED BY SIZE                           00060610
                  WS-PT-COUNT DELIMITED BY SIZE                         00060620
                  " PARTITIONS - CUSTOMERS READ " DELIMITED BY SIZE     00060630
                  BAL-IN-CUST-COUNT DELIMITED BY SIZE                   00060640
             INTO WS-LOG-TEXT.                                          00060650
           MOVE "MERGE   " TO WS-LOG-EVENT.                             00060660
           PERFORM Z100-WRITE-RUN-LOG.                                  00060670
           DISPLAY "MERGE: " WS-PT-COUNT " PARTITIONS, "                00060680
                   BAL-IN-CUST-COUNT " CUSTOMERS READ".                 00060690
                                                                        00060700
      ****************************************************************  00060710
      *  B701-SET-PART-FILE-NAMES NAMES PARTITION WS-PT-SUB'S FILES: *  00060720
      *  CALLPCTNN, CALLEXCNN, CALLGLRNN, CALLCNWNN, CALLLOGNN,      *  00060730
      *  CALLPLXNN AND CALLMRGNN.  A PARTITION WRITES THEM UNDER     *  00060740
      *  THESE NAMES (A017) AND THE MERGE READS THEM BACK.           *  00060750
      ****************************************************************  00060760
      *                                                                 00060770
       B701-SET-PART-FILE-NAMES.                                        00060780
      *                                                                 00060790
           MOVE SPACES TO WS-PCT-DSN WS-PEXC-DSN WS-PGLR-DSN            00060800
                          WS-PCNW-DSN WS-PLOG-DSN WS-PPLX-DSN           00060810
                          WS-PMRG-DSN.                                  00060820
           STRING "CALLPCT" DELIMITED BY SIZE                           00060830
                  WS-PT-SUB DELIMITED BY SIZE                           00060840
                  INTO WS-PCT-DSN.                                      00060850
           STRING "CALLEXC" DELIMITED BY SIZE                           00060860
                  WS-PT-SUB DELIMITED BY SIZE                           00060870
                  INTO WS-PEXC-DSN.                                     00060880
           STRING "CALLGLR" DELIMITED BY SIZE                           00060890
                  WS-PT-SUB DELIMITED BY SIZE                           00060900
                  INTO WS-PGLR-DSN.                                     00060910
           STRING "CALLCNW" DELIMITED BY SIZE                           00060920
                  WS-PT-SUB DELIMITED BY SIZE                           00060930
                  INTO WS-PCNW-DSN.                                     00060940
           STRING "CALLLOG" DELIMITED BY SIZE                           00060950
                  WS-PT-SUB DELIMITED BY SIZE                           00060960
                  INTO WS-PLOG-DSN.                                     00060970
           STRING "CALLPLX" DELIMITED BY SIZE                           00060980
                  WS-PT-SUB DELIMITED BY SIZE                           00060990
                  INTO WS-PPLX-DSN.                                     00061000
           STRING "CALLMRG" DELIMITED BY SIZE                           00061010
                  WS-PT-SUB DELIMITED BY SIZE                           00061020
                  INTO WS-PMRG-DSN.                                     00061030
                                                                        00061040
      ****************************************************************  00061050
      *  B710-CHECK-PARTITIONS REFUSES THE MERGE UNLESS EVERY        *  00061060
      *  PARTITION HAS COMPLETED BELOW RETURN CODE 8 FOR THIS CYCLE, *  00061070
      *  ALL OF THEM BILLED THE SAME EDITED CALLIN, AND THEIR RANGES *  00061080
      *  RUN FROM BRANCH 00 TO 99 WITH NO GAP AND NO OVERLAP.  IT    *  00061090
      *  RUNS BEFORE THE BILLING STEP IS MARKED STARTED, SO A        *  00061100
      *  REFUSED MERGE LEAVES CALLCYCL UNTOUCHED.                    *  00061110
      ****************************************************************  00061120
      *                                                                 00061130
       B710-CHECK-PARTITIONS.                                           00061140
      *                                                                 00061150
           INITIALIZE WS-PART-TABLE-AREA.                               00061160
           MOVE 0 TO WS-PT-NEXT-LOW.                                    00061170
           PERFORM B711-CHECK-ONE-PARTITION                             00061180
             VARYING WS-PT-SUB FROM 1 BY 1                              00061190
             UNTIL WS-PT-SUB > WS-PT-COUNT OR CYCLE-STEP-REFUSED.       00061200
           IF NOT CYCLE-STEP-REFUSED AND WS-PT-NEXT-LOW NOT = 100       00061210
             MOVE "BRANCHES 00-99 NOT COVERED" TO WS-CY-REASON          00061220
             DISPLAY "+++ MERGE REFUSED FOR CYCLE " WS-CY-CYCLE-DATE    00061230
                     " - " WS-CY-REASON " +++"                          00061240
             SET CYCLE-STEP-REFUSED TO TRUE                             00061250
           END-IF.                                                      00061260
                                                                        00061270
      *                                                                 00061280
       B711-CHECK-ONE-PARTITION.                                        00061290
      *                                                                 00061300
           PERFORM B701-SET-PART-FILE-NAMES.                            00061310
           MOVE SPACES TO WS-PT-REASON-TEXT.                            00061320
           OPEN INPUT PART-TOTALS-FILE.                                 00061330
           IF WS-PCT-STATUS NOT = "00"                                  00061340
             MOVE "TOTALS MISSING" TO WS-PT-REASON-TEXT                 00061350
           ELSE                                                         00061360
             READ PART-TOTALS-FILE                                      00061370
               AT END CONTINUE                                          00061380
             END-READ                                                   00061390
             EVALUATE TRUE                                              00061400
               WHEN WS-PCT-STATUS NOT = "00" OR NOT PTR-TOTALS-REC      00061410
                 MOVE "UNREADABLE" TO WS-PT-REASON-TEXT                 00061420
               WHEN PTR-PART-ID NOT = WS-PT-SUB                         00061430
                 MOVE "WRONG PART ID" TO WS-PT-REASON-TEXT              00061440
               WHEN PTR-CYCLE-DATE NOT = WS-CY-CYCLE-DATE               00061450
                 MOVE "WRONG CYCLE" TO WS-PT-REASON-TEXT                00061460
               WHEN PTR-STATUS = "S"                                    00061470
                 MOVE "NOT COMPLETE" TO WS-PT-REASON-TEXT               00061480
               WHEN PTR-STATUS NOT = "C" OR PTR-RETURN-CODE NOT < 8     00061490
                 MOVE "FAILED" TO WS-PT-REASON-TEXT                     00061500
               WHEN PTR-LOW-BRANCH NOT = WS-PT-NEXT-LOW                 00061510
                 MOVE "RANGE GAP/OVERLAP" TO WS-PT-REASON-TEXT          00061520
               WHEN WS-PT-SUB > 1                                       00061530
                    AND (PTR-EDIT-STAMP NOT = WS-PT-FIRST-STAMP         00061540
                     OR PTR-FEED-CYCLE NOT = WS-PT-FIRST-CYCLE          00061550
                     OR PTR-TRL-REC-COUNT NOT = WS-PT-FIRST-REC-COUNT   00061560
                     OR PTR-TRL-CALLS NOT = WS-PT-FIRST-CALLS           00061570
                     OR PTR-TRL-MINUTES NOT = WS-PT-FIRST-MINUTES)      00061580
                 MOVE "DIFFERENT FEED" TO WS-PT-REASON-TEXT             00061590
               WHEN OTHER                                               00061600
                 IF WS-PT-SUB = 1                                       00061610
                   MOVE PTR-EDIT-STAMP    TO WS-PT-FIRST-STAMP          00061620
                   MOVE PTR-FEED-CYCLE    TO WS-PT-FIRST-CYCLE          00061630
                   MOVE PTR-TRL-REC-COUNT TO WS-PT-FIRST-REC-COUNT      00061640
                   MOVE PTR-TRL-CALLS     TO WS-PT-FIRST-CALLS          00061650
                   MOVE PTR-TRL-MINUTES   TO WS-PT-FIRST-MINUTES        00061660
                 END-IF                                                 00061670
                 MOVE PTR-LOW-BRANCH  TO PTB-LOW-BRANCH(WS-PT-SUB)      00061680
                 MOVE PTR-HIGH-BRANCH TO PTB-HIGH-BRANCH(WS-PT-SUB)     00061690
                 MOVE PTR-RETURN-CODE TO PTB-RETURN-CODE(WS-PT-SUB)     00061700
                 COMPUTE WS-PT-NEXT-LOW = PTR-HIGH-BRANCH + 1           00061710
             END-EVALUATE                                               00061720
             CLOSE PART-TOTALS-FILE                                     00061730
           END-IF.                                                      00061740
           IF WS-PT-REASON-TEXT NOT = SPACES                            00061750
             PERFORM B713-REFUSE-MERGE                                  00061760
           END-IF.                                                      00061770
                                                                        00061780
      *                                                                 00061790
       B713-REFUSE-MERGE.                                               00061800
      *                                                                 00061810
           MOVE SPACES TO WS-CY-REASON.                                 00061820
           STRING "PARTITION " DELIMITED BY SIZE                        00061830
                  WS-PT-SUB DELIMITED BY SIZE                           00061840
                  " " DELIMITED BY SIZE                                 00061850
                  WS-PT-REASON-TEXT DELIMITED BY SIZE                   00061860
             INTO WS-CY-REASON.                                         00061870
           DISPLAY "+++ MERGE REFUSED FOR CYCLE " WS-CY-CYCLE-DATE      00061880
                   " - " WS-CY-REASON " +++".                           00061890
           SET CYCLE-STEP-REFUSED TO TRUE.                              00061900
                                                                        00061910
      *                                                                 00061920
       B720-MERGE-ONE-PARTITION.                                        00061930
      *                                                                 00061940
           PERFORM B701-SET-PART-FILE-NAMES.                            00061950
           PERFORM B721-LOAD-PART-TOTALS.                               00061960
           PERFORM B730-COPY-PART-EXCEPTIONS.                           00061970
           PERFORM B735-COPY-PART-GLAR.                                 00061980
           PERFORM B740-COPY-PART-CONSOL-WORK.                          00061990
           IF PLAN-REPORT-OPEN                                          00062000
             MOVE WS-PPLX-DSN TO WS-PPRT-DSN                            00062010
             SET COPY-TO-PLAN-REPORT TO TRUE                            00062020
             PERFORM B745-COPY-PART-PRINT                               00062030
           END-IF.                                                      00062040
           IF MARGIN-REPORTING                                          00062050
             MOVE WS-PMRG-DSN TO WS-PPRT-DSN                            00062060
             SET COPY-TO-MARGIN-REPORT TO TRUE                          00062070
             PERFORM B745-COPY-PART-PRINT                               00062080
           END-IF.                                                      00062090
           PERFORM B755-COPY-PART-LOG.                                  00062100
                                                                        00062110
      *                                                                 00062120
       B721-LOAD-PART-TOTALS.                                           00062130
      *                                                                 00062140
           OPEN INPUT PART-TOTALS-FILE.                                 00062150
           IF WS-PCT-STATUS NOT = "00"                                  00062160
             DISPLAY "+++ UNABLE TO OPEN " WS-PCT-DSN " - STATUS "      00062170
                     WS-PCT-STATUS " +++"                               00062180
             MOVE WS-PCT-DSN TO WS-LOG-FILE-NAME                        00062190
             MOVE WS-PCT-STATUS TO WS-LOG-STATUS-HOLD                   00062200
             PERFORM Z110-LOG-FILE-STATUS                               00062210
             MOVE "N" TO TEST-STATUS                                    00062220
           ELSE                                                         00062230
             MOVE "N" TO WS-PT-EOF-SW                                   00062240
             PERFORM UNTIL END-OF-PART-FILE                             00062250
               READ PART-TOTALS-FILE                                    00062260
                 AT END SET END-OF-PART-FILE TO TRUE                    00062270
                 NOT AT END                                             00062280
                   IF PTR-TOTALS-REC                                    00062290
                     PERFORM B723-ADD-PART-TOTALS                       00062300
                   ELSE                                                 00062310
                     PERFORM B726-LOAD-PART-TREND                       00062320
                   END-IF                                               00062330
               END-READ                                                 00062340
             END-PERFORM                                                00062350
             CLOSE PART-TOTALS-FILE                                     00062360
           END-IF.                                                      00062370
                                                                        00062380
      ****************************************************************  00062390
      *  B723-ADD-PART-TOTALS ADDS ONE PARTITION INTO THE RUN.  THE  *  00062400
      *  PARTITIONS ALL READ THE SAME FEED (B711 PROVED IT), SO THE  *  00062410
      *  HEADER AND TRAILER FIGURES ARE TAKEN AS THEY STAND; WHAT    *  00062420
      *  EACH PARTITION BILLED, REJECTED, POSTED AND REPORTED IS     *  00062430
      *  ADDED, SO THE MERGE FOOTS EXACTLY AS ONE PASS WOULD HAVE.   *  00062440
      ****************************************************************  00062450
      *                                                                 00062460
       B723-ADD-PART-TOTALS.                                            00062470
      *                                                                 00062480
           MOVE PTR-HEADER-SW     TO BAL-HEADER-SW.                     00062490
           MOVE PTR-TRAILER-SW    TO BAL-TRAILER-SW.                    00062500
           MOVE PTR-EDIT-STAMP    TO BAL-EDIT-STAMP.                    00062510
           MOVE PTR-FEED-CYCLE    TO BAL-CYCLE-DATE.                    00062520
           MOVE PTR-TRL-REC-COUNT TO BAL-TRL-REC-COUNT.                 00062530
           MOVE PTR-TRL-CALLS     TO BAL-TRL-CALLS.                     00062540
           MOVE PTR-TRL-MINUTES   TO BAL-TRL-MINUTES.                   00062550
           MOVE PTR-HELD-CALLS    TO BAL-HELD-CALLS.                    00062560
           MOVE PTR-SWEPT-CALLS   TO BAL-SWEPT-CALLS.                   00062570
           ADD PTR-IN-CUST        TO BAL-IN-CUST-COUNT.                 00062580
           ADD PTR-IN-CALLS       TO BAL-IN-CALL-COUNT.                 00062590
           ADD PTR-IN-MINUTES     TO BAL-IN-MINUTES.                    00062600
           ADD PTR-BILLED-CUST    TO BAL-BILLED-CUST.                   00062610
           ADD PTR-REJECT-CUST    TO BAL-REJECT-CUST.                   00062620
           ADD PTR-PREV-CUST      TO BAL-PREV-CUST.                     00062630
           ADD PTR-RATED-CALLS    TO BAL-RATED-CALLS.                   00062640
           ADD PTR-EXC-CALLS      TO BAL-EXC-CALLS.                     00062650
           ADD PTR-INFO-EXC       TO BAL-INFO-EXC.                      00062660
           ADD PTR-PREV-CALLS     TO BAL-PREV-CALLS.                    00062670
           ADD PTR-INVOICE-TOTAL  TO BAL-INVOICE-TOTAL.                 00062680
           ADD PTR-GLAR-TOTAL     TO BAL-GLAR-TOTAL.                    00062690
           ADD PTR-FIN-ASSESSED   TO BAL-FIN-ASSESSED.                  00062700
           ADD PTR-FIN-GL         TO BAL-FIN-GL.                        00062710
           ADD PTR-BRANCH-COUNT   TO WS-BRANCH-COUNT.                   00062720
           ADD PTR-PLAN-MISMATCH  TO WS-PLAN-MISMATCH-COUNT.            00062730
           MOVE PTR-EXC-RECORDS  TO PTB-EXC-RECORDS(WS-PT-SUB).         00062740
           MOVE PTR-GLAR-RECORDS TO PTB-GLAR-RECORDS(WS-PT-SUB).        00062750
           MOVE PTR-GLAR-AMOUNT  TO PTB-GLAR-AMOUNT(WS-PT-SUB).         00062760
      *    A PARTITION THAT RAN WITH WARNINGS CARRIES THEM TO THE       00062770
      *    CYCLE'S RETURN CODE.                                         00062780
           IF PTR-RETURN-CODE > 0                                       00062790
             SET RUN-HAS-WARNING TO TRUE                                00062800
           END-IF.                                                      00062810
           MOVE PTR-NAT-SUMMARY TO PART-SUMMARY-AREA.                   00062820
           MOVE PTR-NAT-MARGIN  TO PART-MARGIN-AREA.                    00062830
           ADD PSM-CUST-COUNT    TO NAT-CUST-COUNT.                     00062840
           ADD PSM-TOTAL-MINUTES TO NAT-TOTAL-MINUTES.                  00062850
           ADD PSM-TOTAL-REVENUE TO NAT-TOTAL-REVENUE.                  00062860
           PERFORM B724-MERGE-PART-AREA                                 00062870
             VARYING WS-PT-ENTRY FROM 1 BY 1                            00062880
             UNTIL WS-PT-ENTRY > PSM-AREA-COUNT.                        00062890
           PERFORM B727-MERGE-PART-CITY                                 00062900
             VARYING WS-PT-ENTRY FROM 1 BY 1                            00062910
             UNTIL WS-PT-ENTRY > PSM-CITY-COUNT.                        00062920
           PERFORM B725-MERGE-PART-MARGIN                               00062930
             VARYING WS-PT-ENTRY FROM 1 BY 1                            00062940
             UNTIL WS-PT-ENTRY > PMG-ROUTE-COUNT.                       00062950
                                                                        00062960
      *                                                                 00062970
       B724-MERGE-PART-AREA.                                            00062980
      *                                                                 00062990
           SET NAT-AREA-IDX TO 1.                                       00063000
           SEARCH NAT-AREA-TABLE                                        00063010
             AT END                                                     00063020
               IF NAT-AREA-COUNT < 20                                   00063030
                 ADD 1 TO NAT-AREA-COUNT                                00063040
                 SET NAT-AREA-IDX TO NAT-AREA-COUNT                     00063050
                 MOVE PSM-AREA-CODE(WS-PT-ENTRY)                        00063060
                   TO NAT-AREA-CODE(NAT-AREA-IDX)                       00063070
                 MOVE PSM-AREA-MINUTES(WS-PT-ENTRY)                     00063080
                   TO NAT-AREA-MINUTES(NAT-AREA-IDX)                    00063090
                 MOVE PSM-AREA-REVENUE(WS-PT-ENTRY)                     00063100
                   TO NAT-AREA-REVENUE(NAT-AREA-IDX)                    00063110
               ELSE                                                     00063120
                 DISPLAY "+++ NATIONAL AREA CODE SUMMARY FULL - "       00063130
                         PSM-AREA-CODE(WS-PT-ENTRY) " NOT TOTALED +++"  00063140
               END-IF                                                   00063150
             WHEN NAT-AREA-CODE(NAT-AREA-IDX)                           00063160
                  = PSM-AREA-CODE(WS-PT-ENTRY)                          00063170
               ADD PSM-AREA-MINUTES(WS-PT-ENTRY)                        00063180
                 TO NAT-AREA-MINUTES(NAT-AREA-IDX)                      00063190
               ADD PSM-AREA-REVENUE(WS-PT-ENTRY)                        00063200
                 TO NAT-AREA-REVENUE(NAT-AREA-IDX)                      00063210
           END-SEARCH.                                                  00063220
                                                                        00063230
      *                                                                 00063240
       B727-MERGE-PART-CITY.                                            00063250
      *                                                                 00063260
           SET NAT-CITY-IDX TO 1.                                       00063270
           SEARCH NAT-CITY-TABLE                                        00063280
             AT END                                                     00063290
               IF NAT-CITY-COUNT < 20                                   00063300
                 ADD 1 TO NAT-CITY-COUNT                                00063310
                 SET NAT-CITY-IDX TO NAT-CITY-COUNT                     00063320
                 MOVE PSM-CITY-NAME(WS-PT-ENTRY)                        00063330
                   TO NAT-CITY-NAME(NAT-CITY-IDX)                       00063340
                 MOVE PSM-CITY-MINUTES(WS-PT-ENTRY)                     00063350
                   TO NAT-CITY-MINUTES(NAT-CITY-IDX)                    00063360
                 MOVE PSM-CITY-REVENUE(WS-PT-ENTRY)                     00063370
                   TO NAT-CITY-REVENUE(NAT-CITY-IDX)                    00063380
               ELSE                                                     00063390
                 DISPLAY "+++ NATIONAL CITY SUMMARY FULL - "            00063400
                         PSM-CITY-NAME(WS-PT-ENTRY) " NOT TOTALED +++"  00063410
               END-IF                                                   00063420
             WHEN NAT-CITY-NAME(NAT-CITY-IDX)                           00063430
                  = PSM-CITY-NAME(WS-PT-ENTRY)                          00063440
               ADD PSM-CITY-MINUTES(WS-PT-ENTRY)                        00063450
                 TO NAT-CITY-MINUTES(NAT-CITY-IDX)                      00063460
               ADD PSM-CITY-REVENUE(WS-PT-ENTRY)                        00063470
                 TO NAT-CITY-REVENUE(NAT-CITY-IDX)                      00063480
           END-SEARCH.                                                  00063490
                                                                        00063500
      *                                                                 00063510
       B725-MERGE-PART-MARGIN.                                          00063520
      *                                                                 00063530
           SET NMG-IDX TO 1.                                            00063540
           SEARCH NMG-TABLE                                             00063550
             AT END                                                     00063560
               IF NMG-ROUTE-COUNT < 100                                 00063570
                 ADD 1 TO NMG-ROUTE-COUNT                               00063580
                 SET NMG-IDX TO NMG-ROUTE-COUNT                         00063590
                 MOVE PMG-TABLE(WS-PT-ENTRY) TO NMG-TABLE(NMG-IDX)      00063600
               ELSE                                                     00063610
                 DISPLAY "+++ NATIONAL MARGIN TABLE FULL - "            00063620
                         PMG-AREA-CODE(WS-PT-ENTRY) " NOT TOTALED +++"  00063630
               END-IF                                                   00063640
             WHEN NMG-AREA-CODE(NMG-IDX) = PMG-AREA-CODE(WS-PT-ENTRY)   00063650
                  AND NMG-CITY(NMG-IDX) = PMG-CITY(WS-PT-ENTRY)         00063660
               ADD PMG-MINUTES(WS-PT-ENTRY)    TO NMG-MINUTES(NMG-IDX)  00063670
               ADD PMG-REVENUE(WS-PT-ENTRY)    TO NMG-REVENUE(NMG-IDX)  00063680
               ADD PMG-COST(WS-PT-ENTRY)       TO NMG-COST(NMG-IDX)     00063690
               ADD PMG-NOCOST-MIN(WS-PT-ENTRY)                          00063700
                 TO NMG-NOCOST-MIN(NMG-IDX)                             00063710
           END-SEARCH.                                                  00063720
                                                                        00063730
      *                                                                 00063740
       B726-LOAD-PART-TREND.                                            00063750
      *                                                                 00063760
           IF TREND-COUNT < 2000                                        00063770
             ADD 1 TO TREND-COUNT                                       00063780
             MOVE PTT-TREND-ENTRY TO TREND-ENTRY(TREND-COUNT)           00063790
           ELSE                                                         00063800
             DISPLAY "+++ TREND TABLE FULL - " PTT-TREND-ENTRY(1:4)     00063810
                     " NOT REPORTED +++"                                00063820
           END-IF.                                                      00063830
                                                                        00063840
      ****************************************************************  00063850
      *  B730-B755 COPY A PARTITION'S FILES ONTO THE RUN'S OWN.  THE *  00063860
      *  EXCEPTION AND GL COPIES ARE COUNTED FOR B957'S PROOF.  A    *  00063870
      *  MISSING EXCEPTION, GL OR PARENT-SITE FILE FAILS THE MERGE;  *  00063880
      *  A MISSING REPORT FILE IS ONLY A WARNING.                    *  00063890
      ****************************************************************  00063900
      *                                                                 00063910
       B730-COPY-PART-EXCEPTIONS.                                       00063920
      *                                                                 00063930
           MOVE 0 TO PTB-EXC-COPIED(WS-PT-SUB).                         00063940
           OPEN INPUT PART-EXC-FILE.                                    00063950
           IF WS-PEXC-STATUS NOT = "00"                                 00063960
             DISPLAY "+++ UNABLE TO OPEN " WS-PEXC-DSN " - STATUS "     00063970
                     WS-PEXC-STATUS " +++"                              00063980
             MOVE WS-PEXC-DSN TO WS-LOG-FILE-NAME                       00063990
             MOVE WS-PEXC-STATUS TO WS-LOG-STATUS-HOLD                  00064000
             PERFORM Z110-LOG-FILE-STATUS                               00064010
             MOVE "N" TO TEST-STATUS                                    00064020
           ELSE                                                         00064030
             MOVE "N" TO WS-PT-EOF-SW                                   00064040
             PERFORM UNTIL END-OF-PART-FILE                             00064050
               READ PART-EXC-FILE                                       00064060
                 AT END SET END-OF-PART-FILE TO TRUE                    00064070
                 NOT AT END                                             00064080
                   WRITE EXCEPTION-REC FROM PART-EXC-REC                00064090
                   ADD 1 TO PTB-EXC-COPIED(WS-PT-SUB)                   00064100
               END-READ                                                 00064110
             END-PERFORM                                                00064120
             CLOSE PART-EXC-FILE                                        00064130
           END-IF.                                                      00064140
                                                                        00064150
      *                                                                 00064160
       B735-COPY-PART-GLAR.                                             00064170
      *                                                                 00064180
           MOVE 0 TO PTB-GLAR-COPIED(WS-PT-SUB)                         00064190
                     PTB-GLAR-COPIED-AMT(WS-PT-SUB).                    00064200
           OPEN INPUT PART-GLAR-FILE.                                   00064210
           IF WS-PGLR-STATUS NOT = "00"                                 00064220
             DISPLAY "+++ UNABLE TO OPEN " WS-PGLR-DSN " - STATUS "     00064230
                     WS-PGLR-STATUS " +++"                              00064240
             MOVE WS-PGLR-DSN TO WS-LOG-FILE-NAME                       00064250
             MOVE WS-PGLR-STATUS TO WS-LOG-STATUS-HOLD                  00064260
             PERFORM Z110-LOG-FILE-STATUS                               00064270
             MOVE "N" TO TEST-STATUS                                    00064280
           ELSE                                                         00064290
             MOVE "N" TO WS-PT-EOF-SW                                   00064300
             PERFORM UNTIL END-OF-PART-FILE                             00064310
               READ PART-GLAR-FILE                                      00064320
                 AT END SET END-OF-PART-FILE TO TRUE                    00064330
                 NOT AT END                                             00064340
                   WRITE GLAR-REC FROM PART-GLAR-REC                    00064350
                   ADD 1 TO PTB-GLAR-COPIED(WS-PT-SUB)                  00064360
                   ADD PGL-TOTAL-COST                                   00064370
                     TO PTB-GLAR-COPIED-AMT(WS-PT-SUB)                  00064380
               END-READ                                                 00064390
             END-PERFORM                                                00064400
             CLOSE PART-GLAR-FILE                                       00064410
           END-IF.                                                      00064420
                                                                        00064430
      *                                                                 00064440
       B740-COPY-PART-CONSOL-WORK.                                      00064450
      *                                                                 00064460
           IF CONSOL-WORK-OPEN                                          00064470
             OPEN INPUT PART-CONW-FILE                                  00064480
             IF WS-PCNW-STATUS NOT = "00"                               00064490
               DISPLAY "+++ UNABLE TO OPEN " WS-PCNW-DSN " - STATUS "   00064500
                       WS-PCNW-STATUS " +++"                            00064510
               MOVE WS-PCNW-DSN TO WS-LOG-FILE-NAME                     00064520
               MOVE WS-PCNW-STATUS TO WS-LOG-STATUS-HOLD                00064530
               PERFORM Z110-LOG-FILE-STATUS                             00064540
               MOVE "N" TO TEST-STATUS                                  00064550
             ELSE                                                       00064560
               MOVE "N" TO WS-PT-EOF-SW                                 00064570
               PERFORM UNTIL END-OF-PART-FILE                           00064580
                 READ PART-CONW-FILE                                    00064590
                   AT END SET END-OF-PART-FILE TO TRUE                  00064600
                   NOT AT END                                           00064610
                     WRITE CONSOL-WORK-REC FROM PART-CONW-REC           00064620
                       INVALID KEY                                      00064630
                         DISPLAY "+++ CALLCONW WRITE FAILED - "         00064640
                                 CW-KEY " +++"                          00064650
                         MOVE "N" TO TEST-STATUS                        00064660
                     END-WRITE                                          00064670
                 END-READ                                               00064680
               END-PERFORM                                              00064690
               CLOSE PART-CONW-FILE                                     00064700
             END-IF                                                     00064710
           END-IF.                                                      00064720
                                                                        00064730
      *                                                                 00064740
       B745-COPY-PART-PRINT.                                            00064750
      *                                                                 00064760
           OPEN INPUT PART-PRINT-FILE.                                  00064770
           IF WS-PPRT-STATUS NOT = "00"                                 00064780
             DISPLAY "+++ UNABLE TO OPEN " WS-PPRT-DSN " - STATUS "     00064790
                     WS-PPRT-STATUS " +++"                              00064800
             MOVE WS-PPRT-DSN TO WS-LOG-FILE-NAME                       00064810
             MOVE WS-PPRT-STATUS TO WS-LOG-STATUS-HOLD                  00064820
             PERFORM Z110-LOG-FILE-STATUS                               00064830
             MOVE "Y" TO WS-WARN-SW                                     00064840
           ELSE                                                         00064850
             MOVE "N" TO WS-PT-EOF-SW                                   00064860
             PERFORM UNTIL END-OF-PART-FILE                             00064870
               READ PART-PRINT-FILE                                     00064880
                 AT END SET END-OF-PART-FILE TO TRUE                    00064890
                 NOT AT END                                             00064900
                   IF COPY-TO-PLAN-REPORT                               00064910
                     WRITE PLAN-REPORT-LINE FROM PART-PRINT-LINE        00064920
                   ELSE                                                 00064930
                     WRITE MARGIN-REPORT-LINE FROM PART-PRINT-LINE      00064940
                   END-IF                                               00064950
               END-READ                                                 00064960
             END-PERFORM                                                00064970
             CLOSE PART-PRINT-FILE                                      00064980
           END-IF.                                                      00064990
                                                                        00065000
      *                                                                 00065010
       B755-COPY-PART-LOG.                                              00065020
      *                                                                 00065030
      *    THE PARTITION'S LOG JOINS THE CYCLE'S CALLLOG AND IS THEN    00065040
      *    EMPTIED, SO A LATER MERGE CAN NEVER COPY IT A SECOND TIME.   00065050
           IF RUN-LOG-OPEN                                              00065060
             OPEN INPUT PART-LOG-FILE                                   00065070
             IF WS-PLOG-STATUS NOT = "00"                               00065080
               MOVE WS-PLOG-DSN TO WS-LOG-FILE-NAME                     00065090
               MOVE WS-PLOG-STATUS TO WS-LOG-STATUS-HOLD                00065100
               PERFORM Z110-LOG-FILE-STATUS                             00065110
             ELSE                                                       00065120
               MOVE "N" TO WS-PT-EOF-SW                                 00065130
               PERFORM UNTIL END-OF-PART-FILE                           00065140
                 READ PART-LOG-FILE                                     00065150
                   AT END SET END-OF-PART-FILE TO TRUE                  00065160
                   NOT AT END                                           00065170
                     WRITE RUN-LOG-REC FROM PART-LOG-REC                00065180
                 END-READ                                               00065190
               END-PERFORM                                              00065200
               CLOSE PART-LOG-FILE                                      00065210
               OPEN OUTPUT PART-LOG-FILE                                00065220
               IF WS-PLOG-STATUS = "00"                                 00065230
                 CLOSE PART-LOG-FILE                                    00065240
               END-IF                                                   00065250
             END-IF                                                     00065260
           END-IF.                                                      00065270
                                                                        00065280
      ****************************************************************  00065290
      *  B770-WRITE-PARTITION-TOTALS WRITES THIS PARTITION'S         *  00065300
      *  CALLPCTNN: STATUS "S" AS IT STARTS, THEN "C" OR "F" WITH    *  00065310
      *  THE FINAL TOTALS AS IT ENDS.  A PARTITION THAT CANNOT WRITE *  00065320
      *  ITS TOTALS CANNOT BE MERGED AND ENDS RETURN CODE 12.        *  00065330
      ****************************************************************  00065340
      *                                                                 00065350
       B770-WRITE-PARTITION-TOTALS.                                     00065360
      *                                                                 00065370
           OPEN OUTPUT PART-TOTALS-FILE.                                00065380
           IF WS-PCT-STATUS NOT = "00"                                  00065390
             DISPLAY "+++ UNABLE TO OPEN " WS-PCT-DSN " - STATUS "      00065400
                     WS-PCT-STATUS " +++"                               00065410
             MOVE WS-PCT-DSN TO WS-LOG-FILE-NAME                        00065420
             MOVE WS-PCT-STATUS TO WS-LOG-STATUS-HOLD                   00065430
             PERFORM Z110-LOG-FILE-STATUS                               00065440
             MOVE "N" TO TEST-STATUS                                    00065450
             MOVE 12 TO WS-RETURN-CODE                                  00065460
           ELSE                                                         00065470
             ACCEPT WS-TIME-NOW FROM TIME                               00065480
             MOVE SPACES            TO PART-TOTALS-REC                  00065490
             MOVE "P"               TO PTR-REC-TYPE                     00065500
             MOVE WS-PT-ID          TO PTR-PART-ID                      00065510
             MOVE WS-PT-LOW-BRANCH  TO PTR-LOW-BRANCH                   00065520
             MOVE WS-PT-HIGH-BRANCH TO PTR-HIGH-BRANCH                  00065530
             MOVE WS-PT-STATUS-OUT  TO PTR-STATUS                       00065540
             MOVE WS-RETURN-CODE    TO PTR-RETURN-CODE                  00065550
             MOVE WS-CY-CYCLE-DATE  TO PTR-CYCLE-DATE                   00065560
             MOVE WS-RUN-DATE       TO PTR-RUN-DATE                     00065570
             MOVE WS-TIME-HHMMSS    TO PTR-END-TIME                     00065580
             MOVE BAL-HEADER-SW     TO PTR-HEADER-SW                    00065590
             MOVE BAL-TRAILER-SW    TO PTR-TRAILER-SW                   00065600
             MOVE BAL-EDIT-STAMP    TO PTR-EDIT-STAMP                   00065610
             MOVE BAL-CYCLE-DATE    TO PTR-FEED-CYCLE                   00065620
             MOVE BAL-TRL-REC-COUNT TO PTR-TRL-REC-COUNT                00065630
             MOVE BAL-TRL-CALLS     TO PTR-TRL-CALLS                    00065640
             MOVE BAL-TRL-MINUTES   TO PTR-TRL-MINUTES                  00065650
             MOVE BAL-HELD-CALLS    TO PTR-HELD-CALLS                   00065660
             MOVE BAL-SWEPT-CALLS   TO PTR-SWEPT-CALLS                  00065670
             MOVE BAL-IN-CUST-COUNT TO PTR-IN-CUST                      00065680
             MOVE BAL-IN-CALL-COUNT TO PTR-IN-CALLS                     00065690
             MOVE BAL-IN-MINUTES    TO PTR-IN-MINUTES                   00065700
             MOVE BAL-OTHER-CUST    TO PTR-OTHER-CUST                   00065710
             MOVE BAL-OTHER-CALLS   TO PTR-OTHER-CALLS                  00065720
             MOVE BAL-OTHER-MINUTES TO PTR-OTHER-MINUTES                00065730
             MOVE BAL-BILLED-CUST   TO PTR-BILLED-CUST                  00065740
             MOVE BAL-REJECT-CUST   TO PTR-REJECT-CUST                  00065750
             MOVE BAL-PREV-CUST     TO PTR-PREV-CUST                    00065760
             MOVE BAL-RATED-CALLS   TO PTR-RATED-CALLS                  00065770
             MOVE BAL-EXC-CALLS     TO PTR-EXC-CALLS                    00065780
             MOVE BAL-INFO-EXC      TO PTR-INFO-EXC                     00065790
             MOVE BAL-PREV-CALLS    TO PTR-PREV-CALLS                   00065800
             MOVE BAL-INVOICE-TOTAL TO PTR-INVOICE-TOTAL                00065810
             MOVE BAL-GLAR-TOTAL    TO PTR-GLAR-TOTAL                   00065820
             MOVE BAL-FIN-ASSESSED  TO PTR-FIN-ASSESSED                 00065830
             MOVE BAL-FIN-GL        TO PTR-FIN-GL                       00065840
             MOVE WS-BRANCH-COUNT   TO PTR-BRANCH-COUNT                 00065850
             MOVE WS-PLAN-MISMATCH-COUNT TO PTR-PLAN-MISMATCH           00065860
             MOVE WS-PT-EXC-RECORDS  TO PTR-EXC-RECORDS                 00065870
             MOVE WS-PT-GLAR-RECORDS TO PTR-GLAR-RECORDS                00065880
             MOVE WS-PT-GLAR-AMOUNT  TO PTR-GLAR-AMOUNT                 00065890
             MOVE NATIONAL-SUMMARY-AREA TO PTR-NAT-SUMMARY              00065900
             MOVE NATIONAL-MARGIN-AREA  TO PTR-NAT-MARGIN               00065910
             WRITE PART-TOTALS-REC                                      00065920
             PERFORM VARYING WS-PT-ENTRY FROM 1 BY 1                    00065930
               UNTIL WS-PT-ENTRY > TREND-COUNT                          00065940
               MOVE SPACES TO PART-TREND-REC                            00065950
               MOVE "T" TO PTT-REC-TYPE                                 00065960
               MOVE TREND-ENTRY(WS-PT-ENTRY) TO PTT-TREND-ENTRY         00065970
               WRITE PART-TREND-REC                                     00065980
             END-PERFORM                                                00065990
             CLOSE PART-TOTALS-FILE                                     00066000
           END-IF.                                                      00066010
                                                                        00066020
      ****************************************************************  00066030
      *  B780-FOOT-PARTITION-FILES COUNTS THE PARTITION'S FINISHED   *  00066040
      *  CALLEXCNN AND CALLGLRNN (RECORDS, AND THE GL AMOUNTS) SO    *  00066050
      *  THE MERGE CAN PROVE IT COPIED EVERY RECORD OF BOTH.  A      *  00066060
      *  RESTARTED PARTITION EXTENDS BOTH FILES, SO THEY ARE FOOTED  *  00066070
      *  FROM THE FILES THEMSELVES, NOT FROM THIS RUN'S WRITES.      *  00066080
      ****************************************************************  00066090
      *                                                                 00066100
       B780-FOOT-PARTITION-FILES.                                       00066110
      *                                                                 00066120
           MOVE 0 TO WS-PT-EXC-RECORDS WS-PT-GLAR-RECORDS               00066130
                     WS-PT-GLAR-AMOUNT.                                 00066140
           OPEN INPUT EXCEPTION-FILE.                                   00066150
           IF WS-CALLEXC-STATUS = "00"                                  00066160
             MOVE "N" TO WS-PT-EOF-SW                                   00066170
             PERFORM UNTIL END-OF-PART-FILE                             00066180
               READ EXCEPTION-FILE                                      00066190
                 AT END SET END-OF-PART-FILE TO TRUE                    00066200
                 NOT AT END ADD 1 TO WS-PT-EXC-RECORDS                  00066210
               END-READ                                                 00066220
             END-PERFORM                                                00066230
             CLOSE EXCEPTION-FILE                                       00066240
           END-IF.                                                      00066250
           OPEN INPUT GLAR-FILE.                                        00066260
           IF WS-GLAR-STATUS = "00"                                     00066270
             MOVE "N" TO WS-PT-EOF-SW                                   00066280
             PERFORM UNTIL END-OF-PART-FILE                             00066290
               READ GLAR-FILE                                           00066300
                 AT END SET END-OF-PART-FILE TO TRUE                    00066310
                 NOT AT END                                             00066320
                   ADD 1 TO WS-PT-GLAR-RECORDS                          00066330
                   ADD GLAR-TOTAL-COST TO WS-PT-GLAR-AMOUNT             00066340
               END-READ                                                 00066350
             END-PERFORM                                                00066360
             CLOSE GLAR-FILE                                            00066370
           END-IF.                                                      00066380
                                                                        00066390
      ****************************************************************  00066400
      *  B900-WRITE-CHECKPOINT RECORDS THE NUMBER OF CUSTOMERS       *  00066410
      *  SUCCESSFULLY BILLED SO FAR.  ON A RESTART, A030-CHECK-       * 00066420
      *  RESTART USES THIS COUNT TO SKIP CUSTOMERS ALREADY BILLED.   *  00066430
      *  A COUNT OF ZERO (WRITTEN AT A NORMAL END OF RUN) MEANS THE  *  00066440
      *  NEXT RUN STARTS FRESH.                                      *  00066450
      ****************************************************************  00066460
      *                                                                 00066470
       B900-WRITE-CHECKPOINT.                                           00066480
      *                                                                 00066490
           OPEN OUTPUT CKPT-FILE.                                       00066500
           MOVE CUST-NUM       TO CKPT-LAST-CUST-NUM.                   00066510
           MOVE WS-CUST-COUNT  TO CKPT-REC-COUNT.                       00066520
           MOVE CUST-NUM12     TO CKPT-BRANCH.                          00066530
           MOVE NATIONAL-SUMMARY-AREA TO CKPT-NAT-SUMMARY.              00066540
           MOVE BR-SUMMARY-AREA       TO CKPT-BR-SUMMARY.               00066550
           MOVE NATIONAL-MARGIN-AREA  TO CKPT-NAT-MARGIN.               00066560
           MOVE BR-MARGIN-AREA        TO CKPT-BR-MARGIN.                00066570
           MOVE WS-PLAN-MISMATCH-COUNT TO CKPT-PLAN-MISMATCH.           00066580
           WRITE CKPT-REC.                                              00066590
           CLOSE CKPT-FILE.                                             00066600
           MOVE SPACES TO WS-LOG-TEXT.                                  00066610
           STRING "CHECKPOINT AT CUSTOMER " DELIMITED BY SIZE           00066620
                  WS-CUST-COUNT DELIMITED BY SIZE                       00066630
             INTO WS-LOG-TEXT.                                          00066640
           MOVE "CHECKPT " TO WS-LOG-EVENT.                             00066650
           PERFORM Z100-WRITE-RUN-LOG.                                  00066660
                                                                        00066670
      ****************************************************************  00066680
      *  B190-UPDATE-HISTORY POSTS THE CUSTOMER'S MONTH INTO THE     *  00066690
      *  HISTORY MASTER.  SLOT 1 IS THE CURRENT MONTH; WHEN A NEW    *  00066700
      *  MONTH OPENS THE TWELVE SLOTS SHIFT DOWN AND THE OLDEST      *  00066710
      *  FALLS OFF.  THE SLOT-1/SLOT-2 FIGURES FEED THE INVOICE      *  00066720
      *  USAGE LINE, AND A REVENUE MOVE PAST THE TREND THRESHOLD     *  00066730
      *  PUTS THE CUSTOMER ON THE TRENDING REPORT.                   *  00066740
      ****************************************************************  00066750
      *                                                                 00066760
       B190-UPDATE-HISTORY.                                             00066770
      *                                                                 00066780
           MOVE 0 TO WS-HIST-THIS-MIN WS-HIST-LAST-MIN.                 00066790
           MOVE 0 TO WS-HIST-THIS-REV WS-HIST-LAST-REV.                 00066800
           IF HISTORY-FILE-OPEN                                         00066810
             MOVE 0 TO WS-HIST-MIN-SUM                                  00066820
             PERFORM VARYING SUB1 FROM 1 BY 1                           00066830
               UNTIL SUB1 > CALLS-MADE                                  00066840
               ADD NUM-MINUTES(SUB1) TO WS-HIST-MIN-SUM                 00066850
             END-PERFORM                                                00066860
             MOVE "N" TO WS-HIST-FOUND-SW                               00066870
             MOVE CUST-NUM TO HIST-CUST-NUM                             00066880
             READ HISTORY-FILE                                          00066890
               INVALID KEY                                              00066900
                 PERFORM B191-INIT-HISTORY-REC                          00066910
               NOT INVALID KEY                                          00066920
                 SET HISTORY-REC-FOUND TO TRUE                          00066930
             END-READ                                                   00066940
             IF HM-YYYYMM(1) NOT = WS-RUN-YYYYMM                        00066950
               PERFORM B192-OPEN-NEW-MONTH                              00066960
             END-IF                                                     00066970
             ADD WS-HIST-MIN-SUM TO HM-MINUTES(1)                       00066980
             ADD CALLS-MADE      TO HM-CALLS(1)                         00066990
             ADD WS-NET-CHARGES  TO HM-REVENUE(1)                       00067000
             MOVE HM-MINUTES(1) TO WS-HIST-THIS-MIN                     00067010
             MOVE HM-REVENUE(1) TO WS-HIST-THIS-REV                     00067020
             MOVE HM-MINUTES(2) TO WS-HIST-LAST-MIN                     00067030
             MOVE HM-REVENUE(2) TO WS-HIST-LAST-REV                     00067040
             IF HISTORY-REC-FOUND                                       00067050
               REWRITE HISTORY-REC                                      00067060
                 INVALID KEY                                            00067070
                   DISPLAY "+++ CALLHIST REWRITE FAILED - "             00067080
                           CUST-NUM " +++"                              00067090
               END-REWRITE                                              00067100
             ELSE                                                       00067110
               WRITE HISTORY-REC                                        00067120
                 INVALID KEY                                            00067130
                   DISPLAY "+++ CALLHIST WRITE FAILED - "               00067140
                           CUST-NUM " +++"                              00067150
               END-WRITE                                                00067160
             END-IF                                                     00067170
             PERFORM B193-CHECK-TREND                                   00067180
           END-IF.                                                      00067190
                                                                        00067200
      *                                                                 00067210
       B191-INIT-HISTORY-REC.                                           00067220
      *                                                                 00067230
           MOVE CUST-NUM TO HIST-CUST-NUM.                              00067240
           PERFORM VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > 12             00067250
             MOVE 0 TO HM-YYYYMM(SUB1)                                  00067260
             MOVE 0 TO HM-MINUTES(SUB1)                                 00067270
             MOVE 0 TO HM-CALLS(SUB1)                                   00067280
             MOVE 0 TO HM-REVENUE(SUB1)                                 00067290
           END-PERFORM.                                                 00067300
                                                                        00067310
      *                                                                 00067320
       B192-OPEN-NEW-MONTH.                                             00067330
      *                                                                 00067340
           PERFORM VARYING SUB1 FROM 12 BY -1 UNTIL SUB1 < 2            00067350
             MOVE HIST-MONTH-ENTRY(SUB1 - 1)                            00067360
               TO HIST-MONTH-ENTRY(SUB1)                                00067370
           END-PERFORM.                                                 00067380
           MOVE WS-RUN-YYYYMM TO HM-YYYYMM(1).                          00067390
           MOVE 0 TO HM-MINUTES(1) HM-CALLS(1) HM-REVENUE(1).           00067400
                                                                        00067410
      *                                                                 00067420
       B193-CHECK-TREND.                                                00067430
      *                                                                 00067440
      *    A CUSTOMER WITH NO PRIOR-MONTH REVENUE HAS NO BASE TO        00067450
      *    MEASURE MOVEMENT AGAINST AND IS NOT FLAGGED.                 00067460
           IF WS-HIST-LAST-REV > 0                                      00067470
             COMPUTE WS-HIST-DIFF = WS-HIST-THIS-REV                    00067480
               - WS-HIST-LAST-REV                                       00067490
             IF WS-HIST-DIFF < 0                                        00067500
               COMPUTE WS-HIST-DIFF = 0 - WS-HIST-DIFF                  00067510
             END-IF                                                     00067520
             COMPUTE WS-HIST-PCT = (WS-HIST-DIFF * 100)                 00067530
               / WS-HIST-LAST-REV                                       00067540
             IF WS-HIST-PCT > WS-TREND-PCT                              00067550
               IF TREND-COUNT < 2000                                    00067560
                 ADD 1 TO TREND-COUNT                                   00067570
                 MOVE CUST-NUM         TO TRD-CUST-NUM(TREND-COUNT)     00067580
                 MOVE CUST-NUM12       TO TRD-BRANCH(TREND-COUNT)       00067590
                 MOVE WS-HIST-THIS-REV TO TRD-THIS-REV(TREND-COUNT)     00067600
                 MOVE WS-HIST-LAST-REV TO TRD-LAST-REV(TREND-COUNT)     00067610
                 MOVE WS-HIST-PCT      TO TRD-PCT(TREND-COUNT)          00067620
               ELSE                                                     00067630
                 DISPLAY "+++ TREND TABLE FULL - " CUST-NUM             00067640
                         " NOT REPORTED +++"                            00067650
               END-IF                                                   00067660
             END-IF                                                     00067670
           END-IF.                                                      00067680
                                                                        00067690
      *                                                                 00067700
       B980-WRITE-TREND-REPORT.                                         00067710
      *                                                                 00067720
           OPEN OUTPUT TREND-REPORT-FILE.                               00067730
           IF WS-CALLTRND-STATUS NOT = "00"                             00067740
             DISPLAY "+++ UNABLE TO OPEN CALLTRND - STATUS "            00067750
                     WS-CALLTRND-STATUS " +++"                          00067760
             MOVE "CALLTRND" TO WS-LOG-FILE-NAME                        00067770
             MOVE WS-CALLTRND-STATUS TO WS-LOG-STATUS-HOLD              00067780
             PERFORM Z110-LOG-FILE-STATUS                               00067790
             MOVE "N" TO TEST-STATUS                                    00067800
           ELSE                                                         00067810
             MOVE WS-RUN-DATE  TO TH-RUN-DATE                           00067820
             MOVE WS-TREND-PCT TO TH-PCT                                00067830
             WRITE TREND-REPORT-LINE FROM WS-TREND-HEADER-LINE          00067840
             WRITE TREND-REPORT-LINE FROM WS-TREND-COL-LINE             00067850
             PERFORM B981-WRITE-TREND-BRANCH                            00067860
               VARYING WS-BR-SCAN FROM 0 BY 1                           00067870
               UNTIL WS-BR-SCAN > 99                                    00067880
             CLOSE TREND-REPORT-FILE                                    00067890
           END-IF.                                                      00067900
                                                                        00067910
      *                                                                 00067920
       B981-WRITE-TREND-BRANCH.                                         00067930
      *                                                                 00067940
           MOVE 0 TO WS-AGB-COUNT.                                      00067950
           PERFORM VARYING WS-AR-SUB FROM 1 BY 1                        00067960
             UNTIL WS-AR-SUB > TREND-COUNT                              00067970
             IF TRD-BRANCH(WS-AR-SUB) = WS-BR-SCAN                      00067980
               IF WS-AGB-COUNT = 0                                      00067990
                 MOVE WS-BR-SCAN TO TRB-BRANCH                          00068000
                 WRITE TREND-REPORT-LINE FROM WS-TREND-BRANCH-LINE      00068010
               END-IF                                                   00068020
               ADD 1 TO WS-AGB-COUNT                                    00068030
               MOVE TRD-CUST-NUM(WS-AR-SUB) TO TRL-CUST-NUM             00068040
               MOVE TRD-THIS-REV(WS-AR-SUB) TO TRL-THIS-REV             00068050
               MOVE TRD-LAST-REV(WS-AR-SUB) TO TRL-LAST-REV             00068060
               MOVE TRD-PCT(WS-AR-SUB)      TO TRL-PCT                  00068070
               WRITE TREND-REPORT-LINE FROM WS-TREND-DETAIL-LINE        00068080
             END-IF                                                     00068090
           END-PERFORM.                                                 00068100
      ****************************************************************  00068110
      *  B960-SWEEP-INACTIVE-AR PICKS UP THE LEDGER ENTRIES THE      *  00068120
      *  BILLING PASS NEVER TOUCHED: CUSTOMERS WHO OWE FROM EARLIER  *  00068130
      *  CYCLES BUT HAD NO CALLS THIS CYCLE, AND PAYMENTS FROM       *  00068140
      *  CUSTOMERS NOT ON THE LEDGER AT ALL.  EACH ONE IS ROLLED     *  00068150
      *  WITH ZERO CURRENT CHARGES SO AGING AND CREDITS STAY RIGHT.  *  00068160
      ****************************************************************  00068170
      *                                                                 00068180
       B960-SWEEP-INACTIVE-AR.                                          00068190
      *                                                                 00068200
           PERFORM VARYING WS-AR-SUB2 FROM 1 BY 1                       00068210
             UNTIL WS-AR-SUB2 > PAYMENT-COUNT                           00068220
             IF PAYT-APPLIED(WS-AR-SUB2) = "N"                          00068230
               MOVE PAYT-CUST-NUM(WS-AR-SUB2) TO WS-BF-CUST             00068240
               MOVE 0 TO WS-BF-CHARGES                                  00068250
               PERFORM B185-FIND-AR-ENTRY                               00068260
               PERFORM B183-ROLL-AR-ENTRY                               00068270
             END-IF                                                     00068280
           END-PERFORM.                                                 00068290
      *    LAST CYCLE'S ENTRIES THE BILLING PASS NEVER TOUCHED ARE      00068300
      *    STILL MISSING FROM CALLARN -- ROLL EACH ONE FORWARD WITH     00068310
      *    ZERO CURRENT CHARGES SO AGING AND CREDITS STAY RIGHT.        00068320
           IF ARO-FILE-OPEN                                             00068330
             MOVE LOW-VALUES TO ARO-CUST-NUM                            00068340
             START AR-OLD-FILE KEY >= ARO-CUST-NUM                      00068350
               INVALID KEY SET END-OF-ARO-FILE TO TRUE                  00068360
             END-START                                                  00068370
             PERFORM UNTIL END-OF-ARO-FILE                              00068380
               READ AR-OLD-FILE NEXT                                    00068390
                 AT END SET END-OF-ARO-FILE TO TRUE                     00068400
                 NOT AT END PERFORM B961-SWEEP-ARO-ENTRY                00068410
               END-READ                                                 00068420
             END-PERFORM                                                00068430
           END-IF.                                                      00068440
                                                                        00068450
      *                                                                 00068460
       B961-SWEEP-ARO-ENTRY.                                            00068470
      *                                                                 00068480
           MOVE ARO-CUST-NUM TO ARN-CUST-NUM.                           00068490
           READ AR-NEW-FILE                                             00068500
             INVALID KEY                                                00068510
               MOVE ARO-CUST-NUM TO WS-BF-CUST                          00068520
               MOVE 0 TO WS-BF-CHARGES                                  00068530
               PERFORM B185-FIND-AR-ENTRY                               00068540
               PERFORM B183-ROLL-AR-ENTRY                               00068550
             NOT INVALID KEY                                            00068560
               CONTINUE                                                 00068570
           END-READ.                                                    00068580
                                                                        00068590
      ****************************************************************  00068600
      *  B962-POST-RECOVERIES POSTS EACH CALLPAY PAYMENT HELD BACK   *  00068610
      *  BY A044 (AN ACCOUNT WRITTEN OFF AS BAD DEBT) TO THE GL FEED *  00068620
      *  AS A BAD-DEBT RECOVERY ("B"), LAID OUT AS CALLCASH POSTS    *  00068630
      *  ONE BUT WITH "P" IN BYTE 1 OF THE FILLER.  NOTHING POSTS TO *  00068640
      *  CALLARN -- THE LEDGER WAS CLEARED AT WRITE-OFF.             *  00068650
      ****************************************************************  00068660
      *                                                                 00068670
       B962-POST-RECOVERIES.                                            00068680
      *                                                                 00068690
           PERFORM VARYING WS-AR-SUB2 FROM 1 BY 1                       00068700
             UNTIL WS-AR-SUB2 > PAYMENT-COUNT                           00068710
             IF PAYT-APPLIED(WS-AR-SUB2) = "B"                          00068720
               MOVE SPACES TO CM-CUST-NAME                              00068730
               IF CUST-MASTER-OPEN                                      00068740
                 MOVE PAYT-CUST-NUM(WS-AR-SUB2) TO CM-CUST-NUM          00068750
                 READ CUST-MASTER-FILE                                  00068760
                   INVALID KEY                                          00068770
                     MOVE SPACES TO CM-CUST-NAME                        00068780
                 END-READ                                               00068790
               END-IF                                                   00068800
               MOVE PAYT-CUST-NUM(WS-AR-SUB2) TO GLAR-CUST-NUM          00068810
               MOVE CM-CUST-NAME TO GLAR-CUST-NAME                      00068820
               MOVE PAYT-AMOUNT(WS-AR-SUB2) TO GLAR-TOTAL-COST          00068830
               MOVE WS-RUN-DATE  TO GLAR-RUN-DATE                       00068840
               MOVE "B"          TO GLAR-REC-TYPE                       00068850
               MOVE SPACES       TO GLAR-FILLER                         00068860
               MOVE "P"          TO GLAR-FILLER(1:1)                    00068870
               IF PAYT-PAY-CUST(WS-AR-SUB2)                             00068880
                  NOT = PAYT-CUST-NUM(WS-AR-SUB2)                       00068890
                 MOVE PAYT-PAY-CUST(WS-AR-SUB2) TO GLAR-SITE-NUM        00068900
               END-IF                                                   00068910
               WRITE GLAR-REC                                           00068920
               MOVE "Y" TO PAYT-APPLIED(WS-AR-SUB2)                     00068930
               ADD 1 TO PAYMENT-RECOV-COUNT                             00068940
               ADD PAYT-AMOUNT(WS-AR-SUB2) TO PAYMENT-RECOV-AMOUNT      00068950
             END-IF                                                     00068960
           END-PERFORM.                                                 00068970
           IF PAYMENT-RECOV-COUNT > 0                                   00068980
             DISPLAY "RECOVERIES: " PAYMENT-RECOV-COUNT                 00068990
                     " PAYMENTS ON WRITTEN-OFF ACCOUNTS POSTED TO GL"   00069000
             MOVE SPACES TO WS-LOG-TEXT                                 00069010
             STRING "BAD-DEBT RECOVERIES " DELIMITED BY SIZE            00069020
                    PAYMENT-RECOV-COUNT DELIMITED BY SIZE               00069030
                    " AMOUNT " DELIMITED BY SIZE                        00069040
                    PAYMENT-RECOV-AMOUNT DELIMITED BY SIZE              00069050
               INTO WS-LOG-TEXT                                         00069060
             MOVE "RECOVERY" TO WS-LOG-EVENT                            00069070
             PERFORM Z100-WRITE-RUN-LOG                                 00069080
           END-IF.                                                      00069090
                                                                        00069100
      ****************************************************************  00069110
      *  B965-PURGE-ARCHIVE CLEARS THE INVOICE ARCHIVE.  A BILLING   *  00069120
      *  RUN DROPS EVERY INVOICE WHOSE CYCLE IS OLDER THAN THE       *  00069130
      *  RETENTION PERIOD (WS-IVA-RETAIN MONTHS BEFORE THE RUN       *  00069140
      *  DATE); A REVERSAL DROPS THE REVERSED CYCLE'S INVOICES SO    *  00069150
      *  THE RERUN ARCHIVES CLEAN.                                   *  00069160
      ****************************************************************  00069170
      *                                                                 00069180
       B965-PURGE-ARCHIVE.                                              00069190
      *                                                                 00069200
           IF ARCHIVE-FILE-OPEN                                         00069210
      *      THE CUTOFF IS THE RUN DATE STEPPED BACK WS-IVA-RETAIN      00069220
      *      MONTHS, COUNTED IN MONTHS SINCE YEAR ZERO.                 00069230
             MOVE WS-RUN-DATE TO WS-IVA-CUTOFF                          00069240
             COMPUTE WS-IVA-MONTHS = WS-IVA-CUT-YYYY * 12               00069250
               + WS-IVA-CUT-MM - 1 - WS-IVA-RETAIN                      00069260
             DIVIDE WS-IVA-MONTHS BY 12                                 00069270
               GIVING WS-IVA-CUT-YYYY REMAINDER WS-IVA-CUT-MM           00069280
             ADD 1 TO WS-IVA-CUT-MM                                     00069290
             MOVE LOW-VALUES TO IVA-KEY                                 00069300
             MOVE "N" TO WS-IVA-SCAN-SW                                 00069310
             START INVOICE-ARCHIVE-FILE KEY >= IVA-KEY                  00069320
               INVALID KEY SET END-OF-IVA-SCAN TO TRUE                  00069330
             END-START                                                  00069340
             PERFORM UNTIL END-OF-IVA-SCAN                              00069350
               READ INVOICE-ARCHIVE-FILE NEXT                           00069360
                 AT END SET END-OF-IVA-SCAN TO TRUE                     00069370
                 NOT AT END                                             00069380
                   IF (REVERSAL-MODE                                    00069390
                       AND IVA-CYCLE-DATE = WS-CY-CYCLE-DATE)           00069400
                      OR (BILLING-MODE                                  00069410
                       AND IVA-CYCLE-DATE < WS-IVA-CUTOFF)              00069420
                     DELETE INVOICE-ARCHIVE-FILE RECORD                 00069430
                       INVALID KEY                                      00069440
                         DISPLAY "+++ CALLINVA DELETE FAILED - "        00069450
                                 IVA-CUST-NUM " +++"                    00069460
                         SET RUN-HAS-WARNING TO TRUE                    00069470
                       NOT INVALID KEY                                  00069480
                         ADD 1 TO WS-IVA-PURGE-COUNT                    00069490
                     END-DELETE                                         00069500
                   END-IF                                               00069510
               END-READ                                                 00069520
             END-PERFORM                                                00069530
             MOVE SPACES TO WS-LOG-TEXT                                 00069540
             IF REVERSAL-MODE                                           00069550
               STRING "ARCHIVE PURGED " DELIMITED BY SIZE               00069560
                      WS-IVA-PURGE-COUNT DELIMITED BY SIZE              00069570
                      " LINES FOR CYCLE " DELIMITED BY SIZE             00069580
                      WS-CY-CYCLE-DATE DELIMITED BY SIZE                00069590
                 INTO WS-LOG-TEXT                                       00069600
             ELSE                                                       00069610
               STRING "ARCHIVE PURGED " DELIMITED BY SIZE               00069620
                      WS-IVA-PURGE-COUNT DELIMITED BY SIZE              00069630
                      " LINES BEFORE " DELIMITED BY SIZE                00069640
                      WS-IVA-CUTOFF DELIMITED BY SIZE                   00069650
                 INTO WS-LOG-TEXT                                       00069660
             END-IF                                                     00069670
             MOVE "INVPURGE" TO WS-LOG-EVENT                            00069680
             PERFORM Z100-WRITE-RUN-LOG                                 00069690
           END-IF.                                                      00069700
                                                                        00069710
      ****************************************************************  00069720
      *  B970-WRITE-AGED-REPORT PRINTS THE AGED RECEIVABLES BY       *  00069730
      *  BRANCH BY READING CALLARN STRAIGHT THROUGH IN KEY ORDER --  *  00069740
      *  CUSTOMER NUMBERS GROUP BY BRANCH, SO KEY ORDER IS BRANCH    *  00069750
      *  ORDER AND A PLAIN CONTROL BREAK TOTALS EACH BRANCH.         *  00069760
      ****************************************************************  00069770
      *                                                                 00069780
       B970-WRITE-AGED-REPORT.                                          00069790
      *                                                                 00069800
           OPEN OUTPUT AGED-REPORT-FILE.                                00069810
           IF WS-CALLAGE-STATUS NOT = "00"                              00069820
             DISPLAY "+++ UNABLE TO OPEN CALLAGE - STATUS "             00069830
                     WS-CALLAGE-STATUS " +++"                           00069840
             MOVE "CALLAGE" TO WS-LOG-FILE-NAME                         00069850
             MOVE WS-CALLAGE-STATUS TO WS-LOG-STATUS-HOLD               00069860
             PERFORM Z110-LOG-FILE-STATUS                               00069870
             MOVE "N" TO TEST-STATUS                                    00069880
           END-IF.                                                      00069890
           IF WS-CALLARN-STATUS = "00" AND WS-CALLAGE-STATUS = "00"     00069900
             MOVE WS-RUN-DATE TO AH-RUN-DATE                            00069910
             WRITE AGED-REPORT-LINE FROM WS-AGED-HEADER-LINE            00069920
             WRITE AGED-REPORT-LINE FROM WS-AGED-COL-LINE               00069930
             MOVE 0 TO WS-AGG-BAL                                       00069940
             MOVE 0 TO WS-AGB-BAL                                       00069950
             MOVE 0 TO WS-AGB-COUNT                                     00069960
             MOVE "N" TO WS-ARN-SCAN-SW                                 00069970
             MOVE LOW-VALUES TO ARN-CUST-NUM                            00069980
             START AR-NEW-FILE KEY >= ARN-CUST-NUM                      00069990
               INVALID KEY SET END-OF-ARN-SCAN TO TRUE                  00070000
             END-START                                                  00070010
             PERFORM UNTIL END-OF-ARN-SCAN                              00070020
               READ AR-NEW-FILE NEXT                                    00070030
                 AT END SET END-OF-ARN-SCAN TO TRUE                     00070040
                 NOT AT END PERFORM B972-WRITE-AGED-CUST                00070050
               END-READ                                                 00070060
             END-PERFORM                                                00070070
             IF WS-AGB-COUNT > 0                                        00070080
               PERFORM B971-WRITE-AGED-BRANCH                           00070090
             END-IF                                                     00070100
             MOVE WS-AGG-BAL TO AGG-BALANCE                             00070110
             WRITE AGED-REPORT-LINE FROM WS-AGED-GRAND-LINE             00070120
             CLOSE AGED-REPORT-FILE                                     00070130
           END-IF.                                                      00070140
                                                                        00070150
      *                                                                 00070160
       B971-WRITE-AGED-BRANCH.                                          00070170
      *                                                                 00070180
           MOVE WS-AGE-BRANCH TO AGB-BRANCH.                            00070190
           MOVE WS-AGB-BAL TO AGB-BALANCE.                              00070200
           WRITE AGED-REPORT-LINE FROM WS-AGED-BRANCH-LINE.             00070210
           ADD WS-AGB-BAL TO WS-AGG-BAL.                                00070220
           MOVE 0 TO WS-AGB-BAL.                                        00070230
           MOVE 0 TO WS-AGB-COUNT.                                      00070240
                                                                        00070250
      *                                                                 00070260
       B972-WRITE-AGED-CUST.                                            00070270
      *                                                                 00070280
           MOVE ARN-CUST-NUM TO WS-BF-CUST.                             00070290
           IF WS-AGB-COUNT > 0 AND WS-BF-BRANCH NOT = WS-AGE-BRANCH     00070300
             PERFORM B971-WRITE-AGED-BRANCH                             00070310
           END-IF.                                                      00070320
           MOVE WS-BF-BRANCH TO WS-AGE-BRANCH.                          00070330
           ADD 1 TO WS-AGB-COUNT.                                       00070340
           MOVE ARN-CUST-NUM    TO AGD-CUST-NUM.                        00070350
           MOVE ARN-BUCKET-CURR TO AGD-CURR.                            00070360
           MOVE ARN-BUCKET-30   TO AGD-30.                              00070370
           MOVE ARN-BUCKET-60   TO AGD-60.                              00070380
           MOVE ARN-BUCKET-90   TO AGD-90.                              00070390
           MOVE ARN-CREDIT      TO AGD-CREDIT.                          00070400
           COMPUTE WS-BF-NEW-BAL = ARN-BUCKET-CURR                      00070410
             + ARN-BUCKET-30 + ARN-BUCKET-60                            00070420
             + ARN-BUCKET-90 - ARN-CREDIT.                              00070430
           MOVE WS-BF-NEW-BAL TO AGD-BALANCE.                           00070440
           WRITE AGED-REPORT-LINE FROM WS-AGED-DETAIL-LINE.             00070450
           ADD WS-BF-NEW-BAL TO WS-AGB-BAL.                             00070460
                                                                        00070470
      ****************************************************************  00070480
      *  B950-WRITE-BALANCE-REPORT PROVES THE RUN FOOTS AND WRITES   *  00070490
      *  THE BALANCING REPORT TO CALLBAL.  EVERY CHECK THAT FAILS    *  00070500
      *  PRINTS AN OUT-OF-BALANCE LINE AND FLAGS THE RUN FAILED.     *  00070510
      ****************************************************************  00070520
      *                                                                 00070530
       B950-WRITE-BALANCE-REPORT.                                       00070540
      *                                                                 00070550
           OPEN OUTPUT BALANCE-FILE.                                    00070560
           IF WS-CALLBAL-STATUS NOT = "00"                              00070570
             DISPLAY "+++ UNABLE TO OPEN " WS-BAL-DSN " - STATUS "      00070580
                     WS-CALLBAL-STATUS " +++"                           00070590
             MOVE WS-BAL-DSN TO WS-LOG-FILE-NAME                        00070600
             MOVE WS-CALLBAL-STATUS TO WS-LOG-STATUS-HOLD               00070610
             PERFORM Z110-LOG-FILE-STATUS                               00070620
             MOVE "N" TO TEST-STATUS                                    00070630
           ELSE                                                         00070640
             MOVE WS-RUN-DATE TO BH-RUN-DATE                            00070650
             WRITE BALANCE-LINE FROM WS-BAL-HEADER-LINE                 00070660
             MOVE SPACES TO WS-BAL-MSG-LINE                             00070670
             EVALUATE TRUE                                              00070680
               WHEN PARTITION-RUN                                       00070690
                 STRING "BILLING PARTITION " DELIMITED BY SIZE          00070700
                        WS-PT-ID DELIMITED BY SIZE                      00070710
                        " - BRANCHES " DELIMITED BY SIZE                00070720
                        WS-PT-LOW-BRANCH DELIMITED BY SIZE              00070730
                        "-" DELIMITED BY SIZE                           00070740
                        WS-PT-HIGH-BRANCH DELIMITED BY SIZE             00070750
                   INTO BM-TEXT                                         00070760
                 WRITE BALANCE-LINE FROM WS-BAL-MSG-LINE                00070770
               WHEN MERGE-RUN                                           00070780
                 STRING "NATIONAL MERGE OF " DELIMITED BY SIZE          00070790
                        WS-PT-COUNT DELIMITED BY SIZE                   00070800
                        " BILLING PARTITIONS" DELIMITED BY SIZE         00070810
                   INTO BM-TEXT                                         00070820
                 WRITE BALANCE-LINE FROM WS-BAL-MSG-LINE                00070830
             END-EVALUATE                                               00070840
      *      A RECYCLE RUN READS CALLEXCP, NOT CALLIN, SO THERE ARE     00070850
      *      NO CONTROL TOTALS TO PROVE; AND WHEN CALLIN NEVER          00070860
      *      OPENED THE MISSING-CONTROL-RECORD CHECKS WOULD ONLY        00070870
      *      MASK THE FILE FAILURE AS AN OUT-OF-BALANCE CONDITION.     000070880
      *      THE MERGE PROVES THE PARTITIONS' COMBINED TOTALS TO THE    00070890
      *      TRAILER THEY ALL READ.                                     00070900
             IF BILLING-MODE                                            00070910
                AND (WS-CALLIN-STATUS = "00" OR MERGE-RUN)              00070920
               PERFORM B951-CHECK-CONTROL-TOTALS                        00070930
             END-IF                                                     00070940
      *      A REVERSAL RUN HAS NO CALL FEED TO FOOT -- ITS BALANCE     00070950
      *      PROOF IS THAT EVERY PRIOR GL RECORD GOT ITS CONTRA.  A     00070960
      *      SIMULATION PRODUCES NOTHING FINANCIAL TO FOOT AT ALL.      00070970
             EVALUATE TRUE                                              00070980
               WHEN REVERSAL-MODE                                       00070990
                 PERFORM B953-WRITE-REVERSAL-TOTALS                     00071000
               WHEN SIMULATE-MODE                                       00071010
                 MOVE SPACES TO WS-BAL-MSG-LINE                         00071020
                 MOVE "SIMULATION RUN - NO FINANCIAL OUTPUT PRODUCED"   00071030
                   TO BM-TEXT                                           00071040
                 WRITE BALANCE-LINE FROM WS-BAL-MSG-LINE                00071050
               WHEN OTHER                                               00071060
                 PERFORM B952-CHECK-RUN-FOOTING                         00071070
                 IF MERGE-RUN                                           00071080
                   PERFORM B957-CHECK-PARTITION-COPY                    00071090
                     VARYING WS-PT-SUB FROM 1 BY 1                      00071100
                     UNTIL WS-PT-SUB > WS-PT-COUNT                      00071110
                 END-IF                                                 00071120
             END-EVALUATE                                               00071130
             MOVE SPACES TO WS-BAL-MSG-LINE                             00071140
             IF RUN-OUT-OF-BALANCE                                      00071150
               MOVE "*** RUN OUT OF BALANCE - HOLD INVOICE PRINT ***"   00071160
                 TO BM-TEXT                                             00071170
             ELSE                                                       00071180
               MOVE "RUN IN BALANCE" TO BM-TEXT                         00071190
             END-IF                                                     00071200
             WRITE BALANCE-LINE FROM WS-BAL-MSG-LINE                    00071210
             CLOSE BALANCE-FILE                                         00071220
           END-IF.                                                      00071230
                                                                        00071240
      *                                                                 00071250
       B951-CHECK-CONTROL-TOTALS.                                       00071260
      *                                                                 00071270
           IF NOT CALL-HEADER-SEEN                                      00071280
             SET RUN-OUT-OF-BALANCE TO TRUE                             00071290
             MOVE SPACES TO WS-BAL-MSG-LINE                             00071300
             MOVE "*** NO HEADER CONTROL RECORD ON CALLIN ***"          00071310
               TO BM-TEXT                                               00071320
             WRITE BALANCE-LINE FROM WS-BAL-MSG-LINE                    00071330
           END-IF.                                                      00071340
           IF NOT CALL-TRAILER-SEEN                                     00071350
             SET RUN-OUT-OF-BALANCE TO TRUE                             00071360
             MOVE SPACES TO WS-BAL-MSG-LINE                             00071370
             MOVE "*** NO TRAILER CONTROL RECORD ON CALLIN ***"         00071380
               TO BM-TEXT                                               00071390
             WRITE BALANCE-LINE FROM WS-BAL-MSG-LINE                    00071400
           ELSE                                                         00071410
      *      A PARTITION READS THE WHOLE FEED: WHAT IT READ IS WHAT IT  00071420
      *      BILLED PLUS WHAT IT PASSED TO THE OTHER PARTITIONS.  THE   00071430
      *      SECOND FIGURE IS ALWAYS ZERO FOR ANY OTHER RUN.            00071440
             COMPUTE WS-PT-READ-CUST = BAL-IN-CUST-COUNT                00071450
               + BAL-OTHER-CUST                                         00071460
             COMPUTE WS-PT-READ-CALLS = BAL-IN-CALL-COUNT               00071470
               + BAL-OTHER-CALLS                                        00071480
             COMPUTE WS-PT-READ-MINUTES = BAL-IN-MINUTES                00071490
               + BAL-OTHER-MINUTES                                      00071500
             MOVE "CUSTOMER RECORDS  TRAILER/READ"  TO BD-LABEL         00071510
             MOVE BAL-TRL-REC-COUNT TO BD-VALUE1                        00071520
             MOVE WS-PT-READ-CUST   TO BD-VALUE2                        00071530
             WRITE BALANCE-LINE FROM WS-BAL-DETAIL-LINE                 00071540
             IF BAL-TRL-REC-COUNT NOT = WS-PT-READ-CUST                 00071550
               SET RUN-OUT-OF-BALANCE TO TRUE                           00071560
             END-IF                                                     00071570
             MOVE "TOTAL CALLS       TRAILER/READ"  TO BD-LABEL         00071580
             MOVE BAL-TRL-CALLS     TO BD-VALUE1                        00071590
             MOVE WS-PT-READ-CALLS  TO BD-VALUE2                        00071600
             WRITE BALANCE-LINE FROM WS-BAL-DETAIL-LINE                 00071610
             IF BAL-TRL-CALLS NOT = WS-PT-READ-CALLS                    00071620
               SET RUN-OUT-OF-BALANCE TO TRUE                           00071630
             END-IF                                                     00071640
             MOVE "TOTAL MINUTES     TRAILER/READ"  TO BD-LABEL         00071650
             MOVE BAL-TRL-MINUTES    TO BD-VALUE1                       00071660
             MOVE WS-PT-READ-MINUTES TO BD-VALUE2                       00071670
             WRITE BALANCE-LINE FROM WS-BAL-DETAIL-LINE                 00071680
             IF BAL-TRL-MINUTES NOT = WS-PT-READ-MINUTES                00071690
               SET RUN-OUT-OF-BALANCE TO TRUE                           00071700
             END-IF                                                     00071710
             IF PARTITION-RUN                                           00071720
               MOVE "OTHER PARTITIONS  CUSTOMERS/CALLS" TO BD-LABEL     00071730
               MOVE BAL-OTHER-CUST  TO BD-VALUE1                        00071740
               MOVE BAL-OTHER-CALLS TO BD-VALUE2                        00071750
               WRITE BALANCE-LINE FROM WS-BAL-DETAIL-LINE               00071760
             END-IF                                                     00071770
           END-IF.                                                      00071780
                                                                        00071790
      *                                                                 00071800
       B953-WRITE-REVERSAL-TOTALS.                                      00071810
      *                                                                 00071820
           MOVE "GL RECORDS REVERSED / SKIPPED"      TO BD-LABEL.       00071830
           MOVE WS-REV-REC-COUNT  TO BD-VALUE1.                         00071840
           MOVE WS-REV-SKIP-COUNT TO BD-VALUE2.                         00071850
           WRITE BALANCE-LINE FROM WS-BAL-DETAIL-LINE.                  00071860
           MOVE "CUSTOMERS BACKED OUT"               TO BD-LABEL.       00071870
           MOVE WS-REV-CUST-COUNT TO BD-VALUE1.                         00071880
           MOVE 0                 TO BD-VALUE2.                         00071890
           WRITE BALANCE-LINE FROM WS-BAL-DETAIL-LINE.                  00071900
           MOVE "REGISTER ROWS PURGED"               TO BD-LABEL.       00071910
           MOVE WS-REV-PURGE-COUNT TO BD-VALUE1.                        00071920
           MOVE 0                  TO BD-VALUE2.                        00071930
           WRITE BALANCE-LINE FROM WS-BAL-DETAIL-LINE.                  00071940
           MOVE "AMOUNT REVERSED TO GL"              TO BA-LABEL.       00071950
           MOVE WS-REV-AMOUNT     TO BA-VALUE1.                         00071960
           MOVE 0                 TO BA-VALUE2.                         00071970
           WRITE BALANCE-LINE FROM WS-BAL-AMOUNT-LINE.                  00071980
                                                                        00071990
      *                                                                 00072000
       B952-CHECK-RUN-FOOTING.                                          00072010
      *                                                                 00072020
           MOVE "CUSTOMERS READ / ACCOUNTED FOR"    TO BD-LABEL.        00072030
           MOVE BAL-IN-CUST-COUNT TO BD-VALUE1.                         00072040
           COMPUTE BD-VALUE2 = BAL-BILLED-CUST + BAL-REJECT-CUST        00072050
             + BAL-PREV-CUST.                                           00072060
           WRITE BALANCE-LINE FROM WS-BAL-DETAIL-LINE.                  00072070
           IF BAL-IN-CUST-COUNT NOT = BAL-BILLED-CUST                   00072080
             + BAL-REJECT-CUST + BAL-PREV-CUST                          00072090
             SET RUN-OUT-OF-BALANCE TO TRUE                             00072100
           END-IF.                                                      00072110
           MOVE "CALLS READ / ACCOUNTED FOR"        TO BD-LABEL.        00072120
           MOVE BAL-IN-CALL-COUNT TO BD-VALUE1.                         00072130
           COMPUTE BD-VALUE2 = BAL-RATED-CALLS + BAL-EXC-CALLS          00072140
             + BAL-PREV-CALLS.                                          00072150
           WRITE BALANCE-LINE FROM WS-BAL-DETAIL-LINE.                  00072160
           IF BAL-IN-CALL-COUNT NOT = BAL-RATED-CALLS                   00072170
             + BAL-EXC-CALLS + BAL-PREV-CALLS                           00072180
             SET RUN-OUT-OF-BALANCE TO TRUE                             00072190
           END-IF.                                                      00072200
           MOVE "INFORMATIONAL EXCEPTIONS"          TO BD-LABEL.        00072210
           MOVE BAL-INFO-EXC TO BD-VALUE1.                              00072220
           MOVE 0            TO BD-VALUE2.                              00072230
           WRITE BALANCE-LINE FROM WS-BAL-DETAIL-LINE.                  00072240
      *    THE PERIOD CARRYOVER IS COUNTED BY CALLEDIT AND CARRIED      00072250
      *    ON THE TRAILER: CALLS HELD TO THE NEXT CYCLE NEVER REACH     00072260
      *    CALLIN, AND SWEPT CALLS ARRIVE ON TOP OF THE RAW FEED.       00072270
           MOVE "CALLS HELD TO NEXT CYCLE"          TO BD-LABEL.        00072280
           MOVE BAL-HELD-CALLS TO BD-VALUE1.                            00072290
           MOVE 0              TO BD-VALUE2.                            00072300
           WRITE BALANCE-LINE FROM WS-BAL-DETAIL-LINE.                  00072310
           MOVE "CALLS SWEPT FROM PRIOR CYCLE"      TO BD-LABEL.        00072320
           MOVE BAL-SWEPT-CALLS TO BD-VALUE1.                           00072330
           MOVE 0               TO BD-VALUE2.                           00072340
           WRITE BALANCE-LINE FROM WS-BAL-DETAIL-LINE.                  00072350
      *    A PARTITION PRINTS NO PARENT STATEMENTS, SO ITS SITES'       00072360
      *    CHARGES STAND IN FOR THE INVOICE THE MERGE WILL PRINT.  IN   00072370
      *    ANY OTHER RUN THE STATEMENTS ARE ALREADY IN THE INVOICE      00072380
      *    TOTAL AND THE HELD AMOUNT IS NOT COUNTED AGAIN.              00072390
           IF PARTITION-RUN                                             00072400
             MOVE "SITE CHARGES HELD FOR STATEMENTS" TO BA-LABEL        00072410
             MOVE BAL-CONSOL-PENDING TO BA-VALUE1                       00072420
             MOVE 0                  TO BA-VALUE2                       00072430
             WRITE BALANCE-LINE FROM WS-BAL-AMOUNT-LINE                 00072440
           ELSE                                                         00072450
             MOVE 0 TO BAL-CONSOL-PENDING                               00072460
           END-IF.                                                      00072470
           MOVE "REVENUE   INVOICED/POSTED TO GL"   TO BA-LABEL.        00072480
           COMPUTE BA-VALUE1 = BAL-INVOICE-TOTAL + BAL-CONSOL-PENDING.  00072490
           MOVE BAL-GLAR-TOTAL    TO BA-VALUE2.                         00072500
           WRITE BALANCE-LINE FROM WS-BAL-AMOUNT-LINE.                  00072510
           IF BAL-INVOICE-TOTAL + BAL-CONSOL-PENDING                    00072520
              NOT = BAL-GLAR-TOTAL                                      00072530
             SET RUN-OUT-OF-BALANCE TO TRUE                             00072540
           END-IF.                                                      00072550
      *    FINANCE CHARGES FOOT SEPARATELY -- THEY ARE NOT ON THE       00072560
      *    INVOICE TOTAL DUE LINE, ONLY IN THE BALANCE BLOCK AND THE    00072570
      *    RECEIVABLE, SO THEY STAY OUT OF THE REVENUE FOOTING.         00072580
           MOVE "FIN CHARGES ASSESSED/POSTED TO GL" TO BA-LABEL.        00072590
           MOVE BAL-FIN-ASSESSED TO BA-VALUE1.                          00072600
           MOVE BAL-FIN-GL       TO BA-VALUE2.                          00072610
           WRITE BALANCE-LINE FROM WS-BAL-AMOUNT-LINE.                  00072620
           IF BAL-FIN-ASSESSED NOT = BAL-FIN-GL                         00072630
             SET RUN-OUT-OF-BALANCE TO TRUE                             00072640
           END-IF.                                                      00072650
                                                                        00072660
      ****************************************************************  00072670
      *  B957-CHECK-PARTITION-COPY PROVES THE MERGE CARRIED EVERY    *  00072680
      *  EXCEPTION AND GL RECORD OF A PARTITION: WHAT THE PARTITION  *  00072690
      *  FOOTED ON ITS OWN FILES AGAINST WHAT THE MERGE COPIED.      *  00072700
      ****************************************************************  00072710
      *                                                                 00072720
       B957-CHECK-PARTITION-COPY.                                       00072730
      *                                                                 00072740
           MOVE SPACES TO BD-LABEL.                                     00072750
           STRING "PARTITION " DELIMITED BY SIZE                        00072760
                  WS-PT-SUB DELIMITED BY SIZE                           00072770
                  " EXCEPTIONS PART/COPY" DELIMITED BY SIZE             00072780
             INTO BD-LABEL.                                             00072790
           MOVE PTB-EXC-RECORDS(WS-PT-SUB) TO BD-VALUE1.                00072800
           MOVE PTB-EXC-COPIED(WS-PT-SUB)  TO BD-VALUE2.                00072810
           WRITE BALANCE-LINE FROM WS-BAL-DETAIL-LINE.                  00072820
           IF PTB-EXC-RECORDS(WS-PT-SUB) NOT = PTB-EXC-COPIED(WS-PT-SUB)00072830
             SET RUN-OUT-OF-BALANCE TO TRUE                             00072840
           END-IF.                                                      00072850
           MOVE SPACES TO BD-LABEL.                                     00072860
           STRING "PARTITION " DELIMITED BY SIZE                        00072870
                  WS-PT-SUB DELIMITED BY SIZE                           00072880
                  " GL RECORDS PART/COPY" DELIMITED BY SIZE             00072890
             INTO BD-LABEL.                                             00072900
           MOVE PTB-GLAR-RECORDS(WS-PT-SUB) TO BD-VALUE1.               00072910
           MOVE PTB-GLAR-COPIED(WS-PT-SUB)  TO BD-VALUE2.               00072920
           WRITE BALANCE-LINE FROM WS-BAL-DETAIL-LINE.                  00072930
           IF PTB-GLAR-RECORDS(WS-PT-SUB)                               00072940
              NOT = PTB-GLAR-COPIED(WS-PT-SUB)                          00072950
             SET RUN-OUT-OF-BALANCE TO TRUE                             00072960
           END-IF.                                                      00072970
           MOVE SPACES TO BA-LABEL.                                     00072980
           STRING "PARTITION " DELIMITED BY SIZE                        00072990
                  WS-PT-SUB DELIMITED BY SIZE                           00073000
                  " GL AMOUNT  PART/COPY" DELIMITED BY SIZE             00073010
             INTO BA-LABEL.                                             00073020
           MOVE PTB-GLAR-AMOUNT(WS-PT-SUB)     TO BA-VALUE1.            00073030
           MOVE PTB-GLAR-COPIED-AMT(WS-PT-SUB) TO BA-VALUE2.            00073040
           WRITE BALANCE-LINE FROM WS-BAL-AMOUNT-LINE.                  00073050
           IF PTB-GLAR-AMOUNT(WS-PT-SUB)                                00073060
              NOT = PTB-GLAR-COPIED-AMT(WS-PT-SUB)                      00073070
             SET RUN-OUT-OF-BALANCE TO TRUE                             00073080
           END-IF.                                                      00073090
                                                                        00073100
      ****************************************************************  00073110
      *  B990-WRITE-OPERATOR-REPORT IS THE ONE-PAGE END-OF-RUN       *  00073120
      *  CONTROL REPORT FOR OPERATIONS (CALLOPR).  THE SCHEDULER     *  00073130
      *  BRANCHES ON THE RETURN CODE, NOT ON THE DISPLAY TEXT.       *  00073140
      ****************************************************************  00073150
      *                                                                 00073160
       B990-WRITE-OPERATOR-REPORT.                                      00073170
      *                                                                 00073180
           OPEN OUTPUT OPERATOR-FILE.                                   00073190
           IF WS-CALLOPR-STATUS NOT = "00"                              00073200
             DISPLAY "+++ UNABLE TO OPEN CALLOPR - STATUS "             00073210
                     WS-CALLOPR-STATUS " +++"                           00073220
             MOVE "CALLOPR" TO WS-LOG-FILE-NAME                         00073230
             MOVE WS-CALLOPR-STATUS TO WS-LOG-STATUS-HOLD               00073240
             PERFORM Z110-LOG-FILE-STATUS                               00073250
           ELSE                                                         00073260
             MOVE WS-RUN-DATE     TO OH-RUN-DATE                        00073270
             MOVE WS-RUN-MODE-SW  TO OH-RUN-MODE                        00073280
             MOVE WS-RETURN-CODE  TO OH-RETURN-CODE                     00073290
             WRITE OPERATOR-LINE FROM WS-OPERATOR-HEADER-LINE           00073300
             MOVE "CUSTOMERS READ        " TO OP-LABEL                  00073310
             MOVE BAL-IN-CUST-COUNT TO OP-VALUE                         00073320
             WRITE OPERATOR-LINE FROM WS-OPERATOR-DETAIL-LINE           00073330
             MOVE "CUSTOMERS BILLED      " TO OP-LABEL                  00073340
             MOVE BAL-BILLED-CUST TO OP-VALUE                           00073350
             WRITE OPERATOR-LINE FROM WS-OPERATOR-DETAIL-LINE           00073360
             MOVE "CUSTOMERS REJECTED    " TO OP-LABEL                  00073370
             MOVE BAL-REJECT-CUST TO OP-VALUE                           00073380
             WRITE OPERATOR-LINE FROM WS-OPERATOR-DETAIL-LINE           00073390
             MOVE "PREVIOUSLY BILLED     " TO OP-LABEL                  00073400
             MOVE BAL-PREV-CUST TO OP-VALUE                             00073410
             WRITE OPERATOR-LINE FROM WS-OPERATOR-DETAIL-LINE           00073420
             MOVE "CALL EXCEPTIONS       " TO OP-LABEL                  00073430
             MOVE BAL-EXC-CALLS TO OP-VALUE                             00073440
             WRITE OPERATOR-LINE FROM WS-OPERATOR-DETAIL-LINE           00073450
             MOVE "INFO EXCEPTIONS       " TO OP-LABEL                  00073460
             MOVE BAL-INFO-EXC TO OP-VALUE                              00073470
             WRITE OPERATOR-LINE FROM WS-OPERATOR-DETAIL-LINE           00073480
             MOVE "BRANCHES PRODUCED     " TO OP-LABEL                  00073490
             MOVE WS-BRANCH-COUNT TO OP-VALUE                           00073500
             WRITE OPERATOR-LINE FROM WS-OPERATOR-DETAIL-LINE           00073510
             IF MERGE-RUN                                               00073520
               MOVE "PARTITIONS MERGED     " TO OP-LABEL                00073530
               MOVE WS-PT-COUNT TO OP-VALUE                             00073540
               WRITE OPERATOR-LINE FROM WS-OPERATOR-DETAIL-LINE         00073550
             END-IF                                                     00073560
             IF BILLING-MODE                                            00073570
               MOVE "PLAN MISMATCHES       " TO OP-LABEL                00073580
               MOVE WS-PLAN-MISMATCH-COUNT TO OP-VALUE                  00073590
               WRITE OPERATOR-LINE FROM WS-OPERATOR-DETAIL-LINE         00073600
               MOVE "PARENT STATEMENTS     " TO OP-LABEL                00073610
               MOVE WS-CONS-STMT-COUNT TO OP-VALUE                      00073620
               WRITE OPERATOR-LINE FROM WS-OPERATOR-DETAIL-LINE         00073630
               IF MARGIN-REPORTING                                      00073640
                 MOVE "LOW MARGIN ROUTES     " TO OP-LABEL              00073650
                 MOVE WS-MG-LOW-COUNT TO OP-VALUE                       00073660
                 WRITE OPERATOR-LINE FROM WS-OPERATOR-DETAIL-LINE       00073670
                 MOVE "ROUTES NOT COSTED     " TO OP-LABEL              00073680
                 MOVE WS-MG-NOCOST-COUNT TO OP-VALUE                    00073690
                 WRITE OPERATOR-LINE FROM WS-OPERATOR-DETAIL-LINE       00073700
               END-IF                                                   00073710
             END-IF                                                     00073720
             IF REVERSAL-MODE                                           00073730
               MOVE "GL RECORDS REVERSED   " TO OP-LABEL                00073740
               MOVE WS-REV-REC-COUNT TO OP-VALUE                        00073750
               WRITE OPERATOR-LINE FROM WS-OPERATOR-DETAIL-LINE         00073760
               MOVE "CUSTOMERS BACKED OUT  " TO OP-LABEL                00073770
               MOVE WS-REV-CUST-COUNT TO OP-VALUE                       00073780
               WRITE OPERATOR-LINE FROM WS-OPERATOR-DETAIL-LINE         00073790
               MOVE "REGISTER ROWS PURGED  " TO OP-LABEL                00073800
               MOVE WS-REV-PURGE-COUNT TO OP-VALUE                      00073810
               WRITE OPERATOR-LINE FROM WS-OPERATOR-DETAIL-LINE         00073820
             END-IF                                                     00073830
             IF SIMULATE-MODE                                           00073840
               MOVE "CUSTOMERS SIMULATED   " TO OP-LABEL                00073850
               MOVE SIM-CUST-COUNT TO OP-VALUE                          00073860
               WRITE OPERATOR-LINE FROM WS-OPERATOR-DETAIL-LINE         00073870
             END-IF                                                     00073880
             IF TEST-STATUS = "Y"                                       00073890
               MOVE "SUCCESSFUL" TO OS-STATUS                           00073900
             ELSE                                                       00073910
               MOVE "FAILED    " TO OS-STATUS                           00073920
             END-IF                                                     00073930
             WRITE OPERATOR-LINE FROM WS-OPERATOR-STATUS-LINE           00073940
             CLOSE OPERATOR-FILE                                        00073950
           END-IF.                                                      00073960
                                                                        00073970
      ****************************************************************  00073980
      *  Z100-Z150 ARE THE RUN LOG AND RETURN CODE SERVICES.  EVERY  *  00073990
      *  LOG RECORD IS STAMPED WITH THE RUN DATE AND WALL TIME.      *  00074000
      ****************************************************************  00074010
      *                                                                 00074020
       Z100-WRITE-RUN-LOG.                                              00074030
      *                                                                 00074040
           IF RUN-LOG-OPEN                                              00074050
             ACCEPT WS-TIME-NOW FROM TIME                               00074060
             MOVE SPACES TO RUN-LOG-REC                                 00074070
             MOVE WS-RUN-DATE TO LOG-DATE                               00074080
             MOVE WS-TIME-HHMMSS TO LOG-TIME                            00074090
             MOVE WS-LOG-EVENT TO LOG-EVENT                             00074100
             MOVE WS-LOG-TEXT TO LOG-TEXT                               00074110
             WRITE RUN-LOG-REC                                          00074120
           END-IF.                                                      00074130
                                                                        00074140
      *                                                                 00074150
       Z110-LOG-FILE-STATUS.                                            00074160
      *                                                                 00074170
           MOVE SPACES TO WS-LOG-TEXT.                                  00074180
           STRING "FILE " DELIMITED BY SIZE                             00074190
                  WS-LOG-FILE-NAME DELIMITED BY SIZE                    00074200
                  " STATUS " DELIMITED BY SIZE                          00074210
                  WS-LOG-STATUS-HOLD DELIMITED BY SIZE                  00074220
             INTO WS-LOG-TEXT.                                          00074230
           MOVE "FILESTAT" TO WS-LOG-EVENT.                             00074240
           PERFORM Z100-WRITE-RUN-LOG.                                  00074250
                                                                        00074260
      *                                                                 00074270
       Z150-SET-RETURN-CODE.                                            00074280
      *                                                                 00074290
           EVALUATE TRUE                                                00074300
             WHEN FEED-NOT-EDITED                                       00074310
               MOVE 12 TO WS-RETURN-CODE                                00074320
             WHEN RUN-OUT-OF-BALANCE                                    00074330
               MOVE 8 TO WS-RETURN-CODE                                 00074340
             WHEN TEST-STATUS = "N"                                     00074350
               MOVE 12 TO WS-RETURN-CODE                                00074360
             WHEN RUN-HAS-WARNING                                       00074370
               MOVE 4 TO WS-RETURN-CODE                                 00074380
             WHEN OTHER                                                 00074390
               MOVE 0 TO WS-RETURN-CODE                                 00074400
           END-EVALUATE.                                                00074410
                                                                        00074420
      ****************************************************************  00074430
      *  A950-END-CYCLE-STEP RECORDS HOW THE STEP ENDED: COMPLETE ON *  00074440
      *  A RETURN CODE BELOW 8, OTHERWISE FAILED, SO THE NEXT STEP   *  00074450
      *  WILL NOT START AGAINST IT.                                  *  00074460
      ****************************************************************  00074470
      *                                                                 00074480
       A950-END-CYCLE-STEP.                                             00074490
      *                                                                 00074500
           ACCEPT WS-CY-DATE-NOW FROM DATE YYYYMMDD.                    00074510
           ACCEPT WS-CY-TIME-NOW FROM TIME.                             00074520
           OPEN I-O CYCLE-CONTROL-FILE.                                 00074530
           IF WS-CALLCYCL-STATUS NOT = "00"                             00074540
             DISPLAY "+++ UNABLE TO OPEN CALLCYCL - STATUS "            00074550
                     WS-CALLCYCL-STATUS " - STEP NOT RECORDED +++"      00074560
             IF WS-RETURN-CODE < 4                                      00074570
               MOVE 4 TO WS-RETURN-CODE                                 00074580
             END-IF                                                     00074590
           ELSE                                                         00074600
             MOVE WS-CY-CYCLE-DATE TO CY-CYCLE-DATE                     00074610
             READ CYCLE-CONTROL-FILE                                    00074620
               INVALID KEY                                              00074630
                 DISPLAY "+++ CYCLE " WS-CY-CYCLE-DATE                  00074640
                         " NOT ON CALLCYCL - STEP NOT RECORDED +++"     00074650
                 IF WS-RETURN-CODE < 4                                  00074660
                   MOVE 4 TO WS-RETURN-CODE                             00074670
                 END-IF                                                 00074680
               NOT INVALID KEY                                          00074690
                 IF WS-RETURN-CODE < 8                                  00074700
                   MOVE "C" TO CY-STEP-STATUS(WS-CY-STEP)               00074710
                 ELSE                                                   00074720
                   MOVE "F" TO CY-STEP-STATUS(WS-CY-STEP)               00074730
                 END-IF                                                 00074740
                 MOVE WS-CY-DATE-NOW TO CY-END-DATE(WS-CY-STEP)         00074750
                 MOVE WS-CY-HHMMSS   TO CY-END-TIME(WS-CY-STEP)         00074760
                 MOVE WS-RETURN-CODE TO CY-STEP-RC(WS-CY-STEP)          00074770
      *          A REVERSED CYCLE IS BILLED AGAIN FROM THE TOP, SO      00074780
      *          BILLING AND EVERY STEP THAT FOLLOWS IT IS REOPENED.    00074790
                 IF REVERSAL-MODE AND WS-RETURN-CODE < 8                00074800
                   MOVE SPACE TO CY-STEP-STATUS(2)                      00074810
                   MOVE SPACE TO CY-STEP-STATUS(3)                      00074820
                   MOVE SPACE TO CY-STEP-STATUS(6)                      00074830
                   MOVE SPACE TO CY-STEP-STATUS(7)                      00074840
                 END-IF                                                 00074850
      *          AND A REBILLED CYCLE MAY ITSELF NEED REVERSING, SO A   00074860
      *          COMPLETED BILLING RUN REOPENS THE REVERSAL STEP.       00074870
                 IF BILLING-MODE AND WS-RETURN-CODE < 8                 00074880
                   MOVE SPACE TO CY-STEP-STATUS(4)                      00074890
                 END-IF                                                 00074900
                 REWRITE CYCLE-CONTROL-REC                              00074910
                   INVALID KEY                                          00074920
                     DISPLAY "+++ CALLCYCL REWRITE FAILED - "           00074930
                             CY-CYCLE-DATE " +++"                       00074940
                 END-REWRITE                                            00074950
             END-READ                                                   00074960
             CLOSE CYCLE-CONTROL-FILE                                   00074970
           END-IF.                                                      00074980
                                                                        00074990
      ****************************************************************  00075000
      *  MAKE CALLS TO NSTSUBA, NSTSUBE, NSTSUBF, NSTSUBG, NSTSUBI.  *  00075010
      ****************************************************************  00075020
      *                                                                 00075030
       C120-CALL1.                                                      00075040
      *                                                                 00075050
           CALL "NSTSUBA"                                               00075060
             ON EXCEPTION                                               00075070
               DISPLAY "< TROUBLE IN C120-CALL1 >"                      00075080
               DISPLAY "< ON EXCEPTION BRANCH TAKEN >"                  00075090
               DISPLAY "< TESTCASE IS HALTING >"                        00075100
               STOP RUN                                                 00075110
             NOT ON EXCEPTION                                           00075120
               CALL "NSTSUBE"                                           00075130
                 NOT ON EXCEPTION                                       00075140
      *            THE PLAN SURCHARGE IS A FLAT PER-CYCLE CHARGE THE    00075150
      *            CUSTOMER ALREADY PAID ON THE ORIGINAL INVOICE -- A   00075160
      *            RECYCLE ADJUSTMENT CARRIES ONLY RE-RATED CALL        00075170
      *            REVENUE, SO THE PLAN STEP RUNS IN BILLING ONLY.      00075180
                   IF BILLING-MODE                                      00075190
                     PERFORM C140-PRICE-PLAN-SURCHARGE                  00075200
                   END-IF                                               00075210
               END-CALL                                                 00075220
           END-CALL.                                                    00075230
                                                                        00075240
      *                                                                 00075250
       C130-LOG-BAD-RATE.                                               00075260
      *                                                                 00075270
           IF EXC-COUNT < 99                                            00075280
             ADD 1 TO EXC-COUNT                                         00075290
             MOVE CUST-NUM     TO EXC-CUST-NUM(EXC-COUNT)               00075300
             MOVE 0            TO EXC-AREA-CODE(EXC-COUNT)              00075310
                                  EXC-NUM-MINUTES(EXC-COUNT)            00075320
             MOVE 0            TO EXC-CALL-DATE(EXC-COUNT)              00075330
                                  EXC-CALL-TIME(EXC-COUNT)              00075340
             MOVE CUST-RATE    TO EXC-CUST-RATE(EXC-COUNT)              00075350
             MOVE WS-CURR-RETRY TO EXC-RETRY-COUNT(EXC-COUNT)           00075360
             MOVE "BADR"       TO EXC-REASON-CODE(EXC-COUNT)            00075370
             MOVE "INVALID RATE PLAN" TO EXC-REASON-TEXT(EXC-COUNT)     00075380
           END-IF.                                                      00075390
                                                                        00075400
      ****************************************************************  00075410
      *  C140-PRICE-PLAN-SURCHARGE ADDS THE PLAN SURCHARGE TO        *  00075420
      *  TOTAL-COST.  FOR A MID-PERIOD PLAN CHANGE EACH PLAN'S       *  00075430
      *  SURCHARGE IS PRICED ON ITS OWN AND WEIGHTED BY THE DAYS IT  *  00075440
      *  WAS IN FORCE: THE PRIOR PLAN FROM PERIOD START TO THE DAY   *  00075450
      *  BEFORE THE EFFECTIVE DATE, THE NEW PLAN FROM THE EFFECTIVE  *  00075460
      *  DATE THROUGH PERIOD END.                                    *  00075470
      ****************************************************************  00075480
      *                                                                 00075490
       C140-PRICE-PLAN-SURCHARGE.                                       00075500
      *                                                                 00075510
           IF PLAN-PRORATED                                             00075520
             MOVE TOTAL-COST TO WS-PLAN-BASE-COST                       00075530
             MOVE WS-PRORATE-OLD-PLAN TO WS-PLAN-CALL-RATE              00075540
             PERFORM C141-CALL-PLAN-PGM                                 00075550
             COMPUTE WS-OLD-SURCHARGE = TOTAL-COST - WS-PLAN-BASE-COST  00075560
             MOVE WS-PLAN-BASE-COST TO TOTAL-COST                       00075570
             MOVE CUST-RATE TO WS-PLAN-CALL-RATE                        00075580
             PERFORM C141-CALL-PLAN-PGM                                 00075590
             COMPUTE WS-NEW-SURCHARGE = TOTAL-COST - WS-PLAN-BASE-COST  00075600
             MOVE WS-CM-PLAN-EFF TO WS-DN-DATE                          00075610
             PERFORM C150-DAY-NUMBER                                    00075620
             MOVE WS-DN-DAYS TO WS-DN-EFF-DAYS                          00075630
             MOVE WS-PERIOD-START TO WS-DN-DATE                         00075640
             PERFORM C150-DAY-NUMBER                                    00075650
             COMPUTE WS-OLD-DAYS = WS-DN-EFF-DAYS - WS-DN-DAYS          00075660
             COMPUTE WS-NEW-DAYS = WS-PERIOD-DAYS - WS-OLD-DAYS         00075670
             COMPUTE TOTAL-COST ROUNDED = WS-PLAN-BASE-COST             00075680
               + (WS-OLD-SURCHARGE * WS-OLD-DAYS                        00075690
                  + WS-NEW-SURCHARGE * WS-NEW-DAYS) / WS-PERIOD-DAYS    00075700
           ELSE                                                         00075710
             MOVE CUST-RATE TO WS-PLAN-CALL-RATE                        00075720
             PERFORM C141-CALL-PLAN-PGM                                 00075730
           END-IF.                                                      00075740
                                                                        00075750
      *                                                                 00075760
       C141-CALL-PLAN-PGM.                                              00075770
      *                                                                 00075780
           EVALUATE WS-PLAN-CALL-RATE                                   00075790
             WHEN 1 CALL "NSTSUBF"                                      00075800
             WHEN 2 CALL "NSTSUBG"                                      00075810
             WHEN 3 CALL "NSTSUBI"                                      00075820
             WHEN OTHER PERFORM C130-LOG-BAD-RATE                       00075830
           END-EVALUATE.                                                00075840
                                                                        00075850
      ****************************************************************  00075860
      *  C150-DAY-NUMBER TURNS WS-DN-DATE (CCYYMMDD) INTO A SERIAL   *  00075870
      *  DAY NUMBER IN WS-DN-DAYS SO TWO DATES CAN BE SUBTRACTED.    *  00075880
      *  JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE PRIOR *  00075890
      *  YEAR, WHICH PUTS THE LEAP DAY AT THE END OF THE YEAR.       *  00075900
      ****************************************************************  00075910
      *                                                                 00075920
       C150-DAY-NUMBER.                                                 00075930
      *                                                                 00075940
           MOVE WS-DN-YYYY TO WS-DN-YEAR.                               00075950
           MOVE WS-DN-MM   TO WS-DN-MONTH.                              00075960
           IF WS-DN-MONTH < 3                                           00075970
             SUBTRACT 1 FROM WS-DN-YEAR                                 00075980
             ADD 12 TO WS-DN-MONTH                                      00075990
           END-IF.                                                      00076000
           DIVIDE WS-DN-YEAR BY 4   GIVING WS-DN-Q4.                    00076010
           DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-Q100.                  00076020
           DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-Q400.                  00076030
           COMPUTE WS-DN-MDAYS = 153 * (WS-DN-MONTH + 1).               00076040
           DIVIDE WS-DN-MDAYS BY 5 GIVING WS-DN-MDAYS.                  00076050
           COMPUTE WS-DN-DAYS = 365 * WS-DN-YEAR + WS-DN-Q4             00076060
             - WS-DN-Q100 + WS-DN-Q400 + WS-DN-MDAYS + WS-DN-DD.        00076070
                                                                        00076080
      ****************************************************************  00076090
      *  C900/C910 WRITE THE CONTROL-BREAK SUMMARY REPORTS - ONE     *  00076100
      *  NATIONAL ROLL-UP FOR THE WHOLE RUN AND ONE PER BRANCH.      *  00076110
      ****************************************************************  00076120
      *                                                                 00076130
       C900-WRITE-NATIONAL-SUMMARY.                                     00076140
      *                                                                 00076150
           OPEN OUTPUT NATIONAL-SUMMARY-FILE.                           00076160
           IF WS-NATSUM-STATUS NOT = "00"                               00076170
             DISPLAY "+++ UNABLE TO OPEN CALLSUMN - STATUS "            00076180
                     WS-NATSUM-STATUS " +++"                            00076190
             MOVE "CALLSUMN" TO WS-LOG-FILE-NAME                        00076200
             MOVE WS-NATSUM-STATUS TO WS-LOG-STATUS-HOLD                00076210
             PERFORM Z110-LOG-FILE-STATUS                               00076220
             MOVE "N" TO TEST-STATUS                                    00076230
           ELSE                                                         00076240
             MOVE "CALLIVP1 BILLING SUMMARY - NATIONAL TOTALS"          00076250
               TO NATIONAL-SUMMARY-LINE                                 00076260
             WRITE NATIONAL-SUMMARY-LINE                                00076270
                                                                        00076280
             MOVE SPACES TO WS-SUMMARY-TOTAL-LINE                       00076290
             MOVE NAT-CUST-COUNT    TO ST-CUST-COUNT                    00076300
             MOVE NAT-TOTAL-MINUTES TO ST-MINUTES                       00076310
             MOVE NAT-TOTAL-REVENUE TO ST-REVENUE                       00076320
             WRITE NATIONAL-SUMMARY-LINE FROM WS-SUMMARY-TOTAL-LINE     00076330
                                                                        00076340
             PERFORM VARYING SUB1 FROM 1 BY 1                           00076350
               UNTIL SUB1 > NAT-AREA-COUNT                              00076360
               MOVE SPACES TO WS-SUMMARY-AREA-LINE                      00076370
               MOVE NAT-AREA-CODE(SUB1)    TO SA-AREA-CODE              00076380
               MOVE NAT-AREA-MINUTES(SUB1) TO SA-MINUTES                00076390
               MOVE NAT-AREA-REVENUE(SUB1) TO SA-REVENUE                00076400
               WRITE NATIONAL-SUMMARY-LINE FROM WS-SUMMARY-AREA-LINE    00076410
             END-PERFORM                                                00076420
                                                                        00076430
             PERFORM VARYING SUB1 FROM 1 BY 1                           00076440
               UNTIL SUB1 > NAT-CITY-COUNT                              00076450
               MOVE SPACES TO WS-SUMMARY-CITY-LINE                      00076460
               MOVE NAT-CITY-NAME(SUB1)    TO SC-CITY-NAME              00076470
               MOVE NAT-CITY-MINUTES(SUB1) TO SC-MINUTES                00076480
               MOVE NAT-CITY-REVENUE(SUB1) TO SC-REVENUE                00076490
               WRITE NATIONAL-SUMMARY-LINE FROM WS-SUMMARY-CITY-LINE    00076500
             END-PERFORM                                                00076510
                                                                        00076520
             CLOSE NATIONAL-SUMMARY-FILE                                00076530
           END-IF.                                                      00076540
                                                                        00076550
      *                                                                 00076560
       C910-WRITE-BRANCH-SUMMARY.                                       00076570
      *                                                                 00076580
           MOVE SPACES TO WS-SUMMARY-HEADER-LINE.                       00076590
           MOVE BR-CODE TO SH-BRANCH.                                   00076600
           WRITE BRANCH-SUMMARY-LINE FROM WS-SUMMARY-HEADER-LINE.       00076610
                                                                        00076620
           MOVE SPACES TO WS-SUMMARY-TOTAL-LINE.                        00076630
           MOVE BR-CUST-COUNT    TO ST-CUST-COUNT.                      00076640
           MOVE BR-TOTAL-MINUTES TO ST-MINUTES.                         00076650
           MOVE BR-TOTAL-REVENUE TO ST-REVENUE.                         00076660
           WRITE BRANCH-SUMMARY-LINE FROM WS-SUMMARY-TOTAL-LINE.        00076670
                                                                        00076680
           PERFORM VARYING SUB1 FROM 1 BY 1                             00076690
             UNTIL SUB1 > BR-AREA-COUNT                                 00076700
             MOVE SPACES TO WS-SUMMARY-AREA-LINE                        00076710
             MOVE BR-AREA-CODE(SUB1)    TO SA-AREA-CODE                 00076720
             MOVE BR-AREA-MINUTES(SUB1) TO SA-MINUTES                   00076730
             MOVE BR-AREA-REVENUE(SUB1) TO SA-REVENUE                   00076740
             WRITE BRANCH-SUMMARY-LINE FROM WS-SUMMARY-AREA-LINE        00076750
           END-PERFORM.                                                 00076760
                                                                        00076770
           PERFORM VARYING SUB1 FROM 1 BY 1                             00076780
             UNTIL SUB1 > BR-CITY-COUNT                                 00076790
             MOVE SPACES TO WS-SUMMARY-CITY-LINE                        00076800
             MOVE BR-CITY-NAME(SUB1)    TO SC-CITY-NAME                 00076810
             MOVE BR-CITY-MINUTES(SUB1) TO SC-MINUTES                   00076820
             MOVE BR-CITY-REVENUE(SUB1) TO SC-REVENUE                   00076830
             WRITE BRANCH-SUMMARY-LINE FROM WS-SUMMARY-CITY-LINE        00076840
           END-PERFORM.                                                 00076850
                                                                        00076860
      ****************************************************************  00076870
      *  C920/C930 WRITE THE CARRIER MARGIN REPORT (CALLMRGN) - A    *  00076880
      *  SECTION FOR EACH BRANCH AT ITS CONTROL BREAK AND A NATIONAL *  00076890
      *  SECTION AT END OF RUN, ONE LINE PER ROUTE (AREA CODE AND    *  00076900
      *  CITY) AND A TOTAL.  A ROUTE WHOSE MARGIN IS BELOW THE       *  00076910
      *  CALLCTL THRESHOLD IS FLAGGED LOW MARGIN; A ROUTE WITH       *  00076920
      *  MINUTES NO CALLCOST ROW COVERED IS FLAGGED NO COST ROW,     *  00076930
      *  BECAUSE ITS MARGIN IS OVERSTATED.  ONLY THE NATIONAL ROUTES *  00076940
      *  ARE COUNTED FOR THE OPERATOR REPORT.                        *  00076950
      ****************************************************************  00076960
      *                                                                 00076970
       C920-WRITE-BRANCH-MARGIN.                                        00076980
      *                                                                 00076990
           MOVE BR-CODE TO MB-BRANCH.                                   00077000
           WRITE MARGIN-REPORT-LINE FROM WS-MARGIN-BRANCH-LINE.         00077010
           WRITE MARGIN-REPORT-LINE FROM WS-MARGIN-COL-LINE.            00077020
           MOVE 0 TO WS-MG-TOT-MINUTES WS-MG-TOT-REVENUE                00077030
                     WS-MG-TOT-COST WS-MG-TOT-NOCOST.                   00077040
           PERFORM VARYING WS-MG-SUB FROM 1 BY 1                        00077050
             UNTIL WS-MG-SUB > BMG-ROUTE-COUNT                          00077060
             MOVE SPACES TO WS-MARGIN-DETAIL-LINE                       00077070
             MOVE BMG-AREA-CODE(WS-MG-SUB)  TO MD-AREA-CODE             00077080
             MOVE BMG-CITY(WS-MG-SUB)       TO MD-CITY                  00077090
             MOVE BMG-MINUTES(WS-MG-SUB)    TO WS-MG-MINUTES            00077100
             MOVE BMG-REVENUE(WS-MG-SUB)    TO WS-MG-REVENUE            00077110
             MOVE BMG-COST(WS-MG-SUB)       TO WS-MG-COST               00077120
             MOVE BMG-NOCOST-MIN(WS-MG-SUB) TO WS-MG-NOCOST             00077130
             ADD WS-MG-MINUTES TO WS-MG-TOT-MINUTES                     00077140
             ADD WS-MG-REVENUE TO WS-MG-TOT-REVENUE                     00077150
             ADD WS-MG-COST    TO WS-MG-TOT-COST                        00077160
             ADD WS-MG-NOCOST  TO WS-MG-TOT-NOCOST                      00077170
             PERFORM C925-WRITE-MARGIN-LINE                             00077180
           END-PERFORM.                                                 00077190
           PERFORM C926-WRITE-MARGIN-TOTAL.                             00077200
                                                                        00077210
      *                                                                 00077220
       C925-WRITE-MARGIN-LINE.                                          00077230
      *                                                                 00077240
           COMPUTE WS-MG-MARGIN = WS-MG-REVENUE - WS-MG-COST.           00077250
           MOVE 0 TO WS-MG-PCT.                                         00077260
           IF WS-MG-REVENUE > 0                                         00077270
             COMPUTE WS-MG-PCT ROUNDED =                                00077280
               WS-MG-MARGIN * 100 / WS-MG-REVENUE                       00077290
           END-IF.                                                      00077300
      *    THE THRESHOLD TEST IS MADE ON THE AMOUNTS RATHER THAN THE    00077310
      *    PERCENT SO A ROUTE WITH COST BUT NO REVENUE IS CAUGHT TOO.   00077320
           MOVE SPACE TO WS-MG-FLAG-SW.                                 00077330
           IF WS-MG-NOCOST > 0                                          00077340
             SET MARGIN-NOT-COSTED TO TRUE                              00077350
           ELSE                                                         00077360
             IF WS-MG-MARGIN * 100 < WS-MARGIN-PCT * WS-MG-REVENUE      00077370
               SET MARGIN-LOW TO TRUE                                   00077380
             END-IF                                                     00077390
           END-IF.                                                      00077400
           MOVE WS-MG-MINUTES TO MD-MINUTES.                            00077410
           MOVE WS-MG-REVENUE TO MD-REVENUE.                            00077420
           MOVE WS-MG-COST    TO MD-COST.                               00077430
           MOVE WS-MG-MARGIN  TO MD-MARGIN.                             00077440
           MOVE WS-MG-PCT     TO MD-PCT.                                00077450
           EVALUATE TRUE                                                00077460
             WHEN MARGIN-NOT-COSTED                                     00077470
               MOVE "NO COST ROW" TO MD-FLAG                            00077480
             WHEN MARGIN-LOW                                            00077490
               MOVE "LOW MARGIN" TO MD-FLAG                             00077500
             WHEN OTHER                                                 00077510
               MOVE SPACES TO MD-FLAG                                   00077520
           END-EVALUATE.                                                00077530
           WRITE MARGIN-REPORT-LINE FROM WS-MARGIN-DETAIL-LINE.         00077540
                                                                        00077550
      *                                                                 00077560
       C926-WRITE-MARGIN-TOTAL.                                         00077570
      *                                                                 00077580
           MOVE SPACES TO WS-MARGIN-DETAIL-LINE.                        00077590
           MOVE "TOTAL" TO MD-ROUTE.                                    00077600
           MOVE WS-MG-TOT-MINUTES TO WS-MG-MINUTES.                     00077610
           MOVE WS-MG-TOT-REVENUE TO WS-MG-REVENUE.                     00077620
           MOVE WS-MG-TOT-COST    TO WS-MG-COST.                        00077630
           MOVE WS-MG-TOT-NOCOST  TO WS-MG-NOCOST.                      00077640
           PERFORM C925-WRITE-MARGIN-LINE.                              00077650
                                                                        00077660
      *                                                                 00077670
       C930-WRITE-NATIONAL-MARGIN.                                      00077680
      *                                                                 00077690
           MOVE "NATIONAL - ALL BRANCHES" TO MARGIN-REPORT-LINE.        00077700
           WRITE MARGIN-REPORT-LINE.                                    00077710
           WRITE MARGIN-REPORT-LINE FROM WS-MARGIN-COL-LINE.            00077720
           MOVE 0 TO WS-MG-TOT-MINUTES WS-MG-TOT-REVENUE                00077730
                     WS-MG-TOT-COST WS-MG-TOT-NOCOST.                   00077740
           PERFORM VARYING WS-MG-SUB FROM 1 BY 1                        00077750
             UNTIL WS-MG-SUB > NMG-ROUTE-COUNT                          00077760
             MOVE SPACES TO WS-MARGIN-DETAIL-LINE                       00077770
             MOVE NMG-AREA-CODE(WS-MG-SUB)  TO MD-AREA-CODE             00077780
             MOVE NMG-CITY(WS-MG-SUB)       TO MD-CITY                  00077790
             MOVE NMG-MINUTES(WS-MG-SUB)    TO WS-MG-MINUTES            00077800
             MOVE NMG-REVENUE(WS-MG-SUB)    TO WS-MG-REVENUE            00077810
             MOVE NMG-COST(WS-MG-SUB)       TO WS-MG-COST               00077820
             MOVE NMG-NOCOST-MIN(WS-MG-SUB) TO WS-MG-NOCOST             00077830
             ADD WS-MG-MINUTES TO WS-MG-TOT-MINUTES                     00077840
             ADD WS-MG-REVENUE TO WS-MG-TOT-REVENUE                     00077850
             ADD WS-MG-COST    TO WS-MG-TOT-COST                        00077860
             ADD WS-MG-NOCOST  TO WS-MG-TOT-NOCOST                      00077870
             PERFORM C925-WRITE-MARGIN-LINE                             00077880
             IF MARGIN-NOT-COSTED                                       00077890
               ADD 1 TO WS-MG-NOCOST-COUNT                              00077900
             END-IF                                                     00077910
             IF MARGIN-LOW                                              00077920
               ADD 1 TO WS-MG-LOW-COUNT                                 00077930
             END-IF                                                     00077940
           END-PERFORM.                                                 00077950
           PERFORM C926-WRITE-MARGIN-TOTAL.                             00077960
           CLOSE MARGIN-REPORT-FILE.                                    00077970
           MOVE SPACES TO WS-LOG-TEXT.                                  00077980
           STRING "ROUTES " DELIMITED BY SIZE                           00077990
                  NMG-ROUTE-COUNT DELIMITED BY SIZE                     00078000
                  " LOW MARGIN " DELIMITED BY SIZE                      00078010
                  WS-MG-LOW-COUNT DELIMITED BY SIZE                     00078020
                  " NOT COSTED " DELIMITED BY SIZE                      00078030
                  WS-MG-NOCOST-COUNT DELIMITED BY SIZE                  00078040
             INTO WS-LOG-TEXT.                                          00078050
           MOVE "MARGIN  " TO WS-LOG-EVENT.                             00078060
           PERFORM Z100-WRITE-RUN-LOG.                                  00078070
                                                                        00078080
      /                                                                 00078090
       IDENTIFICATION DIVISION.                                         00078100
       PROGRAM-ID.  NSTSUBA.                                            00078110
      ****************************************************************  00078120
      *   THIS SUB-PROGRAM IS NESTED INSIDE CALLIVP1 AND IS CALLED BY*  00078130
      *   CALLIVP1.                                                  *  00078140
      *   THIS SUB-PROGRAM HAS NESTED WITHIN IT NSTSUBH, WHICH RATES *  00078150
      *   EACH CALL AGAINST THE RATE TABLE.                          *  00078160
      ****************************************************************  00078170
                                                                        00078180
       DATA DIVISION.                                                   00078190
                                                                        00078200
       WORKING-STORAGE SECTION.                                         00078210
                                                                        00078220
       01  WS-VARIABLES.                                                00078230
           05  SUB1               PIC 9(02).                            00078240
                                                                        00078250
      ****************************************************************  00078260
      *                  PROCEDURE DIVISION                          *  00078270
      ****************************************************************  00078280
                                                                        00078290
       PROCEDURE DIVISION.                                              00078300
                                                                        00078310
       A100-ENTRY.                                                      00078320
                                                                        00078330
           PERFORM B200-CALL                                            00078340
             VARYING SUB1 FROM 1 BY 1                                   00078350
             UNTIL SUB1 > CALLS-MADE.                                   00078360
                                                                        00078370
           GOBACK.                                                      00078380
                                                                        00078390
       B200-CALL.                                                       00078400
           CALL "NSTSUBH" USING CASE4-LINK1(SUB1).                      00078410
                                                                        00078420
      /                                                                 00078430
       IDENTIFICATION DIVISION.                                         00078440
       PROGRAM-ID.  NSTSUBH, IS INITIAL.                                00078450
      ****************************************************************  00078460
      *   THIS SUB-PROGRAM IS NESTED WITHIN NSTSUBA AND IS CALLED BY *  00078470
      *   NSTSUBA.  IT LOOKS UP THE CALL'S AREA CODE IN RATE-TABLE   *  00078480
      *   (LOADED FROM CALLRATE BY CALLIVP1), SELECTS THE RATE       *  00078490
      *   VERSION IN EFFECT ON THE CALL'S DATE (THE ROW WITH THE     *  00078500
      *   LATEST RT-EFF-DATE NOT AFTER THE CALL DATE), AND PRICES    *  00078510
      *   THE CALL AGAINST THAT VERSION'S BASE FEE AND MINUTE BANDS. *  00078520
      *   CALLS WHOSE AREA CODE IS NOT ON THE RATE TABLE, WHOSE      *  00078530
      *   CALL DATE IS COVERED BY NO RATE VERSION, OR WHOSE NUMBER   *  00078540
      *   OF MINUTES DOES NOT FALL IN ANY BAND, ARE LOGGED TO        *  00078550
      *   EXCEPTION-AREA (GLOBAL IN CALLIVP1) FOR CALLIVP1 TO WRITE  *  00078560
      *   TO CALLEXC.                                                *  00078570
      *                                                              *  00078580
      *   EACH CALL IS RATED IN A PEAK OR OFF-PEAK PERIOD FROM ITS   *  00078590
      *   CALL DATE AND START TIME.  PEAK IS MONDAY-FRIDAY 0800-1759;*  00078600
      *   ALL OTHER TIMES, AND ALL WEEKEND CALLS, ARE OFF-PEAK AND   *  00078610
      *   GET THE AREA CODE'S RT-OFFPEAK-PCT DISCOUNT OFF THE RATED  *  00078620
      *   COST.  THE PERIOD IS RETURNED IN RATE-PERIOD SO THE        *  00078630
      *   INVOICE CAN SHOW WHICH PERIOD EACH CALL WAS RATED IN.      *  00078640
      ****************************************************************  00078650
                                                                        00078660
       DATA DIVISION.                                                   00078670
                                                                        00078680
       WORKING-STORAGE SECTION.                                         00078690
                                                                        00078700
       01  WS-VARIABLES.                                                00078710
           05  WS-COST            PIC 9(6)V99     VALUE 0.              00078720
           05  WS-FOUND-SW        PIC X           VALUE "N".            00078730
               88  RATE-FOUND                     VALUE "Y".            00078740
           05  WS-AREA-SEEN-SW    PIC X           VALUE "N".            00078750
               88  AREA-ON-TABLE                  VALUE "Y".            00078760
           05  WS-RATE-OK-SW      PIC X           VALUE "N".            00078770
               88  CALL-RATED-OK                  VALUE "Y".            00078780
           05  WS-RT-SUB          PIC 9(03)       VALUE 0.              00078790
           05  WS-BEST-EFF        PIC 9(08)       VALUE 0.              00078800
                                                                        00078810
      ****************************************************************  00078820
      *  DAY-OF-WEEK WORK FIELDS (ZELLER'S CONGRUENCE).  THE         *  00078830
      *  REMAINDER IN WS-DAY-OF-WEEK RUNS 0=SATURDAY, 1=SUNDAY,      *  00078840
      *  2=MONDAY ... 6=FRIDAY.                                      *  00078850
      ****************************************************************  00078860
       01  WS-PERIOD-VARS.                                              00078870
           05  WS-DATE-WORK       PIC 9(8)        VALUE 0.              00078880
           05  FILLER REDEFINES WS-DATE-WORK.                           00078890
               10  WS-DW-YEAR     PIC 9(4).                             00078900
               10  WS-DW-MONTH    PIC 9(2).                             00078910
               10  WS-DW-DAY      PIC 9(2).                             00078920
           05  WS-ZYEAR           PIC 9(4)        VALUE 0.              00078930
           05  WS-ZMONTH          PIC 9(2)        VALUE 0.              00078940
           05  WS-ZTERM1          PIC 9(3)        VALUE 0.              00078950
           05  WS-ZCENT           PIC 9(2)        VALUE 0.              00078960
           05  WS-ZYY             PIC 9(2)        VALUE 0.              00078970
           05  WS-ZTERM2          PIC 9(2)        VALUE 0.              00078980
           05  WS-ZTERM3          PIC 9(2)        VALUE 0.              00078990
           05  WS-ZSUM            PIC 9(5)        VALUE 0.              00079000
           05  WS-ZQUOT           PIC 9(5)        VALUE 0.              00079010
           05  WS-DAY-OF-WEEK     PIC 9(1)        VALUE 0.              00079020
               88  WEEKEND-DAY                    VALUES 0, 1.          00079030
                                                                        00079040
       LINKAGE SECTION.                                                 00079050
       01  CASE4-LINK1.                                                 00079060
           05  AREA-CODE       PIC 9(3).                                00079070
           05  NUM-MINUTES     PIC 9(3).                                00079080
           05  CITY            PIC X(5).                                00079090
           05  COST            PIC 9(6)V99.                             00079100
           05  CALL-DATE       PIC 9(8).                                00079110
           05  CALL-TIME       PIC 9(4).                                00079120
           05  RATE-PERIOD     PIC X(1).                                00079130
                                                                        00079140
      ****************************************************************  00079150
      *                  PROCEDURE DIVISION                          *  00079160
      ****************************************************************  00079170
                                                                        00079180
       PROCEDURE DIVISION USING CASE4-LINK1.                            00079190
                                                                        00079200
       A100-ENTRY.                                                      00079210
                                                                        00079220
           MOVE "N" TO WS-FOUND-SW.                                     00079230
           MOVE "N" TO WS-AREA-SEEN-SW.                                 00079240
           MOVE 0   TO WS-COST.                                         00079250
           MOVE 0   TO WS-BEST-EFF.                                     00079260
           MOVE SPACE TO RATE-PERIOD.                                   00079270
      *    OF THE ROWS FOR THIS AREA CODE, TAKE THE ONE WITH THE        00079280
      *    LATEST EFFECTIVE DATE THAT IS NOT AFTER THE CALL DATE --     00079290
      *    THE VERSION OF THE TARIFF IN EFFECT WHEN THE CALL WAS MADE.  00079300
           PERFORM VARYING WS-RT-SUB FROM 1 BY 1                        00079310
             UNTIL WS-RT-SUB > RATE-TABLE-COUNT                         00079320
             IF RT-AREA-CODE(WS-RT-SUB) = AREA-CODE                     00079330
               SET AREA-ON-TABLE TO TRUE                                00079340
               IF RT-EFF-DATE(WS-RT-SUB) <= CALL-DATE                   00079350
                  AND (NOT RATE-FOUND                                   00079360
                       OR RT-EFF-DATE(WS-RT-SUB) > WS-BEST-EFF)         00079370
                 SET RATE-FOUND TO TRUE                                 00079380
                 MOVE RT-EFF-DATE(WS-RT-SUB) TO WS-BEST-EFF             00079390
                 SET RT-IDX TO WS-RT-SUB                                00079400
               END-IF                                                   00079410
             END-IF                                                     00079420
           END-PERFORM.                                                 00079430
           EVALUATE TRUE                                                00079440
             WHEN RATE-FOUND                                            00079450
               MOVE RT-CITY(RT-IDX) TO CITY                             00079460
               PERFORM A250-SET-RATE-PERIOD                             00079470
               PERFORM A300-COMPUTE-COST                                00079480
               PERFORM A350-APPLY-OFFPEAK                               00079490
               IF CALL-RATED-OK                                         00079500
                 ADD 1 TO BAL-RATED-CALLS                               00079510
               END-IF                                                   00079520
             WHEN AREA-ON-TABLE                                         00079530
               PERFORM A210-LOG-NO-RATE-VERSION                         00079540
             WHEN OTHER                                                 00079550
               PERFORM A200-LOG-BAD-AREA                                00079560
           END-EVALUATE.                                                00079570
                                                                        00079580
           MOVE WS-COST TO COST.                                        00079590
                                                                        00079600
           EXIT PROGRAM.                                                00079610
                                                                        00079620
      *                                                                 00079630
       A250-SET-RATE-PERIOD.                                            00079640
      *                                                                 00079650
      *    A CALL WITH NO USABLE DATE IS RATED AT THE PEAK RATE SO A    00079660
      *    BAD FEED CAN NEVER HAND OUT AN UNEARNED DISCOUNT.            00079670
           MOVE "P" TO RATE-PERIOD.                                     00079680
           IF CALL-DATE NUMERIC AND CALL-DATE > 0                       00079690
             MOVE CALL-DATE  TO WS-DATE-WORK                            00079700
             MOVE WS-DW-YEAR  TO WS-ZYEAR                               00079710
             MOVE WS-DW-MONTH TO WS-ZMONTH                              00079720
             IF WS-ZMONTH < 3                                           00079730
               ADD 12 TO WS-ZMONTH                                      00079740
               SUBTRACT 1 FROM WS-ZYEAR                                 00079750
             END-IF                                                     00079760
             COMPUTE WS-ZTERM1 = 26 * (WS-ZMONTH + 1)                   00079770
             DIVIDE WS-ZTERM1 BY 10 GIVING WS-ZTERM1                    00079780
             DIVIDE WS-ZYEAR BY 100 GIVING WS-ZCENT                     00079790
               REMAINDER WS-ZYY                                         00079800
             DIVIDE WS-ZYY   BY 4 GIVING WS-ZTERM2                      00079810
             DIVIDE WS-ZCENT BY 4 GIVING WS-ZTERM3                      00079820
             COMPUTE WS-ZSUM = WS-DW-DAY + WS-ZTERM1 + WS-ZYY           00079830
               + WS-ZTERM2 + WS-ZTERM3 + (5 * WS-ZCENT)                 00079840
             DIVIDE WS-ZSUM BY 7 GIVING WS-ZQUOT                        00079850
               REMAINDER WS-DAY-OF-WEEK                                 00079860
             IF WEEKEND-DAY                                             00079870
               MOVE "O" TO RATE-PERIOD                                  00079880
             ELSE                                                       00079890
               IF CALL-TIME < 0800 OR CALL-TIME > 1759                  00079900
                 MOVE "O" TO RATE-PERIOD                                00079910
               END-IF                                                   00079920
             END-IF                                                     00079930
           END-IF.                                                      00079940
                                                                        00079950
      *                                                                 00079960
       A350-APPLY-OFFPEAK.                                              00079970
      *                                                                 00079980
           IF RATE-PERIOD = "O" AND RT-OFFPEAK-PCT(RT-IDX) > 0          00079990
             COMPUTE WS-COST ROUNDED = WS-COST -                        00080000
               (WS-COST * RT-OFFPEAK-PCT(RT-IDX) / 100)                 00080010
           END-IF.                                                      00080020
                                                                        00080030
       A200-LOG-BAD-AREA.                                               00080040
                                                                        00080050
           IF EXC-COUNT < 99                                            00080060
             ADD 1 TO EXC-COUNT                                         00080070
             MOVE CUST-NUM     TO EXC-CUST-NUM(EXC-COUNT)               00080080
             MOVE AREA-CODE    TO EXC-AREA-CODE(EXC-COUNT)              00080090
             MOVE NUM-MINUTES  TO EXC-NUM-MINUTES(EXC-COUNT)            00080100
             MOVE CALL-DATE    TO EXC-CALL-DATE(EXC-COUNT)              00080110
             MOVE CALL-TIME    TO EXC-CALL-TIME(EXC-COUNT)              00080120
             MOVE CUST-RATE    TO EXC-CUST-RATE(EXC-COUNT)              00080130
             MOVE WS-CURR-RETRY TO EXC-RETRY-COUNT(EXC-COUNT)           00080140
             MOVE "BADA"       TO EXC-REASON-CODE(EXC-COUNT)            00080150
             MOVE "INCORRECT AREA CODE" TO EXC-REASON-TEXT(EXC-COUNT)   00080160
           END-IF.                                                      00080170
                                                                        00080180
      *                                                                 00080190
       A210-LOG-NO-RATE-VERSION.                                        00080200
      *                                                                 00080210
      *    THE AREA CODE IS ON THE TABLE BUT NO VERSION IS IN EFFECT    00080220
      *    ON THE CALL'S DATE -- A RATE TABLE GAP, NOT A BAD FEED.      00080230
      *    THE CALL RECYCLES ONCE A COVERING CALLRATE ROW IS LOADED.    00080240
           IF EXC-COUNT < 99                                            00080250
             ADD 1 TO EXC-COUNT                                         00080260
             MOVE CUST-NUM     TO EXC-CUST-NUM(EXC-COUNT)               00080270
             MOVE AREA-CODE    TO EXC-AREA-CODE(EXC-COUNT)              00080280
             MOVE NUM-MINUTES  TO EXC-NUM-MINUTES(EXC-COUNT)            00080290
             MOVE CALL-DATE    TO EXC-CALL-DATE(EXC-COUNT)              00080300
             MOVE CALL-TIME    TO EXC-CALL-TIME(EXC-COUNT)              00080310
             MOVE CUST-RATE    TO EXC-CUST-RATE(EXC-COUNT)              00080320
             MOVE WS-CURR-RETRY TO EXC-RETRY-COUNT(EXC-COUNT)           00080330
             MOVE "NOEF"       TO EXC-REASON-CODE(EXC-COUNT)            00080340
             MOVE "NO RATE VERSION FOR CALL DATE"                       00080350
               TO EXC-REASON-TEXT(EXC-COUNT)                            00080360
           END-IF.                                                      00080370
                                                                        00080380
       A300-COMPUTE-COST.                                               00080390
                                                                        00080400
           SET CALL-RATED-OK TO TRUE.                                   00080410
           MOVE RT-BASE-FEE(RT-IDX) TO WS-COST.                         00080420
           EVALUATE TRUE                                                00080430
             WHEN NUM-MINUTES > 0 AND                                   00080440
                  NUM-MINUTES <= RT-BAND1-LIMIT(RT-IDX)                 00080450
                COMPUTE WS-COST ROUNDED = WS-COST +                     00080460
                   (NUM-MINUTES * RT-BAND1-RATE(RT-IDX))                00080470
             WHEN NUM-MINUTES > RT-BAND1-LIMIT(RT-IDX) AND              00080480
                  NUM-MINUTES <= RT-BAND2-LIMIT(RT-IDX)                 00080490
                COMPUTE WS-COST ROUNDED = WS-COST +                     00080500
                   (NUM-MINUTES * RT-BAND2-RATE(RT-IDX))                00080510
             WHEN NUM-MINUTES > RT-BAND2-LIMIT(RT-IDX) AND              00080520
                  NUM-MINUTES <= RT-BAND3-LIMIT(RT-IDX)                 00080530
                COMPUTE WS-COST ROUNDED = WS-COST +                     00080540
                   (NUM-MINUTES * RT-BAND3-RATE(RT-IDX))                00080550
             WHEN NUM-MINUTES > RT-BAND3-LIMIT(RT-IDX)                  00080560
                COMPUTE WS-COST ROUNDED = WS-COST +                     00080570
                   (NUM-MINUTES * RT-BAND4-RATE(RT-IDX))                00080580
             WHEN OTHER                                                 00080590
                PERFORM A400-LOG-BAD-MINUTES                            00080600
           END-EVALUATE.                                                00080610
                                                                        00080620
       A400-LOG-BAD-MINUTES.                                            00080630
                                                                        00080640
           MOVE "N" TO WS-RATE-OK-SW.                                   00080650
           IF EXC-COUNT < 99                                            00080660
             ADD 1 TO EXC-COUNT                                         00080670
             MOVE CUST-NUM     TO EXC-CUST-NUM(EXC-COUNT)               00080680
             MOVE AREA-CODE    TO EXC-AREA-CODE(EXC-COUNT)              00080690
             MOVE NUM-MINUTES  TO EXC-NUM-MINUTES(EXC-COUNT)            00080700
             MOVE CALL-DATE    TO EXC-CALL-DATE(EXC-COUNT)              00080710
             MOVE CALL-TIME    TO EXC-CALL-TIME(EXC-COUNT)              00080720
             MOVE CUST-RATE    TO EXC-CUST-RATE(EXC-COUNT)              00080730
             MOVE WS-CURR-RETRY TO EXC-RETRY-COUNT(EXC-COUNT)           00080740
             MOVE "BADM"       TO EXC-REASON-CODE(EXC-COUNT)            00080750
             MOVE "PROBLEM WITH NUMBER OF MINUTES"                      00080760
               TO EXC-REASON-TEXT(EXC-COUNT)                            00080770
           END-IF.                                                      00080780
                                                                        00080790
       END PROGRAM NSTSUBH.                                             00080800
                                                                        00080810
       END PROGRAM NSTSUBA.                                             00080820
                                                                        00080830
      /                                                                 00080840
       IDENTIFICATION DIVISION.                                         00080850
       PROGRAM-ID.  NSTSUBE.                                            00080860
      ****************************************************************  00080870
      *   THIS SUB-PROGRAM IS NESTED INSIDE CALLIVP1 AND IS CALLED BY*  00080880
      *   CALLIVP1.                                                  *  00080890
      ****************************************************************  00080900
                                                                        00080910
       DATA DIVISION.                                                   00080920
                                                                        00080930
       WORKING-STORAGE SECTION.                                         00080940
       01  WS-VARIABLES.                                                00080950
           05  SUB1                PIC 9(2).                            00080960
                                                                        00080970
      ****************************************************************  00080980
      *                  PROCEDURE DIVISION                          *  00080990
      ****************************************************************  00081000
                                                                        00081010
       PROCEDURE DIVISION.                                              00081020
                                                                        00081030
       A100-ENTRY.                                                      00081040
                                                                        00081050
           MOVE 0 TO TOTAL-COST.                                        00081060
           PERFORM VARYING SUB1 FROM 1 BY 1                             00081070
           UNTIL SUB1 > CALLS-MADE                                      00081080
               COMPUTE TOTAL-COST = TOTAL-COST + COST(SUB1)             00081090
           END-PERFORM.                                                 00081100
                                                                        00081110
           GOBACK.                                                      00081120
                                                                        00081130
       END PROGRAM NSTSUBE.                                             00081140
                                                                        00081150
      /                                                                 00081160
       IDENTIFICATION DIVISION.                                         00081170
       PROGRAM-ID.  NSTSUBF, IS INITIAL.                                00081180
      ****************************************************************  00081190
      *   THIS SUB-PROGRAM IS NESTED INSIDE CALLIVP1 AND IS CALLED BY*  00081200
      *   CALLIVP1.  IT APPLIES THE RATE-PLAN-1 SURCHARGE.           *  00081210
      ****************************************************************  00081220
                                                                        00081230
       DATA DIVISION.                                                   00081240
                                                                        00081250
       WORKING-STORAGE SECTION.                                         00081260
       01  WS-VARIABLES.                                                00081270
           05  INIT-COST       PIC 9(6)V99   VALUE 5.                   00081280
                                                                        00081290
      ****************************************************************  00081300
      *                  PROCEDURE DIVISION                          *  00081310
      ****************************************************************  00081320
                                                                        00081330
       PROCEDURE DIVISION.                                              00081340
                                                                        00081350
       B100-ENTRY.                                                      00081360
                                                                        00081370
           COMPUTE INIT-COST = INIT-COST + TOTAL-COST + 5.              00081380
           MOVE INIT-COST TO TOTAL-COST.                                00081390
                                                                        00081400
           GOBACK.                                                      00081410
                                                                        00081420
       END PROGRAM NSTSUBF.                                             00081430
                                                                        00081440
      /                                                                 00081450
       IDENTIFICATION DIVISION.                                         00081460
       PROGRAM-ID.  NSTSUBG, IS INITIAL.                                00081470
      ****************************************************************  00081480
      *   THIS SUB-PROGRAM IS NESTED INSIDE CALLIVP1 AND IS CALLED BY*  00081490
      *   CALLIVP1.  IT APPLIES THE RATE-PLAN-2 SURCHARGE.           *  00081500
      ****************************************************************  00081510
                                                                        00081520
       DATA DIVISION.                                                   00081530
                                                                        00081540
       WORKING-STORAGE SECTION.                                         00081550
       01  WS-VARIABLES.                                                00081560
           05  INIT-COST       PIC 9(6)V99   VALUE 10.                  00081570
                                                                        00081580
      ****************************************************************  00081590
      *                  PROCEDURE DIVISION                          *  00081600
      ****************************************************************  00081610
                                                                        00081620
       PROCEDURE DIVISION.                                              00081630
                                                                        00081640
       C100-ENTRY.                                                      00081650
                                                                        00081660
           COMPUTE INIT-COST = INIT-COST + TOTAL-COST + 10.             00081670
           MOVE INIT-COST TO TOTAL-COST.                                00081680
                                                                        00081690
           GOBACK.                                                      00081700
                                                                        00081710
       END PROGRAM NSTSUBG.                                             00081720
                                                                        00081730
      /                                                                 00081740
       IDENTIFICATION DIVISION.                                         00081750
       PROGRAM-ID.  NSTSUBI, IS INITIAL.                                00081760
      ****************************************************************  00081770
      *   THIS SUB-PROGRAM IS NESTED INSIDE CALLIVP1 AND IS CALLED BY*  00081780
      *   CALLIVP1.  IT APPLIES THE RATE-PLAN-3 (BUSINESS/PREMIUM)   *  00081790
      *   SURCHARGE.                                                 *  00081800
      ****************************************************************  00081810
                                                                        00081820
       DATA DIVISION.                                                   00081830
                                                                        00081840
       WORKING-STORAGE SECTION.                                         00081850
       01  WS-VARIABLES.                                                00081860
           05  INIT-COST       PIC 9(6)V99   VALUE 15.                  00081870
                                                                        00081880
      ****************************************************************  00081890
      *                  PROCEDURE DIVISION                          *  00081900
      ****************************************************************  00081910
                                                                        00081920
       PROCEDURE DIVISION.                                              00081930
                                                                        00081940
       D100-ENTRY.                                                      00081950
                                                                        00081960
           COMPUTE INIT-COST = INIT-COST + TOTAL-COST + 15.             00081970
           MOVE INIT-COST TO TOTAL-COST.                                00081980
                                                                        00081990
           GOBACK.                                                      00082000
                                                                        00082010
       END PROGRAM NSTSUBI.                                             00082020
                                                                        00082030
       END PROGRAM CALLIVP1.                                            00082040
