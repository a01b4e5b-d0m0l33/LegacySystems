000010*****************************************************************
000020* PROGRAM-ID    : ACKPLAN                                       *
000030* AUTHOR        : D. MOLINA                                     *
000040* INSTALLATION  : BATCH DEVELOPMENT - MATH LIBRARY GROUP        *
000050* DATE-WRITTEN  : 10/15/2026                                    *
000060* DATE-COMPILED :                                               *
000070*-----------------------------------------------------------------
000080* REMARKS.                                                      *
000090*     NIGHTLY DECK PLANNER, RUN AS THE PLAN STEP OF ACKRUN.JCL  *
000100*     AHEAD OF ACKDRIVER.  LEFT TO ITSELF THE DRIVER RUNS THE   *
000110*     CARD DECK IN DECK ORDER, SO ONE COSTLY PAIR NEAR THE TOP  *
000120*     CAN EAT THE WINDOW WHILE CHEAP PAIRS BEHIND IT WAIT.  THE *
000130*     PLANNER GATHERS THE NIGHT'S WORK - THE INCOMING DECK      *
000140*     (ACKCARD), THE PAIRS DEFERRED BY EARLIER NIGHTS (ACKDEFR) *
000150*     AND EVERY PAIR WITH SAVED STATE IN THE SUSPEND STORE -    *
000160*     AND COSTS EACH PAIR IN ITERATIONS:                        *
000170*       - A PAIR ALREADY IN THE RESULT STORE COSTS NOTHING;     *
000180*       - M 0-3 ARE COSTED EXACTLY FROM THE CLOSED FORMS, WHICH *
000190*         ALSO GIVE THE STACK DEPTH, SO A PAIR THAT WOULD       *
000200*         OVERRUN THE ACKCTL TSIZE IS KNOWN TO FAIL;            *
000210*       - M 4 AND UP ARE ESTIMATED FROM STORED PAIRS OF THE SAME*
000220*         M - INTERPOLATED BETWEEN THE NEAREST N BELOW AND ABOVE,*
000230*         EXTRAPOLATED FROM THE GROWTH OF THE TWO NEAREST BELOW,*
000240*         OR TAKEN AS THE COST OF THE NEAREST ABOVE - AND ARE   *
000250*         GIVEN THE SYSIN SAFETY MARGIN ON TOP;                 *
000260*       - ITERATIONS ALREADY BANKED IN THE SUSPEND STORE ARE    *
000270*         TAKEN OFF WHAT A PAIR STILL NEEDS.                    *
000280*     PAIRS ARE THEN TAKEN CHEAPEST FIRST AGAINST THE NIGHTLY   *
000290*     ITERATION ALLOWANCE ON THE SYSIN CARD.  EACH PAIR THAT    *
000300*     FITS GOES ON TONIGHT'S DECK (ACKTNGT) WITH WHAT IT NEEDS  *
000310*     AS ITS OWN BUDGET IN COLS 7-15; THE FIRST THAT DOES NOT   *
000320*     FIT IS GIVEN WHAT IS LEFT, SO THE WINDOW IS USED TO THE   *
000330*     LAST ITERATION AND THE WORK DONE IS BANKED; EVERYTHING    *
000340*     ELSE IS WRITTEN TO THE DEFERRED DECK FOR A LATER NIGHT.   *
000350*     PAIRS BEYOND THE DRIVER'S SAFE-LIMITS TABLE, PAIRS THAT   *
000360*     WOULD FAIL ON THE STACK AND CARDS THAT ARE NOT NUMERIC ARE*
000370*     DROPPED FROM BOTH DECKS AND SET CONDITION CODE 4.  THE    *
000380*     PLAN REPORT (ACKPLRPT) LISTS EVERY PAIR WITH ITS COST, THE*
000390*     BASIS OF THE COST, THE BUDGET GIVEN AND THE OUTCOME TO    *
000400*     EXPECT, BESIDE THE PAIR'S LAST OUTCOME ON THE ACKRPT      *
000410*     RESULTS OF EARLIER NIGHTS (ACKHIST) AND HOW FAR TONIGHT'S *
000420*     COST IS FROM WHAT THE PAIR ACTUALLY TOOK.                 *
000430*     SYSIN CARD: COLS 1-11 NIGHTLY ITERATION ALLOWANCE         *
000440*     (ZERO-FILLED, REQUIRED), COLS 13-15 SAFETY MARGIN PERCENT *
000450*     ON ESTIMATED COSTS (ZERO-FILLED, BLANK = 10).  A BAD      *
000460*     SYSIN CARD, AN UNREADABLE INCOMING DECK OR MORE PAIRS     *
000470*     THAN THE PLAN TABLE HOLDS SETS CONDITION CODE 16 AND      *
000480*     LEAVES BOTH DECKS AS THEY WERE, SO THE ACK STEP DOES NOT  *
000490*     RUN.                                                      *
000491*     LAST NIGHT'S DECK (ACKTNGT) IS READ BEFORE IT IS          *
000492*     REWRITTEN, AND ANY PAIR ON IT THAT IS STILL NOT IN THE    *
000493*     RESULT STORE IS GATHERED AGAIN, SO A NIGHT THE ACK STEP   *
000494*     DID NOT RUN, OR DID NOT FINISH, LOSES NO PAIR.            *
000500*-----------------------------------------------------------------
000510* MODIFICATION HISTORY.                                         *
000520*     10/15/2026  DM  ORIGINAL VERSION.                         *
000521*     10/15/2026  DM  PAIRS ON LAST NIGHT'S DECK THAT ARE NOT   *
000522*                     YET IN THE RESULT STORE ARE GATHERED      *
000523*                     AGAIN (SOURCE PRIOR) BEFORE THE DECK IS   *
000524*                     REWRITTEN, AND COUNTED ON THE TOTALS.     *
000530*****************************************************************
000540 IDENTIFICATION DIVISION.
000550 PROGRAM-ID. ACKPLAN.
000560
000570 ENVIRONMENT DIVISION.
000580
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610*    SYSIN PARAMETER CARD - ALLOWANCE AND SAFETY MARGIN.
000620     SELECT ACK-PARM-FILE ASSIGN TO "SYSIN"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS ACK-WS-PARM-STATUS.
000650
000660*    THE DRIVER'S CONTROL RECORD - ONLY THE TSIZE IS USED HERE.
000670     SELECT ACK-CTL-FILE ASSIGN TO "ACKCTL"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS ACK-WS-CTL-STATUS.
000700
000710*    THE INCOMING CARD DECK OF M/N PAIRS.
000720     SELECT ACK-CARD-FILE ASSIGN TO "ACKCARD"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS ACK-WS-CARD-STATUS.
000750
000760*    DEFERRED DECK - READ IN FULL AT THE START, THEN REWRITTEN
000770*    WITH THE PAIRS THIS PLAN LEAVES FOR A LATER NIGHT.
000780     SELECT ACK-DEFR-FILE ASSIGN TO "ACKDEFR"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS ACK-WS-DEFR-STATUS.
000810
000820*    TONIGHT'S DECK, IN RUN ORDER, FOR THE ACK STEP.  LAST
000825*    NIGHT'S DECK IS READ FROM IT FIRST FOR PAIRS NOT YET DONE.
000830     SELECT ACK-TNGT-FILE ASSIGN TO "ACKTNGT"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS ACK-WS-TNGT-STATUS.
000860
000870*    PERSISTENT RESULT STORE, KEYED BY THE M/N PAIR - READ BY KEY
000880*    FOR EACH PAIR AND SWEPT FROM M 4 UP FOR ESTIMATING HISTORY.
000890     SELECT ACK-STORE-FILE ASSIGN TO "ACKSTORE"
000900         ORGANIZATION IS INDEXED
000910         ACCESS MODE IS DYNAMIC
000920         RECORD KEY IS ACK-STORE-KEY
000930         FILE STATUS IS ACK-WS-STORE-STATUS.
000940
000950*    SUSPEND STORE, KEYED BY PAIR PLUS SEGMENT NUMBER - SWEPT FOR
000960*    PAIRS IN PROGRESS; SEGMENT 01 CARRIES THE ITERATIONS BANKED.
000970     SELECT ACK-SUSP-FILE ASSIGN TO "ACKSUSP"
000980         ORGANIZATION IS INDEXED
000990         ACCESS MODE IS DYNAMIC
001000         RECORD KEY IS ACK-SUSP-KEY
001010         FILE STATUS IS ACK-WS-SUSP-STATUS.
001020
001030*    ACKRPT RESULTS OF EARLIER NIGHTS, EXTENDED RUN AFTER RUN.
001040     SELECT ACK-HIST-FILE ASSIGN TO "ACKHIST"
001050         ORGANIZATION IS LINE SEQUENTIAL
001060         FILE STATUS IS ACK-WS-HIST-STATUS.
001070
001080*    THE PLAN REPORT.
001090     SELECT ACK-RPT-FILE ASSIGN TO "ACKPLRPT"
001100         ORGANIZATION IS LINE SEQUENTIAL
001110         FILE STATUS IS ACK-WS-RPT-STATUS.
001120
001130*    SORT WORK FILE FOR THE CHEAPEST-FIRST RUN ORDER.
001140     SELECT ACK-SORT-FILE ASSIGN TO "SORTWK".
001150
001160 DATA DIVISION.
001170
001180 FILE SECTION.
001190
001200 FD  ACK-PARM-FILE.
001210 01  ACK-PARM-RECORD.
001220     05  ACK-PARM-ALLOW          PIC X(11).
001230     05  FILLER                  PIC X(01).
001240     05  ACK-PARM-MARGIN         PIC X(03).
001250
001260 FD  ACK-CTL-FILE.
001270 01  ACK-CTL-RECORD.
001280     05  ACK-CTL-TSIZE           PIC 9(05).
001290     05  ACK-CTL-ITER-BUDGET     PIC 9(09).
001300
001310*    CARD LAYOUT SHARED BY ALL THREE DECKS - COLS 7-15 CARRY THE
001320*    PAIR'S OWN ITERATION BUDGET ON TONIGHT'S DECK ONLY.
001330 FD  ACK-CARD-FILE.
001340 01  ACK-CARD-RECORD.
001350     05  ACK-CARD-M              PIC 9(01).
001360     05  ACK-CARD-N              PIC 9(05).
001370     05  ACK-CARD-BUDGET         PIC X(09).
001380
001390 FD  ACK-DEFR-FILE.
001400 01  ACK-DEFR-RECORD.
001410     05  ACK-DEFR-M              PIC 9(01).
001420     05  ACK-DEFR-N              PIC 9(05).
001430     05  ACK-DEFR-BUDGET         PIC X(09).
001440
001450 FD  ACK-TNGT-FILE.
001460 01  ACK-TNGT-RECORD.
001470     05  ACK-TNGT-M              PIC 9(01).
001480     05  ACK-TNGT-N              PIC 9(05).
001490     05  ACK-TNGT-BUDGET         PIC 9(09).
001500
001510 FD  ACK-STORE-FILE.
001520 01  ACK-STORE-RECORD.
001530     05  ACK-STORE-KEY.
001540         10  ACK-STORE-M         PIC 9(01).
001550         10  ACK-STORE-N         PIC 9(05).
001560     05  ACK-STORE-RES           PIC 9(09).
001570     05  ACK-STORE-ITER          PIC 9(09).
001580     05  ACK-STORE-DEPTH         PIC 9(05).
001590     05  ACK-STORE-DATE          PIC X(08).
001600
001610 FD  ACK-SUSP-FILE.
001620 01  ACK-SUSP-RECORD.
001630     05  ACK-SUSP-KEY.
001640         10  ACK-SUSP-M          PIC 9(01).
001650         10  ACK-SUSP-N          PIC 9(05).
001660         10  ACK-SUSP-SEG        PIC 9(02).
001670     05  ACK-SUSP-T              PIC 9(05).
001680     05  ACK-SUSP-D              PIC 9(05).
001690     05  ACK-SUSP-C              PIC 9(09).
001700     05  ACK-SUSP-SLOTS          PIC X(27000).
001710
001720*    ACKRPT DETAIL LINE AS WRITTEN BY ACKDRIVER, AND ITS HEADER.
001730*    LINES WRITTEN BEFORE THE ITERATIONS COLUMN WAS ADDED CARRY
001740*    SPACES THERE.
001750 FD  ACK-HIST-FILE.
001760 01  ACK-HIST-RECORD.
001770     05  ACK-HIST-TAG            PIC X(02).
001780     05  ACK-HIST-M              PIC X(01).
001790     05  FILLER                  PIC X(06).
001800     05  ACK-HIST-N              PIC X(05).
001810     05  FILLER                  PIC X(31).
001820     05  ACK-HIST-STATUS         PIC X(09).
001830     05  FILLER                  PIC X(30).
001840     05  ACK-HIST-ITER           PIC X(09).
001850     05  FILLER                  PIC X(39).
001860 01  ACK-HIST-HEADER.
001870     05  ACK-HIST-H-TITLE        PIC X(24).
001880     05  FILLER                  PIC X(13).
001890     05  ACK-HIST-H-DATE         PIC X(08).
001900     05  FILLER                  PIC X(87).
001910
001920 FD  ACK-RPT-FILE.
001930 01  ACK-RPT-RECORD              PIC X(132).
001940
001950*    ONE SORT RECORD PER PAIR - CLASS FIRST (CACHED, KNOWN COST,
001960*    UNKNOWN COST, DROPPED), THEN ITERATIONS STILL NEEDED, THEN
001970*    THE ORDER THE PAIR WAS GATHERED IN.
001980 SD  ACK-SORT-FILE.
001990 01  ACK-SRT-RECORD.
002000     05  ACK-SRT-CLASS           PIC 9(01).
002010     05  ACK-SRT-REMAIN          PIC 9(12).
002020     05  ACK-SRT-IDX             PIC 9(04).
002030
002040 WORKING-STORAGE SECTION.
002050
002060 01  ACK-WS-SWITCHES.
002070     05  ACK-WS-EOF-SW           PIC X(01) VALUE 'N'.
002080         88  ACK-WS-EOF                     VALUE 'Y'.
002090     05  ACK-WS-SRT-EOF-SW       PIC X(01) VALUE 'N'.
002100         88  ACK-WS-SRT-EOF                 VALUE 'Y'.
002110     05  ACK-WS-STORE-OPEN-SW    PIC X(01) VALUE 'N'.
002120         88  ACK-WS-STORE-OPEN              VALUE 'Y'.
002130     05  ACK-WS-SUSP-OPEN-SW     PIC X(01) VALUE 'N'.
002140         88  ACK-WS-SUSP-OPEN               VALUE 'Y'.
002150     05  ACK-WS-OUT-OPEN-SW      PIC X(01) VALUE 'N'.
002160         88  ACK-WS-OUT-OPEN                VALUE 'Y'.
002170     05  ACK-WS-VALID-SW         PIC X(01).
002180         88  ACK-WS-PAIR-VALID              VALUE 'Y'.
002190         88  ACK-WS-PAIR-INVALID            VALUE 'N'.
002200     05  ACK-WS-LO1-SW           PIC X(01).
002210         88  ACK-WS-LO1-FOUND               VALUE 'Y'.
002220     05  ACK-WS-LO2-SW           PIC X(01).
002230         88  ACK-WS-LO2-FOUND               VALUE 'Y'.
002240     05  ACK-WS-HI-SW            PIC X(01).
002250         88  ACK-WS-HI-FOUND                VALUE 'Y'.
002260
002270 01  ACK-WS-PARM-STATUS          PIC X(02) VALUE SPACES.
002280 01  ACK-WS-CTL-STATUS           PIC X(02) VALUE SPACES.
002290 01  ACK-WS-CARD-STATUS          PIC X(02) VALUE SPACES.
002300 01  ACK-WS-DEFR-STATUS          PIC X(02) VALUE SPACES.
002310 01  ACK-WS-TNGT-STATUS          PIC X(02) VALUE SPACES.
002320 01  ACK-WS-STORE-STATUS         PIC X(02) VALUE SPACES.
002330 01  ACK-WS-SUSP-STATUS          PIC X(02) VALUE SPACES.
002340 01  ACK-WS-HIST-STATUS          PIC X(02) VALUE SPACES.
002350 01  ACK-WS-RPT-STATUS           PIC X(02) VALUE SPACES.
002360
002370* RETURN CODE FOR THE RUN, SET INTO RETURN-CODE JUST BEFORE STOP
002380* RUN - 4 FOR A DROPPED PAIR, 16 FOR A PLAN NOT MADE.
002390 01  ACK-WS-RC                   PIC 9(02) VALUE 0.
002400
002410 01  ACK-WS-TODAY                PIC X(08) VALUE SPACES.
002420
002430* NIGHTLY ITERATION ALLOWANCE OFF THE SYSIN CARD, WHAT IS LEFT OF
002440* IT AS PAIRS ARE PLANNED, AND THE SAFETY MARGIN PUT ON AN
002450* ESTIMATED COST.
002460 01  ACK-WS-ALLOW                PIC 9(11) VALUE 0.
002470 01  ACK-WS-LEFT                 PIC 9(11) VALUE 0.
002480 01  ACK-WS-BUDGETED             PIC 9(11) VALUE 0.
002490 01  ACK-WS-MARGIN               PIC 9(03) VALUE 10.
002500
002510* STACK CEILING THE DRIVER WILL RUN WITH - ACKCTL'S TSIZE,
002520* CLAMPED AS ACKDRIVER CLAMPS IT - AND THE LARGEST BUDGET A CARD
002525* CAN CARRY.
002530 01  ACK-WS-TSIZE                PIC 9(05) VALUE 32764.
002540 01  ACK-WS-TSIZE-MAX            PIC 9(05) VALUE 32764.
002550 01  ACK-WS-BUDGET-MAX           PIC 9(09) VALUE 999999999.
002560
002570* PAIR BEING GATHERED AND THE DECK OR STORE IT CAME FROM.
002580 01  ACK-WS-IN-M                 PIC 9(01).
002590 01  ACK-WS-IN-N                 PIC 9(05).
002600 01  ACK-WS-SOURCE               PIC X(05).
002610 01  ACK-WS-CARD-CTR             PIC 9(05) VALUE 0.
002620
002630* COSTING AND PLANNING WORK FIELDS.
002640 01  ACK-WS-EST                  PIC 9(18) VALUE 0.
002650 01  ACK-WS-DEPTH                PIC 9(18) VALUE 0.
002660 01  ACK-WS-POW2                 PIC 9(18) VALUE 0.
002670 01  ACK-WS-POW4                 PIC 9(18) VALUE 0.
002680 01  ACK-WS-NEED                 PIC 9(12) VALUE 0.
002690 01  ACK-WS-GIVE                 PIC 9(12) VALUE 0.
002700 01  ACK-WS-LO1-N                PIC 9(05) VALUE 0.
002710 01  ACK-WS-LO1-ITER             PIC 9(09) VALUE 0.
002720 01  ACK-WS-LO2-N                PIC 9(05) VALUE 0.
002730 01  ACK-WS-LO2-ITER             PIC 9(09) VALUE 0.
002740 01  ACK-WS-HI-N                 PIC 9(05) VALUE 0.
002750 01  ACK-WS-HI-ITER              PIC 9(09) VALUE 0.
002760 01  ACK-WS-VAR                  PIC S9(04) VALUE 0.
002770 01  ACK-WS-HIST-DATE            PIC X(08) VALUE SPACES.
002780
002790* SCRATCH FIELDS FOR DE-EDITING THE N AND ITERATIONS COLUMNS OF AN
002800* ACKRPT DETAIL LINE.
002810 01  ACK-WS-EDIT-N.
002820     05  ACK-WS-EDIT-N-X         PIC X(05).
002830 01  ACK-WS-EDIT-N-N REDEFINES ACK-WS-EDIT-N
002840                                 PIC 9(05).
002850 01  ACK-WS-EDIT-VALUE.
002860     05  ACK-WS-EDIT-VALUE-X     PIC X(09).
002870 01  ACK-WS-EDIT-VALUE-N REDEFINES ACK-WS-EDIT-VALUE
002880                                 PIC 9(09).
002890
002900* COUNTS FOR THE PLAN REPORT TOTALS.
002910 01  ACK-WS-CNT-DECK             PIC 9(05) VALUE 0.
002920 01  ACK-WS-CNT-DEFIN            PIC 9(05) VALUE 0.
002930 01  ACK-WS-CNT-SUSP             PIC 9(05) VALUE 0.
002935 01  ACK-WS-CNT-PRIOR            PIC 9(05) VALUE 0.
002940 01  ACK-WS-CNT-DUP              PIC 9(05) VALUE 0.
002950 01  ACK-WS-CNT-BAD              PIC 9(05) VALUE 0.
002960 01  ACK-WS-CNT-TONIGHT          PIC 9(05) VALUE 0.
002970 01  ACK-WS-CNT-CACHED           PIC 9(05) VALUE 0.
002980 01  ACK-WS-CNT-COMPUTED         PIC 9(05) VALUE 0.
002990 01  ACK-WS-CNT-RESUMED          PIC 9(05) VALUE 0.
003000 01  ACK-WS-CNT-SUSPENDED        PIC 9(05) VALUE 0.
003010 01  ACK-WS-CNT-UNKNOWN          PIC 9(05) VALUE 0.
003020 01  ACK-WS-CNT-DEFERRED         PIC 9(05) VALUE 0.
003030 01  ACK-WS-CNT-REJECTED         PIC 9(05) VALUE 0.
003040 01  ACK-WS-CNT-FAILED           PIC 9(05) VALUE 0.
003050 01  ACK-WS-CNT-HIST-RUNS        PIC 9(05) VALUE 0.
003060 01  ACK-WS-CNT-COMPARED         PIC 9(05) VALUE 0.
003070 01  ACK-WS-CNT-CLOSE            PIC 9(05) VALUE 0.
003080 01  ACK-WS-SUM-EST              PIC 9(12) VALUE 0.
003090 01  ACK-WS-SUM-ACT              PIC 9(12) VALUE 0.
003100
003110* EVERY PAIR OF THE NIGHT'S WORK, IN THE ORDER GATHERED.  CLASS
003120* DRIVES THE RUN ORDER (1 CACHED, 2 KNOWN COST, 3 UNKNOWN COST,
003130* 9 DROPPED); BANKED IS func'S ITERATION COUNTER AS SAVED (1 FOR A
003140* FRESH PAIR), REMAIN THE ITERATIONS STILL NEEDED.  THE LAST-
003150* FIELDS HOLD THE PAIR'S LATEST OUTCOME ON EARLIER ACKRPT RESULTS.
003160 01  ACK-WS-PAIR-USED            PIC 9(04) VALUE 0.
003170 01  ACK-WS-PAIR-MAX             PIC 9(04) VALUE 2000.
003180 01  ACK-WS-PAIR-IDX             PIC 9(04) VALUE 0.
003190 01  ACK-PAIR-TABLE.
003200     05  ACK-PAIR-ENTRY OCCURS 2000 TIMES
003210             INDEXED BY ACK-PAIR-NDX.
003220         10  ACK-PAIR-M          PIC 9(01).
003230         10  ACK-PAIR-N          PIC 9(05).
003240         10  ACK-PAIR-SOURCE     PIC X(05).
003250         10  ACK-PAIR-CLASS      PIC 9(01).
003260         10  ACK-PAIR-COST-SW    PIC X(01).
003270             88  ACK-PAIR-COST-EXACT        VALUE 'X'.
003280             88  ACK-PAIR-COST-ESTIMATED    VALUE 'E'.
003290             88  ACK-PAIR-COST-UNKNOWN      VALUE 'U'.
003300         10  ACK-PAIR-EST        PIC 9(12).
003310         10  ACK-PAIR-BASIS      PIC X(12).
003320         10  ACK-PAIR-BANKED-SW  PIC X(01).
003330             88  ACK-PAIR-BANKED            VALUE 'Y'.
003340         10  ACK-PAIR-BANKED-C   PIC 9(09).
003350         10  ACK-PAIR-REMAIN     PIC 9(12).
003360         10  ACK-PAIR-BUDGET     PIC 9(09).
003370         10  ACK-PAIR-EXPECT     PIC X(09).
003380         10  ACK-PAIR-LAST-STAT  PIC X(09).
003390         10  ACK-PAIR-LAST-SW    PIC X(01).
003400             88  ACK-PAIR-LAST-HAS-ITER     VALUE 'Y'.
003410         10  ACK-PAIR-LAST-ITER  PIC 9(09).
003420
003430* STORED PAIRS OF M 4 AND UP, IN KEY ORDER, FOR ESTIMATING THE
003440* PAIRS THAT HAVE NO CLOSED FORM.
003450 01  ACK-WS-NBR-USED             PIC 9(04) VALUE 0.
003460 01  ACK-WS-NBR-MAX              PIC 9(04) VALUE 500.
003470 01  ACK-NBR-TABLE.
003480     05  ACK-NBR-ENTRY OCCURS 500 TIMES
003490             INDEXED BY ACK-NBR-NDX.
003500         10  ACK-NBR-M           PIC 9(01).
003510         10  ACK-NBR-N           PIC 9(05).
003520         10  ACK-NBR-ITER        PIC 9(09).
003530
003540* ACKDRIVER'S TABLE OF KNOWN-SAFE (M,N) CEILINGS - A PAIR BEYOND
003550* IT IS REJECTED THERE WITHOUT EVER BEING RUN, SO IT IS DROPPED
003560* HERE.  KEEP IN STEP WITH THE TABLE IN ACKDRIVER.
003570 01  ACK-LIMIT-TABLE.
003580     05  FILLER.
003590         10  FILLER              PIC 9(01) VALUE 0.
003600         10  FILLER              PIC 9(05) VALUE 32764.
003610     05  FILLER.
003620         10  FILLER              PIC 9(01) VALUE 1.
003630         10  FILLER              PIC 9(05) VALUE 32764.
003640     05  FILLER.
003650         10  FILLER              PIC 9(01) VALUE 2.
003660         10  FILLER              PIC 9(05) VALUE 32764.
003670     05  FILLER.
003680         10  FILLER              PIC 9(01) VALUE 3.
003690         10  FILLER              PIC 9(05) VALUE 00011.
003700     05  FILLER.
003710         10  FILLER              PIC 9(01) VALUE 4.
003720         10  FILLER              PIC 9(05) VALUE 00001.
003730
003740 01  ACK-LIMIT-TABLE-R REDEFINES ACK-LIMIT-TABLE.
003750     05  ACK-LIMIT-ENTRY OCCURS 5 TIMES
003760             INDEXED BY ACK-LIMIT-NDX.
003770         10  ACK-LIMIT-M         PIC 9(01).
003780         10  ACK-LIMIT-N-MAX     PIC 9(05).
003790
003800* PLAN REPORT LINE LAYOUTS.
003810 01  ACK-RPT-HEADER-LINE.
003820     05  FILLER                  PIC X(22) VALUE
003830             'ACKERMANN NIGHTLY PLAN'.
003840     05  FILLER                  PIC X(04) VALUE SPACES.
003850     05  FILLER                  PIC X(09) VALUE 'RUN DATE:'.
003860     05  ACK-RPT-H-DATE          PIC X(08).
003870     05  FILLER                  PIC X(04) VALUE SPACES.
003880     05  FILLER                  PIC X(10) VALUE 'ALLOWANCE:'.
003890     05  ACK-RPT-H-ALLOW         PIC Z(10)9.
003900     05  FILLER                  PIC X(04) VALUE SPACES.
003910     05  FILLER                  PIC X(06) VALUE 'TSIZE:'.
003920     05  ACK-RPT-H-TSIZE         PIC Z(4)9.
003930     05  FILLER                  PIC X(04) VALUE SPACES.
003940     05  FILLER                  PIC X(07) VALUE 'MARGIN:'.
003950     05  ACK-RPT-H-MARGIN        PIC ZZ9.
003960     05  FILLER                  PIC X(01) VALUE '%'.
003970
003980 01  ACK-RPT-PLAN-LINE.
003990     05  FILLER                  PIC X(02) VALUE 'M:'.
004000     05  ACK-RPT-P-M             PIC 9(01).
004010     05  FILLER                  PIC X(02) VALUE SPACES.
004020     05  FILLER                  PIC X(02) VALUE 'N:'.
004030     05  ACK-RPT-P-N             PIC ZZZZ9.
004040     05  FILLER                  PIC X(02) VALUE SPACES.
004050     05  ACK-RPT-P-SOURCE        PIC X(05).
004060     05  FILLER                  PIC X(01) VALUE SPACES.
004070     05  FILLER                  PIC X(04) VALUE 'EST:'.
004080     05  ACK-RPT-P-EST           PIC Z(11)9 BLANK WHEN ZERO.
004090     05  FILLER                  PIC X(01) VALUE SPACES.
004100     05  ACK-RPT-P-BASIS         PIC X(12).
004110     05  FILLER                  PIC X(01) VALUE SPACES.
004120     05  FILLER                  PIC X(07) VALUE 'BANKED:'.
004130     05  ACK-RPT-P-BANKED        PIC Z(8)9 BLANK WHEN ZERO.
004140     05  FILLER                  PIC X(01) VALUE SPACES.
004150     05  FILLER                  PIC X(07) VALUE 'BUDGET:'.
004160     05  ACK-RPT-P-BUDGET        PIC Z(8)9 BLANK WHEN ZERO.
004170     05  FILLER                  PIC X(01) VALUE SPACES.
004180     05  FILLER                  PIC X(07) VALUE 'EXPECT:'.
004190     05  ACK-RPT-P-EXPECT        PIC X(09).
004200     05  FILLER                  PIC X(01) VALUE SPACES.
004210     05  FILLER                  PIC X(05) VALUE 'LAST:'.
004220     05  ACK-RPT-P-LAST          PIC X(09).
004230     05  FILLER                  PIC X(01) VALUE SPACES.
004240     05  ACK-RPT-P-LAST-ITER     PIC Z(8)9 BLANK WHEN ZERO.
004250     05  FILLER                  PIC X(01) VALUE SPACES.
004260     05  ACK-RPT-P-VAR-AREA.
004270         10  ACK-RPT-P-VAR       PIC -ZZZ9.
004280         10  ACK-RPT-P-PCT       PIC X(01).
004290
004300 01  ACK-RPT-TOTAL-LINE.
004310     05  ACK-RPT-T-LABEL         PIC X(30).
004320     05  ACK-RPT-T-VALUE         PIC Z(11)9.
004330
004340 PROCEDURE DIVISION.
004350
004360 0000-MAINLINE.
004370     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004380     IF ACK-WS-RC NOT < 16
004390         GO TO 0000-TERMINATE
004400     END-IF.
004410     PERFORM 2000-OPEN-STORES THRU 2000-EXIT.
004420     PERFORM 2100-LOAD-NEIGHBOURS THRU 2100-EXIT.
004430     PERFORM 3000-LOAD-CARD-DECK THRU 3000-EXIT.
004440     IF ACK-WS-RC NOT < 16
004450         GO TO 0000-TERMINATE
004460     END-IF.
004470     PERFORM 3100-LOAD-DEFERRED-DECK THRU 3100-EXIT.
004480     IF ACK-WS-RC NOT < 16
004490         GO TO 0000-TERMINATE
004500     END-IF.
004502     PERFORM 3150-LOAD-PRIOR-TONIGHT THRU 3150-EXIT.
004504     IF ACK-WS-RC NOT < 16
004506         GO TO 0000-TERMINATE
004508     END-IF.
004510     PERFORM 3200-LOAD-SUSPENDED-PAIRS THRU 3200-EXIT.
004520     IF ACK-WS-RC NOT < 16
004530         GO TO 0000-TERMINATE
004540     END-IF.
004550     PERFORM 4000-READ-RESULTS-HISTORY THRU 4000-EXIT.
004560     PERFORM 5000-COST-PAIRS THRU 5000-EXIT.
004570     PERFORM 6000-OPEN-OUTPUTS THRU 6000-EXIT.
004580     IF ACK-WS-RC NOT < 16
004590         GO TO 0000-TERMINATE
004600     END-IF.
004610     PERFORM 7000-SCHEDULE THRU 7000-EXIT.
004620     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
004630 0000-TERMINATE.
004640     IF ACK-WS-OUT-OPEN
004650         CLOSE ACK-TNGT-FILE
004660         CLOSE ACK-DEFR-FILE
004670         CLOSE ACK-RPT-FILE
004680     END-IF.
004690     IF ACK-WS-STORE-OPEN
004700         CLOSE ACK-STORE-FILE
004710     END-IF.
004720     IF ACK-WS-SUSP-OPEN
004730         CLOSE ACK-SUSP-FILE
004740     END-IF.
004750     MOVE ACK-WS-RC TO RETURN-CODE.
004760     DISPLAY 'ACKPLAN: RUN COMPLETE - RC ' RETURN-CODE.
004770     STOP RUN.
004780
004790*-----------------------------------------------------------------
004800* READS THE SYSIN CARD (NIGHTLY ALLOWANCE, SAFETY MARGIN) AND THE
004810* TSIZE FROM ACKCTL.  NO ALLOWANCE, OR ONE THAT IS NOT NUMERIC,
004820* LEAVES NOTHING TO PLAN AGAINST AND SETS CONDITION CODE 16.  AN
004830* ABSENT ACKCTL KEEPS THE DRIVER'S OWN DEFAULT OF 32764.
004840*-----------------------------------------------------------------
004850 1000-INITIALIZE.
004860     MOVE FUNCTION CURRENT-DATE (1:8) TO ACK-WS-TODAY.
004870     OPEN INPUT ACK-PARM-FILE.
004880     IF ACK-WS-PARM-STATUS NOT = '00'
004890         DISPLAY 'ACKPLAN: UNABLE TO OPEN SYSIN PARM FILE - '
004900             'STATUS '
004910             ACK-WS-PARM-STATUS
004920         MOVE 16 TO ACK-WS-RC
004930         GO TO 1000-EXIT
004940     END-IF.
004950     READ ACK-PARM-FILE
004960         AT END
004970             DISPLAY 'ACKPLAN: SYSIN PARM CARD MISSING OR EMPTY'
004980             MOVE 16 TO ACK-WS-RC
004990             CLOSE ACK-PARM-FILE
005000             GO TO 1000-EXIT
005010     END-READ.
005020     CLOSE ACK-PARM-FILE.
005030     IF ACK-PARM-ALLOW NOT NUMERIC
005040      OR ACK-PARM-ALLOW = ZEROS
005050         DISPLAY 'ACKPLAN: NIGHTLY ITERATION ALLOWANCE ON THE '
005060             'SYSIN CARD IS MISSING OR NOT NUMERIC'
005070         MOVE 16 TO ACK-WS-RC
005080         GO TO 1000-EXIT
005090     END-IF.
005100     MOVE ACK-PARM-ALLOW TO ACK-WS-ALLOW.
005110     IF ACK-PARM-MARGIN NOT = SPACES
005120         IF ACK-PARM-MARGIN NOT NUMERIC
005130             DISPLAY 'ACKPLAN: SAFETY MARGIN ON THE SYSIN CARD '
005140                 'IS NOT NUMERIC'
005150             MOVE 16 TO ACK-WS-RC
005160             GO TO 1000-EXIT
005170         END-IF
005180         MOVE ACK-PARM-MARGIN TO ACK-WS-MARGIN
005190     END-IF.
005200     OPEN INPUT ACK-CTL-FILE.
005210     IF ACK-WS-CTL-STATUS = '00'
005220         READ ACK-CTL-FILE
005230             AT END
005240                 CONTINUE
005250             NOT AT END
005260                 IF ACK-CTL-TSIZE IS NUMERIC
005270                     MOVE ACK-CTL-TSIZE TO ACK-WS-TSIZE
005280                 END-IF
005290         END-READ
005300         CLOSE ACK-CTL-FILE
005310     END-IF.
005320     IF ACK-WS-TSIZE > ACK-WS-TSIZE-MAX
005330         MOVE ACK-WS-TSIZE-MAX TO ACK-WS-TSIZE
005340     END-IF.
005350 1000-EXIT.
005360     EXIT.
005370
005380*-----------------------------------------------------------------
005390* OPENS THE RESULT AND SUSPEND STORES FOR READING.  WITHOUT THE
005400* RESULT STORE NO PAIR IS PLANNED AS CACHED AND M 4 AND UP HAVE
005410* NO HISTORY TO ESTIMATE FROM; WITHOUT THE SUSPEND STORE EVERY
005420* PAIR IS PLANNED AS FRESH.
005430*-----------------------------------------------------------------
005440 2000-OPEN-STORES.
005450     OPEN INPUT ACK-STORE-FILE.
005460     IF ACK-WS-STORE-STATUS = '00'
005470         SET ACK-WS-STORE-OPEN TO TRUE
005480     ELSE
005490         DISPLAY 'ACKPLAN: RESULT STORE NOT AVAILABLE - STATUS '
005500             ACK-WS-STORE-STATUS ' - NO PAIR PLANNED AS CACHED'
005510     END-IF.
005520     OPEN INPUT ACK-SUSP-FILE.
005530     IF ACK-WS-SUSP-STATUS = '00'
005540         SET ACK-WS-SUSP-OPEN TO TRUE
005550     ELSE
005560         DISPLAY 'ACKPLAN: SUSPEND STORE NOT AVAILABLE - STATUS '
005570             ACK-WS-SUSP-STATUS ' - NO BANKED WORK COUNTED'
005580     END-IF.
005590 2000-EXIT.
005600     EXIT.
005610
005620*-----------------------------------------------------------------
005630* SWEEPS THE RESULT STORE FROM M 4 UP INTO THE NEIGHBOUR TABLE.
005640* A STORE WITH MORE SUCH PAIRS THAN THE TABLE HOLDS IS NOTED AND
005650* THE ESTIMATES WORK FROM THE PAIRS LOADED.
005660*-----------------------------------------------------------------
005670 2100-LOAD-NEIGHBOURS.
005680     IF NOT ACK-WS-STORE-OPEN
005690         GO TO 2100-EXIT
005700     END-IF.
005710     MOVE 4 TO ACK-STORE-M.
005720     MOVE 0 TO ACK-STORE-N.
005730     START ACK-STORE-FILE KEY IS NOT < ACK-STORE-KEY
005740         INVALID KEY
005750             GO TO 2100-EXIT
005760     END-START.
005770     MOVE 'N' TO ACK-WS-EOF-SW.
005780     PERFORM 2110-LOAD-ONE-NEIGHBOUR THRU 2110-EXIT
005790         UNTIL ACK-WS-EOF.
005800 2100-EXIT.
005810     EXIT.
005820
005830 2110-LOAD-ONE-NEIGHBOUR.
005840     READ ACK-STORE-FILE NEXT RECORD
005850         AT END
005860             MOVE 'Y' TO ACK-WS-EOF-SW
005870     END-READ.
005880     IF ACK-WS-EOF
005890         GO TO 2110-EXIT
005900     END-IF.
005910     IF ACK-WS-NBR-USED NOT < ACK-WS-NBR-MAX
005920         DISPLAY 'ACKPLAN: MORE THAN ' ACK-WS-NBR-MAX
005930             ' STORED PAIRS OF M 4 AND UP - ESTIMATES USE THE '
005940             'FIRST '
005950             ACK-WS-NBR-MAX
005960         MOVE 'Y' TO ACK-WS-EOF-SW
005970         GO TO 2110-EXIT
005980     END-IF.
005990     ADD 1 TO ACK-WS-NBR-USED.
006000     SET ACK-NBR-NDX TO ACK-WS-NBR-USED.
006010     MOVE ACK-STORE-M    TO ACK-NBR-M (ACK-NBR-NDX).
006020     MOVE ACK-STORE-N    TO ACK-NBR-N (ACK-NBR-NDX).
006030     MOVE ACK-STORE-ITER TO ACK-NBR-ITER (ACK-NBR-NDX).
006040 2110-EXIT.
006050     EXIT.
006060
006070*-----------------------------------------------------------------
006080* LOADS THE INCOMING CARD DECK INTO THE PAIR TABLE.  A DECK THAT
006090* CANNOT BE OPENED LEAVES THE NIGHT UNPLANNED (CONDITION CODE 16);
006100* A CARD THAT IS NOT NUMERIC IS DROPPED WITH CONDITION CODE 4.
006110*-----------------------------------------------------------------
006120 3000-LOAD-CARD-DECK.
006130     OPEN INPUT ACK-CARD-FILE.
006140     IF ACK-WS-CARD-STATUS NOT = '00'
006150         DISPLAY 'ACKPLAN: UNABLE TO OPEN ACKCARD - STATUS '
006160             ACK-WS-CARD-STATUS
006170         MOVE 16 TO ACK-WS-RC
006180         GO TO 3000-EXIT
006190     END-IF.
006200     MOVE 'DECK' TO ACK-WS-SOURCE.
006210     MOVE 0 TO ACK-WS-CARD-CTR.
006220     MOVE 'N' TO ACK-WS-EOF-SW.
006230     PERFORM 3010-READ-ONE-CARD THRU 3010-EXIT
006240         UNTIL ACK-WS-EOF.
006250     CLOSE ACK-CARD-FILE.
006260 3000-EXIT.
006270     EXIT.
006280
006290 3010-READ-ONE-CARD.
006300     READ ACK-CARD-FILE
006310         AT END
006320             MOVE 'Y' TO ACK-WS-EOF-SW
006330     END-READ.
006340     IF ACK-WS-EOF
006350         GO TO 3010-EXIT
006360     END-IF.
006370     ADD 1 TO ACK-WS-CARD-CTR.
006380     IF ACK-CARD-M NOT NUMERIC
006390      OR ACK-CARD-N NOT NUMERIC
006400         DISPLAY 'ACKPLAN: ACKCARD CARD ' ACK-WS-CARD-CTR
006410             ' IS NOT NUMERIC - DROPPED: ' ACK-CARD-RECORD
006420         ADD 1 TO ACK-WS-CNT-BAD
006430         IF ACK-WS-RC < 4
006440             MOVE 4 TO ACK-WS-RC
006450         END-IF
006460         GO TO 3010-EXIT
006470     END-IF.
006480     ADD 1 TO ACK-WS-CNT-DECK.
006490     MOVE ACK-CARD-M TO ACK-WS-IN-M.
006500     MOVE ACK-CARD-N TO ACK-WS-IN-N.
006510     PERFORM 3500-ADD-PAIR THRU 3500-EXIT.
006520     IF ACK-WS-RC NOT < 16
006530         MOVE 'Y' TO ACK-WS-EOF-SW
006540     END-IF.
006550 3010-EXIT.
006560     EXIT.
006570
006580*-----------------------------------------------------------------
006590* LOADS THE PAIRS EARLIER NIGHTS DEFERRED.  THE DECK IS READ IN
006600* FULL HERE BECAUSE THE SAME DATA SET IS REWRITTEN WHEN THE PLAN
006610* IS MADE; ONE THAT IS ABSENT OR EMPTY SIMPLY DEFERRED NOTHING.
006620*-----------------------------------------------------------------
006630 3100-LOAD-DEFERRED-DECK.
006640     OPEN INPUT ACK-DEFR-FILE.
006650     IF ACK-WS-DEFR-STATUS NOT = '00'
006660         DISPLAY 'ACKPLAN: NO DEFERRED DECK CARRIED OVER - '
006670             'STATUS '
006680             ACK-WS-DEFR-STATUS
006690         GO TO 3100-EXIT
006700     END-IF.
006710     MOVE 'DEFER' TO ACK-WS-SOURCE.
006720     MOVE 0 TO ACK-WS-CARD-CTR.
006730     MOVE 'N' TO ACK-WS-EOF-SW.
006740     PERFORM 3110-READ-ONE-DEFERRED THRU 3110-EXIT
006750         UNTIL ACK-WS-EOF.
006760     CLOSE ACK-DEFR-FILE.
006770 3100-EXIT.
006780     EXIT.
006790
006800 3110-READ-ONE-DEFERRED.
006810     READ ACK-DEFR-FILE
006820         AT END
006830             MOVE 'Y' TO ACK-WS-EOF-SW
006840     END-READ.
006850     IF ACK-WS-EOF
006860         GO TO 3110-EXIT
006870     END-IF.
006880     ADD 1 TO ACK-WS-CARD-CTR.
006890     IF ACK-DEFR-M NOT NUMERIC
006900      OR ACK-DEFR-N NOT NUMERIC
006910         DISPLAY 'ACKPLAN: ACKDEFR CARD ' ACK-WS-CARD-CTR
006920             ' IS NOT NUMERIC - DROPPED: ' ACK-DEFR-RECORD
006930         ADD 1 TO ACK-WS-CNT-BAD
006940         IF ACK-WS-RC < 4
006950             MOVE 4 TO ACK-WS-RC
006960         END-IF
006970         GO TO 3110-EXIT
006980     END-IF.
006990     ADD 1 TO ACK-WS-CNT-DEFIN.
007000     MOVE ACK-DEFR-M TO ACK-WS-IN-M.
007010     MOVE ACK-DEFR-N TO ACK-WS-IN-N.
007020     PERFORM 3500-ADD-PAIR THRU 3500-EXIT.
007030     IF ACK-WS-RC NOT < 16
007040         MOVE 'Y' TO ACK-WS-EOF-SW
007050     END-IF.
007060 3110-EXIT.
007070     EXIT.
007071*-----------------------------------------------------------------
007072* LOADS LAST NIGHT'S DECK BEFORE 6000 REWRITES IT.  A PAIR
007073* PLANNED FOR LAST NIGHT THAT IS NOT IN THE RESULT STORE NOW - THE
007074* ACK STEP DID NOT RUN, OR STOPPED SHORT OF IT - IS GATHERED AGAIN
007075* UNDER SOURCE PRIOR, SO IT IS NOT LOST WITH ITS CARD OFF BOTH
007076* DECKS.  A PAIR STORED SINCE IS DONE AND IS LEFT OFF.  AN ABSENT
007077* OR EMPTY DECK HAS NOTHING TO CARRY.
007078*-----------------------------------------------------------------
007079 3150-LOAD-PRIOR-TONIGHT.
007080     OPEN INPUT ACK-TNGT-FILE.
007081     IF ACK-WS-TNGT-STATUS NOT = '00'
007082         DISPLAY 'ACKPLAN: NO DECK FROM LAST NIGHT ON ACKTNGT - '
007083             'STATUS '
007084             ACK-WS-TNGT-STATUS
007085         GO TO 3150-EXIT
007086     END-IF.
007087     MOVE 'PRIOR' TO ACK-WS-SOURCE.
007088     MOVE 0 TO ACK-WS-CARD-CTR.
007089     MOVE 'N' TO ACK-WS-EOF-SW.
007090     PERFORM 3160-READ-ONE-PRIOR THRU 3160-EXIT
007091         UNTIL ACK-WS-EOF.
007092     CLOSE ACK-TNGT-FILE.
007093 3150-EXIT.
007094     EXIT.
007095
007096 3160-READ-ONE-PRIOR.
007097     READ ACK-TNGT-FILE
007098         AT END
007099             MOVE 'Y' TO ACK-WS-EOF-SW
007100     END-READ.
007101     IF ACK-WS-EOF
007102         GO TO 3160-EXIT
007103     END-IF.
007104     ADD 1 TO ACK-WS-CARD-CTR.
007105     IF ACK-TNGT-M NOT NUMERIC
007106      OR ACK-TNGT-N NOT NUMERIC
007107         DISPLAY 'ACKPLAN: ACKTNGT CARD ' ACK-WS-CARD-CTR
007108             ' IS NOT NUMERIC - DROPPED: ' ACK-TNGT-RECORD
007109         ADD 1 TO ACK-WS-CNT-BAD
007110         IF ACK-WS-RC < 4
007111             MOVE 4 TO ACK-WS-RC
007112         END-IF
007113         GO TO 3160-EXIT
007114     END-IF.
007115     IF ACK-WS-STORE-OPEN
007116         MOVE ACK-TNGT-M TO ACK-STORE-M
007117         MOVE ACK-TNGT-N TO ACK-STORE-N
007118         READ ACK-STORE-FILE
007119             INVALID KEY
007120                 CONTINUE
007121             NOT INVALID KEY
007122                 GO TO 3160-EXIT
007123         END-READ
007124     END-IF.
007125     MOVE ACK-TNGT-M TO ACK-WS-IN-M.
007126     MOVE ACK-TNGT-N TO ACK-WS-IN-N.
007127     PERFORM 3500-ADD-PAIR THRU 3500-EXIT.
007128     IF ACK-WS-RC NOT < 16
007129         MOVE 'Y' TO ACK-WS-EOF-SW
007130     END-IF.
007131 3160-EXIT.
007132     EXIT.
007133
007134*-----------------------------------------------------------------
007135* SWEEPS THE SUSPEND STORE FOR PAIRS IN PROGRESS.  A PAIR WITH
007136* SAVED STATE IS PLANNED WHETHER OR NOT A DECK STILL CARRIES IT,
007137* SO WORK A PAIR BANKED - ON A PARTIAL BUDGET OR BY RUNNING OVER
007138* ITS ESTIMATE - IS NEVER LEFT BEHIND.
007140*-----------------------------------------------------------------
007150 3200-LOAD-SUSPENDED-PAIRS.
007160     IF NOT ACK-WS-SUSP-OPEN
007170         GO TO 3200-EXIT
007180     END-IF.
007190     MOVE LOW-VALUES TO ACK-SUSP-KEY.
007200     START ACK-SUSP-FILE KEY IS NOT < ACK-SUSP-KEY
007210         INVALID KEY
007220             GO TO 3200-EXIT
007230     END-START.
007240     MOVE 'SUSP' TO ACK-WS-SOURCE.
007250     MOVE 'N' TO ACK-WS-EOF-SW.
007260     PERFORM 3210-READ-ONE-SEGMENT THRU 3210-EXIT
007270         UNTIL ACK-WS-EOF.
007280 3200-EXIT.
007290     EXIT.
007300
007310 3210-READ-ONE-SEGMENT.
007320     READ ACK-SUSP-FILE NEXT RECORD
007330         AT END
007340             MOVE 'Y' TO ACK-WS-EOF-SW
007350     END-READ.
007360     IF ACK-WS-EOF
007370         GO TO 3210-EXIT
007380     END-IF.
007390     IF ACK-SUSP-SEG NOT = 1
007400         GO TO 3210-EXIT
007410     END-IF.
007420     MOVE ACK-SUSP-M TO ACK-WS-IN-M.
007430     MOVE ACK-SUSP-N TO ACK-WS-IN-N.
007440     PERFORM 3500-ADD-PAIR THRU 3500-EXIT.
007450     IF ACK-WS-RC NOT < 16
007460         MOVE 'Y' TO ACK-WS-EOF-SW
007470     END-IF.
007480 3210-EXIT.
007490     EXIT.
007500
007510*-----------------------------------------------------------------
007520* ADDS ACK-WS-IN-M/N TO THE PAIR TABLE UNDER ACK-WS-SOURCE.  A
007530* PAIR ALREADY GATHERED IS NOT ADDED AGAIN - A SECOND CARD FOR IT
007540* IS COUNTED AS A DUPLICATE, BUT A PAIR CARRIED FROM LAST NIGHT'S
007545* DECK OR THE SUSPEND STORE IS NOT.  MORE PAIRS THAN THE TABLE
007550* HOLDS LEAVES THE NIGHT UNPLANNED (CONDITION CODE 16).
007560*-----------------------------------------------------------------
007570 3500-ADD-PAIR.
007580     SET ACK-PAIR-NDX TO 1.
007590     SEARCH ACK-PAIR-ENTRY
007600         AT END
007610             CONTINUE
007620         WHEN ACK-PAIR-NDX > ACK-WS-PAIR-USED
007630             CONTINUE
007640         WHEN ACK-PAIR-M (ACK-PAIR-NDX) = ACK-WS-IN-M
007650          AND ACK-PAIR-N (ACK-PAIR-NDX) = ACK-WS-IN-N
007660             IF ACK-WS-SOURCE NOT = 'SUSP'
007665              AND ACK-WS-SOURCE NOT = 'PRIOR'
007670                 ADD 1 TO ACK-WS-CNT-DUP
007680             END-IF
007690             GO TO 3500-EXIT
007700     END-SEARCH.
007710     IF ACK-WS-PAIR-USED NOT < ACK-WS-PAIR-MAX
007720         DISPLAY 'ACKPLAN: MORE THAN ' ACK-WS-PAIR-MAX
007730             ' PAIRS TO PLAN - NOTHING PLANNED, DECKS LEFT AS '
007740             'THEY WERE'
007750         MOVE 16 TO ACK-WS-RC
007760         GO TO 3500-EXIT
007770     END-IF.
007780     IF ACK-WS-SOURCE = 'SUSP'
007790         ADD 1 TO ACK-WS-CNT-SUSP
007800     END-IF.
007805     IF ACK-WS-SOURCE = 'PRIOR'
007806         ADD 1 TO ACK-WS-CNT-PRIOR
007807     END-IF.
007810     ADD 1 TO ACK-WS-PAIR-USED.
007820     SET ACK-PAIR-NDX TO ACK-WS-PAIR-USED.
007830     MOVE ACK-WS-IN-M   TO ACK-PAIR-M (ACK-PAIR-NDX).
007840     MOVE ACK-WS-IN-N   TO ACK-PAIR-N (ACK-PAIR-NDX).
007850     MOVE ACK-WS-SOURCE TO ACK-PAIR-SOURCE (ACK-PAIR-NDX).
007860     MOVE 9             TO ACK-PAIR-CLASS (ACK-PAIR-NDX).
007870     MOVE 'U'           TO ACK-PAIR-COST-SW (ACK-PAIR-NDX).
007880     MOVE 0             TO ACK-PAIR-EST (ACK-PAIR-NDX).
007890     MOVE SPACES        TO ACK-PAIR-BASIS (ACK-PAIR-NDX).
007900     MOVE 'N'           TO ACK-PAIR-BANKED-SW (ACK-PAIR-NDX).
007910     MOVE 1             TO ACK-PAIR-BANKED-C (ACK-PAIR-NDX).
007920     MOVE 0             TO ACK-PAIR-REMAIN (ACK-PAIR-NDX).
007930     MOVE 0             TO ACK-PAIR-BUDGET (ACK-PAIR-NDX).
007940     MOVE SPACES        TO ACK-PAIR-EXPECT (ACK-PAIR-NDX).
007950     MOVE SPACES        TO ACK-PAIR-LAST-STAT (ACK-PAIR-NDX).
007960     MOVE 'N'           TO ACK-PAIR-LAST-SW (ACK-PAIR-NDX).
007970     MOVE 0             TO ACK-PAIR-LAST-ITER (ACK-PAIR-NDX).
007980 3500-EXIT.
007990     EXIT.
008000
008010*-----------------------------------------------------------------
008020* READS THE ACKRPT RESULTS OF EARLIER NIGHTS FRONT TO BACK, SO
008030* EACH PAIR IN THE TABLE ENDS UP WITH ITS LATEST OUTCOME AND, ON
008040* A LINE FROM AFTER THE ITERATIONS COLUMN WAS ADDED, WHAT THAT
008050* ATTEMPT COST.  NO HISTORY MEANS NOTHING TO COMPARE AGAINST.
008060*-----------------------------------------------------------------
008070 4000-READ-RESULTS-HISTORY.
008080     OPEN INPUT ACK-HIST-FILE.
008090     IF ACK-WS-HIST-STATUS NOT = '00'
008100         DISPLAY 'ACKPLAN: NO RESULTS HISTORY ON ACKHIST - '
008110             'STATUS '
008120             ACK-WS-HIST-STATUS
008130         GO TO 4000-EXIT
008140     END-IF.
008150     MOVE 'N' TO ACK-WS-EOF-SW.
008160     PERFORM 4100-SCAN-ONE-HIST-LINE THRU 4100-EXIT
008170         UNTIL ACK-WS-EOF.
008180     CLOSE ACK-HIST-FILE.
008190 4000-EXIT.
008200     EXIT.
008210
008220 4100-SCAN-ONE-HIST-LINE.
008230     READ ACK-HIST-FILE
008240         AT END
008250             MOVE 'Y' TO ACK-WS-EOF-SW
008260     END-READ.
008270     IF ACK-WS-EOF
008280         GO TO 4100-EXIT
008290     END-IF.
008300     IF ACK-HIST-H-TITLE = 'ACKERMANN RESULTS REPORT'
008310         ADD 1 TO ACK-WS-CNT-HIST-RUNS
008320         GO TO 4100-EXIT
008330     END-IF.
008340     IF ACK-HIST-TAG NOT = 'M:'
008350      OR ACK-HIST-M NOT NUMERIC
008360         GO TO 4100-EXIT
008370     END-IF.
008380     MOVE ACK-HIST-N TO ACK-WS-EDIT-N-X.
008390     INSPECT ACK-WS-EDIT-N-X
008400         REPLACING LEADING SPACES BY ZEROS.
008410     IF ACK-WS-EDIT-N-X NOT NUMERIC
008420         GO TO 4100-EXIT
008430     END-IF.
008440     MOVE ACK-HIST-M TO ACK-WS-IN-M.
008450     SET ACK-PAIR-NDX TO 1.
008460     SEARCH ACK-PAIR-ENTRY
008470         AT END
008480             GO TO 4100-EXIT
008490         WHEN ACK-PAIR-NDX > ACK-WS-PAIR-USED
008500             GO TO 4100-EXIT
008510         WHEN ACK-PAIR-M (ACK-PAIR-NDX) = ACK-WS-IN-M
008520          AND ACK-PAIR-N (ACK-PAIR-NDX) = ACK-WS-EDIT-N-N
008530             CONTINUE
008540     END-SEARCH.
008550     MOVE ACK-HIST-STATUS TO ACK-PAIR-LAST-STAT (ACK-PAIR-NDX).
008560     MOVE ACK-HIST-ITER TO ACK-WS-EDIT-VALUE-X.
008570     INSPECT ACK-WS-EDIT-VALUE-X
008580         REPLACING LEADING SPACES BY ZEROS.
008590     IF ACK-WS-EDIT-VALUE-X IS NUMERIC
008600      AND ACK-WS-EDIT-VALUE-N > 0
008610         MOVE 'Y' TO ACK-PAIR-LAST-SW (ACK-PAIR-NDX)
008620         MOVE ACK-WS-EDIT-VALUE-N
008630             TO ACK-PAIR-LAST-ITER (ACK-PAIR-NDX)
008640     ELSE
008650         MOVE 'N' TO ACK-PAIR-LAST-SW (ACK-PAIR-NDX)
008660         MOVE 0 TO ACK-PAIR-LAST-ITER (ACK-PAIR-NDX)
008670     END-IF.
008680 4100-EXIT.
008690     EXIT.
008700
008710*-----------------------------------------------------------------
008720* COSTS EVERY PAIR IN THE TABLE AND GIVES IT ITS CLASS.
008730*-----------------------------------------------------------------
008740 5000-COST-PAIRS.
008750     PERFORM 5100-COST-ONE-PAIR THRU 5100-EXIT
008760         VARYING ACK-PAIR-NDX FROM 1 BY 1
008770         UNTIL ACK-PAIR-NDX > ACK-WS-PAIR-USED.
008780 5000-EXIT.
008790     EXIT.
008800
008810*-----------------------------------------------------------------
008820* A PAIR BEYOND THE SAFE-LIMITS TABLE IS DROPPED AS REJECTED.  A
008830* STORED PAIR IS CACHED AT NO COST.  OTHERWISE THE FULL COST IS
008840* WORKED OUT (CLOSED FORM FOR M 0-3, NEIGHBOURS FOR M 4 AND UP),
008850* A PAIR WHOSE STACK WOULD OVERRUN TSIZE IS DROPPED AS FAILED,
008860* AND THE ITERATIONS ALREADY BANKED ARE TAKEN OFF.  THE BUDGET
008870* THAT COMPLETES A PAIR IS ITS FULL COST LESS THE COUNTER func
008880* STARTS FROM - 1 FOR A FRESH PAIR, THE SAVED COUNT ON A RESUME.
008890*-----------------------------------------------------------------
008900 5100-COST-ONE-PAIR.
008910     PERFORM 5150-VALIDATE-LIMITS THRU 5150-EXIT.
008920     IF ACK-WS-PAIR-INVALID
008930         MOVE 9 TO ACK-PAIR-CLASS (ACK-PAIR-NDX)
008940         MOVE 'REJECTED' TO ACK-PAIR-EXPECT (ACK-PAIR-NDX)
008950         MOVE 'SAFE LIMITS' TO ACK-PAIR-BASIS (ACK-PAIR-NDX)
008960         GO TO 5100-EXIT
008970     END-IF.
008980     IF ACK-WS-STORE-OPEN
008990         MOVE ACK-PAIR-M (ACK-PAIR-NDX) TO ACK-STORE-M
009000         MOVE ACK-PAIR-N (ACK-PAIR-NDX) TO ACK-STORE-N
009010         READ ACK-STORE-FILE
009020             INVALID KEY
009030                 CONTINUE
009040             NOT INVALID KEY
009050                 MOVE 1 TO ACK-PAIR-CLASS (ACK-PAIR-NDX)
009060                 MOVE 'X' TO ACK-PAIR-COST-SW (ACK-PAIR-NDX)
009070                 MOVE ACK-STORE-ITER
009080                     TO ACK-PAIR-EST (ACK-PAIR-NDX)
009090                 MOVE 'STORED' TO ACK-PAIR-BASIS (ACK-PAIR-NDX)
009100                 MOVE 'CACHED' TO ACK-PAIR-EXPECT (ACK-PAIR-NDX)
009110                 GO TO 5100-EXIT
009120         END-READ
009130     END-IF.
009140     IF ACK-WS-SUSP-OPEN
009150         MOVE ACK-PAIR-M (ACK-PAIR-NDX) TO ACK-SUSP-M
009160         MOVE ACK-PAIR-N (ACK-PAIR-NDX) TO ACK-SUSP-N
009170         MOVE 1 TO ACK-SUSP-SEG
009180         READ ACK-SUSP-FILE
009190             INVALID KEY
009200                 CONTINUE
009210             NOT INVALID KEY
009220                 MOVE 'Y' TO ACK-PAIR-BANKED-SW (ACK-PAIR-NDX)
009230                 MOVE ACK-SUSP-C
009240                     TO ACK-PAIR-BANKED-C (ACK-PAIR-NDX)
009250         END-READ
009260     END-IF.
009270     IF ACK-PAIR-M (ACK-PAIR-NDX) < 4
009280         PERFORM 5200-CLOSED-FORM THRU 5200-EXIT
009290         IF ACK-WS-DEPTH > ACK-WS-TSIZE
009300             MOVE 9 TO ACK-PAIR-CLASS (ACK-PAIR-NDX)
009310             MOVE 'FAILED' TO ACK-PAIR-EXPECT (ACK-PAIR-NDX)
009320             GO TO 5100-EXIT
009330         END-IF
009340     ELSE
009350         PERFORM 5300-ESTIMATE-FROM-STORE THRU 5300-EXIT
009360     END-IF.
009370     IF ACK-PAIR-COST-UNKNOWN (ACK-PAIR-NDX)
009380         MOVE 3 TO ACK-PAIR-CLASS (ACK-PAIR-NDX)
009390         GO TO 5100-EXIT
009400     END-IF.
009410     IF ACK-PAIR-EST (ACK-PAIR-NDX)
009420         NOT > ACK-PAIR-BANKED-C (ACK-PAIR-NDX)
009430*        ALREADY PAST WHAT THE NEIGHBOURS SUGGEST - THE ESTIMATE
009440*        SAYS NOTHING ABOUT WHAT IS LEFT.
009450         MOVE 'U' TO ACK-PAIR-COST-SW (ACK-PAIR-NDX)
009460         MOVE 'OVERRAN EST' TO ACK-PAIR-BASIS (ACK-PAIR-NDX)
009470         MOVE 3 TO ACK-PAIR-CLASS (ACK-PAIR-NDX)
009480         GO TO 5100-EXIT
009490     END-IF.
009500     MOVE 2 TO ACK-PAIR-CLASS (ACK-PAIR-NDX).
009510     COMPUTE ACK-PAIR-REMAIN (ACK-PAIR-NDX) =
009520             ACK-PAIR-EST (ACK-PAIR-NDX)
009530             - ACK-PAIR-BANKED-C (ACK-PAIR-NDX).
009540 5100-EXIT.
009550     EXIT.
009560
009570 5150-VALIDATE-LIMITS.
009580     SET ACK-WS-PAIR-INVALID TO TRUE.
009590     SET ACK-LIMIT-NDX TO 1.
009600     SEARCH ACK-LIMIT-ENTRY
009610         WHEN ACK-LIMIT-M (ACK-LIMIT-NDX)
009620              = ACK-PAIR-M (ACK-PAIR-NDX)
009630             IF ACK-PAIR-N (ACK-PAIR-NDX)
009640                 NOT > ACK-LIMIT-N-MAX (ACK-LIMIT-NDX)
009650                 SET ACK-WS-PAIR-VALID TO TRUE
009660             END-IF
009670     END-SEARCH.
009680 5150-EXIT.
009690     EXIT.
009700
009710*-----------------------------------------------------------------
009720* FULL ITERATION COUNT AND HIGH-WATER DEPTH OF func FOR M 0-3, AS
009730* ACKMAINT'S FUNCTION V CHECKS THE STORE AGAINST THEM.
009740*-----------------------------------------------------------------
009750 5200-CLOSED-FORM.
009760     MOVE 'X' TO ACK-PAIR-COST-SW (ACK-PAIR-NDX).
009770     MOVE 'CLOSED FORM' TO ACK-PAIR-BASIS (ACK-PAIR-NDX).
009780     EVALUATE ACK-PAIR-M (ACK-PAIR-NDX)
009790         WHEN 0
009800             MOVE 2 TO ACK-WS-EST
009810             MOVE 2 TO ACK-WS-DEPTH
009820         WHEN 1
009830             COMPUTE ACK-WS-EST =
009840                     2 * ACK-PAIR-N (ACK-PAIR-NDX) + 3
009850             COMPUTE ACK-WS-DEPTH =
009860                     ACK-PAIR-N (ACK-PAIR-NDX) + 2
009870         WHEN 2
009880             COMPUTE ACK-WS-DEPTH =
009890                     2 * ACK-PAIR-N (ACK-PAIR-NDX) + 3
009900             COMPUTE ACK-WS-EST = ACK-WS-DEPTH
009910                     * (ACK-PAIR-N (ACK-PAIR-NDX) + 2)
009920         WHEN OTHER
009930             COMPUTE ACK-WS-POW2 = 2 ** ACK-PAIR-N (ACK-PAIR-NDX)
009940             COMPUTE ACK-WS-POW4 = ACK-WS-POW2 * ACK-WS-POW2
009950             COMPUTE ACK-WS-DEPTH = 8 * ACK-WS-POW2 - 3
009960             COMPUTE ACK-WS-EST =
009970                     (128 * ACK-WS-POW4 + 40) / 3
009980                     - 40 * ACK-WS-POW2
009990                     + 3 * ACK-PAIR-N (ACK-PAIR-NDX)
010000     END-EVALUATE.
010010     MOVE ACK-WS-EST TO ACK-PAIR-EST (ACK-PAIR-NDX).
010020 5200-EXIT.
010030     EXIT.
010040
010050*-----------------------------------------------------------------
010060* ESTIMATES THE FULL COST OF AN M 4+ PAIR FROM STORED PAIRS OF THE
010070* SAME M: BETWEEN TWO NEIGHBOURS, STRAIGHT-LINE INTERPOLATION
010080* (WHICH OVERSTATES A COST THAT GROWS FASTER THAN A LINE); ABOVE
010090* THEM ALL, THE GROWTH PER STEP OF N BETWEEN THE TWO NEAREST
010100* CARRIED ON; BELOW THEM ALL, THE COST OF THE NEAREST ABOVE, WHICH
010110* IT CANNOT EXCEED.  ONE NEIGHBOUR BELOW OR NONE AT ALL GIVES NO
010120* ESTIMATE.
010130*-----------------------------------------------------------------
010140 5300-ESTIMATE-FROM-STORE.
010150     MOVE 'N' TO ACK-WS-LO1-SW.
010160     MOVE 'N' TO ACK-WS-LO2-SW.
010170     MOVE 'N' TO ACK-WS-HI-SW.
010180     PERFORM 5310-CHECK-ONE-NEIGHBOUR THRU 5310-EXIT
010190         VARYING ACK-NBR-NDX FROM 1 BY 1
010200         UNTIL ACK-NBR-NDX > ACK-WS-NBR-USED.
010210     MOVE 'E' TO ACK-PAIR-COST-SW (ACK-PAIR-NDX).
010220     IF ACK-WS-LO1-FOUND AND ACK-WS-HI-FOUND
010230         MOVE 'INTERPOLATED' TO ACK-PAIR-BASIS (ACK-PAIR-NDX)
010240         COMPUTE ACK-WS-EST ROUNDED = ACK-WS-LO1-ITER
010250                 + (ACK-WS-HI-ITER - ACK-WS-LO1-ITER)
010260                 * (ACK-PAIR-N (ACK-PAIR-NDX) - ACK-WS-LO1-N)
010270                 / (ACK-WS-HI-N - ACK-WS-LO1-N)
010280         GO TO 5300-STORE-ESTIMATE
010290     END-IF.
010300     IF ACK-WS-LO1-FOUND AND ACK-WS-LO2-FOUND
010310         MOVE 'EXTRAPOLATED' TO ACK-PAIR-BASIS (ACK-PAIR-NDX)
010320         COMPUTE ACK-WS-EST ROUNDED = ACK-WS-LO1-ITER
010330                 * (ACK-WS-LO1-ITER / ACK-WS-LO2-ITER)
010340                 ** ((ACK-PAIR-N (ACK-PAIR-NDX) - ACK-WS-LO1-N)
010350                   / (ACK-WS-LO1-N - ACK-WS-LO2-N))
010360             ON SIZE ERROR
010370                 MOVE 999999999999 TO ACK-WS-EST
010380         END-COMPUTE
010390         GO TO 5300-STORE-ESTIMATE
010400     END-IF.
010410     IF ACK-WS-HI-FOUND
010420         MOVE 'NEIGHBOUR' TO ACK-PAIR-BASIS (ACK-PAIR-NDX)
010430         MOVE ACK-WS-HI-ITER TO ACK-WS-EST
010440         GO TO 5300-STORE-ESTIMATE
010450     END-IF.
010460     MOVE 'U' TO ACK-PAIR-COST-SW (ACK-PAIR-NDX).
010470     MOVE 'NO HISTORY' TO ACK-PAIR-BASIS (ACK-PAIR-NDX).
010480     GO TO 5300-EXIT.
010490 5300-STORE-ESTIMATE.
010500     IF ACK-WS-EST > 999999999999
010510         MOVE 999999999999 TO ACK-WS-EST
010520     END-IF.
010530     MOVE ACK-WS-EST TO ACK-PAIR-EST (ACK-PAIR-NDX).
010540 5300-EXIT.
010550     EXIT.
010560
010570*-----------------------------------------------------------------
010580* THE NEIGHBOUR TABLE IS IN KEY ORDER, SO THE LAST PAIR BELOW N
010590* SEEN IS THE NEAREST BELOW AND THE FIRST ABOVE N THE NEAREST
010600* ABOVE.
010610*-----------------------------------------------------------------
010620 5310-CHECK-ONE-NEIGHBOUR.
010630     IF ACK-NBR-M (ACK-NBR-NDX) NOT = ACK-PAIR-M (ACK-PAIR-NDX)
010640      OR ACK-NBR-ITER (ACK-NBR-NDX) = 0
010650         GO TO 5310-EXIT
010660     END-IF.
010670     IF ACK-NBR-N (ACK-NBR-NDX) < ACK-PAIR-N (ACK-PAIR-NDX)
010680         IF ACK-WS-LO1-FOUND
010690             MOVE 'Y' TO ACK-WS-LO2-SW
010700             MOVE ACK-WS-LO1-N TO ACK-WS-LO2-N
010710             MOVE ACK-WS-LO1-ITER TO ACK-WS-LO2-ITER
010720         END-IF
010730         MOVE 'Y' TO ACK-WS-LO1-SW
010740         MOVE ACK-NBR-N (ACK-NBR-NDX) TO ACK-WS-LO1-N
010750         MOVE ACK-NBR-ITER (ACK-NBR-NDX) TO ACK-WS-LO1-ITER
010760         GO TO 5310-EXIT
010770     END-IF.
010780     IF ACK-NBR-N (ACK-NBR-NDX) > ACK-PAIR-N (ACK-PAIR-NDX)
010790      AND NOT ACK-WS-HI-FOUND
010800         MOVE 'Y' TO ACK-WS-HI-SW
010810         MOVE ACK-NBR-N (ACK-NBR-NDX) TO ACK-WS-HI-N
010820         MOVE ACK-NBR-ITER (ACK-NBR-NDX) TO ACK-WS-HI-ITER
010830     END-IF.
010840 5310-EXIT.
010850     EXIT.
010860
010870*-----------------------------------------------------------------
010880* OPENS TONIGHT'S DECK, THE DEFERRED DECK (REWRITTEN FROM HERE ON)
010890* AND THE PLAN REPORT, AND WRITES THE REPORT HEADER.  ANY ONE THAT
010900* CANNOT BE OPENED LEAVES THE NIGHT UNPLANNED.
010910*-----------------------------------------------------------------
010920 6000-OPEN-OUTPUTS.
010930     OPEN OUTPUT ACK-TNGT-FILE.
010940     IF ACK-WS-TNGT-STATUS NOT = '00'
010950         DISPLAY 'ACKPLAN: UNABLE TO OPEN ACKTNGT - STATUS '
010960             ACK-WS-TNGT-STATUS
010970         MOVE 16 TO ACK-WS-RC
010980         GO TO 6000-EXIT
010990     END-IF.
011000     OPEN OUTPUT ACK-DEFR-FILE.
011010     IF ACK-WS-DEFR-STATUS NOT = '00'
011020         DISPLAY 'ACKPLAN: UNABLE TO OPEN ACKDEFR FOR OUTPUT - '
011030             'STATUS ' ACK-WS-DEFR-STATUS
011040         CLOSE ACK-TNGT-FILE
011050         MOVE 16 TO ACK-WS-RC
011060         GO TO 6000-EXIT
011070     END-IF.
011080     OPEN OUTPUT ACK-RPT-FILE.
011090     IF ACK-WS-RPT-STATUS NOT = '00'
011100         DISPLAY 'ACKPLAN: UNABLE TO OPEN ACKPLRPT - STATUS '
011110             ACK-WS-RPT-STATUS
011120         CLOSE ACK-TNGT-FILE
011130         CLOSE ACK-DEFR-FILE
011140         MOVE 16 TO ACK-WS-RC
011150         GO TO 6000-EXIT
011160     END-IF.
011170     SET ACK-WS-OUT-OPEN TO TRUE.
011180     MOVE ACK-WS-TODAY  TO ACK-RPT-H-DATE.
011190     MOVE ACK-WS-ALLOW  TO ACK-RPT-H-ALLOW.
011200     MOVE ACK-WS-TSIZE  TO ACK-RPT-H-TSIZE.
011210     MOVE ACK-WS-MARGIN TO ACK-RPT-H-MARGIN.
011220     MOVE ACK-RPT-HEADER-LINE TO ACK-RPT-RECORD.
011230     WRITE ACK-RPT-RECORD.
011240     MOVE SPACES TO ACK-RPT-RECORD.
011250     WRITE ACK-RPT-RECORD.
011260 6000-EXIT.
011270     EXIT.
011280
011290*-----------------------------------------------------------------
011300* PUTS THE PAIRS IN RUN ORDER - CACHED PAIRS, THEN KNOWN COSTS
011310* CHEAPEST FIRST, THEN PAIRS OF UNKNOWN COST, THEN THE DROPPED -
011320* AND PLANS EACH IN TURN AGAINST THE ALLOWANCE.
011330*-----------------------------------------------------------------
011340 7000-SCHEDULE.
011350     MOVE ACK-WS-ALLOW TO ACK-WS-LEFT.
011360     SORT ACK-SORT-FILE
011370         ASCENDING KEY ACK-SRT-CLASS ACK-SRT-REMAIN ACK-SRT-IDX
011380         INPUT PROCEDURE IS 7100-RELEASE-PAIRS THRU 7100-EXIT
011390         OUTPUT PROCEDURE IS 7200-PLAN-PAIRS THRU 7200-EXIT.
011400 7000-EXIT.
011410     EXIT.
011420
011430 7100-RELEASE-PAIRS.
011440     PERFORM 7110-RELEASE-ONE-PAIR THRU 7110-EXIT
011450         VARYING ACK-PAIR-NDX FROM 1 BY 1
011460         UNTIL ACK-PAIR-NDX > ACK-WS-PAIR-USED.
011470 7100-EXIT.
011480     EXIT.
011490
011500 7110-RELEASE-ONE-PAIR.
011510     SET ACK-WS-PAIR-IDX TO ACK-PAIR-NDX.
011520     MOVE ACK-PAIR-CLASS (ACK-PAIR-NDX)  TO ACK-SRT-CLASS.
011530     MOVE ACK-PAIR-REMAIN (ACK-PAIR-NDX) TO ACK-SRT-REMAIN.
011540     MOVE ACK-WS-PAIR-IDX                TO ACK-SRT-IDX.
011550     RELEASE ACK-SRT-RECORD.
011560 7110-EXIT.
011570     EXIT.
011580
011590 7200-PLAN-PAIRS.
011600     MOVE 'N' TO ACK-WS-SRT-EOF-SW.
011610     PERFORM 7210-PLAN-ONE-PAIR THRU 7210-EXIT
011620         UNTIL ACK-WS-SRT-EOF.
011630 7200-EXIT.
011640     EXIT.
011650
011660*-----------------------------------------------------------------
011670* A CACHED PAIR GOES ON TONIGHT'S DECK WITH NO BUDGET OF ITS OWN.
011680* A PAIR OF KNOWN COST NEEDS WHAT IS LEFT OF IT, PLUS THE MARGIN
011690* WHEN THAT IS AN ESTIMATE; IT GETS AS MUCH OF THAT AS THE
011700* ALLOWANCE STILL HOLDS (NEVER MORE THAN A CARD CAN CARRY), AND IS
011710* EXPECTED TO FINISH ONLY IF THAT COVERS ITS COST.  A PAIR OF
011720* UNKNOWN COST GETS WHATEVER IS STILL LEFT.  A PAIR THAT GETS
011730* NOTHING IS DEFERRED.  DROPPED PAIRS GO ON NEITHER DECK.
011740*-----------------------------------------------------------------
011750 7210-PLAN-ONE-PAIR.
011760     RETURN ACK-SORT-FILE
011770         AT END
011780             MOVE 'Y' TO ACK-WS-SRT-EOF-SW
011790     END-RETURN.
011800     IF ACK-WS-SRT-EOF
011810         GO TO 7210-EXIT
011820     END-IF.
011830     SET ACK-PAIR-NDX TO ACK-SRT-IDX.
011840     EVALUATE ACK-PAIR-CLASS (ACK-PAIR-NDX)
011850         WHEN 1
011860             ADD 1 TO ACK-WS-CNT-CACHED
011870             PERFORM 7250-WRITE-TONIGHT THRU 7250-EXIT
011880         WHEN 2
011890             IF ACK-PAIR-COST-ESTIMATED (ACK-PAIR-NDX)
011900                 COMPUTE ACK-WS-NEED ROUNDED =
011910                         ACK-PAIR-REMAIN (ACK-PAIR-NDX)
011920                         * (100 + ACK-WS-MARGIN) / 100
011930             ELSE
011940                 MOVE ACK-PAIR-REMAIN (ACK-PAIR-NDX)
011950                     TO ACK-WS-NEED
011960             END-IF
011970             PERFORM 7230-GIVE-BUDGET THRU 7230-EXIT
011980         WHEN 3
011990             MOVE 999999999999 TO ACK-WS-NEED
012000             PERFORM 7230-GIVE-BUDGET THRU 7230-EXIT
012010         WHEN OTHER
012020             IF ACK-PAIR-EXPECT (ACK-PAIR-NDX) = 'REJECTED'
012030                 ADD 1 TO ACK-WS-CNT-REJECTED
012040             ELSE
012050                 ADD 1 TO ACK-WS-CNT-FAILED
012060             END-IF
012070             IF ACK-WS-RC < 4
012080                 MOVE 4 TO ACK-WS-RC
012090             END-IF
012100     END-EVALUATE.
012110     PERFORM 7400-WRITE-PLAN-LINE THRU 7400-EXIT.
012120 7210-EXIT.
012130     EXIT.
012140
012150 7230-GIVE-BUDGET.
012160     MOVE ACK-WS-NEED TO ACK-WS-GIVE.
012170     IF ACK-WS-GIVE > ACK-WS-LEFT
012180         MOVE ACK-WS-LEFT TO ACK-WS-GIVE
012190     END-IF.
012200     IF ACK-WS-GIVE > ACK-WS-BUDGET-MAX
012210         MOVE ACK-WS-BUDGET-MAX TO ACK-WS-GIVE
012220     END-IF.
012230     IF ACK-WS-GIVE = 0
012240         MOVE 'DEFERRED' TO ACK-PAIR-EXPECT (ACK-PAIR-NDX)
012250         ADD 1 TO ACK-WS-CNT-DEFERRED
012260         PERFORM 7300-WRITE-DEFERRED THRU 7300-EXIT
012270         GO TO 7230-EXIT
012280     END-IF.
012290     MOVE ACK-WS-GIVE TO ACK-PAIR-BUDGET (ACK-PAIR-NDX).
012300     SUBTRACT ACK-WS-GIVE FROM ACK-WS-LEFT.
012310     ADD ACK-WS-GIVE TO ACK-WS-BUDGETED.
012320     EVALUATE TRUE
012330         WHEN ACK-PAIR-COST-UNKNOWN (ACK-PAIR-NDX)
012340             MOVE 'UNKNOWN' TO ACK-PAIR-EXPECT (ACK-PAIR-NDX)
012350             ADD 1 TO ACK-WS-CNT-UNKNOWN
012360         WHEN ACK-WS-GIVE < ACK-PAIR-REMAIN (ACK-PAIR-NDX)
012370             MOVE 'SUSPENDED' TO ACK-PAIR-EXPECT (ACK-PAIR-NDX)
012380             ADD 1 TO ACK-WS-CNT-SUSPENDED
012390         WHEN ACK-PAIR-BANKED (ACK-PAIR-NDX)
012400             MOVE 'RESUMED' TO ACK-PAIR-EXPECT (ACK-PAIR-NDX)
012410             ADD 1 TO ACK-WS-CNT-RESUMED
012420         WHEN OTHER
012430             MOVE 'COMPUTED' TO ACK-PAIR-EXPECT (ACK-PAIR-NDX)
012440             ADD 1 TO ACK-WS-CNT-COMPUTED
012450     END-EVALUATE.
012460     PERFORM 7250-WRITE-TONIGHT THRU 7250-EXIT.
012470 7230-EXIT.
012480     EXIT.
012490
012500 7250-WRITE-TONIGHT.
012510     MOVE SPACES TO ACK-TNGT-RECORD.
012520     MOVE ACK-PAIR-M (ACK-PAIR-NDX) TO ACK-TNGT-M.
012530     MOVE ACK-PAIR-N (ACK-PAIR-NDX) TO ACK-TNGT-N.
012540     IF ACK-PAIR-BUDGET (ACK-PAIR-NDX) > 0
012550         MOVE ACK-PAIR-BUDGET (ACK-PAIR-NDX) TO ACK-TNGT-BUDGET
012560     END-IF.
012570     WRITE ACK-TNGT-RECORD.
012580     ADD 1 TO ACK-WS-CNT-TONIGHT.
012590 7250-EXIT.
012600     EXIT.
012610
012620 7300-WRITE-DEFERRED.
012630     MOVE SPACES TO ACK-DEFR-RECORD.
012640     MOVE ACK-PAIR-M (ACK-PAIR-NDX) TO ACK-DEFR-M.
012650     MOVE ACK-PAIR-N (ACK-PAIR-NDX) TO ACK-DEFR-N.
012660     WRITE ACK-DEFR-RECORD.
012670 7300-EXIT.
012680     EXIT.
012690
012700*-----------------------------------------------------------------
012710* LISTS THE PAIR ON THE PLAN REPORT.  WHEN THE PAIR LAST FINISHED
012720* (COMPUTED, RESUMED OR CACHED) ON A LINE CARRYING ITS ITERATIONS
012730* AND TONIGHT'S COST IS KNOWN, THE TWO ARE COMPARED AS A PERCENT
012740* OF THE ACTUAL AND ADDED INTO THE ESTIMATE-VERSUS-ACTUAL TOTALS.
012750*-----------------------------------------------------------------
012760 7400-WRITE-PLAN-LINE.
012770     MOVE ACK-PAIR-M (ACK-PAIR-NDX)      TO ACK-RPT-P-M.
012780     MOVE ACK-PAIR-N (ACK-PAIR-NDX)      TO ACK-RPT-P-N.
012790     MOVE ACK-PAIR-SOURCE (ACK-PAIR-NDX) TO ACK-RPT-P-SOURCE.
012800     MOVE ACK-PAIR-EST (ACK-PAIR-NDX)    TO ACK-RPT-P-EST.
012810     MOVE ACK-PAIR-BASIS (ACK-PAIR-NDX)  TO ACK-RPT-P-BASIS.
012820     COMPUTE ACK-RPT-P-BANKED =
012830             ACK-PAIR-BANKED-C (ACK-PAIR-NDX) - 1.
012840     MOVE ACK-PAIR-BUDGET (ACK-PAIR-NDX) TO ACK-RPT-P-BUDGET.
012850     MOVE ACK-PAIR-EXPECT (ACK-PAIR-NDX) TO ACK-RPT-P-EXPECT.
012860     MOVE ACK-PAIR-LAST-STAT (ACK-PAIR-NDX) TO ACK-RPT-P-LAST.
012870     MOVE ACK-PAIR-LAST-ITER (ACK-PAIR-NDX)
012880                                         TO ACK-RPT-P-LAST-ITER.
012890     MOVE SPACES TO ACK-RPT-P-VAR-AREA.
012900     IF ACK-PAIR-LAST-HAS-ITER (ACK-PAIR-NDX)
012910      AND NOT ACK-PAIR-COST-UNKNOWN (ACK-PAIR-NDX)
012920      AND ACK-PAIR-EST (ACK-PAIR-NDX) > 0
012930      AND (ACK-PAIR-LAST-STAT (ACK-PAIR-NDX) = 'COMPUTED'
012940       OR ACK-PAIR-LAST-STAT (ACK-PAIR-NDX) = 'RESUMED'
012950       OR ACK-PAIR-LAST-STAT (ACK-PAIR-NDX) = 'CACHED')
012960         PERFORM 7500-COMPARE-PRIOR THRU 7500-EXIT
012970     END-IF.
012980     MOVE ACK-RPT-PLAN-LINE TO ACK-RPT-RECORD.
012990     WRITE ACK-RPT-RECORD.
013000 7400-EXIT.
013010     EXIT.
013020
013030 7500-COMPARE-PRIOR.
013040     ADD 1 TO ACK-WS-CNT-COMPARED.
013050     ADD ACK-PAIR-EST (ACK-PAIR-NDX) TO ACK-WS-SUM-EST.
013060     ADD ACK-PAIR-LAST-ITER (ACK-PAIR-NDX) TO ACK-WS-SUM-ACT.
013070     COMPUTE ACK-WS-VAR ROUNDED =
013080             (ACK-PAIR-EST (ACK-PAIR-NDX)
013090              - ACK-PAIR-LAST-ITER (ACK-PAIR-NDX)) * 100
013100             / ACK-PAIR-LAST-ITER (ACK-PAIR-NDX)
013110         ON SIZE ERROR
013120             IF ACK-PAIR-EST (ACK-PAIR-NDX)
013130                 > ACK-PAIR-LAST-ITER (ACK-PAIR-NDX)
013140                 MOVE 9999 TO ACK-WS-VAR
013150             ELSE
013160                 MOVE -9999 TO ACK-WS-VAR
013170             END-IF
013180     END-COMPUTE.
013190     IF ACK-WS-VAR NOT > 10
013200      AND ACK-WS-VAR NOT < -10
013210         ADD 1 TO ACK-WS-CNT-CLOSE
013220     END-IF.
013230     MOVE ACK-WS-VAR TO ACK-RPT-P-VAR.
013240     MOVE '%' TO ACK-RPT-P-PCT.
013250 7500-EXIT.
013260     EXIT.
013270
013280*-----------------------------------------------------------------
013290* WRITES THE PLAN TOTALS TO THE REPORT AND A SUMMARY TO THE JOB
013300* LOG.
013310*-----------------------------------------------------------------
013320 8000-WRITE-TOTALS.
013330     MOVE SPACES TO ACK-RPT-RECORD.
013340     WRITE ACK-RPT-RECORD.
013350     MOVE 'NIGHTLY ITERATION ALLOWANCE :' TO ACK-RPT-T-LABEL.
013360     MOVE ACK-WS-ALLOW TO ACK-RPT-T-VALUE.
013370     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
013380     MOVE 'ITERATIONS BUDGETED TONIGHT :' TO ACK-RPT-T-LABEL.
013390     MOVE ACK-WS-BUDGETED TO ACK-RPT-T-VALUE.
013400     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
013410     MOVE 'ALLOWANCE LEFT UNUSED       :' TO ACK-RPT-T-LABEL.
013420     MOVE ACK-WS-LEFT TO ACK-RPT-T-VALUE.
013430     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
013440     MOVE 'PAIRS FROM THE CARD DECK    :' TO ACK-RPT-T-LABEL.
013450     MOVE ACK-WS-CNT-DECK TO ACK-RPT-T-VALUE.
013460     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
013470     MOVE 'PAIRS FROM THE DEFERRED DECK:' TO ACK-RPT-T-LABEL.
013480     MOVE ACK-WS-CNT-DEFIN TO ACK-RPT-T-VALUE.
013490     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
013500     MOVE 'PAIRS ONLY IN SUSPEND STORE :' TO ACK-RPT-T-LABEL.
013510     MOVE ACK-WS-CNT-SUSP TO ACK-RPT-T-VALUE.
013520     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
013522     MOVE 'PAIRS LEFT FROM LAST NIGHT  :' TO ACK-RPT-T-LABEL.
013524     MOVE ACK-WS-CNT-PRIOR TO ACK-RPT-T-VALUE.
013526     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
013530     MOVE 'DUPLICATE CARDS IGNORED     :' TO ACK-RPT-T-LABEL.
013540     MOVE ACK-WS-CNT-DUP TO ACK-RPT-T-VALUE.
013550     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
013560     MOVE 'PAIRS ON TONIGHT''S DECK     :' TO ACK-RPT-T-LABEL.
013570     MOVE ACK-WS-CNT-TONIGHT TO ACK-RPT-T-VALUE.
013580     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
013590     MOVE '  EXPECTED CACHED           :' TO ACK-RPT-T-LABEL.
013600     MOVE ACK-WS-CNT-CACHED TO ACK-RPT-T-VALUE.
013610     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
013620     MOVE '  EXPECTED COMPUTED         :' TO ACK-RPT-T-LABEL.
013630     MOVE ACK-WS-CNT-COMPUTED TO ACK-RPT-T-VALUE.
013640     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
013650     MOVE '  EXPECTED RESUMED          :' TO ACK-RPT-T-LABEL.
013660     MOVE ACK-WS-CNT-RESUMED TO ACK-RPT-T-VALUE.
013670     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
013680     MOVE '  EXPECTED SUSPENDED        :' TO ACK-RPT-T-LABEL.
013690     MOVE ACK-WS-CNT-SUSPENDED TO ACK-RPT-T-VALUE.
013700     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
013710     MOVE '  COST UNKNOWN              :' TO ACK-RPT-T-LABEL.
013720     MOVE ACK-WS-CNT-UNKNOWN TO ACK-RPT-T-VALUE.
013730     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
013740     MOVE 'PAIRS DEFERRED              :' TO ACK-RPT-T-LABEL.
013750     MOVE ACK-WS-CNT-DEFERRED TO ACK-RPT-T-VALUE.
013760     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
013770     MOVE 'DROPPED - REJECTED BY LIMITS:' TO ACK-RPT-T-LABEL.
013780     MOVE ACK-WS-CNT-REJECTED TO ACK-RPT-T-VALUE.
013790     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
013800     MOVE 'DROPPED - STACK OVER TSIZE  :' TO ACK-RPT-T-LABEL.
013810     MOVE ACK-WS-CNT-FAILED TO ACK-RPT-T-VALUE.
013820     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
013830     MOVE 'DROPPED - CARD NOT NUMERIC  :' TO ACK-RPT-T-LABEL.
013840     MOVE ACK-WS-CNT-BAD TO ACK-RPT-T-VALUE.
013850     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
013860     MOVE 'EARLIER RUNS ON ACKHIST     :' TO ACK-RPT-T-LABEL.
013870     MOVE ACK-WS-CNT-HIST-RUNS TO ACK-RPT-T-VALUE.
013880     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
013890     MOVE 'PAIRS COMPARED WITH ACTUALS :' TO ACK-RPT-T-LABEL.
013900     MOVE ACK-WS-CNT-COMPARED TO ACK-RPT-T-VALUE.
013910     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
013920     MOVE '  ESTIMATED, THOSE PAIRS    :' TO ACK-RPT-T-LABEL.
013930     MOVE ACK-WS-SUM-EST TO ACK-RPT-T-VALUE.
013940     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
013950     MOVE '  ACTUAL COST, THOSE PAIRS  :' TO ACK-RPT-T-LABEL.
013960     MOVE ACK-WS-SUM-ACT TO ACK-RPT-T-VALUE.
013970     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
013980     MOVE '  WITHIN 10% OF ACTUAL      :' TO ACK-RPT-T-LABEL.
013990     MOVE ACK-WS-CNT-CLOSE TO ACK-RPT-T-VALUE.
014000     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
014010     DISPLAY 'ACKPLAN: ' ACK-WS-CNT-TONIGHT ' PAIRS TONIGHT, '
014020         ACK-WS-CNT-DEFERRED ' DEFERRED, '
014030         ACK-WS-CNT-REJECTED ' REJECTED, '
014040         ACK-WS-CNT-FAILED ' WOULD FAIL'.
014050     DISPLAY 'ACKPLAN: ' ACK-WS-BUDGETED ' OF ' ACK-WS-ALLOW
014060         ' ITERATIONS BUDGETED'.
014070 8000-EXIT.
014080     EXIT.
014090
014100 8100-WRITE-TOTAL-LINE.
014110     MOVE ACK-RPT-TOTAL-LINE TO ACK-RPT-RECORD.
014120     WRITE ACK-RPT-RECORD.
014130 8100-EXIT.
014140     EXIT.
