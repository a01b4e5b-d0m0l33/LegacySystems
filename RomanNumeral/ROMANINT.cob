000010*****************************************************************
000020* PROGRAM-ID    : ROMAN-TRANS-INTAKE                            *
000030* AUTHOR        : D. MOLINA                                     *
000040* INSTALLATION  : BATCH DEVELOPMENT - MATH LIBRARY GROUP         *
000050* DATE-WRITTEN  : 10/15/2026                                    *
000060* DATE-COMPILED :                                                *
000070*-----------------------------------------------------------------
000080* REMARKS.                                                       *
000090*     NIGHTLY INTAKE OF THE DEPARTMENTAL TRANSMISSIONS, RUN     *
000100*     AHEAD OF THE CONV STEP.  THE FILE-TRANSFER RECEIVING      *
000110*     QUEUE LISTS EVERY DATA SET THAT ARRIVED (ARRIVIN DD -     *
000120*     DATA SET NAME, ARRIVAL DATE AND TIME).  EACH ARRIVAL IS   *
000130*     OPENED AND READ THROUGH ONCE TO CAPTURE ITS 'HDR'         *
000140*     PREPARATION DATE AND DEPARTMENT CODE, ITS 'TRL' RECORD    *
000150*     COUNT AND ITS ACTUAL DETAIL COUNT, AND IS RECORDED ON     *
000160*     THE KEYED TRANSMISSION LOG (TRANLOG DD).  ARRIVALS ARE    *
000170*     CHECKED AGAINST THE EXPECTED-DELIVERY SCHEDULE (SCHEDIN   *
000180*     DD - DEPARTMENT, DELIVERY WEEKDAYS, CUTOFF TIME, INPUT    *
000190*     FORMAT AND SEPARATOR) AND THE NIGHT'S DRIVER FILE         *
000200*     (DRVOUT DD) IS WRITTEN FROM THEM, ONE DL100-DRIVER-RECORD *
000210*     PER READABLE ARRIVAL CARRYING ITS DEPARTMENT'S FORMAT     *
000220*     AND SEPARATOR, SO THE DRIVER LIST IS NO LONGER TYPED BY   *
000230*     HAND.  THE EXCEPTION REPORT (INTKRPT DD) LISTS LATE,      *
000240*     REPEATED, UNSCHEDULED AND UNREADABLE TRANSMISSIONS AND    *
000250*     EVERY DEPARTMENT DUE TONIGHT THAT SENT NOTHING.           *
000260*                                                                *
000270*     SYSIN CARD: COLS 1-8 RUN DATE (CCYYMMDD, BLANK = TODAY).  *
000280*                                                                *
000290*     CONDITION CODES: 0 CLEAN, 4 EXCEPTIONS REPORTED OR AN     *
000300*     ARRIVAL NOT LOGGED (THE DRIVER FILE IS STILL GOOD FOR THE *
000310*     CONV STEP), 16 SETUP FAILURE - NO DRIVER FILE WAS BUILT.  *
000320*-----------------------------------------------------------------
000330* MODIFICATION HISTORY.                                          *
000340*     10/15/2026  DM  ORIGINAL VERSION.                          *
000341*     10/15/2026  DM  A RERUN OF THE NIGHT'S INTAKE NOW TAKES    *
000342*                     EACH ARRIVAL'S LATE AND REPEAT FLAGS BACK  *
000343*                     FROM THE TRANSMISSION LOG, SO IT REPORTS   *
000344*                     AND COUNTS THEM AS THE FIRST RUN DID. A    *
000345*                     FAILED LOG WRITE NOW RAISES THE CONDITION  *
000346*                     CODE TO 4.                                 *
000350*****************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. ROMAN-TRANS-INTAKE.
000380
000390 ENVIRONMENT DIVISION.
000400
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT DL930-PARM-FILE ASSIGN TO "SYSIN"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS DL930-WS-PARM-STATUS.
000460
000470*    EXPECTED-DELIVERY SCHEDULE - ONE RECORD PER DEPARTMENT.
000480*    MAINTAINED BY RECORDS MANAGEMENT.
000490     SELECT DL930-SCHED-FILE ASSIGN TO "SCHEDIN"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS DL930-WS-SCHED-STATUS.
000520
000530*    THE NIGHT'S ARRIVALS FROM THE FILE-TRANSFER RECEIVING
000540*    QUEUE - ONE RECORD PER DATA SET RECEIVED.
000550     SELECT DL930-ARR-FILE ASSIGN TO "ARRIVIN"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS DL930-WS-ARR-STATUS.
000580
000590*    ONE ARRIVED TRANSMISSION - NAME TAKEN FROM THE ARRIVAL
000600*    RECORD, AS ROMAN-IN-FILE IS IN ROMAN-NUMERAL-CONV.
000610     SELECT DL930-TRAN-FILE ASSIGN TO DYNAMIC
000620             DL930-WS-TRAN-FNAME
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS DL930-WS-TRAN-STATUS.
000650
000660*    KEYED TRANSMISSION LOG - ONE RECORD PER TRANSMISSION EVER
000670*    RECEIVED.  DYNAMIC ACCESS: KEYED TO POST AN ARRIVAL,
000680*    SEQUENTIAL FROM A START TO FIND AN EARLIER ARRIVAL OF THE
000690*    SAME DEPARTMENT'S SAME PREPARATION DATE.
000700     SELECT DL930-LOG-FILE ASSIGN TO "TRANLOG"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS DL930-LOG-KEY
000740         FILE STATUS IS DL930-WS-LOG-STATUS.
000750
000760*    THE NIGHT'S DRIVER FILE FOR THE CONV STEP.
000770     SELECT DL930-DRV-FILE ASSIGN TO "DRVOUT"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS DL930-WS-DRV-STATUS.
000800
000810*    INTAKE EXCEPTION REPORT.
000820     SELECT DL930-RPT-FILE ASSIGN TO "INTKRPT"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS DL930-WS-RPT-STATUS.
000850
000860 DATA DIVISION.
000870
000880 FILE SECTION.
000890
000900 FD  DL930-PARM-FILE.
000910 01  DL930-PARM-RECORD.
000920     05  DL930-PARM-RUN-DATE     PIC X(08).
000930
000940 FD  DL930-SCHED-FILE.
000950 01  DL930-SCHED-RECORD.
000960     05  DL930-SCHED-DEPT        PIC X(04).
000970*        DELIVERY DAYS, MONDAY THROUGH SUNDAY - 'Y' = A FILE
000980*        IS EXPECTED FOR THAT DAY'S RUN.
000990     05  DL930-SCHED-DAYS        PIC X(07).
001000*        LATEST ACCEPTABLE ARRIVAL TIME (HHMM) ON THE
001010*        PREPARATION DATE - ZERO OR BLANK = NO CUTOFF.
001020     05  DL930-SCHED-CUTOFF      PIC X(04).
001030*        INPUT FORMAT AND SEPARATOR PASSED TO THE DRIVER
001040*        ENTRY - BLANK TAKES THE CONV STEP'S RUN DEFAULT.
001050     05  DL930-SCHED-INFMT       PIC X(01).
001060     05  DL930-SCHED-SEP         PIC X(01).
001070
001080 FD  DL930-ARR-FILE.
001090 01  DL930-ARR-RECORD.
001100     05  DL930-ARR-DSN           PIC X(25).
001110*        BLANK ARRIVAL DATE = THE RUN DATE, BLANK TIME = 0000.
001120     05  DL930-ARR-DATE          PIC X(08).
001130     05  DL930-ARR-TIME          PIC X(04).
001140
001150 FD  DL930-TRAN-FILE.
001160 01  DL930-TRAN-RECORD           PIC X(310).
001170
001180 FD  DL930-LOG-FILE.
001190 01  DL930-LOG-RECORD.
001200     05  DL930-LOG-KEY.
001210         10  DL930-LOG-DEPT      PIC X(04).
001220         10  DL930-LOG-PREP-DATE PIC X(08).
001230         10  DL930-LOG-ARR-DATE  PIC X(08).
001240         10  DL930-LOG-ARR-TIME  PIC X(04).
001250         10  DL930-LOG-DSN       PIC X(25).
001260     05  DL930-LOG-TRL-COUNT     PIC 9(07).
001270*        'Y' = THE TRANSMISSION CARRIED A TRAILER RECORD.
001280     05  DL930-LOG-TRL-SEEN      PIC X(01).
001290     05  DL930-LOG-DTL-COUNT     PIC 9(07).
001300     05  DL930-LOG-INFMT         PIC X(01).
001310     05  DL930-LOG-SEP           PIC X(01).
001320     05  DL930-LOG-LATE-SW       PIC X(01).
001330     05  DL930-LOG-REPEAT-SW     PIC X(01).
001340     05  DL930-LOG-INTAKE-DATE   PIC X(08).
001350     05  FILLER                  PIC X(04).
001360
001370*    SAME LAYOUT AS DL100-DRIVER-RECORD IN ROMAN-NUMERAL-CONV.
001380 FD  DL930-DRV-FILE.
001390 01  DL930-DRV-RECORD.
001400     05  DL930-DRV-FNAME         PIC X(25).
001410     05  DL930-DRV-INFMT         PIC X(01).
001420     05  DL930-DRV-SEP           PIC X(01).
001430
001440 FD  DL930-RPT-FILE.
001450 01  DL930-RPT-RECORD            PIC X(132).
001460
001470 WORKING-STORAGE SECTION.
001480
001490 01  DL930-WS-SWITCHES.
001500     05  DL930-WS-EOF-SW         PIC X(01) VALUE 'N'.
001510         88  DL930-WS-EOF                   VALUE 'Y'.
001520     05  DL930-WS-TRAN-EOF-SW    PIC X(01) VALUE 'N'.
001530         88  DL930-WS-TRAN-EOF              VALUE 'Y'.
001560     05  DL930-WS-FND-SW         PIC X(01) VALUE 'N'.
001570         88  DL930-WS-FND                   VALUE 'Y'.
001580     05  DL930-WS-HDR-SEEN-SW    PIC X(01) VALUE 'N'.
001590         88  DL930-WS-HDR-SEEN              VALUE 'Y'.
001600     05  DL930-WS-TRL-SEEN-SW    PIC X(01) VALUE 'N'.
001610         88  DL930-WS-TRL-SEEN              VALUE 'Y'.
001620     05  DL930-WS-LATE-SW        PIC X(01) VALUE 'N'.
001630         88  DL930-WS-LATE                  VALUE 'Y'.
001640     05  DL930-WS-REPEAT-SW      PIC X(01) VALUE 'N'.
001650         88  DL930-WS-REPEAT                VALUE 'Y'.
001660     05  DL930-WS-RERUN-SW       PIC X(01) VALUE 'N'.
001670         88  DL930-WS-RERUN                 VALUE 'Y'.
001680
001690 01  DL930-WS-PARM-STATUS        PIC X(02) VALUE SPACES.
001700 01  DL930-WS-SCHED-STATUS       PIC X(02) VALUE SPACES.
001710 01  DL930-WS-ARR-STATUS         PIC X(02) VALUE SPACES.
001720 01  DL930-WS-TRAN-STATUS        PIC X(02) VALUE SPACES.
001730 01  DL930-WS-LOG-STATUS         PIC X(02) VALUE SPACES.
001740 01  DL930-WS-DRV-STATUS         PIC X(02) VALUE SPACES.
001750 01  DL930-WS-RPT-STATUS         PIC X(02) VALUE SPACES.
001760
001770 01  DL930-WS-RUN-DATE           PIC X(08) VALUE SPACES.
001780 01  DL930-WS-RUN-DATE-N REDEFINES DL930-WS-RUN-DATE
001790                                 PIC 9(08).
001800*    DAY OF THE WEEK OF THE RUN DATE, 1 = MONDAY ... 7 = SUNDAY
001810*    - THE POSITION TESTED IN EACH SCHEDULE ENTRY'S DAYS FIELD.
001820 77  DL930-WS-RUN-DAY-I          PIC 9(07) VALUE 0.
001830 77  DL930-WS-RUN-DAY-Q          PIC 9(07) VALUE 0.
001840 77  DL930-WS-RUN-WEEKDAY        PIC 9(01) VALUE 0.
001850
001860*    EXPECTED-DELIVERY SCHEDULE TABLE - REFERENCE DATA LOADED
001870*    ONCE AT START OF RUN.  A SCHEDULE BEYOND THE TABLE
001880*    CAPACITY IS REFUSED OUTRIGHT RATHER THAN CHECKED
001890*    INCOMPLETELY.
001900 77  DL930-SCH-USED              PIC 9(03) VALUE 0.
001910 01  DL930-SCH-TABLE.
001920     05  DL930-SCH-ENTRY OCCURS 100 TIMES
001930             INDEXED BY DL930-SCH-NDX.
001940         10  DL930-SCH-DEPT      PIC X(04).
001950         10  DL930-SCH-DAYS      PIC X(07).
001960         10  DL930-SCH-CUTOFF    PIC 9(04).
001970         10  DL930-SCH-INFMT     PIC X(01).
001980         10  DL930-SCH-SEP       PIC X(01).
001990*            ARRIVALS RECEIVED TONIGHT FOR THIS DEPARTMENT.
002000         10  DL930-SCH-ARRIVED   PIC 9(03).
002010
002020*    THE ARRIVAL IN HAND.
002030 01  DL930-WS-TRAN-FNAME         PIC X(25) VALUE SPACES.
002040 77  DL930-WS-ARR-DATE           PIC X(08).
002050 77  DL930-WS-ARR-TIME           PIC X(04).
002060 01  DL930-WS-ARR-TIME-N         PIC 9(04) VALUE 0.
002070 77  DL930-WS-HDR-DATE           PIC X(08).
002080 77  DL930-WS-HDR-DEPT           PIC X(04).
002090 01  DL930-WS-TRL-COUNT-X        PIC X(07).
002100 01  DL930-WS-TRL-COUNT          PIC 9(07) VALUE 0.
002110 01  DL930-WS-DTL-COUNT          PIC 9(07) VALUE 0.
002120 77  DL930-WS-DISP               PIC X(11).
002130
002140*    RUN-WIDE COUNTS FOR THE CONTROL TOTALS.
002150 77  DL930-WS-ARRIVALS           PIC 9(07) VALUE 0.
002160 77  DL930-WS-LOGGED             PIC 9(07) VALUE 0.
002170 77  DL930-WS-RERUNS             PIC 9(07) VALUE 0.
002180 77  DL930-WS-DRIVER-ENTRIES     PIC 9(07) VALUE 0.
002190 77  DL930-WS-LATE-CNT           PIC 9(07) VALUE 0.
002200 77  DL930-WS-REPEAT-CNT         PIC 9(07) VALUE 0.
002210 77  DL930-WS-UNSCHED-CNT        PIC 9(07) VALUE 0.
002220 77  DL930-WS-UNREAD-CNT         PIC 9(07) VALUE 0.
002230 77  DL930-WS-MISSING-CNT        PIC 9(07) VALUE 0.
002240 77  DL930-WS-EXCEPTIONS         PIC 9(07) VALUE 0.
002250
002260*    REPORT LINE LAYOUTS.
002270 01  DL930-RPT-HEADER-LINE.
002280     05  FILLER                  PIC X(40) VALUE
002290         'ROMAN TRANSMISSION INTAKE EXCEPTIONS    '.
002300     05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
002310     05  DL930-RPT-H-DATE        PIC X(08).
002320
002330 01  DL930-RPT-COLUMN-LINE.
002340     05  FILLER                  PIC X(27) VALUE 'DATA SET NAME'.
002350     05  FILLER                  PIC X(06) VALUE 'DEPT'.
002360     05  FILLER                  PIC X(10) VALUE 'PREPARED'.
002370     05  FILLER                  PIC X(10) VALUE 'ARRIVED'.
002380     05  FILLER                  PIC X(06) VALUE 'TIME'.
002390     05  FILLER                  PIC X(09) VALUE 'TRL CNT'.
002400     05  FILLER                  PIC X(09) VALUE 'DTL CNT'.
002410     05  FILLER                  PIC X(12) VALUE 'EXCEPTION'.
002420
002430 01  DL930-RPT-DETAIL-LINE.
002440     05  DL930-RPT-D-DSN         PIC X(25).
002450     05  FILLER                  PIC X(02) VALUE SPACES.
002460     05  DL930-RPT-D-DEPT        PIC X(04).
002470     05  FILLER                  PIC X(02) VALUE SPACES.
002480     05  DL930-RPT-D-PREP        PIC X(08).
002490     05  FILLER                  PIC X(02) VALUE SPACES.
002500     05  DL930-RPT-D-ARR-DATE    PIC X(08).
002510     05  FILLER                  PIC X(02) VALUE SPACES.
002520     05  DL930-RPT-D-ARR-TIME    PIC X(04).
002530     05  FILLER                  PIC X(02) VALUE SPACES.
002540     05  DL930-RPT-D-TRL         PIC Z(6)9.
002550     05  FILLER                  PIC X(02) VALUE SPACES.
002560     05  DL930-RPT-D-DTL         PIC Z(6)9.
002570     05  FILLER                  PIC X(02) VALUE SPACES.
002580     05  DL930-RPT-D-DISP        PIC X(11).
002590     05  FILLER                  PIC X(01) VALUE SPACES.
002600     05  DL930-RPT-D-LATE        PIC X(04).
002610     05  FILLER                  PIC X(02) VALUE SPACES.
002620     05  DL930-RPT-D-REPEAT      PIC X(08).
002630
002640 01  DL930-RPT-MISSING-LINE.
002650     05  FILLER                  PIC X(27) VALUE
002660         '*** NO TRANSMISSION ***'.
002670     05  DL930-RPT-M-DEPT        PIC X(04).
002680     05  FILLER                  PIC X(02) VALUE SPACES.
002690     05  FILLER                  PIC X(44) VALUE
002700         'DUE FOR THIS RUN DATE'.
002710     05  FILLER                  PIC X(07) VALUE 'MISSING'.
002720
002730 01  DL930-RPT-TOTAL-LINE.
002740     05  DL930-RPT-T-LABEL       PIC X(30).
002750     05  DL930-RPT-T-VALUE       PIC Z(8)9.
002760
002770 PROCEDURE DIVISION.
002780
002790 0000-MAINLINE.
002800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002810     IF RETURN-CODE NOT = 0
002820         GO TO 0000-TERMINATE
002830     END-IF.
002840     PERFORM 2000-PROCESS-ARRIVALS THRU 2000-EXIT.
002850     PERFORM 4000-CHECK-MISSING THRU 4000-EXIT.
002860     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
002870     PERFORM 9000-CLOSE-FILES THRU 9000-EXIT.
002880     IF DL930-WS-EXCEPTIONS > 0
002890      AND RETURN-CODE < 4
002900         MOVE 4                  TO RETURN-CODE
002910     END-IF.
002920     DISPLAY 'ROMAN-TRANS-INTAKE: ' DL930-WS-ARRIVALS
002930         ' ARRIVALS, ' DL930-WS-DRIVER-ENTRIES
002940         ' DRIVER ENTRIES, ' DL930-WS-EXCEPTIONS
002950         ' EXCEPTIONS'.
002960 0000-TERMINATE.
002970     DISPLAY 'ROMAN-TRANS-INTAKE: RUN COMPLETE - RC '
002980         RETURN-CODE.
002990     STOP RUN.
003000
003010*-----------------------------------------------------------------
003020* READS THE SYSIN CARD, LOADS THE DELIVERY SCHEDULE, WORKS OUT
003030* THE RUN DATE'S DAY OF THE WEEK, AND OPENS THE LOG, THE
003040* DRIVER FILE AND THE REPORT (CREATING THE LOG ON ITS FIRST
003050* EVER RUN).  ANY FAILURE HERE MEANS NO DRIVER FILE CAN BE
003060* TRUSTED AND THE RUN REFUSES.
003070*-----------------------------------------------------------------
003080 1000-INITIALIZE.
003090     OPEN INPUT DL930-PARM-FILE.
003100     IF DL930-WS-PARM-STATUS NOT = '00'
003110         DISPLAY 'ROMAN-TRANS-INTAKE: UNABLE TO OPEN SYSIN - '
003120             'STATUS ' DL930-WS-PARM-STATUS
003130         MOVE 16                 TO RETURN-CODE
003140         GO TO 1000-EXIT
003150     END-IF.
003160     READ DL930-PARM-FILE
003170         AT END
003180             CONTINUE
003190         NOT AT END
003200             MOVE DL930-PARM-RUN-DATE TO DL930-WS-RUN-DATE
003210     END-READ.
003220     CLOSE DL930-PARM-FILE.
003230     IF DL930-WS-RUN-DATE = SPACES
003240         MOVE FUNCTION CURRENT-DATE (1:8) TO DL930-WS-RUN-DATE
003250     END-IF.
003260     IF DL930-WS-RUN-DATE NOT NUMERIC
003270         DISPLAY 'ROMAN-TRANS-INTAKE: INVALID RUN DATE '
003280             DL930-WS-RUN-DATE
003290         MOVE 16                 TO RETURN-CODE
003300         GO TO 1000-EXIT
003310     END-IF.
003320*    DAY 1 OF THE INTEGER DATE SCALE (01/01/1601) WAS A MONDAY.
003330     COMPUTE DL930-WS-RUN-DAY-I =
003340         FUNCTION INTEGER-OF-DATE (DL930-WS-RUN-DATE-N) - 1.
003350     DIVIDE DL930-WS-RUN-DAY-I BY 7
003360         GIVING DL930-WS-RUN-DAY-Q
003370         REMAINDER DL930-WS-RUN-WEEKDAY.
003380     ADD 1                       TO DL930-WS-RUN-WEEKDAY.
003390     OPEN INPUT DL930-SCHED-FILE.
003400     IF DL930-WS-SCHED-STATUS NOT = '00'
003410         DISPLAY 'ROMAN-TRANS-INTAKE: UNABLE TO OPEN SCHEDIN - '
003420             'STATUS ' DL930-WS-SCHED-STATUS
003430         MOVE 16                 TO RETURN-CODE
003440         GO TO 1000-EXIT
003450     END-IF.
003460     MOVE 'N'                    TO DL930-WS-EOF-SW.
003470     PERFORM 1100-LOAD-ONE-SCHEDULE THRU 1100-EXIT
003480         UNTIL DL930-WS-EOF.
003490     CLOSE DL930-SCHED-FILE.
003500     IF RETURN-CODE NOT = 0
003510         GO TO 1000-EXIT
003520     END-IF.
003530     OPEN I-O DL930-LOG-FILE.
003540     IF DL930-WS-LOG-STATUS NOT = '00'
003550*        FIRST EVER RUN - CREATE THE EMPTY KEYED LOG, THEN
003560*        REOPEN IT FOR UPDATE IN PLACE.
003570         OPEN OUTPUT DL930-LOG-FILE
003580         CLOSE DL930-LOG-FILE
003590         OPEN I-O DL930-LOG-FILE
003600     END-IF.
003610     IF DL930-WS-LOG-STATUS NOT = '00'
003620         DISPLAY 'ROMAN-TRANS-INTAKE: TRANSMISSION LOG NOT '
003630             'AVAILABLE - STATUS ' DL930-WS-LOG-STATUS
003640         MOVE 16                 TO RETURN-CODE
003650         GO TO 1000-EXIT
003660     END-IF.
003670     OPEN OUTPUT DL930-DRV-FILE.
003680     IF DL930-WS-DRV-STATUS NOT = '00'
003690         DISPLAY 'ROMAN-TRANS-INTAKE: UNABLE TO OPEN DRVOUT - '
003700             'STATUS ' DL930-WS-DRV-STATUS
003710         MOVE 16                 TO RETURN-CODE
003720         CLOSE DL930-LOG-FILE
003730         GO TO 1000-EXIT
003740     END-IF.
003750     OPEN OUTPUT DL930-RPT-FILE.
003760     IF DL930-WS-RPT-STATUS NOT = '00'
003770         DISPLAY 'ROMAN-TRANS-INTAKE: UNABLE TO OPEN INTKRPT - '
003780             'STATUS ' DL930-WS-RPT-STATUS
003790         MOVE 16                 TO RETURN-CODE
003800         CLOSE DL930-LOG-FILE
003810         CLOSE DL930-DRV-FILE
003820         GO TO 1000-EXIT
003830     END-IF.
003840     MOVE DL930-WS-RUN-DATE      TO DL930-RPT-H-DATE.
003850     MOVE DL930-RPT-HEADER-LINE  TO DL930-RPT-RECORD.
003860     WRITE DL930-RPT-RECORD.
003870     MOVE SPACES                 TO DL930-RPT-RECORD.
003880     WRITE DL930-RPT-RECORD.
003890     MOVE DL930-RPT-COLUMN-LINE  TO DL930-RPT-RECORD.
003900     WRITE DL930-RPT-RECORD.
003910 1000-EXIT.
003920     EXIT.
003930
003940 1100-LOAD-ONE-SCHEDULE.
003950     READ DL930-SCHED-FILE
003960         AT END
003970             MOVE 'Y'            TO DL930-WS-EOF-SW
003980     END-READ.
003990     IF DL930-WS-EOF
004000         GO TO 1100-EXIT
004010     END-IF.
004020     IF DL930-SCH-USED NOT < 100
004030         DISPLAY 'ROMAN-TRANS-INTAKE: SCHEDIN EXCEEDS 100 '
004040             'ENTRIES - INTAKE REFUSED RATHER THAN RUN '
004050             'INCOMPLETE'
004060         MOVE 16                 TO RETURN-CODE
004070         MOVE 'Y'                TO DL930-WS-EOF-SW
004080         GO TO 1100-EXIT
004090     END-IF.
004100     ADD 1                       TO DL930-SCH-USED.
004110     SET DL930-SCH-NDX           TO DL930-SCH-USED.
004120     MOVE DL930-SCHED-DEPT TO DL930-SCH-DEPT (DL930-SCH-NDX).
004130     MOVE DL930-SCHED-DAYS TO DL930-SCH-DAYS (DL930-SCH-NDX).
004140     IF DL930-SCHED-CUTOFF IS NUMERIC
004150         MOVE DL930-SCHED-CUTOFF TO DL930-SCH-CUTOFF
004160                                        (DL930-SCH-NDX)
004170     ELSE
004180         MOVE 0 TO DL930-SCH-CUTOFF (DL930-SCH-NDX)
004190     END-IF.
004200     MOVE DL930-SCHED-INFMT TO DL930-SCH-INFMT (DL930-SCH-NDX).
004210     MOVE DL930-SCHED-SEP TO DL930-SCH-SEP (DL930-SCH-NDX).
004220     MOVE 0 TO DL930-SCH-ARRIVED (DL930-SCH-NDX).
004230 1100-EXIT.
004240     EXIT.
004250
004260*-----------------------------------------------------------------
004270* WORKS THROUGH THE NIGHT'S ARRIVAL LIST.  A MISSING OR EMPTY
004280* LIST IS NOT FATAL - IT YIELDS AN EMPTY DRIVER FILE, AND EVERY
004290* DEPARTMENT DUE TONIGHT THEN SHOWS AS MISSING.
004300*-----------------------------------------------------------------
004310 2000-PROCESS-ARRIVALS.
004320     OPEN INPUT DL930-ARR-FILE.
004330     IF DL930-WS-ARR-STATUS NOT = '00'
004340         DISPLAY 'ROMAN-TRANS-INTAKE: ARRIVAL LIST NOT '
004350             'AVAILABLE - STATUS ' DL930-WS-ARR-STATUS
004360         GO TO 2000-EXIT
004370     END-IF.
004380     MOVE 'N'                    TO DL930-WS-EOF-SW.
004390     PERFORM 2100-PROCESS-ONE-ARRIVAL THRU 2100-EXIT
004400         UNTIL DL930-WS-EOF.
004410     CLOSE DL930-ARR-FILE.
004420 2000-EXIT.
004430     EXIT.
004440
004450 2100-PROCESS-ONE-ARRIVAL.
004460     READ DL930-ARR-FILE
004470         AT END
004480             MOVE 'Y'            TO DL930-WS-EOF-SW
004490     END-READ.
004500     IF DL930-WS-EOF
004510         GO TO 2100-EXIT
004520     END-IF.
004530     IF DL930-ARR-DSN = SPACES
004540         GO TO 2100-EXIT
004550     END-IF.
004560     ADD 1                       TO DL930-WS-ARRIVALS.
004570     MOVE DL930-ARR-DSN          TO DL930-WS-TRAN-FNAME.
004580     MOVE DL930-ARR-DATE         TO DL930-WS-ARR-DATE.
004590     IF DL930-WS-ARR-DATE = SPACES
004600         MOVE DL930-WS-RUN-DATE  TO DL930-WS-ARR-DATE
004610     END-IF.
004620     MOVE DL930-ARR-TIME         TO DL930-WS-ARR-TIME.
004630     IF DL930-WS-ARR-TIME NOT NUMERIC
004640         MOVE '0000'             TO DL930-WS-ARR-TIME
004650     END-IF.
004660     MOVE DL930-WS-ARR-TIME      TO DL930-WS-ARR-TIME-N.
004670     MOVE 'N'                    TO DL930-WS-LATE-SW
004680                                    DL930-WS-REPEAT-SW
004690                                    DL930-WS-RERUN-SW.
004700     MOVE SPACES                 TO DL930-WS-DISP.
004710     PERFORM 2200-SCAN-TRANSMISSION THRU 2200-EXIT.
004720     IF DL930-WS-TRAN-STATUS NOT = '00'
004730         MOVE 'UNREADABLE'       TO DL930-WS-DISP
004740         ADD 1                   TO DL930-WS-UNREAD-CNT
004750         PERFORM 5000-WRITE-EXCEPTION THRU 5000-EXIT
004760         GO TO 2100-EXIT
004770     END-IF.
004780     PERFORM 2300-CHECK-SCHEDULE THRU 2300-EXIT.
004790     PERFORM 3000-POST-TO-LOG THRU 3000-EXIT.
004800     PERFORM 2400-WRITE-DRIVER-ENTRY THRU 2400-EXIT.
004810     IF DL930-WS-DISP NOT = SPACES
004820      OR DL930-WS-LATE
004830      OR DL930-WS-REPEAT
004840         PERFORM 5000-WRITE-EXCEPTION THRU 5000-EXIT
004850     END-IF.
004860 2100-EXIT.
004870     EXIT.
004880
004890*-----------------------------------------------------------------
004900* READS ONE ARRIVED TRANSMISSION THROUGH ONCE, CAPTURING THE
004910* 'HDR' PREPARATION DATE AND DEPARTMENT CODE, THE 'TRL' RECORD
004920* COUNT, AND THE NUMBER OF DETAIL RECORDS ACTUALLY PRESENT -
004930* THE SAME CONTROL-RECORD LAYOUT ROMAN-NUMERAL-CONV READS.
004940*-----------------------------------------------------------------
004950 2200-SCAN-TRANSMISSION.
004960     MOVE SPACES                 TO DL930-WS-HDR-DATE
004970                                    DL930-WS-HDR-DEPT.
004980     MOVE 'N'                    TO DL930-WS-HDR-SEEN-SW
004990                                    DL930-WS-TRL-SEEN-SW.
005000     MOVE 0                      TO DL930-WS-TRL-COUNT
005010                                    DL930-WS-DTL-COUNT.
005020     OPEN INPUT DL930-TRAN-FILE.
005030     IF DL930-WS-TRAN-STATUS NOT = '00'
005040         DISPLAY 'ROMAN-TRANS-INTAKE: UNABLE TO OPEN '
005050             DL930-WS-TRAN-FNAME ' - STATUS '
005060             DL930-WS-TRAN-STATUS
005070         GO TO 2200-EXIT
005080     END-IF.
005090     MOVE 'N'                    TO DL930-WS-TRAN-EOF-SW.
005100     PERFORM 2210-SCAN-ONE-RECORD THRU 2210-EXIT
005110         UNTIL DL930-WS-TRAN-EOF.
005120     CLOSE DL930-TRAN-FILE.
005130     MOVE '00'                   TO DL930-WS-TRAN-STATUS.
005140 2200-EXIT.
005150     EXIT.
005160
005170 2210-SCAN-ONE-RECORD.
005180     READ DL930-TRAN-FILE
005190         AT END
005200             MOVE 'Y'            TO DL930-WS-TRAN-EOF-SW
005210     END-READ.
005220     IF DL930-WS-TRAN-EOF
005230         GO TO 2210-EXIT
005240     END-IF.
005250     EVALUATE DL930-TRAN-RECORD (1:3)
005260         WHEN 'HDR'
005270             SET DL930-WS-HDR-SEEN TO TRUE
005280             MOVE DL930-TRAN-RECORD (4:8) TO DL930-WS-HDR-DATE
005290             MOVE DL930-TRAN-RECORD (12:4) TO DL930-WS-HDR-DEPT
005300         WHEN 'TRL'
005310             SET DL930-WS-TRL-SEEN TO TRUE
005320             MOVE DL930-TRAN-RECORD (4:7) TO DL930-WS-TRL-COUNT-X
005330             IF DL930-WS-TRL-COUNT-X IS NUMERIC
005340                 MOVE DL930-WS-TRL-COUNT-X TO DL930-WS-TRL-COUNT
005350             END-IF
005360         WHEN OTHER
005370             ADD 1               TO DL930-WS-DTL-COUNT
005380     END-EVALUATE.
005390 2210-EXIT.
005400     EXIT.
005410
005420*-----------------------------------------------------------------
005430* FINDS THE ARRIVAL'S DEPARTMENT ON THE DELIVERY SCHEDULE AND
005440* DECIDES WHETHER IT CAME IN LATE - AFTER ITS PREPARATION DATE,
005450* OR ON THAT DATE BUT PAST THE DEPARTMENT'S CUTOFF TIME.  AN
005460* ARRIVAL WITH NO HEADER, OR FROM A DEPARTMENT NOT ON THE
005470* SCHEDULE, CANNOT BE CHECKED AND IS REPORTED AS SUCH.
005480*-----------------------------------------------------------------
005490 2300-CHECK-SCHEDULE.
005500     MOVE 'N'                    TO DL930-WS-FND-SW.
005510     IF NOT DL930-WS-HDR-SEEN
005520         MOVE 'NO HEADER'        TO DL930-WS-DISP
005530         ADD 1                   TO DL930-WS-UNSCHED-CNT
005540         GO TO 2300-EXIT
005550     END-IF.
005560     SET DL930-SCH-NDX           TO 1.
005570     SEARCH DL930-SCH-ENTRY
005580         WHEN DL930-SCH-NDX > DL930-SCH-USED
005590             CONTINUE
005600         WHEN DL930-SCH-DEPT (DL930-SCH-NDX) = DL930-WS-HDR-DEPT
005610             SET DL930-WS-FND    TO TRUE
005620     END-SEARCH.
005630     IF NOT DL930-WS-FND
005640         MOVE 'UNSCHEDULED'      TO DL930-WS-DISP
005650         ADD 1                   TO DL930-WS-UNSCHED-CNT
005660         GO TO 2300-EXIT
005670     END-IF.
005680     ADD 1 TO DL930-SCH-ARRIVED (DL930-SCH-NDX).
005690     IF DL930-WS-ARR-DATE > DL930-WS-HDR-DATE
005700         SET DL930-WS-LATE       TO TRUE
005710     END-IF.
005720     IF DL930-WS-ARR-DATE = DL930-WS-HDR-DATE
005730      AND DL930-SCH-CUTOFF (DL930-SCH-NDX) > 0
005740      AND DL930-WS-ARR-TIME-N > DL930-SCH-CUTOFF (DL930-SCH-NDX)
005750         SET DL930-WS-LATE       TO TRUE
005760     END-IF.
005770     IF DL930-WS-LATE
005780         ADD 1                   TO DL930-WS-LATE-CNT
005790     END-IF.
005800 2300-EXIT.
005810     EXIT.
005820
005830*-----------------------------------------------------------------
005840* WRITES THE ARRIVAL'S DRIVER ENTRY.  A SCHEDULED DEPARTMENT'S
005850* FORMAT AND SEPARATOR GO WITH IT; ANY OTHER ARRIVAL TAKES THE
005860* CONV STEP'S RUN DEFAULT.  LATE AND REPEATED TRANSMISSIONS
005870* ARE STILL CONVERTED - THE CONV STEP'S OWN DUPLICATE CHECKS
005880* DEAL WITH RESENT DOCUMENTS - THEY ARE ONLY REPORTED HERE.
005890*-----------------------------------------------------------------
005900 2400-WRITE-DRIVER-ENTRY.
005910     MOVE SPACES                 TO DL930-DRV-RECORD.
005920     MOVE DL930-WS-TRAN-FNAME    TO DL930-DRV-FNAME.
005930     IF DL930-WS-FND
005940         MOVE DL930-SCH-INFMT (DL930-SCH-NDX) TO DL930-DRV-INFMT
005950         MOVE DL930-SCH-SEP (DL930-SCH-NDX) TO DL930-DRV-SEP
005960     END-IF.
005970     WRITE DL930-DRV-RECORD.
005980     ADD 1                       TO DL930-WS-DRIVER-ENTRIES.
005990 2400-EXIT.
006000     EXIT.
006010
006020*-----------------------------------------------------------------
006030* RECORDS THE ARRIVAL ON THE TRANSMISSION LOG.  THE SAME
006040* ARRIVAL ALREADY ON FILE (A RERUN OF TONIGHT'S INTAKE) IS LEFT
006050* AS IT WAS, AND ITS LATE AND REPEAT FLAGS ARE TAKEN BACK FROM
006051* THE LOG SO THE RERUN REPORTS IT AS THE FIRST RUN DID.  AN
006052* EARLIER ARRIVAL OF THE SAME DEPARTMENT'S SAME PREPARATION
006060* DATE MEANS THIS TRANSMISSION IS A REPEAT.  AN ARRIVAL THAT
006061* CANNOT BE LOGGED IS STILL CONVERTED, BUT RAISES THE CONDITION
006062* CODE TO AT LEAST 4.
006070*-----------------------------------------------------------------
006080 3000-POST-TO-LOG.
006090     MOVE DL930-WS-HDR-DEPT      TO DL930-LOG-DEPT.
006100     MOVE DL930-WS-HDR-DATE      TO DL930-LOG-PREP-DATE.
006110     MOVE DL930-WS-ARR-DATE      TO DL930-LOG-ARR-DATE.
006120     MOVE DL930-WS-ARR-TIME      TO DL930-LOG-ARR-TIME.
006130     MOVE DL930-WS-TRAN-FNAME    TO DL930-LOG-DSN.
006140     READ DL930-LOG-FILE
006150         INVALID KEY
006160             CONTINUE
006170         NOT INVALID KEY
006180             SET DL930-WS-RERUN  TO TRUE
006190     END-READ.
006200     IF DL930-WS-RERUN
006201         IF DL930-WS-LATE
006202             SUBTRACT 1          FROM DL930-WS-LATE-CNT
006203         END-IF
006204         MOVE DL930-LOG-LATE-SW  TO DL930-WS-LATE-SW
006205         MOVE DL930-LOG-REPEAT-SW TO DL930-WS-REPEAT-SW
006206         IF DL930-WS-LATE
006207             ADD 1               TO DL930-WS-LATE-CNT
006208         END-IF
006209         IF DL930-WS-REPEAT
006211             ADD 1               TO DL930-WS-REPEAT-CNT
006212         END-IF
006213         ADD 1                   TO DL930-WS-RERUNS
006220         GO TO 3000-EXIT
006230     END-IF.
006240     IF DL930-WS-HDR-SEEN
006250         PERFORM 3100-CHECK-REPEAT THRU 3100-EXIT
006260     END-IF.
006270     MOVE SPACES                 TO DL930-LOG-RECORD.
006280     MOVE DL930-WS-HDR-DEPT      TO DL930-LOG-DEPT.
006290     MOVE DL930-WS-HDR-DATE      TO DL930-LOG-PREP-DATE.
006300     MOVE DL930-WS-ARR-DATE      TO DL930-LOG-ARR-DATE.
006310     MOVE DL930-WS-ARR-TIME      TO DL930-LOG-ARR-TIME.
006320     MOVE DL930-WS-TRAN-FNAME    TO DL930-LOG-DSN.
006330     MOVE DL930-WS-TRL-COUNT     TO DL930-LOG-TRL-COUNT.
006340     MOVE DL930-WS-TRL-SEEN-SW   TO DL930-LOG-TRL-SEEN.
006350     MOVE DL930-WS-DTL-COUNT     TO DL930-LOG-DTL-COUNT.
006360     IF DL930-WS-FND
006370         MOVE DL930-SCH-INFMT (DL930-SCH-NDX) TO DL930-LOG-INFMT
006380         MOVE DL930-SCH-SEP (DL930-SCH-NDX) TO DL930-LOG-SEP
006390     END-IF.
006400     MOVE DL930-WS-LATE-SW       TO DL930-LOG-LATE-SW.
006410     MOVE DL930-WS-REPEAT-SW     TO DL930-LOG-REPEAT-SW.
006420     MOVE DL930-WS-RUN-DATE      TO DL930-LOG-INTAKE-DATE.
006430     WRITE DL930-LOG-RECORD
006440         INVALID KEY
006450             DISPLAY 'ROMAN-TRANS-INTAKE: LOG WRITE FAILED FOR '
006460                 DL930-WS-TRAN-FNAME ' - STATUS '
006470                 DL930-WS-LOG-STATUS
006471             IF RETURN-CODE < 4
006472                 MOVE 4          TO RETURN-CODE
006473             END-IF
006480         NOT INVALID KEY
006490             ADD 1               TO DL930-WS-LOGGED
006500     END-WRITE.
006510 3000-EXIT.
006520     EXIT.
006530
006540 3100-CHECK-REPEAT.
006550     MOVE LOW-VALUES             TO DL930-LOG-KEY.
006560     MOVE DL930-WS-HDR-DEPT      TO DL930-LOG-DEPT.
006570     MOVE DL930-WS-HDR-DATE      TO DL930-LOG-PREP-DATE.
006590     START DL930-LOG-FILE KEY IS NOT LESS THAN DL930-LOG-KEY
006600         INVALID KEY
006610             GO TO 3100-EXIT
006620     END-START.
006630     READ DL930-LOG-FILE NEXT RECORD
006640         AT END
006650             GO TO 3100-EXIT
006660     END-READ.
006670     IF DL930-LOG-DEPT = DL930-WS-HDR-DEPT
006680      AND DL930-LOG-PREP-DATE = DL930-WS-HDR-DATE
006690         SET DL930-WS-REPEAT     TO TRUE
006700         ADD 1                   TO DL930-WS-REPEAT-CNT
006710     END-IF.
006720 3100-EXIT.
006730     EXIT.
006740
006750*-----------------------------------------------------------------
006760* EVERY SCHEDULED DEPARTMENT DUE ON THE RUN DATE'S WEEKDAY THAT
006770* SENT NOTHING TONIGHT IS REPORTED MISSING.
006780*-----------------------------------------------------------------
006790 4000-CHECK-MISSING.
006800     PERFORM 4100-CHECK-ONE-DEPT THRU 4100-EXIT
006810         VARYING DL930-SCH-NDX FROM 1 BY 1
006820         UNTIL DL930-SCH-NDX > DL930-SCH-USED.
006830 4000-EXIT.
006840     EXIT.
006850
006860 4100-CHECK-ONE-DEPT.
006870     IF DL930-SCH-DAYS (DL930-SCH-NDX) (DL930-WS-RUN-WEEKDAY:1)
006880             NOT = 'Y'
006890         GO TO 4100-EXIT
006900     END-IF.
006910     IF DL930-SCH-ARRIVED (DL930-SCH-NDX) > 0
006920         GO TO 4100-EXIT
006930     END-IF.
006940     ADD 1                       TO DL930-WS-MISSING-CNT
006950                                    DL930-WS-EXCEPTIONS.
006960     MOVE DL930-SCH-DEPT (DL930-SCH-NDX) TO DL930-RPT-M-DEPT.
006970     MOVE DL930-RPT-MISSING-LINE TO DL930-RPT-RECORD.
006980     WRITE DL930-RPT-RECORD.
006990 4100-EXIT.
007000     EXIT.
007010
007020 5000-WRITE-EXCEPTION.
007030     ADD 1                       TO DL930-WS-EXCEPTIONS.
007040     MOVE DL930-WS-TRAN-FNAME    TO DL930-RPT-D-DSN.
007050     MOVE DL930-WS-HDR-DEPT      TO DL930-RPT-D-DEPT.
007060     MOVE DL930-WS-HDR-DATE      TO DL930-RPT-D-PREP.
007070     MOVE DL930-WS-ARR-DATE      TO DL930-RPT-D-ARR-DATE.
007080     MOVE DL930-WS-ARR-TIME      TO DL930-RPT-D-ARR-TIME.
007090     MOVE DL930-WS-TRL-COUNT     TO DL930-RPT-D-TRL.
007100     MOVE DL930-WS-DTL-COUNT     TO DL930-RPT-D-DTL.
007110     MOVE DL930-WS-DISP          TO DL930-RPT-D-DISP.
007120     MOVE SPACES                 TO DL930-RPT-D-LATE
007130                                    DL930-RPT-D-REPEAT.
007140     IF DL930-WS-LATE
007150         MOVE 'LATE'             TO DL930-RPT-D-LATE
007160     END-IF.
007170     IF DL930-WS-REPEAT
007180         MOVE 'REPEATED'         TO DL930-RPT-D-REPEAT
007190     END-IF.
007200     MOVE DL930-RPT-DETAIL-LINE  TO DL930-RPT-RECORD.
007210     WRITE DL930-RPT-RECORD.
007220 5000-EXIT.
007230     EXIT.
007240
007250 8000-WRITE-TOTALS.
007260     MOVE SPACES                 TO DL930-RPT-RECORD.
007270     WRITE DL930-RPT-RECORD.
007280     MOVE 'TRANSMISSIONS ARRIVED      :' TO DL930-RPT-T-LABEL.
007290     MOVE DL930-WS-ARRIVALS      TO DL930-RPT-T-VALUE.
007300     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
007310     MOVE 'NEWLY LOGGED               :' TO DL930-RPT-T-LABEL.
007320     MOVE DL930-WS-LOGGED        TO DL930-RPT-T-VALUE.
007330     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
007340     MOVE 'ALREADY LOGGED (RERUN)     :' TO DL930-RPT-T-LABEL.
007350     MOVE DL930-WS-RERUNS        TO DL930-RPT-T-VALUE.
007360     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
007370     MOVE 'DRIVER ENTRIES WRITTEN     :' TO DL930-RPT-T-LABEL.
007380     MOVE DL930-WS-DRIVER-ENTRIES TO DL930-RPT-T-VALUE.
007390     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
007400     MOVE 'LATE                       :' TO DL930-RPT-T-LABEL.
007410     MOVE DL930-WS-LATE-CNT      TO DL930-RPT-T-VALUE.
007420     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
007430     MOVE 'REPEATED                   :' TO DL930-RPT-T-LABEL.
007440     MOVE DL930-WS-REPEAT-CNT    TO DL930-RPT-T-VALUE.
007450     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
007460     MOVE 'UNSCHEDULED OR NO HEADER   :' TO DL930-RPT-T-LABEL.
007470     MOVE DL930-WS-UNSCHED-CNT   TO DL930-RPT-T-VALUE.
007480     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
007490     MOVE 'UNREADABLE                 :' TO DL930-RPT-T-LABEL.
007500     MOVE DL930-WS-UNREAD-CNT    TO DL930-RPT-T-VALUE.
007510     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
007520     MOVE 'MISSING                    :' TO DL930-RPT-T-LABEL.
007530     MOVE DL930-WS-MISSING-CNT   TO DL930-RPT-T-VALUE.
007540     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
007550 8000-EXIT.
007560     EXIT.
007570
007580 8100-WRITE-TOTAL-LINE.
007590     MOVE DL930-RPT-TOTAL-LINE   TO DL930-RPT-RECORD.
007600     WRITE DL930-RPT-RECORD.
007610 8100-EXIT.
007620     EXIT.
007630
007640 9000-CLOSE-FILES.
007650     CLOSE DL930-LOG-FILE.
007660     CLOSE DL930-DRV-FILE.
007670     CLOSE DL930-RPT-FILE.
007680 9000-EXIT.
007690     EXIT.
