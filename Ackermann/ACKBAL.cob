000010*****************************************************************
000020* PROGRAM-ID    : ACKBAL                                        *
000030* AUTHOR        : D. MOLINA                                     *
000040* INSTALLATION  : BATCH DEVELOPMENT - MATH LIBRARY GROUP         *
000050* DATE-WRITTEN  : 10/15/2026                                    *
000060* DATE-COMPILED :                                                *
000070*-----------------------------------------------------------------
000080* REMARKS.                                                       *
000090*     BALANCING STEP RUN AFTER THE ACK STEP IN ACKRUN.JCL, IN   *
000100*     THE ROMAN-BALANCE MOLD.  PICKS THE RUN ID OFF THE ACKRPT  *
000110*     RESULTS REPORT HEADER AND VERIFIES THAT THE RUN'S         *
000120*     OUTPUTS AGREE:                                            *
000130*       - THE ACKAUDIT LINES STAMPED WITH THE RUN ID MUST RUN   *
000140*         IN UNBROKEN SEQUENCE AND COUNT UP TO EVERY TRAILER    *
000150*         TOTAL (A RESUMED PAIR IS ALSO A COMPUTED ONE);        *
000160*       - EVERY PAIR AUDITED AS COMPUTED OR RESUMED MUST BE IN  *
000170*         THE RESULT STORE WITH THE SAME RESULT AND ITERATION   *
000180*         COUNT, DATED THE RUN DATE, AND EVERY CACHED PAIR WITH *
000190*         THE SAME RESULT;                                      *
000200*       - EVERY RESULT STORE RECORD DATED THE RUN DATE MUST BE  *
000210*         ACCOUNTED FOR BY A COMPUTED OR RESUMED AUDIT LINE OF  *
000220*         THAT DATE (THIS RUN OR AN EARLIER RUN THE SAME DAY);  *
000230*       - A PAIR WHOSE LAST ATTEMPT SUSPENDED MUST HAVE ITS     *
000240*         SAVED STATE IN THE SUSPEND STORE AT THE AUDITED       *
000250*         ITERATION COUNT, AND A PAIR THAT FINISHED MUST HAVE   *
000260*         NONE LEFT THERE.                                      *
000270*     ANY DISAGREEMENT SETS CONDITION CODE 8 SO THE ACKPRINT    *
000280*     STEP NEVER DISTRIBUTES AN OUT-OF-BALANCE REPORT, AND THE  *
000290*     VERDICT IS WRITTEN AS ONE LINE (RUN ID PLUS IN BALANCE /  *
000300*     OUT OF BALANCE) TO THE ACKBSTAT DD FOR THE END-OF-NIGHT   *
000310*     STATUS PAGE (ROMANEOD).  A REPORT WITH NO RUN ID OR AN    *
000320*     UNREADABLE AUDIT TRAIL SETS CONDITION CODE 16 AND WRITES  *
000330*     NO VERDICT.                                               *
000340*-----------------------------------------------------------------
000350* MODIFICATION HISTORY.                                          *
000360*     10/15/2026  DM  ORIGINAL VERSION.                          *
000370*****************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. ACKBAL.
000400
000410 ENVIRONMENT DIVISION.
000420
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450*    THE RESULTS REPORT WRITTEN BY THE ACK STEP.
000460     SELECT ACK-RPT-FILE ASSIGN TO "ACKRPT"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS ACK-WS-RPT-STATUS.
000490
000500*    THE AUDIT TRAIL - READ FRONT TO BACK; THIS RUN'S LINES ARE
000510*    BALANCED, EARLIER LINES OF THE SAME DATE ONLY NOTED.
000520     SELECT ACK-AUD-FILE ASSIGN TO "ACKAUDIT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS ACK-WS-AUD-STATUS.
000550
000560*    PERSISTENT RESULT STORE, KEYED BY THE M/N PAIR - READ BY
000570*    KEY FOR EACH AUDITED PAIR, THEN SWEPT FOR RECORDS DATED
000580*    THE RUN DATE.
000590     SELECT ACK-STORE-FILE ASSIGN TO "ACKSTORE"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS ACK-STORE-KEY
000630         FILE STATUS IS ACK-WS-STORE-STATUS.
000640
000650*    SUSPEND STORE, KEYED BY PAIR PLUS SEGMENT NUMBER - ONLY
000660*    SEGMENT 01 OF A PAIR IS EVER READ HERE.
000670     SELECT ACK-SUSP-FILE ASSIGN TO "ACKSUSP"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS RANDOM
000700         RECORD KEY IS ACK-SUSP-KEY
000710         FILE STATUS IS ACK-WS-SUSP-STATUS.
000720
000730*    ONE-LINE MACHINE-READABLE VERDICT FOR THE END-OF-NIGHT
000740*    STATUS PAGE - WRITTEN ONLY WHEN THE DD IS ALLOCATED.
000750     SELECT ACK-STAT-FILE ASSIGN TO "ACKBSTAT"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS ACK-WS-STAT-STATUS.
000780
000790 DATA DIVISION.
000800
000810 FILE SECTION.
000820
000830 FD  ACK-RPT-FILE.
000840 01  ACK-RPT-RECORD              PIC X(132).
000850
000860*    AUDIT TRAIL LINE AS WRITTEN BY ACKDRIVER.
000870 FD  ACK-AUD-FILE.
000880 01  ACK-AUD-RECORD.
000890     05  ACK-AUD-RUN-ID          PIC X(14).
000900     05  FILLER                  PIC X(01).
000910     05  ACK-AUD-SEQ             PIC 9(05).
000920     05  FILLER                  PIC X(01).
000930     05  ACK-AUD-M               PIC 9(01).
000940     05  FILLER                  PIC X(01).
000950     05  ACK-AUD-N               PIC 9(05).
000960     05  FILLER                  PIC X(01).
000970     05  ACK-AUD-RES             PIC 9(09).
000980     05  FILLER                  PIC X(01).
000990     05  ACK-AUD-ITER            PIC 9(09).
001000     05  FILLER                  PIC X(01).
001010     05  ACK-AUD-DEPTH           PIC 9(05).
001020     05  FILLER                  PIC X(01).
001030     05  ACK-AUD-TSIZE           PIC 9(05).
001040     05  FILLER                  PIC X(01).
001050     05  ACK-AUD-BUDGET          PIC 9(09).
001060     05  FILLER                  PIC X(01).
001070     05  ACK-AUD-STATUS          PIC X(09).
001080
001090 FD  ACK-STORE-FILE.
001100 01  ACK-STORE-RECORD.
001110     05  ACK-STORE-KEY.
001120         10  ACK-STORE-M         PIC 9(01).
001130         10  ACK-STORE-N         PIC 9(05).
001140     05  ACK-STORE-RES           PIC 9(09).
001150     05  ACK-STORE-ITER          PIC 9(09).
001160     05  ACK-STORE-DEPTH         PIC 9(05).
001170     05  ACK-STORE-DATE          PIC X(08).
001180
001190*    ONE SUSPEND SEGMENT AS WRITTEN BY func - SEGMENT 01 CARRIES
001200*    THE ITERATION COUNT THE SAVED STATE HAD REACHED.
001210 FD  ACK-SUSP-FILE.
001220 01  ACK-SUSP-RECORD.
001230     05  ACK-SUSP-KEY.
001240         10  ACK-SUSP-M          PIC 9(01).
001250         10  ACK-SUSP-N          PIC 9(05).
001260         10  ACK-SUSP-SEG        PIC 9(02).
001270     05  ACK-SUSP-T              PIC 9(05).
001280     05  ACK-SUSP-D              PIC 9(05).
001290     05  ACK-SUSP-C              PIC 9(09).
001300     05  ACK-SUSP-SLOTS          PIC X(27000).
001310
001320 FD  ACK-STAT-FILE.
001330 01  ACK-STAT-RECORD.
001340     05  ACK-STAT-RUN-ID         PIC X(14).
001350     05  FILLER                  PIC X(02).
001360     05  ACK-STAT-RESULT         PIC X(14).
001370
001380 WORKING-STORAGE SECTION.
001390
001400 01  ACK-WS-SWITCHES.
001410     05  ACK-WS-RPT-EOF-SW       PIC X(01) VALUE 'N'.
001420         88  ACK-WS-RPT-EOF                 VALUE 'Y'.
001430     05  ACK-WS-AUD-EOF-SW       PIC X(01) VALUE 'N'.
001440         88  ACK-WS-AUD-EOF                 VALUE 'Y'.
001450     05  ACK-WS-STORE-EOF-SW     PIC X(01) VALUE 'N'.
001460         88  ACK-WS-STORE-EOF               VALUE 'Y'.
001470     05  ACK-WS-STORE-OPEN-SW    PIC X(01) VALUE 'N'.
001480         88  ACK-WS-STORE-OPEN              VALUE 'Y'.
001490     05  ACK-WS-SUSP-OPEN-SW     PIC X(01) VALUE 'N'.
001500         88  ACK-WS-SUSP-OPEN               VALUE 'Y'.
001510     05  ACK-WS-BAL-SW           PIC X(01) VALUE 'Y'.
001520         88  ACK-WS-IN-BALANCE              VALUE 'Y'.
001530         88  ACK-WS-OUT-OF-BALANCE          VALUE 'N'.
001540
001550 01  ACK-WS-RPT-STATUS           PIC X(02) VALUE SPACES.
001560 01  ACK-WS-AUD-STATUS           PIC X(02) VALUE SPACES.
001570 01  ACK-WS-STORE-STATUS         PIC X(02) VALUE SPACES.
001580 01  ACK-WS-SUSP-STATUS          PIC X(02) VALUE SPACES.
001590 01  ACK-WS-STAT-STATUS          PIC X(02) VALUE SPACES.
001600
001610*    RUN ID OFF THE REPORT HEADER (YYYYMMDDHHMMSS); ITS FIRST
001620*    EIGHT BYTES ARE THE DATE THE RUN STAMPS ON THE STORE.
001630 01  ACK-WS-RUN-ID               PIC X(14) VALUE SPACES.
001640 01  ACK-WS-RUN-DATE             PIC X(08) VALUE SPACES.
001650
001660*    TRAILER TOTALS LIFTED OFF THE RESULTS REPORT.
001670 01  ACK-WS-RPT-COMPUTED         PIC 9(09) VALUE 0.
001680 01  ACK-WS-RPT-REJECTED         PIC 9(09) VALUE 0.
001690 01  ACK-WS-RPT-FAILED           PIC 9(09) VALUE 0.
001700 01  ACK-WS-RPT-CACHED           PIC 9(09) VALUE 0.
001710 01  ACK-WS-RPT-SUSPENDED        PIC 9(09) VALUE 0.
001720 01  ACK-WS-RPT-RESUMED          PIC 9(09) VALUE 0.
001730 01  ACK-WS-RPT-ATTEMPTED        PIC 9(09) VALUE 0.
001740
001750*    AUDIT LINE COUNTS FOR THIS RUN ID, BY STATUS.
001760 01  ACK-WS-AUD-COMPUTED         PIC 9(09) VALUE 0.
001770 01  ACK-WS-AUD-REJECTED         PIC 9(09) VALUE 0.
001780 01  ACK-WS-AUD-FAILED           PIC 9(09) VALUE 0.
001790 01  ACK-WS-AUD-CACHED           PIC 9(09) VALUE 0.
001800 01  ACK-WS-AUD-SUSPENDED        PIC 9(09) VALUE 0.
001810 01  ACK-WS-AUD-RESUMED          PIC 9(09) VALUE 0.
001820 01  ACK-WS-AUD-ATTEMPTED        PIC 9(09) VALUE 0.
001830 01  ACK-WS-AUD-UNKNOWN          PIC 9(09) VALUE 0.
001840 01  ACK-WS-AUD-SEQ-BREAKS       PIC 9(09) VALUE 0.
001850
001860*    STORE AND SUSPEND LEG FINDINGS.
001870 01  ACK-WS-STORE-CHECKED        PIC 9(09) VALUE 0.
001880 01  ACK-WS-STORE-DATED          PIC 9(09) VALUE 0.
001890 01  ACK-WS-STORE-MISMATCH       PIC 9(09) VALUE 0.
001900 01  ACK-WS-SUSP-CHECKED         PIC 9(09) VALUE 0.
001910 01  ACK-WS-SUSP-MISMATCH        PIC 9(09) VALUE 0.
001920
001930*    EVERY PAIR SEEN ON THE AUDIT TRAIL UNDER THE RUN DATE -
001940*    WHETHER THIS RUN ATTEMPTED IT (AND HOW ITS LAST ATTEMPT
001950*    ENDED) AND WHETHER ANY RUN THAT DAY COMPUTED IT.  A
001960*    NIGHT'S DECK IS SMALL; A TRAIL BEYOND THE TABLE IS REFUSED
001970*    RATHER THAN BALANCED INCOMPLETELY.
001980 01  ACK-WS-PAIR-USED            PIC 9(04) VALUE 0.
001990 01  ACK-WS-PAIR-MAX             PIC 9(04) VALUE 2000.
002000 01  ACK-PAIR-TABLE.
002010     05  ACK-PAIR-ENTRY OCCURS 2000 TIMES
002020             INDEXED BY ACK-PAIR-NDX.
002030         10  ACK-PAIR-M          PIC 9(01).
002040         10  ACK-PAIR-N          PIC 9(05).
002050         10  ACK-PAIR-RUN-SW     PIC X(01).
002060             88  ACK-PAIR-THIS-RUN          VALUE 'Y'.
002070         10  ACK-PAIR-DAY-SW     PIC X(01).
002080             88  ACK-PAIR-DAY-COMPUTED      VALUE 'Y'.
002090         10  ACK-PAIR-LAST-STAT  PIC X(09).
002100         10  ACK-PAIR-LAST-ITER  PIC 9(09).
002110
002120*    SCRATCH FIELD FOR DE-EDITING A Z(8)9 TRAILER VALUE.
002130 01  ACK-WS-EDIT-VALUE.
002140     05  ACK-WS-EDIT-VALUE-X     PIC X(09).
002150 01  ACK-WS-EDIT-VALUE-N REDEFINES ACK-WS-EDIT-VALUE
002160                                 PIC 9(09).
002170
002180*    TRAILER COMPUTED TOTAL AS THE AUDIT SHOULD SHOW IT - A
002190*    RESUMED PAIR IS COUNTED THERE TOO.
002200 01  ACK-WS-AUD-ALL-COMPUTED     PIC 9(09) VALUE 0.
002210
002220 PROCEDURE DIVISION.
002230
002240 0000-MAINLINE.
002250     PERFORM 1000-READ-REPORT THRU 1000-EXIT.
002260     IF RETURN-CODE NOT = 0
002270         GO TO 0000-TERMINATE
002280     END-IF.
002290     PERFORM 2000-OPEN-STORES THRU 2000-EXIT.
002300     PERFORM 3000-READ-AUDIT-TRAIL THRU 3000-EXIT.
002310     IF RETURN-CODE NOT = 0
002320         GO TO 0000-TERMINATE
002330     END-IF.
002340     PERFORM 4000-CHECK-SUSPEND-STORE THRU 4000-EXIT.
002350     PERFORM 4500-SWEEP-RESULT-STORE THRU 4500-EXIT.
002360     PERFORM 5000-COMPARE THRU 5000-EXIT.
002370     PERFORM 6000-WRITE-VERDICT THRU 6000-EXIT.
002380 0000-TERMINATE.
002390     IF ACK-WS-STORE-OPEN
002400         CLOSE ACK-STORE-FILE
002410     END-IF.
002420     IF ACK-WS-SUSP-OPEN
002430         CLOSE ACK-SUSP-FILE
002440     END-IF.
002450     DISPLAY 'ACKBAL: RUN COMPLETE - RC ' RETURN-CODE.
002460     STOP RUN.
002470
002480*-----------------------------------------------------------------
002490* READS THE RESULTS REPORT, LIFTING THE RUN ID OFF THE HEADER
002500* LINE AND THE CONTROL TOTALS OFF THE TRAILER.  THE DATA SET IS
002510* EXTENDED RUN AFTER RUN, SO A HEADER RESETS THE TOTALS AND THE
002520* LAST REPORT ON IT IS THE ONE BALANCED.  A REPORT WITH NO
002530* HEADER LINE IS NOT FIT TO BALANCE AND SETS CONDITION CODE 16.
002540*-----------------------------------------------------------------
002550 1000-READ-REPORT.
002560     OPEN INPUT ACK-RPT-FILE.
002570     IF ACK-WS-RPT-STATUS NOT = '00'
002580         DISPLAY 'ACKBAL: UNABLE TO OPEN ACKRPT - STATUS '
002590             ACK-WS-RPT-STATUS
002600         MOVE 16                 TO RETURN-CODE
002610         GO TO 1000-EXIT
002620     END-IF.
002630     PERFORM 1100-SCAN-ONE-RPT-LINE THRU 1100-EXIT
002640         UNTIL ACK-WS-RPT-EOF.
002650     CLOSE ACK-RPT-FILE.
002660     IF ACK-WS-RUN-ID = SPACES
002670         DISPLAY 'ACKBAL: NO RUN ID FOUND ON THE RESULTS '
002680             'REPORT HEADER'
002690         MOVE 16                 TO RETURN-CODE
002700         GO TO 1000-EXIT
002710     END-IF.
002720     MOVE ACK-WS-RUN-ID (1:8)    TO ACK-WS-RUN-DATE.
002730 1000-EXIT.
002740     EXIT.
002750
002760 1100-SCAN-ONE-RPT-LINE.
002770     READ ACK-RPT-FILE
002780         AT END
002790             MOVE 'Y'            TO ACK-WS-RPT-EOF-SW
002800     END-READ.
002810     IF ACK-WS-RPT-EOF
002820         GO TO 1100-EXIT
002830     END-IF.
002840     EVALUATE TRUE
002850         WHEN ACK-RPT-RECORD (1:24) = 'ACKERMANN RESULTS REPORT'
002860             MOVE ACK-RPT-RECORD (73:14) TO ACK-WS-RUN-ID
002870             MOVE 0              TO ACK-WS-RPT-COMPUTED
002880                                    ACK-WS-RPT-REJECTED
002890                                    ACK-WS-RPT-FAILED
002900                                    ACK-WS-RPT-CACHED
002910                                    ACK-WS-RPT-SUSPENDED
002920                                    ACK-WS-RPT-RESUMED
002930                                    ACK-WS-RPT-ATTEMPTED
002940         WHEN ACK-RPT-RECORD (1:20) = 'PAIRS COMPUTED      '
002950             PERFORM 1200-DE-EDIT-VALUE THRU 1200-EXIT
002960             MOVE ACK-WS-EDIT-VALUE-N TO ACK-WS-RPT-COMPUTED
002970         WHEN ACK-RPT-RECORD (1:20) = 'PAIRS REJECTED BY LI'
002980             PERFORM 1200-DE-EDIT-VALUE THRU 1200-EXIT
002990             MOVE ACK-WS-EDIT-VALUE-N TO ACK-WS-RPT-REJECTED
003000         WHEN ACK-RPT-RECORD (1:20) = 'PAIRS FAILED IN FUNC'
003010             PERFORM 1200-DE-EDIT-VALUE THRU 1200-EXIT
003020             MOVE ACK-WS-EDIT-VALUE-N TO ACK-WS-RPT-FAILED
003030         WHEN ACK-RPT-RECORD (1:20) = 'PAIRS SERVED FROM ST'
003040             PERFORM 1200-DE-EDIT-VALUE THRU 1200-EXIT
003050             MOVE ACK-WS-EDIT-VALUE-N TO ACK-WS-RPT-CACHED
003060         WHEN ACK-RPT-RECORD (1:20) = 'PAIRS SUSPENDED AT B'
003070             PERFORM 1200-DE-EDIT-VALUE THRU 1200-EXIT
003080             MOVE ACK-WS-EDIT-VALUE-N TO ACK-WS-RPT-SUSPENDED
003090         WHEN ACK-RPT-RECORD (1:20) = 'PAIRS COMPLETED ON R'
003100             PERFORM 1200-DE-EDIT-VALUE THRU 1200-EXIT
003110             MOVE ACK-WS-EDIT-VALUE-N TO ACK-WS-RPT-RESUMED
003120         WHEN ACK-RPT-RECORD (1:20) = 'PAIRS ATTEMPTED     '
003130             PERFORM 1200-DE-EDIT-VALUE THRU 1200-EXIT
003140             MOVE ACK-WS-EDIT-VALUE-N TO ACK-WS-RPT-ATTEMPTED
003150     END-EVALUATE.
003160 1100-EXIT.
003170     EXIT.
003180
003190*-----------------------------------------------------------------
003200* DE-EDITS THE Z(8)9 VALUE IN COLUMNS 31-39 OF A TRAILER LINE
003210* INTO ACK-WS-EDIT-VALUE-N BY FILLING THE LEADING SPACES WITH
003220* ZEROS.
003230*-----------------------------------------------------------------
003240 1200-DE-EDIT-VALUE.
003250     MOVE ACK-RPT-RECORD (31:9)  TO ACK-WS-EDIT-VALUE-X.
003260     INSPECT ACK-WS-EDIT-VALUE-X
003270         REPLACING LEADING SPACES BY ZEROS.
003280 1200-EXIT.
003290     EXIT.
003300
003310*-----------------------------------------------------------------
003320* OPENS THE RESULT AND SUSPEND STORES FOR READING.  A STORE
003330* THAT CANNOT BE OPENED IS NOTED HERE; ITS LEG THEN FAILS ON
003340* THE FIRST PAIR IT SHOULD HAVE ACCOUNTED FOR.
003350*-----------------------------------------------------------------
003360 2000-OPEN-STORES.
003370     OPEN INPUT ACK-STORE-FILE.
003380     IF ACK-WS-STORE-STATUS = '00'
003390         SET ACK-WS-STORE-OPEN   TO TRUE
003400     ELSE
003410         DISPLAY 'ACKBAL: RESULT STORE NOT AVAILABLE - STATUS '
003420             ACK-WS-STORE-STATUS
003430     END-IF.
003440     OPEN INPUT ACK-SUSP-FILE.
003450     IF ACK-WS-SUSP-STATUS = '00'
003460         SET ACK-WS-SUSP-OPEN    TO TRUE
003470     ELSE
003480         DISPLAY 'ACKBAL: SUSPEND STORE NOT AVAILABLE - STATUS '
003490             ACK-WS-SUSP-STATUS
003500     END-IF.
003510 2000-EXIT.
003520     EXIT.
003530
003540*-----------------------------------------------------------------
003550* READS THE AUDIT TRAIL.  THIS RUN'S LINES ARE COUNTED BY
003560* STATUS, CHECKED FOR AN UNBROKEN SEQUENCE AND, FOR A COMPUTED,
003570* RESUMED OR CACHED PAIR, CHECKED AGAINST THE RESULT STORE.
003580* EVERY LINE OF THE RUN DATE GOES INTO THE PAIR TABLE.  AN
003590* UNREADABLE TRAIL OR ONE TOO BIG FOR THE TABLE SETS CONDITION
003600* CODE 16.
003610*-----------------------------------------------------------------
003620 3000-READ-AUDIT-TRAIL.
003630     OPEN INPUT ACK-AUD-FILE.
003640     IF ACK-WS-AUD-STATUS NOT = '00'
003650         DISPLAY 'ACKBAL: UNABLE TO OPEN ACKAUDIT - STATUS '
003660             ACK-WS-AUD-STATUS
003670         MOVE 16                 TO RETURN-CODE
003680         GO TO 3000-EXIT
003690     END-IF.
003700     PERFORM 3100-READ-ONE-AUDIT-LINE THRU 3100-EXIT
003710         UNTIL ACK-WS-AUD-EOF.
003720     CLOSE ACK-AUD-FILE.
003730 3000-EXIT.
003740     EXIT.
003750
003760 3100-READ-ONE-AUDIT-LINE.
003770     READ ACK-AUD-FILE
003780         AT END
003790             MOVE 'Y'            TO ACK-WS-AUD-EOF-SW
003800     END-READ.
003810     IF ACK-WS-AUD-EOF
003820         GO TO 3100-EXIT
003830     END-IF.
003840     IF ACK-AUD-RUN-ID (1:8) NOT = ACK-WS-RUN-DATE
003850         GO TO 3100-EXIT
003860     END-IF.
003870     PERFORM 3200-FIND-PAIR THRU 3200-EXIT.
003880     IF RETURN-CODE NOT = 0
003890         MOVE 'Y'                TO ACK-WS-AUD-EOF-SW
003900         GO TO 3100-EXIT
003910     END-IF.
003920     IF ACK-AUD-STATUS = 'COMPUTED' OR 'RESUMED'
003930         MOVE 'Y'        TO ACK-PAIR-DAY-SW (ACK-PAIR-NDX)
003940     END-IF.
003950     IF ACK-AUD-RUN-ID NOT = ACK-WS-RUN-ID
003960         GO TO 3100-EXIT
003970     END-IF.
003980     ADD 1                       TO ACK-WS-AUD-ATTEMPTED.
003990     IF ACK-AUD-SEQ NOT = ACK-WS-AUD-ATTEMPTED
004000         ADD 1                   TO ACK-WS-AUD-SEQ-BREAKS
004010         DISPLAY 'ACKBAL: AUDIT LINE ' ACK-WS-AUD-ATTEMPTED
004020             ' OF THE RUN CARRIES SEQUENCE ' ACK-AUD-SEQ
004030     END-IF.
004040     MOVE 'Y'            TO ACK-PAIR-RUN-SW (ACK-PAIR-NDX).
004050     MOVE ACK-AUD-STATUS TO ACK-PAIR-LAST-STAT (ACK-PAIR-NDX).
004060     MOVE ACK-AUD-ITER   TO ACK-PAIR-LAST-ITER (ACK-PAIR-NDX).
004070     EVALUATE ACK-AUD-STATUS
004080         WHEN 'COMPUTED'
004090             ADD 1               TO ACK-WS-AUD-COMPUTED
004100             PERFORM 3300-CHECK-STORED-RESULT THRU 3300-EXIT
004110         WHEN 'RESUMED'
004120             ADD 1               TO ACK-WS-AUD-RESUMED
004130             PERFORM 3300-CHECK-STORED-RESULT THRU 3300-EXIT
004140         WHEN 'CACHED'
004150             ADD 1               TO ACK-WS-AUD-CACHED
004160             PERFORM 3300-CHECK-STORED-RESULT THRU 3300-EXIT
004170         WHEN 'SUSPENDED'
004180             ADD 1               TO ACK-WS-AUD-SUSPENDED
004190         WHEN 'REJECTED'
004200             ADD 1               TO ACK-WS-AUD-REJECTED
004210         WHEN 'FAILED'
004220             ADD 1               TO ACK-WS-AUD-FAILED
004230         WHEN OTHER
004240             ADD 1               TO ACK-WS-AUD-UNKNOWN
004250             DISPLAY 'ACKBAL: AUDIT LINE ' ACK-AUD-SEQ
004260                 ' CARRIES UNKNOWN STATUS ' ACK-AUD-STATUS
004270     END-EVALUATE.
004280 3100-EXIT.
004290     EXIT.
004300
004310*-----------------------------------------------------------------
004320* POSITIONS ACK-PAIR-NDX ON THE TABLE ENTRY FOR THE AUDIT LINE'S
004330* PAIR, ADDING THE ENTRY THE FIRST TIME THE PAIR IS SEEN.
004340*-----------------------------------------------------------------
004350 3200-FIND-PAIR.
004360     SET ACK-PAIR-NDX            TO 1.
004370     SEARCH ACK-PAIR-ENTRY
004380         AT END
004390             CONTINUE
004400         WHEN ACK-PAIR-NDX > ACK-WS-PAIR-USED
004410             CONTINUE
004420         WHEN ACK-PAIR-M (ACK-PAIR-NDX) = ACK-AUD-M
004430          AND ACK-PAIR-N (ACK-PAIR-NDX) = ACK-AUD-N
004440             GO TO 3200-EXIT
004450     END-SEARCH.
004460     IF ACK-WS-PAIR-USED NOT < ACK-WS-PAIR-MAX
004470         DISPLAY 'ACKBAL: MORE THAN ' ACK-WS-PAIR-MAX
004480             ' PAIRS ON THE AUDIT TRAIL FOR ' ACK-WS-RUN-DATE
004490             ' - NOT BALANCED'
004500         MOVE 16                 TO RETURN-CODE
004510         GO TO 3200-EXIT
004520     END-IF.
004530     ADD 1                       TO ACK-WS-PAIR-USED.
004540     SET ACK-PAIR-NDX            TO ACK-WS-PAIR-USED.
004550     MOVE ACK-AUD-M              TO ACK-PAIR-M (ACK-PAIR-NDX).
004560     MOVE ACK-AUD-N              TO ACK-PAIR-N (ACK-PAIR-NDX).
004570     MOVE 'N'            TO ACK-PAIR-RUN-SW (ACK-PAIR-NDX).
004580     MOVE 'N'            TO ACK-PAIR-DAY-SW (ACK-PAIR-NDX).
004590     MOVE SPACES         TO ACK-PAIR-LAST-STAT (ACK-PAIR-NDX).
004600     MOVE 0              TO ACK-PAIR-LAST-ITER (ACK-PAIR-NDX).
004610 3200-EXIT.
004620     EXIT.
004630
004640*-----------------------------------------------------------------
004650* A PAIR AUDITED AS COMPUTED OR RESUMED MUST BE IN THE RESULT
004660* STORE WITH THE SAME RESULT AND ITERATION COUNT, DATED THE RUN
004670* DATE; A CACHED PAIR MUST BE THERE WITH THE SAME RESULT.
004680*-----------------------------------------------------------------
004690 3300-CHECK-STORED-RESULT.
004700     ADD 1                       TO ACK-WS-STORE-CHECKED.
004710     IF NOT ACK-WS-STORE-OPEN
004720         ADD 1                   TO ACK-WS-STORE-MISMATCH
004730         GO TO 3300-EXIT
004740     END-IF.
004750     MOVE ACK-AUD-M              TO ACK-STORE-M.
004760     MOVE ACK-AUD-N              TO ACK-STORE-N.
004770     READ ACK-STORE-FILE
004780         INVALID KEY
004790             ADD 1               TO ACK-WS-STORE-MISMATCH
004800             DISPLAY 'ACKBAL: M = ' ACK-AUD-M ' N = ' ACK-AUD-N
004810                 ' ' ACK-AUD-STATUS ' BUT NOT IN THE RESULT STORE'
004820             GO TO 3300-EXIT
004830     END-READ.
004840     IF ACK-STORE-RES NOT = ACK-AUD-RES
004850         ADD 1                   TO ACK-WS-STORE-MISMATCH
004860         DISPLAY 'ACKBAL: M = ' ACK-AUD-M ' N = ' ACK-AUD-N
004870             ' AUDIT RESULT ' ACK-AUD-RES ' STORE RESULT '
004880             ACK-STORE-RES
004890         GO TO 3300-EXIT
004900     END-IF.
004910     IF ACK-AUD-STATUS = 'CACHED'
004920         GO TO 3300-EXIT
004930     END-IF.
004940     IF ACK-STORE-ITER NOT = ACK-AUD-ITER
004950      OR ACK-STORE-DATE NOT = ACK-WS-RUN-DATE
004960         ADD 1                   TO ACK-WS-STORE-MISMATCH
004970         DISPLAY 'ACKBAL: M = ' ACK-AUD-M ' N = ' ACK-AUD-N
004980             ' AUDIT ITERATIONS ' ACK-AUD-ITER ' STORE '
004990             ACK-STORE-ITER ' DATED ' ACK-STORE-DATE
005000     END-IF.
005010 3300-EXIT.
005020     EXIT.
005030
005040*-----------------------------------------------------------------
005050* WALKS THE PAIRS THIS RUN ATTEMPTED.  ONE WHOSE LAST ATTEMPT
005060* SUSPENDED MUST HAVE ITS SAVED STATE IN THE SUSPEND STORE AT
005070* THE AUDITED ITERATION COUNT; ONE THAT FINISHED (COMPUTED OR
005080* RESUMED) MUST HAVE NONE LEFT THERE.
005090*-----------------------------------------------------------------
005100 4000-CHECK-SUSPEND-STORE.
005110     PERFORM 4100-CHECK-ONE-PAIR THRU 4100-EXIT
005120         VARYING ACK-PAIR-NDX FROM 1 BY 1
005130         UNTIL ACK-PAIR-NDX > ACK-WS-PAIR-USED.
005140 4000-EXIT.
005150     EXIT.
005160
005170 4100-CHECK-ONE-PAIR.
005180     IF NOT ACK-PAIR-THIS-RUN (ACK-PAIR-NDX)
005190         GO TO 4100-EXIT
005200     END-IF.
005210     IF ACK-PAIR-LAST-STAT (ACK-PAIR-NDX) NOT = 'SUSPENDED'
005220      AND ACK-PAIR-LAST-STAT (ACK-PAIR-NDX) NOT = 'COMPUTED'
005230      AND ACK-PAIR-LAST-STAT (ACK-PAIR-NDX) NOT = 'RESUMED'
005240         GO TO 4100-EXIT
005250     END-IF.
005260     ADD 1                       TO ACK-WS-SUSP-CHECKED.
005270     IF NOT ACK-WS-SUSP-OPEN
005280         IF ACK-PAIR-LAST-STAT (ACK-PAIR-NDX) = 'SUSPENDED'
005290             ADD 1               TO ACK-WS-SUSP-MISMATCH
005300         END-IF
005310         GO TO 4100-EXIT
005320     END-IF.
005330     MOVE ACK-PAIR-M (ACK-PAIR-NDX) TO ACK-SUSP-M.
005340     MOVE ACK-PAIR-N (ACK-PAIR-NDX) TO ACK-SUSP-N.
005350     MOVE 1                      TO ACK-SUSP-SEG.
005360     READ ACK-SUSP-FILE
005370         INVALID KEY
005380             CONTINUE
005390     END-READ.
005400     IF ACK-PAIR-LAST-STAT (ACK-PAIR-NDX) = 'SUSPENDED'
005410         IF ACK-WS-SUSP-STATUS NOT = '00'
005420             ADD 1               TO ACK-WS-SUSP-MISMATCH
005430             DISPLAY 'ACKBAL: M = ' ACK-SUSP-M ' N = '
005440                 ACK-SUSP-N ' SUSPENDED BUT NO SAVED STATE IN '
005450                 'THE SUSPEND STORE'
005460         ELSE
005470             IF ACK-SUSP-C NOT = ACK-PAIR-LAST-ITER (ACK-PAIR-NDX)
005480                 ADD 1           TO ACK-WS-SUSP-MISMATCH
005490                 DISPLAY 'ACKBAL: M = ' ACK-SUSP-M ' N = '
005500                     ACK-SUSP-N ' AUDIT ITERATIONS '
005510                     ACK-PAIR-LAST-ITER (ACK-PAIR-NDX)
005520                     ' SAVED STATE ' ACK-SUSP-C
005530             END-IF
005540         END-IF
005550     ELSE
005560         IF ACK-WS-SUSP-STATUS = '00'
005570             ADD 1               TO ACK-WS-SUSP-MISMATCH
005580             DISPLAY 'ACKBAL: M = ' ACK-SUSP-M ' N = '
005590                 ACK-SUSP-N ' FINISHED BUT A SAVED STATE IS '
005600                 'STILL IN THE SUSPEND STORE'
005610         END-IF
005620     END-IF.
005630 4100-EXIT.
005640     EXIT.
005650
005660*-----------------------------------------------------------------
005670* SWEEPS THE RESULT STORE FOR RECORDS DATED THE RUN DATE.  EACH
005680* MUST BE ACCOUNTED FOR BY A COMPUTED OR RESUMED AUDIT LINE OF
005690* THAT DATE - A RECORD NO RUN AUDITED IS OUT OF BALANCE.
005700*-----------------------------------------------------------------
005710 4500-SWEEP-RESULT-STORE.
005720     IF NOT ACK-WS-STORE-OPEN
005730         GO TO 4500-EXIT
005740     END-IF.
005750     MOVE LOW-VALUES             TO ACK-STORE-KEY.
005760     START ACK-STORE-FILE KEY IS NOT < ACK-STORE-KEY
005770         INVALID KEY
005780             GO TO 4500-EXIT
005790     END-START.
005800     PERFORM 4600-CHECK-ONE-STORE-RECORD THRU 4600-EXIT
005810         UNTIL ACK-WS-STORE-EOF.
005820 4500-EXIT.
005830     EXIT.
005840
005850 4600-CHECK-ONE-STORE-RECORD.
005860     READ ACK-STORE-FILE NEXT RECORD
005870         AT END
005880             MOVE 'Y'            TO ACK-WS-STORE-EOF-SW
005890     END-READ.
005900     IF ACK-WS-STORE-EOF
005910         GO TO 4600-EXIT
005920     END-IF.
005930     IF ACK-STORE-DATE NOT = ACK-WS-RUN-DATE
005940         GO TO 4600-EXIT
005950     END-IF.
005960     ADD 1                       TO ACK-WS-STORE-DATED.
005970     SET ACK-PAIR-NDX            TO 1.
005980     SEARCH ACK-PAIR-ENTRY
005990         AT END
006000             CONTINUE
006010         WHEN ACK-PAIR-NDX > ACK-WS-PAIR-USED
006020             CONTINUE
006030         WHEN ACK-PAIR-M (ACK-PAIR-NDX) = ACK-STORE-M
006040          AND ACK-PAIR-N (ACK-PAIR-NDX) = ACK-STORE-N
006050             IF ACK-PAIR-DAY-COMPUTED (ACK-PAIR-NDX)
006060                 GO TO 4600-EXIT
006070             END-IF
006080     END-SEARCH.
006090     ADD 1                       TO ACK-WS-STORE-MISMATCH.
006100     DISPLAY 'ACKBAL: M = ' ACK-STORE-M ' N = ' ACK-STORE-N
006110         ' STORED ON ' ACK-STORE-DATE ' WITH NO COMPUTATION '
006120         'AUDITED THAT DATE'.
006130 4600-EXIT.
006140     EXIT.
006150
006160*-----------------------------------------------------------------
006170* COMPARES THE TRAILER WITH THE AUDIT COUNTS AND REPORTS THE
006180* STORE AND SUSPEND LEGS, SETTING CONDITION CODE 8 ON ANY
006190* DISAGREEMENT.  EVERY LEG IS DISPLAYED SO THE JOB LOG SHOWS
006200* EXACTLY WHICH ONE BROKE.
006210*-----------------------------------------------------------------
006220 5000-COMPARE.
006230     ADD ACK-WS-AUD-COMPUTED ACK-WS-AUD-RESUMED
006240         GIVING ACK-WS-AUD-ALL-COMPUTED.
006250     DISPLAY 'ACKBAL: RUN ID ' ACK-WS-RUN-ID.
006260     DISPLAY 'ACKBAL: TRAILER  COMP ' ACK-WS-RPT-COMPUTED
006270         ' RES ' ACK-WS-RPT-RESUMED
006280         ' CACH ' ACK-WS-RPT-CACHED
006290         ' SUSP ' ACK-WS-RPT-SUSPENDED.
006300     DISPLAY 'ACKBAL:          REJ  ' ACK-WS-RPT-REJECTED
006310         ' FAIL ' ACK-WS-RPT-FAILED
006320         ' ATT ' ACK-WS-RPT-ATTEMPTED.
006330     DISPLAY 'ACKBAL: AUDIT    COMP ' ACK-WS-AUD-ALL-COMPUTED
006340         ' RES ' ACK-WS-AUD-RESUMED
006350         ' CACH ' ACK-WS-AUD-CACHED
006360         ' SUSP ' ACK-WS-AUD-SUSPENDED.
006370     DISPLAY 'ACKBAL:          REJ  ' ACK-WS-AUD-REJECTED
006380         ' FAIL ' ACK-WS-AUD-FAILED
006390         ' ATT ' ACK-WS-AUD-ATTEMPTED.
006400     IF ACK-WS-AUD-ALL-COMPUTED NOT = ACK-WS-RPT-COMPUTED
006410      OR ACK-WS-AUD-RESUMED NOT = ACK-WS-RPT-RESUMED
006420      OR ACK-WS-AUD-CACHED NOT = ACK-WS-RPT-CACHED
006430      OR ACK-WS-AUD-SUSPENDED NOT = ACK-WS-RPT-SUSPENDED
006440      OR ACK-WS-AUD-REJECTED NOT = ACK-WS-RPT-REJECTED
006450      OR ACK-WS-AUD-FAILED NOT = ACK-WS-RPT-FAILED
006460      OR ACK-WS-AUD-ATTEMPTED NOT = ACK-WS-RPT-ATTEMPTED
006470      OR ACK-WS-AUD-UNKNOWN > 0
006480      OR ACK-WS-AUD-SEQ-BREAKS > 0
006490         SET ACK-WS-OUT-OF-BALANCE TO TRUE
006500         DISPLAY 'ACKBAL: AUDIT LEG OUT OF BALANCE'
006510     END-IF.
006520     DISPLAY 'ACKBAL: STORE    CHECKED ' ACK-WS-STORE-CHECKED
006530         ' DATED THIS RUN DATE ' ACK-WS-STORE-DATED
006540         ' MISMATCHED ' ACK-WS-STORE-MISMATCH.
006550     IF ACK-WS-STORE-MISMATCH > 0
006560         SET ACK-WS-OUT-OF-BALANCE TO TRUE
006570         DISPLAY 'ACKBAL: RESULT STORE LEG OUT OF BALANCE'
006580     END-IF.
006590     DISPLAY 'ACKBAL: SUSPEND  CHECKED ' ACK-WS-SUSP-CHECKED
006600         ' MISMATCHED ' ACK-WS-SUSP-MISMATCH.
006610     IF ACK-WS-SUSP-MISMATCH > 0
006620         SET ACK-WS-OUT-OF-BALANCE TO TRUE
006630         DISPLAY 'ACKBAL: SUSPEND STORE LEG OUT OF BALANCE'
006640     END-IF.
006650     IF ACK-WS-OUT-OF-BALANCE
006660         MOVE 8                  TO RETURN-CODE
006670     ELSE
006680         DISPLAY 'ACKBAL: ALL LEGS IN BALANCE'
006690     END-IF.
006700 5000-EXIT.
006710     EXIT.
006720
006730*-----------------------------------------------------------------
006740* WRITES THE ONE-LINE VERDICT (RUN ID, IN BALANCE / OUT OF
006750* BALANCE) FOR THE END-OF-NIGHT STATUS PAGE.  AN ABSENT
006760* ACKBSTAT DD SIMPLY SKIPS THE LINE.
006770*-----------------------------------------------------------------
006780 6000-WRITE-VERDICT.
006790     OPEN OUTPUT ACK-STAT-FILE.
006800     IF ACK-WS-STAT-STATUS NOT = '00'
006810         GO TO 6000-EXIT
006820     END-IF.
006830     MOVE SPACES                 TO ACK-STAT-RECORD.
006840     MOVE ACK-WS-RUN-ID          TO ACK-STAT-RUN-ID.
006850     IF ACK-WS-IN-BALANCE
006860         MOVE 'IN BALANCE'       TO ACK-STAT-RESULT
006870     ELSE
006880         MOVE 'OUT OF BALANCE'   TO ACK-STAT-RESULT
006890     END-IF.
006900     WRITE ACK-STAT-RECORD.
006910     CLOSE ACK-STAT-FILE.
006920 6000-EXIT.
006930     EXIT.
