000010*****************************************************************
000020* PROGRAM-ID    : ROMAN-REPAIR-RPT                              *
000030* AUTHOR        : D. MOLINA                                     *
000040* INSTALLATION  : BATCH DEVELOPMENT - MATH LIBRARY GROUP        *
000050* DATE-WRITTEN  : 10/15/2026                                    *
000060* DATE-COMPILED :                                               *
000070*-----------------------------------------------------------------
000080* REMARKS.                                                      *
000090*     AUTO-REPAIR REPORT FOR RECORDS MANAGEMENT.                *
000100*     ROMAN-NUMERAL-CONV RUNS A REJECTED TOKEN THROUGH THE      *
000110*     REPAIR RULES ON THE RPRRULE DD AND, WHEN A REPAIR TAKES,  *
000120*     LOGS THE TOKEN WITH STATUS AUTOFIX FOLLOWED BY AN         *
000130*     'ORIGINAL' LINE CARRYING THE TEXT AS RECEIVED AND THE IDS *
000140*     OF THE RULES APPLIED.  THIS PROGRAM READS THOSE PAIRS     *
000150*     FROM THE AUDIT LOG (AUDITIN DD), OPTIONALLY FOR ONE RUN   *
000160*     ID OR RUN-ID PREFIX NAMED ON THE SYSIN CARD, AND WRITES - *
000170*       - A SECTION BY RULE: EVERY RULE ON THE CURRENT RULES    *
000180*         FILE WITH THE NUMBER OF TIMES IT WAS APPLIED, SO A    *
000190*         RULE THAT NEVER FIRES STANDS OUT, PLUS ANY RULE ID    *
000200*         FOUND IN THE LOG THAT IS NO LONGER ON THE FILE;       *
000210*       - A SECTION PER DEPARTMENT (DEPTXREF DD, AS FOR         *
000220*         ROMAN-DEPT-BURST): EACH RULE APPLIED TO THAT          *
000230*         DEPARTMENT'S DOCUMENTS, EVERY REPAIR UNDER IT (THE    *
000240*         ORIGINAL AND REPAIRED TEXT), AND A COUNT PER RULE.    *
000250*     A DOCUMENT WHOSE PREFIX IS ON NO XREF ENTRY FALLS TO THE  *
000260*     'UNAS' (UNASSIGNED) SECTION.                              *
000270*-----------------------------------------------------------------
000280* MODIFICATION HISTORY.                                         *
000290*     10/15/2026  DM  ORIGINAL VERSION.                         *
000300*****************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. ROMAN-REPAIR-RPT.
000330
000340 ENVIRONMENT DIVISION.
000350
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380*    THE AUDIT LOG - READ ONCE, FRONT TO BACK.
000390     SELECT DL940-AUDIT-FILE ASSIGN TO "AUDITIN"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS DL940-WS-AUD-STATUS.
000420
000430*    THE CURRENT REPAIR RULES - FOR THE RULE DESCRIPTIONS AND
000440*    SO RULES THAT NEVER FIRE ARE LISTED TOO.
000450     SELECT DL940-RULE-FILE ASSIGN TO "RPRRULE"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS DL940-WS-RULE-STATUS.
000480
000490*    DEPARTMENT CROSS-REFERENCE - DOCUMENT ID PREFIX (COLS
000500*    1-3), DEPARTMENT CODE (COLS 4-7), DISTRIBUTION NAME
000510*    (COLS 8-32).  MAINTAINED BY RECORDS MANAGEMENT.
000520     SELECT DL940-XREF-FILE ASSIGN TO "DEPTXREF"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS DL940-WS-XREF-STATUS.
000550
000560*    SYSIN SELECTION CARD - RUN ID (OR LEADING PART OF ONE) IN
000570*    COLS 1-14, BLANK FOR THE WHOLE LOG.
000580     SELECT DL940-PARM-FILE ASSIGN TO "SYSIN"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS DL940-WS-PARM-STATUS.
000610
000620*    THE AUTO-REPAIR REPORT.
000630     SELECT DL940-RPT-FILE ASSIGN TO "RPRRPT"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS DL940-WS-RPT-STATUS.
000660
000670*    SORT WORK FILE FOR THE DEPARTMENT / RULE GROUPING.
000680     SELECT DL940-SORT-FILE ASSIGN TO "SORTWK".
000690
000700 DATA DIVISION.
000710
000720 FILE SECTION.
000730
000740*    ONE DL100-AUDIT-LINE AS WRITTEN BY ROMAN-NUMERAL-CONV.
000750 FD  DL940-AUDIT-FILE.
000760 01  DL940-AUDIT-RECORD.
000770     05  DL940-AUD-MODE          PIC X(12).
000780     05  FILLER                  PIC X(02).
000790     05  DL940-AUD-DOCID         PIC X(10).
000800     05  FILLER                  PIC X(02).
000810     05  DL940-AUD-STRING        PIC X(30).
000820     05  FILLER                  PIC X(02).
000830     05  DL940-AUD-L             PIC X(02).
000840     05  FILLER                  PIC X(02).
000850     05  DL940-AUD-SUM           PIC X(05).
000860     05  FILLER                  PIC X(02).
000870*        ON AN 'ORIGINAL' LINE - THE IDS OF THE RULES APPLIED.
000880     05  DL940-AUD-ROMRT         PIC X(18).
000890     05  FILLER                  PIC X(02).
000900     05  DL940-AUD-STATUS-TXT    PIC X(09).
000910     05  FILLER                  PIC X(02).
000920     05  DL940-AUD-RUN-ID        PIC X(14).
000930     05  FILLER                  PIC X(02).
000940     05  DL940-AUD-FRAC          PIC X(02).
000950     05  FILLER                  PIC X(14).
000960
000970*    ONE REPAIR RULE AS READ BY ROMAN-NUMERAL-CONV.
000980 FD  DL940-RULE-FILE.
000990 01  DL940-RULE-RECORD.
001000     05  DL940-RULE-ID           PIC X(04).
001010     05  DL940-RULE-TYPE         PIC X(01).
001020     05  DL940-RULE-FROM         PIC X(01).
001030     05  DL940-RULE-TO           PIC X(01).
001040     05  DL940-RULE-DESC         PIC X(30).
001050
001060 FD  DL940-XREF-FILE.
001070 01  DL940-XREF-RECORD.
001080     05  DL940-XREF-PREFIX       PIC X(03).
001090     05  DL940-XREF-DEPT         PIC X(04).
001100     05  DL940-XREF-NAME         PIC X(25).
001110
001120 FD  DL940-PARM-FILE.
001130 01  DL940-PARM-RECORD.
001140     05  DL940-PARM-RUN-ID       PIC X(14).
001150
001160 FD  DL940-RPT-FILE.
001170 01  DL940-RPT-RECORD            PIC X(132).
001180
001190*    ONE SORT RECORD PER RULE APPLIED TO A REPAIRED TOKEN.
001200 SD  DL940-SORT-FILE.
001210 01  DL940-SRT-RECORD.
001220     05  DL940-SRT-DEPT          PIC X(04).
001230     05  DL940-SRT-RULE          PIC X(04).
001240     05  DL940-SRT-DOCID         PIC X(10).
001250     05  DL940-SRT-RUN-ID        PIC X(14).
001260     05  DL940-SRT-ORIG          PIC X(30).
001270     05  DL940-SRT-FIXED         PIC X(30).
001280
001290 WORKING-STORAGE SECTION.
001300
001310 01  DL940-WS-SWITCHES.
001320     05  DL940-WS-EOF-SW         PIC X(01) VALUE 'N'.
001330         88  DL940-WS-EOF                   VALUE 'Y'.
001340     05  DL940-WS-SRT-EOF-SW     PIC X(01) VALUE 'N'.
001350         88  DL940-WS-SRT-EOF               VALUE 'Y'.
001360     05  DL940-WS-FND-SW         PIC X(01) VALUE 'N'.
001370         88  DL940-WS-FND                   VALUE 'Y'.
001380
001390 01  DL940-WS-AUD-STATUS         PIC X(02) VALUE SPACES.
001400 01  DL940-WS-RULE-STATUS        PIC X(02) VALUE SPACES.
001410 01  DL940-WS-XREF-STATUS        PIC X(02) VALUE SPACES.
001420 01  DL940-WS-PARM-STATUS        PIC X(02) VALUE SPACES.
001430 01  DL940-WS-RPT-STATUS         PIC X(02) VALUE SPACES.
001440
001450*    RUN-ID SELECTION - BLANK FOR THE WHOLE LOG; OTHERWISE ONLY
001460*    LINES WHOSE RUN ID BEGINS WITH THE FIRST DL940-WS-FILT-LEN
001470*    CHARACTERS (A FULL RUN ID, OR E.G. A YYYYMMDD DATE).
001480 01  DL940-WS-FILT-RUN-ID        PIC X(14) VALUE SPACES.
001490 77  DL940-WS-FILT-LEN           PIC 9(02) VALUE 0.
001500
001510*    REPAIR RULE TABLE - THE CURRENT RULES FILE IN FILE ORDER,
001520*    FOLLOWED BY ANY RULE ID MET IN THE LOG THAT IS NO LONGER
001530*    ON THE FILE.
001540 77  DL940-RUL-USED              PIC 9(03) VALUE 0.
001550 01  DL940-RUL-TABLE.
001560     05  DL940-RUL-ENTRY OCCURS 100 TIMES
001570             INDEXED BY DL940-RUL-NDX.
001580         10  DL940-RUL-ID        PIC X(04).
001590         10  DL940-RUL-TYPE      PIC X(01).
001600         10  DL940-RUL-DESC      PIC X(30).
001610         10  DL940-RUL-COUNT     PIC 9(07).
001620
001630*    DEPARTMENT CROSS-REFERENCE TABLE - REFERENCE DATA LOADED
001640*    ONCE AT START OF RUN.  A FILE BEYOND THE TABLE CAPACITY
001650*    IS REFUSED OUTRIGHT RATHER THAN REPORT INCOMPLETELY.
001660 77  DL940-XRF-USED              PIC 9(03) VALUE 0.
001670 01  DL940-XRF-TABLE.
001680     05  DL940-XRF-ENTRY OCCURS 100 TIMES
001690             INDEXED BY DL940-XRF-NDX.
001700         10  DL940-XRF-PREFIX    PIC X(03).
001710         10  DL940-XRF-DEPT      PIC X(04).
001720         10  DL940-XRF-NAME      PIC X(25).
001730
001740*    THE AUTOFIX LINE JUST READ - ITS 'ORIGINAL' COMPANION
001750*    FOLLOWS IT IMMEDIATELY IN THE LOG.
001760 01  DL940-WS-FIX-DOCID          PIC X(10) VALUE SPACES.
001770 01  DL940-WS-FIX-RUN-ID         PIC X(14) VALUE SPACES.
001780 01  DL940-WS-FIX-STRING         PIC X(30) VALUE SPACES.
001790
001800*    THE RULE IDS CARRIED ON AN 'ORIGINAL' LINE.
001810 01  DL940-WS-APPLIED-LIST.
001820     05  DL940-WS-APPLIED OCCURS 3 TIMES
001830             INDEXED BY DL940-APL-NDX.
001840         10  DL940-WS-APPLIED-ID PIC X(04).
001850         10  FILLER              PIC X(01).
001860     05  FILLER                  PIC X(03).
001870
001880*    DEPARTMENT AND RULE RESOLVED FOR THE RECORD IN HAND.
001890 77  DL940-WS-DEPT               PIC X(04).
001900 77  DL940-WS-DEPT-NAME          PIC X(25).
001910 77  DL940-WS-RULE-DESC          PIC X(30).
001920
001930*    CONTROL-BREAK STATE AND TOTALS FOR THE OUTPUT PROCEDURE.
001940 77  DL940-WS-PREV-DEPT          PIC X(04) VALUE SPACES.
001950 77  DL940-WS-PREV-RULE          PIC X(04) VALUE SPACES.
001960 77  DL940-WS-DEPT-COUNT         PIC 9(07) VALUE 0.
001970 77  DL940-WS-RULE-COUNT         PIC 9(07) VALUE 0.
001980
001990*    RUN-WIDE COUNTS FOR THE TRAILER AND THE JOB LOG.
002000 77  DL940-WS-LINES-READ         PIC 9(09) VALUE 0.
002010 77  DL940-WS-REPAIRS            PIC 9(07) VALUE 0.
002020 77  DL940-WS-APPLICATIONS       PIC 9(07) VALUE 0.
002030 77  DL940-WS-NOT-PAIRED         PIC 9(07) VALUE 0.
002040 77  DL940-WS-NOT-TALLIED        PIC 9(07) VALUE 0.
002050 77  DL940-WS-UNASSIGNED         PIC 9(07) VALUE 0.
002060 77  DL940-WS-DEPTS-REPORTED     PIC 9(03) VALUE 0.
002070
002080*    REPORT LINE LAYOUTS.
002090 01  DL940-RPT-TITLE-LINE.
002100     05  FILLER                  PIC X(34) VALUE
002110             'ROMAN NUMERAL AUTO-REPAIR REPORT'.
002120     05  FILLER                  PIC X(08) VALUE 'RUN ID: '.
002130     05  DL940-RPT-H-RUN-ID      PIC X(14).
002140
002150 01  DL940-RPT-RULE-LINE.
002160     05  DL940-RPT-R-ID          PIC X(04).
002170     05  FILLER                  PIC X(02) VALUE SPACES.
002180     05  DL940-RPT-R-TYPE        PIC X(01).
002190     05  FILLER                  PIC X(02) VALUE SPACES.
002200     05  DL940-RPT-R-DESC        PIC X(30).
002210     05  FILLER                  PIC X(02) VALUE SPACES.
002220     05  FILLER                  PIC X(09) VALUE 'APPLIED: '.
002230     05  DL940-RPT-R-COUNT       PIC Z(6)9.
002240     05  FILLER                  PIC X(02) VALUE SPACES.
002250     05  DL940-RPT-R-FLAG        PIC X(10).
002260
002270 01  DL940-RPT-DEPT-LINE.
002280     05  FILLER                  PIC X(12) VALUE 'DEPARTMENT: '.
002290     05  DL940-RPT-H-DEPT        PIC X(04).
002300     05  FILLER                  PIC X(02) VALUE SPACES.
002310     05  DL940-RPT-H-NAME        PIC X(25).
002320
002330 01  DL940-RPT-GROUP-LINE.
002340     05  FILLER                  PIC X(06) VALUE 'RULE: '.
002350     05  DL940-RPT-G-ID          PIC X(04).
002360     05  FILLER                  PIC X(02) VALUE SPACES.
002370     05  DL940-RPT-G-DESC        PIC X(30).
002380
002390 01  DL940-RPT-DETAIL-LINE.
002400     05  FILLER                  PIC X(02) VALUE SPACES.
002410     05  DL940-RPT-D-DOCID       PIC X(10).
002420     05  FILLER                  PIC X(02) VALUE SPACES.
002430     05  DL940-RPT-D-ORIG        PIC X(30).
002440     05  FILLER                  PIC X(04) VALUE ' -> '.
002450     05  DL940-RPT-D-FIXED       PIC X(30).
002460     05  FILLER                  PIC X(02) VALUE SPACES.
002470     05  DL940-RPT-D-RUN-ID      PIC X(14).
002480
002490 01  DL940-RPT-SUBTOT-LINE.
002500     05  FILLER                  PIC X(02) VALUE SPACES.
002510     05  FILLER                  PIC X(05) VALUE 'RULE '.
002520     05  DL940-RPT-S-ID          PIC X(04).
002530     05  FILLER                  PIC X(14) VALUE ' TOTAL       :'.
002540     05  DL940-RPT-S-VALUE       PIC Z(8)9.
002550
002560 01  DL940-RPT-TOTAL-LINE.
002570     05  DL940-RPT-T-LABEL       PIC X(30).
002580     05  DL940-RPT-T-VALUE       PIC Z(8)9.
002590
002600 PROCEDURE DIVISION.
002610
002620 0000-MAINLINE.
002630     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002640     IF RETURN-CODE NOT = 0
002650         GO TO 0000-TERMINATE
002660     END-IF.
002670     SORT DL940-SORT-FILE
002680         ASCENDING KEY DL940-SRT-DEPT
002690                       DL940-SRT-RULE
002700                       DL940-SRT-DOCID
002710                       DL940-SRT-RUN-ID
002720         INPUT PROCEDURE IS 2000-GATHER THRU 2000-EXIT
002730         OUTPUT PROCEDURE IS 3000-REPORT THRU 3000-EXIT.
002740     IF RETURN-CODE = 0
002750         PERFORM 8000-WRITE-TRAILER THRU 8000-EXIT
002760     END-IF.
002770     CLOSE DL940-RPT-FILE.
002780     DISPLAY 'ROMAN-REPAIR-RPT: ' DL940-WS-REPAIRS
002790         ' TOKENS AUTO-REPAIRED, ' DL940-WS-DEPTS-REPORTED
002800         ' DEPARTMENTS REPORTED'.
002810 0000-TERMINATE.
002820     DISPLAY 'ROMAN-REPAIR-RPT: RUN COMPLETE - RC '
002830         RETURN-CODE.
002840     STOP RUN.
002850
002860*-----------------------------------------------------------------
002870* READS THE OPTIONAL SELECTION CARD, LOADS THE DEPARTMENT
002880* CROSS-REFERENCE AND THE REPAIR RULES, AND OPENS THE REPORT.
002890* A MISSING CROSS-REFERENCE MEANS NOTHING CAN BE ROUTED AND THE
002900* RUN REFUSES; A MISSING RULES FILE ONLY COSTS THE RULE
002910* DESCRIPTIONS.
002920*-----------------------------------------------------------------
002930 1000-INITIALIZE.
002940     OPEN INPUT DL940-PARM-FILE.
002950     IF DL940-WS-PARM-STATUS = '00'
002960         READ DL940-PARM-FILE
002970             AT END
002980                 MOVE SPACES     TO DL940-PARM-RECORD
002990         END-READ
003000         MOVE DL940-PARM-RUN-ID  TO DL940-WS-FILT-RUN-ID
003010         CLOSE DL940-PARM-FILE
003020     END-IF.
003030     MOVE 0                      TO DL940-WS-FILT-LEN.
003040     INSPECT DL940-WS-FILT-RUN-ID TALLYING DL940-WS-FILT-LEN
003050         FOR CHARACTERS BEFORE INITIAL SPACE.
003060     OPEN INPUT DL940-XREF-FILE.
003070     IF DL940-WS-XREF-STATUS NOT = '00'
003080         DISPLAY 'ROMAN-REPAIR-RPT: UNABLE TO OPEN DEPTXREF - '
003090             'STATUS ' DL940-WS-XREF-STATUS
003100         MOVE 16                 TO RETURN-CODE
003110         GO TO 1000-EXIT
003120     END-IF.
003130     MOVE 'N'                    TO DL940-WS-EOF-SW.
003140     PERFORM 1100-LOAD-ONE-XREF-ENTRY THRU 1100-EXIT
003150         UNTIL DL940-WS-EOF.
003160     CLOSE DL940-XREF-FILE.
003170     IF RETURN-CODE NOT = 0
003180         GO TO 1000-EXIT
003190     END-IF.
003200     IF DL940-XRF-USED = 0
003210         DISPLAY 'ROMAN-REPAIR-RPT: DEPTXREF IS EMPTY - '
003220             'NOTHING CAN BE ROUTED'
003230         MOVE 16                 TO RETURN-CODE
003240         GO TO 1000-EXIT
003250     END-IF.
003260     PERFORM 1200-LOAD-RULES THRU 1200-EXIT.
003270     OPEN OUTPUT DL940-RPT-FILE.
003280     IF DL940-WS-RPT-STATUS NOT = '00'
003290         DISPLAY 'ROMAN-REPAIR-RPT: UNABLE TO OPEN RPRRPT - '
003300             'STATUS ' DL940-WS-RPT-STATUS
003310         MOVE 16                 TO RETURN-CODE
003320     END-IF.
003330 1000-EXIT.
003340     EXIT.
003350
003360 1100-LOAD-ONE-XREF-ENTRY.
003370     READ DL940-XREF-FILE
003380         AT END
003390             MOVE 'Y'            TO DL940-WS-EOF-SW
003400     END-READ.
003410     IF DL940-WS-EOF
003420         GO TO 1100-EXIT
003430     END-IF.
003440     IF DL940-XRF-USED NOT < 100
003450         DISPLAY 'ROMAN-REPAIR-RPT: DEPTXREF EXCEEDS 100 '
003460             'ENTRIES - REPORT REFUSED RATHER THAN RUN '
003470             'INCOMPLETE'
003480         MOVE 16                 TO RETURN-CODE
003490         MOVE 'Y'                TO DL940-WS-EOF-SW
003500         GO TO 1100-EXIT
003510     END-IF.
003520     ADD 1                       TO DL940-XRF-USED.
003530     SET DL940-XRF-NDX           TO DL940-XRF-USED.
003540     MOVE DL940-XREF-PREFIX      TO DL940-XRF-PREFIX
003550                                        (DL940-XRF-NDX).
003560     MOVE DL940-XREF-DEPT TO DL940-XRF-DEPT (DL940-XRF-NDX).
003570     MOVE DL940-XREF-NAME TO DL940-XRF-NAME (DL940-XRF-NDX).
003580 1100-EXIT.
003590     EXIT.
003600
003610 1200-LOAD-RULES.
003620     OPEN INPUT DL940-RULE-FILE.
003630     IF DL940-WS-RULE-STATUS NOT = '00'
003640         DISPLAY 'ROMAN-REPAIR-RPT: RPRRULE NOT AVAILABLE - '
003650             'STATUS ' DL940-WS-RULE-STATUS
003660             ' - RULES LISTED BY ID ONLY'
003670         GO TO 1200-EXIT
003680     END-IF.
003690     MOVE 'N'                    TO DL940-WS-EOF-SW.
003700     PERFORM 1210-LOAD-ONE-RULE THRU 1210-EXIT
003710         UNTIL DL940-WS-EOF.
003720     CLOSE DL940-RULE-FILE.
003730 1200-EXIT.
003740     EXIT.
003750
003760 1210-LOAD-ONE-RULE.
003770     READ DL940-RULE-FILE
003780         AT END
003790             MOVE 'Y'            TO DL940-WS-EOF-SW
003800     END-READ.
003810     IF DL940-WS-EOF
003820         GO TO 1210-EXIT
003830     END-IF.
003840*    BLANK AND COMMENT ('*' IN COLUMN 1) LINES ARE SKIPPED.
003850     IF DL940-RULE-RECORD = SPACES
003860        OR DL940-RULE-ID (1:1) = '*'
003870         GO TO 1210-EXIT
003880     END-IF.
003890     IF DL940-RUL-USED NOT < 100
003900         DISPLAY 'ROMAN-REPAIR-RPT: RPRRULE EXCEEDS 100 '
003910             'ENTRIES - THE REST ARE NOT LISTED'
003920         MOVE 'Y'                TO DL940-WS-EOF-SW
003930         GO TO 1210-EXIT
003940     END-IF.
003950     ADD 1                       TO DL940-RUL-USED.
003960     SET DL940-RUL-NDX           TO DL940-RUL-USED.
003970     MOVE DL940-RULE-ID   TO DL940-RUL-ID (DL940-RUL-NDX).
003980     MOVE DL940-RULE-TYPE TO DL940-RUL-TYPE (DL940-RUL-NDX).
003990     MOVE DL940-RULE-DESC TO DL940-RUL-DESC (DL940-RUL-NDX).
004000     MOVE 0               TO DL940-RUL-COUNT (DL940-RUL-NDX).
004010 1210-EXIT.
004020     EXIT.
004030
004040*-----------------------------------------------------------------
004050* SORT INPUT PROCEDURE - READS THE AUDIT LOG AND RELEASES ONE
004060* TAGGED RECORD FOR EACH RULE APPLIED TO EACH SELECTED
004070* AUTO-REPAIRED TOKEN.
004080*-----------------------------------------------------------------
004090 2000-GATHER.
004100     OPEN INPUT DL940-AUDIT-FILE.
004110     IF DL940-WS-AUD-STATUS NOT = '00'
004120         DISPLAY 'ROMAN-REPAIR-RPT: UNABLE TO OPEN AUDITIN - '
004130             'STATUS ' DL940-WS-AUD-STATUS
004140         MOVE 16                 TO RETURN-CODE
004150         GO TO 2000-EXIT
004160     END-IF.
004170     MOVE 'N'                    TO DL940-WS-EOF-SW.
004180     PERFORM 2100-GATHER-ONE-LINE THRU 2100-EXIT
004190         UNTIL DL940-WS-EOF.
004200     CLOSE DL940-AUDIT-FILE.
004210 2000-EXIT.
004220     EXIT.
004230
004240 2100-GATHER-ONE-LINE.
004250     READ DL940-AUDIT-FILE
004260         AT END
004270             MOVE 'Y'            TO DL940-WS-EOF-SW
004280     END-READ.
004290     IF DL940-WS-EOF
004300         GO TO 2100-EXIT
004310     END-IF.
004320     ADD 1                       TO DL940-WS-LINES-READ.
004330     IF DL940-AUD-STATUS-TXT = 'AUTOFIX'
004340         MOVE DL940-AUD-DOCID    TO DL940-WS-FIX-DOCID
004350         MOVE DL940-AUD-RUN-ID   TO DL940-WS-FIX-RUN-ID
004360         MOVE DL940-AUD-STRING   TO DL940-WS-FIX-STRING
004370         GO TO 2100-EXIT
004380     END-IF.
004390     IF DL940-AUD-STATUS-TXT NOT = 'ORIGINAL'
004400         GO TO 2100-EXIT
004410     END-IF.
004420     IF DL940-WS-FILT-LEN > 0
004430         IF DL940-AUD-RUN-ID (1:DL940-WS-FILT-LEN)
004440                 NOT = DL940-WS-FILT-RUN-ID (1:DL940-WS-FILT-LEN)
004450             GO TO 2100-EXIT
004460         END-IF
004470     END-IF.
004480     ADD 1                       TO DL940-WS-REPAIRS.
004490*    THE REPAIRED TEXT IS ON THE AUTOFIX LINE WRITTEN JUST
004500*    AHEAD OF THIS ONE FOR THE SAME DOCUMENT AND RUN.
004510     IF DL940-WS-FIX-DOCID NOT = DL940-AUD-DOCID
004520        OR DL940-WS-FIX-RUN-ID NOT = DL940-AUD-RUN-ID
004530         MOVE '** AUTOFIX LINE NOT FOUND **'
004540             TO DL940-WS-FIX-STRING
004550         ADD 1                   TO DL940-WS-NOT-PAIRED
004560     END-IF.
004570     PERFORM 2500-RESOLVE-DEPARTMENT THRU 2500-EXIT.
004580     MOVE DL940-AUD-ROMRT        TO DL940-WS-APPLIED-LIST.
004590     PERFORM 2200-RELEASE-ONE-RULE THRU 2200-EXIT
004600         VARYING DL940-APL-NDX FROM 1 BY 1
004610         UNTIL DL940-APL-NDX > 3.
004620     MOVE SPACES                 TO DL940-WS-FIX-DOCID
004630                                    DL940-WS-FIX-RUN-ID
004640                                    DL940-WS-FIX-STRING.
004650 2100-EXIT.
004660     EXIT.
004670
004680 2200-RELEASE-ONE-RULE.
004690     IF DL940-WS-APPLIED-ID (DL940-APL-NDX) = SPACES
004700         GO TO 2200-EXIT
004710     END-IF.
004720     PERFORM 2300-TALLY-RULE THRU 2300-EXIT.
004730     MOVE SPACES                 TO DL940-SRT-RECORD.
004740     MOVE DL940-WS-DEPT          TO DL940-SRT-DEPT.
004750     MOVE DL940-WS-APPLIED-ID (DL940-APL-NDX) TO DL940-SRT-RULE.
004760     MOVE DL940-AUD-DOCID        TO DL940-SRT-DOCID.
004770     MOVE DL940-AUD-RUN-ID       TO DL940-SRT-RUN-ID.
004780     MOVE DL940-AUD-STRING       TO DL940-SRT-ORIG.
004790     MOVE DL940-WS-FIX-STRING    TO DL940-SRT-FIXED.
004800     RELEASE DL940-SRT-RECORD.
004810     ADD 1                       TO DL940-WS-APPLICATIONS.
004820 2200-EXIT.
004830     EXIT.
004840
004850*-----------------------------------------------------------------
004860* COUNTS ONE APPLICATION AGAINST ITS RULE.  A RULE ID NOT ON THE
004870* CURRENT RULES FILE IS ADDED TO THE END OF THE TABLE SO IT STILL
004880* APPEARS IN THE BY-RULE SECTION.
004890*-----------------------------------------------------------------
004900 2300-TALLY-RULE.
004910     MOVE 'N'                    TO DL940-WS-FND-SW.
004920     SET DL940-RUL-NDX           TO 1.
004930     SEARCH DL940-RUL-ENTRY
004940         WHEN DL940-RUL-NDX > DL940-RUL-USED
004950             CONTINUE
004960         WHEN DL940-RUL-ID (DL940-RUL-NDX)
004970                 = DL940-WS-APPLIED-ID (DL940-APL-NDX)
004980             SET DL940-WS-FND    TO TRUE
004990     END-SEARCH.
005000     IF NOT DL940-WS-FND
005010         IF DL940-RUL-USED NOT < 100
005020             ADD 1               TO DL940-WS-NOT-TALLIED
005030             GO TO 2300-EXIT
005040         END-IF
005050         ADD 1                   TO DL940-RUL-USED
005060         SET DL940-RUL-NDX       TO DL940-RUL-USED
005070         MOVE DL940-WS-APPLIED-ID (DL940-APL-NDX)
005080             TO DL940-RUL-ID (DL940-RUL-NDX)
005090         MOVE SPACE              TO DL940-RUL-TYPE (DL940-RUL-NDX)
005100         MOVE 'NOT ON CURRENT RULES FILE'
005110             TO DL940-RUL-DESC (DL940-RUL-NDX)
005120         MOVE 0 TO DL940-RUL-COUNT (DL940-RUL-NDX)
005130     END-IF.
005140     ADD 1 TO DL940-RUL-COUNT (DL940-RUL-NDX).
005150 2300-EXIT.
005160     EXIT.
005170
005180*-----------------------------------------------------------------
005190* RESOLVES THE DEPARTMENT FOR THE DOCUMENT ID ON THE AUDIT LINE
005200* BY ITS PREFIX.  NO MATCH FALLS TO THE 'UNAS' (UNASSIGNED)
005210* SECTION AND IS COUNTED.
005220*-----------------------------------------------------------------
005230 2500-RESOLVE-DEPARTMENT.
005240     MOVE 'N'                    TO DL940-WS-FND-SW.
005250     SET DL940-XRF-NDX           TO 1.
005260     SEARCH DL940-XRF-ENTRY
005270         WHEN DL940-XRF-NDX > DL940-XRF-USED
005280             CONTINUE
005290         WHEN DL940-XRF-PREFIX (DL940-XRF-NDX)
005300                 = DL940-AUD-DOCID (1:3)
005310             SET DL940-WS-FND    TO TRUE
005320     END-SEARCH.
005330     IF DL940-WS-FND
005340         MOVE DL940-XRF-DEPT (DL940-XRF-NDX) TO DL940-WS-DEPT
005350     ELSE
005360         MOVE 'UNAS'             TO DL940-WS-DEPT
005370         ADD 1                   TO DL940-WS-UNASSIGNED
005380     END-IF.
005390 2500-EXIT.
005400     EXIT.
005410
005420*-----------------------------------------------------------------
005430* SORT OUTPUT PROCEDURE - WRITES THE BY-RULE SECTION FROM THE
005440* COUNTS TAKEN DURING THE INPUT PROCEDURE, THEN RETURNS THE
005450* TAGGED RECORDS IN DEPARTMENT / RULE ORDER AND WRITES ONE
005460* SECTION PER DEPARTMENT WITH A COUNT PER RULE.
005470*-----------------------------------------------------------------
005480 3000-REPORT.
005490     IF RETURN-CODE NOT = 0
005500         GO TO 3000-EXIT
005510     END-IF.
005520     PERFORM 3050-WRITE-RULE-SECTION THRU 3050-EXIT.
005530     MOVE SPACES                 TO DL940-RPT-RECORD.
005540     WRITE DL940-RPT-RECORD.
005550     MOVE 'AUTO-REPAIRS BY DEPARTMENT' TO DL940-RPT-RECORD.
005560     WRITE DL940-RPT-RECORD.
005570     MOVE SPACES                 TO DL940-WS-PREV-DEPT
005580                                    DL940-WS-PREV-RULE.
005590     MOVE 'N'                    TO DL940-WS-SRT-EOF-SW.
005600     PERFORM 3100-REPORT-ONE-RECORD THRU 3100-EXIT
005610         UNTIL DL940-WS-SRT-EOF.
005620     IF DL940-WS-PREV-DEPT NOT = SPACES
005630         PERFORM 3450-WRITE-RULE-SUBTOTAL THRU 3450-EXIT
005640         PERFORM 3400-WRITE-DEPT-TOTALS THRU 3400-EXIT
005650     END-IF.
005660 3000-EXIT.
005670     EXIT.
005680
005690 3050-WRITE-RULE-SECTION.
005700     IF DL940-WS-FILT-LEN > 0
005710         MOVE DL940-WS-FILT-RUN-ID TO DL940-RPT-H-RUN-ID
005720     ELSE
005730         MOVE 'ALL RUNS'         TO DL940-RPT-H-RUN-ID
005740     END-IF.
005750     MOVE DL940-RPT-TITLE-LINE TO DL940-RPT-RECORD.
005760     WRITE DL940-RPT-RECORD.
005770     MOVE SPACES                 TO DL940-RPT-RECORD.
005780     WRITE DL940-RPT-RECORD.
005790     MOVE 'AUTO-REPAIRS BY RULE' TO DL940-RPT-RECORD.
005800     WRITE DL940-RPT-RECORD.
005810     PERFORM 3060-WRITE-ONE-RULE-LINE THRU 3060-EXIT
005820         VARYING DL940-RUL-NDX FROM 1 BY 1
005830         UNTIL DL940-RUL-NDX > DL940-RUL-USED.
005840 3050-EXIT.
005850     EXIT.
005860
005870 3060-WRITE-ONE-RULE-LINE.
005880     MOVE DL940-RUL-ID (DL940-RUL-NDX)    TO DL940-RPT-R-ID.
005890     MOVE DL940-RUL-TYPE (DL940-RUL-NDX)  TO DL940-RPT-R-TYPE.
005900     MOVE DL940-RUL-DESC (DL940-RUL-NDX)  TO DL940-RPT-R-DESC.
005910     MOVE DL940-RUL-COUNT (DL940-RUL-NDX) TO DL940-RPT-R-COUNT.
005920     IF DL940-RUL-COUNT (DL940-RUL-NDX) = 0
005930         MOVE 'NOT USED'         TO DL940-RPT-R-FLAG
005940     ELSE
005950         MOVE SPACES             TO DL940-RPT-R-FLAG
005960     END-IF.
005970     MOVE DL940-RPT-RULE-LINE TO DL940-RPT-RECORD.
005980     WRITE DL940-RPT-RECORD.
005990 3060-EXIT.
006000     EXIT.
006010
006020 3100-REPORT-ONE-RECORD.
006030     RETURN DL940-SORT-FILE
006040         AT END
006050             MOVE 'Y'            TO DL940-WS-SRT-EOF-SW
006060     END-RETURN.
006070     IF DL940-WS-SRT-EOF
006080         GO TO 3100-EXIT
006090     END-IF.
006100     IF DL940-SRT-DEPT NOT = DL940-WS-PREV-DEPT
006110         IF DL940-WS-PREV-DEPT NOT = SPACES
006120             PERFORM 3450-WRITE-RULE-SUBTOTAL THRU 3450-EXIT
006130             PERFORM 3400-WRITE-DEPT-TOTALS THRU 3400-EXIT
006140         END-IF
006150         PERFORM 3200-WRITE-DEPT-HEADER THRU 3200-EXIT
006160     ELSE
006170         IF DL940-SRT-RULE NOT = DL940-WS-PREV-RULE
006180             PERFORM 3450-WRITE-RULE-SUBTOTAL THRU 3450-EXIT
006190         END-IF
006200     END-IF.
006210     IF DL940-SRT-RULE NOT = DL940-WS-PREV-RULE
006220         PERFORM 3250-WRITE-RULE-HEADER THRU 3250-EXIT
006230     END-IF.
006240     PERFORM 3300-WRITE-DETAIL-LINE THRU 3300-EXIT.
006250 3100-EXIT.
006260     EXIT.
006270
006280 3200-WRITE-DEPT-HEADER.
006290     MOVE DL940-SRT-DEPT         TO DL940-WS-PREV-DEPT.
006300     MOVE SPACES                 TO DL940-WS-PREV-RULE.
006310     MOVE 0                      TO DL940-WS-DEPT-COUNT.
006320     ADD 1                       TO DL940-WS-DEPTS-REPORTED.
006330     PERFORM 3210-LOOK-UP-DEPT-NAME THRU 3210-EXIT.
006340     MOVE ALL '='                TO DL940-RPT-RECORD.
006350     WRITE DL940-RPT-RECORD.
006360     MOVE DL940-SRT-DEPT         TO DL940-RPT-H-DEPT.
006370     MOVE DL940-WS-DEPT-NAME     TO DL940-RPT-H-NAME.
006380     MOVE DL940-RPT-DEPT-LINE TO DL940-RPT-RECORD.
006390     WRITE DL940-RPT-RECORD.
006400 3200-EXIT.
006410     EXIT.
006420
006430 3210-LOOK-UP-DEPT-NAME.
006440     MOVE 'N'                    TO DL940-WS-FND-SW.
006450     SET DL940-XRF-NDX           TO 1.
006460     SEARCH DL940-XRF-ENTRY
006470         WHEN DL940-XRF-NDX > DL940-XRF-USED
006480             CONTINUE
006490         WHEN DL940-XRF-DEPT (DL940-XRF-NDX) = DL940-SRT-DEPT
006500             SET DL940-WS-FND    TO TRUE
006510     END-SEARCH.
006520     IF DL940-WS-FND
006530         MOVE DL940-XRF-NAME (DL940-XRF-NDX)
006540             TO DL940-WS-DEPT-NAME
006550     ELSE
006560         MOVE 'UNASSIGNED - NO XREF ENTRY'
006570             TO DL940-WS-DEPT-NAME
006580     END-IF.
006590 3210-EXIT.
006600     EXIT.
006610
006620 3250-WRITE-RULE-HEADER.
006630     MOVE DL940-SRT-RULE         TO DL940-WS-PREV-RULE.
006640     MOVE 0                      TO DL940-WS-RULE-COUNT.
006650     MOVE SPACES                 TO DL940-WS-RULE-DESC.
006660     SET DL940-RUL-NDX           TO 1.
006670     SEARCH DL940-RUL-ENTRY
006680         WHEN DL940-RUL-NDX > DL940-RUL-USED
006690             CONTINUE
006700         WHEN DL940-RUL-ID (DL940-RUL-NDX) = DL940-SRT-RULE
006710             MOVE DL940-RUL-DESC (DL940-RUL-NDX)
006720                 TO DL940-WS-RULE-DESC
006730     END-SEARCH.
006740     MOVE SPACES                 TO DL940-RPT-RECORD.
006750     WRITE DL940-RPT-RECORD.
006760     MOVE DL940-SRT-RULE         TO DL940-RPT-G-ID.
006770     MOVE DL940-WS-RULE-DESC     TO DL940-RPT-G-DESC.
006780     MOVE DL940-RPT-GROUP-LINE TO DL940-RPT-RECORD.
006790     WRITE DL940-RPT-RECORD.
006800 3250-EXIT.
006810     EXIT.
006820
006830 3300-WRITE-DETAIL-LINE.
006840     ADD 1                       TO DL940-WS-RULE-COUNT
006850                                    DL940-WS-DEPT-COUNT.
006860     MOVE DL940-SRT-DOCID        TO DL940-RPT-D-DOCID.
006870     MOVE DL940-SRT-ORIG         TO DL940-RPT-D-ORIG.
006880     MOVE DL940-SRT-FIXED        TO DL940-RPT-D-FIXED.
006890     MOVE DL940-SRT-RUN-ID       TO DL940-RPT-D-RUN-ID.
006900     MOVE DL940-RPT-DETAIL-LINE TO DL940-RPT-RECORD.
006910     WRITE DL940-RPT-RECORD.
006920 3300-EXIT.
006930     EXIT.
006940
006950 3400-WRITE-DEPT-TOTALS.
006960     MOVE SPACES                 TO DL940-RPT-RECORD.
006970     WRITE DL940-RPT-RECORD.
006980     MOVE 'RULE APPLICATIONS          :' TO DL940-RPT-T-LABEL.
006990     MOVE DL940-WS-DEPT-COUNT    TO DL940-RPT-T-VALUE.
007000     MOVE DL940-RPT-TOTAL-LINE TO DL940-RPT-RECORD.
007010     WRITE DL940-RPT-RECORD.
007020     MOVE SPACES                 TO DL940-RPT-RECORD.
007030     WRITE DL940-RPT-RECORD.
007040 3400-EXIT.
007050     EXIT.
007060
007070 3450-WRITE-RULE-SUBTOTAL.
007080     MOVE DL940-WS-PREV-RULE     TO DL940-RPT-S-ID.
007090     MOVE DL940-WS-RULE-COUNT    TO DL940-RPT-S-VALUE.
007100     MOVE DL940-RPT-SUBTOT-LINE TO DL940-RPT-RECORD.
007110     WRITE DL940-RPT-RECORD.
007120 3450-EXIT.
007130     EXIT.
007140
007150*-----------------------------------------------------------------
007160* RUN TOTALS.  A TOKEN REPAIRED BY MORE THAN ONE RULE COUNTS
007170* ONCE AS A REPAIR AND ONCE PER RULE AS AN APPLICATION.
007180*-----------------------------------------------------------------
007190 8000-WRITE-TRAILER.
007200     MOVE ALL '='                TO DL940-RPT-RECORD.
007210     WRITE DL940-RPT-RECORD.
007220     MOVE 'AUDIT LINES READ           :' TO DL940-RPT-T-LABEL.
007230     MOVE DL940-WS-LINES-READ    TO DL940-RPT-T-VALUE.
007240     MOVE DL940-RPT-TOTAL-LINE TO DL940-RPT-RECORD.
007250     WRITE DL940-RPT-RECORD.
007260     MOVE 'TOKENS AUTO-REPAIRED       :' TO DL940-RPT-T-LABEL.
007270     MOVE DL940-WS-REPAIRS       TO DL940-RPT-T-VALUE.
007280     MOVE DL940-RPT-TOTAL-LINE TO DL940-RPT-RECORD.
007290     WRITE DL940-RPT-RECORD.
007300     MOVE 'RULE APPLICATIONS          :' TO DL940-RPT-T-LABEL.
007310     MOVE DL940-WS-APPLICATIONS  TO DL940-RPT-T-VALUE.
007320     MOVE DL940-RPT-TOTAL-LINE TO DL940-RPT-RECORD.
007330     WRITE DL940-RPT-RECORD.
007340     MOVE 'DEPARTMENTS REPORTED       :' TO DL940-RPT-T-LABEL.
007350     MOVE DL940-WS-DEPTS-REPORTED TO DL940-RPT-T-VALUE.
007360     MOVE DL940-RPT-TOTAL-LINE TO DL940-RPT-RECORD.
007370     WRITE DL940-RPT-RECORD.
007380     MOVE 'REPAIRS UNASSIGNED         :' TO DL940-RPT-T-LABEL.
007390     MOVE DL940-WS-UNASSIGNED    TO DL940-RPT-T-VALUE.
007400     MOVE DL940-RPT-TOTAL-LINE TO DL940-RPT-RECORD.
007410     WRITE DL940-RPT-RECORD.
007420     IF DL940-WS-NOT-PAIRED > 0
007430         MOVE 'AUTOFIX LINE NOT FOUND     :' TO DL940-RPT-T-LABEL
007440         MOVE DL940-WS-NOT-PAIRED TO DL940-RPT-T-VALUE
007450         MOVE DL940-RPT-TOTAL-LINE TO DL940-RPT-RECORD
007460         WRITE DL940-RPT-RECORD
007470     END-IF.
007480     IF DL940-WS-NOT-TALLIED > 0
007490         MOVE 'APPLICATIONS NOT BY RULE   :' TO DL940-RPT-T-LABEL
007500         MOVE DL940-WS-NOT-TALLIED TO DL940-RPT-T-VALUE
007510         MOVE DL940-RPT-TOTAL-LINE TO DL940-RPT-RECORD
007520         WRITE DL940-RPT-RECORD
007530     END-IF.
007540 8000-EXIT.
007550     EXIT.
007560
