000010*****************************************************************
000020* PROGRAM-ID    : ROMAN-CHARGEBACK                              *
000030* AUTHOR        : D. MOLINA                                     *
000040* INSTALLATION  : BATCH DEVELOPMENT - MATH LIBRARY GROUP        *
000050* DATE-WRITTEN  : 10/15/2026                                    *
000060* DATE-COMPILED :                                               *
000070*-----------------------------------------------------------------
000080* REMARKS.                                                      *
000090*     MONTH-END DEPARTMENTAL CHARGEBACK FOR THE CONVERSION      *
000100*     SERVICE.  THE SYSIN CARD NAMES THE PERIOD (YYYYMM, COLS   *
000110*     1-6); A BLANK CARD MEANS THE PREVIOUS CALENDAR MONTH.     *
000120*     THE RUNS OF THE PERIOD ARE THOSE ON THE RUN-HISTORY STORE *
000130*     (RUNHIST DD) WHOSE RUN ID STARTS WITH IT.  THEIR TOKEN    *
000140*     LINES ARE TAKEN FROM THE LIVE AUDIT LOG (AUDITIN DD) AND  *
000150*     FROM THE AUDITARC GENERATIONS THE JOB STREAM CONCATENATES *
000160*     UNDER THE ARCHIN DD, AND EACH DOCUMENT IS CHARGED TO ITS  *
000170*     DEPARTMENT BY ITS ID PREFIX (DEPTXREF DD, AS FOR          *
000180*     ROMAN-DEPT-BURST).  EACH TOKEN LINE IS ONE UNIT OF ONE    *
000190*     CHARGE TYPE -                                             *
000200*       CORR - ANY TOKEN WORKED BY A CORRECTION RUN;            *
000210*       REJT - A TOKEN REJECTED BY ANY OTHER RUN;               *
000220*       REVS - A NUMBER CONVERTED TO A NUMERAL (REVERSE RUN);   *
000230*       CONV - A NUMERAL CONVERTED (FILE, BATCH, INTERACTIVE).  *
000240*     THE UNITS ARE PRICED FROM THE RATE CARD (RATECARD DD).    *
000250*     OUTPUT IS A PRINTED STATEMENT PER DEPARTMENT (CHGRPT DD)  *
000260*     AND THE FINANCE INTERFACE FILE (GLCHARGE DD) - ONE FIXED- *
000270*     FORMAT CHARGE LINE PER DEPARTMENT AND CHARGE TYPE AND A   *
000280*     CONTROL-TOTAL TRAILER - FOR THE GENERAL-LEDGER LOAD.      *
000290*     A RUN FLAGGED BACKED OUT ON RUNHIST IS NOT CHARGED.  A    *
000300*     RUN WITH ONLY SOME FILES BACKED OUT IS CHARGED IN FULL    *
000310*     (THE STORE DOES NOT SAY WHICH FILES) AND ITS UNITS ARE    *
000320*     SHOWN ON THE TRAILER FOR FINANCE TO ADJUST BY HAND.       *
000322*     A TOKEN LINE WITH NO DOCUMENT ID (AN INTERACTIVE ENTRY)   *
000324*     CANNOT BE TRACED TO A DEPARTMENT; IT IS CHARGED TO UNAS   *
000326*     AND COUNTED ON ITS OWN LINE OF THE TRAILER.               *
000330*     RETURN CODES - 0 CLEAN; 4 UNITS LEFT UNCHARGED OR         *
000340*     UNPRICED (AUDIT LINES FROM A RUN NOT ON RUNHIST, A        *
000350*     CHARGE TYPE MISSING FROM THE RATE CARD) OR NO RUNS IN     *
000360*     THE PERIOD; 16 NOTHING USABLE WRITTEN (BAD PERIOD,        *
000370*     MISSING OR INVALID REFERENCE DATA, A TABLE OVERFLOW, AN   *
000380*     OUTPUT OPEN FAILURE, AN UNREADABLE LIVE AUDIT LOG).       *
000390*-----------------------------------------------------------------
000400* MODIFICATION HISTORY.                                         *
000410*     10/15/2026  DM  ORIGINAL VERSION.                         *
000412*     10/15/2026  DM  TOKEN LINES WITH NO DOCUMENT ID (THE      *
000414*                     INTERACTIVE ENTRIES) ARE CHARGED TO UNAS  *
000416*                     INSTEAD OF DROPPED; TRAILER COUNTS THEM.  *
000420*****************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. ROMAN-CHARGEBACK.
000450
000460 ENVIRONMENT DIVISION.
000470
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500*    RUN-HISTORY STORE - READ ONCE, IN RUN-ID ORDER.
000510     SELECT DL970-RUNH-FILE ASSIGN TO "RUNHIST"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS SEQUENTIAL
000540         RECORD KEY IS DL970-RUNH-RUN-ID
000550         FILE STATUS IS DL970-WS-RUNH-STATUS.
000560
000570*    THE LIVE AUDIT LOG.
000580     SELECT DL970-AUDIT-FILE ASSIGN TO "AUDITIN"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS DL970-WS-AUD-STATUS.
000610
000620*    THE ARCHIVE GENERATIONS COVERING THE PERIOD, CONCATENATED BY
000630*    THE JOB STREAM.  AN ABSENT DD MEANS THE LIVE LOG ALONE.
000640     SELECT DL970-ARCH-FILE ASSIGN TO "ARCHIN"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS DL970-WS-ARCH-STATUS.
000670
000680*    DEPARTMENT CROSS-REFERENCE - DOCUMENT ID PREFIX (COLS
000690*    1-3), DEPARTMENT CODE (COLS 4-7), DISTRIBUTION NAME
000700*    (COLS 8-32).  MAINTAINED BY RECORDS MANAGEMENT.
000710     SELECT DL970-XREF-FILE ASSIGN TO "DEPTXREF"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS DL970-WS-XREF-STATUS.
000740
000750*    RATE CARD - CHARGE TYPE (COLS 1-4), UNIT RATE 9(3)V9(4)
000760*    (COLS 5-11, NO DECIMAL POINT), DESCRIPTION (COLS 12-41).
000770*    MAINTAINED BY FINANCE.
000780     SELECT DL970-RATE-FILE ASSIGN TO "RATECARD"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS DL970-WS-RATE-STATUS.
000810
000820*    SYSIN PERIOD CARD - YYYYMM IN COLS 1-6, BLANK FOR THE
000830*    PREVIOUS CALENDAR MONTH.
000840     SELECT DL970-PARM-FILE ASSIGN TO "SYSIN"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS DL970-WS-PARM-STATUS.
000870
000880*    THE DEPARTMENTAL STATEMENTS.
000890     SELECT DL970-RPT-FILE ASSIGN TO "CHGRPT"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS DL970-WS-RPT-STATUS.
000920
000930*    THE FINANCE GENERAL-LEDGER INTERFACE FILE.
000940     SELECT DL970-GL-FILE ASSIGN TO "GLCHARGE"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS DL970-WS-GL-STATUS.
000970
000980*    SORT WORK FILE FOR THE DEPARTMENT / CHARGE TYPE GROUPING.
000990     SELECT DL970-SORT-FILE ASSIGN TO "SORTWK".
001000
001010 DATA DIVISION.
001020
001030 FILE SECTION.
001040
001050*    ONE DL100-RUNH-RECORD AS WRITTEN BY ROMAN-NUMERAL-CONV.
001060 FD  DL970-RUNH-FILE.
001070 01  DL970-RUNH-RECORD.
001080     05  DL970-RUNH-RUN-ID       PIC X(14).
001090     05  DL970-RUNH-RUN-DATE     PIC X(08).
001100     05  DL970-RUNH-MODE         PIC X(11).
001110     05  DL970-RUNH-BKO-SW       PIC X(01).
001120         88  DL970-RUNH-BACKED-OUT          VALUE 'B'.
001130         88  DL970-RUNH-PART-BACKED-OUT     VALUE 'P'.
001140     05  DL970-RUNH-STRICT       PIC X(01).
001150     05  DL970-RUNH-DUP-OPT      PIC X(01).
001160     05  DL970-RUNH-END-TIME     PIC X(06).
001170     05  DL970-RUNH-ELAPSED      PIC 9(05).
001180     05  DL970-RUNH-RC           PIC 9(02).
001190     05  DL970-RUNH-FILES        PIC 9(03).
001200     05  DL970-RUNH-READ         PIC 9(07).
001210     05  DL970-RUNH-CONVERTED    PIC 9(07).
001220     05  DL970-RUNH-REJECTED     PIC 9(07).
001230     05  DL970-RUNH-NONCANON     PIC 9(07).
001240     05  DL970-RUNH-DUPS         PIC 9(07).
001250
001260*    LIVE AND ARCHIVE LINES ARE BOTH MOVED TO DL970-WS-AUDIT-LINE
001270*    SO ONE PARAGRAPH JUDGES THEM.
001280 FD  DL970-AUDIT-FILE.
001290 01  DL970-AUDIT-RECORD          PIC X(132).
001300
001310 FD  DL970-ARCH-FILE.
001320 01  DL970-ARCH-RECORD           PIC X(132).
001330
001340 FD  DL970-XREF-FILE.
001350 01  DL970-XREF-RECORD.
001360     05  DL970-XREF-PREFIX       PIC X(03).
001370     05  DL970-XREF-DEPT         PIC X(04).
001380     05  DL970-XREF-NAME         PIC X(25).
001390
001400 FD  DL970-RATE-FILE.
001410 01  DL970-RATE-RECORD.
001420     05  DL970-RATE-TYPE         PIC X(04).
001430     05  DL970-RATE-UNIT         PIC 9(03)V9(04).
001440     05  DL970-RATE-UNIT-X REDEFINES DL970-RATE-UNIT
001450                                 PIC X(07).
001460     05  DL970-RATE-DESC         PIC X(30).
001470
001480 FD  DL970-PARM-FILE.
001490 01  DL970-PARM-RECORD.
001500     05  DL970-PARM-PERIOD       PIC X(06).
001510
001520 FD  DL970-RPT-FILE.
001530 01  DL970-RPT-RECORD            PIC X(132).
001540
001550*    GENERAL-LEDGER INTERFACE - ONE 'D' CHARGE LINE PER
001560*    DEPARTMENT AND CHARGE TYPE, THEN ONE 'T' CONTROL-TOTAL
001570*    TRAILER.  AMOUNTS ARE UNSIGNED WITH TWO IMPLIED DECIMALS.
001580 FD  DL970-GL-FILE.
001590 01  DL970-GL-RECORD.
001600     05  DL970-GL-REC-TYPE       PIC X(01).
001610     05  DL970-GL-DEPT           PIC X(04).
001620     05  DL970-GL-CHG-TYPE       PIC X(04).
001630     05  DL970-GL-QTY            PIC 9(09).
001640     05  DL970-GL-AMOUNT         PIC 9(09)V99.
001650     05  DL970-GL-PERIOD         PIC X(06).
001660     05  FILLER                  PIC X(45).
001670 01  DL970-GL-TRAILER.
001680     05  DL970-GLT-REC-TYPE      PIC X(01).
001690     05  DL970-GLT-PERIOD        PIC X(06).
001700     05  DL970-GLT-LINES         PIC 9(07).
001710     05  DL970-GLT-QTY           PIC 9(11).
001720     05  DL970-GLT-AMOUNT        PIC 9(11)V99.
001730     05  FILLER                  PIC X(42).
001740
001750*    ONE SORT RECORD PER CHARGEABLE TOKEN LINE.
001760 SD  DL970-SORT-FILE.
001770 01  DL970-SRT-RECORD.
001780     05  DL970-SRT-DEPT          PIC X(04).
001790     05  DL970-SRT-CHG-TYPE      PIC X(04).
001800
001810 WORKING-STORAGE SECTION.
001820
001830 01  DL970-WS-SWITCHES.
001840     05  DL970-WS-EOF-SW         PIC X(01) VALUE 'N'.
001850         88  DL970-WS-EOF                   VALUE 'Y'.
001860     05  DL970-WS-SRT-EOF-SW     PIC X(01) VALUE 'N'.
001870         88  DL970-WS-SRT-EOF               VALUE 'Y'.
001880     05  DL970-WS-FND-SW         PIC X(01) VALUE 'N'.
001890         88  DL970-WS-FND                   VALUE 'Y'.
001900     05  DL970-WS-RPT-SW         PIC X(01) VALUE 'N'.
001910         88  DL970-WS-RPT-OPEN              VALUE 'Y'.
001920     05  DL970-WS-GL-SW          PIC X(01) VALUE 'N'.
001930         88  DL970-WS-GL-OPEN               VALUE 'Y'.
001940
001950 01  DL970-WS-RUNH-STATUS        PIC X(02) VALUE SPACES.
001960 01  DL970-WS-AUD-STATUS         PIC X(02) VALUE SPACES.
001970 01  DL970-WS-ARCH-STATUS        PIC X(02) VALUE SPACES.
001980 01  DL970-WS-XREF-STATUS        PIC X(02) VALUE SPACES.
001990 01  DL970-WS-RATE-STATUS        PIC X(02) VALUE SPACES.
002000 01  DL970-WS-PARM-STATUS        PIC X(02) VALUE SPACES.
002010 01  DL970-WS-RPT-STATUS         PIC X(02) VALUE SPACES.
002020 01  DL970-WS-GL-STATUS          PIC X(02) VALUE SPACES.
002030
002040*    THE PERIOD BEING CHARGED, AND TODAY FOR THE DEFAULT.
002050 01  DL970-WS-PERIOD             PIC X(06) VALUE SPACES.
002060 01  DL970-WS-PERIOD-N REDEFINES DL970-WS-PERIOD.
002070     05  DL970-WS-PER-YYYY       PIC 9(04).
002080     05  DL970-WS-PER-MM         PIC 9(02).
002090 01  DL970-WS-TODAY              PIC X(08) VALUE SPACES.
002100
002110*    ONE AUDIT LINE FROM EITHER SOURCE - A DL100-AUDIT-LINE AS
002120*    WRITTEN BY ROMAN-NUMERAL-CONV.
002130 01  DL970-WS-AUDIT-LINE.
002140     05  DL970-AUD-MODE          PIC X(12).
002150     05  FILLER                  PIC X(02).
002160     05  DL970-AUD-DOCID         PIC X(10).
002170     05  FILLER                  PIC X(02).
002180     05  DL970-AUD-STRING        PIC X(30).
002190     05  FILLER                  PIC X(02).
002200     05  DL970-AUD-L             PIC X(02).
002210     05  FILLER                  PIC X(02).
002220     05  DL970-AUD-SUM           PIC X(05).
002230     05  FILLER                  PIC X(02).
002240     05  DL970-AUD-ROMRT         PIC X(18).
002250     05  FILLER                  PIC X(02).
002260     05  DL970-AUD-STATUS-TXT    PIC X(09).
002270     05  FILLER                  PIC X(02).
002280     05  DL970-AUD-RUN-ID        PIC X(14).
002290     05  FILLER                  PIC X(02).
002300     05  DL970-AUD-FRAC          PIC X(02).
002310     05  FILLER                  PIC X(14).
002320
002330*    THE PERIOD'S RUNS FROM RUNHIST, IN RUN-ID ORDER, EACH WITH
002340*    ITS BACKOUT SWITCH.  A PERIOD BEYOND THE TABLE CAPACITY IS
002350*    REFUSED OUTRIGHT RATHER THAN CHARGED INCOMPLETELY.
002360 77  DL970-RUN-USED              PIC 9(04) VALUE 0.
002370 01  DL970-RUN-TABLE.
002380     05  DL970-RUN-ENTRY OCCURS 1000 TIMES
002390             INDEXED BY DL970-RUN-NDX.
002400         10  DL970-RUN-ID        PIC X(14).
002410         10  DL970-RUN-BKO-SW    PIC X(01).
002420             88  DL970-RUN-BACKED-OUT       VALUE 'B'.
002430             88  DL970-RUN-PART-BACKED-OUT  VALUE 'P'.
002440
002450*    DEPARTMENT CROSS-REFERENCE TABLE - REFERENCE DATA LOADED
002460*    ONCE AT START OF RUN.  A FILE BEYOND THE TABLE CAPACITY
002470*    IS REFUSED OUTRIGHT RATHER THAN CHARGE INCOMPLETELY.
002480 77  DL970-XRF-USED              PIC 9(03) VALUE 0.
002490 01  DL970-XRF-TABLE.
002500     05  DL970-XRF-ENTRY OCCURS 100 TIMES
002510             INDEXED BY DL970-XRF-NDX.
002520         10  DL970-XRF-PREFIX    PIC X(03).
002530         10  DL970-XRF-DEPT      PIC X(04).
002540         10  DL970-XRF-NAME      PIC X(25).
002550
002560*    RATE CARD TABLE - LOADED ONCE AT START OF RUN.
002570 77  DL970-RTE-USED              PIC 9(02) VALUE 0.
002580 01  DL970-RTE-TABLE.
002590     05  DL970-RTE-ENTRY OCCURS 20 TIMES
002600             INDEXED BY DL970-RTE-NDX.
002610         10  DL970-RTE-TYPE      PIC X(04).
002620         10  DL970-RTE-UNIT      PIC 9(03)V9(04).
002630         10  DL970-RTE-DESC      PIC X(30).
002640
002650*    THE FOUR CHARGE TYPES THE SERVICE BILLS, CHECKED AGAINST
002660*    THE RATE CARD AT START OF RUN.
002670 01  DL970-CHG-TYPE-VALUES.
002680     05  FILLER                  PIC X(04) VALUE 'CONV'.
002690     05  FILLER                  PIC X(04) VALUE 'REJT'.
002700     05  FILLER                  PIC X(04) VALUE 'CORR'.
002710     05  FILLER                  PIC X(04) VALUE 'REVS'.
002720 01  DL970-CHG-TYPE-TABLE REDEFINES DL970-CHG-TYPE-VALUES.
002730     05  DL970-CHG-TYPE OCCURS 4 TIMES
002740             INDEXED BY DL970-CHG-NDX
002750                                 PIC X(04).
002760
002770*    DEPARTMENT AND CHARGE TYPE RESOLVED FOR THE LINE IN HAND.
002780 77  DL970-WS-DEPT               PIC X(04).
002790 77  DL970-WS-DEPT-NAME          PIC X(25).
002800 77  DL970-WS-CHG-TYPE           PIC X(04).
002810
002820*    CONTROL-BREAK STATE AND PRICING FOR THE OUTPUT PROCEDURE.
002830 77  DL970-WS-PREV-DEPT          PIC X(04) VALUE SPACES.
002840 77  DL970-WS-PREV-TYPE          PIC X(04) VALUE SPACES.
002850 77  DL970-WS-TYPE-QTY           PIC 9(09) VALUE 0.
002860 77  DL970-WS-RATE               PIC 9(03)V9(04) VALUE 0.
002870 77  DL970-WS-RATE-DESC          PIC X(30).
002880 77  DL970-WS-AMOUNT             PIC 9(09)V99 VALUE 0.
002890 77  DL970-WS-DEPT-QTY           PIC 9(09) VALUE 0.
002900 77  DL970-WS-DEPT-AMOUNT        PIC 9(09)V99 VALUE 0.
002910
002920*    RUN-WIDE COUNTS FOR THE TRAILER, THE GL CONTROL RECORD, AND
002930*    THE JOB LOG.
002940 77  DL970-WS-RUNS-CHARGED       PIC 9(05) VALUE 0.
002950 77  DL970-WS-RUNS-BACKED-OUT    PIC 9(05) VALUE 0.
002960 77  DL970-WS-RUNS-PART          PIC 9(05) VALUE 0.
002970 77  DL970-WS-LIVE-READ          PIC 9(09) VALUE 0.
002980 77  DL970-WS-ARCH-READ          PIC 9(09) VALUE 0.
002990 77  DL970-WS-UNITS              PIC 9(09) VALUE 0.
003000 77  DL970-WS-UNITS-BKO          PIC 9(09) VALUE 0.
003010 77  DL970-WS-UNITS-PART         PIC 9(09) VALUE 0.
003020 77  DL970-WS-UNITS-NO-RUNH      PIC 9(09) VALUE 0.
003030 77  DL970-WS-UNITS-NO-RATE      PIC 9(09) VALUE 0.
003040 77  DL970-WS-UNASSIGNED         PIC 9(09) VALUE 0.
003045 77  DL970-WS-UNITS-NO-DOCID     PIC 9(09) VALUE 0.
003050 77  DL970-WS-DEPTS-BILLED       PIC 9(03) VALUE 0.
003060 77  DL970-WS-GL-LINES           PIC 9(07) VALUE 0.
003070 77  DL970-WS-GL-QTY             PIC 9(11) VALUE 0.
003080 77  DL970-WS-GL-AMOUNT          PIC 9(11)V99 VALUE 0.
003090
003100*    REPORT LINE LAYOUTS.
003110 01  DL970-RPT-TITLE-LINE.
003120     05  FILLER                  PIC X(36) VALUE
003130             'ROMAN NUMERAL CONVERSION CHARGEBACK'.
003140     05  FILLER                  PIC X(08) VALUE 'PERIOD: '.
003150     05  DL970-RPT-H-PERIOD      PIC X(06).
003160
003170 01  DL970-RPT-DEPT-LINE.
003180     05  FILLER                  PIC X(12) VALUE 'DEPARTMENT: '.
003190     05  DL970-RPT-H-DEPT        PIC X(04).
003200     05  FILLER                  PIC X(02) VALUE SPACES.
003210     05  DL970-RPT-H-NAME        PIC X(25).
003220     05  FILLER                  PIC X(02) VALUE SPACES.
003230     05  FILLER                  PIC X(08) VALUE 'PERIOD: '.
003240     05  DL970-RPT-H-DPERIOD     PIC X(06).
003250
003260 01  DL970-RPT-COLUMN-LINE.
003270     05  FILLER                  PIC X(38) VALUE
003280             'CHARGE  DESCRIPTION'.
003290     05  FILLER                  PIC X(13) VALUE '     QUANTITY'.
003300     05  FILLER                  PIC X(11) VALUE '  UNIT RATE'.
003310     05  FILLER                  PIC X(16) VALUE
003320             '          AMOUNT'.
003330
003340 01  DL970-RPT-CHARGE-LINE.
003350     05  DL970-RPT-C-TYPE        PIC X(04).
003360     05  FILLER                  PIC X(04) VALUE SPACES.
003370     05  DL970-RPT-C-DESC        PIC X(30).
003380     05  FILLER                  PIC X(02) VALUE SPACES.
003390     05  DL970-RPT-C-QTY         PIC ZZZ,ZZZ,ZZ9.
003400     05  FILLER                  PIC X(03) VALUE SPACES.
003410     05  DL970-RPT-C-RATE        PIC ZZ9.9999.
003420     05  FILLER                  PIC X(02) VALUE SPACES.
003430     05  DL970-RPT-C-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99.
003440     05  FILLER                  PIC X(02) VALUE SPACES.
003450     05  DL970-RPT-C-FLAG        PIC X(16).
003460
003470 01  DL970-RPT-DEPT-TOTAL-LINE.
003480     05  FILLER                  PIC X(40) VALUE
003490             'DEPARTMENT TOTAL'.
003500     05  DL970-RPT-DT-QTY        PIC ZZZ,ZZZ,ZZ9.
003510     05  FILLER                  PIC X(13) VALUE SPACES.
003520     05  DL970-RPT-DT-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99.
003530
003540 01  DL970-RPT-TOTAL-LINE.
003550     05  DL970-RPT-T-LABEL       PIC X(30).
003560     05  DL970-RPT-T-VALUE       PIC Z(8)9.
003570
003580 01  DL970-RPT-AMOUNT-LINE.
003590     05  DL970-RPT-A-LABEL       PIC X(30).
003600     05  DL970-RPT-A-VALUE       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
003610
003620 PROCEDURE DIVISION.
003630
003640 0000-MAINLINE.
003650     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003660     IF RETURN-CODE NOT = 0
003670         PERFORM 9000-TERMINATE THRU 9000-EXIT
003680         GO TO 0000-TERMINATE
003690     END-IF.
003700     SORT DL970-SORT-FILE
003710         ASCENDING KEY DL970-SRT-DEPT
003720                       DL970-SRT-CHG-TYPE
003730         INPUT PROCEDURE IS 2000-GATHER THRU 2000-EXIT
003740         OUTPUT PROCEDURE IS 3000-BILL THRU 3000-EXIT.
003750     IF RETURN-CODE < 16
003760         PERFORM 8000-WRITE-TRAILER THRU 8000-EXIT
003770     END-IF.
003780     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003790     DISPLAY 'ROMAN-CHARGEBACK: PERIOD ' DL970-WS-PERIOD ' - '
003800         DL970-WS-UNITS ' UNITS CHARGED TO ' DL970-WS-DEPTS-BILLED
003810         ' DEPARTMENTS'.
003820 0000-TERMINATE.
003830     DISPLAY 'ROMAN-CHARGEBACK: RUN COMPLETE - RC ' RETURN-CODE.
003840     STOP RUN.
003850
003860*-----------------------------------------------------------------
003870* SETS THE PERIOD, LOADS THE PERIOD'S RUNS, THE DEPARTMENT
003880* CROSS-REFERENCE AND THE RATE CARD, AND OPENS THE STATEMENT
003890* REPORT AND THE INTERFACE FILE.  ANY FAILURE HERE IS RC 16 AND
003900* NOTHING IS WRITTEN - A PARTIAL CHARGEBACK IS WORSE THAN NONE.
003910*-----------------------------------------------------------------
003920 1000-INITIALIZE.
003930     PERFORM 1050-SET-PERIOD THRU 1050-EXIT.
003940     IF RETURN-CODE NOT = 0
003950         GO TO 1000-EXIT
003960     END-IF.
003970     PERFORM 1100-LOAD-RUNS THRU 1100-EXIT.
003980     IF RETURN-CODE NOT = 0
003990         GO TO 1000-EXIT
004000     END-IF.
004010     PERFORM 1200-LOAD-XREF THRU 1200-EXIT.
004020     IF RETURN-CODE NOT = 0
004030         GO TO 1000-EXIT
004040     END-IF.
004050     PERFORM 1300-LOAD-RATE-CARD THRU 1300-EXIT.
004060     IF RETURN-CODE NOT = 0
004070         GO TO 1000-EXIT
004080     END-IF.
004090     OPEN OUTPUT DL970-RPT-FILE.
004100     IF DL970-WS-RPT-STATUS NOT = '00'
004110         DISPLAY 'ROMAN-CHARGEBACK: UNABLE TO OPEN CHGRPT - '
004120             'STATUS ' DL970-WS-RPT-STATUS
004130         MOVE 16                 TO RETURN-CODE
004140         GO TO 1000-EXIT
004150     END-IF.
004160     SET DL970-WS-RPT-OPEN       TO TRUE.
004170     OPEN OUTPUT DL970-GL-FILE.
004180     IF DL970-WS-GL-STATUS NOT = '00'
004190         DISPLAY 'ROMAN-CHARGEBACK: UNABLE TO OPEN GLCHARGE - '
004200             'STATUS ' DL970-WS-GL-STATUS
004210         MOVE 16                 TO RETURN-CODE
004220         GO TO 1000-EXIT
004230     END-IF.
004240     SET DL970-WS-GL-OPEN        TO TRUE.
004250     MOVE DL970-WS-PERIOD        TO DL970-RPT-H-PERIOD.
004260     MOVE DL970-RPT-TITLE-LINE TO DL970-RPT-RECORD.
004270     WRITE DL970-RPT-RECORD.
004280     PERFORM 1400-CHECK-RATE-CARD THRU 1400-EXIT
004290         VARYING DL970-CHG-NDX FROM 1 BY 1
004300         UNTIL DL970-CHG-NDX > 4.
004310 1000-EXIT.
004320     EXIT.
004330
004340*-----------------------------------------------------------------
004350* THE PERIOD FROM THE SYSIN CARD, OR THE MONTH BEFORE TODAY'S
004360* WHEN THE CARD IS BLANK OR ABSENT.
004370*-----------------------------------------------------------------
004380 1050-SET-PERIOD.
004390     OPEN INPUT DL970-PARM-FILE.
004400     IF DL970-WS-PARM-STATUS = '00'
004410         READ DL970-PARM-FILE
004420             AT END
004430                 MOVE SPACES     TO DL970-PARM-RECORD
004440         END-READ
004450         MOVE DL970-PARM-PERIOD  TO DL970-WS-PERIOD
004460         CLOSE DL970-PARM-FILE
004470     END-IF.
004480     IF DL970-WS-PERIOD = SPACES
004490         MOVE FUNCTION CURRENT-DATE (1:8) TO DL970-WS-TODAY
004500         MOVE DL970-WS-TODAY (1:6) TO DL970-WS-PERIOD
004510         IF DL970-WS-PER-MM = 1
004520             SUBTRACT 1          FROM DL970-WS-PER-YYYY
004530             MOVE 12             TO DL970-WS-PER-MM
004540         ELSE
004550             SUBTRACT 1          FROM DL970-WS-PER-MM
004560         END-IF
004570     END-IF.
004580     IF DL970-WS-PERIOD IS NOT NUMERIC
004590        OR DL970-WS-PER-MM < 1
004600        OR DL970-WS-PER-MM > 12
004610         DISPLAY 'ROMAN-CHARGEBACK: PERIOD ' DL970-WS-PERIOD
004620             ' IS NOT A VALID YYYYMM - NOTHING CHARGED'
004630         MOVE 16                 TO RETURN-CODE
004640     END-IF.
004650 1050-EXIT.
004660     EXIT.
004670
004680*-----------------------------------------------------------------
004690* LOADS EVERY RUN ON THE RUN-HISTORY STORE WHOSE RUN ID STARTS
004700* WITH THE PERIOD.  BACKED-OUT RUNS ARE LOADED TOO, SO THEIR
004710* AUDIT LINES CAN BE TOLD APART FROM LINES OF A RUN THE STORE
004720* NEVER HEARD OF.
004730*-----------------------------------------------------------------
004740 1100-LOAD-RUNS.
004750     OPEN INPUT DL970-RUNH-FILE.
004760     IF DL970-WS-RUNH-STATUS NOT = '00'
004770         DISPLAY 'ROMAN-CHARGEBACK: UNABLE TO OPEN RUNHIST - '
004780             'STATUS ' DL970-WS-RUNH-STATUS
004790         MOVE 16                 TO RETURN-CODE
004800         GO TO 1100-EXIT
004810     END-IF.
004820     MOVE 'N'                    TO DL970-WS-EOF-SW.
004830     PERFORM 1110-LOAD-ONE-RUN THRU 1110-EXIT
004840         UNTIL DL970-WS-EOF.
004850     CLOSE DL970-RUNH-FILE.
004860     IF RETURN-CODE NOT = 0
004870         GO TO 1100-EXIT
004880     END-IF.
004890     IF DL970-WS-RUNS-CHARGED = 0
004900         DISPLAY 'ROMAN-CHARGEBACK: NO CHARGEABLE RUNS ON '
004910             'RUNHIST FOR PERIOD ' DL970-WS-PERIOD
004920     END-IF.
004930 1100-EXIT.
004940     EXIT.
004950
004960 1110-LOAD-ONE-RUN.
004970     READ DL970-RUNH-FILE
004980         AT END
004990             MOVE 'Y'            TO DL970-WS-EOF-SW
005000     END-READ.
005010     IF DL970-WS-EOF
005020         GO TO 1110-EXIT
005030     END-IF.
005040     IF DL970-RUNH-RUN-ID (1:6) NOT = DL970-WS-PERIOD
005050         GO TO 1110-EXIT
005060     END-IF.
005070     IF DL970-RUN-USED NOT < 1000
005080         DISPLAY 'ROMAN-CHARGEBACK: MORE THAN 1000 RUNS IN '
005090             'PERIOD ' DL970-WS-PERIOD ' - CHARGEBACK REFUSED '
005100             'RATHER THAN RUN INCOMPLETE'
005110         MOVE 16                 TO RETURN-CODE
005120         MOVE 'Y'                TO DL970-WS-EOF-SW
005130         GO TO 1110-EXIT
005140     END-IF.
005150     ADD 1                       TO DL970-RUN-USED.
005160     SET DL970-RUN-NDX           TO DL970-RUN-USED.
005170     MOVE DL970-RUNH-RUN-ID      TO DL970-RUN-ID (DL970-RUN-NDX).
005180     MOVE DL970-RUNH-BKO-SW TO DL970-RUN-BKO-SW (DL970-RUN-NDX).
005190     EVALUATE TRUE
005200         WHEN DL970-RUNH-BACKED-OUT
005210             ADD 1               TO DL970-WS-RUNS-BACKED-OUT
005220         WHEN DL970-RUNH-PART-BACKED-OUT
005230             ADD 1               TO DL970-WS-RUNS-CHARGED
005240                                    DL970-WS-RUNS-PART
005250         WHEN OTHER
005260             ADD 1               TO DL970-WS-RUNS-CHARGED
005270     END-EVALUATE.
005280 1110-EXIT.
005290     EXIT.
005300
005310 1200-LOAD-XREF.
005320     OPEN INPUT DL970-XREF-FILE.
005330     IF DL970-WS-XREF-STATUS NOT = '00'
005340         DISPLAY 'ROMAN-CHARGEBACK: UNABLE TO OPEN DEPTXREF - '
005350             'STATUS ' DL970-WS-XREF-STATUS
005360         MOVE 16                 TO RETURN-CODE
005370         GO TO 1200-EXIT
005380     END-IF.
005390     MOVE 'N'                    TO DL970-WS-EOF-SW.
005400     PERFORM 1210-LOAD-ONE-XREF-ENTRY THRU 1210-EXIT
005410         UNTIL DL970-WS-EOF.
005420     CLOSE DL970-XREF-FILE.
005430     IF RETURN-CODE NOT = 0
005440         GO TO 1200-EXIT
005450     END-IF.
005460     IF DL970-XRF-USED = 0
005470         DISPLAY 'ROMAN-CHARGEBACK: DEPTXREF IS EMPTY - '
005480             'NOTHING CAN BE CHARGED'
005490         MOVE 16                 TO RETURN-CODE
005500     END-IF.
005510 1200-EXIT.
005520     EXIT.
005530
005540 1210-LOAD-ONE-XREF-ENTRY.
005550     READ DL970-XREF-FILE
005560         AT END
005570             MOVE 'Y'            TO DL970-WS-EOF-SW
005580     END-READ.
005590     IF DL970-WS-EOF
005600         GO TO 1210-EXIT
005610     END-IF.
005620     IF DL970-XRF-USED NOT < 100
005630         DISPLAY 'ROMAN-CHARGEBACK: DEPTXREF EXCEEDS 100 '
005640             'ENTRIES - CHARGEBACK REFUSED RATHER THAN RUN '
005650             'INCOMPLETE'
005660         MOVE 16                 TO RETURN-CODE
005670         MOVE 'Y'                TO DL970-WS-EOF-SW
005680         GO TO 1210-EXIT
005690     END-IF.
005700     ADD 1                       TO DL970-XRF-USED.
005710     SET DL970-XRF-NDX           TO DL970-XRF-USED.
005720     MOVE DL970-XREF-PREFIX      TO DL970-XRF-PREFIX
005730                                        (DL970-XRF-NDX).
005740     MOVE DL970-XREF-DEPT TO DL970-XRF-DEPT (DL970-XRF-NDX).
005750     MOVE DL970-XREF-NAME TO DL970-XRF-NAME (DL970-XRF-NDX).
005760 1210-EXIT.
005770     EXIT.
005780
005790*-----------------------------------------------------------------
005800* LOADS THE RATE CARD.  BLANK AND COMMENT ('*' IN COLUMN 1)
005810* LINES ARE SKIPPED.  A RATE THAT IS NOT NUMERIC, OR A CHARGE
005820* TYPE PRICED TWICE, REFUSES THE RUN - FINANCE MUST NOT BE SENT
005830* A MONTH PRICED FROM A CARD NOBODY CAN VOUCH FOR.
005840*-----------------------------------------------------------------
005850 1300-LOAD-RATE-CARD.
005860     OPEN INPUT DL970-RATE-FILE.
005870     IF DL970-WS-RATE-STATUS NOT = '00'
005880         DISPLAY 'ROMAN-CHARGEBACK: UNABLE TO OPEN RATECARD - '
005890             'STATUS ' DL970-WS-RATE-STATUS
005900         MOVE 16                 TO RETURN-CODE
005910         GO TO 1300-EXIT
005920     END-IF.
005930     MOVE 'N'                    TO DL970-WS-EOF-SW.
005940     PERFORM 1310-LOAD-ONE-RATE THRU 1310-EXIT
005950         UNTIL DL970-WS-EOF.
005960     CLOSE DL970-RATE-FILE.
005970     IF RETURN-CODE NOT = 0
005980         GO TO 1300-EXIT
005990     END-IF.
006000     IF DL970-RTE-USED = 0
006010         DISPLAY 'ROMAN-CHARGEBACK: RATECARD IS EMPTY - '
006020             'NOTHING CAN BE PRICED'
006030         MOVE 16                 TO RETURN-CODE
006040     END-IF.
006050 1300-EXIT.
006060     EXIT.
006070
006080 1310-LOAD-ONE-RATE.
006090     READ DL970-RATE-FILE
006100         AT END
006110             MOVE 'Y'            TO DL970-WS-EOF-SW
006120     END-READ.
006130     IF DL970-WS-EOF
006140         GO TO 1310-EXIT
006150     END-IF.
006160     IF DL970-RATE-RECORD = SPACES
006170        OR DL970-RATE-TYPE (1:1) = '*'
006180         GO TO 1310-EXIT
006190     END-IF.
006200     IF DL970-RATE-UNIT-X IS NOT NUMERIC
006210         DISPLAY 'ROMAN-CHARGEBACK: RATECARD RATE FOR '
006220             DL970-RATE-TYPE ' IS NOT NUMERIC - '
006230             DL970-RATE-UNIT-X ' - RUN REFUSED'
006240         MOVE 16                 TO RETURN-CODE
006250         MOVE 'Y'                TO DL970-WS-EOF-SW
006260         GO TO 1310-EXIT
006270     END-IF.
006280     MOVE DL970-RATE-TYPE        TO DL970-WS-CHG-TYPE.
006290     PERFORM 1350-FIND-RATE THRU 1350-EXIT.
006300     IF DL970-WS-FND
006310         DISPLAY 'ROMAN-CHARGEBACK: RATECARD PRICES '
006320             DL970-RATE-TYPE ' MORE THAN ONCE - RUN REFUSED'
006330         MOVE 16                 TO RETURN-CODE
006340         MOVE 'Y'                TO DL970-WS-EOF-SW
006350         GO TO 1310-EXIT
006360     END-IF.
006370     IF DL970-RTE-USED NOT < 20
006380         DISPLAY 'ROMAN-CHARGEBACK: RATECARD EXCEEDS 20 '
006390             'ENTRIES - RUN REFUSED'
006400         MOVE 16                 TO RETURN-CODE
006410         MOVE 'Y'                TO DL970-WS-EOF-SW
006420         GO TO 1310-EXIT
006430     END-IF.
006440     ADD 1                       TO DL970-RTE-USED.
006450     SET DL970-RTE-NDX           TO DL970-RTE-USED.
006460     MOVE DL970-RATE-TYPE TO DL970-RTE-TYPE (DL970-RTE-NDX).
006470     MOVE DL970-RATE-UNIT TO DL970-RTE-UNIT (DL970-RTE-NDX).
006480     MOVE DL970-RATE-DESC TO DL970-RTE-DESC (DL970-RTE-NDX).
006490 1310-EXIT.
006500     EXIT.
006510
006520*-----------------------------------------------------------------
006530* LOOKS UP DL970-WS-CHG-TYPE ON THE RATE CARD TABLE.  FOUND
006540* LEAVES DL970-RTE-NDX ON THE ENTRY.
006550*-----------------------------------------------------------------
006560 1350-FIND-RATE.
006570     MOVE 'N'                    TO DL970-WS-FND-SW.
006580     SET DL970-RTE-NDX           TO 1.
006590     SEARCH DL970-RTE-ENTRY
006600         WHEN DL970-RTE-NDX > DL970-RTE-USED
006610             CONTINUE
006620         WHEN DL970-RTE-TYPE (DL970-RTE-NDX) = DL970-WS-CHG-TYPE
006630             SET DL970-WS-FND    TO TRUE
006640     END-SEARCH.
006650 1350-EXIT.
006660     EXIT.
006670
006680*-----------------------------------------------------------------
006690* A CHARGE TYPE THE SERVICE BILLS THAT IS NOT ON THE RATE CARD
006700* IS NOTED ON THE STATEMENT AND THE LOG.  ANY UNITS OF IT ARE
006710* STILL SHOWN, AT NO CHARGE, AND THE RUN THEN ENDS RC 4.
006720*-----------------------------------------------------------------
006730 1400-CHECK-RATE-CARD.
006740     MOVE DL970-CHG-TYPE (DL970-CHG-NDX) TO DL970-WS-CHG-TYPE.
006750     PERFORM 1350-FIND-RATE THRU 1350-EXIT.
006760     IF DL970-WS-FND
006770         GO TO 1400-EXIT
006780     END-IF.
006790     DISPLAY 'ROMAN-CHARGEBACK: CHARGE TYPE ' DL970-WS-CHG-TYPE
006800         ' IS NOT ON THE RATE CARD - ITS UNITS ARE NOT PRICED'.
006810     MOVE SPACES                 TO DL970-RPT-RECORD.
006820     STRING '*** CHARGE TYPE '   DELIMITED BY SIZE
006830            DL970-WS-CHG-TYPE    DELIMITED BY SIZE
006840            ' IS NOT ON THE RATE CARD - ITS UNITS ARE NOT PRICED'
006850                                 DELIMITED BY SIZE
006860         INTO DL970-RPT-RECORD.
006870     WRITE DL970-RPT-RECORD.
006880 1400-EXIT.
006890     EXIT.
006900
006910*-----------------------------------------------------------------
006920* SORT INPUT PROCEDURE - READS THE LIVE AUDIT LOG, THEN THE
006930* ARCHIVE GENERATIONS, AND RELEASES ONE RECORD FOR EACH
006940* CHARGEABLE TOKEN LINE OF THE PERIOD.  AN UNOPENABLE LIVE LOG
006950* IS AN ERROR; AN ABSENT ARCHIVE ONLY MEANS THE LIVE LOG ALONE.
006960*-----------------------------------------------------------------
006970 2000-GATHER.
006980     OPEN INPUT DL970-AUDIT-FILE.
006990     IF DL970-WS-AUD-STATUS NOT = '00'
007000         DISPLAY 'ROMAN-CHARGEBACK: UNABLE TO OPEN AUDITIN - '
007010             'STATUS ' DL970-WS-AUD-STATUS
007020         MOVE 16                 TO RETURN-CODE
007030         GO TO 2000-EXIT
007040     END-IF.
007050     MOVE 'N'                    TO DL970-WS-EOF-SW.
007060     PERFORM 2100-GATHER-ONE-LIVE-LINE THRU 2100-EXIT
007070         UNTIL DL970-WS-EOF.
007080     CLOSE DL970-AUDIT-FILE.
007090     OPEN INPUT DL970-ARCH-FILE.
007100     IF DL970-WS-ARCH-STATUS NOT = '00'
007110         DISPLAY 'ROMAN-CHARGEBACK: ARCHIVE NOT AVAILABLE - '
007120             'STATUS ' DL970-WS-ARCH-STATUS
007130             ' - LIVE LOG ONLY'
007140         GO TO 2000-EXIT
007150     END-IF.
007160     MOVE 'N'                    TO DL970-WS-EOF-SW.
007170     PERFORM 2150-GATHER-ONE-ARCH-LINE THRU 2150-EXIT
007180         UNTIL DL970-WS-EOF.
007190     CLOSE DL970-ARCH-FILE.
007200 2000-EXIT.
007210     EXIT.
007220
007230 2100-GATHER-ONE-LIVE-LINE.
007240     READ DL970-AUDIT-FILE
007250         AT END
007260             MOVE 'Y'            TO DL970-WS-EOF-SW
007270     END-READ.
007280     IF DL970-WS-EOF
007290         GO TO 2100-EXIT
007300     END-IF.
007310     ADD 1                       TO DL970-WS-LIVE-READ.
007320     MOVE DL970-AUDIT-RECORD     TO DL970-WS-AUDIT-LINE.
007330     PERFORM 2200-JUDGE-LINE THRU 2200-EXIT.
007340 2100-EXIT.
007350     EXIT.
007360
007370 2150-GATHER-ONE-ARCH-LINE.
007380     READ DL970-ARCH-FILE
007390         AT END
007400             MOVE 'Y'            TO DL970-WS-EOF-SW
007410     END-READ.
007420     IF DL970-WS-EOF
007430         GO TO 2150-EXIT
007440     END-IF.
007450     ADD 1                       TO DL970-WS-ARCH-READ.
007460     MOVE DL970-ARCH-RECORD      TO DL970-WS-AUDIT-LINE.
007470     PERFORM 2200-JUDGE-LINE THRU 2200-EXIT.
007480 2150-EXIT.
007490     EXIT.
007500
007510*-----------------------------------------------------------------
007520* ONE AUDIT LINE.  ONLY TOKEN LINES OF THE PERIOD COUNT - NOT THE
007530* 'SRCFILE' MARKER AT EACH INPUT FILE, NOR THE 'ORIGINAL'
007540* COMPANION OF AN AUTO-REPAIRED TOKEN (THE AUTOFIX LINE AHEAD OF
007550* IT IS THE UNIT).  THE RUN MUST BE ON RUNHIST AND NOT BACKED
007560* OUT.  THE MODE DECIDES THE CHARGE TYPE BEFORE THE STATUS DOES:
007570* A CORRECTION RUN'S EVERY ITEM IS A CORRECTION-RUN ITEM.  A
007575* TOKEN LINE WITH NO DOCUMENT ID (AN INTERACTIVE ENTRY) IS STILL
007576* A UNIT - 2500 CHARGES IT TO 'UNAS'.
007580*-----------------------------------------------------------------
007590 2200-JUDGE-LINE.
007600     IF DL970-AUD-RUN-ID (1:6) NOT = DL970-WS-PERIOD
007610         GO TO 2200-EXIT
007620     END-IF.
007630     IF DL970-AUD-STATUS-TXT = 'SRCFILE'
007640        OR DL970-AUD-STATUS-TXT = 'ORIGINAL'
007660         GO TO 2200-EXIT
007670     END-IF.
007680     MOVE 'N'                    TO DL970-WS-FND-SW.
007690     SET DL970-RUN-NDX           TO 1.
007700     SEARCH DL970-RUN-ENTRY
007710         WHEN DL970-RUN-NDX > DL970-RUN-USED
007720             CONTINUE
007730         WHEN DL970-RUN-ID (DL970-RUN-NDX) = DL970-AUD-RUN-ID
007740             SET DL970-WS-FND    TO TRUE
007750     END-SEARCH.
007760     IF NOT DL970-WS-FND
007770         ADD 1                   TO DL970-WS-UNITS-NO-RUNH
007780         GO TO 2200-EXIT
007790     END-IF.
007800     IF DL970-RUN-BACKED-OUT (DL970-RUN-NDX)
007810         ADD 1                   TO DL970-WS-UNITS-BKO
007820         GO TO 2200-EXIT
007830     END-IF.
007840     IF DL970-RUN-PART-BACKED-OUT (DL970-RUN-NDX)
007850         ADD 1                   TO DL970-WS-UNITS-PART
007860     END-IF.
007870     EVALUATE TRUE
007880         WHEN DL970-AUD-MODE = 'CORRECTION'
007890             MOVE 'CORR'         TO DL970-WS-CHG-TYPE
007900         WHEN DL970-AUD-STATUS-TXT = 'REJECTED'
007910             MOVE 'REJT'         TO DL970-WS-CHG-TYPE
007920         WHEN DL970-AUD-MODE = 'REVERSE'
007930             MOVE 'REVS'         TO DL970-WS-CHG-TYPE
007940         WHEN OTHER
007950             MOVE 'CONV'         TO DL970-WS-CHG-TYPE
007960     END-EVALUATE.
007970     PERFORM 2500-RESOLVE-DEPARTMENT THRU 2500-EXIT.
007980     MOVE DL970-WS-DEPT          TO DL970-SRT-DEPT.
007990     MOVE DL970-WS-CHG-TYPE      TO DL970-SRT-CHG-TYPE.
008000     RELEASE DL970-SRT-RECORD.
008010     ADD 1                       TO DL970-WS-UNITS.
008020 2200-EXIT.
008030     EXIT.
008040
008050*-----------------------------------------------------------------
008060* RESOLVES THE DEPARTMENT FOR THE DOCUMENT ID ON THE AUDIT LINE
008070* BY ITS PREFIX.  NO MATCH IS CHARGED TO 'UNAS' (UNASSIGNED) AND
008080* COUNTED, SO FINANCE CAN SEE WHAT NEEDS AN XREF ENTRY.  A LINE
008082* WITH NO DOCUMENT ID HAS NO PREFIX TO LOOK UP; IT GOES TO 'UNAS'
008084* TOO AND IS ALSO COUNTED ON ITS OWN TRAILER LINE.
008090*-----------------------------------------------------------------
008100 2500-RESOLVE-DEPARTMENT.
008101     IF DL970-AUD-DOCID = SPACES
008102         MOVE 'UNAS'             TO DL970-WS-DEPT
008103         ADD 1                   TO DL970-WS-UNASSIGNED
008104                                    DL970-WS-UNITS-NO-DOCID
008105         GO TO 2500-EXIT
008106     END-IF.
008110     MOVE 'N'                    TO DL970-WS-FND-SW.
008120     SET DL970-XRF-NDX           TO 1.
008130     SEARCH DL970-XRF-ENTRY
008140         WHEN DL970-XRF-NDX > DL970-XRF-USED
008150             CONTINUE
008160         WHEN DL970-XRF-PREFIX (DL970-XRF-NDX)
008170                 = DL970-AUD-DOCID (1:3)
008180             SET DL970-WS-FND    TO TRUE
008190     END-SEARCH.
008200     IF DL970-WS-FND
008210         MOVE DL970-XRF-DEPT (DL970-XRF-NDX) TO DL970-WS-DEPT
008220     ELSE
008230         MOVE 'UNAS'             TO DL970-WS-DEPT
008240         ADD 1                   TO DL970-WS-UNASSIGNED
008250     END-IF.
008260 2500-EXIT.
008270     EXIT.
008280
008290*-----------------------------------------------------------------
008300* SORT OUTPUT PROCEDURE - RETURNS THE UNITS IN DEPARTMENT /
008310* CHARGE TYPE ORDER.  EACH CHARGE TYPE BREAK PRICES ONE
008320* STATEMENT LINE AND WRITES ITS INTERFACE CHARGE LINE; EACH
008330* DEPARTMENT BREAK CLOSES THAT DEPARTMENT'S STATEMENT.
008340*-----------------------------------------------------------------
008350 3000-BILL.
008360     IF RETURN-CODE = 16
008370         GO TO 3000-EXIT
008380     END-IF.
008390     MOVE SPACES                 TO DL970-WS-PREV-DEPT
008400                                    DL970-WS-PREV-TYPE.
008410     MOVE 'N'                    TO DL970-WS-SRT-EOF-SW.
008420     PERFORM 3100-BILL-ONE-UNIT THRU 3100-EXIT
008430         UNTIL DL970-WS-SRT-EOF.
008440     IF DL970-WS-PREV-DEPT NOT = SPACES
008450         PERFORM 3300-WRITE-CHARGE THRU 3300-EXIT
008460         PERFORM 3400-WRITE-DEPT-TOTAL THRU 3400-EXIT
008470     END-IF.
008480 3000-EXIT.
008490     EXIT.
008500
008510 3100-BILL-ONE-UNIT.
008520     RETURN DL970-SORT-FILE
008530         AT END
008540             MOVE 'Y'            TO DL970-WS-SRT-EOF-SW
008550     END-RETURN.
008560     IF DL970-WS-SRT-EOF
008570         GO TO 3100-EXIT
008580     END-IF.
008590     IF DL970-SRT-DEPT NOT = DL970-WS-PREV-DEPT
008600         IF DL970-WS-PREV-DEPT NOT = SPACES
008610             PERFORM 3300-WRITE-CHARGE THRU 3300-EXIT
008620             PERFORM 3400-WRITE-DEPT-TOTAL THRU 3400-EXIT
008630         END-IF
008640         PERFORM 3200-WRITE-DEPT-HEADER THRU 3200-EXIT
008650     ELSE
008660         IF DL970-SRT-CHG-TYPE NOT = DL970-WS-PREV-TYPE
008670             PERFORM 3300-WRITE-CHARGE THRU 3300-EXIT
008680         END-IF
008690     END-IF.
008700     MOVE DL970-SRT-CHG-TYPE     TO DL970-WS-PREV-TYPE.
008710     ADD 1                       TO DL970-WS-TYPE-QTY.
008720 3100-EXIT.
008730     EXIT.
008740
008750 3200-WRITE-DEPT-HEADER.
008760     MOVE DL970-SRT-DEPT         TO DL970-WS-PREV-DEPT.
008770     MOVE SPACES                 TO DL970-WS-PREV-TYPE.
008780     MOVE 0                      TO DL970-WS-TYPE-QTY
008790                                    DL970-WS-DEPT-QTY
008800                                    DL970-WS-DEPT-AMOUNT.
008810     ADD 1                       TO DL970-WS-DEPTS-BILLED.
008820     PERFORM 3210-LOOK-UP-DEPT-NAME THRU 3210-EXIT.
008830     MOVE ALL '='                TO DL970-RPT-RECORD.
008840     WRITE DL970-RPT-RECORD.
008850     MOVE DL970-SRT-DEPT         TO DL970-RPT-H-DEPT.
008860     MOVE DL970-WS-DEPT-NAME     TO DL970-RPT-H-NAME.
008870     MOVE DL970-WS-PERIOD        TO DL970-RPT-H-DPERIOD.
008880     MOVE DL970-RPT-DEPT-LINE TO DL970-RPT-RECORD.
008890     WRITE DL970-RPT-RECORD.
008900     MOVE SPACES                 TO DL970-RPT-RECORD.
008910     WRITE DL970-RPT-RECORD.
008920     MOVE DL970-RPT-COLUMN-LINE TO DL970-RPT-RECORD.
008930     WRITE DL970-RPT-RECORD.
008940 3200-EXIT.
008950     EXIT.
008960
008970 3210-LOOK-UP-DEPT-NAME.
008980     MOVE 'N'                    TO DL970-WS-FND-SW.
008990     SET DL970-XRF-NDX           TO 1.
009000     SEARCH DL970-XRF-ENTRY
009010         WHEN DL970-XRF-NDX > DL970-XRF-USED
009020             CONTINUE
009030         WHEN DL970-XRF-DEPT (DL970-XRF-NDX) = DL970-SRT-DEPT
009040             SET DL970-WS-FND    TO TRUE
009050     END-SEARCH.
009060     IF DL970-WS-FND
009070         MOVE DL970-XRF-NAME (DL970-XRF-NDX)
009080             TO DL970-WS-DEPT-NAME
009090     ELSE
009100         MOVE 'UNASSIGNED - NO XREF ENTRY'
009110             TO DL970-WS-DEPT-NAME
009120     END-IF.
009130 3210-EXIT.
009140     EXIT.
009150
009160*-----------------------------------------------------------------
009170* PRICES THE CHARGE TYPE JUST ENDED FOR THE DEPARTMENT IN HAND,
009180* PRINTS IT, AND WRITES ITS INTERFACE CHARGE LINE.  A TYPE WITH
009190* NO RATE IS PRINTED UNPRICED AND SENT TO FINANCE AT ZERO.
009200*-----------------------------------------------------------------
009210 3300-WRITE-CHARGE.
009220     MOVE DL970-WS-PREV-TYPE     TO DL970-WS-CHG-TYPE.
009230     PERFORM 1350-FIND-RATE THRU 1350-EXIT.
009240     IF DL970-WS-FND
009250         MOVE DL970-RTE-UNIT (DL970-RTE-NDX) TO DL970-WS-RATE
009260         MOVE DL970-RTE-DESC (DL970-RTE-NDX)
009270             TO DL970-WS-RATE-DESC
009280         MOVE SPACES             TO DL970-RPT-C-FLAG
009290     ELSE
009300         MOVE 0                  TO DL970-WS-RATE
009310         MOVE 'NOT ON RATE CARD' TO DL970-WS-RATE-DESC
009320         MOVE 'NOT PRICED'       TO DL970-RPT-C-FLAG
009330         ADD DL970-WS-TYPE-QTY   TO DL970-WS-UNITS-NO-RATE
009340         IF RETURN-CODE < 4
009350             MOVE 4              TO RETURN-CODE
009360         END-IF
009370     END-IF.
009380     COMPUTE DL970-WS-AMOUNT ROUNDED
009390         = DL970-WS-TYPE-QTY * DL970-WS-RATE.
009400     ADD DL970-WS-TYPE-QTY       TO DL970-WS-DEPT-QTY.
009410     ADD DL970-WS-AMOUNT         TO DL970-WS-DEPT-AMOUNT.
009420     MOVE DL970-WS-PREV-TYPE     TO DL970-RPT-C-TYPE.
009430     MOVE DL970-WS-RATE-DESC     TO DL970-RPT-C-DESC.
009440     MOVE DL970-WS-TYPE-QTY      TO DL970-RPT-C-QTY.
009450     MOVE DL970-WS-RATE          TO DL970-RPT-C-RATE.
009460     MOVE DL970-WS-AMOUNT        TO DL970-RPT-C-AMOUNT.
009470     MOVE DL970-RPT-CHARGE-LINE TO DL970-RPT-RECORD.
009480     WRITE DL970-RPT-RECORD.
009490     MOVE SPACES                 TO DL970-GL-RECORD.
009500     MOVE 'D'                    TO DL970-GL-REC-TYPE.
009510     MOVE DL970-WS-PREV-DEPT     TO DL970-GL-DEPT.
009520     MOVE DL970-WS-PREV-TYPE     TO DL970-GL-CHG-TYPE.
009530     MOVE DL970-WS-TYPE-QTY      TO DL970-GL-QTY.
009540     MOVE DL970-WS-AMOUNT        TO DL970-GL-AMOUNT.
009550     MOVE DL970-WS-PERIOD        TO DL970-GL-PERIOD.
009560     WRITE DL970-GL-RECORD.
009570     ADD 1                       TO DL970-WS-GL-LINES.
009580     ADD DL970-WS-TYPE-QTY       TO DL970-WS-GL-QTY.
009590     ADD DL970-WS-AMOUNT         TO DL970-WS-GL-AMOUNT.
009600     MOVE 0                      TO DL970-WS-TYPE-QTY.
009610 3300-EXIT.
009620     EXIT.
009630
009640 3400-WRITE-DEPT-TOTAL.
009650     MOVE SPACES                 TO DL970-RPT-RECORD.
009660     WRITE DL970-RPT-RECORD.
009670     MOVE DL970-WS-DEPT-QTY      TO DL970-RPT-DT-QTY.
009680     MOVE DL970-WS-DEPT-AMOUNT   TO DL970-RPT-DT-AMOUNT.
009690     MOVE DL970-RPT-DEPT-TOTAL-LINE TO DL970-RPT-RECORD.
009700     WRITE DL970-RPT-RECORD.
009710     MOVE SPACES                 TO DL970-RPT-RECORD.
009720     WRITE DL970-RPT-RECORD.
009730 3400-EXIT.
009740     EXIT.
009750
009760*-----------------------------------------------------------------
009770* RUN TOTALS.  THE UNITS CHARGED, THE GL LINES AND THE GL
009780* AMOUNT HERE ARE THE FIGURES ON THE INTERFACE TRAILER.  UNITS
009790* LEFT UNCHARGED ARE LISTED BY REASON; A LINE FROM A RUN NOT ON
009800* RUNHIST (E.G. A RUN THAT ABENDED BEFORE TERMINATION) SETS
009810* RC 4 SO SOMEONE DECIDES WHETHER IT SHOULD HAVE BEEN BILLED.
009820*-----------------------------------------------------------------
009830 8000-WRITE-TRAILER.
009840     IF DL970-WS-UNITS-NO-RUNH > 0
009850        OR DL970-WS-RUNS-CHARGED = 0
009860         IF RETURN-CODE < 4
009870             MOVE 4              TO RETURN-CODE
009880         END-IF
009890     END-IF.
009900     MOVE ALL '='                TO DL970-RPT-RECORD.
009910     WRITE DL970-RPT-RECORD.
009920     MOVE 'RUNS CHARGED               :' TO DL970-RPT-T-LABEL.
009930     MOVE DL970-WS-RUNS-CHARGED  TO DL970-RPT-T-VALUE.
009940     MOVE DL970-RPT-TOTAL-LINE TO DL970-RPT-RECORD.
009950     WRITE DL970-RPT-RECORD.
009960     MOVE 'RUNS BACKED OUT (EXCLUDED) :' TO DL970-RPT-T-LABEL.
009970     MOVE DL970-WS-RUNS-BACKED-OUT TO DL970-RPT-T-VALUE.
009980     MOVE DL970-RPT-TOTAL-LINE TO DL970-RPT-RECORD.
009990     WRITE DL970-RPT-RECORD.
010000     MOVE 'LIVE AUDIT LINES READ      :' TO DL970-RPT-T-LABEL.
010010     MOVE DL970-WS-LIVE-READ     TO DL970-RPT-T-VALUE.
010020     MOVE DL970-RPT-TOTAL-LINE TO DL970-RPT-RECORD.
010030     WRITE DL970-RPT-RECORD.
010040     MOVE 'ARCHIVE AUDIT LINES READ   :' TO DL970-RPT-T-LABEL.
010050     MOVE DL970-WS-ARCH-READ     TO DL970-RPT-T-VALUE.
010060     MOVE DL970-RPT-TOTAL-LINE TO DL970-RPT-RECORD.
010070     WRITE DL970-RPT-RECORD.
010080     MOVE 'UNITS CHARGED              :' TO DL970-RPT-T-LABEL.
010090     MOVE DL970-WS-UNITS         TO DL970-RPT-T-VALUE.
010100     MOVE DL970-RPT-TOTAL-LINE TO DL970-RPT-RECORD.
010110     WRITE DL970-RPT-RECORD.
010120     MOVE 'DEPARTMENTS BILLED         :' TO DL970-RPT-T-LABEL.
010130     MOVE DL970-WS-DEPTS-BILLED  TO DL970-RPT-T-VALUE.
010140     MOVE DL970-RPT-TOTAL-LINE TO DL970-RPT-RECORD.
010150     WRITE DL970-RPT-RECORD.
010160     MOVE 'INTERFACE CHARGE LINES     :' TO DL970-RPT-T-LABEL.
010170     MOVE DL970-WS-GL-LINES      TO DL970-RPT-T-VALUE.
010180     MOVE DL970-RPT-TOTAL-LINE TO DL970-RPT-RECORD.
010190     WRITE DL970-RPT-RECORD.
010200     MOVE 'INTERFACE AMOUNT TOTAL     :' TO DL970-RPT-A-LABEL.
010210     MOVE DL970-WS-GL-AMOUNT     TO DL970-RPT-A-VALUE.
010220     MOVE DL970-RPT-AMOUNT-LINE TO DL970-RPT-RECORD.
010230     WRITE DL970-RPT-RECORD.
010240     MOVE 'UNITS CHARGED TO UNAS      :' TO DL970-RPT-T-LABEL.
010250     MOVE DL970-WS-UNASSIGNED    TO DL970-RPT-T-VALUE.
010260     MOVE DL970-RPT-TOTAL-LINE TO DL970-RPT-RECORD.
010270     WRITE DL970-RPT-RECORD.
010272     MOVE '  OF WHICH NO DOCUMENT ID  :' TO DL970-RPT-T-LABEL.
010274     MOVE DL970-WS-UNITS-NO-DOCID TO DL970-RPT-T-VALUE.
010276     MOVE DL970-RPT-TOTAL-LINE TO DL970-RPT-RECORD.
010278     WRITE DL970-RPT-RECORD.
010280     IF DL970-WS-UNITS-NO-RATE > 0
010290         MOVE 'UNITS NOT PRICED           :' TO DL970-RPT-T-LABEL
010300         MOVE DL970-WS-UNITS-NO-RATE TO DL970-RPT-T-VALUE
010310         MOVE DL970-RPT-TOTAL-LINE TO DL970-RPT-RECORD
010320         WRITE DL970-RPT-RECORD
010330     END-IF.
010340     IF DL970-WS-UNITS-BKO > 0
010350         MOVE 'UNITS OF BACKED-OUT RUNS   :' TO DL970-RPT-T-LABEL
010360         MOVE DL970-WS-UNITS-BKO TO DL970-RPT-T-VALUE
010370         MOVE DL970-RPT-TOTAL-LINE TO DL970-RPT-RECORD
010380         WRITE DL970-RPT-RECORD
010390     END-IF.
010400     IF DL970-WS-UNITS-NO-RUNH > 0
010410         MOVE 'UNITS OF UNRECORDED RUNS   :' TO DL970-RPT-T-LABEL
010420         MOVE DL970-WS-UNITS-NO-RUNH TO DL970-RPT-T-VALUE
010430         MOVE DL970-RPT-TOTAL-LINE TO DL970-RPT-RECORD
010440         WRITE DL970-RPT-RECORD
010450     END-IF.
010460     IF DL970-WS-RUNS-PART > 0
010470         MOVE 'RUNS PART BACKED OUT       :' TO DL970-RPT-T-LABEL
010480         MOVE DL970-WS-RUNS-PART TO DL970-RPT-T-VALUE
010490         MOVE DL970-RPT-TOTAL-LINE TO DL970-RPT-RECORD
010500         WRITE DL970-RPT-RECORD
010510         MOVE 'UNITS OF THOSE RUNS CHARGED:' TO DL970-RPT-T-LABEL
010520         MOVE DL970-WS-UNITS-PART TO DL970-RPT-T-VALUE
010530         MOVE DL970-RPT-TOTAL-LINE TO DL970-RPT-RECORD
010540         WRITE DL970-RPT-RECORD
010550         MOVE '*** RUNS PART BACKED OUT ARE CHARGED IN FULL'
010560             TO DL970-RPT-RECORD
010570         WRITE DL970-RPT-RECORD
010580         MOVE '*** THE FILES BACKED OUT MUST BE CREDITED BY HAND'
010590             TO DL970-RPT-RECORD
010600         WRITE DL970-RPT-RECORD
010610     END-IF.
010620 8000-EXIT.
010630     EXIT.
010640
010650*-----------------------------------------------------------------
010660* CLOSES THE STATEMENT REPORT AND THE INTERFACE FILE.  THE
010670* CONTROL-TOTAL TRAILER IS WRITTEN ONLY WHEN THE RUN GOT THROUGH
010680* THE AUDIT LOG - A FILE WITHOUT IT MUST NOT BE LOADED.
010690*-----------------------------------------------------------------
010700 9000-TERMINATE.
010710     IF DL970-WS-GL-OPEN
010720         IF RETURN-CODE < 16
010730             MOVE SPACES         TO DL970-GL-TRAILER
010740             MOVE 'T'            TO DL970-GLT-REC-TYPE
010750             MOVE DL970-WS-PERIOD TO DL970-GLT-PERIOD
010760             MOVE DL970-WS-GL-LINES TO DL970-GLT-LINES
010770             MOVE DL970-WS-GL-QTY TO DL970-GLT-QTY
010780             MOVE DL970-WS-GL-AMOUNT TO DL970-GLT-AMOUNT
010790             WRITE DL970-GL-TRAILER
010800         END-IF
010810         CLOSE DL970-GL-FILE
010820     END-IF.
010830     IF DL970-WS-RPT-OPEN
010840         CLOSE DL970-RPT-FILE
010850     END-IF.
010860 9000-EXIT.
010870     EXIT.
