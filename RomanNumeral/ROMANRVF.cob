000010*****************************************************************
000020* PROGRAM-ID    : ROMAN-REGISTRY-VERIFY                         *
000030* AUTHOR        : D. MOLINA                                     *
000040* INSTALLATION  : BATCH DEVELOPMENT - MATH LIBRARY GROUP        *
000050* DATE-WRITTEN  : 10/15/2026                                    *
000060* DATE-COMPILED :                                               *
000070*-----------------------------------------------------------------
000080* REMARKS.                                                      *
000090*     CHECKS THE DOCUMENT REGISTRY (DOCMAST) AGAINST THE AUDIT  *
000100*     HISTORY IT WAS POSTED FROM.  EVERY TOKEN LINE ON THE LIVE *
000110*     AUDIT LOG (AUDITIN DD) AND ON THE AUDITARC GENERATIONS    *
000120*     THE JOB STREAM CONCATENATES UNDER ARCHIN IS REPLAYED, AS  *
000130*     ROMAN-NUMERAL-CONV POSTED IT, INTO EACH DOCUMENT'S FIRST  *
000140*     RUN (WITH ITS DATE AND SOURCE FILE), LAST RUN, AND        *
000150*     CONVERTED AND REJECTED COUNTS.  WORK SINCE BACKED OUT BY  *
000160*     ROMAN-RUN-BACKOUT IS LEFT OUT - A WHOLE RUN FLAGGED ON THE*
000170*     RUN-HISTORY STORE (RUNHIST DD), AND A SINGLE FILE OF A RUN*
000180*     AS RECORDED ON THE BACKOUT LOG (BKOLOG DD).  THE REPLAY IS*
000190*     MATCHED TO THE REGISTRY IN DOCUMENT ID ORDER AND EVERY    *
000200*     DOCUMENT THAT DOES NOT AGREE IS LISTED ON THE REPORT      *
000210*     (RVFRPT DD) -                                             *
000220*       NOT ON REGISTRY   - AUDIT HISTORY BUT NO REGISTRY ENTRY;*
000230*       NO AUDIT HISTORY  - A REGISTRY ENTRY NOTHING EXPLAINS;  *
000240*       COUNTS DIFFER     - LIFETIME TOTALS DISAGREE;           *
000250*       RUN IDS DIFFER    - FIRST OR LAST RUN DISAGREES.        *
000260*     A FIRST OR LAST RUN ID THAT NAMES A RUN SINCE BACKED OUT  *
000270*     (A BACKOUT LEAVES THE REGISTRY'S RUN IDS AS THEY WERE)    *
000280*     IS LISTED AS BACKED-OUT RUN ID FOR INFORMATION ONLY.      *
000290*     SYSIN COL 1 SELECTS THE MODE -                            *
000300*       V (OR BLANK) - VERIFY.  NOTHING IS CHANGED;             *
000310*       R            - REBUILD.  THE REGISTRY IS MADE TO        *
000320*                      MATCH THE REPLAY: MISSING ENTRIES ARE    *
000330*                      ADDED, DISAGREEING ENTRIES REWRITTEN,    *
000340*                      AND ENTRIES WITH NO AUDIT HISTORY        *
000350*                      DELETED.  AN ENTRY WHOSE FIRST RUN       *
000360*                      STILL AGREES KEEPS ITS FIRST DATE AND    *
000370*                      FILE.  FOR DISASTER RECOVERY, REDEFINE   *
000380*                      THE CLUSTER EMPTY (ROMANDEF) AND         *
000390*                      REBUILD INTO IT.  A REBUILD IS REFUSED   *
000400*                      WITHOUT THE ARCHIVE, WHICH WOULD         *
000410*                      OTHERWISE DELETE EVERY ARCHIVED ENTRY.   *
000420*     BOTH MODES TAKE THE SUITE'S RUN LOCK, SO NO CONVERSION RUN*
000430*     POSTS TO THE REGISTRY WHILE IT IS BEING READ.             *
000440*     CONDITION CODES - 0 REGISTRY AGREES; 4 DISCREPANCIES      *
000450*     LISTED (FIXED, IN REBUILD MODE) OR A PART BACKOUT NOT ON  *
000460*     THE BACKOUT LOG; 12 RUN LOCK HELD; 16 NOTHING VERIFIED OR *
000470*     CHANGED (BAD MODE, A STORE OR THE LIVE LOG UNAVAILABLE) OR*
000480*     A REGISTRY UPDATE FAILED DURING A REBUILD.                *
000490*-----------------------------------------------------------------
000500* MODIFICATION HISTORY.                                         *
000510*     10/15/2026  DM  ORIGINAL VERSION.                         *
000520*****************************************************************
000530 IDENTIFICATION DIVISION.
000540 PROGRAM-ID. ROMAN-REGISTRY-VERIFY.
000550
000560 ENVIRONMENT DIVISION.
000570
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600*    THE LIVE AUDIT LOG.
000610     SELECT DL995-AUDIT-FILE ASSIGN TO "AUDITIN"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS DL995-WS-AUD-STATUS.
000640
000650*    THE ARCHIVE GENERATIONS, CONCATENATED BY THE JOB STREAM.
000660     SELECT DL995-ARCH-FILE ASSIGN TO "ARCHIN"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS DL995-WS-ARCH-STATUS.
000690
000700*    RUN-HISTORY STORE - KEYED ON THE RUN ID.
000710     SELECT DL995-RUNH-FILE ASSIGN TO "RUNHIST"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS RANDOM
000740         RECORD KEY IS DL995-RUNH-RUN-ID
000750         FILE STATUS IS DL995-WS-RUNH-STATUS.
000760
000770*    BACKOUT LOG WRITTEN BY ROMAN-RUN-BACKOUT.
000780     SELECT DL995-BKOL-FILE ASSIGN TO "BKOLOG"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS DL995-WS-BKOL-STATUS.
000810
000820*    PERSISTENT DOCUMENT REGISTRY, AS DEFINED BY ROMANDEF - READ
000830*    IN KEY ORDER, AND UPDATED IN PLACE BY A REBUILD.
000840     SELECT DL995-DOCM-FILE ASSIGN TO "DOCMAST"
000850         ORGANIZATION IS INDEXED
000860         ACCESS MODE IS DYNAMIC
000870         RECORD KEY IS DL995-DOCM-DOC-ID
000880         FILE STATUS IS DL995-WS-DOCM-STATUS.
000890
000900*    RUN LOCK SHARED WITH ROMAN-NUMERAL-CONV.
000910     SELECT DL995-LOCK-FILE ASSIGN TO "RUNLOCK"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS DL995-WS-LOCK-STATUS.
000940
000950*    SYSIN CARD - MODE IN COL 1 (V VERIFY, R REBUILD).
000960     SELECT DL995-PARM-FILE ASSIGN TO "SYSIN"
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS DL995-WS-PARM-STATUS.
000990
001000*    THE VERIFICATION REPORT.
001010     SELECT DL995-RPT-FILE ASSIGN TO "RVFRPT"
001020         ORGANIZATION IS LINE SEQUENTIAL
001030         FILE STATUS IS DL995-WS-RPT-STATUS.
001040
001050*    SORT WORK FILE - BRINGS EACH DOCUMENT'S TOKENS TOGETHER.
001060     SELECT DL995-SORT-FILE ASSIGN TO "SORTWK".
001070
001080 DATA DIVISION.
001090
001100 FILE SECTION.
001110
001120 FD  DL995-AUDIT-FILE.
001130 01  DL995-AUDIT-RECORD          PIC X(132).
001140
001150 FD  DL995-ARCH-FILE.
001160 01  DL995-ARCH-RECORD           PIC X(132).
001170
001180*    ONE DL100-RUNH-RECORD AS WRITTEN BY ROMAN-NUMERAL-CONV.
001190 FD  DL995-RUNH-FILE.
001200 01  DL995-RUNH-RECORD.
001210     05  DL995-RUNH-RUN-ID       PIC X(14).
001220     05  DL995-RUNH-RUN-DATE     PIC X(08).
001230     05  DL995-RUNH-MODE         PIC X(11).
001240     05  DL995-RUNH-BKO-SW       PIC X(01).
001250     05  DL995-RUNH-STRICT       PIC X(01).
001260     05  DL995-RUNH-DUP-OPT      PIC X(01).
001270     05  DL995-RUNH-END-TIME     PIC X(06).
001280     05  DL995-RUNH-ELAPSED      PIC 9(05).
001290     05  DL995-RUNH-RC           PIC 9(02).
001300     05  DL995-RUNH-FILES        PIC 9(03).
001310     05  DL995-RUNH-READ         PIC 9(07).
001320     05  DL995-RUNH-CONVERTED    PIC 9(07).
001330     05  DL995-RUNH-REJECTED     PIC 9(07).
001340     05  DL995-RUNH-NONCANON     PIC 9(07).
001350     05  DL995-RUNH-DUPS         PIC 9(07).
001360
001370*    ONE DL960-BKOL-RECORD AS WRITTEN BY ROMAN-RUN-BACKOUT.
001380 FD  DL995-BKOL-FILE.
001390 01  DL995-BKOL-RECORD.
001400     05  DL995-BKOL-RUN-ID       PIC X(14).
001410     05  FILLER                  PIC X(01).
001420     05  DL995-BKOL-SRCFILE      PIC X(25).
001430     05  FILLER                  PIC X(01).
001440     05  DL995-BKOL-STAMP        PIC X(14).
001450     05  FILLER                  PIC X(01).
001460     05  DL995-BKOL-DOCS         PIC 9(07).
001470     05  FILLER                  PIC X(01).
001480     05  DL995-BKOL-TOKENS       PIC 9(09).
001490     05  FILLER                  PIC X(07).
001500
001510*    ONE DL100-DOCM-RECORD AS WRITTEN BY ROMAN-NUMERAL-CONV.
001520 FD  DL995-DOCM-FILE.
001530 01  DL995-DOCM-RECORD.
001540     05  DL995-DOCM-DOC-ID       PIC X(10).
001550     05  DL995-DOCM-FIRST-RUN-ID PIC X(14).
001560     05  DL995-DOCM-FIRST-DATE   PIC X(08).
001570     05  DL995-DOCM-FIRST-FILE   PIC X(25).
001580     05  DL995-DOCM-LAST-RUN-ID  PIC X(14).
001590     05  DL995-DOCM-CONVERTED    PIC 9(05).
001600     05  DL995-DOCM-REJECTED     PIC 9(05).
001610
001620 FD  DL995-LOCK-FILE.
001630 01  DL995-LOCK-RECORD.
001640     05  DL995-LOCK-RUN-ID       PIC X(14).
001650     05  FILLER                  PIC X(02).
001660     05  DL995-LOCK-OPT          PIC X(01).
001670     05  FILLER                  PIC X(63).
001680
001690 FD  DL995-PARM-FILE.
001700 01  DL995-PARM-RECORD.
001710     05  DL995-PARM-MODE         PIC X(01).
001720
001730 FD  DL995-RPT-FILE.
001740 01  DL995-RPT-RECORD            PIC X(132).
001750
001760*    ONE SORT RECORD PER TOKEN LINE REPLAYED, IN LOG ORDER WITHIN
001770*    THE DOCUMENT AND RUN.
001780 SD  DL995-SORT-FILE.
001790 01  DL995-SRT-RECORD.
001800     05  DL995-SRT-DOCID         PIC X(10).
001810     05  DL995-SRT-RUN-ID        PIC X(14).
001820     05  DL995-SRT-SEQ           PIC 9(09).
001830     05  DL995-SRT-SRCFILE       PIC X(25).
001840     05  DL995-SRT-RUN-DATE      PIC X(08).
001850     05  DL995-SRT-TYPE          PIC X(01).
001860         88  DL995-SRT-REJECTED             VALUE 'R'.
001870
001880 WORKING-STORAGE SECTION.
001890
001900 01  DL995-WS-SWITCHES.
001910     05  DL995-WS-EOF-SW         PIC X(01) VALUE 'N'.
001920         88  DL995-WS-EOF                   VALUE 'Y'.
001930     05  DL995-WS-SRT-EOF-SW     PIC X(01) VALUE 'N'.
001940         88  DL995-WS-SRT-EOF               VALUE 'Y'.
001950     05  DL995-WS-REG-EOF-SW     PIC X(01) VALUE 'N'.
001960         88  DL995-WS-REG-EOF               VALUE 'Y'.
001970     05  DL995-WS-FND-SW         PIC X(01) VALUE 'N'.
001980         88  DL995-WS-FND                   VALUE 'Y'.
001990     05  DL995-WS-LOCK-SW        PIC X(01) VALUE 'N'.
002000         88  DL995-WS-LOCK-HELD             VALUE 'Y'.
002010     05  DL995-WS-RPT-SW         PIC X(01) VALUE 'N'.
002020         88  DL995-WS-RPT-OPEN              VALUE 'Y'.
002030     05  DL995-WS-RUNH-SW        PIC X(01) VALUE 'N'.
002040         88  DL995-WS-RUNH-OPEN             VALUE 'Y'.
002050     05  DL995-WS-DOCM-SW        PIC X(01) VALUE 'N'.
002060         88  DL995-WS-DOCM-OPEN             VALUE 'Y'.
002070     05  DL995-WS-ARCH-SW        PIC X(01) VALUE 'N'.
002080         88  DL995-WS-ARCH-READ             VALUE 'Y'.
002090     05  DL995-WS-CNT-DIFF-SW    PIC X(01) VALUE 'N'.
002100         88  DL995-WS-CNT-DIFF              VALUE 'Y'.
002110     05  DL995-WS-RUN-DIFF-SW    PIC X(01) VALUE 'N'.
002120         88  DL995-WS-RUN-DIFF              VALUE 'Y'.
002130     05  DL995-WS-BKO-RUN-SW     PIC X(01) VALUE 'N'.
002140         88  DL995-WS-BKO-RUN               VALUE 'Y'.
002150
002160 01  DL995-WS-AUD-STATUS         PIC X(02) VALUE SPACES.
002170 01  DL995-WS-ARCH-STATUS        PIC X(02) VALUE SPACES.
002180 01  DL995-WS-RUNH-STATUS        PIC X(02) VALUE SPACES.
002190 01  DL995-WS-BKOL-STATUS        PIC X(02) VALUE SPACES.
002200 01  DL995-WS-DOCM-STATUS        PIC X(02) VALUE SPACES.
002210 01  DL995-WS-LOCK-STATUS        PIC X(02) VALUE SPACES.
002220 01  DL995-WS-PARM-STATUS        PIC X(02) VALUE SPACES.
002230 01  DL995-WS-RPT-STATUS         PIC X(02) VALUE SPACES.
002240
002250*    THE MODE FROM THE SYSIN CARD.
002260 01  DL995-WS-MODE               PIC X(01) VALUE SPACE.
002270     88  DL995-WS-VERIFY                    VALUE 'V'.
002280     88  DL995-WS-REBUILD                   VALUE 'R'.
002290
002300 01  DL995-WS-CURR-DATE-TIME     PIC X(21) VALUE SPACES.
002310 01  DL995-WS-TODAY              PIC X(08) VALUE SPACES.
002320
002330*    ONE AUDIT LINE FROM EITHER SOURCE - A DL100-AUDIT-LINE AS
002340*    WRITTEN BY ROMAN-NUMERAL-CONV.
002350 01  DL995-WS-AUDIT-LINE.
002360     05  DL995-AUD-MODE          PIC X(12).
002370     05  FILLER                  PIC X(02).
002380     05  DL995-AUD-DOCID         PIC X(10).
002390     05  FILLER                  PIC X(02).
002400*        ON A 'SRCFILE' MARKER LINE - THE SOURCE FILE NAME.
002410     05  DL995-AUD-STRING        PIC X(30).
002420     05  FILLER                  PIC X(02).
002430     05  DL995-AUD-L             PIC X(02).
002440     05  FILLER                  PIC X(02).
002450     05  DL995-AUD-SUM           PIC X(05).
002460     05  FILLER                  PIC X(02).
002470     05  DL995-AUD-ROMRT         PIC X(18).
002480     05  FILLER                  PIC X(02).
002490     05  DL995-AUD-STATUS-TXT    PIC X(09).
002500     05  FILLER                  PIC X(02).
002510     05  DL995-AUD-RUN-ID        PIC X(14).
002520     05  FILLER                  PIC X(02).
002530     05  DL995-AUD-FRAC          PIC X(02).
002540     05  FILLER                  PIC X(14).
002550
002560*    RUN AND SOURCE FILE IN FORCE AT THE CURRENT POINT OF THE LOG
002570*    - THE FILE IS SET BY EACH 'SRCFILE' MARKER LINE OF THE RUN.
002580 01  DL995-WS-CUR-RUN            PIC X(14) VALUE SPACES.
002590 01  DL995-WS-CUR-FILE           PIC X(25) VALUE SPACES.
002600 77  DL995-WS-LINE-SEQ           PIC 9(09) VALUE 0.
002610
002620*    THE LAST RUN LOOKED UP ON RUNHIST AND THE BACKOUT LOG - THE
002630*    LINES OF ONE RUN ARE TOGETHER ON THE LOG, SO ONE LOOKUP
002640*    SERVES THEM ALL.
002650 01  DL995-WS-LKP-KEY            PIC X(14) VALUE SPACES.
002660 01  DL995-WS-LKP-RUN            PIC X(14) VALUE LOW-VALUES.
002670 01  DL995-WS-LKP-RUNH-SW        PIC X(01) VALUE 'N'.
002680     88  DL995-WS-LKP-ON-RUNH               VALUE 'Y'.
002690 01  DL995-WS-LKP-BKO-SW         PIC X(01) VALUE SPACE.
002700     88  DL995-WS-LKP-BACKED-OUT            VALUE 'B'.
002710     88  DL995-WS-LKP-PART-BACKED-OUT       VALUE 'P'.
002720 01  DL995-WS-LKP-RUN-DATE       PIC X(08) VALUE SPACES.
002730*    'W' - THE WHOLE RUN IS ON THE BACKOUT LOG; 'F' - ONE OR MORE
002740*    OF ITS FILES ARE; 'N' - NEITHER.
002750 01  DL995-WS-LKP-LOG-SW         PIC X(01) VALUE 'N'.
002760     88  DL995-WS-LKP-LOGGED-WHOLE          VALUE 'W'.
002770     88  DL995-WS-LKP-LOGGED-FILES          VALUE 'F'.
002780     88  DL995-WS-LKP-NOT-LOGGED            VALUE 'N'.
002790
002800*    THE BACKOUT LOG, LOADED ONCE AT START OF RUN.  A LOG BEYOND
002810*    THE TABLE CAPACITY IS REFUSED OUTRIGHT RATHER THAN VERIFY
002820*    AGAINST PART OF IT.
002830 77  DL995-BKL-USED              PIC 9(04) VALUE 0.
002840 01  DL995-BKL-TABLE.
002850     05  DL995-BKL-ENTRY OCCURS 2000 TIMES
002860             INDEXED BY DL995-BKL-NDX.
002870         10  DL995-BKL-RUN-ID    PIC X(14).
002880         10  DL995-BKL-SRCFILE   PIC X(25).
002890
002900*    THE REPLAY OF THE DOCUMENT IN HAND.
002910 01  DL995-WS-HST.
002920     05  DL995-HST-DOCID         PIC X(10).
002930     05  DL995-HST-FIRST-RUN     PIC X(14).
002940     05  DL995-HST-FIRST-DATE    PIC X(08).
002950     05  DL995-HST-FIRST-FILE    PIC X(25).
002960     05  DL995-HST-LAST-RUN      PIC X(14).
002970     05  DL995-HST-CONV          PIC 9(05).
002980     05  DL995-HST-REJ           PIC 9(05).
002990
003000*    THE REGISTRY ENTRY IN HAND - HIGH-VALUES ONCE THE REGISTRY
003010*    IS EXHAUSTED, SO EVERY REMAINING REPLAY SORTS BELOW IT.
003020 01  DL995-WS-REG.
003030     05  DL995-REG-DOC-ID        PIC X(10).
003040     05  DL995-REG-FIRST-RUN-ID  PIC X(14).
003050     05  DL995-REG-FIRST-DATE    PIC X(08).
003060     05  DL995-REG-FIRST-FILE    PIC X(25).
003070     05  DL995-REG-LAST-RUN-ID   PIC X(14).
003080     05  DL995-REG-CONVERTED     PIC 9(05).
003090     05  DL995-REG-REJECTED      PIC 9(05).
003100
003110*    RUN-WIDE COUNTS FOR THE TRAILER AND THE JOB LOG.
003120 77  DL995-WS-LIVE-READ          PIC 9(09) VALUE 0.
003130 77  DL995-WS-ARCH-LINES         PIC 9(09) VALUE 0.
003140 77  DL995-WS-TOKENS             PIC 9(09) VALUE 0.
003150 77  DL995-WS-LINES-BKO          PIC 9(09) VALUE 0.
003160 77  DL995-WS-LINES-UNLOGGED     PIC 9(09) VALUE 0.
003170 77  DL995-WS-LINES-NO-RUNH      PIC 9(09) VALUE 0.
003180 77  DL995-WS-DOCS-HIST          PIC 9(09) VALUE 0.
003190 77  DL995-WS-REG-READ           PIC 9(09) VALUE 0.
003200 77  DL995-WS-REG-BLANK          PIC 9(09) VALUE 0.
003210 77  DL995-WS-AGREE              PIC 9(09) VALUE 0.
003220 77  DL995-WS-NOT-ON-REG         PIC 9(09) VALUE 0.
003230 77  DL995-WS-NO-HIST            PIC 9(09) VALUE 0.
003240 77  DL995-WS-CNT-DIFFS          PIC 9(09) VALUE 0.
003250 77  DL995-WS-RUN-DIFFS          PIC 9(09) VALUE 0.
003260 77  DL995-WS-BOTH-DIFFS         PIC 9(09) VALUE 0.
003270 77  DL995-WS-BKO-RUNIDS         PIC 9(09) VALUE 0.
003280 77  DL995-WS-DISCREP            PIC 9(09) VALUE 0.
003290 77  DL995-WS-ADDED              PIC 9(09) VALUE 0.
003300 77  DL995-WS-REWRITTEN          PIC 9(09) VALUE 0.
003310 77  DL995-WS-DELETED            PIC 9(09) VALUE 0.
003320 77  DL995-WS-UPD-FAILED         PIC 9(09) VALUE 0.
003330
003340*    REPORT LINE LAYOUTS.
003350 01  DL995-RPT-TITLE-LINE.
003360     05  FILLER                  PIC X(38) VALUE
003370             'ROMAN DOCUMENT REGISTRY VERIFICATION'.
003380     05  FILLER                  PIC X(06) VALUE 'MODE: '.
003390     05  DL995-RPT-H-MODE        PIC X(07).
003400     05  FILLER                  PIC X(04) VALUE SPACES.
003410     05  FILLER                  PIC X(06) VALUE 'DATE: '.
003420     05  DL995-RPT-H-TODAY       PIC X(08).
003430
003440 01  DL995-RPT-COLUMN-LINE-1.
003450     05  FILLER                  PIC X(12) VALUE SPACES.
003460     05  FILLER                  PIC X(44) VALUE
003470             '---------------- REGISTRY ---------------'.
003480     05  FILLER                  PIC X(41) VALUE
003490             '------------- AUDIT HISTORY -------------'.
003500
003510 01  DL995-RPT-COLUMN-LINE-2.
003520     05  FILLER                  PIC X(12) VALUE 'DOCUMENT ID'.
003530     05  FILLER                  PIC X(15) VALUE 'FIRST RUN'.
003540     05  FILLER                  PIC X(15) VALUE 'LAST RUN'.
003550     05  FILLER                  PIC X(06) VALUE ' CONV'.
003560     05  FILLER                  PIC X(08) VALUE '  REJ'.
003570     05  FILLER                  PIC X(15) VALUE 'FIRST RUN'.
003580     05  FILLER                  PIC X(15) VALUE 'LAST RUN'.
003590     05  FILLER                  PIC X(06) VALUE ' CONV'.
003600     05  FILLER                  PIC X(08) VALUE '  REJ'.
003610     05  FILLER                  PIC X(20) VALUE 'RESULT'.
003620     05  FILLER                  PIC X(09) VALUE 'ACTION'.
003630
003640 01  DL995-RPT-DETAIL-LINE.
003650     05  DL995-RPT-D-DOCID       PIC X(10).
003660     05  FILLER                  PIC X(02) VALUE SPACES.
003670     05  DL995-RPT-D-REG.
003680         10  DL995-RPT-D-R-FIRST PIC X(14).
003690         10  FILLER              PIC X(01).
003700         10  DL995-RPT-D-R-LAST  PIC X(14).
003710         10  FILLER              PIC X(01).
003720         10  DL995-RPT-D-R-CONV  PIC ZZZZ9.
003730         10  FILLER              PIC X(01).
003740         10  DL995-RPT-D-R-REJ   PIC ZZZZ9.
003750     05  FILLER                  PIC X(03) VALUE SPACES.
003760     05  DL995-RPT-D-HST.
003770         10  DL995-RPT-D-H-FIRST PIC X(14).
003780         10  FILLER              PIC X(01).
003790         10  DL995-RPT-D-H-LAST  PIC X(14).
003800         10  FILLER              PIC X(01).
003810         10  DL995-RPT-D-H-CONV  PIC ZZZZ9.
003820         10  FILLER              PIC X(01).
003830         10  DL995-RPT-D-H-REJ   PIC ZZZZ9.
003840     05  FILLER                  PIC X(03) VALUE SPACES.
003850     05  DL995-RPT-D-RESULT      PIC X(18).
003860     05  FILLER                  PIC X(02) VALUE SPACES.
003870     05  DL995-RPT-D-ACTION      PIC X(09).
003880
003890 01  DL995-RPT-TOTAL-LINE.
003900     05  DL995-RPT-T-LABEL       PIC X(30).
003910     05  DL995-RPT-T-VALUE       PIC Z(8)9.
003920
003930 PROCEDURE DIVISION.
003940
003950 0000-MAINLINE.
003960     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003970     IF RETURN-CODE NOT = 0
003980         GO TO 0000-CLOSE
003990     END-IF.
004000     SORT DL995-SORT-FILE
004010         ASCENDING KEY DL995-SRT-DOCID
004020                       DL995-SRT-RUN-ID
004030                       DL995-SRT-SEQ
004040         INPUT PROCEDURE IS 2000-GATHER THRU 2000-EXIT
004050         OUTPUT PROCEDURE IS 3000-COMPARE THRU 3000-EXIT.
004060     IF RETURN-CODE < 16
004070         PERFORM 8000-WRITE-TRAILER THRU 8000-EXIT
004080     END-IF.
004090 0000-CLOSE.
004100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004110     DISPLAY 'ROMAN-REGISTRY-VERIFY: ' DL995-WS-DOCS-HIST
004120         ' DOCUMENTS IN AUDIT HISTORY, ' DL995-WS-REG-READ
004130         ' ON REGISTRY, ' DL995-WS-DISCREP ' DISCREPANCIES'.
004140     DISPLAY 'ROMAN-REGISTRY-VERIFY: RUN COMPLETE - RC '
004150         RETURN-CODE.
004160     STOP RUN.
004170
004180*-----------------------------------------------------------------
004190* READS THE MODE CARD, TAKES THE RUN LOCK, OPENS THE REPORT AND
004200* THE STORES, AND LOADS THE BACKOUT LOG.  A BAD MODE, A LOCK
004210* HELD BY ANOTHER RUN, OR A STORE THAT WILL NOT OPEN ENDS THE
004220* RUN BEFORE ANYTHING IS READ.
004230*-----------------------------------------------------------------
004240 1000-INITIALIZE.
004250     MOVE FUNCTION CURRENT-DATE  TO DL995-WS-CURR-DATE-TIME.
004260     MOVE DL995-WS-CURR-DATE-TIME (1:8) TO DL995-WS-TODAY.
004270     OPEN INPUT DL995-PARM-FILE.
004280     IF DL995-WS-PARM-STATUS = '00'
004290         READ DL995-PARM-FILE
004300             AT END
004310                 MOVE SPACES     TO DL995-PARM-RECORD
004320         END-READ
004330         MOVE DL995-PARM-MODE    TO DL995-WS-MODE
004340         CLOSE DL995-PARM-FILE
004350     END-IF.
004360     IF DL995-WS-MODE = SPACE
004370         MOVE 'V'                TO DL995-WS-MODE
004380     END-IF.
004390     IF NOT DL995-WS-VERIFY AND NOT DL995-WS-REBUILD
004400         DISPLAY 'ROMAN-REGISTRY-VERIFY: SYSIN COL 1 MUST BE V '
004410             '(VERIFY) OR R (REBUILD) - FOUND ' DL995-WS-MODE
004420         MOVE 16                 TO RETURN-CODE
004430         GO TO 1000-EXIT
004440     END-IF.
004450     PERFORM 1050-ACQUIRE-RUN-LOCK THRU 1050-EXIT.
004460     IF RETURN-CODE NOT = 0
004470         GO TO 1000-EXIT
004480     END-IF.
004490     OPEN OUTPUT DL995-RPT-FILE.
004500     IF DL995-WS-RPT-STATUS NOT = '00'
004510         DISPLAY 'ROMAN-REGISTRY-VERIFY: UNABLE TO OPEN RVFRPT - '
004520             'STATUS ' DL995-WS-RPT-STATUS
004530         MOVE 16                 TO RETURN-CODE
004540         GO TO 1000-EXIT
004550     END-IF.
004560     SET DL995-WS-RPT-OPEN       TO TRUE.
004570     IF DL995-WS-REBUILD
004580         MOVE 'REBUILD'          TO DL995-RPT-H-MODE
004590     ELSE
004600         MOVE 'VERIFY'           TO DL995-RPT-H-MODE
004610     END-IF.
004620     MOVE DL995-WS-TODAY         TO DL995-RPT-H-TODAY.
004630     MOVE DL995-RPT-TITLE-LINE TO DL995-RPT-RECORD.
004640     WRITE DL995-RPT-RECORD.
004650     MOVE SPACES                 TO DL995-RPT-RECORD.
004660     WRITE DL995-RPT-RECORD.
004670     PERFORM 1100-OPEN-STORES THRU 1100-EXIT.
004680     IF RETURN-CODE NOT = 0
004690         GO TO 1000-EXIT
004700     END-IF.
004710     PERFORM 1200-LOAD-BACKOUT-LOG THRU 1200-EXIT.
004720 1000-EXIT.
004730     EXIT.
004740
004750*-----------------------------------------------------------------
004760* TAKES THE RUN LOCK EXACTLY AS ROMAN-NUMERAL-CONV DOES, WITH THE
004770* MODE (V OR R) AS THE OPTION ON THE LOCK RECORD.  A LOCK LEFT
004780* BEHIND BY AN ABEND IS CLEARED BY THE ROMANUNL JOB.
004790*-----------------------------------------------------------------
004800 1050-ACQUIRE-RUN-LOCK.
004810     OPEN INPUT DL995-LOCK-FILE.
004820     IF DL995-WS-LOCK-STATUS = '00'
004830         READ DL995-LOCK-FILE
004840             AT END
004850                 CONTINUE
004860             NOT AT END
004870                 DISPLAY 'ROMAN-REGISTRY-VERIFY: ANOTHER RUN '
004880                     'HOLDS THE RUN LOCK - RUN ID '
004890                     DL995-LOCK-RUN-ID ' OPTION '
004900                     DL995-LOCK-OPT
004910                 DISPLAY 'ROMAN-REGISTRY-VERIFY: IF THAT RUN '
004920                     'ABENDED, CLEAR THE LOCK WITH THE '
004930                     'ROMANUNL JOB AND RESUBMIT'
004940                 MOVE 12         TO RETURN-CODE
004950                 CLOSE DL995-LOCK-FILE
004960                 GO TO 1050-EXIT
004970         END-READ
004980         CLOSE DL995-LOCK-FILE
004990     END-IF.
005000     OPEN OUTPUT DL995-LOCK-FILE.
005010     IF DL995-WS-LOCK-STATUS NOT = '00'
005020         DISPLAY 'ROMAN-REGISTRY-VERIFY: UNABLE TO TAKE THE RUN '
005030             'LOCK - STATUS ' DL995-WS-LOCK-STATUS
005040         MOVE 12                 TO RETURN-CODE
005050         GO TO 1050-EXIT
005060     END-IF.
005070     MOVE SPACES                 TO DL995-LOCK-RECORD.
005080     MOVE DL995-WS-CURR-DATE-TIME (1:14) TO DL995-LOCK-RUN-ID.
005090     MOVE DL995-WS-MODE          TO DL995-LOCK-OPT.
005100     WRITE DL995-LOCK-RECORD.
005110     CLOSE DL995-LOCK-FILE.
005120     SET DL995-WS-LOCK-HELD      TO TRUE.
005130 1050-EXIT.
005140     EXIT.
005150
005160*-----------------------------------------------------------------
005170* OPENS THE RUN-HISTORY STORE AND THE REGISTRY - INPUT TO VERIFY,
005180* I-O TO REBUILD.  A REBUILD INTO A CLUSTER NEVER WRITTEN (JUST
005190* DEFINED BY ROMANDEF) CREATES IT, AS THE CONVERSION RUN DOES.
005200*-----------------------------------------------------------------
005210 1100-OPEN-STORES.
005220     OPEN INPUT DL995-RUNH-FILE.
005230     IF DL995-WS-RUNH-STATUS NOT = '00'
005240         DISPLAY 'ROMAN-REGISTRY-VERIFY: UNABLE TO OPEN '
005250             'RUNHIST - STATUS ' DL995-WS-RUNH-STATUS
005260         MOVE 16                 TO RETURN-CODE
005270         GO TO 1100-EXIT
005280     END-IF.
005290     SET DL995-WS-RUNH-OPEN      TO TRUE.
005300     IF DL995-WS-REBUILD
005310         OPEN I-O DL995-DOCM-FILE
005320         IF DL995-WS-DOCM-STATUS = '35'
005330             OPEN OUTPUT DL995-DOCM-FILE
005340             IF DL995-WS-DOCM-STATUS = '00'
005350                 CLOSE DL995-DOCM-FILE
005360                 OPEN I-O DL995-DOCM-FILE
005370             END-IF
005380         END-IF
005390     ELSE
005400         OPEN INPUT DL995-DOCM-FILE
005410     END-IF.
005420     IF DL995-WS-DOCM-STATUS NOT = '00'
005430         DISPLAY 'ROMAN-REGISTRY-VERIFY: UNABLE TO OPEN '
005440             'DOCMAST - STATUS ' DL995-WS-DOCM-STATUS
005450         MOVE 16                 TO RETURN-CODE
005460         GO TO 1100-EXIT
005470     END-IF.
005480     SET DL995-WS-DOCM-OPEN      TO TRUE.
005490 1100-EXIT.
005500     EXIT.
005510
005520*-----------------------------------------------------------------
005530* LOADS THE BACKOUT LOG.  NO LOG YET (NOTHING EVER BACKED OUT
005540* SINCE IT WAS INTRODUCED) IS NOT AN ERROR - ONLY THE RUNHIST
005550* FLAGS ARE THEN AVAILABLE.
005560*-----------------------------------------------------------------
005570 1200-LOAD-BACKOUT-LOG.
005580     OPEN INPUT DL995-BKOL-FILE.
005590     IF DL995-WS-BKOL-STATUS = '35'
005600         DISPLAY 'ROMAN-REGISTRY-VERIFY: NO BACKOUT LOG - ONLY '
005610             'RUNS FLAGGED ON RUNHIST ARE LEFT OUT'
005620         GO TO 1200-EXIT
005630     END-IF.
005640     IF DL995-WS-BKOL-STATUS NOT = '00'
005650         DISPLAY 'ROMAN-REGISTRY-VERIFY: UNABLE TO OPEN BKOLOG - '
005660             'STATUS ' DL995-WS-BKOL-STATUS
005670         MOVE 16                 TO RETURN-CODE
005680         GO TO 1200-EXIT
005690     END-IF.
005700     MOVE 'N'                    TO DL995-WS-EOF-SW.
005710     PERFORM 1210-LOAD-ONE-BACKOUT THRU 1210-EXIT
005720         UNTIL DL995-WS-EOF.
005730     CLOSE DL995-BKOL-FILE.
005740 1200-EXIT.
005750     EXIT.
005760
005770 1210-LOAD-ONE-BACKOUT.
005780     READ DL995-BKOL-FILE
005790         AT END
005800             MOVE 'Y'            TO DL995-WS-EOF-SW
005810     END-READ.
005820     IF DL995-WS-EOF
005830         GO TO 1210-EXIT
005840     END-IF.
005850     IF DL995-BKOL-RUN-ID = SPACES
005860         GO TO 1210-EXIT
005870     END-IF.
005880     IF DL995-BKL-USED NOT < 2000
005890         DISPLAY 'ROMAN-REGISTRY-VERIFY: BKOLOG EXCEEDS 2000 '
005900             'ENTRIES - RUN REFUSED RATHER THAN VERIFY AGAINST '
005910             'PART OF IT'
005920         MOVE 16                 TO RETURN-CODE
005930         MOVE 'Y'                TO DL995-WS-EOF-SW
005940         GO TO 1210-EXIT
005950     END-IF.
005960     ADD 1                       TO DL995-BKL-USED.
005970     SET DL995-BKL-NDX           TO DL995-BKL-USED.
005980     MOVE DL995-BKOL-RUN-ID TO DL995-BKL-RUN-ID (DL995-BKL-NDX).
005990     MOVE DL995-BKOL-SRCFILE
006000         TO DL995-BKL-SRCFILE (DL995-BKL-NDX).
006010 1210-EXIT.
006020     EXIT.
006030
006040*-----------------------------------------------------------------
006050* SORT INPUT PROCEDURE - READS THE LIVE AUDIT LOG, THEN THE
006060* ARCHIVE GENERATIONS, AND RELEASES ONE RECORD FOR EVERY TOKEN
006070* LINE THE CONVERSION RUN POSTED TO THE REGISTRY.  AN UNOPENABLE
006080* LIVE LOG IS AN ERROR.  AN ABSENT ARCHIVE IS NOTED AND VERIFIES
006090* THE LIVE LOG ALONE, BUT REFUSES A REBUILD.
006100*-----------------------------------------------------------------
006110 2000-GATHER.
006120     OPEN INPUT DL995-AUDIT-FILE.
006130     IF DL995-WS-AUD-STATUS NOT = '00'
006140         DISPLAY 'ROMAN-REGISTRY-VERIFY: UNABLE TO OPEN '
006150             'AUDITIN - STATUS ' DL995-WS-AUD-STATUS
006160         MOVE 16                 TO RETURN-CODE
006170         GO TO 2000-EXIT
006180     END-IF.
006190     MOVE SPACES                 TO DL995-WS-CUR-RUN
006200                                    DL995-WS-CUR-FILE.
006210     MOVE 'N'                    TO DL995-WS-EOF-SW.
006220     PERFORM 2100-GATHER-ONE-LIVE-LINE THRU 2100-EXIT
006230         UNTIL DL995-WS-EOF.
006240     CLOSE DL995-AUDIT-FILE.
006250     OPEN INPUT DL995-ARCH-FILE.
006260     IF DL995-WS-ARCH-STATUS NOT = '00'
006270         IF DL995-WS-REBUILD
006280             DISPLAY 'ROMAN-REGISTRY-VERIFY: ARCHIVE NOT '
006290                 'AVAILABLE - STATUS ' DL995-WS-ARCH-STATUS
006300                 ' - REGISTRY NOT REBUILT'
006310             MOVE 16             TO RETURN-CODE
006320         ELSE
006330             DISPLAY 'ROMAN-REGISTRY-VERIFY: ARCHIVE NOT '
006340                 'AVAILABLE - STATUS ' DL995-WS-ARCH-STATUS
006350                 ' - LIVE LOG ONLY'
006360         END-IF
006370         GO TO 2000-EXIT
006380     END-IF.
006390     SET DL995-WS-ARCH-READ      TO TRUE.
006400     MOVE SPACES                 TO DL995-WS-CUR-RUN
006410                                    DL995-WS-CUR-FILE.
006420     MOVE 'N'                    TO DL995-WS-EOF-SW.
006430     PERFORM 2150-GATHER-ONE-ARCH-LINE THRU 2150-EXIT
006440         UNTIL DL995-WS-EOF.
006450     CLOSE DL995-ARCH-FILE.
006460 2000-EXIT.
006470     EXIT.
006480
006490 2100-GATHER-ONE-LIVE-LINE.
006500     READ DL995-AUDIT-FILE
006510         AT END
006520             MOVE 'Y'            TO DL995-WS-EOF-SW
006530     END-READ.
006540     IF DL995-WS-EOF
006550         GO TO 2100-EXIT
006560     END-IF.
006570     ADD 1                       TO DL995-WS-LIVE-READ
006580                                    DL995-WS-LINE-SEQ.
006590     MOVE DL995-AUDIT-RECORD     TO DL995-WS-AUDIT-LINE.
006600     PERFORM 2200-JUDGE-LINE THRU 2200-EXIT.
006610 2100-EXIT.
006620     EXIT.
006630
006640 2150-GATHER-ONE-ARCH-LINE.
006650     READ DL995-ARCH-FILE
006660         AT END
006670             MOVE 'Y'            TO DL995-WS-EOF-SW
006680     END-READ.
006690     IF DL995-WS-EOF
006700         GO TO 2150-EXIT
006710     END-IF.
006720     ADD 1                       TO DL995-WS-ARCH-LINES
006730                                    DL995-WS-LINE-SEQ.
006740     MOVE DL995-ARCH-RECORD      TO DL995-WS-AUDIT-LINE.
006750     PERFORM 2200-JUDGE-LINE THRU 2200-EXIT.
006760 2150-EXIT.
006770     EXIT.
006780
006790*-----------------------------------------------------------------
006800* ONE AUDIT LINE.  THE TOKEN LINES THE REGISTRY IS POSTED FROM
006810* ARE THE ONES ROMAN-RUN-BACKOUT TAKES OFF IT - CONVERTED,
006820* NONCANON, AUTOFIX OR REJECTED, CARRYING A DOCUMENT ID.  NOT
006830* THE 'SRCFILE' MARKER (IT ONLY NAMES THE FILE THE LINES AFTER
006840* IT CAME FROM) AND NOT THE 'ORIGINAL' COMPANION OF AN AUTOFIX
006850* LINE.  A LINE OF A RUN FLAGGED BACKED OUT, OR OF A FILE OF A
006860* RUN ON THE BACKOUT LOG, IS COUNTED AND LEFT OUT.  A LINE OF A
006870* RUN PARTLY BACKED OUT WITH NOTHING ON THE LOG CANNOT BE TOLD
006880* APART, SO IT IS REPLAYED AND COUNTED FOR THE TRAILER.
006890*-----------------------------------------------------------------
006900 2200-JUDGE-LINE.
006910     IF DL995-AUD-STATUS-TXT = 'SRCFILE'
006920         MOVE DL995-AUD-RUN-ID   TO DL995-WS-CUR-RUN
006930         MOVE DL995-AUD-STRING   TO DL995-WS-CUR-FILE
006940         GO TO 2200-EXIT
006950     END-IF.
006960     IF DL995-AUD-RUN-ID NOT = DL995-WS-CUR-RUN
006970         MOVE DL995-AUD-RUN-ID   TO DL995-WS-CUR-RUN
006980         MOVE SPACES             TO DL995-WS-CUR-FILE
006990     END-IF.
007000     IF DL995-AUD-STATUS-TXT NOT = 'CONVERTED'
007010        AND DL995-AUD-STATUS-TXT NOT = 'NONCANON'
007020        AND DL995-AUD-STATUS-TXT NOT = 'AUTOFIX'
007030        AND DL995-AUD-STATUS-TXT NOT = 'REJECTED'
007040         GO TO 2200-EXIT
007050     END-IF.
007060     IF DL995-AUD-DOCID = SPACES
007070         GO TO 2200-EXIT
007080     END-IF.
007090     MOVE DL995-AUD-RUN-ID       TO DL995-WS-LKP-KEY.
007100     PERFORM 2300-LOOK-UP-RUN THRU 2300-EXIT.
007110     IF DL995-WS-LKP-BACKED-OUT
007120        OR DL995-WS-LKP-LOGGED-WHOLE
007130         ADD 1                   TO DL995-WS-LINES-BKO
007140         GO TO 2200-EXIT
007150     END-IF.
007160     IF DL995-WS-LKP-LOGGED-FILES
007170         PERFORM 2350-FIND-LOGGED-FILE THRU 2350-EXIT
007180         IF DL995-WS-FND
007190             ADD 1               TO DL995-WS-LINES-BKO
007200             GO TO 2200-EXIT
007210         END-IF
007220     ELSE
007230         IF DL995-WS-LKP-PART-BACKED-OUT
007240             ADD 1               TO DL995-WS-LINES-UNLOGGED
007250         END-IF
007260     END-IF.
007270     IF NOT DL995-WS-LKP-ON-RUNH
007280         ADD 1                   TO DL995-WS-LINES-NO-RUNH
007290     END-IF.
007300     MOVE SPACES                 TO DL995-SRT-RECORD.
007310     MOVE DL995-AUD-DOCID        TO DL995-SRT-DOCID.
007320     MOVE DL995-AUD-RUN-ID       TO DL995-SRT-RUN-ID.
007330     MOVE DL995-WS-LINE-SEQ      TO DL995-SRT-SEQ.
007340     MOVE DL995-WS-CUR-FILE      TO DL995-SRT-SRCFILE.
007350     MOVE DL995-WS-LKP-RUN-DATE  TO DL995-SRT-RUN-DATE.
007360     IF DL995-AUD-STATUS-TXT = 'REJECTED'
007370         MOVE 'R'                TO DL995-SRT-TYPE
007380     ELSE
007390         MOVE 'C'                TO DL995-SRT-TYPE
007400     END-IF.
007410     RELEASE DL995-SRT-RECORD.
007420     ADD 1                       TO DL995-WS-TOKENS.
007430 2200-EXIT.
007440     EXIT.
007450
007460*-----------------------------------------------------------------
007470* LOOKS UP DL995-WS-LKP-KEY ON RUNHIST AND THE BACKOUT LOG,
007480* UNLESS IT IS THE RUN LOOKED UP LAST.  A RUN NOT ON RUNHIST
007490* (ONE THAT ABENDED BEFORE TERMINATION STILL POSTED THE
007500* REGISTRY) TAKES ITS DATE FROM ITS RUN ID.
007510*-----------------------------------------------------------------
007520 2300-LOOK-UP-RUN.
007530     IF DL995-WS-LKP-KEY = DL995-WS-LKP-RUN
007540         GO TO 2300-EXIT
007550     END-IF.
007560     MOVE DL995-WS-LKP-KEY       TO DL995-WS-LKP-RUN.
007570     MOVE DL995-WS-LKP-KEY       TO DL995-RUNH-RUN-ID.
007580     READ DL995-RUNH-FILE
007590         INVALID KEY
007600             MOVE 'N'            TO DL995-WS-LKP-RUNH-SW
007610         NOT INVALID KEY
007620             MOVE 'Y'            TO DL995-WS-LKP-RUNH-SW
007630     END-READ.
007640     IF DL995-WS-LKP-ON-RUNH
007650         MOVE DL995-RUNH-BKO-SW  TO DL995-WS-LKP-BKO-SW
007660         MOVE DL995-RUNH-RUN-DATE TO DL995-WS-LKP-RUN-DATE
007670     ELSE
007680         MOVE SPACE              TO DL995-WS-LKP-BKO-SW
007690         MOVE DL995-WS-LKP-KEY (1:8) TO DL995-WS-LKP-RUN-DATE
007700     END-IF.
007710     MOVE 'N'                    TO DL995-WS-LKP-LOG-SW.
007720     PERFORM 2310-CHECK-ONE-BACKOUT THRU 2310-EXIT
007730         VARYING DL995-BKL-NDX FROM 1 BY 1
007740         UNTIL DL995-BKL-NDX > DL995-BKL-USED.
007750 2300-EXIT.
007760     EXIT.
007770
007780 2310-CHECK-ONE-BACKOUT.
007790     IF DL995-BKL-RUN-ID (DL995-BKL-NDX) NOT = DL995-WS-LKP-KEY
007800         GO TO 2310-EXIT
007810     END-IF.
007820     IF DL995-BKL-SRCFILE (DL995-BKL-NDX) = SPACES
007830         MOVE 'W'                TO DL995-WS-LKP-LOG-SW
007840     ELSE
007850         IF DL995-WS-LKP-NOT-LOGGED
007860             MOVE 'F'            TO DL995-WS-LKP-LOG-SW
007870         END-IF
007880     END-IF.
007890 2310-EXIT.
007900     EXIT.
007910
007920*-----------------------------------------------------------------
007930* IS THE CURRENT FILE OF THE CURRENT RUN ON THE BACKOUT LOG.
007940*-----------------------------------------------------------------
007950 2350-FIND-LOGGED-FILE.
007960     MOVE 'N'                    TO DL995-WS-FND-SW.
007970     SET DL995-BKL-NDX           TO 1.
007980     SEARCH DL995-BKL-ENTRY
007990         WHEN DL995-BKL-NDX > DL995-BKL-USED
008000             CONTINUE
008010         WHEN DL995-BKL-RUN-ID (DL995-BKL-NDX) = DL995-WS-CUR-RUN
008020          AND DL995-BKL-SRCFILE (DL995-BKL-NDX)
008030                = DL995-WS-CUR-FILE
008040             SET DL995-WS-FND    TO TRUE
008050     END-SEARCH.
008060 2350-EXIT.
008070     EXIT.
008080
008090*-----------------------------------------------------------------
008100* SORT OUTPUT PROCEDURE - THE REPLAY COMES BACK DOCUMENT BY
008110* DOCUMENT, RUN BY RUN, AND IS MATCHED AGAINST THE REGISTRY READ
008120* IN KEY ORDER ALONGSIDE IT.  REGISTRY ENTRIES LEFT WHEN THE
008130* REPLAY ENDS HAVE NO AUDIT HISTORY.
008140*-----------------------------------------------------------------
008150 3000-COMPARE.
008160     IF RETURN-CODE = 16
008170         GO TO 3000-EXIT
008180     END-IF.
008190     MOVE DL995-RPT-COLUMN-LINE-1 TO DL995-RPT-RECORD.
008200     WRITE DL995-RPT-RECORD.
008210     MOVE DL995-RPT-COLUMN-LINE-2 TO DL995-RPT-RECORD.
008220     WRITE DL995-RPT-RECORD.
008230     MOVE 'N'                    TO DL995-WS-SRT-EOF-SW
008240                                    DL995-WS-REG-EOF-SW.
008250     PERFORM 3050-READ-REGISTRY THRU 3050-EXIT.
008260     PERFORM 3060-RETURN-TOKEN THRU 3060-EXIT.
008270     PERFORM 3100-CHECK-ONE-DOCUMENT THRU 3100-EXIT
008280         UNTIL DL995-WS-SRT-EOF.
008290     PERFORM 3400-REGISTRY-ONLY THRU 3400-EXIT
008300         UNTIL DL995-WS-REG-EOF.
008310 3000-EXIT.
008320     EXIT.
008330
008340 3050-READ-REGISTRY.
008350     READ DL995-DOCM-FILE NEXT RECORD
008360         AT END
008370             SET DL995-WS-REG-EOF TO TRUE
008380             MOVE HIGH-VALUES    TO DL995-WS-REG
008390         NOT AT END
008400             MOVE DL995-DOCM-RECORD TO DL995-WS-REG
008410             ADD 1               TO DL995-WS-REG-READ
008420     END-READ.
008430 3050-EXIT.
008440     EXIT.
008450
008460 3060-RETURN-TOKEN.
008470     RETURN DL995-SORT-FILE
008480         AT END
008490             MOVE 'Y'            TO DL995-WS-SRT-EOF-SW
008500     END-RETURN.
008510 3060-EXIT.
008520     EXIT.
008530
008540*-----------------------------------------------------------------
008550* REPLAYS ONE DOCUMENT - ITS FIRST TOKEN LINE GIVES THE FIRST
008560* RUN, DATE AND SOURCE FILE, ITS LAST THE LAST RUN - THEN WORKS
008570* OFF ANY REGISTRY ENTRIES THAT SORT AHEAD OF IT BEFORE
008580* COMPARING.
008590*-----------------------------------------------------------------
008600 3100-CHECK-ONE-DOCUMENT.
008610     MOVE DL995-SRT-DOCID        TO DL995-HST-DOCID.
008620     MOVE DL995-SRT-RUN-ID       TO DL995-HST-FIRST-RUN.
008630     MOVE DL995-SRT-RUN-DATE     TO DL995-HST-FIRST-DATE.
008640     MOVE DL995-SRT-SRCFILE      TO DL995-HST-FIRST-FILE.
008650     MOVE 0                      TO DL995-HST-CONV
008660                                    DL995-HST-REJ.
008670     ADD 1                       TO DL995-WS-DOCS-HIST.
008680     PERFORM 3110-ADD-ONE-TOKEN THRU 3110-EXIT
008690         UNTIL DL995-WS-SRT-EOF
008700            OR DL995-SRT-DOCID NOT = DL995-HST-DOCID.
008710     PERFORM 3400-REGISTRY-ONLY THRU 3400-EXIT
008720         UNTIL DL995-REG-DOC-ID NOT < DL995-HST-DOCID.
008730     IF DL995-REG-DOC-ID = DL995-HST-DOCID
008740         PERFORM 3200-COMPARE-DOCUMENT THRU 3200-EXIT
008750         PERFORM 3050-READ-REGISTRY THRU 3050-EXIT
008760     ELSE
008770         PERFORM 3300-NOT-ON-REGISTRY THRU 3300-EXIT
008780     END-IF.
008790 3100-EXIT.
008800     EXIT.
008810
008820 3110-ADD-ONE-TOKEN.
008830     MOVE DL995-SRT-RUN-ID       TO DL995-HST-LAST-RUN.
008840     IF DL995-SRT-REJECTED
008850         ADD 1                   TO DL995-HST-REJ
008860     ELSE
008870         ADD 1                   TO DL995-HST-CONV
008880     END-IF.
008890     PERFORM 3060-RETURN-TOKEN THRU 3060-EXIT.
008900 3110-EXIT.
008910     EXIT.
008920
008930*-----------------------------------------------------------------
008940* THE DOCUMENT IS ON BOTH SIDES.  COUNTS MUST AGREE EXACTLY.  A
008950* FIRST OR LAST RUN ID THAT DISAGREES IS A DISCREPANCY UNLESS THE
008960* REGISTRY'S VALUE NAMES A RUN SINCE BACKED OUT (WHOLE, OR ANY
008970* FILE OF IT), WHICH THE BACKOUT LEAVES IN PLACE.
008980*-----------------------------------------------------------------
008990 3200-COMPARE-DOCUMENT.
009000     MOVE 'N'                    TO DL995-WS-CNT-DIFF-SW
009010                                    DL995-WS-RUN-DIFF-SW
009020                                    DL995-WS-BKO-RUN-SW.
009030     IF DL995-REG-CONVERTED NOT = DL995-HST-CONV
009040        OR DL995-REG-REJECTED NOT = DL995-HST-REJ
009050         SET DL995-WS-CNT-DIFF   TO TRUE
009060     END-IF.
009070     IF DL995-REG-FIRST-RUN-ID NOT = DL995-HST-FIRST-RUN
009080         MOVE DL995-REG-FIRST-RUN-ID TO DL995-WS-LKP-KEY
009090         PERFORM 3250-JUDGE-RUN-ID THRU 3250-EXIT
009100     END-IF.
009110     IF DL995-REG-LAST-RUN-ID NOT = DL995-HST-LAST-RUN
009120         MOVE DL995-REG-LAST-RUN-ID TO DL995-WS-LKP-KEY
009130         PERFORM 3250-JUDGE-RUN-ID THRU 3250-EXIT
009140     END-IF.
009150     IF NOT DL995-WS-CNT-DIFF
009160        AND NOT DL995-WS-RUN-DIFF
009170        AND NOT DL995-WS-BKO-RUN
009180         ADD 1                   TO DL995-WS-AGREE
009190         GO TO 3200-EXIT
009200     END-IF.
009210     EVALUATE TRUE
009220         WHEN DL995-WS-CNT-DIFF AND DL995-WS-RUN-DIFF
009230             MOVE 'COUNTS AND RUN IDS' TO DL995-RPT-D-RESULT
009240             ADD 1               TO DL995-WS-BOTH-DIFFS
009250         WHEN DL995-WS-CNT-DIFF
009260             MOVE 'COUNTS DIFFER'  TO DL995-RPT-D-RESULT
009270             ADD 1               TO DL995-WS-CNT-DIFFS
009280         WHEN DL995-WS-RUN-DIFF
009290             MOVE 'RUN IDS DIFFER' TO DL995-RPT-D-RESULT
009300             ADD 1               TO DL995-WS-RUN-DIFFS
009310         WHEN OTHER
009320             MOVE 'BACKED-OUT RUN ID' TO DL995-RPT-D-RESULT
009330             ADD 1               TO DL995-WS-BKO-RUNIDS
009340     END-EVALUATE.
009350     MOVE SPACES                 TO DL995-RPT-D-ACTION.
009360     IF DL995-WS-REBUILD
009370         PERFORM 3260-REWRITE-ENTRY THRU 3260-EXIT
009380     END-IF.
009390     MOVE DL995-HST-DOCID        TO DL995-RPT-D-DOCID.
009400     PERFORM 3510-SET-REGISTRY-SIDE THRU 3510-EXIT.
009410     PERFORM 3520-SET-HISTORY-SIDE THRU 3520-EXIT.
009420     PERFORM 3500-WRITE-DETAIL THRU 3500-EXIT.
009430 3200-EXIT.
009440     EXIT.
009450
009460 3250-JUDGE-RUN-ID.
009470     PERFORM 2300-LOOK-UP-RUN THRU 2300-EXIT.
009480     IF DL995-WS-LKP-BACKED-OUT
009490        OR DL995-WS-LKP-PART-BACKED-OUT
009500        OR NOT DL995-WS-LKP-NOT-LOGGED
009510         SET DL995-WS-BKO-RUN    TO TRUE
009520     ELSE
009530         SET DL995-WS-RUN-DIFF   TO TRUE
009540     END-IF.
009550 3250-EXIT.
009560     EXIT.
009570
009580*-----------------------------------------------------------------
009590* REBUILD ONLY - REWRITES THE ENTRY FROM THE REPLAY.  THE FIRST
009600* DATE AND FILE ARE KEPT WHEN THE FIRST RUN STILL AGREES - THE
009610* REPLAY KNOWS NO FILE FOR A RUN FROM BEFORE THE MARKER LINES.
009620*-----------------------------------------------------------------
009630 3260-REWRITE-ENTRY.
009640     MOVE DL995-WS-REG           TO DL995-DOCM-RECORD.
009650     IF DL995-REG-FIRST-RUN-ID NOT = DL995-HST-FIRST-RUN
009660         MOVE DL995-HST-FIRST-RUN TO DL995-DOCM-FIRST-RUN-ID
009670         MOVE DL995-HST-FIRST-DATE TO DL995-DOCM-FIRST-DATE
009680         MOVE DL995-HST-FIRST-FILE TO DL995-DOCM-FIRST-FILE
009690     END-IF.
009700     MOVE DL995-HST-LAST-RUN     TO DL995-DOCM-LAST-RUN-ID.
009710     MOVE DL995-HST-CONV         TO DL995-DOCM-CONVERTED.
009720     MOVE DL995-HST-REJ          TO DL995-DOCM-REJECTED.
009730     REWRITE DL995-DOCM-RECORD
009740         INVALID KEY
009750             DISPLAY 'ROMAN-REGISTRY-VERIFY: REWRITE FAILED FOR '
009760                 DL995-DOCM-DOC-ID ' - STATUS '
009770                 DL995-WS-DOCM-STATUS
009780             MOVE 'FAILED'       TO DL995-RPT-D-ACTION
009790             ADD 1               TO DL995-WS-UPD-FAILED
009800         NOT INVALID KEY
009810             MOVE 'REWRITTEN'    TO DL995-RPT-D-ACTION
009820             ADD 1               TO DL995-WS-REWRITTEN
009830     END-REWRITE.
009840 3260-EXIT.
009850     EXIT.
009860
009870*-----------------------------------------------------------------
009880* AUDIT HISTORY WITH NO REGISTRY ENTRY - ADDED ON A REBUILD.
009890*-----------------------------------------------------------------
009900 3300-NOT-ON-REGISTRY.
009910     ADD 1                       TO DL995-WS-NOT-ON-REG.
009920     MOVE 'NOT ON REGISTRY'      TO DL995-RPT-D-RESULT.
009930     MOVE SPACES                 TO DL995-RPT-D-ACTION.
009940     IF DL995-WS-REBUILD
009950         MOVE DL995-HST-DOCID    TO DL995-DOCM-DOC-ID
009960         MOVE DL995-HST-FIRST-RUN TO DL995-DOCM-FIRST-RUN-ID
009970         MOVE DL995-HST-FIRST-DATE TO DL995-DOCM-FIRST-DATE
009980         MOVE DL995-HST-FIRST-FILE TO DL995-DOCM-FIRST-FILE
009990         MOVE DL995-HST-LAST-RUN TO DL995-DOCM-LAST-RUN-ID
010000         MOVE DL995-HST-CONV     TO DL995-DOCM-CONVERTED
010010         MOVE DL995-HST-REJ      TO DL995-DOCM-REJECTED
010020         WRITE DL995-DOCM-RECORD
010030             INVALID KEY
010040                 DISPLAY 'ROMAN-REGISTRY-VERIFY: WRITE '
010050                     'FAILED FOR ' DL995-DOCM-DOC-ID ' - STATUS '
010060                     DL995-WS-DOCM-STATUS
010070                 MOVE 'FAILED'   TO DL995-RPT-D-ACTION
010080                 ADD 1           TO DL995-WS-UPD-FAILED
010090             NOT INVALID KEY
010100                 MOVE 'ADDED'    TO DL995-RPT-D-ACTION
010110                 ADD 1           TO DL995-WS-ADDED
010120         END-WRITE
010130     END-IF.
010140     MOVE DL995-HST-DOCID        TO DL995-RPT-D-DOCID.
010150     MOVE SPACES                 TO DL995-RPT-D-REG.
010160     PERFORM 3520-SET-HISTORY-SIDE THRU 3520-EXIT.
010170     PERFORM 3500-WRITE-DETAIL THRU 3500-EXIT.
010180 3300-EXIT.
010190     EXIT.
010200
010210*-----------------------------------------------------------------
010220* A REGISTRY ENTRY NOTHING IN THE AUDIT HISTORY ACCOUNTS FOR -
010230* DELETED ON A REBUILD.  AN ENTRY WITH A BLANK DOCUMENT ID (A
010240* TOKEN KEYED WITHOUT ONE) IS NEVER REPLAYED AND IS LEFT ALONE.
010250*-----------------------------------------------------------------
010260 3400-REGISTRY-ONLY.
010270     IF DL995-REG-DOC-ID = SPACES
010280         ADD 1                   TO DL995-WS-REG-BLANK
010290         GO TO 3400-NEXT
010300     END-IF.
010310     ADD 1                       TO DL995-WS-NO-HIST.
010320     MOVE 'NO AUDIT HISTORY'     TO DL995-RPT-D-RESULT.
010330     MOVE SPACES                 TO DL995-RPT-D-ACTION.
010340     IF DL995-WS-REBUILD
010350         MOVE DL995-REG-DOC-ID   TO DL995-DOCM-DOC-ID
010360         DELETE DL995-DOCM-FILE RECORD
010370             INVALID KEY
010380                 DISPLAY 'ROMAN-REGISTRY-VERIFY: DELETE '
010390                     'FAILED FOR ' DL995-DOCM-DOC-ID ' - STATUS '
010400                     DL995-WS-DOCM-STATUS
010410                 MOVE 'FAILED'   TO DL995-RPT-D-ACTION
010420                 ADD 1           TO DL995-WS-UPD-FAILED
010430             NOT INVALID KEY
010440                 MOVE 'DELETED'  TO DL995-RPT-D-ACTION
010450                 ADD 1           TO DL995-WS-DELETED
010460         END-DELETE
010470     END-IF.
010480     MOVE DL995-REG-DOC-ID       TO DL995-RPT-D-DOCID.
010490     PERFORM 3510-SET-REGISTRY-SIDE THRU 3510-EXIT.
010500     MOVE SPACES                 TO DL995-RPT-D-HST.
010510     PERFORM 3500-WRITE-DETAIL THRU 3500-EXIT.
010520 3400-NEXT.
010530     PERFORM 3050-READ-REGISTRY THRU 3050-EXIT.
010540 3400-EXIT.
010550     EXIT.
010560
010570 3500-WRITE-DETAIL.
010580     MOVE DL995-RPT-DETAIL-LINE TO DL995-RPT-RECORD.
010590     WRITE DL995-RPT-RECORD.
010600 3500-EXIT.
010610     EXIT.
010620
010630 3510-SET-REGISTRY-SIDE.
010640     MOVE SPACES                 TO DL995-RPT-D-REG.
010650     MOVE DL995-REG-FIRST-RUN-ID TO DL995-RPT-D-R-FIRST.
010660     MOVE DL995-REG-LAST-RUN-ID  TO DL995-RPT-D-R-LAST.
010670     MOVE DL995-REG-CONVERTED    TO DL995-RPT-D-R-CONV.
010680     MOVE DL995-REG-REJECTED     TO DL995-RPT-D-R-REJ.
010690 3510-EXIT.
010700     EXIT.
010710
010720 3520-SET-HISTORY-SIDE.
010730     MOVE SPACES                 TO DL995-RPT-D-HST.
010740     MOVE DL995-HST-FIRST-RUN    TO DL995-RPT-D-H-FIRST.
010750     MOVE DL995-HST-LAST-RUN     TO DL995-RPT-D-H-LAST.
010760     MOVE DL995-HST-CONV         TO DL995-RPT-D-H-CONV.
010770     MOVE DL995-HST-REJ          TO DL995-RPT-D-H-REJ.
010780 3520-EXIT.
010790     EXIT.
010800
010810*-----------------------------------------------------------------
010820* RUN TOTALS AND THE VERDICT.  ANY DOCUMENT NOT ON THE REGISTRY,
010830* WITH NO AUDIT HISTORY, OR DIFFERING - OR A PART BACKOUT THE LOG
010840* DOES NOT COVER - ENDS THE RUN WITH CONDITION CODE 4, SO THE
010850* JOB STREAM CAN FLAG IT.  A REBUILD THAT COULD NOT UPDATE AN
010860* ENTRY ENDS 16.
010870*-----------------------------------------------------------------
010880 8000-WRITE-TRAILER.
010890     COMPUTE DL995-WS-DISCREP = DL995-WS-NOT-ON-REG
010900                              + DL995-WS-NO-HIST
010910                              + DL995-WS-CNT-DIFFS
010920                              + DL995-WS-RUN-DIFFS
010930                              + DL995-WS-BOTH-DIFFS.
010940     MOVE ALL '='                TO DL995-RPT-RECORD.
010950     WRITE DL995-RPT-RECORD.
010960     MOVE 'LIVE AUDIT LINES READ      :' TO DL995-RPT-T-LABEL.
010970     MOVE DL995-WS-LIVE-READ     TO DL995-RPT-T-VALUE.
010980     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
010990     MOVE 'ARCHIVE AUDIT LINES READ   :' TO DL995-RPT-T-LABEL.
011000     MOVE DL995-WS-ARCH-LINES    TO DL995-RPT-T-VALUE.
011010     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
011020     MOVE 'TOKEN LINES REPLAYED       :' TO DL995-RPT-T-LABEL.
011030     MOVE DL995-WS-TOKENS        TO DL995-RPT-T-VALUE.
011040     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
011050     MOVE 'LINES OF BACKED-OUT WORK   :' TO DL995-RPT-T-LABEL.
011060     MOVE DL995-WS-LINES-BKO     TO DL995-RPT-T-VALUE.
011070     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
011080     MOVE 'DOCUMENTS IN AUDIT HISTORY :' TO DL995-RPT-T-LABEL.
011090     MOVE DL995-WS-DOCS-HIST     TO DL995-RPT-T-VALUE.
011100     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
011110     MOVE 'REGISTRY ENTRIES READ      :' TO DL995-RPT-T-LABEL.
011120     MOVE DL995-WS-REG-READ      TO DL995-RPT-T-VALUE.
011130     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
011140     MOVE 'DOCUMENTS IN AGREEMENT     :' TO DL995-RPT-T-LABEL.
011150     MOVE DL995-WS-AGREE         TO DL995-RPT-T-VALUE.
011160     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
011170     MOVE 'NOT ON REGISTRY            :' TO DL995-RPT-T-LABEL.
011180     MOVE DL995-WS-NOT-ON-REG    TO DL995-RPT-T-VALUE.
011190     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
011200     MOVE 'NO AUDIT HISTORY           :' TO DL995-RPT-T-LABEL.
011210     MOVE DL995-WS-NO-HIST       TO DL995-RPT-T-VALUE.
011220     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
011230     MOVE 'COUNTS DIFFER              :' TO DL995-RPT-T-LABEL.
011240     MOVE DL995-WS-CNT-DIFFS     TO DL995-RPT-T-VALUE.
011250     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
011260     MOVE 'RUN IDS DIFFER             :' TO DL995-RPT-T-LABEL.
011270     MOVE DL995-WS-RUN-DIFFS     TO DL995-RPT-T-VALUE.
011280     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
011290     MOVE 'COUNTS AND RUN IDS DIFFER  :' TO DL995-RPT-T-LABEL.
011300     MOVE DL995-WS-BOTH-DIFFS    TO DL995-RPT-T-VALUE.
011310     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
011320     MOVE 'BACKED-OUT RUN IDS (INFO)  :' TO DL995-RPT-T-LABEL.
011330     MOVE DL995-WS-BKO-RUNIDS    TO DL995-RPT-T-VALUE.
011340     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
011350     IF DL995-WS-REBUILD
011360         MOVE 'REGISTRY ENTRIES ADDED     :' TO DL995-RPT-T-LABEL
011370         MOVE DL995-WS-ADDED     TO DL995-RPT-T-VALUE
011380         PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
011390         MOVE 'REGISTRY ENTRIES REWRITTEN :' TO DL995-RPT-T-LABEL
011400         MOVE DL995-WS-REWRITTEN TO DL995-RPT-T-VALUE
011410         PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
011420         MOVE 'REGISTRY ENTRIES DELETED   :' TO DL995-RPT-T-LABEL
011430         MOVE DL995-WS-DELETED   TO DL995-RPT-T-VALUE
011440         PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
011450     END-IF.
011460     IF DL995-WS-REG-BLANK > 0
011470         MOVE 'BLANK-ID ENTRIES (SKIPPED) :' TO DL995-RPT-T-LABEL
011480         MOVE DL995-WS-REG-BLANK TO DL995-RPT-T-VALUE
011490         PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
011500     END-IF.
011510     IF DL995-WS-LINES-NO-RUNH > 0
011520         MOVE 'LINES OF UNRECORDED RUNS   :' TO DL995-RPT-T-LABEL
011530         MOVE DL995-WS-LINES-NO-RUNH TO DL995-RPT-T-VALUE
011540         PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
011550     END-IF.
011560     IF NOT DL995-WS-ARCH-READ
011570         MOVE '*** NO ARCHIVE READ - DOCUMENTS WITH ARCHIVED'
011580             TO DL995-RPT-RECORD
011590         WRITE DL995-RPT-RECORD
011600         MOVE '*** HISTORY MAY SHOW AS DIFFERING OR MISSING'
011610             TO DL995-RPT-RECORD
011620         WRITE DL995-RPT-RECORD
011630     END-IF.
011640     IF DL995-WS-LINES-UNLOGGED > 0
011650         MOVE 'LINES OF UNLOGGED BACKOUTS :' TO DL995-RPT-T-LABEL
011660         MOVE DL995-WS-LINES-UNLOGGED TO DL995-RPT-T-VALUE
011670         PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
011680         MOVE '*** A RUN PART BACKED OUT WITH NOTHING ON THE'
011690             TO DL995-RPT-RECORD
011700         WRITE DL995-RPT-RECORD
011710         MOVE '*** BACKOUT LOG WAS REPLAYED IN FULL - ITS'
011720             TO DL995-RPT-RECORD
011730         WRITE DL995-RPT-RECORD
011740         MOVE '*** DOCUMENTS MAY SHOW AS DIFFERING'
011750             TO DL995-RPT-RECORD
011760         WRITE DL995-RPT-RECORD
011770         MOVE 4                  TO RETURN-CODE
011780     END-IF.
011790     IF DL995-WS-DISCREP > 0
011800         MOVE 4                  TO RETURN-CODE
011810         IF DL995-WS-REBUILD
011820             MOVE '*** REGISTRY REBUILT FROM THE AUDIT HISTORY'
011830                 TO DL995-RPT-RECORD
011840         ELSE
011850             MOVE '*** REGISTRY DISAGREES WITH THE AUDIT HISTORY'
011860                 TO DL995-RPT-RECORD
011870         END-IF
011880     ELSE
011890         MOVE 'REGISTRY AGREES WITH THE AUDIT HISTORY'
011900             TO DL995-RPT-RECORD
011910     END-IF.
011920     WRITE DL995-RPT-RECORD.
011930     IF DL995-WS-UPD-FAILED > 0
011940         MOVE 'REGISTRY UPDATES FAILED    :' TO DL995-RPT-T-LABEL
011950         MOVE DL995-WS-UPD-FAILED TO DL995-RPT-T-VALUE
011960         PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
011970         MOVE 16                 TO RETURN-CODE
011980     END-IF.
011990 8000-EXIT.
012000     EXIT.
012010
012020 8100-WRITE-TOTAL-LINE.
012030     MOVE DL995-RPT-TOTAL-LINE TO DL995-RPT-RECORD.
012040     WRITE DL995-RPT-RECORD.
012050 8100-EXIT.
012060     EXIT.
012070
012080*-----------------------------------------------------------------
012090* CLOSES WHATEVER WAS OPENED AND RELEASES THE RUN LOCK IF THIS
012100* RUN TOOK IT.
012110*-----------------------------------------------------------------
012120 9000-TERMINATE.
012130     IF DL995-WS-DOCM-OPEN
012140         CLOSE DL995-DOCM-FILE
012150     END-IF.
012160     IF DL995-WS-RUNH-OPEN
012170         CLOSE DL995-RUNH-FILE
012180     END-IF.
012190     IF DL995-WS-RPT-OPEN
012200         CLOSE DL995-RPT-FILE
012210     END-IF.
012220     IF DL995-WS-LOCK-HELD
012230         PERFORM 9150-RELEASE-RUN-LOCK THRU 9150-EXIT
012240     END-IF.
012250 9000-EXIT.
012260     EXIT.
012270
012280*-----------------------------------------------------------------
012290* RELEASES THE RUN LOCK BY REWRITING THE LOCK FILE EMPTY.
012300*-----------------------------------------------------------------
012310 9150-RELEASE-RUN-LOCK.
012320     OPEN OUTPUT DL995-LOCK-FILE.
012330     IF DL995-WS-LOCK-STATUS = '00'
012340         CLOSE DL995-LOCK-FILE
012350     ELSE
012360         DISPLAY 'ROMAN-REGISTRY-VERIFY: UNABLE TO RELEASE THE '
012370             'RUN LOCK - STATUS ' DL995-WS-LOCK-STATUS
012380             ' - CLEAR IT WITH THE ROMANUNL JOB'
012390     END-IF.
012400 9150-EXIT.
012410     EXIT.
