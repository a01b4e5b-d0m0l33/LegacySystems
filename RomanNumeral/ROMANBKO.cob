000010*****************************************************************
000020* PROGRAM-ID    : ROMAN-RUN-BACKOUT                             *
000030* AUTHOR        : D. MOLINA                                     *
000040* INSTALLATION  : BATCH DEVELOPMENT - MATH LIBRARY GROUP        *
000050* DATE-WRITTEN  : 10/15/2026                                    *
000060* DATE-COMPILED :                                               *
000070*-----------------------------------------------------------------
000080* REMARKS.                                                      *
000090*     BACKS OUT ONE CONVERSION RUN OF ROMAN-NUMERAL-CONV, NAMED *
000100*     BY ITS RUN ID ON THE SYSIN CARD, WHEN THE RUN WAS FED THE *
000110*     WRONG INPUT OR RAN WITH THE WRONG OPTIONS.  OPTIONALLY    *
000120*     ONE SOURCE FILE OF THE RUN IS NAMED AS WELL AND ONLY THAT *
000130*     FILE'S WORK IS BACKED OUT.  THE RUN'S TOKENS ARE FOUND ON *
000140*     THE AUDIT LOG (AUDITIN DD) AND, DOCUMENT BY DOCUMENT -    *
000150*       - THE DOCUMENT REGISTRY (DOCMAST) COUNTS ARE REDUCED BY *
000160*         THE RUN'S CONVERTED AND REJECTED TOKENS, AND AN ENTRY *
000170*         THE RUN CREATED THAT IS LEFT WITH NOTHING IS DELETED, *
000180*         SO A RE-RUN OF THE CORRECT INPUT IS NOT FLAGGED AS A  *
000190*         CROSS-RUN DUPLICATE;                                  *
000200*       - VALUE-HISTORY (VALHIST) ENTRIES STILL STAMPED WITH    *
000210*         THE RUN ID ARE REMOVED;                               *
000220*       - OPEN SUSPENSE ITEMS (SUSPMAST) THE RUN'S REJECTS      *
000230*         OPENED ARE MARKED VOIDED;                             *
000240*       - ONE REVERSAL ('X') RECORD PER TOKEN IS WRITTEN TO THE *
000250*         REVERSAL EXTRACT (XTROUT DD) FOR THE DOCUMENT-        *
000260*         INDEXING SYSTEM TO WITHDRAW WHAT IT LOADED.           *
000270*     THE RUN'S CHECKPOINT KEYS (CKPTFILE) ARE THEN DELETED SO  *
000280*     ITS SOURCE FILES CAN BE RUN AGAIN FROM THE TOP, AND ITS   *
000290*     RUN-HISTORY (RUNHIST) RECORD IS FLAGGED BACKED OUT SO THE *
000300*     ROMANTRD TREND REPORT LEAVES IT OUT.  THE AUDIT LOG IS    *
000310*     NEVER ALTERED - THE BACKOUT REPORT (BKORPT DD) IS THE     *
000320*     RECORD OF WHAT WAS REVERSED.  THE PROGRAM TAKES THE       *
000330*     SUITE'S RUN LOCK LIKE A CONVERSION RUN.                   *
000340*     CONDITION CODES - 0 BACKED OUT CLEANLY, 4 BACKED OUT WITH *
000350*     EXCEPTIONS LISTED ON THE REPORT, 12 RUN LOCK HELD, 16     *
000360*     REFUSED (NOTHING CHANGED) OR A STORE COULD NOT BE OPENED. *
000370*-----------------------------------------------------------------
000380* MODIFICATION HISTORY.                                         *
000390*     10/15/2026  DM  ORIGINAL VERSION.                         *
000391*     10/15/2026  DM  EACH COMPLETED BACKOUT IS NOW ADDED TO    *
000392*                     THE BACKOUT LOG (BKOLOG DD) - RUN ID,     *
000393*                     SOURCE FILE (BLANK FOR THE WHOLE RUN),    *
000394*                     WHEN, AND THE DOCUMENT AND TOKEN COUNTS - *
000395*                     SO ROMAN-REGISTRY-VERIFY CAN TELL WHICH   *
000396*                     FILES OF A PARTLY BACKED-OUT RUN TO LEAVE *
000397*                     OUT OF ITS REPLAY.                        *
000398*     10/15/2026  DM  THE REVERSAL RECORD NOW ENDS WITH AN      *
000399*                     EMPTY RECORD SLOT FIELD, MATCHING THE     *
000400*                     CONVERSION RUN'S DETAIL RECORD. THE       *
000401*                     COUNT-SHORT FLAG ON THE DETAIL LINE IS NO *
000402*                     LONGER CUT TO 24 CHARACTERS.              *
000403*****************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. ROMAN-RUN-BACKOUT.
000430
000440 ENVIRONMENT DIVISION.
000450
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480*    THE AUDIT LOG - READ ONCE, FRONT TO BACK.  NEVER UPDATED.
000490     SELECT DL960-AUDIT-FILE ASSIGN TO "AUDITIN"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS DL960-WS-AUD-STATUS.
000520
000530*    PERSISTENT DOCUMENT REGISTRY, AS DEFINED BY ROMANDEF.
000540     SELECT DL960-DOCM-FILE ASSIGN TO "DOCMAST"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS DL960-DOCM-DOC-ID
000580         FILE STATUS IS DL960-WS-DOCM-STATUS.
000590
000600*    KEYED CHECKPOINT STORE - SWEPT IN KEY ORDER FOR THE RUN'S
000610*    FILES WHEN THE WHOLE RUN IS BACKED OUT.
000620     SELECT DL960-CKPT-FILE ASSIGN TO "CKPTFILE"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS DL960-CKPT-FNAME
000660         FILE STATUS IS DL960-WS-CKPT-STATUS.
000670
000680*    RUN-HISTORY STORE - KEYED ON THE RUN ID.
000690     SELECT DL960-RUNH-FILE ASSIGN TO "RUNHIST"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS RANDOM
000720         RECORD KEY IS DL960-RUNH-RUN-ID
000730         FILE STATUS IS DL960-WS-RUNH-STATUS.
000740
000750*    SUSPENSE MASTER MAINTAINED BY ROMAN-SUSP-AGING - BROWSED
000760*    FROM THE FIRST KEY OF EACH DOCUMENT.
000770     SELECT DL960-MST-FILE ASSIGN TO "SUSPMAST"
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS DL960-MST-KEY
000810         FILE STATUS IS DL960-WS-MST-STATUS.
000820
000830*    TOKEN VALUE-HISTORY STORE - KEYED ON DOCUMENT ID AND SLOT.
000840     SELECT DL960-VALH-FILE ASSIGN TO "VALHIST"
000850         ORGANIZATION IS INDEXED
000860         ACCESS MODE IS RANDOM
000870         RECORD KEY IS DL960-VALH-KEY
000880         FILE STATUS IS DL960-WS-VALH-STATUS.
000890
000900*    RUN LOCK SHARED WITH ROMAN-NUMERAL-CONV.
000910     SELECT DL960-LOCK-FILE ASSIGN TO "RUNLOCK"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS DL960-WS-LOCK-STATUS.
000940
000950*    SYSIN CARD - RUN ID IN COLS 1-14 (REQUIRED), SOURCE FILE
000960*    NAME IN COLS 15-39 (BLANK FOR THE WHOLE RUN).
000970     SELECT DL960-PARM-FILE ASSIGN TO "SYSIN"
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS DL960-WS-PARM-STATUS.
001000
001010*    REVERSAL EXTRACT FOR THE DOCUMENT-INDEXING SYSTEM.
001020     SELECT DL960-XTR-FILE ASSIGN TO "XTROUT"
001030         ORGANIZATION IS LINE SEQUENTIAL
001040         FILE STATUS IS DL960-WS-XTR-STATUS.
001050
001060*    THE BACKOUT REPORT.
001070     SELECT DL960-RPT-FILE ASSIGN TO "BKORPT"
001080         ORGANIZATION IS LINE SEQUENTIAL
001090         FILE STATUS IS DL960-WS-RPT-STATUS.
001100
001101*    BACKOUT LOG - ONE LINE ADDED PER COMPLETED BACKOUT.
001102     SELECT DL960-BKOL-FILE ASSIGN TO "BKOLOG"
001103         ORGANIZATION IS LINE SEQUENTIAL
001104         FILE STATUS IS DL960-WS-BKOL-STATUS.
001105
001110*    SORT WORK FILE - BRINGS EACH DOCUMENT'S TOKENS TOGETHER.
001120     SELECT DL960-SORT-FILE ASSIGN TO "SORTWK".
001130
001140 DATA DIVISION.
001150
001160 FILE SECTION.
001170
001180*    ONE DL100-AUDIT-LINE AS WRITTEN BY ROMAN-NUMERAL-CONV.
001190 FD  DL960-AUDIT-FILE.
001200 01  DL960-AUDIT-RECORD.
001210     05  DL960-AUD-MODE          PIC X(12).
001220     05  FILLER                  PIC X(02).
001230     05  DL960-AUD-DOCID         PIC X(10).
001240     05  FILLER                  PIC X(02).
001250*        ON A 'SRCFILE' MARKER LINE - THE SOURCE FILE NAME.
001260     05  DL960-AUD-STRING        PIC X(30).
001270     05  FILLER                  PIC X(02).
001280     05  DL960-AUD-L             PIC X(02).
001290     05  FILLER                  PIC X(02).
001300     05  DL960-AUD-SUM           PIC X(05).
001310     05  DL960-AUD-SUM-N REDEFINES DL960-AUD-SUM
001320                                 PIC 9(05).
001330     05  FILLER                  PIC X(02).
001340     05  DL960-AUD-ROMRT         PIC X(18).
001350     05  FILLER                  PIC X(02).
001360     05  DL960-AUD-STATUS-TXT    PIC X(09).
001370     05  FILLER                  PIC X(02).
001380     05  DL960-AUD-RUN-ID        PIC X(14).
001390     05  FILLER                  PIC X(02).
001400     05  DL960-AUD-FRAC          PIC X(02).
001410     05  FILLER                  PIC X(14).
001420
001430 FD  DL960-DOCM-FILE.
001440 01  DL960-DOCM-RECORD.
001450     05  DL960-DOCM-DOC-ID       PIC X(10).
001460     05  DL960-DOCM-FIRST-RUN-ID PIC X(14).
001470     05  DL960-DOCM-FIRST-DATE   PIC X(08).
001480     05  DL960-DOCM-FIRST-FILE   PIC X(25).
001490     05  DL960-DOCM-LAST-RUN-ID  PIC X(14).
001500     05  DL960-DOCM-CONVERTED    PIC 9(05).
001510     05  DL960-DOCM-REJECTED     PIC 9(05).
001520
001530 FD  DL960-CKPT-FILE.
001540 01  DL960-CKPT-RECORD.
001550     05  DL960-CKPT-FNAME        PIC X(25).
001560     05  DL960-CKPT-COUNT        PIC 9(07).
001570     05  DL960-CKPT-CONVERTED    PIC 9(07).
001580     05  DL960-CKPT-REJECTED     PIC 9(07).
001590     05  DL960-CKPT-NONCANON     PIC 9(07).
001600     05  DL960-CKPT-SUM          PIC 9(09).
001610     05  DL960-CKPT-MIN-SUM      PIC 9(05).
001620     05  DL960-CKPT-MAX-SUM      PIC 9(05).
001630     05  DL960-CKPT-COMPLETE-SW  PIC X(01).
001640     05  DL960-CKPT-RUN-ID       PIC X(14).
001650
001660 FD  DL960-RUNH-FILE.
001670 01  DL960-RUNH-RECORD.
001680     05  DL960-RUNH-RUN-ID       PIC X(14).
001690     05  DL960-RUNH-RUN-DATE     PIC X(08).
001700     05  DL960-RUNH-MODE         PIC X(11).
001710     05  DL960-RUNH-BKO-SW       PIC X(01).
001720         88  DL960-RUNH-BACKED-OUT          VALUE 'B'.
001730         88  DL960-RUNH-PART-BACKED-OUT     VALUE 'P'.
001740     05  DL960-RUNH-STRICT       PIC X(01).
001750     05  DL960-RUNH-DUP-OPT      PIC X(01).
001760     05  DL960-RUNH-END-TIME     PIC X(06).
001770     05  DL960-RUNH-ELAPSED      PIC 9(05).
001780     05  DL960-RUNH-RC           PIC 9(02).
001790     05  DL960-RUNH-FILES        PIC 9(03).
001800     05  DL960-RUNH-READ         PIC 9(07).
001810     05  DL960-RUNH-CONVERTED    PIC 9(07).
001820     05  DL960-RUNH-REJECTED     PIC 9(07).
001830     05  DL960-RUNH-NONCANON     PIC 9(07).
001840     05  DL960-RUNH-DUPS         PIC 9(07).
001850
001860 FD  DL960-MST-FILE.
001870 01  DL960-MST-RECORD.
001880     05  DL960-MST-KEY.
001890         10  DL960-MST-DOCID     PIC X(10).
001900         10  DL960-MST-SRCFILE   PIC X(25).
001910         10  DL960-MST-SLOT      PIC 9(01).
001920     05  DL960-MST-TOKEN         PIC X(30).
001930     05  DL960-MST-REASON        PIC X(04).
001940     05  DL960-MST-STATUS-SW     PIC X(01).
001950         88  DL960-MST-OPEN                 VALUE 'O'.
001960         88  DL960-MST-CLOSED               VALUE 'C'.
001970         88  DL960-MST-VOIDED               VALUE 'V'.
001980     05  DL960-MST-OPEN-DATE     PIC X(08).
001990     05  DL960-MST-CLOSE-DATE    PIC X(08).
002000
002010 FD  DL960-VALH-FILE.
002020 01  DL960-VALH-RECORD.
002030     05  DL960-VALH-KEY.
002040         10  DL960-VALH-DOC-ID   PIC X(10).
002050         10  DL960-VALH-SLOT     PIC 9(01).
002060     05  DL960-VALH-TOKEN        PIC X(30).
002070     05  DL960-VALH-VALUE        PIC 9(05).
002080     05  DL960-VALH-FRAC         PIC 9(02).
002090     05  DL960-VALH-RUN-ID       PIC X(14).
002100
002110 FD  DL960-LOCK-FILE.
002120 01  DL960-LOCK-RECORD.
002130     05  DL960-LOCK-RUN-ID       PIC X(14).
002140     05  FILLER                  PIC X(02).
002150     05  DL960-LOCK-OPT          PIC X(01).
002160     05  FILLER                  PIC X(63).
002170
002180 FD  DL960-PARM-FILE.
002190 01  DL960-PARM-RECORD.
002200     05  DL960-PARM-RUN-ID       PIC X(14).
002210     05  DL960-PARM-SRCFILE      PIC X(25).
002220
002230 FD  DL960-XTR-FILE.
002240 01  DL960-XTR-RECORD            PIC X(132).
002250
002260 FD  DL960-RPT-FILE.
002270 01  DL960-RPT-RECORD            PIC X(132).
002280
002281*    ONE LINE PER BACKOUT - THE RUN, THE SOURCE FILE (SPACES WHEN
002282*    THE WHOLE RUN WAS BACKED OUT), WHEN IT WAS DONE, AND WHAT IT
002283*    TOOK OFF THE REGISTRY.
002284 FD  DL960-BKOL-FILE.
002285 01  DL960-BKOL-RECORD.
002286     05  DL960-BKOL-RUN-ID       PIC X(14).
002287     05  FILLER                  PIC X(01).
002288     05  DL960-BKOL-SRCFILE      PIC X(25).
002289     05  FILLER                  PIC X(01).
002290     05  DL960-BKOL-STAMP        PIC X(14).
002291     05  FILLER                  PIC X(01).
002292     05  DL960-BKOL-DOCS         PIC 9(07).
002293     05  FILLER                  PIC X(01).
002294     05  DL960-BKOL-TOKENS       PIC 9(09).
002295     05  FILLER                  PIC X(07).
002296
002297*    ONE SORT RECORD PER TOKEN LINE OF THE RUN, IN LOG ORDER
002300*    WITHIN THE DOCUMENT.
002310 SD  DL960-SORT-FILE.
002320 01  DL960-SRT-RECORD.
002330     05  DL960-SRT-DOCID         PIC X(10).
002340     05  DL960-SRT-SEQ           PIC 9(09).
002350     05  DL960-SRT-SRCFILE       PIC X(25).
002360     05  DL960-SRT-TOKEN         PIC X(30).
002370     05  DL960-SRT-VALUE         PIC 9(05).
002380     05  DL960-SRT-ROMRT         PIC X(18).
002390     05  DL960-SRT-STATUS        PIC X(09).
002400     05  DL960-SRT-FRAC          PIC X(02).
002410
002420 WORKING-STORAGE SECTION.
002430
002440 01  DL960-WS-SWITCHES.
002450     05  DL960-WS-EOF-SW         PIC X(01) VALUE 'N'.
002460         88  DL960-WS-EOF                   VALUE 'Y'.
002470     05  DL960-WS-SRT-EOF-SW     PIC X(01) VALUE 'N'.
002480         88  DL960-WS-SRT-EOF               VALUE 'Y'.
002490     05  DL960-WS-LOCK-SW        PIC X(01) VALUE 'N'.
002500         88  DL960-WS-LOCK-HELD             VALUE 'Y'.
002510     05  DL960-WS-RUNH-SW        PIC X(01) VALUE 'N'.
002520         88  DL960-WS-RUNH-FOUND            VALUE 'Y'.
002530     05  DL960-WS-MST-SW         PIC X(01) VALUE 'N'.
002540         88  DL960-WS-MST-OPEN              VALUE 'Y'.
002550     05  DL960-WS-VALH-SW        PIC X(01) VALUE 'N'.
002560         88  DL960-WS-VALH-OPEN             VALUE 'Y'.
002570     05  DL960-WS-XTR-SW         PIC X(01) VALUE 'N'.
002580         88  DL960-WS-XTR-OPEN              VALUE 'Y'.
002590     05  DL960-WS-STORES-SW      PIC X(01) VALUE 'N'.
002600         88  DL960-WS-STORES-OPEN           VALUE 'Y'.
002610     05  DL960-WS-SHORT-SW       PIC X(01) VALUE 'N'.
002620         88  DL960-WS-SHORT                 VALUE 'Y'.
002621     05  DL960-WS-BKOL-SW        PIC X(01) VALUE 'N'.
002622         88  DL960-WS-BKOL-WRITTEN          VALUE 'Y'.
002630
002640 01  DL960-WS-AUD-STATUS         PIC X(02) VALUE SPACES.
002650 01  DL960-WS-DOCM-STATUS        PIC X(02) VALUE SPACES.
002660 01  DL960-WS-CKPT-STATUS        PIC X(02) VALUE SPACES.
002670 01  DL960-WS-RUNH-STATUS        PIC X(02) VALUE SPACES.
002680 01  DL960-WS-MST-STATUS         PIC X(02) VALUE SPACES.
002690 01  DL960-WS-VALH-STATUS        PIC X(02) VALUE SPACES.
002700 01  DL960-WS-LOCK-STATUS        PIC X(02) VALUE SPACES.
002710 01  DL960-WS-PARM-STATUS        PIC X(02) VALUE SPACES.
002720 01  DL960-WS-XTR-STATUS         PIC X(02) VALUE SPACES.
002730 01  DL960-WS-RPT-STATUS         PIC X(02) VALUE SPACES.
002731 01  DL960-WS-BKOL-STATUS        PIC X(02) VALUE SPACES.
002740
002750*    THE RUN BEING BACKED OUT, AND THE ONE SOURCE FILE OF IT
002760*    WHEN THE CARD NAMES ONE.  THE RUN ID BEGINS WITH THE
002770*    RUN'S YYYYMMDD START DATE.
002780 01  DL960-WS-RUN-ID             PIC X(14) VALUE SPACES.
002790 01  DL960-WS-RUN-DATE REDEFINES DL960-WS-RUN-ID.
002800     05  DL960-WS-RUN-YMD        PIC X(08).
002810     05  FILLER                  PIC X(06).
002820 01  DL960-WS-FILT-FILE          PIC X(25) VALUE SPACES.
002830
002840*    TODAY'S DATE - THE CLOSE DATE ON A VOIDED SUSPENSE ITEM.
002850 01  DL960-WS-CURR-DATE-TIME     PIC X(21) VALUE SPACES.
002860 01  DL960-WS-TODAY              PIC X(08) VALUE SPACES.
002870
002880*    SOURCE FILE IN FORCE AT THE CURRENT POINT OF THE LOG - SET
002890*    BY EACH 'SRCFILE' MARKER LINE OF THE RUN.
002900 01  DL960-WS-CUR-FILE           PIC X(25) VALUE SPACES.
002910
002920*    CONTROL-BREAK STATE FOR THE DOCUMENT IN HAND.
002930 01  DL960-WS-PREV-DOCID         PIC X(10) VALUE LOW-VALUES.
002940 77  DL960-WS-DOC-CONV           PIC 9(05) VALUE 0.
002950 77  DL960-WS-DOC-REJ            PIC 9(05) VALUE 0.
002960 77  DL960-WS-DOC-VOIDED         PIC 9(03) VALUE 0.
002970 77  DL960-WS-DOC-HIST           PIC 9(03) VALUE 0.
002980 77  DL960-WS-BEF-CONV           PIC 9(05) VALUE 0.
002990 77  DL960-WS-BEF-REJ            PIC 9(05) VALUE 0.
003000 77  DL960-WS-DOC-ACTION         PIC X(16) VALUE SPACES.
003010 77  DL960-WS-SLOT               PIC 9(02) VALUE 0.
003020
003030*    RUN-WIDE COUNTS FOR THE TRAILER AND THE JOB LOG.
003040 77  DL960-WS-LINES-READ         PIC 9(09) VALUE 0.
003050 77  DL960-WS-MARKERS            PIC 9(05) VALUE 0.
003060 77  DL960-WS-SELECTED           PIC 9(09) VALUE 0.
003070 77  DL960-WS-TOK-CONV           PIC 9(07) VALUE 0.
003080 77  DL960-WS-TOK-REJ            PIC 9(07) VALUE 0.
003090 77  DL960-WS-DOCS               PIC 9(07) VALUE 0.
003100 77  DL960-WS-DOCM-DELETED       PIC 9(07) VALUE 0.
003110 77  DL960-WS-DOCM-REDUCED       PIC 9(07) VALUE 0.
003120 77  DL960-WS-DOCM-MISSING       PIC 9(07) VALUE 0.
003130 77  DL960-WS-DOCM-SHORT         PIC 9(07) VALUE 0.
003140 77  DL960-WS-REG-CONV-BEF       PIC 9(09) VALUE 0.
003150 77  DL960-WS-REG-CONV-AFT       PIC 9(09) VALUE 0.
003160 77  DL960-WS-REG-REJ-BEF        PIC 9(09) VALUE 0.
003170 77  DL960-WS-REG-REJ-AFT        PIC 9(09) VALUE 0.
003180 77  DL960-WS-CKPT-RESET         PIC 9(05) VALUE 0.
003190 77  DL960-WS-SUSP-VOIDED        PIC 9(07) VALUE 0.
003200 77  DL960-WS-HIST-REMOVED       PIC 9(07) VALUE 0.
003210 77  DL960-WS-XTR-COUNT          PIC 9(09) VALUE 0.
003220
003230*    WORK FIELDS FOR THE REVERSAL EXTRACT RECORD.
003240 01  DL960-WS-XTR-VALUE          PIC 9(05) VALUE 0.
003250 01  DL960-WS-XTR-NUM            PIC 9(09) VALUE 0.
003260
003270*    REPORT LINE LAYOUTS.
003280 01  DL960-RPT-TITLE-LINE.
003290     05  FILLER                  PIC X(34) VALUE
003300             'ROMAN NUMERAL RUN BACKOUT REPORT'.
003310     05  FILLER                  PIC X(08) VALUE 'RUN ID: '.
003320     05  DL960-RPT-H-RUN-ID      PIC X(14).
003330     05  FILLER                  PIC X(04) VALUE SPACES.
003340     05  FILLER                  PIC X(16) VALUE
003350             'BACKED OUT ON: '.
003360     05  DL960-RPT-H-TODAY       PIC X(08).
003370
003380 01  DL960-RPT-FILE-LINE.
003390     05  FILLER                  PIC X(13) VALUE 'SOURCE FILE: '.
003400     05  DL960-RPT-H-FILE        PIC X(25).
003410
003420 01  DL960-RPT-COLUMN-LINE.
003430     05  FILLER                  PIC X(14) VALUE 'DOCUMENT'.
003440     05  FILLER                  PIC X(19) VALUE
003450             'CONVERTED  BEF/AFT'.
003460     05  FILLER                  PIC X(19) VALUE
003470             'REJECTED   BEF/AFT'.
003480     05  FILLER                  PIC X(12) VALUE 'SUSP VOIDED'.
003490     05  FILLER                  PIC X(12) VALUE 'HIST DROPPED'.
003500     05  FILLER                  PIC X(02) VALUE SPACES.
003510     05  FILLER                  PIC X(06) VALUE 'ACTION'.
003520
003530 01  DL960-RPT-DETAIL-LINE.
003540     05  DL960-RPT-D-DOCID       PIC X(10).
003550     05  FILLER                  PIC X(04) VALUE SPACES.
003560     05  DL960-RPT-D-CONV-BEF    PIC ZZZZ9.
003570     05  FILLER                  PIC X(04) VALUE ' -> '.
003580     05  DL960-RPT-D-CONV-AFT    PIC ZZZZ9.
003590     05  FILLER                  PIC X(05) VALUE SPACES.
003600     05  DL960-RPT-D-REJ-BEF     PIC ZZZZ9.
003610     05  FILLER                  PIC X(04) VALUE ' -> '.
003620     05  DL960-RPT-D-REJ-AFT     PIC ZZZZ9.
003630     05  FILLER                  PIC X(05) VALUE SPACES.
003640     05  DL960-RPT-D-VOIDED      PIC ZZ9.
003650     05  FILLER                  PIC X(09) VALUE SPACES.
003660     05  DL960-RPT-D-HIST        PIC ZZ9.
003670     05  FILLER                  PIC X(12) VALUE SPACES.
003680     05  DL960-RPT-D-ACTION      PIC X(16).
003690     05  FILLER                  PIC X(02) VALUE SPACES.
003700     05  DL960-RPT-D-FLAG        PIC X(25).
003710
003720 01  DL960-RPT-CKPT-LINE.
003730     05  FILLER                  PIC X(20) VALUE
003740             'CHECKPOINT RESET  : '.
003750     05  DL960-RPT-C-FNAME       PIC X(25).
003760     05  FILLER                  PIC X(02) VALUE SPACES.
003770     05  FILLER                  PIC X(08) VALUE 'RECORDS '.
003780     05  DL960-RPT-C-COUNT       PIC Z(6)9.
003790     05  FILLER                  PIC X(02) VALUE SPACES.
003800     05  DL960-RPT-C-STATE       PIC X(10).
003810
003820 01  DL960-RPT-TOTAL-LINE.
003830     05  DL960-RPT-T-LABEL       PIC X(30).
003840     05  DL960-RPT-T-VALUE       PIC Z(8)9.
003850
003860 PROCEDURE DIVISION.
003870
003880 0000-MAINLINE.
003890     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003900     IF RETURN-CODE NOT = 0
003910         GO TO 0000-CLOSE
003920     END-IF.
003930     PERFORM 1500-CHECK-RUN THRU 1500-EXIT.
003940     IF RETURN-CODE NOT = 0
003950         GO TO 0000-CLOSE
003960     END-IF.
003970     SORT DL960-SORT-FILE
003980         ASCENDING KEY DL960-SRT-DOCID
003990                       DL960-SRT-SEQ
004000         INPUT PROCEDURE IS 2000-GATHER THRU 2000-EXIT
004010         OUTPUT PROCEDURE IS 3000-BACK-OUT THRU 3000-EXIT.
004020     IF RETURN-CODE < 16
004030         PERFORM 4000-RESET-CHECKPOINTS THRU 4000-EXIT
004040         PERFORM 5000-FLAG-RUN-HISTORY THRU 5000-EXIT
004041         PERFORM 5100-LOG-BACKOUT THRU 5100-EXIT
004050         PERFORM 8000-WRITE-TRAILER THRU 8000-EXIT
004060     END-IF.
004070 0000-CLOSE.
004080     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004090     DISPLAY 'ROMAN-RUN-BACKOUT: RUN ' DL960-WS-RUN-ID ' - '
004100         DL960-WS-DOCS ' DOCUMENTS, ' DL960-WS-SELECTED
004110         ' TOKENS BACKED OUT'.
004120     DISPLAY 'ROMAN-RUN-BACKOUT: RUN COMPLETE - RC '
004130         RETURN-CODE.
004140     STOP RUN.
004150
004160*-----------------------------------------------------------------
004170* READS THE SELECTION CARD, TAKES THE RUN LOCK, OPENS THE REPORT
004180* AND THE STORES.  NO RUN ID, A LOCK HELD BY ANOTHER RUN, OR A
004190* REQUIRED STORE THAT WILL NOT OPEN REFUSES THE BACKOUT BEFORE
004200* ANYTHING IS CHANGED.  THE SUSPENSE MASTER AND THE VALUE-
004210* HISTORY STORE ARE OPTIONAL, AS THEY ARE TO THE CONVERSION
004220* RUN - WITHOUT ONE, THAT PART IS SKIPPED AND THE BACKOUT ENDS
004230* WITH CONDITION CODE 4.
004240*-----------------------------------------------------------------
004250 1000-INITIALIZE.
004260     MOVE FUNCTION CURRENT-DATE  TO DL960-WS-CURR-DATE-TIME.
004270     MOVE DL960-WS-CURR-DATE-TIME (1:8) TO DL960-WS-TODAY.
004280     OPEN INPUT DL960-PARM-FILE.
004290     IF DL960-WS-PARM-STATUS = '00'
004300         READ DL960-PARM-FILE
004310             AT END
004320                 MOVE SPACES     TO DL960-PARM-RECORD
004330         END-READ
004340         MOVE DL960-PARM-RUN-ID  TO DL960-WS-RUN-ID
004350         MOVE DL960-PARM-SRCFILE TO DL960-WS-FILT-FILE
004360         CLOSE DL960-PARM-FILE
004370     END-IF.
004380     IF DL960-WS-RUN-ID NOT NUMERIC
004390         DISPLAY 'ROMAN-RUN-BACKOUT: THE SYSIN CARD MUST NAME '
004400             'A 14-DIGIT RUN ID IN COLS 1-14 - NOTHING BACKED OUT'
004410         MOVE 16                 TO RETURN-CODE
004420         GO TO 1000-EXIT
004430     END-IF.
004440     PERFORM 1050-ACQUIRE-RUN-LOCK THRU 1050-EXIT.
004450     IF RETURN-CODE NOT = 0
004460         GO TO 1000-EXIT
004470     END-IF.
004480     OPEN OUTPUT DL960-RPT-FILE.
004490     IF DL960-WS-RPT-STATUS NOT = '00'
004500         DISPLAY 'ROMAN-RUN-BACKOUT: UNABLE TO OPEN BKORPT - '
004510             'STATUS ' DL960-WS-RPT-STATUS
004520         MOVE 16                 TO RETURN-CODE
004530         GO TO 1000-EXIT
004540     END-IF.
004550     MOVE DL960-WS-RUN-ID        TO DL960-RPT-H-RUN-ID.
004560     MOVE DL960-WS-TODAY         TO DL960-RPT-H-TODAY.
004570     MOVE DL960-RPT-TITLE-LINE TO DL960-RPT-RECORD.
004580     WRITE DL960-RPT-RECORD.
004590     IF DL960-WS-FILT-FILE NOT = SPACES
004600         MOVE DL960-WS-FILT-FILE TO DL960-RPT-H-FILE
004610     ELSE
004620         MOVE 'ALL FILES OF THE RUN' TO DL960-RPT-H-FILE
004630     END-IF.
004640     MOVE DL960-RPT-FILE-LINE TO DL960-RPT-RECORD.
004650     WRITE DL960-RPT-RECORD.
004660     MOVE SPACES                 TO DL960-RPT-RECORD.
004670     WRITE DL960-RPT-RECORD.
004680     PERFORM 1100-OPEN-STORES THRU 1100-EXIT.
004690 1000-EXIT.
004700     EXIT.
004710
004720*-----------------------------------------------------------------
004730* TAKES THE RUN LOCK EXACTLY AS ROMAN-NUMERAL-CONV DOES (OPTION
004740* 'B' ON THE LOCK RECORD), SO NO CONVERSION RUN CAN UPDATE THE
004750* STORES WHILE THEY ARE BEING BACKED OUT.  A LOCK LEFT BEHIND BY
004760* AN ABEND IS CLEARED BY THE ROMANUNL JOB.
004770*-----------------------------------------------------------------
004780 1050-ACQUIRE-RUN-LOCK.
004790     OPEN INPUT DL960-LOCK-FILE.
004800     IF DL960-WS-LOCK-STATUS = '00'
004810         READ DL960-LOCK-FILE
004820             AT END
004830                 CONTINUE
004840             NOT AT END
004850                 DISPLAY 'ROMAN-RUN-BACKOUT: ANOTHER RUN '
004860                     'HOLDS THE RUN LOCK - RUN ID '
004870                     DL960-LOCK-RUN-ID ' OPTION '
004880                     DL960-LOCK-OPT
004890                 DISPLAY 'ROMAN-RUN-BACKOUT: IF THAT RUN '
004900                     'ABENDED, CLEAR THE LOCK WITH THE '
004910                     'ROMANUNL JOB AND RESUBMIT'
004920                 MOVE 12         TO RETURN-CODE
004930                 CLOSE DL960-LOCK-FILE
004940                 GO TO 1050-EXIT
004950         END-READ
004960         CLOSE DL960-LOCK-FILE
004970     END-IF.
004980     OPEN OUTPUT DL960-LOCK-FILE.
004990     IF DL960-WS-LOCK-STATUS NOT = '00'
005000         DISPLAY 'ROMAN-RUN-BACKOUT: UNABLE TO TAKE THE RUN '
005010             'LOCK - STATUS ' DL960-WS-LOCK-STATUS
005020         MOVE 12                 TO RETURN-CODE
005030         GO TO 1050-EXIT
005040     END-IF.
005050     MOVE SPACES                 TO DL960-LOCK-RECORD.
005060     MOVE DL960-WS-CURR-DATE-TIME (1:14) TO DL960-LOCK-RUN-ID.
005070     MOVE 'B'                    TO DL960-LOCK-OPT.
005080     WRITE DL960-LOCK-RECORD.
005090     CLOSE DL960-LOCK-FILE.
005100     SET DL960-WS-LOCK-HELD      TO TRUE.
005110 1050-EXIT.
005120     EXIT.
005130
005140 1100-OPEN-STORES.
005150     OPEN I-O DL960-DOCM-FILE.
005160     IF DL960-WS-DOCM-STATUS NOT = '00'
005170         DISPLAY 'ROMAN-RUN-BACKOUT: UNABLE TO OPEN DOCMAST - '
005180             'STATUS ' DL960-WS-DOCM-STATUS
005190         MOVE 16                 TO RETURN-CODE
005200         GO TO 1100-EXIT
005210     END-IF.
005220     OPEN I-O DL960-CKPT-FILE.
005230     IF DL960-WS-CKPT-STATUS NOT = '00'
005240         DISPLAY 'ROMAN-RUN-BACKOUT: UNABLE TO OPEN CKPTFILE - '
005250             'STATUS ' DL960-WS-CKPT-STATUS
005260         CLOSE DL960-DOCM-FILE
005270         MOVE 16                 TO RETURN-CODE
005280         GO TO 1100-EXIT
005290     END-IF.
005300     OPEN I-O DL960-RUNH-FILE.
005310     IF DL960-WS-RUNH-STATUS NOT = '00'
005320         DISPLAY 'ROMAN-RUN-BACKOUT: UNABLE TO OPEN RUNHIST - '
005330             'STATUS ' DL960-WS-RUNH-STATUS
005340         CLOSE DL960-DOCM-FILE
005350               DL960-CKPT-FILE
005360         MOVE 16                 TO RETURN-CODE
005370         GO TO 1100-EXIT
005380     END-IF.
005390     SET DL960-WS-STORES-OPEN    TO TRUE.
005400     OPEN I-O DL960-MST-FILE.
005410     IF DL960-WS-MST-STATUS = '00'
005420         SET DL960-WS-MST-OPEN   TO TRUE
005430     ELSE
005440         DISPLAY 'ROMAN-RUN-BACKOUT: SUSPMAST NOT AVAILABLE - '
005450             'STATUS ' DL960-WS-MST-STATUS
005460             ' - SUSPENSE ITEMS NOT VOIDED'
005470     END-IF.
005480     OPEN I-O DL960-VALH-FILE.
005490     IF DL960-WS-VALH-STATUS = '00'
005500         SET DL960-WS-VALH-OPEN  TO TRUE
005510     ELSE
005520         DISPLAY 'ROMAN-RUN-BACKOUT: VALHIST NOT AVAILABLE - '
005530             'STATUS ' DL960-WS-VALH-STATUS
005540             ' - VALUE HISTORY NOT BACKED OUT'
005550     END-IF.
005560 1100-EXIT.
005570     EXIT.
005580
005590*-----------------------------------------------------------------
005600* CHECKS THE RUN CAN BE BACKED OUT BEFORE ANYTHING IS CHANGED.
005610* A RUN ALREADY BACKED OUT IS REFUSED.  A RUN WITH ONLY SOME OF
005620* ITS FILES BACKED OUT CANNOT THEN BE BACKED OUT WHOLE (THOSE
005630* FILES' TOKENS WOULD BE TAKEN OFF THE REGISTRY TWICE) - ITS
005640* REMAINING FILES ARE BACKED OUT ONE AT A TIME.  A NAMED SOURCE
005650* FILE MUST STILL BE ON THE CHECKPOINT STORE UNDER THIS RUN ID;
005660* IF IT IS NOT, IT HAS BEEN BACKED OUT ALREADY OR RUN AGAIN
005670* SINCE.  A RUN WITH NO RUN-HISTORY RECORD (IT ABENDED BEFORE
005680* TERMINATION) CAN STILL BE BACKED OUT.
005690*-----------------------------------------------------------------
005700 1500-CHECK-RUN.
005710     MOVE DL960-WS-RUN-ID        TO DL960-RUNH-RUN-ID.
005720     READ DL960-RUNH-FILE
005730         INVALID KEY
005740             MOVE 'N'            TO DL960-WS-RUNH-SW
005750         NOT INVALID KEY
005760             MOVE 'Y'            TO DL960-WS-RUNH-SW
005770     END-READ.
005780     IF NOT DL960-WS-RUNH-FOUND
005790         DISPLAY 'ROMAN-RUN-BACKOUT: NO RUN-HISTORY RECORD FOR '
005800             'RUN ' DL960-WS-RUN-ID ' - BACKING OUT FROM THE '
005810             'AUDIT LOG ALONE'
005820     END-IF.
005830     IF DL960-WS-RUNH-FOUND
005840        AND DL960-RUNH-BACKED-OUT
005850         DISPLAY 'ROMAN-RUN-BACKOUT: RUN ' DL960-WS-RUN-ID
005860             ' HAS ALREADY BEEN BACKED OUT - NOTHING CHANGED'
005870         MOVE 16                 TO RETURN-CODE
005880         GO TO 1500-EXIT
005890     END-IF.
005900     IF DL960-WS-RUNH-FOUND
005910        AND DL960-RUNH-PART-BACKED-OUT
005920        AND DL960-WS-FILT-FILE = SPACES
005930         DISPLAY 'ROMAN-RUN-BACKOUT: RUN ' DL960-WS-RUN-ID
005940             ' HAS FILES ALREADY BACKED OUT - NAME EACH '
005950             'REMAINING FILE ON ITS OWN CARD'
005960         MOVE 16                 TO RETURN-CODE
005970         GO TO 1500-EXIT
005980     END-IF.
005990     IF DL960-WS-FILT-FILE = SPACES
006000         GO TO 1500-EXIT
006010     END-IF.
006020     MOVE DL960-WS-FILT-FILE     TO DL960-CKPT-FNAME.
006030     READ DL960-CKPT-FILE
006040         INVALID KEY
006050             MOVE SPACES         TO DL960-CKPT-RUN-ID
006060     END-READ.
006070     IF DL960-CKPT-RUN-ID NOT = DL960-WS-RUN-ID
006080         DISPLAY 'ROMAN-RUN-BACKOUT: ' DL960-WS-FILT-FILE
006090             ' IS NOT ON THE CHECKPOINT STORE UNDER RUN '
006100             DL960-WS-RUN-ID
006110         DISPLAY 'ROMAN-RUN-BACKOUT: IT HAS BEEN BACKED OUT '
006120             'ALREADY OR RUN AGAIN SINCE - NOTHING CHANGED'
006130         MOVE 16                 TO RETURN-CODE
006140     END-IF.
006150 1500-EXIT.
006160     EXIT.
006170
006180*-----------------------------------------------------------------
006190* SORT INPUT PROCEDURE - READS THE AUDIT LOG AND RELEASES ONE
006200* RECORD FOR EVERY TOKEN LINE OF THE RUN (CONVERTED, NONCANON,
006210* AUTOFIX OR REJECTED) CARRYING A DOCUMENT ID.  THE 'ORIGINAL'
006220* COMPANION OF AN AUTOFIX LINE IS NOT A TOKEN OF ITS OWN.  THE
006230* 'SRCFILE' MARKER LINE WRITTEN AS EACH INPUT FILE IS OPENED
006240* TELLS WHICH FILE THE LINES AFTER IT CAME FROM.
006250*-----------------------------------------------------------------
006260 2000-GATHER.
006270     OPEN INPUT DL960-AUDIT-FILE.
006280     IF DL960-WS-AUD-STATUS NOT = '00'
006290         DISPLAY 'ROMAN-RUN-BACKOUT: UNABLE TO OPEN AUDITIN - '
006300             'STATUS ' DL960-WS-AUD-STATUS
006310         MOVE 16                 TO RETURN-CODE
006320         GO TO 2000-EXIT
006330     END-IF.
006340     MOVE 'N'                    TO DL960-WS-EOF-SW.
006350     PERFORM 2100-GATHER-ONE-LINE THRU 2100-EXIT
006360         UNTIL DL960-WS-EOF.
006370     CLOSE DL960-AUDIT-FILE.
006380 2000-EXIT.
006390     EXIT.
006400
006410 2100-GATHER-ONE-LINE.
006420     READ DL960-AUDIT-FILE
006430         AT END
006440             MOVE 'Y'            TO DL960-WS-EOF-SW
006450     END-READ.
006460     IF DL960-WS-EOF
006470         GO TO 2100-EXIT
006480     END-IF.
006490     ADD 1                       TO DL960-WS-LINES-READ.
006500     IF DL960-AUD-RUN-ID NOT = DL960-WS-RUN-ID
006510         GO TO 2100-EXIT
006520     END-IF.
006530     IF DL960-AUD-STATUS-TXT = 'SRCFILE'
006540         MOVE DL960-AUD-STRING   TO DL960-WS-CUR-FILE
006550         ADD 1                   TO DL960-WS-MARKERS
006560         GO TO 2100-EXIT
006570     END-IF.
006580     IF DL960-AUD-STATUS-TXT NOT = 'CONVERTED'
006590        AND DL960-AUD-STATUS-TXT NOT = 'NONCANON'
006600        AND DL960-AUD-STATUS-TXT NOT = 'AUTOFIX'
006610        AND DL960-AUD-STATUS-TXT NOT = 'REJECTED'
006620         GO TO 2100-EXIT
006630     END-IF.
006640     IF DL960-AUD-DOCID = SPACES
006650         GO TO 2100-EXIT
006660     END-IF.
006670     IF DL960-WS-FILT-FILE NOT = SPACES
006680        AND DL960-WS-CUR-FILE NOT = DL960-WS-FILT-FILE
006690         GO TO 2100-EXIT
006700     END-IF.
006710     MOVE SPACES                 TO DL960-SRT-RECORD.
006720     MOVE DL960-AUD-DOCID        TO DL960-SRT-DOCID.
006730     MOVE DL960-WS-LINES-READ    TO DL960-SRT-SEQ.
006740     MOVE DL960-WS-CUR-FILE      TO DL960-SRT-SRCFILE.
006750     MOVE DL960-AUD-STRING       TO DL960-SRT-TOKEN.
006760     IF DL960-AUD-SUM = SPACES
006770         MOVE 0                  TO DL960-SRT-VALUE
006780     ELSE
006790         INSPECT DL960-AUD-SUM REPLACING LEADING SPACE BY ZERO
006800         MOVE DL960-AUD-SUM-N    TO DL960-SRT-VALUE
006810     END-IF.
006820     MOVE DL960-AUD-ROMRT        TO DL960-SRT-ROMRT.
006830     MOVE DL960-AUD-STATUS-TXT   TO DL960-SRT-STATUS.
006840     MOVE DL960-AUD-FRAC         TO DL960-SRT-FRAC.
006850     RELEASE DL960-SRT-RECORD.
006860     ADD 1                       TO DL960-WS-SELECTED.
006870 2100-EXIT.
006880     EXIT.
006890
006900*-----------------------------------------------------------------
006910* SORT OUTPUT PROCEDURE - NOTHING SELECTED MEANS NOTHING TO BACK
006920* OUT AND THE RUN IS REFUSED WITH NO STORE CHANGED (THE RUN'S
006930* LINES MAY HAVE BEEN ARCHIVED OFF THE LIVE LOG BY ROMANHKP, OR
006940* A SOURCE FILE WAS NAMED FOR A RUN THAT PREDATES THE SOURCE-
006950* FILE MARKER LINES).  OTHERWISE THE TOKENS COME BACK DOCUMENT
006960* BY DOCUMENT: EACH IS WRITTEN TO THE REVERSAL EXTRACT AND
006970* COUNTED, AND AT EACH CHANGE OF DOCUMENT THE STORES ARE BACKED
006980* OUT FOR THE DOCUMENT JUST FINISHED.
006990*-----------------------------------------------------------------
007000 3000-BACK-OUT.
007010     IF RETURN-CODE NOT = 0
007020         GO TO 3000-EXIT
007030     END-IF.
007040     IF DL960-WS-SELECTED = 0
007050         DISPLAY 'ROMAN-RUN-BACKOUT: NO TOKENS OF RUN '
007060             DL960-WS-RUN-ID ' ON THE AUDIT LOG - NOTHING '
007070             'BACKED OUT'
007080         IF DL960-WS-FILT-FILE NOT = SPACES
007090            AND DL960-WS-MARKERS = 0
007100             DISPLAY 'ROMAN-RUN-BACKOUT: THE RUN''S AUDIT '
007110                 'LINES CARRY NO SOURCE-FILE MARKERS - BACK '
007120                 'OUT THE WHOLE RUN INSTEAD'
007130         END-IF
007140         MOVE 16                 TO RETURN-CODE
007150         GO TO 3000-EXIT
007160     END-IF.
007170     PERFORM 3050-OPEN-REVERSAL THRU 3050-EXIT.
007180     IF RETURN-CODE NOT = 0
007190         GO TO 3000-EXIT
007200     END-IF.
007210     MOVE DL960-RPT-COLUMN-LINE TO DL960-RPT-RECORD.
007220     WRITE DL960-RPT-RECORD.
007230     MOVE ALL '-'                TO DL960-RPT-RECORD.
007240     WRITE DL960-RPT-RECORD.
007250     MOVE LOW-VALUES             TO DL960-WS-PREV-DOCID.
007260     MOVE 'N'                    TO DL960-WS-SRT-EOF-SW.
007270     PERFORM 3100-BACK-OUT-ONE-TOKEN THRU 3100-EXIT
007280         UNTIL DL960-WS-SRT-EOF.
007290     IF DL960-WS-PREV-DOCID NOT = LOW-VALUES
007300         PERFORM 3300-BACK-OUT-DOCUMENT THRU 3300-EXIT
007310     END-IF.
007320 3000-EXIT.
007330     EXIT.
007340
007350*-----------------------------------------------------------------
007360* OPENS THE REVERSAL EXTRACT AND WRITES ITS HEADER, CARRYING THE
007370* DATE OF THE RUN BEING REVERSED.  THE ENVELOPE IS THE ONE THE
007380* CONVERSION RUN WRITES ('H' HEADER, DETAIL, 'T' TRAILER COUNT).
007390*-----------------------------------------------------------------
007400 3050-OPEN-REVERSAL.
007410     OPEN OUTPUT DL960-XTR-FILE.
007420     IF DL960-WS-XTR-STATUS NOT = '00'
007430         DISPLAY 'ROMAN-RUN-BACKOUT: UNABLE TO OPEN XTROUT - '
007440             'STATUS ' DL960-WS-XTR-STATUS ' - NOTHING BACKED OUT'
007450         MOVE 16                 TO RETURN-CODE
007460         GO TO 3050-EXIT
007470     END-IF.
007480     SET DL960-WS-XTR-OPEN       TO TRUE.
007490     MOVE SPACES                 TO DL960-XTR-RECORD.
007500     STRING 'H|'                 DELIMITED BY SIZE
007510            DL960-WS-RUN-YMD     DELIMITED BY SIZE
007520         INTO DL960-XTR-RECORD.
007530     WRITE DL960-XTR-RECORD.
007540 3050-EXIT.
007550     EXIT.
007560
007570 3100-BACK-OUT-ONE-TOKEN.
007580     RETURN DL960-SORT-FILE
007590         AT END
007600             MOVE 'Y'            TO DL960-WS-SRT-EOF-SW
007610     END-RETURN.
007620     IF DL960-WS-SRT-EOF
007630         GO TO 3100-EXIT
007640     END-IF.
007650     IF DL960-SRT-DOCID NOT = DL960-WS-PREV-DOCID
007660         IF DL960-WS-PREV-DOCID NOT = LOW-VALUES
007670             PERFORM 3300-BACK-OUT-DOCUMENT THRU 3300-EXIT
007680         END-IF
007690         MOVE DL960-SRT-DOCID    TO DL960-WS-PREV-DOCID
007700         MOVE 0                  TO DL960-WS-DOC-CONV
007710                                    DL960-WS-DOC-REJ
007720         ADD 1                   TO DL960-WS-DOCS
007730     END-IF.
007740*    A REJECTED TOKEN COUNTED AS REJECTED ON THE REGISTRY; EVERY
007750*    OTHER TOKEN STATUS COUNTED AS CONVERTED.
007760     IF DL960-SRT-STATUS = 'REJECTED'
007770         ADD 1                   TO DL960-WS-DOC-REJ
007780                                    DL960-WS-TOK-REJ
007790     ELSE
007800         ADD 1                   TO DL960-WS-DOC-CONV
007810                                    DL960-WS-TOK-CONV
007820     END-IF.
007830     PERFORM 3200-WRITE-REVERSAL THRU 3200-EXIT.
007840 3100-EXIT.
007850     EXIT.
007860
007870*-----------------------------------------------------------------
007880* ONE REVERSAL RECORD - THE SAME FIELDS, IN THE SAME ORDER, AS
007890* THE CONVERSION RUN'S 'D' DETAIL RECORD FOR THE TOKEN, UNDER
007900* RECORD TYPE 'X' SO THE INDEXING SYSTEM WITHDRAWS IT.  THE LAST
007910* TWO FIELDS (THE TEXT AS RECEIVED, ON AN AUTO-REPAIRED TOKEN,
007920* AND THE RECORD SLOT) ARE LEFT EMPTY - THE AUDIT LINE CARRIES
007930* NEITHER, AND THE INDEXING SYSTEM KEYS ON THE DOCUMENT AND
007935* TOKEN.
007940*-----------------------------------------------------------------
007950 3200-WRITE-REVERSAL.
007960     MOVE DL960-SRT-VALUE        TO DL960-WS-XTR-VALUE.
007970     MOVE SPACES                 TO DL960-XTR-RECORD.
007980     STRING 'X|'                 DELIMITED BY SIZE
007990            DL960-SRT-DOCID      DELIMITED BY SPACE
008000            '|'                  DELIMITED BY SIZE
008010            DL960-SRT-SRCFILE    DELIMITED BY SPACE
008020            '|'                  DELIMITED BY SIZE
008030            DL960-SRT-TOKEN      DELIMITED BY SPACE
008040            '|'                  DELIMITED BY SIZE
008050            DL960-WS-XTR-VALUE   DELIMITED BY SIZE
008060            '|'                  DELIMITED BY SIZE
008070            DL960-SRT-ROMRT      DELIMITED BY SPACE
008080            '|'                  DELIMITED BY SIZE
008090            DL960-SRT-STATUS     DELIMITED BY SPACE
008100            '|'                  DELIMITED BY SIZE
008110            DL960-WS-RUN-YMD     DELIMITED BY SIZE
008120            '|'                  DELIMITED BY SIZE
008130            DL960-SRT-FRAC       DELIMITED BY SIZE
008140            '||'                 DELIMITED BY SIZE
008150         INTO DL960-XTR-RECORD.
008160     WRITE DL960-XTR-RECORD.
008170     ADD 1                       TO DL960-WS-XTR-COUNT.
008180 3200-EXIT.
008190     EXIT.
008200
008210*-----------------------------------------------------------------
008220* BACKS OUT ONE DOCUMENT'S TOKENS FROM THE STORES AND LISTS IT.
008230*-----------------------------------------------------------------
008240 3300-BACK-OUT-DOCUMENT.
008250     MOVE 0                      TO DL960-WS-DOC-VOIDED
008260                                    DL960-WS-DOC-HIST.
008270     PERFORM 3310-REDUCE-REGISTRY THRU 3310-EXIT.
008280     IF DL960-WS-VALH-OPEN
008290         PERFORM 3320-REMOVE-ONE-HISTORY THRU 3320-EXIT
008300             VARYING DL960-WS-SLOT FROM 1 BY 1
008310             UNTIL DL960-WS-SLOT > 9
008320     END-IF.
008330     IF DL960-WS-MST-OPEN
008340        AND DL960-WS-DOC-REJ > 0
008350         PERFORM 3330-VOID-SUSPENSE THRU 3330-EXIT
008360     END-IF.
008370     PERFORM 3350-WRITE-DETAIL-LINE THRU 3350-EXIT.
008380 3300-EXIT.
008390     EXIT.
008400
008410*-----------------------------------------------------------------
008420* TAKES THE DOCUMENT'S TOKENS OFF ITS REGISTRY COUNTS.  AN ENTRY
008430* THIS RUN CREATED THAT IS LEFT WITH NO TOKENS IS DELETED, SO
008440* THE DOCUMENT IS NEW AGAIN TO THE NEXT RUN; ANY OTHER ENTRY IS
008450* REWRITTEN WITH THE REDUCED COUNTS.  THE LAST-RUN STAMP IS LEFT
008460* AS IT IS - THE REGISTRY KEEPS NO EARLIER VALUE TO RESTORE.  A
008470* COUNT THAT WOULD GO BELOW ZERO (THE ENTRY WAS REBUILT OR
008480* MAINTAINED SINCE THE RUN) STOPS AT ZERO AND IS FLAGGED.
008490*-----------------------------------------------------------------
008500 3310-REDUCE-REGISTRY.
008510     MOVE 'N'                    TO DL960-WS-SHORT-SW.
008520     MOVE DL960-WS-PREV-DOCID    TO DL960-DOCM-DOC-ID.
008530     READ DL960-DOCM-FILE
008540         INVALID KEY
008550             MOVE 'NOT ON REGISTRY' TO DL960-WS-DOC-ACTION
008560             MOVE 0              TO DL960-WS-BEF-CONV
008570                                    DL960-WS-BEF-REJ
008580                                    DL960-DOCM-CONVERTED
008590                                    DL960-DOCM-REJECTED
008600             ADD 1               TO DL960-WS-DOCM-MISSING
008610             GO TO 3310-EXIT
008620     END-READ.
008630     MOVE DL960-DOCM-CONVERTED   TO DL960-WS-BEF-CONV.
008640     MOVE DL960-DOCM-REJECTED    TO DL960-WS-BEF-REJ.
008650     ADD DL960-WS-BEF-CONV       TO DL960-WS-REG-CONV-BEF.
008660     ADD DL960-WS-BEF-REJ        TO DL960-WS-REG-REJ-BEF.
008670     IF DL960-DOCM-CONVERTED < DL960-WS-DOC-CONV
008680         MOVE 0                  TO DL960-DOCM-CONVERTED
008690         SET DL960-WS-SHORT      TO TRUE
008700     ELSE
008710         SUBTRACT DL960-WS-DOC-CONV FROM DL960-DOCM-CONVERTED
008720     END-IF.
008730     IF DL960-DOCM-REJECTED < DL960-WS-DOC-REJ
008740         MOVE 0                  TO DL960-DOCM-REJECTED
008750         SET DL960-WS-SHORT      TO TRUE
008760     ELSE
008770         SUBTRACT DL960-WS-DOC-REJ FROM DL960-DOCM-REJECTED
008780     END-IF.
008790     IF DL960-WS-SHORT
008800         ADD 1                   TO DL960-WS-DOCM-SHORT
008810     END-IF.
008820     IF DL960-DOCM-FIRST-RUN-ID = DL960-WS-RUN-ID
008830        AND DL960-DOCM-CONVERTED = 0
008840        AND DL960-DOCM-REJECTED = 0
008850         DELETE DL960-DOCM-FILE
008860             INVALID KEY
008870                 DISPLAY 'ROMAN-RUN-BACKOUT: DOCMAST DELETE '
008880                     'FAILED FOR ' DL960-DOCM-DOC-ID
008890                     ' - STATUS ' DL960-WS-DOCM-STATUS
008900         END-DELETE
008910         MOVE 'DELETED'          TO DL960-WS-DOC-ACTION
008920         ADD 1                   TO DL960-WS-DOCM-DELETED
008930     ELSE
008940         REWRITE DL960-DOCM-RECORD
008950             INVALID KEY
008960                 DISPLAY 'ROMAN-RUN-BACKOUT: DOCMAST REWRITE '
008970                     'FAILED FOR ' DL960-DOCM-DOC-ID
008980                     ' - STATUS ' DL960-WS-DOCM-STATUS
008990         END-REWRITE
009000         MOVE 'REDUCED'          TO DL960-WS-DOC-ACTION
009010         ADD 1                   TO DL960-WS-DOCM-REDUCED
009020     END-IF.
009030     ADD DL960-DOCM-CONVERTED    TO DL960-WS-REG-CONV-AFT.
009040     ADD DL960-DOCM-REJECTED     TO DL960-WS-REG-REJ-AFT.
009050 3310-EXIT.
009060     EXIT.
009070
009080*-----------------------------------------------------------------
009090* REMOVES THE DOCUMENT'S VALUE-HISTORY ENTRY FOR ONE SLOT WHEN
009100* IT STILL CARRIES THIS RUN'S CONVERSION.  AN ENTRY A LATER RUN
009110* HAS REPLACED IS LEFT ALONE; THE VALUE THIS RUN REPLACED IS NOT
009120* KEPT ANYWHERE AND CANNOT BE PUT BACK.
009130*-----------------------------------------------------------------
009140 3320-REMOVE-ONE-HISTORY.
009150     MOVE DL960-WS-PREV-DOCID    TO DL960-VALH-DOC-ID.
009160     MOVE DL960-WS-SLOT          TO DL960-VALH-SLOT.
009170     READ DL960-VALH-FILE
009180         INVALID KEY
009190             GO TO 3320-EXIT
009200     END-READ.
009210     IF DL960-VALH-RUN-ID NOT = DL960-WS-RUN-ID
009220         GO TO 3320-EXIT
009230     END-IF.
009240     DELETE DL960-VALH-FILE
009250         INVALID KEY
009260             DISPLAY 'ROMAN-RUN-BACKOUT: VALHIST DELETE FAILED '
009270                 'FOR ' DL960-VALH-KEY ' - STATUS '
009280                 DL960-WS-VALH-STATUS
009290             GO TO 3320-EXIT
009300     END-DELETE.
009310     ADD 1                       TO DL960-WS-DOC-HIST
009320                                    DL960-WS-HIST-REMOVED.
009330 3320-EXIT.
009340     EXIT.
009350
009360*-----------------------------------------------------------------
009370* VOIDS THE OPEN SUSPENSE ITEMS THE RUN'S REJECTS OPENED FOR THE
009380* DOCUMENT - THOSE OPENED ON THE RUN'S DATE (THE SUSPENSE LOAD
009390* FOLLOWS THE CONVERSION STEP IN THE SAME JOB) AND, WHEN ONE
009400* SOURCE FILE IS BEING BACKED OUT, FROM THAT FILE ONLY.  A
009410* VOIDED ITEM IS NEITHER AGED NOR ESCALATED BY ROMAN-SUSP-AGING.
009420*-----------------------------------------------------------------
009430 3330-VOID-SUSPENSE.
009440     MOVE LOW-VALUES             TO DL960-MST-KEY.
009450     MOVE DL960-WS-PREV-DOCID    TO DL960-MST-DOCID.
009460     START DL960-MST-FILE KEY IS NOT < DL960-MST-KEY
009470         INVALID KEY
009480             GO TO 3330-EXIT
009490     END-START.
009500     MOVE 'N'                    TO DL960-WS-EOF-SW.
009510     PERFORM 3340-VOID-ONE-ITEM THRU 3340-EXIT
009520         UNTIL DL960-WS-EOF.
009530 3330-EXIT.
009540     EXIT.
009550
009560 3340-VOID-ONE-ITEM.
009570     READ DL960-MST-FILE NEXT RECORD
009580         AT END
009590             MOVE 'Y'            TO DL960-WS-EOF-SW
009600     END-READ.
009610     IF DL960-WS-EOF
009620         GO TO 3340-EXIT
009630     END-IF.
009640     IF DL960-MST-DOCID NOT = DL960-WS-PREV-DOCID
009650         MOVE 'Y'                TO DL960-WS-EOF-SW
009660         GO TO 3340-EXIT
009670     END-IF.
009680     IF NOT DL960-MST-OPEN
009690        OR DL960-MST-OPEN-DATE NOT = DL960-WS-RUN-YMD
009700         GO TO 3340-EXIT
009710     END-IF.
009720     IF DL960-WS-FILT-FILE NOT = SPACES
009730        AND DL960-MST-SRCFILE NOT = DL960-WS-FILT-FILE
009740         GO TO 3340-EXIT
009750     END-IF.
009760     MOVE 'V'                    TO DL960-MST-STATUS-SW.
009770     MOVE DL960-WS-TODAY         TO DL960-MST-CLOSE-DATE.
009780     REWRITE DL960-MST-RECORD
009790         INVALID KEY
009800             DISPLAY 'ROMAN-RUN-BACKOUT: SUSPMAST REWRITE FAILED '
009810                 'FOR ' DL960-MST-DOCID ' - STATUS '
009820                 DL960-WS-MST-STATUS
009830             GO TO 3340-EXIT
009840     END-REWRITE.
009850     ADD 1                       TO DL960-WS-DOC-VOIDED
009860                                    DL960-WS-SUSP-VOIDED.
009870 3340-EXIT.
009880     EXIT.
009890
009900 3350-WRITE-DETAIL-LINE.
009910     MOVE DL960-WS-PREV-DOCID    TO DL960-RPT-D-DOCID.
009920     MOVE DL960-WS-BEF-CONV      TO DL960-RPT-D-CONV-BEF.
009930     MOVE DL960-DOCM-CONVERTED   TO DL960-RPT-D-CONV-AFT.
009940     MOVE DL960-WS-BEF-REJ       TO DL960-RPT-D-REJ-BEF.
009950     MOVE DL960-DOCM-REJECTED    TO DL960-RPT-D-REJ-AFT.
009960     MOVE DL960-WS-DOC-VOIDED    TO DL960-RPT-D-VOIDED.
009970     MOVE DL960-WS-DOC-HIST      TO DL960-RPT-D-HIST.
009980     MOVE DL960-WS-DOC-ACTION    TO DL960-RPT-D-ACTION.
009990     IF DL960-WS-SHORT
010000         MOVE '** COUNT SHORT - CHECK **' TO DL960-RPT-D-FLAG
010010     ELSE
010020         MOVE SPACES             TO DL960-RPT-D-FLAG
010030     END-IF.
010040     MOVE DL960-RPT-DETAIL-LINE TO DL960-RPT-RECORD.
010050     WRITE DL960-RPT-RECORD.
010060 3350-EXIT.
010070     EXIT.
010080
010090*-----------------------------------------------------------------
010100* DELETES THE RUN'S CHECKPOINT KEYS SO ITS SOURCE FILES START
010110* FROM THE TOP WHEN RUN AGAIN - THE NAMED FILE ALONE, OR EVERY
010120* KEY STILL STAMPED WITH THE RUN ID.  A KEY A LATER RUN HAS
010130* REWRITTEN BELONGS TO THAT RUN AND IS LEFT ALONE.
010140*-----------------------------------------------------------------
010150 4000-RESET-CHECKPOINTS.
010160     MOVE SPACES                 TO DL960-RPT-RECORD.
010170     WRITE DL960-RPT-RECORD.
010180     IF DL960-WS-FILT-FILE NOT = SPACES
010190         MOVE DL960-WS-FILT-FILE TO DL960-CKPT-FNAME
010200         READ DL960-CKPT-FILE
010210             INVALID KEY
010220                 GO TO 4000-EXIT
010230         END-READ
010240         PERFORM 4100-DELETE-ONE-CHECKPOINT THRU 4100-EXIT
010250         GO TO 4000-EXIT
010260     END-IF.
010270     MOVE LOW-VALUES             TO DL960-CKPT-FNAME.
010280     START DL960-CKPT-FILE KEY IS NOT < DL960-CKPT-FNAME
010290         INVALID KEY
010300             GO TO 4000-EXIT
010310     END-START.
010320     MOVE 'N'                    TO DL960-WS-EOF-SW.
010330     PERFORM 4050-SWEEP-ONE-CHECKPOINT THRU 4050-EXIT
010340         UNTIL DL960-WS-EOF.
010350 4000-EXIT.
010360     EXIT.
010370
010380 4050-SWEEP-ONE-CHECKPOINT.
010390     READ DL960-CKPT-FILE NEXT RECORD
010400         AT END
010410             MOVE 'Y'            TO DL960-WS-EOF-SW
010420     END-READ.
010430     IF DL960-WS-EOF
010440         GO TO 4050-EXIT
010450     END-IF.
010460     IF DL960-CKPT-RUN-ID = DL960-WS-RUN-ID
010470         PERFORM 4100-DELETE-ONE-CHECKPOINT THRU 4100-EXIT
010480     END-IF.
010490 4050-EXIT.
010500     EXIT.
010510
010520 4100-DELETE-ONE-CHECKPOINT.
010530     MOVE DL960-CKPT-FNAME       TO DL960-RPT-C-FNAME.
010540     MOVE DL960-CKPT-COUNT       TO DL960-RPT-C-COUNT.
010550     IF DL960-CKPT-COMPLETE-SW = 'Y'
010560         MOVE 'COMPLETE'         TO DL960-RPT-C-STATE
010570     ELSE
010580         MOVE 'INCOMPLETE'       TO DL960-RPT-C-STATE
010590     END-IF.
010600     DELETE DL960-CKPT-FILE
010610         INVALID KEY
010620             DISPLAY 'ROMAN-RUN-BACKOUT: CKPTFILE DELETE FAILED '
010630                 'FOR ' DL960-CKPT-FNAME ' - STATUS '
010640                 DL960-WS-CKPT-STATUS
010650             GO TO 4100-EXIT
010660     END-DELETE.
010670     MOVE DL960-RPT-CKPT-LINE TO DL960-RPT-RECORD.
010680     WRITE DL960-RPT-RECORD.
010690     ADD 1                       TO DL960-WS-CKPT-RESET.
010700 4100-EXIT.
010710     EXIT.
010720
010730*-----------------------------------------------------------------
010740* FLAGS THE RUN-HISTORY RECORD BACKED OUT ('B') WHEN THE WHOLE
010750* RUN WAS REVERSED, OR PARTLY BACKED OUT ('P') WHEN ONE SOURCE
010760* FILE WAS.  THE RUN'S TOTALS ARE LEFT AS THEY WERE RECORDED.
010770*-----------------------------------------------------------------
010780 5000-FLAG-RUN-HISTORY.
010790     IF NOT DL960-WS-RUNH-FOUND
010800         GO TO 5000-EXIT
010810     END-IF.
010820     IF DL960-WS-FILT-FILE = SPACES
010830         MOVE 'B'                TO DL960-RUNH-BKO-SW
010840     ELSE
010850         MOVE 'P'                TO DL960-RUNH-BKO-SW
010860     END-IF.
010870     REWRITE DL960-RUNH-RECORD
010880         INVALID KEY
010890             DISPLAY 'ROMAN-RUN-BACKOUT: RUNHIST REWRITE FAILED '
010900                 'FOR ' DL960-RUNH-RUN-ID ' - STATUS '
010910                 DL960-WS-RUNH-STATUS
010920     END-REWRITE.
010930 5000-EXIT.
010940     EXIT.
010950
010951*-----------------------------------------------------------------
010952* ADDS THE BACKOUT TO THE BACKOUT LOG, CREATING THE LOG ON ITS
010953* FIRST USE.  THE STORES ARE ALREADY BACKED OUT BY NOW, SO A LOG
010954* THAT CANNOT BE WRITTEN DOES NOT UNDO ANYTHING - IT IS NOTED ON
010955* THE REPORT AND THE BACKOUT ENDS WITH CONDITION CODE 4.
010956*-----------------------------------------------------------------
010957 5100-LOG-BACKOUT.
010958     OPEN EXTEND DL960-BKOL-FILE.
010959     IF DL960-WS-BKOL-STATUS NOT = '00'
010960         OPEN OUTPUT DL960-BKOL-FILE
010961     END-IF.
010962     IF DL960-WS-BKOL-STATUS NOT = '00'
010963         DISPLAY 'ROMAN-RUN-BACKOUT: UNABLE TO OPEN BKOLOG - '
010964             'STATUS ' DL960-WS-BKOL-STATUS
010965         GO TO 5100-EXIT
010966     END-IF.
010967     MOVE SPACES                 TO DL960-BKOL-RECORD.
010968     MOVE DL960-WS-RUN-ID        TO DL960-BKOL-RUN-ID.
010969     MOVE DL960-WS-FILT-FILE     TO DL960-BKOL-SRCFILE.
010970     MOVE DL960-WS-CURR-DATE-TIME (1:14) TO DL960-BKOL-STAMP.
010971     MOVE DL960-WS-DOCS          TO DL960-BKOL-DOCS.
010972     MOVE DL960-WS-SELECTED      TO DL960-BKOL-TOKENS.
010973     WRITE DL960-BKOL-RECORD.
010974     CLOSE DL960-BKOL-FILE.
010975     SET DL960-WS-BKOL-WRITTEN   TO TRUE.
010976 5100-EXIT.
010977     EXIT.
010978
010979*-----------------------------------------------------------------
010980* BACKOUT TOTALS.  THE REGISTRY TOTALS ARE THE SUMS OVER THE
010981* DOCUMENTS BACKED OUT, BEFORE AND AFTER; THE RUN TOTALS ARE AS
010990* THE RUN-HISTORY STORE RECORDED THEM, FOR COMPARISON WITH THE
011000* TOKENS FOUND ON THE AUDIT LOG.  ANY DOCUMENT NOT ON THE
011010* REGISTRY OR WITH A SHORT COUNT, OR AN OPTIONAL STORE NOT
011020* AVAILABLE, ENDS THE BACKOUT WITH CONDITION CODE 4.
011030*-----------------------------------------------------------------
011040 8000-WRITE-TRAILER.
011050     MOVE ALL '='                TO DL960-RPT-RECORD.
011060     WRITE DL960-RPT-RECORD.
011070     MOVE 'AUDIT LINES READ           :' TO DL960-RPT-T-LABEL.
011080     MOVE DL960-WS-LINES-READ    TO DL960-RPT-T-VALUE.
011090     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
011100     MOVE 'DOCUMENTS BACKED OUT       :' TO DL960-RPT-T-LABEL.
011110     MOVE DL960-WS-DOCS          TO DL960-RPT-T-VALUE.
011120     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
011130     MOVE 'TOKENS BACKED OUT - CONV   :' TO DL960-RPT-T-LABEL.
011140     MOVE DL960-WS-TOK-CONV      TO DL960-RPT-T-VALUE.
011150     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
011160     MOVE 'TOKENS BACKED OUT - REJ    :' TO DL960-RPT-T-LABEL.
011170     MOVE DL960-WS-TOK-REJ       TO DL960-RPT-T-VALUE.
011180     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
011190     IF DL960-WS-RUNH-FOUND
011200         MOVE 'RUN TOTAL CONVERTED        :' TO DL960-RPT-T-LABEL
011210         MOVE DL960-RUNH-CONVERTED TO DL960-RPT-T-VALUE
011220         PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
011230         MOVE 'RUN TOTAL REJECTED         :' TO DL960-RPT-T-LABEL
011240         MOVE DL960-RUNH-REJECTED TO DL960-RPT-T-VALUE
011250         PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
011260     ELSE
011270         MOVE 'NO RUN-HISTORY RECORD FOR THE RUN'
011280             TO DL960-RPT-RECORD
011290         WRITE DL960-RPT-RECORD
011300     END-IF.
011310     MOVE 'REGISTRY CONVERTED - BEFORE:' TO DL960-RPT-T-LABEL.
011320     MOVE DL960-WS-REG-CONV-BEF  TO DL960-RPT-T-VALUE.
011330     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
011340     MOVE 'REGISTRY CONVERTED - AFTER :' TO DL960-RPT-T-LABEL.
011350     MOVE DL960-WS-REG-CONV-AFT  TO DL960-RPT-T-VALUE.
011360     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
011370     MOVE 'REGISTRY REJECTED - BEFORE :' TO DL960-RPT-T-LABEL.
011380     MOVE DL960-WS-REG-REJ-BEF   TO DL960-RPT-T-VALUE.
011390     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
011400     MOVE 'REGISTRY REJECTED - AFTER  :' TO DL960-RPT-T-LABEL.
011410     MOVE DL960-WS-REG-REJ-AFT   TO DL960-RPT-T-VALUE.
011420     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
011430     MOVE 'REGISTRY ENTRIES DELETED   :' TO DL960-RPT-T-LABEL.
011440     MOVE DL960-WS-DOCM-DELETED  TO DL960-RPT-T-VALUE.
011450     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
011460     MOVE 'REGISTRY ENTRIES REDUCED   :' TO DL960-RPT-T-LABEL.
011470     MOVE DL960-WS-DOCM-REDUCED  TO DL960-RPT-T-VALUE.
011480     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
011490     MOVE 'CHECKPOINT KEYS RESET      :' TO DL960-RPT-T-LABEL.
011500     MOVE DL960-WS-CKPT-RESET    TO DL960-RPT-T-VALUE.
011510     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
011520     MOVE 'SUSPENSE ITEMS VOIDED      :' TO DL960-RPT-T-LABEL.
011530     MOVE DL960-WS-SUSP-VOIDED   TO DL960-RPT-T-VALUE.
011540     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
011550     MOVE 'VALUE HISTORY REMOVED      :' TO DL960-RPT-T-LABEL.
011560     MOVE DL960-WS-HIST-REMOVED  TO DL960-RPT-T-VALUE.
011570     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
011580     MOVE 'REVERSAL RECORDS WRITTEN   :' TO DL960-RPT-T-LABEL.
011590     MOVE DL960-WS-XTR-COUNT     TO DL960-RPT-T-VALUE.
011600     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
011610     IF DL960-WS-DOCM-MISSING > 0
011620         MOVE 'DOCUMENTS NOT ON REGISTRY  :' TO DL960-RPT-T-LABEL
011630         MOVE DL960-WS-DOCM-MISSING TO DL960-RPT-T-VALUE
011640         PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
011650         MOVE 4                  TO RETURN-CODE
011660     END-IF.
011670     IF DL960-WS-DOCM-SHORT > 0
011680         MOVE 'REGISTRY COUNTS SHORT      :' TO DL960-RPT-T-LABEL
011690         MOVE DL960-WS-DOCM-SHORT TO DL960-RPT-T-VALUE
011700         PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
011710         MOVE 4                  TO RETURN-CODE
011720     END-IF.
011730     IF NOT DL960-WS-MST-OPEN
011740         MOVE 'SUSPMAST NOT AVAILABLE - SUSPENSE ITEMS NOT VOIDED'
011750             TO DL960-RPT-RECORD
011760         WRITE DL960-RPT-RECORD
011770         MOVE 4                  TO RETURN-CODE
011780     END-IF.
011790     IF NOT DL960-WS-VALH-OPEN
011800         MOVE 'VALHIST NOT AVAILABLE - VALUE HISTORY NOT REMOVED'
011810             TO DL960-RPT-RECORD
011820         WRITE DL960-RPT-RECORD
011830         MOVE 4                  TO RETURN-CODE
011840     END-IF.
011841     IF NOT DL960-WS-BKOL-WRITTEN
011842         MOVE 'BKOLOG NOT AVAILABLE - BACKOUT NOT LOGGED'
011843             TO DL960-RPT-RECORD
011844         WRITE DL960-RPT-RECORD
011845         MOVE 4                  TO RETURN-CODE
011846     END-IF.
011850 8000-EXIT.
011860     EXIT.
011870
011880 8100-WRITE-TOTAL-LINE.
011890     MOVE DL960-RPT-TOTAL-LINE TO DL960-RPT-RECORD.
011900     WRITE DL960-RPT-RECORD.
011910 8100-EXIT.
011920     EXIT.
011930
011940*-----------------------------------------------------------------
011950* CLOSES WHATEVER WAS OPENED - THE REVERSAL EXTRACT WITH ITS
011960* TRAILER COUNT - AND RELEASES THE RUN LOCK IF THIS RUN TOOK IT.
011970*-----------------------------------------------------------------
011980 9000-TERMINATE.
011990     IF DL960-WS-XTR-OPEN
012000         MOVE DL960-WS-XTR-COUNT TO DL960-WS-XTR-NUM
012010         MOVE SPACES             TO DL960-XTR-RECORD
012020         STRING 'T|'             DELIMITED BY SIZE
012030                DL960-WS-XTR-NUM DELIMITED BY SIZE
012040             INTO DL960-XTR-RECORD
012050         WRITE DL960-XTR-RECORD
012060         CLOSE DL960-XTR-FILE
012070     END-IF.
012080     IF DL960-WS-STORES-OPEN
012090         CLOSE DL960-DOCM-FILE
012100               DL960-CKPT-FILE
012110               DL960-RUNH-FILE
012120     END-IF.
012130     IF DL960-WS-MST-OPEN
012140         CLOSE DL960-MST-FILE
012150     END-IF.
012160     IF DL960-WS-VALH-OPEN
012170         CLOSE DL960-VALH-FILE
012180     END-IF.
012190     IF DL960-WS-RPT-STATUS = '00'
012200         CLOSE DL960-RPT-FILE
012210     END-IF.
012220     IF DL960-WS-LOCK-HELD
012230         PERFORM 9150-RELEASE-RUN-LOCK THRU 9150-EXIT
012240     END-IF.
012250 9000-EXIT.
012260     EXIT.
012270
012280*-----------------------------------------------------------------
012290* RELEASES THE RUN LOCK BY REWRITING THE LOCK FILE EMPTY.
012300*-----------------------------------------------------------------
012310 9150-RELEASE-RUN-LOCK.
012320     OPEN OUTPUT DL960-LOCK-FILE.
012330     IF DL960-WS-LOCK-STATUS = '00'
012340         CLOSE DL960-LOCK-FILE
012350     ELSE
012360         DISPLAY 'ROMAN-RUN-BACKOUT: UNABLE TO RELEASE THE '
012370             'RUN LOCK - STATUS ' DL960-WS-LOCK-STATUS
012380             ' - CLEAR IT WITH THE ROMANUNL JOB'
012390     END-IF.
012400 9150-EXIT.
012410     EXIT.
