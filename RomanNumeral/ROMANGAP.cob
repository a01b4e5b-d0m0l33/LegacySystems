000010*****************************************************************
000020* PROGRAM-ID    : ROMAN-AUDIT-GAPCHECK                          *
000030* AUTHOR        : D. MOLINA                                     *
000040* INSTALLATION  : BATCH DEVELOPMENT - MATH LIBRARY GROUP        *
000050* DATE-WRITTEN  : 10/15/2026                                    *
000060* DATE-COMPILED :                                               *
000070*-----------------------------------------------------------------
000080* REMARKS.                                                      *
000090*     PROVES THE AUDIT LOG WHOLE.  EVERY LINE ROMAN-NUMERAL-CONV*
000100*     (AND THE ROMANPAR MERGE) WRITES TO THE LOG CARRIES A      *
000110*     SUITE-WIDE SEQUENCE NUMBER IN COLS 120-127 AND A CHECK    *
000120*     VALUE IN COLS 129-132 CHAINED FROM THE CHECK VALUE OF THE *
000130*     LINE BEFORE IT, AND THE AUDIT SEQUENCE CONTROL STORE      *
000140*     (AUDCTL DD) HOLDS THE NUMBER AND CHECK VALUE OF THE LAST  *
000150*     LINE WRITTEN.  SYSIN COL 1 SELECTS THE MODE -             *
000160*       F (OR BLANK) - FULL CHECK.  THE LIVE LOG (AUDITIN DD)   *
000170*                      AND THE AUDITARC GENERATIONS THE JOB     *
000180*                      STREAM CONCATENATES UNDER ARCHIN ARE     *
000190*                      PUT IN SEQUENCE ORDER AND EVERY          *
000200*                      NUMBER FROM 1 (OR FROM THE ONE AFTER     *
000201*                      THE ARCHIVE LOW-WATER MARK ON AUDCTL,    *
000202*                      ONCE ROMANHKP HAS ROLLED A GENERATION    *
000203*                      OFF) TO THE CONTROL RECORD'S IS          *
000210*                      ACCOUNTED FOR -                          *
000220*         GAP               - NUMBERS MISSING FROM THE LOG;     *
000230*         DUPLICATE LINE    - THE SAME LINE TWICE;              *
000240*         DUPLICATE SEQUENCE- TWO LINES WITH ONE NUMBER;        *
000250*         OUT OF ORDER      - A LINE BELOW THE ONE BEFORE IT    *
000260*                             IN ITS DATA SET;                  *
000270*         CHAIN BROKEN      - A LINE WHOSE CHECK VALUE DOES NOT *
000280*                             FOLLOW FROM ITS OWN CONTENTS AND  *
000290*                             THE LINE BEFORE IT (AN EDITED     *
000300*                             LINE, OR THE LINE AFTER ONE);     *
000310*         UNSEQUENCED LINE  - A LINE WITHOUT A NUMBER FROM A    *
000320*                             RUN SINCE NUMBERING BEGAN;        *
000330*         TAIL MISSING      - THE LOG ENDS SHORT OF THE CONTROL *
000340*                             RECORD;                           *
000350*         BEYOND CONTROL    - LINES PAST THE CONTROL RECORD;    *
000360*         CONTROL MISMATCH  - THE LAST LINE'S CHECK VALUE IS NOT*
000370*                             THE CONTROL RECORD'S;             *
000380*         NO CONTROL RECORD - NUMBERED LINES BUT NO CONTROL.    *
000390*                      LINES WRITTEN BEFORE NUMBERING BEGAN     *
000400*                      ARE COUNTED, NOT REPORTED.  WITHOUT THE  *
000410*                      ARCHIVE THE LIVE LOG IS CHECKED ALONE    *
000420*                      AND MAY START PAST LINE 1.               *
000430*       S            - SPLIT CHECK, RUN AFTER ROMANHKP.  THE    *
000440*                      LOG HKP READ (SPLITIN DD) IS MATCHED     *
000450*                      LINE FOR LINE TO THE NEW LIVE COPY       *
000460*                      (AUDITIN) PLUS THE NEW ARCHIVE           *
000470*                      GENERATION (ARCHIN) -                    *
000480*         LOST IN SPLIT     - A LINE OF THE OLD LOG IN NEITHER; *
000490*         ADDED IN SPLIT    - A LINE IN NEITHER'S SOURCE, OR IN *
000500*                             BOTH THE NEW LOG AND THE ARCHIVE; *
000510*         SPLIT OVERLAP     - THE ARCHIVE REACHES PAST THE START*
000520*                             OF THE NEW LOG;                   *
000530*         OUT OF ORDER      - AS ABOVE, IN ANY OF THE THREE.    *
000540*     EVERY FINDING IS LISTED ON THE REPORT (GAPRPT DD).  BOTH  *
000550*     MODES TAKE THE SUITE'S RUN LOCK, SO NO RUN WRITES TO THE  *
000560*     LOG WHILE IT IS BEING READ.                               *
000570*     CONDITION CODES - 0 NO FINDINGS; 8 FINDINGS LISTED; 12 RUN*
000580*     LOCK HELD; 16 NOTHING CHECKED (BAD MODE, A LOG OR THE     *
000590*     CONTROL STORE UNAVAILABLE).                               *
000600*-----------------------------------------------------------------
000610* MODIFICATION HISTORY.                                         *
000620*     10/15/2026  DM  ORIGINAL VERSION.                         *
000621*     10/15/2026  DM  THE FULL CHECK STARTS FROM THE ARCHIVE    *
000622*                     LOW-WATER MARK ROMANHKP KEEPS ON AUDCTL   *
000623*                     ONCE GENERATIONS HAVE ROLLED OFF, NOT     *
000624*                     FROM LINE 1.                              *
000630*****************************************************************
000640 IDENTIFICATION DIVISION.
000650 PROGRAM-ID. ROMAN-AUDIT-GAPCHECK.
000660
000670 ENVIRONMENT DIVISION.
000680
000690 INPUT-OUTPUT SECTION.
000700 FILE-CONTROL.
000710*    THE LIVE AUDIT LOG - IN SPLIT MODE, THE NEW LIVE COPY.
000720     SELECT DL985-AUDIT-FILE ASSIGN TO "AUDITIN"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS DL985-WS-AUD-STATUS.
000750
000760*    THE ARCHIVE GENERATIONS, CONCATENATED BY THE JOB STREAM - IN
000770*    SPLIT MODE, THE ONE GENERATION THE SPLIT WROTE.
000780     SELECT DL985-ARCH-FILE ASSIGN TO "ARCHIN"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS DL985-WS-ARCH-STATUS.
000810
000820*    SPLIT MODE ONLY - THE AUDIT LOG AS ROMANHKP READ IT.
000830     SELECT DL985-SPLIT-FILE ASSIGN TO "SPLITIN"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS DL985-WS-SPLT-STATUS.
000860
000870*    AUDIT SEQUENCE CONTROL STORE, AS DEFINED BY ROMANDEF.
000880     SELECT DL985-ACTL-FILE ASSIGN TO "AUDCTL"
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS RANDOM
000910         RECORD KEY IS DL985-ACTL-KEY
000920         FILE STATUS IS DL985-WS-ACTL-STATUS.
000930
000940*    RUN LOCK SHARED WITH ROMAN-NUMERAL-CONV.
000950     SELECT DL985-LOCK-FILE ASSIGN TO "RUNLOCK"
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS DL985-WS-LOCK-STATUS.
000980
000990*    SYSIN CARD - MODE IN COL 1 (F FULL, S SPLIT).
001000     SELECT DL985-PARM-FILE ASSIGN TO "SYSIN"
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS DL985-WS-PARM-STATUS.
001030
001040*    THE GAP CHECK REPORT.
001050     SELECT DL985-RPT-FILE ASSIGN TO "GAPRPT"
001060         ORGANIZATION IS LINE SEQUENTIAL
001070         FILE STATUS IS DL985-WS-RPT-STATUS.
001080
001090*    SORT WORK FILE - PUTS EVERY LINE READ IN SEQUENCE ORDER.
001100     SELECT DL985-SORT-FILE ASSIGN TO "SORTWK".
001110
001120 DATA DIVISION.
001130
001140 FILE SECTION.
001150
001160 FD  DL985-AUDIT-FILE.
001170 01  DL985-AUDIT-RECORD          PIC X(132).
001180
001190 FD  DL985-ARCH-FILE.
001200 01  DL985-ARCH-RECORD           PIC X(132).
001210
001220 FD  DL985-SPLIT-FILE.
001230 01  DL985-SPLIT-RECORD          PIC X(132).
001240
001250*    ONE DL100-ACTL-RECORD AS WRITTEN BY ROMAN-NUMERAL-CONV.
001260 FD  DL985-ACTL-FILE.
001270 01  DL985-ACTL-RECORD.
001280     05  DL985-ACTL-KEY          PIC X(08).
001290     05  DL985-ACTL-LAST-SEQ     PIC 9(08).
001300     05  DL985-ACTL-LAST-CHECK   PIC 9(04).
001310     05  DL985-ACTL-RUN-ID       PIC X(14).
001320     05  FILLER                  PIC X(46).
001321*    THE 'AUDITARC' RECORD ROMANHKP KEEPS - THE LAST LINE ROLLED
001322*    OFF WITH THE OLDEST ARCHIVE GENERATION.
001323 01  DL985-ACTL-ARC-RECORD.
001324     05  DL985-ACTL-ARC-KEY      PIC X(08).
001325     05  DL985-ACTL-ARC-GEN      PIC 9(05).
001326     05  DL985-ACTL-ARC-SEQ      PIC 9(08).
001327     05  DL985-ACTL-ARC-CHECK    PIC 9(04).
001328     05  DL985-ACTL-ARC-DATE     PIC X(08).
001329     05  FILLER                  PIC X(47).
001330
001340 FD  DL985-LOCK-FILE.
001350 01  DL985-LOCK-RECORD.
001360     05  DL985-LOCK-RUN-ID       PIC X(14).
001370     05  FILLER                  PIC X(02).
001380     05  DL985-LOCK-OPT          PIC X(01).
001390     05  FILLER                  PIC X(63).
001400
001410 FD  DL985-PARM-FILE.
001420 01  DL985-PARM-RECORD.
001430     05  DL985-PARM-MODE         PIC X(01).
001440
001450 FD  DL985-RPT-FILE.
001460 01  DL985-RPT-RECORD            PIC X(132).
001470
001480*    ONE SORT RECORD PER LINE READ - ITS SEQUENCE NUMBER (ZERO IF
001490*    IT HAS NONE), THE LINE ITSELF, WHERE IT WAS READ ('L' LIVE OR
001500*    NEW LOG, 'A' ARCHIVE, 'S' THE LOG THE SPLIT READ) AND ITS
001510*    LINE NUMBER THERE.  IDENTICAL LINES SORT TOGETHER.
001520 SD  DL985-SORT-FILE.
001530 01  DL985-SRT-RECORD.
001540     05  DL985-SRT-SEQ           PIC 9(08).
001550     05  DL985-SRT-LINE          PIC X(132).
001560     05  DL985-SRT-SRC           PIC X(01).
001570         88  DL985-SRT-FROM-SPLIT           VALUE 'S'.
001580     05  DL985-SRT-POS           PIC 9(09).
001590
001600 WORKING-STORAGE SECTION.
001610
001620 01  DL985-WS-SWITCHES.
001630     05  DL985-WS-EOF-SW         PIC X(01) VALUE 'N'.
001640         88  DL985-WS-EOF                   VALUE 'Y'.
001650     05  DL985-WS-SRT-EOF-SW     PIC X(01) VALUE 'N'.
001660         88  DL985-WS-SRT-EOF               VALUE 'Y'.
001670     05  DL985-WS-LOCK-SW        PIC X(01) VALUE 'N'.
001680         88  DL985-WS-LOCK-HELD             VALUE 'Y'.
001690     05  DL985-WS-RPT-SW         PIC X(01) VALUE 'N'.
001700         88  DL985-WS-RPT-OPEN              VALUE 'Y'.
001710     05  DL985-WS-ARCH-SW        PIC X(01) VALUE 'N'.
001720         88  DL985-WS-ARCH-READ             VALUE 'Y'.
001730     05  DL985-WS-CTL-SW         PIC X(01) VALUE 'N'.
001740         88  DL985-WS-CTL-FOUND             VALUE 'Y'.
001750     05  DL985-WS-PREV-SW        PIC X(01) VALUE 'N'.
001760         88  DL985-WS-HAVE-PREV             VALUE 'Y'.
001761     05  DL985-WS-FLOOR-SW       PIC X(01) VALUE 'N'.
001762         88  DL985-WS-FLOOR-FOUND           VALUE 'Y'.
001770
001780 01  DL985-WS-AUD-STATUS         PIC X(02) VALUE SPACES.
001790 01  DL985-WS-ARCH-STATUS        PIC X(02) VALUE SPACES.
001800 01  DL985-WS-SPLT-STATUS        PIC X(02) VALUE SPACES.
001810 01  DL985-WS-ACTL-STATUS        PIC X(02) VALUE SPACES.
001820 01  DL985-WS-LOCK-STATUS        PIC X(02) VALUE SPACES.
001830 01  DL985-WS-PARM-STATUS        PIC X(02) VALUE SPACES.
001840 01  DL985-WS-RPT-STATUS         PIC X(02) VALUE SPACES.
001850
001860*    THE MODE FROM THE SYSIN CARD.
001870 01  DL985-WS-MODE               PIC X(01) VALUE SPACE.
001880     88  DL985-WS-FULL                      VALUE 'F'.
001890     88  DL985-WS-SPLIT                     VALUE 'S'.
001900
001910 01  DL985-WS-CURR-DATE-TIME     PIC X(21) VALUE SPACES.
001920 01  DL985-WS-TODAY              PIC X(08) VALUE SPACES.
001930
001940*    ONE AUDIT LINE - A DL100-AUDIT-LINE AS WRITTEN BY
001950*    ROMAN-NUMERAL-CONV, SEEN FOR ITS RUN ID AND ITS SEQUENCE
001960*    NUMBER AND CHECK VALUE.
001970 01  DL985-WS-LINE.
001980     05  FILLER                  PIC X(100).
001990     05  DL985-LN-RUN-ID         PIC X(14).
002000     05  FILLER                  PIC X(04).
002010     05  DL985-LN-SEQ-AREA.
002020         10  FILLER              PIC X(01).
002030         10  DL985-LN-SEQ-X      PIC X(08).
002040         10  DL985-LN-SEQ REDEFINES DL985-LN-SEQ-X
002050                                 PIC 9(08).
002060         10  FILLER              PIC X(01).
002070         10  DL985-LN-CHECK-X    PIC X(04).
002080         10  DL985-LN-CHECK REDEFINES DL985-LN-CHECK-X
002090                                 PIC 9(04).
002100
002110*    WHERE THE LINE IN HAND WAS READ, AND EACH SOURCE'S COUNT.
002120 01  DL985-WS-SRC                PIC X(01) VALUE SPACE.
002130 77  DL985-WS-POS                PIC 9(09) VALUE 0.
002140 77  DL985-WS-LIVE-READ          PIC 9(09) VALUE 0.
002150 77  DL985-WS-ARCH-LINES         PIC 9(09) VALUE 0.
002160 77  DL985-WS-SPLIT-LINES        PIC 9(09) VALUE 0.
002170
002180*    PHYSICAL ORDER WITHIN THE SOURCE BEING READ - THE LAST
002190*    NUMBER SEEN AND THE LOWEST.  THE ARCHIVE GENERATIONS ARE
002200*    CONCATENATED NEWEST FIRST, SO IN FULL MODE A DROP IN THE
002210*    ARCHIVE TO BELOW EVERYTHING SEEN IN IT IS THE START OF THE
002220*    NEXT GENERATION, NOT A LINE OUT OF ORDER.
002230 77  DL985-WS-ORD-LAST           PIC 9(08) VALUE 0.
002240 77  DL985-WS-ORD-LOW            PIC 9(08) VALUE 0.
002250 77  DL985-WS-ARCH-GENS          PIC 9(05) VALUE 0.
002260
002270*    THE LOWEST NUMBERED LINE READ AND ITS RUN - AN UNNUMBERED
002280*    LINE OF THAT RUN OR A LATER ONE WAS WRITTEN AFTER NUMBERING
002290*    BEGAN.
002300 77  DL985-WS-LOW-SEQ            PIC 9(08) VALUE 99999999.
002310 01  DL985-WS-LOW-RUN            PIC X(14) VALUE HIGH-VALUES.
002320
002330*    SPLIT MODE - THE HIGHEST NUMBER IN THE ARCHIVE GENERATION AND
002340*    THE LOWEST IN THE NEW LOG.
002350 77  DL985-WS-ARCH-MAX           PIC 9(08) VALUE 0.
002360 77  DL985-WS-NEW-MIN            PIC 9(08) VALUE 99999999.
002370
002380*    THE CONTROL RECORD, WHEN THERE IS ONE.
002390 77  DL985-WS-CTL-SEQ            PIC 9(08) VALUE 0.
002400 77  DL985-WS-CTL-CHECK          PIC 9(04) VALUE 0.
002410 01  DL985-WS-CTL-RUN            PIC X(14) VALUE SPACES.
002411
002412*    THE ARCHIVE LOW-WATER MARK, ONCE A GENERATION HAS ROLLED OFF.
002413 77  DL985-WS-FLOOR-SEQ          PIC 9(08) VALUE 0.
002414 77  DL985-WS-FLOOR-CHECK        PIC 9(04) VALUE 0.
002420
002430*    THE LAST NUMBERED LINE TAKEN IN SEQUENCE ORDER.
002440 77  DL985-WS-PREV-SEQ           PIC 9(08) VALUE 0.
002450 77  DL985-WS-PREV-CHECK         PIC 9(04) VALUE 0.
002460 01  DL985-WS-PREV-LINE          PIC X(132) VALUE SPACES.
002470 77  DL985-WS-EXPECT             PIC 9(08) VALUE 0.
002480 77  DL985-WS-MISSING            PIC 9(08) VALUE 0.
002490
002500*    SPLIT MODE - ONE GROUP OF IDENTICAL LINES: HOW MANY CAME FROM
002510*    THE OLD LOG AND HOW MANY FROM THE NEW LOG AND ARCHIVE, AND
002520*    WHERE THE FIRST OF EACH WAS READ.
002530 77  DL985-GRP-SEQ               PIC 9(08) VALUE 0.
002540 01  DL985-GRP-LINE              PIC X(132) VALUE SPACES.
002550 77  DL985-GRP-OLD               PIC 9(05) VALUE 0.
002560 77  DL985-GRP-NEW               PIC 9(05) VALUE 0.
002570 77  DL985-GRP-OLD-POS           PIC 9(09) VALUE 0.
002580 01  DL985-GRP-NEW-SRC           PIC X(01) VALUE SPACE.
002590 77  DL985-GRP-NEW-POS           PIC 9(09) VALUE 0.
002600 77  DL985-GRP-DIFF              PIC 9(05) VALUE 0.
002610
002620*    CHECK VALUE WORK FIELDS, AS IN ROMAN-NUMERAL-CONV'S
002630*    6235-COMPUTE-CHECK - ONE BYTE OF THE LINE AT A TIME IS MOVED
002640*    BEHIND A LOW-VALUE BYTE AND TAKEN AS A HALFWORD, GIVING ITS
002650*    CHARACTER CODE.
002660 01  DL985-CHK-PAIR.
002670     05  FILLER                  PIC X(01) VALUE LOW-VALUE.
002680     05  DL985-CHK-BYTE          PIC X(01) VALUE SPACE.
002690 01  DL985-CHK-CODE REDEFINES DL985-CHK-PAIR
002700                                 PIC 9(04) COMP.
002710 77  DL985-CHK-POS               PIC 9(03) VALUE 0.
002720 77  DL985-CHK-ACC               PIC 9(09) VALUE 0.
002730 77  DL985-CHK-QUOT              PIC 9(09) VALUE 0.
002740 77  DL985-CHK-CHECK             PIC 9(04) VALUE 0.
002750
002760*    THE FINDING IN HAND, FOR 8200-WRITE-FINDING.
002770 01  DL985-WS-F-SRC              PIC X(01) VALUE SPACE.
002780 01  DL985-WS-NUM-A              PIC 9(08).
002790 01  DL985-WS-NUM-B              PIC 9(08).
002800 01  DL985-WS-CHK-A              PIC 9(04).
002810 01  DL985-WS-CHK-B              PIC 9(04).
002820
002830*    RUN-WIDE COUNTS FOR THE TRAILER AND THE JOB LOG.
002840 77  DL985-WS-NUMBERED           PIC 9(09) VALUE 0.
002850 77  DL985-WS-LEGACY             PIC 9(09) VALUE 0.
002860 77  DL985-WS-FINDINGS           PIC 9(09) VALUE 0.
002870 77  DL985-WS-GAPS               PIC 9(09) VALUE 0.
002880 77  DL985-WS-GAP-LINES          PIC 9(09) VALUE 0.
002890 77  DL985-WS-DUP-LINES          PIC 9(09) VALUE 0.
002900 77  DL985-WS-DUP-SEQS           PIC 9(09) VALUE 0.
002910 77  DL985-WS-OUT-OF-ORDER       PIC 9(09) VALUE 0.
002920 77  DL985-WS-CHAIN-BREAKS       PIC 9(09) VALUE 0.
002930 77  DL985-WS-UNSEQUENCED        PIC 9(09) VALUE 0.
002940 77  DL985-WS-CTL-FINDINGS       PIC 9(09) VALUE 0.
002950 77  DL985-WS-LOST               PIC 9(09) VALUE 0.
002960 77  DL985-WS-ADDED              PIC 9(09) VALUE 0.
002970 77  DL985-WS-OVERLAPS           PIC 9(09) VALUE 0.
002980
002990*    REPORT LINE LAYOUTS.
003000 01  DL985-RPT-TITLE-LINE.
003010     05  FILLER                  PIC X(38) VALUE
003020             'ROMAN AUDIT LOG GAP CHECK'.
003030     05  FILLER                  PIC X(06) VALUE 'MODE: '.
003040     05  DL985-RPT-H-MODE        PIC X(07).
003050     05  FILLER                  PIC X(04) VALUE SPACES.
003060     05  FILLER                  PIC X(06) VALUE 'DATE: '.
003070     05  DL985-RPT-H-TODAY       PIC X(08).
003080
003090 01  DL985-RPT-COLUMN-LINE.
003100     05  FILLER                  PIC X(20) VALUE 'FINDING'.
003110     05  FILLER                  PIC X(10) VALUE 'SEQUENCE'.
003120     05  FILLER                  PIC X(10) VALUE 'SOURCE'.
003130     05  FILLER                  PIC X(11) VALUE '     LINE'.
003140     05  FILLER                  PIC X(16) VALUE 'RUN ID'.
003150     05  FILLER                  PIC X(04) VALUE 'NOTE'.
003160
003170 01  DL985-RPT-DETAIL-LINE.
003180     05  DL985-RPT-D-FINDING     PIC X(18).
003190     05  FILLER                  PIC X(02) VALUE SPACES.
003200     05  DL985-RPT-D-SEQ         PIC Z(7)9 BLANK WHEN ZERO.
003210     05  FILLER                  PIC X(02) VALUE SPACES.
003220     05  DL985-RPT-D-SOURCE      PIC X(08).
003230     05  FILLER                  PIC X(02) VALUE SPACES.
003240     05  DL985-RPT-D-POS         PIC Z(8)9 BLANK WHEN ZERO.
003250     05  FILLER                  PIC X(02) VALUE SPACES.
003260     05  DL985-RPT-D-RUN-ID      PIC X(14).
003270     05  FILLER                  PIC X(02) VALUE SPACES.
003280     05  DL985-RPT-D-NOTE        PIC X(50).
003290
003300 01  DL985-RPT-TOTAL-LINE.
003310     05  DL985-RPT-T-LABEL       PIC X(30).
003320     05  DL985-RPT-T-VALUE       PIC Z(8)9.
003330
003340 PROCEDURE DIVISION.
003350
003360 0000-MAINLINE.
003370     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003380     IF RETURN-CODE NOT = 0
003390         GO TO 0000-CLOSE
003400     END-IF.
003410     SORT DL985-SORT-FILE
003420         ASCENDING KEY DL985-SRT-SEQ
003430                       DL985-SRT-LINE
003440                       DL985-SRT-SRC
003450                       DL985-SRT-POS
003460         INPUT PROCEDURE IS 2000-GATHER THRU 2000-EXIT
003470         OUTPUT PROCEDURE IS 3000-CHECK THRU 3000-EXIT.
003480     IF RETURN-CODE < 16
003490         PERFORM 8000-WRITE-TRAILER THRU 8000-EXIT
003500     END-IF.
003510 0000-CLOSE.
003520     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003530     DISPLAY 'ROMAN-AUDIT-GAPCHECK: ' DL985-WS-LIVE-READ
003540         ' LIVE, ' DL985-WS-ARCH-LINES ' ARCHIVE, '
003550         DL985-WS-SPLIT-LINES ' SPLIT INPUT LINES - '
003560         DL985-WS-FINDINGS ' FINDINGS'.
003570     DISPLAY 'ROMAN-AUDIT-GAPCHECK: RUN COMPLETE - RC '
003580         RETURN-CODE.
003590     STOP RUN.
003600
003610*-----------------------------------------------------------------
003620* READS THE MODE CARD, TAKES THE RUN LOCK, OPENS THE REPORT AND,
003630* FOR A FULL CHECK, READS THE CONTROL RECORD.  A BAD MODE, A LOCK
003640* HELD BY ANOTHER RUN, OR A CONTROL STORE THAT WILL NOT OPEN ENDS
003650* THE RUN BEFORE ANYTHING IS READ.
003660*-----------------------------------------------------------------
003670 1000-INITIALIZE.
003680     MOVE FUNCTION CURRENT-DATE  TO DL985-WS-CURR-DATE-TIME.
003690     MOVE DL985-WS-CURR-DATE-TIME (1:8) TO DL985-WS-TODAY.
003700     OPEN INPUT DL985-PARM-FILE.
003710     IF DL985-WS-PARM-STATUS = '00'
003720         READ DL985-PARM-FILE
003730             AT END
003740                 MOVE SPACES     TO DL985-PARM-RECORD
003750         END-READ
003760         MOVE DL985-PARM-MODE    TO DL985-WS-MODE
003770         CLOSE DL985-PARM-FILE
003780     END-IF.
003790     IF DL985-WS-MODE = SPACE
003800         MOVE 'F'                TO DL985-WS-MODE
003810     END-IF.
003820     IF NOT DL985-WS-FULL AND NOT DL985-WS-SPLIT
003830         DISPLAY 'ROMAN-AUDIT-GAPCHECK: SYSIN COL 1 MUST BE F '
003840             '(FULL) OR S (SPLIT) - FOUND ' DL985-WS-MODE
003850         MOVE 16                 TO RETURN-CODE
003860         GO TO 1000-EXIT
003870     END-IF.
003880     PERFORM 1050-ACQUIRE-RUN-LOCK THRU 1050-EXIT.
003890     IF RETURN-CODE NOT = 0
003900         GO TO 1000-EXIT
003910     END-IF.
003920     OPEN OUTPUT DL985-RPT-FILE.
003930     IF DL985-WS-RPT-STATUS NOT = '00'
003940         DISPLAY 'ROMAN-AUDIT-GAPCHECK: UNABLE TO OPEN GAPRPT - '
003950             'STATUS ' DL985-WS-RPT-STATUS
003960         MOVE 16                 TO RETURN-CODE
003970         GO TO 1000-EXIT
003980     END-IF.
003990     SET DL985-WS-RPT-OPEN       TO TRUE.
004000     IF DL985-WS-SPLIT
004010         MOVE 'SPLIT'            TO DL985-RPT-H-MODE
004020     ELSE
004030         MOVE 'FULL'             TO DL985-RPT-H-MODE
004040     END-IF.
004050     MOVE DL985-WS-TODAY         TO DL985-RPT-H-TODAY.
004060     MOVE DL985-RPT-TITLE-LINE TO DL985-RPT-RECORD.
004070     WRITE DL985-RPT-RECORD.
004080     MOVE SPACES                 TO DL985-RPT-RECORD.
004090     WRITE DL985-RPT-RECORD.
004100     MOVE DL985-RPT-COLUMN-LINE TO DL985-RPT-RECORD.
004110     WRITE DL985-RPT-RECORD.
004120     IF DL985-WS-FULL
004130         PERFORM 1100-READ-CONTROL THRU 1100-EXIT
004140     END-IF.
004150 1000-EXIT.
004160     EXIT.
004170
004180*-----------------------------------------------------------------
004190* TAKES THE RUN LOCK EXACTLY AS ROMAN-NUMERAL-CONV DOES, WITH THE
004200* MODE (F OR S) AS THE OPTION ON THE LOCK RECORD.  A LOCK LEFT
004210* BEHIND BY AN ABEND IS CLEARED BY THE ROMANUNL JOB.
004220*-----------------------------------------------------------------
004230 1050-ACQUIRE-RUN-LOCK.
004240     OPEN INPUT DL985-LOCK-FILE.
004250     IF DL985-WS-LOCK-STATUS = '00'
004260         READ DL985-LOCK-FILE
004270             AT END
004280                 CONTINUE
004290             NOT AT END
004300                 DISPLAY 'ROMAN-AUDIT-GAPCHECK: ANOTHER RUN '
004310                     'HOLDS THE RUN LOCK - RUN ID '
004320                     DL985-LOCK-RUN-ID ' OPTION '
004330                     DL985-LOCK-OPT
004340                 DISPLAY 'ROMAN-AUDIT-GAPCHECK: IF THAT RUN '
004350                     'ABENDED, CLEAR THE LOCK WITH THE '
004360                     'ROMANUNL JOB AND RESUBMIT'
004370                 MOVE 12         TO RETURN-CODE
004380                 CLOSE DL985-LOCK-FILE
004390                 GO TO 1050-EXIT
004400         END-READ
004410         CLOSE DL985-LOCK-FILE
004420     END-IF.
004430     OPEN OUTPUT DL985-LOCK-FILE.
004440     IF DL985-WS-LOCK-STATUS NOT = '00'
004450         DISPLAY 'ROMAN-AUDIT-GAPCHECK: UNABLE TO TAKE THE RUN '
004460             'LOCK - STATUS ' DL985-WS-LOCK-STATUS
004470         MOVE 12                 TO RETURN-CODE
004480         GO TO 1050-EXIT
004490     END-IF.
004500     MOVE SPACES                 TO DL985-LOCK-RECORD.
004510     MOVE DL985-WS-CURR-DATE-TIME (1:14) TO DL985-LOCK-RUN-ID.
004520     MOVE DL985-WS-MODE          TO DL985-LOCK-OPT.
004530     WRITE DL985-LOCK-RECORD.
004540     CLOSE DL985-LOCK-FILE.
004550     SET DL985-WS-LOCK-HELD      TO TRUE.
004560 1050-EXIT.
004570     EXIT.
004580
004590*-----------------------------------------------------------------
004600* READS THE CONTROL RECORD.  A STORE NEVER WRITTEN, OR ONE WITH
004610* NO RECORD, MEANS NUMBERING HAS NOT BEGUN - 3190-CHECK-CONTROL
004620* REPORTS IT IF NUMBERED LINES ARE FOUND ALL THE SAME.  THEN
004621* READS THE ARCHIVE LOW-WATER MARK - NONE UNTIL ROMANHKP HAS
004622* ROLLED A NUMBERED GENERATION OFF THE ARCHIVE.
004630*-----------------------------------------------------------------
004640 1100-READ-CONTROL.
004650     OPEN INPUT DL985-ACTL-FILE.
004660     IF DL985-WS-ACTL-STATUS = '35'
004670         GO TO 1100-EXIT
004680     END-IF.
004690     IF DL985-WS-ACTL-STATUS NOT = '00'
004700         DISPLAY 'ROMAN-AUDIT-GAPCHECK: UNABLE TO OPEN AUDCTL - '
004710             'STATUS ' DL985-WS-ACTL-STATUS
004720         MOVE 16                 TO RETURN-CODE
004730         GO TO 1100-EXIT
004740     END-IF.
004750     MOVE 'AUDITLOG'             TO DL985-ACTL-KEY.
004760     READ DL985-ACTL-FILE
004770         INVALID KEY
004780             CONTINUE
004790         NOT INVALID KEY
004800             SET DL985-WS-CTL-FOUND TO TRUE
004810             MOVE DL985-ACTL-LAST-SEQ   TO DL985-WS-CTL-SEQ
004820             MOVE DL985-ACTL-LAST-CHECK TO DL985-WS-CTL-CHECK
004830             MOVE DL985-ACTL-RUN-ID     TO DL985-WS-CTL-RUN
004840     END-READ.
004841     MOVE 'AUDITARC'             TO DL985-ACTL-ARC-KEY.
004842     READ DL985-ACTL-FILE
004843         INVALID KEY
004844             CONTINUE
004845         NOT INVALID KEY
004846             IF DL985-ACTL-ARC-SEQ > 0
004847                 SET DL985-WS-FLOOR-FOUND TO TRUE
004848                 MOVE DL985-ACTL-ARC-SEQ   TO DL985-WS-FLOOR-SEQ
004849                 MOVE DL985-ACTL-ARC-CHECK TO DL985-WS-FLOOR-CHECK
004851             END-IF
004852     END-READ.
004853     CLOSE DL985-ACTL-FILE.
004860 1100-EXIT.
004870     EXIT.
004880
004890*-----------------------------------------------------------------
004900* SORT INPUT PROCEDURE.  A FULL CHECK READS THE LIVE LOG, THEN THE
004910* ARCHIVE GENERATIONS - AN UNOPENABLE LIVE LOG IS AN ERROR, AN
004920* ABSENT ARCHIVE IS NOTED AND THE LIVE LOG IS CHECKED ALONE.  A
004930* SPLIT CHECK READS THE LOG THE SPLIT READ, THE NEW LOG AND THE
004940* NEW ARCHIVE GENERATION, AND NEEDS ALL THREE.
004950*-----------------------------------------------------------------
004960 2000-GATHER.
004970     IF DL985-WS-SPLIT
004980         OPEN INPUT DL985-SPLIT-FILE
004990         IF DL985-WS-SPLT-STATUS NOT = '00'
005000             DISPLAY 'ROMAN-AUDIT-GAPCHECK: UNABLE TO OPEN '
005010                 'SPLITIN - STATUS ' DL985-WS-SPLT-STATUS
005020             MOVE 16             TO RETURN-CODE
005030             GO TO 2000-EXIT
005040         END-IF
005050         PERFORM 2010-START-SOURCE THRU 2010-EXIT
005060         PERFORM 2130-GATHER-ONE-SPLIT-LINE THRU 2130-EXIT
005070             UNTIL DL985-WS-EOF
005080         CLOSE DL985-SPLIT-FILE
005090     END-IF.
005100     OPEN INPUT DL985-AUDIT-FILE.
005110     IF DL985-WS-AUD-STATUS NOT = '00'
005120         DISPLAY 'ROMAN-AUDIT-GAPCHECK: UNABLE TO OPEN '
005130             'AUDITIN - STATUS ' DL985-WS-AUD-STATUS
005140         MOVE 16                 TO RETURN-CODE
005150         GO TO 2000-EXIT
005160     END-IF.
005170     PERFORM 2010-START-SOURCE THRU 2010-EXIT.
005180     PERFORM 2100-GATHER-ONE-LIVE-LINE THRU 2100-EXIT
005190         UNTIL DL985-WS-EOF.
005200     CLOSE DL985-AUDIT-FILE.
005210     OPEN INPUT DL985-ARCH-FILE.
005220     IF DL985-WS-ARCH-STATUS NOT = '00'
005230         IF DL985-WS-SPLIT
005240             DISPLAY 'ROMAN-AUDIT-GAPCHECK: UNABLE TO OPEN '
005250                 'ARCHIN - STATUS ' DL985-WS-ARCH-STATUS
005260             MOVE 16             TO RETURN-CODE
005270         ELSE
005280             DISPLAY 'ROMAN-AUDIT-GAPCHECK: ARCHIVE NOT '
005290                 'AVAILABLE - STATUS ' DL985-WS-ARCH-STATUS
005300                 ' - LIVE LOG ONLY'
005310         END-IF
005320         GO TO 2000-EXIT
005330     END-IF.
005340     SET DL985-WS-ARCH-READ      TO TRUE.
005350     PERFORM 2010-START-SOURCE THRU 2010-EXIT.
005360     PERFORM 2150-GATHER-ONE-ARCH-LINE THRU 2150-EXIT
005370         UNTIL DL985-WS-EOF.
005380     CLOSE DL985-ARCH-FILE.
005390 2000-EXIT.
005400     EXIT.
005410
005420 2010-START-SOURCE.
005430     MOVE 'N'                    TO DL985-WS-EOF-SW.
005440     MOVE 0                      TO DL985-WS-ORD-LAST.
005450     MOVE 99999999               TO DL985-WS-ORD-LOW.
005460 2010-EXIT.
005470     EXIT.
005480
005490 2100-GATHER-ONE-LIVE-LINE.
005500     READ DL985-AUDIT-FILE
005510         AT END
005520             MOVE 'Y'            TO DL985-WS-EOF-SW
005530     END-READ.
005540     IF DL985-WS-EOF
005550         GO TO 2100-EXIT
005560     END-IF.
005570     ADD 1                       TO DL985-WS-LIVE-READ.
005580     MOVE DL985-WS-LIVE-READ     TO DL985-WS-POS.
005590     MOVE 'L'                    TO DL985-WS-SRC.
005600     MOVE DL985-AUDIT-RECORD     TO DL985-WS-LINE.
005610     PERFORM 2200-TAKE-LINE THRU 2200-EXIT.
005620 2100-EXIT.
005630     EXIT.
005640
005650 2130-GATHER-ONE-SPLIT-LINE.
005660     READ DL985-SPLIT-FILE
005670         AT END
005680             MOVE 'Y'            TO DL985-WS-EOF-SW
005690     END-READ.
005700     IF DL985-WS-EOF
005710         GO TO 2130-EXIT
005720     END-IF.
005730     ADD 1                       TO DL985-WS-SPLIT-LINES.
005740     MOVE DL985-WS-SPLIT-LINES   TO DL985-WS-POS.
005750     MOVE 'S'                    TO DL985-WS-SRC.
005760     MOVE DL985-SPLIT-RECORD     TO DL985-WS-LINE.
005770     PERFORM 2200-TAKE-LINE THRU 2200-EXIT.
005780 2130-EXIT.
005790     EXIT.
005800
005810 2150-GATHER-ONE-ARCH-LINE.
005820     READ DL985-ARCH-FILE
005830         AT END
005840             MOVE 'Y'            TO DL985-WS-EOF-SW
005850     END-READ.
005860     IF DL985-WS-EOF
005870         GO TO 2150-EXIT
005880     END-IF.
005890     ADD 1                       TO DL985-WS-ARCH-LINES.
005900     MOVE DL985-WS-ARCH-LINES    TO DL985-WS-POS.
005910     MOVE 'A'                    TO DL985-WS-SRC.
005920     MOVE DL985-ARCH-RECORD      TO DL985-WS-LINE.
005930     PERFORM 2200-TAKE-LINE THRU 2200-EXIT.
005940 2150-EXIT.
005950     EXIT.
005960
005970*-----------------------------------------------------------------
005980* ONE LINE READ.  A LINE WITHOUT A NUMERIC, NON-ZERO SEQUENCE
005990* NUMBER IS RELEASED AS NUMBER ZERO AND JUDGED IN THE OUTPUT
006000* PROCEDURE.  A NUMBERED LINE IS CHECKED AGAINST THE LINE BEFORE
006010* IT IN ITS DATA SET, AND NOTED FOR THE LOWEST NUMBER AND, IN A
006020* SPLIT CHECK, FOR THE OVERLAP OF THE ARCHIVE AND THE NEW LOG.
006030*-----------------------------------------------------------------
006040 2200-TAKE-LINE.
006050     MOVE SPACES                 TO DL985-SRT-RECORD.
006060     MOVE DL985-WS-LINE          TO DL985-SRT-LINE.
006070     MOVE DL985-WS-SRC           TO DL985-SRT-SRC.
006080     MOVE DL985-WS-POS           TO DL985-SRT-POS.
006090     MOVE 0                      TO DL985-SRT-SEQ.
006100     IF DL985-LN-SEQ-X NOT NUMERIC
006110         GO TO 2200-RELEASE
006120     END-IF.
006130     IF DL985-LN-SEQ = 0
006140         GO TO 2200-RELEASE
006150     END-IF.
006160     MOVE DL985-LN-SEQ           TO DL985-SRT-SEQ.
006170     PERFORM 2250-CHECK-ORDER THRU 2250-EXIT.
006180     IF DL985-LN-SEQ < DL985-WS-LOW-SEQ
006190         MOVE DL985-LN-SEQ       TO DL985-WS-LOW-SEQ
006200         MOVE DL985-LN-RUN-ID    TO DL985-WS-LOW-RUN
006210     END-IF.
006220     IF DL985-WS-SRC = 'A'
006230        AND DL985-LN-SEQ > DL985-WS-ARCH-MAX
006240         MOVE DL985-LN-SEQ       TO DL985-WS-ARCH-MAX
006250     END-IF.
006260     IF DL985-WS-SRC = 'L'
006270        AND DL985-LN-SEQ < DL985-WS-NEW-MIN
006280         MOVE DL985-LN-SEQ       TO DL985-WS-NEW-MIN
006290     END-IF.
006300 2200-RELEASE.
006310     RELEASE DL985-SRT-RECORD.
006320 2200-EXIT.
006330     EXIT.
006340
006350*-----------------------------------------------------------------
006360* A NUMBER BELOW THE ONE BEFORE IT IN THE SAME DATA SET IS OUT OF
006370* ORDER - EXCEPT, IN A FULL CHECK'S ARCHIVE, A DROP TO BELOW ALL
006380* SEEN SO FAR, WHICH IS THE NEXT (OLDER) GENERATION STARTING.  AN
006390* EQUAL NUMBER IS LEFT FOR THE DUPLICATE CHECK.
006400*-----------------------------------------------------------------
006410 2250-CHECK-ORDER.
006420     IF DL985-LN-SEQ < DL985-WS-ORD-LAST
006430         IF DL985-WS-FULL AND DL985-WS-SRC = 'A'
006440            AND DL985-LN-SEQ < DL985-WS-ORD-LOW
006450             ADD 1               TO DL985-WS-ARCH-GENS
006460         ELSE
006470             ADD 1               TO DL985-WS-OUT-OF-ORDER
006480             MOVE DL985-WS-ORD-LAST TO DL985-WS-NUM-A
006490             MOVE SPACES         TO DL985-RPT-D-NOTE
006500             STRING 'BELOW LINE ' DELIMITED BY SIZE
006510                    DL985-WS-NUM-A DELIMITED BY SIZE
006520                    ' BEFORE IT' DELIMITED BY SIZE
006530                 INTO DL985-RPT-D-NOTE
006540             MOVE 'OUT OF ORDER' TO DL985-RPT-D-FINDING
006550             MOVE DL985-LN-SEQ   TO DL985-RPT-D-SEQ
006560             MOVE DL985-WS-SRC   TO DL985-WS-F-SRC
006570             MOVE DL985-WS-POS   TO DL985-RPT-D-POS
006580             MOVE DL985-LN-RUN-ID TO DL985-RPT-D-RUN-ID
006590             PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
006600         END-IF
006610     END-IF.
006620     MOVE DL985-LN-SEQ           TO DL985-WS-ORD-LAST.
006630     IF DL985-LN-SEQ < DL985-WS-ORD-LOW
006640         MOVE DL985-LN-SEQ       TO DL985-WS-ORD-LOW
006650     END-IF.
006660 2250-EXIT.
006670     EXIT.
006680
006690*-----------------------------------------------------------------
006700* SORT OUTPUT PROCEDURE - EVERY LINE READ, IN SEQUENCE NUMBER
006710* ORDER WITH THE UNNUMBERED LINES FIRST.
006720*-----------------------------------------------------------------
006730 3000-CHECK.
006740     IF RETURN-CODE NOT = 0
006750         GO TO 3000-EXIT
006760     END-IF.
006770     PERFORM 3900-RETURN-LINE THRU 3900-EXIT.
006780     IF DL985-WS-SPLIT
006790         PERFORM 3500-COMPARE-ONE-GROUP THRU 3500-EXIT
006800             UNTIL DL985-WS-SRT-EOF
006810         PERFORM 3590-CHECK-OVERLAP THRU 3590-EXIT
006820     ELSE
006830         PERFORM 3100-CHECK-ONE-LINE THRU 3100-EXIT
006840             UNTIL DL985-WS-SRT-EOF
006850         PERFORM 3190-CHECK-CONTROL THRU 3190-EXIT
006860     END-IF.
006870 3000-EXIT.
006880     EXIT.
006890
006900*-----------------------------------------------------------------
006910* FULL CHECK - ONE LINE.  A SECOND LINE WITH THE NUMBER JUST SEEN
006920* IS A DUPLICATE.  A NUMBER PAST THE ONE EXPECTED LEAVES A GAP,
006930* AND THE LINE'S CHAIN CANNOT BE PROVED - THE LINE BEFORE IT IS
006940* GONE.  OTHERWISE THE LINE'S CHECK VALUE MUST FOLLOW FROM THE
006950* STORED CHECK VALUE OF THE LINE BEFORE IT AND ITS OWN COLS 1-128.
006960* A LINE EDITED IN PLACE BREAKS ITS OWN CHAIN; ONE EDITED AND
006970* GIVEN A NEW CHECK VALUE BREAKS THE CHAIN OF THE LINE AFTER IT.
006971* WITH THE ARCHIVE READ AND A LOW-WATER MARK ON AUDCTL, THE FIRST
006972* LINE FOLLOWS THE MARK AND ITS CHAIN FROM THE MARK'S CHECK VALUE;
006973* A LINE AT OR BELOW THE MARK STILL ON THE ARCHIVE IS ONLY TAKEN
006974* AS THE STARTING POINT.
006980*-----------------------------------------------------------------
006990 3100-CHECK-ONE-LINE.
007000     MOVE DL985-SRT-LINE         TO DL985-WS-LINE.
007010     IF DL985-SRT-SEQ = 0
007020         PERFORM 3150-JUDGE-UNNUMBERED THRU 3150-EXIT
007030         GO TO 3100-NEXT
007040     END-IF.
007050     IF DL985-WS-HAVE-PREV
007060        AND DL985-SRT-SEQ = DL985-WS-PREV-SEQ
007070         PERFORM 3160-REPORT-DUPLICATE THRU 3160-EXIT
007080         GO TO 3100-NEXT
007090     END-IF.
007100     ADD 1                       TO DL985-WS-NUMBERED.
007101     IF NOT DL985-WS-HAVE-PREV
007102        AND DL985-WS-ARCH-READ
007103        AND DL985-WS-FLOOR-FOUND
007104         IF DL985-SRT-SEQ NOT > DL985-WS-FLOOR-SEQ
007105             GO TO 3100-KEEP
007106         END-IF
007107         MOVE DL985-WS-FLOOR-SEQ   TO DL985-WS-PREV-SEQ
007108         MOVE DL985-WS-FLOOR-CHECK TO DL985-WS-PREV-CHECK
007109     END-IF.
007110     COMPUTE DL985-WS-EXPECT = DL985-WS-PREV-SEQ + 1.
007120     IF DL985-SRT-SEQ > DL985-WS-EXPECT
007130         PERFORM 3170-REPORT-GAP THRU 3170-EXIT
007140     ELSE
007150         PERFORM 3180-CHECK-CHAIN THRU 3180-EXIT
007160     END-IF.
007165 3100-KEEP.
007170     MOVE DL985-SRT-SEQ          TO DL985-WS-PREV-SEQ.
007180     MOVE DL985-SRT-LINE         TO DL985-WS-PREV-LINE.
007190     IF DL985-LN-CHECK-X NUMERIC
007200         MOVE DL985-LN-CHECK     TO DL985-WS-PREV-CHECK
007210     ELSE
007220         MOVE 0                  TO DL985-WS-PREV-CHECK
007230     END-IF.
007240     SET DL985-WS-HAVE-PREV      TO TRUE.
007250 3100-NEXT.
007260     PERFORM 3900-RETURN-LINE THRU 3900-EXIT.
007270 3100-EXIT.
007280     EXIT.
007290
007300*-----------------------------------------------------------------
007310* AN UNNUMBERED LINE.  ONE WRITTEN BEFORE NUMBERING BEGAN - BLANK
007320* IN COLS 119-132 AND OF A RUN BEFORE THE RUN OF THE LOWEST
007330* NUMBERED LINE - IS ONLY COUNTED.  ANY OTHER HAS LOST ITS NUMBER
007340* OR WAS NEVER GIVEN ONE.
007350*-----------------------------------------------------------------
007360 3150-JUDGE-UNNUMBERED.
007370     IF DL985-LN-SEQ-AREA = SPACES
007380        AND DL985-LN-RUN-ID < DL985-WS-LOW-RUN
007390         ADD 1                   TO DL985-WS-LEGACY
007400         GO TO 3150-EXIT
007410     END-IF.
007420     ADD 1                       TO DL985-WS-UNSEQUENCED.
007430     MOVE 'UNSEQUENCED LINE'     TO DL985-RPT-D-FINDING.
007440     MOVE 0                      TO DL985-RPT-D-SEQ.
007450     IF DL985-LN-SEQ-AREA = SPACES
007460         MOVE 'NO SEQUENCE NUMBER ON A LINE OF A NUMBERED RUN'
007470             TO DL985-RPT-D-NOTE
007480     ELSE
007490         MOVE SPACES             TO DL985-RPT-D-NOTE
007500         STRING 'SEQUENCE FIELD READS ' DELIMITED BY SIZE
007510                DL985-LN-SEQ-X   DELIMITED BY SIZE
007520             INTO DL985-RPT-D-NOTE
007530     END-IF.
007540     PERFORM 8210-FINDING-FROM-SORT THRU 8210-EXIT.
007550 3150-EXIT.
007560     EXIT.
007570
007580 3160-REPORT-DUPLICATE.
007590     IF DL985-SRT-LINE = DL985-WS-PREV-LINE
007600         ADD 1                   TO DL985-WS-DUP-LINES
007610         MOVE 'DUPLICATE LINE'   TO DL985-RPT-D-FINDING
007620         MOVE 'THE SAME LINE APPEARS AGAIN'
007630             TO DL985-RPT-D-NOTE
007640     ELSE
007650         ADD 1                   TO DL985-WS-DUP-SEQS
007660         MOVE 'DUPLICATE SEQUENCE' TO DL985-RPT-D-FINDING
007670         MOVE 'A DIFFERENT LINE CARRIES THE SAME NUMBER'
007680             TO DL985-RPT-D-NOTE
007690     END-IF.
007700     MOVE DL985-SRT-SEQ          TO DL985-RPT-D-SEQ.
007710     PERFORM 8210-FINDING-FROM-SORT THRU 8210-EXIT.
007720 3160-EXIT.
007730     EXIT.
007740
007750*-----------------------------------------------------------------
007760* NUMBERS MISSING BEFORE THE LINE IN HAND.  A LIVE LOG READ
007770* WITHOUT THE ARCHIVE IS EXPECTED TO START PAST LINE 1, SO THE
007780* NUMBERS BEFORE ITS FIRST LINE ARE NOT REPORTED THEN.  WITH THE
007781* ARCHIVE, THE FIRST LINE IS EXPECTED TO BE THE ONE AFTER THE
007782* LOW-WATER MARK (3100-CHECK-ONE-LINE STARTS FROM IT), OR LINE 1
007783* WHEN NO GENERATION HAS ROLLED OFF.
007790*-----------------------------------------------------------------
007800 3170-REPORT-GAP.
007810     IF NOT DL985-WS-HAVE-PREV
007820        AND NOT DL985-WS-ARCH-READ
007830         GO TO 3170-EXIT
007840     END-IF.
007850     COMPUTE DL985-WS-MISSING = DL985-SRT-SEQ - DL985-WS-EXPECT.
007860     ADD 1                       TO DL985-WS-GAPS.
007870     ADD DL985-WS-MISSING        TO DL985-WS-GAP-LINES.
007880     COMPUTE DL985-WS-NUM-A = DL985-SRT-SEQ - 1.
007890     MOVE DL985-WS-MISSING       TO DL985-WS-NUM-B.
007900     MOVE SPACES                 TO DL985-RPT-D-NOTE.
007910     STRING 'MISSING THRU ' DELIMITED BY SIZE
007920            DL985-WS-NUM-A      DELIMITED BY SIZE
007930            ' ('                DELIMITED BY SIZE
007940            DL985-WS-NUM-B      DELIMITED BY SIZE
007950            ' LINES)'           DELIMITED BY SIZE
007960         INTO DL985-RPT-D-NOTE.
007970     MOVE 'GAP'                  TO DL985-RPT-D-FINDING.
007980     MOVE DL985-WS-EXPECT        TO DL985-RPT-D-SEQ.
007990     PERFORM 8210-FINDING-FROM-SORT THRU 8210-EXIT.
008000 3170-EXIT.
008010     EXIT.
008020
008030 3180-CHECK-CHAIN.
008040     COMPUTE DL985-CHK-ACC = DL985-WS-PREV-CHECK * 7919.
008050     PERFORM 3185-ADD-ONE-BYTE THRU 3185-EXIT
008060         VARYING DL985-CHK-POS FROM 1 BY 1
008070         UNTIL DL985-CHK-POS > 128.
008080     DIVIDE DL985-CHK-ACC BY 9973 GIVING DL985-CHK-QUOT
008090         REMAINDER DL985-CHK-CHECK.
008100     IF DL985-LN-CHECK-X NUMERIC
008110         IF DL985-LN-CHECK = DL985-CHK-CHECK
008120             GO TO 3180-EXIT
008130         END-IF
008140     END-IF.
008150     ADD 1                       TO DL985-WS-CHAIN-BREAKS.
008160     MOVE DL985-CHK-CHECK        TO DL985-WS-CHK-A.
008170     MOVE SPACES                 TO DL985-RPT-D-NOTE.
008180     STRING 'CHECK VALUE ' DELIMITED BY SIZE
008190            DL985-LN-CHECK-X    DELIMITED BY SIZE
008200            ' - EXPECTED '      DELIMITED BY SIZE
008210            DL985-WS-CHK-A      DELIMITED BY SIZE
008220         INTO DL985-RPT-D-NOTE.
008230     MOVE 'CHAIN BROKEN'         TO DL985-RPT-D-FINDING.
008240     MOVE DL985-SRT-SEQ          TO DL985-RPT-D-SEQ.
008250     PERFORM 8210-FINDING-FROM-SORT THRU 8210-EXIT.
008260 3180-EXIT.
008270     EXIT.
008280
008290 3185-ADD-ONE-BYTE.
008300     MOVE DL985-SRT-LINE (DL985-CHK-POS:1) TO DL985-CHK-BYTE.
008310     COMPUTE DL985-CHK-ACC = DL985-CHK-ACC
008320                           + DL985-CHK-CODE * DL985-CHK-POS.
008330 3185-EXIT.
008340     EXIT.
008350
008360*-----------------------------------------------------------------
008370* FULL CHECK - THE LAST NUMBERED LINE AGAINST THE CONTROL RECORD.
008380*-----------------------------------------------------------------
008390 3190-CHECK-CONTROL.
008400     MOVE 'C'                    TO DL985-WS-F-SRC.
008410     MOVE 0                      TO DL985-RPT-D-POS.
008420     MOVE DL985-WS-CTL-RUN       TO DL985-RPT-D-RUN-ID.
008430     IF NOT DL985-WS-CTL-FOUND
008440         IF DL985-WS-NUMBERED > 0
008450             ADD 1               TO DL985-WS-CTL-FINDINGS
008460             MOVE 'NO CONTROL RECORD' TO DL985-RPT-D-FINDING
008470             MOVE DL985-WS-PREV-SEQ TO DL985-RPT-D-SEQ
008480             MOVE SPACES         TO DL985-RPT-D-RUN-ID
008490             MOVE 'NUMBERED LINES BUT NO AUDCTL RECORD'
008500                 TO DL985-RPT-D-NOTE
008510             PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
008520         END-IF
008530         GO TO 3190-EXIT
008540     END-IF.
008550     MOVE DL985-WS-CTL-SEQ       TO DL985-WS-NUM-A.
008560     IF DL985-WS-CTL-SEQ > DL985-WS-PREV-SEQ
008570         ADD 1                   TO DL985-WS-CTL-FINDINGS
008580         COMPUTE DL985-RPT-D-SEQ = DL985-WS-PREV-SEQ + 1
008590         MOVE 'TAIL MISSING'     TO DL985-RPT-D-FINDING
008600         MOVE SPACES             TO DL985-RPT-D-NOTE
008610         STRING 'CONTROL RECORDS LINE ' DELIMITED BY SIZE
008620                DL985-WS-NUM-A  DELIMITED BY SIZE
008630                ' AS LAST WRITTEN' DELIMITED BY SIZE
008640             INTO DL985-RPT-D-NOTE
008650         PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
008660         GO TO 3190-EXIT
008670     END-IF.
008680     IF DL985-WS-CTL-SEQ < DL985-WS-PREV-SEQ
008690         ADD 1                   TO DL985-WS-CTL-FINDINGS
008700         COMPUTE DL985-RPT-D-SEQ = DL985-WS-CTL-SEQ + 1
008710         MOVE 'BEYOND CONTROL'   TO DL985-RPT-D-FINDING
008720         MOVE SPACES             TO DL985-RPT-D-NOTE
008730         STRING 'LINES PAST THE CONTROL RECORD''S '
008740                                 DELIMITED BY SIZE
008750                DL985-WS-NUM-A  DELIMITED BY SIZE
008760             INTO DL985-RPT-D-NOTE
008770         PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
008780         GO TO 3190-EXIT
008790     END-IF.
008800     IF DL985-WS-CTL-SEQ > 0
008810        AND DL985-WS-CTL-CHECK NOT = DL985-WS-PREV-CHECK
008820         ADD 1                   TO DL985-WS-CTL-FINDINGS
008830         MOVE DL985-WS-CTL-SEQ   TO DL985-RPT-D-SEQ
008840         MOVE 'CONTROL MISMATCH' TO DL985-RPT-D-FINDING
008850         MOVE DL985-WS-CTL-CHECK TO DL985-WS-CHK-A
008860         MOVE DL985-WS-PREV-CHECK TO DL985-WS-CHK-B
008870         MOVE SPACES             TO DL985-RPT-D-NOTE
008880         STRING 'CONTROL CHECK VALUE ' DELIMITED BY SIZE
008890                DL985-WS-CHK-A  DELIMITED BY SIZE
008900                ', LAST LINE '  DELIMITED BY SIZE
008910                DL985-WS-CHK-B  DELIMITED BY SIZE
008920             INTO DL985-RPT-D-NOTE
008930         PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
008940     END-IF.
008950 3190-EXIT.
008960     EXIT.
008970
008980*-----------------------------------------------------------------
008990* SPLIT CHECK - ONE GROUP OF IDENTICAL LINES.  EVERY COPY ON THE
009000* LOG THE SPLIT READ MUST BE MATCHED BY ONE COPY ON THE NEW LOG
009010* OR THE ARCHIVE, AND NO MORE.
009020*-----------------------------------------------------------------
009030 3500-COMPARE-ONE-GROUP.
009040     MOVE DL985-SRT-SEQ          TO DL985-GRP-SEQ.
009050     MOVE DL985-SRT-LINE         TO DL985-GRP-LINE.
009060     MOVE 0                      TO DL985-GRP-OLD
009070                                    DL985-GRP-NEW
009080                                    DL985-GRP-OLD-POS
009090                                    DL985-GRP-NEW-POS.
009100     MOVE SPACE                  TO DL985-GRP-NEW-SRC.
009110     PERFORM 3510-COUNT-ONE-COPY THRU 3510-EXIT
009120         UNTIL DL985-WS-SRT-EOF
009130            OR DL985-SRT-SEQ NOT = DL985-GRP-SEQ
009140            OR DL985-SRT-LINE NOT = DL985-GRP-LINE.
009150     IF DL985-GRP-OLD = DL985-GRP-NEW
009160         GO TO 3500-EXIT
009170     END-IF.
009180     MOVE DL985-GRP-LINE         TO DL985-WS-LINE.
009190     MOVE DL985-GRP-SEQ          TO DL985-RPT-D-SEQ.
009200     MOVE DL985-LN-RUN-ID        TO DL985-RPT-D-RUN-ID.
009210     IF DL985-GRP-OLD > DL985-GRP-NEW
009220         COMPUTE DL985-GRP-DIFF = DL985-GRP-OLD - DL985-GRP-NEW
009230         ADD DL985-GRP-DIFF      TO DL985-WS-LOST
009240         MOVE 'LOST IN SPLIT'    TO DL985-RPT-D-FINDING
009250         MOVE 'S'                TO DL985-WS-F-SRC
009260         MOVE DL985-GRP-OLD-POS  TO DL985-RPT-D-POS
009270         MOVE 'ON THE OLD LOG, NOT ON THE NEW LOG OR THE ARCHIVE'
009280             TO DL985-RPT-D-NOTE
009290     ELSE
009300         COMPUTE DL985-GRP-DIFF = DL985-GRP-NEW - DL985-GRP-OLD
009310         ADD DL985-GRP-DIFF      TO DL985-WS-ADDED
009320         MOVE 'ADDED IN SPLIT'   TO DL985-RPT-D-FINDING
009330         MOVE DL985-GRP-NEW-SRC  TO DL985-WS-F-SRC
009340         MOVE DL985-GRP-NEW-POS  TO DL985-RPT-D-POS
009350         MOVE 'MORE COPIES THAN ON THE OLD LOG'
009360             TO DL985-RPT-D-NOTE
009370     END-IF.
009380     PERFORM 8200-WRITE-FINDING THRU 8200-EXIT.
009390 3500-EXIT.
009400     EXIT.
009410
009420 3510-COUNT-ONE-COPY.
009430     IF DL985-SRT-FROM-SPLIT
009440         ADD 1                   TO DL985-GRP-OLD
009450         IF DL985-GRP-OLD-POS = 0
009460             MOVE DL985-SRT-POS  TO DL985-GRP-OLD-POS
009470         END-IF
009480     ELSE
009490         ADD 1                   TO DL985-GRP-NEW
009500         IF DL985-GRP-NEW-POS = 0
009510             MOVE DL985-SRT-SRC  TO DL985-GRP-NEW-SRC
009520             MOVE DL985-SRT-POS  TO DL985-GRP-NEW-POS
009530         END-IF
009540     END-IF.
009550     PERFORM 3900-RETURN-LINE THRU 3900-EXIT.
009560 3510-EXIT.
009570     EXIT.
009580
009590*-----------------------------------------------------------------
009600* SPLIT CHECK - EVERY NUMBERED LINE ARCHIVED MUST COME BEFORE
009610* EVERY NUMBERED LINE KEPT.
009620*-----------------------------------------------------------------
009630 3590-CHECK-OVERLAP.
009640     IF DL985-WS-ARCH-MAX = 0
009650        OR DL985-WS-ARCH-MAX < DL985-WS-NEW-MIN
009660         GO TO 3590-EXIT
009670     END-IF.
009680     ADD 1                       TO DL985-WS-OVERLAPS.
009690     MOVE 'SPLIT OVERLAP'        TO DL985-RPT-D-FINDING.
009700     MOVE DL985-WS-ARCH-MAX      TO DL985-RPT-D-SEQ.
009710     MOVE 'A'                    TO DL985-WS-F-SRC.
009720     MOVE 0                      TO DL985-RPT-D-POS.
009730     MOVE SPACES                 TO DL985-RPT-D-RUN-ID.
009740     MOVE DL985-WS-NEW-MIN       TO DL985-WS-NUM-A.
009750     MOVE SPACES                 TO DL985-RPT-D-NOTE.
009760     STRING 'ARCHIVED PAST THE NEW LOG''S FIRST LINE '
009770                                 DELIMITED BY SIZE
009780            DL985-WS-NUM-A      DELIMITED BY SIZE
009790         INTO DL985-RPT-D-NOTE.
009800     PERFORM 8200-WRITE-FINDING THRU 8200-EXIT.
009810 3590-EXIT.
009820     EXIT.
009830
009840 3900-RETURN-LINE.
009850     RETURN DL985-SORT-FILE
009860         AT END
009870             SET DL985-WS-SRT-EOF TO TRUE
009880     END-RETURN.
009890 3900-EXIT.
009900     EXIT.
009910
009920*-----------------------------------------------------------------
009930* WRITES THE TOTALS AND THE CLOSING LINE, AND SETS CONDITION CODE
009940* 8 IF ANYTHING WAS FOUND.
009950*-----------------------------------------------------------------
009960 8000-WRITE-TRAILER.
009970     MOVE SPACES                 TO DL985-RPT-RECORD.
009980     WRITE DL985-RPT-RECORD.
009990     IF DL985-WS-SPLIT
010000         MOVE 'OLD LOG LINES READ         :' TO DL985-RPT-T-LABEL
010010         MOVE DL985-WS-SPLIT-LINES TO DL985-RPT-T-VALUE
010020         PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
010030         MOVE 'NEW LOG LINES READ         :' TO DL985-RPT-T-LABEL
010040     ELSE
010050         MOVE 'LIVE LOG LINES READ        :' TO DL985-RPT-T-LABEL
010060     END-IF.
010070     MOVE DL985-WS-LIVE-READ     TO DL985-RPT-T-VALUE.
010080     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
010090     MOVE 'ARCHIVE LINES READ         :' TO DL985-RPT-T-LABEL.
010100     MOVE DL985-WS-ARCH-LINES    TO DL985-RPT-T-VALUE.
010110     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
010120     IF DL985-WS-SPLIT
010130         PERFORM 8050-WRITE-SPLIT-TOTALS THRU 8050-EXIT
010140     ELSE
010150         PERFORM 8010-WRITE-FULL-TOTALS THRU 8010-EXIT
010160     END-IF.
010170     MOVE 'FINDINGS                   :' TO DL985-RPT-T-LABEL.
010180     MOVE DL985-WS-FINDINGS      TO DL985-RPT-T-VALUE.
010190     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
010200     IF DL985-WS-FINDINGS > 0
010210         MOVE 8                  TO RETURN-CODE
010220         IF DL985-WS-SPLIT
010230             MOVE '*** AUDIT LOG SPLIT DOES NOT BALANCE'
010240                 TO DL985-RPT-RECORD
010250         ELSE
010260             MOVE '*** AUDIT LOG SEQUENCE IS NOT WHOLE'
010270                 TO DL985-RPT-RECORD
010280         END-IF
010290     ELSE
010300         IF DL985-WS-SPLIT
010310             MOVE 'AUDIT LOG SPLIT BALANCES' TO DL985-RPT-RECORD
010320         ELSE
010330             MOVE 'AUDIT LOG SEQUENCE IS WHOLE'
010340                 TO DL985-RPT-RECORD
010350         END-IF
010360     END-IF.
010370     WRITE DL985-RPT-RECORD.
010380 8000-EXIT.
010390     EXIT.
010400
010410 8010-WRITE-FULL-TOTALS.
010420     MOVE 'ARCHIVE GENERATIONS        :' TO DL985-RPT-T-LABEL.
010430     IF DL985-WS-ARCH-LINES > 0
010440         COMPUTE DL985-RPT-T-VALUE = DL985-WS-ARCH-GENS + 1
010450     ELSE
010460         MOVE 0                  TO DL985-RPT-T-VALUE
010470     END-IF.
010480     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
010490     MOVE 'NUMBERED LINES             :' TO DL985-RPT-T-LABEL.
010500     MOVE DL985-WS-NUMBERED      TO DL985-RPT-T-VALUE.
010510     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
010520     MOVE 'LINES BEFORE NUMBERING     :' TO DL985-RPT-T-LABEL.
010530     MOVE DL985-WS-LEGACY        TO DL985-RPT-T-VALUE.
010540     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
010541     IF DL985-WS-ARCH-READ
010542        AND DL985-WS-FLOOR-FOUND
010543         MOVE 'ARCHIVE LOW-WATER MARK     :' TO DL985-RPT-T-LABEL
010544         MOVE DL985-WS-FLOOR-SEQ TO DL985-RPT-T-VALUE
010545         PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
010546     END-IF.
010550     IF DL985-WS-CTL-FOUND
010560         MOVE 'CONTROL RECORD LAST LINE   :' TO DL985-RPT-T-LABEL
010570         MOVE DL985-WS-CTL-SEQ   TO DL985-RPT-T-VALUE
010580         PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
010590     END-IF.
010600     MOVE 'GAPS                       :' TO DL985-RPT-T-LABEL.
010610     MOVE DL985-WS-GAPS          TO DL985-RPT-T-VALUE.
010620     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
010630     MOVE 'LINES MISSING IN GAPS      :' TO DL985-RPT-T-LABEL.
010640     MOVE DL985-WS-GAP-LINES     TO DL985-RPT-T-VALUE.
010650     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
010660     MOVE 'DUPLICATE LINES            :' TO DL985-RPT-T-LABEL.
010670     MOVE DL985-WS-DUP-LINES     TO DL985-RPT-T-VALUE.
010680     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
010690     MOVE 'DUPLICATE SEQUENCES        :' TO DL985-RPT-T-LABEL.
010700     MOVE DL985-WS-DUP-SEQS      TO DL985-RPT-T-VALUE.
010710     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
010720     MOVE 'LINES OUT OF ORDER         :' TO DL985-RPT-T-LABEL.
010730     MOVE DL985-WS-OUT-OF-ORDER  TO DL985-RPT-T-VALUE.
010740     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
010750     MOVE 'CHAIN BREAKS               :' TO DL985-RPT-T-LABEL.
010760     MOVE DL985-WS-CHAIN-BREAKS  TO DL985-RPT-T-VALUE.
010770     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
010780     MOVE 'UNSEQUENCED LINES          :' TO DL985-RPT-T-LABEL.
010790     MOVE DL985-WS-UNSEQUENCED   TO DL985-RPT-T-VALUE.
010800     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
010810     MOVE 'CONTROL RECORD FINDINGS    :' TO DL985-RPT-T-LABEL.
010820     MOVE DL985-WS-CTL-FINDINGS  TO DL985-RPT-T-VALUE.
010830     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
010840     IF NOT DL985-WS-ARCH-READ
010850         MOVE '*** NO ARCHIVE READ - THE LIVE LOG WAS CHECKED'
010860             TO DL985-RPT-RECORD
010870         WRITE DL985-RPT-RECORD
010880         MOVE '*** FROM ITS FIRST LINE ONLY'
010890             TO DL985-RPT-RECORD
010900         WRITE DL985-RPT-RECORD
010910     END-IF.
010920 8010-EXIT.
010930     EXIT.
010940
010950 8050-WRITE-SPLIT-TOTALS.
010960     MOVE 'LINES LOST IN SPLIT        :' TO DL985-RPT-T-LABEL.
010970     MOVE DL985-WS-LOST          TO DL985-RPT-T-VALUE.
010980     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
010990     MOVE 'LINES ADDED IN SPLIT       :' TO DL985-RPT-T-LABEL.
011000     MOVE DL985-WS-ADDED         TO DL985-RPT-T-VALUE.
011010     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
011020     MOVE 'LINES OUT OF ORDER         :' TO DL985-RPT-T-LABEL.
011030     MOVE DL985-WS-OUT-OF-ORDER  TO DL985-RPT-T-VALUE.
011040     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
011050     MOVE 'SPLIT OVERLAPS             :' TO DL985-RPT-T-LABEL.
011060     MOVE DL985-WS-OVERLAPS      TO DL985-RPT-T-VALUE.
011070     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
011080 8050-EXIT.
011090     EXIT.
011100
011110 8100-WRITE-TOTAL-LINE.
011120     MOVE DL985-RPT-TOTAL-LINE TO DL985-RPT-RECORD.
011130     WRITE DL985-RPT-RECORD.
011140 8100-EXIT.
011150     EXIT.
011160
011170*-----------------------------------------------------------------
011180* WRITES ONE FINDING.  THE CALLER FILLS THE DETAIL LINE BUT FOR
011190* THE SOURCE, WHICH IS NAMED HERE FROM DL985-WS-F-SRC.
011200*-----------------------------------------------------------------
011210 8200-WRITE-FINDING.
011220     EVALUATE DL985-WS-F-SRC
011230         WHEN 'L'
011240             IF DL985-WS-SPLIT
011250                 MOVE 'NEW LOG'  TO DL985-RPT-D-SOURCE
011260             ELSE
011270                 MOVE 'LIVE LOG' TO DL985-RPT-D-SOURCE
011280             END-IF
011290         WHEN 'A'
011300             MOVE 'ARCHIVE'      TO DL985-RPT-D-SOURCE
011310         WHEN 'S'
011320             MOVE 'OLD LOG'      TO DL985-RPT-D-SOURCE
011330         WHEN OTHER
011340             MOVE 'AUDCTL'       TO DL985-RPT-D-SOURCE
011350     END-EVALUATE.
011360     MOVE DL985-RPT-DETAIL-LINE TO DL985-RPT-RECORD.
011370     WRITE DL985-RPT-RECORD.
011380     ADD 1                       TO DL985-WS-FINDINGS.
011390 8200-EXIT.
011400     EXIT.
011410
011420*-----------------------------------------------------------------
011430* A FINDING ABOUT THE SORT RECORD IN HAND - ITS SOURCE, LINE
011440* NUMBER THERE AND RUN ID.  DL985-WS-LINE HOLDS THE LINE.
011450*-----------------------------------------------------------------
011460 8210-FINDING-FROM-SORT.
011470     MOVE DL985-SRT-SRC          TO DL985-WS-F-SRC.
011480     MOVE DL985-SRT-POS          TO DL985-RPT-D-POS.
011490     MOVE DL985-LN-RUN-ID        TO DL985-RPT-D-RUN-ID.
011500     PERFORM 8200-WRITE-FINDING THRU 8200-EXIT.
011510 8210-EXIT.
011520     EXIT.
011530
011540*-----------------------------------------------------------------
011550* CLOSES THE REPORT AND RELEASES THE RUN LOCK IF THIS RUN TOOK IT.
011560*-----------------------------------------------------------------
011570 9000-TERMINATE.
011580     IF DL985-WS-RPT-OPEN
011590         CLOSE DL985-RPT-FILE
011600     END-IF.
011610     IF DL985-WS-LOCK-HELD
011620         PERFORM 9150-RELEASE-RUN-LOCK THRU 9150-EXIT
011630     END-IF.
011640 9000-EXIT.
011650     EXIT.
011660
011670*-----------------------------------------------------------------
011680* RELEASES THE RUN LOCK BY REWRITING THE LOCK FILE EMPTY.
011690*-----------------------------------------------------------------
011700 9150-RELEASE-RUN-LOCK.
011710     OPEN OUTPUT DL985-LOCK-FILE.
011720     IF DL985-WS-LOCK-STATUS = '00'
011730         CLOSE DL985-LOCK-FILE
011740     ELSE
011750         DISPLAY 'ROMAN-AUDIT-GAPCHECK: UNABLE TO RELEASE THE '
011760             'RUN LOCK - STATUS ' DL985-WS-LOCK-STATUS
011770             ' - CLEAR IT WITH THE ROMANUNL JOB'
011780     END-IF.
011790 9150-EXIT.
011800     EXIT.
