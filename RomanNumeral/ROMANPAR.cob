000010*****************************************************************
000020* PROGRAM-ID    : ROMAN-PARTITION-CTL                           *
000030* AUTHOR        : D. MOLINA                                     *
000040* INSTALLATION  : BATCH DEVELOPMENT - MATH LIBRARY GROUP        *
000050* DATE-WRITTEN  : 10/15/2026                                    *
000060* DATE-COMPILED :                                               *
000070*-----------------------------------------------------------------
000080* REMARKS.                                                      *
000090*     SPLIT AND MERGE STEPS OF A PARTITIONED NIGHT, WHEN ONE    *
000100*     ROMAN-NUMERAL-CONV RUN CANNOT WORK THE NIGHT'S DRIVER     *
000110*     FILE INSIDE THE BATCH WINDOW.  THE FIRST SYSIN CARD       *
000120*     CARRIES THE FUNCTION (COL 1) AND THE NUMBER OF            *
000130*     PARTITIONS, 1-9 (COL 2, BLANK FOR 4) -                    *
000140*       S - SPLIT.  THE SECOND CARD IS THE NIGHT'S NORMAL       *
000150*           OPTION 3 CARD FOR A DRIVER-FILE RUN.  TAKES THE RUN *
000160*           LOCK FOR THE WHOLE NIGHT (OPTION 'P', A NEW RUN ID),*
000170*           DEALS THE DRIVER FILE'S ENTRIES OUT IN ORDER INTO   *
000180*           CONTIGUOUS BLOCKS OF NEARLY EQUAL SIZE, AND WRITES  *
000190*           FOR EACH PARTITION N ITS DRIVER FILE (DRVOUTN DD)   *
000200*           AND ITS SYSIN CARD (PARMOUTN DD) - THE NIGHT'S CARD *
000210*           NAMING THE PARTITION'S DRIVER DATA SET, WITH THE    *
000220*           PARTITION NUMBER IN COL 40 AND THE RUN ID IN COLS   *
000230*           41-54.  THE PARTITIONS THEN RUN CONCURRENTLY, EACH  *
000240*           AS ONE ROMAN-NUMERAL-CONV RUN UNDER THE SAME LOCK.  *
000250*       M - MERGE.  ONCE EVERY PARTITION HAS ENDED, CHECKS EACH *
000260*           ONE'S POSTING FILE (POSTINGN DD) ENDS WITH THE END  *
000270*           RECORD OF THIS RUN, THEN BUILDS THE NIGHT'S SINGLE  *
000280*           SUMMARY REPORT, EXTRACT, DUPLICATE REPORT AND       *
000290*           SUSPENSE FILE FROM THE PARTITIONS' OWN (SUMMARYN,   *
000300*           EXTRACTN, DUPRPTN, SUSPENSN, DOCWORKN DDS), APPENDS *
000310*           THEIR AUDIT FILES (AUDITN DD) TO THE AUDIT LOG,     *
000320*           POSTS THEIR TOKENS TO THE DOCUMENT REGISTRY AND THE *
000330*           VALUE HISTORY IN DRIVER ORDER, WRITES THE COMPLETE  *
000340*           CHECKPOINT RECORD OF EVERY FILE, WRITES THE ONE     *
000350*           RUN-HISTORY RECORD, AND RELEASES THE LOCK - SO THE  *
000360*           NIGHT BALANCES, REPORTS AND TRENDS AS ONE RUN.      *
000370*     A DOCUMENT FOUND IN MORE THAN ONE PARTITION IS ROLLED UP  *
000380*     AS ONE AND REPORTED AS AN IN-RUN DUPLICATE, AS A SINGLE   *
000390*     RUN WOULD HAVE REPORTED IT.                               *
000400*     RETURN CODES - SPLIT: 0 WRITTEN; 12 RUN LOCK HELD; 16     *
000410*     BAD CARD, DRIVER FILE UNREADABLE OR TOO LARGE, OUTPUT     *
000420*     FAILURE (THE LOCK IS RELEASED).  MERGE: THE HIGHEST       *
000430*     PARTITION RETURN CODE, RAISED TO 8 FOR A PARTITION        *
000440*     EXTRACT OUT OF BALANCE OR A FILE COUNT SHORT OF THE       *
000450*     DRIVER FILE; 12 NO PARTITIONED RUN HOLDS THE LOCK; 16 A   *
000460*     PARTITION DID NOT FINISH (RERUN IT, THEN THE MERGE) OR AN *
000470*     OUTPUT COULD NOT BE OPENED - THE LOCK IS KEPT AND NOTHING *
000480*     IS POSTED.                                                *
000481*     A USED REPROCESS AUTHORIZATION THAT CANNOT BE LOGGED TO   *
000482*     MAINTLOG RAISES THE MERGE'S CODE TO AT LEAST 4.  AN       *
000483*     AUDCTL REWRITE FAILURE WHILE THE AUDIT LINES ARE BEING    *
000484*     APPENDED IS 16, BUT IT STOPS A MERGE ALREADY UNDER WAY -  *
000485*     A PARTIAL MERGE: EARLIER AUDIT LINES AND POSTINGS ARE IN  *
000486*     PLACE AND THE LOCK IS KEPT.  DO NOT RESUBMIT THE MERGE;   *
000487*     RUN ROMANGAP AND ROMANRVF AND WORK FROM THEIR REPORTS     *
000488*     FIRST.                                                    *
000490*-----------------------------------------------------------------
000500* MODIFICATION HISTORY.                                         *
000510*     10/15/2026  DM  ORIGINAL VERSION.                         *
000511*     10/15/2026  DM  THE MERGE CONSUMES THE REPROCESS          *
000512*                     AUTHORIZATIONS THE PARTITIONS HONORED     *
000513*                     ('A' POSTINGS) - DELETING EACH FROM THE   *
000514*                     REGISTRY CONTROL STORE (DOCAUTH) AND      *
000515*                     LOGGING IT TO THE REGISTRY MAINTENANCE    *
000516*                     LOG (MAINTLOG) - AND NO LONGER TREATS AN  *
000517*                     AUTHORIZED DOCUMENT AS A CROSS-RUN        *
000518*                     DUPLICATE WHEN IT FOLDS THE DOCUMENT WORK *
000519*                     FILES.                                    *
000521*     10/15/2026  DM  THE MERGE NUMBERS EACH PARTITION AUDIT    *
000522*                     LINE IT APPENDS TO THE AUDIT LOG - THE    *
000523*                     NEXT SUITE-WIDE SEQUENCE NUMBER AND THE   *
000524*                     CHAINED CHECK VALUE, AS                   *
000525*                     ROMAN-NUMERAL-CONV DOES - AND BRINGS THE  *
000526*                     AUDIT SEQUENCE CONTROL STORE (AUDCTL) UP  *
000527*                     TO THE LAST ONE. AUDCTL IS ESSENTIAL TO   *
000528*                     THE MERGE.                                *
000529*     10/15/2026  DM  A FAILED AUDCTL REWRITE WHILE NUMBERING   *
000530*                     THE PARTITION AUDIT LINES NOW STOPS THE   *
000531*                     MERGE WITH RETURN CODE 16, LEAVING IT     *
000532*                     PARTIAL WITH THE LOCK KEPT - CHECK WITH   *
000533*                     ROMANGAP AND ROMANRVF BEFORE ANY          *
000534*                     RESUBMIT. A FAILED WRITE TO THE           *
000535*                     AUTHORIZATION CONSUMPTION LOG SETS RETURN *
000536*                     CODE 4.                                   *
000537*****************************************************************
000538 IDENTIFICATION DIVISION.
000540 PROGRAM-ID. ROMAN-PARTITION-CTL.
000550
000560 ENVIRONMENT DIVISION.
000570
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600*    SYSIN - FUNCTION CARD, AND FOR A SPLIT THE NIGHT'S CARD.
000610     SELECT DL980-PARM-FILE ASSIGN TO "SYSIN"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS DL980-WS-PARM-STATUS.
000640
000650*    RUN LOCK - SAME ONE-RECORD FILE ROMAN-NUMERAL-CONV USES.
000660     SELECT DL980-LOCK-FILE ASSIGN TO "RUNLOCK"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS DL980-WS-LOCK-STATUS.
000690
000700*    THE NIGHT'S DRIVER FILE, NAMED ON THE NIGHT'S CARD.
000710     SELECT DL980-DRV-FILE ASSIGN TO DYNAMIC
000720             DL980-WS-DRV-FNAME
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS DL980-WS-DRV-STATUS.
000750
000760*    PER-PARTITION FILES - ONE OPEN AT A TIME, EACH UNDER THE
000770*    DD NAME BUILT IN DL980-WS-PART-DD (DRVOUTN, PARMOUTN,
000780*    POSTINGN, SUMMARYN, EXTRACTN, DUPRPTN, SUSPENSN, AUDITN).
000790     SELECT DL980-PART-FILE ASSIGN TO DYNAMIC
000800             DL980-WS-PART-DD
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS DL980-WS-PART-STATUS.
000830
000840*    A PARTITION'S DOCUMENT WORK FILE (DOCWORKN), READ IN KEY
000850*    ORDER AND FOLDED INTO THE NIGHT'S.
000860     SELECT DL980-DOCI-FILE ASSIGN TO DYNAMIC
000870             DL980-WS-PART-DD
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS SEQUENTIAL
000900         RECORD KEY IS DL980-DOCI-DOC-ID
000910         FILE STATUS IS DL980-WS-DOCI-STATUS.
000920
000930*    THE NIGHT'S OUTPUTS - SAME LOGICAL NAMES AS THE CONV STEP.
000940     SELECT DL980-RPT-FILE ASSIGN TO "RPTOUT"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS DL980-WS-RPT-STATUS.
000970
000980     SELECT DL980-EXTR-FILE ASSIGN TO "EXTROUT"
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS DL980-WS-EXTR-STATUS.
001010
001020     SELECT DL980-DUP-FILE ASSIGN TO "DUPRPT"
001030         ORGANIZATION IS LINE SEQUENTIAL
001040         FILE STATUS IS DL980-WS-DUP-STATUS.
001050
001060     SELECT DL980-SUSP-FILE ASSIGN TO "SUSPOUT"
001070         ORGANIZATION IS LINE SEQUENTIAL
001080         FILE STATUS IS DL980-WS-SUSP-STATUS.
001090
001100     SELECT DL980-AUDIT-FILE ASSIGN TO "AUDITOUT"
001110         ORGANIZATION IS LINE SEQUENTIAL
001120         FILE STATUS IS DL980-WS-AUD-STATUS.
001130
001140     SELECT DL980-VAR-FILE ASSIGN TO "VARRPT"
001150         ORGANIZATION IS LINE SEQUENTIAL
001160         FILE STATUS IS DL980-WS-VAR-STATUS.
001170
001180*    THE NIGHT'S DOCUMENT WORK FILE, RECREATED BY THE MERGE.
001190     SELECT DL980-DOCW-FILE ASSIGN TO "DOCWORK"
001200         ORGANIZATION IS INDEXED
001210         ACCESS MODE IS DYNAMIC
001220         RECORD KEY IS DL980-DOCW-DOC-ID
001230         FILE STATUS IS DL980-WS-DOCW-STATUS.
001240
001250*    THE SHARED KEYED STORES THE PARTITIONS LEAVE TO THE MERGE.
001260     SELECT DL980-DOCM-FILE ASSIGN TO "DOCMAST"
001270         ORGANIZATION IS INDEXED
001280         ACCESS MODE IS RANDOM
001290         RECORD KEY IS DL980-DOCM-DOC-ID
001300         FILE STATUS IS DL980-WS-DOCM-STATUS.
001310
001320     SELECT DL980-VALH-FILE ASSIGN TO "VALHIST"
001330         ORGANIZATION IS INDEXED
001340         ACCESS MODE IS RANDOM
001350         RECORD KEY IS DL980-VALH-KEY
001360         FILE STATUS IS DL980-WS-VALH-STATUS.
001370
001380     SELECT DL980-CKPT-FILE ASSIGN TO "CKPTFILE"
001390         ORGANIZATION IS INDEXED
001400         ACCESS MODE IS RANDOM
001410         RECORD KEY IS DL980-CKPT-FNAME
001420         FILE STATUS IS DL980-WS-CKPT-STATUS.
001430
001440     SELECT DL980-RUNH-FILE ASSIGN TO "RUNHIST"
001450         ORGANIZATION IS INDEXED
001460         ACCESS MODE IS RANDOM
001470         RECORD KEY IS DL980-RUNH-RUN-ID
001480         FILE STATUS IS DL980-WS-RUNH-STATUS.
001490
001491*    REGISTRY CONTROL STORE AND MAINTENANCE LOG, AS IN
001492*    ROMAN-NUMERAL-CONV - THE MERGE CONSUMES THE AUTHORIZATIONS
001493*    THE PARTITIONS HONORED.
001494     SELECT DL980-AUTH-FILE ASSIGN TO "DOCAUTH"
001495         ORGANIZATION IS INDEXED
001496         ACCESS MODE IS RANDOM
001497         RECORD KEY IS DL980-AUTH-DOC-ID
001498         FILE STATUS IS DL980-WS-AUTH-STATUS.
001499
001500     SELECT DL980-MLOG-FILE ASSIGN TO "MAINTLOG"
001501         ORGANIZATION IS LINE SEQUENTIAL
001502         FILE STATUS IS DL980-WS-MLOG-STATUS.
001503
001504*    AUDIT SEQUENCE CONTROL STORE, AS IN ROMAN-NUMERAL-CONV - THE
001505*    MERGE NUMBERS THE PARTITIONS' AUDIT LINES AS IT APPENDS THEM.
001506     SELECT DL980-ACTL-FILE ASSIGN TO "AUDCTL"
001507         ORGANIZATION IS INDEXED
001508         ACCESS MODE IS RANDOM
001509         RECORD KEY IS DL980-ACTL-KEY
001510         FILE STATUS IS DL980-WS-ACTL-STATUS.
001511
001512 DATA DIVISION.
001513
001520 FILE SECTION.
001530
001540 FD  DL980-PARM-FILE.
001550 01  DL980-PARM-RECORD           PIC X(80).
001560
001570*    ONE DL100-LOCK-RECORD.  A SPLIT ALSO RECORDS THE PARTITION
001580*    COUNT AND THE DRIVER FILE'S ENTRY COUNT IN THE SPARE
001590*    BYTES, FOR THE MERGE TO CHECK AGAINST.
001600 FD  DL980-LOCK-FILE.
001610 01  DL980-LOCK-RECORD.
001620     05  DL980-LOCK-RUN-ID       PIC X(14).
001630     05  FILLER                  PIC X(02).
001640     05  DL980-LOCK-OPT          PIC X(01).
001650     05  DL980-LOCK-PARTS        PIC X(01).
001660     05  DL980-LOCK-FILES        PIC 9(03).
001670     05  FILLER                  PIC X(59).
001680
001690 FD  DL980-DRV-FILE.
001700 01  DL980-DRV-RECORD            PIC X(80).
001710
001720*    THE WIDEST PARTITION FILE IS THE 132-BYTE PRINT IMAGE.
001730 FD  DL980-PART-FILE.
001740 01  DL980-PART-RECORD           PIC X(132).
001750
001760*    ONE DL100-DOCW-RECORD AS WRITTEN BY A PARTITION.
001770 FD  DL980-DOCI-FILE.
001780 01  DL980-DOCI-RECORD.
001790     05  DL980-DOCI-DOC-ID       PIC X(10).
001800     05  DL980-DOCI-NUMERALS     PIC 9(05).
001810     05  DL980-DOCI-VALUE        PIC 9(09).
001820     05  DL980-DOCI-REJ-SW       PIC X(01).
001830         88  DL980-DOCI-HAS-REJECT          VALUE 'Y'.
001840     05  DL980-DOCI-SRCFILE      PIC X(25).
001850
001860 FD  DL980-RPT-FILE.
001870 01  DL980-RPT-RECORD            PIC X(132).
001880
001890 FD  DL980-EXTR-FILE.
001900 01  DL980-EXTR-RECORD           PIC X(132).
001910
001920 FD  DL980-DUP-FILE.
001930 01  DL980-DUP-RECORD            PIC X(132).
001940
001950 FD  DL980-SUSP-FILE.
001960 01  DL980-SUSP-RECORD           PIC X(70).
001970
001980 FD  DL980-AUDIT-FILE.
001990 01  DL980-AUDIT-RECORD          PIC X(132).
002000
002010 FD  DL980-VAR-FILE.
002020 01  DL980-VAR-RECORD            PIC X(132).
002030
002040*    SAME LAYOUT AS DL980-DOCI-RECORD.
002050 FD  DL980-DOCW-FILE.
002060 01  DL980-DOCW-RECORD.
002070     05  DL980-DOCW-DOC-ID       PIC X(10).
002080     05  DL980-DOCW-NUMERALS     PIC 9(05).
002090     05  DL980-DOCW-VALUE        PIC 9(09).
002100     05  DL980-DOCW-REJ-SW       PIC X(01).
002110         88  DL980-DOCW-HAS-REJECT          VALUE 'Y'.
002120     05  DL980-DOCW-SRCFILE      PIC X(25).
002130
002140 FD  DL980-DOCM-FILE.
002150 01  DL980-DOCM-RECORD.
002160     05  DL980-DOCM-DOC-ID       PIC X(10).
002170     05  DL980-DOCM-FIRST-RUN-ID PIC X(14).
002180     05  DL980-DOCM-FIRST-DATE   PIC X(08).
002190     05  DL980-DOCM-FIRST-FILE   PIC X(25).
002200     05  DL980-DOCM-LAST-RUN-ID  PIC X(14).
002210     05  DL980-DOCM-CONVERTED    PIC 9(05).
002220     05  DL980-DOCM-REJECTED     PIC 9(05).
002230
002240 FD  DL980-VALH-FILE.
002250 01  DL980-VALH-RECORD.
002260     05  DL980-VALH-KEY.
002270         10  DL980-VALH-DOC-ID   PIC X(10).
002280         10  DL980-VALH-SLOT     PIC 9(01).
002290     05  DL980-VALH-TOKEN        PIC X(30).
002300     05  DL980-VALH-VALUE        PIC 9(05).
002310     05  DL980-VALH-FRAC         PIC 9(02).
002320     05  DL980-VALH-RUN-ID       PIC X(14).
002330
002340 FD  DL980-CKPT-FILE.
002350 01  DL980-CKPT-RECORD.
002360     05  DL980-CKPT-FNAME        PIC X(25).
002370     05  DL980-CKPT-COUNT        PIC 9(07).
002380     05  DL980-CKPT-CONVERTED    PIC 9(07).
002390     05  DL980-CKPT-REJECTED     PIC 9(07).
002400     05  DL980-CKPT-NONCANON     PIC 9(07).
002410     05  DL980-CKPT-SUM          PIC 9(09).
002420     05  DL980-CKPT-MIN-SUM      PIC 9(05).
002430     05  DL980-CKPT-MAX-SUM      PIC 9(05).
002440     05  DL980-CKPT-COMPLETE-SW  PIC X(01).
002450     05  DL980-CKPT-RUN-ID       PIC X(14).
002460
002470 FD  DL980-RUNH-FILE.
002480 01  DL980-RUNH-RECORD.
002490     05  DL980-RUNH-RUN-ID       PIC X(14).
002500     05  DL980-RUNH-RUN-DATE     PIC X(08).
002510     05  DL980-RUNH-MODE         PIC X(11).
002520     05  DL980-RUNH-BKO-SW       PIC X(01).
002530     05  DL980-RUNH-STRICT       PIC X(01).
002540     05  DL980-RUNH-DUP-OPT      PIC X(01).
002550     05  DL980-RUNH-END-TIME     PIC X(06).
002560     05  DL980-RUNH-ELAPSED      PIC 9(05).
002570     05  DL980-RUNH-RC           PIC 9(02).
002580     05  DL980-RUNH-FILES        PIC 9(03).
002590     05  DL980-RUNH-READ         PIC 9(07).
002600     05  DL980-RUNH-CONVERTED    PIC 9(07).
002610     05  DL980-RUNH-REJECTED     PIC 9(07).
002620     05  DL980-RUNH-NONCANON     PIC 9(07).
002630     05  DL980-RUNH-DUPS         PIC 9(07).
002640
002641 FD  DL980-AUTH-FILE.
002642 01  DL980-AUTH-RECORD.
002643     05  DL980-AUTH-DOC-ID       PIC X(10).
002644     05  DL980-AUTH-STATUS-SW    PIC X(01).
002645         88  DL980-AUTH-REPROCESS           VALUE 'A'.
002646         88  DL980-AUTH-RETIRED             VALUE 'R'.
002647     05  DL980-AUTH-USER         PIC X(08).
002648     05  DL980-AUTH-REASON       PIC X(30).
002649     05  DL980-AUTH-EXPIRY       PIC X(08).
002650     05  DL980-AUTH-SET-DATE     PIC X(08).
002651     05  FILLER                  PIC X(15).
002652
002653 FD  DL980-MLOG-FILE.
002654 01  DL980-MLOG-RECORD           PIC X(132).
002655
002656 FD  DL980-ACTL-FILE.
002657 01  DL980-ACTL-RECORD.
002658     05  DL980-ACTL-KEY          PIC X(08).
002659     05  DL980-ACTL-LAST-SEQ     PIC 9(08).
002660     05  DL980-ACTL-LAST-CHECK   PIC 9(04).
002661     05  DL980-ACTL-RUN-ID       PIC X(14).
002662     05  FILLER                  PIC X(46).
002663
002664 WORKING-STORAGE SECTION.
002665
002670 01  DL980-WS-SWITCHES.
002680     05  DL980-WS-EOF-SW         PIC X(01) VALUE 'N'.
002690         88  DL980-WS-EOF                   VALUE 'Y'.
002700     05  DL980-WS-BAD-SW         PIC X(01) VALUE 'N'.
002710         88  DL980-WS-BAD                   VALUE 'Y'.
002720     05  DL980-WS-FND-SW         PIC X(01) VALUE 'N'.
002730         88  DL980-WS-FND                   VALUE 'Y'.
002740     05  DL980-WS-XRUN-SW        PIC X(01) VALUE 'N'.
002750         88  DL980-WS-XRUN-DUP              VALUE 'Y'.
002760     05  DL980-WS-TRL-SW         PIC X(01) VALUE 'N'.
002770         88  DL980-WS-TRL-SEEN              VALUE 'Y'.
002780     05  DL980-WS-LOCK-SW        PIC X(01) VALUE 'N'.
002790         88  DL980-WS-LOCK-HELD             VALUE 'Y'.
002800     05  DL980-WS-EXTR-SW        PIC X(01) VALUE 'N'.
002810         88  DL980-WS-EXTR-OPEN             VALUE 'Y'.
002820     05  DL980-WS-DUP-SW         PIC X(01) VALUE 'N'.
002830         88  DL980-WS-DUP-OPEN              VALUE 'Y'.
002840     05  DL980-WS-SUSP-SW        PIC X(01) VALUE 'N'.
002850         88  DL980-WS-SUSP-OPEN             VALUE 'Y'.
002860     05  DL980-WS-VAR-SW         PIC X(01) VALUE 'N'.
002870         88  DL980-WS-VAR-OPEN              VALUE 'Y'.
002880     05  DL980-WS-DOCM-SW        PIC X(01) VALUE 'N'.
002890         88  DL980-WS-DOCM-OPEN             VALUE 'Y'.
002900     05  DL980-WS-VALH-SW        PIC X(01) VALUE 'N'.
002910         88  DL980-WS-VALH-OPEN             VALUE 'Y'.
002920     05  DL980-WS-CKPT-SW        PIC X(01) VALUE 'N'.
002930         88  DL980-WS-CKPT-OPEN             VALUE 'Y'.
002931     05  DL980-WS-AUTH-SW        PIC X(01) VALUE 'N'.
002932         88  DL980-WS-AUTH-OPEN             VALUE 'Y'.
002933     05  DL980-WS-MLOG-SW        PIC X(01) VALUE 'N'.
002934         88  DL980-WS-MLOG-OPEN             VALUE 'Y'.
002935     05  DL980-WS-ACTL-SW        PIC X(01) VALUE 'N'.
002936         88  DL980-WS-ACTL-OPEN             VALUE 'Y'.
002940
002950 01  DL980-WS-PARM-STATUS        PIC X(02) VALUE SPACES.
002960 01  DL980-WS-LOCK-STATUS        PIC X(02) VALUE SPACES.
002970 01  DL980-WS-DRV-STATUS         PIC X(02) VALUE SPACES.
002980 01  DL980-WS-PART-STATUS        PIC X(02) VALUE SPACES.
002990 01  DL980-WS-DOCI-STATUS        PIC X(02) VALUE SPACES.
003000 01  DL980-WS-RPT-STATUS         PIC X(02) VALUE SPACES.
003010 01  DL980-WS-EXTR-STATUS        PIC X(02) VALUE SPACES.
003020 01  DL980-WS-DUP-STATUS         PIC X(02) VALUE SPACES.
003030 01  DL980-WS-SUSP-STATUS        PIC X(02) VALUE SPACES.
003040 01  DL980-WS-AUD-STATUS         PIC X(02) VALUE SPACES.
003050 01  DL980-WS-VAR-STATUS         PIC X(02) VALUE SPACES.
003060 01  DL980-WS-DOCW-STATUS        PIC X(02) VALUE SPACES.
003070 01  DL980-WS-DOCM-STATUS        PIC X(02) VALUE SPACES.
003080 01  DL980-WS-VALH-STATUS        PIC X(02) VALUE SPACES.
003090 01  DL980-WS-CKPT-STATUS        PIC X(02) VALUE SPACES.
003100 01  DL980-WS-RUNH-STATUS        PIC X(02) VALUE SPACES.
003101 01  DL980-WS-AUTH-STATUS        PIC X(02) VALUE SPACES.
003102 01  DL980-WS-MLOG-STATUS        PIC X(02) VALUE SPACES.
003103 01  DL980-WS-ACTL-STATUS        PIC X(02) VALUE SPACES.
003104
003105*    AUDIT SEQUENCE NUMBER AND CHECK VALUE OF THE LAST LINE ON THE
003106*    AUDIT LOG, AND THE CHECK VALUE WORK FIELDS - SEE
003107*    3512-NUMBER-AUDIT-LINE.
003108 77  DL980-WS-AUD-LAST-SEQ       PIC 9(08) VALUE 0.
003109 77  DL980-WS-AUD-LAST-CHECK     PIC 9(04) VALUE 0.
003110 01  DL980-CHK-PAIR.
003111     05  FILLER                  PIC X(01) VALUE LOW-VALUE.
003112     05  DL980-CHK-BYTE          PIC X(01) VALUE SPACE.
003113 01  DL980-CHK-CODE REDEFINES DL980-CHK-PAIR
003114                                 PIC 9(04) COMP.
003115 77  DL980-CHK-POS               PIC 9(03) VALUE 0.
003116 77  DL980-CHK-ACC               PIC 9(09) VALUE 0.
003117 77  DL980-CHK-QUOT              PIC 9(09) VALUE 0.
003118 77  DL980-CHK-CHECK             PIC 9(04) VALUE 0.
003119
003120*    FUNCTION CARD - FUNCTION IN COL 1, PARTITION COUNT IN COL 2.
003130 01  DL980-WS-CTL-CARD.
003140     05  DL980-WS-FUNC           PIC X(01).
003150         88  DL980-WS-FUNC-SPLIT            VALUE 'S'.
003160         88  DL980-WS-FUNC-MERGE            VALUE 'M'.
003170     05  DL980-WS-PARTS-X        PIC X(01).
003180     05  DL980-WS-PARTS REDEFINES DL980-WS-PARTS-X
003190                                 PIC 9(01).
003200     05  FILLER                  PIC X(78).
003210
003220*    THE NIGHT'S OPTION 3 CARD - SAME LAYOUT AS DL100-PARM-
003230*    RECORD.  COPIED TO EACH PARTITION WITH ITS OWN DRIVER DATA
003240*    SET, PARTITION NUMBER AND THE NIGHT'S RUN ID.
003250 01  DL980-WS-CARD.
003260     05  DL980-CARD-IN-FNAME     PIC X(25).
003270     05  DL980-CARD-RUN-DATE     PIC X(08).
003280     05  DL980-CARD-MODE         PIC X(01).
003290     05  DL980-CARD-STRICT       PIC X(01).
003300     05  DL980-CARD-DUP          PIC X(01).
003310     05  DL980-CARD-INFMT        PIC X(01).
003320     05  DL980-CARD-SEP          PIC X(01).
003330     05  DL980-CARD-DRIVER       PIC X(01).
003340     05  DL980-CARD-PART         PIC X(01).
003350     05  DL980-CARD-PARENT-ID    PIC X(14).
003360     05  FILLER                  PIC X(26).
003370 01  DL980-WS-PCARD              PIC X(80).
003380 01  DL980-WS-PCARD-R REDEFINES DL980-WS-PCARD.
003390     05  DL980-PCARD-IN-FNAME    PIC X(25).
003400     05  FILLER                  PIC X(14).
003410     05  DL980-PCARD-PART        PIC 9(01).
003420     05  DL980-PCARD-PARENT-ID   PIC X(14).
003430     05  FILLER                  PIC X(26).
003440
003450*    RUN ID OF THE NIGHT - TAKEN BY THE SPLIT, READ BACK OFF THE
003460*    LOCK BY THE MERGE - AND THE DD NAMES AND DATA SET NAMES IN
003470*    USE.
003480 01  DL980-WS-RUN-ID             PIC X(14) VALUE SPACES.
003490 01  DL980-WS-DRV-FNAME          PIC X(25) VALUE SPACES.
003500 01  DL980-WS-PART-DD            PIC X(08) VALUE SPACES.
003510 77  DL980-WS-DD-PREFIX          PIC X(07) VALUE SPACES.
003520
003530*    PARTITION SUBSCRIPT AND THE SPLIT ARITHMETIC.
003540 77  DL980-WS-PART               PIC 9(02) VALUE 0.
003550 77  DL980-WS-PART-NO            PIC 9(01) VALUE 0.
003560 77  DL980-WS-BASE               PIC 9(03) VALUE 0.
003570 77  DL980-WS-EXTRA              PIC 9(01) VALUE 0.
003580 77  DL980-WS-BLOCK              PIC 9(03) VALUE 0.
003590 77  DL980-WS-NEXT               PIC 9(04) VALUE 0.
003600 77  DL980-WS-DRV-FILES          PIC 9(03) VALUE 0.
003610
003620*    THE NIGHT'S DRIVER FILE, HELD WHOLE FOR THE SPLIT.  A
003630*    DRIVER FILE BEYOND THE TABLE CAPACITY IS REFUSED OUTRIGHT.
003640 77  DL980-DRV-USED              PIC 9(04) VALUE 0.
003650 01  DL980-DRV-TABLE.
003660     05  DL980-DRV-ENTRY OCCURS 999 TIMES
003670             INDEXED BY DL980-DRV-NDX.
003680         10  DL980-DRV-LINE      PIC X(80).
003690
003700*    WHAT EACH PARTITION'S END RECORD REPORTED, AND THE FILE
003710*    TOTALS COUNTED ON ITS POSTING FILE.
003720 01  DL980-PRT-TABLE.
003730     05  DL980-PRT-ENTRY OCCURS 9 TIMES.
003740         10  DL980-PRT-RC        PIC 9(02).
003750         10  DL980-PRT-FILES     PIC 9(03).
003760         10  DL980-PRT-DUPS      PIC 9(07).
003770 77  DL980-WS-F-COUNT            PIC 9(03) VALUE 0.
003780 77  DL980-WS-LAST-TYPE          PIC X(01) VALUE SPACE.
003790
003800*    MODE, OPTIONS AND RUN DATE OF THE NIGHT, FROM PARTITION 1'S
003810*    END RECORD - EVERY OTHER PARTITION MUST AGREE.
003820 77  DL980-WS-MODE-TEXT          PIC X(11) VALUE SPACES.
003830 77  DL980-WS-STRICT             PIC X(01) VALUE SPACE.
003840 77  DL980-WS-DUP-OPT            PIC X(01) VALUE SPACE.
003850 77  DL980-WS-RUN-DATE           PIC X(08) VALUE SPACES.
003860
003870*    POSTING FILE RECORD LAYOUTS - THE DL100-POST-TOKEN-LINE,
003880*    DL100-POST-FILE-LINE AND DL100-POST-END-LINE A PARTITION
003890*    WRITES.
003900 01  DL980-POST-LINE             PIC X(100).
003910 01  DL980-POST-TOKEN-LINE REDEFINES DL980-POST-LINE.
003920     05  DL980-POST-TYPE         PIC X(01).
003930         88  DL980-POST-IS-TOKEN            VALUE 'T'.
003940         88  DL980-POST-IS-FILE             VALUE 'F'.
003950         88  DL980-POST-IS-END              VALUE 'E'.
003951         88  DL980-POST-IS-AUTH             VALUE 'A'.
003960     05  DL980-POST-T-DOCID      PIC X(10).
003970     05  DL980-POST-T-SRCFILE    PIC X(25).
003980     05  DL980-POST-T-SLOT       PIC 9(01).
003990     05  DL980-POST-T-TOKEN      PIC X(30).
004000     05  DL980-POST-T-VALUE      PIC 9(05).
004010     05  DL980-POST-T-FRAC       PIC 9(02).
004020     05  DL980-POST-T-STATUS     PIC X(09).
004030     05  FILLER                  PIC X(17).
004040 01  DL980-POST-FILE-LINE REDEFINES DL980-POST-LINE.
004050     05  FILLER                  PIC X(01).
004060     05  DL980-POST-F-FNAME      PIC X(25).
004070     05  DL980-POST-F-READ       PIC 9(07).
004080     05  DL980-POST-F-CONVERTED  PIC 9(07).
004090     05  DL980-POST-F-REJECTED   PIC 9(07).
004100     05  DL980-POST-F-NONCANON   PIC 9(07).
004110     05  DL980-POST-F-AUTOFIX    PIC 9(07).
004120     05  DL980-POST-F-SUM        PIC 9(09).
004130     05  DL980-POST-F-FRAC       PIC 9(02).
004140     05  DL980-POST-F-MIN-SUM    PIC 9(05).
004150     05  DL980-POST-F-MAX-SUM    PIC 9(05).
004160     05  FILLER                  PIC X(18).
004170 01  DL980-POST-END-LINE REDEFINES DL980-POST-LINE.
004180     05  FILLER                  PIC X(01).
004190     05  DL980-POST-E-PART       PIC X(01).
004200     05  DL980-POST-E-RUN-ID     PIC X(14).
004210     05  DL980-POST-E-RUN-DATE   PIC X(08).
004220     05  DL980-POST-E-MODE       PIC X(11).
004230     05  DL980-POST-E-STRICT     PIC X(01).
004240     05  DL980-POST-E-DUP-OPT    PIC X(01).
004250     05  DL980-POST-E-RC         PIC 9(02).
004260     05  DL980-POST-E-FILES      PIC 9(03).
004270     05  DL980-POST-E-DUPS       PIC 9(07).
004280     05  FILLER                  PIC X(51).
004281 01  DL980-POST-AUTH-LINE REDEFINES DL980-POST-LINE.
004282     05  FILLER                  PIC X(01).
004283     05  DL980-POST-A-DOCID      PIC X(10).
004284     05  DL980-POST-A-SRCFILE    PIC X(25).
004285     05  FILLER                  PIC X(64).
004290 01  DL980-WS-LAST-END           PIC X(100) VALUE SPACES.
004300
004301*    ONE LINE OF THE REGISTRY MAINTENANCE LOG, AS WRITTEN BY
004302*    ROMAN-NUMERAL-CONV FOR A CONSUMED AUTHORIZATION.
004303 01  DL980-MLOG-LINE.
004304     05  DL980-MLOG-STAMP        PIC X(14).
004305     05  FILLER                  PIC X(01) VALUE SPACE.
004306     05  DL980-MLOG-USER         PIC X(08).
004307     05  FILLER                  PIC X(01) VALUE SPACE.
004308     05  DL980-MLOG-DOCID        PIC X(10).
004309     05  FILLER                  PIC X(01) VALUE SPACE.
004310     05  DL980-MLOG-ACTION       PIC X(09) VALUE 'CONSUMED'.
004311     05  FILLER                  PIC X(01) VALUE SPACE.
004312     05  DL980-MLOG-NEW-STATUS   PIC X(01) VALUE SPACE.
004313     05  FILLER                  PIC X(01) VALUE SPACE.
004314     05  DL980-MLOG-EXPIRY       PIC X(08).
004315     05  FILLER                  PIC X(01) VALUE SPACE.
004316     05  DL980-MLOG-RUN-ID       PIC X(14).
004317     05  FILLER                  PIC X(01) VALUE SPACE.
004318     05  DL980-MLOG-SRCFILE      PIC X(25).
004319     05  FILLER                  PIC X(01) VALUE SPACE.
004320     05  DL980-MLOG-REASON       PIC X(30).
004321     05  FILLER                  PIC X(05) VALUE SPACES.
004322
004323*    ONE LINE OF A PARTITION'S PRINT FILES, WITH THE VIEWS OF
004324*    A DUPLICATE REPORT LINE - THE IN-RUN (DL100-DUP-LINE) AND
004330*    CROSS-RUN (DL100-DUPX-LINE) FORMS.
004340 01  DL980-WS-LINE               PIC X(132).
004350 01  DL980-WS-DUP-IN REDEFINES DL980-WS-LINE.
004360     05  DL980-DUPI-DOCID        PIC X(10).
004370     05  FILLER                  PIC X(02).
004380     05  DL980-DUPI-TAG          PIC X(10).
004390     05  DL980-DUPI-FIRST-FILE   PIC X(25).
004400     05  FILLER                  PIC X(12).
004410     05  DL980-DUPI-AGAIN-FILE   PIC X(25).
004420     05  FILLER                  PIC X(02).
004430     05  DL980-DUPI-DISP         PIC X(09).
004440     05  FILLER                  PIC X(37).
004450 01  DL980-WS-DUPX-IN REDEFINES DL980-WS-LINE.
004460     05  FILLER                  PIC X(85).
004470     05  DL980-DUPXI-AGAIN-FILE  PIC X(25).
004480     05  FILLER                  PIC X(02).
004490     05  DL980-DUPXI-DISP        PIC X(09).
004500     05  FILLER                  PIC X(11).
004510 01  DL980-WS-EXTR-IN REDEFINES DL980-WS-LINE.
004520     05  DL980-EXTI-TYPE         PIC X(02).
004530     05  DL980-EXTI-COUNT        PIC X(07).
004540     05  FILLER                  PIC X(123).
004550
004560*    PENDING BLANK LINES OF A PARTITION SUMMARY - HELD BACK SO
004570*    THE SPACING AHEAD OF ITS ROLLUP SECTION IS NOT COPIED.
004580 77  DL980-WS-BLANKS             PIC 9(03) VALUE 0.
004590
004600*    EXTRACT DETAIL COUNTS - THE PARTITION'S AND THE NIGHT'S.
004610 77  DL980-WS-PEXTR-COUNT        PIC 9(07) VALUE 0.
004620 77  DL980-WS-EXTR-COUNT         PIC 9(07) VALUE 0.
004630 77  DL980-WS-TRL-COUNT          PIC 9(07) VALUE 0.
004640
004650*    DUPLICATES FOUND ONLY BY THE MERGE - A DOCUMENT IN MORE
004660*    THAN ONE PARTITION - AND VALUE VARIANCES REPORTED.
004670 77  DL980-WS-MERGE-DUPS         PIC 9(07) VALUE 0.
004680 77  DL980-WS-VAR-COUNT          PIC 9(07) VALUE 0.
004690
004700*    THE NIGHT'S GRAND TOTALS, AS DL100-WS-GRAND-TOTALS.
004710 01  DL980-WS-GRAND-TOTALS.
004720     05  DL980-WS-GT-FILES       PIC 9(03) VALUE 0.
004730     05  DL980-WS-GT-READ        PIC 9(07) VALUE 0.
004740     05  DL980-WS-GT-CONVERTED   PIC 9(07) VALUE 0.
004750     05  DL980-WS-GT-REJECTED    PIC 9(07) VALUE 0.
004760     05  DL980-WS-GT-NONCANON    PIC 9(07) VALUE 0.
004770     05  DL980-WS-GT-AUTOFIX     PIC 9(07) VALUE 0.
004780     05  DL980-WS-GT-DUPS        PIC 9(07) VALUE 0.
004790     05  DL980-WS-GT-SUM         PIC 9(09) VALUE 0.
004800     05  DL980-WS-GT-FRAC        PIC 9(02) VALUE 0.
004810     05  DL980-WS-GT-MIN-SUM     PIC 9(05) VALUE 99999.
004820     05  DL980-WS-GT-MAX-SUM     PIC 9(05) VALUE 0.
004830     05  DL980-WS-GT-AVG-SUM     PIC 9(05)V99 VALUE 0.
004840
004850*    ELAPSED-TIME WORK FIELDS FOR THE RUN-HISTORY RECORD.
004860 01  DL980-WS-END-STAMP          PIC X(14).
004870 77  DL980-WS-CLOCK-HH           PIC 9(02).
004880 77  DL980-WS-CLOCK-MM           PIC 9(02).
004890 77  DL980-WS-CLOCK-SS           PIC 9(02).
004900 77  DL980-WS-START-SECS         PIC 9(07) VALUE 0.
004910 77  DL980-WS-END-SECS           PIC 9(07) VALUE 0.
004920 77  DL980-WS-ELAPSED-SECS       PIC S9(07) VALUE 0.
004930
004940*    SUMMARY REPORT LINE LAYOUTS, AS ROMAN-NUMERAL-CONV'S.
004950 01  DL980-RPT-HEADER-LINE.
004960     05  FILLER                  PIC X(21) VALUE
004970             'ROMAN NUMERAL SUMMARY'.
004980     05  FILLER                  PIC X(04) VALUE SPACES.
004990     05  FILLER                  PIC X(09) VALUE 'RUN DATE:'.
005000     05  DL980-RPT-H-DATE        PIC X(08).
005010     05  FILLER                  PIC X(04) VALUE SPACES.
005020     05  FILLER                  PIC X(11) VALUE 'INPUT FILE:'.
005030     05  DL980-RPT-H-FNAME       PIC X(25) VALUE
005040             'MULTIPLE-SEE DRIVER FILE'.
005050     05  FILLER                  PIC X(02) VALUE SPACES.
005060     05  FILLER                  PIC X(07) VALUE 'RUN ID:'.
005070     05  DL980-RPT-H-RUNID       PIC X(14).
005080
005090 01  DL980-RPT-DOC-LINE.
005100     05  DL980-RPT-DC-DOCID      PIC X(10).
005110     05  FILLER                  PIC X(02) VALUE SPACES.
005120     05  FILLER                  PIC X(09) VALUE 'NUMERALS:'.
005130     05  DL980-RPT-DC-COUNT      PIC ZZZZ9.
005140     05  FILLER                  PIC X(02) VALUE SPACES.
005150     05  FILLER                  PIC X(12) VALUE 'TOTAL VALUE:'.
005160     05  DL980-RPT-DC-VALUE      PIC Z(8)9.
005170     05  FILLER                  PIC X(02) VALUE SPACES.
005180     05  DL980-RPT-DC-FLAG       PIC X(10).
005190
005200 01  DL980-RPT-TOTAL-LINE.
005210     05  DL980-RPT-T-LABEL       PIC X(30).
005220     05  DL980-RPT-T-VALUE       PIC Z(8)9.
005230
005240 01  DL980-RPT-AVG-LINE.
005250     05  DL980-RPT-A-LABEL       PIC X(30) VALUE
005260             'AVERAGE ROMSUM              :'.
005270     05  DL980-RPT-A-VALUE       PIC Z(6)9.99.
005280
005290*    DUPLICATE EXCEPTION REPORT LINE, AS DL100-DUP-LINE.
005300 01  DL980-DUP-LINE.
005310     05  DL980-DUP-DOCID         PIC X(10).
005320     05  FILLER                  PIC X(02) VALUE SPACES.
005330     05  FILLER                  PIC X(10) VALUE 'FIRST IN:'.
005340     05  DL980-DUP-FIRST-FILE    PIC X(25).
005350     05  FILLER                  PIC X(02) VALUE SPACES.
005360     05  FILLER                  PIC X(10) VALUE 'AGAIN IN:'.
005370     05  DL980-DUP-AGAIN-FILE    PIC X(25).
005380     05  FILLER                  PIC X(02) VALUE SPACES.
005390     05  DL980-DUP-DISP          PIC X(09).
005400
005410*    VALUE VARIANCE REPORT LINES, AS ROMAN-NUMERAL-CONV'S.
005420 01  DL980-VAR-COLUMN-LINE.
005430     05  FILLER                  PIC X(12) VALUE 'DOCUMENT ID'.
005440     05  FILLER                  PIC X(05) VALUE 'SLOT'.
005450     05  FILLER                  PIC X(31) VALUE 'OLD TOKEN'.
005460     05  FILLER                  PIC X(31) VALUE 'NEW TOKEN'.
005470     05  FILLER                  PIC X(12) VALUE 'OLD VALUE'.
005480     05  FILLER                  PIC X(12) VALUE 'NEW VALUE'.
005490     05  FILLER                  PIC X(15) VALUE 'OLD RUN ID'.
005500     05  FILLER                  PIC X(14) VALUE 'NEW RUN ID'.
005510
005520 01  DL980-VAR-LINE.
005530     05  DL980-VAR-DOCID         PIC X(10).
005540     05  FILLER                  PIC X(03) VALUE SPACES.
005550     05  DL980-VAR-SLOT          PIC 9(01).
005560     05  FILLER                  PIC X(03) VALUE SPACES.
005570     05  DL980-VAR-OLD-TOKEN     PIC X(30).
005580     05  FILLER                  PIC X(01) VALUE SPACES.
005590     05  DL980-VAR-NEW-TOKEN     PIC X(30).
005600     05  FILLER                  PIC X(01) VALUE SPACES.
005610     05  DL980-VAR-OLD-VALUE     PIC ZZZZ9.
005620     05  DL980-VAR-OLD-FRAC      PIC X(06).
005630     05  FILLER                  PIC X(01) VALUE SPACES.
005640     05  DL980-VAR-NEW-VALUE     PIC ZZZZ9.
005650     05  DL980-VAR-NEW-FRAC      PIC X(06).
005660     05  FILLER                  PIC X(01) VALUE SPACES.
005670     05  DL980-VAR-OLD-RUN-ID    PIC X(14).
005680     05  FILLER                  PIC X(01) VALUE SPACES.
005690     05  DL980-VAR-NEW-RUN-ID    PIC X(14).
005700
005710 01  DL980-WS-FRAC-EDIT.
005720     05  FILLER                  PIC X(01) VALUE '+'.
005730     05  DL980-WS-FRAC-EDIT-NN   PIC 9(02).
005740     05  FILLER                  PIC X(03) VALUE '/12'.
005750
005760 PROCEDURE DIVISION.
005770
005780 0000-MAINLINE.
005790     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005800     IF RETURN-CODE NOT = 0
005810         GO TO 0000-TERMINATE
005820     END-IF.
005830     EVALUATE TRUE
005840         WHEN DL980-WS-FUNC-SPLIT
005850             PERFORM 2000-SPLIT THRU 2000-EXIT
005860         WHEN DL980-WS-FUNC-MERGE
005870             PERFORM 3000-MERGE THRU 3000-EXIT
005880     END-EVALUATE.
005890 0000-TERMINATE.
005900     DISPLAY 'ROMAN-PARTITION-CTL: RUN COMPLETE - RC '
005910         RETURN-CODE.
005920     STOP RUN.
005930
005940*-----------------------------------------------------------------
005950* READS THE FUNCTION CARD AND, FOR A SPLIT, THE NIGHT'S CARD
005960* BEHIND IT.  A BAD FUNCTION OR PARTITION COUNT, OR A MISSING
005970* CARD, IS RC 16 AND NOTHING IS TOUCHED.
005980*-----------------------------------------------------------------
005990 1000-INITIALIZE.
006000     OPEN INPUT DL980-PARM-FILE.
006010     IF DL980-WS-PARM-STATUS NOT = '00'
006020         DISPLAY 'ROMAN-PARTITION-CTL: UNABLE TO OPEN SYSIN - '
006030             'STATUS ' DL980-WS-PARM-STATUS
006040         MOVE 16                 TO RETURN-CODE
006050         GO TO 1000-EXIT
006060     END-IF.
006070     READ DL980-PARM-FILE
006080         AT END
006090             MOVE SPACES         TO DL980-PARM-RECORD
006100     END-READ.
006110     MOVE DL980-PARM-RECORD      TO DL980-WS-CTL-CARD.
006120     IF DL980-WS-PARTS-X = SPACE
006130         MOVE 4                  TO DL980-WS-PARTS
006140     END-IF.
006150     IF NOT DL980-WS-FUNC-SPLIT AND NOT DL980-WS-FUNC-MERGE
006160         DISPLAY 'ROMAN-PARTITION-CTL: FUNCTION "' DL980-WS-FUNC
006170             '" IN SYSIN COL 1 IS NOT S OR M'
006180         MOVE 16                 TO RETURN-CODE
006190         GO TO 1000-CLOSE
006200     END-IF.
006210     IF DL980-WS-PARTS-X IS NOT NUMERIC
006220        OR DL980-WS-PARTS = 0
006230         DISPLAY 'ROMAN-PARTITION-CTL: PARTITION COUNT "'
006240             DL980-WS-PARTS-X '" IN SYSIN COL 2 IS NOT 1-9'
006250         MOVE 16                 TO RETURN-CODE
006260         GO TO 1000-CLOSE
006270     END-IF.
006280     IF DL980-WS-FUNC-SPLIT
006290         READ DL980-PARM-FILE
006300             AT END
006310                 DISPLAY 'ROMAN-PARTITION-CTL: THE NIGHT''S '
006320                     'CONVERSION CARD IS MISSING BEHIND THE '
006330                     'FUNCTION CARD'
006340                 MOVE 16         TO RETURN-CODE
006350                 GO TO 1000-CLOSE
006360         END-READ
006370         MOVE DL980-PARM-RECORD  TO DL980-WS-CARD
006380     END-IF.
006390 1000-CLOSE.
006400     CLOSE DL980-PARM-FILE.
006410 1000-EXIT.
006420     EXIT.
006430
006440*****************************************************************
006450*                       S P L I T                               *
006460*****************************************************************
006470*-----------------------------------------------------------------
006480* CHECKS THE NIGHT'S CARD, LOADS THE DRIVER FILE, TAKES THE RUN
006490* LOCK FOR THE WHOLE NIGHT, AND WRITES EVERY PARTITION'S DRIVER
006500* FILE AND CARD.  ANY FAILURE AFTER THE LOCK IS TAKEN RELEASES
006510* IT AGAIN - NO PARTITION CAN HAVE STARTED.
006520*-----------------------------------------------------------------
006530 2000-SPLIT.
006540     PERFORM 2100-CHECK-CARD THRU 2100-EXIT.
006550     IF RETURN-CODE NOT = 0
006560         GO TO 2000-EXIT
006570     END-IF.
006580     PERFORM 2200-LOAD-DRIVER THRU 2200-EXIT.
006590     IF RETURN-CODE NOT = 0
006600         GO TO 2000-EXIT
006610     END-IF.
006620     MOVE FUNCTION CURRENT-DATE (1:14) TO DL980-WS-RUN-ID.
006630     PERFORM 2300-TAKE-RUN-LOCK THRU 2300-EXIT.
006640     IF RETURN-CODE NOT = 0
006650         GO TO 2000-EXIT
006660     END-IF.
006670     DIVIDE DL980-DRV-USED BY DL980-WS-PARTS
006680         GIVING DL980-WS-BASE REMAINDER DL980-WS-EXTRA.
006690     MOVE 1                      TO DL980-WS-NEXT.
006700     PERFORM 2400-WRITE-PARTITION THRU 2400-EXIT
006710         VARYING DL980-WS-PART FROM 1 BY 1
006720         UNTIL DL980-WS-PART > DL980-WS-PARTS
006730            OR RETURN-CODE NOT = 0.
006740     IF RETURN-CODE NOT = 0
006750         PERFORM 9150-RELEASE-RUN-LOCK THRU 9150-EXIT
006760         GO TO 2000-EXIT
006770     END-IF.
006780     DISPLAY 'ROMAN-PARTITION-CTL: RUN ' DL980-WS-RUN-ID
006790         ' SPLIT ' DL980-DRV-USED ' FILES INTO ' DL980-WS-PARTS
006800         ' PARTITIONS - THE RUN LOCK IS HELD UNTIL THE MERGE'.
006810 2000-EXIT.
006820     EXIT.
006830
006840*-----------------------------------------------------------------
006850* ONLY A FORWARD OR REVERSE DRIVER-FILE RUN CAN BE SPLIT.  A
006860* CORRECTION RUN WORKS ONE SUSPENSE FILE, AND A CARD ALREADY
006870* CARRYING A PARTITION NUMBER IS A PARTITION'S OWN CARD FED
006880* BACK BY MISTAKE.
006890*-----------------------------------------------------------------
006900 2100-CHECK-CARD.
006910     IF DL980-CARD-DRIVER NOT = 'Y'
006920         DISPLAY 'ROMAN-PARTITION-CTL: ONLY A DRIVER-FILE RUN '
006930             '(Y IN COL 39) CAN BE PARTITIONED'
006940         MOVE 16                 TO RETURN-CODE
006950         GO TO 2100-EXIT
006960     END-IF.
006970     IF DL980-CARD-MODE = 'C'
006980         DISPLAY 'ROMAN-PARTITION-CTL: A CORRECTION RUN CANNOT '
006990             'BE PARTITIONED'
007000         MOVE 16                 TO RETURN-CODE
007010         GO TO 2100-EXIT
007020     END-IF.
007030     IF DL980-CARD-PART NOT = SPACE
007040        OR DL980-CARD-PARENT-ID NOT = SPACES
007050         DISPLAY 'ROMAN-PARTITION-CTL: THE CARD ALREADY CARRIES '
007060             'PARTITION ' DL980-CARD-PART ' OF RUN '
007070             DL980-CARD-PARENT-ID
007080         MOVE 16                 TO RETURN-CODE
007090         GO TO 2100-EXIT
007100     END-IF.
007110 2100-EXIT.
007120     EXIT.
007130
007140 2200-LOAD-DRIVER.
007150     MOVE DL980-CARD-IN-FNAME    TO DL980-WS-DRV-FNAME.
007160     OPEN INPUT DL980-DRV-FILE.
007170     IF DL980-WS-DRV-STATUS NOT = '00'
007180         DISPLAY 'ROMAN-PARTITION-CTL: UNABLE TO OPEN DRIVER '
007190             'FILE ' DL980-WS-DRV-FNAME ' - STATUS '
007200             DL980-WS-DRV-STATUS
007210         MOVE 16                 TO RETURN-CODE
007220         GO TO 2200-EXIT
007230     END-IF.
007240     MOVE 0                      TO DL980-DRV-USED.
007250     MOVE 'N'                    TO DL980-WS-EOF-SW.
007260     PERFORM 2210-LOAD-ONE-ENTRY THRU 2210-EXIT
007270         UNTIL DL980-WS-EOF.
007280     CLOSE DL980-DRV-FILE.
007290     IF DL980-DRV-USED > 999
007300         DISPLAY 'ROMAN-PARTITION-CTL: DRIVER FILE '
007310             DL980-WS-DRV-FNAME ' HAS MORE THAN 999 ENTRIES'
007320         MOVE 16                 TO RETURN-CODE
007330         GO TO 2200-EXIT
007340     END-IF.
007350     IF DL980-DRV-USED < DL980-WS-PARTS
007360         DISPLAY 'ROMAN-PARTITION-CTL: DRIVER FILE HAS '
007370             DL980-DRV-USED ' ENTRIES - SOME PARTITIONS WILL '
007380             'HAVE NO FILES'
007390     END-IF.
007400 2200-EXIT.
007410     EXIT.
007420
007430 2210-LOAD-ONE-ENTRY.
007440     READ DL980-DRV-FILE
007450         AT END
007460             MOVE 'Y'            TO DL980-WS-EOF-SW
007470             GO TO 2210-EXIT
007480     END-READ.
007490     ADD 1                       TO DL980-DRV-USED.
007500     IF DL980-DRV-USED > 999
007510         MOVE 'Y'                TO DL980-WS-EOF-SW
007520         GO TO 2210-EXIT
007530     END-IF.
007540     MOVE DL980-DRV-RECORD TO DL980-DRV-LINE (DL980-DRV-USED).
007550 2210-EXIT.
007560     EXIT.
007570
007580*-----------------------------------------------------------------
007590* TAKES THE RUN LOCK FOR THE WHOLE NIGHT UNDER OPTION 'P', AS
007600* 1050-ACQUIRE-RUN-LOCK DOES FOR A SINGLE RUN.  THE PARTITION
007610* COUNT AND THE DRIVER FILE'S ENTRY COUNT RIDE IN THE LOCK
007620* RECORD'S SPARE BYTES FOR THE MERGE.
007630*-----------------------------------------------------------------
007640 2300-TAKE-RUN-LOCK.
007650     OPEN INPUT DL980-LOCK-FILE.
007660     IF DL980-WS-LOCK-STATUS = '00'
007670         READ DL980-LOCK-FILE
007680             AT END
007690                 CONTINUE
007700             NOT AT END
007710                 DISPLAY 'ROMAN-PARTITION-CTL: ANOTHER RUN '
007720                     'HOLDS THE RUN LOCK - RUN ID '
007730                     DL980-LOCK-RUN-ID ' OPTION '
007740                     DL980-LOCK-OPT
007750                 DISPLAY 'ROMAN-PARTITION-CTL: IF THAT RUN '
007760                     'ABENDED, CLEAR THE LOCK WITH THE '
007770                     'ROMANUNL JOB AND RESUBMIT'
007780                 MOVE 12         TO RETURN-CODE
007790                 CLOSE DL980-LOCK-FILE
007800                 GO TO 2300-EXIT
007810         END-READ
007820         CLOSE DL980-LOCK-FILE
007830     END-IF.
007840     OPEN OUTPUT DL980-LOCK-FILE.
007850     IF DL980-WS-LOCK-STATUS NOT = '00'
007860         DISPLAY 'ROMAN-PARTITION-CTL: UNABLE TO TAKE THE RUN '
007870             'LOCK - STATUS ' DL980-WS-LOCK-STATUS
007880         MOVE 12                 TO RETURN-CODE
007890         GO TO 2300-EXIT
007900     END-IF.
007910     MOVE SPACES                 TO DL980-LOCK-RECORD.
007920     MOVE DL980-WS-RUN-ID        TO DL980-LOCK-RUN-ID.
007930     MOVE 'P'                    TO DL980-LOCK-OPT.
007940     MOVE DL980-WS-PARTS-X       TO DL980-LOCK-PARTS.
007950     MOVE DL980-DRV-USED         TO DL980-LOCK-FILES.
007960     WRITE DL980-LOCK-RECORD.
007970     CLOSE DL980-LOCK-FILE.
007980     SET DL980-WS-LOCK-HELD      TO TRUE.
007990 2300-EXIT.
008000     EXIT.
008010
008020*-----------------------------------------------------------------
008030* WRITES ONE PARTITION'S DRIVER FILE - THE NEXT BLOCK OF THE
008040* NIGHT'S ENTRIES, IN ORDER; THE FIRST PARTITIONS TAKE ONE EXTRA
008050* ENTRY EACH WHEN THE COUNT DOES NOT DIVIDE EVENLY - AND ITS
008060* CARD, WHICH NAMES THE PARTITION'S DRIVER DATA SET (THE
008070* NIGHT'S WITH .PN ADDED, AS THE JOB STREAM CATALOGS IT).
008080*-----------------------------------------------------------------
008090 2400-WRITE-PARTITION.
008100     MOVE DL980-WS-PART          TO DL980-WS-PART-NO.
008110     MOVE DL980-WS-BASE          TO DL980-WS-BLOCK.
008120     IF DL980-WS-PART NOT > DL980-WS-EXTRA
008130         ADD 1                   TO DL980-WS-BLOCK
008140     END-IF.
008150     MOVE 'DRVOUT'               TO DL980-WS-DD-PREFIX.
008160     PERFORM 8000-BUILD-DD-NAME THRU 8000-EXIT.
008170     OPEN OUTPUT DL980-PART-FILE.
008180     IF DL980-WS-PART-STATUS NOT = '00'
008190         DISPLAY 'ROMAN-PARTITION-CTL: UNABLE TO OPEN '
008200             DL980-WS-PART-DD ' - STATUS ' DL980-WS-PART-STATUS
008210         MOVE 16                 TO RETURN-CODE
008220         GO TO 2400-EXIT
008230     END-IF.
008240     PERFORM 2410-WRITE-DRIVER-ENTRY THRU 2410-EXIT
008250         DL980-WS-BLOCK TIMES.
008260     CLOSE DL980-PART-FILE.
008270     MOVE DL980-WS-CARD          TO DL980-WS-PCARD.
008280     MOVE SPACES                 TO DL980-PCARD-IN-FNAME.
008290     STRING DL980-WS-DRV-FNAME   DELIMITED BY SPACE
008300            '.P'                 DELIMITED BY SIZE
008310            DL980-WS-PART-NO     DELIMITED BY SIZE
008320         INTO DL980-PCARD-IN-FNAME
008330         ON OVERFLOW
008340             DISPLAY 'ROMAN-PARTITION-CTL: DRIVER DATA SET NAME '
008350                 DL980-WS-DRV-FNAME ' IS TOO LONG TO QUALIFY '
008360                 'WITH .P' DL980-WS-PART-NO
008370             MOVE 16             TO RETURN-CODE
008380             GO TO 2400-EXIT
008390     END-STRING.
008400     MOVE DL980-WS-PART-NO       TO DL980-PCARD-PART.
008410     MOVE DL980-WS-RUN-ID        TO DL980-PCARD-PARENT-ID.
008420     MOVE 'PARMOUT'              TO DL980-WS-DD-PREFIX.
008430     PERFORM 8000-BUILD-DD-NAME THRU 8000-EXIT.
008440     OPEN OUTPUT DL980-PART-FILE.
008450     IF DL980-WS-PART-STATUS NOT = '00'
008460         DISPLAY 'ROMAN-PARTITION-CTL: UNABLE TO OPEN '
008470             DL980-WS-PART-DD ' - STATUS ' DL980-WS-PART-STATUS
008480         MOVE 16                 TO RETURN-CODE
008490         GO TO 2400-EXIT
008500     END-IF.
008510     MOVE DL980-WS-PCARD         TO DL980-PART-RECORD.
008520     WRITE DL980-PART-RECORD.
008530     CLOSE DL980-PART-FILE.
008540     DISPLAY 'ROMAN-PARTITION-CTL: PARTITION ' DL980-WS-PART-NO
008550         ' - ' DL980-WS-BLOCK ' FILES - DRIVER '
008560         DL980-PCARD-IN-FNAME.
008570 2400-EXIT.
008580     EXIT.
008590
008600 2410-WRITE-DRIVER-ENTRY.
008610     MOVE DL980-DRV-LINE (DL980-WS-NEXT) TO DL980-PART-RECORD.
008620     WRITE DL980-PART-RECORD.
008630     ADD 1                       TO DL980-WS-NEXT.
008640 2410-EXIT.
008650     EXIT.
008660
008670*****************************************************************
008680*                       M E R G E                               *
008690*****************************************************************
008700*-----------------------------------------------------------------
008710* CHECKS EVERY PARTITION FINISHED, THEN BUILDS THE NIGHT'S
008720* OUTPUTS FROM THEIRS (FIRST PASS) BEFORE POSTING THEIR TOKENS
008730* AND FILE TOTALS TO THE SHARED STORES (SECOND PASS).  THE
008740* FIRST PASS MUST SEE THE DOCUMENT REGISTRY AS THE PARTITIONS
008750* SAW IT, TO TELL A CROSS-RUN DUPLICATE THEY ALREADY REPORTED
008760* FROM ONE ONLY THE MERGE CAN SEE.
008770*-----------------------------------------------------------------
008780 3000-MERGE.
008790     PERFORM 3100-CHECK-RUN-LOCK THRU 3100-EXIT.
008800     IF RETURN-CODE NOT = 0
008810         GO TO 3000-EXIT
008820     END-IF.
008830     PERFORM 3200-CHECK-PARTITION THRU 3200-EXIT
008840         VARYING DL980-WS-PART FROM 1 BY 1
008850         UNTIL DL980-WS-PART > DL980-WS-PARTS.
008860     IF DL980-WS-BAD
008870         DISPLAY 'ROMAN-PARTITION-CTL: RERUN THE PARTITIONS '
008880             'NAMED ABOVE, THEN RESUBMIT THE MERGE - NOTHING HAS '
008890             'BEEN POSTED AND THE RUN LOCK IS KEPT'
008900         MOVE 16                 TO RETURN-CODE
008910         GO TO 3000-EXIT
008920     END-IF.
008930     PERFORM 3250-TAKE-HIGHEST-RC THRU 3250-EXIT
008940         VARYING DL980-WS-PART FROM 1 BY 1
008950         UNTIL DL980-WS-PART > DL980-WS-PARTS.
008960     PERFORM 3300-OPEN-OUTPUTS THRU 3300-EXIT.
008970     IF DL980-WS-BAD
008980         DISPLAY 'ROMAN-PARTITION-CTL: NOTHING HAS BEEN POSTED '
008990             'AND THE RUN LOCK IS KEPT - RESUBMIT THE MERGE'
009000         MOVE 16                 TO RETURN-CODE
009010         GO TO 3000-EXIT
009020     END-IF.
009030     PERFORM 3400-MERGE-PARTITION THRU 3400-EXIT
009040         VARYING DL980-WS-PART FROM 1 BY 1
009050         UNTIL DL980-WS-PART > DL980-WS-PARTS.
009060     PERFORM 3500-POST-PARTITION THRU 3500-EXIT
009070         VARYING DL980-WS-PART FROM 1 BY 1
009080         UNTIL DL980-WS-PART > DL980-WS-PARTS.
009090     PERFORM 3600-FINISH-OUTPUTS THRU 3600-EXIT.
009100     PERFORM 3700-WRITE-RUN-HISTORY THRU 3700-EXIT.
009110     PERFORM 9150-RELEASE-RUN-LOCK THRU 9150-EXIT.
009120     DISPLAY 'ROMAN-PARTITION-CTL: RUN ' DL980-WS-RUN-ID
009130         ' MERGED FROM ' DL980-WS-PARTS ' PARTITIONS - '
009140         DL980-WS-GT-FILES ' FILES'.
009150 3000-EXIT.
009160     EXIT.
009170
009180*-----------------------------------------------------------------
009190* THE LOCK MUST BE HELD BY A SPLIT (OPTION 'P') INTO AS MANY
009200* PARTITIONS AS THE FUNCTION CARD NAMES.  ITS RUN ID IS THE
009210* NIGHT'S.
009220*-----------------------------------------------------------------
009230 3100-CHECK-RUN-LOCK.
009240     MOVE SPACES                 TO DL980-LOCK-RECORD.
009250     OPEN INPUT DL980-LOCK-FILE.
009260     IF DL980-WS-LOCK-STATUS = '00'
009270         READ DL980-LOCK-FILE
009280             AT END
009290                 MOVE SPACES     TO DL980-LOCK-RECORD
009300         END-READ
009310         CLOSE DL980-LOCK-FILE
009320     END-IF.
009330     IF DL980-LOCK-OPT NOT = 'P'
009340         DISPLAY 'ROMAN-PARTITION-CTL: NO PARTITIONED RUN HOLDS '
009350             'THE RUN LOCK - NOTHING TO MERGE'
009360         MOVE 12                 TO RETURN-CODE
009370         GO TO 3100-EXIT
009380     END-IF.
009390     MOVE DL980-LOCK-RUN-ID      TO DL980-WS-RUN-ID.
009400     IF DL980-LOCK-PARTS NOT = DL980-WS-PARTS-X
009410         DISPLAY 'ROMAN-PARTITION-CTL: RUN ' DL980-WS-RUN-ID
009420             ' WAS SPLIT INTO ' DL980-LOCK-PARTS
009430             ' PARTITIONS, NOT ' DL980-WS-PARTS-X
009440         MOVE 16                 TO RETURN-CODE
009450         GO TO 3100-EXIT
009460     END-IF.
009470     IF DL980-LOCK-FILES IS NUMERIC
009480         MOVE DL980-LOCK-FILES   TO DL980-WS-DRV-FILES
009490     END-IF.
009500     SET DL980-WS-LOCK-HELD      TO TRUE.
009510 3100-EXIT.
009520     EXIT.
009530
009540*-----------------------------------------------------------------
009550* A PARTITION FINISHED WHEN ITS POSTING FILE ENDS WITH THE END
009560* RECORD OF THIS RUN AND PARTITION, CARRYING A RETURN CODE
009570* BELOW 12, AND HOLDS ONE FILE-TOTALS RECORD FOR EVERY FILE THE
009580* END RECORD COUNTS.  EVERY PARTITION MUST ALSO HAVE RUN WITH
009590* THE SAME MODE, OPTIONS AND RUN DATE.
009600*-----------------------------------------------------------------
009610 3200-CHECK-PARTITION.
009620     MOVE DL980-WS-PART          TO DL980-WS-PART-NO.
009630     MOVE 'POSTING'              TO DL980-WS-DD-PREFIX.
009640     PERFORM 8000-BUILD-DD-NAME THRU 8000-EXIT.
009650     OPEN INPUT DL980-PART-FILE.
009660     IF DL980-WS-PART-STATUS NOT = '00'
009670         DISPLAY 'ROMAN-PARTITION-CTL: PARTITION '
009680             DL980-WS-PART-NO
009690             ' POSTING FILE NOT AVAILABLE - STATUS '
009700             DL980-WS-PART-STATUS
009710         SET DL980-WS-BAD        TO TRUE
009720         GO TO 3200-EXIT
009730     END-IF.
009740     MOVE 0                      TO DL980-WS-F-COUNT.
009750     MOVE SPACE                  TO DL980-WS-LAST-TYPE.
009760     MOVE SPACES                 TO DL980-WS-LAST-END.
009770     MOVE 'N'                    TO DL980-WS-EOF-SW.
009780     PERFORM 3210-SCAN-ONE-POSTING THRU 3210-EXIT
009790         UNTIL DL980-WS-EOF.
009800     CLOSE DL980-PART-FILE.
009810     MOVE DL980-WS-LAST-END      TO DL980-POST-LINE.
009820     IF DL980-WS-LAST-TYPE NOT = 'E'
009830        OR DL980-POST-E-RUN-ID NOT = DL980-WS-RUN-ID
009840        OR DL980-POST-E-PART NOT = DL980-WS-PART-NO
009850         DISPLAY 'ROMAN-PARTITION-CTL: PARTITION '
009860             DL980-WS-PART-NO
009870             ' DID NOT FINISH RUN ' DL980-WS-RUN-ID
009880         SET DL980-WS-BAD        TO TRUE
009890         GO TO 3200-EXIT
009900     END-IF.
009910     IF DL980-POST-E-RC NOT < 12
009920         DISPLAY 'ROMAN-PARTITION-CTL: PARTITION '
009930             DL980-WS-PART-NO
009940             ' ENDED WITH RC ' DL980-POST-E-RC
009950         SET DL980-WS-BAD        TO TRUE
009960         GO TO 3200-EXIT
009970     END-IF.
009980     IF DL980-WS-F-COUNT NOT = DL980-POST-E-FILES
009990         DISPLAY 'ROMAN-PARTITION-CTL: PARTITION '
010000             DL980-WS-PART-NO
010010             ' POSTING FILE HOLDS ' DL980-WS-F-COUNT
010020             ' FILE TOTALS FOR ' DL980-POST-E-FILES ' FILES'
010030         SET DL980-WS-BAD        TO TRUE
010040         GO TO 3200-EXIT
010050     END-IF.
010060     IF DL980-WS-PART = 1
010070         MOVE DL980-POST-E-MODE  TO DL980-WS-MODE-TEXT
010080         MOVE DL980-POST-E-STRICT TO DL980-WS-STRICT
010090         MOVE DL980-POST-E-DUP-OPT TO DL980-WS-DUP-OPT
010100         MOVE DL980-POST-E-RUN-DATE TO DL980-WS-RUN-DATE
010110     END-IF.
010120     IF DL980-POST-E-MODE NOT = DL980-WS-MODE-TEXT
010130        OR DL980-POST-E-STRICT NOT = DL980-WS-STRICT
010140        OR DL980-POST-E-DUP-OPT NOT = DL980-WS-DUP-OPT
010150        OR DL980-POST-E-RUN-DATE NOT = DL980-WS-RUN-DATE
010160         DISPLAY 'ROMAN-PARTITION-CTL: PARTITION '
010170             DL980-WS-PART-NO
010180             ' RAN WITH A DIFFERENT MODE, OPTION OR RUN DATE '
010190             'FROM PARTITION 1'
010200         SET DL980-WS-BAD        TO TRUE
010210         GO TO 3200-EXIT
010220     END-IF.
010230     MOVE DL980-POST-E-RC        TO DL980-PRT-RC (DL980-WS-PART).
010240     MOVE DL980-POST-E-FILES TO DL980-PRT-FILES (DL980-WS-PART).
010250     MOVE DL980-POST-E-DUPS TO DL980-PRT-DUPS (DL980-WS-PART).
010260 3200-EXIT.
010270     EXIT.
010280
010290 3210-SCAN-ONE-POSTING.
010300     READ DL980-PART-FILE
010310         AT END
010320             MOVE 'Y'            TO DL980-WS-EOF-SW
010330             GO TO 3210-EXIT
010340     END-READ.
010350     MOVE DL980-PART-RECORD      TO DL980-POST-LINE.
010360     MOVE DL980-POST-TYPE        TO DL980-WS-LAST-TYPE.
010370     IF DL980-POST-IS-FILE
010380         ADD 1                   TO DL980-WS-F-COUNT
010390     END-IF.
010400     IF DL980-POST-IS-END
010410         MOVE DL980-POST-LINE    TO DL980-WS-LAST-END
010420     END-IF.
010430 3210-EXIT.
010440     EXIT.
010450
010460 3250-TAKE-HIGHEST-RC.
010470     IF DL980-PRT-RC (DL980-WS-PART) > RETURN-CODE
010480         MOVE DL980-PRT-RC (DL980-WS-PART) TO RETURN-CODE
010490     END-IF.
010500     ADD DL980-PRT-DUPS (DL980-WS-PART) TO DL980-WS-GT-DUPS.
010510 3250-EXIT.
010520     EXIT.
010530
010540*-----------------------------------------------------------------
010550* OPENS THE NIGHT'S OUTPUTS AND STORES.  THE SUMMARY REPORT,
010560* THE AUDIT LOG AND THE DOCUMENT WORK FILE ARE ESSENTIAL; THE
010570* REST ARE NOTED WHEN UNAVAILABLE, AS THE CONV STEP NOTES THEM.
010580*-----------------------------------------------------------------
010590 3300-OPEN-OUTPUTS.
010600     OPEN OUTPUT DL980-RPT-FILE.
010610     IF DL980-WS-RPT-STATUS NOT = '00'
010620         DISPLAY 'ROMAN-PARTITION-CTL: UNABLE TO OPEN RPTOUT - '
010630             'STATUS ' DL980-WS-RPT-STATUS
010640         SET DL980-WS-BAD        TO TRUE
010650         GO TO 3300-EXIT
010660     END-IF.
010670     OPEN OUTPUT DL980-DOCW-FILE.
010680     IF DL980-WS-DOCW-STATUS = '00'
010690         CLOSE DL980-DOCW-FILE
010700         OPEN I-O DL980-DOCW-FILE
010710     END-IF.
010720     IF DL980-WS-DOCW-STATUS NOT = '00'
010730         DISPLAY 'ROMAN-PARTITION-CTL: UNABLE TO OPEN DOCWORK - '
010740             'STATUS ' DL980-WS-DOCW-STATUS
010750         CLOSE DL980-RPT-FILE
010760         SET DL980-WS-BAD        TO TRUE
010770         GO TO 3300-EXIT
010780     END-IF.
010790     OPEN EXTEND DL980-AUDIT-FILE.
010800     IF DL980-WS-AUD-STATUS NOT = '00'
010810         OPEN OUTPUT DL980-AUDIT-FILE
010820     END-IF.
010830     IF DL980-WS-AUD-STATUS NOT = '00'
010840         DISPLAY 'ROMAN-PARTITION-CTL: UNABLE TO OPEN AUDITOUT - '
010850             'STATUS ' DL980-WS-AUD-STATUS
010860         CLOSE DL980-RPT-FILE
010870         CLOSE DL980-DOCW-FILE
010880         SET DL980-WS-BAD        TO TRUE
010890         GO TO 3300-EXIT
010900     END-IF.
010901     OPEN I-O DL980-ACTL-FILE.
010902     IF DL980-WS-ACTL-STATUS = '35'
010903         OPEN OUTPUT DL980-ACTL-FILE
010904         IF DL980-WS-ACTL-STATUS = '00'
010905             CLOSE DL980-ACTL-FILE
010906             OPEN I-O DL980-ACTL-FILE
010907         END-IF
010908     END-IF.
010909     IF DL980-WS-ACTL-STATUS NOT = '00'
010910         DISPLAY 'ROMAN-PARTITION-CTL: UNABLE TO OPEN AUDCTL - '
010911             'STATUS ' DL980-WS-ACTL-STATUS
010912         CLOSE DL980-RPT-FILE
010913         CLOSE DL980-DOCW-FILE
010914         CLOSE DL980-AUDIT-FILE
010915         SET DL980-WS-BAD        TO TRUE
010916         GO TO 3300-EXIT
010917     END-IF.
010918     MOVE 'AUDITLOG'             TO DL980-ACTL-KEY.
010919     READ DL980-ACTL-FILE
010920         INVALID KEY
010921             MOVE SPACES         TO DL980-ACTL-RECORD
010922             MOVE 'AUDITLOG'     TO DL980-ACTL-KEY
010923             MOVE 0              TO DL980-ACTL-LAST-SEQ
010924                                    DL980-ACTL-LAST-CHECK
010925             MOVE DL980-WS-RUN-ID TO DL980-ACTL-RUN-ID
010926             WRITE DL980-ACTL-RECORD
010927                 INVALID KEY
010928                     DISPLAY 'ROMAN-PARTITION-CTL: UNABLE TO '
010929                         'START AUDCTL - STATUS '
010930                         DL980-WS-ACTL-STATUS
010931                     CLOSE DL980-RPT-FILE
010932                     CLOSE DL980-DOCW-FILE
010933                     CLOSE DL980-AUDIT-FILE
010934                     CLOSE DL980-ACTL-FILE
010935                     SET DL980-WS-BAD TO TRUE
010936                     GO TO 3300-EXIT
010937             END-WRITE
010938     END-READ.
010939     MOVE DL980-ACTL-LAST-SEQ    TO DL980-WS-AUD-LAST-SEQ.
010940     MOVE DL980-ACTL-LAST-CHECK  TO DL980-WS-AUD-LAST-CHECK.
010941     SET DL980-WS-ACTL-OPEN      TO TRUE.
010942     MOVE DL980-WS-RUN-DATE      TO DL980-RPT-H-DATE.
010943     MOVE DL980-WS-RUN-ID        TO DL980-RPT-H-RUNID.
010944     MOVE DL980-RPT-HEADER-LINE  TO DL980-RPT-RECORD.
010945     WRITE DL980-RPT-RECORD.
010950     OPEN OUTPUT DL980-EXTR-FILE.
010960     IF DL980-WS-EXTR-STATUS = '00'
010970         SET DL980-WS-EXTR-OPEN  TO TRUE
010980         MOVE SPACES             TO DL980-EXTR-RECORD
010990         STRING 'H|'             DELIMITED BY SIZE
011000                DL980-WS-RUN-DATE DELIMITED BY SIZE
011010             INTO DL980-EXTR-RECORD
011020         WRITE DL980-EXTR-RECORD
011030     ELSE
011040         DISPLAY 'ROMAN-PARTITION-CTL: EXTRACT FILE NOT '
011050             'AVAILABLE - STATUS ' DL980-WS-EXTR-STATUS
011060     END-IF.
011070     OPEN OUTPUT DL980-DUP-FILE.
011080     IF DL980-WS-DUP-STATUS = '00'
011090         SET DL980-WS-DUP-OPEN   TO TRUE
011100         MOVE SPACES             TO DL980-DUP-RECORD
011110         STRING 'DUPLICATE DOCUMENT IDS    RUN DATE:'
011120                                 DELIMITED BY SIZE
011130                DL980-WS-RUN-DATE DELIMITED BY SIZE
011140             INTO DL980-DUP-RECORD
011150         WRITE DL980-DUP-RECORD
011160     ELSE
011170         DISPLAY 'ROMAN-PARTITION-CTL: DUPLICATE REPORT NOT '
011180             'AVAILABLE - STATUS ' DL980-WS-DUP-STATUS
011190     END-IF.
011200     OPEN OUTPUT DL980-SUSP-FILE.
011210     IF DL980-WS-SUSP-STATUS = '00'
011220         SET DL980-WS-SUSP-OPEN  TO TRUE
011230     ELSE
011240         DISPLAY 'ROMAN-PARTITION-CTL: SUSPENSE FILE NOT '
011250             'AVAILABLE - STATUS ' DL980-WS-SUSP-STATUS
011260     END-IF.
011270     OPEN I-O DL980-DOCM-FILE.
011280     IF DL980-WS-DOCM-STATUS NOT = '00'
011290         OPEN OUTPUT DL980-DOCM-FILE
011300         IF DL980-WS-DOCM-STATUS = '00'
011310             CLOSE DL980-DOCM-FILE
011320             OPEN I-O DL980-DOCM-FILE
011330         END-IF
011340     END-IF.
011350     IF DL980-WS-DOCM-STATUS = '00'
011360         SET DL980-WS-DOCM-OPEN  TO TRUE
011370     ELSE
011380         DISPLAY 'ROMAN-PARTITION-CTL: DOCUMENT REGISTRY NOT '
011390             'AVAILABLE - STATUS ' DL980-WS-DOCM-STATUS
011400     END-IF.
011401     OPEN I-O DL980-AUTH-FILE.
011402     IF DL980-WS-AUTH-STATUS = '00'
011403         SET DL980-WS-AUTH-OPEN  TO TRUE
011404         OPEN EXTEND DL980-MLOG-FILE
011405         IF DL980-WS-MLOG-STATUS NOT = '00'
011406             OPEN OUTPUT DL980-MLOG-FILE
011407         END-IF
011408         IF DL980-WS-MLOG-STATUS = '00'
011409             SET DL980-WS-MLOG-OPEN TO TRUE
011410         ELSE
011411             DISPLAY 'ROMAN-PARTITION-CTL: MAINTENANCE LOG NOT '
011412                 'AVAILABLE - STATUS ' DL980-WS-MLOG-STATUS
011413         END-IF
011414     ELSE
011415         IF DL980-WS-AUTH-STATUS NOT = '35'
011416             DISPLAY 'ROMAN-PARTITION-CTL: REGISTRY CONTROL '
011417                 'STORE NOT AVAILABLE - STATUS '
011418                 DL980-WS-AUTH-STATUS
011419         END-IF
011420     END-IF.
011421     PERFORM 3310-OPEN-VALUE-HISTORY THRU 3310-EXIT.
011422     OPEN I-O DL980-CKPT-FILE.
011430     IF DL980-WS-CKPT-STATUS NOT = '00'
011440         OPEN OUTPUT DL980-CKPT-FILE
011450         IF DL980-WS-CKPT-STATUS = '00'
011460             CLOSE DL980-CKPT-FILE
011470             OPEN I-O DL980-CKPT-FILE
011480         END-IF
011490     END-IF.
011500     IF DL980-WS-CKPT-STATUS = '00'
011510         SET DL980-WS-CKPT-OPEN  TO TRUE
011520     ELSE
011530         DISPLAY 'ROMAN-PARTITION-CTL: CHECKPOINT LOG NOT '
011540             'AVAILABLE - STATUS ' DL980-WS-CKPT-STATUS
011550     END-IF.
011560 3300-EXIT.
011570     EXIT.
011580
011590*-----------------------------------------------------------------
011600* THE VALUE HISTORY AND THE VARIANCE REPORT, OPENED AS
011610* 2997-OPEN-VALUE-HISTORY AND 2998-OPEN-VARIANCE-RPT OPEN THEM.
011620*-----------------------------------------------------------------
011630 3310-OPEN-VALUE-HISTORY.
011640     OPEN I-O DL980-VALH-FILE.
011650     IF DL980-WS-VALH-STATUS NOT = '00'
011660         OPEN OUTPUT DL980-VALH-FILE
011670         IF DL980-WS-VALH-STATUS = '00'
011680             CLOSE DL980-VALH-FILE
011690             OPEN I-O DL980-VALH-FILE
011700         END-IF
011710     END-IF.
011720     IF DL980-WS-VALH-STATUS NOT = '00'
011730         DISPLAY 'ROMAN-PARTITION-CTL: VALUE HISTORY NOT '
011740             'AVAILABLE - STATUS ' DL980-WS-VALH-STATUS
011750             ' - NO VARIANCE CHECK THIS RUN'
011760         GO TO 3310-EXIT
011770     END-IF.
011780     SET DL980-WS-VALH-OPEN      TO TRUE.
011790     OPEN OUTPUT DL980-VAR-FILE.
011800     IF DL980-WS-VAR-STATUS NOT = '00'
011810         DISPLAY 'ROMAN-PARTITION-CTL: VARIANCE REPORT NOT '
011820             'AVAILABLE - STATUS ' DL980-WS-VAR-STATUS
011830         GO TO 3310-EXIT
011840     END-IF.
011850     SET DL980-WS-VAR-OPEN       TO TRUE.
011860     MOVE SPACES                 TO DL980-VAR-RECORD.
011870     STRING 'VALUE VARIANCES ON RE-SENT DOCUMENTS    RUN DATE:'
011880                                 DELIMITED BY SIZE
011890            DL980-WS-RUN-DATE    DELIMITED BY SIZE
011900            '    RUN ID:'        DELIMITED BY SIZE
011910            DL980-WS-RUN-ID      DELIMITED BY SIZE
011920         INTO DL980-VAR-RECORD.
011930     WRITE DL980-VAR-RECORD.
011940     MOVE SPACES                 TO DL980-VAR-RECORD.
011950     WRITE DL980-VAR-RECORD.
011960     MOVE DL980-VAR-COLUMN-LINE  TO DL980-VAR-RECORD.
011970     WRITE DL980-VAR-RECORD.
011980 3310-EXIT.
011990     EXIT.
012000
012010*-----------------------------------------------------------------
012020* FIRST PASS, ONE PARTITION AT A TIME IN DRIVER ORDER - ITS
012030* SUMMARY DETAIL, EXTRACT DETAIL, DUPLICATE LINES AND SUSPENSE
012040* RECORDS ARE ADDED TO THE NIGHT'S, THEN ITS DOCUMENT WORK FILE
012050* IS FOLDED INTO THE NIGHT'S.  A PARTITION FILE MISSING OR OUT
012060* OF BALANCE HERE LEAVES THE NIGHT'S OUTPUTS SHORT - RC 8.
012070*-----------------------------------------------------------------
012080 3400-MERGE-PARTITION.
012090     MOVE DL980-WS-PART          TO DL980-WS-PART-NO.
012100     PERFORM 3410-COPY-SUMMARY THRU 3410-EXIT.
012110     IF DL980-WS-EXTR-OPEN
012120         PERFORM 3420-COPY-EXTRACT THRU 3420-EXIT
012130     END-IF.
012140     IF DL980-WS-DUP-OPEN
012150         PERFORM 3430-COPY-DUPLICATES THRU 3430-EXIT
012160     END-IF.
012170     IF DL980-WS-SUSP-OPEN
012180         PERFORM 3440-COPY-SUSPENSE THRU 3440-EXIT
012190     END-IF.
012200     PERFORM 3450-FOLD-DOC-WORK THRU 3450-EXIT.
012210 3400-EXIT.
012220     EXIT.
012230
012240*-----------------------------------------------------------------
012250* THE PARTITION SUMMARY'S HEADER IS DROPPED AND ITS DETAIL AND
012260* FILE TOTALS COPIED UP TO ITS DOCUMENT ROLLUP SECTION, WHICH
012270* THE NIGHT'S ROLLUP AND GRAND TOTALS REPLACE.
012280*-----------------------------------------------------------------
012290 3410-COPY-SUMMARY.
012300     MOVE 'SUMMARY'              TO DL980-WS-DD-PREFIX.
012310     PERFORM 8100-OPEN-PART-INPUT THRU 8100-EXIT.
012320     IF DL980-WS-PART-STATUS NOT = '00'
012330         GO TO 3410-EXIT
012340     END-IF.
012350     MOVE 0                      TO DL980-WS-BLANKS.
012360     MOVE 'N'                    TO DL980-WS-TRL-SW.
012370     PERFORM 8200-READ-PART-LINE THRU 8200-EXIT.
012380     PERFORM 3411-COPY-SUMMARY-LINE THRU 3411-EXIT
012390         UNTIL DL980-WS-EOF.
012400     CLOSE DL980-PART-FILE.
012410     IF NOT DL980-WS-TRL-SEEN
012420         DISPLAY 'ROMAN-PARTITION-CTL: PARTITION '
012430             DL980-WS-PART-NO
012440             ' SUMMARY REPORT HAS NO DOCUMENT ROLLUP - INCOMPLETE'
012450         PERFORM 8300-SET-RC-8 THRU 8300-EXIT
012460     END-IF.
012470 3410-EXIT.
012480     EXIT.
012490
012500 3411-COPY-SUMMARY-LINE.
012510     PERFORM 8200-READ-PART-LINE THRU 8200-EXIT.
012520     IF DL980-WS-EOF
012530         GO TO 3411-EXIT
012540     END-IF.
012550     IF DL980-WS-LINE = 'DOCUMENT ROLLUP'
012560         SET DL980-WS-TRL-SEEN   TO TRUE
012570         MOVE 'Y'                TO DL980-WS-EOF-SW
012580         GO TO 3411-EXIT
012590     END-IF.
012600     IF DL980-WS-LINE = SPACES
012610         ADD 1                   TO DL980-WS-BLANKS
012620         GO TO 3411-EXIT
012630     END-IF.
012640     PERFORM 3412-WRITE-HELD-BLANK THRU 3412-EXIT
012650         DL980-WS-BLANKS TIMES.
012660     MOVE 0                      TO DL980-WS-BLANKS.
012670     MOVE DL980-WS-LINE          TO DL980-RPT-RECORD.
012680     WRITE DL980-RPT-RECORD.
012690 3411-EXIT.
012700     EXIT.
012710
012720 3412-WRITE-HELD-BLANK.
012730     MOVE SPACES                 TO DL980-RPT-RECORD.
012740     WRITE DL980-RPT-RECORD.
012750 3412-EXIT.
012760     EXIT.
012770
012780*-----------------------------------------------------------------
012790* THE PARTITION EXTRACT'S DETAIL RECORDS ARE COPIED AND COUNTED
012800* AGAINST ITS OWN TRAILER, SO A SHORT PARTITION EXTRACT IS
012810* CAUGHT BEFORE THE NIGHT'S TRAILER VOUCHES FOR IT.
012820*-----------------------------------------------------------------
012830 3420-COPY-EXTRACT.
012840     MOVE 'EXTRACT'              TO DL980-WS-DD-PREFIX.
012850     PERFORM 8100-OPEN-PART-INPUT THRU 8100-EXIT.
012860     IF DL980-WS-PART-STATUS NOT = '00'
012870         GO TO 3420-EXIT
012880     END-IF.
012890     MOVE 0                      TO DL980-WS-PEXTR-COUNT.
012900     MOVE 'N'                    TO DL980-WS-TRL-SW.
012910     PERFORM 3421-COPY-EXTRACT-LINE THRU 3421-EXIT
012920         UNTIL DL980-WS-EOF.
012930     CLOSE DL980-PART-FILE.
012940     IF NOT DL980-WS-TRL-SEEN
012950        OR DL980-WS-TRL-COUNT NOT = DL980-WS-PEXTR-COUNT
012960         DISPLAY 'ROMAN-PARTITION-CTL: PARTITION '
012970             DL980-WS-PART-NO
012980             ' EXTRACT HOLDS ' DL980-WS-PEXTR-COUNT
012990             ' DETAIL RECORDS - ITS TRAILER DOES NOT AGREE'
013000         PERFORM 8300-SET-RC-8 THRU 8300-EXIT
013010     END-IF.
013020 3420-EXIT.
013030     EXIT.
013040
013050 3421-COPY-EXTRACT-LINE.
013060     PERFORM 8200-READ-PART-LINE THRU 8200-EXIT.
013070     IF DL980-WS-EOF
013080         GO TO 3421-EXIT
013090     END-IF.
013100     EVALUATE DL980-EXTI-TYPE
013110         WHEN 'D|'
013120             MOVE DL980-WS-LINE  TO DL980-EXTR-RECORD
013130             WRITE DL980-EXTR-RECORD
013140             ADD 1               TO DL980-WS-PEXTR-COUNT
013150             ADD 1               TO DL980-WS-EXTR-COUNT
013160         WHEN 'T|'
013170             SET DL980-WS-TRL-SEEN TO TRUE
013180             MOVE 9999999        TO DL980-WS-TRL-COUNT
013190             IF DL980-EXTI-COUNT IS NUMERIC
013200                 MOVE DL980-EXTI-COUNT TO DL980-WS-TRL-COUNT
013210             END-IF
013220         WHEN OTHER
013230             CONTINUE
013240     END-EVALUATE.
013250 3421-EXIT.
013260     EXIT.
013270
013280*-----------------------------------------------------------------
013290* A PARTITION REPORTS A DUPLICATE AGAINST THE FIRST SOURCE FILE
013300* IT SAW THE DOCUMENT IN.  WHEN AN EARLIER PARTITION SAW IT
013310* FIRST, THE LINE IS REWRITTEN AGAINST THAT FILE - AND A CROSS-
013320* RUN LINE BECOMES AN IN-RUN ONE, AS A SINGLE RUN WOULD HAVE
013330* FOUND IT IN ITS OWN WORK FILE BEFORE LOOKING AT THE REGISTRY.
013340*-----------------------------------------------------------------
013350 3430-COPY-DUPLICATES.
013360     MOVE 'DUPRPT'               TO DL980-WS-DD-PREFIX.
013370     PERFORM 8100-OPEN-PART-INPUT THRU 8100-EXIT.
013380     IF DL980-WS-PART-STATUS NOT = '00'
013390         GO TO 3430-EXIT
013400     END-IF.
013410     PERFORM 8200-READ-PART-LINE THRU 8200-EXIT.
013420     PERFORM 3431-COPY-DUPLICATE-LINE THRU 3431-EXIT
013430         UNTIL DL980-WS-EOF.
013440     CLOSE DL980-PART-FILE.
013450 3430-EXIT.
013460     EXIT.
013470
013480 3431-COPY-DUPLICATE-LINE.
013490     PERFORM 8200-READ-PART-LINE THRU 8200-EXIT.
013500     IF DL980-WS-EOF OR DL980-WS-LINE = SPACES
013510         GO TO 3431-EXIT
013520     END-IF.
013530     MOVE 'N'                    TO DL980-WS-FND-SW.
013540     MOVE DL980-DUPI-DOCID       TO DL980-DOCW-DOC-ID.
013550     READ DL980-DOCW-FILE
013560         INVALID KEY
013570             CONTINUE
013580         NOT INVALID KEY
013590             SET DL980-WS-FND    TO TRUE
013600     END-READ.
013610     IF NOT DL980-WS-FND
013620         MOVE DL980-WS-LINE      TO DL980-DUP-RECORD
013630         WRITE DL980-DUP-RECORD
013640         GO TO 3431-EXIT
013650     END-IF.
013660     MOVE DL980-DUPI-DOCID       TO DL980-DUP-DOCID.
013670     MOVE DL980-DOCW-SRCFILE     TO DL980-DUP-FIRST-FILE.
013680     IF DL980-DUPI-TAG = 'PRIOR RUN:'
013690         MOVE DL980-DUPXI-AGAIN-FILE TO DL980-DUP-AGAIN-FILE
013700         MOVE DL980-DUPXI-DISP   TO DL980-DUP-DISP
013710     ELSE
013720         MOVE DL980-DUPI-AGAIN-FILE TO DL980-DUP-AGAIN-FILE
013730         MOVE DL980-DUPI-DISP    TO DL980-DUP-DISP
013740     END-IF.
013750     MOVE DL980-DUP-LINE         TO DL980-DUP-RECORD.
013760     WRITE DL980-DUP-RECORD.
013770 3431-EXIT.
013780     EXIT.
013790
013800 3440-COPY-SUSPENSE.
013810     MOVE 'SUSPENS'              TO DL980-WS-DD-PREFIX.
013820     PERFORM 8100-OPEN-PART-INPUT THRU 8100-EXIT.
013830     IF DL980-WS-PART-STATUS NOT = '00'
013840         GO TO 3440-EXIT
013850     END-IF.
013860     PERFORM 3441-COPY-SUSPENSE-RECORD THRU 3441-EXIT
013870         UNTIL DL980-WS-EOF.
013880     CLOSE DL980-PART-FILE.
013890 3440-EXIT.
013900     EXIT.
013910
013920 3441-COPY-SUSPENSE-RECORD.
013930     PERFORM 8200-READ-PART-LINE THRU 8200-EXIT.
013940     IF NOT DL980-WS-EOF
013950         MOVE DL980-WS-LINE      TO DL980-SUSP-RECORD
013960         WRITE DL980-SUSP-RECORD
013970     END-IF.
013980 3441-EXIT.
013990     EXIT.
014000
014010*-----------------------------------------------------------------
014020* FOLDS THE PARTITION'S DOCUMENT WORK FILE INTO THE NIGHT'S.  A
014030* DOCUMENT AN EARLIER PARTITION ALREADY HAD IS AN IN-RUN
014040* DUPLICATE NO PARTITION COULD SEE - COUNTED AND REPORTED HERE,
014050* UNLESS THE PARTITION ALREADY REPORTED IT AS A CROSS-RUN
014060* DUPLICATE (3431 HAS TURNED THAT LINE INTO THE IN-RUN ONE).
014070*-----------------------------------------------------------------
014080 3450-FOLD-DOC-WORK.
014090     MOVE 'DOCWORK'              TO DL980-WS-DD-PREFIX.
014100     PERFORM 8000-BUILD-DD-NAME THRU 8000-EXIT.
014110     OPEN INPUT DL980-DOCI-FILE.
014120     IF DL980-WS-DOCI-STATUS NOT = '00'
014130         DISPLAY 'ROMAN-PARTITION-CTL: PARTITION '
014140             DL980-WS-PART-NO
014150             ' ' DL980-WS-PART-DD ' NOT AVAILABLE - STATUS '
014160             DL980-WS-DOCI-STATUS
014170         PERFORM 8300-SET-RC-8 THRU 8300-EXIT
014180         GO TO 3450-EXIT
014190     END-IF.
014200     MOVE 'N'                    TO DL980-WS-EOF-SW.
014210     PERFORM 3451-FOLD-ONE-DOCUMENT THRU 3451-EXIT
014220         UNTIL DL980-WS-EOF.
014230     CLOSE DL980-DOCI-FILE.
014240 3450-EXIT.
014250     EXIT.
014260
014270 3451-FOLD-ONE-DOCUMENT.
014280     READ DL980-DOCI-FILE NEXT RECORD
014290         AT END
014300             MOVE 'Y'            TO DL980-WS-EOF-SW
014310             GO TO 3451-EXIT
014320     END-READ.
014330     MOVE DL980-DOCI-DOC-ID      TO DL980-DOCW-DOC-ID.
014340     READ DL980-DOCW-FILE
014350         INVALID KEY
014360             MOVE DL980-DOCI-RECORD TO DL980-DOCW-RECORD
014370             WRITE DL980-DOCW-RECORD
014380             GO TO 3451-EXIT
014390     END-READ.
014400     ADD DL980-DOCI-NUMERALS     TO DL980-DOCW-NUMERALS.
014410     ADD DL980-DOCI-VALUE        TO DL980-DOCW-VALUE.
014420     IF DL980-DOCI-HAS-REJECT
014430         MOVE 'Y'                TO DL980-DOCW-REJ-SW
014440     END-IF.
014450     REWRITE DL980-DOCW-RECORD.
014460     PERFORM 3452-CHECK-PRIOR-RUN THRU 3452-EXIT.
014470     IF DL980-WS-XRUN-DUP
014480         GO TO 3451-EXIT
014490     END-IF.
014500     ADD 1                       TO DL980-WS-MERGE-DUPS.
014510     IF DL980-WS-DUP-OPEN
014520         MOVE DL980-DOCI-DOC-ID  TO DL980-DUP-DOCID
014530         MOVE DL980-DOCW-SRCFILE TO DL980-DUP-FIRST-FILE
014540         MOVE DL980-DOCI-SRCFILE TO DL980-DUP-AGAIN-FILE
014550         MOVE 'PROCESSED'        TO DL980-DUP-DISP
014560         MOVE DL980-DUP-LINE     TO DL980-DUP-RECORD
014570         WRITE DL980-DUP-RECORD
014580     END-IF.
014590 3451-EXIT.
014600     EXIT.
014610
014620*-----------------------------------------------------------------
014630* THE TEST OF 2457-CHECK-REGISTRY-DUP, AGAINST THE REGISTRY AS
014640* THE PARTITIONS SAW IT (NOTHING IS POSTED UNTIL THE SECOND
014650* PASS) - INCLUDING THE REPROCESS AUTHORIZATION THE PARTITIONS
014651* HONORED, WHICH IS NOT CONSUMED UNTIL THE SECOND PASS EITHER.
014660*-----------------------------------------------------------------
014670 3452-CHECK-PRIOR-RUN.
014680     MOVE 'N'                    TO DL980-WS-XRUN-SW.
014690     IF NOT DL980-WS-DOCM-OPEN
014700         GO TO 3452-EXIT
014710     END-IF.
014720     MOVE DL980-DOCI-DOC-ID      TO DL980-DOCM-DOC-ID.
014730     READ DL980-DOCM-FILE
014740         INVALID KEY
014750             GO TO 3452-EXIT
014760     END-READ.
014770     IF DL980-DOCM-FIRST-RUN-ID = DL980-WS-RUN-ID
014780        OR DL980-DOCM-CONVERTED = 0
014790         GO TO 3452-EXIT
014800     END-IF.
014801     IF DL980-WS-AUTH-OPEN
014802         MOVE DL980-DOCI-DOC-ID  TO DL980-AUTH-DOC-ID
014803         READ DL980-AUTH-FILE
014804             INVALID KEY
014805                 MOVE SPACES     TO DL980-AUTH-RECORD
014806         END-READ
014807         IF DL980-AUTH-REPROCESS
014808            AND DL980-AUTH-EXPIRY NOT < DL980-WS-RUN-ID (1:8)
014809             GO TO 3452-EXIT
014810         END-IF
014811     END-IF.
014812     SET DL980-WS-XRUN-DUP       TO TRUE.
014813 3452-EXIT.
014820     EXIT.
014830
014840*-----------------------------------------------------------------
014850* SECOND PASS, ONE PARTITION AT A TIME IN DRIVER ORDER - ITS
014860* AUDIT FILE IS APPENDED TO THE AUDIT LOG AND ITS POSTINGS
014870* APPLIED, SO THE SHARED STORES END AS A SINGLE RUN OVER THE
014880* WHOLE DRIVER FILE WOULD HAVE LEFT THEM.
014890*-----------------------------------------------------------------
014900 3500-POST-PARTITION.
014910     MOVE DL980-WS-PART          TO DL980-WS-PART-NO.
014920     MOVE 'AUDIT'                TO DL980-WS-DD-PREFIX.
014930     PERFORM 8100-OPEN-PART-INPUT THRU 8100-EXIT.
014940     IF DL980-WS-PART-STATUS = '00'
014950         PERFORM 3510-COPY-AUDIT-LINE THRU 3510-EXIT
014960             UNTIL DL980-WS-EOF
014970         CLOSE DL980-PART-FILE
014980     END-IF.
014990     MOVE 'POSTING'              TO DL980-WS-DD-PREFIX.
015000     PERFORM 8100-OPEN-PART-INPUT THRU 8100-EXIT.
015010     IF DL980-WS-PART-STATUS = '00'
015020         PERFORM 3520-APPLY-ONE-POSTING THRU 3520-EXIT
015030             UNTIL DL980-WS-EOF
015040         CLOSE DL980-PART-FILE
015050     END-IF.
015060 3500-EXIT.
015070     EXIT.
015080
015090 3510-COPY-AUDIT-LINE.
015100     PERFORM 8200-READ-PART-LINE THRU 8200-EXIT.
015110     IF NOT DL980-WS-EOF
015111         PERFORM 3512-NUMBER-AUDIT-LINE THRU 3512-EXIT
015120         MOVE DL980-WS-LINE      TO DL980-AUDIT-RECORD
015130         WRITE DL980-AUDIT-RECORD
015140     END-IF.
015150 3510-EXIT.
015160     EXIT.
015161
015162*-----------------------------------------------------------------
015163* GIVES THE PARTITION'S AUDIT LINE IN DL980-WS-LINE THE NEXT
015164* SEQUENCE NUMBER ON THE AUDIT LOG (COLS 120-127) AND ITS CHECK
015165* VALUE (COLS 129-132), COMPUTED AS ROMAN-NUMERAL-CONV'S
015166* 6235-COMPUTE-CHECK DOES, AND BRINGS THE CONTROL STORE UP TO
015167* IT.  A FAILED CONTROL REWRITE STOPS THE RUN WITH RETURN CODE
015168* 16 BEFORE THE LINE IS COPIED, SO THE LOG NEVER RUNS PAST IT -
015169* BUT EARLIER PARTITIONS' AUDIT LINES AND POSTINGS ARE ALREADY
015170* WRITTEN, AND THE MERGE IS LEFT PARTIAL WITH THE LOCK KEPT.
015171*-----------------------------------------------------------------
015172 3512-NUMBER-AUDIT-LINE.
015173     ADD 1                       TO DL980-WS-AUD-LAST-SEQ.
015174     MOVE SPACE                  TO DL980-WS-LINE (119:1)
015175                                    DL980-WS-LINE (128:1).
015176     MOVE DL980-WS-AUD-LAST-SEQ  TO DL980-WS-LINE (120:8).
015177     COMPUTE DL980-CHK-ACC = DL980-WS-AUD-LAST-CHECK * 7919.
015178     PERFORM 3513-ADD-ONE-BYTE THRU 3513-EXIT
015179         VARYING DL980-CHK-POS FROM 1 BY 1
015180         UNTIL DL980-CHK-POS > 128.
015181     DIVIDE DL980-CHK-ACC BY 9973 GIVING DL980-CHK-QUOT
015182         REMAINDER DL980-CHK-CHECK.
015183     MOVE DL980-CHK-CHECK        TO DL980-WS-LINE (129:4)
015184                                    DL980-WS-AUD-LAST-CHECK.
015185     MOVE 'AUDITLOG'             TO DL980-ACTL-KEY.
015186     MOVE DL980-WS-AUD-LAST-SEQ  TO DL980-ACTL-LAST-SEQ.
015187     MOVE DL980-WS-AUD-LAST-CHECK TO DL980-ACTL-LAST-CHECK.
015188     MOVE DL980-WS-RUN-ID        TO DL980-ACTL-RUN-ID.
015189     REWRITE DL980-ACTL-RECORD
015190         INVALID KEY
015191             CONTINUE
015192     END-REWRITE.
015193     IF DL980-WS-ACTL-STATUS NOT = '00'
015194         DISPLAY 'ROMAN-PARTITION-CTL: AUDCTL REWRITE FAILED '
015195             'AT LINE ' DL980-WS-AUD-LAST-SEQ ' - STATUS '
015196             DL980-WS-ACTL-STATUS ' - RUN STOPPED'
015197         DISPLAY 'ROMAN-PARTITION-CTL: THE MERGE IS PARTIAL AND '
015198             'THE RUN LOCK IS KEPT - DO NOT RESUBMIT IT; RUN '
015199             'ROMANGAP AND ROMANRVF FIRST'
015200         MOVE 16                 TO RETURN-CODE
015201         GO TO 0000-TERMINATE
015202     END-IF.
015203 3512-EXIT.
015204     EXIT.
015205
015206 3513-ADD-ONE-BYTE.
015207     MOVE DL980-WS-LINE (DL980-CHK-POS:1) TO DL980-CHK-BYTE.
015208     COMPUTE DL980-CHK-ACC = DL980-CHK-ACC
015209                           + DL980-CHK-CODE * DL980-CHK-POS.
015210 3513-EXIT.
015211     EXIT.
015212
015213 3520-APPLY-ONE-POSTING.
015214     PERFORM 8200-READ-PART-LINE THRU 8200-EXIT.
015215     IF DL980-WS-EOF
015216         GO TO 3520-EXIT
015220     END-IF.
015230     MOVE DL980-WS-LINE          TO DL980-POST-LINE.
015240     EVALUATE TRUE
015250         WHEN DL980-POST-IS-TOKEN
015260             IF DL980-WS-DOCM-OPEN
015270                 PERFORM 3530-POST-DOC-REGISTRY THRU 3530-EXIT
015280             END-IF
015290             IF DL980-WS-VALH-OPEN AND DL980-POST-T-SLOT > 0
015300                 PERFORM 3540-POST-VALUE-HISTORY THRU 3540-EXIT
015310             END-IF
015320         WHEN DL980-POST-IS-FILE
015330             PERFORM 3550-POST-FILE-TOTALS THRU 3550-EXIT
015331         WHEN DL980-POST-IS-AUTH
015332             PERFORM 3560-CONSUME-AUTHORIZATION THRU 3560-EXIT
015340         WHEN OTHER
015350             CONTINUE
015360     END-EVALUATE.
015370 3520-EXIT.
015380     EXIT.
015390
015400*-----------------------------------------------------------------
015410* 6550-POST-DOC-REGISTRY, UNDER THE NIGHT'S RUN ID AND DATE.
015420*-----------------------------------------------------------------
015430 3530-POST-DOC-REGISTRY.
015440     MOVE DL980-POST-T-DOCID     TO DL980-DOCM-DOC-ID.
015450     READ DL980-DOCM-FILE
015460         INVALID KEY
015470             MOVE DL980-WS-RUN-ID TO DL980-DOCM-FIRST-RUN-ID
015480             MOVE DL980-WS-RUN-DATE TO DL980-DOCM-FIRST-DATE
015490             MOVE DL980-POST-T-SRCFILE TO DL980-DOCM-FIRST-FILE
015500             MOVE DL980-WS-RUN-ID TO DL980-DOCM-LAST-RUN-ID
015510             MOVE 0              TO DL980-DOCM-CONVERTED
015520             MOVE 0              TO DL980-DOCM-REJECTED
015530             PERFORM 3531-COUNT-REGISTRY-TOKEN THRU 3531-EXIT
015540             WRITE DL980-DOCM-RECORD
015550         NOT INVALID KEY
015560             MOVE DL980-WS-RUN-ID TO DL980-DOCM-LAST-RUN-ID
015570             PERFORM 3531-COUNT-REGISTRY-TOKEN THRU 3531-EXIT
015580             REWRITE DL980-DOCM-RECORD
015590     END-READ.
015600 3530-EXIT.
015610     EXIT.
015620
015630 3531-COUNT-REGISTRY-TOKEN.
015640     IF DL980-POST-T-STATUS = 'REJECTED'
015650         ADD 1                   TO DL980-DOCM-REJECTED
015660     ELSE
015670         ADD 1                   TO DL980-DOCM-CONVERTED
015680     END-IF.
015690 3531-EXIT.
015700     EXIT.
015710
015720*-----------------------------------------------------------------
015730* 6800-POST-VALUE-HISTORY, UNDER THE NIGHT'S RUN ID - A SLOT
015740* SEEN TWICE IN THE NIGHT IS NOT COMPARED, WHICHEVER PARTITIONS
015750* SAW IT.
015760*-----------------------------------------------------------------
015770 3540-POST-VALUE-HISTORY.
015780     IF DL980-POST-T-STATUS = 'REJECTED'
015790         GO TO 3540-EXIT
015800     END-IF.
015810     MOVE DL980-POST-T-DOCID     TO DL980-VALH-DOC-ID.
015820     MOVE DL980-POST-T-SLOT      TO DL980-VALH-SLOT.
015830     READ DL980-VALH-FILE
015840         INVALID KEY
015850             PERFORM 3542-LOAD-HISTORY-RECORD THRU 3542-EXIT
015860             WRITE DL980-VALH-RECORD
015870         NOT INVALID KEY
015880             IF DL980-VALH-RUN-ID NOT = DL980-WS-RUN-ID
015890                AND (DL980-VALH-VALUE NOT = DL980-POST-T-VALUE
015900                 OR DL980-VALH-FRAC NOT = DL980-POST-T-FRAC)
015910                 PERFORM 3541-WRITE-VARIANCE-LINE THRU 3541-EXIT
015920             END-IF
015930             PERFORM 3542-LOAD-HISTORY-RECORD THRU 3542-EXIT
015940             REWRITE DL980-VALH-RECORD
015950     END-READ.
015960 3540-EXIT.
015970     EXIT.
015980
015990 3541-WRITE-VARIANCE-LINE.
016000     ADD 1                       TO DL980-WS-VAR-COUNT.
016010     IF NOT DL980-WS-VAR-OPEN
016020         GO TO 3541-EXIT
016030     END-IF.
016040     MOVE DL980-POST-T-DOCID     TO DL980-VAR-DOCID.
016050     MOVE DL980-POST-T-SLOT      TO DL980-VAR-SLOT.
016060     MOVE DL980-VALH-TOKEN       TO DL980-VAR-OLD-TOKEN.
016070     MOVE DL980-POST-T-TOKEN     TO DL980-VAR-NEW-TOKEN.
016080     MOVE DL980-VALH-VALUE       TO DL980-VAR-OLD-VALUE.
016090     MOVE DL980-POST-T-VALUE     TO DL980-VAR-NEW-VALUE.
016100     MOVE SPACES                 TO DL980-VAR-OLD-FRAC
016110                                    DL980-VAR-NEW-FRAC.
016120     IF DL980-VALH-FRAC > 0
016130         MOVE DL980-VALH-FRAC    TO DL980-WS-FRAC-EDIT-NN
016140         MOVE DL980-WS-FRAC-EDIT TO DL980-VAR-OLD-FRAC
016150     END-IF.
016160     IF DL980-POST-T-FRAC > 0
016170         MOVE DL980-POST-T-FRAC  TO DL980-WS-FRAC-EDIT-NN
016180         MOVE DL980-WS-FRAC-EDIT TO DL980-VAR-NEW-FRAC
016190     END-IF.
016200     MOVE DL980-VALH-RUN-ID      TO DL980-VAR-OLD-RUN-ID.
016210     MOVE DL980-WS-RUN-ID        TO DL980-VAR-NEW-RUN-ID.
016220     MOVE DL980-VAR-LINE         TO DL980-VAR-RECORD.
016230     WRITE DL980-VAR-RECORD.
016240 3541-EXIT.
016250     EXIT.
016260
016270 3542-LOAD-HISTORY-RECORD.
016280     MOVE DL980-POST-T-TOKEN     TO DL980-VALH-TOKEN.
016290     MOVE DL980-POST-T-VALUE     TO DL980-VALH-VALUE.
016300     MOVE DL980-POST-T-FRAC      TO DL980-VALH-FRAC.
016310     MOVE DL980-WS-RUN-ID        TO DL980-VALH-RUN-ID.
016320 3542-EXIT.
016330     EXIT.
016340
016350*-----------------------------------------------------------------
016360* ONE FILE'S TOTALS - THE COMPLETE CHECKPOINT RECORD 2480-WRITE-
016370* FINAL-CHECKPOINT WOULD HAVE WRITTEN, FOR ROMAN-BALANCE AND A
016380* LATER RESTART CHECK, AND THE FILE'S SHARE OF THE NIGHT'S
016390* GRAND TOTALS, AS 2960-ACCUMULATE-GRAND-TOTALS TAKES IT.
016400*-----------------------------------------------------------------
016410 3550-POST-FILE-TOTALS.
016420     IF DL980-WS-CKPT-OPEN
016430         MOVE DL980-POST-F-FNAME TO DL980-CKPT-FNAME
016440         MOVE DL980-POST-F-READ  TO DL980-CKPT-COUNT
016450         MOVE DL980-POST-F-CONVERTED TO DL980-CKPT-CONVERTED
016460         MOVE DL980-POST-F-REJECTED TO DL980-CKPT-REJECTED
016470         MOVE DL980-POST-F-NONCANON TO DL980-CKPT-NONCANON
016480         MOVE DL980-POST-F-SUM   TO DL980-CKPT-SUM
016490         MOVE DL980-POST-F-MIN-SUM TO DL980-CKPT-MIN-SUM
016500         MOVE DL980-POST-F-MAX-SUM TO DL980-CKPT-MAX-SUM
016510         MOVE 'Y'                TO DL980-CKPT-COMPLETE-SW
016520         MOVE DL980-WS-RUN-ID    TO DL980-CKPT-RUN-ID
016530         WRITE DL980-CKPT-RECORD
016540             INVALID KEY
016550                 REWRITE DL980-CKPT-RECORD
016560         END-WRITE
016570     END-IF.
016580     ADD 1                       TO DL980-WS-GT-FILES.
016590     ADD DL980-POST-F-READ       TO DL980-WS-GT-READ.
016600     ADD DL980-POST-F-CONVERTED  TO DL980-WS-GT-CONVERTED.
016610     ADD DL980-POST-F-REJECTED   TO DL980-WS-GT-REJECTED.
016620     ADD DL980-POST-F-NONCANON   TO DL980-WS-GT-NONCANON.
016630     ADD DL980-POST-F-AUTOFIX    TO DL980-WS-GT-AUTOFIX.
016640     ADD DL980-POST-F-SUM        TO DL980-WS-GT-SUM.
016650     ADD DL980-POST-F-FRAC       TO DL980-WS-GT-FRAC.
016660     IF DL980-WS-GT-FRAC NOT < 12
016670         SUBTRACT 12             FROM DL980-WS-GT-FRAC
016680         ADD 1                   TO DL980-WS-GT-SUM
016690     END-IF.
016700     IF DL980-POST-F-MIN-SUM < DL980-WS-GT-MIN-SUM
016710         MOVE DL980-POST-F-MIN-SUM TO DL980-WS-GT-MIN-SUM
016720     END-IF.
016730     IF DL980-POST-F-MAX-SUM > DL980-WS-GT-MAX-SUM
016740         MOVE DL980-POST-F-MAX-SUM TO DL980-WS-GT-MAX-SUM
016750     END-IF.
016760 3550-EXIT.
016770     EXIT.
016780
016781*-----------------------------------------------------------------
016782* 2459-USE-AUTHORIZATION, FOR A PARTITION THAT HONORED A REPROCESS
016783* AUTHORIZATION - THE AUTHORIZATION IS DELETED AND ITS USE LOGGED
016784* UNDER THE NIGHT'S RUN ID.  ONE ALREADY GONE (A SECOND PARTITION
016785* HONORED IT TOO) IS PASSED OVER.  A FAILED WRITE TO THE
016786* CONSUMPTION LOG RAISES THE RETURN CODE TO 4.
016787*-----------------------------------------------------------------
016788 3560-CONSUME-AUTHORIZATION.
016789     IF NOT DL980-WS-AUTH-OPEN
016790         DISPLAY 'ROMAN-PARTITION-CTL: AUTHORIZATION FOR '
016791             DL980-POST-A-DOCID ' NOT CONSUMED - DOCAUTH NOT OPEN'
016792         GO TO 3560-EXIT
016793     END-IF.
016794     MOVE DL980-POST-A-DOCID     TO DL980-AUTH-DOC-ID.
016795     READ DL980-AUTH-FILE
016796         INVALID KEY
016797             GO TO 3560-EXIT
016798     END-READ.
016799     IF NOT DL980-AUTH-REPROCESS
016800         GO TO 3560-EXIT
016801     END-IF.
016802     DELETE DL980-AUTH-FILE
016803         INVALID KEY
016804             DISPLAY 'ROMAN-PARTITION-CTL: DOCAUTH DELETE FAILED '
016805                 'FOR ' DL980-POST-A-DOCID ' - STATUS '
016806                 DL980-WS-AUTH-STATUS
016807             GO TO 3560-EXIT
016808     END-DELETE.
016809     IF DL980-WS-MLOG-OPEN
016810         MOVE FUNCTION CURRENT-DATE (1:14) TO DL980-MLOG-STAMP
016811         MOVE DL980-AUTH-USER    TO DL980-MLOG-USER
016812         MOVE DL980-POST-A-DOCID TO DL980-MLOG-DOCID
016813         MOVE DL980-AUTH-EXPIRY  TO DL980-MLOG-EXPIRY
016814         MOVE DL980-WS-RUN-ID    TO DL980-MLOG-RUN-ID
016815         MOVE DL980-POST-A-SRCFILE TO DL980-MLOG-SRCFILE
016816         MOVE DL980-AUTH-REASON  TO DL980-MLOG-REASON
016817         MOVE DL980-MLOG-LINE    TO DL980-MLOG-RECORD
016818         WRITE DL980-MLOG-RECORD
016819         IF DL980-WS-MLOG-STATUS NOT = '00'
016820             DISPLAY 'ROMAN-PARTITION-CTL: AUTHORIZATION LOG '
016821                 'WRITE FAILED FOR ' DL980-POST-A-DOCID
016822                 ' - STATUS ' DL980-WS-MLOG-STATUS
016823             IF RETURN-CODE < 4
016824                 MOVE 4          TO RETURN-CODE
016825             END-IF
016826         END-IF
016827     END-IF.
016828 3560-EXIT.
016829     EXIT.
016830
016831*-----------------------------------------------------------------
016832* WRITES THE NIGHT'S DOCUMENT ROLLUP AND GRAND TOTALS AS
016833* 2950-WRITE-RPT-TRAILER DOES, THE EXTRACT AND VARIANCE REPORT
016834* TRAILERS, AND CLOSES EVERYTHING.  A NIGHT THAT MERGED FEWER
016835* FILES THAN THE DRIVER FILE LISTED IS OUT OF BALANCE - RC 8.
016840*-----------------------------------------------------------------
016850 3600-FINISH-OUTPUTS.
016860     ADD DL980-WS-MERGE-DUPS     TO DL980-WS-GT-DUPS.
016870     IF DL980-WS-GT-FILES NOT = DL980-WS-DRV-FILES
016880         DISPLAY 'ROMAN-PARTITION-CTL: ' DL980-WS-GT-FILES
016890             ' FILES MERGED FOR ' DL980-WS-DRV-FILES
016900             ' DRIVER FILE ENTRIES - OUT OF BALANCE'
016910         PERFORM 8300-SET-RC-8 THRU 8300-EXIT
016920     END-IF.
016930     MOVE SPACES                 TO DL980-RPT-RECORD.
016940     WRITE DL980-RPT-RECORD.
016950     MOVE 'DOCUMENT ROLLUP'      TO DL980-RPT-RECORD.
016960     WRITE DL980-RPT-RECORD.
016970     MOVE 'N'                    TO DL980-WS-EOF-SW.
016980     MOVE LOW-VALUES             TO DL980-DOCW-DOC-ID.
016990     START DL980-DOCW-FILE KEY NOT < DL980-DOCW-DOC-ID
017000         INVALID KEY
017010             MOVE 'Y'            TO DL980-WS-EOF-SW
017020     END-START.
017030     PERFORM 3610-WRITE-ONE-DOC-LINE THRU 3610-EXIT
017040         UNTIL DL980-WS-EOF.
017050     CLOSE DL980-DOCW-FILE.
017060     MOVE SPACES                 TO DL980-RPT-RECORD.
017070     WRITE DL980-RPT-RECORD.
017080     PERFORM 3620-WRITE-GRAND-TOTALS THRU 3620-EXIT.
017090     CLOSE DL980-RPT-FILE.
017100     CLOSE DL980-AUDIT-FILE.
017101     IF DL980-WS-ACTL-OPEN
017102         CLOSE DL980-ACTL-FILE
017103     END-IF.
017110     IF DL980-WS-EXTR-OPEN
017120         MOVE SPACES             TO DL980-EXTR-RECORD
017130         STRING 'T|'             DELIMITED BY SIZE
017140                DL980-WS-EXTR-COUNT DELIMITED BY SIZE
017150             INTO DL980-EXTR-RECORD
017160         WRITE DL980-EXTR-RECORD
017170         CLOSE DL980-EXTR-FILE
017180     END-IF.
017190     IF DL980-WS-DUP-OPEN
017200         CLOSE DL980-DUP-FILE
017210     END-IF.
017220     IF DL980-WS-SUSP-OPEN
017230         CLOSE DL980-SUSP-FILE
017240     END-IF.
017250     IF DL980-WS-DOCM-OPEN
017260         CLOSE DL980-DOCM-FILE
017270     END-IF.
017280     IF DL980-WS-CKPT-OPEN
017290         CLOSE DL980-CKPT-FILE
017300     END-IF.
017310     IF DL980-WS-VAR-OPEN
017320         MOVE SPACES             TO DL980-VAR-RECORD
017330         WRITE DL980-VAR-RECORD
017340         MOVE 'VALUE VARIANCES REPORTED    :' TO DL980-RPT-T-LABEL
017350         MOVE DL980-WS-VAR-COUNT TO DL980-RPT-T-VALUE
017360         MOVE DL980-RPT-TOTAL-LINE TO DL980-VAR-RECORD
017370         WRITE DL980-VAR-RECORD
017380         CLOSE DL980-VAR-FILE
017390         IF DL980-WS-VAR-COUNT > 0
017400             DISPLAY 'ROMAN-PARTITION-CTL: ' DL980-WS-VAR-COUNT
017410                 ' VALUE VARIANCES ON RE-SENT DOCUMENTS - SEE '
017420                 'VARRPT'
017430         END-IF
017440     END-IF.
017450     IF DL980-WS-VALH-OPEN
017460         CLOSE DL980-VALH-FILE
017470     END-IF.
017471     IF DL980-WS-AUTH-OPEN
017472         CLOSE DL980-AUTH-FILE
017473     END-IF.
017474     IF DL980-WS-MLOG-OPEN
017475         CLOSE DL980-MLOG-FILE
017476     END-IF.
017480 3600-EXIT.
017490     EXIT.
017500
017510 3610-WRITE-ONE-DOC-LINE.
017520     READ DL980-DOCW-FILE NEXT RECORD
017530         AT END
017540             MOVE 'Y'            TO DL980-WS-EOF-SW
017550             GO TO 3610-EXIT
017560     END-READ.
017570     MOVE DL980-DOCW-DOC-ID      TO DL980-RPT-DC-DOCID.
017580     MOVE DL980-DOCW-NUMERALS    TO DL980-RPT-DC-COUNT.
017590     MOVE DL980-DOCW-VALUE       TO DL980-RPT-DC-VALUE.
017600     IF DL980-DOCW-HAS-REJECT
017610         MOVE '*REJECTED*'       TO DL980-RPT-DC-FLAG
017620     ELSE
017630         MOVE SPACES             TO DL980-RPT-DC-FLAG
017640     END-IF.
017650     MOVE DL980-RPT-DOC-LINE     TO DL980-RPT-RECORD.
017660     WRITE DL980-RPT-RECORD.
017670 3610-EXIT.
017680     EXIT.
017690
017700 3620-WRITE-GRAND-TOTALS.
017710     IF DL980-WS-GT-CONVERTED > 0
017720         COMPUTE DL980-WS-GT-AVG-SUM =
017730             DL980-WS-GT-SUM / DL980-WS-GT-CONVERTED
017740     END-IF.
017750     MOVE 'FILES PROCESSED           :' TO DL980-RPT-T-LABEL.
017760     MOVE DL980-WS-GT-FILES      TO DL980-RPT-T-VALUE.
017770     PERFORM 3621-WRITE-TOTAL-LINE THRU 3621-EXIT.
017780     MOVE 'RECORDS READ               :' TO DL980-RPT-T-LABEL.
017790     MOVE DL980-WS-GT-READ       TO DL980-RPT-T-VALUE.
017800     PERFORM 3621-WRITE-TOTAL-LINE THRU 3621-EXIT.
017810     MOVE 'NUMERALS CONVERTED         :' TO DL980-RPT-T-LABEL.
017820     MOVE DL980-WS-GT-CONVERTED  TO DL980-RPT-T-VALUE.
017830     PERFORM 3621-WRITE-TOTAL-LINE THRU 3621-EXIT.
017840     MOVE 'NUMERALS REJECTED          :' TO DL980-RPT-T-LABEL.
017850     MOVE DL980-WS-GT-REJECTED   TO DL980-RPT-T-VALUE.
017860     PERFORM 3621-WRITE-TOTAL-LINE THRU 3621-EXIT.
017870     MOVE 'NUMERALS NONCANONICAL      :' TO DL980-RPT-T-LABEL.
017880     MOVE DL980-WS-GT-NONCANON   TO DL980-RPT-T-VALUE.
017890     PERFORM 3621-WRITE-TOTAL-LINE THRU 3621-EXIT.
017900     MOVE 'NUMERALS AUTO-REPAIRED     :' TO DL980-RPT-T-LABEL.
017910     MOVE DL980-WS-GT-AUTOFIX    TO DL980-RPT-T-VALUE.
017920     PERFORM 3621-WRITE-TOTAL-LINE THRU 3621-EXIT.
017930     MOVE 'DUPLICATES DETECTED        :' TO DL980-RPT-T-LABEL.
017940     MOVE DL980-WS-GT-DUPS       TO DL980-RPT-T-VALUE.
017950     PERFORM 3621-WRITE-TOTAL-LINE THRU 3621-EXIT.
017960     MOVE 'MINIMUM ROMSUM             :' TO DL980-RPT-T-LABEL.
017970     MOVE DL980-WS-GT-MIN-SUM    TO DL980-RPT-T-VALUE.
017980     PERFORM 3621-WRITE-TOTAL-LINE THRU 3621-EXIT.
017990     MOVE 'MAXIMUM ROMSUM             :' TO DL980-RPT-T-LABEL.
018000     MOVE DL980-WS-GT-MAX-SUM    TO DL980-RPT-T-VALUE.
018010     PERFORM 3621-WRITE-TOTAL-LINE THRU 3621-EXIT.
018020     MOVE DL980-WS-GT-AVG-SUM    TO DL980-RPT-A-VALUE.
018030     MOVE DL980-RPT-AVG-LINE     TO DL980-RPT-RECORD.
018040     WRITE DL980-RPT-RECORD.
018050     MOVE 'RESIDUAL TWELFTHS          :' TO DL980-RPT-T-LABEL.
018060     MOVE DL980-WS-GT-FRAC       TO DL980-RPT-T-VALUE.
018070     PERFORM 3621-WRITE-TOTAL-LINE THRU 3621-EXIT.
018080 3620-EXIT.
018090     EXIT.
018100
018110 3621-WRITE-TOTAL-LINE.
018120     MOVE DL980-RPT-TOTAL-LINE   TO DL980-RPT-RECORD.
018130     WRITE DL980-RPT-RECORD.
018140 3621-EXIT.
018150     EXIT.
018160
018170*-----------------------------------------------------------------
018180* THE NIGHT'S ONE RUN-HISTORY RECORD, AS 9100-WRITE-RUN-HISTORY
018190* WRITES IT - ELAPSED TIME RUNS FROM THE SPLIT TO THE END OF THE
018200* MERGE, AND THE RETURN CODE IS THE NIGHT'S.
018210*-----------------------------------------------------------------
018220 3700-WRITE-RUN-HISTORY.
018230     OPEN I-O DL980-RUNH-FILE.
018240     IF DL980-WS-RUNH-STATUS NOT = '00'
018250         OPEN OUTPUT DL980-RUNH-FILE
018260         IF DL980-WS-RUNH-STATUS = '00'
018270             CLOSE DL980-RUNH-FILE
018280             OPEN I-O DL980-RUNH-FILE
018290         END-IF
018300     END-IF.
018310     IF DL980-WS-RUNH-STATUS NOT = '00'
018320         DISPLAY 'ROMAN-PARTITION-CTL: RUN-HISTORY STORE NOT '
018330             'AVAILABLE - STATUS ' DL980-WS-RUNH-STATUS
018340         GO TO 3700-EXIT
018350     END-IF.
018360     MOVE FUNCTION CURRENT-DATE (1:14) TO DL980-WS-END-STAMP.
018370     MOVE DL980-WS-RUN-ID (9:2)  TO DL980-WS-CLOCK-HH.
018380     MOVE DL980-WS-RUN-ID (11:2) TO DL980-WS-CLOCK-MM.
018390     MOVE DL980-WS-RUN-ID (13:2) TO DL980-WS-CLOCK-SS.
018400     COMPUTE DL980-WS-START-SECS = DL980-WS-CLOCK-HH * 3600
018410         + DL980-WS-CLOCK-MM * 60 + DL980-WS-CLOCK-SS.
018420     MOVE DL980-WS-END-STAMP (9:2) TO DL980-WS-CLOCK-HH.
018430     MOVE DL980-WS-END-STAMP (11:2) TO DL980-WS-CLOCK-MM.
018440     MOVE DL980-WS-END-STAMP (13:2) TO DL980-WS-CLOCK-SS.
018450     COMPUTE DL980-WS-END-SECS = DL980-WS-CLOCK-HH * 3600
018460         + DL980-WS-CLOCK-MM * 60 + DL980-WS-CLOCK-SS.
018470     COMPUTE DL980-WS-ELAPSED-SECS =
018480         DL980-WS-END-SECS - DL980-WS-START-SECS.
018490     IF DL980-WS-ELAPSED-SECS < 0
018500         ADD 86400               TO DL980-WS-ELAPSED-SECS
018510     END-IF.
018520     MOVE DL980-WS-RUN-ID        TO DL980-RUNH-RUN-ID.
018530     MOVE DL980-WS-RUN-DATE      TO DL980-RUNH-RUN-DATE.
018540     MOVE DL980-WS-MODE-TEXT     TO DL980-RUNH-MODE.
018550     MOVE SPACE                  TO DL980-RUNH-BKO-SW.
018560     MOVE DL980-WS-STRICT        TO DL980-RUNH-STRICT.
018570     MOVE DL980-WS-DUP-OPT       TO DL980-RUNH-DUP-OPT.
018580     MOVE DL980-WS-END-STAMP (9:6) TO DL980-RUNH-END-TIME.
018590     MOVE DL980-WS-ELAPSED-SECS  TO DL980-RUNH-ELAPSED.
018600     MOVE RETURN-CODE            TO DL980-RUNH-RC.
018610     MOVE DL980-WS-GT-FILES      TO DL980-RUNH-FILES.
018620     MOVE DL980-WS-GT-READ       TO DL980-RUNH-READ.
018630     MOVE DL980-WS-GT-CONVERTED  TO DL980-RUNH-CONVERTED.
018640     MOVE DL980-WS-GT-REJECTED   TO DL980-RUNH-REJECTED.
018650     MOVE DL980-WS-GT-NONCANON   TO DL980-RUNH-NONCANON.
018660     MOVE DL980-WS-GT-DUPS       TO DL980-RUNH-DUPS.
018670     WRITE DL980-RUNH-RECORD
018680         INVALID KEY
018690             REWRITE DL980-RUNH-RECORD
018700     END-WRITE.
018710     CLOSE DL980-RUNH-FILE.
018720 3700-EXIT.
018730     EXIT.
018740
018750*****************************************************************
018760*                  C O M M O N   R O U T I N E S                *
018770*****************************************************************
018780*-----------------------------------------------------------------
018790* BUILDS THE DD NAME OF THE CURRENT PARTITION'S FILE - THE
018800* PREFIX IN DL980-WS-DD-PREFIX FOLLOWED BY THE PARTITION NUMBER.
018810*-----------------------------------------------------------------
018820 8000-BUILD-DD-NAME.
018830     MOVE SPACES                 TO DL980-WS-PART-DD.
018840     STRING DL980-WS-DD-PREFIX   DELIMITED BY SPACE
018850            DL980-WS-PART-NO     DELIMITED BY SIZE
018860         INTO DL980-WS-PART-DD.
018870 8000-EXIT.
018880     EXIT.
018890
018900*-----------------------------------------------------------------
018910* OPENS THE CURRENT PARTITION'S SEQUENTIAL FILE FOR THE MERGE.
018920* A PARTITION THAT FINISHED WROTE ALL OF ITS FILES, SO ONE
018930* MISSING NOW LEAVES THE NIGHT'S OUTPUTS SHORT - RC 8.
018940*-----------------------------------------------------------------
018950 8100-OPEN-PART-INPUT.
018960     PERFORM 8000-BUILD-DD-NAME THRU 8000-EXIT.
018970     MOVE 'N'                    TO DL980-WS-EOF-SW.
018980     OPEN INPUT DL980-PART-FILE.
018990     IF DL980-WS-PART-STATUS NOT = '00'
019000         DISPLAY 'ROMAN-PARTITION-CTL: PARTITION '
019010             DL980-WS-PART-NO
019020             ' ' DL980-WS-PART-DD ' NOT AVAILABLE - STATUS '
019030             DL980-WS-PART-STATUS
019040         MOVE 'Y'                TO DL980-WS-EOF-SW
019050         PERFORM 8300-SET-RC-8 THRU 8300-EXIT
019060     END-IF.
019070 8100-EXIT.
019080     EXIT.
019090
019100 8200-READ-PART-LINE.
019110     READ DL980-PART-FILE
019120         AT END
019130             MOVE 'Y'            TO DL980-WS-EOF-SW
019140             MOVE SPACES         TO DL980-WS-LINE
019150         NOT AT END
019160             MOVE DL980-PART-RECORD TO DL980-WS-LINE
019170     END-READ.
019180 8200-EXIT.
019190     EXIT.
019200
019210 8300-SET-RC-8.
019220     IF RETURN-CODE < 8
019230         MOVE 8                  TO RETURN-CODE
019240     END-IF.
019250 8300-EXIT.
019260     EXIT.
019270
019280*-----------------------------------------------------------------
019290* RELEASES THE RUN LOCK BY EMPTYING THE LOCK FILE, AS
019300* 9150-RELEASE-RUN-LOCK DOES.
019310*-----------------------------------------------------------------
019320 9150-RELEASE-RUN-LOCK.
019330     IF NOT DL980-WS-LOCK-HELD
019340         GO TO 9150-EXIT
019350     END-IF.
019360     OPEN OUTPUT DL980-LOCK-FILE.
019370     IF DL980-WS-LOCK-STATUS = '00'
019380         CLOSE DL980-LOCK-FILE
019390         MOVE 'N'                TO DL980-WS-LOCK-SW
019400     ELSE
019410         DISPLAY 'ROMAN-PARTITION-CTL: UNABLE TO RELEASE THE '
019420             'RUN LOCK - STATUS ' DL980-WS-LOCK-STATUS
019430             ' - CLEAR IT WITH THE ROMANUNL JOB'
019440     END-IF.
019450 9150-EXIT.
019460     EXIT.
