001265*                     DUPLICATE, AND REPORT PATHS AS THE FIXED  *
001266*                     LAYOUT, AND THE HDR/TRL CONTROL RECORDS   *
001267*                     AND COUNT RECONCILIATION APPLY TO BOTH.   *
001268*     10/15/2026  DM  THE BATCH MODE MAY NOW NAME A DRIVER FILE *
001269*                     ON THE SYSIN CARD INSTEAD OF A SINGLE     *
001270*                     INPUT FILE (COL 39 'Y'), SO THE DRIVER    *
001271*                     FILE BUILT EACH NIGHT BY THE NEW ROMANINT *
001272*                     TRANSMISSION INTAKE STEP FEEDS THE CONV   *
001273*                     STEP DIRECTLY AND IS NO LONGER TYPED BY   *
001274*                     HAND.                                     *
001275*     10/15/2026  DM  A TOKEN REJECTED AS INVALID (INVC) OR     *
001276*                     NON-CANONICAL (NCAN) IS NOW RUN THROUGH   *
001277*                     THE REPAIR RULES ON THE RPRRULE DD        *
001278*                     (CHARACTER TRANSLATE, DELETE, TRAILING    *
001279*                     TRIM, UPPERCASE) BEFORE IT IS SUSPENSED.  *
001280*                     A TOKEN THAT VALIDATES AFTER REPAIR IS    *
001281*                     CONVERTED WITH STATUS AUTOFIX, ITS AUDIT  *
001282*                     LINE IS FOLLOWED BY AN 'ORIGINAL' LINE    *
001283*                     CARRYING THE TEXT AS RECEIVED AND THE     *
001284*                     RULES APPLIED, THE REPORT AND EXTRACT     *
001285*                     SHOW BOTH TEXTS, AND THE TRAILER COUNTS   *
001286*                     AUTO-REPAIRS ON THEIR OWN LINE. THE TOKEN *
001287*                     LENGTH NOW RUNS TO THE LAST NON-BLANK     *
001288*                     CHARACTER, SO AN EMBEDDED OR LEADING      *
001289*                     BLANK IS CAUGHT INSTEAD OF SILENTLY       *
001290*                     CUTTING THE TOKEN SHORT.                  *
001291*     10/15/2026  DM  A VALID TOKEN FROM A RECORD SLOT IS NOW   *
001292*                     HELD TO ITS DEPARTMENT'S VALUE RANGE FOR  *
001293*                     THAT SLOT: THE DEPARTMENT IS RESOLVED     *
001294*                     FROM THE DOCUMENT ID PREFIX ON THE        *
001295*                     DEPTXREF DD AND THE MINIMUM AND MAXIMUM   *
001296*                     COME FROM THE RANGE RULES ON THE RNGRULE  *
001297*                     DD.  A VALUE OUTSIDE THE RANGE IS         *
001298*                     REJECTED TO SUSPENSE WITH THE NEW REASON  *
001299*                     CODE RNGE INSTEAD OF GOING TO THE         *
001300*                     INDEXING SYSTEM.  WITHOUT EITHER FILE THE *
001301*                     RANGE EDITS ARE OFF.                      *
001302*     10/15/2026  DM  EVERY ACCEPTED CONVERSION FROM A RECORD   *
001303*                     SLOT IS NOW KEPT ON THE KEYED             *
001304*                     VALUE-HISTORY STORE (VALHIST DD) BY       *
001305*                     DOCUMENT ID AND SLOT - TOKEN TEXT, VALUE, *
001306*                     TWELFTHS, AND RUN ID. WHEN A DOCUMENT     *
001307*                     CONVERTED BY AN EARLIER RUN IS PROCESSED  *
001308*                     AGAIN AND A SLOT NOW CONVERTS TO A        *
001309*                     DIFFERENT VALUE, THE OLD AND NEW TOKEN,   *
001310*                     VALUE, AND RUN ID ARE LISTED ON THE NEW   *
001311*                     VARRPT VARIANCE REPORT FOR RECORDS        *
001312*                     MANAGEMENT BEFORE THE EXTRACT IS          *
001313*                     RELEASED, AND THE HISTORY IS UPDATED. A   *
001314*                     MISSING STORE IS NOTED AND THE RUN        *
001315*                     CONTINUES WITHOUT IT.                     *
001316*     10/15/2026  DM  AS EACH INPUT FILE IS OPENED A MARKER     *
001317*                     LINE (STATUS SRCFILE, THE FILE NAME IN    *
001318*                     THE TOKEN FIELD, NO DOCUMENT ID) IS       *
001319*                     WRITTEN TO THE AUDIT LOG, SO THE NEW      *
001320*                     ROMANBKO BACKOUT CAN REVERSE ONE FILE OF  *
001321*                     A RUN. THE LAST BYTE OF THE RUN-HISTORY   *
001322*                     MODE FIELD (NO MODE NAME IS LONGER THAN   *
001323*                     ELEVEN) BECOMES THE BACKED-OUT FLAG       *
001324*                     ROMANBKO SETS; IT IS WRITTEN BLANK HERE.  *
001325*     10/15/2026  DM  A BATCH RUN WHOSE SYSIN CARD CARRIES A    *
001326*                     PARTITION NUMBER (COL 40) AND A PARENT    *
001327*                     RUN ID (COLS 41-54), AS PUNCHED BY THE    *
001328*                     NEW ROMANPAR SPLIT STEP, RUNS AS ONE      *
001329*                     PARTITION OF A PARTITIONED NIGHT. IT      *
001330*                     JOINS THE PARENT'S RUN LOCK AND RUN ID    *
001331*                     INSTEAD OF TAKING ITS OWN, WRITES A FRESH *
001332*                     AUDIT FILE OF ITS OWN, TAKES NO           *
001333*                     CHECKPOINTS (A FAILED PARTITION IS RERUN  *
001334*                     FROM THE TOP), AND READS THE DOCUMENT     *
001335*                     REGISTRY WITHOUT UPDATING IT OR THE VALUE *
001336*                     HISTORY. ITS REGISTRY AND VALUE-HISTORY   *
001337*                     POSTINGS, THE TOTALS OF EACH FILE, AND AN *
001338*                     END RECORD GO TO THE NEW POSTOUT FILE FOR *
001339*                     THE ROMANPAR MERGE STEP, WHICH ALSO       *
001340*                     WRITES THE NIGHT'S RUN-HISTORY RECORD AND *
001341*                     RELEASES THE LOCK.                        *
001342*     10/15/2026  DM  THE CROSS-RUN DUPLICATE CHECK NOW         *
001343*                     CONSULTS THE NEW REGISTRY CONTROL STORE   *
001344*                     (DOCAUTH) MAINTAINED BY ROMANREG. A       *
001345*                     RETIRED DOCUMENT IS ALWAYS SKIPPED AND    *
001346*                     LISTED ON DUPRPT AS RETIRED. A DOCUMENT   *
001347*                     WITH AN UNEXPIRED REPROCESS AUTHORIZATION *
001348*                     IS PROCESSED WITHOUT A DUPLICATE          *
001349*                     EXCEPTION AND THE AUTHORIZATION IS        *
001350*                     CONSUMED - DELETED AND WRITTEN TO THE     *
001351*                     REGISTRY MAINTENANCE LOG (MAINTLOG) - OR, *
001352*                     IN A PARTITION, POSTED FOR THE MERGE STEP *
001353*                     TO CONSUME.                               *
001354*     10/15/2026  DM  EVERY AUDIT LINE NOW CARRIES A SUITE-WIDE *
001355*                     SEQUENCE NUMBER (COLS 120-127) AND A      *
001356*                     CHECK VALUE CHAINED FROM THE LINE BEFORE  *
001357*                     IT (COLS 129-132). THE LAST NUMBER AND    *
001358*                     CHECK VALUE ARE KEPT ON THE NEW AUDIT     *
001359*                     SEQUENCE CONTROL STORE (AUDCTL), UPDATED  *
001360*                     AS EACH LINE IS WRITTEN, FOR THE ROMANGAP *
001361*                     CHECK. A RUN THAT CANNOT OPEN AUDCTL IS   *
001362*                     REFUSED WITH RETURN CODE 16. A PARTITION  *
001363*                     LEAVES ITS LINES UNNUMBERED - THE         *
001364*                     ROMANPAR MERGE NUMBERS THEM AS IT APPENDS *
001365*                     THEM TO THE LOG.                          *
001366*     10/15/2026  DM  EACH EXTRACT DETAIL RECORD NOW ENDS WITH  *
001367*                     THE RECORD SLOT THE TOKEN CAME FROM (0    *
001368*                     FOR AN INTERACTIVE TOKEN), SO ROMANRCN    *
001369*                     POSTS A BOUNCED TOKEN UNDER ITS TRUE SLOT *
001370*                     WHEN EARLIER SLOTS WERE EMPTY. THE        *
001371*                     ORIGINAL TEXT OF AN AUTOFIX TOKEN IS      *
001372*                     TRIMMED. A DETAIL RECORD TOO LONG FOR THE *
001373*                     132-BYTE RECORD IS WRITTEN CUT SHORT,     *
001374*                     LISTED ON SYSOUT, AND ENDS THE STEP WITH  *
001375*                     RETURN CODE 4 OR ABOVE.                   *
001376*     10/15/2026  DM  THE ORIGINAL TEXT OF AN AUTOFIX TOKEN     *
001377*                     GOES ON THE EXTRACT AT ITS RECEIVED       *
001378*                     LENGTH, EMBEDDED BLANKS INCLUDED. A       *
001379*                     REPROCESS AUTHORIZATION THAT CANNOT BE    *
001380*                     DELETED IS NOT HONORED - THE DOCUMENT IS  *
001381*                     TREATED AS A DUPLICATE - AND, LIKE A      *
001382*                     FAILED AUTHORIZATION LOG WRITE, SETS      *
001383*                     RETURN CODE 4. A FAILED AUDCTL REWRITE    *
001384*                     NOW STOPS THE RUN WITH RETURN CODE 16.    *
001148*****************************************************************
001030 IDENTIFICATION DIVISION.
001040 PROGRAM-ID. ROMAN-NUMERAL-CONV.
001488         RECORD KEY IS DL100-DOCM-DOC-ID
001489         FILE STATUS IS DL100-WS-DOCM-STATUS.
001491
001492*    REGISTRY CONTROL STORE - KEYED ON THE DOCUMENT ID, ONE
001493*    RECORD PER DOCUMENT HOLDING A REPROCESS AUTHORIZATION OR A
001494*    RETIREMENT SET THROUGH ROMANREG, DEFINED ONCE BY THE
001495*    ROMANDEF JOB.  READ BY THE CROSS-RUN DUPLICATE CHECK; AN
001496*    AUTHORIZATION IS DELETED AS THE RUN CONSUMES IT.
001497     SELECT ROMAN-AUTH-FILE ASSIGN TO "DOCAUTH"
001498         ORGANIZATION IS INDEXED
001499         ACCESS MODE IS RANDOM
001500         RECORD KEY IS DL100-AUTH-DOC-ID
001501         FILE STATUS IS DL100-WS-AUTH-STATUS.
001502
001503*    REGISTRY MAINTENANCE LOG - ONE LINE PER AUTHORIZATION THE
001504*    RUN CONSUMES, APPENDED TO THE LOG ROMANREG WRITES.
001505     SELECT ROMAN-MLOG-FILE ASSIGN TO "MAINTLOG"
001506         ORGANIZATION IS LINE SEQUENTIAL
001507         FILE STATUS IS DL100-WS-MLOG-STATUS.
001508
001511*    PER-DOCUMENT WORK FILE - KEYED ON THE DOCUMENT ID,
001512*    RECREATED EACH RUN, CARRYING THE ROLLUP TALLIES AND THE
001513*    FIRST SOURCE FILE OF EVERY DOCUMENT SEEN IN THE RUN.
001499         RECORD KEY IS DL100-RUNH-RUN-ID
001501         FILE STATUS IS DL100-WS-RUNH-STATUS.
001502
001503*    AUTO-REPAIR RULES FOR COMMON KEYING SLIPS, APPLIED IN FILE
001504*    ORDER TO A REJECTED TOKEN BEFORE IT IS SUSPENSED.
001505*    MAINTAINED BY RECORDS MANAGEMENT.  OPTIONAL - WITH NO
001506*    RULES FILE A REJECT GOES STRAIGHT TO SUSPENSE AS BEFORE.
001507     SELECT ROMAN-RPR-FILE ASSIGN TO "RPRRULE"
001508         ORGANIZATION IS LINE SEQUENTIAL
001509         FILE STATUS IS DL100-WS-RPR-STATUS.
001510
001511*    DEPARTMENT CROSS-REFERENCE (DOCUMENT ID PREFIX TO
001512*    DEPARTMENT CODE) AND THE PER-DEPARTMENT VALUE-RANGE RULES
001513*    KEYED ON DEPARTMENT AND SLOT.  BOTH ARE REFERENCE DATA
001514*    MAINTAINED BY RECORDS MANAGEMENT AND BOTH ARE OPTIONAL -
001515*    WITHOUT EITHER ONE THE RANGE EDITS ARE OFF FOR THE RUN.
001516     SELECT ROMAN-XREF-FILE ASSIGN TO "DEPTXREF"
001517         ORGANIZATION IS LINE SEQUENTIAL
001518         FILE STATUS IS DL100-WS-XREF-STATUS.
001519
001520     SELECT ROMAN-RNG-FILE ASSIGN TO "RNGRULE"
001521         ORGANIZATION IS LINE SEQUENTIAL
001522         FILE STATUS IS DL100-WS-RNG-STATUS.
001523
001524*    TOKEN VALUE-HISTORY STORE - KEYED ON DOCUMENT ID AND SLOT,
001525*    ONE RECORD PER SLOT EVER ACCEPTED, CARRYING THE LAST
001526*    ACCEPTED CONVERSION.  DEFINED ONCE BY THE ROMANDEF JOB.
001527     SELECT ROMAN-VALH-FILE ASSIGN TO "VALHIST"
001528         ORGANIZATION IS INDEXED
001529         ACCESS MODE IS RANDOM
001530         RECORD KEY IS DL100-VALH-KEY
001531         FILE STATUS IS DL100-WS-VALH-STATUS.
001532
001533*    VARIANCE REPORT - A RE-SENT DOCUMENT'S SLOT THAT NOW
001534*    CONVERTS TO A DIFFERENT VALUE THAN ITS LAST ACCEPTED
001535*    CONVERSION.  FIXED LOGICAL NAME, DD-ALLOCATED BY THE JOB
001536*    STREAM.
001537     SELECT ROMAN-VAR-FILE ASSIGN TO "VARRPT"
001538         ORGANIZATION IS LINE SEQUENTIAL
001539         FILE STATUS IS DL100-WS-VAR-STATUS.
001540
001541*    POSTING FILE - WRITTEN ONLY WHEN THE RUN IS ONE PARTITION
001542*    OF A PARTITIONED NIGHT.  CARRIES THE REGISTRY AND VALUE-
001543*    HISTORY POSTINGS THE PARTITION LEAVES TO THE MERGE STEP,
001544*    THE TOTALS OF EACH INPUT FILE FINISHED, AND AN END RECORD
001545*    SHOWING THE PARTITION RAN TO COMPLETION.  FIXED LOGICAL
001546*    NAME, DD-ALLOCATED BY THE JOB STREAM.
001547     SELECT ROMAN-POST-FILE ASSIGN TO "POSTOUT"
001548         ORGANIZATION IS LINE SEQUENTIAL
001549         FILE STATUS IS DL100-WS-POST-STATUS.
001550*    AUDIT SEQUENCE CONTROL STORE - ONE RECORD, KEY 'AUDITLOG',
001551*    HOLDING THE SEQUENCE NUMBER AND CHECK VALUE OF THE LAST LINE
001552*    WRITTEN TO THE AUDIT LOG.  DEFINED ONCE BY THE ROMANDEF JOB.
001553     SELECT ROMAN-ACTL-FILE ASSIGN TO "AUDCTL"
001554         ORGANIZATION IS INDEXED
001555         ACCESS MODE IS RANDOM
001556         RECORD KEY IS DL100-ACTL-KEY
001557         FILE STATUS IS DL100-WS-ACTL-STATUS.
001558
001460 DATA DIVISION.
001470
001480 FILE SECTION.
001610 FD  ROMAN-AUDIT-FILE.
001620 01  DL100-AUDIT-RECORD          PIC X(132).
001630
001631 FD  ROMAN-ACTL-FILE.
001632 01  DL100-ACTL-RECORD.
001633     05  DL100-ACTL-KEY          PIC X(08).
001634     05  DL100-ACTL-LAST-SEQ     PIC 9(08).
001635     05  DL100-ACTL-LAST-CHECK   PIC 9(04).
001636*        RUN THAT WROTE THE LAST LINE.
001637     05  DL100-ACTL-RUN-ID       PIC X(14).
001638     05  FILLER                  PIC X(46).
001639
001640 FD  ROMAN-CKPT-FILE.
001650 01  DL100-CKPT-RECORD.
001660     05  DL100-CKPT-FNAME        PIC X(25).
001842*        (BLANK = '|').
001843     05  DL100-PARM-INFMT        PIC X(01).
001844     05  DL100-PARM-SEP          PIC X(01).
001845*        'Y' - THE FILE NAME FIELD NAMES A DRIVER FILE LISTING
001846*        SEVERAL INPUT FILES (AS BUILT BY THE ROMANINT INTAKE
001847*        STEP) INSTEAD OF ONE INPUT FILE.
001848     05  DL100-PARM-DRIVER       PIC X(01).
001849*        PARTITION NUMBER (1-9) WHEN THE RUN IS ONE PARTITION
001850*        OF A PARTITIONED NIGHT, AND THE PARENT RUN'S ID - BOTH
001851*        PUNCHED BY THE ROMANPAR SPLIT STEP, NEVER BY HAND.
001852     05  DL100-PARM-PART         PIC X(01).
001853     05  DL100-PARM-PARENT-ID    PIC X(14).
001810
001811 FD  ROMAN-SUSP-FILE.
001812 01  DL100-SUSP-RECORD           PIC X(70).
001857 01  DL100-RUNH-RECORD.
001858     05  DL100-RUNH-RUN-ID       PIC X(14).
001859     05  DL100-RUNH-RUN-DATE     PIC X(08).
001860     05  DL100-RUNH-MODE         PIC X(11).
001861*        SET BY THE ROMANBKO BACKOUT - 'B' THE WHOLE RUN BACKED
001862*        OUT, 'P' ONE OR MORE OF ITS FILES BACKED OUT.
001863     05  DL100-RUNH-BKO-SW       PIC X(01).
001864         88  DL100-RUNH-BACKED-OUT          VALUE 'B'.
001865         88  DL100-RUNH-PART-BACKED-OUT     VALUE 'P'.
001866     05  DL100-RUNH-STRICT       PIC X(01).
001867     05  DL100-RUNH-DUP-OPT      PIC X(01).
001868     05  DL100-RUNH-END-TIME     PIC X(06).
001869     05  DL100-RUNH-ELAPSED      PIC 9(05).
001870     05  DL100-RUNH-RC           PIC 9(02).
001871     05  DL100-RUNH-FILES        PIC 9(03).
001872     05  DL100-RUNH-READ         PIC 9(07).
001873     05  DL100-RUNH-CONVERTED    PIC 9(07).
001874     05  DL100-RUNH-REJECTED     PIC 9(07).
001875     05  DL100-RUNH-NONCANON     PIC 9(07).
001876     05  DL100-RUNH-DUPS         PIC 9(07).
001877
001845 FD  ROMAN-DOCM-FILE.
001846 01  DL100-DOCM-RECORD.
001847     05  DL100-DOCM-DOC-ID       PIC X(10).
001853     05  DL100-DOCM-CONVERTED    PIC 9(05).
001854     05  DL100-DOCM-REJECTED     PIC 9(05).
001855
001856 FD  ROMAN-AUTH-FILE.
001857 01  DL100-AUTH-RECORD.
001858     05  DL100-AUTH-DOC-ID       PIC X(10).
001859*        'A' - REPROCESS AUTHORIZED; 'R' - RETIRED.
001860     05  DL100-AUTH-STATUS-SW    PIC X(01).
001861         88  DL100-AUTH-REPROCESS           VALUE 'A'.
001862         88  DL100-AUTH-RETIRED             VALUE 'R'.
001863     05  DL100-AUTH-USER         PIC X(08).
001864     05  DL100-AUTH-REASON       PIC X(30).
001865*        CCYYMMDD - LAST DAY AN AUTHORIZATION MAY BE USED.
001866     05  DL100-AUTH-EXPIRY       PIC X(08).
001867     05  DL100-AUTH-SET-DATE     PIC X(08).
001868     05  FILLER                  PIC X(15).
001869
001870 FD  ROMAN-MLOG-FILE.
001871 01  DL100-MLOG-RECORD           PIC X(132).
001872
001873 FD  ROMAN-RPR-FILE.
001874 01  DL100-RPR-RECORD.
001875     05  DL100-RPR-REC-ID        PIC X(04).
001876*        'T' - TRANSLATE EVERY FROM CHARACTER TO THE TO
001877*              CHARACTER (E.G. A DIGIT ONE KEYED FOR AN I).
001878*        'D' - DELETE EVERY FROM CHARACTER (E.G. EMBEDDED
001879*              BLANKS, A STRAY PERIOD).
001880*        'E' - DELETE FROM CHARACTERS AT THE END OF THE TOKEN
001881*              ONLY (E.G. A STRAY TRAILING PERIOD).
001882*        'U' - UPPERCASE THE WHOLE TOKEN.
001883     05  DL100-RPR-REC-TYPE      PIC X(01).
001884     05  DL100-RPR-REC-FROM      PIC X(01).
001885     05  DL100-RPR-REC-TO        PIC X(01).
001886*        DESCRIPTION - FOR THE ROMANRPR AUTO-REPAIR REPORT.
001887     05  DL100-RPR-REC-DESC      PIC X(30).
001888
001889 FD  ROMAN-XREF-FILE.
001890 01  DL100-XREF-RECORD.
001891     05  DL100-XREF-PREFIX       PIC X(03).
001892     05  DL100-XREF-DEPT         PIC X(04).
001893     05  DL100-XREF-NAME         PIC X(25).
001894
001895 FD  ROMAN-RNG-FILE.
001896 01  DL100-RNG-RECORD.
001897     05  DL100-RNG-REC-DEPT      PIC X(04).
001898     05  DL100-RNG-REC-SLOT      PIC 9(01).
001899     05  DL100-RNG-REC-MIN       PIC 9(05).
001900     05  DL100-RNG-REC-MAX       PIC 9(05).
001901*        DESCRIPTION OF THE SLOT - FOR THE ROMANRNG LISTING.
001902     05  DL100-RNG-REC-DESC      PIC X(30).
001903
001904 FD  ROMAN-VALH-FILE.
001905 01  DL100-VALH-RECORD.
001906     05  DL100-VALH-KEY.
001907         10  DL100-VALH-DOC-ID   PIC X(10).
001908         10  DL100-VALH-SLOT     PIC 9(01).
001909     05  DL100-VALH-TOKEN        PIC X(30).
001910     05  DL100-VALH-VALUE        PIC 9(05).
001911     05  DL100-VALH-FRAC         PIC 9(02).
001912     05  DL100-VALH-RUN-ID       PIC X(14).
001913
001914 FD  ROMAN-VAR-FILE.
001915 01  DL100-VAR-RECORD            PIC X(132).
001916
001917*    ONE POSTING RECORD - SEE DL100-POST-TOKEN-LINE AND ITS
001918*    COMPANION LAYOUTS IN WORKING-STORAGE.
001919 FD  ROMAN-POST-FILE.
001920 01  DL100-POST-RECORD           PIC X(100).
001921
001820 WORKING-STORAGE SECTION.
001830
001840 01  DL100-WS-SWITCHES.
001956     05  DL100-WS-RUN-MODE       PIC X(01) VALUE SPACE.
001957         88  DL100-WS-RUN-MODE-CORR          VALUE 'C'.
001975         88  DL100-WS-RUN-MODE-REV           VALUE 'R'.
001976*    SET FROM COLUMN 39 OF THE SYSIN CARD - THE CARD NAMES A
001977*    DRIVER FILE RATHER THAN A SINGLE INPUT FILE.
001978     05  DL100-WS-PARM-DRV-SW    PIC X(01) VALUE 'N'.
001979         88  DL100-WS-PARM-DRIVER            VALUE 'Y'.
001980*    SET WHEN THE TOKEN IN HAND CONVERTED ONLY AFTER ONE OR
001981*    MORE AUTO-REPAIR RULES WERE APPLIED TO IT.
001982     05  DL100-WS-AUTOFIX-SW     PIC X(01) VALUE 'N'.
001983         88  DL100-WS-AUTOFIX                VALUE 'Y'.
001958*    CANONICAL-FORM STRICTNESS FOR THE RUN - BLANK = OFF,
001959*    'W' = WARN (FLAG NONCANON), 'S' = STRICT (REJECT).
001961     05  DL100-WS-STRICT         PIC X(01) VALUE SPACE.
001977         88  DL100-WS-DUP-RPT-OPEN           VALUE 'Y'.
002101     05  DL100-WS-DOCM-OPEN-SW   PIC X(01) VALUE 'N'.
002102         88  DL100-WS-DOCM-OPEN              VALUE 'Y'.
002103     05  DL100-WS-VALH-OPEN-SW   PIC X(01) VALUE 'N'.
002104         88  DL100-WS-VALH-OPEN              VALUE 'Y'.
002105     05  DL100-WS-VAR-OPEN-SW    PIC X(01) VALUE 'N'.
002106         88  DL100-WS-VAR-OPEN               VALUE 'Y'.
002107*    SET BY 2457-CHECK-REGISTRY-DUP WHEN THE CURRENT RECORD'S
002108*    DOCUMENT ID WAS ALREADY CONVERTED BY A PRIOR RUN.
002109     05  DL100-WS-XRUN-SW        PIC X(01) VALUE 'N'.
002110         88  DL100-WS-XRUN-DUP               VALUE 'Y'.
002111*    SET BY 2458-CHECK-DOC-CONTROL WHEN THE CURRENT RECORD'S
002112*    DOCUMENT HAS BEEN RETIRED - ITS RECORD IS SKIPPED WHATEVER
002113*    THE RUN'S DUPLICATE OPTION.
002114     05  DL100-WS-RETIRED-SW     PIC X(01) VALUE 'N'.
002115         88  DL100-WS-RETIRED                VALUE 'Y'.
002116     05  DL100-WS-AUTH-OPEN-SW   PIC X(01) VALUE 'N'.
002117         88  DL100-WS-AUTH-OPEN              VALUE 'Y'.
002118     05  DL100-WS-MLOG-OPEN-SW   PIC X(01) VALUE 'N'.
002119         88  DL100-WS-MLOG-OPEN              VALUE 'Y'.
002120*    SET BY 2459-USE-AUTHORIZATION WHEN THE REPROCESS
002121*    AUTHORIZATION WAS ACTUALLY TAKEN UP FOR THE DOCUMENT.
002122     05  DL100-WS-AUTH-USED-SW   PIC X(01) VALUE 'N'.
002123         88  DL100-WS-AUTH-USED              VALUE 'Y'.
001978*    SET BY 2455-CHECK-DUPLICATE-DOC WHEN THE CURRENT RECORD'S
001979*    DOCUMENT ID WAS ALREADY SEEN EARLIER IN THE RUN.
001981     05  DL100-WS-DUPDOC-SW      PIC X(01) VALUE 'N'.
002026 01  DL100-WS-DOCM-STATUS        PIC X(02) VALUE SPACES.
002027 01  DL100-WS-RUNH-STATUS        PIC X(02) VALUE SPACES.
002056 01  DL100-WS-LOCK-STATUS        PIC X(02) VALUE SPACES.
002057 01  DL100-WS-VALH-STATUS        PIC X(02) VALUE SPACES.
002058 01  DL100-WS-VAR-STATUS         PIC X(02) VALUE SPACES.
002059 01  DL100-WS-AUTH-STATUS        PIC X(02) VALUE SPACES.
002060 01  DL100-WS-MLOG-STATUS        PIC X(02) VALUE SPACES.
002061 01  DL100-WS-ACTL-STATUS        PIC X(02) VALUE SPACES.
002062
002063*    SET WHEN THIS RUN HOLDS THE RUN LOCK - ONLY A RUN THAT
002064*    TOOK THE LOCK MAY PROCESS, AND ONLY IT RELEASES THE LOCK
002065*    AT TERMINATION.
002066 01  DL100-WS-LOCK-SW            PIC X(01) VALUE 'N'.
002067     88  DL100-WS-LOCK-HELD                 VALUE 'Y'.
002068
002069*    SET WHEN THE RUN IS ONE PARTITION OF A PARTITIONED NIGHT.
002070*    IT RUNS UNDER THE LOCK AND RUN ID THE ROMANPAR SPLIT STEP
002071*    TOOK FOR THE WHOLE NIGHT, SO IT NEITHER WRITES THE RUN-
002072*    HISTORY RECORD NOR RELEASES THE LOCK - THE MERGE STEP DOES
002073*    BOTH.  THE PARTITION NUMBER AND PARENT RUN ID ARE TAKEN OFF
002074*    THE SYSIN CARD BEFORE THE LOCK IS EXAMINED.
002075 01  DL100-WS-PART-SW            PIC X(01) VALUE 'N'.
002076     88  DL100-WS-PARTITION                 VALUE 'Y'.
002077 77  DL100-WS-PART-NO            PIC X(01) VALUE SPACE.
002078 77  DL100-WS-PARENT-ID          PIC X(14) VALUE SPACES.
002079 01  DL100-WS-POST-STATUS        PIC X(02) VALUE SPACES.
002080 01  DL100-WS-POST-OPEN-SW       PIC X(01) VALUE 'N'.
002081     88  DL100-WS-POST-OPEN                 VALUE 'Y'.
002082
002083*    AUDIT SEQUENCE CONTROL - OPEN FOR EVERY RUN BUT A PARTITION.
002084*    THE NUMBER AND CHECK VALUE OF THE LAST LINE WRITTEN ARE HELD
002085*    HERE AND REWRITTEN TO THE CONTROL STORE AFTER EVERY LINE.
002086 01  DL100-WS-ACTL-SW            PIC X(01) VALUE 'N'.
002087     88  DL100-WS-ACTL-OPEN                 VALUE 'Y'.
002088 77  DL100-WS-AUD-LAST-SEQ       PIC 9(08) VALUE 0.
002089 77  DL100-WS-AUD-LAST-CHECK     PIC 9(04) VALUE 0.
002090
002091*    CHECK VALUE WORK FIELDS - ONE BYTE OF THE LINE AT A TIME IS
002092*    MOVED BEHIND A LOW-VALUE BYTE AND TAKEN AS A HALFWORD, GIVING
002093*    ITS CHARACTER CODE.
002094 01  DL100-CHK-PAIR.
002095     05  FILLER                  PIC X(01) VALUE LOW-VALUE.
002096     05  DL100-CHK-BYTE          PIC X(01) VALUE SPACE.
002097 01  DL100-CHK-CODE REDEFINES DL100-CHK-PAIR
002098                                 PIC 9(04) COMP.
002099 77  DL100-CHK-POS               PIC 9(03) VALUE 0.
002100 77  DL100-CHK-ACC               PIC 9(09) VALUE 0.
002101 77  DL100-CHK-QUOT              PIC 9(09) VALUE 0.
002028
002064*    INPUT FORMAT FOR THE RUN AND FOR THE FILE IN HAND - THE
002065*    RUN-LEVEL DEFAULT COMES FROM THE SYSIN CARD OR THE OPTION
002146*    SUSPENSE REASON CODE - 'INVC' = INVALID CHARACTER,
002148*    'NCAN' = NOT IN CANONICAL FORM (STRICT MODE ONLY),
002157*    'NNUM' = NOT A USABLE ARABIC VALUE (REVERSE DIRECTION),
002158*    'OVFL' = VALUE BEYOND WHAT THE RUN CAN CARRY OR RENDER,
002159*    'RNGE' = VALID BUT OUTSIDE THE RANGE ITS DEPARTMENT ALLOWS
002160*    FOR THE SLOT.
002147 77  DL100-WS-REASON             PIC X(04).
002167*    STATUS BACK FROM func - 'O' = SUM RETURNED COMPLETELY,
002168*    'V' = VALUE EXCEEDS THE FIVE-DIGIT SUM FIELD (REJECT).
002155 77  DL100-WS-EXTR-COUNT         PIC 9(07) VALUE 0.
002156 77  DL100-WS-EXTR-VALUE         PIC 9(05).
002166 77  DL100-WS-EXTR-FRAC          PIC 9(02).
002167 77  DL100-WS-EXTR-ORIG          PIC X(30).
002168*    DETAIL RECORDS TOO LONG FOR THE 132-BYTE EXTRACT RECORD.
002169 77  DL100-WS-EXTR-SHORT         PIC 9(07) VALUE 0.
002159
002160*    ARABIC VALUE ASSEMBLED FROM AN ALL-DIGIT TOKEN IN THE
002161*    REVERSE DIRECTION - THE DIGITS ARE MOVED RIGHT-JUSTIFIED
002275     05  FILLER                  PIC X(01) VALUE '+'.
002276     05  DL100-WS-FRAC-EDIT-NN   PIC 9(02).
002277     05  FILLER                  PIC X(03) VALUE '/12'.
002278
002279*    AUTO-REPAIR RULE TABLE - REFERENCE DATA LOADED ONCE AT
002280*    START OF RUN FROM THE RPRRULE FILE.  A RULES FILE BEYOND
002281*    THE TABLE CAPACITY TURNS AUTO-REPAIR OFF FOR THE RUN
002282*    RATHER THAN APPLY AN INCOMPLETE RULE SET.
002283 01  DL100-WS-RPR-STATUS         PIC X(02) VALUE SPACES.
002284 77  DL100-RPR-USED              PIC 9(03) VALUE 0.
002285 01  DL100-RPR-TABLE.
002286     05  DL100-RPR-ENTRY OCCURS 50 TIMES
002287             INDEXED BY DL100-RPR-NDX.
002288         10  DL100-RPR-ID        PIC X(04).
002289         10  DL100-RPR-TYPE      PIC X(01).
002290             88  DL100-RPR-TRANSLATE         VALUE 'T'.
002291             88  DL100-RPR-DELETE            VALUE 'D'.
002292             88  DL100-RPR-TRIM-END          VALUE 'E'.
002293             88  DL100-RPR-UPPERCASE         VALUE 'U'.
002294         10  DL100-RPR-FROM      PIC X(01).
002295         10  DL100-RPR-TO        PIC X(01).
002296
002297*    THE TOKEN AS RECEIVED, KEPT WHILE REPAIRS ARE TRIED, AND
002298*    THE IDS OF THE RULES THAT CHANGED IT (FIRST THREE ONLY -
002299*    THE LIST RIDES IN THE ROUND-TRIP FIELD OF THE 'ORIGINAL'
002300*    AUDIT LINE).
002301 01  DL100-WS-ORIG-TOKEN         PIC X(30).
002302 77  DL100-WS-ORIG-L             PIC 9(02).
002303 01  DL100-WS-RPR-BEFORE         PIC X(30).
002304 01  DL100-WS-RPR-WORK           PIC X(30).
002305 77  DL100-WS-RPR-OUT            PIC 9(02).
002306 77  DL100-WS-RPR-CNT            PIC 9(02).
002307 01  DL100-WS-RPR-APPLIED-LIST.
002308     05  DL100-WS-RPR-APPLIED OCCURS 3 TIMES.
002309         10  DL100-WS-RPR-APPLIED-ID PIC X(04).
002310         10  FILLER              PIC X(01).
002311
002312*    DEPARTMENT CROSS-REFERENCE AND VALUE-RANGE RULE TABLES -
002313*    REFERENCE DATA LOADED ONCE AT START OF RUN.  EITHER FILE
002314*    ABSENT, EMPTY, OR BEYOND ITS TABLE'S CAPACITY LEAVES
002315*    DL100-RNG-USED AT ZERO, WHICH TURNS THE RANGE EDITS OFF.
002316 01  DL100-WS-XREF-STATUS        PIC X(02) VALUE SPACES.
002317 01  DL100-WS-RNG-STATUS         PIC X(02) VALUE SPACES.
002318 77  DL100-XRF-USED              PIC 9(03) VALUE 0.
002319 01  DL100-XRF-TABLE.
002320     05  DL100-XRF-ENTRY OCCURS 100 TIMES
002321             INDEXED BY DL100-XRF-NDX.
002322         10  DL100-XRF-PREFIX    PIC X(03).
002323         10  DL100-XRF-DEPT      PIC X(04).
002324 77  DL100-RNG-USED              PIC 9(03) VALUE 0.
002325 01  DL100-RNG-TABLE.
002326     05  DL100-RNG-ENTRY OCCURS 500 TIMES
002327             INDEXED BY DL100-RNG-NDX.
002328         10  DL100-RNG-DEPT      PIC X(04).
002329         10  DL100-RNG-SLOT      PIC 9(01).
002330         10  DL100-RNG-MIN       PIC 9(05).
002331         10  DL100-RNG-MAX       PIC 9(05).
002332*    DEPARTMENT OF THE TOKEN IN HAND AND THE RANGE IT FAILED,
002333*    KEPT FOR THE REJECT MESSAGE.
002334 77  DL100-WS-RNG-DEPT           PIC X(04) VALUE SPACES.
002335 77  DL100-WS-RNG-MIN            PIC 9(05) VALUE 0.
002336 77  DL100-WS-RNG-MAX            PIC 9(05) VALUE 0.
002337
002338*    VALUE VARIANCES REPORTED THIS RUN, FOR THE VARRPT TRAILER.
002339 77  DL100-WS-VAR-COUNT          PIC 9(07) VALUE 0.
002340
002341*    CHECKPOINT/RESTART COUNTERS FOR THE FILE CURRENTLY OPEN.
002342 77  DL100-CKPT-INTERVAL         PIC 9(05) VALUE 00010.
002343 77  DL100-WS-SKIP-COUNT         PIC 9(07) VALUE 0.
002344 77  DL100-WS-CKPT-SINCE         PIC 9(05) VALUE 0.
002345
002346*    CONTROL TOTALS RECOVERED FROM THE LAST CHECKPOINT LOGGED
002350*    AGAINST THE INPUT FILE BEING (RE)STARTED, SO A RESTARTED RUN
002360*    TRAILER REFLECTS THE WHOLE FILE, NOT JUST THE TAIL PROCESSED
002370*    SINCE THE RESTART.
002490     05  DL100-WS-TOT-CONVERTED  PIC 9(07) VALUE 0.
002500     05  DL100-WS-TOT-REJECTED   PIC 9(07) VALUE 0.
002501     05  DL100-WS-TOT-NONCANON   PIC 9(07) VALUE 0.
002502     05  DL100-WS-TOT-AUTOFIX    PIC 9(07) VALUE 0.
002510     05  DL100-WS-TOT-SUM        PIC 9(09) VALUE 0.
002511*        RESIDUAL TWELFTHS (0-11) - TWELVE OR MORE CARRY INTO
002512*        DL100-WS-TOT-SUM AS THEY ACCUMULATE.
002620     05  DL100-WS-GT-CONVERTED   PIC 9(07) VALUE 0.
002630     05  DL100-WS-GT-REJECTED    PIC 9(07) VALUE 0.
002631     05  DL100-WS-GT-NONCANON    PIC 9(07) VALUE 0.
002634     05  DL100-WS-GT-AUTOFIX     PIC 9(07) VALUE 0.
002637     05  DL100-WS-GT-DUPS        PIC 9(07) VALUE 0.
002640     05  DL100-WS-GT-SUM         PIC 9(09) VALUE 0.
002641     05  DL100-WS-GT-FRAC        PIC 9(02) VALUE 0.
002650     05  DL100-WS-GT-MIN-SUM     PIC 9(05) VALUE 99999.
002931     05  FILLER                  PIC X(02) VALUE SPACES.
002932*    +NN/12 WHEN THE VALUE CARRIES A FRACTION, ELSE BLANK.
002933     05  DL100-RPT-D-FRAC        PIC X(06).
002934
002935*    CONTINUATION LINE UNDER AN AUTOFIX DETAIL LINE - THE TOKEN
002936*    AS RECEIVED, IN THE NUMERAL COLUMN, AND THE RULES APPLIED.
002937 01  DL100-RPT-FIX-LINE.
002938     05  FILLER                  PIC X(12) VALUE SPACES.
002939     05  FILLER                  PIC X(27) VALUE
002940             '  AUTO-REPAIRED FROM     :'.
002941     05  DL100-RPT-F-ORIG        PIC X(30).
002942     05  FILLER                  PIC X(02) VALUE SPACES.
002943     05  FILLER                  PIC X(07) VALUE 'RULES: '.
002944     05  DL100-RPT-F-RULES       PIC X(15).
002945
002950 01  DL100-RPT-TOTAL-LINE.
002960     05  DL100-RPT-T-LABEL       PIC X(30).
002970     05  DL100-RPT-T-VALUE       PIC Z(8)9.
003009     05  FILLER                  PIC X(02) VALUE SPACES.
003011     05  DL100-DUPX-DISP         PIC X(09).
003012
003013*    VALUE VARIANCE REPORT LINE LAYOUTS - ONE LINE PER SLOT OF
003014*    A RE-SENT DOCUMENT THAT NOW CONVERTS TO A DIFFERENT VALUE.
003015 01  DL100-VAR-COLUMN-LINE.
003016     05  FILLER                  PIC X(12) VALUE 'DOCUMENT ID'.
003017     05  FILLER                  PIC X(05) VALUE 'SLOT'.
003018     05  FILLER                  PIC X(31) VALUE 'OLD TOKEN'.
003019     05  FILLER                  PIC X(31) VALUE 'NEW TOKEN'.
003020     05  FILLER                  PIC X(12) VALUE 'OLD VALUE'.
003021     05  FILLER                  PIC X(12) VALUE 'NEW VALUE'.
003022     05  FILLER                  PIC X(15) VALUE 'OLD RUN ID'.
003023     05  FILLER                  PIC X(14) VALUE 'NEW RUN ID'.
003024
003025 01  DL100-VAR-LINE.
003026     05  DL100-VAR-DOCID         PIC X(10).
003027     05  FILLER                  PIC X(03) VALUE SPACES.
003028     05  DL100-VAR-SLOT          PIC 9(01).
003029     05  FILLER                  PIC X(03) VALUE SPACES.
003030     05  DL100-VAR-OLD-TOKEN     PIC X(30).
003031     05  FILLER                  PIC X(01) VALUE SPACES.
003032     05  DL100-VAR-NEW-TOKEN     PIC X(30).
003033     05  FILLER                  PIC X(01) VALUE SPACES.
003034     05  DL100-VAR-OLD-VALUE     PIC ZZZZ9.
003035     05  DL100-VAR-OLD-FRAC      PIC X(06).
003036     05  FILLER                  PIC X(01) VALUE SPACES.
003037     05  DL100-VAR-NEW-VALUE     PIC ZZZZ9.
003038     05  DL100-VAR-NEW-FRAC      PIC X(06).
003039     05  FILLER                  PIC X(01) VALUE SPACES.
003040     05  DL100-VAR-OLD-RUN-ID    PIC X(14).
003041     05  FILLER                  PIC X(01) VALUE SPACES.
003042     05  DL100-VAR-NEW-RUN-ID    PIC X(14).
003043
002981 01  DL100-RPT-DOC-LINE.
002982     05  DL100-RPT-DC-DOCID      PIC X(10).
002983     05  FILLER                  PIC X(02) VALUE SPACES.
003191     05  FILLER                  PIC X(02) VALUE SPACES.
003192*    FRACTIONAL PART OF THE CONVERTED VALUE IN TWELFTHS.
003193     05  DL100-AUD-FRAC          PIC 9(02).
003194*    SEQUENCE NUMBER OF THE LINE ON THE AUDIT LOG AND ITS CHECK
003195*    VALUE, CHAINED FROM THE CHECK VALUE OF THE LINE BEFORE IT -
003196*    BOTH ZERO ON A PARTITION'S LINES UNTIL THE MERGE STEP
003197*    NUMBERS THEM.  SEE 6235-COMPUTE-CHECK.
003198     05  FILLER                  PIC X(01) VALUE SPACE.
003199     05  DL100-AUD-SEQ           PIC 9(08) VALUE 0.
003200     05  FILLER                  PIC X(01) VALUE SPACE.
003201     05  DL100-AUD-CHECK         PIC 9(04) VALUE 0.
003183
003184*    SUSPENSE/REDO RECORD LAYOUT, BUILT HERE AND WRITTEN TO
003185*    WHICHEVER OF THE TWO FILES THE RUN HAS OPEN.
003189     05  DL100-SUSP-L-SLOT       PIC 9(01).
003191     05  DL100-SUSP-L-TOKEN      PIC X(30).
003192     05  DL100-SUSP-L-REASON     PIC X(04).
003193
003194*    POSTING FILE RECORD LAYOUTS (PARTITION RUNS ONLY), BUILT
003195*    HERE AND MOVED TO DL100-POST-RECORD.  RECORD TYPE 'T' - ONE
003196*    TOKEN FOR THE MERGE STEP TO POST TO THE DOCUMENT REGISTRY
003197*    AND THE VALUE HISTORY; 'F' - THE FINAL TOTALS OF ONE INPUT
003198*    FILE; 'E' - THE PARTITION'S END RECORD, WRITTEN AT
003199*    TERMINATION WITH ITS RETURN CODE.  THE ROMANPAR MERGE STEP
003200*    CARRIES THE SAME LAYOUTS.
003201 01  DL100-POST-TOKEN-LINE.
003202     05  FILLER                  PIC X(01) VALUE 'T'.
003203     05  DL100-POST-T-DOCID      PIC X(10).
003204     05  DL100-POST-T-SRCFILE    PIC X(25).
003205     05  DL100-POST-T-SLOT       PIC 9(01).
003206     05  DL100-POST-T-TOKEN      PIC X(30).
003207     05  DL100-POST-T-VALUE      PIC 9(05).
003208     05  DL100-POST-T-FRAC       PIC 9(02).
003209     05  DL100-POST-T-STATUS     PIC X(09).
003210     05  FILLER                  PIC X(17) VALUE SPACES.
003211
003212 01  DL100-POST-FILE-LINE.
003213     05  FILLER                  PIC X(01) VALUE 'F'.
003214     05  DL100-POST-F-FNAME      PIC X(25).
003215     05  DL100-POST-F-READ       PIC 9(07).
003216     05  DL100-POST-F-CONVERTED  PIC 9(07).
003217     05  DL100-POST-F-REJECTED   PIC 9(07).
003218     05  DL100-POST-F-NONCANON   PIC 9(07).
003219     05  DL100-POST-F-AUTOFIX    PIC 9(07).
003220     05  DL100-POST-F-SUM        PIC 9(09).
003221     05  DL100-POST-F-FRAC       PIC 9(02).
003222     05  DL100-POST-F-MIN-SUM    PIC 9(05).
003223     05  DL100-POST-F-MAX-SUM    PIC 9(05).
003224     05  FILLER                  PIC X(18) VALUE SPACES.
003225
003226 01  DL100-POST-END-LINE.
003227     05  FILLER                  PIC X(01) VALUE 'E'.
003228     05  DL100-POST-E-PART       PIC X(01).
003229     05  DL100-POST-E-RUN-ID     PIC X(14).
003230     05  DL100-POST-E-RUN-DATE   PIC X(08).
003231     05  DL100-POST-E-MODE       PIC X(11).
003232     05  DL100-POST-E-STRICT     PIC X(01).
003233     05  DL100-POST-E-DUP-OPT    PIC X(01).
003234     05  DL100-POST-E-RC         PIC 9(02).
003235     05  DL100-POST-E-FILES      PIC 9(03).
003236     05  DL100-POST-E-DUPS       PIC 9(07).
003237     05  FILLER                  PIC X(51) VALUE SPACES.
003238
003239*    RECORD TYPE 'A' - A REPROCESS AUTHORIZATION THE PARTITION
003240*    HONORED, FOR THE MERGE STEP TO CONSUME.
003241 01  DL100-POST-AUTH-LINE.
003242     05  FILLER                  PIC X(01) VALUE 'A'.
003243     05  DL100-POST-A-DOCID      PIC X(10).
003244     05  DL100-POST-A-SRCFILE    PIC X(25).
003245     05  FILLER                  PIC X(64) VALUE SPACES.
003246
003247*    ONE LINE OF THE REGISTRY MAINTENANCE LOG, IN THE LAYOUT
003248*    ROMANREG WRITES - HERE ALWAYS A CONSUMED AUTHORIZATION,
003249*    CARRYING THE AUTHORIZING USER, THE RUN AND THE SOURCE FILE.
003250 01  DL100-MLOG-LINE.
003251     05  DL100-MLOG-STAMP        PIC X(14).
003252     05  FILLER                  PIC X(01) VALUE SPACE.
003253     05  DL100-MLOG-USER         PIC X(08).
003254     05  FILLER                  PIC X(01) VALUE SPACE.
003255     05  DL100-MLOG-DOCID        PIC X(10).
003256     05  FILLER                  PIC X(01) VALUE SPACE.
003257     05  DL100-MLOG-ACTION       PIC X(09) VALUE 'CONSUMED'.
003258     05  FILLER                  PIC X(01) VALUE SPACE.
003259     05  DL100-MLOG-NEW-STATUS   PIC X(01) VALUE SPACE.
003260     05  FILLER                  PIC X(01) VALUE SPACE.
003261     05  DL100-MLOG-EXPIRY       PIC X(08).
003262     05  FILLER                  PIC X(01) VALUE SPACE.
003263     05  DL100-MLOG-RUN-ID       PIC X(14).
003264     05  FILLER                  PIC X(01) VALUE SPACE.
003265     05  DL100-MLOG-SRCFILE      PIC X(25).
003266     05  FILLER                  PIC X(01) VALUE SPACE.
003267     05  DL100-MLOG-REASON       PIC X(30).
003268     05  FILLER                  PIC X(05) VALUE SPACES.
003190
003200 PROCEDURE DIVISION.
003210
003231     IF NOT DL100-WS-LOCK-HELD
003232         GO TO 0000-TERMINATE
003233     END-IF.
003234*    EVERY LINE THIS RUN WRITES MUST BE NUMBERED - WITHOUT THE
003235*    SEQUENCE CONTROL THE RUN DOES NO WORK.
003236     IF NOT DL100-WS-PARTITION
003237        AND NOT DL100-WS-ACTL-OPEN
003238         MOVE 16                 TO RETURN-CODE
003239         GO TO 0000-TERMINATE
003240     END-IF.
003241     EVALUATE DL100-WS-OPT
003250         WHEN 1
003260             PERFORM 2000-PROCESS-FILE-MODE THRU 2000-EXIT
003270         WHEN 2
003510     ACCEPT DL100-WS-OPT.
003511     PERFORM 1050-ACQUIRE-RUN-LOCK THRU 1050-EXIT.
003512     IF DL100-WS-LOCK-HELD
003513*        A PARTITION'S AUDIT FILE IS ITS OWN, STARTED AFRESH ON
003514*        EVERY ATTEMPT - THE MERGE STEP APPENDS IT TO THE LOG.
003515         IF DL100-WS-PARTITION
003516             OPEN OUTPUT ROMAN-AUDIT-FILE
003517         ELSE
003518             OPEN EXTEND ROMAN-AUDIT-FILE
003519             IF DL100-WS-AUD-STATUS NOT = '00'
003520                 OPEN OUTPUT ROMAN-AUDIT-FILE
003521             END-IF
003522             PERFORM 1080-OPEN-AUDIT-CONTROL THRU 1080-EXIT
003523         END-IF
003524         PERFORM 1400-LOAD-REPAIR-RULES THRU 1400-EXIT
003525         PERFORM 1500-LOAD-RANGE-RULES THRU 1500-EXIT
003526     END-IF.
003527 1000-EXIT.
003530     EXIT.
003531
003532*-----------------------------------------------------------------
003533* LOADS THE AUTO-REPAIR RULES INTO DL100-RPR-TABLE.  AN ABSENT
003534* OR EMPTY RULES FILE LEAVES THE TABLE EMPTY AND EVERY REJECT
003535* GOES TO SUSPENSE UNTOUCHED.  MORE RULES THAN THE TABLE HOLDS
003536* TURNS AUTO-REPAIR OFF FOR THE RUN - A PARTIAL RULE SET WOULD
003537* REPAIR DIFFERENTLY FROM THE ONE RECORDS MANAGEMENT APPROVED.
003538*-----------------------------------------------------------------
003539 1400-LOAD-REPAIR-RULES.
003540     MOVE 0                      TO DL100-RPR-USED.
003541     OPEN INPUT ROMAN-RPR-FILE.
003542     IF DL100-WS-RPR-STATUS NOT = '00'
003543         DISPLAY 'ROMAN-NUMERAL-CONV: NO AUTO-REPAIR RULES '
003544             '(RPRRULE STATUS ' DL100-WS-RPR-STATUS
003545             ') - REJECTS GO TO SUSPENSE UNREPAIRED'
003546         GO TO 1400-EXIT
003547     END-IF.
003548     MOVE 'N'                    TO DL100-WS-EOF-SW.
003549     PERFORM 1410-LOAD-ONE-RULE THRU 1410-EXIT
003550         UNTIL DL100-WS-EOF.
003551     CLOSE ROMAN-RPR-FILE.
003552     MOVE 'N'                    TO DL100-WS-EOF-SW.
003553     IF DL100-RPR-USED > 50
003554         DISPLAY 'ROMAN-NUMERAL-CONV: MORE THAN 50 AUTO-REPAIR '
003555             'RULES - AUTO-REPAIR IS OFF FOR THIS RUN'
003556         MOVE 0                  TO DL100-RPR-USED
003557     ELSE
003558         DISPLAY 'ROMAN-NUMERAL-CONV: ' DL100-RPR-USED
003559             ' AUTO-REPAIR RULES LOADED'
003560     END-IF.
003561 1400-EXIT.
003562     EXIT.
003563
003564 1410-LOAD-ONE-RULE.
003565     READ ROMAN-RPR-FILE
003566         AT END
003567             MOVE 'Y'            TO DL100-WS-EOF-SW
003568             GO TO 1410-EXIT
003569     END-READ.
003570*    BLANK AND COMMENT ('*' IN COLUMN 1) LINES ARE SKIPPED.
003571     IF DL100-RPR-RECORD = SPACES
003572        OR DL100-RPR-REC-ID (1:1) = '*'
003573         GO TO 1410-EXIT
003574     END-IF.
003575     ADD 1                       TO DL100-RPR-USED.
003576     IF DL100-RPR-USED > 50
003577         GO TO 1410-EXIT
003578     END-IF.
003579     SET DL100-RPR-NDX           TO DL100-RPR-USED.
003580     MOVE DL100-RPR-REC-ID       TO DL100-RPR-ID (DL100-RPR-NDX).
003581     MOVE DL100-RPR-REC-TYPE   TO DL100-RPR-TYPE (DL100-RPR-NDX).
003582     MOVE DL100-RPR-REC-FROM   TO DL100-RPR-FROM (DL100-RPR-NDX).
003583     MOVE DL100-RPR-REC-TO       TO DL100-RPR-TO (DL100-RPR-NDX).
003584 1410-EXIT.
003585     EXIT.
003586
003587*-----------------------------------------------------------------
003588* LOADS THE DEPARTMENT CROSS-REFERENCE AND THE VALUE-RANGE
003589* RULES.  THE RANGE EDITS NEED BOTH - A RULE CANNOT BE APPLIED
003590* WITHOUT KNOWING WHICH DEPARTMENT A DOCUMENT BELONGS TO - SO
003591* EITHER FILE ABSENT, OR EITHER TABLE OVERFLOWING, TURNS THE
003592* RANGE EDITS OFF FOR THE RUN RATHER THAN APPLY A PARTIAL SET.
003593*-----------------------------------------------------------------
003594 1500-LOAD-RANGE-RULES.
003595     MOVE 0                      TO DL100-XRF-USED
003596                                    DL100-RNG-USED.
003597     OPEN INPUT ROMAN-XREF-FILE.
003598     IF DL100-WS-XREF-STATUS NOT = '00'
003599         DISPLAY 'ROMAN-NUMERAL-CONV: NO DEPARTMENT CROSS-'
003600             'REFERENCE (DEPTXREF STATUS ' DL100-WS-XREF-STATUS
003601             ') - RANGE EDITS ARE OFF FOR THIS RUN'
003602         GO TO 1500-EXIT
003603     END-IF.
003604     MOVE 'N'                    TO DL100-WS-EOF-SW.
003605     PERFORM 1510-LOAD-ONE-XREF-ENTRY THRU 1510-EXIT
003606         UNTIL DL100-WS-EOF.
003607     CLOSE ROMAN-XREF-FILE.
003608     MOVE 'N'                    TO DL100-WS-EOF-SW.
003609     IF DL100-XRF-USED > 100
003610         DISPLAY 'ROMAN-NUMERAL-CONV: DEPTXREF EXCEEDS 100 '
003611             'ENTRIES - RANGE EDITS ARE OFF FOR THIS RUN'
003612         MOVE 0                  TO DL100-XRF-USED
003613         GO TO 1500-EXIT
003614     END-IF.
003615     OPEN INPUT ROMAN-RNG-FILE.
003616     IF DL100-WS-RNG-STATUS NOT = '00'
003617         DISPLAY 'ROMAN-NUMERAL-CONV: NO VALUE-RANGE RULES '
003618             '(RNGRULE STATUS ' DL100-WS-RNG-STATUS
003619             ') - RANGE EDITS ARE OFF FOR THIS RUN'
003620         GO TO 1500-EXIT
003621     END-IF.
003622     PERFORM 1520-LOAD-ONE-RANGE-RULE THRU 1520-EXIT
003623         UNTIL DL100-WS-EOF.
003624     CLOSE ROMAN-RNG-FILE.
003625     MOVE 'N'                    TO DL100-WS-EOF-SW.
003626     IF DL100-RNG-USED > 500
003627         DISPLAY 'ROMAN-NUMERAL-CONV: MORE THAN 500 VALUE-RANGE '
003628             'RULES - RANGE EDITS ARE OFF FOR THIS RUN'
003629         MOVE 0                  TO DL100-RNG-USED
003630     ELSE
003631         DISPLAY 'ROMAN-NUMERAL-CONV: ' DL100-RNG-USED
003632             ' VALUE-RANGE RULES LOADED'
003633     END-IF.
003634 1500-EXIT.
003635     EXIT.
003636
003637 1510-LOAD-ONE-XREF-ENTRY.
003638     READ ROMAN-XREF-FILE
003639         AT END
003640             MOVE 'Y'            TO DL100-WS-EOF-SW
003641             GO TO 1510-EXIT
003642     END-READ.
003643     ADD 1                       TO DL100-XRF-USED.
003644     IF DL100-XRF-USED > 100
003645         GO TO 1510-EXIT
003646     END-IF.
003647     SET DL100-XRF-NDX           TO DL100-XRF-USED.
003648     MOVE DL100-XREF-PREFIX TO DL100-XRF-PREFIX (DL100-XRF-NDX).
003649     MOVE DL100-XREF-DEPT   TO DL100-XRF-DEPT (DL100-XRF-NDX).
003650 1510-EXIT.
003651     EXIT.
003652
003653 1520-LOAD-ONE-RANGE-RULE.
003654     READ ROMAN-RNG-FILE
003655         AT END
003656             MOVE 'Y'            TO DL100-WS-EOF-SW
003657             GO TO 1520-EXIT
003658     END-READ.
003659*    BLANK AND COMMENT ('*' IN COLUMN 1) LINES ARE SKIPPED.
003660     IF DL100-RNG-RECORD = SPACES
003661        OR DL100-RNG-REC-DEPT (1:1) = '*'
003662         GO TO 1520-EXIT
003663     END-IF.
003664     ADD 1                       TO DL100-RNG-USED.
003665     IF DL100-RNG-USED > 500
003666         GO TO 1520-EXIT
003667     END-IF.
003668     SET DL100-RNG-NDX           TO DL100-RNG-USED.
003669     MOVE DL100-RNG-REC-DEPT TO DL100-RNG-DEPT (DL100-RNG-NDX).
003670     MOVE DL100-RNG-REC-SLOT TO DL100-RNG-SLOT (DL100-RNG-NDX).
003671     MOVE DL100-RNG-REC-MIN  TO DL100-RNG-MIN (DL100-RNG-NDX).
003672     MOVE DL100-RNG-REC-MAX  TO DL100-RNG-MAX (DL100-RNG-NDX).
003673 1520-EXIT.
003674     EXIT.
003561
003562*-----------------------------------------------------------------
003563* TAKES THE RUN LOCK.  A NON-EMPTY LOCK FILE MEANS ANOTHER RUN
003567* ABSENT LOCK FILE IS FREE - THE LOCK RECORD (RUN ID AND
003568* OPTION) IS WRITTEN AND THE RUN PROCEEDS.  A LOCK LEFT BEHIND
003569* BY AN ABEND IS CLEARED BY THE ROMANUNL JOB, WHICH DELETES
003570* THE LOCK DATA SET.
003571*-----------------------------------------------------------------
003572 1050-ACQUIRE-RUN-LOCK.
003573     IF DL100-WS-OPT = 3
003574         PERFORM 1060-READ-PARTITION-CARD THRU 1060-EXIT
003575     END-IF.
003576     OPEN INPUT ROMAN-LOCK-FILE.
003577     IF DL100-WS-LOCK-STATUS = '00'
003578         READ ROMAN-LOCK-FILE
003579             AT END
003580                 CONTINUE
003581             NOT AT END
003582                 IF DL100-WS-PART-NO NOT = SPACE
003583                     PERFORM 1070-JOIN-PARENT-RUN THRU 1070-EXIT
003584                     CLOSE ROMAN-LOCK-FILE
003585                     GO TO 1050-EXIT
003586                 END-IF
003587                 DISPLAY 'ROMAN-NUMERAL-CONV: ANOTHER RUN '
003588                     'HOLDS THE RUN LOCK - RUN ID '
003589                     DL100-LOCK-RUN-ID ' OPTION '
003590                     DL100-LOCK-OPT
003591                 DISPLAY 'ROMAN-NUMERAL-CONV: IF THAT RUN '
003592                     'ABENDED, CLEAR THE LOCK WITH THE '
003593                     'ROMANUNL JOB AND RESUBMIT'
003594                 MOVE 12         TO RETURN-CODE
003595                 CLOSE ROMAN-LOCK-FILE
003596                 GO TO 1050-EXIT
003597         END-READ
003598         CLOSE ROMAN-LOCK-FILE
003599     END-IF.
003600     IF DL100-WS-PART-NO NOT = SPACE
003601         DISPLAY 'ROMAN-NUMERAL-CONV: PARTITION '
003602             DL100-WS-PART-NO ' OF RUN ' DL100-WS-PARENT-ID
003603             ' REFUSED - NO PARTITIONED RUN HOLDS THE RUN LOCK'
003604         MOVE 12                 TO RETURN-CODE
003605         GO TO 1050-EXIT
003606     END-IF.
003607     OPEN OUTPUT ROMAN-LOCK-FILE.
003608     IF DL100-WS-LOCK-STATUS NOT = '00'
003609         DISPLAY 'ROMAN-NUMERAL-CONV: UNABLE TO TAKE THE RUN '
003610             'LOCK - STATUS ' DL100-WS-LOCK-STATUS
003611         MOVE 12                 TO RETURN-CODE
003612         GO TO 1050-EXIT
003613     END-IF.
003614     MOVE SPACES                 TO DL100-LOCK-RECORD.
003615     MOVE DL100-WS-RUN-ID        TO DL100-LOCK-RUN-ID.
003616     MOVE DL100-WS-OPT           TO DL100-LOCK-OPT.
003617     WRITE DL100-LOCK-RECORD.
003618     CLOSE ROMAN-LOCK-FILE.
003619     SET DL100-WS-LOCK-HELD      TO TRUE.
003620 1050-EXIT.
003621     EXIT.
003622
003623*-----------------------------------------------------------------
003624* OPTION 3 ONLY - LOOKS AT THE SYSIN CARD BEFORE THE LOCK IS
003625* EXAMINED.  A CARD PUNCHED BY THE ROMANPAR SPLIT STEP CARRIES A
003626* PARTITION NUMBER IN COL 40 AND THE PARENT RUN ID IN COLS
003627* 41-54, AND SUCH A RUN JOINS THE PARENT'S LOCK INSTEAD OF
003628* TAKING ONE OF ITS OWN.  4000-PROCESS-BATCH-MODE READS THE CARD
003629* AGAIN IN FULL, AND A MISSING CARD IS LEFT FOR IT TO REPORT.
003630*-----------------------------------------------------------------
003631 1060-READ-PARTITION-CARD.
003632     OPEN INPUT ROMAN-PARM-FILE.
003633     IF DL100-WS-PARM-STATUS NOT = '00'
003634         GO TO 1060-EXIT
003635     END-IF.
003636     READ ROMAN-PARM-FILE
003637         AT END
003638             MOVE SPACES         TO DL100-PARM-RECORD
003639     END-READ.
003640     CLOSE ROMAN-PARM-FILE.
003641     MOVE DL100-PARM-PART        TO DL100-WS-PART-NO.
003642     MOVE DL100-PARM-PARENT-ID   TO DL100-WS-PARENT-ID.
003643 1060-EXIT.
003644     EXIT.
003645
003646*-----------------------------------------------------------------
003647* A PARTITION RUN MAY PROCESS ONLY UNDER THE LOCK ITS OWN SPLIT
003648* STEP TOOK - OPTION 'P' AND THE PARENT RUN ID ON ITS CARD.  IT
003649* THEN TAKES THE PARENT'S RUN ID AS ITS OWN, SO EVERY AUDIT
003650* LINE, REPORT HEADER AND POSTING TIES BACK TO THE ONE NIGHT'S
003651* RUN.  ANY OTHER HOLDER (OR A STALE CARD FROM AN EARLIER NIGHT)
003652* IS REFUSED LIKE ANY OTHER LOCK CONFLICT.
003653*-----------------------------------------------------------------
003654 1070-JOIN-PARENT-RUN.
003655     IF DL100-WS-PART-NO IS NOT NUMERIC
003656        OR DL100-WS-PART-NO = '0'
003657         DISPLAY 'ROMAN-NUMERAL-CONV: PARTITION NUMBER "'
003658             DL100-WS-PART-NO '" IN SYSIN COL 40 IS NOT 1-9'
003659         MOVE 16                 TO RETURN-CODE
003660         GO TO 1070-EXIT
003661     END-IF.
003662     IF DL100-LOCK-OPT NOT = 'P'
003663        OR DL100-LOCK-RUN-ID NOT = DL100-WS-PARENT-ID
003664         DISPLAY 'ROMAN-NUMERAL-CONV: PARTITION ' DL100-WS-PART-NO
003665             ' OF RUN ' DL100-WS-PARENT-ID ' REFUSED - THE RUN '
003666             'LOCK IS HELD BY RUN ID ' DL100-LOCK-RUN-ID
003667             ' OPTION ' DL100-LOCK-OPT
003668         MOVE 12                 TO RETURN-CODE
003669         GO TO 1070-EXIT
003670     END-IF.
003671     MOVE DL100-WS-PARENT-ID     TO DL100-WS-RUN-ID.
003672     SET DL100-WS-PARTITION      TO TRUE.
003673     SET DL100-WS-LOCK-HELD      TO TRUE.
003674     DISPLAY 'ROMAN-NUMERAL-CONV: RUNNING AS PARTITION '
003675         DL100-WS-PART-NO ' OF RUN ' DL100-WS-RUN-ID.
003676 1070-EXIT.
003677     EXIT.
003678
003679*-----------------------------------------------------------------
003680* OPENS THE AUDIT SEQUENCE CONTROL STORE AND PICKS UP THE NUMBER
003681* AND CHECK VALUE OF THE LAST LINE ON THE AUDIT LOG.  THE STORE'S
003682* FIRST EVER USE STARTS THE SEQUENCE, AND THE CHAIN, FROM ZERO.
003683* A STORE THAT WILL NOT OPEN LEAVES DL100-WS-ACTL-OPEN OFF AND
003684* 0000-MAINLINE REFUSES THE RUN.
003685*-----------------------------------------------------------------
003686 1080-OPEN-AUDIT-CONTROL.
003687     OPEN I-O ROMAN-ACTL-FILE.
003688     IF DL100-WS-ACTL-STATUS = '35'
003689         OPEN OUTPUT ROMAN-ACTL-FILE
003690         IF DL100-WS-ACTL-STATUS = '00'
003691             CLOSE ROMAN-ACTL-FILE
003692             OPEN I-O ROMAN-ACTL-FILE
003693         END-IF
003694     END-IF.
003695     IF DL100-WS-ACTL-STATUS NOT = '00'
003696         DISPLAY 'ROMAN-NUMERAL-CONV: UNABLE TO OPEN AUDCTL - '
003697             'STATUS ' DL100-WS-ACTL-STATUS ' - RUN REFUSED'
003698         GO TO 1080-EXIT
003699     END-IF.
003700     MOVE 'AUDITLOG'             TO DL100-ACTL-KEY.
003701     READ ROMAN-ACTL-FILE
003702         INVALID KEY
003703             MOVE SPACES         TO DL100-ACTL-RECORD
003704             MOVE 'AUDITLOG'     TO DL100-ACTL-KEY
003705             MOVE 0              TO DL100-ACTL-LAST-SEQ
003706                                    DL100-ACTL-LAST-CHECK
003707             MOVE DL100-WS-RUN-ID TO DL100-ACTL-RUN-ID
003708             WRITE DL100-ACTL-RECORD
003709                 INVALID KEY
003710                     DISPLAY 'ROMAN-NUMERAL-CONV: UNABLE TO '
003711                         'START AUDCTL - STATUS '
003712                         DL100-WS-ACTL-STATUS ' - RUN REFUSED'
003713                     CLOSE ROMAN-ACTL-FILE
003714                     GO TO 1080-EXIT
003715             END-WRITE
003716             DISPLAY 'ROMAN-NUMERAL-CONV: AUDIT SEQUENCE STARTED '
003717                 'AT LINE 1'
003718     END-READ.
003719     MOVE DL100-ACTL-LAST-SEQ    TO DL100-WS-AUD-LAST-SEQ.
003720     MOVE DL100-ACTL-LAST-CHECK  TO DL100-WS-AUD-LAST-CHECK.
003721     SET DL100-WS-ACTL-OPEN      TO TRUE.
003722 1080-EXIT.
003723     EXIT.
003531
003532*-----------------------------------------------------------------
003533* PROMPTS FOR THE RUN-LEVEL CANONICAL-FORM STRICTNESS UNDER THE
003712     PERFORM 2995-OPEN-EXTRACT THRU 2995-EXIT.
003713     PERFORM 2991-OPEN-DUP-RPT THRU 2991-EXIT.
003714     PERFORM 2993-OPEN-DOC-REGISTRY THRU 2993-EXIT.
003715     PERFORM 2989-OPEN-DOC-CONTROL THRU 2989-EXIT.
003716     PERFORM 2994-OPEN-DOC-WORK THRU 2994-EXIT.
003717     PERFORM 2997-OPEN-VALUE-HISTORY THRU 2997-EXIT.
003718     PERFORM 2998-OPEN-VARIANCE-RPT THRU 2998-EXIT.
003720     EVALUATE DL100-WS-FILE-SUBOPT
003730         WHEN 1
003740             DISPLAY 'ENTER INPUT FILE NAME : '
003887             END-IF
003888             IF DL100-WS-DOCM-OPEN
003889                 CLOSE ROMAN-DOCM-FILE
003890             END-IF
003891             PERFORM 2988-CLOSE-DOC-CONTROL THRU 2988-EXIT
003892             IF DL100-WS-DOCW-OPEN
003893                 CLOSE ROMAN-DOCW-FILE
003894             END-IF
003895             IF DL100-WS-VALH-OPEN
003896                 CLOSE ROMAN-VALH-FILE
003897             END-IF
003898             PERFORM 2999-CLOSE-VARIANCE-RPT THRU 2999-EXIT
003890             GO TO 2000-EXIT
003900     END-EVALUATE.
003910     PERFORM 2950-WRITE-RPT-TRAILER THRU 2950-EXIT.
003927     END-IF.
003928     IF DL100-WS-DOCM-OPEN
003929         CLOSE ROMAN-DOCM-FILE
003930     END-IF.
003931     PERFORM 2988-CLOSE-DOC-CONTROL THRU 2988-EXIT.
003932     IF DL100-WS-DOCW-OPEN
003933         CLOSE ROMAN-DOCW-FILE
003934     END-IF.
003935     IF DL100-WS-VALH-OPEN
003936         CLOSE ROMAN-VALH-FILE
003937     END-IF.
003938     PERFORM 2999-CLOSE-VARIANCE-RPT THRU 2999-EXIT.
003930 2000-EXIT.
003940     EXIT.
003950
003960 2500-PROCESS-DRIVER-FILE.
003970     DISPLAY 'ENTER DRIVER FILE NAME (LIST OF INPUT FILES) : '.
003980     ACCEPT DL100-WS-DRIVER-FNAME.
003985     PERFORM 2505-READ-DRIVER-FILE THRU 2505-EXIT.
003990 2500-EXIT.
003995     EXIT.
004000
004001*-----------------------------------------------------------------
004002* RUNS EVERY INPUT FILE NAMED IN THE DRIVER FILE WHOSE NAME IS
004003* IN DL100-WS-DRIVER-FNAME - KEYED AT THE TERMINAL (OPTION 1) OR
004004* TAKEN FROM THE SYSIN CARD (BATCH MODE).
004005*-----------------------------------------------------------------
004006 2505-READ-DRIVER-FILE.
004007     OPEN INPUT ROMAN-DRIVER-FILE.
004008     IF DL100-WS-DRV-STATUS NOT = '00'
004010         DISPLAY 'ROMAN-NUMERAL-CONV: UNABLE TO OPEN DRIVER '
004020             'FILE ' DL100-WS-DRIVER-FNAME ' - STATUS '
004030             DL100-WS-DRV-STATUS
004040         MOVE 16             TO RETURN-CODE
004050         GO TO 2505-EXIT
004060     END-IF.
004070     MOVE 'N'                    TO DL100-WS-DRV-EOF-SW.
004080     PERFORM 2510-READ-ONE-DRIVER-ENTRY THRU 2510-EXIT
004090         UNTIL DL100-WS-DRV-EOF.
004100     CLOSE ROMAN-DRIVER-FILE.
004110 2505-EXIT.
004120     EXIT.
004130
004140 2510-READ-ONE-DRIVER-ENTRY.
004371*    THE CHECKPOINT RECORD CARRIES NO TWELFTHS, SO A RESTARTED
004372*    FILE'S RESIDUAL COVERS ONLY THE TAIL SINCE THE RESTART.
004373     MOVE 0                      TO DL100-WS-TOT-FRAC.
004374*    NOR AN AUTO-REPAIR COUNT - A RESTARTED FILE'S COUNT COVERS
004375*    ONLY THE TAIL SINCE THE RESTART (THE REPAIRED TOKENS BEFORE
004376*    IT ARE STILL IN THE CONVERTED COUNT).
004377     MOVE 0                      TO DL100-WS-TOT-AUTOFIX.
004380     MOVE DL100-WS-SKIP-MIN-SUM  TO DL100-WS-MIN-SUM.
004390     MOVE DL100-WS-SKIP-MAX-SUM  TO DL100-WS-MAX-SUM.
004400     PERFORM 2350-OPEN-CKPT-FOR-WRITE THRU 2350-EXIT.
004430         DISPLAY 'ROMAN-NUMERAL-CONV: UNABLE TO OPEN INPUT FILE '
004440             DL100-WS-IN-FNAME ' - STATUS ' DL100-WS-IN-STATUS
004450         MOVE 16             TO RETURN-CODE
004460         IF NOT DL100-WS-PARTITION
004461             CLOSE ROMAN-CKPT-FILE
004462         END-IF
004470         GO TO 2200-EXIT
004480     END-IF.
004481     PERFORM 6220-WRITE-SOURCE-MARKER THRU 6220-EXIT.
004490     MOVE 'N'                    TO DL100-WS-EOF-SW.
004495     MOVE 0                      TO DL100-WS-SKIPPED.
004500     PERFORM 2400-SKIP-ONE-RECORD THRU 2400-EXIT
004531     PERFORM 2485-RECONCILE-TRAILER THRU 2485-EXIT.
004535     PERFORM 2480-WRITE-FINAL-CHECKPOINT THRU 2480-EXIT.
004540     CLOSE ROMAN-IN-FILE.
004550     IF NOT DL100-WS-PARTITION
004551         CLOSE ROMAN-CKPT-FILE
004552     END-IF.
004560     PERFORM 2970-WRITE-FILE-TOTALS THRU 2970-EXIT.
004570     PERFORM 2960-ACCUMULATE-GRAND-TOTALS THRU 2960-EXIT.
004580 2200-EXIT.
004700                                    DL100-WS-SKIP-SUM.
004710     MOVE 99999                  TO DL100-WS-SKIP-MIN-SUM.
004720     MOVE 0                      TO DL100-WS-SKIP-MAX-SUM.
004721*    A PARTITION TAKES NO CHECKPOINTS - A FAILED PARTITION IS
004722*    RERUN FROM THE TOP OF ITS DRIVER FILE.
004723     IF DL100-WS-PARTITION
004724         GO TO 2300-EXIT
004725     END-IF.
004740     OPEN INPUT ROMAN-CKPT-FILE.
004750     IF DL100-WS-CKPT-STATUS = '00'
004755         MOVE DL100-WS-IN-FNAME  TO DL100-CKPT-FNAME
004810     EXIT.
005000
005010 2350-OPEN-CKPT-FOR-WRITE.
005011     IF DL100-WS-PARTITION
005012         GO TO 2350-EXIT
005013     END-IF.
005020     OPEN I-O ROMAN-CKPT-FILE.
005030     IF DL100-WS-CKPT-STATUS NOT = '00'
005035*        FIRST EVER USE - CREATE THE EMPTY KEYED FILE, THEN
005305             CONTINUE
005306         ELSE
005291         PERFORM 2455-CHECK-DUPLICATE-DOC THRU 2455-EXIT
005292         IF DL100-WS-DUPDOC
005293            AND (DL100-WS-DUP-SKIP OR DL100-WS-RETIRED)
005294             CONTINUE
005295         ELSE
005296             IF DL100-WS-INFMT-DELIM
005297                 PERFORM 2466-PROCESS-ONE-DELIM-TOKEN
005298                     THRU 2466-EXIT
005299                     VARYING DL100-WS-DLM-NDX FROM 1 BY 1
005300                     UNTIL DL100-WS-DLM-NDX > DL100-WS-DLM-COUNT
005301             ELSE
005300                 SET DL100-IN-NDX    TO 1
005310                 PERFORM 2460-PROCESS-ONE-TOKEN THRU 2460-EXIT
005545     EXIT.
005500
005510 2470-WRITE-CHECKPOINT.
005511     IF DL100-WS-PARTITION
005512         GO TO 2470-EXIT
005513     END-IF.
005520     MOVE DL100-WS-IN-FNAME      TO DL100-CKPT-FNAME.
005530     MOVE DL100-WS-TOT-READ      TO DL100-CKPT-COUNT.
005540     MOVE DL100-WS-TOT-CONVERTED TO DL100-CKPT-CONVERTED.
005617* PAST RECORDS THAT HAVE NOT ACTUALLY BEEN PROCESSED YET.
005618*-----------------------------------------------------------------
005619 2480-WRITE-FINAL-CHECKPOINT.
005620     IF DL100-WS-PARTITION
005621         PERFORM 2482-WRITE-FILE-POSTING THRU 2482-EXIT
005622         GO TO 2480-EXIT
005623     END-IF.
005624     MOVE DL100-WS-IN-FNAME      TO DL100-CKPT-FNAME.
005625     MOVE DL100-WS-TOT-READ      TO DL100-CKPT-COUNT.
005626     MOVE DL100-WS-TOT-CONVERTED TO DL100-CKPT-CONVERTED.
005627     MOVE DL100-WS-TOT-REJECTED  TO DL100-CKPT-REJECTED.
005631     MOVE DL100-WS-TOT-NONCANON  TO DL100-CKPT-NONCANON.
005624     MOVE DL100-WS-TOT-SUM       TO DL100-CKPT-SUM.
005625     MOVE DL100-WS-MIN-SUM       TO DL100-CKPT-MIN-SUM.
005626     MOVE DL100-WS-MAX-SUM       TO DL100-CKPT-MAX-SUM.
005627     MOVE 'Y'                    TO DL100-CKPT-COMPLETE-SW.
005628     MOVE DL100-WS-RUN-ID        TO DL100-CKPT-RUN-ID.
005629     WRITE DL100-CKPT-RECORD
005630         INVALID KEY
005631             REWRITE DL100-CKPT-RECORD
005632     END-WRITE.
005633 2480-EXIT.
005634     EXIT.
005635
005636*-----------------------------------------------------------------
005637* PARTITION RUNS ONLY - IN PLACE OF THE FINAL CHECKPOINT, WRITES
005638* THE FILE'S TOTALS TO THE POSTING FILE.  THE MERGE STEP WRITES
005639* THE COMPLETE CHECKPOINT RECORD FROM IT AND ROLLS IT INTO THE
005640* NIGHT'S GRAND TOTALS, SO IT ALSO CARRIES THE TWELFTHS AND THE
005641* AUTO-REPAIR COUNT THE CHECKPOINT RECORD HAS NO ROOM FOR.
005642*-----------------------------------------------------------------
005643 2482-WRITE-FILE-POSTING.
005644     IF NOT DL100-WS-POST-OPEN
005645         GO TO 2482-EXIT
005646     END-IF.
005647     MOVE DL100-WS-IN-FNAME      TO DL100-POST-F-FNAME.
005648     MOVE DL100-WS-TOT-READ      TO DL100-POST-F-READ.
005649     MOVE DL100-WS-TOT-CONVERTED TO DL100-POST-F-CONVERTED.
005650     MOVE DL100-WS-TOT-REJECTED  TO DL100-POST-F-REJECTED.
005651     MOVE DL100-WS-TOT-NONCANON  TO DL100-POST-F-NONCANON.
005652     MOVE DL100-WS-TOT-AUTOFIX   TO DL100-POST-F-AUTOFIX.
005653     MOVE DL100-WS-TOT-SUM       TO DL100-POST-F-SUM.
005654     MOVE DL100-WS-TOT-FRAC      TO DL100-POST-F-FRAC.
005655     MOVE DL100-WS-MIN-SUM       TO DL100-POST-F-MIN-SUM.
005656     MOVE DL100-WS-MAX-SUM       TO DL100-POST-F-MAX-SUM.
005657     MOVE DL100-POST-FILE-LINE   TO DL100-POST-RECORD.
005658     WRITE DL100-POST-RECORD.
005659 2482-EXIT.
005660     EXIT.
005661
005662*-----------------------------------------------------------------
005663* CAPTURES THE OPTIONAL HEADER CONTROL RECORD FROM THE
005664* ORIGINATING DEPARTMENT - PREPARATION DATE AND DEPARTMENT
005665* CODE - FOR THE JOB LOG.
005666*-----------------------------------------------------------------
005667 2490-PROCESS-HEADER-RECORD.
005668     MOVE DL100-IN-RECORD (4:8)  TO DL100-WS-HDR-DATE.
005669     MOVE DL100-IN-RECORD (12:4) TO DL100-WS-HDR-DEPT.
005670     DISPLAY 'ROMAN-NUMERAL-CONV: FILE ' DL100-WS-IN-FNAME
005671         ' PREPARED ' DL100-WS-HDR-DATE
005672         ' BY DEPARTMENT ' DL100-WS-HDR-DEPT.
005673 2490-EXIT.
005674     EXIT.
005675
005676*-----------------------------------------------------------------
005677* CAPTURES THE OPTIONAL TRAILER CONTROL RECORD'S DETAIL COUNT
005678* FOR THE END-OF-FILE RECONCILIATION.  A NON-NUMERIC COUNT IS
005679* TREATED AS A RECONCILIATION FAILURE AT END OF FILE.
005680*-----------------------------------------------------------------
005681 2491-PROCESS-TRAILER-RECORD.
005682     SET DL100-WS-TRL-SEEN       TO TRUE.
005683     MOVE DL100-IN-RECORD (4:7)  TO DL100-WS-TRL-COUNT-X.
005684     IF DL100-WS-TRL-COUNT-X IS NUMERIC
005685         MOVE DL100-WS-TRL-COUNT-X TO DL100-WS-TRL-COUNT
005686     ELSE
005687         MOVE 9999999            TO DL100-WS-TRL-COUNT
005688     END-IF.
005689 2491-EXIT.
005690     EXIT.
005691
005692*-----------------------------------------------------------------
005693* RECONCILES THE TRAILER'S DETAIL COUNT AGAINST THE DETAIL
005694* RECORDS ACTUALLY READ ACROSS THE WHOLE FILE (INCLUDING ANY
005695* PORTION A PRIOR RUN ALREADY CHECKPOINTED).  A DISAGREEMENT
005696* MEANS A TRUNCATED OR PADDED TRANSMISSION AND FAILS THE FILE
005697* WITH CONDITION CODE 8.  A FILE WITH NO TRAILER RECONCILES
005698* NOTHING - THE CONTROL RECORDS ARE OPTIONAL.
005699*-----------------------------------------------------------------
005700 2485-RECONCILE-TRAILER.
005701     IF NOT DL100-WS-TRL-SEEN
005702         GO TO 2485-EXIT
005703     END-IF.
005704     IF DL100-WS-TRL-COUNT = DL100-WS-TOT-READ
005705         DISPLAY 'ROMAN-NUMERAL-CONV: FILE ' DL100-WS-IN-FNAME
005706             ' TRAILER COUNT ' DL100-WS-TRL-COUNT ' RECONCILED'
005707     ELSE
005708         DISPLAY 'ROMAN-NUMERAL-CONV: FILE ' DL100-WS-IN-FNAME
005709             ' TRAILER COUNT ' DL100-WS-TRL-COUNT
005710             ' DISAGREES WITH ' DL100-WS-TOT-READ
005711             ' DETAIL RECORDS READ - TRANSMISSION SUSPECT'
005712         IF RETURN-CODE < 8
005713             MOVE 8              TO RETURN-CODE
005714         END-IF
005715     END-IF.
005716 2485-EXIT.
005717     EXIT.
005718
005719 2900-WRITE-RPT-HEADER.
005720     MOVE DL100-WS-RUN-DATE      TO DL100-RPT-H-DATE.
005721     MOVE DL100-WS-RUN-ID        TO DL100-RPT-H-RUNID.
005722     MOVE DL100-RPT-HEADER-LINE TO DL100-RPT-RECORD.
005723     WRITE DL100-RPT-RECORD.
005724 2900-EXIT.
005725     EXIT.
005726
005727 2950-WRITE-RPT-TRAILER.
005728*    PER-DOCUMENT ROLLUP SECTION AHEAD OF THE GRAND TOTALS.
005729     MOVE SPACES                 TO DL100-RPT-RECORD.
005730     WRITE DL100-RPT-RECORD.
005731     MOVE 'DOCUMENT ROLLUP'      TO DL100-RPT-RECORD.
005732     WRITE DL100-RPT-RECORD.
005733     IF DL100-WS-DOCW-OPEN
005734         PERFORM 2956-SWEEP-DOC-WORK-FILE THRU 2956-EXIT
005735     END-IF.
005736     MOVE SPACES                 TO DL100-RPT-RECORD.
005737     WRITE DL100-RPT-RECORD.
005738     IF DL100-WS-GT-CONVERTED > 0
005739         COMPUTE DL100-WS-GT-AVG-SUM =
005740             DL100-WS-GT-SUM / DL100-WS-GT-CONVERTED
005741     END-IF.
005750     MOVE 'FILES PROCESSED           :' TO DL100-RPT-T-LABEL.
005760     MOVE DL100-WS-GT-FILES      TO DL100-RPT-T-VALUE.
005770     MOVE DL100-RPT-TOTAL-LINE TO DL100-RPT-RECORD.
005902     MOVE DL100-WS-GT-NONCANON   TO DL100-RPT-T-VALUE.
005903     MOVE DL100-RPT-TOTAL-LINE TO DL100-RPT-RECORD.
005904     WRITE DL100-RPT-RECORD.
005905*    AUTO-REPAIRED TOKENS ARE ALREADY IN THE CONVERTED COUNT.
005906     MOVE 'NUMERALS AUTO-REPAIRED     :' TO DL100-RPT-T-LABEL.
005907     MOVE DL100-WS-GT-AUTOFIX    TO DL100-RPT-T-VALUE.
005908     MOVE DL100-RPT-TOTAL-LINE TO DL100-RPT-RECORD.
005909     WRITE DL100-RPT-RECORD.
005910     MOVE 'DUPLICATES DETECTED        :' TO DL100-RPT-T-LABEL.
005911     MOVE DL100-WS-GT-DUPS       TO DL100-RPT-T-VALUE.
005912     MOVE DL100-RPT-TOTAL-LINE TO DL100-RPT-RECORD.
005913     WRITE DL100-RPT-RECORD.
005914     MOVE 'MINIMUM ROMSUM             :' TO DL100-RPT-T-LABEL.
005920     MOVE DL100-WS-GT-MIN-SUM    TO DL100-RPT-T-VALUE.
005930     MOVE DL100-RPT-TOTAL-LINE TO DL100-RPT-RECORD.
005940     WRITE DL100-RPT-RECORD.
006080     ADD DL100-WS-TOT-CONVERTED  TO DL100-WS-GT-CONVERTED.
006090     ADD DL100-WS-TOT-REJECTED   TO DL100-WS-GT-REJECTED.
006095     ADD DL100-WS-TOT-NONCANON   TO DL100-WS-GT-NONCANON.
006096     ADD DL100-WS-TOT-AUTOFIX    TO DL100-WS-GT-AUTOFIX.
006100     ADD DL100-WS-TOT-SUM        TO DL100-WS-GT-SUM.
006101     ADD DL100-WS-TOT-FRAC       TO DL100-WS-GT-FRAC.
006102     IF DL100-WS-GT-FRAC NOT < 12
006290     EXIT.
006291
006292*-----------------------------------------------------------------
006293* CLOSES THE REGISTRY CONTROL STORE AND THE MAINTENANCE LOG.
006294*-----------------------------------------------------------------
006295 2988-CLOSE-DOC-CONTROL.
006296     IF DL100-WS-AUTH-OPEN
006297         CLOSE ROMAN-AUTH-FILE
006298         MOVE 'N'                TO DL100-WS-AUTH-OPEN-SW
006299     END-IF.
006300     IF DL100-WS-MLOG-OPEN
006301         CLOSE ROMAN-MLOG-FILE
006302         MOVE 'N'                TO DL100-WS-MLOG-OPEN-SW
006303     END-IF.
006304 2988-EXIT.
006305     EXIT.
006306
006307*-----------------------------------------------------------------
006308* OPENS THE REGISTRY CONTROL STORE FOR THE CROSS-RUN DUPLICATE
006309* CHECK - ONLY WHEN THE REGISTRY ITSELF IS OPEN.  A PARTITION
006310* ONLY READS IT; ANY OTHER RUN OPENS IT FOR UPDATE, TO DELETE THE
006311* AUTHORIZATIONS IT CONSUMES, AND APPENDS TO THE MAINTENANCE LOG.
006312* A STORE THAT HAS NEVER BEEN WRITTEN (STATUS 35) HOLDS NO
006313* CONTROLS; ANY OTHER FAILURE IS REPORTED, AND THE RUN GOES ON
006314* WITHOUT RETIREMENTS OR AUTHORIZATIONS.  AN AUTHORIZATION IS
006315* ONLY HONORED WHILE ITS CONSUMPTION CAN BE LOGGED.
006316*-----------------------------------------------------------------
006317 2989-OPEN-DOC-CONTROL.
006318     IF NOT DL100-WS-DOCM-OPEN
006319         GO TO 2989-EXIT
006320     END-IF.
006321     IF DL100-WS-PARTITION
006322         OPEN INPUT ROMAN-AUTH-FILE
006323     ELSE
006324         OPEN I-O ROMAN-AUTH-FILE
006325     END-IF.
006326     IF DL100-WS-AUTH-STATUS = '00'
006327         SET DL100-WS-AUTH-OPEN  TO TRUE
006328     ELSE
006329         IF DL100-WS-AUTH-STATUS NOT = '35'
006330             DISPLAY 'ROMAN-NUMERAL-CONV: REGISTRY CONTROL STORE '
006331                 'NOT AVAILABLE - STATUS ' DL100-WS-AUTH-STATUS
006332         END-IF
006333         GO TO 2989-EXIT
006334     END-IF.
006335     IF DL100-WS-PARTITION
006336         GO TO 2989-EXIT
006337     END-IF.
006338     OPEN EXTEND ROMAN-MLOG-FILE.
006339     IF DL100-WS-MLOG-STATUS NOT = '00'
006340         OPEN OUTPUT ROMAN-MLOG-FILE
006341     END-IF.
006342     IF DL100-WS-MLOG-STATUS = '00'
006343         SET DL100-WS-MLOG-OPEN  TO TRUE
006344     ELSE
006345         DISPLAY 'ROMAN-NUMERAL-CONV: MAINTENANCE LOG NOT '
006346             'AVAILABLE - STATUS ' DL100-WS-MLOG-STATUS
006347             ' - NO REPROCESS AUTHORIZATION IS HONORED'
006348     END-IF.
006349 2989-EXIT.
006350     EXIT.
006351
006352*-----------------------------------------------------------------
006353* OPENS THE SUSPENSE FILE OF REJECTED TOKENS FOR THE RUN.  THE
006354* FILE IS RECREATED EACH RUN - DATA ENTRY WORKS FROM THE NIGHT'S
006355* SUSPENSE, NOT AN ACCUMULATING BACKLOG.  AN UNAVAILABLE
006356* SUSPENSE FILE IS REPORTED BUT DOES NOT STOP THE RUN.
006357*-----------------------------------------------------------------
006358 2990-OPEN-SUSPENSE.
006359     OPEN OUTPUT ROMAN-SUSP-FILE.
006360     IF DL100-WS-SUSP-STATUS = '00'
006361         SET DL100-WS-SUSP-OPEN  TO TRUE
006362     ELSE
006363         DISPLAY 'ROMAN-NUMERAL-CONV: SUSPENSE FILE NOT '
006364             'AVAILABLE - STATUS ' DL100-WS-SUSP-STATUS
006365     END-IF.
006366 2990-EXIT.
006367     EXIT.
006368
006369*-----------------------------------------------------------------
006370* OPENS THE REDO FILE FOR A CORRECTION RUN - STILL-BAD TOKENS
006371* GO HERE RATHER THAN BACK OVER THE SUSPENSE DATA SET THE RUN
006372* IS READING.  AN UNAVAILABLE REDO FILE IS REPORTED BUT DOES
006373* NOT STOP THE RUN.
006374*-----------------------------------------------------------------
006375 2992-OPEN-REDO.
006376     OPEN OUTPUT ROMAN-REDO-FILE.
006377     IF DL100-WS-REDO-STATUS = '00'
006378         SET DL100-WS-REDO-OPEN  TO TRUE
006379     ELSE
006380         DISPLAY 'ROMAN-NUMERAL-CONV: REDO FILE NOT '
006381             'AVAILABLE - STATUS ' DL100-WS-REDO-STATUS
006382     END-IF.
006383 2992-EXIT.
006384     EXIT.
006385
006386*-----------------------------------------------------------------
006387* OPTION 2 - INTERACTIVE TERMINAL ENTRY.  AUDIT LOGGED BUT NOT
006388* REPORTED (NO ROMAN-SUMMARY-RPT IN THIS MODE).
006389*-----------------------------------------------------------------
006390 3000-PROCESS-INTERACTIVE.
006391     MOVE 'INTERACTIVE'          TO DL100-WS-MODE-TEXT.
006392     PERFORM 1100-ACCEPT-STRICTNESS THRU 1100-EXIT.
006393     MOVE SPACES                 TO DL100-WS-DOCID.
006394     DISPLAY 'HOW MANY DIFFERENT NUMBERS WOULD YOU LIKE TO '
006395         'CONVERT?(ENTER ANY INTEGER) :'.
006400     ACCEPT DL100-WS-CONVNUM.
006410     PERFORM 3100-ACCEPT-AND-CONVERT-ONE THRU 3100-EXIT
006420         DL100-WS-CONVNUM TIMES.
006792     MOVE DL100-PARM-STRICT      TO DL100-WS-STRICT.
006793     MOVE DL100-PARM-DUP         TO DL100-WS-DUP-OPT.
006794     MOVE DL100-PARM-INFMT       TO DL100-WS-INFMT-DFT.
006795     IF DL100-PARM-DRIVER = 'Y'
006796         SET DL100-WS-PARM-DRIVER TO TRUE
006797     END-IF.
006798     IF DL100-PARM-SEP NOT = SPACE
006799         MOVE DL100-PARM-SEP     TO DL100-WS-SEP-DFT
006800     END-IF.
006801     MOVE DL100-WS-INFMT-DFT     TO DL100-WS-INFMT.
006802     MOVE DL100-WS-SEP-DFT       TO DL100-WS-SEP.
006803     CLOSE ROMAN-PARM-FILE.
006804     IF DL100-WS-PARTITION
006805         PERFORM 4050-OPEN-PARTITION THRU 4050-EXIT
006806         IF RETURN-CODE NOT = 0
006807             GO TO 4000-EXIT
006808         END-IF
006809     END-IF.
006810     OPEN OUTPUT ROMAN-RPT-FILE.
006820     IF DL100-WS-RPT-STATUS NOT = '00'
006830         DISPLAY 'ROMAN-NUMERAL-CONV: UNABLE TO OPEN '
006897         PERFORM 2991-OPEN-DUP-RPT THRU 2991-EXIT
006898     END-IF.
006899*    THE REGISTRY OPENS IN EVERY MODE - A CORRECTION RUN'S
006900*    CONVERSIONS MUST POST THERE TOO, OR A DOCUMENT CORRECTED
006901*    AFTER AN ALL-REJECT NIGHT WOULD NEVER SHOW AS CONVERTED.
006902     PERFORM 2993-OPEN-DOC-REGISTRY THRU 2993-EXIT.
006903*    RETIREMENTS AND REPROCESS AUTHORIZATIONS GOVERN THE
006904*    DUPLICATE CHECK, WHICH A CORRECTION RUN DOES NOT MAKE.
006905     IF NOT DL100-WS-RUN-MODE-CORR
006906         PERFORM 2989-OPEN-DOC-CONTROL THRU 2989-EXIT
006907     END-IF.
006908     PERFORM 2994-OPEN-DOC-WORK THRU 2994-EXIT.
006909*    SO DOES THE VALUE HISTORY - A CORRECTED TOKEN IS AN
006910*    ACCEPTED CONVERSION LIKE ANY OTHER.
006911*    A PARTITION LEAVES THE VALUE HISTORY (AND SO THE
006912*    VARIANCE REPORT) TO THE MERGE STEP.
006913     IF NOT DL100-WS-PARTITION
006914         PERFORM 2997-OPEN-VALUE-HISTORY THRU 2997-EXIT
006915         PERFORM 2998-OPEN-VARIANCE-RPT THRU 2998-EXIT
006916     END-IF.
006882     IF DL100-WS-RUN-MODE-CORR
006883         MOVE 'CORRECTION'       TO DL100-WS-MODE-TEXT
006884         MOVE DL100-WS-IN-FNAME  TO DL100-WS-CORR-FNAME
006889         IF DL100-WS-RUN-MODE-REV
006894             MOVE 'REVERSE'      TO DL100-WS-MODE-TEXT
006895         END-IF
006896         IF DL100-WS-PARM-DRIVER
006897             MOVE DL100-WS-IN-FNAME TO DL100-WS-DRIVER-FNAME
006898             MOVE 'MULTIPLE-SEE DRIVER FILE'
006899                                 TO DL100-RPT-H-FNAME
006900             PERFORM 2900-WRITE-RPT-HEADER THRU 2900-EXIT
006901             PERFORM 2505-READ-DRIVER-FILE THRU 2505-EXIT
006902         ELSE
006903             MOVE DL100-WS-IN-FNAME TO DL100-RPT-H-FNAME
006904             PERFORM 2900-WRITE-RPT-HEADER THRU 2900-EXIT
006905             PERFORM 2200-PROCESS-ONE-INPUT-FILE THRU 2200-EXIT
006906         END-IF
006911     END-IF.
006920     PERFORM 2950-WRITE-RPT-TRAILER THRU 2950-EXIT.
006930     CLOSE ROMAN-RPT-FILE.
006942     IF DL100-WS-DOCM-OPEN
006943         CLOSE ROMAN-DOCM-FILE
006944     END-IF.
006945     PERFORM 2988-CLOSE-DOC-CONTROL THRU 2988-EXIT.
006946     IF DL100-WS-DOCW-OPEN
006947         CLOSE ROMAN-DOCW-FILE
006948     END-IF.
006949     IF DL100-WS-VALH-OPEN
006950         CLOSE ROMAN-VALH-FILE
006951     END-IF.
006952     PERFORM 2999-CLOSE-VARIANCE-RPT THRU 2999-EXIT.
006940 4000-EXIT.
006950     EXIT.
006951
006952*-----------------------------------------------------------------
006953* PARTITION RUNS ONLY.  A CORRECTION RUN IS NEVER PARTITIONED - IT
006954* WORKS THE ONE NIGHT'S SUSPENSE FILE - AND A PARTITION THAT
006955* CANNOT WRITE ITS POSTING FILE COULD NEVER BE MERGED, SO EITHER
006956* ONE STOPS THE PARTITION WITH RC 16 BEFORE ANYTHING IS READ.
006957*-----------------------------------------------------------------
006958 4050-OPEN-PARTITION.
006959     IF DL100-WS-RUN-MODE-CORR
006960         DISPLAY 'ROMAN-NUMERAL-CONV: A CORRECTION RUN CANNOT '
006961             'RUN AS A PARTITION'
006962         MOVE 16                 TO RETURN-CODE
006963         GO TO 4050-EXIT
006964     END-IF.
006965     OPEN OUTPUT ROMAN-POST-FILE.
006966     IF DL100-WS-POST-STATUS NOT = '00'
006967         DISPLAY 'ROMAN-NUMERAL-CONV: UNABLE TO OPEN POSTOUT - '
006968             'STATUS ' DL100-WS-POST-STATUS
006969         MOVE 16                 TO RETURN-CODE
006970         GO TO 4050-EXIT
006971     END-IF.
006972     SET DL100-WS-POST-OPEN      TO TRUE.
006973 4050-EXIT.
006974     EXIT.
006975
006976*-----------------------------------------------------------------
006980* COMPUTES THE LENGTH OF DL100-WS-TOKEN (THE POSITION OF THE
006990* FIRST TRAILING SPACE), WITHOUT RELYING ON AN INTRINSIC
007000* FUNCTION.  A BLANK TOKEN (AN UNUSED SLOT ON THE INPUT RECORD)
007020* CALLER.
007030*-----------------------------------------------------------------
007040 5100-COMPUTE-TOKEN-LENGTH.
007041*    THE LENGTH RUNS TO THE LAST NON-BLANK CHARACTER, SO A
007042*    LEADING OR EMBEDDED BLANK STAYS IN THE TOKEN AND FAILS
007043*    VALIDATION RATHER THAN SILENTLY CUTTING IT SHORT.
007050     MOVE 30                     TO DL100-WS-L.
007060 5100-BACK-UP.
007061     IF DL100-WS-L = 0
007062         GO TO 5100-EXIT
007063     END-IF.
007064     IF DL100-WS-CHAR (DL100-WS-L) NOT = SPACE
007065         GO TO 5100-EXIT
007066     END-IF.
007067     SUBTRACT 1                  FROM DL100-WS-L.
007070     GO TO 5100-BACK-UP.
007080 5100-EXIT.
007090     EXIT.
007100
007400* SHARED BY ALL THREE OPTIONS: VALIDATES ONE TOKEN, CONVERTS IT
007410* WHEN VALID (LOGGING THE ARABROM ROUND-TRIP ALONGSIDE IT), LOGS
007420* THE ATTEMPT TO THE AUDIT FILE, AND - WHEN A SUMMARY REPORT IS
007430* OPEN - WRITES A DETAIL LINE TOO.  A TOKEN REJECTED AS INVALID
007431* OR NON-CANONICAL IS FIRST OFFERED TO THE AUTO-REPAIR RULES;
007432* ONE THAT VALIDATES AFTER REPAIR IS CONVERTED WITH STATUS
007433* AUTOFIX AND ITS ORIGINAL TEXT IS LOGGED ON A SECOND AUDIT LINE.
007434* A VALID VALUE OUTSIDE ITS DEPARTMENT'S RANGE FOR THE SLOT IS
007435* REJECTED (RNGE) AND IS NOT OFFERED FOR REPAIR.
007440*-----------------------------------------------------------------
007450 6000-CONVERT-AND-REPORT-ONE.
007451     MOVE 'N'                    TO DL100-WS-AUTOFIX-SW.
007452     MOVE SPACES                 TO DL100-WS-RPR-APPLIED-LIST.
007453     MOVE DL100-WS-TOKEN         TO DL100-WS-ORIG-TOKEN.
007454     MOVE DL100-WS-L             TO DL100-WS-ORIG-L.
007455     PERFORM 6010-VALIDATE-AND-CONVERT THRU 6010-EXIT.
007456     IF DL100-WS-INVALID AND DL100-RPR-USED > 0
007457        AND (DL100-WS-REASON = 'INVC' OR DL100-WS-REASON = 'NCAN')
007458         PERFORM 6020-ATTEMPT-REPAIR THRU 6020-EXIT
007459     END-IF.
007549     IF DL100-WS-VALID
007550         ADD 1                   TO DL100-WS-TOT-CONVERTED
007560         PERFORM 6100-ACCUMULATE-SUM-STATS THRU 6100-EXIT
007561         IF DL100-WS-AUTOFIX
007562             ADD 1               TO DL100-WS-TOT-AUTOFIX
007563             MOVE 'AUTOFIX'      TO DL100-WS-STATUS-TEXT
007564             DISPLAY 'ROMAN-NUMERAL-CONV: "'
007565                 DL100-WS-ORIG-TOKEN (1:DL100-WS-ORIG-L)
007566                 '" AUTO-REPAIRED TO "'
007567                 DL100-WS-TOKEN (1:DL100-WS-L) '"'
007568         ELSE
007569             IF DL100-WS-NONCANONICAL
007570                 ADD 1           TO DL100-WS-TOT-NONCANON
007571                 MOVE 'NONCANON' TO DL100-WS-STATUS-TEXT
007572             ELSE
007573                 MOVE 'CONVERTED' TO DL100-WS-STATUS-TEXT
007574             END-IF
007575         END-IF
007580         DISPLAY 'ROMANNUMERAL IS : ' DL100-WS-TOKEN
007590         DISPLAY 'ROMAN NUMERAL SUM : ' DL100-WS-ROM-SUM
007600     ELSE
007601         EVALUATE DL100-WS-REASON
007602             WHEN 'OVFL'
007603                 DISPLAY 'ROMAN-NUMERAL-CONV: "'
007604                     DL100-WS-TOKEN (1:DL100-WS-L)
007605                     '" REJECTED - VALUE EXCEEDS 99999'
007606             WHEN 'NCAN'
007607                 DISPLAY 'ROMAN-NUMERAL-CONV: "'
007608                     DL100-WS-TOKEN (1:DL100-WS-L)
007609                     '" REJECTED - NOT IN CANONICAL FORM '
007610                     '(EXPECTED ' DL100-WS-ROMRT-OUT ')'
007611             WHEN 'RNGE'
007612                 DISPLAY 'ROMAN-NUMERAL-CONV: "'
007613                     DL100-WS-TOKEN (1:DL100-WS-L)
007614                     '" REJECTED - VALUE ' DL100-WS-ROM-SUM
007615                     ' OUTSIDE ' DL100-WS-RNG-MIN '-'
007616                     DL100-WS-RNG-MAX ' FOR DEPARTMENT '
007617                     DL100-WS-RNG-DEPT ' SLOT ' DL100-WS-SLOT
007618             WHEN OTHER
007619                 DISPLAY 'ROMAN-NUMERAL-CONV: "'
007620                     DL100-WS-TOKEN (1:DL100-WS-L)
007630                     '" REJECTED - NOT A VALID ROMAN NUMERAL'
007632         END-EVALUATE
007640         MOVE 0                  TO DL100-WS-ROM-SUM
007641         MOVE 0                  TO DL100-WS-ROM-FRAC
007650         MOVE SPACES             TO DL100-WS-ROMRT-OUT
007674         END-IF
007680     END-IF.
007690     PERFORM 6200-WRITE-AUDIT-LINE THRU 6200-EXIT.
007691     IF DL100-WS-AUTOFIX
007692         PERFORM 6210-WRITE-ORIGINAL-LINE THRU 6210-EXIT
007693     END-IF.
007700     IF DL100-WS-RPT-OPEN
007710         PERFORM 6300-WRITE-DETAIL-LINE THRU 6300-EXIT
007711         PERFORM 6500-POST-DOC-ROLLUP THRU 6500-EXIT
007713     IF DL100-WS-EXTR-OPEN
007714         PERFORM 6600-WRITE-EXTRACT-DETAIL THRU 6600-EXIT
007720     END-IF.
007721     IF DL100-WS-VALH-OPEN AND DL100-WS-SLOT > 0
007722         PERFORM 6800-POST-VALUE-HISTORY THRU 6800-EXIT
007723     END-IF.
007730 6000-EXIT.
007740     EXIT.
007741
007742*-----------------------------------------------------------------
007743* VALIDATES AND CONVERTS DL100-WS-TOKEN (1 THRU DL100-WS-L).  ON
007744* A REJECT DL100-WS-REASON CARRIES OVFL, NCAN, RNGE OR INVC;
007745* NOTHING IS DISPLAYED OR WRITTEN HERE, SO A REPAIRED TOKEN CAN
007746* BE PUT THROUGH AGAIN.
007747*-----------------------------------------------------------------
007748 6010-VALIDATE-AND-CONVERT.
007749     MOVE SPACES                 TO DL100-WS-REASON.
007750     PERFORM 5000-VALIDATE-STRING THRU 5000-EXIT.
007751     SET DL100-WS-CANONICAL      TO TRUE.
007752     MOVE 'O'                    TO DL100-WS-FUNC-STATUS.
007753     IF DL100-WS-INVALID
007754         MOVE 'INVC'             TO DL100-WS-REASON
007755         GO TO 6010-EXIT
007756     END-IF.
007757     CALL 'func' USING DL100-WS-STRING-ARRAY, DL100-WS-L,
007758         DL100-WS-ROM-SUM, DL100-WS-FUNC-STATUS,
007759         DL100-WS-ROM-FRAC.
007760     IF DL100-WS-FUNC-STATUS = 'V'
007761*        THE TOKEN'S VALUE EXCEEDS THE FIVE-DIGIT SUM FIELD -
007762*        REJECT IT OUTRIGHT RATHER THAN LET A WRONG VALUE REACH
007763*        THE REPORT AND THE AUDIT LOG.
007764         SET DL100-WS-INVALID    TO TRUE
007765         MOVE 'OVFL'             TO DL100-WS-REASON
007766         GO TO 6010-EXIT
007767     END-IF.
007768     CALL 'ARABROM' USING DL100-WS-ROM-SUM,
007769         DL100-WS-ROMRT-OUT, DL100-WS-ROMRT-STATUS,
007770         DL100-WS-ROM-FRAC.
007771     IF DL100-WS-ROMRT-STATUS = 'F'
007772         MOVE 'OVERFLOW'         TO DL100-WS-ROMRT-OUT
007773     ELSE
007774         IF DL100-WS-STRICT-WARN OR DL100-WS-STRICT-REJECT
007775             PERFORM 6050-CHECK-CANONICAL-FORM THRU 6050-EXIT
007776         END-IF
007777     END-IF.
007778     IF DL100-WS-NONCANONICAL AND DL100-WS-STRICT-REJECT
007779         SET DL100-WS-INVALID    TO TRUE
007780         MOVE 'NCAN'             TO DL100-WS-REASON
007781         GO TO 6010-EXIT
007782     END-IF.
007783*    A TOKEN FROM A RECORD SLOT IS HELD TO ITS DEPARTMENT'S
007784*    RANGE RULE FOR THAT SLOT, WHEN ONE EXISTS.
007785     IF DL100-RNG-USED > 0 AND DL100-WS-SLOT > 0
007786         PERFORM 6060-CHECK-VALUE-RANGE THRU 6060-EXIT
007787     END-IF.
007788 6010-EXIT.
007789     EXIT.
007790
007791*-----------------------------------------------------------------
007792* APPLIES THE AUTO-REPAIR RULES, IN FILE ORDER AND CUMULATIVELY,
007793* TO A REJECTED TOKEN, RE-VALIDATING AFTER EACH RULE THAT
007794* CHANGES IT, UNTIL THE TOKEN VALIDATES OR THE RULES RUN OUT.
007795* A TOKEN STILL REJECTED AFTER EVERY RULE IS PUT BACK EXACTLY AS
007796* RECEIVED AND RE-RUN, SO IT REACHES SUSPENSE WITH ITS ORIGINAL
007797* TEXT AND REASON.
007798*-----------------------------------------------------------------
007799 6020-ATTEMPT-REPAIR.
007800     MOVE 0                      TO DL100-WS-RPR-CNT.
007801     PERFORM 6030-APPLY-ONE-RULE THRU 6030-EXIT
007802         VARYING DL100-RPR-NDX FROM 1 BY 1
007803         UNTIL DL100-RPR-NDX > DL100-RPR-USED
007804            OR DL100-WS-VALID.
007805     IF DL100-WS-VALID
007806         SET DL100-WS-AUTOFIX    TO TRUE
007807         GO TO 6020-EXIT
007808     END-IF.
007809     MOVE DL100-WS-ORIG-TOKEN    TO DL100-WS-TOKEN.
007810     MOVE DL100-WS-ORIG-L        TO DL100-WS-L.
007811     MOVE SPACES                 TO DL100-WS-RPR-APPLIED-LIST.
007812     PERFORM 6010-VALIDATE-AND-CONVERT THRU 6010-EXIT.
007813 6020-EXIT.
007814     EXIT.
007815
007816 6030-APPLY-ONE-RULE.
007817     MOVE DL100-WS-TOKEN         TO DL100-WS-RPR-BEFORE.
007818     EVALUATE TRUE
007819         WHEN DL100-RPR-TRANSLATE (DL100-RPR-NDX)
007820             INSPECT DL100-WS-TOKEN (1:DL100-WS-L)
007821                 CONVERTING DL100-RPR-FROM (DL100-RPR-NDX)
007822                 TO DL100-RPR-TO (DL100-RPR-NDX)
007823         WHEN DL100-RPR-DELETE (DL100-RPR-NDX)
007824             PERFORM 6040-DELETE-CHARACTERS THRU 6040-EXIT
007825         WHEN DL100-RPR-TRIM-END (DL100-RPR-NDX)
007826             PERFORM 6046-TRIM-TRAILING THRU 6046-EXIT
007827         WHEN DL100-RPR-UPPERCASE (DL100-RPR-NDX)
007828             INSPECT DL100-WS-TOKEN
007829                 CONVERTING 'abcdefghijklmnopqrstuvwxyz'
007830                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
007831     END-EVALUATE.
007832     IF DL100-WS-TOKEN = DL100-WS-RPR-BEFORE
007833         GO TO 6030-EXIT
007834     END-IF.
007835     PERFORM 5100-COMPUTE-TOKEN-LENGTH THRU 5100-EXIT.
007836*    A RULE THAT WOULD LEAVE NOTHING OF THE TOKEN IS NOT APPLIED.
007837     IF DL100-WS-L = 0
007838         MOVE DL100-WS-RPR-BEFORE TO DL100-WS-TOKEN
007839         PERFORM 5100-COMPUTE-TOKEN-LENGTH THRU 5100-EXIT
007840         GO TO 6030-EXIT
007841     END-IF.
007842     ADD 1                       TO DL100-WS-RPR-CNT.
007843     IF DL100-WS-RPR-CNT NOT > 3
007844         MOVE DL100-RPR-ID (DL100-RPR-NDX)
007845             TO DL100-WS-RPR-APPLIED-ID (DL100-WS-RPR-CNT)
007846     END-IF.
007847     PERFORM 6010-VALIDATE-AND-CONVERT THRU 6010-EXIT.
007848 6030-EXIT.
007849     EXIT.
007850
007851*-----------------------------------------------------------------
007852* DROPS EVERY OCCURRENCE OF THE RULE'S FROM CHARACTER (A BLANK
007853* FOR EMBEDDED BLANKS) AND CLOSES THE TOKEN UP.
007854*-----------------------------------------------------------------
007855 6040-DELETE-CHARACTERS.
007856     MOVE SPACES                 TO DL100-WS-RPR-WORK.
007857     MOVE 0                      TO DL100-WS-RPR-OUT.
007858     PERFORM 6045-KEEP-ONE-CHARACTER THRU 6045-EXIT
007859         VARYING DL100-WS-CHAR-NDX FROM 1 BY 1
007860         UNTIL DL100-WS-CHAR-NDX > DL100-WS-L.
007861     MOVE DL100-WS-RPR-WORK      TO DL100-WS-TOKEN.
007862 6040-EXIT.
007863     EXIT.
007864
007865 6045-KEEP-ONE-CHARACTER.
007866     IF DL100-WS-CHAR (DL100-WS-CHAR-NDX)
007867             NOT = DL100-RPR-FROM (DL100-RPR-NDX)
007868         ADD 1                   TO DL100-WS-RPR-OUT
007869         MOVE DL100-WS-CHAR (DL100-WS-CHAR-NDX)
007870             TO DL100-WS-RPR-WORK (DL100-WS-RPR-OUT:1)
007871     END-IF.
007872 6045-EXIT.
007873     EXIT.
007874
007875*-----------------------------------------------------------------
007876* BLANKS OUT THE RULE'S FROM CHARACTER WHERE IT ENDS THE TOKEN,
007877* HOWEVER MANY TIMES IT REPEATS THERE, AND NOWHERE ELSE.
007878*-----------------------------------------------------------------
007879 6046-TRIM-TRAILING.
007880     IF DL100-WS-L = 0
007881         GO TO 6046-EXIT
007882     END-IF.
007883     IF DL100-WS-CHAR (DL100-WS-L)
007884             NOT = DL100-RPR-FROM (DL100-RPR-NDX)
007885         GO TO 6046-EXIT
007886     END-IF.
007887     MOVE SPACE                  TO DL100-WS-CHAR (DL100-WS-L).
007888     SUBTRACT 1                  FROM DL100-WS-L.
007889     GO TO 6046-TRIM-TRAILING.
007890 6046-EXIT.
007891     EXIT.
007892
007893*-----------------------------------------------------------------
007894* COMPARES THE INPUT TOKEN (UPPERCASED) WITH ITS CANONICAL
007895* ARABROM ROUND-TRIP AND FLAGS THE TOKEN NONCANONICAL WHEN THE
007896* TWO DIFFER (E.G. IIII VS IV).  ONLY CALLED WHEN A STRICTNESS
007897* SETTING IS IN EFFECT AND THE ROUND-TRIP RENDERED COMPLETELY.
007898*-----------------------------------------------------------------
007899 6050-CHECK-CANONICAL-FORM.
007900     MOVE DL100-WS-TOKEN         TO DL100-WS-TOKEN-UC.
007901     INSPECT DL100-WS-TOKEN-UC
007902         CONVERTING 'ivxlcdms' TO 'IVXLCDMS'.
007903     IF DL100-WS-TOKEN-UC NOT = DL100-WS-ROMRT-OUT
007904         SET DL100-WS-NONCANONICAL TO TRUE
007905     END-IF.
007906 6050-EXIT.
007907     EXIT.
007908
007909*-----------------------------------------------------------------
007910* RESOLVES THE DEPARTMENT OF THE DOCUMENT IN HAND BY ITS ID
007911* PREFIX AND LOOKS UP THAT DEPARTMENT'S RANGE RULE FOR THE
007912* TOKEN'S SLOT.  A VALUE BELOW THE MINIMUM OR ABOVE THE
007913* MAXIMUM (A FRACTION ON TOP OF THE MAXIMUM IS ABOVE IT) IS
007914* REJECTED WITH REASON RNGE.  NO DEPARTMENT, OR NO RULE FOR
007915* THE SLOT, LEAVES THE TOKEN AS CONVERTED.
007916*-----------------------------------------------------------------
007917 6060-CHECK-VALUE-RANGE.
007918     MOVE SPACES                 TO DL100-WS-RNG-DEPT.
007919     SET DL100-XRF-NDX           TO 1.
007920     SEARCH DL100-XRF-ENTRY
007921         WHEN DL100-XRF-NDX > DL100-XRF-USED
007922             GO TO 6060-EXIT
007923         WHEN DL100-XRF-PREFIX (DL100-XRF-NDX)
007924                 = DL100-WS-DOCID (1:3)
007925             MOVE DL100-XRF-DEPT (DL100-XRF-NDX)
007926                                 TO DL100-WS-RNG-DEPT
007927     END-SEARCH.
007928     IF DL100-WS-RNG-DEPT = SPACES
007929         GO TO 6060-EXIT
007930     END-IF.
007931     SET DL100-RNG-NDX           TO 1.
007932     SEARCH DL100-RNG-ENTRY
007933         WHEN DL100-RNG-NDX > DL100-RNG-USED
007934             GO TO 6060-EXIT
007935         WHEN DL100-RNG-DEPT (DL100-RNG-NDX) = DL100-WS-RNG-DEPT
007936          AND DL100-RNG-SLOT (DL100-RNG-NDX) = DL100-WS-SLOT
007937             MOVE DL100-RNG-MIN (DL100-RNG-NDX)
007938                                 TO DL100-WS-RNG-MIN
007939             MOVE DL100-RNG-MAX (DL100-RNG-NDX)
007940                                 TO DL100-WS-RNG-MAX
007941     END-SEARCH.
007942     IF DL100-WS-ROM-SUM < DL100-WS-RNG-MIN
007943        OR DL100-WS-ROM-SUM > DL100-WS-RNG-MAX
007944        OR (DL100-WS-ROM-SUM = DL100-WS-RNG-MAX
007945            AND DL100-WS-ROM-FRAC > 0)
007946         SET DL100-WS-INVALID    TO TRUE
007947         MOVE 'RNGE'             TO DL100-WS-REASON
007948     END-IF.
007949 6060-EXIT.
007950     EXIT.
007951
007760 6100-ACCUMULATE-SUM-STATS.
007770     ADD DL100-WS-ROM-SUM        TO DL100-WS-TOT-SUM.
007771     ADD DL100-WS-ROM-FRAC       TO DL100-WS-TOT-FRAC.
007940     MOVE DL100-WS-STATUS-TEXT   TO DL100-AUD-STATUS.
007941     MOVE DL100-WS-RUN-ID        TO DL100-AUD-RUN-ID.
007942     MOVE DL100-WS-ROM-FRAC      TO DL100-AUD-FRAC.
007950     PERFORM 6230-WRITE-AUDIT-RECORD THRU 6230-EXIT.
007970 6200-EXIT.
007980     EXIT.
007981
007982*-----------------------------------------------------------------
007983* COMPANION LINE WRITTEN STRAIGHT AFTER AN AUTOFIX AUDIT LINE -
007984* THE TOKEN AS RECEIVED, ITS LENGTH, AND (IN THE ROUND-TRIP
007985* FIELD) THE IDS OF THE REPAIR RULES THAT CHANGED IT.
007986*-----------------------------------------------------------------
007987 6210-WRITE-ORIGINAL-LINE.
007988     MOVE DL100-WS-MODE-TEXT     TO DL100-AUD-MODE.
007989     MOVE DL100-WS-DOCID         TO DL100-AUD-DOCID.
007990     MOVE DL100-WS-ORIG-TOKEN    TO DL100-AUD-STRING.
007991     MOVE DL100-WS-ORIG-L        TO DL100-AUD-L.
007992     MOVE 0                      TO DL100-AUD-SUM.
007993     MOVE DL100-WS-RPR-APPLIED-LIST TO DL100-AUD-ROMRT.
007994     MOVE 'ORIGINAL'             TO DL100-AUD-STATUS.
007995     MOVE DL100-WS-RUN-ID        TO DL100-AUD-RUN-ID.
007996     MOVE 0                      TO DL100-AUD-FRAC.
007997     PERFORM 6230-WRITE-AUDIT-RECORD THRU 6230-EXIT.
007998 6210-EXIT.
007999     EXIT.
008000
008001*-----------------------------------------------------------------
008002* MARKER LINE WRITTEN AS EACH INPUT FILE IS OPENED - STATUS
008003* 'SRCFILE' WITH THE FILE NAME IN THE TOKEN FIELD AND NO DOCUMENT
008004* ID, SO THE AUDIT LINES THAT FOLLOW IT CAN BE TRACED BACK TO
008005* THEIR SOURCE FILE (THE ROMANBKO BACKOUT OF ONE FILE OF A RUN).
008006*-----------------------------------------------------------------
008007 6220-WRITE-SOURCE-MARKER.
008008     MOVE DL100-WS-MODE-TEXT     TO DL100-AUD-MODE.
008009     MOVE SPACES                 TO DL100-AUD-DOCID
008010                                    DL100-AUD-ROMRT.
008011     MOVE DL100-WS-IN-FNAME      TO DL100-AUD-STRING.
008012     MOVE 0                      TO DL100-AUD-L
008013                                    DL100-AUD-SUM
008014                                    DL100-AUD-FRAC.
008015     MOVE 'SRCFILE'              TO DL100-AUD-STATUS.
008016     MOVE DL100-WS-RUN-ID        TO DL100-AUD-RUN-ID.
008017     PERFORM 6230-WRITE-AUDIT-RECORD THRU 6230-EXIT.
008018 6220-EXIT.
008019     EXIT.
008020
008021*-----------------------------------------------------------------
008022* WRITES THE AUDIT LINE BUILT IN DL100-AUDIT-LINE.  OUTSIDE A
008023* PARTITION THE LINE IS GIVEN THE NEXT SEQUENCE NUMBER AND ITS
008024* CHECK VALUE, AND THE CONTROL STORE IS BROUGHT UP TO IT.  A
008025* FAILED CONTROL REWRITE STOPS THE RUN WITH RETURN CODE 16 - THE
008026* LINE IS ALREADY ON THE LOG, SO NUMBERING MUST NOT GO ON PAST A
008027* CONTROL RECORD LEFT BEHIND IT (ROMANGAP REPORTS THE MISMATCH).
008028*-----------------------------------------------------------------
008029 6230-WRITE-AUDIT-RECORD.
008030     IF DL100-WS-PARTITION
008031         MOVE 0                  TO DL100-AUD-SEQ
008032                                    DL100-AUD-CHECK
008033     ELSE
008034         ADD 1                   TO DL100-WS-AUD-LAST-SEQ
008035         MOVE DL100-WS-AUD-LAST-SEQ TO DL100-AUD-SEQ
008036         PERFORM 6235-COMPUTE-CHECK THRU 6235-EXIT
008037     END-IF.
008038     MOVE DL100-AUDIT-LINE TO DL100-AUDIT-RECORD.
008039     WRITE DL100-AUDIT-RECORD.
008040     IF DL100-WS-PARTITION
008041         GO TO 6230-EXIT
008042     END-IF.
008043     MOVE DL100-AUD-CHECK        TO DL100-WS-AUD-LAST-CHECK.
008044     MOVE 'AUDITLOG'             TO DL100-ACTL-KEY.
008045     MOVE DL100-WS-AUD-LAST-SEQ  TO DL100-ACTL-LAST-SEQ.
008046     MOVE DL100-WS-AUD-LAST-CHECK TO DL100-ACTL-LAST-CHECK.
008047     MOVE DL100-WS-RUN-ID        TO DL100-ACTL-RUN-ID.
008048     REWRITE DL100-ACTL-RECORD
008049         INVALID KEY
008050             CONTINUE
008051     END-REWRITE.
008052     IF DL100-WS-ACTL-STATUS NOT = '00'
008053         DISPLAY 'ROMAN-NUMERAL-CONV: AUDCTL REWRITE FAILED '
008054             'AT LINE ' DL100-WS-AUD-LAST-SEQ ' - STATUS '
008055             DL100-WS-ACTL-STATUS ' - RUN STOPPED'
008056         MOVE 16                 TO RETURN-CODE
008057         GO TO 0000-TERMINATE
008058     END-IF.
008059 6230-EXIT.
008060     EXIT.
008061
008062*-----------------------------------------------------------------
008063* CHECK VALUE OF THE LINE IN DL100-AUDIT-LINE - THE CHECK VALUE
008064* OF THE LINE BEFORE IT TIMES 7919, PLUS THE CHARACTER CODE OF
008065* EACH OF COLS 1-128 TIMES ITS COLUMN NUMBER, MODULO 9973.  THE
008066* FIRST LINE EVER WRITTEN CHAINS FROM ZERO.  ROMANPAR AND
008067* ROMANGAP COMPUTE IT THE SAME WAY.
008068*-----------------------------------------------------------------
008069 6235-COMPUTE-CHECK.
008070     COMPUTE DL100-CHK-ACC = DL100-WS-AUD-LAST-CHECK * 7919.
008071     PERFORM 6236-ADD-ONE-BYTE THRU 6236-EXIT
008072         VARYING DL100-CHK-POS FROM 1 BY 1
008073         UNTIL DL100-CHK-POS > 128.
008074     DIVIDE DL100-CHK-ACC BY 9973 GIVING DL100-CHK-QUOT
008075         REMAINDER DL100-AUD-CHECK.
008076 6235-EXIT.
008077     EXIT.
008078
008079 6236-ADD-ONE-BYTE.
008080     MOVE DL100-AUDIT-LINE (DL100-CHK-POS:1) TO DL100-CHK-BYTE.
008081     COMPUTE DL100-CHK-ACC = DL100-CHK-ACC
008082                           + DL100-CHK-CODE * DL100-CHK-POS.
008083 6236-EXIT.
008084     EXIT.
008085
008086 6300-WRITE-DETAIL-LINE.
008087     MOVE DL100-WS-DOCID         TO DL100-RPT-D-DOCID.
008088     MOVE DL100-WS-IN-FNAME      TO DL100-RPT-D-SRCFILE.
008089     MOVE DL100-WS-TOKEN         TO DL100-RPT-D-NUMERAL.
008090     MOVE DL100-WS-L             TO DL100-RPT-D-LEN.
008091     MOVE DL100-WS-ROM-SUM       TO DL100-RPT-D-SUM.
008092     MOVE DL100-WS-ROMRT-OUT     TO DL100-RPT-D-ROMRT.
008093     MOVE DL100-WS-STATUS-TEXT   TO DL100-RPT-D-STATUS.
008094     IF DL100-WS-ROM-FRAC > 0
008095         MOVE DL100-WS-ROM-FRAC  TO DL100-WS-FRAC-EDIT-NN
008096         MOVE DL100-WS-FRAC-EDIT TO DL100-RPT-D-FRAC
008097     ELSE
008098         MOVE SPACES             TO DL100-RPT-D-FRAC
008099     END-IF.
008100     MOVE DL100-RPT-DETAIL-LINE TO DL100-RPT-RECORD.
008101     WRITE DL100-RPT-RECORD.
008102     IF DL100-WS-AUTOFIX
008103         MOVE DL100-WS-ORIG-TOKEN TO DL100-RPT-F-ORIG
008104         MOVE DL100-WS-RPR-APPLIED-LIST TO DL100-RPT-F-RULES
008105         MOVE DL100-RPT-FIX-LINE TO DL100-RPT-RECORD
008106         WRITE DL100-RPT-RECORD
008107     END-IF.
008108 6300-EXIT.
008110     EXIT.
008120
008130*-----------------------------------------------------------------
008481     PERFORM 2995-OPEN-EXTRACT THRU 2995-EXIT.
008483     PERFORM 2993-OPEN-DOC-REGISTRY THRU 2993-EXIT.
008482     PERFORM 2994-OPEN-DOC-WORK THRU 2994-EXIT.
008484     PERFORM 2997-OPEN-VALUE-HISTORY THRU 2997-EXIT.
008485     PERFORM 2998-OPEN-VARIANCE-RPT THRU 2998-EXIT.
008490     MOVE DL100-WS-CORR-FNAME    TO DL100-RPT-H-FNAME.
008500     PERFORM 2900-WRITE-RPT-HEADER THRU 2900-EXIT.
008510     PERFORM 7100-PROCESS-CORR-FILE THRU 7100-EXIT.
008562     IF DL100-WS-DOCW-OPEN
008563         CLOSE ROMAN-DOCW-FILE
008564     END-IF.
008565     IF DL100-WS-VALH-OPEN
008566         CLOSE ROMAN-VALH-FILE
008567     END-IF.
008568     PERFORM 2999-CLOSE-VARIANCE-RPT THRU 2999-EXIT.
008570 7000-EXIT.
008580     EXIT.
008590
009570             REWRITE DL100-DOCW-RECORD
009580     END-READ.
009590 6500-REGISTRY.
009591     IF DL100-WS-PARTITION
009592         PERFORM 6590-WRITE-TOKEN-POSTING THRU 6590-EXIT
009593         GO TO 6500-EXIT
009594     END-IF.
009711     IF DL100-WS-DOCM-OPEN
009712         PERFORM 6550-POST-DOC-REGISTRY THRU 6550-EXIT
009713     END-IF.
009777 6560-EXIT.
009778     EXIT.
009779
009780*-----------------------------------------------------------------
009781* PARTITION RUNS ONLY - IN PLACE OF THE REGISTRY POSTING, WRITES
009782* THE TOKEN JUST PROCESSED TO THE POSTING FILE.  THE MERGE STEP
009783* POSTS THE WHOLE NIGHT'S TOKENS TO THE REGISTRY AND THE VALUE
009784* HISTORY IN DRIVER ORDER, SO NO PARTITION UPDATES EITHER STORE
009785* WHILE ANOTHER PARTITION IS READING IT.
009786*-----------------------------------------------------------------
009787 6590-WRITE-TOKEN-POSTING.
009788     IF NOT DL100-WS-POST-OPEN
009789         GO TO 6590-EXIT
009790     END-IF.
009791     MOVE DL100-WS-DOCID         TO DL100-POST-T-DOCID.
009792     MOVE DL100-WS-IN-FNAME      TO DL100-POST-T-SRCFILE.
009793     MOVE DL100-WS-SLOT          TO DL100-POST-T-SLOT.
009794     MOVE DL100-WS-TOKEN         TO DL100-POST-T-TOKEN.
009795     MOVE DL100-WS-ROM-SUM       TO DL100-POST-T-VALUE.
009796     MOVE DL100-WS-ROM-FRAC      TO DL100-POST-T-FRAC.
009797     MOVE DL100-WS-STATUS-TEXT   TO DL100-POST-T-STATUS.
009798     MOVE DL100-POST-TOKEN-LINE  TO DL100-POST-RECORD.
009799     WRITE DL100-POST-RECORD.
009800 6590-EXIT.
009801     EXIT.
009779
009750*-----------------------------------------------------------------
009760* OPENS THE DELIMITED EXTRACT FILE AND WRITES ITS HEADER RECORD
009770* (RECORD TYPE H PLUS THE RUN DATE).  LIKE THE SUSPENSE FILE, AN
010220 6600-WRITE-EXTRACT-DETAIL.
010230     MOVE DL100-WS-ROM-SUM       TO DL100-WS-EXTR-VALUE.
010231     MOVE DL100-WS-ROM-FRAC      TO DL100-WS-EXTR-FRAC.
010232*    THE TEXT AS RECEIVED RIDES NEAR THE END OF AN AUTOFIX
010233*    RECORD ONLY; THE TOKEN FIELD CARRIES THE REPAIRED TEXT.  THE
010234*    RECORD SLOT (0 FOR AN INTERACTIVE TOKEN) IS THE LAST FIELD.
010235*    THE ORIGINAL GOES OUT AT ITS RECEIVED LENGTH, LEADING AND
010236*    EMBEDDED BLANKS INCLUDED - LOW-VALUES MARK WHERE IT ENDS.
010237     MOVE LOW-VALUES             TO DL100-WS-EXTR-ORIG.
010238     IF DL100-WS-AUTOFIX AND DL100-WS-ORIG-L > 0
010239         MOVE DL100-WS-ORIG-TOKEN (1:DL100-WS-ORIG-L)
010240             TO DL100-WS-EXTR-ORIG (1:DL100-WS-ORIG-L)
010241     END-IF.
010242     MOVE SPACES                 TO DL100-EXTR-RECORD.
010250     STRING 'D|'                 DELIMITED BY SIZE
010260            DL100-WS-DOCID       DELIMITED BY SPACE
010270            '|'                  DELIMITED BY SIZE
010380            DL100-WS-RUN-DATE    DELIMITED BY SIZE
010381            '|'                  DELIMITED BY SIZE
010382            DL100-WS-EXTR-FRAC   DELIMITED BY SIZE
010383            '|'                  DELIMITED BY SIZE
010384            DL100-WS-EXTR-ORIG   DELIMITED BY LOW-VALUE
010385            '|'                  DELIMITED BY SIZE
010386            DL100-WS-SLOT        DELIMITED BY SIZE
010390         INTO DL100-EXTR-RECORD
010391         ON OVERFLOW
010392             ADD 1               TO DL100-WS-EXTR-SHORT
010393             DISPLAY 'ROMAN-NUMERAL-CONV: EXTRACT RECORD FOR '
010394                 'DOCUMENT ' DL100-WS-DOCID ' TOKEN '
010395                 DL100-WS-TOKEN (1:DL100-WS-L)
010396                 ' CUT SHORT AT 132 BYTES'
010397             IF RETURN-CODE < 4
010398                 MOVE 4          TO RETURN-CODE
010399             END-IF
010400     END-STRING.
010401     WRITE DL100-EXTR-RECORD.
010410     ADD 1                       TO DL100-WS-EXTR-COUNT.
010420 6600-EXIT.
010430     EXIT.
010510*-----------------------------------------------------------------
010520 6700-REVERSE-CONVERT-ONE.
010525     MOVE 0                      TO DL100-WS-ROM-FRAC.
010526     MOVE 'N'                    TO DL100-WS-AUTOFIX-SW.
010530     PERFORM 6750-VALIDATE-NUMERIC THRU 6750-EXIT.
010540     IF DL100-WS-VALID
010550         MOVE ZEROS              TO DL100-WS-REV-NUM-X
010940     IF DL100-WS-EXTR-OPEN
010950         PERFORM 6600-WRITE-EXTRACT-DETAIL THRU 6600-EXIT
010960     END-IF.
010961     IF DL100-WS-VALH-OPEN AND DL100-WS-SLOT > 0
010962         PERFORM 6800-POST-VALUE-HISTORY THRU 6800-EXIT
010963     END-IF.
010970 6700-EXIT.
010980     EXIT.
010990
011280 6760-EXIT.
011290     EXIT.
011300
011301*-----------------------------------------------------------------
011302* POSTS AN ACCEPTED CONVERSION FROM A RECORD SLOT TO THE VALUE-
011303* HISTORY STORE.  WHEN THE SLOT ALREADY HOLDS A CONVERSION FROM
011304* AN EARLIER RUN - THE DOCUMENT HAS BEEN SENT AGAIN - AND THE
011305* VALUE OR ITS TWELFTHS HAVE CHANGED, THE VARIANCE IS REPORTED
011306* BEFORE THE HISTORY IS REPLACED.  A SLOT SEEN TWICE IN ONE RUN
011307* IS ALREADY ON THE DUPLICATE REPORT AND IS NOT COMPARED.  A
011308* REJECTED TOKEN LEAVES THE HISTORY ALONE; ITS CORRECTION IS
011309* COMPARED WHEN THE CORRECTION RUN ACCEPTS IT.
011310*-----------------------------------------------------------------
011311 6800-POST-VALUE-HISTORY.
011312     IF DL100-WS-STATUS-TEXT = 'REJECTED'
011313         GO TO 6800-EXIT
011314     END-IF.
011315     MOVE DL100-WS-DOCID         TO DL100-VALH-DOC-ID.
011316     MOVE DL100-WS-SLOT          TO DL100-VALH-SLOT.
011317     READ ROMAN-VALH-FILE
011318         INVALID KEY
011319             PERFORM 6820-LOAD-HISTORY-RECORD THRU 6820-EXIT
011320             WRITE DL100-VALH-RECORD
011321         NOT INVALID KEY
011322             IF DL100-VALH-RUN-ID NOT = DL100-WS-RUN-ID
011323                AND (DL100-VALH-VALUE NOT = DL100-WS-ROM-SUM
011324                 OR DL100-VALH-FRAC NOT = DL100-WS-ROM-FRAC)
011325                 PERFORM 6810-WRITE-VARIANCE-LINE THRU 6810-EXIT
011326             END-IF
011327             PERFORM 6820-LOAD-HISTORY-RECORD THRU 6820-EXIT
011328             REWRITE DL100-VALH-RECORD
011329     END-READ.
011330 6800-EXIT.
011331     EXIT.
011332
011333 6810-WRITE-VARIANCE-LINE.
011334     ADD 1                       TO DL100-WS-VAR-COUNT.
011335     IF NOT DL100-WS-VAR-OPEN
011336         GO TO 6810-EXIT
011337     END-IF.
011338     MOVE DL100-WS-DOCID         TO DL100-VAR-DOCID.
011339     MOVE DL100-WS-SLOT          TO DL100-VAR-SLOT.
011340     MOVE DL100-VALH-TOKEN       TO DL100-VAR-OLD-TOKEN.
011341     MOVE DL100-WS-TOKEN         TO DL100-VAR-NEW-TOKEN.
011342     MOVE DL100-VALH-VALUE       TO DL100-VAR-OLD-VALUE.
011343     MOVE DL100-WS-ROM-SUM       TO DL100-VAR-NEW-VALUE.
011344     MOVE SPACES                 TO DL100-VAR-OLD-FRAC
011345                                    DL100-VAR-NEW-FRAC.
011346     IF DL100-VALH-FRAC > 0
011347         MOVE DL100-VALH-FRAC    TO DL100-WS-FRAC-EDIT-NN
011348         MOVE DL100-WS-FRAC-EDIT TO DL100-VAR-OLD-FRAC
011349     END-IF.
011350     IF DL100-WS-ROM-FRAC > 0
011351         MOVE DL100-WS-ROM-FRAC  TO DL100-WS-FRAC-EDIT-NN
011352         MOVE DL100-WS-FRAC-EDIT TO DL100-VAR-NEW-FRAC
011353     END-IF.
011354     MOVE DL100-VALH-RUN-ID      TO DL100-VAR-OLD-RUN-ID.
011355     MOVE DL100-WS-RUN-ID        TO DL100-VAR-NEW-RUN-ID.
011356     MOVE DL100-VAR-LINE         TO DL100-VAR-RECORD.
011357     WRITE DL100-VAR-RECORD.
011358 6810-EXIT.
011359     EXIT.
011360
011361 6820-LOAD-HISTORY-RECORD.
011362     MOVE DL100-WS-TOKEN         TO DL100-VALH-TOKEN.
011363     MOVE DL100-WS-ROM-SUM       TO DL100-VALH-VALUE.
011364     MOVE DL100-WS-ROM-FRAC      TO DL100-VALH-FRAC.
011365     MOVE DL100-WS-RUN-ID        TO DL100-VALH-RUN-ID.
011366 6820-EXIT.
011367     EXIT.
011368
011369*-----------------------------------------------------------------
011370* OPENS THE DUPLICATE EXCEPTION REPORT FOR THE RUN.  LIKE THE
011371* SUSPENSE AND EXTRACT FILES, AN UNAVAILABLE REPORT IS NOTED BUT
011372* DOES NOT STOP THE RUN.
011373*-----------------------------------------------------------------
011374 2991-OPEN-DUP-RPT.
011375     OPEN OUTPUT ROMAN-DUP-FILE.
011380     IF DL100-WS-DUP-STATUS = '00'
011390         SET DL100-WS-DUP-RPT-OPEN TO TRUE
011400         MOVE SPACES             TO DL100-DUP-RECORD
011525* THE RUN SIMPLY LOSES THE CROSS-RUN DUPLICATE CHECK.
011526*-----------------------------------------------------------------
011527 2993-OPEN-DOC-REGISTRY.
011528*    A PARTITION ONLY READS THE REGISTRY, FOR THE CROSS-RUN
011529*    DUPLICATE CHECK - ITS POSTINGS GO TO THE MERGE STEP.
011530     IF DL100-WS-PARTITION
011531         OPEN INPUT ROMAN-DOCM-FILE
011532         IF DL100-WS-DOCM-STATUS = '00'
011533             SET DL100-WS-DOCM-OPEN TO TRUE
011534         ELSE
011535             DISPLAY 'ROMAN-NUMERAL-CONV: DOCUMENT REGISTRY NOT '
011536                 'AVAILABLE - STATUS ' DL100-WS-DOCM-STATUS
011537         END-IF
011538         GO TO 2993-EXIT
011539     END-IF.
011540     OPEN I-O ROMAN-DOCM-FILE.
011541     IF DL100-WS-DOCM-STATUS NOT = '00'
011542         OPEN OUTPUT ROMAN-DOCM-FILE
011543         IF DL100-WS-DOCM-STATUS = '00'
011544             CLOSE ROMAN-DOCM-FILE
011545             OPEN I-O ROMAN-DOCM-FILE
011546         END-IF
011547     END-IF.
011548     IF DL100-WS-DOCM-STATUS = '00'
011549         SET DL100-WS-DOCM-OPEN  TO TRUE
011550     ELSE
011551         DISPLAY 'ROMAN-NUMERAL-CONV: DOCUMENT REGISTRY NOT '
011552             'AVAILABLE - STATUS ' DL100-WS-DOCM-STATUS
011553     END-IF.
011554 2993-EXIT.
011555     EXIT.
011556
011557*-----------------------------------------------------------------
011558* RECREATES THE KEYED PER-DOCUMENT WORK FILE FOR THE RUN (OPEN
011559* OUTPUT EMPTIES IT - THE CLUSTER IS DEFINED REUSE), THEN
011560* REOPENS IT FOR KEYED UPDATE.  AN UNAVAILABLE WORK FILE IS
011561* NOTED AND THE RUN CONTINUES WITHOUT THE ROLLUP SECTION AND
011562* THE IN-RUN DUPLICATE CHECK.
011563*-----------------------------------------------------------------
011564 2994-OPEN-DOC-WORK.
011565     OPEN OUTPUT ROMAN-DOCW-FILE.
011566     IF DL100-WS-DOCW-STATUS = '00'
011567         CLOSE ROMAN-DOCW-FILE
011568         OPEN I-O ROMAN-DOCW-FILE
011569     END-IF.
011570     IF DL100-WS-DOCW-STATUS = '00'
011571         SET DL100-WS-DOCW-OPEN  TO TRUE
011572     ELSE
011573         DISPLAY 'ROMAN-NUMERAL-CONV: DOCUMENT WORK FILE NOT '
011574             'AVAILABLE - STATUS ' DL100-WS-DOCW-STATUS
011575             ' - NO ROLLUP OR DUPLICATE CHECK THIS RUN'
011576     END-IF.
011577 2994-EXIT.
011578     EXIT.
011579
011580*-----------------------------------------------------------------
011581* OPENS THE TOKEN VALUE-HISTORY STORE FOR UPDATE, CREATING IT ON
011582* ITS FIRST EVER USE.  LIKE THE DOCUMENT REGISTRY, AN
011583* UNAVAILABLE STORE IS NOTED BUT DOES NOT STOP THE RUN - THE
011584* RUN SIMPLY LOSES THE VARIANCE CHECK.
011585*-----------------------------------------------------------------
011586 2997-OPEN-VALUE-HISTORY.
011587     OPEN I-O ROMAN-VALH-FILE.
011588     IF DL100-WS-VALH-STATUS NOT = '00'
011589         OPEN OUTPUT ROMAN-VALH-FILE
011590         IF DL100-WS-VALH-STATUS = '00'
011591             CLOSE ROMAN-VALH-FILE
011592             OPEN I-O ROMAN-VALH-FILE
011593         END-IF
011594     END-IF.
011595     IF DL100-WS-VALH-STATUS = '00'
011596         SET DL100-WS-VALH-OPEN  TO TRUE
011597     ELSE
011598         DISPLAY 'ROMAN-NUMERAL-CONV: VALUE HISTORY NOT '
011599             'AVAILABLE - STATUS ' DL100-WS-VALH-STATUS
011600             ' - NO VARIANCE CHECK THIS RUN'
011601     END-IF.
011602 2997-EXIT.
011603     EXIT.
011604
011605*-----------------------------------------------------------------
011606* OPENS THE VARIANCE REPORT AND WRITES ITS HEADINGS.  NOT OPENED
011607* WITHOUT THE VALUE-HISTORY STORE, SINCE THERE IS THEN NOTHING
011608* TO COMPARE AGAINST.  AN UNAVAILABLE REPORT IS NOTED BUT DOES
011609* NOT STOP THE RUN.
011610*-----------------------------------------------------------------
011611 2998-OPEN-VARIANCE-RPT.
011612     MOVE 0                      TO DL100-WS-VAR-COUNT.
011613     IF NOT DL100-WS-VALH-OPEN
011614         GO TO 2998-EXIT
011615     END-IF.
011616     OPEN OUTPUT ROMAN-VAR-FILE.
011617     IF DL100-WS-VAR-STATUS NOT = '00'
011618         DISPLAY 'ROMAN-NUMERAL-CONV: VARIANCE REPORT NOT '
011619             'AVAILABLE - STATUS ' DL100-WS-VAR-STATUS
011620         GO TO 2998-EXIT
011621     END-IF.
011622     SET DL100-WS-VAR-OPEN       TO TRUE.
011623     MOVE SPACES                 TO DL100-VAR-RECORD.
011624     STRING 'VALUE VARIANCES ON RE-SENT DOCUMENTS    RUN DATE:'
011625                                 DELIMITED BY SIZE
011626            DL100-WS-RUN-DATE    DELIMITED BY SIZE
011627            '    RUN ID:'        DELIMITED BY SIZE
011628            DL100-WS-RUN-ID      DELIMITED BY SIZE
011629         INTO DL100-VAR-RECORD.
011630     WRITE DL100-VAR-RECORD.
011631     MOVE SPACES                 TO DL100-VAR-RECORD.
011632     WRITE DL100-VAR-RECORD.
011633     MOVE DL100-VAR-COLUMN-LINE  TO DL100-VAR-RECORD.
011634     WRITE DL100-VAR-RECORD.
011635 2998-EXIT.
011636     EXIT.
011637
011638*-----------------------------------------------------------------
011639* WRITES THE VARIANCE COUNT AS THE REPORT'S LAST LINE AND
011640* CLOSES IT.  A ZERO COUNT TELLS RECORDS MANAGEMENT THE REPORT
011641* RAN AND FOUND NOTHING, RATHER THAN LEAVING THEM TO GUESS.
011642*-----------------------------------------------------------------
011643 2999-CLOSE-VARIANCE-RPT.
011644     IF NOT DL100-WS-VAR-OPEN
011645         GO TO 2999-EXIT
011646     END-IF.
011647     MOVE SPACES                 TO DL100-VAR-RECORD.
011648     WRITE DL100-VAR-RECORD.
011649     MOVE 'VALUE VARIANCES REPORTED    :' TO DL100-RPT-T-LABEL.
011650     MOVE DL100-WS-VAR-COUNT     TO DL100-RPT-T-VALUE.
011651     MOVE DL100-RPT-TOTAL-LINE   TO DL100-VAR-RECORD.
011652     WRITE DL100-VAR-RECORD.
011653     CLOSE ROMAN-VAR-FILE.
011654     MOVE 'N'                    TO DL100-WS-VAR-OPEN-SW.
011655     IF DL100-WS-VAR-COUNT > 0
011656         DISPLAY 'ROMAN-NUMERAL-CONV: ' DL100-WS-VAR-COUNT
011657             ' VALUE VARIANCES ON RE-SENT DOCUMENTS - SEE VARRPT'
011658     END-IF.
011659 2999-EXIT.
011660     EXIT.
011661
011662*-----------------------------------------------------------------
011663* CHECKS THE CURRENT RECORD'S DOCUMENT ID AGAINST EVERY DOCUMENT
011664* SEEN SO FAR IN THE RUN.  A DOCUMENT ALREADY SEEN IS COUNTED
011665* AND REPORTED ON THE DUPLICATE EXCEPTION REPORT WITH BOTH
011666* SOURCE FILE NAMES; A NEW DOCUMENT IS ENTERED INTO THE TABLE SO
011667* THE PER-DOCUMENT ROLLUP AND LATER DUPLICATE CHECKS FIND IT.
011668*-----------------------------------------------------------------
011669 2455-CHECK-DUPLICATE-DOC.
011670     MOVE 'N'                    TO DL100-WS-DUPDOC-SW.
011671     MOVE 'N'                    TO DL100-WS-DOCFND-SW.
011672     MOVE 'N'                    TO DL100-WS-RETIRED-SW.
011673     IF DL100-WS-DOCW-OPEN
011674         MOVE DL100-WS-DOCID     TO DL100-DOCW-DOC-ID
011675         READ ROMAN-DOCW-FILE
011676             INVALID KEY
011677                 CONTINUE
011680             NOT INVALID KEY
011690                 SET DL100-WS-DOCFND TO TRUE
011700         END-READ
011870         END-IF
011880     ELSE
011881         PERFORM 2457-CHECK-REGISTRY-DUP THRU 2457-EXIT
011882         IF DL100-WS-XRUN-DUP
011883            AND (DL100-WS-DUP-SKIP OR DL100-WS-RETIRED)
011884             CONTINUE
011885         ELSE
011890             IF DL100-WS-DOCW-OPEN
011920                 MOVE DL100-WS-DOCID TO DL100-DOCW-DOC-ID
011930                 MOVE 0          TO DL100-DOCW-NUMERALS
012024* RUN IS A CROSS-RUN DUPLICATE - COUNTED, REPORTED ON THE
012025* DUPLICATE EXCEPTION REPORT WITH THE PRIOR RUN ID AND SOURCE
012026* FILE, AND SUBJECT TO THE SAME PROCESS/SKIP OPTION AS AN
012027* IN-RUN DUPLICATE - UNLESS THE REGISTRY CONTROL STORE SAYS
012028* OTHERWISE: A RETIRED DOCUMENT IS ALWAYS SKIPPED, AND A
012029* DOCUMENT AUTHORIZED FOR REPROCESSING IS NOT A DUPLICATE.
012030*-----------------------------------------------------------------
012031 2457-CHECK-REGISTRY-DUP.
012032     MOVE 'N'                    TO DL100-WS-XRUN-SW.
012033     IF NOT DL100-WS-DOCM-OPEN
012037     READ ROMAN-DOCM-FILE
012038         INVALID KEY
012039             GO TO 2457-EXIT
012040     END-READ.
012041     IF DL100-DOCM-FIRST-RUN-ID = DL100-WS-RUN-ID
012042         GO TO 2457-EXIT
012043     END-IF.
012044     PERFORM 2458-CHECK-DOC-CONTROL THRU 2458-EXIT.
012045     IF DL100-WS-RETIRED
012046         GO TO 2457-EXIT
012047     END-IF.
012048*    A REGISTRY RECORD WITH NO CONVERTED TOKENS IS AN ALL-
012049*    REJECT NIGHT - THE DOCUMENT NEVER WENT THROUGH, AND ITS
012050*    CORRECTED RESUBMISSION MUST NOT BE FLAGGED (OR SKIPPED)
012051*    AS A DUPLICATE.
012052     IF DL100-DOCM-CONVERTED = 0
012053         GO TO 2457-EXIT
012054     END-IF.
012055     IF DL100-WS-AUTH-OPEN AND DL100-AUTH-REPROCESS
012056        AND DL100-AUTH-EXPIRY NOT < DL100-WS-RUN-ID (1:8)
012057        AND (DL100-WS-MLOG-OPEN OR DL100-WS-PARTITION)
012058         PERFORM 2459-USE-AUTHORIZATION THRU 2459-EXIT
012059         IF DL100-WS-AUTH-USED
012060             GO TO 2457-EXIT
012061         END-IF
012062     END-IF.
012063     SET DL100-WS-XRUN-DUP       TO TRUE.
012064     SET DL100-WS-DUPDOC         TO TRUE.
012065     ADD 1                       TO DL100-WS-GT-DUPS.
012066     IF DL100-WS-DUP-RPT-OPEN
012067         MOVE DL100-WS-DOCID     TO DL100-DUPX-DOCID
012068         MOVE DL100-DOCM-FIRST-RUN-ID TO DL100-DUPX-RUN-ID
012069         MOVE DL100-DOCM-FIRST-FILE TO DL100-DUPX-FIRST-FILE
012070         MOVE DL100-WS-IN-FNAME  TO DL100-DUPX-AGAIN-FILE
012071         IF DL100-WS-DUP-SKIP
012072             MOVE 'SKIPPED'      TO DL100-DUPX-DISP
012073         ELSE
012074             MOVE 'PROCESSED'    TO DL100-DUPX-DISP
012075         END-IF
012076         MOVE DL100-DUPX-LINE TO DL100-DUP-RECORD
012077         WRITE DL100-DUP-RECORD
012078     END-IF.
012079 2457-EXIT.
012080     EXIT.
012081
012082*-----------------------------------------------------------------
012083* READS THE REGISTRY CONTROL STORE FOR THE DOCUMENT.  A RETIRED
012084* DOCUMENT IS COUNTED AS A DUPLICATE AND REPORTED AS RETIRED -
012085* 2450 AND 2455 THEN SKIP ITS RECORD WHATEVER THE DUPLICATE
012086* OPTION.  NO CONTROL HELD LEAVES THE RECORD AREA BLANK, SO NO
012087* AUTHORIZATION IS SEEN.
012088*-----------------------------------------------------------------
012089 2458-CHECK-DOC-CONTROL.
012090     MOVE SPACES                 TO DL100-AUTH-RECORD.
012091     IF NOT DL100-WS-AUTH-OPEN
012092         GO TO 2458-EXIT
012093     END-IF.
012094     MOVE DL100-WS-DOCID         TO DL100-AUTH-DOC-ID.
012095     READ ROMAN-AUTH-FILE
012096         INVALID KEY
012097             MOVE SPACES         TO DL100-AUTH-RECORD
012098             GO TO 2458-EXIT
012099     END-READ.
012100     IF NOT DL100-AUTH-RETIRED
012101         GO TO 2458-EXIT
012102     END-IF.
012103     SET DL100-WS-RETIRED        TO TRUE.
012104     SET DL100-WS-XRUN-DUP       TO TRUE.
012105     SET DL100-WS-DUPDOC         TO TRUE.
012106     ADD 1                       TO DL100-WS-GT-DUPS.
012107     IF DL100-WS-DUP-RPT-OPEN
012108         MOVE DL100-WS-DOCID     TO DL100-DUPX-DOCID
012109         MOVE DL100-DOCM-FIRST-RUN-ID TO DL100-DUPX-RUN-ID
012110         MOVE DL100-DOCM-FIRST-FILE TO DL100-DUPX-FIRST-FILE
012111         MOVE DL100-WS-IN-FNAME  TO DL100-DUPX-AGAIN-FILE
012112         MOVE 'RETIRED'          TO DL100-DUPX-DISP
012113         MOVE DL100-DUPX-LINE TO DL100-DUP-RECORD
012114         WRITE DL100-DUP-RECORD
012115     END-IF.
012116 2458-EXIT.
012117     EXIT.
012118
012119*-----------------------------------------------------------------
012120* HONORS A REPROCESS AUTHORIZATION - THE DOCUMENT IS PROCESSED AS
012121* A NEW ONE, WITH NO DUPLICATE EXCEPTION.  THE AUTHORIZATION IS
012122* GOOD FOR ONE RUN: IT IS DELETED HERE AND THE CONSUMPTION LOGGED,
012123* OR IN A PARTITION (WHICH ONLY READS THE CONTROL STORE) POSTED
012124* FOR THE MERGE STEP TO CONSUME.  AN AUTHORIZATION THAT CANNOT BE
012125* DELETED IS NOT HONORED - DL100-WS-AUTH-USED STAYS OFF, 2457
012126* TREATS THE DOCUMENT AS A DUPLICATE, AND THE RUN ENDS WITH
012127* RETURN CODE 4 AT LEAST.  A FAILED CONSUMPTION LOG WRITE ALSO
012128* RAISES THE RETURN CODE TO 4.
012129*-----------------------------------------------------------------
012130 2459-USE-AUTHORIZATION.
012131     MOVE 'N'                    TO DL100-WS-AUTH-USED-SW.
012132     IF DL100-WS-PARTITION
012133         DISPLAY 'ROMAN-NUMERAL-CONV: REPROCESS AUTHORIZATION '
012134             'USED FOR ' DL100-WS-DOCID ' (' DL100-AUTH-USER ')'
012135         IF DL100-WS-POST-OPEN
012136             MOVE DL100-WS-DOCID TO DL100-POST-A-DOCID
012137             MOVE DL100-WS-IN-FNAME TO DL100-POST-A-SRCFILE
012138             MOVE DL100-POST-AUTH-LINE TO DL100-POST-RECORD
012139             WRITE DL100-POST-RECORD
012140         END-IF
012141         SET DL100-WS-AUTH-USED  TO TRUE
012142         GO TO 2459-EXIT
012143     END-IF.
012144     DELETE ROMAN-AUTH-FILE
012145         INVALID KEY
012146             CONTINUE
012147     END-DELETE.
012148     IF DL100-WS-AUTH-STATUS NOT = '00'
012149         DISPLAY 'ROMAN-NUMERAL-CONV: DOCAUTH DELETE FAILED '
012150             'FOR ' DL100-WS-DOCID ' - STATUS '
012151             DL100-WS-AUTH-STATUS
012152             ' - NOT HONORED, TREATED AS A DUPLICATE'
012153         IF RETURN-CODE < 4
012154             MOVE 4              TO RETURN-CODE
012155         END-IF
012156         GO TO 2459-EXIT
012157     END-IF.
012158     SET DL100-WS-AUTH-USED      TO TRUE.
012159     DISPLAY 'ROMAN-NUMERAL-CONV: REPROCESS AUTHORIZATION USED '
012160         'FOR ' DL100-WS-DOCID ' (' DL100-AUTH-USER ')'.
012161     IF DL100-WS-MLOG-OPEN
012162         MOVE FUNCTION CURRENT-DATE (1:14) TO DL100-MLOG-STAMP
012163         MOVE DL100-AUTH-USER    TO DL100-MLOG-USER
012164         MOVE DL100-WS-DOCID     TO DL100-MLOG-DOCID
012165         MOVE DL100-AUTH-EXPIRY  TO DL100-MLOG-EXPIRY
012166         MOVE DL100-WS-RUN-ID    TO DL100-MLOG-RUN-ID
012167         MOVE DL100-WS-IN-FNAME  TO DL100-MLOG-SRCFILE
012168         MOVE DL100-AUTH-REASON  TO DL100-MLOG-REASON
012169         MOVE DL100-MLOG-LINE    TO DL100-MLOG-RECORD
012170         WRITE DL100-MLOG-RECORD
012171         IF DL100-WS-MLOG-STATUS NOT = '00'
012172             DISPLAY 'ROMAN-NUMERAL-CONV: AUTHORIZATION LOG '
012173                 'WRITE FAILED FOR ' DL100-WS-DOCID ' - STATUS '
012174                 DL100-WS-MLOG-STATUS
012175             IF RETURN-CODE < 4
012176                 MOVE 4          TO RETURN-CODE
012177             END-IF
012178         END-IF
012179     END-IF.
012180 2459-EXIT.
012181     EXIT.
012182
009500*-----------------------------------------------------------------
009510* CLOSES THE PERSISTENT AUDIT LOG AT END OF RUN AND WRITES THE
009511* RUN'S HEADER RECORD TO THE RUN-HISTORY STORE.
009548*    HOLDER IS USING.
009547     IF DL100-WS-LOCK-HELD
009540         CLOSE ROMAN-AUDIT-FILE
009541         IF DL100-WS-ACTL-OPEN
009542             CLOSE ROMAN-ACTL-FILE
009543         END-IF
009544*        A PARTITION LEAVES THE RUN-HISTORY RECORD AND THE LOCK
009545*        TO THE MERGE STEP, WHICH FINISHES THE NIGHT'S RUN.
009546         IF DL100-WS-PARTITION
009547             PERFORM 9200-WRITE-END-POSTING THRU 9200-EXIT
009548         ELSE
009549             PERFORM 9100-WRITE-RUN-HISTORY THRU 9100-EXIT
009550             PERFORM 9150-RELEASE-RUN-LOCK THRU 9150-EXIT
009551         END-IF
009552     END-IF.
009553 9000-EXIT.
009560     EXIT.
009631
009632*-----------------------------------------------------------------
009606     MOVE DL100-WS-RUN-ID        TO DL100-RUNH-RUN-ID.
009607     MOVE DL100-WS-RUN-DATE      TO DL100-RUNH-RUN-DATE.
009608     MOVE DL100-WS-MODE-TEXT     TO DL100-RUNH-MODE.
009609     MOVE SPACE                  TO DL100-RUNH-BKO-SW.
009610     MOVE DL100-WS-STRICT        TO DL100-RUNH-STRICT.
009611     MOVE DL100-WS-DUP-OPT       TO DL100-RUNH-DUP-OPT.
009612     MOVE DL100-WS-END-STAMP (9:6) TO DL100-RUNH-END-TIME.
009613     MOVE DL100-WS-ELAPSED-SECS  TO DL100-RUNH-ELAPSED.
009626     CLOSE ROMAN-RUNH-FILE.
009627 9100-EXIT.
009628     EXIT.
009629
009630*-----------------------------------------------------------------
009631* PARTITION RUNS ONLY - WRITES THE END RECORD TO THE POSTING FILE
009632* AND CLOSES IT.  THE MERGE STEP TAKES THE END RECORD AS PROOF
009633* THE PARTITION RAN TO COMPLETION, AND TAKES THE RUN'S MODE,
009634* OPTIONS, RETURN CODE AND DUPLICATE COUNT FROM IT FOR THE ONE
009635* RUN-HISTORY RECORD IT WRITES FOR THE WHOLE NIGHT.
009636*-----------------------------------------------------------------
009637 9200-WRITE-END-POSTING.
009638     IF NOT DL100-WS-POST-OPEN
009639         GO TO 9200-EXIT
009640     END-IF.
009641     MOVE DL100-WS-PART-NO       TO DL100-POST-E-PART.
009642     MOVE DL100-WS-RUN-ID        TO DL100-POST-E-RUN-ID.
009643     MOVE DL100-WS-RUN-DATE      TO DL100-POST-E-RUN-DATE.
009644     MOVE DL100-WS-MODE-TEXT     TO DL100-POST-E-MODE.
009645     MOVE DL100-WS-STRICT        TO DL100-POST-E-STRICT.
009646     MOVE DL100-WS-DUP-OPT       TO DL100-POST-E-DUP-OPT.
009647     MOVE RETURN-CODE            TO DL100-POST-E-RC.
009648     MOVE DL100-WS-GT-FILES      TO DL100-POST-E-FILES.
009649     MOVE DL100-WS-GT-DUPS       TO DL100-POST-E-DUPS.
009650     MOVE DL100-POST-END-LINE    TO DL100-POST-RECORD.
009651     WRITE DL100-POST-RECORD.
009652     CLOSE ROMAN-POST-FILE.
009653     MOVE 'N'                    TO DL100-WS-POST-OPEN-SW.
009654 9200-EXIT.
009655     EXIT.
