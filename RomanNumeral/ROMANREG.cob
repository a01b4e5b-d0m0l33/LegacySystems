000010*****************************************************************
000020* PROGRAM-ID    : ROMAN-REGISTRY-MAINT                          *
000030* AUTHOR        : D. MOLINA                                     *
000040* INSTALLATION  : BATCH DEVELOPMENT - MATH LIBRARY GROUP        *
000050* DATE-WRITTEN  : 10/15/2026                                    *
000060* DATE-COMPILED :                                               *
000070*-----------------------------------------------------------------
000080* REMARKS.                                                      *
000090*     INTERACTIVE INQUIRY AND MAINTENANCE OVER THE DOCUMENT     *
000100*     REGISTRY (DOCMAST).  WHEN A DEPARTMENT ASKS ABOUT A       *
000110*     DOCUMENT, THE ONLY VIEW OF ITS REGISTRY ENTRY USED TO BE  *
000120*     A BATCH ROMANRSH RUN AGAINST THE AUDIT LOG.  THIS PROGRAM *
000130*     TAKES A DOCUMENT ID AND SHOWS, AS LABELLED FIELDS, ITS    *
000140*     FIRST RUN, DATE AND SOURCE FILE, ITS LAST RUN, ITS        *
000150*     LIFETIME CONVERTED AND REJECTED TOTALS, ANY CONTROL HELD  *
000160*     ON IT IN THE COMPANION CONTROL STORE (DOCAUTH), AND ITS   *
000170*     OPEN SUSPENSE ITEMS (SUSPMAST).                           *
000180*     A USER LISTED ON THE REGISTRY USER LIST (REGUSER) MAY     *
000190*     ALSO SET A CONTROL ON THE DOCUMENT -                      *
000200*       A - REPROCESS AUTHORIZED.  THE NEXT CONVERSION RUN TO   *
000210*           RECEIVE THE DOCUMENT BEFORE THE EXPIRY DATE         *
000220*           PROCESSES IT WITHOUT A CROSS-RUN DUPLICATE          *
000230*           EXCEPTION AND CONSUMES THE AUTHORIZATION, SO A      *
000240*           LEGITIMATE RE-SEND NO LONGER SITS ON DUPRPT BESIDE  *
000250*           THE GENUINE DUPLICATES;                             *
000260*       R - RETIRED.  EVERY LATER RUN SKIPS THE DOCUMENT AND    *
000270*           LISTS IT ON DUPRPT AS RETIRED, WHATEVER THE RUN'S   *
000280*           DUPLICATE OPTION;                                   *
000290*       C - CANCEL THE CONTROL HELD.                            *
000300*     A CONTROL CARRIES THE USER'S ID, A REASON AND (FOR AN     *
000310*     AUTHORIZATION) AN EXPIRY DATE.  EVERY CHANGE IS WRITTEN   *
000320*     TO THE REGISTRY MAINTENANCE LOG (MAINTLOG), AS IS EVERY   *
000330*     AUTHORIZATION A CONVERSION RUN CONSUMES.  ANY OTHER USER  *
000340*     GETS AN INQUIRY-ONLY SESSION, AS DOES EVERY USER WHILE A  *
000350*     CONVERSION RUN HAS THE CONTROL STORE OPEN FOR UPDATE OR   *
000360*     THE MAINTENANCE LOG CANNOT BE WRITTEN.                    *
000370*-----------------------------------------------------------------
000380* MODIFICATION HISTORY.                                         *
000390*     10/15/2026  DM  ORIGINAL VERSION.                         *
000391*     10/15/2026  DM  AN EXPIRY DATE OF 29 FEBRUARY IS NOW      *
000392*                     ACCEPTED ONLY IN A LEAP YEAR. A CONTROL   *
000393*                     CHANGE WHOSE MAINTENANCE LOG LINE CANNOT  *
000394*                     BE WRITTEN IS NOW UNDONE ON THE CONTROL   *
000395*                     STORE, THE SESSION DROPS TO INQUIRY-ONLY, *
000396*                     AND THE PROGRAM ENDS WITH CONDITION CODE  *
000397*                     8.                                        *
000400*****************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. ROMAN-REGISTRY-MAINT.
000430
000440 ENVIRONMENT DIVISION.
000450
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480*    PERSISTENT DOCUMENT REGISTRY, AS DEFINED BY ROMANDEF - ONLY
000490*    READ HERE.
000500     SELECT DL990-DOCM-FILE ASSIGN TO "DOCMAST"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS DL990-DOCM-DOC-ID
000540         FILE STATUS IS DL990-WS-DOCM-STATUS.
000550
000560*    REGISTRY CONTROL STORE - ONE RECORD PER DOCUMENT HOLDING A
000570*    REPROCESS AUTHORIZATION OR A RETIREMENT, AS DEFINED BY
000580*    ROMANDEF.
000590     SELECT DL990-AUTH-FILE ASSIGN TO "DOCAUTH"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS RANDOM
000620         RECORD KEY IS DL990-AUTH-DOC-ID
000630         FILE STATUS IS DL990-WS-AUTH-STATUS.
000640
000650*    SUSPENSE MASTER MAINTAINED BY ROMAN-SUSP-AGING - BROWSED
000660*    FROM THE FIRST KEY OF THE DOCUMENT.
000670     SELECT DL990-MST-FILE ASSIGN TO "SUSPMAST"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS DL990-MST-KEY
000710         FILE STATUS IS DL990-WS-MST-STATUS.
000720
000730*    REGISTRY MAINTENANCE LOG - APPENDED TO, SHARED WITH
000740*    ROMAN-NUMERAL-CONV AND ROMAN-PARTITION-CTL.
000750     SELECT DL990-MLOG-FILE ASSIGN TO "MAINTLOG"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS DL990-WS-MLOG-STATUS.
000780
000790*    USERS ALLOWED TO MAINTAIN THE REGISTRY - ONE USER ID IN
000800*    COLS 1-8 PER LINE.
000810     SELECT DL990-USER-FILE ASSIGN TO "REGUSER"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS DL990-WS-USER-STATUS.
000840
000850 DATA DIVISION.
000860
000870 FILE SECTION.
000880
000890 FD  DL990-DOCM-FILE.
000900 01  DL990-DOCM-RECORD.
000910     05  DL990-DOCM-DOC-ID       PIC X(10).
000920     05  DL990-DOCM-FIRST-RUN-ID PIC X(14).
000930     05  DL990-DOCM-FIRST-DATE   PIC X(08).
000940     05  DL990-DOCM-FIRST-FILE   PIC X(25).
000950     05  DL990-DOCM-LAST-RUN-ID  PIC X(14).
000960     05  DL990-DOCM-CONVERTED    PIC 9(05).
000970     05  DL990-DOCM-REJECTED     PIC 9(05).
000980
000990 FD  DL990-AUTH-FILE.
001000 01  DL990-AUTH-RECORD.
001010     05  DL990-AUTH-DOC-ID       PIC X(10).
001020     05  DL990-AUTH-STATUS-SW    PIC X(01).
001030         88  DL990-AUTH-REPROCESS           VALUE 'A'.
001040         88  DL990-AUTH-RETIRED             VALUE 'R'.
001050     05  DL990-AUTH-USER         PIC X(08).
001060     05  DL990-AUTH-REASON       PIC X(30).
001070*        CCYYMMDD - LAST DAY THE AUTHORIZATION MAY BE USED.
001080*        BLANK ON A RETIREMENT.
001090     05  DL990-AUTH-EXPIRY       PIC X(08).
001100     05  DL990-AUTH-SET-DATE     PIC X(08).
001110     05  FILLER                  PIC X(15).
001120
001130 FD  DL990-MST-FILE.
001140 01  DL990-MST-RECORD.
001150     05  DL990-MST-KEY.
001160         10  DL990-MST-DOCID     PIC X(10).
001170         10  DL990-MST-SRCFILE   PIC X(25).
001180         10  DL990-MST-SLOT      PIC 9(01).
001190     05  DL990-MST-TOKEN         PIC X(30).
001200     05  DL990-MST-REASON        PIC X(04).
001210     05  DL990-MST-STATUS-SW     PIC X(01).
001220         88  DL990-MST-OPEN                 VALUE 'O'.
001230         88  DL990-MST-CLOSED               VALUE 'C'.
001240         88  DL990-MST-VOIDED               VALUE 'V'.
001250     05  DL990-MST-OPEN-DATE     PIC X(08).
001260     05  DL990-MST-CLOSE-DATE    PIC X(08).
001270
001280 FD  DL990-MLOG-FILE.
001290 01  DL990-MLOG-RECORD           PIC X(132).
001300
001310 FD  DL990-USER-FILE.
001320 01  DL990-USER-RECORD.
001330     05  DL990-USER-REC-ID       PIC X(08).
001340     05  FILLER                  PIC X(72).
001350
001360 WORKING-STORAGE SECTION.
001370
001380 01  DL990-WS-SWITCHES.
001390     05  DL990-WS-EOF-SW         PIC X(01) VALUE 'N'.
001400         88  DL990-WS-EOF                   VALUE 'Y'.
001410     05  DL990-WS-END-SW         PIC X(01) VALUE 'N'.
001420         88  DL990-WS-SESSION-END           VALUE 'Y'.
001430     05  DL990-WS-MAINT-SW       PIC X(01) VALUE 'N'.
001440         88  DL990-WS-MAINT-ALLOWED         VALUE 'Y'.
001450     05  DL990-WS-AUTH-FND-SW    PIC X(01) VALUE 'N'.
001460         88  DL990-WS-AUTH-FND              VALUE 'Y'.
001470     05  DL990-WS-VALID-SW       PIC X(01) VALUE 'N'.
001480         88  DL990-WS-VALID                 VALUE 'Y'.
001490         88  DL990-WS-INVALID               VALUE 'N'.
001491     05  DL990-WS-AUTH-WAS-SW    PIC X(01) VALUE 'N'.
001492         88  DL990-WS-AUTH-WAS-FND          VALUE 'Y'.
001493     05  DL990-WS-LEAP-SW        PIC X(01) VALUE 'N'.
001494         88  DL990-WS-LEAP-YEAR             VALUE 'Y'.
001500     05  DL990-WS-AUTH-OPEN-SW   PIC X(01) VALUE 'N'.
001510         88  DL990-WS-AUTH-OPEN             VALUE 'Y'.
001520     05  DL990-WS-MST-OPEN-SW    PIC X(01) VALUE 'N'.
001530         88  DL990-WS-MST-OPEN              VALUE 'Y'.
001540     05  DL990-WS-MLOG-OPEN-SW   PIC X(01) VALUE 'N'.
001550         88  DL990-WS-MLOG-OPEN             VALUE 'Y'.
001560
001570 01  DL990-WS-DOCM-STATUS        PIC X(02) VALUE SPACES.
001580 01  DL990-WS-AUTH-STATUS        PIC X(02) VALUE SPACES.
001590 01  DL990-WS-MST-STATUS         PIC X(02) VALUE SPACES.
001600 01  DL990-WS-MLOG-STATUS        PIC X(02) VALUE SPACES.
001610 01  DL990-WS-USER-STATUS        PIC X(02) VALUE SPACES.
001620
001630*    USERS ALLOWED TO MAINTAIN THE REGISTRY.  A LIST ABSENT,
001640*    EMPTY, OR BEYOND THE TABLE'S CAPACITY LEAVES DL990-USR-USED
001650*    AT ZERO AND EVERY SESSION INQUIRY-ONLY.
001660 77  DL990-USR-USED              PIC 9(03) VALUE 0.
001670 01  DL990-USR-TABLE.
001680     05  DL990-USR-ENTRY OCCURS 200 TIMES
001690             INDEXED BY DL990-USR-NDX.
001700         10  DL990-USR-ID        PIC X(08).
001710
001720*    THE OPERATOR'S ENTRIES.
001730 77  DL990-WS-USER-ID            PIC X(08) VALUE SPACES.
001740 77  DL990-WS-DOCID              PIC X(10) VALUE SPACES.
001750 77  DL990-WS-ACTION             PIC X(01) VALUE SPACE.
001760 77  DL990-WS-REASON             PIC X(30) VALUE SPACES.
001770 01  DL990-WS-EXPIRY             PIC X(08) VALUE SPACES.
001780 01  DL990-WS-EXPIRY-PARTS REDEFINES DL990-WS-EXPIRY.
001790     05  DL990-WS-EXP-CCYY       PIC 9(04).
001800     05  DL990-WS-EXP-MM         PIC 9(02).
001810     05  DL990-WS-EXP-DD         PIC 9(02).
001811
001812*    LEAP-YEAR TEST ON THE EXPIRY YEAR.
001813 77  DL990-WS-LEAP-QUOT          PIC 9(04).
001814 77  DL990-WS-LEAP-REM           PIC 9(03).
001815
001816*    THE CONTROL RECORD AS IT STOOD BEFORE A CHANGE, PUT BACK IF
001817*    THE CHANGE CANNOT BE LOGGED.
001818 01  DL990-WS-AUTH-BEFORE        PIC X(80).
001820
001830*    TODAY'S DATE AND THE DATE-TIME STAMP ON A LOG LINE.
001840 01  DL990-WS-CURR-DATE-TIME     PIC X(21) VALUE SPACES.
001850 01  DL990-WS-TODAY              PIC X(08) VALUE SPACES.
001860
001870*    THE LOG ACTION AND CONTROL STATUS BEING WRITTEN.
001880 77  DL990-WS-LOG-ACTION         PIC X(09) VALUE SPACES.
001890 77  DL990-WS-LOG-STATUS         PIC X(01) VALUE SPACE.
001900
001910*    ONE LINE OF THE REGISTRY MAINTENANCE LOG, THE SAME LAYOUT
001920*    ROMAN-NUMERAL-CONV WRITES WHEN IT CONSUMES AN AUTHORIZATION.
001930 01  DL990-MLOG-LINE.
001940     05  DL990-MLOG-STAMP        PIC X(14).
001950     05  FILLER                  PIC X(01) VALUE SPACE.
001960     05  DL990-MLOG-USER         PIC X(08).
001970     05  FILLER                  PIC X(01) VALUE SPACE.
001980     05  DL990-MLOG-DOCID        PIC X(10).
001990     05  FILLER                  PIC X(01) VALUE SPACE.
002000     05  DL990-MLOG-ACTION       PIC X(09).
002010     05  FILLER                  PIC X(01) VALUE SPACE.
002020     05  DL990-MLOG-NEW-STATUS   PIC X(01).
002030     05  FILLER                  PIC X(01) VALUE SPACE.
002040     05  DL990-MLOG-EXPIRY       PIC X(08).
002050     05  FILLER                  PIC X(01) VALUE SPACE.
002060     05  DL990-MLOG-RUN-ID       PIC X(14).
002070     05  FILLER                  PIC X(01) VALUE SPACE.
002080     05  DL990-MLOG-SRCFILE      PIC X(25).
002090     05  FILLER                  PIC X(01) VALUE SPACE.
002100     05  DL990-MLOG-REASON       PIC X(30).
002110     05  FILLER                  PIC X(05) VALUE SPACES.
002120
002130*    COUNTS FOR THE END-OF-SESSION SUMMARY.
002140 77  DL990-WS-DOCS-SHOWN         PIC 9(07) VALUE 0.
002150 77  DL990-WS-OPEN-ITEMS         PIC 9(05) VALUE 0.
002160 77  DL990-WS-CNT-AUTHORIZED     PIC 9(07) VALUE 0.
002170 77  DL990-WS-CNT-RETIRED        PIC 9(07) VALUE 0.
002180 77  DL990-WS-CNT-CANCELLED      PIC 9(07) VALUE 0.
002190
002200 PROCEDURE DIVISION.
002210
002220 0000-MAINLINE.
002230     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002240     IF RETURN-CODE NOT = 0
002250         GO TO 0000-TERMINATE
002260     END-IF.
002270     PERFORM 2000-INQUIRE-ONE-DOC THRU 2000-EXIT
002280         UNTIL DL990-WS-SESSION-END.
002290     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002300     DISPLAY 'ROMAN-REGISTRY-MAINT: ' DL990-WS-DOCS-SHOWN
002310         ' DOCUMENTS - ' DL990-WS-CNT-AUTHORIZED ' AUTHORIZED, '
002320         DL990-WS-CNT-RETIRED ' RETIRED, '
002330         DL990-WS-CNT-CANCELLED ' CANCELLED'.
002340 0000-TERMINATE.
002350     DISPLAY 'TERMINATING..'.
002360     STOP RUN.
002370
002380*-----------------------------------------------------------------
002390* PROMPTS FOR THE USER ID AND OPENS THE STORES.  THE REGISTRY
002400* ITSELF MUST OPEN; THE SUSPENSE MASTER IS SHOWN ONLY IF IT
002410* OPENS.  A USER ON THE REGISTRY USER LIST GETS A MAINTENANCE
002420* SESSION ONLY IF THE CONTROL STORE OPENS FOR UPDATE AND THE
002430* MAINTENANCE LOG OPENS - OTHERWISE THE SESSION IS INQUIRY-ONLY,
002440* WITH A MESSAGE SAYING WHY.
002450*-----------------------------------------------------------------
002460 1000-INITIALIZE.
002470     MOVE FUNCTION CURRENT-DATE  TO DL990-WS-CURR-DATE-TIME.
002480     MOVE DL990-WS-CURR-DATE-TIME (1:8) TO DL990-WS-TODAY.
002490     DISPLAY 'ENTER USER ID : '.
002500     ACCEPT DL990-WS-USER-ID.
002510     OPEN INPUT DL990-DOCM-FILE.
002520     IF DL990-WS-DOCM-STATUS NOT = '00'
002530         DISPLAY 'ROMAN-REGISTRY-MAINT: UNABLE TO OPEN DOCMAST - '
002540             'STATUS ' DL990-WS-DOCM-STATUS
002550         MOVE 16                 TO RETURN-CODE
002560         GO TO 1000-EXIT
002570     END-IF.
002580     OPEN INPUT DL990-MST-FILE.
002590     IF DL990-WS-MST-STATUS = '00'
002600         SET DL990-WS-MST-OPEN   TO TRUE
002610     ELSE
002620         DISPLAY 'ROMAN-REGISTRY-MAINT: SUSPMAST NOT AVAILABLE - '
002630             'STATUS ' DL990-WS-MST-STATUS
002640             ' - OPEN ITEMS ARE NOT SHOWN'
002650     END-IF.
002660     PERFORM 1100-CHECK-USER THRU 1100-EXIT.
002670     PERFORM 1200-OPEN-CONTROL-STORE THRU 1200-EXIT.
002680     IF DL990-WS-MAINT-ALLOWED
002690         DISPLAY 'ROMAN-REGISTRY-MAINT: MAINTENANCE SESSION FOR '
002700             DL990-WS-USER-ID
002710     ELSE
002720         DISPLAY 'ROMAN-REGISTRY-MAINT: INQUIRY-ONLY SESSION'
002730     END-IF.
002740 1000-EXIT.
002750     EXIT.
002760
002770*-----------------------------------------------------------------
002780* LOADS THE REGISTRY USER LIST AND LOOKS THE OPERATOR UP ON IT.
002790* BLANK AND COMMENT ('*' IN COLUMN 1) LINES ARE SKIPPED.
002800*-----------------------------------------------------------------
002810 1100-CHECK-USER.
002820     MOVE 'N'                    TO DL990-WS-MAINT-SW.
002830     MOVE 0                      TO DL990-USR-USED.
002840     IF DL990-WS-USER-ID = SPACES
002850         GO TO 1100-EXIT
002860     END-IF.
002870     OPEN INPUT DL990-USER-FILE.
002880     IF DL990-WS-USER-STATUS NOT = '00'
002890         DISPLAY 'ROMAN-REGISTRY-MAINT: NO REGISTRY USER LIST '
002900             '(REGUSER STATUS ' DL990-WS-USER-STATUS ')'
002910         GO TO 1100-EXIT
002920     END-IF.
002930     MOVE 'N'                    TO DL990-WS-EOF-SW.
002940     PERFORM 1110-LOAD-ONE-USER THRU 1110-EXIT
002950         UNTIL DL990-WS-EOF.
002960     CLOSE DL990-USER-FILE.
002970     MOVE 'N'                    TO DL990-WS-EOF-SW.
002980     IF DL990-USR-USED > 200
002990         DISPLAY 'ROMAN-REGISTRY-MAINT: REGUSER EXCEEDS 200 '
003000             'ENTRIES - LIST NOT USED'
003010         MOVE 0                  TO DL990-USR-USED
003020         GO TO 1100-EXIT
003030     END-IF.
003040     IF DL990-USR-USED = 0
003050         GO TO 1100-EXIT
003060     END-IF.
003070     SET DL990-USR-NDX           TO 1.
003080     SEARCH DL990-USR-ENTRY
003090         WHEN DL990-USR-NDX > DL990-USR-USED
003100             CONTINUE
003110         WHEN DL990-USR-ID (DL990-USR-NDX) = DL990-WS-USER-ID
003120             SET DL990-WS-MAINT-ALLOWED TO TRUE
003130     END-SEARCH.
003140 1100-EXIT.
003150     EXIT.
003160
003170 1110-LOAD-ONE-USER.
003180     READ DL990-USER-FILE
003190         AT END
003200             MOVE 'Y'            TO DL990-WS-EOF-SW
003210             GO TO 1110-EXIT
003220     END-READ.
003230     IF DL990-USER-REC-ID = SPACES
003240        OR DL990-USER-REC-ID (1:1) = '*'
003250         GO TO 1110-EXIT
003260     END-IF.
003270     ADD 1                       TO DL990-USR-USED.
003280     IF DL990-USR-USED > 200
003290         GO TO 1110-EXIT
003300     END-IF.
003310     SET DL990-USR-NDX           TO DL990-USR-USED.
003320     MOVE DL990-USER-REC-ID TO DL990-USR-ID (DL990-USR-NDX).
003330 1110-EXIT.
003340     EXIT.
003350
003360*-----------------------------------------------------------------
003370* OPENS THE CONTROL STORE - FOR UPDATE IN A MAINTENANCE SESSION,
003380* CREATING IT IF IT HAS NEVER BEEN WRITTEN, OTHERWISE FOR INPUT.
003390* A CONTROL STORE THAT WILL NOT OPEN FOR UPDATE (A CONVERSION RUN
003400* HOLDS IT) OR A MAINTENANCE LOG THAT WILL NOT OPEN DROPS THE
003410* SESSION TO INQUIRY-ONLY - NO CHANGE IS MADE THAT IS NOT LOGGED.
003420*-----------------------------------------------------------------
003430 1200-OPEN-CONTROL-STORE.
003440     IF NOT DL990-WS-MAINT-ALLOWED
003450         GO TO 1250-OPEN-FOR-INQUIRY
003460     END-IF.
003470     OPEN I-O DL990-AUTH-FILE.
003480     IF DL990-WS-AUTH-STATUS = '35'
003490         OPEN OUTPUT DL990-AUTH-FILE
003500         IF DL990-WS-AUTH-STATUS = '00'
003510             CLOSE DL990-AUTH-FILE
003520             OPEN I-O DL990-AUTH-FILE
003530         END-IF
003540     END-IF.
003550     IF DL990-WS-AUTH-STATUS NOT = '00'
003560         DISPLAY 'ROMAN-REGISTRY-MAINT: DOCAUTH NOT AVAILABLE '
003570             'FOR UPDATE - STATUS ' DL990-WS-AUTH-STATUS
003580         MOVE 'N'                TO DL990-WS-MAINT-SW
003590         GO TO 1250-OPEN-FOR-INQUIRY
003600     END-IF.
003610     SET DL990-WS-AUTH-OPEN      TO TRUE.
003620     OPEN EXTEND DL990-MLOG-FILE.
003630     IF DL990-WS-MLOG-STATUS NOT = '00'
003640         OPEN OUTPUT DL990-MLOG-FILE
003650     END-IF.
003660     IF DL990-WS-MLOG-STATUS = '00'
003670         SET DL990-WS-MLOG-OPEN  TO TRUE
003680     ELSE
003690         DISPLAY 'ROMAN-REGISTRY-MAINT: MAINTLOG NOT AVAILABLE - '
003700             'STATUS ' DL990-WS-MLOG-STATUS
003710         MOVE 'N'                TO DL990-WS-MAINT-SW
003720     END-IF.
003730     GO TO 1200-EXIT.
003740 1250-OPEN-FOR-INQUIRY.
003750     OPEN INPUT DL990-AUTH-FILE.
003760     IF DL990-WS-AUTH-STATUS = '00'
003770         SET DL990-WS-AUTH-OPEN  TO TRUE
003780     END-IF.
003790 1200-EXIT.
003800     EXIT.
003810
003820*-----------------------------------------------------------------
003830* TAKES ONE DOCUMENT ID, SHOWS WHAT THE REGISTRY, THE CONTROL
003840* STORE AND THE SUSPENSE MASTER HOLD FOR IT, AND IN A MAINTENANCE
003850* SESSION OFFERS THE CONTROL ACTIONS.  A BLANK ID ENDS THE
003860* SESSION.  NO ACTION IS OFFERED ON A DOCUMENT THE REGISTRY HAS
003870* NEVER SEEN - NO RUN COULD TREAT IT AS A DUPLICATE.
003880*-----------------------------------------------------------------
003890 2000-INQUIRE-ONE-DOC.
003900     DISPLAY ' '.
003910     DISPLAY 'ENTER DOCUMENT ID (BLANK TO END) : '.
003920     MOVE SPACES                 TO DL990-WS-DOCID.
003930     ACCEPT DL990-WS-DOCID.
003940     IF DL990-WS-DOCID = SPACES
003950         SET DL990-WS-SESSION-END TO TRUE
003960         GO TO 2000-EXIT
003970     END-IF.
003980     MOVE DL990-WS-DOCID         TO DL990-DOCM-DOC-ID.
003990     READ DL990-DOCM-FILE
004000         INVALID KEY
004010             DISPLAY '  DOCUMENT ' DL990-WS-DOCID
004020                 ' IS NOT ON THE REGISTRY'
004030             GO TO 2000-EXIT
004040     END-READ.
004050     ADD 1                       TO DL990-WS-DOCS-SHOWN.
004060     PERFORM 2100-SHOW-REGISTRY THRU 2100-EXIT.
004070     PERFORM 2200-SHOW-CONTROL THRU 2200-EXIT.
004080     PERFORM 2300-SHOW-SUSPENSE THRU 2300-EXIT.
004090     IF DL990-WS-MAINT-ALLOWED
004100         PERFORM 2400-TAKE-ACTION THRU 2400-EXIT
004110     END-IF.
004120 2000-EXIT.
004130     EXIT.
004140
004150 2100-SHOW-REGISTRY.
004160     DISPLAY '  DOCUMENT ID : ' DL990-DOCM-DOC-ID.
004170     DISPLAY '  FIRST RUN   : ' DL990-DOCM-FIRST-RUN-ID.
004180     DISPLAY '  FIRST DATE  : ' DL990-DOCM-FIRST-DATE.
004190     DISPLAY '  FIRST FILE  : ' DL990-DOCM-FIRST-FILE.
004200     DISPLAY '  LAST RUN    : ' DL990-DOCM-LAST-RUN-ID.
004210     DISPLAY '  CONVERTED   : ' DL990-DOCM-CONVERTED.
004220     DISPLAY '  REJECTED    : ' DL990-DOCM-REJECTED.
004230 2100-EXIT.
004240     EXIT.
004250
004260*-----------------------------------------------------------------
004270* SHOWS THE CONTROL HELD ON THE DOCUMENT, IF ANY.  AN
004280* AUTHORIZATION PAST ITS EXPIRY DATE IS SHOWN AS EXPIRED - NO RUN
004290* WILL HONOR IT, BUT IT STAYS UNTIL IT IS CANCELLED OR REPLACED.
004300*-----------------------------------------------------------------
004310 2200-SHOW-CONTROL.
004320     MOVE 'N'                    TO DL990-WS-AUTH-FND-SW.
004330     IF NOT DL990-WS-AUTH-OPEN
004340         DISPLAY '  CONTROL     : NOT AVAILABLE'
004350         GO TO 2200-EXIT
004360     END-IF.
004370     MOVE DL990-WS-DOCID         TO DL990-AUTH-DOC-ID.
004380     READ DL990-AUTH-FILE
004390         INVALID KEY
004400             DISPLAY '  CONTROL     : NONE'
004410             GO TO 2200-EXIT
004420     END-READ.
004430     SET DL990-WS-AUTH-FND       TO TRUE.
004440     IF DL990-AUTH-RETIRED
004450         DISPLAY '  CONTROL     : RETIRED BY ' DL990-AUTH-USER
004460             ' ON ' DL990-AUTH-SET-DATE
004470     ELSE
004480         DISPLAY '  CONTROL     : REPROCESS AUTHORIZED BY '
004490             DL990-AUTH-USER ' ON ' DL990-AUTH-SET-DATE
004500         IF DL990-AUTH-EXPIRY < DL990-WS-TODAY
004510             DISPLAY '  EXPIRES     : ' DL990-AUTH-EXPIRY
004520                 ' - EXPIRED'
004530         ELSE
004540             DISPLAY '  EXPIRES     : ' DL990-AUTH-EXPIRY
004550         END-IF
004560     END-IF.
004570     DISPLAY '  REASON      : ' DL990-AUTH-REASON.
004580 2200-EXIT.
004590     EXIT.
004600
004610*-----------------------------------------------------------------
004620* LISTS THE DOCUMENT'S OPEN SUSPENSE ITEMS FROM ITS FIRST KEY ON.
004630* CLOSED AND VOIDED ITEMS ARE NOT SHOWN.
004640*-----------------------------------------------------------------
004650 2300-SHOW-SUSPENSE.
004660     MOVE 0                      TO DL990-WS-OPEN-ITEMS.
004670     IF NOT DL990-WS-MST-OPEN
004680         DISPLAY '  OPEN ITEMS  : NOT AVAILABLE'
004690         GO TO 2300-EXIT
004700     END-IF.
004710     MOVE LOW-VALUES             TO DL990-MST-KEY.
004720     MOVE DL990-WS-DOCID         TO DL990-MST-DOCID.
004730     START DL990-MST-FILE KEY IS NOT < DL990-MST-KEY
004740         INVALID KEY
004750             MOVE 'Y'            TO DL990-WS-EOF-SW
004760         NOT INVALID KEY
004770             MOVE 'N'            TO DL990-WS-EOF-SW
004780     END-START.
004790     PERFORM 2310-SHOW-ONE-ITEM THRU 2310-EXIT
004800         UNTIL DL990-WS-EOF.
004810     MOVE 'N'                    TO DL990-WS-EOF-SW.
004820     DISPLAY '  OPEN ITEMS  : ' DL990-WS-OPEN-ITEMS.
004830 2300-EXIT.
004840     EXIT.
004850
004860 2310-SHOW-ONE-ITEM.
004870     READ DL990-MST-FILE NEXT RECORD
004880         AT END
004890             MOVE 'Y'            TO DL990-WS-EOF-SW
004900             GO TO 2310-EXIT
004910     END-READ.
004920     IF DL990-MST-DOCID NOT = DL990-WS-DOCID
004930         MOVE 'Y'                TO DL990-WS-EOF-SW
004940         GO TO 2310-EXIT
004950     END-IF.
004960     IF NOT DL990-MST-OPEN
004970         GO TO 2310-EXIT
004980     END-IF.
004990     ADD 1                       TO DL990-WS-OPEN-ITEMS.
005000     DISPLAY '  OPEN ITEM   : ' DL990-MST-SRCFILE ' SLOT '
005010         DL990-MST-SLOT ' ' DL990-MST-REASON ' OPENED '
005020         DL990-MST-OPEN-DATE.
005030     DISPLAY '      TOKEN   : ' DL990-MST-TOKEN.
005040 2310-EXIT.
005050     EXIT.
005060
005070*-----------------------------------------------------------------
005080* OFFERS THE CONTROL ACTIONS FOR THE DOCUMENT ON SHOW.  ENTER
005090* ALONE LEAVES IT AS IT IS.
005100*-----------------------------------------------------------------
005110 2400-TAKE-ACTION.
005120     DISPLAY 'ENTER ACTION - A AUTHORIZE REPROCESS, R RETIRE, '
005130         'C CANCEL CONTROL, BLANK NONE : '.
005140     MOVE SPACE                  TO DL990-WS-ACTION.
005150     ACCEPT DL990-WS-ACTION.
005160     EVALUATE DL990-WS-ACTION
005170         WHEN SPACE
005180             CONTINUE
005190         WHEN 'A'
005200             PERFORM 2500-AUTHORIZE-REPROCESS THRU 2500-EXIT
005210         WHEN 'R'
005220             PERFORM 2600-RETIRE-DOCUMENT THRU 2600-EXIT
005230         WHEN 'C'
005240             PERFORM 2700-CANCEL-CONTROL THRU 2700-EXIT
005250         WHEN OTHER
005260             DISPLAY '  UNKNOWN ACTION - NOTHING CHANGED'
005270     END-EVALUATE.
005280 2400-EXIT.
005290     EXIT.
005300
005310*-----------------------------------------------------------------
005320* SETS (OR REPLACES) A REPROCESS AUTHORIZATION.  A RETIRED
005330* DOCUMENT MUST HAVE ITS RETIREMENT CANCELLED FIRST.  A REASON IS
005340* REQUIRED, AND THE EXPIRY DATE MUST BE A REAL DATE NO EARLIER
005350* THAN TODAY.
005360*-----------------------------------------------------------------
005370 2500-AUTHORIZE-REPROCESS.
005380     IF DL990-WS-AUTH-FND AND DL990-AUTH-RETIRED
005390         DISPLAY '  DOCUMENT IS RETIRED - CANCEL THE RETIREMENT '
005400             'FIRST - NOTHING CHANGED'
005410         GO TO 2500-EXIT
005420     END-IF.
005430     PERFORM 2800-ACCEPT-REASON THRU 2800-EXIT.
005440     IF DL990-WS-INVALID
005450         GO TO 2500-EXIT
005460     END-IF.
005470     DISPLAY 'ENTER EXPIRY DATE (CCYYMMDD) : '.
005480     MOVE SPACES                 TO DL990-WS-EXPIRY.
005490     ACCEPT DL990-WS-EXPIRY.
005500     PERFORM 2810-VALIDATE-EXPIRY THRU 2810-EXIT.
005510     IF DL990-WS-INVALID
005520         GO TO 2500-EXIT
005530     END-IF.
005540     MOVE 'A'                    TO DL990-WS-LOG-STATUS.
005550     PERFORM 2850-STORE-CONTROL THRU 2850-EXIT.
005560     IF DL990-WS-INVALID
005570         GO TO 2500-EXIT
005580     END-IF.
005590     MOVE 'AUTHORIZE'            TO DL990-WS-LOG-ACTION.
005600     PERFORM 2900-WRITE-MAINT-LOG THRU 2900-EXIT.
005601     IF DL990-WS-INVALID
005602         GO TO 2500-EXIT
005603     END-IF.
005610     ADD 1                       TO DL990-WS-CNT-AUTHORIZED.
005620     DISPLAY '  REPROCESS AUTHORIZED UNTIL ' DL990-WS-EXPIRY.
005630 2500-EXIT.
005640     EXIT.
005650
005660*-----------------------------------------------------------------
005670* RETIRES THE DOCUMENT, REPLACING ANY AUTHORIZATION HELD.
005680*-----------------------------------------------------------------
005690 2600-RETIRE-DOCUMENT.
005700     IF DL990-WS-AUTH-FND AND DL990-AUTH-RETIRED
005710         DISPLAY '  DOCUMENT IS ALREADY RETIRED - NOTHING CHANGED'
005720         GO TO 2600-EXIT
005730     END-IF.
005740     PERFORM 2800-ACCEPT-REASON THRU 2800-EXIT.
005750     IF DL990-WS-INVALID
005760         GO TO 2600-EXIT
005770     END-IF.
005780     MOVE SPACES                 TO DL990-WS-EXPIRY.
005790     MOVE 'R'                    TO DL990-WS-LOG-STATUS.
005800     PERFORM 2850-STORE-CONTROL THRU 2850-EXIT.
005810     IF DL990-WS-INVALID
005820         GO TO 2600-EXIT
005830     END-IF.
005840     MOVE 'RETIRE'               TO DL990-WS-LOG-ACTION.
005850     PERFORM 2900-WRITE-MAINT-LOG THRU 2900-EXIT.
005851     IF DL990-WS-INVALID
005852         GO TO 2600-EXIT
005853     END-IF.
005860     ADD 1                       TO DL990-WS-CNT-RETIRED.
005870     DISPLAY '  DOCUMENT RETIRED'.
005880 2600-EXIT.
005890     EXIT.
005900
005910*-----------------------------------------------------------------
005920* REMOVES THE CONTROL HELD ON THE DOCUMENT.  THE LOG LINE CARRIES
005930* THE STATUS AND EXPIRY OF THE CONTROL REMOVED.
005940*-----------------------------------------------------------------
005950 2700-CANCEL-CONTROL.
005960     IF NOT DL990-WS-AUTH-FND
005970         DISPLAY '  NO CONTROL HELD - NOTHING TO CANCEL'
005980         GO TO 2700-EXIT
005990     END-IF.
006000     PERFORM 2800-ACCEPT-REASON THRU 2800-EXIT.
006010     IF DL990-WS-INVALID
006020         GO TO 2700-EXIT
006030     END-IF.
006040     MOVE DL990-AUTH-STATUS-SW   TO DL990-WS-LOG-STATUS.
006050     MOVE DL990-AUTH-EXPIRY      TO DL990-WS-EXPIRY.
006051     MOVE DL990-AUTH-RECORD      TO DL990-WS-AUTH-BEFORE.
006052     MOVE DL990-WS-AUTH-FND-SW   TO DL990-WS-AUTH-WAS-SW.
006060     DELETE DL990-AUTH-FILE
006070         INVALID KEY
006080             DISPLAY '  DOCAUTH DELETE FAILED - STATUS '
006090                 DL990-WS-AUTH-STATUS ' - NOTHING CHANGED'
006100             GO TO 2700-EXIT
006110     END-DELETE.
006120     MOVE 'N'                    TO DL990-WS-AUTH-FND-SW.
006130     MOVE 'CANCEL'               TO DL990-WS-LOG-ACTION.
006140     PERFORM 2900-WRITE-MAINT-LOG THRU 2900-EXIT.
006141     IF DL990-WS-INVALID
006142         GO TO 2700-EXIT
006143     END-IF.
006150     ADD 1                       TO DL990-WS-CNT-CANCELLED.
006160     DISPLAY '  CONTROL CANCELLED'.
006170 2700-EXIT.
006180     EXIT.
006190
006200 2800-ACCEPT-REASON.
006210     DISPLAY 'ENTER REASON : '.
006220     MOVE SPACES                 TO DL990-WS-REASON.
006230     ACCEPT DL990-WS-REASON.
006240     IF DL990-WS-REASON = SPACES
006250         DISPLAY '  A REASON IS REQUIRED - NOTHING CHANGED'
006260         SET DL990-WS-INVALID    TO TRUE
006270     ELSE
006280         SET DL990-WS-VALID      TO TRUE
006290     END-IF.
006300 2800-EXIT.
006310     EXIT.
006320
006330 2810-VALIDATE-EXPIRY.
006340     SET DL990-WS-INVALID        TO TRUE.
006350     IF DL990-WS-EXPIRY NOT NUMERIC
006360        OR DL990-WS-EXP-MM < 1 OR DL990-WS-EXP-MM > 12
006370        OR DL990-WS-EXP-DD < 1 OR DL990-WS-EXP-DD > 31
006380         DISPLAY '  NOT A DATE IN CCYYMMDD FORM - NOTHING CHANGED'
006390         GO TO 2810-EXIT
006400     END-IF.
006410     IF (DL990-WS-EXP-MM = 4 OR 6 OR 9 OR 11)
006420        AND DL990-WS-EXP-DD > 30
006430         DISPLAY '  NO SUCH DAY IN THE MONTH - NOTHING CHANGED'
006440         GO TO 2810-EXIT
006450     END-IF.
006460     IF DL990-WS-EXP-MM = 2 AND DL990-WS-EXP-DD > 29
006470         DISPLAY '  NO SUCH DAY IN THE MONTH - NOTHING CHANGED'
006480         GO TO 2810-EXIT
006490     END-IF.
006491     IF DL990-WS-EXP-MM = 2 AND DL990-WS-EXP-DD = 29
006492         PERFORM 2820-CHECK-LEAP-YEAR THRU 2820-EXIT
006493         IF NOT DL990-WS-LEAP-YEAR
006494             DISPLAY '  NO SUCH DAY IN THE MONTH - NOTHING '
006495                 'CHANGED'
006496             GO TO 2810-EXIT
006497         END-IF
006498     END-IF.
006500     IF DL990-WS-EXPIRY < DL990-WS-TODAY
006510         DISPLAY '  EXPIRY DATE IS BEFORE TODAY - NOTHING CHANGED'
006520         GO TO 2810-EXIT
006530     END-IF.
006540     SET DL990-WS-VALID          TO TRUE.
006550 2810-EXIT.
006560     EXIT.
006561
006562*-----------------------------------------------------------------
006563* A YEAR DIVISIBLE BY 4 IS A LEAP YEAR, EXCEPT A CENTURY YEAR,
006564* WHICH IS ONE ONLY WHEN DIVISIBLE BY 400.
006565*-----------------------------------------------------------------
006566 2820-CHECK-LEAP-YEAR.
006567     MOVE 'N'                    TO DL990-WS-LEAP-SW.
006568     DIVIDE DL990-WS-EXP-CCYY BY 4 GIVING DL990-WS-LEAP-QUOT
006569         REMAINDER DL990-WS-LEAP-REM.
006570     IF DL990-WS-LEAP-REM NOT = 0
006571         GO TO 2820-EXIT
006572     END-IF.
006573     SET DL990-WS-LEAP-YEAR      TO TRUE.
006574     DIVIDE DL990-WS-EXP-CCYY BY 100 GIVING DL990-WS-LEAP-QUOT
006575         REMAINDER DL990-WS-LEAP-REM.
006576     IF DL990-WS-LEAP-REM NOT = 0
006577         GO TO 2820-EXIT
006578     END-IF.
006579     DIVIDE DL990-WS-EXP-CCYY BY 400 GIVING DL990-WS-LEAP-QUOT
006580         REMAINDER DL990-WS-LEAP-REM.
006581     IF DL990-WS-LEAP-REM NOT = 0
006582         MOVE 'N'                TO DL990-WS-LEAP-SW
006583     END-IF.
006584 2820-EXIT.
006585     EXIT.
006586
006587*-----------------------------------------------------------------
006590* WRITES THE CONTROL RECORD FOR THE DOCUMENT ON SHOW, REPLACING
006600* THE ONE HELD IF THERE IS ONE - WHICH IS KEPT ASIDE IN CASE THE
006605* CHANGE CANNOT BE LOGGED.
006610*-----------------------------------------------------------------
006620 2850-STORE-CONTROL.
006621     MOVE DL990-AUTH-RECORD      TO DL990-WS-AUTH-BEFORE.
006622     MOVE DL990-WS-AUTH-FND-SW   TO DL990-WS-AUTH-WAS-SW.
006630     SET DL990-WS-VALID          TO TRUE.
006640     MOVE SPACES                 TO DL990-AUTH-RECORD.
006650     MOVE DL990-WS-DOCID         TO DL990-AUTH-DOC-ID.
006660     MOVE DL990-WS-LOG-STATUS    TO DL990-AUTH-STATUS-SW.
006670     MOVE DL990-WS-USER-ID       TO DL990-AUTH-USER.
006680     MOVE DL990-WS-REASON        TO DL990-AUTH-REASON.
006690     MOVE DL990-WS-EXPIRY        TO DL990-AUTH-EXPIRY.
006700     MOVE DL990-WS-TODAY         TO DL990-AUTH-SET-DATE.
006710     IF DL990-WS-AUTH-FND
006720         REWRITE DL990-AUTH-RECORD
006730             INVALID KEY
006740                 SET DL990-WS-INVALID TO TRUE
006750         END-REWRITE
006760     ELSE
006770         WRITE DL990-AUTH-RECORD
006780             INVALID KEY
006790                 SET DL990-WS-INVALID TO TRUE
006800         END-WRITE
006810     END-IF.
006820     IF DL990-WS-INVALID
006830         DISPLAY '  DOCAUTH UPDATE FAILED - STATUS '
006840             DL990-WS-AUTH-STATUS ' - NOTHING CHANGED'
006850     ELSE
006860         SET DL990-WS-AUTH-FND   TO TRUE
006870     END-IF.
006880 2850-EXIT.
006890     EXIT.
006900
006910*-----------------------------------------------------------------
006920* WRITES ONE LINE TO THE REGISTRY MAINTENANCE LOG FOR THE CHANGE
006930* JUST MADE.  THE RUN ID AND SOURCE FILE ARE LEFT BLANK - ONLY A
006940* CONVERSION RUN CONSUMING AN AUTHORIZATION FILLS THEM.  A LINE
006941* THAT CANNOT BE WRITTEN UNDOES THE CHANGE - NO CHANGE STANDS
006942* THAT IS NOT LOGGED - ENDS MAINTENANCE FOR THE SESSION, AND SETS
006943* CONDITION CODE 8.
006950*-----------------------------------------------------------------
006960 2900-WRITE-MAINT-LOG.
006961     SET DL990-WS-VALID          TO TRUE.
006970     MOVE FUNCTION CURRENT-DATE  TO DL990-WS-CURR-DATE-TIME.
006980     MOVE DL990-WS-CURR-DATE-TIME (1:14) TO DL990-MLOG-STAMP.
006990     MOVE DL990-WS-USER-ID       TO DL990-MLOG-USER.
007000     MOVE DL990-WS-DOCID         TO DL990-MLOG-DOCID.
007010     MOVE DL990-WS-LOG-ACTION    TO DL990-MLOG-ACTION.
007020     MOVE DL990-WS-LOG-STATUS    TO DL990-MLOG-NEW-STATUS.
007030     MOVE DL990-WS-EXPIRY        TO DL990-MLOG-EXPIRY.
007040     MOVE SPACES                 TO DL990-MLOG-RUN-ID
007050                                    DL990-MLOG-SRCFILE.
007060     MOVE DL990-WS-REASON        TO DL990-MLOG-REASON.
007070     WRITE DL990-MLOG-RECORD     FROM DL990-MLOG-LINE.
007080     IF DL990-WS-MLOG-STATUS = '00'
007081         GO TO 2900-EXIT
007082     END-IF.
007090     DISPLAY '  MAINTLOG WRITE FAILED - STATUS '
007100         DL990-WS-MLOG-STATUS ' - CHANGE UNDONE'.
007101     SET DL990-WS-INVALID        TO TRUE.
007102     MOVE 'N'                    TO DL990-WS-MAINT-SW.
007103     MOVE 8                      TO RETURN-CODE.
007104     PERFORM 2950-UNDO-CONTROL-CHANGE THRU 2950-EXIT.
007105     DISPLAY '  MAINTENANCE ENDED - INQUIRY ONLY FROM HERE'.
007120 2900-EXIT.
007130     EXIT.
007131
007132*-----------------------------------------------------------------
007133* PUTS THE CONTROL STORE BACK AS IT WAS BEFORE THE CHANGE THAT
007134* COULD NOT BE LOGGED - THE RECORD KEPT ASIDE IS REWRITTEN (OR
007135* WRITTEN AGAIN, IF THE CHANGE DELETED IT), AND A RECORD THE
007136* CHANGE ADDED IS DELETED.
007137*-----------------------------------------------------------------
007138 2950-UNDO-CONTROL-CHANGE.
007139     IF NOT DL990-WS-AUTH-WAS-FND
007140         MOVE DL990-WS-DOCID     TO DL990-AUTH-DOC-ID
007141         DELETE DL990-AUTH-FILE
007142             INVALID KEY
007143                 DISPLAY '  DOCAUTH COULD NOT BE RESTORED - '
007144                     'STATUS ' DL990-WS-AUTH-STATUS
007145         END-DELETE
007146         MOVE 'N'                TO DL990-WS-AUTH-FND-SW
007147         GO TO 2950-EXIT
007148     END-IF.
007149     MOVE DL990-WS-AUTH-BEFORE   TO DL990-AUTH-RECORD.
007150     IF DL990-WS-AUTH-FND
007151         REWRITE DL990-AUTH-RECORD
007152             INVALID KEY
007153                 DISPLAY '  DOCAUTH COULD NOT BE RESTORED - '
007154                     'STATUS ' DL990-WS-AUTH-STATUS
007155         END-REWRITE
007156     ELSE
007157         WRITE DL990-AUTH-RECORD
007158             INVALID KEY
007159                 DISPLAY '  DOCAUTH COULD NOT BE RESTORED - '
007160                     'STATUS ' DL990-WS-AUTH-STATUS
007161         END-WRITE
007162     END-IF.
007163     SET DL990-WS-AUTH-FND       TO TRUE.
007164 2950-EXIT.
007165     EXIT.
007166
007167 9000-TERMINATE.
007168     CLOSE DL990-DOCM-FILE.
007170     IF DL990-WS-MST-OPEN
007180         CLOSE DL990-MST-FILE
007190     END-IF.
007200     IF DL990-WS-AUTH-OPEN
007210         CLOSE DL990-AUTH-FILE
007220     END-IF.
007230     IF DL990-WS-MLOG-OPEN
007240         CLOSE DL990-MLOG-FILE
007250     END-IF.
007260 9000-EXIT.
007270     EXIT.
