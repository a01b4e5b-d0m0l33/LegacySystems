000314*                     SAME WAY THE CONVERSION RUN ACCEPTS IT,   *
000315*                     AND THE func AND ARABROM CALLS CARRY THE  *
000316*                     NEW TWELFTHS LINKAGE FIELDS.              *
000317*     10/15/2026  DM  A CORRECTED ROMAN TOKEN IS NOW ALSO HELD  *
000318*                     TO THE VALUE RANGE ITS DEPARTMENT ALLOWS  *
000319*                     FOR THE SLOT (DEPTXREF AND RNGRULE DDS,   *
000320*                     AS IN THE CONVERSION RUN) AND THE RANGE   *
000321*                     IS SHOWN WITH THE ITEM, SO AN RNGE ITEM   *
000322*                     CANNOT LEAVE THE SCREEN STILL OUT OF      *
000323*                     RANGE.  THE TOKEN LENGTH NOW RUNS TO THE  *
000324*                     LAST NON-BLANK CHARACTER, MATCHING THE    *
000325*                     CONVERSION RUN, SO A CORRECTION WITH AN   *
000326*                     EMBEDDED BLANK IS REFUSED HERE.           *
000327*****************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. ROMAN-SUSPENSE-FIX.
000350
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS DL700-WS-FIX-STATUS.
000540
000541*    DEPARTMENT CROSS-REFERENCE AND PER-DEPARTMENT VALUE-RANGE
000542*    RULES, THE SAME REFERENCE DATA THE CONVERSION RUN HOLDS
000543*    EACH SLOT TO.  BOTH OPTIONAL - WITHOUT EITHER ONE A
000544*    CORRECTION IS NOT RANGE-CHECKED HERE.
000545     SELECT DL700-XREF-FILE ASSIGN TO "DEPTXREF"
000546         ORGANIZATION IS LINE SEQUENTIAL
000547         FILE STATUS IS DL700-WS-XREF-STATUS.
000548
000549     SELECT DL700-RNG-FILE ASSIGN TO "RNGRULE"
000550         ORGANIZATION IS LINE SEQUENTIAL
000551         FILE STATUS IS DL700-WS-RNG-STATUS.
000552
000553 DATA DIVISION.
000560
000570 FILE SECTION.
000580
000680 FD  DL700-FIX-FILE.
000690 01  DL700-FIX-RECORD            PIC X(70).
000700
000701 FD  DL700-XREF-FILE.
000702 01  DL700-XREF-RECORD.
000703     05  DL700-XREF-PREFIX       PIC X(03).
000704     05  DL700-XREF-DEPT         PIC X(04).
000705     05  DL700-XREF-NAME         PIC X(25).
000706
000707 FD  DL700-RNG-FILE.
000708 01  DL700-RNG-RECORD.
000709     05  DL700-RNG-REC-DEPT      PIC X(04).
000710     05  DL700-RNG-REC-SLOT      PIC 9(01).
000711     05  DL700-RNG-REC-MIN       PIC 9(05).
000712     05  DL700-RNG-REC-MAX       PIC 9(05).
000713     05  DL700-RNG-REC-DESC      PIC X(30).
000714
000715 WORKING-STORAGE SECTION.
000720
000730 01  DL700-WS-SWITCHES.
000740     05  DL700-WS-EOF-SW         PIC X(01) VALUE 'N'.
000887         88  DL700-WS-FRAC-DOTS             VALUE 'D'.
000890     05  DL700-WS-DIGITS-SW      PIC X(01) VALUE 'N'.
000900         88  DL700-WS-ALL-DIGITS             VALUE 'Y'.
000901*    SET WHEN THE ITEM'S DEPARTMENT HAS A RANGE RULE FOR ITS
000902*    SLOT - A CORRECTED VALUE MUST THEN FALL WITHIN IT.
000903     05  DL700-WS-RNG-FND-SW     PIC X(01) VALUE 'N'.
000904         88  DL700-WS-RNG-FND                VALUE 'Y'.
000910
000920 01  DL700-WS-SUSP-STATUS        PIC X(02) VALUE SPACES.
000930 01  DL700-WS-FIX-STATUS         PIC X(02) VALUE SPACES.
000931 01  DL700-WS-XREF-STATUS        PIC X(02) VALUE SPACES.
000932 01  DL700-WS-RNG-STATUS         PIC X(02) VALUE SPACES.
000933
000934*    DEPARTMENT CROSS-REFERENCE AND VALUE-RANGE RULE TABLES, AS
000935*    IN ROMAN-NUMERAL-CONV.  EITHER FILE ABSENT, EMPTY, OR
000936*    BEYOND ITS TABLE'S CAPACITY LEAVES DL700-RNG-USED AT ZERO.
000937 77  DL700-XRF-USED              PIC 9(03) VALUE 0.
000938 01  DL700-XRF-TABLE.
000939     05  DL700-XRF-ENTRY OCCURS 100 TIMES
000940             INDEXED BY DL700-XRF-NDX.
000941         10  DL700-XRF-PREFIX    PIC X(03).
000942         10  DL700-XRF-DEPT      PIC X(04).
000943 77  DL700-RNG-USED              PIC 9(03) VALUE 0.
000944 01  DL700-RNG-TABLE.
000945     05  DL700-RNG-ENTRY OCCURS 500 TIMES
000946             INDEXED BY DL700-RNG-NDX.
000947         10  DL700-RNG-DEPT      PIC X(04).
000948         10  DL700-RNG-SLOT      PIC 9(01).
000949         10  DL700-RNG-MIN       PIC 9(05).
000950         10  DL700-RNG-MAX       PIC 9(05).
000951*    THE ITEM'S DEPARTMENT AND THE RANGE ITS SLOT MUST MEET.
000952 77  DL700-WS-RNG-DEPT           PIC X(04) VALUE SPACES.
000953 77  DL700-WS-RNG-MIN            PIC 9(05) VALUE 0.
000954 77  DL700-WS-RNG-MAX            PIC 9(05) VALUE 0.
000955
000956 77  DL700-WS-SUSP-FNAME         PIC X(25).
000960 77  DL700-WS-FIX-FNAME          PIC X(25).
000970
000980*    SCRATCH TOKEN TEXT FOR THE CANDIDATE BEING VALIDATED,
001450*-----------------------------------------------------------------
001460* PROMPTS FOR THE SUSPENSE FILE UNDER CORRECTION AND THE
001470* CORRECTED OUTPUT FILE AND OPENS BOTH, CHECKED AGAINST FILE
001480* STATUS LIKE EVERY OTHER OPEN IN THIS SUITE, THEN LOADS THE
001481* VALUE-RANGE RULES.
001490*-----------------------------------------------------------------
001500 1000-INITIALIZE.
001510     DISPLAY 'ENTER SUSPENSE FILE NAME : '.
001690         CLOSE DL700-SUSP-FILE
001700         GO TO 1000-EXIT
001710     END-IF.
001711     PERFORM 1100-LOAD-RANGE-RULES THRU 1100-EXIT.
001720 1000-EXIT.
001730     EXIT.
001731
001732*-----------------------------------------------------------------
001733* LOADS THE DEPARTMENT CROSS-REFERENCE AND THE VALUE-RANGE
001734* RULES UNDER THE SAME RULES AS ROMAN-NUMERAL-CONV - EITHER
001735* FILE ABSENT, OR EITHER TABLE OVERFLOWING, LEAVES THE RANGE
001736* CHECK OFF FOR THE SESSION, WITH A MESSAGE SAYING SO.
001737*-----------------------------------------------------------------
001738 1100-LOAD-RANGE-RULES.
001739     MOVE 0                      TO DL700-XRF-USED
001740                                    DL700-RNG-USED.
001741     OPEN INPUT DL700-XREF-FILE.
001742     IF DL700-WS-XREF-STATUS NOT = '00'
001743         DISPLAY 'ROMAN-SUSPENSE-FIX: NO DEPARTMENT CROSS-'
001744             'REFERENCE (DEPTXREF STATUS ' DL700-WS-XREF-STATUS
001745             ') - CORRECTIONS ARE NOT RANGE-CHECKED'
001746         GO TO 1100-EXIT
001747     END-IF.
001748     MOVE 'N'                    TO DL700-WS-EOF-SW.
001749     PERFORM 1110-LOAD-ONE-XREF-ENTRY THRU 1110-EXIT
001750         UNTIL DL700-WS-EOF.
001751     CLOSE DL700-XREF-FILE.
001752     MOVE 'N'                    TO DL700-WS-EOF-SW.
001753     IF DL700-XRF-USED > 100
001754         DISPLAY 'ROMAN-SUSPENSE-FIX: DEPTXREF EXCEEDS 100 '
001755             'ENTRIES - CORRECTIONS ARE NOT RANGE-CHECKED'
001756         MOVE 0                  TO DL700-XRF-USED
001757         GO TO 1100-EXIT
001758     END-IF.
001759     OPEN INPUT DL700-RNG-FILE.
001760     IF DL700-WS-RNG-STATUS NOT = '00'
001761         DISPLAY 'ROMAN-SUSPENSE-FIX: NO VALUE-RANGE RULES '
001762             '(RNGRULE STATUS ' DL700-WS-RNG-STATUS
001763             ') - CORRECTIONS ARE NOT RANGE-CHECKED'
001764         GO TO 1100-EXIT
001765     END-IF.
001766     PERFORM 1120-LOAD-ONE-RANGE-RULE THRU 1120-EXIT
001767         UNTIL DL700-WS-EOF.
001768     CLOSE DL700-RNG-FILE.
001769     MOVE 'N'                    TO DL700-WS-EOF-SW.
001770     IF DL700-RNG-USED > 500
001771         DISPLAY 'ROMAN-SUSPENSE-FIX: MORE THAN 500 VALUE-RANGE '
001772             'RULES - CORRECTIONS ARE NOT RANGE-CHECKED'
001773         MOVE 0                  TO DL700-RNG-USED
001774     END-IF.
001775 1100-EXIT.
001776     EXIT.
001777
001778 1110-LOAD-ONE-XREF-ENTRY.
001779     READ DL700-XREF-FILE
001780         AT END
001781             MOVE 'Y'            TO DL700-WS-EOF-SW
001782             GO TO 1110-EXIT
001783     END-READ.
001784     ADD 1                       TO DL700-XRF-USED.
001785     IF DL700-XRF-USED > 100
001786         GO TO 1110-EXIT
001787     END-IF.
001788     SET DL700-XRF-NDX           TO DL700-XRF-USED.
001789     MOVE DL700-XREF-PREFIX TO DL700-XRF-PREFIX (DL700-XRF-NDX).
001790     MOVE DL700-XREF-DEPT   TO DL700-XRF-DEPT (DL700-XRF-NDX).
001791 1110-EXIT.
001792     EXIT.
001793
001794 1120-LOAD-ONE-RANGE-RULE.
001795     READ DL700-RNG-FILE
001796         AT END
001797             MOVE 'Y'            TO DL700-WS-EOF-SW
001798             GO TO 1120-EXIT
001799     END-READ.
001800*    BLANK AND COMMENT ('*' IN COLUMN 1) LINES ARE SKIPPED.
001801     IF DL700-RNG-RECORD = SPACES
001802        OR DL700-RNG-REC-DEPT (1:1) = '*'
001803         GO TO 1120-EXIT
001804     END-IF.
001805     ADD 1                       TO DL700-RNG-USED.
001806     IF DL700-RNG-USED > 500
001807         GO TO 1120-EXIT
001808     END-IF.
001809     SET DL700-RNG-NDX           TO DL700-RNG-USED.
001810     MOVE DL700-RNG-REC-DEPT TO DL700-RNG-DEPT (DL700-RNG-NDX).
001811     MOVE DL700-RNG-REC-SLOT TO DL700-RNG-SLOT (DL700-RNG-NDX).
001812     MOVE DL700-RNG-REC-MIN  TO DL700-RNG-MIN (DL700-RNG-NDX).
001813     MOVE DL700-RNG-REC-MAX  TO DL700-RNG-MAX (DL700-RNG-NDX).
001814 1120-EXIT.
001815     EXIT.
001816
001817*-----------------------------------------------------------------
001818* READS ONE SUSPENSE ITEM, SHOWS ITS FIELDS, AND LOOPS ON THE
001819* OPERATOR'S ENTRY UNTIL THE TOKEN VALIDATES CLEAN OR THE ITEM
001820* IS DEFERRED.  EVERY ITEM IS WRITTEN TO THE OUTPUT EITHER WAY.
001821*-----------------------------------------------------------------
001822 2000-CORRECT-ONE-ITEM.
001823     READ DL700-SUSP-FILE
001824         AT END
001830             MOVE 'Y'            TO DL700-WS-EOF-SW
001840     END-READ.
001850     IF DL700-WS-EOF
001930     DISPLAY '  SLOT        : ' DL700-SUSP-SLOT.
001940     DISPLAY '  REASON      : ' DL700-SUSP-REASON.
001950     DISPLAY '  TOKEN       : ' DL700-SUSP-TOKEN.
001951     PERFORM 2050-FIND-RANGE-RULE THRU 2050-EXIT.
001952     IF DL700-WS-RNG-FND
001953         DISPLAY '  RANGE       : ' DL700-WS-RNG-MIN ' - '
001954             DL700-WS-RNG-MAX ' (DEPARTMENT ' DL700-WS-RNG-DEPT
001955             ')'
001956     END-IF.
001960     MOVE 'N'                    TO DL700-WS-DONE-SW.
001970     MOVE 'N'                    TO DL700-WS-DEFER-SW.
001980     PERFORM 2100-PROMPT-AND-VALIDATE THRU 2100-EXIT
002070     WRITE DL700-FIX-RECORD.
002080 2000-EXIT.
002090     EXIT.
002091
002092*-----------------------------------------------------------------
002093* RESOLVES THE ITEM'S DEPARTMENT BY ITS DOCUMENT ID PREFIX AND
002094* LOOKS UP THAT DEPARTMENT'S RANGE RULE FOR THE ITEM'S SLOT, AS
002095* 6060-CHECK-VALUE-RANGE DOES IN ROMAN-NUMERAL-CONV.
002096*-----------------------------------------------------------------
002097 2050-FIND-RANGE-RULE.
002098     MOVE 'N'                    TO DL700-WS-RNG-FND-SW.
002099     MOVE SPACES                 TO DL700-WS-RNG-DEPT.
002100     IF DL700-RNG-USED = 0 OR DL700-SUSP-SLOT = 0
002101         GO TO 2050-EXIT
002102     END-IF.
002103     SET DL700-XRF-NDX           TO 1.
002104     SEARCH DL700-XRF-ENTRY
002105         WHEN DL700-XRF-NDX > DL700-XRF-USED
002106             GO TO 2050-EXIT
002107         WHEN DL700-XRF-PREFIX (DL700-XRF-NDX)
002108                 = DL700-SUSP-DOCID (1:3)
002109             MOVE DL700-XRF-DEPT (DL700-XRF-NDX)
002110                                 TO DL700-WS-RNG-DEPT
002111     END-SEARCH.
002112     SET DL700-RNG-NDX           TO 1.
002113     SEARCH DL700-RNG-ENTRY
002114         WHEN DL700-RNG-NDX > DL700-RNG-USED
002115             GO TO 2050-EXIT
002116         WHEN DL700-RNG-DEPT (DL700-RNG-NDX) = DL700-WS-RNG-DEPT
002117          AND DL700-RNG-SLOT (DL700-RNG-NDX) = DL700-SUSP-SLOT
002118             MOVE DL700-RNG-MIN (DL700-RNG-NDX)
002119                                 TO DL700-WS-RNG-MIN
002120             MOVE DL700-RNG-MAX (DL700-RNG-NDX)
002121                                 TO DL700-WS-RNG-MAX
002122             SET DL700-WS-RNG-FND TO TRUE
002123     END-SEARCH.
002124 2050-EXIT.
002125     EXIT.
002126
002127*-----------------------------------------------------------------
002128* ONE PROMPT/VALIDATE CYCLE.  BLANK REVALIDATES THE TOKEN AS IT
002130* STANDS, '*' DEFERS THE ITEM UNCHANGED, ANYTHING ELSE IS THE
002140* CORRECTED TOKEN.  A TOKEN THAT FAILS VALIDATION PRINTS WHY
002150* AND PROMPTS AGAIN.
003000*-----------------------------------------------------------------
003010* CONFIRMS A VALID ROMAN TOKEN BY SUMMING IT THROUGH func, THE
003020* WAY THE CORRECTION RUN WILL - A VALUE BEYOND THE FIVE-DIGIT
003030* SUM FIELD, OR OUTSIDE THE DEPARTMENT'S RANGE FOR THE SLOT, IS
003040* REFUSED HERE INSTEAD OF BOUNCING AS OVFL OR RNGE TOMORROW.
003050*-----------------------------------------------------------------
003060 2400-CONFIRM-FORWARD.
003070     MOVE 'O'                    TO DL700-WS-FUNC-STATUS.
003100     IF DL700-WS-FUNC-STATUS = 'V'
003110         DISPLAY '  VALUE EXCEEDS 99999 - NOT ACCEPTED'
003120         SET DL700-WS-INVALID    TO TRUE
003121         GO TO 2400-EXIT
003122     END-IF.
003123     IF DL700-WS-RNG-FND
003124        AND (DL700-WS-ROM-SUM < DL700-WS-RNG-MIN
003125          OR DL700-WS-ROM-SUM > DL700-WS-RNG-MAX
003126          OR (DL700-WS-ROM-SUM = DL700-WS-RNG-MAX
003127              AND DL700-WS-ROM-FRAC > 0))
003128         DISPLAY '  VALUE ' DL700-WS-ROM-SUM ' IS OUTSIDE '
003129             DL700-WS-RNG-MIN ' - ' DL700-WS-RNG-MAX
003130             ' FOR THIS SLOT - NOT ACCEPTED'
003131         SET DL700-WS-INVALID    TO TRUE
003132     ELSE
003141         IF DL700-WS-ROM-FRAC > 0
003142             DISPLAY '  ACCEPTED - VALUE ' DL700-WS-ROM-SUM
003143                 ' AND ' DL700-WS-ROM-FRAC ' TWELFTHS'
003170     EXIT.
003180
003190*-----------------------------------------------------------------
003200* COMPUTES THE LENGTH OF DL700-WS-TOKEN (THE POSITION OF ITS
003210* LAST NON-BLANK CHARACTER), AS IN ROMAN-NUMERAL-CONV, SO A
003211* LEADING OR EMBEDDED BLANK FAILS VALIDATION HERE JUST AS IT
003212* WILL IN THE CORRECTION RUN.
003220*-----------------------------------------------------------------
003230 5100-COMPUTE-TOKEN-LENGTH.
003240     MOVE 30                     TO DL700-WS-L.
003250 5100-BACK-UP.
003251     IF DL700-WS-L = 0
003252         GO TO 5100-EXIT
003253     END-IF.
003254     IF DL700-WS-CHAR (DL700-WS-L) NOT = SPACE
003255         GO TO 5100-EXIT
003256     END-IF.
003257     SUBTRACT 1                  FROM DL700-WS-L.
003260     GO TO 5100-BACK-UP.
003270 5100-EXIT.
003280     EXIT.
003290
