000217*                     WITH NO NON-ZERO RETURN CODE - AND THE    *
000218*                     NEXT RUN OF THE SAME PAIR CONTINUES WHERE *
000219*                     IT LEFT OFF FROM THE ACKSUSP STORE.       *
000221*     10/15/2026  DM  EVERY RUN NOW CARRIES A RUN ID (THE       *
000222*                     START-OF-RUN TIMESTAMP, YYYYMMDDHHMMSS)   *
000223*                     PRINTED ON THE ACKRPT HEADER, AND EVERY   *
000224*                     PAIR ATTEMPTED - COMPUTED, CACHED,        *
000225*                     SUSPENDED, RESUMED, REJECTED OR FAILED -  *
000226*                     IS LOGGED TO THE NEW ACKAUDIT TRAIL WITH  *
000227*                     ITS RESULT, ITERATIONS, DEPTH, TSIZE AND  *
000228*                     BUDGET, SO THE ACKBAL STEP CAN BALANCE    *
000229*                     THE REPORT AGAINST THE TRAIL AND THE      *
000231*                     RESULT STORE.  A PAIR COMPLETED FROM A    *
000232*                     SUSPENDED STATE IS NOW REPORTED AS        *
000233*                     RESUMED, THE STORE RECORD IS DATED WITH   *
000234*                     THE RUN DATE, AND BATCH MODE WILL NOT RUN *
000235*                     WITHOUT ITS AUDIT TRAIL.                  *
000236*     10/15/2026  DM  A CARD MAY NOW CARRY ITS OWN ITERATION    *
000237*                     BUDGET IN COLS 7-15, AS THE NEW ACKPLAN   *
000238*                     NIGHTLY PLANNER WRITES TONIGHT'S DECK -   *
000239*                     NUMERIC AND NON-ZERO, IT REPLACES THE     *
000241*                     ACKCTL BUDGET FOR THAT PAIR ALONE AND IS  *
000242*                     THE BUDGET AUDITED; BLANK OR ZERO KEEPS   *
000243*                     THE ACKCTL BUDGET.  THE ACKRPT DETAIL     *
000244*                     LINE NOW ALSO CARRIES EACH PAIR'S         *
000245*                     ITERATION COUNT, SO THE PLANNER CAN SET   *
000246*                     ITS ESTIMATES AGAINST WHAT PAIRS ACTUALLY *
000247*                     COST.                                     *
000186*****************************************************************
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID. ACKDRIVER.
000321         ACCESS MODE IS RANDOM
000322         RECORD KEY IS ACK-STORE-KEY
000323         FILE STATUS IS ACK-WS-STORE-STATUS.
000324
000325*    AUDIT TRAIL - ONE LINE PER PAIR ATTEMPTED, EXTENDED RUN
000326*    AFTER RUN AND BALANCED AGAINST ACKRPT BY ACKBAL.
000327     SELECT ACK-AUD-FILE ASSIGN TO "ACKAUDIT"
000328         ORGANIZATION IS LINE SEQUENTIAL
000329         FILE STATUS IS ACK-WS-AUD-STATUS.
000310
000320 DATA DIVISION.
000330
000370 01  ACK-CARD-RECORD.
000380     05  ACK-CARD-M              PIC 9(01).
000390     05  ACK-CARD-N              PIC 9(05).
000391*        ITERATION BUDGET FOR THIS PAIR ALONE, AS SET BY THE
000392*        ACKPLAN NIGHTLY PLANNER - NUMERIC AND NON-ZERO IT
000393*        REPLACES THE ACKCTL BUDGET; BLANK OR ZERO KEEPS IT.
000394     05  ACK-CARD-BUDGET         PIC X(09).
000400
000410* CONTROL RECORD HOLDING THE TUNABLE STACK CEILING FOR func, READ
000420* ONCE AT START OF RUN SO OPS CAN TUNE IT WITHOUT A RECOMPILE.
000487     05  ACK-STORE-ITER          PIC 9(09).
000488     05  ACK-STORE-DEPTH         PIC 9(05).
000489     05  ACK-STORE-DATE          PIC X(08).
000495
000496* AUDIT TRAIL LINE - RUN ID, SEQUENCE WITHIN THE RUN, THE PAIR,
000497* WHAT func RETURNED, THE TSIZE AND BUDGET IN EFFECT AND THE
000498* PAIR'S STATUS (THE SAME WORD AS ON THE ACKRPT DETAIL LINE).
000499 FD  ACK-AUD-FILE.
000501 01  ACK-AUD-RECORD.
000502     05  ACK-AUD-RUN-ID          PIC X(14).
000503     05  FILLER                  PIC X(01).
000504     05  ACK-AUD-SEQ             PIC 9(05).
000505     05  FILLER                  PIC X(01).
000506     05  ACK-AUD-M               PIC 9(01).
000507     05  FILLER                  PIC X(01).
000508     05  ACK-AUD-N               PIC 9(05).
000509     05  FILLER                  PIC X(01).
000511     05  ACK-AUD-RES             PIC 9(09).
000512     05  FILLER                  PIC X(01).
000513     05  ACK-AUD-ITER            PIC 9(09).
000514     05  FILLER                  PIC X(01).
000515     05  ACK-AUD-DEPTH           PIC 9(05).
000516     05  FILLER                  PIC X(01).
000517     05  ACK-AUD-TSIZE           PIC 9(05).
000518     05  FILLER                  PIC X(01).
000519     05  ACK-AUD-BUDGET          PIC 9(09).
000521     05  FILLER                  PIC X(01).
000522     05  ACK-AUD-STATUS          PIC X(09).
000480
000490 WORKING-STORAGE SECTION.
000500
000548         88  ACK-WS-STORE-OPEN              VALUE 'Y'.
000549     05  ACK-WS-STORE-HIT-SW     PIC X(01) VALUE 'N'.
000551         88  ACK-WS-STORE-HIT               VALUE 'Y'.
000552     05  ACK-WS-AUD-STATUS       PIC X(02) VALUE SPACES.
000553     05  ACK-WS-AUD-OPEN-SW      PIC X(01) VALUE 'N'.
000554         88  ACK-WS-AUD-OPEN                VALUE 'Y'.
000550
000560 01  ACK-WS-OPT                  PIC 9(01).
000570 01  ACK-WS-CARD-FNAME           PIC X(25).
000630 01  ACK-WS-STATUS               PIC X(01).
000640     88  ACK-WS-STATUS-OK                   VALUE 'O'.
000641     88  ACK-WS-STATUS-SUSP                 VALUE 'S'.
000642     88  ACK-WS-STATUS-RESUMED              VALUE 'R'.
000643
000644* RUN ID - THE START-OF-RUN TIMESTAMP, YYYYMMDDHHMMSS.  PRINTED
000645* ON THE ACKRPT HEADER AND CARRIED ON EVERY AUDIT TRAIL LINE.
000646 01  ACK-WS-RUN-ID               PIC X(14) VALUE SPACES.
000650
000651* ITERATION BUDGET PER PAIR FROM ACKCTL - ZERO = NO BUDGET.
000652 01  ACK-WS-ITER-BUDGET          PIC 9(09) VALUE 0.
000653
000654* BUDGET IN EFFECT FOR THE CURRENT PAIR - THE ACKCTL BUDGET UNLESS
000655* THE PAIR'S CARD CARRIES ITS OWN.
000656 01  ACK-WS-PAIR-BUDGET          PIC 9(09) VALUE 0.
000660 01  ACK-WS-TSIZE                PIC 9(05) VALUE 32764.
000670
000680 01  ACK-WS-VALID-SW             PIC X(01).
000797 01  ACK-WS-CNT-FAILED           PIC 9(05) VALUE 0.
000841 01  ACK-WS-CNT-CACHED           PIC 9(05) VALUE 0.
000847 01  ACK-WS-CNT-SUSPENDED        PIC 9(05) VALUE 0.
000848 01  ACK-WS-CNT-RESUMED          PIC 9(05) VALUE 0.
000849 01  ACK-WS-CNT-ATTEMPTED        PIC 9(05) VALUE 0.
000842
000843* ITERATION COUNT AND HIGH-WATER STACK DEPTH RETURNED BY func
000844* FOR THE CURRENT PAIR, RECORDED IN THE RESULT STORE.
000807     05  FILLER                  PIC X(04) VALUE SPACES.
000808     05  FILLER                  PIC X(06) VALUE 'TSIZE:'.
000809     05  ACK-RPT-H-TSIZE         PIC Z(4)9.
000810     05  FILLER                  PIC X(04) VALUE SPACES.
000811     05  FILLER                  PIC X(08) VALUE 'RUN ID: '.
000812     05  ACK-RPT-H-RUN-ID        PIC X(14).
000813
000814 01  ACK-RPT-DETAIL-LINE.
000815     05  FILLER                  PIC X(02) VALUE 'M:'.
000816     05  ACK-RPT-D-M             PIC 9(01).
000817     05  FILLER                  PIC X(04) VALUE SPACES.
000818     05  FILLER                  PIC X(02) VALUE 'N:'.
000819     05  ACK-RPT-D-N             PIC ZZZZ9.
000820     05  FILLER                  PIC X(04) VALUE SPACES.
000821     05  FILLER                  PIC X(07) VALUE 'RESULT:'.
000822     05  ACK-RPT-D-RES           PIC Z(8)9.
000823     05  FILLER                  PIC X(04) VALUE SPACES.
000824     05  FILLER                  PIC X(07) VALUE 'STATUS:'.
000825     05  ACK-RPT-D-STATUS        PIC X(09).
000826     05  FILLER                  PIC X(04) VALUE SPACES.
000827     05  FILLER                  PIC X(06) VALUE 'TSIZE:'.
000828     05  ACK-RPT-D-TSIZE         PIC Z(4)9.
000829     05  FILLER                  PIC X(04) VALUE SPACES.
000830     05  FILLER                  PIC X(11) VALUE 'ITERATIONS:'.
000831     05  ACK-RPT-D-ITER          PIC Z(8)9.
000832
000833 01  ACK-RPT-TOTAL-LINE.
000834     05  ACK-RPT-T-LABEL         PIC X(30).
000835     05  ACK-RPT-T-VALUE         PIC Z(8)9.
000800
000810* func'S ACK-STACK TABLE (ackermann.cob) HOLDS 32765 PHYSICAL
000820* SLOTS, ONE BEYOND THE NORMAL CEILING SO THE OVERFLOW TEST CAN
001324     IF ACK-WS-STORE-OPEN
001325         CLOSE ACK-STORE-FILE
001326     END-IF.
001327     IF ACK-WS-AUD-OPEN
001328         CLOSE ACK-AUD-FILE
001329     END-IF.
001330     DISPLAY 'ACKDRIVER: RUN COMPLETE'.
001340     STOP RUN.
001350
001420* TABLE SIZE.
001430*-----------------------------------------------------------------
001440 1000-INITIALIZE.
001441     MOVE FUNCTION CURRENT-DATE (1:14) TO ACK-WS-RUN-ID.
001450     OPEN INPUT ACK-CTL-FILE.
001460     IF ACK-WS-CTL-STATUS = '00'
001470         READ ACK-CTL-FILE
001590         MOVE ACK-WS-TSIZE-MAX TO ACK-WS-TSIZE
001600     END-IF.
001601     PERFORM 1100-OPEN-RESULT-STORE THRU 1100-EXIT.
001602     PERFORM 1200-OPEN-AUDIT-FILE THRU 1200-EXIT.
001610 1000-EXIT.
001620     EXIT.
001621
001644     END-IF.
001645 1100-EXIT.
001646     EXIT.
001647
001648*-----------------------------------------------------------------
001649* OPENS THE AUDIT TRAIL TO BE EXTENDED, CREATING IT ON ITS FIRST
001651* EVER USE.  THE PROMPTED MODES RUN ON WITHOUT IT; BATCH MODE
001652* WILL NOT RUN UNAUDITED (SEE 4000-PROCESS-BATCH-MODE).
001653*-----------------------------------------------------------------
001654 1200-OPEN-AUDIT-FILE.
001655     OPEN EXTEND ACK-AUD-FILE.
001656     IF ACK-WS-AUD-STATUS NOT = '00'
001657         OPEN OUTPUT ACK-AUD-FILE
001658     END-IF.
001659     IF ACK-WS-AUD-STATUS = '00'
001662         SET ACK-WS-AUD-OPEN TO TRUE
001663     ELSE
001664         DISPLAY 'ACKDRIVER: AUDIT TRAIL NOT AVAILABLE - '
001665             'STATUS ' ACK-WS-AUD-STATUS
001666     END-IF.
001667 1200-EXIT.
001668     EXIT.
001630
001640 2000-PROCESS-CARD-FILE.
001650     DISPLAY 'ENTER CARD FILE NAME CONTAINING M,N PAIRS : '.
001800     IF NOT ACK-WS-EOF
001810         MOVE ACK-CARD-M TO ACK-WS-M
001820         MOVE ACK-CARD-N TO ACK-WS-N
001821         MOVE ACK-WS-ITER-BUDGET TO ACK-WS-PAIR-BUDGET
001822         IF ACK-CARD-BUDGET IS NUMERIC
001823          AND ACK-CARD-BUDGET NOT = ZEROS
001824             MOVE ACK-CARD-BUDGET TO ACK-WS-PAIR-BUDGET
001825         END-IF
001830         PERFORM 5000-RUN-ONE-PAIR THRU 5000-EXIT
001840     END-IF.
001850 2100-EXIT.
001980     ACCEPT ACK-WS-M.
001990     DISPLAY 'ENTER N : '.
002000     ACCEPT ACK-WS-N.
002001     MOVE ACK-WS-ITER-BUDGET TO ACK-WS-PAIR-BUDGET.
002010     PERFORM 5000-RUN-ONE-PAIR THRU 5000-EXIT.
002020 3100-EXIT.
002030     EXIT.
002064     END-READ.
002065     MOVE ACK-PARM-CARD-FNAME TO ACK-WS-CARD-FNAME.
002066     CLOSE ACK-PARM-FILE.
002067     IF NOT ACK-WS-AUD-OPEN
002068         DISPLAY 'ACKDRIVER: BATCH MODE REQUIRES THE ACKAUDIT '
002069             'TRAIL - RUN REFUSED'
002070         MOVE 16 TO RETURN-CODE
002071         GO TO 4000-EXIT
002072     END-IF.
002073     OPEN OUTPUT ACK-RPT-FILE.
002074     IF ACK-WS-RPT-STATUS NOT = '00'
002075         DISPLAY 'ACKDRIVER: UNABLE TO OPEN ACKRPT - STATUS '
002076             ACK-WS-RPT-STATUS
002077         MOVE 16 TO RETURN-CODE
002078         GO TO 4000-EXIT
002079     END-IF.
002080     SET ACK-WS-RPT-OPEN TO TRUE.
002081     MOVE FUNCTION CURRENT-DATE (1:8) TO ACK-RPT-H-DATE.
002082     MOVE ACK-WS-TSIZE TO ACK-RPT-H-TSIZE.
002083     MOVE ACK-WS-RUN-ID TO ACK-RPT-H-RUN-ID.
002084     MOVE ACK-RPT-HEADER-LINE TO ACK-RPT-RECORD.
002085     WRITE ACK-RPT-RECORD.
002086     PERFORM 2050-RUN-CARD-FILE THRU 2050-EXIT.
002087     PERFORM 5300-WRITE-RPT-TRAILER THRU 5300-EXIT.
002088     CLOSE ACK-RPT-FILE.
002089 4000-EXIT.
002090     EXIT.
002091
002050*-----------------------------------------------------------------
002060* VALIDATES ONE M/N PAIR AGAINST THE SAFE-LIMITS TABLE AND, WHEN
002070* IT IS WITHIN BOUNDS, CALLS func AND DISPLAYS THE RESULT.
002071* EVERY OUTCOME IS COUNTED AND, WHEN THE RESULTS REPORT IS
002074* OPEN, WRITTEN AS A REPORT DETAIL LINE TOO, AND EVERY ATTEMPT
002077* IS LOGGED TO THE AUDIT TRAIL WHEN IT IS OPEN.
002080*-----------------------------------------------------------------
002090 5000-RUN-ONE-PAIR.
002100     MOVE ACK-WS-M TO ACK-WS-DISPLAY-M.
002110     MOVE ACK-WS-N TO ACK-WS-DISPLAY-N.
002111     ADD 1 TO ACK-WS-CNT-ATTEMPTED.
002112     MOVE 0 TO ACK-WS-ITER.
002113     MOVE 0 TO ACK-WS-DEPTH.
002120     PERFORM 5100-VALIDATE-LIMITS THRU 5100-EXIT.
002130     IF ACK-WS-PAIR-INVALID
002140         DISPLAY 'ACKDRIVER: M = ' ACK-WS-DISPLAY-M ' N = '
002171         PERFORM 5050-CHECK-RESULT-STORE THRU 5050-EXIT
002172         IF ACK-WS-STORE-HIT
002173             MOVE ACK-STORE-RES TO ACK-WS-RES
002174             MOVE ACK-STORE-ITER TO ACK-WS-ITER
002175             MOVE ACK-STORE-DEPTH TO ACK-WS-DEPTH
002176             DISPLAY 'ACKERMANN(' ACK-WS-DISPLAY-M ','
002177                 ACK-WS-DISPLAY-N ') = ' ACK-WS-RES
002178                 ' (FROM RESULT STORE)'
002179             ADD 1 TO ACK-WS-CNT-CACHED
002180             MOVE 'CACHED' TO ACK-WS-RESULT-TEXT
002181             GO TO 5000-REPORT
002182         END-IF
002180         CALL 'func' USING ACK-WS-M, ACK-WS-N, ACK-WS-RES,
002190             ACK-WS-TSIZE, ACK-WS-STATUS, ACK-WS-ITER,
002191             ACK-WS-DEPTH, ACK-WS-PAIR-BUDGET
002192         EVALUATE TRUE
002193             WHEN ACK-WS-STATUS-OK
002210                 DISPLAY 'ACKERMANN(' ACK-WS-DISPLAY-M ','
002221                 ADD 1 TO ACK-WS-CNT-COMPUTED
002222                 MOVE 'COMPUTED' TO ACK-WS-RESULT-TEXT
002223                 PERFORM 5060-RECORD-RESULT THRU 5060-EXIT
002224             WHEN ACK-WS-STATUS-RESUMED
002225*                FINISHED FROM THE WORK A SUSPENDED RUN SAVED -
002226*                A COMPUTATION LIKE ANY OTHER, COUNTED ALSO AS
002227*                A RESUME.
002228                 DISPLAY 'ACKERMANN(' ACK-WS-DISPLAY-M ','
002229                     ACK-WS-DISPLAY-N ') = ' ACK-WS-RES
002230                     ' (RESUMED FROM SUSPEND)'
002231                 ADD 1 TO ACK-WS-CNT-COMPUTED
002232                 ADD 1 TO ACK-WS-CNT-RESUMED
002233                 MOVE 'RESUMED' TO ACK-WS-RESULT-TEXT
002234                 PERFORM 5060-RECORD-RESULT THRU 5060-EXIT
002235             WHEN ACK-WS-STATUS-SUSP
002236*                NOT A FAILURE - THE WORK DONE SO FAR IS SAVED
002237*                AND THE NEXT RUN OF THIS PAIR CONTINUES IT.
002238                 DISPLAY 'ACKDRIVER: M = ' ACK-WS-DISPLAY-M
002239                     ' N = ' ACK-WS-DISPLAY-N
002240                     ' SUSPENDED AT ITERATION BUDGET - WILL'
002241                     ' RESUME NEXT RUN'
002242                 ADD 1 TO ACK-WS-CNT-SUSPENDED
002243                 MOVE 'SUSPENDED' TO ACK-WS-RESULT-TEXT
002244             WHEN OTHER
002245                 DISPLAY 'ACKDRIVER: M = ' ACK-WS-DISPLAY-M
002250                     ' N = ' ACK-WS-DISPLAY-N
002260                     ' FAILED - STACK LIMIT EXCEEDED'
002265                 MOVE 16 TO ACK-WS-RC
002281     IF ACK-WS-RPT-OPEN
002282         PERFORM 5200-WRITE-RESULT-LINE THRU 5200-EXIT
002283     END-IF.
002285     IF ACK-WS-AUD-OPEN
002286         PERFORM 5250-WRITE-AUDIT-LINE THRU 5250-EXIT
002287     END-IF.
002290 5000-EXIT.
002300     EXIT.
002310
002455     MOVE ACK-WS-RES TO ACK-STORE-RES.
002456     MOVE ACK-WS-ITER TO ACK-STORE-ITER.
002457     MOVE ACK-WS-DEPTH TO ACK-STORE-DEPTH.
002458     MOVE ACK-WS-RUN-ID (1:8) TO ACK-STORE-DATE.
002459     WRITE ACK-STORE-RECORD
002461         INVALID KEY
002462             REWRITE ACK-STORE-RECORD
002470     MOVE ACK-WS-RES             TO ACK-RPT-D-RES.
002480     MOVE ACK-WS-RESULT-TEXT     TO ACK-RPT-D-STATUS.
002490     MOVE ACK-WS-TSIZE           TO ACK-RPT-D-TSIZE.
002491     MOVE ACK-WS-ITER            TO ACK-RPT-D-ITER.
002500     MOVE ACK-RPT-DETAIL-LINE TO ACK-RPT-RECORD.
002510     WRITE ACK-RPT-RECORD.
002520 5200-EXIT.
002530     EXIT.
002531
002532*-----------------------------------------------------------------
002533* LOGS THE CURRENT PAIR'S ATTEMPT TO THE AUDIT TRAIL.  A LINE
002534* THAT CANNOT BE WRITTEN LEAVES THE TRAIL SHORT OF THE REPORT, SO
002535* THE RUN IS FAILED RATHER THAN LEFT TO BALANCE OUT LATER.
002536*-----------------------------------------------------------------
002537 5250-WRITE-AUDIT-LINE.
002538     MOVE SPACES                 TO ACK-AUD-RECORD.
002539     MOVE ACK-WS-RUN-ID          TO ACK-AUD-RUN-ID.
002540     MOVE ACK-WS-CNT-ATTEMPTED   TO ACK-AUD-SEQ.
002541     MOVE ACK-WS-DISPLAY-M       TO ACK-AUD-M.
002542     MOVE ACK-WS-DISPLAY-N       TO ACK-AUD-N.
002543     MOVE ACK-WS-RES             TO ACK-AUD-RES.
002544     MOVE ACK-WS-ITER            TO ACK-AUD-ITER.
002545     MOVE ACK-WS-DEPTH           TO ACK-AUD-DEPTH.
002546     MOVE ACK-WS-TSIZE           TO ACK-AUD-TSIZE.
002547     MOVE ACK-WS-PAIR-BUDGET     TO ACK-AUD-BUDGET.
002548     MOVE ACK-WS-RESULT-TEXT     TO ACK-AUD-STATUS.
002549     WRITE ACK-AUD-RECORD.
002550     IF ACK-WS-AUD-STATUS NOT = '00'
002551         DISPLAY 'ACKDRIVER: AUDIT TRAIL WRITE FAILED - STATUS '
002552             ACK-WS-AUD-STATUS
002553         MOVE 16 TO ACK-WS-RC
002554     END-IF.
002555 5250-EXIT.
002556     EXIT.
002557
002558 5300-WRITE-RPT-TRAILER.
002560     MOVE 'PAIRS COMPUTED            :' TO ACK-RPT-T-LABEL.
002570     MOVE ACK-WS-CNT-COMPUTED    TO ACK-RPT-T-VALUE.
002580     MOVE ACK-RPT-TOTAL-LINE TO ACK-RPT-RECORD.
002676     MOVE ACK-WS-CNT-SUSPENDED   TO ACK-RPT-T-VALUE.
002677     MOVE ACK-RPT-TOTAL-LINE TO ACK-RPT-RECORD.
002678     WRITE ACK-RPT-RECORD.
002679     MOVE 'PAIRS COMPLETED ON RESUME :' TO ACK-RPT-T-LABEL.
002680     MOVE ACK-WS-CNT-RESUMED     TO ACK-RPT-T-VALUE.
002681     MOVE ACK-RPT-TOTAL-LINE TO ACK-RPT-RECORD.
002682     WRITE ACK-RPT-RECORD.
002683     MOVE 'PAIRS ATTEMPTED           :' TO ACK-RPT-T-LABEL.
002684     MOVE ACK-WS-CNT-ATTEMPTED   TO ACK-RPT-T-VALUE.
002685     MOVE ACK-RPT-TOTAL-LINE TO ACK-RPT-RECORD.
002686     WRITE ACK-RPT-RECORD.
002687 5300-EXIT.
002690     EXIT.
