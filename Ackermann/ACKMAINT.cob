000110*     STORE (ACKSUSP DD, PROD.ACK.SUSPEND), IN THE ROMANHKP     *
000120*     MOLD.  UNTIL NOW THE ONLY TOOL WAS THE ACKDEF JOB, WHICH  *
000130*     DELETES AND REDEFINES BOTH CLUSTERS AND THROWS THE WHOLE  *
000140*     COMPUTED HISTORY AWAY.  FOUR FUNCTIONS, CHOSEN BY THE     *
000150*     SYSIN CARD:                                               *
000160*         'L' - LISTING OF THE RESULT STORE SORTED BY           *
000170*               ITERATION COST, HIGHEST FIRST (PAIR, RESULT,    *
000270*               ACKARC ARCHIVE AND DELETED, AND/OR ONE NAMED    *
000280*               PAIR IS REMOVED FROM BOTH STORES (ITS RESULT    *
000290*               ARCHIVED, ITS SUSPENDED SEGMENTS DROPPED).      *
000291*         'V' - VERIFICATION OF THE RESULT STORE: EACH M 0-3    *
000292*               RECORD'S RESULT, ITERATIONS AND DEPTH ARE       *
000293*               CHECKED AGAINST THE CLOSED FORMS (N+1, N+2,     *
000294*               2N+3, 2**(N+3)-3); M 4 AND UP ARE CHECKED FOR   *
000295*               PLAUSIBILITY AND A SAMPLE IS RECOMPUTED THROUGH *
000296*               func UNDER AN ITERATION BUDGET.  A FAILING      *
000297*               RECORD IS COPIED TO THE ACKQUAR QUARANTINE AND  *
000298*               DELETED, SO THE DRIVER RECOMPUTES THE PAIR.  A  *
000299*               QUARANTINE SETS CODE 8, AN UNCONFIRMED ONE 4.   *
000300*     SYSIN CARD: COL 1 FUNCTION (L/O/P/V), COLS 2-9 CUTOFF     *
000310*     DATE YYYYMMDD, COL 11 M, COLS 12-16 N, COLS 18-42 CARD    *
000320*     DECK NAME, COLS 44-48 SAMPLE INTERVAL (V RECOMPUTES EVERY *
000321*     NTH M 4+ RECORD), COLS 50-58 ITERATION BUDGET FOR THE     *
000322*     RECOMPUTE - BOTH ZERO-FILLED, BLANK OR ZERO TAKING THE    *
000323*     DEFAULTS OF EVERY RECORD AND 500000000.  OTHER BLANK      *
000324*     FIELDS DO NOT APPLY.                                      *
000330*-----------------------------------------------------------------
000340* MODIFICATION HISTORY.                                          *
000350*     09/02/2026  DM  ORIGINAL VERSION.                          *
000351*     10/15/2026  DM  ADDED FUNCTION V TO VERIFY THE RESULT     *
000352*                     STORE, WHICH ACKDRIVER SERVES WITHOUT     *
000353*                     EVER RECOMPUTING: M 0-3 RECORDS AGAINST   *
000354*                     THE CLOSED FORMS, M 4 AND UP FOR          *
000355*                     PLAUSIBILITY WITH A SAMPLE RECOMPUTED     *
000356*                     THROUGH func.  A FAILING RECORD IS        *
000357*                     QUARANTINED TO THE NEW ACKQUAR FILE AND   *
000358*                     DELETED, SO IT IS RECOMPUTED RATHER THAN  *
000359*                     SERVED.                                   *
000360*****************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. ACKMAINT.
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS ACK-WS-ARC-STATUS.
000730
000731*    QUARANTINE OF RESULT RECORDS THAT FAILED VERIFICATION -
000732*    DD-ALLOCATED BY THE JOB STREAM, EXTENDED RUN AFTER RUN.
000733     SELECT ACK-QUAR-FILE ASSIGN TO "ACKQUAR"
000734         ORGANIZATION IS LINE SEQUENTIAL
000735         FILE STATUS IS ACK-WS-QUAR-STATUS.
000736
000740*    MAINTENANCE REPORT - DD-ALLOCATED BY THE JOB STREAM.
000750     SELECT ACK-RPT-FILE ASSIGN TO "ACKMRPT"
000760         ORGANIZATION IS LINE SEQUENTIAL
001210 FD  ACK-ARC-FILE.
001220 01  ACK-ARC-RECORD              PIC X(37).
001230
001231*    QUARANTINED IMAGE OF ONE RESULT-STORE RECORD, WITH THE DATE
001232*    IT WAS TAKEN OUT AND THE FIRST CHECK IT FAILED.
001233 FD  ACK-QUAR-FILE.
001234 01  ACK-QUAR-RECORD.
001235     05  ACK-QUAR-IMAGE          PIC X(37).
001236     05  FILLER                  PIC X(01).
001237     05  ACK-QUAR-DATE           PIC X(08).
001238     05  FILLER                  PIC X(01).
001239     05  ACK-QUAR-TEXT           PIC X(20).
001240     05  FILLER                  PIC X(01).
001241     05  ACK-QUAR-BASIS          PIC X(12).
001242
001243 FD  ACK-RPT-FILE.
001250 01  ACK-RPT-RECORD              PIC X(132).
001260
001270 FD  ACK-PARM-FILE.
001330     05  ACK-PARM-N              PIC X(05).
001340     05  FILLER                  PIC X(01).
001350     05  ACK-PARM-DECK           PIC X(25).
001351     05  FILLER                  PIC X(01).
001352     05  ACK-PARM-SAMPLE         PIC X(05).
001353     05  FILLER                  PIC X(01).
001354     05  ACK-PARM-BUDGET         PIC X(09).
001360
001370*    ONE SORT RECORD PER RESULT-STORE RECORD, ORDERED BY
001380*    ITERATION COST, HIGHEST FIRST.
001580         88  ACK-WS-FUNC-LIST               VALUE 'L'.
001590         88  ACK-WS-FUNC-ORPHAN             VALUE 'O'.
001600         88  ACK-WS-FUNC-PURGE              VALUE 'P'.
001601         88  ACK-WS-FUNC-VERIFY             VALUE 'V'.
001602     05  ACK-WS-SEG-EOF-SW       PIC X(01) VALUE 'N'.
001603         88  ACK-WS-SEG-EOF                 VALUE 'Y'.
001604     05  ACK-WS-BAD-SW           PIC X(01) VALUE 'N'.
001605         88  ACK-WS-BAD                     VALUE 'Y'.
001606     05  ACK-WS-PENDING-SW       PIC X(01) VALUE 'N'.
001607         88  ACK-WS-PENDING                 VALUE 'Y'.
001610
001620 01  ACK-WS-STORE-STATUS         PIC X(02) VALUE SPACES.
001630 01  ACK-WS-SUSP-STATUS          PIC X(02) VALUE SPACES.
001650 01  ACK-WS-ARC-STATUS           PIC X(02) VALUE SPACES.
001660 01  ACK-WS-RPT-STATUS           PIC X(02) VALUE SPACES.
001670 01  ACK-WS-PARM-STATUS          PIC X(02) VALUE SPACES.
001671 01  ACK-WS-QUAR-STATUS          PIC X(02) VALUE SPACES.
001680
001690*    PARAMETERS OFF THE SYSIN CARD - BLANK FIELDS DO NOT APPLY.
001700 01  ACK-WS-CUTOFF-DATE          PIC X(08) VALUE SPACES.
001710 01  ACK-WS-PAIR-M               PIC X(01) VALUE SPACE.
001720 01  ACK-WS-PAIR-N               PIC X(05) VALUE SPACES.
001730 01  ACK-WS-CARD-FNAME           PIC X(25) VALUE SPACES.
001731 01  ACK-WS-SAMPLE-X             PIC X(05) VALUE SPACES.
001732 01  ACK-WS-BUDGET-X             PIC X(09) VALUE SPACES.
001740
001750*    CARD DECK PAIRS FOR THE ORPHAN CHECK.  AN OPERATOR DECK
001760*    IS SMALL; A DECK BEYOND THE TABLE IS REFUSED RATHER THAN
001920 01  ACK-WS-CUR-NEED             PIC 9(02) VALUE 0.
001930 01  ACK-WS-GROUP-OPEN-SW        PIC X(01) VALUE 'N'.
001940     88  ACK-WS-GROUP-OPEN                  VALUE 'Y'.
001941
001942*    VERIFICATION (FUNCTION V) - EVERY NTH RESULT WITH M OF 4 OR
001943*    MORE IS RECOMPUTED THROUGH func AT THE FULL STACK CEILING
001944*    UNDER THE ITERATION BUDGET; THE SYSIN CARD OVERRIDES THESE.
001945 01  ACK-WS-SAMPLE               PIC 9(05) VALUE 1.
001946 01  ACK-WS-SAMPLE-CTR           PIC 9(05) VALUE 0.
001947 01  ACK-WS-BUDGET               PIC 9(09) VALUE 500000000.
001948 01  ACK-WS-TSIZE-MAX            PIC 9(05) VALUE 32764.
001949 01  ACK-WS-TODAY                PIC X(08) VALUE SPACES.
001950
001951*    VALUES THE RECORD SHOULD CARRY, FROM THE CLOSED FORM OR FROM
001952*    func - WIDE ENOUGH FOR AN M 3 PAIR THAT HAS OUTGROWN THE
001953*    NINE-DIGIT STORE.
001954 01  ACK-WS-EXP-RES              PIC 9(18) VALUE 0.
001955 01  ACK-WS-EXP-ITER             PIC 9(18) VALUE 0.
001956 01  ACK-WS-EXP-DEPTH            PIC 9(18) VALUE 0.
001957 01  ACK-WS-POW2                 PIC 9(18) VALUE 0.
001958 01  ACK-WS-POW4                 PIC 9(18) VALUE 0.
001959
001960*    ONE FINDING ON ITS WAY TO THE REPORT, AND THE FIRST FINDING
001961*    THAT QUARANTINES THE RECORD IN HAND.
001962 01  ACK-WS-FIND-TEXT            PIC X(20) VALUE SPACES.
001963 01  ACK-WS-FIND-BASIS           PIC X(12) VALUE SPACES.
001964 01  ACK-WS-FIND-STORED          PIC 9(09) VALUE 0.
001965 01  ACK-WS-FIND-EXPECT          PIC 9(18) VALUE 0.
001966 01  ACK-WS-FIND-DISP            PIC X(11) VALUE SPACES.
001967 01  ACK-WS-QUAR-TEXT            PIC X(20) VALUE SPACES.
001968 01  ACK-WS-QUAR-BASIS           PIC X(12) VALUE SPACES.
001969
001970*    PARAMETERS FOR THE RECOMPUTING CALL TO func - COPIES, AS func
001971*    USES ITS M AND N AS WORKING REGISTERS.  func HANDS BACK ITS
001972*    OWN RETURN-CODE, SO THE RUN'S CODE IS HELD ACROSS THE CALL.
001973 01  ACK-WS-CALL-M               PIC 9(01) VALUE 0.
001974 01  ACK-WS-CALL-N               PIC 9(05) VALUE 0.
001975 01  ACK-WS-CALL-RES             PIC 9(09) VALUE 0.
001976 01  ACK-WS-CALL-TSIZE           PIC 9(05) VALUE 0.
001977 01  ACK-WS-CALL-STATUS          PIC X(01) VALUE SPACE.
001978     88  ACK-WS-CALL-DONE                   VALUE 'O' 'R'.
001979     88  ACK-WS-CALL-SUSPENDED              VALUE 'S'.
001980 01  ACK-WS-CALL-ITER            PIC 9(09) VALUE 0.
001981 01  ACK-WS-CALL-DEPTH           PIC 9(05) VALUE 0.
001982 01  ACK-WS-HOLD-RC              PIC S9(04) VALUE 0.
001983
001984*    RECORD COUNTS FOR THE REPORT AND THE JOB LOG.
001985 01  ACK-WS-CNT-LISTED           PIC 9(07) VALUE 0.
001986 01  ACK-WS-CNT-PAIRS            PIC 9(05) VALUE 0.
001990 01  ACK-WS-CNT-ORPHANS          PIC 9(05) VALUE 0.
002000 01  ACK-WS-CNT-INCOMPLETE       PIC 9(05) VALUE 0.
002010 01  ACK-WS-CNT-KEPT             PIC 9(07) VALUE 0.
002020 01  ACK-WS-CNT-ARCHIVED         PIC 9(07) VALUE 0.
002030 01  ACK-WS-CNT-SEGS-DROPPED     PIC 9(05) VALUE 0.
002031 01  ACK-WS-CNT-CHECKED          PIC 9(07) VALUE 0.
002032 01  ACK-WS-CNT-CLOSED           PIC 9(07) VALUE 0.
002033 01  ACK-WS-CNT-PLAUSIBLE        PIC 9(07) VALUE 0.
002034 01  ACK-WS-CNT-RECOMPUTED       PIC 9(07) VALUE 0.
002035 01  ACK-WS-CNT-QUARANTINED      PIC 9(07) VALUE 0.
002036 01  ACK-WS-CNT-UNCONFIRMED      PIC 9(07) VALUE 0.
002040
002050*    REPORT LINE LAYOUTS.
002060 01  ACK-RPT-LIST-LINE.
002350     05  ACK-RPT-T-LABEL         PIC X(30).
002360     05  ACK-RPT-T-VALUE         PIC Z(8)9.
002370
002371
002372 01  ACK-RPT-VER-LINE.
002373     05  FILLER                  PIC X(02) VALUE 'M:'.
002374     05  ACK-RPT-V-M             PIC 9(01).
002375     05  FILLER                  PIC X(04) VALUE SPACES.
002376     05  FILLER                  PIC X(02) VALUE 'N:'.
002377     05  ACK-RPT-V-N             PIC ZZZZ9.
002378     05  FILLER                  PIC X(04) VALUE SPACES.
002379     05  ACK-RPT-V-TEXT          PIC X(20).
002380     05  FILLER                  PIC X(02) VALUE SPACES.
002381     05  FILLER                  PIC X(06) VALUE 'CHECK:'.
002382     05  ACK-RPT-V-BASIS         PIC X(12).
002383     05  FILLER                  PIC X(02) VALUE SPACES.
002384     05  FILLER                  PIC X(07) VALUE 'STORED:'.
002385     05  ACK-RPT-V-STORED        PIC Z(8)9.
002386     05  FILLER                  PIC X(04) VALUE SPACES.
002387     05  FILLER                  PIC X(09) VALUE 'EXPECTED:'.
002388     05  ACK-RPT-V-EXPECT        PIC Z(17)9.
002389     05  FILLER                  PIC X(04) VALUE SPACES.
002390     05  ACK-RPT-V-DISP          PIC X(11).
002391 PROCEDURE DIVISION.
002392
002400 0000-MAINLINE.
002410     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002420     IF RETURN-CODE NOT = 0
002490             PERFORM 3000-SCAN-SUSPEND-STORE THRU 3000-EXIT
002500         WHEN ACK-WS-FUNC-PURGE
002510             PERFORM 4000-PURGE THRU 4000-EXIT
002511         WHEN ACK-WS-FUNC-VERIFY
002512             PERFORM 6000-VERIFY-STORE THRU 6000-EXIT
002520         WHEN OTHER
002530             DISPLAY 'ACKMAINT: INVALID FUNCTION - L, O, P OR V '
002540                 'EXPECTED ON THE SYSIN CARD'
002550             MOVE 16 TO RETURN-CODE
002560     END-EVALUATE.
002810             MOVE ACK-PARM-M    TO ACK-WS-PAIR-M
002820             MOVE ACK-PARM-N    TO ACK-WS-PAIR-N
002830             MOVE ACK-PARM-DECK TO ACK-WS-CARD-FNAME
002831             MOVE ACK-PARM-SAMPLE TO ACK-WS-SAMPLE-X
002832             MOVE ACK-PARM-BUDGET TO ACK-WS-BUDGET-X
002840     END-READ.
002850     CLOSE ACK-PARM-FILE.
002860     OPEN OUTPUT ACK-RPT-FILE.
007330     END-START.
007340 5100-EXIT.
007350     EXIT.
007360
007370*-----------------------------------------------------------------
007380* FUNCTION V - SWEEPS THE RESULT STORE AND HOLDS EVERY RECORD TO
007390* WHAT func SHOULD HAVE WRITTEN: M 0-3 TO THE CLOSED FORMS, M 4
007400* AND UP TO PLAUSIBILITY WITH EVERY NTH ONE RECOMPUTED THROUGH
007410* func.  A RECORD THAT FAILS IS QUARANTINED AND DELETED, SO
007420* 5050-CHECK-RESULT-STORE IN ACKDRIVER NO LONGER SERVES IT AND
007430* THE NEXT RUN OF THE PAIR COMPUTES IT AFRESH.
007440*-----------------------------------------------------------------
007450 6000-VERIFY-STORE.
007460     PERFORM 6050-EDIT-VERIFY-PARMS THRU 6050-EXIT.
007470     IF RETURN-CODE NOT = 0
007480         GO TO 6000-EXIT
007490     END-IF.
007500     OPEN EXTEND ACK-QUAR-FILE.
007510     IF ACK-WS-QUAR-STATUS NOT = '00'
007520         OPEN OUTPUT ACK-QUAR-FILE
007530     END-IF.
007540     IF ACK-WS-QUAR-STATUS NOT = '00'
007550         DISPLAY 'ACKMAINT: UNABLE TO OPEN ACKQUAR - STATUS '
007560             ACK-WS-QUAR-STATUS
007570         MOVE 16 TO RETURN-CODE
007580         GO TO 6000-EXIT
007590     END-IF.
007600     OPEN I-O ACK-STORE-FILE.
007610     IF ACK-WS-STORE-STATUS NOT = '00'
007620         DISPLAY 'ACKMAINT: RESULT STORE NOT AVAILABLE - '
007630             'STATUS ' ACK-WS-STORE-STATUS
007640         MOVE 16 TO RETURN-CODE
007650         CLOSE ACK-QUAR-FILE
007660         GO TO 6000-EXIT
007670     END-IF.
007680     MOVE FUNCTION CURRENT-DATE (1:8) TO ACK-WS-TODAY.
007690     MOVE 'RESULT STORE VERIFICATION' TO ACK-RPT-RECORD.
007700     WRITE ACK-RPT-RECORD.
007710     MOVE SPACES TO ACK-RPT-RECORD.
007720     WRITE ACK-RPT-RECORD.
007730     MOVE 0 TO ACK-WS-SAMPLE-CTR.
007740     PERFORM 5000-START-STORE-SWEEP THRU 5000-EXIT.
007750     PERFORM 6100-VERIFY-ONE-RESULT THRU 6100-EXIT
007760         UNTIL ACK-WS-EOF.
007770     CLOSE ACK-STORE-FILE.
007780     CLOSE ACK-QUAR-FILE.
007790     MOVE SPACES TO ACK-RPT-RECORD.
007800     WRITE ACK-RPT-RECORD.
007810     MOVE 'RESULTS CHECKED           :' TO ACK-RPT-T-LABEL.
007820     MOVE ACK-WS-CNT-CHECKED TO ACK-RPT-T-VALUE.
007830     MOVE ACK-RPT-TOTAL-LINE TO ACK-RPT-RECORD.
007840     WRITE ACK-RPT-RECORD.
007850     MOVE 'CHECKED BY CLOSED FORM    :' TO ACK-RPT-T-LABEL.
007860     MOVE ACK-WS-CNT-CLOSED TO ACK-RPT-T-VALUE.
007870     MOVE ACK-RPT-TOTAL-LINE TO ACK-RPT-RECORD.
007880     WRITE ACK-RPT-RECORD.
007890     MOVE 'CHECKED FOR PLAUSIBILITY  :' TO ACK-RPT-T-LABEL.
007900     MOVE ACK-WS-CNT-PLAUSIBLE TO ACK-RPT-T-VALUE.
007910     MOVE ACK-RPT-TOTAL-LINE TO ACK-RPT-RECORD.
007920     WRITE ACK-RPT-RECORD.
007930     MOVE 'RECOMPUTED THROUGH FUNC   :' TO ACK-RPT-T-LABEL.
007940     MOVE ACK-WS-CNT-RECOMPUTED TO ACK-RPT-T-VALUE.
007950     MOVE ACK-RPT-TOTAL-LINE TO ACK-RPT-RECORD.
007960     WRITE ACK-RPT-RECORD.
007970     MOVE 'RESULTS QUARANTINED       :' TO ACK-RPT-T-LABEL.
007980     MOVE ACK-WS-CNT-QUARANTINED TO ACK-RPT-T-VALUE.
007990     MOVE ACK-RPT-TOTAL-LINE TO ACK-RPT-RECORD.
008000     WRITE ACK-RPT-RECORD.
008010     MOVE 'RESULTS UNCONFIRMED       :' TO ACK-RPT-T-LABEL.
008020     MOVE ACK-WS-CNT-UNCONFIRMED TO ACK-RPT-T-VALUE.
008030     MOVE ACK-RPT-TOTAL-LINE TO ACK-RPT-RECORD.
008040     WRITE ACK-RPT-RECORD.
008050     MOVE 'SUSPEND SEGMENTS DROPPED  :' TO ACK-RPT-T-LABEL.
008060     MOVE ACK-WS-CNT-SEGS-DROPPED TO ACK-RPT-T-VALUE.
008070     MOVE ACK-RPT-TOTAL-LINE TO ACK-RPT-RECORD.
008080     WRITE ACK-RPT-RECORD.
008090     DISPLAY 'ACKMAINT: CHECKED ' ACK-WS-CNT-CHECKED
008100         ' QUARANTINED ' ACK-WS-CNT-QUARANTINED
008110         ' UNCONFIRMED ' ACK-WS-CNT-UNCONFIRMED.
008120     IF ACK-WS-CNT-QUARANTINED > 0
008130         IF RETURN-CODE < 8
008140             MOVE 8 TO RETURN-CODE
008150         END-IF
008160     END-IF.
008170     IF ACK-WS-CNT-UNCONFIRMED > 0
008180         IF RETURN-CODE < 4
008190             MOVE 4 TO RETURN-CODE
008200         END-IF
008210     END-IF.
008220 6000-EXIT.
008230     EXIT.
008240
008250*-----------------------------------------------------------------
008260* TAKES THE SAMPLE INTERVAL AND ITERATION BUDGET OFF THE SYSIN
008270* CARD.  BLANK OR ZERO KEEPS THE DEFAULT; A FIELD THAT IS NOT
008280* NUMERIC IS REFUSED RATHER THAN GUESSED AT.
008290*-----------------------------------------------------------------
008300 6050-EDIT-VERIFY-PARMS.
008310     IF ACK-WS-SAMPLE-X NOT = SPACES
008320         IF ACK-WS-SAMPLE-X IS NOT NUMERIC
008330             DISPLAY 'ACKMAINT: SAMPLE INTERVAL ON THE SYSIN '
008340                 'CARD IS NOT NUMERIC - NOTHING VERIFIED'
008350             MOVE 16 TO RETURN-CODE
008360             GO TO 6050-EXIT
008370         END-IF
008380         IF ACK-WS-SAMPLE-X NOT = ZEROS
008390             MOVE ACK-WS-SAMPLE-X TO ACK-WS-SAMPLE
008400         END-IF
008410     END-IF.
008420     IF ACK-WS-BUDGET-X NOT = SPACES
008430         IF ACK-WS-BUDGET-X IS NOT NUMERIC
008440             DISPLAY 'ACKMAINT: ITERATION BUDGET ON THE SYSIN '
008450                 'CARD IS NOT NUMERIC - NOTHING VERIFIED'
008460             MOVE 16 TO RETURN-CODE
008470             GO TO 6050-EXIT
008480         END-IF
008490         IF ACK-WS-BUDGET-X NOT = ZEROS
008500             MOVE ACK-WS-BUDGET-X TO ACK-WS-BUDGET
008510         END-IF
008520     END-IF.
008530     DISPLAY 'ACKMAINT: RECOMPUTING EVERY ' ACK-WS-SAMPLE
008540         ' M 4+ RECORD(S) UNDER A BUDGET OF ' ACK-WS-BUDGET.
008550 6050-EXIT.
008560     EXIT.
008570
008580 6100-VERIFY-ONE-RESULT.
008590     READ ACK-STORE-FILE NEXT RECORD
008600         AT END
008610             MOVE 'Y' TO ACK-WS-EOF-SW
008620     END-READ.
008630     IF ACK-WS-EOF
008640         GO TO 6100-EXIT
008650     END-IF.
008660     ADD 1 TO ACK-WS-CNT-CHECKED.
008670     MOVE 'N' TO ACK-WS-BAD-SW.
008680*    A RECORD WHOSE FIELDS ARE NOT EVEN NUMERIC IS DAMAGED AND NO
008690*    FURTHER CHECK OF IT MEANS ANYTHING.
008700     IF ACK-STORE-M IS NOT NUMERIC
008710      OR ACK-STORE-N IS NOT NUMERIC
008720      OR ACK-STORE-RES IS NOT NUMERIC
008730      OR ACK-STORE-ITER IS NOT NUMERIC
008740      OR ACK-STORE-DEPTH IS NOT NUMERIC
008750         MOVE 'RECORD DAMAGED' TO ACK-WS-FIND-TEXT
008760         MOVE 'FORMAT' TO ACK-WS-FIND-BASIS
008770         MOVE 'QUARANTINED' TO ACK-WS-FIND-DISP
008780         MOVE 0 TO ACK-WS-FIND-STORED
008790         MOVE 0 TO ACK-WS-FIND-EXPECT
008800         PERFORM 6800-LIST-FINDING THRU 6800-EXIT
008810         GO TO 6100-DISPOSE
008820     END-IF.
008830     IF ACK-STORE-M < 4
008840         ADD 1 TO ACK-WS-CNT-CLOSED
008850         PERFORM 6200-CHECK-CLOSED-FORM THRU 6200-EXIT
008860         GO TO 6100-DISPOSE
008870     END-IF.
008880     ADD 1 TO ACK-WS-CNT-PLAUSIBLE.
008890     PERFORM 6300-CHECK-PLAUSIBLE THRU 6300-EXIT.
008900*    ONLY A PLAUSIBLE RECORD IS WORTH THE COST OF A RECOMPUTE; THE
008910*    FIRST M 4+ RECORD AND EVERY NTH ONE AFTER IT ARE SAMPLED.
008920     IF NOT ACK-WS-BAD
008930         IF ACK-WS-SAMPLE-CTR = 0
008940             PERFORM 6400-RECOMPUTE-SAMPLE THRU 6400-EXIT
008950         END-IF
008960         ADD 1 TO ACK-WS-SAMPLE-CTR
008970         IF ACK-WS-SAMPLE-CTR NOT < ACK-WS-SAMPLE
008980             MOVE 0 TO ACK-WS-SAMPLE-CTR
008990         END-IF
009000     END-IF.
009010 6100-DISPOSE.
009020     IF ACK-WS-BAD
009030         PERFORM 6700-QUARANTINE-RESULT THRU 6700-EXIT
009040     END-IF.
009050 6100-EXIT.
009060     EXIT.
009070
009080*-----------------------------------------------------------------
009090* M 0-3 HAVE CLOSED FORMS FOR THE RESULT AND, GIVEN func'S
009100* EXPLICIT STACK, FOR ITS ITERATION COUNT AND HIGH-WATER DEPTH:
009110*   M 0 - RESULT N+1,        ITERATIONS 2,           DEPTH 2
009120*   M 1 - RESULT N+2,        ITERATIONS 2N+3,        DEPTH N+2
009130*   M 2 - RESULT 2N+3,       ITERATIONS (2N+3)(N+2), DEPTH 2N+3
009140*   M 3 - RESULT 2**(N+3)-3, ITERATIONS (128*4**N+40)/3
009150*         - 40*2**N + 3N,    DEPTH 2**(N+3)-3
009160* PAST N 26 AN M 3 RESULT NO LONGER FITS NINE DIGITS, SO NO SUCH
009170* RECORD CAN BE RIGHT.
009180*-----------------------------------------------------------------
009190 6200-CHECK-CLOSED-FORM.
009200     MOVE 'CLOSED FORM' TO ACK-WS-FIND-BASIS.
009210     EVALUATE ACK-STORE-M
009220         WHEN 0
009230             COMPUTE ACK-WS-EXP-RES = ACK-STORE-N + 1
009240             MOVE 2 TO ACK-WS-EXP-ITER
009250             MOVE 2 TO ACK-WS-EXP-DEPTH
009260         WHEN 1
009270             COMPUTE ACK-WS-EXP-RES = ACK-STORE-N + 2
009280             COMPUTE ACK-WS-EXP-ITER = 2 * ACK-STORE-N + 3
009290             MOVE ACK-WS-EXP-RES TO ACK-WS-EXP-DEPTH
009300         WHEN 2
009310             COMPUTE ACK-WS-EXP-RES = 2 * ACK-STORE-N + 3
009320             COMPUTE ACK-WS-EXP-ITER =
009330                     ACK-WS-EXP-RES * (ACK-STORE-N + 2)
009340             MOVE ACK-WS-EXP-RES TO ACK-WS-EXP-DEPTH
009350         WHEN OTHER
009360             IF ACK-STORE-N > 26
009370                 MOVE 'NO 9-DIGIT RESULT' TO ACK-WS-FIND-TEXT
009380                 MOVE 'QUARANTINED' TO ACK-WS-FIND-DISP
009390                 MOVE ACK-STORE-RES TO ACK-WS-FIND-STORED
009400                 MOVE 0 TO ACK-WS-FIND-EXPECT
009410                 PERFORM 6800-LIST-FINDING THRU 6800-EXIT
009420                 GO TO 6200-EXIT
009430             END-IF
009440             COMPUTE ACK-WS-POW2 = 2 ** ACK-STORE-N
009450             COMPUTE ACK-WS-POW4 = ACK-WS-POW2 * ACK-WS-POW2
009460             COMPUTE ACK-WS-EXP-RES = 8 * ACK-WS-POW2 - 3
009470             COMPUTE ACK-WS-EXP-ITER =
009480                     (128 * ACK-WS-POW4 + 40) / 3
009490                     - 40 * ACK-WS-POW2 + 3 * ACK-STORE-N
009500             MOVE ACK-WS-EXP-RES TO ACK-WS-EXP-DEPTH
009510     END-EVALUATE.
009520     PERFORM 6500-COMPARE-EXPECTED THRU 6500-EXIT.
009530 6200-EXIT.
009540     EXIT.
009550
009560*-----------------------------------------------------------------
009570* M 4 AND UP HAVE NO CLOSED FORM TO SPEAK OF, SO THE RECORD IS
009580* HELD TO WHAT ANY RESULT func COULD HAVE WRITTEN: A DEPTH FROM
009590* 2 UP TO THE STACK CEILING AND EQUAL TO THE RESULT (AS FOR EVERY
009600* M FROM 1 UP), A RESULT ABOVE N+1, AND AT LEAST DEPTH - 1
009610* ITERATIONS, SINCE EACH ITERATION PUSHES AT MOST ONE SLOT ONTO
009620* THE TWO func STARTS WITH.
009630*-----------------------------------------------------------------
009640 6300-CHECK-PLAUSIBLE.
009650     MOVE 'PLAUSIBILITY' TO ACK-WS-FIND-BASIS.
009660     MOVE 'QUARANTINED' TO ACK-WS-FIND-DISP.
009670     IF ACK-STORE-DEPTH < 2
009680      OR ACK-STORE-DEPTH > ACK-WS-TSIZE-MAX
009690         MOVE 'DEPTH OUT OF RANGE' TO ACK-WS-FIND-TEXT
009700         MOVE ACK-STORE-DEPTH TO ACK-WS-FIND-STORED
009710         MOVE ACK-WS-TSIZE-MAX TO ACK-WS-FIND-EXPECT
009720         PERFORM 6800-LIST-FINDING THRU 6800-EXIT
009730     END-IF.
009740     IF ACK-STORE-DEPTH NOT = ACK-STORE-RES
009750         MOVE 'DEPTH NOT = RESULT' TO ACK-WS-FIND-TEXT
009760         MOVE ACK-STORE-DEPTH TO ACK-WS-FIND-STORED
009770         MOVE ACK-STORE-RES TO ACK-WS-FIND-EXPECT
009780         PERFORM 6800-LIST-FINDING THRU 6800-EXIT
009790     END-IF.
009800     IF ACK-STORE-RES NOT > ACK-STORE-N + 1
009810         MOVE 'RESULT NOT ABOVE N+1' TO ACK-WS-FIND-TEXT
009820         MOVE ACK-STORE-RES TO ACK-WS-FIND-STORED
009830         COMPUTE ACK-WS-FIND-EXPECT = ACK-STORE-N + 2
009840         PERFORM 6800-LIST-FINDING THRU 6800-EXIT
009850     END-IF.
009860     IF ACK-STORE-ITER + 1 < ACK-STORE-DEPTH
009870         MOVE 'TOO FEW ITERATIONS' TO ACK-WS-FIND-TEXT
009880         MOVE ACK-STORE-ITER TO ACK-WS-FIND-STORED
009890         COMPUTE ACK-WS-FIND-EXPECT = ACK-STORE-DEPTH - 1
009900         PERFORM 6800-LIST-FINDING THRU 6800-EXIT
009910     END-IF.
009920 6300-EXIT.
009930     EXIT.
009940
009950*-----------------------------------------------------------------
009960* RECOMPUTES A SAMPLED RECORD THROUGH func AT THE FULL STACK
009970* CEILING AND UNDER THE ITERATION BUDGET, AND HOLDS THE RECORD TO
009980* WHAT COMES BACK.  func RESUMES ANY STATE SUSPENDED FOR THE PAIR
009990* AND DELETES IT AS IT GOES, SO A PAIR WITH SEGMENTS ON THE
010000* SUSPEND STORE IS LEFT ALONE - THAT WORK BELONGS TO THE DRIVER.
010010* A RECOMPUTE THAT REACHES THE BUDGET LEAVES THE RECORD
010020* UNCONFIRMED, AND THE STATE IT SUSPENDED IS DROPPED AGAIN.
010030*-----------------------------------------------------------------
010040 6400-RECOMPUTE-SAMPLE.
010050     MOVE 'RECOMPUTE' TO ACK-WS-FIND-BASIS.
010060     PERFORM 6410-CHECK-PENDING-STATE THRU 6410-EXIT.
010070     IF ACK-WS-PENDING
010080         ADD 1 TO ACK-WS-CNT-UNCONFIRMED
010090         MOVE 'SUSPENDED STATE HELD' TO ACK-WS-FIND-TEXT
010100         MOVE 'UNCONFIRMED' TO ACK-WS-FIND-DISP
010110         MOVE ACK-STORE-RES TO ACK-WS-FIND-STORED
010120         MOVE 0 TO ACK-WS-FIND-EXPECT
010130         PERFORM 6800-LIST-FINDING THRU 6800-EXIT
010140         GO TO 6400-EXIT
010150     END-IF.
010160     ADD 1 TO ACK-WS-CNT-RECOMPUTED.
010170     MOVE ACK-STORE-M TO ACK-WS-CALL-M.
010180     MOVE ACK-STORE-N TO ACK-WS-CALL-N.
010190     MOVE ACK-WS-TSIZE-MAX TO ACK-WS-CALL-TSIZE.
010200     MOVE RETURN-CODE TO ACK-WS-HOLD-RC.
010210     CALL 'func' USING ACK-WS-CALL-M, ACK-WS-CALL-N,
010220         ACK-WS-CALL-RES, ACK-WS-CALL-TSIZE, ACK-WS-CALL-STATUS,
010230         ACK-WS-CALL-ITER, ACK-WS-CALL-DEPTH, ACK-WS-BUDGET.
010240     MOVE ACK-WS-HOLD-RC TO RETURN-CODE.
010250     EVALUATE TRUE
010260         WHEN ACK-WS-CALL-DONE
010270             MOVE ACK-WS-CALL-RES TO ACK-WS-EXP-RES
010280             MOVE ACK-WS-CALL-ITER TO ACK-WS-EXP-ITER
010290             MOVE ACK-WS-CALL-DEPTH TO ACK-WS-EXP-DEPTH
010300             PERFORM 6500-COMPARE-EXPECTED THRU 6500-EXIT
010310         WHEN ACK-WS-CALL-SUSPENDED
010320             PERFORM 6420-DROP-SAMPLE-STATE THRU 6420-EXIT
010330             ADD 1 TO ACK-WS-CNT-UNCONFIRMED
010340             MOVE 'BUDGET REACHED' TO ACK-WS-FIND-TEXT
010350             MOVE 'UNCONFIRMED' TO ACK-WS-FIND-DISP
010360             MOVE ACK-STORE-ITER TO ACK-WS-FIND-STORED
010370             MOVE 0 TO ACK-WS-FIND-EXPECT
010380             PERFORM 6800-LIST-FINDING THRU 6800-EXIT
010390         WHEN OTHER
010400             MOVE 'RECOMPUTE FAILED' TO ACK-WS-FIND-TEXT
010410             MOVE 'QUARANTINED' TO ACK-WS-FIND-DISP
010420             MOVE ACK-STORE-RES TO ACK-WS-FIND-STORED
010430             MOVE 0 TO ACK-WS-FIND-EXPECT
010440             PERFORM 6800-LIST-FINDING THRU 6800-EXIT
010450     END-EVALUATE.
010460 6400-EXIT.
010470     EXIT.
010480
010490*-----------------------------------------------------------------
010500* LOOKS FOR ANY SUSPEND SEGMENT FOR THE PAIR IN HAND.  NO USABLE
010510* SUSPEND STORE MEANS NOTHING IS PENDING.
010520*-----------------------------------------------------------------
010530 6410-CHECK-PENDING-STATE.
010540     MOVE 'N' TO ACK-WS-PENDING-SW.
010550     OPEN INPUT ACK-SUSP-FILE.
010560     IF ACK-WS-SUSP-STATUS NOT = '00'
010570         GO TO 6410-EXIT
010580     END-IF.
010590     MOVE 'N' TO ACK-WS-SEG-EOF-SW.
010600     MOVE ACK-STORE-M TO ACK-SUSP-M.
010610     MOVE ACK-STORE-N TO ACK-SUSP-N.
010620     MOVE 0 TO ACK-SUSP-SEG.
010630     START ACK-SUSP-FILE KEY NOT < ACK-SUSP-KEY
010640         INVALID KEY
010650             MOVE 'Y' TO ACK-WS-SEG-EOF-SW
010660     END-START.
010670     IF NOT ACK-WS-SEG-EOF
010680         READ ACK-SUSP-FILE NEXT RECORD
010690             AT END
010700                 MOVE 'Y' TO ACK-WS-SEG-EOF-SW
010710         END-READ
010720     END-IF.
010730     IF NOT ACK-WS-SEG-EOF
010740      AND ACK-SUSP-M = ACK-STORE-M
010750      AND ACK-SUSP-N = ACK-STORE-N
010760         SET ACK-WS-PENDING TO TRUE
010770     END-IF.
010780     CLOSE ACK-SUSP-FILE.
010790 6410-EXIT.
010800     EXIT.
010810
010820 6420-DROP-SAMPLE-STATE.
010830     OPEN I-O ACK-SUSP-FILE.
010840     IF ACK-WS-SUSP-STATUS NOT = '00'
010850         DISPLAY 'ACKMAINT: SUSPEND STORE NOT AVAILABLE - '
010860             'STATUS ' ACK-WS-SUSP-STATUS
010870             ' - SAMPLE STATE LEFT IN PLACE'
010880         GO TO 6420-EXIT
010890     END-IF.
010900     MOVE 'N' TO ACK-WS-SEG-EOF-SW.
010910     MOVE ACK-STORE-M TO ACK-SUSP-M.
010920     MOVE ACK-STORE-N TO ACK-SUSP-N.
010930     MOVE 0 TO ACK-SUSP-SEG.
010940     START ACK-SUSP-FILE KEY NOT < ACK-SUSP-KEY
010950         INVALID KEY
010960             MOVE 'Y' TO ACK-WS-SEG-EOF-SW
010970     END-START.
010980     PERFORM 6430-DROP-ONE-SEGMENT THRU 6430-EXIT
010990         UNTIL ACK-WS-SEG-EOF.
011000     CLOSE ACK-SUSP-FILE.
011010 6420-EXIT.
011020     EXIT.
011030
011040 6430-DROP-ONE-SEGMENT.
011050     READ ACK-SUSP-FILE NEXT RECORD
011060         AT END
011070             MOVE 'Y' TO ACK-WS-SEG-EOF-SW
011080     END-READ.
011090     IF ACK-WS-SEG-EOF
011100         GO TO 6430-EXIT
011110     END-IF.
011120     IF ACK-SUSP-M NOT = ACK-STORE-M
011130      OR ACK-SUSP-N NOT = ACK-STORE-N
011140         MOVE 'Y' TO ACK-WS-SEG-EOF-SW
011150         GO TO 6430-EXIT
011160     END-IF.
011170     DELETE ACK-SUSP-FILE.
011180     ADD 1 TO ACK-WS-CNT-SEGS-DROPPED.
011190 6430-EXIT.
011200     EXIT.
011210
011220*-----------------------------------------------------------------
011230* HOLDS THE STORED RESULT, ITERATIONS AND DEPTH TO THE EXPECTED
011240* VALUES JUST WORKED OUT, LISTING EACH ONE THAT DISAGREES.
011250*-----------------------------------------------------------------
011260 6500-COMPARE-EXPECTED.
011270     MOVE 'QUARANTINED' TO ACK-WS-FIND-DISP.
011280     IF ACK-STORE-RES NOT = ACK-WS-EXP-RES
011290         MOVE 'RESULT WRONG' TO ACK-WS-FIND-TEXT
011300         MOVE ACK-STORE-RES TO ACK-WS-FIND-STORED
011310         MOVE ACK-WS-EXP-RES TO ACK-WS-FIND-EXPECT
011320         PERFORM 6800-LIST-FINDING THRU 6800-EXIT
011330     END-IF.
011340     IF ACK-STORE-ITER NOT = ACK-WS-EXP-ITER
011350         MOVE 'ITERATIONS WRONG' TO ACK-WS-FIND-TEXT
011360         MOVE ACK-STORE-ITER TO ACK-WS-FIND-STORED
011370         MOVE ACK-WS-EXP-ITER TO ACK-WS-FIND-EXPECT
011380         PERFORM 6800-LIST-FINDING THRU 6800-EXIT
011390     END-IF.
011400     IF ACK-STORE-DEPTH NOT = ACK-WS-EXP-DEPTH
011410         MOVE 'DEPTH WRONG' TO ACK-WS-FIND-TEXT
011420         MOVE ACK-STORE-DEPTH TO ACK-WS-FIND-STORED
011430         MOVE ACK-WS-EXP-DEPTH TO ACK-WS-FIND-EXPECT
011440         PERFORM 6800-LIST-FINDING THRU 6800-EXIT
011450     END-IF.
011460 6500-EXIT.
011470     EXIT.
011480
011490*-----------------------------------------------------------------
011500* COPIES A FAILED RECORD TO THE QUARANTINE WITH THE DATE AND THE
011510* FIRST CHECK IT FAILED, THEN DELETES IT FROM THE STORE.  IF THE
011520* COPY CANNOT BE WRITTEN THE RECORD STAYS WHERE IT IS AND THE
011530* SWEEP STOPS - NOTHING LEAVES THE STORE WITHOUT A COPY.
011540*-----------------------------------------------------------------
011550 6700-QUARANTINE-RESULT.
011560     MOVE SPACES TO ACK-QUAR-RECORD.
011570     MOVE ACK-STORE-RECORD TO ACK-QUAR-IMAGE.
011580     MOVE ACK-WS-TODAY TO ACK-QUAR-DATE.
011590     MOVE ACK-WS-QUAR-TEXT TO ACK-QUAR-TEXT.
011600     MOVE ACK-WS-QUAR-BASIS TO ACK-QUAR-BASIS.
011610     WRITE ACK-QUAR-RECORD.
011620     IF ACK-WS-QUAR-STATUS NOT = '00'
011630         DISPLAY 'ACKMAINT: UNABLE TO WRITE ACKQUAR - STATUS '
011640             ACK-WS-QUAR-STATUS ' - VERIFICATION STOPPED'
011650         MOVE 16 TO RETURN-CODE
011660         MOVE 'Y' TO ACK-WS-EOF-SW
011670         GO TO 6700-EXIT
011680     END-IF.
011690     DELETE ACK-STORE-FILE
011700         INVALID KEY
011710             DISPLAY 'ACKMAINT: UNABLE TO DELETE QUARANTINED '
011720                 'RECORD - STATUS ' ACK-WS-STORE-STATUS
011730             MOVE 16 TO RETURN-CODE
011740         NOT INVALID KEY
011750             ADD 1 TO ACK-WS-CNT-QUARANTINED
011760     END-DELETE.
011770 6700-EXIT.
011780     EXIT.
011790
011800*-----------------------------------------------------------------
011810* LISTS ONE FINDING.  THE FIRST FINDING THAT QUARANTINES A RECORD
011820* IS THE REASON CARRIED ON ITS QUARANTINED COPY.
011830*-----------------------------------------------------------------
011840 6800-LIST-FINDING.
011850     MOVE ACK-STORE-M TO ACK-RPT-V-M.
011860     MOVE ACK-STORE-N TO ACK-RPT-V-N.
011870     MOVE ACK-WS-FIND-TEXT TO ACK-RPT-V-TEXT.
011880     MOVE ACK-WS-FIND-BASIS TO ACK-RPT-V-BASIS.
011890     MOVE ACK-WS-FIND-STORED TO ACK-RPT-V-STORED.
011900     MOVE ACK-WS-FIND-EXPECT TO ACK-RPT-V-EXPECT.
011910     MOVE ACK-WS-FIND-DISP TO ACK-RPT-V-DISP.
011920     MOVE ACK-RPT-VER-LINE TO ACK-RPT-RECORD.
011930     WRITE ACK-RPT-RECORD.
011940     IF ACK-WS-FIND-DISP = 'QUARANTINED'
011950      AND NOT ACK-WS-BAD
011960         SET ACK-WS-BAD TO TRUE
011970         MOVE ACK-WS-FIND-TEXT TO ACK-WS-QUAR-TEXT
011980         MOVE ACK-WS-FIND-BASIS TO ACK-WS-QUAR-BASIS
011990     END-IF.
012000 6800-EXIT.
012010     EXIT.
