000220*-----------------------------------------------------------------
000230* MODIFICATION HISTORY.                                          *
000240*     09/02/2026  DM  ORIGINAL VERSION.                          *
000241*     10/15/2026  DM  A RUN BACKED OUT BY ROMANBKO (FLAG ON THE  *
000242*                     RUN-HISTORY RECORD, CARVED FROM THE LAST   *
000243*                     BYTE OF THE MODE FIELD) IS STILL LISTED,   *
000244*                     MARKED 'BACKED OUT', BUT IS LEFT OUT OF    *
000245*                     THE TRAILER TOTALS AND COUNTED ON A LINE   *
000246*                     OF ITS OWN. A RUN WITH ONLY SOME FILES     *
000247*                     BACKED OUT IS MARKED 'PART BACKED OUT' AND *
000248*                     STAYS IN THE TOTALS AS RECORDED.           *
000250*****************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. ROMAN-RUN-TREND.
000570 01  DL600-RUNH-RECORD.
000580     05  DL600-RUNH-RUN-ID       PIC X(14).
000590     05  DL600-RUNH-RUN-DATE     PIC X(08).
000600     05  DL600-RUNH-MODE         PIC X(11).
000601     05  DL600-RUNH-BKO-SW       PIC X(01).
000602         88  DL600-RUNH-BACKED-OUT          VALUE 'B'.
000603         88  DL600-RUNH-PART-BACKED-OUT     VALUE 'P'.
000610     05  DL600-RUNH-STRICT       PIC X(01).
000620     05  DL600-RUNH-DUP-OPT      PIC X(01).
000630     05  DL600-RUNH-END-TIME     PIC X(06).
000940
000950*    TRAILER TOTALS ACROSS THE RUNS LISTED.
000960 77  DL600-WS-RUNS-LISTED        PIC 9(05) VALUE 0.
000961 77  DL600-WS-RUNS-BACKED-OUT    PIC 9(05) VALUE 0.
000970 77  DL600-WS-TOT-READ           PIC 9(09) VALUE 0.
000980 77  DL600-WS-TOT-CONVERTED      PIC 9(09) VALUE 0.
000990 77  DL600-WS-TOT-REJECTED       PIC 9(09) VALUE 0.
001330     05  FILLER                  PIC X(02) VALUE SPACES.
001340     05  FILLER                  PIC X(03) VALUE 'RC:'.
001350     05  DL600-RPT-D-RC          PIC Z9.
001351     05  FILLER                  PIC X(02) VALUE SPACES.
001352     05  DL600-RPT-D-FLAG        PIC X(16).
001360
001370 01  DL600-RPT-TOTAL-LINE.
001380     05  DL600-RPT-T-LABEL       PIC X(30).
002220      AND DL600-RUNH-RUN-ID (1:8) > DL600-WS-TO-DATE
002230         GO TO 2000-EXIT
002240     END-IF.
002241*    A RUN BACKED OUT IN FULL IS LISTED FOR THE RECORD BUT ITS
002242*    WORK NO LONGER STANDS, SO IT IS KEPT OUT OF THE TOTALS.
002243     IF DL600-RUNH-BACKED-OUT
002244         ADD 1                   TO DL600-WS-RUNS-BACKED-OUT
002245         MOVE 'BACKED OUT'       TO DL600-RPT-D-FLAG
002246     ELSE
002247         PERFORM 2100-ADD-TO-TOTALS THRU 2100-EXIT
002248     END-IF.
002330     MOVE 0                      TO DL600-WS-REJ-RATE.
002340     IF DL600-RUNH-CONVERTED + DL600-RUNH-REJECTED > 0
002350         COMPUTE DL600-WS-REJ-RATE ROUNDED =
002480     WRITE DL600-RPT-RECORD.
002490 2000-EXIT.
002500     EXIT.
002501
002502*-----------------------------------------------------------------
002503* ADDS ONE LISTED RUN INTO THE TRAILER TOTALS.  A RUN WITH ONLY
002504* SOME OF ITS FILES BACKED OUT IS TOTALLED AS RECORDED AND
002505* MARKED ON ITS DETAIL LINE.
002506*-----------------------------------------------------------------
002507 2100-ADD-TO-TOTALS.
002508     IF DL600-RUNH-PART-BACKED-OUT
002509         MOVE 'PART BACKED OUT'  TO DL600-RPT-D-FLAG
002510     ELSE
002511         MOVE SPACES             TO DL600-RPT-D-FLAG
002512     END-IF.
002513     ADD 1                       TO DL600-WS-RUNS-LISTED.
002514     ADD DL600-RUNH-READ         TO DL600-WS-TOT-READ.
002515     ADD DL600-RUNH-CONVERTED    TO DL600-WS-TOT-CONVERTED.
002516     ADD DL600-RUNH-REJECTED     TO DL600-WS-TOT-REJECTED.
002517     ADD DL600-RUNH-ELAPSED      TO DL600-WS-TOT-ELAPSED.
002518     IF DL600-RUNH-ELAPSED > DL600-WS-MAX-ELAPSED
002519         MOVE DL600-RUNH-ELAPSED TO DL600-WS-MAX-ELAPSED
002520     END-IF.
002521 2100-EXIT.
002522     EXIT.
002523
002524 3000-WRITE-TRAILER.
002530     MOVE SPACES                 TO DL600-RPT-RECORD.
002540     WRITE DL600-RPT-RECORD.
002550     MOVE 'RUNS LISTED                :' TO DL600-RPT-T-LABEL.
002720     MOVE DL600-WS-MAX-ELAPSED   TO DL600-RPT-T-VALUE.
002730     MOVE DL600-RPT-TOTAL-LINE TO DL600-RPT-RECORD.
002740     WRITE DL600-RPT-RECORD.
002741     MOVE 'RUNS BACKED OUT (EXCLUDED) :' TO DL600-RPT-T-LABEL.
002742     MOVE DL600-WS-RUNS-BACKED-OUT TO DL600-RPT-T-VALUE.
002743     MOVE DL600-RPT-TOTAL-LINE TO DL600-RPT-RECORD.
002744     WRITE DL600-RPT-RECORD.
002750     IF DL600-WS-RUNS-LISTED > 0
002760         COMPUTE DL600-WS-AVG-ELAPSED ROUNDED =
002770             DL600-WS-TOT-ELAPSED / DL600-WS-RUNS-LISTED
