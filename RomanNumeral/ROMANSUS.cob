000240*               EACH ITEM'S ORIGINAL OPEN DATE SO ITS AGE       *
000250*               REFLECTS THE WHOLE WAIT.                        *
000260*         'A' - AGING REPORT (SUSRPT DD): OPEN ITEMS BY REASON  *
000270*               CODE (INVC/NCAN/NNUM/OVFL/RNGE, AND X*** FOR    *
000271*               INDEXING BOUNCES) IN AGE BUCKETS OF UNDER 7,    *
000280*               7-13, 14-29, AND 30 OR MORE DAYS.               *
000290*     SYSIN CARD: COL 1 FUNCTION (L/C/A), COLS 2-9 RUN DATE    *
000300*     YYYYMMDD (BLANK = TODAY).                                 *
000310*-----------------------------------------------------------------
000320* MODIFICATION HISTORY.                                          *
000330*     09/02/2026  DM  ORIGINAL VERSION.                          *
000331*     10/15/2026  DM  THE AGING REPORT CARRIES A LINE FOR THE    *
000332*                     NEW REASON CODE RNGE (VALID BUT OUTSIDE    *
000333*                     THE DEPARTMENT'S VALUE RANGE FOR THE SLOT) *
000334*                     AHEAD OF THE CATCH-ALL.                    *
000335*     10/15/2026  DM  NEW ITEM STATUS VOIDED ('V'), SET BY THE   *
000336*                     ROMANBKO BACKOUT ON AN OPEN ITEM WHOSE     *
000337*                     REJECT BELONGED TO A RUN THAT WAS BACKED   *
000338*                     OUT. A VOIDED ITEM IS NOT AGED; THE AGING  *
000339*                     REPORT COUNTS IT ON A LINE OF ITS OWN.     *
000340*                     LOADING THE SAME KEY AGAIN OPENS IT AFRESH *
000341*                     WITH THE NEW RUN DATE.                     *
000342*     10/15/2026  DM  THE AGING REPORT CARRIES AN X*** LINE FOR  *
000343*                     THE INDEXING-BOUNCE ITEMS ROMANRCN NOW     *
000344*                     POSTS (REASON CODES BEGINNING 'X'), AHEAD  *
000345*                     OF THE CATCH-ALL.                          *
000346*****************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. ROMAN-SUSPENSE-MGR.
000370
000860     05  DL500-MST-STATUS-SW     PIC X(01).
000870         88  DL500-MST-OPEN                 VALUE 'O'.
000880         88  DL500-MST-CLOSED               VALUE 'C'.
000881         88  DL500-MST-VOIDED               VALUE 'V'.
000890     05  DL500-MST-OPEN-DATE     PIC X(08).
000900     05  DL500-MST-CLOSE-DATE    PIC X(08).
000910
001550 77  DL500-WS-AGE-DAYS           PIC S9(05) VALUE 0.
001560 77  DL500-WS-OLDEST-AGE         PIC 9(05) VALUE 0.
001570
001580*    AGING TALLIES BY REASON CODE - THE FIVE REASONS THE
001590*    CONVERSION RUN WRITES, ONE LINE ('X***') FOR ALL THE
001591*    INDEXING-BOUNCE CODES ROMAN-ACK-RECON POSTS ('X' PLUS THE
001592*    LOADER'S REASON), AND A CATCH-ALL FOR ANYTHING ELSE.
001600 01  DL500-AGE-TABLE.
001610     05  DL500-AGE-ENTRY OCCURS 7 TIMES
001620             INDEXED BY DL500-AGE-NDX.
001630         10  DL500-AGE-REASON    PIC X(04).
001640         10  DL500-AGE-BKT-1     PIC 9(07).
001680
001690 77  DL500-WS-OPEN-CNT           PIC 9(07) VALUE 0.
001700 77  DL500-WS-CLOSED-TOT         PIC 9(07) VALUE 0.
001701 77  DL500-WS-VOIDED-TOT         PIC 9(07) VALUE 0.
001710
001720*    AGING REPORT LINE LAYOUTS.
001730 01  DL500-RPT-HEADER-LINE.
002990     MOVE DL500-SUSP-SRCFILE     TO DL500-MST-SRCFILE.
003000     MOVE DL500-SUSP-SLOT        TO DL500-MST-SLOT.
003010     PERFORM 5000-READ-MASTER-BY-KEY THRU 5000-EXIT.
003011*    A VOIDED ITEM BELONGED TO A RUN THAT WAS BACKED OUT - THE
003012*    SAME KEY SUSPENSED AGAIN IS A NEW ITEM WITH A NEW AGE.
003013     IF DL500-WS-FND
003014      AND DL500-MST-VOIDED
003015         MOVE DL500-SUSP-TOKEN   TO DL500-MST-TOKEN
003016         MOVE DL500-SUSP-REASON  TO DL500-MST-REASON
003017         MOVE 'O'                TO DL500-MST-STATUS-SW
003018         MOVE DL500-WS-RUN-DATE  TO DL500-MST-OPEN-DATE
003019         MOVE SPACES             TO DL500-MST-CLOSE-DATE
003020         REWRITE DL500-MST-RECORD
003021         ADD 1                   TO DL500-WS-LOADED-NEW
003022         GO TO 2100-EXIT
003023     END-IF.
003024     IF DL500-WS-FND
003030         MOVE DL500-SUSP-TOKEN   TO DL500-MST-TOKEN
003040         MOVE DL500-SUSP-REASON  TO DL500-MST-REASON
003050         MOVE 'O'                TO DL500-MST-STATUS-SW
004280     MOVE 'NCAN'                 TO DL500-AGE-REASON (2).
004290     MOVE 'NNUM'                 TO DL500-AGE-REASON (3).
004300     MOVE 'OVFL'                 TO DL500-AGE-REASON (4).
004305     MOVE 'RNGE'                 TO DL500-AGE-REASON (5).
004306     MOVE 'X***'                 TO DL500-AGE-REASON (6).
004310     MOVE 'OTHR'                 TO DL500-AGE-REASON (7).
004320     PERFORM 4110-ZERO-ONE-ENTRY THRU 4110-EXIT
004330         VARYING DL500-AGE-NDX FROM 1 BY 1
004340         UNTIL DL500-AGE-NDX > 7.
004350 4100-EXIT.
004360     EXIT.
004370
004530         ADD 1                   TO DL500-WS-CLOSED-TOT
004540         GO TO 4200-EXIT
004550     END-IF.
004551     IF DL500-MST-VOIDED
004552         ADD 1                   TO DL500-WS-VOIDED-TOT
004553         GO TO 4200-EXIT
004554     END-IF.
004560     ADD 1                       TO DL500-WS-OPEN-CNT.
004570     MOVE 0                      TO DL500-WS-AGE-DAYS.
004580     IF DL500-MST-OPEN-DATE IS NUMERIC
004860
004870*-----------------------------------------------------------------
004880* LEAVES DL500-AGE-NDX ON THE TABLE ENTRY FOR THE ITEM'S REASON
004890* CODE - EVERY INDEXING-BOUNCE CODE SHARES THE 'X***' ENTRY, AND
004891* AN UNRECOGNIZED CODE FALLS TO THE CATCH-ALL ENTRY.
004900*-----------------------------------------------------------------
004910 4210-FIND-REASON-ENTRY.
004911     IF DL500-MST-REASON (1:1) = 'X'
004912         SET DL500-AGE-NDX       TO 6
004913         GO TO 4210-EXIT
004914     END-IF.
004920     SET DL500-AGE-NDX           TO 1.
004930     SEARCH DL500-AGE-ENTRY
004940         WHEN DL500-AGE-NDX > 6
004950             SET DL500-AGE-NDX   TO 7
004960         WHEN DL500-AGE-REASON (DL500-AGE-NDX)
004970                 = DL500-MST-REASON
004980             CONTINUE
005080     WRITE DL500-RPT-RECORD.
005090     PERFORM 4310-WRITE-ONE-AGE-LINE THRU 4310-EXIT
005100         VARYING DL500-AGE-NDX FROM 1 BY 1
005110         UNTIL DL500-AGE-NDX > 7.
005120     MOVE SPACES                 TO DL500-RPT-RECORD.
005130     WRITE DL500-RPT-RECORD.
005140     MOVE 'OPEN ITEMS                 :' TO DL500-RPT-T-LABEL.
005190     MOVE DL500-WS-CLOSED-TOT    TO DL500-RPT-T-VALUE.
005200     MOVE DL500-RPT-TOTAL-LINE TO DL500-RPT-RECORD.
005210     WRITE DL500-RPT-RECORD.
005211     MOVE 'VOIDED ITEMS (BACKED OUT)  :' TO DL500-RPT-T-LABEL.
005212     MOVE DL500-WS-VOIDED-TOT    TO DL500-RPT-T-VALUE.
005213     MOVE DL500-RPT-TOTAL-LINE TO DL500-RPT-RECORD.
005214     WRITE DL500-RPT-RECORD.
005220     MOVE 'OLDEST OPEN ITEM (DAYS)    :' TO DL500-RPT-T-LABEL.
005230     MOVE DL500-WS-OLDEST-AGE    TO DL500-RPT-T-VALUE.
005240     MOVE DL500-RPT-TOTAL-LINE TO DL500-RPT-RECORD.
