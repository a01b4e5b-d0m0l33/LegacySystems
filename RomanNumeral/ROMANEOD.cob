000150*     FROM THE ONE-LINE BALSTAT FILE ROMANBAL NOW WRITES) AND   *
000160*     PRINTS ONE OPERATOR PAGE: EACH JOB'S OUTCOME, RECORDS     *
000170*     READ / CONVERTED / REJECTED, NEW SUSPENSE AND DUPLICATE   *
000171*     COUNTS, THE INDEXING BOUNCES STILL OPEN ON THE SUSPENSE   *
000172*     MASTER, THE BALANCE RESULT, AND THE ACKERMANN PAIRS       *
000190*     COMPUTED / CACHED / SUSPENDED, WITH A SINGLE OVERALL      *
000200*     GO/NO-GO.  CONDITION CODE 0 MEANS GO; 8 MEANS NO-GO (AN   *
000210*     UNREADABLE INPUT, AN OUT-OF-BALANCE RUN, A BALANCE        *
000220*     VERDICT FOR A DIFFERENT RUN ID, A FAILED ACKERMANN PAIR,  *
000221*     OR AN ACKERMANN RUN NOT IN BALANCE) AND THE SCHEDULER     *
000230*     SHOULD HOLD THE MORNING DISTRIBUTION.  OPEN SUSPENSE,     *
000240*     BOUNCES AND DUPLICATES ARE NORMAL WORKFLOW AND DO NOT BY  *
000250*     THEMSELVES HOLD THE MORNING.                              *
000260*-----------------------------------------------------------------
000270* MODIFICATION HISTORY.                                          *
000280*     09/02/2026  DM  ORIGINAL VERSION.                          *
000281*     10/15/2026  DM  THE ACKRUN JOB NOW BALANCES ITS OWN RUN   *
000282*                     (ACKBAL): THE ONE-LINE VERDICT IS READ    *
000283*                     FROM THE NEW ACKBSTAT DD AND SHOWN AS THE *
000284*                     ACK BALANCE LINE, AND ANYTHING BUT 'IN    *
000285*                     BALANCE' FOR THE RUN ID ON THE ACKRPT     *
000286*                     HEADER IS A NO-GO.  THE ACKRPT TOTALS NOW *
000287*                     COME FROM THE LAST REPORT ON THE DATA SET *
000288*                     (A HEADER RESETS THEM).                   *
000289*     10/15/2026  DM  THE INDEXING BOUNCE ITEMS ROMANRCN POSTS  *
000290*                     ARE NOW COUNTED FROM THE SUSPENSE MASTER  *
000291*                     (NEW SUSPMAST DD) AND SHOWN AS THE        *
000292*                     BOUNCES LINE - THE NEXT NIGHT'S           *
000293*                     CONVERSION REWRITES THE SUSPENSE FILE     *
000294*                     BEFORE THIS STEP READS IT, SO THEY NEVER  *
000295*                     REACHED THE SUSPENSE COUNT. AN UNREADABLE *
000296*                     MASTER IS A NO-GO.                        *
000297*****************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. ROMAN-NIGHT-STATUS.
000320
000590     SELECT DL920-ACK-FILE ASSIGN TO "ACKIN"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS DL920-WS-ACK-STATUS.
000611
000612*    THE ONE-LINE BALANCE VERDICT WRITTEN BY ACKBAL IN THE
000613*    ACKRUN JOB.
000614     SELECT DL920-ABAL-FILE ASSIGN TO "ACKBSTAT"
000615         ORGANIZATION IS LINE SEQUENTIAL
000616         FILE STATUS IS DL920-WS-ABAL-STATUS.
000617
000618*    THE KEYED SUSPENSE MASTER, READ FROM END TO END FOR THE
000619*    INDEXING BOUNCE ITEMS STILL OPEN.
000621     SELECT DL920-MST-FILE ASSIGN TO "SUSPMAST"
000622         ORGANIZATION IS INDEXED
000623         ACCESS MODE IS SEQUENTIAL
000624         RECORD KEY IS DL920-MST-KEY
000625         FILE STATUS IS DL920-WS-MST-STATUS.
000626
000630*    THE ONE-PAGE OPERATOR STATUS.
000640     SELECT DL920-STAT-FILE ASSIGN TO "STATRPT"
000650         ORGANIZATION IS LINE SEQUENTIAL
000870
000880 FD  DL920-ACK-FILE.
000890 01  DL920-ACK-RECORD            PIC X(132).
000891
000892*    ONE ACK-STAT-RECORD AS WRITTEN BY ACKBAL.
000893 FD  DL920-ABAL-FILE.
000894 01  DL920-ABAL-RECORD.
000895     05  DL920-ABAL-RUN-ID       PIC X(14).
000896     05  FILLER                  PIC X(02).
000897     05  DL920-ABAL-RESULT       PIC X(14).
000900
000910 FD  DL920-STAT-FILE.
000920 01  DL920-STAT-RECORD           PIC X(132).
000921
000922*    ONE SUSPENSE MASTER ITEM, AS DEFINED BY ROMANDEF.
000923 FD  DL920-MST-FILE.
000924 01  DL920-MST-RECORD.
000925     05  DL920-MST-KEY.
000926         10  DL920-MST-DOCID     PIC X(10).
000927         10  DL920-MST-SRCFILE   PIC X(25).
000928         10  DL920-MST-SLOT      PIC 9(01).
000929     05  DL920-MST-TOKEN         PIC X(30).
000930     05  DL920-MST-REASON        PIC X(04).
000931     05  DL920-MST-STATUS-SW     PIC X(01).
000932         88  DL920-MST-OPEN                 VALUE 'O'.
000933     05  DL920-MST-OPEN-DATE     PIC X(08).
000934     05  DL920-MST-CLOSE-DATE    PIC X(08).
000935
000940 WORKING-STORAGE SECTION.
000950
000960 01  DL920-WS-SWITCHES.
001050 01  DL920-WS-SUSP-STATUS        PIC X(02) VALUE SPACES.
001060 01  DL920-WS-BAL-STATUS         PIC X(02) VALUE SPACES.
001070 01  DL920-WS-ACK-STATUS         PIC X(02) VALUE SPACES.
001071 01  DL920-WS-ABAL-STATUS        PIC X(02) VALUE SPACES.
001072 01  DL920-WS-MST-STATUS         PIC X(02) VALUE SPACES.
001080 01  DL920-WS-STAT-STATUS        PIC X(02) VALUE SPACES.
001090
001100*    LIFTED OFF THE SUMMARY REPORT.
001180*    COUNTS OFF THE OTHER NIGHT OUTPUTS.
001190 77  DL920-WS-DUP-LINES          PIC 9(07) VALUE 0.
001200 77  DL920-WS-SUSP-ITEMS         PIC 9(07) VALUE 0.
001201 77  DL920-WS-BOUNCE-OPEN        PIC 9(07) VALUE 0.
001210 77  DL920-WS-BAL-RESULT         PIC X(14) VALUE SPACES.
001220 77  DL920-WS-BAL-RUN-ID         PIC X(14) VALUE SPACES.
001230 77  DL920-WS-ACK-COMPUTED       PIC 9(09) VALUE 0.
001240 77  DL920-WS-ACK-CACHED         PIC 9(09) VALUE 0.
001250 77  DL920-WS-ACK-SUSPENDED      PIC 9(09) VALUE 0.
001260 77  DL920-WS-ACK-FAILED         PIC 9(09) VALUE 0.
001261 77  DL920-WS-ACK-RUN-ID         PIC X(14) VALUE SPACES.
001262 77  DL920-WS-ABAL-RESULT        PIC X(14) VALUE SPACES.
001263 77  DL920-WS-ABAL-RUN-ID        PIC X(14) VALUE SPACES.
001270
001280*    SCRATCH FIELD FOR DE-EDITING A Z(8)9 TRAILER VALUE, AS IN
001290*    ROMAN-BALANCE.
001910     PERFORM 2000-READ-SUMMARY THRU 2000-EXIT.
001920     PERFORM 3000-COUNT-DUPRPT THRU 3000-EXIT.
001930     PERFORM 4000-COUNT-SUSPENSE THRU 4000-EXIT.
001931     PERFORM 4500-COUNT-OPEN-BOUNCES THRU 4500-EXIT.
001940     PERFORM 5000-READ-BALANCE THRU 5000-EXIT.
001950     PERFORM 6000-READ-ACK-REPORT THRU 6000-EXIT.
001951     PERFORM 6500-READ-ACK-BALANCE THRU 6500-EXIT.
001960     PERFORM 7000-WRITE-STATUS-PAGE THRU 7000-EXIT.
001970     CLOSE DL920-STAT-FILE.
001980 0000-TERMINATE.
003330     END-IF.
003340 4100-EXIT.
003350     EXIT.
003351
003352*-----------------------------------------------------------------
003353* COUNTS THE INDEXING BOUNCE ITEMS (REASON 'X...') STILL OPEN ON
003354* THE SUSPENSE MASTER.  ROMANRCN POSTS THEM AFTER THE NIGHT THE
003355* EXTRACT WENT OUT, SO THE NEXT NIGHT'S SUSPENSE FILE NEVER
003356* HOLDS THEM - THE MASTER IS THE ONLY PLACE TO COUNT THEM.  AN
003357* UNREADABLE MASTER IS A NO-GO, AS FOR THE OTHER INPUTS.
003358*-----------------------------------------------------------------
003359 4500-COUNT-OPEN-BOUNCES.
003360     OPEN INPUT DL920-MST-FILE.
003361     IF DL920-WS-MST-STATUS NOT = '00'
003362         DISPLAY 'ROMAN-NIGHT-STATUS: SUSPMAST NOT AVAILABLE '
003363             '- STATUS ' DL920-WS-MST-STATUS
003364         SET DL920-WS-NO-GO      TO TRUE
003365         GO TO 4500-EXIT
003366     END-IF.
003367     MOVE 'N'                    TO DL920-WS-EOF-SW.
003368     PERFORM 4510-COUNT-ONE-MST-ITEM THRU 4510-EXIT
003369         UNTIL DL920-WS-EOF.
003370     CLOSE DL920-MST-FILE.
003371 4500-EXIT.
003372     EXIT.
003373
003374 4510-COUNT-ONE-MST-ITEM.
003375     READ DL920-MST-FILE
003376         AT END
003377             MOVE 'Y'            TO DL920-WS-EOF-SW
003378     END-READ.
003379     IF DL920-WS-EOF
003380         GO TO 4510-EXIT
003381     END-IF.
003382     IF DL920-MST-OPEN
003383        AND DL920-MST-REASON (1:1) = 'X'
003384         ADD 1                   TO DL920-WS-BOUNCE-OPEN
003385     END-IF.
003386 4510-EXIT.
003387     EXIT.
003388
003389*-----------------------------------------------------------------
003390* READS THE ONE-LINE BALANCE VERDICT.  ANYTHING BUT 'IN
003391* BALANCE' FOR THIS RUN ID IS A NO-GO.
003400*-----------------------------------------------------------------
003410 5000-READ-BALANCE.
003420     OPEN INPUT DL920-BAL-FILE.
003700
003710*-----------------------------------------------------------------
003720* LIFTS THE PAIRS COMPUTED / CACHED / SUSPENDED / FAILED OFF
003730* THE ACKRPT TRAILER.  A FAILED PAIR IS A NO-GO.  THE DATA SET
003731* IS EXTENDED RUN AFTER RUN, SO EACH REPORT HEADER TAKES ITS RUN
003732* ID AND RESETS THE TOTALS - THE LAST REPORT IS THE ONE SHOWN.
003740*-----------------------------------------------------------------
003750 6000-READ-ACK-REPORT.
003760     OPEN INPUT DL920-ACK-FILE.
003990         GO TO 6100-EXIT
004000     END-IF.
004010     EVALUATE TRUE
004011         WHEN DL920-ACK-RECORD (1:24) =
004012                 'ACKERMANN RESULTS REPORT'
004013             MOVE DL920-ACK-RECORD (73:14) TO DL920-WS-ACK-RUN-ID
004014             MOVE 0              TO DL920-WS-ACK-COMPUTED
004015                                    DL920-WS-ACK-CACHED
004016                                    DL920-WS-ACK-SUSPENDED
004017                                    DL920-WS-ACK-FAILED
004020         WHEN DL920-ACK-RECORD (1:20) = 'PAIRS COMPUTED      '
004030             PERFORM 6200-DE-EDIT-ACK-VALUE THRU 6200-EXIT
004040             MOVE DL920-EDIT-VALUE-N TO DL920-WS-ACK-COMPUTED
004230         REPLACING LEADING SPACES BY ZEROS.
004240 6200-EXIT.
004250     EXIT.
004251
004252*-----------------------------------------------------------------
004253* READS THE ONE-LINE ACKBAL VERDICT.  ANYTHING BUT 'IN BALANCE'
004254* FOR THE RUN ID ON THE ACKRPT HEADER IS A NO-GO.
004255*-----------------------------------------------------------------
004256 6500-READ-ACK-BALANCE.
004257     OPEN INPUT DL920-ABAL-FILE.
004258     IF DL920-WS-ABAL-STATUS NOT = '00'
004259         DISPLAY 'ROMAN-NIGHT-STATUS: ACKBSTAT NOT AVAILABLE - '
004260             'STATUS ' DL920-WS-ABAL-STATUS
004261         MOVE 'NOT AVAILABLE'    TO DL920-WS-ABAL-RESULT
004262         SET DL920-WS-NO-GO      TO TRUE
004263         GO TO 6500-EXIT
004264     END-IF.
004265     READ DL920-ABAL-FILE
004266         AT END
004267             MOVE 'NOT AVAILABLE' TO DL920-WS-ABAL-RESULT
004268             SET DL920-WS-NO-GO  TO TRUE
004269         NOT AT END
004270             MOVE DL920-ABAL-RUN-ID TO DL920-WS-ABAL-RUN-ID
004271             MOVE DL920-ABAL-RESULT TO DL920-WS-ABAL-RESULT
004272     END-READ.
004273     CLOSE DL920-ABAL-FILE.
004274     IF DL920-WS-ABAL-RESULT NOT = 'IN BALANCE'
004275         SET DL920-WS-NO-GO      TO TRUE
004276     END-IF.
004277     IF DL920-WS-ABAL-RUN-ID NOT = SPACES
004278      AND DL920-WS-ABAL-RUN-ID NOT = DL920-WS-ACK-RUN-ID
004279         DISPLAY 'ROMAN-NIGHT-STATUS: ACK BALANCE VERDICT IS '
004280             'FOR RUN ' DL920-WS-ABAL-RUN-ID ' NOT '
004281             DL920-WS-ACK-RUN-ID
004282         MOVE 'NOT THIS RUN'     TO DL920-WS-ABAL-RESULT
004283         SET DL920-WS-NO-GO      TO TRUE
004284     END-IF.
004285 6500-EXIT.
004286     EXIT.
004287
004288*-----------------------------------------------------------------
004289* THE ONE OPERATOR PAGE.
004290*-----------------------------------------------------------------
004300 7000-WRITE-STATUS-PAGE.
004310     MOVE DL920-WS-RUN-DATE      TO DL920-STAT-H-DATE.
004450     MOVE DL920-WS-SUSP-ITEMS    TO DL920-STAT-N-VALUE.
004460     MOVE DL920-STAT-CNT-LINE TO DL920-STAT-RECORD.
004470     WRITE DL920-STAT-RECORD.
004471     MOVE 'BOUNCES     : '       TO DL920-STAT-N-LABEL.
004472     MOVE 'OPEN ITEMS:'          TO DL920-STAT-N-TEXT.
004473     MOVE DL920-WS-BOUNCE-OPEN   TO DL920-STAT-N-VALUE.
004474     MOVE DL920-STAT-CNT-LINE TO DL920-STAT-RECORD.
004475     WRITE DL920-STAT-RECORD.
004480     MOVE 'DUPRPT      : '       TO DL920-STAT-N-LABEL.
004490     MOVE 'EXCEPTIONS:'          TO DL920-STAT-N-TEXT.
004500     MOVE DL920-WS-DUP-LINES     TO DL920-STAT-N-VALUE.
004600     MOVE DL920-WS-ACK-FAILED    TO DL920-STAT-A-FAIL.
004610     MOVE DL920-STAT-ACK-LINE TO DL920-STAT-RECORD.
004620     WRITE DL920-STAT-RECORD.
004621     MOVE 'ACK BALANCE : '       TO DL920-STAT-T-LABEL.
004622     MOVE DL920-WS-ABAL-RESULT   TO DL920-STAT-T-TEXT.
004623     MOVE DL920-STAT-TEXT-LINE TO DL920-STAT-RECORD.
004624     WRITE DL920-STAT-RECORD.
004630     MOVE SPACES                 TO DL920-STAT-RECORD.
004640     WRITE DL920-STAT-RECORD.
004650     MOVE 'OVERALL     : '       TO DL920-STAT-T-LABEL.
