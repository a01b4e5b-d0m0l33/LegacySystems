000316*                     USABLE SUSPEND STORE THE BUDGET IS        *
000317*                     IGNORED (NOTED ONCE) RATHER THAN THROWING *
000318*                     WORK AWAY.                                *
000319*     10/15/2026  DM  A CALL THAT RESUMES A SUSPENDED STATE AND *
000320*                     RUNS IT TO COMPLETION NOW RETURNS THE NEW *
000321*                     ACK-STATUS 'R' (RESUMED) INSTEAD OF 'O',  *
000322*                     SO THE DRIVER CAN AUDIT THE PAIR AS       *
000323*                     FINISHED FROM SAVED WORK RATHER THAN      *
000324*                     COMPUTED FROM THE START.                  *
000290*****************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. func.
000477     88  ACK-WS-SUSP-OPEN                 VALUE 'Y'.
000478 01  ACK-WS-NOTED-SW             PIC X(01) VALUE 'N'.
000479     88  ACK-WS-NOTED                     VALUE 'Y'.
000480 01  ACK-WS-RESUMED-SW           PIC X(01) VALUE 'N'.
000481     88  ACK-WS-RESUMED                   VALUE 'Y'.
000482
000483* THE ORIGINAL ARGUMENTS, SAVED AT ENTRY FOR THE SUSPEND KEY -
000484* ACK-M AND ACK-N ARE USED AS WORKING REGISTERS DURING THE
000485* ITERATION AND NO LONGER HOLD THEM.
000486 01  ACK-WS-ORIG-M               PIC 9(01).
000487 01  ACK-WS-ORIG-N               PIC 9(05).
000488
000489* ITERATIONS PERFORMED IN THIS CALL ALONE - THE BUDGET IS PER
000490* BATCH WINDOW, WHILE ACK-C KEEPS THE CUMULATIVE COUNT ACROSS
000491* SUSPEND/RESUME FOR THE RESULT STORE.
000492 01  ACK-WS-CALL-ITER            PIC 9(09) VALUE 0.
000493
000560     88  ACK-STATUS-OK                    VALUE 'O'.
000570     88  ACK-STATUS-ERROR                 VALUE 'E'.
000576     88  ACK-STATUS-SUSPENDED             VALUE 'S'.
000577*    COMPLETED, HAVING RESUMED A SUSPENDED STATE - SET ONLY ON
000578*    RETURN, THE ITERATION ITSELF RUNS UNDER 'O'.
000579     88  ACK-STATUS-RESUMED               VALUE 'R'.
000571
000572* ITERATION COUNT AND HIGH-WATER STACK DEPTH OF THE CALL, FOR
000573* THE CALLER'S RESULT STORE AND CAPACITY PLANNING.
000660            OR NOT ACK-STATUS-OK.
000670     IF ACK-STATUS-OK
000680         MOVE ACK-STACK (1)      TO ACK-RES
000681         IF ACK-WS-RESUMED
000682             MOVE 'R'            TO ACK-STATUS
000683         END-IF
000690     ELSE
000700         MOVE 0                  TO ACK-RES
000710     END-IF.
000837*-----------------------------------------------------------------
000838 1200-TRY-RESUME.
000839     MOVE 'N'                    TO ACK-WS-SUSP-OPEN-SW.
000840     MOVE 'N'                    TO ACK-WS-RESUMED-SW.
000841     OPEN I-O ACK-SUSP-FILE.
000842     IF ACK-WS-SUSP-STATUS NOT = '00'
000843         OPEN OUTPUT ACK-SUSP-FILE
000868                 UNTIL ACK-WS-SEG > ACK-WS-SEG-CNT
000869                    OR NOT ACK-STATUS-OK
000870             IF ACK-STATUS-OK
000871                 SET ACK-WS-RESUMED  TO TRUE
000872                 DISPLAY 'FUNC: RESUMING SUSPENDED COMPUTATION'
000873                     ' FOR M=' ACK-WS-ORIG-M ' N='
000874                     ACK-WS-ORIG-N ' AT ITERATION ' ACK-C
000875             END-IF
000876     END-READ.
000874 1200-EXIT.
000875     EXIT.
000876
