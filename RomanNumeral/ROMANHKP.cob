000190*     CUTOFF.  A CHECKPOINT RECORD STILL FLAGGED INCOMPLETE IS  *
000200*     ALWAYS KEPT LIVE, WHATEVER ITS AGE, SO AN IN-FLIGHT       *
000210*     RESTART IS NEVER ARCHIVED OUT FROM UNDER A FAILED RUN.    *
000211*     EACH RUN RECORDS ITS AUDIT ARCHIVE GENERATION ON THE      *
000212*     SEQUENCE CONTROL STORE (AUDCTL) AND KEEPS THE ARCHIVE     *
000213*     LOW-WATER MARK THERE FOR ROMANGAP.                        *
000230*-----------------------------------------------------------------
000240* MODIFICATION HISTORY.                                          *
000250*     08/18/2026  DM  ORIGINAL VERSION.                          *
000279*                     STALE CHECKPOINTS WITH NO ARCHIVE COPY    *
000281*                     EVER WRITTEN.  EITHER FAILURE NOW SETS    *
000282*                     RETURN CODE 16 AND SKIPS THE SPLIT.       *
000283*     10/15/2026  DM  EVERY RUN NOW RECORDS ITS AUDITARC        *
000284*                     GENERATION ON THE AUDCTL CONTROL STORE    *
000285*                     WITH THE HIGHEST SEQUENCE NUMBER AND      *
000286*                     CHECK VALUE ARCHIVED TO IT.  WHEN THE     *
000287*                     GENERATION LIMIT ROLLS THE OLDEST         *
000288*                     GENERATION OFF, ITS LAST LINE BECOMES THE *
000289*                     ARCHIVE LOW-WATER MARK (KEY AUDITARC)     *
000290*                     THAT ROMANGAP STARTS ITS FULL CHECK FROM. *
000291*                     A FAILURE TO RECORD IT SETS RETURN CODE   *
000292*                     16.                                       *
000260*****************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. ROMAN-HOUSEKEEP.
000590     SELECT DL400-PARM-FILE ASSIGN TO "SYSIN"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS DL400-PARM-STATUS.
000611
000612*    AUDIT SEQUENCE CONTROL STORE - THIS RUN'S ARCHIVE GENERATION
000613*    AND THE ARCHIVE LOW-WATER MARK ARE RECORDED ON IT.
000614     SELECT DL400-ACTL-FILE ASSIGN TO "AUDCTL"
000615         ORGANIZATION IS INDEXED
000616         ACCESS MODE IS RANDOM
000617         RECORD KEY IS DL400-ACTL-KEY
000618         FILE STATUS IS DL400-ACTL-STATUS.
000620
000630 DATA DIVISION.
000640
000680 01  DL400-AUDI-RECORD.
000690     05  FILLER                  PIC X(100).
000700     05  DL400-AUDI-RUN-DATE     PIC X(08).
000710     05  FILLER                  PIC X(11).
000711     05  DL400-AUDI-SEQ-X        PIC X(08).
000712     05  DL400-AUDI-SEQ REDEFINES DL400-AUDI-SEQ-X
000713                                 PIC 9(08).
000714     05  FILLER                  PIC X(01).
000715     05  DL400-AUDI-CHECK-X      PIC X(04).
000716     05  DL400-AUDI-CHECK REDEFINES DL400-AUDI-CHECK-X
000717                                 PIC 9(04).
000720
000730 FD  DL400-AUDIT-NEW.
000740 01  DL400-AUDN-RECORD           PIC X(132).
000870
000910 FD  DL400-CKPT-ARC.
000920 01  DL400-CKPA-RECORD           PIC X(87).
000921
000922*    AUDCTL RECORD - KEY 'ARC' AND A GENERATION NUMBER FOR ONE
000923*    ARCHIVE GENERATION (ITS HIGHEST NUMBERED LINE), OR 'AUDITARC'
000924*    FOR THE LOW-WATER MARK (THE LAST LINE ROLLED OFF WITH THE
000925*    OLDEST GENERATION) AND THE LAST GENERATION WRITTEN.
000926 FD  DL400-ACTL-FILE.
000927 01  DL400-ACTL-RECORD.
000928     05  DL400-ACTL-KEY.
000929         10  DL400-ACTL-KEY-PFX  PIC X(03).
000930         10  DL400-ACTL-KEY-GEN  PIC 9(05).
000931     05  DL400-ACTL-GEN          PIC 9(05).
000932     05  DL400-ACTL-SEQ          PIC 9(08).
000933     05  DL400-ACTL-CHECK        PIC 9(04).
000934     05  DL400-ACTL-DATE         PIC X(08).
000935     05  FILLER                  PIC X(47).
000936
000940 FD  DL400-PARM-FILE.
000950 01  DL400-PARM-RECORD.
000960     05  DL400-PARM-RETAIN       PIC 9(03).
001000 01  DL400-SWITCHES.
001010     05  DL400-EOF-SW            PIC X(01) VALUE 'N'.
001020         88  DL400-EOF                      VALUE 'Y'.
001030     05  DL400-ARC-CTL-SW        PIC X(01) VALUE 'N'.
001040         88  DL400-ARC-CTL-FOUND            VALUE 'Y'.
001050
001060 01  DL400-AUDI-STATUS           PIC X(02) VALUE SPACES.
001070 01  DL400-AUDN-STATUS           PIC X(02) VALUE SPACES.
001090 01  DL400-CKPI-STATUS           PIC X(02) VALUE SPACES.
001110 01  DL400-CKPA-STATUS           PIC X(02) VALUE SPACES.
001120 01  DL400-PARM-STATUS           PIC X(02) VALUE SPACES.
001121 01  DL400-ACTL-STATUS           PIC X(02) VALUE SPACES.
001130
001140 77  DL400-RETAIN-DAYS           PIC 9(03) VALUE 0.
001150
001290 77  DL400-CKP-KEPT              PIC 9(07) VALUE 0.
001300 77  DL400-CKP-ARCH              PIC 9(07) VALUE 0.
001310
001311*    THE HIGHEST NUMBERED LINE ARCHIVED BY THIS RUN, THE ARCHIVE
001312*    GENERATION IT WENT TO AND THE LOW-WATER MARK.  THE LIMIT IS
001313*    THE AUDITARC GDG LIMIT - KEEP IN STEP WITH ROMANDEF.
001314 77  DL400-ARC-HIGH-SEQ          PIC 9(08) VALUE 0.
001315 77  DL400-ARC-HIGH-CHECK        PIC 9(04) VALUE 0.
001316 77  DL400-ARC-GEN               PIC 9(05) VALUE 0.
001317 77  DL400-ARC-OLD-GEN           PIC 9(05) VALUE 0.
001318 77  DL400-ARC-LOW-SEQ           PIC 9(08) VALUE 0.
001319 77  DL400-ARC-LOW-CHECK         PIC 9(04) VALUE 0.
001320 77  DL400-ARC-LIMIT             PIC 9(05) VALUE 30.
001430
001440 PROCEDURE DIVISION.
001450
001560     DISPLAY 'ROMAN-HOUSEKEEP: CKPT  KEPT ' DL400-CKP-KEPT
001570         ' ARCHIVED ' DL400-CKP-ARCH.
001580 0000-TERMINATE.
001585     PERFORM 4000-RECORD-ARCHIVE-GEN THRU 4000-EXIT.
001590     DISPLAY 'ROMAN-HOUSEKEEP: RUN COMPLETE - RC ' RETURN-CODE.
001600     STOP RUN.
001610
002400         MOVE DL400-AUDI-RECORD  TO DL400-AUDA-RECORD
002410         WRITE DL400-AUDA-RECORD
002420         ADD 1                   TO DL400-AUD-ARCH
002421         IF DL400-AUDI-SEQ-X IS NUMERIC
002422          AND DL400-AUDI-CHECK-X IS NUMERIC
002423          AND DL400-AUDI-SEQ > DL400-ARC-HIGH-SEQ
002424             MOVE DL400-AUDI-SEQ TO DL400-ARC-HIGH-SEQ
002425             MOVE DL400-AUDI-CHECK TO DL400-ARC-HIGH-CHECK
002426         END-IF
002430     END-IF.
002440 2100-EXIT.
002450     EXIT.
003530     END-IF.
003540 3600-EXIT.
003550     EXIT.
003555
003560*-----------------------------------------------------------------
003570* RECORDS THE ARCHIVE GENERATION THIS RUN WROTE ON THE AUDCTL
003580* STORE, KEY 'ARC' AND ITS NUMBER, WITH THE HIGHEST NUMBERED LINE
003590* ARCHIVED TO IT (ZERO IF NONE).  THE JOB STREAM CATALOGS THE
003600* GENERATION WHENEVER THIS STEP ENDS, EMPTY OR NOT, SO IT IS
003610* RECORDED ON EVERY PATH.  PAST THE GDG LIMIT THE OLDEST
003620* GENERATION IS SCRATCHED - 4100 MOVES THE LOW-WATER MARK (KEY
003630* 'AUDITARC') UP TO ITS LAST LINE, AND ROMANGAP'S FULL CHECK THEN
003640* EXPECTS THE ARCHIVE TO START ON THE LINE AFTER IT.  A STORE THAT
003650* CANNOT BE UPDATED SETS RETURN CODE 16, SO THE SPLIT IS NOT
003655* COPIED BACK.
003660*-----------------------------------------------------------------
003670 4000-RECORD-ARCHIVE-GEN.
003680     OPEN I-O DL400-ACTL-FILE.
003690     IF DL400-ACTL-STATUS NOT = '00'
003700         DISPLAY 'ROMAN-HOUSEKEEP: UNABLE TO OPEN AUDCTL - '
003710             'STATUS ' DL400-ACTL-STATUS
003720             ' - ARCHIVE GENERATION NOT RECORDED'
003730         MOVE 16                 TO RETURN-CODE
003740         GO TO 4000-EXIT
003750     END-IF.
003760     MOVE 'AUDITARC'             TO DL400-ACTL-KEY.
003770     READ DL400-ACTL-FILE
003780         INVALID KEY
003790             MOVE 0              TO DL400-ACTL-GEN
003800                                    DL400-ACTL-SEQ
003810                                    DL400-ACTL-CHECK
003820         NOT INVALID KEY
003830             SET DL400-ARC-CTL-FOUND TO TRUE
003840     END-READ.
003850     COMPUTE DL400-ARC-GEN = DL400-ACTL-GEN + 1.
003860     MOVE DL400-ACTL-SEQ         TO DL400-ARC-LOW-SEQ.
003870     MOVE DL400-ACTL-CHECK       TO DL400-ARC-LOW-CHECK.
003880     MOVE SPACES                 TO DL400-ACTL-RECORD.
003890     MOVE 'ARC'                  TO DL400-ACTL-KEY-PFX.
003900     MOVE DL400-ARC-GEN          TO DL400-ACTL-KEY-GEN
003910                                    DL400-ACTL-GEN.
003920     MOVE DL400-ARC-HIGH-SEQ     TO DL400-ACTL-SEQ.
003930     MOVE DL400-ARC-HIGH-CHECK   TO DL400-ACTL-CHECK.
003940     MOVE DL400-TODAY-X          TO DL400-ACTL-DATE.
003950     WRITE DL400-ACTL-RECORD.
003960     IF DL400-ACTL-STATUS NOT = '00'
003970         DISPLAY 'ROMAN-HOUSEKEEP: UNABLE TO RECORD ARCHIVE '
003980             'GENERATION ' DL400-ARC-GEN ' ON AUDCTL - STATUS '
003990             DL400-ACTL-STATUS
004000         MOVE 16                 TO RETURN-CODE
004010         GO TO 4000-CLOSE
004020     END-IF.
004030     IF DL400-ARC-GEN > DL400-ARC-LIMIT
004040         PERFORM 4100-ROLL-OFF-OLDEST THRU 4100-EXIT
004050     END-IF.
004060     MOVE SPACES                 TO DL400-ACTL-RECORD.
004070     MOVE 'AUDITARC'             TO DL400-ACTL-KEY.
004080     MOVE DL400-ARC-GEN          TO DL400-ACTL-GEN.
004090     MOVE DL400-ARC-LOW-SEQ      TO DL400-ACTL-SEQ.
004100     MOVE DL400-ARC-LOW-CHECK    TO DL400-ACTL-CHECK.
004110     MOVE DL400-TODAY-X          TO DL400-ACTL-DATE.
004120     IF DL400-ARC-CTL-FOUND
004130         REWRITE DL400-ACTL-RECORD
004140     ELSE
004150         WRITE DL400-ACTL-RECORD
004160     END-IF.
004170     IF DL400-ACTL-STATUS NOT = '00'
004180         DISPLAY 'ROMAN-HOUSEKEEP: UNABLE TO RECORD THE ARCHIVE '
004190             'LOW-WATER MARK ON AUDCTL - STATUS '
004200             DL400-ACTL-STATUS
004210         MOVE 16                 TO RETURN-CODE
004220         GO TO 4000-CLOSE
004230     END-IF.
004240     DISPLAY 'ROMAN-HOUSEKEEP: ARCHIVE GENERATION '
004250         DL400-ARC-GEN ' HIGHEST LINE ' DL400-ARC-HIGH-SEQ
004260         ' - LOW-WATER MARK ' DL400-ARC-LOW-SEQ.
004270 4000-CLOSE.
004280     CLOSE DL400-ACTL-FILE.
004290 4000-EXIT.
004300     EXIT.
004310
004320*-----------------------------------------------------------------
004330* THE GENERATION LIMIT GENERATIONS BACK HAS JUST BEEN SCRATCHED.
004340* ITS HIGHEST LINE, IF IT HAD ONE, IS THE NEW LOW-WATER MARK, AND
004350* ITS RECORD GOES.  A GENERATION WRITTEN BEFORE GENERATIONS WERE
004360* RECORDED HAS NO RECORD AND LEAVES THE MARK WHERE IT IS.
004370*-----------------------------------------------------------------
004380 4100-ROLL-OFF-OLDEST.
004390     COMPUTE DL400-ARC-OLD-GEN = DL400-ARC-GEN - DL400-ARC-LIMIT.
004400     MOVE 'ARC'                  TO DL400-ACTL-KEY-PFX.
004410     MOVE DL400-ARC-OLD-GEN      TO DL400-ACTL-KEY-GEN.
004420     READ DL400-ACTL-FILE
004430         INVALID KEY
004440             GO TO 4100-EXIT
004450     END-READ.
004460     IF DL400-ACTL-SEQ > DL400-ARC-LOW-SEQ
004470         MOVE DL400-ACTL-SEQ     TO DL400-ARC-LOW-SEQ
004480         MOVE DL400-ACTL-CHECK   TO DL400-ARC-LOW-CHECK
004490     END-IF.
004500     DELETE DL400-ACTL-FILE RECORD
004510         INVALID KEY
004520             DISPLAY 'ROMAN-HOUSEKEEP: UNABLE TO DELETE AUDCTL '
004530                 'RECORD FOR GENERATION ' DL400-ARC-OLD-GEN
004540                 ' - STATUS ' DL400-ACTL-STATUS
004550     END-DELETE.
004560 4100-EXIT.
004570     EXIT.
