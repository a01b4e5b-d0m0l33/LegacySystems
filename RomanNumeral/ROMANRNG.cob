000010*****************************************************************
000020* PROGRAM-ID    : ROMAN-RANGE-LIST                              *
000030* AUTHOR        : D. MOLINA                                     *
000040* INSTALLATION  : BATCH DEVELOPMENT - MATH LIBRARY GROUP        *
000050* DATE-WRITTEN  : 10/15/2026                                    *
000060* DATE-COMPILED :                                               *
000070*-----------------------------------------------------------------
000080* REMARKS.                                                      *
000090*     LISTING OF THE PER-DEPARTMENT VALUE-RANGE RULES FOR THE   *
000100*     DEPARTMENTS TO CONFIRM.  ROMAN-NUMERAL-CONV HOLDS EACH    *
000110*     VALID TOKEN TO THE MINIMUM AND MAXIMUM ITS DEPARTMENT     *
000120*     ALLOWS FOR THE SLOT (RNGRULE DD) AND SUSPENSES A VALUE    *
000130*     OUTSIDE THEM WITH REASON RNGE.  THIS PROGRAM LISTS THE    *
000140*     RULES ONE SECTION PER DEPARTMENT (DEPTXREF DD, AS FOR     *
000150*     ROMAN-DEPT-BURST) IN SLOT ORDER, AND FLAGS EVERY RULE     *
000160*     THE CONVERSION RUN WOULD NOT APPLY AS WRITTEN -           *
000170*       - A DEPARTMENT CODE ON NO XREF ENTRY (NO DOCUMENT CAN   *
000180*         REACH IT);                                            *
000190*       - A SLOT OTHER THAN 1-9;                                *
000200*       - A MINIMUM OR MAXIMUM THAT IS NOT NUMERIC;             *
000210*       - A MINIMUM ABOVE THE MAXIMUM (EVERY VALUE REJECTS);    *
000220*       - A SECOND RULE FOR THE SAME DEPARTMENT AND SLOT (THE   *
000230*         CONVERSION RUN USES THE FIRST ON THE FILE).           *
000240*     DEPARTMENTS ON THE XREF WITH NO RULES AT ALL ARE LISTED   *
000250*     AT THE END.  THE SYSIN CARD MAY NAME ONE DEPARTMENT CODE  *
000260*     IN COLS 1-4 TO LIST THAT DEPARTMENT ALONE; A BLANK CARD   *
000270*     LISTS THEM ALL.  ANY FLAGGED RULE ENDS THE RUN WITH       *
000280*     CONDITION CODE 4.                                         *
000290*-----------------------------------------------------------------
000300* MODIFICATION HISTORY.                                         *
000310*     10/15/2026  DM  ORIGINAL VERSION.                         *
000320*****************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. ROMAN-RANGE-LIST.
000350
000360 ENVIRONMENT DIVISION.
000370
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400*    THE VALUE-RANGE RULES - ONE RULE PER LINE, AS READ BY
000410*    ROMAN-NUMERAL-CONV.
000420     SELECT DL950-RULE-FILE ASSIGN TO "RNGRULE"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS DL950-WS-RULE-STATUS.
000450
000460*    DEPARTMENT CROSS-REFERENCE - DOCUMENT ID PREFIX (COLS
000470*    1-3), DEPARTMENT CODE (COLS 4-7), DISTRIBUTION NAME
000480*    (COLS 8-32).  MAINTAINED BY RECORDS MANAGEMENT.
000490     SELECT DL950-XREF-FILE ASSIGN TO "DEPTXREF"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS DL950-WS-XREF-STATUS.
000520
000530*    SYSIN SELECTION CARD - DEPARTMENT CODE IN COLS 1-4, BLANK
000540*    FOR EVERY DEPARTMENT.
000550     SELECT DL950-PARM-FILE ASSIGN TO "SYSIN"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS DL950-WS-PARM-STATUS.
000580
000590*    THE RANGE-RULE LISTING.
000600     SELECT DL950-RPT-FILE ASSIGN TO "RNGRPT"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS DL950-WS-RPT-STATUS.
000630
000640*    SORT WORK FILE FOR THE DEPARTMENT / SLOT ORDERING.
000650     SELECT DL950-SORT-FILE ASSIGN TO "SORTWK".
000660
000670 DATA DIVISION.
000680
000690 FILE SECTION.
000700
000710*    ONE VALUE-RANGE RULE AS READ BY ROMAN-NUMERAL-CONV.  THE
000720*    SLOT AND LIMITS ARE TAKEN AS TEXT HERE SO A MISKEYED RULE
000730*    IS LISTED AS IT STANDS AND FLAGGED.
000740 FD  DL950-RULE-FILE.
000750 01  DL950-RULE-RECORD.
000760     05  DL950-RULE-DEPT         PIC X(04).
000770     05  DL950-RULE-SLOT         PIC X(01).
000780     05  DL950-RULE-MIN          PIC X(05).
000790     05  DL950-RULE-MIN-N REDEFINES DL950-RULE-MIN
000800                                 PIC 9(05).
000810     05  DL950-RULE-MAX          PIC X(05).
000820     05  DL950-RULE-MAX-N REDEFINES DL950-RULE-MAX
000830                                 PIC 9(05).
000840     05  DL950-RULE-DESC         PIC X(30).
000850
000860 FD  DL950-XREF-FILE.
000870 01  DL950-XREF-RECORD.
000880     05  DL950-XREF-PREFIX       PIC X(03).
000890     05  DL950-XREF-DEPT         PIC X(04).
000900     05  DL950-XREF-NAME         PIC X(25).
000910
000920 FD  DL950-PARM-FILE.
000930 01  DL950-PARM-RECORD.
000940     05  DL950-PARM-DEPT         PIC X(04).
000950
000960 FD  DL950-RPT-FILE.
000970 01  DL950-RPT-RECORD            PIC X(132).
000980
000990*    ONE SORT RECORD PER RULE, CARRYING ITS POSITION ON THE
001000*    FILE SO A DUPLICATE SORTS BEHIND THE RULE THE CONVERSION
001010*    RUN ACTUALLY USES.
001020 SD  DL950-SORT-FILE.
001030 01  DL950-SRT-RECORD.
001040     05  DL950-SRT-DEPT          PIC X(04).
001050     05  DL950-SRT-SLOT          PIC X(01).
001060     05  DL950-SRT-SEQ           PIC 9(05).
001070     05  DL950-SRT-MIN           PIC X(05).
001080     05  DL950-SRT-MAX           PIC X(05).
001090     05  DL950-SRT-DESC          PIC X(30).
001100     05  DL950-SRT-FLAG          PIC X(30).
001110
001120 WORKING-STORAGE SECTION.
001130
001140 01  DL950-WS-SWITCHES.
001150     05  DL950-WS-EOF-SW         PIC X(01) VALUE 'N'.
001160         88  DL950-WS-EOF                   VALUE 'Y'.
001170     05  DL950-WS-SRT-EOF-SW     PIC X(01) VALUE 'N'.
001180         88  DL950-WS-SRT-EOF               VALUE 'Y'.
001190     05  DL950-WS-FND-SW         PIC X(01) VALUE 'N'.
001200         88  DL950-WS-FND                   VALUE 'Y'.
001210
001220 01  DL950-WS-RULE-STATUS        PIC X(02) VALUE SPACES.
001230 01  DL950-WS-XREF-STATUS        PIC X(02) VALUE SPACES.
001240 01  DL950-WS-PARM-STATUS        PIC X(02) VALUE SPACES.
001250 01  DL950-WS-RPT-STATUS         PIC X(02) VALUE SPACES.
001260
001270*    DEPARTMENT SELECTION - BLANK LISTS EVERY DEPARTMENT.
001280 01  DL950-WS-FILT-DEPT          PIC X(04) VALUE SPACES.
001290
001300*    DEPARTMENT CROSS-REFERENCE TABLE - REFERENCE DATA LOADED
001310*    ONCE AT START OF RUN.  A FILE BEYOND THE TABLE CAPACITY
001320*    IS REFUSED OUTRIGHT RATHER THAN LIST INCOMPLETELY.  THE
001330*    SWITCH MARKS A DEPARTMENT THAT HAS AT LEAST ONE RULE.
001340 77  DL950-XRF-USED              PIC 9(03) VALUE 0.
001350 01  DL950-XRF-TABLE.
001360     05  DL950-XRF-ENTRY OCCURS 100 TIMES
001370             INDEXED BY DL950-XRF-NDX.
001380         10  DL950-XRF-PREFIX    PIC X(03).
001390         10  DL950-XRF-DEPT      PIC X(04).
001400         10  DL950-XRF-NAME      PIC X(25).
001410         10  DL950-XRF-RULES-SW  PIC X(01).
001420             88  DL950-XRF-HAS-RULES        VALUE 'Y'.
001430
001440*    DEPARTMENT RESOLVED FOR THE SECTION IN HAND.
001450 77  DL950-WS-DEPT-NAME          PIC X(25).
001460
001470*    CONTROL-BREAK STATE FOR THE OUTPUT PROCEDURE.
001480 77  DL950-WS-PREV-DEPT          PIC X(04) VALUE SPACES.
001490 77  DL950-WS-PREV-SLOT          PIC X(01) VALUE SPACES.
001500 77  DL950-WS-DEPT-COUNT         PIC 9(05) VALUE 0.
001510
001520*    RUN-WIDE COUNTS FOR THE TRAILER AND THE JOB LOG.
001530 77  DL950-WS-RULES-READ         PIC 9(05) VALUE 0.
001540 77  DL950-WS-RULES-LISTED       PIC 9(05) VALUE 0.
001550 77  DL950-WS-FLAGGED            PIC 9(05) VALUE 0.
001560 77  DL950-WS-DEPTS-LISTED       PIC 9(03) VALUE 0.
001570 77  DL950-WS-DEPTS-NO-RULES     PIC 9(03) VALUE 0.
001580
001590*    REPORT LINE LAYOUTS.
001600 01  DL950-RPT-TITLE-LINE.
001610     05  FILLER                  PIC X(34) VALUE
001620             'ROMAN NUMERAL VALUE-RANGE RULES'.
001630     05  FILLER                  PIC X(12) VALUE 'DEPARTMENT: '.
001640     05  DL950-RPT-H-FILT        PIC X(04).
001650
001660 01  DL950-RPT-DEPT-LINE.
001670     05  FILLER                  PIC X(12) VALUE 'DEPARTMENT: '.
001680     05  DL950-RPT-H-DEPT        PIC X(04).
001690     05  FILLER                  PIC X(02) VALUE SPACES.
001700     05  DL950-RPT-H-NAME        PIC X(25).
001710
001720 01  DL950-RPT-COLUMN-LINE.
001730     05  FILLER                  PIC X(08) VALUE '  SLOT'.
001740     05  FILLER                  PIC X(07) VALUE 'MINIMUM'.
001750     05  FILLER                  PIC X(02) VALUE SPACES.
001760     05  FILLER                  PIC X(07) VALUE 'MAXIMUM'.
001770     05  FILLER                  PIC X(02) VALUE SPACES.
001780     05  FILLER                  PIC X(32) VALUE 'DESCRIPTION'.
001790     05  FILLER                  PIC X(30) VALUE SPACES.
001800
001810 01  DL950-RPT-DETAIL-LINE.
001820     05  FILLER                  PIC X(04) VALUE SPACES.
001830     05  DL950-RPT-D-SLOT        PIC X(01).
001840     05  FILLER                  PIC X(03) VALUE SPACES.
001850     05  DL950-RPT-D-MIN         PIC X(05).
001860     05  FILLER                  PIC X(04) VALUE SPACES.
001870     05  DL950-RPT-D-MAX         PIC X(05).
001880     05  FILLER                  PIC X(04) VALUE SPACES.
001890     05  DL950-RPT-D-DESC        PIC X(30).
001900     05  FILLER                  PIC X(02) VALUE SPACES.
001910     05  DL950-RPT-D-FLAG        PIC X(30).
001920
001930 01  DL950-RPT-NORULE-LINE.
001940     05  FILLER                  PIC X(02) VALUE SPACES.
001950     05  DL950-RPT-N-DEPT        PIC X(04).
001960     05  FILLER                  PIC X(02) VALUE SPACES.
001970     05  DL950-RPT-N-NAME        PIC X(25).
001980
001990 01  DL950-RPT-TOTAL-LINE.
002000     05  DL950-RPT-T-LABEL       PIC X(30).
002010     05  DL950-RPT-T-VALUE       PIC Z(8)9.
002020
002030 PROCEDURE DIVISION.
002040
002050 0000-MAINLINE.
002060     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002070     IF RETURN-CODE NOT = 0
002080         GO TO 0000-TERMINATE
002090     END-IF.
002100     SORT DL950-SORT-FILE
002110         ASCENDING KEY DL950-SRT-DEPT
002120                       DL950-SRT-SLOT
002130                       DL950-SRT-SEQ
002140         INPUT PROCEDURE IS 2000-GATHER THRU 2000-EXIT
002150         OUTPUT PROCEDURE IS 3000-REPORT THRU 3000-EXIT.
002160     IF RETURN-CODE = 0
002170         PERFORM 4000-WRITE-NO-RULE-DEPTS THRU 4000-EXIT
002180         PERFORM 8000-WRITE-TRAILER THRU 8000-EXIT
002190         IF DL950-WS-FLAGGED > 0
002200             MOVE 4              TO RETURN-CODE
002210         END-IF
002220     END-IF.
002230     CLOSE DL950-RPT-FILE.
002240     DISPLAY 'ROMAN-RANGE-LIST: ' DL950-WS-RULES-LISTED
002250         ' RULES LISTED, ' DL950-WS-FLAGGED ' FLAGGED'.
002260 0000-TERMINATE.
002270     DISPLAY 'ROMAN-RANGE-LIST: RUN COMPLETE - RC '
002280         RETURN-CODE.
002290     STOP RUN.
002300
002310*-----------------------------------------------------------------
002320* READS THE OPTIONAL SELECTION CARD, LOADS THE DEPARTMENT
002330* CROSS-REFERENCE, AND OPENS THE LISTING.  A MISSING
002340* CROSS-REFERENCE MEANS NO RULE CAN BE CONFIRMED AGAINST A
002350* DEPARTMENT AND THE RUN REFUSES.
002360*-----------------------------------------------------------------
002370 1000-INITIALIZE.
002380     OPEN INPUT DL950-PARM-FILE.
002390     IF DL950-WS-PARM-STATUS = '00'
002400         READ DL950-PARM-FILE
002410             AT END
002420                 MOVE SPACES     TO DL950-PARM-RECORD
002430         END-READ
002440         MOVE DL950-PARM-DEPT    TO DL950-WS-FILT-DEPT
002450         CLOSE DL950-PARM-FILE
002460     END-IF.
002470     OPEN INPUT DL950-XREF-FILE.
002480     IF DL950-WS-XREF-STATUS NOT = '00'
002490         DISPLAY 'ROMAN-RANGE-LIST: UNABLE TO OPEN DEPTXREF - '
002500             'STATUS ' DL950-WS-XREF-STATUS
002510         MOVE 16                 TO RETURN-CODE
002520         GO TO 1000-EXIT
002530     END-IF.
002540     MOVE 'N'                    TO DL950-WS-EOF-SW.
002550     PERFORM 1100-LOAD-ONE-XREF-ENTRY THRU 1100-EXIT
002560         UNTIL DL950-WS-EOF.
002570     CLOSE DL950-XREF-FILE.
002580     IF RETURN-CODE NOT = 0
002590         GO TO 1000-EXIT
002600     END-IF.
002610     IF DL950-XRF-USED = 0
002620         DISPLAY 'ROMAN-RANGE-LIST: DEPTXREF IS EMPTY - '
002630             'NO RULE CAN BE CONFIRMED'
002640         MOVE 16                 TO RETURN-CODE
002650         GO TO 1000-EXIT
002660     END-IF.
002670     OPEN OUTPUT DL950-RPT-FILE.
002680     IF DL950-WS-RPT-STATUS NOT = '00'
002690         DISPLAY 'ROMAN-RANGE-LIST: UNABLE TO OPEN RNGRPT - '
002700             'STATUS ' DL950-WS-RPT-STATUS
002710         MOVE 16                 TO RETURN-CODE
002720     END-IF.
002730 1000-EXIT.
002740     EXIT.
002750
002760 1100-LOAD-ONE-XREF-ENTRY.
002770     READ DL950-XREF-FILE
002780         AT END
002790             MOVE 'Y'            TO DL950-WS-EOF-SW
002800     END-READ.
002810     IF DL950-WS-EOF
002820         GO TO 1100-EXIT
002830     END-IF.
002840     IF DL950-XRF-USED NOT < 100
002850         DISPLAY 'ROMAN-RANGE-LIST: DEPTXREF EXCEEDS 100 '
002860             'ENTRIES - LISTING REFUSED RATHER THAN RUN '
002870             'INCOMPLETE'
002880         MOVE 16                 TO RETURN-CODE
002890         MOVE 'Y'                TO DL950-WS-EOF-SW
002900         GO TO 1100-EXIT
002910     END-IF.
002920     ADD 1                       TO DL950-XRF-USED.
002930     SET DL950-XRF-NDX           TO DL950-XRF-USED.
002940     MOVE DL950-XREF-PREFIX      TO DL950-XRF-PREFIX
002950                                        (DL950-XRF-NDX).
002960     MOVE DL950-XREF-DEPT TO DL950-XRF-DEPT (DL950-XRF-NDX).
002970     MOVE DL950-XREF-NAME TO DL950-XRF-NAME (DL950-XRF-NDX).
002980     MOVE 'N'          TO DL950-XRF-RULES-SW (DL950-XRF-NDX).
002990 1100-EXIT.
003000     EXIT.
003010
003020*-----------------------------------------------------------------
003030* SORT INPUT PROCEDURE - READS THE RULES FILE, SKIPPING BLANK
003040* AND COMMENT LINES AS THE CONVERSION RUN DOES, AND RELEASES
003050* EACH SELECTED RULE WITH ITS FLAG (IF ANY) AND ITS POSITION
003060* ON THE FILE.
003070*-----------------------------------------------------------------
003080 2000-GATHER.
003090     OPEN INPUT DL950-RULE-FILE.
003100     IF DL950-WS-RULE-STATUS NOT = '00'
003110         DISPLAY 'ROMAN-RANGE-LIST: UNABLE TO OPEN RNGRULE - '
003120             'STATUS ' DL950-WS-RULE-STATUS
003130         MOVE 16                 TO RETURN-CODE
003140         GO TO 2000-EXIT
003150     END-IF.
003160     MOVE 'N'                    TO DL950-WS-EOF-SW.
003170     PERFORM 2100-GATHER-ONE-RULE THRU 2100-EXIT
003180         UNTIL DL950-WS-EOF.
003190     CLOSE DL950-RULE-FILE.
003200 2000-EXIT.
003210     EXIT.
003220
003230 2100-GATHER-ONE-RULE.
003240     READ DL950-RULE-FILE
003250         AT END
003260             MOVE 'Y'            TO DL950-WS-EOF-SW
003270     END-READ.
003280     IF DL950-WS-EOF
003290         GO TO 2100-EXIT
003300     END-IF.
003310*    BLANK AND COMMENT ('*' IN COLUMN 1) LINES ARE SKIPPED.
003320     IF DL950-RULE-RECORD = SPACES
003330        OR DL950-RULE-DEPT (1:1) = '*'
003340         GO TO 2100-EXIT
003350     END-IF.
003360     ADD 1                       TO DL950-WS-RULES-READ.
003370*    THE DEPARTMENT IS MARKED AS HAVING RULES WHETHER OR NOT IT
003380*    IS SELECTED, SO THE NO-RULES SECTION STAYS TRUE.
003390     PERFORM 2500-FIND-DEPARTMENT THRU 2500-EXIT.
003400     IF DL950-WS-FND
003410         MOVE 'Y'          TO DL950-XRF-RULES-SW (DL950-XRF-NDX)
003420     END-IF.
003430     IF DL950-WS-FILT-DEPT NOT = SPACES
003440        AND DL950-RULE-DEPT NOT = DL950-WS-FILT-DEPT
003450         GO TO 2100-EXIT
003460     END-IF.
003470     MOVE SPACES                 TO DL950-SRT-RECORD.
003480     MOVE DL950-RULE-DEPT        TO DL950-SRT-DEPT.
003490     MOVE DL950-RULE-SLOT        TO DL950-SRT-SLOT.
003500     MOVE DL950-WS-RULES-READ    TO DL950-SRT-SEQ.
003510     MOVE DL950-RULE-MIN         TO DL950-SRT-MIN.
003520     MOVE DL950-RULE-MAX         TO DL950-SRT-MAX.
003530     MOVE DL950-RULE-DESC        TO DL950-SRT-DESC.
003540     PERFORM 2200-EDIT-RULE THRU 2200-EXIT.
003550     RELEASE DL950-SRT-RECORD.
003560     ADD 1                       TO DL950-WS-RULES-LISTED.
003570 2100-EXIT.
003580     EXIT.
003590
003600*-----------------------------------------------------------------
003610* FLAGS A RULE THE CONVERSION RUN WOULD NOT APPLY AS WRITTEN -
003620* THE FIRST PROBLEM FOUND IS THE ONE SHOWN.  DUPLICATES ARE
003630* FLAGGED IN THE OUTPUT PROCEDURE, ONCE THE RULES ARE IN
003640* DEPARTMENT AND SLOT ORDER.
003650*-----------------------------------------------------------------
003660 2200-EDIT-RULE.
003670     IF NOT DL950-WS-FND
003680         MOVE 'DEPARTMENT NOT ON DEPTXREF' TO DL950-SRT-FLAG
003690         GO TO 2200-EXIT
003700     END-IF.
003710     IF DL950-RULE-SLOT IS NOT NUMERIC
003720        OR DL950-RULE-SLOT = '0'
003730         MOVE 'SLOT NOT 1-9 - NEVER APPLIED' TO DL950-SRT-FLAG
003740         GO TO 2200-EXIT
003750     END-IF.
003760     IF DL950-RULE-MIN IS NOT NUMERIC
003770        OR DL950-RULE-MAX IS NOT NUMERIC
003780         MOVE 'MINIMUM/MAXIMUM NOT NUMERIC' TO DL950-SRT-FLAG
003790         GO TO 2200-EXIT
003800     END-IF.
003810     IF DL950-RULE-MIN-N > DL950-RULE-MAX-N
003820         MOVE 'MINIMUM ABOVE MAXIMUM'  TO DL950-SRT-FLAG
003830     END-IF.
003840 2200-EXIT.
003850     EXIT.
003860
003870*-----------------------------------------------------------------
003880* LOOKS THE RULE'S DEPARTMENT CODE UP ON THE CROSS-REFERENCE,
003890* LEAVING DL950-XRF-NDX ON ITS ENTRY WHEN FOUND.
003900*-----------------------------------------------------------------
003910 2500-FIND-DEPARTMENT.
003920     MOVE 'N'                    TO DL950-WS-FND-SW.
003930     SET DL950-XRF-NDX           TO 1.
003940     SEARCH DL950-XRF-ENTRY
003950         WHEN DL950-XRF-NDX > DL950-XRF-USED
003960             CONTINUE
003970         WHEN DL950-XRF-DEPT (DL950-XRF-NDX) = DL950-RULE-DEPT
003980             SET DL950-WS-FND    TO TRUE
003990     END-SEARCH.
004000 2500-EXIT.
004010     EXIT.
004020
004030*-----------------------------------------------------------------
004040* SORT OUTPUT PROCEDURE - RETURNS THE RULES IN DEPARTMENT / SLOT
004050* ORDER AND WRITES ONE SECTION PER DEPARTMENT.  A SECOND RULE
004060* FOR A DEPARTMENT AND SLOT ALREADY LISTED IS FLAGGED HERE.
004070*-----------------------------------------------------------------
004080 3000-REPORT.
004090     IF RETURN-CODE NOT = 0
004100         GO TO 3000-EXIT
004110     END-IF.
004120     IF DL950-WS-FILT-DEPT NOT = SPACES
004130         MOVE DL950-WS-FILT-DEPT TO DL950-RPT-H-FILT
004140     ELSE
004150         MOVE 'ALL'              TO DL950-RPT-H-FILT
004160     END-IF.
004170     MOVE DL950-RPT-TITLE-LINE TO DL950-RPT-RECORD.
004180     WRITE DL950-RPT-RECORD.
004190     MOVE SPACES                 TO DL950-WS-PREV-DEPT
004200                                    DL950-WS-PREV-SLOT.
004210     MOVE 'N'                    TO DL950-WS-SRT-EOF-SW.
004220     PERFORM 3100-REPORT-ONE-RULE THRU 3100-EXIT
004230         UNTIL DL950-WS-SRT-EOF.
004240     IF DL950-WS-PREV-DEPT NOT = SPACES
004250         PERFORM 3400-WRITE-DEPT-TOTALS THRU 3400-EXIT
004260     END-IF.
004270 3000-EXIT.
004280     EXIT.
004290
004300 3100-REPORT-ONE-RULE.
004310     RETURN DL950-SORT-FILE
004320         AT END
004330             MOVE 'Y'            TO DL950-WS-SRT-EOF-SW
004340     END-RETURN.
004350     IF DL950-WS-SRT-EOF
004360         GO TO 3100-EXIT
004370     END-IF.
004380     IF DL950-SRT-DEPT NOT = DL950-WS-PREV-DEPT
004390         IF DL950-WS-PREV-DEPT NOT = SPACES
004400             PERFORM 3400-WRITE-DEPT-TOTALS THRU 3400-EXIT
004410         END-IF
004420         PERFORM 3200-WRITE-DEPT-HEADER THRU 3200-EXIT
004430     ELSE
004440         IF DL950-SRT-SLOT = DL950-WS-PREV-SLOT
004450            AND DL950-SRT-FLAG = SPACES
004460             MOVE 'DUPLICATE - FIRST RULE USED'
004470                 TO DL950-SRT-FLAG
004480         END-IF
004490     END-IF.
004500     MOVE DL950-SRT-SLOT         TO DL950-WS-PREV-SLOT.
004510     PERFORM 3300-WRITE-DETAIL-LINE THRU 3300-EXIT.
004520 3100-EXIT.
004530     EXIT.
004540
004550 3200-WRITE-DEPT-HEADER.
004560     MOVE DL950-SRT-DEPT         TO DL950-WS-PREV-DEPT.
004570     MOVE 0                      TO DL950-WS-DEPT-COUNT.
004580     ADD 1                       TO DL950-WS-DEPTS-LISTED.
004590     PERFORM 3210-LOOK-UP-DEPT-NAME THRU 3210-EXIT.
004600     MOVE SPACES                 TO DL950-RPT-RECORD.
004610     WRITE DL950-RPT-RECORD.
004620     MOVE ALL '='                TO DL950-RPT-RECORD.
004630     WRITE DL950-RPT-RECORD.
004640     MOVE DL950-SRT-DEPT         TO DL950-RPT-H-DEPT.
004650     MOVE DL950-WS-DEPT-NAME     TO DL950-RPT-H-NAME.
004660     MOVE DL950-RPT-DEPT-LINE TO DL950-RPT-RECORD.
004670     WRITE DL950-RPT-RECORD.
004680     MOVE SPACES                 TO DL950-RPT-RECORD.
004690     WRITE DL950-RPT-RECORD.
004700     MOVE DL950-RPT-COLUMN-LINE TO DL950-RPT-RECORD.
004710     WRITE DL950-RPT-RECORD.
004720 3200-EXIT.
004730     EXIT.
004740
004750 3210-LOOK-UP-DEPT-NAME.
004760     MOVE 'N'                    TO DL950-WS-FND-SW.
004770     SET DL950-XRF-NDX           TO 1.
004780     SEARCH DL950-XRF-ENTRY
004790         WHEN DL950-XRF-NDX > DL950-XRF-USED
004800             CONTINUE
004810         WHEN DL950-XRF-DEPT (DL950-XRF-NDX) = DL950-SRT-DEPT
004820             SET DL950-WS-FND    TO TRUE
004830     END-SEARCH.
004840     IF DL950-WS-FND
004850         MOVE DL950-XRF-NAME (DL950-XRF-NDX)
004860             TO DL950-WS-DEPT-NAME
004870     ELSE
004880         MOVE 'UNKNOWN - NO XREF ENTRY'
004890             TO DL950-WS-DEPT-NAME
004900     END-IF.
004910 3210-EXIT.
004920     EXIT.
004930
004940 3300-WRITE-DETAIL-LINE.
004950     ADD 1                       TO DL950-WS-DEPT-COUNT.
004960     IF DL950-SRT-FLAG NOT = SPACES
004970         ADD 1                   TO DL950-WS-FLAGGED
004980     END-IF.
004990     MOVE DL950-SRT-SLOT         TO DL950-RPT-D-SLOT.
005000     MOVE DL950-SRT-MIN          TO DL950-RPT-D-MIN.
005010     MOVE DL950-SRT-MAX          TO DL950-RPT-D-MAX.
005020     MOVE DL950-SRT-DESC         TO DL950-RPT-D-DESC.
005030     MOVE DL950-SRT-FLAG         TO DL950-RPT-D-FLAG.
005040     MOVE DL950-RPT-DETAIL-LINE TO DL950-RPT-RECORD.
005050     WRITE DL950-RPT-RECORD.
005060 3300-EXIT.
005070     EXIT.
005080
005090 3400-WRITE-DEPT-TOTALS.
005100     MOVE SPACES                 TO DL950-RPT-RECORD.
005110     WRITE DL950-RPT-RECORD.
005120     MOVE 'RULES FOR DEPARTMENT       :' TO DL950-RPT-T-LABEL.
005130     MOVE DL950-WS-DEPT-COUNT    TO DL950-RPT-T-VALUE.
005140     MOVE DL950-RPT-TOTAL-LINE TO DL950-RPT-RECORD.
005150     WRITE DL950-RPT-RECORD.
005160 3400-EXIT.
005170     EXIT.
005180
005190*-----------------------------------------------------------------
005200* LISTS THE DEPARTMENTS ON THE CROSS-REFERENCE THAT HAVE NO
005210* RANGE RULES AT ALL - THEIR TOKENS ARE NOT RANGE-CHECKED.
005220* UNDER A ONE-DEPARTMENT SELECTION ONLY THAT DEPARTMENT IS
005230* CONSIDERED.
005240*-----------------------------------------------------------------
005250 4000-WRITE-NO-RULE-DEPTS.
005260     MOVE SPACES                 TO DL950-RPT-RECORD.
005270     WRITE DL950-RPT-RECORD.
005280     MOVE ALL '='                TO DL950-RPT-RECORD.
005290     WRITE DL950-RPT-RECORD.
005300     MOVE 'DEPARTMENTS WITH NO RANGE RULES' TO DL950-RPT-RECORD.
005310     WRITE DL950-RPT-RECORD.
005320     MOVE SPACES                 TO DL950-WS-PREV-DEPT.
005330     PERFORM 4100-CHECK-ONE-DEPT THRU 4100-EXIT
005340         VARYING DL950-XRF-NDX FROM 1 BY 1
005350         UNTIL DL950-XRF-NDX > DL950-XRF-USED.
005360 4000-EXIT.
005370     EXIT.
005380
005390*    A DEPARTMENT WITH SEVERAL DOCUMENT ID PREFIXES HAS SEVERAL
005400*    XREF ENTRIES - IT IS LISTED ONCE, FROM THE FIRST OF THEM
005410*    WHEN THEY ARE KEPT TOGETHER ON THE FILE.
005420 4100-CHECK-ONE-DEPT.
005430     IF DL950-XRF-HAS-RULES (DL950-XRF-NDX)
005440        OR DL950-XRF-DEPT (DL950-XRF-NDX) = DL950-WS-PREV-DEPT
005450         GO TO 4100-EXIT
005460     END-IF.
005470     IF DL950-WS-FILT-DEPT NOT = SPACES
005480        AND DL950-XRF-DEPT (DL950-XRF-NDX)
005490                NOT = DL950-WS-FILT-DEPT
005500         GO TO 4100-EXIT
005510     END-IF.
005520     MOVE DL950-XRF-DEPT (DL950-XRF-NDX) TO DL950-WS-PREV-DEPT.
005530     ADD 1                       TO DL950-WS-DEPTS-NO-RULES.
005540     MOVE DL950-XRF-DEPT (DL950-XRF-NDX) TO DL950-RPT-N-DEPT.
005550     MOVE DL950-XRF-NAME (DL950-XRF-NDX) TO DL950-RPT-N-NAME.
005560     MOVE DL950-RPT-NORULE-LINE TO DL950-RPT-RECORD.
005570     WRITE DL950-RPT-RECORD.
005580 4100-EXIT.
005590     EXIT.
005600
005610*-----------------------------------------------------------------
005620* RUN TOTALS.  MORE RULES THAN THE CONVERSION RUN'S TABLE HOLDS
005630* TURNS ITS RANGE EDITS OFF ALTOGETHER, SO THAT IS FLAGGED TOO.
005640*-----------------------------------------------------------------
005650 8000-WRITE-TRAILER.
005660     MOVE SPACES                 TO DL950-RPT-RECORD.
005670     WRITE DL950-RPT-RECORD.
005680     MOVE ALL '='                TO DL950-RPT-RECORD.
005690     WRITE DL950-RPT-RECORD.
005700     MOVE 'RULES ON FILE              :' TO DL950-RPT-T-LABEL.
005710     MOVE DL950-WS-RULES-READ    TO DL950-RPT-T-VALUE.
005720     MOVE DL950-RPT-TOTAL-LINE TO DL950-RPT-RECORD.
005730     WRITE DL950-RPT-RECORD.
005740     MOVE 'RULES LISTED               :' TO DL950-RPT-T-LABEL.
005750     MOVE DL950-WS-RULES-LISTED  TO DL950-RPT-T-VALUE.
005760     MOVE DL950-RPT-TOTAL-LINE TO DL950-RPT-RECORD.
005770     WRITE DL950-RPT-RECORD.
005780     MOVE 'RULES FLAGGED              :' TO DL950-RPT-T-LABEL.
005790     MOVE DL950-WS-FLAGGED       TO DL950-RPT-T-VALUE.
005800     MOVE DL950-RPT-TOTAL-LINE TO DL950-RPT-RECORD.
005810     WRITE DL950-RPT-RECORD.
005820     MOVE 'DEPARTMENTS LISTED         :' TO DL950-RPT-T-LABEL.
005830     MOVE DL950-WS-DEPTS-LISTED  TO DL950-RPT-T-VALUE.
005840     MOVE DL950-RPT-TOTAL-LINE TO DL950-RPT-RECORD.
005850     WRITE DL950-RPT-RECORD.
005860     MOVE 'DEPARTMENTS WITH NO RULES  :' TO DL950-RPT-T-LABEL.
005870     MOVE DL950-WS-DEPTS-NO-RULES TO DL950-RPT-T-VALUE.
005880     MOVE DL950-RPT-TOTAL-LINE TO DL950-RPT-RECORD.
005890     WRITE DL950-RPT-RECORD.
005900     IF DL950-WS-RULES-READ > 500
005910         MOVE '** MORE THAN 500 RULES - THE CONVERSION RUN'
005920             TO DL950-RPT-RECORD
005930         MOVE 'TURNS ITS RANGE EDITS OFF **'
005940             TO DL950-RPT-RECORD (44:28)
005950         WRITE DL950-RPT-RECORD
005960         ADD 1                   TO DL950-WS-FLAGGED
005970     END-IF.
005980 8000-EXIT.
005990     EXIT.
