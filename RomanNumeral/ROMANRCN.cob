000200*     SHORTFALL OR BOUNCED DOCUMENT SETS CONDITION CODE 8 SO    *
000210*     THE SCHEDULER CAN HOLD THE NEXT NIGHT'S EXTRACT UNTIL     *
000220*     SOMEONE LOOKS, INSTEAD OF THE PHONE RINGING DAYS LATER.   *
000221*     EACH BOUNCED DOCUMENT IS ALSO POSTED TO THE SUSPENSE      *
000222*     MASTER AS OPEN ITEMS - ONE PER TOKEN THE EXTRACT CARRIED  *
000223*     FOR IT - SO IT AGES AND IS WORKED LIKE ANY OTHER REJECT,  *
000224*     AND A DOCUMENT SENT AND NOT BOUNCED CLOSES WHATEVER       *
000225*     BOUNCE ITEMS IT STILL HAD OPEN.                           *
000230*-----------------------------------------------------------------
000240* MODIFICATION HISTORY.                                          *
000250*     09/02/2026  DM  ORIGINAL VERSION.                          *
000251*     10/15/2026  DM  EACH BOUNCED DOCUMENT IS NOW POSTED TO THE *
000252*                     SUSPENSE MASTER (SUSPMAST DD) AS OPEN      *
000253*                     ITEMS, ONE PER TOKEN THE EXTRACT CARRIED   *
000254*                     FOR IT UNDER THE SLOT ITS EXTRACT LINE     *
000255*                     NAMES, WITH A REASON CODE OF 'X' AND THE   *
000256*                     FIRST THREE CHARACTERS OF THE LOADER'S     *
000257*                     REASON; A NEW ITEM IS ALSO ADDED TO THE    *
000258*                     SUSPENSE FILE (SUSPOUT DD) SO IT REACHES   *
000259*                     THE CORRECTION SCREEN BEFORE THE NEXT      *
000260*                     NIGHT'S CONVERSION REWRITES THAT FILE. THE *
000261*                     END-OF-NIGHT STATUS PAGE COUNTS OPEN       *
000262*                     BOUNCE ITEMS FROM THE MASTER. A DOCUMENT   *
000263*                     SENT AND NOT BOUNCED CLOSES ITS OPEN       *
000264*                     BOUNCE ITEMS. NOTHING IS POSTED WHEN THE   *
000265*                     RUN DATES DISAGREE. NEW SORTWK DD.         *
000266*****************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. ROMAN-ACK-RECON.
000290
000470     SELECT DL900-RPT-FILE ASSIGN TO "RCNRPT"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS DL900-WS-RPT-STATUS.
000491
000492*    THE KEYED SUSPENSE MASTER, AS DEFINED BY ROMANDEF - BOUNCE
000493*    ITEMS ARE POSTED BY KEY, AND EACH ACCEPTED DOCUMENT'S ITEMS
000494*    ARE SWEPT FROM ITS FIRST KEY.
000495     SELECT DL900-MST-FILE ASSIGN TO "SUSPMAST"
000496         ORGANIZATION IS INDEXED
000497         ACCESS MODE IS DYNAMIC
000498         RECORD KEY IS DL900-MST-KEY
000499         FILE STATUS IS DL900-WS-MST-STATUS.
000500
000501*    THE NIGHT'S SUSPENSE FILE - EACH NEWLY OPENED BOUNCE ITEM IS
000502*    ADDED TO THE END OF IT FOR THE CORRECTION SCREEN.
000503     SELECT DL900-SUSP-FILE ASSIGN TO "SUSPOUT"
000504         ORGANIZATION IS LINE SEQUENTIAL
000505         FILE STATUS IS DL900-WS-SUSP-STATUS.
000506
000507*    SORT WORK FILE - BRINGS EACH DOCUMENT'S BOUNCES AND EXTRACT
000508*    LINES TOGETHER.
000509     SELECT DL900-SORT-FILE ASSIGN TO "SORTWK".
000510
000511 DATA DIVISION.
000520
000530 FILE SECTION.
000540
000600
000610 FD  DL900-RPT-FILE.
000620 01  DL900-RPT-RECORD            PIC X(132).
000621
000622 FD  DL900-MST-FILE.
000623 01  DL900-MST-RECORD.
000624     05  DL900-MST-KEY.
000625         10  DL900-MST-DOCID     PIC X(10).
000626         10  DL900-MST-SRCFILE   PIC X(25).
000627         10  DL900-MST-SLOT      PIC 9(01).
000628     05  DL900-MST-TOKEN         PIC X(30).
000629     05  DL900-MST-REASON        PIC X(04).
000630     05  DL900-MST-STATUS-SW     PIC X(01).
000631         88  DL900-MST-OPEN                 VALUE 'O'.
000632         88  DL900-MST-CLOSED               VALUE 'C'.
000633         88  DL900-MST-VOIDED               VALUE 'V'.
000634     05  DL900-MST-OPEN-DATE     PIC X(08).
000635     05  DL900-MST-CLOSE-DATE    PIC X(08).
000636
000637*    ONE DL100-SUSP-LINE, THE 70-BYTE SUSPENSE LAYOUT.
000638 FD  DL900-SUSP-FILE.
000639 01  DL900-SUSP-RECORD.
000640     05  DL900-SUSP-DOCID        PIC X(10).
000641     05  DL900-SUSP-SRCFILE      PIC X(25).
000642     05  DL900-SUSP-SLOT         PIC 9(01).
000643     05  DL900-SUSP-TOKEN        PIC X(30).
000644     05  DL900-SUSP-REASON       PIC X(04).
000645
000646*    ONE SORT RECORD PER BOUNCE ('B') AND PER EXTRACT DETAIL LINE
000647*    ('S'), IN FILE ORDER WITHIN THE DOCUMENT - A DOCUMENT'S
000648*    BOUNCES SORT AHEAD OF ITS EXTRACT LINES.  THE SLOT IS THE
000649*    ONE THE CONVERSION RUN READ THE TOKEN FROM, CARRIED LAST ON
000650*    THE EXTRACT LINE.  A LINE CUT SHORT BEFORE IT TAKES THE
000651*    SLOT AFTER THE DOCUMENT'S PREVIOUS LINE FROM THE SAME SOURCE
000652*    FILE INSTEAD.
000653 SD  DL900-SORT-FILE.
000654 01  DL900-SRT-RECORD.
000655     05  DL900-SRT-DOCID         PIC X(10).
000656     05  DL900-SRT-TYPE          PIC X(01).
000657         88  DL900-SRT-BOUNCE               VALUE 'B'.
000658         88  DL900-SRT-SENT                 VALUE 'S'.
000659     05  DL900-SRT-SEQ           PIC 9(07).
000660     05  DL900-SRT-SRCFILE       PIC X(25).
000661     05  DL900-SRT-SLOT          PIC 9(02).
000662     05  DL900-SRT-TOKEN         PIC X(30).
000663     05  DL900-SRT-VALUE         PIC X(05).
000664     05  DL900-SRT-FRAC          PIC X(02).
000665     05  DL900-SRT-STATUS        PIC X(09).
000666     05  DL900-SRT-REASON        PIC X(25).
000667
000668 WORKING-STORAGE SECTION.
000669
000670 01  DL900-WS-SWITCHES.
000671     05  DL900-WS-EOF-SW         PIC X(01) VALUE 'N'.
000680         88  DL900-WS-EOF                   VALUE 'Y'.
000690     05  DL900-WS-BAL-SW         PIC X(01) VALUE 'Y'.
000700         88  DL900-WS-IN-BALANCE             VALUE 'Y'.
000710         88  DL900-WS-OUT-OF-BALANCE         VALUE 'N'.
000711     05  DL900-WS-SRT-EOF-SW     PIC X(01) VALUE 'N'.
000712         88  DL900-WS-SRT-EOF               VALUE 'Y'.
000713     05  DL900-WS-MST-EOF-SW     PIC X(01) VALUE 'N'.
000714         88  DL900-WS-MST-EOF               VALUE 'Y'.
000715     05  DL900-WS-MST-OPEN-SW    PIC X(01) VALUE 'N'.
000716         88  DL900-WS-MST-OPEN              VALUE 'Y'.
000717     05  DL900-WS-SUSP-OPEN-SW   PIC X(01) VALUE 'N'.
000718         88  DL900-WS-SUSP-OPEN             VALUE 'Y'.
000719     05  DL900-WS-CLOSE-SW       PIC X(01) VALUE 'N'.
000720         88  DL900-WS-CLOSE-OK              VALUE 'Y'.
000721     05  DL900-WS-DOC-BNC-SW     PIC X(01) VALUE 'N'.
000722         88  DL900-WS-DOC-BOUNCED           VALUE 'Y'.
000723     05  DL900-WS-DOC-SENT-SW    PIC X(01) VALUE 'N'.
000724         88  DL900-WS-DOC-SENT              VALUE 'Y'.
000725     05  DL900-WS-WAS-OPEN-SW    PIC X(01) VALUE 'N'.
000726         88  DL900-WS-WAS-OPEN              VALUE 'Y'.
000727
000730 01  DL900-WS-EXTR-STATUS        PIC X(02) VALUE SPACES.
000740 01  DL900-WS-ACK-STATUS         PIC X(02) VALUE SPACES.
000750 01  DL900-WS-RPT-STATUS         PIC X(02) VALUE SPACES.
000751 01  DL900-WS-MST-STATUS         PIC X(02) VALUE SPACES.
000752 01  DL900-WS-SUSP-STATUS        PIC X(02) VALUE SPACES.
000760
000770*    FIELDS SPLIT OFF THE DELIMITED RECORDS.
000780 77  DL900-WS-REC-TYPE           PIC X(01).
000910 77  DL900-WS-ACK-BOUNCED        PIC 9(07) VALUE 0.
000920 77  DL900-WS-SHORTFALL          PIC S9(07) VALUE 0.
000930
000931
000932*    AN EXTRACT DETAIL LINE SPLIT AT ITS DELIMITERS ('D|DOCID|
000933*    SRCFILE|TOKEN|VALUE|ROMRT|STATUS|RUNDATE|TWELFTHS|...').
000934 01  DL900-WS-D-FIELDS.
000935     05  DL900-WS-D-TYPE         PIC X(01).
000936     05  DL900-WS-D-DOCID        PIC X(10).
000937     05  DL900-WS-D-SRCFILE      PIC X(25).
000938     05  DL900-WS-D-TOKEN        PIC X(30).
000939     05  DL900-WS-D-VALUE        PIC X(05).
000940     05  DL900-WS-D-ROMRT        PIC X(18).
000941     05  DL900-WS-D-STATUS       PIC X(09).
000942     05  DL900-WS-D-RUN-DATE     PIC X(08).
000943     05  DL900-WS-D-FRAC         PIC X(02).
000944     05  DL900-WS-D-ORIG         PIC X(30).
000945     05  DL900-WS-D-SLOT         PIC X(01).
000946
000947*    SUSPENSE POSTING - THE DOCUMENT IN HAND, ITS SLOT COUNTER,
000948*    AND THE REASON CODE ITS BOUNCE ITEMS CARRY: 'X' (INDEXING
000949*    BOUNCE) FOLLOWED BY THE FIRST THREE CHARACTERS OF THE
000950*    LOADER'S REASON, OR 'XUNK' WHEN THE LOADER GAVE NONE.
000951 77  DL900-WS-SEQ               PIC 9(07) VALUE 0.
000952 77  DL900-WS-PREV-DOCID        PIC X(10) VALUE SPACES.
000953 77  DL900-WS-PREV-SRCFILE      PIC X(25) VALUE SPACES.
000954 77  DL900-WS-SLOT              PIC 9(02) VALUE 0.
000955 77  DL900-WS-CUR-DOCID         PIC X(10) VALUE SPACES.
000956 77  DL900-WS-BNC-CODE          PIC X(04) VALUE SPACES.
000957 77  DL900-WS-TODAY             PIC X(08) VALUE SPACES.
000958
000959*    SUSPENSE POSTING COUNTS.
000960 77  DL900-WS-ITEMS-OPENED      PIC 9(07) VALUE 0.
000961 77  DL900-WS-ITEMS-REOPENED    PIC 9(07) VALUE 0.
000962 77  DL900-WS-ITEMS-STILL-OPEN  PIC 9(07) VALUE 0.
000963 77  DL900-WS-ITEMS-CLOSED      PIC 9(07) VALUE 0.
000964 77  DL900-WS-NOT-SENT          PIC 9(07) VALUE 0.
000965 77  DL900-WS-NOT-POSTED        PIC 9(07) VALUE 0.
000966*    SCRATCH FOR DE-EDITING A DELIMITED COUNT FIELD.
000967 77  DL900-WS-COUNT-X            PIC X(07).
000968
000970*    REPORT LINE LAYOUTS.
000980 01  DL900-RPT-BOUNCE-LINE.
000990     05  FILLER                  PIC X(09) VALUE 'BOUNCED: '.
001020     05  FILLER                  PIC X(08) VALUE 'REASON: '.
001030     05  DL900-RPT-B-REASON      PIC X(25).
001040
001041
001042 01  DL900-RPT-ITEM-HEADER.
001043     05  FILLER                  PIC X(11) VALUE 'ACTION'.
001044     05  FILLER                  PIC X(12) VALUE 'DOCUMENT'.
001045     05  FILLER                  PIC X(25) VALUE 'SOURCE FILE'.
001046     05  FILLER                  PIC X(04) VALUE 'SLOT'.
001047     05  FILLER                  PIC X(31) VALUE 'TOKEN'.
001048     05  FILLER                  PIC X(05) VALUE 'VALUE'.
001049     05  FILLER                  PIC X(07) VALUE ' 12THS'.
001050     05  FILLER                  PIC X(06) VALUE 'REASON'.
001051
001052 01  DL900-RPT-ITEM-LINE.
001053     05  DL900-RPT-I-ACTION      PIC X(10).
001054     05  FILLER                  PIC X(01) VALUE SPACES.
001055     05  DL900-RPT-I-DOCID       PIC X(10).
001056     05  FILLER                  PIC X(02) VALUE SPACES.
001057     05  DL900-RPT-I-SRCFILE     PIC X(25).
001058     05  FILLER                  PIC X(01) VALUE SPACES.
001059     05  DL900-RPT-I-SLOT        PIC Z9.
001060     05  FILLER                  PIC X(01) VALUE SPACES.
001061     05  DL900-RPT-I-TOKEN       PIC X(30).
001062     05  FILLER                  PIC X(01) VALUE SPACES.
001063     05  DL900-RPT-I-VALUE       PIC X(05).
001064     05  FILLER                  PIC X(02) VALUE SPACES.
001065     05  DL900-RPT-I-FRAC        PIC X(02).
001066     05  FILLER                  PIC X(03) VALUE SPACES.
001067     05  DL900-RPT-I-REASON      PIC X(04).
001068 01  DL900-RPT-TOTAL-LINE.
001069     05  DL900-RPT-T-LABEL       PIC X(30).
001070     05  DL900-RPT-T-VALUE       PIC Z(8)9-.
001080
001090 PROCEDURE DIVISION.
001220         GO TO 0000-TERMINATE
001230     END-IF.
001240     PERFORM 4000-COMPARE THRU 4000-EXIT.
001241     PERFORM 5000-POST-SUSPENSE THRU 5000-EXIT.
001250 0000-TERMINATE.
001260     IF DL900-WS-RPT-STATUS = '00'
001270         CLOSE DL900-RPT-FILE
003070     END-IF.
003080 4000-EXIT.
003090     EXIT.
003100
003110*-----------------------------------------------------------------
003120* POSTS THE BOUNCES TO THE SUSPENSE MASTER.  ONLY AN
003130* ACKNOWLEDGMENT OF THIS EXTRACT IS POSTED - WITH THE RUN DATES
003140* IN DISAGREEMENT THE BOUNCES MAY NOT BELONG TO THESE LINES.  A
003150* SHORTFALL MEANS SOME LINES WERE NEITHER ACCEPTED NOR BOUNCED,
003160* SO NO DOCUMENT CAN BE TAKEN AS ACCEPTED AND NO BOUNCE ITEM IS
003170* CLOSED; THE BOUNCES THEMSELVES ARE STILL POSTED.  THE
003180* EXTRACT'S DETAIL LINES AND THE BOUNCES ARE SORTED TOGETHER BY
003190* DOCUMENT AND POSTED DOCUMENT BY DOCUMENT.
003200*-----------------------------------------------------------------
003210 5000-POST-SUSPENSE.
003220     MOVE SPACES                 TO DL900-RPT-RECORD.
003230     WRITE DL900-RPT-RECORD.
003240     IF DL900-WS-ACK-DATE NOT = DL900-WS-EXTR-DATE
003250         DISPLAY 'ROMAN-ACK-RECON: RUN DATES DISAGREE - NOTHING '
003260             'POSTED TO SUSPENSE'
003270         MOVE 'RUN DATES DISAGREE - NOTHING POSTED TO SUSPENSE'
003280             TO DL900-RPT-RECORD
003290         WRITE DL900-RPT-RECORD
003300         GO TO 5000-EXIT
003310     END-IF.
003320     PERFORM 5050-OPEN-SUSPENSE THRU 5050-EXIT.
003330     IF NOT DL900-WS-MST-OPEN
003340         GO TO 5000-EXIT
003350     END-IF.
003360     IF DL900-WS-SHORTFALL = 0
003370         SET DL900-WS-CLOSE-OK   TO TRUE
003380     ELSE
003390         MOVE 'SHORTFALL - NO BOUNCE ITEMS CLOSED THIS RUN'
003400             TO DL900-RPT-RECORD
003410         WRITE DL900-RPT-RECORD
003420     END-IF.
003430     MOVE 'SUSPENSE POSTING'     TO DL900-RPT-RECORD.
003440     WRITE DL900-RPT-RECORD.
003450     MOVE DL900-RPT-ITEM-HEADER  TO DL900-RPT-RECORD.
003460     WRITE DL900-RPT-RECORD.
003470     SORT DL900-SORT-FILE
003480         ASCENDING KEY DL900-SRT-DOCID
003490                       DL900-SRT-TYPE
003500                       DL900-SRT-SEQ
003510         INPUT PROCEDURE IS 5100-GATHER THRU 5100-EXIT
003520         OUTPUT PROCEDURE IS 5300-POST-DOCUMENTS THRU 5300-EXIT.
003530     CLOSE DL900-MST-FILE.
003540     IF DL900-WS-SUSP-OPEN
003550         CLOSE DL900-SUSP-FILE
003560     END-IF.
003570     PERFORM 5900-WRITE-POSTING-TOTALS THRU 5900-EXIT.
003580 5000-EXIT.
003590     EXIT.
003600
003610*-----------------------------------------------------------------
003620* OPENS THE SUSPENSE MASTER FOR UPDATE AND THE SUSPENSE FILE FOR
003630* EXTENSION.  WITHOUT THE MASTER NOTHING IS POSTED; WITHOUT THE
003640* SUSPENSE FILE THE ITEMS ARE POSTED TO THE MASTER ONLY.  EITHER
003650* WAY THE RECONCILIATION ITSELF STANDS AND THE CONDITION CODE IS
003660* RAISED TO AT LEAST 4.  THE SUSPENSE FILE ONLY CARRIES THE NEW
003661* ITEMS TO THE CORRECTION SCREEN UNTIL THE NEXT NIGHT'S
003662* CONVERSION REWRITES IT - THE END-OF-NIGHT STATUS PAGE COUNTS
003663* OPEN BOUNCE ITEMS ON THE MASTER.
003670*-----------------------------------------------------------------
003680 5050-OPEN-SUSPENSE.
003690     MOVE FUNCTION CURRENT-DATE (1:8) TO DL900-WS-TODAY.
003700     OPEN I-O DL900-MST-FILE.
003710     IF DL900-WS-MST-STATUS NOT = '00'
003720         DISPLAY 'ROMAN-ACK-RECON: SUSPMAST NOT AVAILABLE - '
003730             'STATUS ' DL900-WS-MST-STATUS ' - NOTHING POSTED TO '
003740             'SUSPENSE'
003750         MOVE 'SUSPMAST NOT AVAILABLE - NOTHING POSTED'
003760             TO DL900-RPT-RECORD
003770         WRITE DL900-RPT-RECORD
003780         IF RETURN-CODE < 4
003790             MOVE 4              TO RETURN-CODE
003800         END-IF
003810         GO TO 5050-EXIT
003820     END-IF.
003830     SET DL900-WS-MST-OPEN       TO TRUE.
003840     OPEN EXTEND DL900-SUSP-FILE.
003850     IF DL900-WS-SUSP-STATUS NOT = '00'
003860         DISPLAY 'ROMAN-ACK-RECON: SUSPOUT NOT AVAILABLE - '
003870             'STATUS ' DL900-WS-SUSP-STATUS ' - ITEMS POSTED TO '
003880             'SUSPMAST ONLY'
003890         MOVE 'SUSPOUT NOT AVAILABLE - POSTED TO SUSPMAST ONLY'
003900             TO DL900-RPT-RECORD
003910         WRITE DL900-RPT-RECORD
003920         IF RETURN-CODE < 4
003930             MOVE 4              TO RETURN-CODE
003940         END-IF
003950         GO TO 5050-EXIT
003960     END-IF.
003970     SET DL900-WS-SUSP-OPEN      TO TRUE.
003980 5050-EXIT.
003990     EXIT.
004000
004010*-----------------------------------------------------------------
004020* SORT INPUT PROCEDURE - RELEASES EVERY EXTRACT DETAIL LINE
004030* UNDER ITS SLOT, THEN EVERY BOUNCE RECORD ON THE
004040* ACKNOWLEDGMENT FILE.
004050*-----------------------------------------------------------------
004060 5100-GATHER.
004070     OPEN INPUT DL900-EXTR-FILE.
004080     IF DL900-WS-EXTR-STATUS NOT = '00'
004090         DISPLAY 'ROMAN-ACK-RECON: UNABLE TO REOPEN EXTRIN - '
004100             'STATUS ' DL900-WS-EXTR-STATUS
004110         MOVE 16                 TO RETURN-CODE
004120         GO TO 5100-EXIT
004130     END-IF.
004140     MOVE 'N'                    TO DL900-WS-EOF-SW.
004150     PERFORM 5110-RELEASE-ONE-SENT THRU 5110-EXIT
004160         UNTIL DL900-WS-EOF.
004170     CLOSE DL900-EXTR-FILE.
004180     OPEN INPUT DL900-ACK-FILE.
004190     IF DL900-WS-ACK-STATUS NOT = '00'
004200         DISPLAY 'ROMAN-ACK-RECON: UNABLE TO REOPEN ACKIN - '
004210             'STATUS ' DL900-WS-ACK-STATUS
004220         MOVE 16                 TO RETURN-CODE
004230         GO TO 5100-EXIT
004240     END-IF.
004250     MOVE 'N'                    TO DL900-WS-EOF-SW.
004260     PERFORM 5120-RELEASE-ONE-BOUNCE THRU 5120-EXIT
004270         UNTIL DL900-WS-EOF.
004280     CLOSE DL900-ACK-FILE.
004290 5100-EXIT.
004300     EXIT.
004310
004320 5110-RELEASE-ONE-SENT.
004330     READ DL900-EXTR-FILE
004340         AT END
004350             MOVE 'Y'            TO DL900-WS-EOF-SW
004360     END-READ.
004370     IF DL900-WS-EOF
004380         GO TO 5110-EXIT
004390     END-IF.
004400     IF DL900-EXTR-RECORD (1:2) NOT = 'D|'
004410         GO TO 5110-EXIT
004420     END-IF.
004430     MOVE SPACES                 TO DL900-WS-D-FIELDS.
004440     UNSTRING DL900-EXTR-RECORD DELIMITED BY '|'
004450         INTO DL900-WS-D-TYPE
004460              DL900-WS-D-DOCID
004470              DL900-WS-D-SRCFILE
004480              DL900-WS-D-TOKEN
004490              DL900-WS-D-VALUE
004500              DL900-WS-D-ROMRT
004510              DL900-WS-D-STATUS
004520              DL900-WS-D-RUN-DATE
004530              DL900-WS-D-FRAC
004531              DL900-WS-D-ORIG
004532              DL900-WS-D-SLOT.
004540     IF DL900-WS-D-DOCID = DL900-WS-PREV-DOCID
004550        AND DL900-WS-D-SRCFILE = DL900-WS-PREV-SRCFILE
004560         IF DL900-WS-SLOT < 99
004570             ADD 1               TO DL900-WS-SLOT
004580         END-IF
004590     ELSE
004600         MOVE 1                  TO DL900-WS-SLOT
004610         MOVE DL900-WS-D-DOCID   TO DL900-WS-PREV-DOCID
004620         MOVE DL900-WS-D-SRCFILE TO DL900-WS-PREV-SRCFILE
004630     END-IF.
004631     IF DL900-WS-D-SLOT IS NUMERIC
004632        AND DL900-WS-D-SLOT NOT = '0'
004633         MOVE DL900-WS-D-SLOT    TO DL900-WS-SLOT
004634     END-IF.
004640     ADD 1                       TO DL900-WS-SEQ.
004650     MOVE SPACES                 TO DL900-SRT-RECORD.
004660     MOVE DL900-WS-D-DOCID       TO DL900-SRT-DOCID.
004670     SET DL900-SRT-SENT          TO TRUE.
004680     MOVE DL900-WS-SEQ           TO DL900-SRT-SEQ.
004690     MOVE DL900-WS-D-SRCFILE     TO DL900-SRT-SRCFILE.
004700     MOVE DL900-WS-SLOT          TO DL900-SRT-SLOT.
004710     MOVE DL900-WS-D-TOKEN       TO DL900-SRT-TOKEN.
004720     MOVE DL900-WS-D-VALUE       TO DL900-SRT-VALUE.
004730     MOVE DL900-WS-D-FRAC        TO DL900-SRT-FRAC.
004740     MOVE DL900-WS-D-STATUS      TO DL900-SRT-STATUS.
004750     RELEASE DL900-SRT-RECORD.
004760 5110-EXIT.
004770     EXIT.
004780
004790 5120-RELEASE-ONE-BOUNCE.
004800     READ DL900-ACK-FILE
004810         AT END
004820             MOVE 'Y'            TO DL900-WS-EOF-SW
004830     END-READ.
004840     IF DL900-WS-EOF
004850         GO TO 5120-EXIT
004860     END-IF.
004870     MOVE SPACES                 TO DL900-WS-REC-TYPE
004880                                    DL900-WS-FIELD-2
004890                                    DL900-WS-FIELD-3.
004900     UNSTRING DL900-ACK-RECORD DELIMITED BY '|'
004910         INTO DL900-WS-REC-TYPE
004920              DL900-WS-FIELD-2
004930              DL900-WS-FIELD-3.
004940     IF DL900-WS-REC-TYPE NOT = 'R'
004950         GO TO 5120-EXIT
004960     END-IF.
004970     ADD 1                       TO DL900-WS-SEQ.
004980     MOVE SPACES                 TO DL900-SRT-RECORD.
004990     MOVE DL900-WS-FIELD-2 (1:10) TO DL900-SRT-DOCID.
005000     SET DL900-SRT-BOUNCE        TO TRUE.
005010     MOVE DL900-WS-SEQ           TO DL900-SRT-SEQ.
005020     MOVE 0                      TO DL900-SRT-SLOT.
005030     MOVE DL900-WS-FIELD-3       TO DL900-SRT-REASON.
005040     RELEASE DL900-SRT-RECORD.
005050 5120-EXIT.
005060     EXIT.
005070
005080*-----------------------------------------------------------------
005090* SORT OUTPUT PROCEDURE - THE RECORDS COME BACK DOCUMENT BY
005100* DOCUMENT, BOUNCES FIRST.  EVERY TOKEN A BOUNCED DOCUMENT SENT
005110* IS POSTED AS AN OPEN ITEM, EXCEPT ONE THE CONVERSION RUN HAD
005120* ALREADY REJECTED - THAT TOKEN WENT TO SUSPENSE UNDER ITS OWN
005130* REASON THE NIGHT IT WAS READ.  AT EACH CHANGE OF DOCUMENT THE
005140* DOCUMENT JUST FINISHED IS SETTLED.
005150*-----------------------------------------------------------------
005160 5300-POST-DOCUMENTS.
005170     IF RETURN-CODE = 16
005180         GO TO 5300-EXIT
005190     END-IF.
005200     MOVE LOW-VALUES             TO DL900-WS-CUR-DOCID.
005210     MOVE 'N'                    TO DL900-WS-SRT-EOF-SW.
005220     PERFORM 5310-POST-ONE-SORTED THRU 5310-EXIT
005230         UNTIL DL900-WS-SRT-EOF.
005240     IF DL900-WS-CUR-DOCID NOT = LOW-VALUES
005250         PERFORM 5400-END-DOCUMENT THRU 5400-EXIT
005260     END-IF.
005270 5300-EXIT.
005280     EXIT.
005290
005300 5310-POST-ONE-SORTED.
005310     RETURN DL900-SORT-FILE
005320         AT END
005330             MOVE 'Y'            TO DL900-WS-SRT-EOF-SW
005340     END-RETURN.
005350     IF DL900-WS-SRT-EOF
005360         GO TO 5310-EXIT
005370     END-IF.
005380     IF DL900-SRT-DOCID NOT = DL900-WS-CUR-DOCID
005390         IF DL900-WS-CUR-DOCID NOT = LOW-VALUES
005400             PERFORM 5400-END-DOCUMENT THRU 5400-EXIT
005410         END-IF
005420         MOVE DL900-SRT-DOCID    TO DL900-WS-CUR-DOCID
005430         MOVE 'N'                TO DL900-WS-DOC-BNC-SW
005440                                    DL900-WS-DOC-SENT-SW
005450     END-IF.
005460     IF DL900-SRT-BOUNCE
005470         IF NOT DL900-WS-DOC-BOUNCED
005480             PERFORM 5330-SET-BOUNCE-CODE THRU 5330-EXIT
005490         END-IF
005500         SET DL900-WS-DOC-BOUNCED TO TRUE
005510         GO TO 5310-EXIT
005520     END-IF.
005530     SET DL900-WS-DOC-SENT       TO TRUE.
005540     IF DL900-WS-DOC-BOUNCED
005550        AND DL900-SRT-STATUS NOT = 'REJECTED'
005560         PERFORM 5320-POST-BOUNCE-ITEM THRU 5320-EXIT
005570     END-IF.
005580 5310-EXIT.
005590     EXIT.
005600
005610*-----------------------------------------------------------------
005620* POSTS ONE TOKEN OF A BOUNCED DOCUMENT.  A NEW KEY IS WRITTEN
005630* OPEN WITH TODAY'S DATE, AS IS A KEY LEFT VOIDED BY A BACKOUT.
005640* A CLOSED ITEM IS REOPENED KEEPING ITS ORIGINAL OPEN DATE, AS
005650* THE SUSPENSE LOAD DOES, AND AN ITEM ALREADY OPEN (BOUNCED
005660* AGAIN BEFORE ANYONE WORKED IT) TAKES THE NEW TOKEN AND REASON
005670* AND KEEPS AGING.  ONLY AN ITEM THAT WAS NOT ALREADY OPEN IS
005680* ADDED TO THE SUSPENSE FILE, SO THE FILE NEVER HOLDS AN ITEM
005690* TWICE.
005700*-----------------------------------------------------------------
005710 5320-POST-BOUNCE-ITEM.
005720     MOVE SPACES                 TO DL900-RPT-ITEM-LINE.
005730     MOVE DL900-WS-CUR-DOCID     TO DL900-RPT-I-DOCID.
005740     MOVE DL900-SRT-SRCFILE      TO DL900-RPT-I-SRCFILE.
005750     MOVE DL900-SRT-SLOT         TO DL900-RPT-I-SLOT.
005760     MOVE DL900-SRT-TOKEN        TO DL900-RPT-I-TOKEN.
005770     MOVE DL900-SRT-VALUE        TO DL900-RPT-I-VALUE.
005780     MOVE DL900-SRT-FRAC         TO DL900-RPT-I-FRAC.
005790     MOVE DL900-WS-BNC-CODE      TO DL900-RPT-I-REASON.
005800     IF DL900-SRT-SLOT > 9
005810         MOVE 'NOT POSTED'       TO DL900-RPT-I-ACTION
005820         ADD 1                   TO DL900-WS-NOT-POSTED
005830         GO TO 5320-WRITE
005840     END-IF.
005850     MOVE DL900-WS-CUR-DOCID     TO DL900-MST-DOCID.
005860     MOVE DL900-SRT-SRCFILE      TO DL900-MST-SRCFILE.
005870     MOVE DL900-SRT-SLOT         TO DL900-MST-SLOT.
005880     MOVE 'N'                    TO DL900-WS-WAS-OPEN-SW.
005890     READ DL900-MST-FILE
005900         INVALID KEY
005910             MOVE DL900-SRT-TOKEN TO DL900-MST-TOKEN
005920             MOVE DL900-WS-BNC-CODE TO DL900-MST-REASON
005930             MOVE 'O'            TO DL900-MST-STATUS-SW
005940             MOVE DL900-WS-TODAY TO DL900-MST-OPEN-DATE
005950             MOVE SPACES         TO DL900-MST-CLOSE-DATE
005960             WRITE DL900-MST-RECORD
005970                 INVALID KEY
005980                     DISPLAY 'ROMAN-ACK-RECON: SUSPMAST WRITE '
005990                         'FAILED FOR ' DL900-MST-DOCID
006000                         ' - STATUS ' DL900-WS-MST-STATUS
006010                     GO TO 5320-EXIT
006020             END-WRITE
006030             MOVE 'OPENED'       TO DL900-RPT-I-ACTION
006040             ADD 1               TO DL900-WS-ITEMS-OPENED
006050             PERFORM 5350-ADD-TO-SUSPENSE-FILE THRU 5350-EXIT
006060             GO TO 5320-WRITE
006070     END-READ.
006080     EVALUATE TRUE
006090         WHEN DL900-MST-VOIDED
006100             MOVE DL900-WS-TODAY TO DL900-MST-OPEN-DATE
006110             MOVE 'OPENED'       TO DL900-RPT-I-ACTION
006120             ADD 1               TO DL900-WS-ITEMS-OPENED
006130         WHEN DL900-MST-CLOSED
006140             MOVE 'REOPENED'     TO DL900-RPT-I-ACTION
006150             ADD 1               TO DL900-WS-ITEMS-REOPENED
006160         WHEN OTHER
006170             SET DL900-WS-WAS-OPEN TO TRUE
006180             MOVE 'STILL OPEN'   TO DL900-RPT-I-ACTION
006190             ADD 1               TO DL900-WS-ITEMS-STILL-OPEN
006200     END-EVALUATE.
006210     MOVE DL900-SRT-TOKEN        TO DL900-MST-TOKEN.
006220     MOVE DL900-WS-BNC-CODE      TO DL900-MST-REASON.
006230     MOVE 'O'                    TO DL900-MST-STATUS-SW.
006240     MOVE SPACES                 TO DL900-MST-CLOSE-DATE.
006250     REWRITE DL900-MST-RECORD
006260         INVALID KEY
006270             DISPLAY 'ROMAN-ACK-RECON: SUSPMAST REWRITE FAILED '
006280                 'FOR ' DL900-MST-DOCID ' - STATUS '
006290                 DL900-WS-MST-STATUS
006300             GO TO 5320-EXIT
006310     END-REWRITE.
006320     IF NOT DL900-WS-WAS-OPEN
006330         PERFORM 5350-ADD-TO-SUSPENSE-FILE THRU 5350-EXIT
006340     END-IF.
006350 5320-WRITE.
006360     MOVE DL900-RPT-ITEM-LINE    TO DL900-RPT-RECORD.
006370     WRITE DL900-RPT-RECORD.
006380 5320-EXIT.
006390     EXIT.
006400
006410*-----------------------------------------------------------------
006420* BUILDS THE REASON CODE FOR A BOUNCED DOCUMENT'S ITEMS FROM THE
006430* LOADER'S REASON ON ITS FIRST BOUNCE RECORD.  AN EMBEDDED BLANK
006440* IN THE CODE IS SHOWN AS A HYPHEN.
006450*-----------------------------------------------------------------
006460 5330-SET-BOUNCE-CODE.
006470     IF DL900-SRT-REASON = SPACES
006480         MOVE 'XUNK'             TO DL900-WS-BNC-CODE
006490         GO TO 5330-EXIT
006500     END-IF.
006510     MOVE 'X'                    TO DL900-WS-BNC-CODE (1:1).
006520     MOVE DL900-SRT-REASON (1:3) TO DL900-WS-BNC-CODE (2:3).
006530     INSPECT DL900-WS-BNC-CODE REPLACING ALL SPACE BY '-'.
006540 5330-EXIT.
006550     EXIT.
006560
006570 5350-ADD-TO-SUSPENSE-FILE.
006580     IF NOT DL900-WS-SUSP-OPEN
006590         GO TO 5350-EXIT
006600     END-IF.
006610     MOVE DL900-MST-DOCID        TO DL900-SUSP-DOCID.
006620     MOVE DL900-MST-SRCFILE      TO DL900-SUSP-SRCFILE.
006630     MOVE DL900-MST-SLOT         TO DL900-SUSP-SLOT.
006640     MOVE DL900-MST-TOKEN        TO DL900-SUSP-TOKEN.
006650     MOVE DL900-MST-REASON       TO DL900-SUSP-REASON.
006660     WRITE DL900-SUSP-RECORD.
006670 5350-EXIT.
006680     EXIT.
006690
006700*-----------------------------------------------------------------
006710* SETTLES ONE DOCUMENT.  A BOUNCE FOR A DOCUMENT THE EXTRACT
006720* NEVER CARRIED CANNOT BE POSTED AND IS LISTED.  A DOCUMENT THE
006730* EXTRACT CARRIED THAT WAS NOT BOUNCED WAS ACCEPTED, AND ANY
006740* BOUNCE ITEMS IT STILL HAS OPEN - FROM ANY SOURCE FILE - ARE
006750* CLOSED.  ITEMS UNDER THE CONVERSION RUN'S OWN REASON CODES ARE
006760* LEFT FOR THE CORRECTION PASS.
006770*-----------------------------------------------------------------
006780 5400-END-DOCUMENT.
006790     IF DL900-WS-DOC-BOUNCED
006800        AND NOT DL900-WS-DOC-SENT
006810         MOVE SPACES             TO DL900-RPT-ITEM-LINE
006820         MOVE 'NOT SENT'         TO DL900-RPT-I-ACTION
006830         MOVE DL900-WS-CUR-DOCID TO DL900-RPT-I-DOCID
006840         MOVE DL900-WS-BNC-CODE  TO DL900-RPT-I-REASON
006850         MOVE DL900-RPT-ITEM-LINE TO DL900-RPT-RECORD
006860         WRITE DL900-RPT-RECORD
006870         ADD 1                   TO DL900-WS-NOT-SENT
006880         GO TO 5400-EXIT
006890     END-IF.
006900     IF DL900-WS-DOC-BOUNCED
006910        OR NOT DL900-WS-CLOSE-OK
006920         GO TO 5400-EXIT
006930     END-IF.
006940     MOVE LOW-VALUES             TO DL900-MST-KEY.
006950     MOVE DL900-WS-CUR-DOCID     TO DL900-MST-DOCID.
006960     START DL900-MST-FILE KEY IS NOT < DL900-MST-KEY
006970         INVALID KEY
006980             GO TO 5400-EXIT
006990     END-START.
007000     MOVE 'N'                    TO DL900-WS-MST-EOF-SW.
007010     PERFORM 5410-CLOSE-ONE-ITEM THRU 5410-EXIT
007020         UNTIL DL900-WS-MST-EOF.
007030 5400-EXIT.
007040     EXIT.
007050
007060 5410-CLOSE-ONE-ITEM.
007070     READ DL900-MST-FILE NEXT RECORD
007080         AT END
007090             MOVE 'Y'            TO DL900-WS-MST-EOF-SW
007100     END-READ.
007110     IF DL900-WS-MST-EOF
007120         GO TO 5410-EXIT
007130     END-IF.
007140     IF DL900-MST-DOCID NOT = DL900-WS-CUR-DOCID
007150         MOVE 'Y'                TO DL900-WS-MST-EOF-SW
007160         GO TO 5410-EXIT
007170     END-IF.
007180     IF NOT DL900-MST-OPEN
007190        OR DL900-MST-REASON (1:1) NOT = 'X'
007200         GO TO 5410-EXIT
007210     END-IF.
007220     MOVE 'C'                    TO DL900-MST-STATUS-SW.
007230     MOVE DL900-WS-TODAY         TO DL900-MST-CLOSE-DATE.
007240     REWRITE DL900-MST-RECORD
007250         INVALID KEY
007260             DISPLAY 'ROMAN-ACK-RECON: SUSPMAST REWRITE FAILED '
007270                 'FOR ' DL900-MST-DOCID ' - STATUS '
007280                 DL900-WS-MST-STATUS
007290             GO TO 5410-EXIT
007300     END-REWRITE.
007310     ADD 1                       TO DL900-WS-ITEMS-CLOSED.
007320     MOVE SPACES                 TO DL900-RPT-ITEM-LINE.
007330     MOVE 'CLOSED'               TO DL900-RPT-I-ACTION.
007340     MOVE DL900-MST-DOCID        TO DL900-RPT-I-DOCID.
007350     MOVE DL900-MST-SRCFILE      TO DL900-RPT-I-SRCFILE.
007360     MOVE DL900-MST-SLOT         TO DL900-RPT-I-SLOT.
007370     MOVE DL900-MST-TOKEN        TO DL900-RPT-I-TOKEN.
007380     MOVE DL900-MST-REASON       TO DL900-RPT-I-REASON.
007390     MOVE DL900-RPT-ITEM-LINE    TO DL900-RPT-RECORD.
007400     WRITE DL900-RPT-RECORD.
007410 5410-EXIT.
007420     EXIT.
007430
007440 5900-WRITE-POSTING-TOTALS.
007450     MOVE SPACES                 TO DL900-RPT-RECORD.
007460     WRITE DL900-RPT-RECORD.
007470     MOVE 'BOUNCE ITEMS OPENED        :' TO DL900-RPT-T-LABEL.
007480     MOVE DL900-WS-ITEMS-OPENED  TO DL900-RPT-T-VALUE.
007490     MOVE DL900-RPT-TOTAL-LINE TO DL900-RPT-RECORD.
007500     WRITE DL900-RPT-RECORD.
007510     MOVE 'BOUNCE ITEMS REOPENED      :' TO DL900-RPT-T-LABEL.
007520     MOVE DL900-WS-ITEMS-REOPENED TO DL900-RPT-T-VALUE.
007530     MOVE DL900-RPT-TOTAL-LINE TO DL900-RPT-RECORD.
007540     WRITE DL900-RPT-RECORD.
007550     MOVE 'BOUNCE ITEMS STILL OPEN    :' TO DL900-RPT-T-LABEL.
007560     MOVE DL900-WS-ITEMS-STILL-OPEN TO DL900-RPT-T-VALUE.
007570     MOVE DL900-RPT-TOTAL-LINE TO DL900-RPT-RECORD.
007580     WRITE DL900-RPT-RECORD.
007590     MOVE 'BOUNCE ITEMS CLOSED        :' TO DL900-RPT-T-LABEL.
007600     MOVE DL900-WS-ITEMS-CLOSED  TO DL900-RPT-T-VALUE.
007610     MOVE DL900-RPT-TOTAL-LINE TO DL900-RPT-RECORD.
007620     WRITE DL900-RPT-RECORD.
007630     MOVE 'BOUNCES NOT ON THE EXTRACT :' TO DL900-RPT-T-LABEL.
007640     MOVE DL900-WS-NOT-SENT      TO DL900-RPT-T-VALUE.
007650     MOVE DL900-RPT-TOTAL-LINE TO DL900-RPT-RECORD.
007660     WRITE DL900-RPT-RECORD.
007670     MOVE 'TOKENS NOT POSTED (SLOT>9) :' TO DL900-RPT-T-LABEL.
007680     MOVE DL900-WS-NOT-POSTED    TO DL900-RPT-T-VALUE.
007690     MOVE DL900-RPT-TOTAL-LINE TO DL900-RPT-RECORD.
007700     WRITE DL900-RPT-RECORD.
007710     DISPLAY 'ROMAN-ACK-RECON: SUSPENSE - OPENED '
007720         DL900-WS-ITEMS-OPENED ' REOPENED '
007730         DL900-WS-ITEMS-REOPENED ' CLOSED ' DL900-WS-ITEMS-CLOSED.
007740 5900-EXIT.
007750     EXIT.
