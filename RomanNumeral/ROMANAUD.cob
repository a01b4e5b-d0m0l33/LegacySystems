000231*                     DISTINCT-DOCUMENT COUNTS INSTEAD.  THE   *
000232*                     MODE TABLE STAYS IN MEMORY - THE SET OF  *
000233*                     RUN MODES IS FIXED BY THE PROGRAM.       *
000234*     10/15/2026  DM  AN AUTO-REPAIRED TOKEN (AUDIT STATUS     *
000235*                     AUTOFIX) NOW TALLIES AS CONVERTED. THE   *
000236*                     COMPANION 'ORIGINAL' LINE CARRYING THE   *
000237*                     TEXT AS RECEIVED IS LEFT OUT UNLESS THE  *
000238*                     STATUS FILTER NAMES IT.                  *
000239*     10/15/2026  DM  THE 'SRCFILE' MARKER LINE WRITTEN AS A   *
000241*                     RUN OPENS EACH INPUT FILE IS LEFT OUT    *
000242*                     UNLESS THE STATUS FILTER NAMES IT.       *
000220*****************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. ROMAN-AUDIT-RPT.
003010             MOVE 'N'            TO DL200-SEL-SW
003020         END-IF
003030     END-IF.
003031*    AN 'ORIGINAL' LINE IS THE RECEIVED TEXT OF THE AUTOFIX LINE
003032*    BEFORE IT, NOT A CONVERSION ATTEMPT OF ITS OWN - IT IS
003033*    LEFT OUT UNLESS THE STATUS FILTER ASKS FOR IT BY NAME.
003034     IF DL200-AUD-STATUS-TXT = 'ORIGINAL'
003035        AND DL200-FILT-STATUS NOT = 'ORIGINAL'
003036         MOVE 'N'                TO DL200-SEL-SW
003037     END-IF.
003038*    LIKEWISE A 'SRCFILE' LINE, WHICH ONLY MARKS WHERE A RUN
003039*    OPENED ITS NEXT INPUT FILE.
003040     IF DL200-AUD-STATUS-TXT = 'SRCFILE'
003041        AND DL200-FILT-STATUS NOT = 'SRCFILE'
003042         MOVE 'N'                TO DL200-SEL-SW
003043     END-IF.
003044 2050-EXIT.
003050     EXIT.
003060
003070 2100-TALLY-MODE.
003320     END-IF.
003330     EVALUATE DL200-AUD-STATUS-TXT
003340         WHEN 'CONVERTED'
003341         WHEN 'AUTOFIX'
003350             ADD 1       TO DL200-MODE-CONV (DL200-MODE-NDX)
003360         WHEN 'REJECTED'
003370             ADD 1       TO DL200-MODE-REJ (DL200-MODE-NDX)
