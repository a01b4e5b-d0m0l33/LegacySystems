000263*                     THE BALANCE RESULT INSTEAD OF SOMEONE    *
000264*                     FISHING IT OUT OF THE CONSOLE LOG.  AN   *
000265*                     ABSENT BALSTAT DD CHANGES NOTHING.       *
000266*     10/15/2026  DM  AN AUTO-REPAIRED TOKEN (AUDIT STATUS     *
000267*                     AUTOFIX) NOW COUNTS TOWARD THE CONVERTED *
000268*                     TOTAL IT IS BALANCED AGAINST; THE        *
000269*                     COMPANION 'ORIGINAL' LINE CARRYING THE   *
000270*                     TEXT AS RECEIVED IS NOT COUNTED.         *
000260*****************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. ROMAN-BALANCE.
002250     END-IF.
002260     EVALUATE DL300-AUD-STATUS-TXT
002270         WHEN 'CONVERTED'
002271*        AN AUTO-REPAIRED TOKEN IS IN THE TRAILER'S CONVERTED
002272*        COUNT; ITS COMPANION 'ORIGINAL' LINE IS NOT COUNTED.
002273         WHEN 'AUTOFIX'
002280             ADD 1               TO DL300-AUD-CONVERTED
002290         WHEN 'NONCANON'
002300             ADD 1               TO DL300-AUD-CONVERTED
