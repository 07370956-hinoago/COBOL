000050*EACH RUN POSTS WHAT THE TRAILER PROMISED AND WHAT WAS
000060*ACTUALLY READ AND WRITTEN, AND BY BALCHK WHICH
000070*RECONCILES THOSE FIGURES AGAINST CTLFILE EVERY NIGHT.
000072*LDGPROOF POSTS ITS LEDGER PROOF VERDICT HERE TOO, AND
000074*MORNRPT READS THAT ROW BACK FOR ITS BANNER.
000076*GLUPDT POSTS ONE ROW PER LEDGER POSTING FILE.
000080*---------------------------------------------------*
000090*MODIFICATION HISTORY
000100*DATE       INIT DESCRIPTION
000110*2026-08-22 RAS  ORIGINAL COPYBOOK
000113*2026-10-06 RAS  NOW ALSO USED BY LDGPROOF AND MORNRPT.
000116*2026-10-07 RAS  NOW ALSO USED BY GLUPDT.
000120*****************************************************
000130     SELECT BALANCE-FILE ASSIGN TO "BALFILE"
000140         ORGANIZATION IS LINE SEQUENTIAL
