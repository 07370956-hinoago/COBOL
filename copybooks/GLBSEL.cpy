000010*****************************************************
000020*GLBSEL - SELECT CLAUSE FOR THE GENERAL-LEDGER PERIOD
000030*BALANCE FILE, ONE ROW PER ACCOUNT PER ACCOUNTING
000040*MONTH. KEYED BY ACCOUNT THEN PERIOD, SO ONE ACCOUNT'S
000050*MONTHS READ IN ORDER. COPIED BY GLUPDT (WHICH POSTS TO
000060*IT), GLTRIAL, GLACTV AND GLCLOSE.
000070*---------------------------------------------------*
000080*MODIFICATION HISTORY
000090*DATE       INIT DESCRIPTION
000100*2026-10-07 RAS  ORIGINAL COPYBOOK
000110*****************************************************
000120     SELECT GL-BALANCE-FILE ASSIGN TO "GLBAL"
000130         ORGANIZATION IS INDEXED
000140         ACCESS MODE IS DYNAMIC
000150         RECORD KEY IS GLB-KEY
000160         FILE STATUS IS WRK-GLB-STATUS.
