000010*****************************************************
000020*VACSEL - SELECT CLAUSE FOR THE VACATION LEDGER. COPIED
000030*INTO FILE-CONTROL BY VACLDG (WHICH BUILDS THE
000040*ACQUISITION PERIODS AND COUNTS THE ABSENCES), COMMA
000050*(WHICH CHECKS AND DRAWS DOWN THE BALANCE ON A VACATION
000060*OR RESCISAO RUN) AND VACRPT (THE DEADLINE REPORT).
000070*---------------------------------------------------*
000080*MODIFICATION HISTORY
000090*DATE       INIT DESCRIPTION
000100*2026-09-30 RAS  ORIGINAL COPYBOOK
000110*****************************************************
000120     SELECT VACATION-FILE ASSIGN TO "VACMAST"
000130         ORGANIZATION IS INDEXED
000140         ACCESS MODE IS DYNAMIC
000150         RECORD KEY IS VAC-KEY
000160         FILE STATUS IS WRK-VAC-STATUS.
