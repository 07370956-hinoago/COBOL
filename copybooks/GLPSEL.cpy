000010*****************************************************
000020*GLPSEL - SELECT CLAUSE FOR THE GENERAL-LEDGER PERIOD
000030*CONTROL FILE, KEYED BY ACCOUNTING MONTH. A MONTH WITH
000040*NO ROW IS OPEN. GLCLOSE CLOSES A MONTH; GLUPDT REFUSES
000050*TO POST INTO A CLOSED ONE AND GLTRIAL PRINTS WHETHER
000060*THE MONTH IT REPORTS IS FINAL.
000070*---------------------------------------------------*
000080*MODIFICATION HISTORY
000090*DATE       INIT DESCRIPTION
000100*2026-10-07 RAS  ORIGINAL COPYBOOK
000110*****************************************************
000120     SELECT GL-PERIOD-FILE ASSIGN TO "GLPERIOD"
000130         ORGANIZATION IS INDEXED
000140         ACCESS MODE IS DYNAMIC
000150         RECORD KEY IS GLP-PERIOD
000160         FILE STATUS IS WRK-GLP-STATUS.
