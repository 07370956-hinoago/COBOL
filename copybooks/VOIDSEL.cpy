000010*****************************************************
000020*VOIDSEL - SELECT CLAUSE FOR THE PAYROLL VOID LOG.
000030*COPIED INTO FILE-CONTROL BY PAYVOID, WHICH APPENDS ONE
000040*ROW FOR EVERY PAY PERIOD IT VOIDS, AND BY MORNRPT,
000050*WHICH PRINTS THE DAY'S VOIDS UNDER ITS STATUS LINE.
000060*---------------------------------------------------*
000070*MODIFICATION HISTORY
000080*DATE       INIT DESCRIPTION
000090*2026-10-14 RAS  ORIGINAL COPYBOOK
000100*****************************************************
000110     SELECT VOID-LOG-FILE ASSIGN TO "VOIDLOG"
000120         ORGANIZATION IS LINE SEQUENTIAL
000130         FILE STATUS IS WRK-VOID-STATUS.
