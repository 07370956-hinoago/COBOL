000010*****************************************************
000020*DEDSEL - SELECT CLAUSE FOR THE RECURRING DEDUCTIONS
000030*MASTER. COPIED INTO FILE-CONTROL BY DEDMNT (WHICH HR
000040*USES TO KEY HEALTH-PLAN COPAYS, UNION DUES, MEAL
000050*VOUCHERS AND PAYROLL LOANS) AND COMMA (WHICH TAKES THE
000060*ACTIVE ONES OUT OF NET PAY AND COUNTS LOANS DOWN).
000070*---------------------------------------------------*
000080*MODIFICATION HISTORY
000090*DATE       INIT DESCRIPTION
000100*2026-09-23 RAS  ORIGINAL COPYBOOK
000110*****************************************************
000120     SELECT DEDUCTION-FILE ASSIGN TO "DEDMAST"
000130         ORGANIZATION IS INDEXED
000140         ACCESS MODE IS DYNAMIC
000150         RECORD KEY IS DED-KEY
000160         FILE STATUS IS WRK-DED-STATUS.
