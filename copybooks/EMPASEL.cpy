000010*****************************************************
000020*EMPASEL - SELECT CLAUSE FOR THE EMPLOYEE MASTER AUDIT
000030*TRAIL. COPIED INTO FILE-CONTROL BY EVERY PROGRAM THAT
000040*WRITES, REWRITES OR DELETES AN EMPMAST RECORD, SO HR
000050*AND AUDIT HAVE ONE BEFORE/AFTER LOG OF EVERY SALARY,
000060*STATUS AND BANK-ACCOUNT CHANGE - THE SAME DISCIPLINE
000070*CUSTAUDIT GIVES THE CUSTOMER BASE.
000080*---------------------------------------------------*
000090*MODIFICATION HISTORY
000100*DATE       INIT DESCRIPTION
000110*2026-09-17 RAS  ORIGINAL COPYBOOK
000120*****************************************************
000130     SELECT EMP-AUDIT-FILE ASSIGN TO "EMPAUDIT"
000140         ORGANIZATION IS LINE SEQUENTIAL
000150         FILE STATUS IS WRK-EAUD-STATUS.
