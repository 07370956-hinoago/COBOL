000030*APPEND-ONLY COMPANION OF THE TRANSLDGR LEDGER: ONE
000040*ROW PER POSTED TRANSACTION WITH THE BALANCE AFTER IT,
000050*WHICH IS WHAT LETS LDGSTMT PRINT A REFERENCE'S
000055*STATEMENT OVER A DATE RANGE AND STMTCYC PRINT THE
000060*MONTH-END STATEMENT CYCLE, AND WHAT LDGPROOF RE-SUMS
000065*TO PROVE THE LEDGER.
000070*---------------------------------------------------*
000080*MODIFICATION HISTORY
000090*DATE       INIT DESCRIPTION
000100*2026-09-03 RAS  ORIGINAL COPYBOOK
000103*2026-10-04 RAS  NOW ALSO READ BY STMTCYC.
000106*2026-10-06 RAS  NOW ALSO READ BY LDGPROOF.
000110*****************************************************
000120     SELECT LEDGER-JOURNAL-FILE ASSIGN TO "LDGJRNL"
000130         ORGANIZATION IS LINE SEQUENTIAL
