000030*COPIED INTO FILE-CONTROL BY OPERATORS (WHICH POSTS
000040*EACH BALANCED BATCH'S RESULTS) AND LDGSTMT (WHICH
000050*ANSWERS "WHAT IS THE POSITION ON REFERENCE X" WITHOUT
000055*A MONTH OF TRANSRPT PRINTOUTS); ALSO READ BY STMTCYC
000060*FOR THE MONTH-END CYCLE AND BY LDGPROOF, WHICH PROVES
000065*IT AGAINST THE LDGJRNL JOURNAL EVERY NIGHT.
000070*---------------------------------------------------*
000080*MODIFICATION HISTORY
000090*DATE       INIT DESCRIPTION
000100*2026-09-03 RAS  ORIGINAL COPYBOOK
000105*2026-10-06 RAS  NOW ALSO READ BY LDGPROOF.
000110*****************************************************
000120     SELECT LEDGER-FILE ASSIGN TO "TRANSLDGR"
000130         ORGANIZATION IS INDEXED
