000010*****************************************************
000020*GLASEL - SELECT CLAUSE FOR THE GENERAL-LEDGER CHART OF
000030*ACCOUNTS, KEYED BY THE 6-DIGIT ACCOUNT NUMBER THE
000040*POSTING FILES CARRY. COPIED INTO FILE-CONTROL BY
000050*GLAMNT (WHICH MAINTAINS IT), GLUPDT (WHICH REFUSES A
000060*POSTING FILE NAMING AN UNKNOWN OR INACTIVE ACCOUNT)
000070*AND GLTRIAL AND GLACTV (WHICH PRINT ACCOUNT NAMES).
000080*---------------------------------------------------*
000090*MODIFICATION HISTORY
000100*DATE       INIT DESCRIPTION
000110*2026-10-07 RAS  ORIGINAL COPYBOOK
000120*****************************************************
000130     SELECT GL-ACCOUNT-FILE ASSIGN TO "GLACCT"
000140         ORGANIZATION IS INDEXED
000150         ACCESS MODE IS DYNAMIC
000160         RECORD KEY IS GLA-ACCOUNT
000170         FILE STATUS IS WRK-GLA-STATUS.
