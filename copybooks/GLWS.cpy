000010*****************************************************
000020*GLWS - WORKING-STORAGE CONTROL AREAS FOR THE
000030*GENERAL-LEDGER FILES: CHART OF ACCOUNTS, PERIOD
000040*BALANCES, BATCH REGISTER, JOURNAL AND PERIOD CONTROL.
000050*---------------------------------------------------*
000060*MODIFICATION HISTORY
000070*DATE       INIT DESCRIPTION
000080*2026-10-07 RAS  ORIGINAL COPYBOOK
000090*****************************************************
000100 77 WRK-GLA-STATUS PICTURE X(02) VALUE SPACES.
000110     88 WRK-GLA-OK VALUE '00'.
000120     88 WRK-GLA-NOT-FOUND VALUE '35'.
000130     88 WRK-GLA-NO-RECORD VALUE '23'.
000140     88 WRK-GLA-EOF VALUE '10'.
000150 77 WRK-GLB-STATUS PICTURE X(02) VALUE SPACES.
000160     88 WRK-GLB-OK VALUE '00'.
000170     88 WRK-GLB-NOT-FOUND VALUE '35'.
000180     88 WRK-GLB-NO-RECORD VALUE '23'.
000190     88 WRK-GLB-EOF VALUE '10'.
000200 77 WRK-GLR-STATUS PICTURE X(02) VALUE SPACES.
000210     88 WRK-GLR-OK VALUE '00'.
000220     88 WRK-GLR-NOT-FOUND VALUE '35'.
000230     88 WRK-GLR-NO-RECORD VALUE '23'.
000240     88 WRK-GLR-EOF VALUE '10'.
000250 77 WRK-GLJ-STATUS PICTURE X(02) VALUE SPACES.
000260     88 WRK-GLJ-OK VALUE '00'.
000270     88 WRK-GLJ-NOT-FOUND VALUE '35'.
000280 77 WRK-GLP-STATUS PICTURE X(02) VALUE SPACES.
000290     88 WRK-GLP-OK VALUE '00'.
000300     88 WRK-GLP-NOT-FOUND VALUE '35'.
000310     88 WRK-GLP-NO-RECORD VALUE '23'.
