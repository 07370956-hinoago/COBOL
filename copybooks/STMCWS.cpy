000010*****************************************************
000020*STMCWS - WORKING-STORAGE CONTROL AREAS FOR THE
000030*STATEMENT-CONTROL FILE.
000040*---------------------------------------------------*
000050*MODIFICATION HISTORY
000060*DATE       INIT DESCRIPTION
000070*2026-10-04 RAS  ORIGINAL COPYBOOK
000080*****************************************************
000090 77 WRK-SCTL-STATUS PICTURE X(02) VALUE SPACES.
000100     88 WRK-SCTL-OK VALUE '00'.
000110     88 WRK-SCTL-NOT-FOUND VALUE '35'.
000120     88 WRK-SCTL-NO-RECORD VALUE '23'.
