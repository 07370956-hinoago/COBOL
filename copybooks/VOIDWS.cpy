000010*****************************************************
000020*VOIDWS - WORKING-STORAGE CONTROL AREAS FOR THE
000030*PAYROLL VOID LOG.
000040*---------------------------------------------------*
000050*MODIFICATION HISTORY
000060*DATE       INIT DESCRIPTION
000070*2026-10-14 RAS  ORIGINAL COPYBOOK
000080*****************************************************
000090 77 WRK-VOID-STATUS PICTURE X(02) VALUE SPACES.
000100     88 WRK-VOID-OK VALUE '00'.
000110     88 WRK-VOID-NOT-FOUND VALUE '35'.
