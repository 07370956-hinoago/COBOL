000010*****************************************************
000020*ACCTWS - WORKING-STORAGE CONTROL AREAS FOR THE
000030*ACCOUNT-RELATIONSHIP FILE.
000040*---------------------------------------------------*
000050*MODIFICATION HISTORY
000060*DATE       INIT DESCRIPTION
000070*2026-10-03 RAS  ORIGINAL COPYBOOK
000080*****************************************************
000090 77 WRK-ACCT-STATUS PICTURE X(02) VALUE SPACES.
000100     88 WRK-ACCT-OK VALUE '00'.
000110     88 WRK-ACCT-NOT-FOUND VALUE '35'.
000120     88 WRK-ACCT-DUPLICATE VALUE '22'.
000130     88 WRK-ACCT-NO-RECORD VALUE '23'.
000140     88 WRK-ACCT-EOF VALUE '10'.
