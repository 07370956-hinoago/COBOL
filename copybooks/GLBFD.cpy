000010*****************************************************
000020*GLBFD - RECORD LAYOUT FOR THE PERIOD BALANCE FILE.
000030*DEBITS AND CREDITS ARE KEPT APART RATHER THAN NETTED,
000040*SO THE TRIAL BALANCE CAN SHOW THE MONTH'S MOVEMENT ON
000050*EACH SIDE AS WELL AS THE BALANCE.
000060*---------------------------------------------------*
000070*MODIFICATION HISTORY
000080*DATE       INIT DESCRIPTION
000090*2026-10-07 RAS  ORIGINAL COPYBOOK
000100*****************************************************
000110 FD GL-BALANCE-FILE.
000120 01 GLB-RECORD.
000130     05 GLB-KEY.
000140         10 GLB-ACCOUNT PICTURE 9(06).
000150         10 GLB-PERIOD PICTURE 9(06).
000160     05 GLB-DEBITS PICTURE S9(13)V99
000170         SIGN IS LEADING SEPARATE CHARACTER.
000180     05 GLB-CREDITS PICTURE S9(13)V99
000190         SIGN IS LEADING SEPARATE CHARACTER.
000200     05 GLB-POST-COUNT PICTURE 9(07).
000210     05 GLB-LAST-DATE PICTURE 9(08).
