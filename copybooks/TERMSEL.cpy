000010*****************************************************
000020*TERMSEL - SELECT CLAUSE FOR THE TERMINATIONS MASTER.
000030*COPIED INTO FILE-CONTROL BY TERMMNT (WHICH HR USES TO
000040*KEY AN EMPLOYEE'S TERMINATION DATE AND REASON), COMMA
000050*(WHICH PAYS THE RESCISAO RUN OFF IT) AND PAYAPRV (WHICH
000060*CLOSES IT WHEN THE TERMINATION PERIOD IS FINALIZED).
000070*---------------------------------------------------*
000080*MODIFICATION HISTORY
000090*DATE       INIT DESCRIPTION
000100*2026-09-28 RAS  ORIGINAL COPYBOOK
000110*****************************************************
000120     SELECT TERMINATION-FILE ASSIGN TO "TERMMAST"
000130         ORGANIZATION IS INDEXED
000140         ACCESS MODE IS DYNAMIC
000150         RECORD KEY IS TERM-EMP-NUMBER
000160         FILE STATUS IS WRK-TERM-STATUS.
