000010*****************************************************
000020*GLRFD - RECORD LAYOUT FOR THE BATCH REGISTER. THE
000030*TOTALS ARE THE FILE'S OWN TRAILER FIGURES IN CENTS,
000040*AS POSTED.
000050*---------------------------------------------------*
000060*MODIFICATION HISTORY
000070*DATE       INIT DESCRIPTION
000080*2026-10-07 RAS  ORIGINAL COPYBOOK
000090*****************************************************
000100 FD GL-BATCH-FILE.
000110 01 GLR-RECORD.
000120     05 GLR-KEY.
000130         10 GLR-SOURCE PICTURE X(10).
000140         10 GLR-RUN-DATE PICTURE 9(08).
000150         10 GLR-RUN-TIME PICTURE 9(08).
000160     05 GLR-PERIOD PICTURE 9(06).
000170     05 GLR-RUN-TYPE PICTURE X(02).
000180     05 GLR-DEBIT-CENTS PICTURE 9(13).
000190     05 GLR-CREDIT-CENTS PICTURE 9(13).
000200     05 GLR-LINE-COUNT PICTURE 9(05).
000210     05 GLR-POSTED-DATE PICTURE 9(08).
000220     05 GLR-POSTED-TIME PICTURE 9(08).
