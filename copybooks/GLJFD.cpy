000010*****************************************************
000020*GLJFD - RECORD LAYOUT FOR THE GENERAL-LEDGER JOURNAL.
000030*THE SOURCE, RUN DATE AND RUN TIME ARE THE BATCH
000040*REGISTER KEY OF THE FILE THE LINE WAS POSTED FROM.
000050*---------------------------------------------------*
000060*MODIFICATION HISTORY
000070*DATE       INIT DESCRIPTION
000080*2026-10-07 RAS  ORIGINAL COPYBOOK
000090*****************************************************
000100 FD GL-JOURNAL-FILE.
000110 01 GLJ-RECORD.
000120     05 GLJ-PERIOD PICTURE 9(06).
000130     05 FILLER PICTURE X(01).
000140     05 GLJ-ACCOUNT PICTURE 9(06).
000150     05 FILLER PICTURE X(01).
000160     05 GLJ-DC PICTURE X(01).
000170         88 GLJ-DEBIT VALUE 'D'.
000180         88 GLJ-CREDIT VALUE 'C'.
000190     05 FILLER PICTURE X(01).
000200     05 GLJ-AMOUNT PICTURE 9(11)V99.
000210     05 FILLER PICTURE X(01).
000220     05 GLJ-DEPT PICTURE X(04).
000230     05 FILLER PICTURE X(01).
000240     05 GLJ-SOURCE PICTURE X(10).
000250     05 FILLER PICTURE X(01).
000260     05 GLJ-RUN-DATE PICTURE 9(08).
000270     05 FILLER PICTURE X(01).
000280     05 GLJ-RUN-TIME PICTURE 9(08).
000290     05 FILLER PICTURE X(01).
000300     05 GLJ-RUN-TYPE PICTURE X(02).
000310     05 FILLER PICTURE X(01).
000320     05 GLJ-POSTED-DATE PICTURE 9(08).
