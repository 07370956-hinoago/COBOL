000010*****************************************************
000020*VOIDFD - RECORD LAYOUT FOR THE PAYROLL VOID LOG. ONE
000030*ROW PER VOIDED PAY PERIOD AND RUN TYPE: THE RUN DATE
000040*OF THE RUN THAT WAS VOIDED, WHEN THE VOID WAS DONE AND
000050*WHO AUTHORIZED IT, THE REASON GIVEN, HOW MANY PAYMENTS
000060*WERE REVERSED AND HOW MANY OF THEM THE BANK HAD
000070*ALREADY SETTLED, AND THE GROSS AND NET TAKEN BACK.
000080*---------------------------------------------------*
000090*MODIFICATION HISTORY
000100*DATE       INIT DESCRIPTION
000110*2026-10-14 RAS  ORIGINAL COPYBOOK
000120*****************************************************
000130 FD VOID-LOG-FILE.
000140 01 VOID-RECORD.
000150     05 VOID-PERIOD PICTURE 9(06).
000160     05 FILLER PICTURE X(01).
000170     05 VOID-RUN-TYPE PICTURE X(02).
000180     05 FILLER PICTURE X(01).
000190     05 VOID-RUN-DATE PICTURE 9(08).
000200     05 FILLER PICTURE X(01).
000210     05 VOID-DATE PICTURE 9(08).
000220     05 FILLER PICTURE X(01).
000230     05 VOID-TIME PICTURE 9(08).
000240     05 FILLER PICTURE X(01).
000250     05 VOID-AUTHORIZED-BY PICTURE X(03).
000260     05 FILLER PICTURE X(01).
000270     05 VOID-EMP-COUNT PICTURE 9(05).
000280     05 FILLER PICTURE X(01).
000290     05 VOID-SETTLED-COUNT PICTURE 9(05).
000300     05 FILLER PICTURE X(01).
000310     05 VOID-GROSS PICTURE 9(09)V99.
000320     05 FILLER PICTURE X(01).
000330     05 VOID-NET PICTURE 9(09)V99.
000340     05 FILLER PICTURE X(01).
000350     05 VOID-REASON PICTURE X(40).
