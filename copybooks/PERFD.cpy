000090*MODIFICATION HISTORY
000100*DATE       INIT DESCRIPTION
000110*2026-09-03 RAS  ORIGINAL COPYBOOK
000111*2026-09-19 RAS  A BALANCED BATCH NOW LANDS PENDING,
000112*                NOT FINALIZED - PAYVAR STAMPS ITS
000113*                VARIANCE CHECK AND PAYAPRV RECORDS THE
000114*                SUPERVISOR, DATE AND TIME WHEN IT
000115*                RELEASES THE BANK FILE AND FINALIZES.
000116*2026-10-14 RAS  A PERIOD PAYVOID HAS VOIDED IS LEFT
000117*                VOIDED, WHICH LETS THE CORRECTED RUN
000118*                THROUGH COMMA'S DUPLICATE GUARD.
000120*****************************************************
000130 FD PERIOD-CONTROL-FILE.
000140 01 PERC-RECORD.
000170         10 PERC-RUN-TYPE PICTURE X(02).
000180     05 PERC-STATUS PICTURE X(10).
000190         88 PERC-FINALIZED VALUE 'FINALIZED'.
000193         88 PERC-PENDING VALUE 'PENDING'.
000196         88 PERC-VOIDED VALUE 'VOIDED'.
000200     05 PERC-RUN-DATE PICTURE 9(08).
000210     05 PERC-EMP-COUNT PICTURE 9(07).
000220     05 PERC-VARIANCE-DATE PICTURE 9(08).
000230     05 PERC-VARIANCE-FLAGS PICTURE 9(05).
000240     05 PERC-APPROVED-BY PICTURE X(03).
000250     05 PERC-APPROVED-DATE PICTURE 9(08).
000260     05 PERC-APPROVED-TIME PICTURE 9(08).
