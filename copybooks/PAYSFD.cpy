000090*MODIFICATION HISTORY
000100*DATE       INIT DESCRIPTION
000110*2026-09-03 RAS  ORIGINAL COPYBOOK
000111*2026-09-19 RAS  COMMA NOW POSTS EACH CREDIT HELD
000112*                UNTIL PAYAPRV RELEASES THE PERIOD'S
000113*                BANK FILE AND FLIPS IT TO SENT.
000114*2026-10-14 RAS  PAYVOID MARKS THE CREDITS OF A VOIDED
000115*                PERIOD VOIDED.
000120*****************************************************
000130 FD PAYMENT-STATUS-FILE.
000140 01 PAYS-RECORD.
000170         10 PAYS-REM-DATE PICTURE 9(08).
000180     05 PAYS-NET-CENTS PICTURE 9(11).
000190     05 PAYS-STATUS PICTURE X(08).
000195         88 PAYS-HELD VALUE 'HELD'.
000200         88 PAYS-SENT VALUE 'SENT'.
000210         88 PAYS-SETTLED VALUE 'SETTLED'.
000220         88 PAYS-REJECTED VALUE 'REJECTED'.
000225         88 PAYS-VOIDED VALUE 'VOIDED'.
000230     05 PAYS-RETURN-REASON PICTURE X(30).
000240     05 PAYS-SETTLE-DATE PICTURE 9(08).
