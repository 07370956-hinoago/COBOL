000010*****************************************************
000020*VACWS - WORKING-STORAGE FOR THE VACATION LEDGER: THE
000030*FILE STATUS AND THE ABSENCE SCALE THAT TURNS THE
000040*UNJUSTIFIED ABSENCES OF A COMPLETE ACQUISITION PERIOD
000050*INTO THE VACATION DAYS IT EARNS (CLT ART. 130).
000060*---------------------------------------------------*
000070*MODIFICATION HISTORY
000080*DATE       INIT DESCRIPTION
000090*2026-09-30 RAS  ORIGINAL COPYBOOK
000100*****************************************************
000110 77 WRK-VAC-STATUS PICTURE X(02) VALUE SPACES.
000120     88 WRK-VAC-OK VALUE '00'.
000130     88 WRK-VAC-NOT-FOUND VALUE '35'.
000140     88 WRK-VAC-DUPLICATE VALUE '22'.
000150     88 WRK-VAC-EOF VALUE '10'.
000160*A FULL PERIOD'S LEAVE, AND WHAT ONE VACATION RUN PAYS
000170 77 WRK-VAC-FULL-DAYS PICTURE 9(02) VALUE 30.
000180 77 WRK-VAC-SCALE-MAX PICTURE 9(02) COMP VALUE 5.
000190 77 WRK-VAC-SCALE-SUB PICTURE 9(02) COMP VALUE ZERO.
000200 77 WRK-VAC-SCALE-HIT PICTURE 9(02) COMP VALUE ZERO.
000210*UP TO N ABSENCES (3 DIGITS) EARN D DAYS (2 DIGITS)
000220 01 WRK-VAC-SCALE-LIST.
000230     05 FILLER PICTURE X(05) VALUE "00530".
000240     05 FILLER PICTURE X(05) VALUE "01424".
000250     05 FILLER PICTURE X(05) VALUE "02318".
000260     05 FILLER PICTURE X(05) VALUE "03212".
000270     05 FILLER PICTURE X(05) VALUE "99900".
000280 01 WRK-VAC-SCALE-TBL REDEFINES WRK-VAC-SCALE-LIST.
000290     05 WRK-VAC-SCALE-ENTRY OCCURS 5 TIMES.
000300         10 WRK-VAC-SCALE-LIMIT PICTURE 9(03).
000310         10 WRK-VAC-SCALE-DAYS PICTURE 9(02).
