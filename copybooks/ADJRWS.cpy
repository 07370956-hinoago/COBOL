000010*****************************************************
000020*ADJRWS - REASON-CODE TABLE FOR THE AJ (ADJUSTMENT)
000030*TRANSIN OPERATION, SHARED BY INEDIT (WHICH ACCEPTS
000040*ONLY THESE CODES), OPERATORS (WHICH POSTS THE CODE TO
000050*LDGJRNL WITH THE ADJUSTMENT) AND LDGSTMT (WHICH
000060*LABELS IT ON THE STATEMENT). NEW CODES GO ON THE END.
000070*---------------------------------------------------*
000080*MODIFICATION HISTORY
000090*DATE       INIT DESCRIPTION
000100*2026-10-05 RAS  ORIGINAL COPYBOOK
000110*****************************************************
000120 77 WRK-ADJR-MAX PICTURE 9(02) COMP VALUE 5.
000130 77 WRK-ADJR-SUB PICTURE 9(02) COMP VALUE ZERO.
000140 77 WRK-ADJR-HIT PICTURE 9(02) COMP VALUE ZERO.
000150*CODE, REPORT LABEL
000160 01 WRK-ADJR-LIST.
000170     05 FILLER PICTURE X(20) VALUE "AMWRONG AMOUNT".
000180     05 FILLER PICTURE X(20) VALUE "RFWRONG REFERENCE".
000190     05 FILLER PICTURE X(20) VALUE "FEFEE OR CHARGE".
000200     05 FILLER PICTURE X(20) VALUE "ICINTEREST ADJUST".
000210     05 FILLER PICTURE X(20) VALUE "OTOTHER".
000220 01 WRK-ADJR-TBL REDEFINES WRK-ADJR-LIST.
000230     05 WRK-ADJR-ENTRY OCCURS 5 TIMES.
000240         10 WRK-ADJR-CODE PICTURE X(02).
000250         10 WRK-ADJR-LABEL PICTURE X(18).
