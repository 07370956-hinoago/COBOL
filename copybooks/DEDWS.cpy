000010*****************************************************
000020*DEDWS - WORKING-STORAGE AREAS FOR THE RECURRING
000030*DEDUCTIONS MASTER AND THE DEDUCTION-CODE TABLE SHARED
000040*BY DEDMNT (WHICH ACCEPTS ONLY THESE CODES), COMMA
000050*(WHICH APPLIES AND POSTS THEM) AND PAYINQ (WHICH
000060*LABELS THEM). EACH CODE CARRIES ITS OWN GLPOST
000070*LIABILITY ACCOUNT; THE LOAN FLAG MARKS THE CODE WHOSE
000080*BALANCE COUNTS DOWN AND WHICH MUST FIT THE LEGAL
000090*MARGIN - AT MOST WRK-DED-MARGIN-PCT PERCENT OF THE
000100*GROSS LESS INSS AND IRRF.
000110*THE TABLE ORDER IS ALSO THE ORDER OF THE PER-CODE
000120*SLOTS ON PAYHIST - NEW CODES GO ON THE END.
000130*---------------------------------------------------*
000140*MODIFICATION HISTORY
000150*DATE       INIT DESCRIPTION
000160*2026-09-23 RAS  ORIGINAL COPYBOOK
000170*****************************************************
000180 77 WRK-DED-STATUS PICTURE X(02) VALUE SPACES.
000190     88 WRK-DED-OK VALUE '00'.
000200     88 WRK-DED-NOT-FOUND VALUE '35'.
000210     88 WRK-DED-DUPLICATE VALUE '22'.
000220     88 WRK-DED-EOF VALUE '10'.
000230 77 WRK-DED-MARGIN-PCT PICTURE 9(02) VALUE 35.
000240 77 WRK-DED-CODE-MAX PICTURE 9(02) COMP VALUE 4.
000250 77 WRK-DED-CODE-SUB PICTURE 9(02) COMP VALUE ZERO.
000260 77 WRK-DED-CODE-HIT PICTURE 9(02) COMP VALUE ZERO.
000270*CODE, LOAN FLAG (Y/N), GLPOST LIABILITY ACCOUNT, LABEL
000280 01 WRK-DED-CODE-LIST.
000290     05 FILLER PICTURE X(25) VALUE "HPN210310HEALTH PLAN".
000300     05 FILLER PICTURE X(25) VALUE "UNN210320UNION DUES".
000310     05 FILLER PICTURE X(25) VALUE "MVN210330MEAL VOUCHER".
000320     05 FILLER PICTURE X(25) VALUE "LOY210340PAYROLL LOAN".
000330 01 WRK-DED-CODE-TBL REDEFINES WRK-DED-CODE-LIST.
000340     05 WRK-DED-CODE-ENTRY OCCURS 4 TIMES.
000350         10 WRK-DED-CODE-ID PICTURE X(02).
000360         10 WRK-DED-CODE-LOAN-SW PICTURE X(01).
000370             88 WRK-DED-CODE-IS-LOAN VALUE 'Y'.
000380         10 WRK-DED-CODE-GL-ACCT PICTURE 9(06).
000390         10 WRK-DED-CODE-LABEL PICTURE X(16).
