000040*THE FIGURES EXACTLY AS THE BALANCED BATCH PAID THEM -
000050*GROSS, INSS, IRRF, NET, THE DEPARTMENT, AND THE
000060*CURRENCY AND EXCHANGE RATE USED - SO A PAY SLIP CAN
000061*BE REPRINTED FROM THE STORED FIGURES. THE VARIABLE
000062*EARNINGS (ALREADY INSIDE GROSS) ARE KEPT TYPE BY TYPE
000063*IN EARNWS TABLE ORDER, AND THE RECURRING DEDUCTIONS
000064*(ALREADY INSIDE NET) CODE BY CODE IN DEDWS ORDER. THE
000065*EMPLOYER CHARGES ON THE PAYMENT (FGTS, EMPLOYER INSS
000066*WITH RAT, THIRD PARTIES) RIDE ALONG FOR FGTSDEP. A
000067*RESCISAO ROW ALSO KEEPS THE 13TH AND VACATION PARTS OF
000068*ITS GROSS, WHICH YTD POSTS TO THEIR OWN BUCKETS. A ROW
000069*PAYVOID HAS VOIDED STAYS ON FILE MARKED VOIDED UNTIL
000070*THE CORRECTED RUN REWRITES IT; READERS THAT ADD UP
000071*WHAT WAS PAID SKIP IT.
000080*---------------------------------------------------*
000090*MODIFICATION HISTORY
000100*DATE       INIT DESCRIPTION
000110*2026-09-03 RAS  ORIGINAL COPYBOOK
000111*2026-09-21 RAS  PER-TYPE VARIABLE EARNINGS - HOURS AND
000112*                AMOUNT FOR EACH EARNWS TYPE.
000113*2026-09-23 RAS  PER-CODE RECURRING DEDUCTIONS - AMOUNT
000114*                FOR EACH DEDWS CODE.
000115*2026-09-25 RAS  EMPLOYER CHARGES ON THE PAYMENT.
000116*2026-10-14 RAS  RESCISAO 13TH AND VACATION PARTS, AND
000117*                THE VOID STATUS AND DATE.
000120*****************************************************
000130 FD PAY-HISTORY-FILE.
000140 01 PAYH-RECORD.
000290     05 PAYH-CURRENCY PICTURE X(03).
000300     05 PAYH-XRATE PICTURE 9(03)V9(06).
000310     05 PAYH-PAY-DATE PICTURE 9(08).
000320     05 PAYH-VAR-EARNINGS.
000330         10 PAYH-VAR-ENTRY OCCURS 4 TIMES.
000340             15 PAYH-VAR-HOURS PICTURE 9(03)V99.
000350             15 PAYH-VAR-AMOUNT PICTURE S9(06)V99
000360                 SIGN IS LEADING SEPARATE CHARACTER.
000370     05 PAYH-DEDUCTIONS.
000380         10 PAYH-DEDN-ENTRY OCCURS 4 TIMES.
000390             15 PAYH-DEDN-AMOUNT PICTURE S9(06)V99
000400                 SIGN IS LEADING SEPARATE CHARACTER.
000410     05 PAYH-EMPLOYER-CHARGES.
000420         10 PAYH-FGTS PICTURE S9(06)V99
000430             SIGN IS LEADING SEPARATE CHARACTER.
000440         10 PAYH-INSS-EMPLOYER PICTURE S9(06)V99
000450             SIGN IS LEADING SEPARATE CHARACTER.
000460         10 PAYH-THIRD-PARTY PICTURE S9(06)V99
000470             SIGN IS LEADING SEPARATE CHARACTER.
000480     05 PAYH-TERM-PARTS.
000490         10 PAYH-TERM-13TH PICTURE S9(06)V99
000500             SIGN IS LEADING SEPARATE CHARACTER.
000510         10 PAYH-TERM-VACATION PICTURE S9(06)V99
000520             SIGN IS LEADING SEPARATE CHARACTER.
000530     05 PAYH-STATUS PICTURE X(01).
000540         88 PAYH-ACTIVE VALUE SPACE.
000550         88 PAYH-VOIDED VALUE 'V'.
000560     05 PAYH-VOID-DATE PICTURE 9(08).
