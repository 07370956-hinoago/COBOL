000010*****************************************************
000020*EARNWS - WORKING-STORAGE AREAS FOR THE VARIABLE-
000030*EARNINGS FILE AND THE EARNINGS-TYPE TABLE SHARED BY
000040*INEDIT (WHICH ACCEPTS ONLY THESE CODES), COMMA (WHICH
000050*PRICES THEM) AND PAYINQ (WHICH LABELS THEM). AN
000060*HOURLY TYPE PAYS HOURS TIMES THE HOURLY RATE TIMES
000070*ITS FACTOR; THE HOURLY RATE IS THE MONTHLY SALARY IN
000080*FORCE OVER THE 220-HOUR MONTH. AN AMOUNT TYPE PAYS
000090*THE AMOUNT AS KEYED.
000100*THE TABLE ORDER IS ALSO THE ORDER OF THE PER-TYPE
000110*SLOTS ON PAYHIST - NEW TYPES GO ON THE END.
000120*---------------------------------------------------*
000130*MODIFICATION HISTORY
000140*DATE       INIT DESCRIPTION
000150*2026-09-21 RAS  ORIGINAL COPYBOOK
000160*****************************************************
000170 77 WRK-EARN-STATUS PICTURE X(02) VALUE SPACES.
000180     88 WRK-EARN-OK VALUE '00'.
000190     88 WRK-EARN-NOT-FOUND VALUE '35'.
000200 77 WRK-MONTHLY-HOURS PICTURE 9(03) VALUE 220.
000210 77 WRK-EARN-TYPE-MAX PICTURE 9(02) COMP VALUE 4.
000220 77 WRK-EARN-TYPE-SUB PICTURE 9(02) COMP VALUE ZERO.
000230 77 WRK-EARN-TYPE-HIT PICTURE 9(02) COMP VALUE ZERO.
000240*CODE, (H)OURS OR (A)MOUNT, FACTOR 9V99, REPORT LABEL
000250 01 WRK-EARN-TYPE-LIST.
000260     05 FILLER PICTURE X(22) VALUE "HEH150OVERTIME 50%".
000270     05 FILLER PICTURE X(22) VALUE "HDH200OVERTIME 100%".
000280     05 FILLER PICTURE X(22) VALUE "ANH020NIGHT PREMIUM".
000290     05 FILLER PICTURE X(22) VALUE "COA000COMMISSION".
000300 01 WRK-EARN-TYPE-TBL REDEFINES WRK-EARN-TYPE-LIST.
000310     05 WRK-EARN-TYPE-ENTRY OCCURS 4 TIMES.
000320         10 WRK-EARN-TYPE-CODE PICTURE X(02).
000330         10 WRK-EARN-TYPE-KIND PICTURE X(01).
000340             88 WRK-EARN-BY-HOURS VALUE 'H'.
000350             88 WRK-EARN-BY-AMOUNT VALUE 'A'.
000360         10 WRK-EARN-TYPE-FACTOR PICTURE 9V99.
000370         10 WRK-EARN-TYPE-LABEL PICTURE X(16).
