000110*RETRIEVE ONE PAYMENT IN FULL, OR REPRINT ITS PAY
000120*SLIP FROM THE STORED FIGURES TO THE PAYSLIPR FILE -
000130*NO MORE DIGGING OUT THE PAPER REGISTER FOR EVERY
000135*LOAN-APPLICATION REQUEST. VARIABLE EARNINGS STORED
000140*WITH THE PAYMENT SHOW TYPE BY TYPE ON BOTH, AND SO DO
000145*THE RECURRING DEDUCTIONS CODE BY CODE.
000150*****************************************************
000160*MODIFICATION HISTORY
000170*DATE       INIT DESCRIPTION
000180*2026-09-03 RAS  ORIGINAL PROGRAM
000181*2026-09-21 RAS  RETRIEVE AND SLIP REPRINT SHOW THE
000182*                VARIABLE EARNINGS (OVERTIME, NIGHT
000183*                PREMIUM, COMMISSION) PAYHIST NOW KEEPS
000184*                PER TYPE; THE REPRINTED SLIP BREAKS THE
000185*                GROSS DOWN AS COMMA'S SLIP DOES.
000186*2026-09-23 RAS  RETRIEVE AND SLIP REPRINT SHOW THE
000187*                RECURRING DEDUCTIONS (HEALTH PLAN,
000188*                UNION, MEAL VOUCHER, PAYROLL LOAN)
000189*                PAYHIST NOW KEEPS PER CODE, AND THEY
000190*                COUNT IN THE REPRINTED TOTAL.
000191*2026-09-25 RAS  RETRIEVE SHOWS THE EMPLOYER CHARGES
000192*                (FGTS, EMPLOYER INSS, THIRD PARTIES)
000193*                KEPT WITH THE PAYMENT.
000194*2026-10-14 RAS  A PAYMENT PAYVOID HAS VOIDED IS MARKED
000195*                ON BROWSE AND RETRIEVE, AND ITS SLIP IS
000196*                NOT REPRINTED.
000197*****************************************************
000200 ENVIRONMENT DIVISION.
000210 CONFIGURATION SECTION.
000220 SPECIAL-NAMES.
000670 77 WRK-AMOUNT-ED PICTURE -(06)9,99 VALUE ZERO.
000680 77 WRK-XRATE-ED PICTURE ZZ9,9(06) VALUE ZERO.
000690 77 WRK-DEDUCT-TOTAL PICTURE S9(06)V99
000691     SIGN IS LEADING SEPARATE CHARACTER VALUE ZERO.
000692*---------------------------------------------------*
000693*VARIABLE-EARNINGS AREAS - THE TYPE TABLE LABELS THE
000694*PER-TYPE SLOTS ON PAYHIST. A ROW WRITTEN BEFORE THE
000695*SLOTS EXISTED HOLDS SPACES THERE AND SHOWS NOTHING
000696*---------------------------------------------------*
000697     COPY EARNWS.
000698 77 WRK-VAR-SUM PICTURE S9(06)V99
000699     SIGN IS LEADING SEPARATE CHARACTER VALUE ZERO.
000700 77 WRK-HOURS-ED PICTURE ZZ9,99.
000701 77 WRK-HOURS-TEXT PICTURE X(12) VALUE SPACES.
000702*---------------------------------------------------*
000703*RECURRING-DEDUCTION AREAS - THE CODE TABLE LABELS THE
000704*PER-CODE SLOTS ON PAYHIST, WITH THE SAME GUARD FOR
000705*ROWS WRITTEN BEFORE THE SLOTS EXISTED
000706*---------------------------------------------------*
000707     COPY DEDWS.
000708 77 WRK-DEDN-SUM PICTURE S9(06)V99
000709     SIGN IS LEADING SEPARATE CHARACTER VALUE ZERO.
000710*---------------------------------------------------*
000720*JOB CONTROL FILE AREAS
000730*---------------------------------------------------*
001680         DISPLAY PAYH-PERIOD "  " PAYH-RUN-TYPE "   "
001690             WRK-AMOUNT-ED WITH NO ADVANCING
001700         MOVE PAYH-NET TO WRK-AMOUNT-ED
001703         IF PAYH-VOIDED
001706             DISPLAY " " WRK-AMOUNT-ED " ESTORNADO"
001709         ELSE
001712             DISPLAY " " WRK-AMOUNT-ED
001715         END-IF
001720         ADD 1 TO WRK-BROWSE-COUNT
001730     END-IF.
001740 3100-EXIT.
002150     DISPLAY "DEPARTAMENTO: " PAYH-DEPARTMENT.
002160     MOVE PAYH-GROSS TO WRK-AMOUNT-ED.
002170     DISPLAY "BRUTO:        " WRK-AMOUNT-ED.
002172     PERFORM 4200-SHOW-ONE-VAR THRU 4200-EXIT
002174         VARYING WRK-EARN-TYPE-SUB FROM 1 BY 1
002176         UNTIL WRK-EARN-TYPE-SUB > WRK-EARN-TYPE-MAX.
002180     MOVE PAYH-INSS TO WRK-AMOUNT-ED.
002190     DISPLAY "INSS:         " WRK-AMOUNT-ED.
002200     MOVE PAYH-IRRF TO WRK-AMOUNT-ED.
002210     DISPLAY "IRRF:         " WRK-AMOUNT-ED.
002212     PERFORM 4300-SHOW-ONE-DEDN THRU 4300-EXIT
002214         VARYING WRK-DED-CODE-SUB FROM 1 BY 1
002216         UNTIL WRK-DED-CODE-SUB > WRK-DED-CODE-MAX.
002220     MOVE PAYH-NET TO WRK-AMOUNT-ED.
002230     DISPLAY "LIQUIDO:      " WRK-AMOUNT-ED.
002240*A USD PAYMENT ONLY RECONCILES AGAINST THE REGISTER
002320         DISPLAY "MOEDA:        " PAYH-CURRENCY
002330     END-IF.
002340     DISPLAY "PAGO EM:      " PAYH-PAY-DATE.
002341     IF PAYH-VOIDED
002342         DISPLAY "SITUACAO:     ESTORNADO EM " PAYH-VOID-DATE
002343     END-IF.
002344*THE EMPLOYER CHARGES ARE NOT THE EMPLOYEE'S MONEY AND
002345*NEVER PRINT ON THE SLIP - ONLY HERE, FOR HR. A ROW
002346*WRITTEN BEFORE THEY WERE KEPT SHOWS NONE
002347     IF PAYH-FGTS NUMERIC
002348         MOVE PAYH-FGTS TO WRK-AMOUNT-ED
002349         DISPLAY "FGTS EMPRESA: " WRK-AMOUNT-ED
002350         MOVE PAYH-INSS-EMPLOYER TO WRK-AMOUNT-ED
002351         DISPLAY "INSS EMPRESA: " WRK-AMOUNT-ED
002352         MOVE PAYH-THIRD-PARTY TO WRK-AMOUNT-ED
002353         DISPLAY "TERCEIROS:    " WRK-AMOUNT-ED
002354     END-IF.
002355     DISPLAY "***********************".
002360     ADD 1 TO WRK-INQUIRY-COUNT.
002370 4000-EXIT.
002371     EXIT.
002372 4200-SHOW-ONE-VAR.
002373     IF PAYH-VAR-AMOUNT(WRK-EARN-TYPE-SUB) NOT NUMERIC
002374         OR PAYH-VAR-AMOUNT(WRK-EARN-TYPE-SUB) = ZERO
002375         GO TO 4200-EXIT
002376     END-IF.
002377     MOVE PAYH-VAR-AMOUNT(WRK-EARN-TYPE-SUB) TO WRK-AMOUNT-ED.
002378     IF WRK-EARN-BY-HOURS(WRK-EARN-TYPE-SUB)
002379         MOVE PAYH-VAR-HOURS(WRK-EARN-TYPE-SUB) TO WRK-HOURS-ED
002380         DISPLAY "  " WRK-EARN-TYPE-LABEL(WRK-EARN-TYPE-SUB)
002381             WRK-AMOUNT-ED "  " WRK-HOURS-ED " HRS"
002382     ELSE
002383         DISPLAY "  " WRK-EARN-TYPE-LABEL(WRK-EARN-TYPE-SUB)
002384             WRK-AMOUNT-ED
002385     END-IF.
002386 4200-EXIT.
002387     EXIT.
002388 4300-SHOW-ONE-DEDN.
002389     IF PAYH-DEDN-AMOUNT(WRK-DED-CODE-SUB) NOT NUMERIC
002390         OR PAYH-DEDN-AMOUNT(WRK-DED-CODE-SUB) = ZERO
002391         GO TO 4300-EXIT
002392     END-IF.
002393     MOVE PAYH-DEDN-AMOUNT(WRK-DED-CODE-SUB) TO WRK-AMOUNT-ED.
002394     DISPLAY "  " WRK-DED-CODE-LABEL(WRK-DED-CODE-SUB)
002395         WRK-AMOUNT-ED.
002396 4300-EXIT.
002397     EXIT.
002398*****************************************************
002400*5000-REPRINT-SLIP - REBUILDS THE PAY SLIP FROM THE
002410*STORED FIGURES, IN THE SAME SHAPE COMMA PRINTS, TO
002420*THE PAYSLIPR REPRINT FILE
002440 5000-REPRINT-SLIP.
002450     PERFORM 4100-READ-BY-KEY THRU 4100-EXIT.
002460     IF NOT WRK-RECORD-FOUND
002461         GO TO 5000-EXIT
002462     END-IF.
002463     IF PAYH-VOIDED
002464         DISPLAY "PAGAMENTO ESTORNADO EM " PAYH-VOID-DATE
002465             " - RECIBO NAO REIMPRESSO"
002470         GO TO 5000-EXIT
002480     END-IF.
002490     OPEN EXTEND SLIP-REPRINT-FILE.
002700            PAYH-NAME DELIMITED BY SIZE
002710         INTO SLIP-REPRINT-RECORD.
002720     WRITE SLIP-REPRINT-RECORD.
002721     MOVE ZERO TO WRK-VAR-SUM.
002722     PERFORM 5100-SUM-ONE-VAR THRU 5100-EXIT
002723         VARYING WRK-EARN-TYPE-SUB FROM 1 BY 1
002724         UNTIL WRK-EARN-TYPE-SUB > WRK-EARN-TYPE-MAX.
002725     IF WRK-VAR-SUM NOT = ZERO
002726         COMPUTE WRK-AMOUNT-ED = PAYH-GROSS - WRK-VAR-SUM
002727         MOVE SPACES TO SLIP-REPRINT-RECORD
002728         STRING "BASE SALARY:       " DELIMITED BY SIZE
002729                WRK-AMOUNT-ED DELIMITED BY SIZE
002730             INTO SLIP-REPRINT-RECORD
002731         WRITE SLIP-REPRINT-RECORD
002732         PERFORM 5200-PRINT-ONE-VAR THRU 5200-EXIT
002733             VARYING WRK-EARN-TYPE-SUB FROM 1 BY 1
002734             UNTIL WRK-EARN-TYPE-SUB > WRK-EARN-TYPE-MAX
002735     END-IF.
002736     MOVE PAYH-GROSS TO WRK-AMOUNT-ED.
002740     MOVE SPACES TO SLIP-REPRINT-RECORD.
002750     STRING "GROSS SALARY:      " DELIMITED BY SIZE
002760            WRK-AMOUNT-ED DELIMITED BY SIZE
002880            WRK-AMOUNT-ED DELIMITED BY SIZE
002890         INTO SLIP-REPRINT-RECORD.
002900     WRITE SLIP-REPRINT-RECORD.
002902     MOVE ZERO TO WRK-DEDN-SUM.
002904     PERFORM 5300-PRINT-ONE-DEDN THRU 5300-EXIT
002906         VARYING WRK-DED-CODE-SUB FROM 1 BY 1
002908         UNTIL WRK-DED-CODE-SUB > WRK-DED-CODE-MAX.
002910     COMPUTE WRK-DEDUCT-TOTAL =
002912         PAYH-INSS + PAYH-IRRF + WRK-DEDN-SUM.
002920     MOVE WRK-DEDUCT-TOTAL TO WRK-AMOUNT-ED.
002930     MOVE SPACES TO SLIP-REPRINT-RECORD.
002940     STRING "TOTAL DEDUCTIONS:  " DELIMITED BY SIZE
003070     DISPLAY "CONTRACHEQUE REIMPRESSO EM PAYSLIPR".
003080     ADD 1 TO WRK-INQUIRY-COUNT.
003090 5000-EXIT.
003091     EXIT.
003092 5100-SUM-ONE-VAR.
003093     IF PAYH-VAR-AMOUNT(WRK-EARN-TYPE-SUB) NUMERIC
003094         ADD PAYH-VAR-AMOUNT(WRK-EARN-TYPE-SUB) TO WRK-VAR-SUM
003095     END-IF.
003096 5100-EXIT.
003097     EXIT.
003098 5200-PRINT-ONE-VAR.
003099     IF PAYH-VAR-AMOUNT(WRK-EARN-TYPE-SUB) NOT NUMERIC
003100         OR PAYH-VAR-AMOUNT(WRK-EARN-TYPE-SUB) = ZERO
003101         GO TO 5200-EXIT
003102     END-IF.
003103     MOVE PAYH-VAR-AMOUNT(WRK-EARN-TYPE-SUB) TO WRK-AMOUNT-ED.
003104     MOVE SPACES TO WRK-HOURS-TEXT.
003105     IF WRK-EARN-BY-HOURS(WRK-EARN-TYPE-SUB)
003106         MOVE PAYH-VAR-HOURS(WRK-EARN-TYPE-SUB) TO WRK-HOURS-ED
003107         STRING "  " DELIMITED BY SIZE
003108                WRK-HOURS-ED DELIMITED BY SIZE
003109                " HRS" DELIMITED BY SIZE
003110             INTO WRK-HOURS-TEXT
003111     END-IF.
003112     MOVE SPACES TO SLIP-REPRINT-RECORD.
003113     STRING "  " DELIMITED BY SIZE
003114            WRK-EARN-TYPE-LABEL(WRK-EARN-TYPE-SUB)
003115                DELIMITED BY SIZE
003116            " " DELIMITED BY SIZE
003117            WRK-AMOUNT-ED DELIMITED BY SIZE
003118            WRK-HOURS-TEXT DELIMITED BY SIZE
003119         INTO SLIP-REPRINT-RECORD.
003120     WRITE SLIP-REPRINT-RECORD.
003121 5200-EXIT.
003122     EXIT.
003123 5300-PRINT-ONE-DEDN.
003124     IF PAYH-DEDN-AMOUNT(WRK-DED-CODE-SUB) NOT NUMERIC
003125         OR PAYH-DEDN-AMOUNT(WRK-DED-CODE-SUB) = ZERO
003126         GO TO 5300-EXIT
003127     END-IF.
003128     ADD PAYH-DEDN-AMOUNT(WRK-DED-CODE-SUB) TO WRK-DEDN-SUM.
003129     MOVE PAYH-DEDN-AMOUNT(WRK-DED-CODE-SUB) TO WRK-AMOUNT-ED.
003130     MOVE SPACES TO SLIP-REPRINT-RECORD.
003131     STRING WRK-DED-CODE-LABEL(WRK-DED-CODE-SUB)
003132                DELIMITED BY SIZE
003133            "   " DELIMITED BY SIZE
003134            WRK-AMOUNT-ED DELIMITED BY SIZE
003135         INTO SLIP-REPRINT-RECORD.
003136     WRITE SLIP-REPRINT-RECORD.
003137 5300-EXIT.
003138     EXIT.
003139*****************************************************
003140*8900-UPDATE-CONTROL-FILE - RECORDS WHEN PAYINQ LAST
003141*RAN AND HOW MANY INQUIRIES IT ANSWERED, KEYED BY
003142*PROGRAM NAME IN THE SHARED JOB CONTROL FILE
003150*****************************************************
003160 8900-UPDATE-CONTROL-FILE.
003170     OPEN I-O CONTROL-FILE.
