000010*****************************************************
000020*DEDFD - RECORD LAYOUT FOR THE RECURRING DEDUCTIONS
000030*MASTER. ONE ROW PER EMPLOYEE PER DEDUCTION CODE
000040*(DEDWS LISTS THE CODES). A (F)IXED DEDUCTION TAKES THE
000050*AMOUNT EVERY PERIOD; A (P)ERCENT ONE TAKES THE RATE OF
000060*THE GROSS PAID. IT APPLIES FROM THE START PERIOD TO
000070*THE END PERIOD - AN END OF ZERO IS OPEN-ENDED.
000080*A PAYROLL LOAN (CONSIGNADO) IS ALWAYS FIXED: THE
000090*AMOUNT IS THE INSTALLMENT, AND THE BALANCE STILL OWED
000100*AND THE INSTALLMENTS LEFT COUNT DOWN EVERY PERIOD THE
000110*BATCH TAKES ONE. THE LAST PERIOD AND AMOUNT TAKEN LET
000120*A RERUN OF THE SAME PERIOD PUT THE INSTALLMENT BACK
000130*BEFORE TAKING IT AGAIN, SO A RERUN NEVER COUNTS TWICE.
000140*---------------------------------------------------*
000150*MODIFICATION HISTORY
000160*DATE       INIT DESCRIPTION
000170*2026-09-23 RAS  ORIGINAL COPYBOOK
000180*****************************************************
000190 FD DEDUCTION-FILE.
000200 01 DED-RECORD.
000210     05 DED-KEY.
000220         10 DED-EMP-NUMBER PICTURE 9(05).
000230         10 DED-CODE PICTURE X(02).
000240     05 DED-KIND PICTURE X(01).
000250         88 DED-KIND-FIXED VALUE 'F'.
000260         88 DED-KIND-PERCENT VALUE 'P'.
000270     05 DED-AMOUNT PICTURE 9(06)V99.
000280     05 DED-RATE-PCT PICTURE 9(02)V99.
000290     05 DED-START-PERIOD PICTURE 9(06).
000300     05 DED-END-PERIOD PICTURE 9(06).
000310     05 DED-LOAN-BALANCE PICTURE 9(07)V99.
000320     05 DED-INSTALLMENTS-LEFT PICTURE 9(03).
000330     05 DED-LAST-PERIOD PICTURE 9(06).
000340     05 DED-LAST-AMOUNT PICTURE 9(06)V99.
