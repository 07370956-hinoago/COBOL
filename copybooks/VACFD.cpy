000010*****************************************************
000020*VACFD - RECORD LAYOUT FOR THE VACATION LEDGER. ONE ROW
000030*PER EMPLOYEE PER ACQUISITION PERIOD (PERIODO
000040*AQUISITIVO), KEYED BY EMPLOYEE AND THE DAY THE PERIOD
000050*STARTS - THE ADMISSION DATE OR ONE OF ITS
000060*ANNIVERSARIES. THE PERIOD RUNS UP TO THE DAY BEFORE
000070*VAC-ACQ-END; THE LEAVE IT EARNS MUST START BEFORE
000080*VAC-CONCESSION-END OR IT IS PAID DOUBLE. DAYS EARNED
000090*COME FROM THE UNJUSTIFIED ABSENCES IN THE PERIOD; THE
000100*LAST PERIOD/DAYS PAIR LETS A RERUN OF A PAY PERIOD PUT
000110*BACK WHAT IT DREW DOWN BEFORE DRAWING IT AGAIN.
000120*---------------------------------------------------*
000130*MODIFICATION HISTORY
000140*DATE       INIT DESCRIPTION
000150*2026-09-30 RAS  ORIGINAL COPYBOOK
000160*****************************************************
000170 FD VACATION-FILE.
000180 01 VAC-RECORD.
000190     05 VAC-KEY.
000200         10 VAC-EMP-NUMBER PICTURE 9(05).
000210         10 VAC-ACQ-START PICTURE 9(08).
000220     05 VAC-ACQ-END PICTURE 9(08).
000230     05 VAC-CONCESSION-END PICTURE 9(08).
000240     05 VAC-ABSENCES PICTURE 9(03).
000250     05 VAC-DAYS-EARNED PICTURE 9(02).
000260     05 VAC-DAYS-TAKEN PICTURE 9(02).
000270     05 VAC-STATUS PICTURE X(01).
000280         88 VAC-ACCRUING VALUE 'A'.
000290         88 VAC-OPEN VALUE 'O'.
000300         88 VAC-USED VALUE 'U'.
000310     05 VAC-LAST-PERIOD PICTURE 9(06).
000320     05 VAC-LAST-DAYS PICTURE 9(02).
000330     05 VAC-BUILT-DATE PICTURE 9(08).
