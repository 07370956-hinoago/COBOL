000010*****************************************************
000020*TERMFD - RECORD LAYOUT FOR THE TERMINATIONS MASTER.
000030*ONE ROW PER EMPLOYEE BEING LET GO: THE LAST DAY
000040*WORKED, THE REASON (TERMWS LISTS THE CODES) AND THE
000050*VACATION DAYS ALREADY EARNED AND NOT YET TAKEN. THE
000060*ROW STAYS OPEN UNTIL THE RESCISAO RUN THAT PAID IT IS
000070*FINALIZED ON PERCTL; THE BATCH STAMPS THE PERIOD IT
000080*PAID AND PAYAPRV CLOSES THE ROW AND MARKS THE EMPLOYEE
000090*INACTIVE ON EMPMAST.
000100*---------------------------------------------------*
000110*MODIFICATION HISTORY
000120*DATE       INIT DESCRIPTION
000130*2026-09-28 RAS  ORIGINAL COPYBOOK
000140*****************************************************
000150 FD TERMINATION-FILE.
000160 01 TERM-RECORD.
000170     05 TERM-EMP-NUMBER PICTURE 9(05).
000180     05 TERM-DATE PICTURE 9(08).
000190     05 TERM-REASON PICTURE X(02).
000200     05 TERM-VAC-DAYS-DUE PICTURE 9(02).
000210     05 TERM-KEYED-DATE PICTURE 9(08).
000220     05 TERM-PAID-PERIOD PICTURE 9(06).
000230     05 TERM-STATUS PICTURE X(01).
000240         88 TERM-OPEN VALUE 'O'.
000250         88 TERM-CLOSED VALUE 'C'.
000260     05 TERM-CLOSED-DATE PICTURE 9(08).
