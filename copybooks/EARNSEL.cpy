000010*****************************************************
000020*EARNSEL - SELECT CLAUSE FOR THE VARIABLE-EARNINGS
000030*INPUT FILE. EARNIN IS THE CLEAN FILE INEDIT BUILDS
000040*FROM THE EARNRAW TRANSFER - OVERTIME AND NIGHT HOURS
000050*AND COMMISSION AMOUNTS PER EMPLOYEE AND PERIOD - AND
000060*COMMA READS IT ON A NORMAL BATCH RUN.
000070*---------------------------------------------------*
000080*MODIFICATION HISTORY
000090*DATE       INIT DESCRIPTION
000100*2026-09-21 RAS  ORIGINAL COPYBOOK
000110*****************************************************
000120     SELECT VAR-EARN-FILE ASSIGN TO "EARNIN"
000130         ORGANIZATION IS LINE SEQUENTIAL
000140         FILE STATUS IS WRK-EARN-STATUS.
