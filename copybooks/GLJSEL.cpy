000010*****************************************************
000020*GLJSEL - SELECT CLAUSE FOR THE GENERAL-LEDGER
000030*JOURNAL, THE APPEND-ONLY COMPANION OF GLBAL: ONE ROW
000040*PER POSTED LINE, STAMPED WITH THE RUN IT CAME FROM.
000050*GLUPDT WRITES IT; GLACTV READS IT.
000060*---------------------------------------------------*
000070*MODIFICATION HISTORY
000080*DATE       INIT DESCRIPTION
000090*2026-10-07 RAS  ORIGINAL COPYBOOK
000100*****************************************************
000110     SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
000120         ORGANIZATION IS LINE SEQUENTIAL
000130         FILE STATUS IS WRK-GLJ-STATUS.
