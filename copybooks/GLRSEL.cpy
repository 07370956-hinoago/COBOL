000010*****************************************************
000020*GLRSEL - SELECT CLAUSE FOR THE GENERAL-LEDGER BATCH
000030*REGISTER, ONE ROW PER POSTING FILE EVER POSTED, KEYED
000040*BY THE SOURCE PROGRAM AND THE DATE AND TIME OF THE
000050*RUN THAT WROTE THE FILE. GLUPDT REFUSES A FILE WHOSE
000060*RUN IS ALREADY HERE; GLTRIAL LISTS THE RUNS BEHIND A
000070*PERIOD.
000080*---------------------------------------------------*
000090*MODIFICATION HISTORY
000100*DATE       INIT DESCRIPTION
000110*2026-10-07 RAS  ORIGINAL COPYBOOK
000120*****************************************************
000130     SELECT GL-BATCH-FILE ASSIGN TO "GLBATCH"
000140         ORGANIZATION IS INDEXED
000150         ACCESS MODE IS DYNAMIC
000160         RECORD KEY IS GLR-KEY
000170         FILE STATUS IS WRK-GLR-STATUS.
