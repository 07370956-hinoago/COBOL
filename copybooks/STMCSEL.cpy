000010*****************************************************
000020*STMCSEL - SELECT CLAUSE FOR THE STATEMENT-CONTROL
000030*FILE: ONE ROW PER TRANSLDGR REFERENCE HOLDING THE
000040*LAST MONTH-END CYCLE IT WAS STATEMENTED FOR AND THE
000050*CLOSING BALANCE PRINTED THEN, SO STMTCYC CAN PROVE
000060*EACH NEW STATEMENT'S OPENING BALANCE AGAINST IT.
000070*---------------------------------------------------*
000080*MODIFICATION HISTORY
000090*DATE       INIT DESCRIPTION
000100*2026-10-04 RAS  ORIGINAL COPYBOOK
000110*****************************************************
000120     SELECT STATEMENT-CONTROL-FILE ASSIGN TO "STMTCTL"
000130         ORGANIZATION IS INDEXED
000140         ACCESS MODE IS DYNAMIC
000150         RECORD KEY IS SCTL-REF
000160         FILE STATUS IS WRK-SCTL-STATUS.
