000010*****************************************************
000020*ACCTSEL - SELECT CLAUSE FOR THE ACCOUNT-RELATIONSHIP
000030*FILE, WHICH TIES EACH 8-CHARACTER TRANSLDGR REFERENCE
000040*TO THE CPF OF THE CUSTMAST CUSTOMER WHO OWNS IT.
000050*COPIED INTO FILE-CONTROL BY ACCTMNT (WHICH MAINTAINS
000060*IT), OPERATORS (WHICH REFUSES POSTINGS TO UNKNOWN
000070*REFERENCES AND TO BLOCKED OR CLOSED OWNERS) AND
000080*LDGSTMT AND STMTCYC (WHICH PRINT WHO THE ACCOUNT
000090*BELONGS TO).
000100*---------------------------------------------------*
000110*MODIFICATION HISTORY
000120*DATE       INIT DESCRIPTION
000130*2026-10-03 RAS  ORIGINAL COPYBOOK
000140*2026-10-04 RAS  NOW ALSO COPIED BY STMTCYC.
000150*****************************************************
000160     SELECT ACCOUNT-REL-FILE ASSIGN TO "ACCTREL"
000170         ORGANIZATION IS INDEXED
000180         ACCESS MODE IS DYNAMIC
000190         RECORD KEY IS ACCT-REF
000200         FILE STATUS IS WRK-ACCT-STATUS.
