000030*COPIED INTO FILE-CONTROL BY CPF (WHICH REGISTERS NEW
000040*CUSTOMERS) AND CUSTMNT (WHICH BROWSES, CORRECTS AND
000050*REMOVES THEM) SO BOTH PROGRAMS AGREE ON THE KEY AND
000055*THE FILE STATUS HANDLING. ACCTMNT, OPERATORS AND
000060*LDGSTMT READ IT TO FIND THE OWNER OF A LEDGER
000065*REFERENCE.
000070*---------------------------------------------------*
000080*MODIFICATION HISTORY
000090*DATE       INIT DESCRIPTION
000100*2026-08-22 RAS  ORIGINAL COPYBOOK, LIFTED FROM THE
000110*                INLINE SELECT IN CPF.
000115*2026-10-03 RAS  NOW ALSO READ FOR ACCOUNT OWNERSHIP.
000120*****************************************************
000130     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
000140         ORGANIZATION IS INDEXED
