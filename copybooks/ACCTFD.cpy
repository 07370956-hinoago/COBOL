000010*****************************************************
000020*ACCTFD - RECORD LAYOUT FOR THE ACCOUNT-RELATIONSHIP
000030*FILE. ONE RECORD PER LEDGER REFERENCE, KEYED BY THE
000040*REFERENCE, CARRYING THE OWNER'S UNFORMATTED CPF (THE
000050*CUSTMAST KEY), THE DATE THE ACCOUNT WAS OPENED AND
000060*ITS OPEN/CLOSED STATUS. A CLOSED ACCOUNT KEEPS ITS
000070*ROW SO ITS STATEMENT STILL SHOWS THE OWNER.
000080*---------------------------------------------------*
000090*MODIFICATION HISTORY
000100*DATE       INIT DESCRIPTION
000110*2026-10-03 RAS  ORIGINAL COPYBOOK
000120*****************************************************
000130 FD ACCOUNT-REL-FILE.
000140 01 ACCT-RECORD.
000150     05 ACCT-REF PICTURE X(08).
000160     05 ACCT-OWNER-CPF PICTURE 9(11).
000170     05 ACCT-OPEN-DATE PICTURE 9(08).
000180     05 ACCT-STATUS-FLAG PICTURE X(01).
000190         88 ACCT-STATUS-OPEN VALUE 'O' 'o'.
000200         88 ACCT-STATUS-CLOSED VALUE 'C' 'c'.
