000030*ROW PER TRANSACTION POSTED TO THE TRANSLDGR LEDGER:
000040*REFERENCE, POSTING DATE, OPERATION, THE RESULT AND
000050*THE REFERENCE'S BALANCE AFTER THE POSTING.
000051*THE SEQUENCE IS THE ROW'S POSTING NUMBER ON ITS
000052*REFERENCE (1 FOR THE FIRST ROW, AND SO ON, THE SAME
000053*COUNT TRANSLDGR KEEPS) - ROWS WRITTEN BEFORE IT WAS
000054*CARRIED HAVE IT BLANK, SO READERS COUNT THE ROWS
000055*RATHER THAN TRUST THE FIELD. AN RV (REVERSAL) ROW
000056*NAMES THE DATE AND SEQUENCE OF THE ROW IT REVERSES;
000057*AN AJ (ADJUSTMENT) ROW CARRIES ITS REASON CODE.
000060*---------------------------------------------------*
000070*MODIFICATION HISTORY
000080*DATE       INIT DESCRIPTION
000090*2026-09-03 RAS  ORIGINAL COPYBOOK
000092*2026-10-05 RAS  ADDED THE POSTING SEQUENCE, THE
000094*                REVERSAL LINK AND THE ADJUSTMENT
000096*                REASON CODE.
000100*****************************************************
000110 FD LEDGER-JOURNAL-FILE.
000120 01 JRNL-RECORD.
000210     05 FILLER PICTURE X(01).
000220     05 JRNL-BALANCE PICTURE S9(13)V99
000230         SIGN IS LEADING SEPARATE CHARACTER.
000240     05 FILLER PICTURE X(01).
000250     05 JRNL-SEQ PICTURE 9(07).
000260     05 FILLER PICTURE X(01).
000270     05 JRNL-LINK-DATE PICTURE 9(08).
000280     05 FILLER PICTURE X(01).
000290     05 JRNL-LINK-SEQ PICTURE 9(07).
000300     05 FILLER PICTURE X(01).
000310     05 JRNL-REASON PICTURE X(02).
