000010*****************************************************
000020*STMCFD - RECORD LAYOUT FOR THE STATEMENT-CONTROL
000030*FILE. THE PREVIOUS-CYCLE FIELDS KEEP WHAT THE LAST
000040*CYCLE FIELDS HELD BEFORE THE LATEST RUN, SO A RERUN OF
000050*THE SAME MONTH STILL HAS A CLOSING TO PROVE AGAINST.
000060*---------------------------------------------------*
000070*MODIFICATION HISTORY
000080*DATE       INIT DESCRIPTION
000090*2026-10-04 RAS  ORIGINAL COPYBOOK
000100*****************************************************
000110 FD STATEMENT-CONTROL-FILE.
000120 01 SCTL-RECORD.
000130     05 SCTL-REF PICTURE X(08).
000140     05 SCTL-LAST-CYCLE PICTURE 9(06).
000150     05 SCTL-CLOSING-BALANCE PICTURE S9(13)V99
000160         SIGN IS LEADING SEPARATE CHARACTER.
000170     05 SCTL-POSTING-COUNT PICTURE 9(07).
000180     05 SCTL-RUN-DATE PICTURE 9(08).
000190     05 SCTL-PREV-CYCLE PICTURE 9(06).
000200     05 SCTL-PREV-CLOSING PICTURE S9(13)V99
000210         SIGN IS LEADING SEPARATE CHARACTER.
