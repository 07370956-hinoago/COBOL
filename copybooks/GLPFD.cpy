000010*****************************************************
000020*GLPFD - RECORD LAYOUT FOR THE PERIOD CONTROL FILE.
000030*THE TOTALS ARE THE MONTH'S DEBITS AND CREDITS ON GLBAL
000040*AT THE MOMENT OF THE CLOSE, KEPT AS THE FIGURES THE
000050*MONTH WAS CLOSED ON.
000060*---------------------------------------------------*
000070*MODIFICATION HISTORY
000080*DATE       INIT DESCRIPTION
000090*2026-10-07 RAS  ORIGINAL COPYBOOK
000100*****************************************************
000110 FD GL-PERIOD-FILE.
000120 01 GLP-RECORD.
000130     05 GLP-PERIOD PICTURE 9(06).
000140     05 GLP-STATUS-FLAG PICTURE X(01).
000150         88 GLP-STATUS-OPEN VALUE 'O'.
000160         88 GLP-STATUS-CLOSED VALUE 'C'.
000170     05 GLP-CLOSED-BY PICTURE X(03).
000180     05 GLP-CLOSED-DATE PICTURE 9(08).
000190     05 GLP-CLOSED-TIME PICTURE 9(08).
000200     05 GLP-DEBIT-TOTAL PICTURE S9(13)V99
000210         SIGN IS LEADING SEPARATE CHARACTER.
000220     05 GLP-CREDIT-TOTAL PICTURE S9(13)V99
000230         SIGN IS LEADING SEPARATE CHARACTER.
