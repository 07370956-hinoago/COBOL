000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PAYVOID.
000030 AUTHOR. RAS.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED.
000070*****************************************************
000080*OBJECTIVE = SUPERVISED VOID OF A PAY PERIOD THAT WAS
000090*PAID WRONG. THE SUPERVISOR KEYS THE PERIOD AND RUN
000100*TYPE, THEIR INITIALS AND THE REASON. A FIRST PASS
000110*LISTS EVERY PAYMENT OF THE RUN ON VOIDRPT WITH WHERE
000120*ITS CREDIT STANDS ON PAYSTAT, SO WHAT HAS ALREADY
000130*SETTLED AT THE BANK IS SEEN BEFORE ANYTHING CHANGES.
000140*ON CONFIRMATION THE RUN'S FIGURES COME OFF YTDFILE,
000150*THE PAYHIST AND PAYSTAT ROWS ARE MARKED VOIDED, THE
000160*REVERSING ENTRIES GO TO GLVOID FOR GLUPDT (V), AND
000170*THE PERIOD IS LEFT VOIDED ON PERCTL SO THE CORRECTED
000180*RUN GOES THROUGH COMMA. EVERY VOID IS LOGGED ON
000190*VOIDLOG WITH WHO AUTHORIZED IT, FOR MORNRPT.
000200*---------------------------------------------------*
000210*A CREDIT THAT HAS SETTLED IS NOT UNDONE HERE - THE
000220*MONEY IS WITH THE EMPLOYEE. IT IS LISTED, LOGGED ON
000230*THE EXCEPTION REPORT FOR RECOVERY, AND NEEDS A
000240*SECOND CONFIRMATION BEFORE THE VOID GOES AHEAD.
000250*****************************************************
000260*MODIFICATION HISTORY
000270*DATE       INIT DESCRIPTION
000280*2026-10-14 RAS  ORIGINAL PROGRAM
000282*2026-10-15 RAS  AN RS VOID CLEARS THE PAID PERIOD ON TERMMAST
000284*                WHETHER PENDING OR FINALIZED; THE LOAN
000286*                INSTALLMENTS AND VACATION DAYS THE VOIDED RUN
000288*                TOOK ARE GIVEN BACK
000290*****************************************************
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SPECIAL-NAMES.
000330     DECIMAL-POINT IS COMMA.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT GL-VOID-FILE ASSIGN TO "GLVOID"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WRK-GLV-STATUS.
000390     SELECT VOID-RPT-FILE ASSIGN TO "VOIDRPT"
000400         ORGANIZATION IS LINE SEQUENTIAL.
000410     COPY PERSEL.
000420     COPY PAYHSEL.
000430     COPY PAYSSEL.
000440     COPY YTDSEL.
000450     COPY TERMSEL.
000460     COPY EMPSEL.
000470     COPY EMPASEL.
000480     COPY VOIDSEL.
000490     COPY EXCPTSEL.
000500     COPY CTLSEL.
000510     COPY CTLHSEL.
000520     COPY LOCKSEL.
000523     COPY DEDSEL.
000526     COPY VACSEL.
000530 DATA DIVISION.
000540 FILE SECTION.
000550*THE REVERSING POSTINGS - SAME H / DETAIL / T LAYOUT
000560*COMMA WRITES TO GLPOST, WITH DEBITS AND CREDITS SWAPPED
000570 FD GL-VOID-FILE.
000580 01 GL-VOID-RECORD PICTURE X(40).
000590 FD VOID-RPT-FILE.
000600 01 VOID-RPT-RECORD PICTURE X(132).
000610     COPY PERFD.
000620     COPY PAYHFD.
000630     COPY PAYSFD.
000640     COPY YTDFD.
000650     COPY TERMFD.
000660     COPY EMPFD.
000670     COPY EMPAFD.
000680     COPY VOIDFD.
000690     COPY EXCPTFD.
000700     COPY CTLFD.
000710     COPY CTLHFD.
000720     COPY LOCKFD.
000723     COPY DEDFD.
000726     COPY VACFD.
000730 WORKING-STORAGE SECTION.
000740*---------------------------------------------------*
000750*REQUEST AREAS - THE PERIOD AND RUN TYPE AS COMMA
000760*TAKES THEM, THE AUTHORIZING SUPERVISOR AND THE REASON
000770*---------------------------------------------------*
000780 77 WRK-PAY-PERIOD PICTURE 9(06) VALUE ZERO.
000790 77 WRK-RUN-TYPE PICTURE X(02) VALUE 'N'.
000800     88 WRK-RUN-TYPE-VALID VALUE 'N ' 'n ' 'R ' 'r '
000810         'D1' 'd1' 'D2' 'd2' 'FE' 'fe' 'RS' 'rs'.
000815     88 WRK-RUN-NORMAL VALUE 'N ' 'n '.
000820     88 WRK-RUN-13TH VALUE 'D1' 'd1' 'D2' 'd2'.
000830     88 WRK-RUN-FERIAS VALUE 'FE' 'fe'.
000840     88 WRK-RUN-RESCISAO VALUE 'RS' 'rs'.
000850 77 WRK-AUTHORIZER PICTURE X(03) VALUE SPACES.
000860 77 WRK-VOID-REASON PICTURE X(40) VALUE SPACES.
000870 77 WRK-CONFIRM-ANSWER PICTURE X(01) VALUE 'N'.
000880     88 WRK-CONFIRMED VALUE 'S' 's' 'Y' 'y'.
000890 77 WRK-REFUSE-REASON PICTURE X(40) VALUE SPACES.
000900*THE RUN DATE COMMA PAID UNDER, KEPT FROM PERCTL - IT
000910*IS THE REMITTANCE DATE ON EVERY PAYSTAT ROW OF THE RUN
000920*AND ITS YEAR IS THE YTD YEAR THE RUN POSTED TO
000930 77 WRK-PERC-RUN-DATE PICTURE 9(08) VALUE ZERO.
000940 77 WRK-RUN-STATUS PICTURE X(10) VALUE SPACES.
000950     88 WRK-RUN-WAS-FINALIZED VALUE 'FINALIZED'.
000960 77 WRK-YTD-YEAR PICTURE 9(04) VALUE ZERO.
000970 77 WRK-VOID-DATE PICTURE 9(08) VALUE ZERO.
000980 77 WRK-VOID-TIME PICTURE 9(08) VALUE ZERO.
000990*---------------------------------------------------*
001000*PERIOD CONTROL, PAY HISTORY, PAYMENT STATUS AND YTD
001010*AREAS
001020*---------------------------------------------------*
001030     COPY PERWS.
001040     COPY PAYHWS.
001050     COPY PAYSWS.
001060     COPY YTDWS.
001070 77 WRK-PAYH-EOF-SW PICTURE X(01) VALUE 'N'.
001080     88 WRK-PAYH-DONE VALUE 'Y'.
001090 77 WRK-PAYS-OPEN-SW PICTURE X(01) VALUE 'N'.
001100     88 WRK-PAYS-OPEN VALUE 'Y'.
001110 77 WRK-YTD-OPEN-SW PICTURE X(01) VALUE 'N'.
001120     88 WRK-YTD-OPEN VALUE 'Y'.
001130 77 WRK-PAYS-MATCH-SW PICTURE X(01) VALUE 'N'.
001140     88 WRK-PAYS-MATCHED VALUE 'Y'.
001150 77 WRK-ROW-NET-CENTS PICTURE 9(11) VALUE ZERO.
001160*THE SHARE OF THE ROW EACH YTD BUCKET GOT, AND THE
001170*BUCKET BEING TAKEN DOWN - A BUCKET SMALLER THAN ITS
001180*SHARE STOPS AT ZERO AND IS LOGGED
001190 77 WRK-YTD-GROSS-PART PICTURE S9(09)V99 VALUE ZERO.
001200 77 WRK-YTD-13TH-PART PICTURE S9(09)V99 VALUE ZERO.
001210 77 WRK-YTD-FERIAS-PART PICTURE S9(09)V99 VALUE ZERO.
001220 77 WRK-YTD-HAVE PICTURE S9(09)V99 VALUE ZERO.
001230 77 WRK-YTD-TAKE PICTURE S9(09)V99 VALUE ZERO.
001240 77 WRK-YTD-SHORT-SW PICTURE X(01) VALUE 'N'.
001250     88 WRK-YTD-SHORT VALUE 'Y'.
001260*---------------------------------------------------*
001270*VOID COUNTERS AND TOTALS - BY WHERE EACH CREDIT STOOD
001280*---------------------------------------------------*
001290 77 WRK-EMP-COUNT PICTURE 9(05) COMP VALUE ZERO.
001300 77 WRK-HELD-COUNT PICTURE 9(05) COMP VALUE ZERO.
001310 77 WRK-SENT-COUNT PICTURE 9(05) COMP VALUE ZERO.
001320 77 WRK-SETTLED-COUNT PICTURE 9(05) COMP VALUE ZERO.
001330 77 WRK-REJECTED-COUNT PICTURE 9(05) COMP VALUE ZERO.
001340 77 WRK-NO-STATUS-COUNT PICTURE 9(05) COMP VALUE ZERO.
001350 77 WRK-VOIDED-COUNT PICTURE 9(05) COMP VALUE ZERO.
001360 77 WRK-YTD-FLAG-COUNT PICTURE 9(05) COMP VALUE ZERO.
001370 77 WRK-TERM-REOPENED-COUNT PICTURE 9(05) COMP VALUE ZERO.
001372 77 WRK-TERM-CLEARED-COUNT PICTURE 9(05) COMP VALUE ZERO.
001374 77 WRK-LOAN-BACK-COUNT PICTURE 9(05) COMP VALUE ZERO.
001376 77 WRK-VAC-BACK-COUNT PICTURE 9(05) COMP VALUE ZERO.
001380 77 WRK-TOTAL-GROSS PICTURE S9(09)V99 VALUE ZERO.
001390 77 WRK-TOTAL-NET PICTURE S9(09)V99 VALUE ZERO.
001400 77 WRK-SETTLED-NET PICTURE S9(09)V99 VALUE ZERO.
001410 77 WRK-COUNT-ED PICTURE Z(06)9.
001420 77 WRK-COUNT2-ED PICTURE Z(06)9.
001430 77 WRK-TOTAL-ED PICTURE -.---.---.--9,99.
001440 77 WRK-TOTAL2-ED PICTURE -.---.---.--9,99.
001450 77 WRK-RPT-PTR PICTURE 9(03) COMP VALUE ZERO.
001460*---------------------------------------------------*
001470*REVERSING POSTING AREAS - THE ACCOUNTS COMMA POSTS
001480*THE RUN TO, WITH ITS DEPARTMENT AND COMPANY TOTALS
001490*---------------------------------------------------*
001500     COPY DEDWS.
001510 77 WRK-GLV-STATUS PICTURE X(02) VALUE SPACES.
001520     88 WRK-GLV-OK VALUE '00'.
001530 77 WRK-GL-ACCT-SALARY PICTURE 9(06) VALUE 510100.
001540 77 WRK-GL-ACCT-INSS PICTURE 9(06) VALUE 210100.
001550 77 WRK-GL-ACCT-IRRF PICTURE 9(06) VALUE 210200.
001560 77 WRK-GL-ACCT-NETCLR PICTURE 9(06) VALUE 111100.
001570 77 WRK-GL-ACCT-FGTS-EXP PICTURE 9(06) VALUE 510200.
001580 77 WRK-GL-ACCT-INSSER-EXP PICTURE 9(06) VALUE 510300.
001590 77 WRK-GL-ACCT-THIRD-EXP PICTURE 9(06) VALUE 510400.
001600 77 WRK-GL-ACCT-FGTS-PAY PICTURE 9(06) VALUE 210500.
001610 77 WRK-GL-ACCT-INSSER-PAY PICTURE 9(06) VALUE 210600.
001620 77 WRK-GL-ACCT-THIRD-PAY PICTURE 9(06) VALUE 210700.
001630 01 WRK-GL-LINE.
001640     05 WRK-GL-ACCOUNT PICTURE 9(06).
001650     05 WRK-GL-DC PICTURE X(01).
001660     05 WRK-GL-CENTS PICTURE 9(13).
001670     05 WRK-GL-DEPT PICTURE X(04).
001680 77 WRK-GL-DEBIT-CENTS PICTURE 9(13) VALUE ZERO.
001690 77 WRK-GL-CREDIT-CENTS PICTURE 9(13) VALUE ZERO.
001700 77 WRK-GL-AMOUNT PICTURE S9(09)V99 VALUE ZERO.
001710 77 WRK-GL-PERIOD PICTURE 9(06) VALUE ZERO.
001720 77 WRK-GL-INSS-TOTAL PICTURE S9(09)V99 VALUE ZERO.
001730 77 WRK-GL-IRRF-TOTAL PICTURE S9(09)V99 VALUE ZERO.
001740 77 WRK-GL-NET-TOTAL PICTURE S9(09)V99 VALUE ZERO.
001750 01 WRK-GL-DEDN-AREA.
001760     05 WRK-GL-DEDN-TOTAL PICTURE S9(09)V99 VALUE ZERO
001770         OCCURS 4 TIMES.
001780 77 WRK-GL-DEDN-SUM PICTURE S9(09)V99 VALUE ZERO.
001790 77 WRK-GL-FGTS-TOTAL PICTURE S9(09)V99 VALUE ZERO.
001800 77 WRK-GL-INSSER-TOTAL PICTURE S9(09)V99 VALUE ZERO.
001810 77 WRK-GL-THIRD-TOTAL PICTURE S9(09)V99 VALUE ZERO.
001820*---------------------------------------------------*
001830*DEPARTMENT TOTALS - ONE SLOT PER DEPARTMENT THE RUN
001840*PAID, FOR THE EXPENSE LINES THE REVERSAL CREDITS
001850*---------------------------------------------------*
001860 77 WRK-DEPT-MAX PICTURE 9(03) COMP VALUE 50.
001870 01 WRK-DEPT-TABLE.
001880     05 WRK-DEPT-ENTRY OCCURS 50 TIMES.
001890         10 WRK-DEPT-CODE PICTURE X(04).
001900         10 WRK-DEPT-GROSS PICTURE S9(09)V99.
001910         10 WRK-DEPT-FGTS PICTURE S9(09)V99.
001920         10 WRK-DEPT-INSSER PICTURE S9(09)V99.
001930         10 WRK-DEPT-THIRD PICTURE S9(09)V99.
001940 77 WRK-DEPT-TOTAL PICTURE 9(03) COMP VALUE ZERO.
001950 77 WRK-DEPT-SUB PICTURE 9(03) COMP VALUE ZERO.
001960 77 WRK-DEPT-HIT PICTURE 9(03) COMP VALUE ZERO.
001970 77 WRK-DEPT-KEY PICTURE X(04) VALUE SPACES.
001980 77 WRK-DEPT-FULL-SW PICTURE X(01) VALUE 'N'.
001990     88 WRK-DEPT-FULL VALUE 'Y'.
002000*---------------------------------------------------*
002010*REPORT LINES
002020*---------------------------------------------------*
002030 01 WRK-VOID-LINE.
002040     05 WRK-VL-EMP-NUMBER PICTURE 9(05).
002050     05 FILLER PICTURE X(02) VALUE SPACES.
002060     05 WRK-VL-NAME PICTURE X(20).
002070     05 FILLER PICTURE X(02) VALUE SPACES.
002080     05 WRK-VL-DEPT PICTURE X(04).
002090     05 FILLER PICTURE X(02) VALUE SPACES.
002100     05 WRK-VL-GROSS PICTURE ----.--9,99.
002110     05 FILLER PICTURE X(02) VALUE SPACES.
002120     05 WRK-VL-NET PICTURE ----.--9,99.
002130     05 FILLER PICTURE X(02) VALUE SPACES.
002140     05 WRK-VL-PAYSTAT PICTURE X(08).
002150     05 FILLER PICTURE X(02) VALUE SPACES.
002160     05 WRK-VL-NOTE PICTURE X(30).
002170*---------------------------------------------------*
002180*EXCEPTION-REPORT CONTROL AREAS - THE HOLD FIELDS LET
002190*A CALLER FILL THE MESSAGE BEFORE THE LOG IS OPENED
002200*---------------------------------------------------*
002210     COPY EXCPTWS.
002220 77 WRK-EXCPT-HOLD-INPUT PICTURE X(20) VALUE SPACES.
002230 77 WRK-EXCPT-HOLD-REASON PICTURE X(40) VALUE SPACES.
002240*---------------------------------------------------*
002250*JOB CONTROL FILE AREAS
002260*---------------------------------------------------*
002270     COPY CTLWS.
002280     COPY CTLHWS.
002290*---------------------------------------------------*
002300*BATCH WINDOW LOCK AREAS - THE VOID REWRITES PAYHIST,
002310*PAYSTAT, YTDFILE AND PERCTL, SO IT WAITS FOR THE NIGHT
002320*RUN TO LET GO OF THE WINDOW
002330*---------------------------------------------------*
002340     COPY LOCKWS.
002350*---------------------------------------------------*
002360*RUN-DATE CONTROL AREAS
002370*---------------------------------------------------*
002380     COPY RUNDATE.
002390*---------------------------------------------------*
002400*VOID LOG AREAS
002410*---------------------------------------------------*
002420     COPY VOIDWS.
002430*---------------------------------------------------*
002437*TERMINATION REOPEN AREAS - VOIDING AN RS PERIOD
002444*CLEARS ITS PAID STAMP ON TERMMAST, AND IF IT WAS
002451*APPROVED PUTS BACK THE EMPLOYEES ITS APPROVAL CLOSED
002460*---------------------------------------------------*
002470     COPY TERMWS.
002480     COPY EMPWS.
002490     COPY EMPAWS.
002500 77 WRK-TERM-SCAN-EOF-SW PICTURE X(01) VALUE 'N'.
002510     88 WRK-TERM-SCAN-EOF VALUE 'Y'.
002511*---------------------------------------------------*
002512*GIVE-BACK AREAS - THE LOAN INSTALLMENTS A NORMAL RUN
002513*COUNTED DOWN AND THE VACATION DAYS AN FE OR RS RUN
002514*DREW ARE PUT BACK FOR EACH EMPLOYEE VOIDED
002515*---------------------------------------------------*
002516     COPY VACWS.
002517 77 WRK-DED-OPEN-SW PICTURE X(01) VALUE 'N'.
002518     88 WRK-DED-OPEN VALUE 'Y'.
002519 77 WRK-VAC-OPEN-SW PICTURE X(01) VALUE 'N'.
002520     88 WRK-VAC-OPEN VALUE 'Y'.
002521 77 WRK-VAC-SCAN-SW PICTURE X(01) VALUE 'N'.
002522     88 WRK-VAC-SCAN-DONE VALUE 'Y'.
002523 PROCEDURE DIVISION.
002530*****************************************************
002540*0000-MAINLINE
002550*****************************************************
002560 0000-MAINLINE.
002570     PERFORM 0500-CHECK-BATCH-LOCK THRU 0500-EXIT.
002580     IF WRK-LOCK-HELD
002590         PERFORM 0590-REFUSE-LOCKED THRU 0590-EXIT
002600         MOVE 8 TO RETURN-CODE
002610         STOP RUN
002620     END-IF.
002630     PERFORM 1000-ACCEPT-REQUEST THRU 1000-EXIT.
002640     PERFORM 2000-CHECK-PERIOD THRU 2000-EXIT.
002650     IF WRK-REFUSE-REASON = SPACES
002660         PERFORM 2100-CHECK-GL-VOID-FILE THRU 2100-EXIT
002670     END-IF.
002680     IF WRK-REFUSE-REASON = SPACES
002690         PERFORM 3000-PREVIEW-VOID THRU 3000-EXIT
002700     END-IF.
002710     IF WRK-REFUSE-REASON NOT = SPACES
002720         PERFORM 7000-REFUSE-VOID THRU 7000-EXIT
002730         MOVE 8 TO RETURN-CODE
002740         STOP RUN
002750     END-IF.
002760     PERFORM 4000-CONFIRM-VOID THRU 4000-EXIT.
002770     IF NOT WRK-CONFIRMED
002780         MOVE SPACES TO VOID-RPT-RECORD
002790         MOVE "VOID CANCELLED - NOTHING WAS CHANGED"
002800             TO VOID-RPT-RECORD
002810         WRITE VOID-RPT-RECORD
002820         CLOSE VOID-RPT-FILE
002830         DISPLAY "ESTORNO CANCELADO - NADA FOI ALTERADO"
002840         STOP RUN
002850     END-IF.
002860     ACCEPT WRK-VOID-DATE FROM DATE YYYYMMDD.
002870     ACCEPT WRK-VOID-TIME FROM TIME.
002880     PERFORM 5000-APPLY-VOID THRU 5000-EXIT.
002890     PERFORM 5500-WRITE-GL-REVERSAL THRU 5500-EXIT.
002900     IF WRK-RUN-RESCISAO
002920         PERFORM 5700-REOPEN-TERMINATIONS THRU 5700-EXIT
002930     END-IF.
002940     PERFORM 6000-REOPEN-PERIOD THRU 6000-EXIT.
002950     PERFORM 6500-LOG-VOID THRU 6500-EXIT.
002960     PERFORM 6900-PRINT-OUTCOME THRU 6900-EXIT.
002970     PERFORM 8900-UPDATE-CONTROL-FILE THRU 8900-EXIT.
002980     PERFORM 9999-TERMINATE THRU 9999-EXIT.
002990     STOP RUN.
003000*****************************************************
003010*1000-ACCEPT-REQUEST - THE SUPERVISOR'S INITIALS AND
003020*THE REASON ARE REQUIRED; BOTH GO ON VOIDLOG
003030*****************************************************
003040 1000-ACCEPT-REQUEST.
003050     DISPLAY "PERIODO DE PAGAMENTO (AAAAMM, 0 = MES ATUAL)".
003060     ACCEPT WRK-PAY-PERIOD.
003070     IF WRK-PAY-PERIOD = ZERO
003080         ACCEPT WRK-RUN-DATE FROM DATE YYYYMMDD
003090         COMPUTE WRK-PAY-PERIOD = WRK-RUN-DATE / 100
003100     END-IF.
003110     DISPLAY "TIPO DE FOLHA - (N)ORMAL, (R)ETRO, (D1) 13o"
003120         " PARCELA 1, (D2) 13o PARCELA 2, (FE)RIAS OU"
003130         " (RS) RESCISAO".
003140     ACCEPT WRK-RUN-TYPE.
003150     IF NOT WRK-RUN-TYPE-VALID
003160         DISPLAY "TIPO INVALIDO - ASSUMINDO (N)"
003170         MOVE 'N' TO WRK-RUN-TYPE
003180     END-IF.
003190     PERFORM 1100-ACCEPT-AUTHORIZER THRU 1100-EXIT
003200         UNTIL WRK-AUTHORIZER NOT = SPACES.
003210     PERFORM 1200-ACCEPT-REASON THRU 1200-EXIT
003220         UNTIL WRK-VOID-REASON NOT = SPACES.
003230 1000-EXIT.
003240     EXIT.
003250 1100-ACCEPT-AUTHORIZER.
003260     DISPLAY "INICIAIS DO SUPERVISOR QUE AUTORIZA O ESTORNO".
003270     ACCEPT WRK-AUTHORIZER.
003280     IF WRK-AUTHORIZER = SPACES
003290         DISPLAY "INICIAIS OBRIGATORIAS"
003300     END-IF.
003310 1100-EXIT.
003320     EXIT.
003330 1200-ACCEPT-REASON.
003340     DISPLAY "MOTIVO DO ESTORNO".
003350     ACCEPT WRK-VOID-REASON.
003360     IF WRK-VOID-REASON = SPACES
003370         DISPLAY "MOTIVO OBRIGATORIO"
003380     END-IF.
003390 1200-EXIT.
003400     EXIT.
003410*****************************************************
003420*2000-CHECK-PERIOD - THE PERIOD MUST HAVE BEEN RUN AND
003430*NOT ALREADY VOIDED. A PENDING PERIOD CAN BE VOIDED
003440*AS WELL AS A FINALIZED ONE - ITS CREDITS ARE STILL
003450*HELD, BUT ITS YTD AND LEDGER FIGURES ARE ALREADY IN
003460*****************************************************
003470 2000-CHECK-PERIOD.
003480     OPEN INPUT PERIOD-CONTROL-FILE.
003490     IF NOT WRK-PERC-OK
003500         MOVE "NO PERIOD CONTROL FILE" TO WRK-REFUSE-REASON
003510         GO TO 2000-EXIT
003520     END-IF.
003530     MOVE WRK-PAY-PERIOD TO PERC-PERIOD.
003540     MOVE WRK-RUN-TYPE TO PERC-RUN-TYPE.
003550     READ PERIOD-CONTROL-FILE
003560         INVALID KEY
003570             CONTINUE
003580     END-READ.
003590     CLOSE PERIOD-CONTROL-FILE.
003600     IF NOT WRK-PERC-OK
003610         MOVE "PERIOD NOT RUN - NOTHING TO VOID"
003620             TO WRK-REFUSE-REASON
003630         GO TO 2000-EXIT
003640     END-IF.
003650     IF PERC-VOIDED
003660         MOVE "PERIOD ALREADY VOIDED - AWAITING RERUN"
003670             TO WRK-REFUSE-REASON
003680         GO TO 2000-EXIT
003690     END-IF.
003700     IF NOT PERC-FINALIZED
003710         AND NOT PERC-PENDING
003720         MOVE "PERIOD NOT PENDING OR FINALIZED"
003730             TO WRK-REFUSE-REASON
003740         GO TO 2000-EXIT
003750     END-IF.
003760     MOVE PERC-RUN-DATE TO WRK-PERC-RUN-DATE.
003770     MOVE PERC-STATUS TO WRK-RUN-STATUS.
003780     COMPUTE WRK-YTD-YEAR = WRK-PERC-RUN-DATE / 10000.
003790     MOVE PERC-EMP-COUNT TO WRK-COUNT-ED.
003800     DISPLAY "PERIODO " WRK-PAY-PERIOD " TIPO " WRK-RUN-TYPE
003810         " PROCESSADO EM " PERC-RUN-DATE " - "
003820         WRK-COUNT-ED " EMPREGADOS - " PERC-STATUS.
003830     IF PERC-FINALIZED
003840         DISPLAY "APROVADO POR " PERC-APPROVED-BY
003850             " EM " PERC-APPROVED-DATE " "
003860             PERC-APPROVED-TIME
003870     END-IF.
003880 2000-EXIT.
003890     EXIT.
003900*****************************************************
003910*2100-CHECK-GL-VOID-FILE - GLVOID HOLDS ONE REVERSAL
003920*AT A TIME; GLUPDT (V) EMPTIES IT ONCE IT IS ON THE
003930*LEDGER. A REVERSAL STILL WAITING THERE WOULD BE LOST
003940*****************************************************
003950 2100-CHECK-GL-VOID-FILE.
003960     OPEN INPUT GL-VOID-FILE.
003970     IF NOT WRK-GLV-OK
003980         GO TO 2100-EXIT
003990     END-IF.
004000     READ GL-VOID-FILE
004010         AT END
004020             CONTINUE
004030     END-READ.
004040     IF WRK-GLV-OK
004050         MOVE "LAST REVERSAL NOT POSTED - RUN GLUPDT V"
004060             TO WRK-REFUSE-REASON
004070     END-IF.
004080     CLOSE GL-VOID-FILE.
004090 2100-EXIT.
004100     EXIT.
004110*****************************************************
004120*3000-PREVIEW-VOID - FIRST PASS, NOTHING IS CHANGED:
004130*EVERY PAYMENT OF THE RUN IS LISTED WITH WHERE ITS
004140*CREDIT STANDS, AND THE TOTALS THE REVERSAL WILL POST
004150*ARE BUILT
004160*****************************************************
004170 3000-PREVIEW-VOID.
004180     OPEN INPUT PAY-HISTORY-FILE.
004190     IF NOT WRK-PAYH-OK
004200         MOVE "NO PAY HISTORY FILE" TO WRK-REFUSE-REASON
004210         GO TO 3000-EXIT
004220     END-IF.
004230     OPEN INPUT PAYMENT-STATUS-FILE.
004240     IF WRK-PAYS-OK
004250         SET WRK-PAYS-OPEN TO TRUE
004260     END-IF.
004270     OPEN OUTPUT VOID-RPT-FILE.
004280     PERFORM 3050-PRINT-HEADER THRU 3050-EXIT.
004290     PERFORM 3100-START-PAY-HISTORY THRU 3100-EXIT.
004300     PERFORM 3200-PREVIEW-ONE-ROW THRU 3200-EXIT
004310         UNTIL WRK-PAYH-DONE.
004320     CLOSE PAY-HISTORY-FILE.
004330     IF WRK-PAYS-OPEN
004340         CLOSE PAYMENT-STATUS-FILE
004350     END-IF.
004360     PERFORM 3900-PRINT-TOTALS THRU 3900-EXIT.
004370     EVALUATE TRUE
004380         WHEN WRK-EMP-COUNT = ZERO
004390             MOVE "NO PAY HISTORY FOR THE PERIOD"
004400                 TO WRK-REFUSE-REASON
004410         WHEN WRK-DEPT-FULL
004420             MOVE "OVER 50 DEPARTMENTS - NO REVERSAL BUILT"
004430                 TO WRK-REFUSE-REASON
004440         WHEN WRK-GL-DEBIT-CENTS NOT = WRK-GL-CREDIT-CENTS
004450             MOVE "REVERSAL DOES NOT BALANCE - NOT VOIDED"
004460                 TO WRK-REFUSE-REASON
004470         WHEN OTHER
004480             CONTINUE
004490     END-EVALUATE.
004500     IF WRK-REFUSE-REASON NOT = SPACES
004510         MOVE SPACES TO VOID-RPT-RECORD
004520         STRING "VOID REFUSED - " DELIMITED BY SIZE
004530                WRK-REFUSE-REASON DELIMITED BY SIZE
004540             INTO VOID-RPT-RECORD
004550         WRITE VOID-RPT-RECORD
004560         CLOSE VOID-RPT-FILE
004570     END-IF.
004580 3000-EXIT.
004590     EXIT.
004600*****************************************************
004610*3050-PRINT-HEADER
004620*****************************************************
004630 3050-PRINT-HEADER.
004640     MOVE WRK-PERC-RUN-DATE TO WRK-RUN-DATE.
004650     PERFORM 3060-BUILD-DATE-ED THRU 3060-EXIT.
004660     MOVE SPACES TO VOID-RPT-RECORD.
004670     STRING "PAYROLL VOID - PERIOD " DELIMITED BY SIZE
004680            WRK-PAY-PERIOD DELIMITED BY SIZE
004690            " TYPE " DELIMITED BY SIZE
004700            WRK-RUN-TYPE DELIMITED BY SIZE
004710            "      RUN DATE: " DELIMITED BY SIZE
004720            WRK-RUN-DATE-ED DELIMITED BY SIZE
004730            "      STATUS: " DELIMITED BY SIZE
004740            WRK-RUN-STATUS DELIMITED BY SIZE
004750         INTO VOID-RPT-RECORD.
004760     WRITE VOID-RPT-RECORD.
004770     MOVE SPACES TO VOID-RPT-RECORD.
004780     STRING "AUTHORIZED BY: " DELIMITED BY SIZE
004790            WRK-AUTHORIZER DELIMITED BY SIZE
004800            "   REASON: " DELIMITED BY SIZE
004810            WRK-VOID-REASON DELIMITED BY SIZE
004820         INTO VOID-RPT-RECORD.
004830     WRITE VOID-RPT-RECORD.
004840     MOVE SPACES TO VOID-RPT-RECORD.
004850     WRITE VOID-RPT-RECORD.
004860     MOVE SPACES TO VOID-RPT-RECORD.
004870     STRING "  EMP  NAME                  DEPT " DELIMITED BY SIZE
004880            "        GROSS          NET  PAYSTAT   "
004890                DELIMITED BY SIZE
004900            "BANK POSITION" DELIMITED BY SIZE
004910         INTO VOID-RPT-RECORD.
004920     WRITE VOID-RPT-RECORD.
004930 3050-EXIT.
004940     EXIT.
004950 3060-BUILD-DATE-ED.
004960     MOVE SPACES TO WRK-RUN-DATE-ED.
004970     STRING WRK-RUN-MONTH DELIMITED BY SIZE
004980            "/" DELIMITED BY SIZE
004990            WRK-RUN-DAY DELIMITED BY SIZE
005000            "/" DELIMITED BY SIZE
005010            WRK-RUN-YEAR DELIMITED BY SIZE
005020         INTO WRK-RUN-DATE-ED.
005030 3060-EXIT.
005040     EXIT.
005050*****************************************************
005060*3100-START-PAY-HISTORY - POSITIONS AT THE FIRST KEY
005070*AND READS THE FIRST ROW; BOTH PASSES START HERE
005080*****************************************************
005090 3100-START-PAY-HISTORY.
005100     MOVE 'N' TO WRK-PAYH-EOF-SW.
005110     MOVE ZERO TO PAYH-EMP-NUMBER.
005120     MOVE ZERO TO PAYH-PERIOD.
005130     MOVE SPACES TO PAYH-RUN-TYPE.
005140     START PAY-HISTORY-FILE KEY NOT < PAYH-KEY
005150         INVALID KEY
005160             SET WRK-PAYH-DONE TO TRUE
005170     END-START.
005180     IF NOT WRK-PAYH-DONE
005190         PERFORM 3110-READ-PAY-HISTORY THRU 3110-EXIT
005200     END-IF.
005210 3100-EXIT.
005220     EXIT.
005230 3110-READ-PAY-HISTORY.
005240     READ PAY-HISTORY-FILE NEXT RECORD
005250         AT END
005260             SET WRK-PAYH-DONE TO TRUE
005270     END-READ.
005280     IF NOT WRK-PAYH-OK
005290         SET WRK-PAYH-DONE TO TRUE
005300     END-IF.
005310 3110-EXIT.
005320     EXIT.
005330*****************************************************
005340*3200-PREVIEW-ONE-ROW - ONLY THE RUN'S OWN ROWS COUNT;
005350*A ROW AN EARLIER VOID ALREADY TOOK OUT IS PASSED OVER
005360*****************************************************
005370 3200-PREVIEW-ONE-ROW.
005380     IF PAYH-PERIOD NOT = WRK-PAY-PERIOD
005390         OR PAYH-RUN-TYPE NOT = WRK-RUN-TYPE
005400         OR PAYH-VOIDED
005410         GO TO 3290-READ-NEXT
005420     END-IF.
005430     PERFORM 3250-CLEAN-OLD-ROW THRU 3250-EXIT.
005440     ADD 1 TO WRK-EMP-COUNT.
005450     ADD PAYH-GROSS TO WRK-TOTAL-GROSS.
005460     ADD PAYH-NET TO WRK-TOTAL-NET.
005470     PERFORM 3300-FIND-PAYMENT-STATUS THRU 3300-EXIT.
005480     MOVE SPACES TO WRK-VL-PAYSTAT.
005490     EVALUATE TRUE
005500         WHEN NOT WRK-PAYS-MATCHED
005510             ADD 1 TO WRK-NO-STATUS-COUNT
005520             MOVE "NO PAYSTAT ROW FOR THIS RUN"
005530                 TO WRK-VL-NOTE
005540         WHEN PAYS-SETTLED
005550             ADD 1 TO WRK-SETTLED-COUNT
005560             ADD PAYH-NET TO WRK-SETTLED-NET
005570             MOVE "SETTLED - RECOVER FROM PAYEE"
005580                 TO WRK-VL-NOTE
005590         WHEN PAYS-SENT
005600             ADD 1 TO WRK-SENT-COUNT
005610             MOVE "SENT - RECALL FROM THE BANK"
005620                 TO WRK-VL-NOTE
005630         WHEN PAYS-HELD
005640             ADD 1 TO WRK-HELD-COUNT
005650             MOVE "HELD - NEVER SENT" TO WRK-VL-NOTE
005660         WHEN OTHER
005670             ADD 1 TO WRK-REJECTED-COUNT
005680             MOVE "REJECTED - NOT PAID" TO WRK-VL-NOTE
005690     END-EVALUATE.
005700     IF WRK-PAYS-MATCHED
005710         MOVE PAYS-STATUS TO WRK-VL-PAYSTAT
005720     END-IF.
005730     PERFORM 3400-ACCUM-GL THRU 3400-EXIT.
005740     MOVE PAYH-EMP-NUMBER TO WRK-VL-EMP-NUMBER.
005750     MOVE PAYH-NAME TO WRK-VL-NAME.
005760     MOVE PAYH-DEPARTMENT TO WRK-VL-DEPT.
005770     MOVE PAYH-GROSS TO WRK-VL-GROSS.
005780     MOVE PAYH-NET TO WRK-VL-NET.
005790     MOVE WRK-VOID-LINE TO VOID-RPT-RECORD.
005800     WRITE VOID-RPT-RECORD.
005810 3290-READ-NEXT.
005820     PERFORM 3110-READ-PAY-HISTORY THRU 3110-EXIT.
005830 3200-EXIT.
005840     EXIT.
005850*****************************************************
005860*3250-CLEAN-OLD-ROW - A ROW WRITTEN BEFORE THE
005870*DEDUCTIONS, EMPLOYER CHARGES OR RESCISAO PARTS WERE
005880*KEPT HAS SPACES THERE; THEY COUNT AS ZERO
005890*****************************************************
005900 3250-CLEAN-OLD-ROW.
005910     PERFORM 3255-CLEAN-ONE-DEDN THRU 3255-EXIT
005920         VARYING WRK-DED-CODE-SUB FROM 1 BY 1
005930         UNTIL WRK-DED-CODE-SUB > WRK-DED-CODE-MAX.
005940     IF PAYH-FGTS NOT NUMERIC
005950         OR PAYH-INSS-EMPLOYER NOT NUMERIC
005960         OR PAYH-THIRD-PARTY NOT NUMERIC
005970         MOVE ZERO TO PAYH-FGTS
005980         MOVE ZERO TO PAYH-INSS-EMPLOYER
005990         MOVE ZERO TO PAYH-THIRD-PARTY
006000     END-IF.
006010     IF PAYH-TERM-13TH NOT NUMERIC
006020         OR PAYH-TERM-VACATION NOT NUMERIC
006030         MOVE ZERO TO PAYH-TERM-13TH
006040         MOVE ZERO TO PAYH-TERM-VACATION
006050     END-IF.
006060 3250-EXIT.
006070     EXIT.
006080 3255-CLEAN-ONE-DEDN.
006090     IF PAYH-DEDN-AMOUNT(WRK-DED-CODE-SUB) NOT NUMERIC
006100         MOVE ZERO TO PAYH-DEDN-AMOUNT(WRK-DED-CODE-SUB)
006110     END-IF.
006120 3255-EXIT.
006130     EXIT.
006140*****************************************************
006150*3300-FIND-PAYMENT-STATUS - THE PAYSTAT ROW IS KEYED
006160*BY EMPLOYEE AND THE RUN DATE COMMA REMITTED UNDER.
006170*TWO RUNS ON ONE DAY SHARE THAT KEY, SO THE ROW ONLY
006180*BELONGS TO THIS PAYMENT WHEN ITS AMOUNT IS THIS NET
006190*****************************************************
006200 3300-FIND-PAYMENT-STATUS.
006210     MOVE 'N' TO WRK-PAYS-MATCH-SW.
006220     IF NOT WRK-PAYS-OPEN
006230         GO TO 3300-EXIT
006240     END-IF.
006250     MOVE PAYH-EMP-NUMBER TO PAYS-EMP-NUMBER.
006260     MOVE WRK-PERC-RUN-DATE TO PAYS-REM-DATE.
006270     READ PAYMENT-STATUS-FILE
006280         INVALID KEY
006290             GO TO 3300-EXIT
006300     END-READ.
006310     IF NOT WRK-PAYS-OK
006320         OR PAYS-VOIDED
006330         GO TO 3300-EXIT
006340     END-IF.
006350     COMPUTE WRK-ROW-NET-CENTS = PAYH-NET * 100.
006360     IF PAYS-NET-CENTS = WRK-ROW-NET-CENTS
006370         SET WRK-PAYS-MATCHED TO TRUE
006380     END-IF.
006390 3300-EXIT.
006400     EXIT.
006410*****************************************************
006420*3400-ACCUM-GL - THE SAME SPLIT COMMA POSTED THE ROW
006430*WITH: GROSS AND EMPLOYER CHARGES BY DEPARTMENT, THE
006440*WITHHOLDINGS, DEDUCTIONS, CHARGES PAYABLE AND NET AT
006450*COMPANY LEVEL
006460*****************************************************
006470 3400-ACCUM-GL.
006480     ADD PAYH-INSS TO WRK-GL-INSS-TOTAL.
006490     ADD PAYH-IRRF TO WRK-GL-IRRF-TOTAL.
006500     ADD PAYH-NET TO WRK-GL-NET-TOTAL.
006510     ADD PAYH-FGTS TO WRK-GL-FGTS-TOTAL.
006520     ADD PAYH-INSS-EMPLOYER TO WRK-GL-INSSER-TOTAL.
006530     ADD PAYH-THIRD-PARTY TO WRK-GL-THIRD-TOTAL.
006540     PERFORM 3410-ACCUM-ONE-DEDN THRU 3410-EXIT
006550         VARYING WRK-DED-CODE-SUB FROM 1 BY 1
006560         UNTIL WRK-DED-CODE-SUB > WRK-DED-CODE-MAX.
006570     COMPUTE WRK-GL-CREDIT-CENTS = WRK-GL-CREDIT-CENTS
006580         + (PAYH-GROSS + PAYH-FGTS + PAYH-INSS-EMPLOYER
006590            + PAYH-THIRD-PARTY) * 100.
006600     COMPUTE WRK-GL-DEBIT-CENTS = WRK-GL-DEBIT-CENTS
006610         + (PAYH-INSS + PAYH-IRRF + PAYH-NET + PAYH-FGTS
006620            + PAYH-INSS-EMPLOYER + PAYH-THIRD-PARTY) * 100.
006630     MOVE PAYH-DEPARTMENT TO WRK-DEPT-KEY.
006640     PERFORM 3450-FIND-DEPARTMENT THRU 3450-EXIT.
006650     IF WRK-DEPT-HIT = ZERO
006660         SET WRK-DEPT-FULL TO TRUE
006670         GO TO 3400-EXIT
006680     END-IF.
006690     ADD PAYH-GROSS TO WRK-DEPT-GROSS(WRK-DEPT-HIT).
006700     ADD PAYH-FGTS TO WRK-DEPT-FGTS(WRK-DEPT-HIT).
006710     ADD PAYH-INSS-EMPLOYER TO WRK-DEPT-INSSER(WRK-DEPT-HIT).
006720     ADD PAYH-THIRD-PARTY TO WRK-DEPT-THIRD(WRK-DEPT-HIT).
006730 3400-EXIT.
006740     EXIT.
006750 3410-ACCUM-ONE-DEDN.
006760     ADD PAYH-DEDN-AMOUNT(WRK-DED-CODE-SUB)
006770         TO WRK-GL-DEDN-TOTAL(WRK-DED-CODE-SUB).
006780     ADD PAYH-DEDN-AMOUNT(WRK-DED-CODE-SUB)
006790         TO WRK-GL-DEDN-SUM.
006800     COMPUTE WRK-GL-DEBIT-CENTS = WRK-GL-DEBIT-CENTS
006810         + PAYH-DEDN-AMOUNT(WRK-DED-CODE-SUB) * 100.
006820 3410-EXIT.
006830     EXIT.
006840*****************************************************
006850*3450-FIND-DEPARTMENT - SLOT FOR WRK-DEPT-KEY, ADDED
006860*WHEN NEW; ZERO WHEN THE TABLE IS FULL
006870*****************************************************
006880 3450-FIND-DEPARTMENT.
006890     MOVE ZERO TO WRK-DEPT-HIT.
006900     PERFORM 3455-CHECK-ONE-DEPARTMENT THRU 3455-EXIT
006910         VARYING WRK-DEPT-SUB FROM 1 BY 1
006920         UNTIL WRK-DEPT-SUB > WRK-DEPT-TOTAL
006930             OR WRK-DEPT-HIT > ZERO.
006940     IF WRK-DEPT-HIT > ZERO
006950         GO TO 3450-EXIT
006960     END-IF.
006970     IF WRK-DEPT-TOTAL >= WRK-DEPT-MAX
006980         GO TO 3450-EXIT
006990     END-IF.
007000     ADD 1 TO WRK-DEPT-TOTAL.
007010     MOVE WRK-DEPT-TOTAL TO WRK-DEPT-HIT.
007020     MOVE WRK-DEPT-KEY TO WRK-DEPT-CODE(WRK-DEPT-HIT).
007030     MOVE ZERO TO WRK-DEPT-GROSS(WRK-DEPT-HIT).
007040     MOVE ZERO TO WRK-DEPT-FGTS(WRK-DEPT-HIT).
007050     MOVE ZERO TO WRK-DEPT-INSSER(WRK-DEPT-HIT).
007060     MOVE ZERO TO WRK-DEPT-THIRD(WRK-DEPT-HIT).
007070 3450-EXIT.
007080     EXIT.
007090 3455-CHECK-ONE-DEPARTMENT.
007100     IF WRK-DEPT-CODE(WRK-DEPT-SUB) = WRK-DEPT-KEY
007110         MOVE WRK-DEPT-SUB TO WRK-DEPT-HIT
007120     END-IF.
007130 3455-EXIT.
007140     EXIT.
007150*****************************************************
007160*3900-PRINT-TOTALS - THE RUN'S TOTALS AND WHERE ITS
007170*CREDITS STAND AT THE BANK
007180*****************************************************
007190 3900-PRINT-TOTALS.
007200     MOVE SPACES TO VOID-RPT-RECORD.
007210     WRITE VOID-RPT-RECORD.
007220     MOVE WRK-EMP-COUNT TO WRK-COUNT-ED.
007230     MOVE WRK-TOTAL-GROSS TO WRK-TOTAL-ED.
007240     MOVE WRK-TOTAL-NET TO WRK-TOTAL2-ED.
007250     MOVE SPACES TO VOID-RPT-RECORD.
007260     STRING "PAYMENTS: " DELIMITED BY SIZE
007270            WRK-COUNT-ED DELIMITED BY SIZE
007280            "   GROSS: " DELIMITED BY SIZE
007290            WRK-TOTAL-ED DELIMITED BY SIZE
007300            "   NET: " DELIMITED BY SIZE
007310            WRK-TOTAL2-ED DELIMITED BY SIZE
007320         INTO VOID-RPT-RECORD.
007330     WRITE VOID-RPT-RECORD.
007340     MOVE SPACES TO VOID-RPT-RECORD.
007350     MOVE 1 TO WRK-RPT-PTR.
007360     MOVE WRK-HELD-COUNT TO WRK-COUNT-ED.
007370     MOVE WRK-SENT-COUNT TO WRK-COUNT2-ED.
007380     STRING "HELD: " DELIMITED BY SIZE
007390            WRK-COUNT-ED DELIMITED BY SIZE
007400            "   SENT: " DELIMITED BY SIZE
007410            WRK-COUNT2-ED DELIMITED BY SIZE
007420         INTO VOID-RPT-RECORD
007430         WITH POINTER WRK-RPT-PTR.
007440     MOVE WRK-SETTLED-COUNT TO WRK-COUNT-ED.
007450     MOVE WRK-REJECTED-COUNT TO WRK-COUNT2-ED.
007460     STRING "   SETTLED: " DELIMITED BY SIZE
007470            WRK-COUNT-ED DELIMITED BY SIZE
007480            "   REJECTED: " DELIMITED BY SIZE
007490            WRK-COUNT2-ED DELIMITED BY SIZE
007500         INTO VOID-RPT-RECORD
007510         WITH POINTER WRK-RPT-PTR.
007520     MOVE WRK-NO-STATUS-COUNT TO WRK-COUNT-ED.
007530     STRING "   NO PAYSTAT ROW: " DELIMITED BY SIZE
007540            WRK-COUNT-ED DELIMITED BY SIZE
007550         INTO VOID-RPT-RECORD
007560         WITH POINTER WRK-RPT-PTR.
007570     WRITE VOID-RPT-RECORD.
007580     MOVE SPACES TO VOID-RPT-RECORD.
007590     IF WRK-SETTLED-COUNT = ZERO
007600         MOVE "NOTHING HAS SETTLED AT THE BANK"
007610             TO VOID-RPT-RECORD
007620     ELSE
007630         MOVE WRK-SETTLED-COUNT TO WRK-COUNT-ED
007640         MOVE WRK-SETTLED-NET TO WRK-TOTAL-ED
007650         STRING "*** " DELIMITED BY SIZE
007660                WRK-COUNT-ED DELIMITED BY SIZE
007670                " CREDITS ALREADY SETTLED AT THE BANK, NET "
007680                    DELIMITED BY SIZE
007690                WRK-TOTAL-ED DELIMITED BY SIZE
007700                " - RECOVERY REQUIRED" DELIMITED BY SIZE
007710             INTO VOID-RPT-RECORD
007720     END-IF.
007730     WRITE VOID-RPT-RECORD.
007740 3900-EXIT.
007750     EXIT.
007760*****************************************************
007770*4000-CONFIRM-VOID - CREDITS THAT HAVE SETTLED NEED
007780*THEIR OWN YES BEFORE THE VOID ITSELF IS CONFIRMED
007790*****************************************************
007800 4000-CONFIRM-VOID.
007810     MOVE WRK-EMP-COUNT TO WRK-COUNT-ED.
007820     MOVE WRK-TOTAL-NET TO WRK-TOTAL-ED.
007830     DISPLAY "PAGAMENTOS A ESTORNAR: " WRK-COUNT-ED
007840         ", LIQUIDO TOTAL " WRK-TOTAL-ED
007850         " (LISTA EM VOIDRPT)".
007860     IF WRK-SENT-COUNT > ZERO
007870         MOVE WRK-SENT-COUNT TO WRK-COUNT-ED
007880         DISPLAY WRK-COUNT-ED " CREDITOS ENVIADOS AO BANCO"
007890             " - SUSTAR A REMESSA"
007900     END-IF.
007910     IF WRK-SETTLED-COUNT = ZERO
007920         DISPLAY "NENHUM CREDITO LIQUIDADO NO BANCO"
007930         GO TO 4000-CONFIRM-FINAL
007940     END-IF.
007950     MOVE WRK-SETTLED-COUNT TO WRK-COUNT-ED.
007960     MOVE WRK-SETTLED-NET TO WRK-TOTAL-ED.
007970     DISPLAY "ATENCAO - " WRK-COUNT-ED " CREDITOS JA"
007980         " LIQUIDADOS NO BANCO, LIQUIDO " WRK-TOTAL-ED.
007990     DISPLAY "ESSES VALORES TERAO DE SER RECUPERADOS."
008000         " PROSSEGUIR? (S/N)".
008010     MOVE 'N' TO WRK-CONFIRM-ANSWER.
008020     ACCEPT WRK-CONFIRM-ANSWER.
008030     IF NOT WRK-CONFIRMED
008040         GO TO 4000-EXIT
008050     END-IF.
008060 4000-CONFIRM-FINAL.
008070     MOVE 'N' TO WRK-CONFIRM-ANSWER.
008080     DISPLAY "CONFIRMA O ESTORNO DO PERIODO " WRK-PAY-PERIOD
008090         " TIPO " WRK-RUN-TYPE "? (S/N)".
008100     ACCEPT WRK-CONFIRM-ANSWER.
008110 4000-EXIT.
008120     EXIT.
008130*****************************************************
008140*5000-APPLY-VOID - SECOND PASS OVER THE SAME ROWS:
008146*YTD TAKEN DOWN, PAYSTAT AND PAYHIST MARKED VOIDED,
008152*LOANS AND VACATION DAYS THE RUN TOOK GIVEN BACK
008160*****************************************************
008170 5000-APPLY-VOID.
008180     OPEN I-O PAY-HISTORY-FILE.
008190     MOVE 'N' TO WRK-PAYS-OPEN-SW.
008200     OPEN I-O PAYMENT-STATUS-FILE.
008210     IF WRK-PAYS-OK
008220         SET WRK-PAYS-OPEN TO TRUE
008230     END-IF.
008240     OPEN I-O YTD-FILE.
008250     IF WRK-YTD-OK
008260         SET WRK-YTD-OPEN TO TRUE
008270     END-IF.
008271     MOVE 'N' TO WRK-DED-OPEN-SW.
008272     IF WRK-RUN-NORMAL
008273         OPEN I-O DEDUCTION-FILE
008274         IF WRK-DED-OK
008275             SET WRK-DED-OPEN TO TRUE
008276         END-IF
008277     END-IF.
008278     MOVE 'N' TO WRK-VAC-OPEN-SW.
008279     IF WRK-RUN-FERIAS
008280         OR WRK-RUN-RESCISAO
008281         OPEN I-O VACATION-FILE
008282         IF WRK-VAC-OK
008283             SET WRK-VAC-OPEN TO TRUE
008284         END-IF
008285     END-IF.
008286     PERFORM 3100-START-PAY-HISTORY THRU 3100-EXIT.
008290     PERFORM 5100-APPLY-ONE-ROW THRU 5100-EXIT
008300         UNTIL WRK-PAYH-DONE.
008310     CLOSE PAY-HISTORY-FILE.
008320     IF WRK-PAYS-OPEN
008330         CLOSE PAYMENT-STATUS-FILE
008340     END-IF.
008350     IF WRK-YTD-OPEN
008360         CLOSE YTD-FILE
008361     END-IF.
008362     IF WRK-DED-OPEN
008363         CLOSE DEDUCTION-FILE
008364     END-IF.
008365     IF WRK-VAC-OPEN
008366         CLOSE VACATION-FILE
008370     END-IF.
008380 5000-EXIT.
008390     EXIT.
008400 5100-APPLY-ONE-ROW.
008410     IF PAYH-PERIOD NOT = WRK-PAY-PERIOD
008420         OR PAYH-RUN-TYPE NOT = WRK-RUN-TYPE
008430         OR PAYH-VOIDED
008440         GO TO 5190-READ-NEXT
008450     END-IF.
008460     PERFORM 3250-CLEAN-OLD-ROW THRU 3250-EXIT.
008470     MOVE SPACES TO WRK-EXCPT-HOLD-INPUT.
008480     STRING PAYH-EMP-NUMBER DELIMITED BY SIZE
008490            " " DELIMITED BY SIZE
008500            WRK-PAY-PERIOD DELIMITED BY SIZE
008510            " " DELIMITED BY SIZE
008520            WRK-RUN-TYPE DELIMITED BY SIZE
008530         INTO WRK-EXCPT-HOLD-INPUT.
008540     PERFORM 5200-TAKE-OFF-YTD THRU 5200-EXIT.
008550     PERFORM 3300-FIND-PAYMENT-STATUS THRU 3300-EXIT.
008560     IF WRK-PAYS-MATCHED
008570         PERFORM 5300-MARK-PAYMENT-VOIDED THRU 5300-EXIT
008571     END-IF.
008572     IF WRK-DED-OPEN
008573         PERFORM 5400-GIVE-BACK-LOANS THRU 5400-EXIT
008574     END-IF.
008575     IF WRK-VAC-OPEN
008576         PERFORM 5450-GIVE-BACK-VACATION THRU 5450-EXIT
008580     END-IF.
008590     MOVE 'V' TO PAYH-STATUS.
008600     MOVE WRK-VOID-DATE TO PAYH-VOID-DATE.
008610     REWRITE PAYH-RECORD
008620     END-REWRITE.
008630     ADD 1 TO WRK-VOIDED-COUNT.
008640 5190-READ-NEXT.
008650     PERFORM 3110-READ-PAY-HISTORY THRU 3110-EXIT.
008660 5100-EXIT.
008670     EXIT.
008680*****************************************************
008690*5200-TAKE-OFF-YTD - THE ROW COMES OFF THE BUCKETS
008700*COMMA ADDED IT TO: A 13TH RUN'S GROSS TO THE 13TH, A
008710*VACATION RUN'S TO FERIAS, A RESCISAO SPLIT THREE WAYS,
008720*ANY OTHER RUN'S TO GROSS. THE YEAR IS THE RUN DATE'S
008730*****************************************************
008740 5200-TAKE-OFF-YTD.
008750     IF NOT WRK-YTD-OPEN
008760         MOVE "NO YTD FILE - VOIDED PAY NOT TAKEN OFF"
008770             TO WRK-EXCPT-HOLD-REASON
008780         PERFORM 7100-WRITE-EXCEPTION THRU 7100-EXIT
008790         ADD 1 TO WRK-YTD-FLAG-COUNT
008800         GO TO 5200-EXIT
008810     END-IF.
008820     MOVE PAYH-EMP-NUMBER TO YTD-EMP-NUMBER.
008830     MOVE WRK-YTD-YEAR TO YTD-YEAR.
008840     READ YTD-FILE
008850         INVALID KEY
008860             CONTINUE
008870     END-READ.
008880     IF NOT WRK-YTD-OK
008890         MOVE "NO YTD RECORD - VOIDED PAY NOT TAKEN OFF"
008900             TO WRK-EXCPT-HOLD-REASON
008910         PERFORM 7100-WRITE-EXCEPTION THRU 7100-EXIT
008920         ADD 1 TO WRK-YTD-FLAG-COUNT
008930         GO TO 5200-EXIT
008940     END-IF.
008950     MOVE ZERO TO WRK-YTD-GROSS-PART.
008960     MOVE ZERO TO WRK-YTD-13TH-PART.
008970     MOVE ZERO TO WRK-YTD-FERIAS-PART.
008980     EVALUATE TRUE
008990         WHEN WRK-RUN-13TH
009000             MOVE PAYH-GROSS TO WRK-YTD-13TH-PART
009010         WHEN WRK-RUN-FERIAS
009020             MOVE PAYH-GROSS TO WRK-YTD-FERIAS-PART
009030         WHEN WRK-RUN-RESCISAO
009040             MOVE PAYH-TERM-13TH TO WRK-YTD-13TH-PART
009050             MOVE PAYH-TERM-VACATION TO WRK-YTD-FERIAS-PART
009060             COMPUTE WRK-YTD-GROSS-PART = PAYH-GROSS
009070                 - PAYH-TERM-13TH - PAYH-TERM-VACATION
009080         WHEN OTHER
009090             MOVE PAYH-GROSS TO WRK-YTD-GROSS-PART
009100     END-EVALUATE.
009110     MOVE 'N' TO WRK-YTD-SHORT-SW.
009120     MOVE YTD-GROSS TO WRK-YTD-HAVE.
009130     MOVE WRK-YTD-GROSS-PART TO WRK-YTD-TAKE.
009140     PERFORM 5250-TAKE-ONE-BUCKET THRU 5250-EXIT.
009150     MOVE WRK-YTD-HAVE TO YTD-GROSS.
009160     MOVE YTD-13TH TO WRK-YTD-HAVE.
009170     MOVE WRK-YTD-13TH-PART TO WRK-YTD-TAKE.
009180     PERFORM 5250-TAKE-ONE-BUCKET THRU 5250-EXIT.
009190     MOVE WRK-YTD-HAVE TO YTD-13TH.
009200     MOVE YTD-FERIAS TO WRK-YTD-HAVE.
009210     MOVE WRK-YTD-FERIAS-PART TO WRK-YTD-TAKE.
009220     PERFORM 5250-TAKE-ONE-BUCKET THRU 5250-EXIT.
009230     MOVE WRK-YTD-HAVE TO YTD-FERIAS.
009240     MOVE YTD-INSS TO WRK-YTD-HAVE.
009250     MOVE PAYH-INSS TO WRK-YTD-TAKE.
009260     PERFORM 5250-TAKE-ONE-BUCKET THRU 5250-EXIT.
009270     MOVE WRK-YTD-HAVE TO YTD-INSS.
009280     MOVE YTD-IRRF TO WRK-YTD-HAVE.
009290     MOVE PAYH-IRRF TO WRK-YTD-TAKE.
009300     PERFORM 5250-TAKE-ONE-BUCKET THRU 5250-EXIT.
009310     MOVE WRK-YTD-HAVE TO YTD-IRRF.
009320     MOVE YTD-NET TO WRK-YTD-HAVE.
009330     MOVE PAYH-NET TO WRK-YTD-TAKE.
009340     PERFORM 5250-TAKE-ONE-BUCKET THRU 5250-EXIT.
009350     MOVE WRK-YTD-HAVE TO YTD-NET.
009360     REWRITE YTD-RECORD
009370     END-REWRITE.
009380     IF WRK-YTD-SHORT
009390         MOVE "YTD BELOW VOIDED PAY - STOPPED AT ZERO"
009400             TO WRK-EXCPT-HOLD-REASON
009410         PERFORM 7100-WRITE-EXCEPTION THRU 7100-EXIT
009420         ADD 1 TO WRK-YTD-FLAG-COUNT
009430     END-IF.
009440 5200-EXIT.
009450     EXIT.
009460 5250-TAKE-ONE-BUCKET.
009470     IF WRK-YTD-TAKE > WRK-YTD-HAVE
009480         MOVE ZERO TO WRK-YTD-HAVE
009490         SET WRK-YTD-SHORT TO TRUE
009500     ELSE
009510         SUBTRACT WRK-YTD-TAKE FROM WRK-YTD-HAVE
009520     END-IF.
009530 5250-EXIT.
009540     EXIT.
009550*****************************************************
009560*5300-MARK-PAYMENT-VOIDED - THE CREDIT IS MARKED
009570*VOIDED WITH WHERE IT STOOD; ONE THAT HAD SETTLED IS
009580*ALSO LOGGED, SINCE THE MONEY MUST BE RECOVERED
009590*****************************************************
009600 5300-MARK-PAYMENT-VOIDED.
009610     EVALUATE TRUE
009620         WHEN PAYS-SETTLED
009630             MOVE "SETTLED BEFORE VOID - RECOVER"
009640                 TO PAYS-RETURN-REASON
009650             MOVE "CREDIT SETTLED BEFORE VOID - RECOVER NET"
009660                 TO WRK-EXCPT-HOLD-REASON
009670             PERFORM 7100-WRITE-EXCEPTION THRU 7100-EXIT
009680         WHEN PAYS-SENT
009690             MOVE "SENT BEFORE VOID - RECALL"
009700                 TO PAYS-RETURN-REASON
009710         WHEN PAYS-HELD
009720             MOVE "HELD - NEVER SENT" TO PAYS-RETURN-REASON
009730         WHEN OTHER
009740             MOVE "REJECTED BEFORE VOID"
009750                 TO PAYS-RETURN-REASON
009760     END-EVALUATE.
009770     MOVE 'VOIDED' TO PAYS-STATUS.
009780     REWRITE PAYS-RECORD
009790     END-REWRITE.
009800 5300-EXIT.
009810     EXIT.
009820*****************************************************
009821*5400-GIVE-BACK-LOANS - A NORMAL RUN COUNTED EACH
009822*PAYROLL LOAN DOWN AND STAMPED THE PERIOD AND AMOUNT
009823*ON THE ROW. THE AMOUNT GOES BACK ON THE BALANCE WITH
009824*ITS INSTALLMENT, AND THE STAMP IS CLEARED SO THE
009825*CORRECTED RUN TAKES THE LOAN AFRESH
009826*****************************************************
009827 5400-GIVE-BACK-LOANS.
009828     PERFORM 5410-GIVE-BACK-ONE-LOAN THRU 5410-EXIT
009829         VARYING WRK-DED-CODE-SUB FROM 1 BY 1
009830         UNTIL WRK-DED-CODE-SUB > WRK-DED-CODE-MAX.
009831 5400-EXIT.
009832     EXIT.
009833 5410-GIVE-BACK-ONE-LOAN.
009834     IF NOT WRK-DED-CODE-IS-LOAN(WRK-DED-CODE-SUB)
009835         GO TO 5410-EXIT
009836     END-IF.
009837     MOVE PAYH-EMP-NUMBER TO DED-EMP-NUMBER.
009838     MOVE WRK-DED-CODE-ID(WRK-DED-CODE-SUB) TO DED-CODE.
009839     READ DEDUCTION-FILE
009840         INVALID KEY
009841             GO TO 5410-EXIT
009842     END-READ.
009843     IF DED-LAST-PERIOD NOT = WRK-PAY-PERIOD
009844         GO TO 5410-EXIT
009845     END-IF.
009846     IF DED-LAST-AMOUNT > ZERO
009847         ADD DED-LAST-AMOUNT TO DED-LOAN-BALANCE
009848         ADD 1 TO DED-INSTALLMENTS-LEFT
009849     END-IF.
009850     MOVE ZERO TO DED-LAST-PERIOD.
009851     MOVE ZERO TO DED-LAST-AMOUNT.
009852     REWRITE DED-RECORD
009853         INVALID KEY
009854             CONTINUE
009855     END-REWRITE.
009856     ADD 1 TO WRK-LOAN-BACK-COUNT.
009857 5410-EXIT.
009858     EXIT.
009859*****************************************************
009860*5450-GIVE-BACK-VACATION - THE DAYS AN FE OR RS RUN
009861*DREW ARE PUT BACK ON EACH LEDGER PERIOD STAMPED WITH
009862*THE VOIDED PAY PERIOD, REOPENING A PERIOD THE DRAW
009863*USED UP - THE SAME GIVE-BACK COMMA DOES ON A RERUN
009864*****************************************************
009865 5450-GIVE-BACK-VACATION.
009866     MOVE 'N' TO WRK-VAC-SCAN-SW.
009867     MOVE PAYH-EMP-NUMBER TO VAC-EMP-NUMBER.
009868     MOVE ZERO TO VAC-ACQ-START.
009869     START VACATION-FILE KEY NOT < VAC-KEY
009870         INVALID KEY
009871             SET WRK-VAC-SCAN-DONE TO TRUE
009872     END-START.
009873     PERFORM 5460-GIVE-BACK-ONE-PERIOD THRU 5460-EXIT
009874         UNTIL WRK-VAC-SCAN-DONE.
009875 5450-EXIT.
009876     EXIT.
009877 5460-GIVE-BACK-ONE-PERIOD.
009878     READ VACATION-FILE NEXT RECORD
009879         AT END
009880             SET WRK-VAC-SCAN-DONE TO TRUE
009881             GO TO 5460-EXIT
009882     END-READ.
009883     IF NOT WRK-VAC-OK
009884         OR VAC-EMP-NUMBER NOT = PAYH-EMP-NUMBER
009885         SET WRK-VAC-SCAN-DONE TO TRUE
009886         GO TO 5460-EXIT
009887     END-IF.
009888     IF VAC-LAST-PERIOD NOT = WRK-PAY-PERIOD
009889         OR VAC-LAST-DAYS = ZERO
009890         GO TO 5460-EXIT
009891     END-IF.
009892     SUBTRACT VAC-LAST-DAYS FROM VAC-DAYS-TAKEN.
009893     MOVE ZERO TO VAC-LAST-DAYS.
009894     MOVE ZERO TO VAC-LAST-PERIOD.
009895     IF VAC-DAYS-TAKEN < VAC-DAYS-EARNED
009896         SET VAC-OPEN TO TRUE
009897     END-IF.
009898     REWRITE VAC-RECORD
009899         INVALID KEY
009900             CONTINUE
009901     END-REWRITE.
009902     ADD 1 TO WRK-VAC-BACK-COUNT.
009903 5460-EXIT.
009904     EXIT.
009905*****************************************************
009906*5500-WRITE-GL-REVERSAL - COMMA'S POSTING TURNED ROUND:
009907*THE DEPARTMENT EXPENSE LINES ARE CREDITED AND THE
009908*COMPANY-LEVEL LIABILITY AND CLEARING LINES DEBITED.
009909*THE REVERSAL POSTS TO THE MONTH OF THE VOID, SINCE
009910*THE MONTH THE RUN POSTED TO MAY ALREADY BE CLOSED;
009911*THE VOID DATE AND TIME NAME IT ON GLUPDT'S REGISTER
009912*****************************************************
009913 5500-WRITE-GL-REVERSAL.
009914     COMPUTE WRK-GL-PERIOD = WRK-VOID-DATE / 100.
009920     OPEN OUTPUT GL-VOID-FILE.
009930     MOVE SPACES TO GL-VOID-RECORD.
009940     STRING "H" DELIMITED BY SIZE
009950            WRK-VOID-DATE DELIMITED BY SIZE
009960            WRK-VOID-TIME DELIMITED BY SIZE
009970            WRK-GL-PERIOD DELIMITED BY SIZE
009980            WRK-RUN-TYPE DELIMITED BY SIZE
009990         INTO GL-VOID-RECORD.
010000     WRITE GL-VOID-RECORD.
010010     PERFORM 5510-WRITE-DEPT-CREDITS THRU 5510-EXIT
010020         VARYING WRK-DEPT-SUB FROM 1 BY 1
010030         UNTIL WRK-DEPT-SUB > WRK-DEPT-TOTAL.
010040     MOVE SPACES TO WRK-GL-DEPT.
010050     MOVE WRK-GL-ACCT-INSS TO WRK-GL-ACCOUNT.
010060     MOVE WRK-GL-INSS-TOTAL TO WRK-GL-AMOUNT.
010070     PERFORM 5530-WRITE-DEBIT-LINE THRU 5530-EXIT.
010080     MOVE WRK-GL-ACCT-IRRF TO WRK-GL-ACCOUNT.
010090     MOVE WRK-GL-IRRF-TOTAL TO WRK-GL-AMOUNT.
010100     PERFORM 5530-WRITE-DEBIT-LINE THRU 5530-EXIT.
010110     PERFORM 5540-WRITE-DEDN-DEBIT THRU 5540-EXIT
010120         VARYING WRK-DED-CODE-SUB FROM 1 BY 1
010130         UNTIL WRK-DED-CODE-SUB > WRK-DED-CODE-MAX.
010140     IF WRK-GL-FGTS-TOTAL NOT = ZERO
010150         MOVE WRK-GL-ACCT-FGTS-PAY TO WRK-GL-ACCOUNT
010160         MOVE WRK-GL-FGTS-TOTAL TO WRK-GL-AMOUNT
010170         PERFORM 5530-WRITE-DEBIT-LINE THRU 5530-EXIT
010180     END-IF.
010190     IF WRK-GL-INSSER-TOTAL NOT = ZERO
010200         MOVE WRK-GL-ACCT-INSSER-PAY TO WRK-GL-ACCOUNT
010210         MOVE WRK-GL-INSSER-TOTAL TO WRK-GL-AMOUNT
010220         PERFORM 5530-WRITE-DEBIT-LINE THRU 5530-EXIT
010230     END-IF.
010240     IF WRK-GL-THIRD-TOTAL NOT = ZERO
010250         MOVE WRK-GL-ACCT-THIRD-PAY TO WRK-GL-ACCOUNT
010260         MOVE WRK-GL-THIRD-TOTAL TO WRK-GL-AMOUNT
010270         PERFORM 5530-WRITE-DEBIT-LINE THRU 5530-EXIT
010280     END-IF.
010290     MOVE WRK-GL-ACCT-NETCLR TO WRK-GL-ACCOUNT.
010300     MOVE WRK-GL-NET-TOTAL TO WRK-GL-AMOUNT.
010310     PERFORM 5530-WRITE-DEBIT-LINE THRU 5530-EXIT.
010320     MOVE SPACES TO GL-VOID-RECORD.
010330     STRING "T" DELIMITED BY SIZE
010340            WRK-GL-DEBIT-CENTS DELIMITED BY SIZE
010350            WRK-GL-CREDIT-CENTS DELIMITED BY SIZE
010360         INTO GL-VOID-RECORD.
010370     WRITE GL-VOID-RECORD.
010380     CLOSE GL-VOID-FILE.
010390 5500-EXIT.
010400     EXIT.
010410*****************************************************
010420*5510-WRITE-DEPT-CREDITS - THE SALARY CREDIT FOR THE
010430*DEPARTMENT, THEN ONE PER EMPLOYER CHARGE IT CARRIED
010440*****************************************************
010450 5510-WRITE-DEPT-CREDITS.
010460     MOVE WRK-DEPT-CODE(WRK-DEPT-SUB) TO WRK-GL-DEPT.
010470     MOVE WRK-GL-ACCT-SALARY TO WRK-GL-ACCOUNT.
010480     MOVE WRK-DEPT-GROSS(WRK-DEPT-SUB) TO WRK-GL-AMOUNT.
010490     PERFORM 5520-WRITE-CREDIT-LINE THRU 5520-EXIT.
010500     IF WRK-DEPT-FGTS(WRK-DEPT-SUB) NOT = ZERO
010510         MOVE WRK-GL-ACCT-FGTS-EXP TO WRK-GL-ACCOUNT
010520         MOVE WRK-DEPT-FGTS(WRK-DEPT-SUB) TO WRK-GL-AMOUNT
010530         PERFORM 5520-WRITE-CREDIT-LINE THRU 5520-EXIT
010540     END-IF.
010550     IF WRK-DEPT-INSSER(WRK-DEPT-SUB) NOT = ZERO
010560         MOVE WRK-GL-ACCT-INSSER-EXP TO WRK-GL-ACCOUNT
010570         MOVE WRK-DEPT-INSSER(WRK-DEPT-SUB) TO WRK-GL-AMOUNT
010580         PERFORM 5520-WRITE-CREDIT-LINE THRU 5520-EXIT
010590     END-IF.
010600     IF WRK-DEPT-THIRD(WRK-DEPT-SUB) NOT = ZERO
010610         MOVE WRK-GL-ACCT-THIRD-EXP TO WRK-GL-ACCOUNT
010620         MOVE WRK-DEPT-THIRD(WRK-DEPT-SUB) TO WRK-GL-AMOUNT
010630         PERFORM 5520-WRITE-CREDIT-LINE THRU 5520-EXIT
010640     END-IF.
010650 5510-EXIT.
010660     EXIT.
010670 5520-WRITE-CREDIT-LINE.
010680     MOVE 'C' TO WRK-GL-DC.
010690     COMPUTE WRK-GL-CENTS = WRK-GL-AMOUNT * 100.
010700     MOVE WRK-GL-LINE TO GL-VOID-RECORD.
010710     WRITE GL-VOID-RECORD.
010720 5520-EXIT.
010730     EXIT.
010740 5530-WRITE-DEBIT-LINE.
010750     MOVE 'D' TO WRK-GL-DC.
010760     COMPUTE WRK-GL-CENTS = WRK-GL-AMOUNT * 100.
010770     MOVE WRK-GL-LINE TO GL-VOID-RECORD.
010780     WRITE GL-VOID-RECORD.
010790 5530-EXIT.
010800     EXIT.
010810*****************************************************
010820*5540-WRITE-DEDN-DEBIT - ONE DEBIT PER RECURRING
010830*DEDUCTION CODE THE RUN TOOK, TO THE LIABILITY ACCOUNT
010840*THE DEDWS TABLE NAMES FOR IT
010850*****************************************************
010860 5540-WRITE-DEDN-DEBIT.
010870     IF WRK-GL-DEDN-TOTAL(WRK-DED-CODE-SUB) = ZERO
010880         GO TO 5540-EXIT
010890     END-IF.
010900     MOVE WRK-DED-CODE-GL-ACCT(WRK-DED-CODE-SUB)
010910         TO WRK-GL-ACCOUNT.
010920     MOVE WRK-GL-DEDN-TOTAL(WRK-DED-CODE-SUB) TO WRK-GL-AMOUNT.
010930     PERFORM 5530-WRITE-DEBIT-LINE THRU 5530-EXIT.
010940 5540-EXIT.
010950     EXIT.
010960*****************************************************
010967*5700-REOPEN-TERMINATIONS - COMMA STAMPED EACH
010974*TERMMAST ROW THE RS RUN PAID WITH ITS PERIOD; THE
010981*STAMP IS CLEARED SO THE CORRECTED RESCISAO PAYS THE
010988*ROW AGAIN AND TERMMNT CAN CORRECT IT FIRST. IF THE
010995*RUN WAS FINALIZED, PAYAPRV ALSO CLOSED THE ROWS AND
011002*MADE THE EMPLOYEES INACTIVE - THE VOID PUTS BOTH
011009*BACK, AUDITING EACH MASTER CHANGE UNDER THE AUTHORIZER
011020*****************************************************
011030 5700-REOPEN-TERMINATIONS.
011040     OPEN I-O TERMINATION-FILE.
011050     IF NOT WRK-TERM-OK
011060         GO TO 5700-EXIT
011070     END-IF.
011080     OPEN I-O EMPLOYEE-MASTER.
011090     MOVE 'N' TO WRK-TERM-SCAN-EOF-SW.
011100     MOVE ZERO TO TERM-EMP-NUMBER.
011110     START TERMINATION-FILE KEY NOT < TERM-EMP-NUMBER
011120         INVALID KEY
011130             SET WRK-TERM-SCAN-EOF TO TRUE
011140     END-START.
011150     PERFORM 5710-REOPEN-ONE-TERMINATION THRU 5710-EXIT
011160         UNTIL WRK-TERM-SCAN-EOF.
011170     CLOSE EMPLOYEE-MASTER.
011180     CLOSE TERMINATION-FILE.
011182     MOVE WRK-TERM-CLEARED-COUNT TO WRK-COUNT-ED.
011184     DISPLAY "RESCISOES LIBERADAS PARA NOVO PAGAMENTO - "
011186         WRK-COUNT-ED.
011190     MOVE WRK-TERM-REOPENED-COUNT TO WRK-COUNT-ED.
011200     DISPLAY "RESCISOES REABERTAS - " WRK-COUNT-ED
011210         " EMPREGADOS REATIVADOS".
011220 5700-EXIT.
011230     EXIT.
011240 5710-REOPEN-ONE-TERMINATION.
011250     READ TERMINATION-FILE NEXT RECORD
011260         AT END
011270             SET WRK-TERM-SCAN-EOF TO TRUE
011280             GO TO 5710-EXIT
011290     END-READ.
011305     IF TERM-PAID-PERIOD NOT = WRK-PAY-PERIOD
011320         GO TO 5710-EXIT
011330     END-IF.
011331     IF TERM-CLOSED
011332         AND WRK-RUN-WAS-FINALIZED
011333         PERFORM 5720-REACTIVATE-EMPLOYEE THRU 5720-EXIT
011334     END-IF.
011335     MOVE ZERO TO TERM-PAID-PERIOD.
011336     REWRITE TERM-RECORD
011337     END-REWRITE.
011338     ADD 1 TO WRK-TERM-CLEARED-COUNT.
011339 5710-EXIT.
011340     EXIT.
011341 5720-REACTIVATE-EMPLOYEE.
011342     MOVE TERM-EMP-NUMBER TO EMP-NUMBER.
011350     READ EMPLOYEE-MASTER
011360         INVALID KEY
011370             CONTINUE
011380     END-READ.
011390     IF WRK-EMPMAST-OK
011400         MOVE EMP-MASTER-RECORD TO WRK-EAUD-OLD-IMAGE
011410         MOVE 'A' TO EMP-ACTIVE-FLAG
011420         REWRITE EMP-MASTER-RECORD
011430         END-REWRITE
011440         MOVE EMP-MASTER-RECORD TO WRK-EAUD-NEW-IMAGE
011450         PERFORM 5750-WRITE-EMP-AUDIT THRU 5750-EXIT
011460     ELSE
011470         MOVE TERM-EMP-NUMBER TO WRK-EXCPT-HOLD-INPUT
011480         MOVE "TERMINATED EMPLOYEE NOT ON EMPMAST"
011490             TO WRK-EXCPT-HOLD-REASON
011500         PERFORM 7100-WRITE-EXCEPTION THRU 7100-EXIT
011510     END-IF.
011520     MOVE 'O' TO TERM-STATUS.
011530     MOVE ZERO TO TERM-CLOSED-DATE.
011560     ADD 1 TO WRK-TERM-REOPENED-COUNT.
011570 5720-EXIT.
011580     EXIT.
011590 5750-WRITE-EMP-AUDIT.
011600     OPEN EXTEND EMP-AUDIT-FILE.
011610     IF WRK-EAUD-NOT-FOUND
011620         OPEN OUTPUT EMP-AUDIT-FILE
011630     END-IF.
011640     MOVE SPACES TO EAUD-RECORD.
011650     MOVE "PAYVOID" TO EAUD-PROGRAM.
011660     ACCEPT EAUD-DATE FROM DATE YYYYMMDD.
011670     ACCEPT EAUD-TIME FROM TIME.
011680     MOVE WRK-AUTHORIZER TO EAUD-OPERATOR.
011690     MOVE TERM-EMP-NUMBER TO EAUD-EMP-NUMBER.
011700     MOVE "UPDATE" TO EAUD-ACTION.
011710     MOVE WRK-EAUD-OLD-IMAGE TO EAUD-OLD-IMAGE.
011720     MOVE WRK-EAUD-NEW-IMAGE TO EAUD-NEW-IMAGE.
011730     WRITE EAUD-RECORD.
011740     CLOSE EMP-AUDIT-FILE.
011750 5750-EXIT.
011760     EXIT.
011770*****************************************************
011780*6000-REOPEN-PERIOD - THE PERIOD IS LEFT VOIDED; THE
011790*APPROVAL STAMPS STAY AS A RECORD OF THE RUN THAT WAS
011800*VOIDED. COMMA RUNS A VOIDED PERIOD WITHOUT ITS RERUN
011810*PROMPT AND WRITES IT PENDING AGAIN
011820*****************************************************
011830 6000-REOPEN-PERIOD.
011840     OPEN I-O PERIOD-CONTROL-FILE.
011850     MOVE WRK-PAY-PERIOD TO PERC-PERIOD.
011860     MOVE WRK-RUN-TYPE TO PERC-RUN-TYPE.
011870     READ PERIOD-CONTROL-FILE
011880         INVALID KEY
011890             CONTINUE
011900     END-READ.
011910     MOVE 'VOIDED' TO PERC-STATUS.
011920     REWRITE PERC-RECORD
011930     END-REWRITE.
011940     CLOSE PERIOD-CONTROL-FILE.
011950 6000-EXIT.
011960     EXIT.
011970*****************************************************
011980*6500-LOG-VOID - ONE APPEND-ONLY VOIDLOG ROW PER VOID,
011990*WITH WHO AUTHORIZED IT AND WHY; MORNRPT REPORTS IT
012000*****************************************************
012010 6500-LOG-VOID.
012020     OPEN EXTEND VOID-LOG-FILE.
012030     IF WRK-VOID-NOT-FOUND
012040         OPEN OUTPUT VOID-LOG-FILE
012050     END-IF.
012060     MOVE SPACES TO VOID-RECORD.
012070     MOVE WRK-PAY-PERIOD TO VOID-PERIOD.
012080     MOVE WRK-RUN-TYPE TO VOID-RUN-TYPE.
012090     MOVE WRK-PERC-RUN-DATE TO VOID-RUN-DATE.
012100     MOVE WRK-VOID-DATE TO VOID-DATE.
012110     MOVE WRK-VOID-TIME TO VOID-TIME.
012120     MOVE WRK-AUTHORIZER TO VOID-AUTHORIZED-BY.
012130     MOVE WRK-VOIDED-COUNT TO VOID-EMP-COUNT.
012140     MOVE WRK-SETTLED-COUNT TO VOID-SETTLED-COUNT.
012150     MOVE WRK-TOTAL-GROSS TO VOID-GROSS.
012160     MOVE WRK-TOTAL-NET TO VOID-NET.
012170     MOVE WRK-VOID-REASON TO VOID-REASON.
012180     WRITE VOID-RECORD.
012190     CLOSE VOID-LOG-FILE.
012200 6500-EXIT.
012210     EXIT.
012220*****************************************************
012230*6900-PRINT-OUTCOME - CLOSES VOIDRPT WITH WHAT WAS
012240*DONE AND TELLS THE SUPERVISOR WHAT COMES NEXT
012250*****************************************************
012260 6900-PRINT-OUTCOME.
012270     MOVE SPACES TO VOID-RPT-RECORD.
012280     WRITE VOID-RPT-RECORD.
012290     MOVE WRK-VOIDED-COUNT TO WRK-COUNT-ED.
012300     MOVE SPACES TO VOID-RPT-RECORD.
012310     STRING "VOIDED ON " DELIMITED BY SIZE
012320            WRK-VOID-DATE DELIMITED BY SIZE
012330            " " DELIMITED BY SIZE
012340            WRK-VOID-TIME DELIMITED BY SIZE
012350            " - " DELIMITED BY SIZE
012360            WRK-COUNT-ED DELIMITED BY SIZE
012370            " PAYMENTS; REVERSAL WRITTEN TO GLVOID FOR "
012380                DELIMITED BY SIZE
012390            WRK-GL-PERIOD DELIMITED BY SIZE
012400         INTO VOID-RPT-RECORD.
012410     WRITE VOID-RPT-RECORD.
012420     IF WRK-YTD-FLAG-COUNT > ZERO
012430         MOVE WRK-YTD-FLAG-COUNT TO WRK-COUNT-ED
012440         MOVE SPACES TO VOID-RPT-RECORD
012450         STRING WRK-COUNT-ED DELIMITED BY SIZE
012460                " YTD RECORDS COULD NOT BE FULLY TAKEN DOWN"
012470                    DELIMITED BY SIZE
012480                " - SEE THE EXCEPTION REPORT"
012490                    DELIMITED BY SIZE
012491             INTO VOID-RPT-RECORD
012492         WRITE VOID-RPT-RECORD
012493     END-IF.
012494     IF WRK-LOAN-BACK-COUNT > ZERO
012495         OR WRK-VAC-BACK-COUNT > ZERO
012496         MOVE WRK-LOAN-BACK-COUNT TO WRK-COUNT-ED
012497         MOVE WRK-VAC-BACK-COUNT TO WRK-COUNT2-ED
012498         MOVE SPACES TO VOID-RPT-RECORD
012499         STRING WRK-COUNT-ED DELIMITED BY SIZE
012500                " LOAN INSTALLMENTS AND" DELIMITED BY SIZE
012501                WRK-COUNT2-ED DELIMITED BY SIZE
012502                " VACATION LEDGER PERIODS GIVEN BACK"
012503                    DELIMITED BY SIZE
012504             INTO VOID-RPT-RECORD
012505         WRITE VOID-RPT-RECORD
012506     END-IF.
012507     IF WRK-TERM-CLEARED-COUNT > ZERO
012508         MOVE WRK-TERM-CLEARED-COUNT TO WRK-COUNT-ED
012509         MOVE WRK-TERM-REOPENED-COUNT TO WRK-COUNT2-ED
012510         MOVE SPACES TO VOID-RPT-RECORD
012511         STRING WRK-COUNT-ED DELIMITED BY SIZE
012512                " TERMMAST ROWS CLEARED FOR REPAYMENT,"
012513                    DELIMITED BY SIZE
012514                WRK-COUNT2-ED DELIMITED BY SIZE
012515                " REOPENED" DELIMITED BY SIZE
012516             INTO VOID-RPT-RECORD
012517         WRITE VOID-RPT-RECORD
012520     END-IF.
012530     MOVE SPACES TO VOID-RPT-RECORD.
012540     STRING "PERIOD LEFT VOIDED ON PERCTL - AWAITING THE"
012550                DELIMITED BY SIZE
012560            " CORRECTED RUN" DELIMITED BY SIZE
012570         INTO VOID-RPT-RECORD.
012580     WRITE VOID-RPT-RECORD.
012590     CLOSE VOID-RPT-FILE.
012600     DISPLAY "PERIODO " WRK-PAY-PERIOD " TIPO " WRK-RUN-TYPE
012610         " ESTORNADO - AUTORIZADO POR " WRK-AUTHORIZER.
012620     DISPLAY "LANCAMENTOS DE ESTORNO EM GLVOID - EXECUTAR"
012630         " GLUPDT (V)".
012640     DISPLAY "PERIODO REABERTO - EXECUTAR COMMA PARA A"
012650         " FOLHA CORRIGIDA".
012660 6900-EXIT.
012670     EXIT.
012680*****************************************************
012690*7000-REFUSE-VOID - NOTHING IS CHANGED; THE REFUSAL
012700*IS SHOWN AND LOGGED
012710*****************************************************
012720 7000-REFUSE-VOID.
012730     DISPLAY "ESTORNO RECUSADO - " WRK-REFUSE-REASON.
012740     MOVE WRK-PAY-PERIOD TO WRK-EXCPT-HOLD-INPUT.
012750     MOVE WRK-REFUSE-REASON TO WRK-EXCPT-HOLD-REASON.
012760     PERFORM 7100-WRITE-EXCEPTION THRU 7100-EXIT.
012770 7000-EXIT.
012780     EXIT.
012790*****************************************************
012800*7100-WRITE-EXCEPTION - THE CALLER FILLS THE HOLD
012810*FIELDS BEFORE THE LOG IS OPENED
012820*****************************************************
012830 7100-WRITE-EXCEPTION.
012840     OPEN EXTEND EXCEPTION-REPORT.
012850     IF WRK-EXCPT-NOT-FOUND
012860         OPEN OUTPUT EXCEPTION-REPORT
012870     END-IF.
012880     MOVE SPACES TO EXCPT-RECORD.
012890     MOVE "PAYVOID" TO EXCPT-PROGRAM.
012900     ACCEPT EXCPT-DATE FROM DATE YYYYMMDD.
012910     ACCEPT EXCPT-TIME FROM TIME.
012920     MOVE WRK-EXCPT-HOLD-INPUT TO EXCPT-INPUT.
012930     MOVE WRK-EXCPT-HOLD-REASON TO EXCPT-REASON.
012940     WRITE EXCPT-RECORD.
012950     CLOSE EXCEPTION-REPORT.
012960 7100-EXIT.
012970     EXIT.
012980*****************************************************
012990*0500-CHECK-BATCH-LOCK - A LOCK ON DISK MEANS THE
013000*NIGHT RUN OWNS THE WINDOW, SO NOTHING IS VOIDED
013010*UNTIL IT FINISHES
013020*****************************************************
013030 0500-CHECK-BATCH-LOCK.
013040     MOVE 'N' TO WRK-LOCK-HELD-SW.
013050     OPEN INPUT BATCH-LOCK-FILE.
013060     IF NOT WRK-LOCK-FOUND
013070         GO TO 0500-EXIT
013080     END-IF.
013090     READ BATCH-LOCK-FILE
013100         AT END
013110             CONTINUE
013120     END-READ.
013130     CLOSE BATCH-LOCK-FILE.
013140     SET WRK-LOCK-HELD TO TRUE.
013150     DISPLAY "JANELA DE BATCH ATIVA - LOCK DE "
013160         LOCK-JOB-NAME " DESDE " LOCK-DATE " " LOCK-TIME.
013170 0500-EXIT.
013180     EXIT.
013190 0590-REFUSE-LOCKED.
013200     DISPLAY "ESTORNO RECUSADO - JANELA DE BATCH"
013210         " ATIVA (LOCK DE " LOCK-JOB-NAME ")".
013220 0590-EXIT.
013230     EXIT.
013240*****************************************************
013250*8900-UPDATE-CONTROL-FILE - RECORDS WHEN PAYVOID LAST
013260*RAN AND HOW MANY PAYMENTS IT VOIDED
013270*****************************************************
013280 8900-UPDATE-CONTROL-FILE.
013290     OPEN I-O CONTROL-FILE.
013300     IF WRK-CTL-NOT-FOUND
013310         OPEN OUTPUT CONTROL-FILE
013320         CLOSE CONTROL-FILE
013330         OPEN I-O CONTROL-FILE
013340     END-IF.
013350     MOVE "PAYVOID" TO CTL-PROGRAM.
013360     ACCEPT CTL-LAST-RUN-DATE FROM DATE YYYYMMDD.
013370     ACCEPT CTL-LAST-RUN-TIME FROM TIME.
013380     MOVE WRK-VOIDED-COUNT TO CTL-RECORD-COUNT.
013390     WRITE CTL-RECORD
013400         INVALID KEY
013410             REWRITE CTL-RECORD
013420     END-WRITE.
013430     CLOSE CONTROL-FILE.
013440     PERFORM 8950-APPEND-HISTORY THRU 8950-EXIT.
013450 8900-EXIT.
013460     EXIT.
013470*****************************************************
013480*8950-APPEND-HISTORY - ADDS ONE ROW TO THE APPEND-ONLY
013490*JOB CONTROL HISTORY LOG SO CTLRPT CAN SHOW THE LAST N
013500*RUNS OF EACH PROGRAM, NOT JUST THE LATEST ONE
013510*****************************************************
013520 8950-APPEND-HISTORY.
013530     OPEN EXTEND HISTORY-FILE.
013540     IF WRK-CTLH-NOT-FOUND
013550         OPEN OUTPUT HISTORY-FILE
013560     END-IF.
013570     MOVE SPACES TO CTL-HIST-RECORD.
013580     MOVE CTL-PROGRAM TO CTL-HIST-PROGRAM.
013590     MOVE CTL-LAST-RUN-DATE TO CTL-HIST-RUN-DATE.
013600     MOVE CTL-LAST-RUN-TIME TO CTL-HIST-RUN-TIME.
013610     MOVE CTL-RECORD-COUNT TO CTL-HIST-RECORD-COUNT.
013620     WRITE CTL-HIST-RECORD.
013630     CLOSE HISTORY-FILE.
013640 8950-EXIT.
013650     EXIT.
013660*****************************************************
013670*9999-TERMINATE
013680*****************************************************
013690 9999-TERMINATE.
013700     CONTINUE.
013710 9999-EXIT.
013720     EXIT.
