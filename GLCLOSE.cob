000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. GLCLOSE.
000030 AUTHOR. RAS.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 2026-10-07.
000060 DATE-COMPILED.
000070*****************************************************
000080*OBJECTIVE = GENERAL-LEDGER PERIOD CLOSE. THE OPERATOR
000090*GIVES THEIR INITIALS AND THE MONTH (ZERO MEANS LAST
000100*MONTH); THE MONTH'S GLBAL DEBITS AND CREDITS ARE ADDED
000110*UP AND SHOWN, AND ON CONFIRMATION THE MONTH IS MARKED
000120*CLOSED ON GLPERIOD WITH WHO CLOSED IT, WHEN, AND THE
000130*TOTALS IT CLOSED AT. FROM THEN ON GLUPDT REFUSES ANY
000140*FILE FOR THAT MONTH. A MONTH WHOSE DEBITS DO NOT EQUAL
000150*ITS CREDITS IS NOT CLOSED. NOTHING IS WRITTEN WHILE
000160*THE NIGHT RUN HOLDS THE BATCHLOCK WINDOW LOCK.
000170*****************************************************
000180*MODIFICATION HISTORY
000190*DATE       INIT DESCRIPTION
000200*2026-10-07 RAS  ORIGINAL PROGRAM
000210*****************************************************
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SPECIAL-NAMES.
000250     DECIMAL-POINT IS COMMA.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     COPY GLBSEL.
000290     COPY GLPSEL.
000300     COPY EXCPTSEL.
000310     COPY CTLSEL.
000320     COPY CTLHSEL.
000330     COPY LOCKSEL.
000340 DATA DIVISION.
000350 FILE SECTION.
000360     COPY GLBFD.
000370     COPY GLPFD.
000380     COPY EXCPTFD.
000390     COPY CTLFD.
000400     COPY CTLHFD.
000410     COPY LOCKFD.
000420 WORKING-STORAGE SECTION.
000430*---------------------------------------------------*
000440*REQUEST AREAS
000450*---------------------------------------------------*
000460 77 WRK-CLOSE-OPERATOR PICTURE X(03) VALUE SPACES.
000470 01 WRK-REQ-PERIOD-AREA.
000480     05 WRK-REQ-PERIOD PICTURE 9(06) VALUE ZERO.
000490 01 WRK-REQ-PERIOD-GRP REDEFINES WRK-REQ-PERIOD-AREA.
000500     05 WRK-REQ-YEAR PICTURE 9(04).
000510     05 WRK-REQ-MONTH PICTURE 9(02).
000520 77 WRK-CONFIRM-SW PICTURE X(01) VALUE 'N'.
000530     88 WRK-CONFIRMED VALUE 'S' 's' 'Y' 'y'.
000540*---------------------------------------------------*
000550*SCAN SWITCHES AND PERIOD TOTALS
000560*---------------------------------------------------*
000570 77 WRK-GLB-EOF-SW PICTURE X(01) VALUE 'N'.
000580     88 WRK-GLB-SCAN-EOF VALUE 'Y'.
000590 77 WRK-PER-DEBITS PICTURE S9(13)V99 VALUE ZERO.
000600 77 WRK-PER-CREDITS PICTURE S9(13)V99 VALUE ZERO.
000610 77 WRK-PER-ACCOUNTS PICTURE 9(07) COMP VALUE ZERO.
000620 77 WRK-AMOUNT-ED PICTURE ZZZ.ZZZ.ZZZ.ZZ9,99.
000630 77 WRK-COUNT-ED PICTURE Z(06)9.
000640*---------------------------------------------------*
000650*GENERAL-LEDGER FILE CONTROL AREAS
000660*---------------------------------------------------*
000670     COPY GLWS.
000680*---------------------------------------------------*
000690*EXCEPTION-REPORT CONTROL AREAS - THE HOLD FIELDS LET
000700*A CALLER FILL THE MESSAGE BEFORE THE LOG IS OPENED
000710*---------------------------------------------------*
000720     COPY EXCPTWS.
000730 77 WRK-EXCPT-HOLD-INPUT PICTURE X(20) VALUE SPACES.
000740 77 WRK-EXCPT-HOLD-REASON PICTURE X(40) VALUE SPACES.
000750*---------------------------------------------------*
000760*JOB CONTROL FILE AREAS
000770*---------------------------------------------------*
000780     COPY CTLWS.
000790     COPY CTLHWS.
000800*---------------------------------------------------*
000810*BATCH WINDOW LOCK AREAS - THE CLOSE WRITES GLPERIOD,
000820*WHICH GLUPDT READS DURING THE NIGHT RUN
000830*---------------------------------------------------*
000840     COPY LOCKWS.
000850*---------------------------------------------------*
000860*RUN-DATE CONTROL AREAS
000870*---------------------------------------------------*
000880     COPY RUNDATE.
000890 PROCEDURE DIVISION.
000900*****************************************************
000910*0000-MAINLINE
000920*****************************************************
000930 0000-MAINLINE.
000940     PERFORM 0500-CHECK-BATCH-LOCK THRU 0500-EXIT.
000950     IF WRK-LOCK-HELD
000960         PERFORM 0590-REFUSE-LOCKED THRU 0590-EXIT
000970         MOVE 8 TO RETURN-CODE
000980         STOP RUN
000990     END-IF.
001000     ACCEPT WRK-RUN-DATE FROM DATE YYYYMMDD.
001010     PERFORM 1000-ACCEPT-REQUEST THRU 1000-EXIT.
001020     PERFORM 2000-CHECK-PERIOD THRU 2000-EXIT.
001030     PERFORM 3000-SUM-PERIOD THRU 3000-EXIT.
001040     PERFORM 4000-CONFIRM-CLOSE THRU 4000-EXIT.
001050     IF NOT WRK-CONFIRMED
001060         DISPLAY "FECHAMENTO CANCELADO - NADA FOI GRAVADO"
001070         CLOSE GL-PERIOD-FILE
001080         STOP RUN
001090     END-IF.
001100     PERFORM 5000-CLOSE-PERIOD THRU 5000-EXIT.
001110     PERFORM 8900-UPDATE-CONTROL-FILE THRU 8900-EXIT.
001120     STOP RUN.
001130*****************************************************
001140*1000-ACCEPT-REQUEST - INITIALS ARE REQUIRED; THE
001150*MONTH DEFAULTS TO THE ONE BEFORE THE RUN DATE
001160*****************************************************
001170 1000-ACCEPT-REQUEST.
001180     PERFORM 1100-ACCEPT-OPERATOR THRU 1100-EXIT
001190         UNTIL WRK-CLOSE-OPERATOR NOT = SPACES.
001200     DISPLAY "PERIODO A FECHAR (AAAAMM, 0 = MES ANTERIOR)".
001210     ACCEPT WRK-REQ-PERIOD.
001220     IF WRK-REQ-PERIOD = ZERO
001230         COMPUTE WRK-REQ-PERIOD = WRK-RUN-DATE / 100
001240         IF WRK-REQ-MONTH = 1
001250             SUBTRACT 1 FROM WRK-REQ-YEAR
001260             MOVE 12 TO WRK-REQ-MONTH
001270         ELSE
001280             SUBTRACT 1 FROM WRK-REQ-MONTH
001290         END-IF
001300     END-IF.
001310     IF WRK-REQ-MONTH < 1 OR WRK-REQ-MONTH > 12
001320         DISPLAY "GLCLOSE - PERIODO INVALIDO"
001330         MOVE 8 TO RETURN-CODE
001340         STOP RUN
001350     END-IF.
001360 1000-EXIT.
001370     EXIT.
001380 1100-ACCEPT-OPERATOR.
001390     DISPLAY "INICIAIS DO OPERADOR (3 CARACTERES)".
001400     ACCEPT WRK-CLOSE-OPERATOR.
001410     IF WRK-CLOSE-OPERATOR = SPACES
001420         DISPLAY "INICIAIS OBRIGATORIAS"
001430     END-IF.
001440 1100-EXIT.
001450     EXIT.
001460*****************************************************
001470*2000-CHECK-PERIOD - A MONTH ALREADY CLOSED STAYS AS IT
001480*WAS CLOSED AND THE RUN ENDS WITH RETURN CODE 4. A
001490*MONTH WITH NO GLPERIOD ROW IS OPEN
001500*****************************************************
001510 2000-CHECK-PERIOD.
001520     OPEN I-O GL-PERIOD-FILE.
001530     IF WRK-GLP-NOT-FOUND
001540         OPEN OUTPUT GL-PERIOD-FILE
001550         CLOSE GL-PERIOD-FILE
001560         OPEN I-O GL-PERIOD-FILE
001570     END-IF.
001580     MOVE WRK-REQ-PERIOD TO GLP-PERIOD.
001590     READ GL-PERIOD-FILE
001600         INVALID KEY
001610             GO TO 2000-EXIT
001620     END-READ.
001630     IF GLP-STATUS-CLOSED
001640         DISPLAY "PERIODO " WRK-REQ-PERIOD
001650             " JA FECHADO EM " GLP-CLOSED-DATE
001660             " POR " GLP-CLOSED-BY
001670         CLOSE GL-PERIOD-FILE
001680         MOVE 4 TO RETURN-CODE
001690         STOP RUN
001700     END-IF.
001710 2000-EXIT.
001720     EXIT.
001730*****************************************************
001740*3000-SUM-PERIOD - GLBAL IS KEYED BY ACCOUNT THEN
001750*MONTH, SO EVERY ROW IS READ AND THE MONTH'S ARE ADDED.
001760*A MONTH THAT DOES NOT BALANCE IS REFUSED
001770*****************************************************
001780 3000-SUM-PERIOD.
001790     OPEN INPUT GL-BALANCE-FILE.
001800     IF NOT WRK-GLB-OK
001810         GO TO 3090-SHOW-TOTALS
001820     END-IF.
001830     PERFORM 3100-READ-BALANCE THRU 3100-EXIT.
001840     PERFORM 3200-TAKE-BALANCE THRU 3200-EXIT
001850         UNTIL WRK-GLB-SCAN-EOF.
001860     CLOSE GL-BALANCE-FILE.
001870 3090-SHOW-TOTALS.
001880     DISPLAY "PERIODO " WRK-REQ-PERIOD.
001890     MOVE WRK-PER-ACCOUNTS TO WRK-COUNT-ED.
001900     DISPLAY "CONTAS MOVIMENTADAS: " WRK-COUNT-ED.
001910     MOVE WRK-PER-DEBITS TO WRK-AMOUNT-ED.
001920     DISPLAY "TOTAL DE DEBITOS:  " WRK-AMOUNT-ED.
001930     MOVE WRK-PER-CREDITS TO WRK-AMOUNT-ED.
001940     DISPLAY "TOTAL DE CREDITOS: " WRK-AMOUNT-ED.
001950     IF WRK-PER-DEBITS NOT = WRK-PER-CREDITS
001960         MOVE WRK-REQ-PERIOD TO WRK-EXCPT-HOLD-INPUT
001970         MOVE "PERIOD OUT OF BALANCE - NOT CLOSED"
001980             TO WRK-EXCPT-HOLD-REASON
001990         PERFORM 7100-WRITE-EXCEPTION THRU 7100-EXIT
002000         DISPLAY "PERIODO FORA DE BALANCO - NAO FECHADO"
002010         CLOSE GL-PERIOD-FILE
002020         MOVE 8 TO RETURN-CODE
002030         STOP RUN
002040     END-IF.
002050 3000-EXIT.
002060     EXIT.
002070 3100-READ-BALANCE.
002080     READ GL-BALANCE-FILE NEXT RECORD
002090         AT END
002100             SET WRK-GLB-SCAN-EOF TO TRUE
002110     END-READ.
002120     IF NOT WRK-GLB-OK
002130         SET WRK-GLB-SCAN-EOF TO TRUE
002140     END-IF.
002150 3100-EXIT.
002160     EXIT.
002170 3200-TAKE-BALANCE.
002180     IF GLB-PERIOD = WRK-REQ-PERIOD
002190         ADD 1 TO WRK-PER-ACCOUNTS
002200         ADD GLB-DEBITS TO WRK-PER-DEBITS
002210         ADD GLB-CREDITS TO WRK-PER-CREDITS
002220     END-IF.
002230     PERFORM 3100-READ-BALANCE THRU 3100-EXIT.
002240 3200-EXIT.
002250     EXIT.
002260*****************************************************
002270*4000-CONFIRM-CLOSE
002280*****************************************************
002290 4000-CONFIRM-CLOSE.
002300     IF WRK-PER-ACCOUNTS = ZERO
002310         DISPLAY "ATENCAO - NENHUM LANCAMENTO NO PERIODO"
002320     END-IF.
002330     DISPLAY "CONFIRMA O FECHAMENTO DO PERIODO? (S/N)".
002340     ACCEPT WRK-CONFIRM-SW.
002350 4000-EXIT.
002360     EXIT.
002370*****************************************************
002380*5000-CLOSE-PERIOD - WRITES THE MONTH'S ROW, OR
002390*REWRITES IT IF ONE WAS LEFT OPEN
002400*****************************************************
002410 5000-CLOSE-PERIOD.
002420     MOVE WRK-REQ-PERIOD TO GLP-PERIOD.
002430     SET GLP-STATUS-CLOSED TO TRUE.
002440     MOVE WRK-CLOSE-OPERATOR TO GLP-CLOSED-BY.
002450     ACCEPT GLP-CLOSED-DATE FROM DATE YYYYMMDD.
002460     ACCEPT GLP-CLOSED-TIME FROM TIME.
002470     MOVE WRK-PER-DEBITS TO GLP-DEBIT-TOTAL.
002480     MOVE WRK-PER-CREDITS TO GLP-CREDIT-TOTAL.
002490     WRITE GLP-RECORD
002500         INVALID KEY
002510             REWRITE GLP-RECORD
002520     END-WRITE.
002530     CLOSE GL-PERIOD-FILE.
002540     DISPLAY "PERIODO " WRK-REQ-PERIOD " FECHADO".
002550 5000-EXIT.
002560     EXIT.
002570*****************************************************
002580*7100-WRITE-EXCEPTION - THE CALLER FILLS THE HOLD
002590*FIELDS BEFORE THE LOG IS OPENED
002600*****************************************************
002610 7100-WRITE-EXCEPTION.
002620     OPEN EXTEND EXCEPTION-REPORT.
002630     IF WRK-EXCPT-NOT-FOUND
002640         OPEN OUTPUT EXCEPTION-REPORT
002650     END-IF.
002660     MOVE SPACES TO EXCPT-RECORD.
002670     MOVE "GLCLOSE" TO EXCPT-PROGRAM.
002680     ACCEPT EXCPT-DATE FROM DATE YYYYMMDD.
002690     ACCEPT EXCPT-TIME FROM TIME.
002700     MOVE WRK-EXCPT-HOLD-INPUT TO EXCPT-INPUT.
002710     MOVE WRK-EXCPT-HOLD-REASON TO EXCPT-REASON.
002720     WRITE EXCPT-RECORD.
002730     CLOSE EXCEPTION-REPORT.
002740 7100-EXIT.
002750     EXIT.
002760*****************************************************
002770*0500-CHECK-BATCH-LOCK - A LOCK ON DISK MEANS THE
002780*NIGHT RUN OWNS THE WINDOW, SO NO MONTH IS CLOSED
002790*UNTIL IT FINISHES
002800*****************************************************
002810 0500-CHECK-BATCH-LOCK.
002820     MOVE 'N' TO WRK-LOCK-HELD-SW.
002830     OPEN INPUT BATCH-LOCK-FILE.
002840     IF NOT WRK-LOCK-FOUND
002850         GO TO 0500-EXIT
002860     END-IF.
002870     READ BATCH-LOCK-FILE
002880         AT END
002890             CONTINUE
002900     END-READ.
002910     CLOSE BATCH-LOCK-FILE.
002920     SET WRK-LOCK-HELD TO TRUE.
002930     DISPLAY "JANELA DE BATCH ATIVA - LOCK DE "
002940         LOCK-JOB-NAME " DESDE " LOCK-DATE " " LOCK-TIME.
002950 0500-EXIT.
002960     EXIT.
002970 0590-REFUSE-LOCKED.
002980     DISPLAY "FECHAMENTO RECUSADO - JANELA DE BATCH"
002990         " ATIVA (LOCK DE " LOCK-JOB-NAME ")".
003000 0590-EXIT.
003010     EXIT.
003020*****************************************************
003030*8900-UPDATE-CONTROL-FILE - RECORDS WHEN GLCLOSE LAST
003040*RAN AND HOW MANY ACCOUNTS THE CLOSED MONTH HELD
003050*****************************************************
003060 8900-UPDATE-CONTROL-FILE.
003070     OPEN I-O CONTROL-FILE.
003080     IF WRK-CTL-NOT-FOUND
003090         OPEN OUTPUT CONTROL-FILE
003100         CLOSE CONTROL-FILE
003110         OPEN I-O CONTROL-FILE
003120     END-IF.
003130     MOVE "GLCLOSE" TO CTL-PROGRAM.
003140     ACCEPT CTL-LAST-RUN-DATE FROM DATE YYYYMMDD.
003150     ACCEPT CTL-LAST-RUN-TIME FROM TIME.
003160     MOVE WRK-PER-ACCOUNTS TO CTL-RECORD-COUNT.
003170     WRITE CTL-RECORD
003180         INVALID KEY
003190             REWRITE CTL-RECORD
003200     END-WRITE.
003210     CLOSE CONTROL-FILE.
003220     PERFORM 8950-APPEND-HISTORY THRU 8950-EXIT.
003230 8900-EXIT.
003240     EXIT.
003250*****************************************************
003260*8950-APPEND-HISTORY - ADDS ONE ROW TO THE APPEND-ONLY
003270*JOB CONTROL HISTORY LOG SO CTLRPT CAN SHOW THE LAST N
003280*RUNS OF EACH PROGRAM, NOT JUST THE LATEST ONE
003290*****************************************************
003300 8950-APPEND-HISTORY.
003310     OPEN EXTEND HISTORY-FILE.
003320     IF WRK-CTLH-NOT-FOUND
003330         OPEN OUTPUT HISTORY-FILE
003340     END-IF.
003350     MOVE SPACES TO CTL-HIST-RECORD.
003360     MOVE CTL-PROGRAM TO CTL-HIST-PROGRAM.
003370     MOVE CTL-LAST-RUN-DATE TO CTL-HIST-RUN-DATE.
003380     MOVE CTL-LAST-RUN-TIME TO CTL-HIST-RUN-TIME.
003390     MOVE CTL-RECORD-COUNT TO CTL-HIST-RECORD-COUNT.
003400     WRITE CTL-HIST-RECORD.
003410     CLOSE HISTORY-FILE.
003420 8950-EXIT.
003430     EXIT.
