000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. GLACTV.
000030 AUTHOR. RAS.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 2026-10-07.
000060 DATE-COMPILED.
000070*****************************************************
000080*OBJECTIVE = GENERAL-LEDGER ACCOUNT ACTIVITY. FOR ONE
000090*ACCOUNT AND ONE MONTH, PRINTS THE OPENING BALANCE,
000100*EVERY JOURNAL LINE POSTED TO IT THAT MONTH WITH THE
000110*SOURCE, RUN DATE, RUN TIME AND RUN TYPE OF THE FILE IT
000120*CAME FROM, AND THE CLOSING BALANCE. THE OPENING
000130*BALANCE FOLLOWS THE TRIAL-BALANCE RULE: ASSET,
000140*LIABILITY AND EQUITY ACCOUNTS FROM THE BEGINNING,
000150*REVENUE AND EXPENSE ACCOUNTS FROM THE START OF THE
000160*YEAR. THE MONTH'S JOURNAL TOTALS ARE PROVED AGAINST
000170*THE ACCOUNT'S GLBAL ROW; A DIFFERENCE ENDS THE RUN
000180*WITH RETURN CODE 4.
000190*****************************************************
000200*MODIFICATION HISTORY
000210*DATE       INIT DESCRIPTION
000220*2026-10-07 RAS  ORIGINAL PROGRAM
000230*****************************************************
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SPECIAL-NAMES.
000270     DECIMAL-POINT IS COMMA.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     COPY GLASEL.
000310     COPY GLBSEL.
000320     COPY GLJSEL.
000330     SELECT ACTV-RPT-FILE ASSIGN TO "GLACTV"
000340         ORGANIZATION IS LINE SEQUENTIAL.
000350     COPY EXCPTSEL.
000360     COPY CTLSEL.
000370     COPY CTLHSEL.
000380 DATA DIVISION.
000390 FILE SECTION.
000400     COPY GLAFD.
000410     COPY GLBFD.
000420     COPY GLJFD.
000430 FD ACTV-RPT-FILE.
000440 01 ACTV-RPT-RECORD PICTURE X(132).
000450     COPY EXCPTFD.
000460     COPY CTLFD.
000470     COPY CTLHFD.
000480 WORKING-STORAGE SECTION.
000490*---------------------------------------------------*
000500*REQUEST AREAS
000510*---------------------------------------------------*
000520 77 WRK-REQ-ACCOUNT PICTURE 9(06) VALUE ZERO.
000530 01 WRK-REQ-PERIOD-AREA.
000540     05 WRK-REQ-PERIOD PICTURE 9(06) VALUE ZERO.
000550 01 WRK-REQ-PERIOD-GRP REDEFINES WRK-REQ-PERIOD-AREA.
000560     05 WRK-REQ-YEAR PICTURE 9(04).
000570     05 WRK-REQ-MONTH PICTURE 9(02).
000580 77 WRK-ROW-YEAR PICTURE 9(04) VALUE ZERO.
000590*---------------------------------------------------*
000600*FILE AND RUN SWITCHES
000610*---------------------------------------------------*
000620 77 WRK-GLB-EOF-SW PICTURE X(01) VALUE 'N'.
000630     88 WRK-GLB-SCAN-EOF VALUE 'Y'.
000640 77 WRK-GLJ-EOF-SW PICTURE X(01) VALUE 'N'.
000650     88 WRK-GLJ-SCAN-EOF VALUE 'Y'.
000660 77 WRK-DIFF-SW PICTURE X(01) VALUE 'N'.
000670     88 WRK-ACTV-DIFFERS VALUE 'Y'.
000680*---------------------------------------------------*
000690*BALANCES AND TOTALS
000700*---------------------------------------------------*
000710 77 WRK-OPENING PICTURE S9(13)V99 VALUE ZERO.
000720 77 WRK-CLOSING PICTURE S9(13)V99 VALUE ZERO.
000730 77 WRK-JRN-DEBITS PICTURE S9(13)V99 VALUE ZERO.
000740 77 WRK-JRN-CREDITS PICTURE S9(13)V99 VALUE ZERO.
000750 77 WRK-BAL-DEBITS PICTURE S9(13)V99 VALUE ZERO.
000760 77 WRK-BAL-CREDITS PICTURE S9(13)V99 VALUE ZERO.
000770 77 WRK-LINES-LISTED PICTURE 9(07) COMP VALUE ZERO.
000780*---------------------------------------------------*
000790*REPORT LINES
000800*---------------------------------------------------*
000810 01 WRK-JL-LINE.
000820     05 FILLER PICTURE X(02) VALUE SPACES.
000830     05 WRK-JL-SOURCE PICTURE X(10).
000840     05 FILLER PICTURE X(02) VALUE SPACES.
000850     05 WRK-JL-RUN-DATE PICTURE 9(08).
000860     05 FILLER PICTURE X(01) VALUE SPACE.
000870     05 WRK-JL-RUN-TIME PICTURE 9(08).
000880     05 FILLER PICTURE X(02) VALUE SPACES.
000890     05 WRK-JL-RUN-TYPE PICTURE X(02).
000900     05 FILLER PICTURE X(02) VALUE SPACES.
000910     05 WRK-JL-DEPT PICTURE X(04).
000920     05 FILLER PICTURE X(02) VALUE SPACES.
000930     05 WRK-JL-DEBIT PICTURE ZZZ.ZZZ.ZZZ.ZZ9,99.
000940     05 FILLER PICTURE X(02) VALUE SPACES.
000950     05 WRK-JL-CREDIT PICTURE ZZZ.ZZZ.ZZZ.ZZ9,99.
000960     05 FILLER PICTURE X(02) VALUE SPACES.
000970     05 WRK-JL-POSTED-DATE PICTURE 9(08).
000980     05 FILLER PICTURE X(41) VALUE SPACES.
000990 01 WRK-BL-LINE.
001000     05 WRK-BL-LABEL PICTURE X(30).
001010     05 WRK-BL-AMOUNT PICTURE ZZZ.ZZZ.ZZZ.ZZ9,99.
001020     05 FILLER PICTURE X(01) VALUE SPACE.
001030     05 WRK-BL-SIDE PICTURE X(02).
001040     05 FILLER PICTURE X(81) VALUE SPACES.
001050*---------------------------------------------------*
001060*GENERAL-LEDGER FILE CONTROL AREAS
001070*---------------------------------------------------*
001080     COPY GLWS.
001090*---------------------------------------------------*
001100*EXCEPTION-REPORT CONTROL AREAS - THE HOLD FIELDS LET
001110*A CALLER FILL THE MESSAGE BEFORE THE LOG IS OPENED
001120*---------------------------------------------------*
001130     COPY EXCPTWS.
001140 77 WRK-EXCPT-HOLD-INPUT PICTURE X(20) VALUE SPACES.
001150 77 WRK-EXCPT-HOLD-REASON PICTURE X(40) VALUE SPACES.
001160*---------------------------------------------------*
001170*JOB CONTROL FILE AREAS
001180*---------------------------------------------------*
001190     COPY CTLWS.
001200     COPY CTLHWS.
001210*---------------------------------------------------*
001220*RUN-DATE CONTROL AREAS
001230*---------------------------------------------------*
001240     COPY RUNDATE.
001250 PROCEDURE DIVISION.
001260*****************************************************
001270*0000-MAINLINE
001280*****************************************************
001290 0000-MAINLINE.
001300     PERFORM 1000-ACCEPT-REQUEST THRU 1000-EXIT.
001310     PERFORM 2000-OPENING-BALANCE THRU 2000-EXIT.
001320     PERFORM 3000-LIST-JOURNAL THRU 3000-EXIT.
001330     PERFORM 4000-CLOSING-BALANCE THRU 4000-EXIT.
001340     CLOSE ACTV-RPT-FILE.
001350     CLOSE GL-ACCOUNT-FILE.
001360     PERFORM 8900-UPDATE-CONTROL-FILE THRU 8900-EXIT.
001370     IF WRK-ACTV-DIFFERS
001380         MOVE 4 TO RETURN-CODE
001390     END-IF.
001400     STOP RUN.
001410*****************************************************
001420*1000-ACCEPT-REQUEST - THE ACCOUNT MUST BE ON THE
001430*CHART AND THE MONTH MUST BE A REAL ONE
001440*****************************************************
001450 1000-ACCEPT-REQUEST.
001460     ACCEPT WRK-RUN-DATE FROM DATE YYYYMMDD.
001470     DISPLAY "CONTA CONTABIL".
001480     ACCEPT WRK-REQ-ACCOUNT.
001490     DISPLAY "PERIODO (AAAAMM, 0 = MES ATUAL)".
001500     ACCEPT WRK-REQ-PERIOD.
001510     IF WRK-REQ-PERIOD = ZERO
001520         COMPUTE WRK-REQ-PERIOD = WRK-RUN-DATE / 100
001530     END-IF.
001540     IF WRK-REQ-MONTH < 1 OR WRK-REQ-MONTH > 12
001550         DISPLAY "GLACTV - PERIODO INVALIDO"
001560         MOVE 8 TO RETURN-CODE
001570         STOP RUN
001580     END-IF.
001590     OPEN INPUT GL-ACCOUNT-FILE.
001600     IF NOT WRK-GLA-OK
001610         DISPLAY "GLACTV - PLANO DE CONTAS INDISPONIVEL"
001620         MOVE 8 TO RETURN-CODE
001630         STOP RUN
001640     END-IF.
001650     MOVE WRK-REQ-ACCOUNT TO GLA-ACCOUNT.
001660     READ GL-ACCOUNT-FILE
001670         INVALID KEY
001680             CONTINUE
001690     END-READ.
001700     IF NOT WRK-GLA-OK
001710         DISPLAY "GLACTV - CONTA NAO CADASTRADA"
001720         MOVE 8 TO RETURN-CODE
001730         STOP RUN
001740     END-IF.
001750     OPEN OUTPUT ACTV-RPT-FILE.
001760     MOVE SPACES TO ACTV-RPT-RECORD.
001770     STRING "GENERAL LEDGER ACCOUNT ACTIVITY - ACCOUNT "
001780                DELIMITED BY SIZE
001790            GLA-ACCOUNT DELIMITED BY SIZE
001800            " " DELIMITED BY SIZE
001810            GLA-NAME DELIMITED BY SIZE
001820            " TYPE " DELIMITED BY SIZE
001830            GLA-TYPE DELIMITED BY SIZE
001840         INTO ACTV-RPT-RECORD.
001850     WRITE ACTV-RPT-RECORD.
001860     MOVE SPACES TO ACTV-RPT-RECORD.
001870     STRING "PERIOD " DELIMITED BY SIZE
001880            WRK-REQ-PERIOD DELIMITED BY SIZE
001890            "   RUN DATE: " DELIMITED BY SIZE
001900            WRK-RUN-DATE DELIMITED BY SIZE
001910         INTO ACTV-RPT-RECORD.
001920     WRITE ACTV-RPT-RECORD.
001930     MOVE SPACES TO ACTV-RPT-RECORD.
001940     WRITE ACTV-RPT-RECORD.
001950 1000-EXIT.
001960     EXIT.
001970*****************************************************
001980*2000-OPENING-BALANCE - THE ACCOUNT'S GLBAL ROWS BEFORE
001990*THE MONTH, AND THE MONTH'S OWN ROW FOR THE PROOF
002000*****************************************************
002010 2000-OPENING-BALANCE.
002020     OPEN INPUT GL-BALANCE-FILE.
002030     IF NOT WRK-GLB-OK
002040         GO TO 2090-PRINT-OPENING
002050     END-IF.
002060     MOVE WRK-REQ-ACCOUNT TO GLB-ACCOUNT.
002070     MOVE ZERO TO GLB-PERIOD.
002080     START GL-BALANCE-FILE KEY NOT < GLB-KEY
002090         INVALID KEY
002100             SET WRK-GLB-SCAN-EOF TO TRUE
002110     END-START.
002120     PERFORM 2100-READ-MONTH THRU 2100-EXIT.
002130     PERFORM 2200-TAKE-MONTH THRU 2200-EXIT
002140         UNTIL WRK-GLB-SCAN-EOF.
002150     CLOSE GL-BALANCE-FILE.
002160 2090-PRINT-OPENING.
002170     MOVE "OPENING BALANCE" TO WRK-BL-LABEL.
002180     MOVE WRK-OPENING TO WRK-CLOSING.
002190     PERFORM 4100-PRINT-BALANCE THRU 4100-EXIT.
002200     MOVE SPACES TO ACTV-RPT-RECORD.
002210     WRITE ACTV-RPT-RECORD.
002220     MOVE SPACES TO ACTV-RPT-RECORD.
002230     STRING "  SOURCE      RUN DATE RUN TIME  TY  DEPT"
002240                DELIMITED BY SIZE
002250            "              DEBIT              CREDIT"
002260                DELIMITED BY SIZE
002270            "  POSTED" DELIMITED BY SIZE
002280         INTO ACTV-RPT-RECORD.
002290     WRITE ACTV-RPT-RECORD.
002300 2000-EXIT.
002310     EXIT.
002320 2100-READ-MONTH.
002330     IF WRK-GLB-SCAN-EOF
002340         GO TO 2100-EXIT
002350     END-IF.
002360     READ GL-BALANCE-FILE NEXT RECORD
002370         AT END
002380             SET WRK-GLB-SCAN-EOF TO TRUE
002390     END-READ.
002400     IF NOT WRK-GLB-OK
002410         SET WRK-GLB-SCAN-EOF TO TRUE
002420         GO TO 2100-EXIT
002430     END-IF.
002440     IF GLB-ACCOUNT NOT = WRK-REQ-ACCOUNT
002450         OR GLB-PERIOD > WRK-REQ-PERIOD
002460         SET WRK-GLB-SCAN-EOF TO TRUE
002470     END-IF.
002480 2100-EXIT.
002490     EXIT.
002500 2200-TAKE-MONTH.
002510     IF GLB-PERIOD = WRK-REQ-PERIOD
002520         MOVE GLB-DEBITS TO WRK-BAL-DEBITS
002530         MOVE GLB-CREDITS TO WRK-BAL-CREDITS
002540         GO TO 2290-NEXT-MONTH
002550     END-IF.
002560     COMPUTE WRK-ROW-YEAR = GLB-PERIOD / 100.
002570     IF GLA-TYPE-BALANCE-SHEET
002580         OR WRK-ROW-YEAR = WRK-REQ-YEAR
002590         ADD GLB-DEBITS TO WRK-OPENING
002600         SUBTRACT GLB-CREDITS FROM WRK-OPENING
002610     END-IF.
002620 2290-NEXT-MONTH.
002630     PERFORM 2100-READ-MONTH THRU 2100-EXIT.
002640 2200-EXIT.
002650     EXIT.
002660*****************************************************
002670*3000-LIST-JOURNAL - THE JOURNAL IS IN POSTING ORDER,
002680*SO IT IS READ THROUGH FOR THE ACCOUNT AND MONTH
002690*****************************************************
002700 3000-LIST-JOURNAL.
002710     OPEN INPUT GL-JOURNAL-FILE.
002720     IF NOT WRK-GLJ-OK
002730         GO TO 3090-NO-LINES
002740     END-IF.
002750     PERFORM 3100-READ-JOURNAL THRU 3100-EXIT.
002760     PERFORM 3200-LIST-ONE-LINE THRU 3200-EXIT
002770         UNTIL WRK-GLJ-SCAN-EOF.
002780     CLOSE GL-JOURNAL-FILE.
002790 3090-NO-LINES.
002800     IF WRK-LINES-LISTED = ZERO
002810         MOVE "  (NO JOURNAL LINES FOR THE PERIOD)"
002820             TO ACTV-RPT-RECORD
002830         WRITE ACTV-RPT-RECORD
002840     END-IF.
002850 3000-EXIT.
002860     EXIT.
002870 3100-READ-JOURNAL.
002880     READ GL-JOURNAL-FILE
002890         AT END
002900             SET WRK-GLJ-SCAN-EOF TO TRUE
002910     END-READ.
002920 3100-EXIT.
002930     EXIT.
002940 3200-LIST-ONE-LINE.
002950     IF GLJ-ACCOUNT NOT = WRK-REQ-ACCOUNT
002960         OR GLJ-PERIOD NOT = WRK-REQ-PERIOD
002970         GO TO 3290-NEXT-LINE
002980     END-IF.
002990     ADD 1 TO WRK-LINES-LISTED.
003000     MOVE GLJ-SOURCE TO WRK-JL-SOURCE.
003010     MOVE GLJ-RUN-DATE TO WRK-JL-RUN-DATE.
003020     MOVE GLJ-RUN-TIME TO WRK-JL-RUN-TIME.
003030     MOVE GLJ-RUN-TYPE TO WRK-JL-RUN-TYPE.
003040     MOVE GLJ-DEPT TO WRK-JL-DEPT.
003050     MOVE GLJ-POSTED-DATE TO WRK-JL-POSTED-DATE.
003060     IF GLJ-DEBIT
003070         MOVE GLJ-AMOUNT TO WRK-JL-DEBIT
003080         MOVE ZERO TO WRK-JL-CREDIT
003090         ADD GLJ-AMOUNT TO WRK-JRN-DEBITS
003100     ELSE
003110         MOVE ZERO TO WRK-JL-DEBIT
003120         MOVE GLJ-AMOUNT TO WRK-JL-CREDIT
003130         ADD GLJ-AMOUNT TO WRK-JRN-CREDITS
003140     END-IF.
003150     MOVE WRK-JL-LINE TO ACTV-RPT-RECORD.
003160     WRITE ACTV-RPT-RECORD.
003170 3290-NEXT-LINE.
003180     PERFORM 3100-READ-JOURNAL THRU 3100-EXIT.
003190 3200-EXIT.
003200     EXIT.
003210*****************************************************
003220*4000-CLOSING-BALANCE - THE MONTH'S TOTALS, THE CLOSING
003230*BALANCE AND THE PROOF AGAINST THE GLBAL ROW
003240*****************************************************
003250 4000-CLOSING-BALANCE.
003260     MOVE SPACES TO ACTV-RPT-RECORD.
003270     WRITE ACTV-RPT-RECORD.
003280     MOVE SPACES TO WRK-JL-LINE.
003290     MOVE "  PERIOD TOTALS" TO WRK-JL-LINE.
003300     MOVE WRK-JRN-DEBITS TO WRK-JL-DEBIT.
003310     MOVE WRK-JRN-CREDITS TO WRK-JL-CREDIT.
003320     MOVE WRK-JL-LINE TO ACTV-RPT-RECORD.
003330     WRITE ACTV-RPT-RECORD.
003340     MOVE SPACES TO ACTV-RPT-RECORD.
003350     WRITE ACTV-RPT-RECORD.
003360     COMPUTE WRK-CLOSING =
003370         WRK-OPENING + WRK-JRN-DEBITS - WRK-JRN-CREDITS.
003380     MOVE "CLOSING BALANCE" TO WRK-BL-LABEL.
003390     PERFORM 4100-PRINT-BALANCE THRU 4100-EXIT.
003400     MOVE SPACES TO ACTV-RPT-RECORD.
003410     IF WRK-JRN-DEBITS = WRK-BAL-DEBITS
003420         AND WRK-JRN-CREDITS = WRK-BAL-CREDITS
003430         MOVE "JOURNAL AGREES WITH GLBAL FOR THE PERIOD"
003440             TO ACTV-RPT-RECORD
003450     ELSE
003460         SET WRK-ACTV-DIFFERS TO TRUE
003470         MOVE "JOURNAL DIFFERS FROM GLBAL FOR THE PERIOD"
003480             TO ACTV-RPT-RECORD
003490         MOVE WRK-REQ-ACCOUNT TO WRK-EXCPT-HOLD-INPUT
003500         MOVE "JOURNAL DIFFERS FROM GLBAL FOR PERIOD"
003510             TO WRK-EXCPT-HOLD-REASON
003520         PERFORM 7100-WRITE-EXCEPTION THRU 7100-EXIT
003530     END-IF.
003540     WRITE ACTV-RPT-RECORD.
003550 4000-EXIT.
003560     EXIT.
003570*****************************************************
003580*4100-PRINT-BALANCE - WRK-CLOSING PRINTS WITH DR OR CR
003590*AFTER IT
003600*****************************************************
003610 4100-PRINT-BALANCE.
003620     IF WRK-CLOSING < ZERO
003630         COMPUTE WRK-BL-AMOUNT = ZERO - WRK-CLOSING
003640         MOVE "CR" TO WRK-BL-SIDE
003650     ELSE
003660         MOVE WRK-CLOSING TO WRK-BL-AMOUNT
003670         MOVE "DR" TO WRK-BL-SIDE
003680     END-IF.
003690     MOVE WRK-BL-LINE TO ACTV-RPT-RECORD.
003700     WRITE ACTV-RPT-RECORD.
003710 4100-EXIT.
003720     EXIT.
003730*****************************************************
003740*7100-WRITE-EXCEPTION - THE CALLER FILLS THE HOLD
003750*FIELDS BEFORE THE LOG IS OPENED
003760*****************************************************
003770 7100-WRITE-EXCEPTION.
003780     OPEN EXTEND EXCEPTION-REPORT.
003790     IF WRK-EXCPT-NOT-FOUND
003800         OPEN OUTPUT EXCEPTION-REPORT
003810     END-IF.
003820     MOVE SPACES TO EXCPT-RECORD.
003830     MOVE "GLACTV" TO EXCPT-PROGRAM.
003840     ACCEPT EXCPT-DATE FROM DATE YYYYMMDD.
003850     ACCEPT EXCPT-TIME FROM TIME.
003860     MOVE WRK-EXCPT-HOLD-INPUT TO EXCPT-INPUT.
003870     MOVE WRK-EXCPT-HOLD-REASON TO EXCPT-REASON.
003880     WRITE EXCPT-RECORD.
003890     CLOSE EXCEPTION-REPORT.
003900 7100-EXIT.
003910     EXIT.
003920*****************************************************
003930*8900-UPDATE-CONTROL-FILE - RECORDS WHEN GLACTV LAST
003940*RAN AND HOW MANY JOURNAL LINES IT LISTED
003950*****************************************************
003960 8900-UPDATE-CONTROL-FILE.
003970     OPEN I-O CONTROL-FILE.
003980     IF WRK-CTL-NOT-FOUND
003990         OPEN OUTPUT CONTROL-FILE
004000         CLOSE CONTROL-FILE
004010         OPEN I-O CONTROL-FILE
004020     END-IF.
004030     MOVE "GLACTV" TO CTL-PROGRAM.
004040     ACCEPT CTL-LAST-RUN-DATE FROM DATE YYYYMMDD.
004050     ACCEPT CTL-LAST-RUN-TIME FROM TIME.
004060     MOVE WRK-LINES-LISTED TO CTL-RECORD-COUNT.
004070     WRITE CTL-RECORD
004080         INVALID KEY
004090             REWRITE CTL-RECORD
004100     END-WRITE.
004110     CLOSE CONTROL-FILE.
004120     PERFORM 8950-APPEND-HISTORY THRU 8950-EXIT.
004130 8900-EXIT.
004140     EXIT.
004150*****************************************************
004160*8950-APPEND-HISTORY - ADDS ONE ROW TO THE APPEND-ONLY
004170*JOB CONTROL HISTORY LOG SO CTLRPT CAN SHOW THE LAST N
004180*RUNS OF EACH PROGRAM, NOT JUST THE LATEST ONE
004190*****************************************************
004200 8950-APPEND-HISTORY.
004210     OPEN EXTEND HISTORY-FILE.
004220     IF WRK-CTLH-NOT-FOUND
004230         OPEN OUTPUT HISTORY-FILE
004240     END-IF.
004250     MOVE SPACES TO CTL-HIST-RECORD.
004260     MOVE CTL-PROGRAM TO CTL-HIST-PROGRAM.
004270     MOVE CTL-LAST-RUN-DATE TO CTL-HIST-RUN-DATE.
004280     MOVE CTL-LAST-RUN-TIME TO CTL-HIST-RUN-TIME.
004290     MOVE CTL-RECORD-COUNT TO CTL-HIST-RECORD-COUNT.
004300     WRITE CTL-HIST-RECORD.
004310     CLOSE HISTORY-FILE.
004320 8950-EXIT.
004330     EXIT.
