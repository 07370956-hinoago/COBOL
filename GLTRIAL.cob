000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. GLTRIAL.
000030 AUTHOR. RAS.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 2026-10-07.
000060 DATE-COMPILED.
000070*****************************************************
000080*OBJECTIVE = MONTHLY GENERAL-LEDGER TRIAL BALANCE. FOR
000090*THE MONTH ASKED FOR, EVERY ACCOUNT ON GLACCT WITH
000100*ANYTHING POSTED UP TO THAT MONTH PRINTS ITS DEBITS AND
000110*CREDITS FOR THE MONTH AND ITS BALANCE AT MONTH END, ON
000120*ITS DEBIT OR CREDIT SIDE. ASSET, LIABILITY AND EQUITY
000130*ACCOUNTS CARRY EVERYTHING SINCE THEY WERE OPENED;
000140*REVENUE AND EXPENSE ACCOUNTS ONLY THE YEAR TO DATE, AND
000150*WHAT THEY HELD IN EARLIER YEARS PRINTS AS ONE PRIOR
000160*YEARS' RESULT LINE, SO THE TWO SIDES STILL AGREE. THE
000170*MONTH'S POSTED RUNS ARE LISTED FROM THE GLBATCH
000180*REGISTER AND PROVED AGAINST THE MONTH'S MOVEMENT, WHICH
000190*TIES EVERY FIGURE BACK TO THE COMMA OR OPERATORS RUN IT
000200*CAME FROM. A TRIAL BALANCE THAT DOES NOT AGREE ENDS
000210*WITH RETURN CODE 4.
000220*****************************************************
000230*MODIFICATION HISTORY
000240*DATE       INIT DESCRIPTION
000250*2026-10-07 RAS  ORIGINAL PROGRAM
000260*****************************************************
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SPECIAL-NAMES.
000300     DECIMAL-POINT IS COMMA.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     COPY GLASEL.
000340     COPY GLBSEL.
000350     COPY GLRSEL.
000360     COPY GLPSEL.
000370     SELECT TRIAL-RPT-FILE ASSIGN TO "GLTRIAL"
000380         ORGANIZATION IS LINE SEQUENTIAL.
000390     COPY EXCPTSEL.
000400     COPY CTLSEL.
000410     COPY CTLHSEL.
000420 DATA DIVISION.
000430 FILE SECTION.
000440     COPY GLAFD.
000450     COPY GLBFD.
000460     COPY GLRFD.
000470     COPY GLPFD.
000480 FD TRIAL-RPT-FILE.
000490 01 TRIAL-RPT-RECORD PICTURE X(132).
000500     COPY EXCPTFD.
000510     COPY CTLFD.
000520     COPY CTLHFD.
000530 WORKING-STORAGE SECTION.
000540*---------------------------------------------------*
000550*REQUEST AREAS
000560*---------------------------------------------------*
000570 01 WRK-REQ-PERIOD-AREA.
000580     05 WRK-REQ-PERIOD PICTURE 9(06) VALUE ZERO.
000590 01 WRK-REQ-PERIOD-GRP REDEFINES WRK-REQ-PERIOD-AREA.
000600     05 WRK-REQ-YEAR PICTURE 9(04).
000610     05 WRK-REQ-MONTH PICTURE 9(02).
000620 77 WRK-ROW-YEAR PICTURE 9(04) VALUE ZERO.
000630*---------------------------------------------------*
000640*FILE AND RUN SWITCHES
000650*---------------------------------------------------*
000660 77 WRK-GLA-EOF-SW PICTURE X(01) VALUE 'N'.
000670     88 WRK-GLA-SCAN-EOF VALUE 'Y'.
000680 77 WRK-GLB-EOF-SW PICTURE X(01) VALUE 'N'.
000690     88 WRK-GLB-SCAN-EOF VALUE 'Y'.
000700 77 WRK-GLR-EOF-SW PICTURE X(01) VALUE 'N'.
000710     88 WRK-GLR-SCAN-EOF VALUE 'Y'.
000720 77 WRK-GLB-OPEN-SW PICTURE X(01) VALUE 'N'.
000730     88 WRK-GLB-OPENED VALUE 'Y'.
000740 77 WRK-ROWS-SEEN-SW PICTURE X(01) VALUE 'N'.
000750     88 WRK-ROWS-SEEN VALUE 'Y'.
000760 77 WRK-FATAL-SW PICTURE X(01) VALUE 'N'.
000770     88 WRK-FATAL VALUE 'Y'.
000780 77 WRK-DIFF-SW PICTURE X(01) VALUE 'N'.
000790     88 WRK-TRIAL-DIFFERS VALUE 'Y'.
000800*---------------------------------------------------*
000810*ACCOUNT AND REPORT TOTALS
000820*---------------------------------------------------*
000830 77 WRK-ACC-PER-DEBITS PICTURE S9(13)V99 VALUE ZERO.
000840 77 WRK-ACC-PER-CREDITS PICTURE S9(13)V99 VALUE ZERO.
000850 77 WRK-ACC-CUM-DEBITS PICTURE S9(13)V99 VALUE ZERO.
000860 77 WRK-ACC-CUM-CREDITS PICTURE S9(13)V99 VALUE ZERO.
000870 77 WRK-ACC-NET PICTURE S9(13)V99 VALUE ZERO.
000880 77 WRK-PRIOR-RESULT PICTURE S9(13)V99 VALUE ZERO.
000890 77 WRK-TOT-PER-DEBITS PICTURE S9(13)V99 VALUE ZERO.
000900 77 WRK-TOT-PER-CREDITS PICTURE S9(13)V99 VALUE ZERO.
000910 77 WRK-TOT-BAL-DEBITS PICTURE S9(13)V99 VALUE ZERO.
000920 77 WRK-TOT-BAL-CREDITS PICTURE S9(13)V99 VALUE ZERO.
000930 77 WRK-RUN-DEBITS PICTURE S9(13)V99 VALUE ZERO.
000940 77 WRK-RUN-CREDITS PICTURE S9(13)V99 VALUE ZERO.
000950 77 WRK-RUN-AMOUNT PICTURE S9(13)V99 VALUE ZERO.
000960 77 WRK-ACCOUNTS-PRINTED PICTURE 9(07) COMP VALUE ZERO.
000970 77 WRK-RUNS-LISTED PICTURE 9(07) COMP VALUE ZERO.
000980 77 WRK-COUNT-ED PICTURE Z(06)9.
000990*---------------------------------------------------*
001000*REPORT LINES
001010*---------------------------------------------------*
001020 01 WRK-TB-LINE.
001030     05 WRK-TB-ACCOUNT PICTURE 9(06).
001040     05 FILLER PICTURE X(02) VALUE SPACES.
001050     05 WRK-TB-NAME PICTURE X(30).
001060     05 FILLER PICTURE X(01) VALUE SPACE.
001070     05 WRK-TB-TYPE PICTURE X(01).
001080     05 FILLER PICTURE X(02) VALUE SPACES.
001090     05 WRK-TB-PER-DEBITS PICTURE ZZZ.ZZZ.ZZZ.ZZ9,99.
001100     05 FILLER PICTURE X(02) VALUE SPACES.
001110     05 WRK-TB-PER-CREDITS PICTURE ZZZ.ZZZ.ZZZ.ZZ9,99.
001120     05 FILLER PICTURE X(02) VALUE SPACES.
001130     05 WRK-TB-BAL-DEBIT PICTURE ZZZ.ZZZ.ZZZ.ZZ9,99.
001140     05 FILLER PICTURE X(02) VALUE SPACES.
001150     05 WRK-TB-BAL-CREDIT PICTURE ZZZ.ZZZ.ZZZ.ZZ9,99.
001160     05 FILLER PICTURE X(12) VALUE SPACES.
001170 01 WRK-RUN-LINE.
001180     05 FILLER PICTURE X(02) VALUE SPACES.
001190     05 WRK-RL-SOURCE PICTURE X(10).
001200     05 FILLER PICTURE X(02) VALUE SPACES.
001210     05 WRK-RL-RUN-DATE PICTURE 9(08).
001220     05 FILLER PICTURE X(01) VALUE SPACE.
001230     05 WRK-RL-RUN-TIME PICTURE 9(08).
001240     05 FILLER PICTURE X(02) VALUE SPACES.
001250     05 WRK-RL-RUN-TYPE PICTURE X(02).
001260     05 FILLER PICTURE X(02) VALUE SPACES.
001270     05 WRK-RL-LINES PICTURE Z(04)9.
001280     05 FILLER PICTURE X(02) VALUE SPACES.
001290     05 WRK-RL-DEBITS PICTURE ZZZ.ZZZ.ZZZ.ZZ9,99.
001300     05 FILLER PICTURE X(02) VALUE SPACES.
001310     05 WRK-RL-CREDITS PICTURE ZZZ.ZZZ.ZZZ.ZZ9,99.
001320     05 FILLER PICTURE X(02) VALUE SPACES.
001330     05 WRK-RL-POSTED-DATE PICTURE 9(08).
001340     05 FILLER PICTURE X(33) VALUE SPACES.
001350*---------------------------------------------------*
001360*GENERAL-LEDGER FILE CONTROL AREAS
001370*---------------------------------------------------*
001380     COPY GLWS.
001390*---------------------------------------------------*
001400*EXCEPTION-REPORT CONTROL AREAS - THE HOLD FIELDS LET
001410*A CALLER FILL THE MESSAGE BEFORE THE LOG IS OPENED
001420*---------------------------------------------------*
001430     COPY EXCPTWS.
001440 77 WRK-EXCPT-HOLD-INPUT PICTURE X(20) VALUE SPACES.
001450 77 WRK-EXCPT-HOLD-REASON PICTURE X(40) VALUE SPACES.
001460*---------------------------------------------------*
001470*JOB CONTROL FILE AREAS
001480*---------------------------------------------------*
001490     COPY CTLWS.
001500     COPY CTLHWS.
001510*---------------------------------------------------*
001520*RUN-DATE CONTROL AREAS
001530*---------------------------------------------------*
001540     COPY RUNDATE.
001550 PROCEDURE DIVISION.
001560*****************************************************
001570*0000-MAINLINE
001580*****************************************************
001590 0000-MAINLINE.
001600     PERFORM 1000-ACCEPT-REQUEST THRU 1000-EXIT.
001610     PERFORM 1500-OPEN-FILES THRU 1500-EXIT.
001620     IF NOT WRK-FATAL
001630         PERFORM 2000-PRINT-HEADER THRU 2000-EXIT
001640         PERFORM 3000-PROCESS-ACCOUNT THRU 3000-EXIT
001650             UNTIL WRK-GLA-SCAN-EOF
001660         PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT
001670         PERFORM 5000-LIST-RUNS THRU 5000-EXIT
001680         PERFORM 6000-PRINT-VERDICT THRU 6000-EXIT
001690         PERFORM 9000-CLOSE-FILES THRU 9000-EXIT
001700     END-IF.
001710     PERFORM 8900-UPDATE-CONTROL-FILE THRU 8900-EXIT.
001720     IF WRK-FATAL
001730         MOVE 8 TO RETURN-CODE
001740     ELSE
001750         IF WRK-TRIAL-DIFFERS
001760             MOVE 4 TO RETURN-CODE
001770         END-IF
001780     END-IF.
001790     STOP RUN.
001800*****************************************************
001810*1000-ACCEPT-REQUEST - AN IMPOSSIBLE MONTH ENDS THE RUN
001820*WITH RETURN CODE 8
001830*****************************************************
001840 1000-ACCEPT-REQUEST.
001850     ACCEPT WRK-RUN-DATE FROM DATE YYYYMMDD.
001860     DISPLAY "PERIODO (AAAAMM, 0 = MES ATUAL)".
001870     ACCEPT WRK-REQ-PERIOD.
001880     IF WRK-REQ-PERIOD = ZERO
001890         COMPUTE WRK-REQ-PERIOD = WRK-RUN-DATE / 100
001900     END-IF.
001910     IF WRK-REQ-MONTH < 1 OR WRK-REQ-MONTH > 12
001920         DISPLAY "GLTRIAL - PERIODO INVALIDO"
001930         MOVE 8 TO RETURN-CODE
001940         STOP RUN
001950     END-IF.
001960 1000-EXIT.
001970     EXIT.
001980*****************************************************
001990*1500-OPEN-FILES - NO CHART MEANS NO TRIAL BALANCE; NO
002000*BALANCES YET IS A LEDGER WITH NOTHING POSTED
002010*****************************************************
002020 1500-OPEN-FILES.
002030     OPEN INPUT GL-ACCOUNT-FILE.
002040     IF NOT WRK-GLA-OK
002050         MOVE "GLACCT" TO WRK-EXCPT-HOLD-INPUT
002060         MOVE "CHART OF ACCOUNTS NOT AVAILABLE"
002070             TO WRK-EXCPT-HOLD-REASON
002080         PERFORM 7100-WRITE-EXCEPTION THRU 7100-EXIT
002090         DISPLAY "GLTRIAL - " WRK-EXCPT-HOLD-REASON
002100         SET WRK-FATAL TO TRUE
002110         GO TO 1500-EXIT
002120     END-IF.
002130     OPEN INPUT GL-BALANCE-FILE.
002140     IF WRK-GLB-OK
002150         SET WRK-GLB-OPENED TO TRUE
002160     END-IF.
002170     OPEN OUTPUT TRIAL-RPT-FILE.
002180     MOVE ZERO TO GLA-ACCOUNT.
002190     START GL-ACCOUNT-FILE KEY NOT < GLA-ACCOUNT
002200         INVALID KEY
002210             SET WRK-GLA-SCAN-EOF TO TRUE
002220     END-START.
002230     PERFORM 1600-READ-CHART THRU 1600-EXIT.
002240 1500-EXIT.
002250     EXIT.
002260 1600-READ-CHART.
002270     IF WRK-GLA-SCAN-EOF
002280         GO TO 1600-EXIT
002290     END-IF.
002300     READ GL-ACCOUNT-FILE NEXT RECORD
002310         AT END
002320             SET WRK-GLA-SCAN-EOF TO TRUE
002330     END-READ.
002340     IF NOT WRK-GLA-OK
002350         SET WRK-GLA-SCAN-EOF TO TRUE
002360     END-IF.
002370 1600-EXIT.
002380     EXIT.
002390*****************************************************
002400*2000-PRINT-HEADER - TITLE, THE MONTH'S OPEN/CLOSED
002410*STATE FROM GLPERIOD AND THE COLUMN HEADINGS
002420*****************************************************
002430 2000-PRINT-HEADER.
002440     MOVE SPACES TO TRIAL-RPT-RECORD.
002450     STRING "GENERAL LEDGER TRIAL BALANCE - PERIOD "
002460                DELIMITED BY SIZE
002470            WRK-REQ-PERIOD DELIMITED BY SIZE
002480            "   RUN DATE: " DELIMITED BY SIZE
002490            WRK-RUN-DATE DELIMITED BY SIZE
002500         INTO TRIAL-RPT-RECORD.
002510     WRITE TRIAL-RPT-RECORD.
002520     MOVE SPACES TO TRIAL-RPT-RECORD.
002530     MOVE "PERIOD STATUS: OPEN - FIGURES MAY STILL CHANGE"
002540         TO TRIAL-RPT-RECORD.
002550     OPEN INPUT GL-PERIOD-FILE.
002560     IF WRK-GLP-OK
002570         MOVE WRK-REQ-PERIOD TO GLP-PERIOD
002580         READ GL-PERIOD-FILE
002590             INVALID KEY
002600                 CONTINUE
002610         END-READ
002620         IF WRK-GLP-OK AND GLP-STATUS-CLOSED
002630             MOVE SPACES TO TRIAL-RPT-RECORD
002640             STRING "PERIOD STATUS: CLOSED ON "
002650                        DELIMITED BY SIZE
002660                    GLP-CLOSED-DATE DELIMITED BY SIZE
002670                    " BY " DELIMITED BY SIZE
002680                    GLP-CLOSED-BY DELIMITED BY SIZE
002690                 INTO TRIAL-RPT-RECORD
002700         END-IF
002710         CLOSE GL-PERIOD-FILE
002720     END-IF.
002730     WRITE TRIAL-RPT-RECORD.
002740     MOVE SPACES TO TRIAL-RPT-RECORD.
002750     WRITE TRIAL-RPT-RECORD.
002760     MOVE SPACES TO TRIAL-RPT-RECORD.
002770     STRING "ACCOUNT NAME                           T"
002780                DELIMITED BY SIZE
002790            "   PERIOD DEBITS     PERIOD CREDITS"
002800                DELIMITED BY SIZE
002810            "      DEBIT BALANCE     CREDIT BALANCE"
002820                DELIMITED BY SIZE
002830         INTO TRIAL-RPT-RECORD.
002840     WRITE TRIAL-RPT-RECORD.
002850 2000-EXIT.
002860     EXIT.
002870*****************************************************
002880*3000-PROCESS-ACCOUNT - READS THE ACCOUNT'S MONTHS ON
002890*GLBAL UP TO THE ONE ASKED FOR AND PRINTS ITS LINE. AN
002900*ACCOUNT WITH NOTHING POSTED YET DOES NOT PRINT
002910*****************************************************
002920 3000-PROCESS-ACCOUNT.
002930     MOVE ZERO TO WRK-ACC-PER-DEBITS.
002940     MOVE ZERO TO WRK-ACC-PER-CREDITS.
002950     MOVE ZERO TO WRK-ACC-CUM-DEBITS.
002960     MOVE ZERO TO WRK-ACC-CUM-CREDITS.
002970     MOVE 'N' TO WRK-ROWS-SEEN-SW.
002980     MOVE 'Y' TO WRK-GLB-EOF-SW.
002990     IF WRK-GLB-OPENED
003000         MOVE 'N' TO WRK-GLB-EOF-SW
003010         MOVE GLA-ACCOUNT TO GLB-ACCOUNT
003020         MOVE ZERO TO GLB-PERIOD
003030         START GL-BALANCE-FILE KEY NOT < GLB-KEY
003040             INVALID KEY
003050                 SET WRK-GLB-SCAN-EOF TO TRUE
003060         END-START
003070         PERFORM 3100-READ-MONTH THRU 3100-EXIT
003080     END-IF.
003090     PERFORM 3200-TAKE-MONTH THRU 3200-EXIT
003100         UNTIL WRK-GLB-SCAN-EOF.
003110     IF WRK-ROWS-SEEN
003120         PERFORM 3300-PRINT-ACCOUNT THRU 3300-EXIT
003130     END-IF.
003140     PERFORM 1600-READ-CHART THRU 1600-EXIT.
003150 3000-EXIT.
003160     EXIT.
003170*****************************************************
003180*3100-READ-MONTH - THE ACCOUNT'S RUN OF ROWS ENDS AT
003190*THE NEXT ACCOUNT OR AFTER THE MONTH ASKED FOR
003200*****************************************************
003210 3100-READ-MONTH.
003220     READ GL-BALANCE-FILE NEXT RECORD
003230         AT END
003240             SET WRK-GLB-SCAN-EOF TO TRUE
003250     END-READ.
003260     IF NOT WRK-GLB-OK
003270         SET WRK-GLB-SCAN-EOF TO TRUE
003280         GO TO 3100-EXIT
003290     END-IF.
003300     IF GLB-ACCOUNT NOT = GLA-ACCOUNT
003310         OR GLB-PERIOD > WRK-REQ-PERIOD
003320         SET WRK-GLB-SCAN-EOF TO TRUE
003330     END-IF.
003340 3100-EXIT.
003350     EXIT.
003360*****************************************************
003370*3200-TAKE-MONTH - A REVENUE OR EXPENSE MONTH FROM AN
003380*EARLIER YEAR GOES TO THE PRIOR YEARS' RESULT INSTEAD
003390*OF THE ACCOUNT'S BALANCE
003400*****************************************************
003410 3200-TAKE-MONTH.
003420     SET WRK-ROWS-SEEN TO TRUE.
003430     COMPUTE WRK-ROW-YEAR = GLB-PERIOD / 100.
003440     IF GLA-TYPE-BALANCE-SHEET
003450         OR WRK-ROW-YEAR = WRK-REQ-YEAR
003460         ADD GLB-DEBITS TO WRK-ACC-CUM-DEBITS
003470         ADD GLB-CREDITS TO WRK-ACC-CUM-CREDITS
003480     ELSE
003490         ADD GLB-DEBITS TO WRK-PRIOR-RESULT
003500         SUBTRACT GLB-CREDITS FROM WRK-PRIOR-RESULT
003510     END-IF.
003520     IF GLB-PERIOD = WRK-REQ-PERIOD
003530         ADD GLB-DEBITS TO WRK-ACC-PER-DEBITS
003540         ADD GLB-CREDITS TO WRK-ACC-PER-CREDITS
003550     END-IF.
003560     PERFORM 3100-READ-MONTH THRU 3100-EXIT.
003570 3200-EXIT.
003580     EXIT.
003590 3300-PRINT-ACCOUNT.
003600     ADD 1 TO WRK-ACCOUNTS-PRINTED.
003610     MOVE GLA-ACCOUNT TO WRK-TB-ACCOUNT.
003620     MOVE GLA-NAME TO WRK-TB-NAME.
003630     MOVE GLA-TYPE TO WRK-TB-TYPE.
003640     MOVE WRK-ACC-PER-DEBITS TO WRK-TB-PER-DEBITS.
003650     MOVE WRK-ACC-PER-CREDITS TO WRK-TB-PER-CREDITS.
003660     ADD WRK-ACC-PER-DEBITS TO WRK-TOT-PER-DEBITS.
003670     ADD WRK-ACC-PER-CREDITS TO WRK-TOT-PER-CREDITS.
003680     COMPUTE WRK-ACC-NET =
003690         WRK-ACC-CUM-DEBITS - WRK-ACC-CUM-CREDITS.
003700     PERFORM 3400-SPLIT-BALANCE THRU 3400-EXIT.
003710     MOVE WRK-TB-LINE TO TRIAL-RPT-RECORD.
003720     WRITE TRIAL-RPT-RECORD.
003730 3300-EXIT.
003740     EXIT.
003750*****************************************************
003760*3400-SPLIT-BALANCE - A NET DEBIT PRINTS IN THE DEBIT
003770*BALANCE COLUMN, A NET CREDIT IN THE CREDIT COLUMN
003780*****************************************************
003790 3400-SPLIT-BALANCE.
003800     IF WRK-ACC-NET < ZERO
003810         MOVE ZERO TO WRK-TB-BAL-DEBIT
003820         COMPUTE WRK-TB-BAL-CREDIT = ZERO - WRK-ACC-NET
003830         SUBTRACT WRK-ACC-NET FROM WRK-TOT-BAL-CREDITS
003840     ELSE
003850         MOVE WRK-ACC-NET TO WRK-TB-BAL-DEBIT
003860         MOVE ZERO TO WRK-TB-BAL-CREDIT
003870         ADD WRK-ACC-NET TO WRK-TOT-BAL-DEBITS
003880     END-IF.
003890 3400-EXIT.
003900     EXIT.
003910*****************************************************
003920*4000-PRINT-TOTALS - THE PRIOR YEARS' RESULT LINE, IF
003930*ANY, THEN THE COLUMN TOTALS
003940*****************************************************
003950 4000-PRINT-TOTALS.
003960     IF WRK-PRIOR-RESULT NOT = ZERO
003970         MOVE ZERO TO WRK-TB-ACCOUNT
003980         MOVE "PRIOR YEARS' RESULT" TO WRK-TB-NAME
003990         MOVE SPACE TO WRK-TB-TYPE
004000         MOVE ZERO TO WRK-TB-PER-DEBITS
004010         MOVE ZERO TO WRK-TB-PER-CREDITS
004020         MOVE WRK-PRIOR-RESULT TO WRK-ACC-NET
004030         PERFORM 3400-SPLIT-BALANCE THRU 3400-EXIT
004040         MOVE WRK-TB-LINE TO TRIAL-RPT-RECORD
004050         WRITE TRIAL-RPT-RECORD
004060     END-IF.
004070     IF WRK-ACCOUNTS-PRINTED = ZERO
004080         MOVE "  (NOTHING POSTED UP TO THIS PERIOD)"
004090             TO TRIAL-RPT-RECORD
004100         WRITE TRIAL-RPT-RECORD
004110     END-IF.
004120     MOVE SPACES TO TRIAL-RPT-RECORD.
004130     WRITE TRIAL-RPT-RECORD.
004140     MOVE ZERO TO WRK-TB-ACCOUNT.
004150     MOVE "TOTALS" TO WRK-TB-NAME.
004160     MOVE SPACE TO WRK-TB-TYPE.
004170     MOVE WRK-TOT-PER-DEBITS TO WRK-TB-PER-DEBITS.
004180     MOVE WRK-TOT-PER-CREDITS TO WRK-TB-PER-CREDITS.
004190     MOVE WRK-TOT-BAL-DEBITS TO WRK-TB-BAL-DEBIT.
004200     MOVE WRK-TOT-BAL-CREDITS TO WRK-TB-BAL-CREDIT.
004210     MOVE WRK-TB-LINE TO TRIAL-RPT-RECORD.
004220     WRITE TRIAL-RPT-RECORD.
004230 4000-EXIT.
004240     EXIT.
004250*****************************************************
004260*5000-LIST-RUNS - EVERY RUN REGISTERED TO THE MONTH,
004270*WITH THE SOURCE, RUN DATE AND TIME THAT IDENTIFY IT.
004280*THE REGISTER IS KEYED BY SOURCE AND RUN, NOT BY MONTH,
004290*SO IT IS READ THROUGH
004300*****************************************************
004310 5000-LIST-RUNS.
004320     MOVE SPACES TO TRIAL-RPT-RECORD.
004330     WRITE TRIAL-RPT-RECORD.
004340     MOVE "RUNS POSTED TO THE PERIOD" TO TRIAL-RPT-RECORD.
004350     WRITE TRIAL-RPT-RECORD.
004360     MOVE SPACES TO TRIAL-RPT-RECORD.
004370     STRING "  SOURCE      RUN DATE RUN TIME  TY  LINES"
004380                DELIMITED BY SIZE
004390            "              DEBITS             CREDITS"
004400                DELIMITED BY SIZE
004410            "  POSTED" DELIMITED BY SIZE
004420         INTO TRIAL-RPT-RECORD.
004430     WRITE TRIAL-RPT-RECORD.
004440     OPEN INPUT GL-BATCH-FILE.
004450     IF NOT WRK-GLR-OK
004460         GO TO 5090-NO-RUNS
004470     END-IF.
004480     MOVE LOW-VALUES TO GLR-KEY.
004490     START GL-BATCH-FILE KEY NOT < GLR-KEY
004500         INVALID KEY
004510             SET WRK-GLR-SCAN-EOF TO TRUE
004520     END-START.
004530     PERFORM 5100-READ-REGISTER THRU 5100-EXIT.
004540     PERFORM 5200-LIST-ONE-RUN THRU 5200-EXIT
004550         UNTIL WRK-GLR-SCAN-EOF.
004560     CLOSE GL-BATCH-FILE.
004570 5090-NO-RUNS.
004580     IF WRK-RUNS-LISTED = ZERO
004590         MOVE "  (NO RUNS REGISTERED)" TO TRIAL-RPT-RECORD
004600         WRITE TRIAL-RPT-RECORD
004610     END-IF.
004620 5000-EXIT.
004630     EXIT.
004640 5100-READ-REGISTER.
004650     IF WRK-GLR-SCAN-EOF
004660         GO TO 5100-EXIT
004670     END-IF.
004680     READ GL-BATCH-FILE NEXT RECORD
004690         AT END
004700             SET WRK-GLR-SCAN-EOF TO TRUE
004710     END-READ.
004720     IF NOT WRK-GLR-OK
004730         SET WRK-GLR-SCAN-EOF TO TRUE
004740     END-IF.
004750 5100-EXIT.
004760     EXIT.
004770 5200-LIST-ONE-RUN.
004780     IF GLR-PERIOD NOT = WRK-REQ-PERIOD
004790         GO TO 5290-NEXT-RUN
004800     END-IF.
004810     ADD 1 TO WRK-RUNS-LISTED.
004820     MOVE GLR-SOURCE TO WRK-RL-SOURCE.
004830     MOVE GLR-RUN-DATE TO WRK-RL-RUN-DATE.
004840     MOVE GLR-RUN-TIME TO WRK-RL-RUN-TIME.
004850     MOVE GLR-RUN-TYPE TO WRK-RL-RUN-TYPE.
004860     MOVE GLR-LINE-COUNT TO WRK-RL-LINES.
004870     COMPUTE WRK-RUN-AMOUNT = GLR-DEBIT-CENTS / 100.
004880     MOVE WRK-RUN-AMOUNT TO WRK-RL-DEBITS.
004890     ADD WRK-RUN-AMOUNT TO WRK-RUN-DEBITS.
004900     COMPUTE WRK-RUN-AMOUNT = GLR-CREDIT-CENTS / 100.
004910     MOVE WRK-RUN-AMOUNT TO WRK-RL-CREDITS.
004920     ADD WRK-RUN-AMOUNT TO WRK-RUN-CREDITS.
004930     MOVE GLR-POSTED-DATE TO WRK-RL-POSTED-DATE.
004940     MOVE WRK-RUN-LINE TO TRIAL-RPT-RECORD.
004950     WRITE TRIAL-RPT-RECORD.
004960 5290-NEXT-RUN.
004970     PERFORM 5100-READ-REGISTER THRU 5100-EXIT.
004980 5200-EXIT.
004990     EXIT.
005000*****************************************************
005010*6000-PRINT-VERDICT - THE BALANCE COLUMNS MUST AGREE,
005020*THE MONTH'S DEBITS MUST EQUAL ITS CREDITS, AND THE
005030*MONTH'S MOVEMENT MUST BE EXACTLY WHAT ITS REGISTERED
005040*RUNS POSTED
005050*****************************************************
005060 6000-PRINT-VERDICT.
005070     MOVE SPACES TO TRIAL-RPT-RECORD.
005080     WRITE TRIAL-RPT-RECORD.
005090     IF WRK-TOT-BAL-DEBITS NOT = WRK-TOT-BAL-CREDITS
005100         MOVE "BALANCES DO NOT AGREE"
005110             TO WRK-EXCPT-HOLD-REASON
005120         PERFORM 6100-REPORT-DIFFERENCE THRU 6100-EXIT
005130     END-IF.
005140     IF WRK-TOT-PER-DEBITS NOT = WRK-TOT-PER-CREDITS
005150         MOVE "PERIOD DEBITS DO NOT EQUAL CREDITS"
005160             TO WRK-EXCPT-HOLD-REASON
005170         PERFORM 6100-REPORT-DIFFERENCE THRU 6100-EXIT
005180     END-IF.
005190     IF WRK-TOT-PER-DEBITS NOT = WRK-RUN-DEBITS
005200         OR WRK-TOT-PER-CREDITS NOT = WRK-RUN-CREDITS
005210         MOVE "PERIOD MOVEMENT DIFFERS FROM RUNS POSTED"
005220             TO WRK-EXCPT-HOLD-REASON
005230         PERFORM 6100-REPORT-DIFFERENCE THRU 6100-EXIT
005240     END-IF.
005250     IF NOT WRK-TRIAL-DIFFERS
005260         MOVE "TRIAL BALANCE STATUS: IN BALANCE"
005270             TO TRIAL-RPT-RECORD
005280         WRITE TRIAL-RPT-RECORD
005290     END-IF.
005300 6000-EXIT.
005310     EXIT.
005320 6100-REPORT-DIFFERENCE.
005330     SET WRK-TRIAL-DIFFERS TO TRUE.
005340     MOVE SPACES TO TRIAL-RPT-RECORD.
005350     STRING "TRIAL BALANCE STATUS: OUT OF BALANCE - "
005360                DELIMITED BY SIZE
005370            WRK-EXCPT-HOLD-REASON DELIMITED BY SIZE
005380         INTO TRIAL-RPT-RECORD.
005390     WRITE TRIAL-RPT-RECORD.
005400     MOVE WRK-REQ-PERIOD TO WRK-EXCPT-HOLD-INPUT.
005410     PERFORM 7100-WRITE-EXCEPTION THRU 7100-EXIT.
005420 6100-EXIT.
005430     EXIT.
005440*****************************************************
005450*7100-WRITE-EXCEPTION - THE CALLER FILLS THE HOLD
005460*FIELDS BEFORE THE LOG IS OPENED
005470*****************************************************
005480 7100-WRITE-EXCEPTION.
005490     OPEN EXTEND EXCEPTION-REPORT.
005500     IF WRK-EXCPT-NOT-FOUND
005510         OPEN OUTPUT EXCEPTION-REPORT
005520     END-IF.
005530     MOVE SPACES TO EXCPT-RECORD.
005540     MOVE "GLTRIAL" TO EXCPT-PROGRAM.
005550     ACCEPT EXCPT-DATE FROM DATE YYYYMMDD.
005560     ACCEPT EXCPT-TIME FROM TIME.
005570     MOVE WRK-EXCPT-HOLD-INPUT TO EXCPT-INPUT.
005580     MOVE WRK-EXCPT-HOLD-REASON TO EXCPT-REASON.
005590     WRITE EXCPT-RECORD.
005600     CLOSE EXCEPTION-REPORT.
005610 7100-EXIT.
005620     EXIT.
005630*****************************************************
005640*9000-CLOSE-FILES
005650*****************************************************
005660 9000-CLOSE-FILES.
005670     CLOSE GL-ACCOUNT-FILE.
005680     IF WRK-GLB-OPENED
005690         CLOSE GL-BALANCE-FILE
005700     END-IF.
005710     CLOSE TRIAL-RPT-FILE.
005720 9000-EXIT.
005730     EXIT.
005740*****************************************************
005750*8900-UPDATE-CONTROL-FILE - RECORDS WHEN GLTRIAL LAST
005760*RAN AND HOW MANY ACCOUNTS IT PRINTED
005770*****************************************************
005780 8900-UPDATE-CONTROL-FILE.
005790     OPEN I-O CONTROL-FILE.
005800     IF WRK-CTL-NOT-FOUND
005810         OPEN OUTPUT CONTROL-FILE
005820         CLOSE CONTROL-FILE
005830         OPEN I-O CONTROL-FILE
005840     END-IF.
005850     MOVE "GLTRIAL" TO CTL-PROGRAM.
005860     ACCEPT CTL-LAST-RUN-DATE FROM DATE YYYYMMDD.
005870     ACCEPT CTL-LAST-RUN-TIME FROM TIME.
005880     MOVE WRK-ACCOUNTS-PRINTED TO CTL-RECORD-COUNT.
005890     WRITE CTL-RECORD
005900         INVALID KEY
005910             REWRITE CTL-RECORD
005920     END-WRITE.
005930     CLOSE CONTROL-FILE.
005940     PERFORM 8950-APPEND-HISTORY THRU 8950-EXIT.
005950 8900-EXIT.
005960     EXIT.
005970*****************************************************
005980*8950-APPEND-HISTORY - ADDS ONE ROW TO THE APPEND-ONLY
005990*JOB CONTROL HISTORY LOG SO CTLRPT CAN SHOW THE LAST N
006000*RUNS OF EACH PROGRAM, NOT JUST THE LATEST ONE
006010*****************************************************
006020 8950-APPEND-HISTORY.
006030     OPEN EXTEND HISTORY-FILE.
006040     IF WRK-CTLH-NOT-FOUND
006050         OPEN OUTPUT HISTORY-FILE
006060     END-IF.
006070     MOVE SPACES TO CTL-HIST-RECORD.
006080     MOVE CTL-PROGRAM TO CTL-HIST-PROGRAM.
006090     MOVE CTL-LAST-RUN-DATE TO CTL-HIST-RUN-DATE.
006100     MOVE CTL-LAST-RUN-TIME TO CTL-HIST-RUN-TIME.
006110     MOVE CTL-RECORD-COUNT TO CTL-HIST-RECORD-COUNT.
006120     WRITE CTL-HIST-RECORD.
006130     CLOSE HISTORY-FILE.
006140 8950-EXIT.
006150     EXIT.
