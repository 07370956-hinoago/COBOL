000290*                AND PRINTS UNDER THE STATUS LINE, SO A
000300*                12-RECORD NIGHT THAT BALANCED AGAINST
000310*                ITS OWN TRAILER STILL JUMPS OUT.
000311*2026-09-17 RAS  A STEP DAILYJOB HELD BACK ON A FAILED
000312*                PREDECESSOR (SKIP/DEPEND) NOW FLAGS THE
000313*                NIGHT AND PRINTS UNDER THE STATUS LINE
000314*                WITH THE ROOT-CAUSE STEP, SO THE
000315*                MORNING TRIAGE STARTS AT THE FAILURE
000316*                THAT ACTUALLY NEEDS FIXING.
000317*2026-09-19 RAS  A PAY PERIOD STILL PENDING SUPERVISOR
000318*                APPROVAL ON PERCTL NOW FLAGS THE NIGHT
000319*                AND PRINTS UNDER THE STATUS LINE WITH
000320*                ITS VARIANCE FLAG COUNT - THE BANK FILE
000321*                IS HELD UNTIL PAYAPRV RELEASES IT.
000322*2026-10-06 RAS  THE BANNER NOW SAYS WHETHER TONIGHT'S
000323*                LDGPROOF PROVED TRANSLDGR AGAINST ITS
000324*                JOURNAL, FROM THE BALFILE ROW IT POSTS.
000325*                A LEDGER OUT OF BALANCE, OR NO PROOF
000326*                TONIGHT AT ALL, FLAGS THE NIGHT.
000327*2026-10-11 RAS  A BUSINESS DAY PTAXLOAD FOUND STILL
000328*                WITHOUT A USD RATE ON XRATFILE NOW
000329*                FLAGS THE NIGHT AND PRINTS UNDER THE
000330*                STATUS LINE, AHEAD OF ANY USD COMMA RUN.
000331*2026-10-14 RAS  A PAY PERIOD PAYVOID VOIDED TODAY PRINTS
000332*                UNDER THE STATUS LINE WITH WHO
000333*                AUTHORIZED IT, AND ONE LEFT VOIDED ON
000334*                PERCTL UNTIL ITS CORRECTED RUN; EITHER
000335*                FLAGS THE NIGHT. THE STEP TABLE NOW
000336*                HOLDS 30 STEPS.
000337*****************************************************
000338 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG"
000440     COPY EXCPTSEL.
000450     COPY DISPSEL.
000460     COPY CTLSEL.
000462     COPY PERSEL.
000464     COPY BALSEL.
000466     COPY VOIDSEL.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD JOB-LOG-FILE.
000570     05 JOBLOG-TIME PICTURE 9(08).
000580     05 FILLER PICTURE X(01).
000590     05 JOBLOG-STATUS PICTURE X(10).
000595     05 FILLER PICTURE X(01).
000600     05 JOBLOG-CAUSE PICTURE X(10).
000605     05 FILLER PICTURE X(10).
000610 FD MORN-RPT-FILE.
000620 01 MORN-RPT-RECORD PICTURE X(100).
000630 FD VOL-ALERT-FILE.
000720     COPY EXCPTFD.
000730     COPY DISPFD.
000740     COPY CTLFD.
000742     COPY PERFD.
000744     COPY BALFD.
000746     COPY VOIDFD.
000750 WORKING-STORAGE SECTION.
000760*---------------------------------------------------*
000770*INPUT LOG CONTROL AREAS
000920*THE LATEST START AND STOP PER PROGRAM WIN, SO A
000930*RESTARTED STEP SHOWS ITS FINAL ATTEMPT
000940*---------------------------------------------------*
000950 77 WRK-STEP-MAX PICTURE 9(02) COMP VALUE 30.
000960 01 WRK-STEP-TABLE.
000970     05 WRK-STEP-ENTRY OCCURS 30 TIMES.
000980         10 WRK-STEP-PROGRAM PICTURE X(10).
000990         10 WRK-STEP-START-TIME PICTURE 9(08).
001000         10 WRK-STEP-STOP-TIME PICTURE 9(08).
001020         10 WRK-STEP-STARTED-SW PICTURE X(01).
001030         10 WRK-STEP-STOPPED-SW PICTURE X(01).
001040         10 WRK-STEP-EXCPT-COUNT PICTURE 9(05) COMP.
001045         10 WRK-STEP-CAUSE PICTURE X(10).
001050 77 WRK-STEP-TOTAL PICTURE 9(02) COMP VALUE ZERO.
001060 77 WRK-STEP-SUB PICTURE 9(02) COMP VALUE ZERO.
001070 77 WRK-HIT-SUB PICTURE 9(02) COMP VALUE ZERO.
001410     05 WRK-VOLA-LINE OCCURS 10 TIMES PICTURE X(60).
001420 77 WRK-VOLA-COUNT PICTURE 9(02) COMP VALUE ZERO.
001430 77 WRK-VOLA-SUB PICTURE 9(02) COMP VALUE ZERO.
001431 77 WRK-HELD-COUNT PICTURE 9(02) COMP VALUE ZERO.
001432*---------------------------------------------------*
001433*PENDING PAYROLL AREAS - EVERY PERCTL ROW STILL
001434*WAITING FOR PAYAPRV, OR LEFT VOIDED WAITING FOR ITS
001435*CORRECTED RUN, AS READY-TO-PRINT BANNER LINES
001436*---------------------------------------------------*
001437     COPY PERWS.
001438 77 WRK-PERC-EOF-SW PICTURE X(01) VALUE 'N'.
001439     88 WRK-PERC-EOF VALUE 'Y'.
001440 77 WRK-PEND-MAX PICTURE 9(02) COMP VALUE 10.
001441 01 WRK-PEND-TABLE.
001442     05 WRK-PEND-LINE OCCURS 10 TIMES PICTURE X(80).
001443 77 WRK-PEND-COUNT PICTURE 9(02) COMP VALUE ZERO.
001444 77 WRK-PEND-SUB PICTURE 9(02) COMP VALUE ZERO.
001445 77 WRK-PEND-FLAGS-ED PICTURE Z(04)9.
001446*---------------------------------------------------*
001447*LEDGER PROOF AREAS - THE LAST LDGPROOF ROW POSTED TO
001448*BALFILE TODAY IS TONIGHT'S VERDICT
001449*---------------------------------------------------*
001450     COPY BALWS.
001451 77 WRK-BAL-EOF-SW PICTURE X(01) VALUE 'N'.
001452     88 WRK-BAL-EOF VALUE 'Y'.
001453 77 WRK-PROOF-SEEN-SW PICTURE X(01) VALUE 'N'.
001454     88 WRK-PROOF-SEEN VALUE 'Y'.
001455 77 WRK-PROOF-VERDICT PICTURE X(14) VALUE SPACES.
001456 77 WRK-PROOF-REFS PICTURE 9(07) VALUE ZERO.
001457 77 WRK-PROOF-REFS-ED PICTURE Z(06)9.
001458*---------------------------------------------------*
001459*MISSING-RATE AREAS - BUSINESS DAYS PTAXLOAD FLAGGED
001460*TONIGHT AS HAVING NO USD RATE. PTAXLOAD WRITES THEM IN
001461*DATE ORDER, SO A RERUN'S REPEATS ARE NOT RECOUNTED
001462*---------------------------------------------------*
001463 77 WRK-NORATE-COUNT PICTURE 9(03) COMP VALUE ZERO.
001464 77 WRK-NORATE-COUNT-ED PICTURE ZZ9.
001465 77 WRK-NORATE-LAST PICTURE X(20) VALUE SPACES.
001466*---------------------------------------------------*
001467*PAYROLL VOID AREAS - EVERY VOIDLOG ROW WRITTEN TODAY,
001468*AS READY-TO-PRINT BANNER LINES
001469*---------------------------------------------------*
001470     COPY VOIDWS.
001471 77 WRK-VOID-EOF-SW PICTURE X(01) VALUE 'N'.
001472     88 WRK-VOID-EOF VALUE 'Y'.
001473 77 WRK-VOIDL-MAX PICTURE 9(02) COMP VALUE 10.
001474 01 WRK-VOIDL-TABLE.
001475     05 WRK-VOIDL-LINE OCCURS 10 TIMES PICTURE X(90).
001476 77 WRK-VOIDL-COUNT PICTURE 9(02) COMP VALUE ZERO.
001477 77 WRK-VOIDL-SUB PICTURE 9(02) COMP VALUE ZERO.
001478 77 WRK-VOID-COUNT-ED PICTURE Z(04)9.
001479 77 WRK-VOID-SETTLED-ED PICTURE Z(04)9.
001480*---------------------------------------------------*
001481*RUN-DATE HEADER CONTROL AREAS
001482*---------------------------------------------------*
001483     COPY RUNDATE.
001484 PROCEDURE DIVISION.
001490*****************************************************
001500*0000-MAINLINE
001510*****************************************************
001550     PERFORM 1500-LOAD-DISPOSITIONS THRU 1500-EXIT.
001560     PERFORM 2000-COUNT-EXCEPTIONS THRU 2000-EXIT.
001570     PERFORM 2500-SCAN-VOL-ALERTS THRU 2500-EXIT.
001572     PERFORM 2600-SCAN-PENDING-PAYROLL THRU 2600-EXIT.
001574     PERFORM 2650-SCAN-LEDGER-PROOF THRU 2650-EXIT.
001576     PERFORM 2670-SCAN-VOID-LOG THRU 2670-EXIT.
001580     PERFORM 3000-PRINT-DASHBOARD THRU 3000-EXIT.
001590     STOP RUN.
001600*****************************************************
001970             MOVE 'N' TO WRK-STEP-STOPPED-SW(WRK-HIT-SUB)
001980             MOVE JOBLOG-STATUS TO
001990                 WRK-STEP-STATUS(WRK-HIT-SUB)
001995             MOVE SPACES TO WRK-STEP-CAUSE(WRK-HIT-SUB)
002000         WHEN "STOP"
002010             MOVE JOBLOG-TIME TO
002020                 WRK-STEP-STOP-TIME(WRK-HIT-SUB)
002060         WHEN "SKIP"
002070             MOVE JOBLOG-STATUS TO
002080                 WRK-STEP-STATUS(WRK-HIT-SUB)
002085             MOVE JOBLOG-CAUSE TO WRK-STEP-CAUSE(WRK-HIT-SUB)
002090     END-EVALUATE.
002100 1290-READ-NEXT.
002110     PERFORM 1100-READ-JOBLOG THRU 1100-EXIT.
002380             MOVE 'N' TO WRK-STEP-STOPPED-SW(WRK-HIT-SUB)
002390             MOVE ZERO TO
002400                 WRK-STEP-EXCPT-COUNT(WRK-HIT-SUB)
002405             MOVE SPACES TO WRK-STEP-CAUSE(WRK-HIT-SUB)
002410         END-IF
002420     END-IF.
002430 1300-EXIT.
002950             ADD 1 TO WRK-OTHER-EXCPT-COUNT
002960         END-IF
002970     END-IF.
002971*A BUSINESS DAY PTAXLOAD FOUND WITHOUT A USD RATE
002972     IF EXCPT-DATE = WRK-TODAY-DATE
002973         AND EXCPT-PROGRAM = "PTAXLOAD"
002974         AND EXCPT-REASON = "NO USD RATE FOR BUSINESS DAY"
002975         AND EXCPT-INPUT > WRK-NORATE-LAST
002976         ADD 1 TO WRK-NORATE-COUNT
002977         MOVE EXCPT-INPUT TO WRK-NORATE-LAST
002978     END-IF.
002980     PERFORM 2100-READ-EXCEPTION THRU 2100-EXIT.
002990 2200-EXIT.
003000     EXIT.
003230     END-IF.
003240     WRITE MORN-RPT-RECORD.
003250     PERFORM 2700-PRINT-VOL-ALERTS THRU 2700-EXIT.
003251     PERFORM 2800-PRINT-HELD-STEPS THRU 2800-EXIT.
003252     PERFORM 2900-PRINT-PENDING-PAYROLL THRU 2900-EXIT.
003253     PERFORM 2950-PRINT-LEDGER-PROOF THRU 2950-EXIT.
003254     PERFORM 2960-PRINT-MISSING-RATES THRU 2960-EXIT.
003255     PERFORM 2970-PRINT-VOIDS THRU 2970-EXIT.
003260     MOVE SPACES TO MORN-RPT-RECORD.
003270     STRING "STEP       START    STOP     ELAPSED "
003280                DELIMITED BY SIZE
003630*****************************************************
003640*3200-JUDGE-NIGHT - ATTENTION WHEN ANY STEP FAILED OR
003650*NEVER LOGGED ITS STOP, WHEN NOTHING RAN AT ALL, OR
003656*WHEN ANY EXCEPTIONS WERE WRITTEN TONIGHT, OR WHEN A
003662*PAYROLL WAS VOIDED TODAY
003670*****************************************************
003680 3200-JUDGE-NIGHT.
003690     IF WRK-STEP-TOTAL = ZERO
003750     IF WRK-VOLA-COUNT > 0
003760         SET WRK-ATTENTION TO TRUE
003770     END-IF.
003771     IF WRK-PEND-COUNT > 0
003772         SET WRK-ATTENTION TO TRUE
003773     END-IF.
003774     IF WRK-PROOF-VERDICT NOT = "IN BALANCE"
003775         SET WRK-ATTENTION TO TRUE
003776     END-IF.
003777     IF WRK-NORATE-COUNT > 0
003778         SET WRK-ATTENTION TO TRUE
003779     END-IF.
003780     IF WRK-VOIDL-COUNT > 0
003781         SET WRK-ATTENTION TO TRUE
003782     END-IF.
003783     PERFORM 3210-JUDGE-ONE-STEP THRU 3210-EXIT
003790         VARYING WRK-STEP-SUB FROM 1 BY 1
003800         UNTIL WRK-STEP-SUB > WRK-STEP-TOTAL.
003810 3200-EXIT.
003830 3210-JUDGE-ONE-STEP.
003840     IF WRK-STEP-STATUS(WRK-STEP-SUB) = "FAILED"
003850         SET WRK-ATTENTION TO TRUE
003852     END-IF.
003854     IF WRK-STEP-STATUS(WRK-STEP-SUB) = "DEPEND"
003856         SET WRK-ATTENTION TO TRUE
003858         ADD 1 TO WRK-HELD-COUNT
003860     END-IF.
003870     IF WRK-STEP-STARTED-SW(WRK-STEP-SUB) = 'Y'
003880         AND WRK-STEP-STOPPED-SW(WRK-STEP-SUB) = 'N'
005670     END-IF.
005680 2310-EXIT.
005690     EXIT.
005700*****************************************************
005710*2800-PRINT-HELD-STEPS - ONE BANNER LINE PER STEP
005720*DAILYJOB HELD BACK, NAMING THE FAILED STEP AT THE
005730*ROOT OF THE HOLD
005740*****************************************************
005750 2800-PRINT-HELD-STEPS.
005760     IF WRK-HELD-COUNT = ZERO
005770         GO TO 2800-EXIT
005780     END-IF.
005790     PERFORM 2810-PRINT-ONE-HOLD THRU 2810-EXIT
005800         VARYING WRK-STEP-SUB FROM 1 BY 1
005810         UNTIL WRK-STEP-SUB > WRK-STEP-TOTAL.
005820 2800-EXIT.
005830     EXIT.
005840 2810-PRINT-ONE-HOLD.
005850     IF WRK-STEP-STATUS(WRK-STEP-SUB) NOT = "DEPEND"
005860         GO TO 2810-EXIT
005870     END-IF.
005880     MOVE SPACES TO MORN-RPT-RECORD.
005890     STRING "DEPENDENCY HOLD: " DELIMITED BY SIZE
005900            WRK-STEP-PROGRAM(WRK-STEP-SUB) DELIMITED BY SPACE
005910            " NOT RUN - ROOT CAUSE " DELIMITED BY SIZE
005920            WRK-STEP-CAUSE(WRK-STEP-SUB) DELIMITED BY SPACE
005930         INTO MORN-RPT-RECORD.
005940     WRITE MORN-RPT-RECORD.
005950 2810-EXIT.
005960     EXIT.
005970*****************************************************
005980*2600-SCAN-PENDING-PAYROLL - TABLES EVERY PERIOD COMMA
005990*HAS RUN THAT NO SUPERVISOR HAS APPROVED YET, AND
006000*EVERY PERIOD PAYVOID HAS VOIDED THAT HAS NOT BEEN RUN
006010*AGAIN. NO PERCTL FILE MEANS NO PAYROLL HAS RUN AT ALL
006020*****************************************************
006030 2600-SCAN-PENDING-PAYROLL.
006040     OPEN INPUT PERIOD-CONTROL-FILE.
006050     IF NOT WRK-PERC-OK
006060         GO TO 2600-EXIT
006070     END-IF.
006080     PERFORM 2610-READ-ONE-PERIOD THRU 2610-EXIT
006090         UNTIL WRK-PERC-EOF.
006100     CLOSE PERIOD-CONTROL-FILE.
006110 2600-EXIT.
006120     EXIT.
006130 2610-READ-ONE-PERIOD.
006140     READ PERIOD-CONTROL-FILE NEXT RECORD
006150         AT END
006160             SET WRK-PERC-EOF TO TRUE
006170     END-READ.
006180     IF WRK-PERC-EOF
006190         GO TO 2610-EXIT
006200     END-IF.
006210     IF NOT PERC-PENDING
006220         AND NOT PERC-VOIDED
006230         GO TO 2610-EXIT
006240     END-IF.
006250     IF WRK-PEND-COUNT >= WRK-PEND-MAX
006260         GO TO 2610-EXIT
006270     END-IF.
006280     ADD 1 TO WRK-PEND-COUNT.
006290     MOVE SPACES TO WRK-PEND-LINE(WRK-PEND-COUNT).
006300     IF PERC-VOIDED
006310         STRING "PAYROLL VOIDED: PERIOD " DELIMITED BY SIZE
006320                PERC-PERIOD DELIMITED BY SIZE
006330                " TYPE " DELIMITED BY SIZE
006340                PERC-RUN-TYPE DELIMITED BY SIZE
006350                " - AWAITING THE CORRECTED RUN"
006360                    DELIMITED BY SIZE
006370             INTO WRK-PEND-LINE(WRK-PEND-COUNT)
006380         GO TO 2610-EXIT
006390     END-IF.
006400     IF PERC-VARIANCE-DATE = ZERO
006410         STRING "PAYROLL PENDING APPROVAL: PERIOD "
006420                    DELIMITED BY SIZE
006430                PERC-PERIOD DELIMITED BY SIZE
006440                " TYPE " DELIMITED BY SIZE
006450                PERC-RUN-TYPE DELIMITED BY SIZE
006460                " - BANK FILE HELD, PAYVAR NOT RUN"
006470                    DELIMITED BY SIZE
006480             INTO WRK-PEND-LINE(WRK-PEND-COUNT)
006490     ELSE
006500         MOVE PERC-VARIANCE-FLAGS TO WRK-PEND-FLAGS-ED
006510         STRING "PAYROLL PENDING APPROVAL: PERIOD "
006520                    DELIMITED BY SIZE
006530                PERC-PERIOD DELIMITED BY SIZE
006540                " TYPE " DELIMITED BY SIZE
006550                PERC-RUN-TYPE DELIMITED BY SIZE
006560                " - BANK FILE HELD, " DELIMITED BY SIZE
006570                WRK-PEND-FLAGS-ED DELIMITED BY SIZE
006580                " VARIANCE FLAGS" DELIMITED BY SIZE
006590             INTO WRK-PEND-LINE(WRK-PEND-COUNT)
006600     END-IF.
006610 2610-EXIT.
006620     EXIT.
006630*****************************************************
006640*2900-PRINT-PENDING-PAYROLL - ONE BANNER LINE PER
006650*PERIOD STILL WAITING FOR PAYAPRV OR FOR ITS RERUN
006660*****************************************************
006670 2900-PRINT-PENDING-PAYROLL.
006680     PERFORM 2910-PRINT-ONE-PENDING THRU 2910-EXIT
006690         VARYING WRK-PEND-SUB FROM 1 BY 1
006700         UNTIL WRK-PEND-SUB > WRK-PEND-COUNT.
006710 2900-EXIT.
006720     EXIT.
006730 2910-PRINT-ONE-PENDING.
006740     MOVE SPACES TO MORN-RPT-RECORD.
006750     MOVE WRK-PEND-LINE(WRK-PEND-SUB) TO MORN-RPT-RECORD.
006760     WRITE MORN-RPT-RECORD.
006770 2910-EXIT.
006780     EXIT.
006790*****************************************************
006800*2650-SCAN-LEDGER-PROOF - PICKS UP TONIGHT'S LDGPROOF
006810*VERDICT FROM BALFILE; A RERUN'S LATER ROW WINS. NO
006820*BALFILE OR NO ROW TODAY LEAVES THE VERDICT BLANK
006830*****************************************************
006840 2650-SCAN-LEDGER-PROOF.
006850     OPEN INPUT BALANCE-FILE.
006860     IF WRK-BAL-NOT-FOUND
006870         GO TO 2650-EXIT
006880     END-IF.
006890     PERFORM 2660-READ-ONE-BALANCE THRU 2660-EXIT
006900         UNTIL WRK-BAL-EOF.
006910     CLOSE BALANCE-FILE.
006920 2650-EXIT.
006930     EXIT.
006940 2660-READ-ONE-BALANCE.
006950     READ BALANCE-FILE
006960         AT END
006970             SET WRK-BAL-EOF TO TRUE
006980     END-READ.
006990     IF WRK-BAL-EOF
007000         GO TO 2660-EXIT
007010     END-IF.
007020     IF BAL-PROGRAM NOT = "LDGPROOF"
007030         OR BAL-RUN-DATE NOT = WRK-TODAY-DATE
007040         GO TO 2660-EXIT
007050     END-IF.
007060     SET WRK-PROOF-SEEN TO TRUE.
007070     MOVE BAL-VERDICT TO WRK-PROOF-VERDICT.
007080     MOVE BAL-WRITTEN-COUNT TO WRK-PROOF-REFS.
007090 2660-EXIT.
007100     EXIT.
007110*****************************************************
007120*2950-PRINT-LEDGER-PROOF - ONE BANNER LINE, PROVEN OR
007130*NOT, SO THE LEDGER'S STANDING IS ALWAYS ON THE PAGE
007140*****************************************************
007150 2950-PRINT-LEDGER-PROOF.
007160     MOVE SPACES TO MORN-RPT-RECORD.
007170     IF NOT WRK-PROOF-SEEN
007180         MOVE "LEDGER PROOF: NOT RUN TONIGHT - NOT PROVEN"
007190             TO MORN-RPT-RECORD
007200         WRITE MORN-RPT-RECORD
007210         GO TO 2950-EXIT
007220     END-IF.
007230     MOVE WRK-PROOF-REFS TO WRK-PROOF-REFS-ED.
007240     IF WRK-PROOF-VERDICT = "IN BALANCE"
007250         STRING "LEDGER PROOF: PROVEN - " DELIMITED BY SIZE
007260                WRK-PROOF-REFS-ED DELIMITED BY SIZE
007270                " REFERENCES AGREE WITH LDGJRNL"
007280                    DELIMITED BY SIZE
007290             INTO MORN-RPT-RECORD
007300     ELSE
007310         MOVE "LEDGER PROOF: NOT PROVEN - SEE PROOFRPT"
007320             TO MORN-RPT-RECORD
007330     END-IF.
007340     WRITE MORN-RPT-RECORD.
007350 2950-EXIT.
007360     EXIT.
007370*****************************************************
007380*2960-PRINT-MISSING-RATES - ONE LINE WHEN ANY BUSINESS
007390*DAY IS STILL WITHOUT A USD RATE, WITH THE LATEST SUCH
007400*DAY; A USD COMMA RUN WOULD PAY AT AN OLDER RATE
007410*****************************************************
007420 2960-PRINT-MISSING-RATES.
007430     IF WRK-NORATE-COUNT = ZERO
007440         GO TO 2960-EXIT
007450     END-IF.
007460     MOVE WRK-NORATE-COUNT TO WRK-NORATE-COUNT-ED.
007470     MOVE SPACES TO MORN-RPT-RECORD.
007480     STRING "USD RATE MISSING FOR " DELIMITED BY SIZE
007490            WRK-NORATE-COUNT-ED DELIMITED BY SIZE
007500            " BUSINESS DAY(S) THROUGH " DELIMITED BY SIZE
007510            WRK-NORATE-LAST DELIMITED BY SPACE
007520            " - KEY IN XRATMNT BEFORE ANY USD COMMA RUN"
007530                DELIMITED BY SIZE
007540         INTO MORN-RPT-RECORD.
007550     WRITE MORN-RPT-RECORD.
007560 2960-EXIT.
007570     EXIT.
007580*****************************************************
007590*2670-SCAN-VOID-LOG - TABLES EVERY PAYROLL VOID
007600*PAYVOID LOGGED TODAY. NO VOIDLOG MEANS NOTHING HAS
007610*EVER BEEN VOIDED
007620*****************************************************
007630 2670-SCAN-VOID-LOG.
007640     OPEN INPUT VOID-LOG-FILE.
007650     IF NOT WRK-VOID-OK
007660         GO TO 2670-EXIT
007670     END-IF.
007680     PERFORM 2680-READ-ONE-VOID THRU 2680-EXIT
007690         UNTIL WRK-VOID-EOF.
007700     CLOSE VOID-LOG-FILE.
007710 2670-EXIT.
007720     EXIT.
007730 2680-READ-ONE-VOID.
007740     READ VOID-LOG-FILE
007750         AT END
007760             SET WRK-VOID-EOF TO TRUE
007770     END-READ.
007780     IF WRK-VOID-EOF
007790         GO TO 2680-EXIT
007800     END-IF.
007810     IF VOID-DATE NOT = WRK-TODAY-DATE
007820         GO TO 2680-EXIT
007830     END-IF.
007840     IF WRK-VOIDL-COUNT >= WRK-VOIDL-MAX
007850         GO TO 2680-EXIT
007860     END-IF.
007870     ADD 1 TO WRK-VOIDL-COUNT.
007880     MOVE VOID-EMP-COUNT TO WRK-VOID-COUNT-ED.
007890     MOVE VOID-SETTLED-COUNT TO WRK-VOID-SETTLED-ED.
007900     MOVE SPACES TO WRK-VOIDL-LINE(WRK-VOIDL-COUNT).
007910     STRING "PAYROLL VOIDED TODAY: PERIOD " DELIMITED BY SIZE
007920            VOID-PERIOD DELIMITED BY SIZE
007930            " TYPE " DELIMITED BY SIZE
007940            VOID-RUN-TYPE DELIMITED BY SIZE
007950            " BY " DELIMITED BY SIZE
007960            VOID-AUTHORIZED-BY DELIMITED BY SIZE
007970            " -" DELIMITED BY SIZE
007980            WRK-VOID-COUNT-ED DELIMITED BY SIZE
007990            " PAYMENTS," DELIMITED BY SIZE
008000            WRK-VOID-SETTLED-ED DELIMITED BY SIZE
008010            " ALREADY SETTLED" DELIMITED BY SIZE
008020         INTO WRK-VOIDL-LINE(WRK-VOIDL-COUNT).
008030 2680-EXIT.
008040     EXIT.
008050*****************************************************
008060*2970-PRINT-VOIDS - ONE BANNER LINE PER VOID, WITH THE
008070*AUTHORIZER; VOIDRPT AND VOIDLOG CARRY THE DETAIL
008080*****************************************************
008090 2970-PRINT-VOIDS.
008100     PERFORM 2975-PRINT-ONE-VOID THRU 2975-EXIT
008110         VARYING WRK-VOIDL-SUB FROM 1 BY 1
008120         UNTIL WRK-VOIDL-SUB > WRK-VOIDL-COUNT.
008130 2970-EXIT.
008140     EXIT.
008150 2975-PRINT-ONE-VOID.
008160     MOVE SPACES TO MORN-RPT-RECORD.
008170     MOVE WRK-VOIDL-LINE(WRK-VOIDL-SUB) TO MORN-RPT-RECORD.
008180     WRITE MORN-RPT-RECORD.
008190 2975-EXIT.
008200     EXIT.
