000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. LDGPROOF.
000030 AUTHOR. RAS.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 2026-10-06.
000060 DATE-COMPILED.
000070*****************************************************
000080*OBJECTIVE = NIGHTLY PROOF OF THE TRANSLDGR LEDGER
000090*AGAINST ITS LDGJRNL JOURNAL. OPERATORS UPDATES THE TWO
000100*SIDE BY SIDE, BUT A CRASHED RUN, A RESTORED BACKUP OR
000110*A HAND-EDITED FILE CAN LEAVE THEM APART. THE JOURNAL
000120*IS RE-SUMMED PER REFERENCE AND EACH LEDGER RECORD'S
000130*BALANCE, POSTING COUNT AND LAST POSTING DATE ARE
000140*CHECKED AGAINST IT; A REFERENCE ON ONLY ONE OF THE TWO
000150*FILES IS A DIFFERENCE AS WELL. EVERY DIFFERENCE PRINTS
000160*ON PROOFRPT AND GOES TO EXCPTRPT, AND THE VERDICT IS
000170*POSTED TO BALFILE FOR BALCHK AND MORNRPT. RUN AS A
000180*NIGHT STEP AFTER OPERATORS.
000190*****************************************************
000200*MODIFICATION HISTORY
000210*DATE       INIT DESCRIPTION
000220*2026-10-06 RAS  ORIGINAL PROGRAM
000230*****************************************************
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     COPY LDGSEL.
000280     COPY LDGJSEL.
000290     SELECT PROOF-RPT-FILE ASSIGN TO "PROOFRPT"
000300         ORGANIZATION IS LINE SEQUENTIAL.
000310     COPY BALSEL.
000320     COPY EXCPTSEL.
000330     COPY CTLSEL.
000340     COPY CTLHSEL.
000350 DATA DIVISION.
000360 FILE SECTION.
000370     COPY LDGFD.
000380     COPY LDGJFD.
000390 FD PROOF-RPT-FILE.
000400 01 PROOF-RPT-RECORD PICTURE X(80).
000410     COPY BALFD.
000420     COPY EXCPTFD.
000430     COPY CTLFD.
000440     COPY CTLHFD.
000450 WORKING-STORAGE SECTION.
000460*---------------------------------------------------*
000470*LEDGER AND JOURNAL AREAS
000480*---------------------------------------------------*
000490     COPY LDGWS.
000500 77 WRK-LDG-EOF-SW PICTURE X(01) VALUE 'N'.
000510     88 WRK-LDG-SCAN-EOF VALUE 'Y'.
000520 77 WRK-JRNL-EOF-SW PICTURE X(01) VALUE 'N'.
000530     88 WRK-JRNL-EOF VALUE 'Y'.
000540 77 WRK-LDG-OPEN-SW PICTURE X(01) VALUE 'N'.
000550     88 WRK-LDG-OPENED VALUE 'Y'.
000560 77 WRK-FATAL-SW PICTURE X(01) VALUE 'N'.
000570     88 WRK-FATAL VALUE 'Y'.
000580*---------------------------------------------------*
000590*JOURNAL TOTALS PER REFERENCE - THE JOURNAL IS IN
000600*POSTING ORDER, SO ITS LAST ROW FOR A REFERENCE CARRIES
000610*THE LAST POSTING DATE. THE MATCHED FLAG IS SET WHEN
000620*THE LEDGER PASS MEETS THE REFERENCE, AND WHAT IS LEFT
000630*UNMATCHED IS ON THE JOURNAL ONLY
000640*---------------------------------------------------*
000650 77 WRK-REFT-MAX PICTURE 9(04) COMP VALUE 2000.
000660 01 WRK-REFT-TABLE.
000670     05 WRK-REFT-ENTRY OCCURS 2000 TIMES.
000680         10 WRK-REFT-REF PICTURE X(08).
000690         10 WRK-REFT-SUM PICTURE S9(13)V99
000700             SIGN IS LEADING SEPARATE CHARACTER.
000710         10 WRK-REFT-COUNT PICTURE 9(07).
000720         10 WRK-REFT-LAST-DATE PICTURE 9(08).
000730         10 WRK-REFT-MATCHED-SW PICTURE X(01).
000740             88 WRK-REFT-MATCHED VALUE 'Y'.
000750 77 WRK-REFT-TOTAL PICTURE 9(04) COMP VALUE ZERO.
000760 77 WRK-REFT-SUB PICTURE 9(04) COMP VALUE ZERO.
000770 77 WRK-REFT-HIT PICTURE 9(04) COMP VALUE ZERO.
000780 77 WRK-LOOKUP-REF PICTURE X(08) VALUE SPACES.
000790*---------------------------------------------------*
000800*DIFFERENCE LINE AREAS - EACH SIDE IS EDITED INTO TEXT
000810*SO ONE LINE LAYOUT SERVES AMOUNTS, COUNTS AND DATES
000820*---------------------------------------------------*
000830 77 WRK-DIFF-REF PICTURE X(08) VALUE SPACES.
000840 77 WRK-DIFF-ITEM PICTURE X(14) VALUE SPACES.
000850 77 WRK-DIFF-LEDGER PICTURE X(18) VALUE SPACES.
000860 77 WRK-DIFF-JOURNAL PICTURE X(18) VALUE SPACES.
000870 77 WRK-REF-DIFF-SW PICTURE X(01) VALUE 'N'.
000880     88 WRK-REF-DIFFERS VALUE 'Y'.
000890 77 WRK-AMOUNT-ED PICTURE -(13)9.99 VALUE ZERO.
000900 77 WRK-COUNT-ED PICTURE Z(06)9.
000910*---------------------------------------------------*
000920*RUN TOTALS
000930*---------------------------------------------------*
000940 77 WRK-LDG-READ-COUNT PICTURE 9(07) COMP VALUE ZERO.
000950 77 WRK-JRNL-READ-COUNT PICTURE 9(07) COMP VALUE ZERO.
000960 77 WRK-REF-CHECKED PICTURE 9(07) COMP VALUE ZERO.
000970 77 WRK-REF-PROVEN PICTURE 9(07) COMP VALUE ZERO.
000980 77 WRK-REF-OUT PICTURE 9(07) COMP VALUE ZERO.
000990 77 WRK-DIFF-COUNT PICTURE 9(07) COMP VALUE ZERO.
001000*---------------------------------------------------*
001010*BALANCE FILE AREAS
001020*---------------------------------------------------*
001030     COPY BALWS.
001040*---------------------------------------------------*
001050*EXCEPTION-REPORT CONTROL AREAS - THE HOLD FIELDS LET
001060*A CALLER FILL THE MESSAGE BEFORE THE LOG IS OPENED
001070*---------------------------------------------------*
001080     COPY EXCPTWS.
001090 77 WRK-EXCPT-HOLD-INPUT PICTURE X(20) VALUE SPACES.
001100 77 WRK-EXCPT-HOLD-REASON PICTURE X(40) VALUE SPACES.
001110*---------------------------------------------------*
001120*JOB CONTROL FILE AREAS
001130*---------------------------------------------------*
001140     COPY CTLWS.
001150     COPY CTLHWS.
001160*---------------------------------------------------*
001170*RUN-DATE CONTROL AREAS
001180*---------------------------------------------------*
001190     COPY RUNDATE.
001200 PROCEDURE DIVISION.
001210*****************************************************
001220*0000-MAINLINE
001230*****************************************************
001240 0000-MAINLINE.
001250     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001260     PERFORM 2000-LOAD-JOURNAL THRU 2000-EXIT.
001270     IF NOT WRK-FATAL
001280         PERFORM 3000-OPEN-LEDGER THRU 3000-EXIT
001290     END-IF.
001300     PERFORM 4000-PROVE-REFERENCE THRU 4000-EXIT
001310         UNTIL WRK-LDG-SCAN-EOF.
001320     IF NOT WRK-FATAL
001330         PERFORM 5000-JOURNAL-ONLY THRU 5000-EXIT
001340             VARYING WRK-REFT-SUB FROM 1 BY 1
001350             UNTIL WRK-REFT-SUB > WRK-REFT-TOTAL
001360     END-IF.
001370     PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT.
001380     PERFORM 8000-POST-BALANCE THRU 8000-EXIT.
001390     PERFORM 9000-CLOSE-FILES THRU 9000-EXIT.
001400     PERFORM 8900-UPDATE-CONTROL-FILE THRU 8900-EXIT.
001410     IF WRK-FATAL
001420         MOVE 8 TO RETURN-CODE
001430     ELSE
001440         IF WRK-DIFF-COUNT > ZERO
001450             MOVE 4 TO RETURN-CODE
001460         END-IF
001470     END-IF.
001480     STOP RUN.
001490*****************************************************
001500*1000-INITIALIZE
001510*****************************************************
001520 1000-INITIALIZE.
001530     ACCEPT WRK-RUN-DATE FROM DATE YYYYMMDD.
001540     OPEN OUTPUT PROOF-RPT-FILE.
001550     MOVE SPACES TO PROOF-RPT-RECORD.
001560     STRING "LEDGER PROOF - TRANSLDGR AGAINST LDGJRNL"
001570                DELIMITED BY SIZE
001580            "   RUN DATE: " DELIMITED BY SIZE
001590            WRK-RUN-DATE DELIMITED BY SIZE
001600         INTO PROOF-RPT-RECORD.
001610     WRITE PROOF-RPT-RECORD.
001620     MOVE SPACES TO PROOF-RPT-RECORD.
001630     STRING "REF      DIFFERENCE     " DELIMITED BY SIZE
001640            "LEDGER             JOURNAL" DELIMITED BY SIZE
001650         INTO PROOF-RPT-RECORD.
001660     WRITE PROOF-RPT-RECORD.
001670 1000-EXIT.
001680     EXIT.
001690*****************************************************
001700*2000-LOAD-JOURNAL - RE-SUMS THE WHOLE JOURNAL BY
001710*REFERENCE. NO JOURNAL YET IS AN EMPTY ONE. A TABLE
001720*TOO SMALL FOR THE REFERENCES ON FILE MEANS NOTHING
001730*CAN BE PROVEN - THE STEP ENDS WITH RETURN CODE 8
001740*RATHER THAN REPORT FALSE DIFFERENCES
001750*****************************************************
001760 2000-LOAD-JOURNAL.
001770     OPEN INPUT LEDGER-JOURNAL-FILE.
001780     IF WRK-LDGJ-NOT-FOUND
001790         GO TO 2000-EXIT
001800     END-IF.
001810     IF NOT WRK-LDGJ-OK
001820         MOVE "LDGJRNL" TO WRK-EXCPT-HOLD-INPUT
001830         MOVE "LEDGER JOURNAL NOT AVAILABLE"
001840             TO WRK-EXCPT-HOLD-REASON
001850         GO TO 2090-REFUSE-PROOF
001860     END-IF.
001870     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
001880     PERFORM 2200-ADD-ONE-ROW THRU 2200-EXIT
001890         UNTIL WRK-JRNL-EOF.
001900     CLOSE LEDGER-JOURNAL-FILE.
001902     IF WRK-FATAL
001904         GO TO 2090-REFUSE-PROOF
001906     END-IF.
001910     GO TO 2000-EXIT.
001920 2090-REFUSE-PROOF.
001930     PERFORM 7100-WRITE-EXCEPTION THRU 7100-EXIT.
001940     DISPLAY "LDGPROOF - " WRK-EXCPT-HOLD-REASON.
001950     SET WRK-FATAL TO TRUE.
001960     SET WRK-LDG-SCAN-EOF TO TRUE.
001970 2000-EXIT.
001980     EXIT.
001990 2100-READ-JOURNAL.
002000     READ LEDGER-JOURNAL-FILE
002010         AT END
002020             SET WRK-JRNL-EOF TO TRUE
002030     END-READ.
002040 2100-EXIT.
002050     EXIT.
002060 2200-ADD-ONE-ROW.
002070     ADD 1 TO WRK-JRNL-READ-COUNT.
002080     MOVE JRNL-REF TO WRK-LOOKUP-REF.
002090     PERFORM 2300-FIND-REFERENCE THRU 2300-EXIT.
002100     IF WRK-REFT-HIT = ZERO
002110         IF WRK-REFT-TOTAL >= WRK-REFT-MAX
002130             MOVE "LDGJRNL" TO WRK-EXCPT-HOLD-INPUT
002140             MOVE "TOO MANY REFERENCES - LEDGER NOT PROVEN"
002150                 TO WRK-EXCPT-HOLD-REASON
002155             SET WRK-FATAL TO TRUE
002160             SET WRK-JRNL-EOF TO TRUE
002165             GO TO 2200-EXIT
002170         END-IF
002180         ADD 1 TO WRK-REFT-TOTAL
002190         MOVE WRK-REFT-TOTAL TO WRK-REFT-HIT
002200         MOVE JRNL-REF TO WRK-REFT-REF(WRK-REFT-HIT)
002210         MOVE ZERO TO WRK-REFT-SUM(WRK-REFT-HIT)
002220         MOVE ZERO TO WRK-REFT-COUNT(WRK-REFT-HIT)
002230         MOVE ZERO TO WRK-REFT-LAST-DATE(WRK-REFT-HIT)
002240         MOVE 'N' TO WRK-REFT-MATCHED-SW(WRK-REFT-HIT)
002250     END-IF.
002260     ADD JRNL-RESULT TO WRK-REFT-SUM(WRK-REFT-HIT).
002270     ADD 1 TO WRK-REFT-COUNT(WRK-REFT-HIT).
002280     MOVE JRNL-DATE TO WRK-REFT-LAST-DATE(WRK-REFT-HIT).
002290     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
002300 2200-EXIT.
002310     EXIT.
002320*****************************************************
002330*2300-FIND-REFERENCE - WRK-REFT-HIT COMES BACK ZERO
002340*WHEN THE REFERENCE IS NOT ON THE TABLE. THE LAST HIT
002350*IS TRIED FIRST, SINCE A BATCH USUALLY POSTS SEVERAL
002360*ROWS ON ONE REFERENCE IN A ROW
002370*****************************************************
002380 2300-FIND-REFERENCE.
002390     IF WRK-REFT-HIT > ZERO
002400         IF WRK-REFT-REF(WRK-REFT-HIT) = WRK-LOOKUP-REF
002410             GO TO 2300-EXIT
002420         END-IF
002430     END-IF.
002440     MOVE ZERO TO WRK-REFT-HIT.
002450     PERFORM 2310-CHECK-ONE-REFERENCE THRU 2310-EXIT
002460         VARYING WRK-REFT-SUB FROM 1 BY 1
002470         UNTIL WRK-REFT-SUB > WRK-REFT-TOTAL
002480             OR WRK-REFT-HIT > ZERO.
002490 2300-EXIT.
002500     EXIT.
002510 2310-CHECK-ONE-REFERENCE.
002520     IF WRK-REFT-REF(WRK-REFT-SUB) = WRK-LOOKUP-REF
002530         MOVE WRK-REFT-SUB TO WRK-REFT-HIT
002540     END-IF.
002550 2310-EXIT.
002560     EXIT.
002570*****************************************************
002580*3000-OPEN-LEDGER - NO LEDGER YET LEAVES EVERY JOURNAL
002590*REFERENCE ON THE JOURNAL ONLY; ANY OTHER OPEN FAILURE
002600*ENDS THE PROOF WITH RETURN CODE 8
002610*****************************************************
002620 3000-OPEN-LEDGER.
002630     OPEN INPUT LEDGER-FILE.
002640     IF WRK-LDG-NOT-FOUND
002650         SET WRK-LDG-SCAN-EOF TO TRUE
002660         GO TO 3000-EXIT
002670     END-IF.
002680     IF NOT WRK-LDG-OK
002690         MOVE "TRANSLDGR" TO WRK-EXCPT-HOLD-INPUT
002700         MOVE "LEDGER FILE NOT AVAILABLE"
002710             TO WRK-EXCPT-HOLD-REASON
002720         PERFORM 7100-WRITE-EXCEPTION THRU 7100-EXIT
002730         DISPLAY "LDGPROOF - " WRK-EXCPT-HOLD-REASON
002740         SET WRK-FATAL TO TRUE
002750         SET WRK-LDG-SCAN-EOF TO TRUE
002760         GO TO 3000-EXIT
002770     END-IF.
002780     SET WRK-LDG-OPENED TO TRUE.
002790     MOVE LOW-VALUES TO LDG-REF.
002800     START LEDGER-FILE KEY NOT < LDG-REF
002810         INVALID KEY
002820             SET WRK-LDG-SCAN-EOF TO TRUE
002830     END-START.
002840     PERFORM 3100-READ-LEDGER THRU 3100-EXIT.
002850 3000-EXIT.
002860     EXIT.
002870 3100-READ-LEDGER.
002880     IF WRK-LDG-SCAN-EOF
002890         GO TO 3100-EXIT
002900     END-IF.
002910     READ LEDGER-FILE NEXT RECORD
002920         AT END
002930             SET WRK-LDG-SCAN-EOF TO TRUE
002940     END-READ.
002950     IF NOT WRK-LDG-OK
002960         SET WRK-LDG-SCAN-EOF TO TRUE
002970     END-IF.
002980 3100-EXIT.
002990     EXIT.
003000*****************************************************
003010*4000-PROVE-REFERENCE - ONE LEDGER RECORD AGAINST ITS
003020*JOURNAL TOTALS. EACH FIGURE THAT DISAGREES IS ITS OWN
003030*DIFFERENCE LINE
003040*****************************************************
003050 4000-PROVE-REFERENCE.
003060     ADD 1 TO WRK-LDG-READ-COUNT.
003070     ADD 1 TO WRK-REF-CHECKED.
003080     MOVE 'N' TO WRK-REF-DIFF-SW.
003090     MOVE LDG-REF TO WRK-LOOKUP-REF.
003100     MOVE LDG-REF TO WRK-DIFF-REF.
003110     PERFORM 2300-FIND-REFERENCE THRU 2300-EXIT.
003120     IF WRK-REFT-HIT = ZERO
003130         MOVE "LEDGER ONLY" TO WRK-DIFF-ITEM
003140         MOVE LDG-TRANS-COUNT TO WRK-COUNT-ED
003150         MOVE WRK-COUNT-ED TO WRK-DIFF-LEDGER
003160         MOVE "NO ROWS" TO WRK-DIFF-JOURNAL
003170         MOVE "ON LEDGER BUT NOT ON JOURNAL"
003180             TO WRK-EXCPT-HOLD-REASON
003190         PERFORM 7000-REPORT-DIFFERENCE THRU 7000-EXIT
003200         GO TO 4090-COUNT-REFERENCE
003210     END-IF.
003220     SET WRK-REFT-MATCHED(WRK-REFT-HIT) TO TRUE.
003230     IF LDG-BALANCE NOT = WRK-REFT-SUM(WRK-REFT-HIT)
003240         MOVE "BALANCE" TO WRK-DIFF-ITEM
003250         MOVE LDG-BALANCE TO WRK-AMOUNT-ED
003260         MOVE WRK-AMOUNT-ED TO WRK-DIFF-LEDGER
003270         MOVE WRK-REFT-SUM(WRK-REFT-HIT) TO WRK-AMOUNT-ED
003280         MOVE WRK-AMOUNT-ED TO WRK-DIFF-JOURNAL
003290         MOVE "BALANCE DISAGREES WITH JOURNAL"
003300             TO WRK-EXCPT-HOLD-REASON
003310         PERFORM 7000-REPORT-DIFFERENCE THRU 7000-EXIT
003320     END-IF.
003330     IF LDG-TRANS-COUNT NOT = WRK-REFT-COUNT(WRK-REFT-HIT)
003340         MOVE "POSTING COUNT" TO WRK-DIFF-ITEM
003350         MOVE LDG-TRANS-COUNT TO WRK-COUNT-ED
003360         MOVE WRK-COUNT-ED TO WRK-DIFF-LEDGER
003370         MOVE WRK-REFT-COUNT(WRK-REFT-HIT) TO WRK-COUNT-ED
003380         MOVE WRK-COUNT-ED TO WRK-DIFF-JOURNAL
003390         MOVE "POSTING COUNT DISAGREES WITH JOURNAL"
003400             TO WRK-EXCPT-HOLD-REASON
003410         PERFORM 7000-REPORT-DIFFERENCE THRU 7000-EXIT
003420     END-IF.
003430     IF LDG-LAST-DATE NOT = WRK-REFT-LAST-DATE(WRK-REFT-HIT)
003440         MOVE "LAST DATE" TO WRK-DIFF-ITEM
003450         MOVE LDG-LAST-DATE TO WRK-DIFF-LEDGER
003460         MOVE WRK-REFT-LAST-DATE(WRK-REFT-HIT)
003470             TO WRK-DIFF-JOURNAL
003480         MOVE "LAST POSTING DATE DISAGREES WITH JOURNAL"
003490             TO WRK-EXCPT-HOLD-REASON
003500         PERFORM 7000-REPORT-DIFFERENCE THRU 7000-EXIT
003510     END-IF.
003520 4090-COUNT-REFERENCE.
003530     IF WRK-REF-DIFFERS
003540         ADD 1 TO WRK-REF-OUT
003550     ELSE
003560         ADD 1 TO WRK-REF-PROVEN
003570     END-IF.
003580     PERFORM 3100-READ-LEDGER THRU 3100-EXIT.
003590 4000-EXIT.
003600     EXIT.
003610*****************************************************
003620*5000-JOURNAL-ONLY - A JOURNAL REFERENCE THE LEDGER
003630*PASS NEVER MET HAS NO LEDGER RECORD AT ALL
003640*****************************************************
003650 5000-JOURNAL-ONLY.
003660     IF WRK-REFT-MATCHED(WRK-REFT-SUB)
003670         GO TO 5000-EXIT
003680     END-IF.
003690     ADD 1 TO WRK-REF-CHECKED.
003700     ADD 1 TO WRK-REF-OUT.
003710     MOVE WRK-REFT-REF(WRK-REFT-SUB) TO WRK-DIFF-REF.
003720     MOVE "JOURNAL ONLY" TO WRK-DIFF-ITEM.
003730     MOVE "NO RECORD" TO WRK-DIFF-LEDGER.
003740     MOVE WRK-REFT-COUNT(WRK-REFT-SUB) TO WRK-COUNT-ED.
003750     MOVE WRK-COUNT-ED TO WRK-DIFF-JOURNAL.
003760     MOVE "ON JOURNAL BUT NOT ON LEDGER"
003770         TO WRK-EXCPT-HOLD-REASON.
003780     PERFORM 7000-REPORT-DIFFERENCE THRU 7000-EXIT.
003790 5000-EXIT.
003800     EXIT.
003810*****************************************************
003820*6000-PRINT-SUMMARY - RUN TOTALS AND THE VERDICT
003830*****************************************************
003840 6000-PRINT-SUMMARY.
003850     IF WRK-DIFF-COUNT = ZERO
003860         MOVE "  (NO DIFFERENCES)" TO PROOF-RPT-RECORD
003870         WRITE PROOF-RPT-RECORD
003880     END-IF.
003890     MOVE SPACES TO PROOF-RPT-RECORD.
003900     WRITE PROOF-RPT-RECORD.
003910     MOVE WRK-LDG-READ-COUNT TO WRK-COUNT-ED.
003920     STRING "LEDGER RECORDS READ:  " DELIMITED BY SIZE
003930            WRK-COUNT-ED DELIMITED BY SIZE
003940         INTO PROOF-RPT-RECORD.
003950     WRITE PROOF-RPT-RECORD.
003960     MOVE WRK-JRNL-READ-COUNT TO WRK-COUNT-ED.
003970     MOVE SPACES TO PROOF-RPT-RECORD.
003980     STRING "JOURNAL ROWS READ:    " DELIMITED BY SIZE
003990            WRK-COUNT-ED DELIMITED BY SIZE
004000         INTO PROOF-RPT-RECORD.
004010     WRITE PROOF-RPT-RECORD.
004020     MOVE WRK-REF-PROVEN TO WRK-COUNT-ED.
004030     MOVE SPACES TO PROOF-RPT-RECORD.
004040     STRING "REFERENCES PROVEN:    " DELIMITED BY SIZE
004050            WRK-COUNT-ED DELIMITED BY SIZE
004060         INTO PROOF-RPT-RECORD.
004070     WRITE PROOF-RPT-RECORD.
004080     MOVE WRK-REF-OUT TO WRK-COUNT-ED.
004090     MOVE SPACES TO PROOF-RPT-RECORD.
004100     STRING "REFERENCES DIFFERING: " DELIMITED BY SIZE
004110            WRK-COUNT-ED DELIMITED BY SIZE
004120         INTO PROOF-RPT-RECORD.
004130     WRITE PROOF-RPT-RECORD.
004140     MOVE SPACES TO PROOF-RPT-RECORD.
004150     IF WRK-FATAL
004160         MOVE "LEDGER STATUS: NOT PROVEN - SEE EXCPTRPT"
004170             TO PROOF-RPT-RECORD
004180     ELSE
004190         IF WRK-DIFF-COUNT = ZERO
004200             MOVE "LEDGER STATUS: PROVEN AGAINST JOURNAL"
004210                 TO PROOF-RPT-RECORD
004220         ELSE
004230             MOVE "LEDGER STATUS: OUT OF BALANCE - INVESTIGATE"
004240                 TO PROOF-RPT-RECORD
004250         END-IF
004260     END-IF.
004270     WRITE PROOF-RPT-RECORD.
004280 6000-EXIT.
004290     EXIT.
004300*****************************************************
004310*7000-REPORT-DIFFERENCE - ONE LINE ON PROOFRPT AND ONE
004320*EXCEPTION; THE CALLER FILLS THE DIFFERENCE FIELDS AND
004330*THE EXCEPTION REASON
004340*****************************************************
004350 7000-REPORT-DIFFERENCE.
004360     SET WRK-REF-DIFFERS TO TRUE.
004370     ADD 1 TO WRK-DIFF-COUNT.
004380     MOVE SPACES TO PROOF-RPT-RECORD.
004390     STRING WRK-DIFF-REF DELIMITED BY SIZE
004400            " " DELIMITED BY SIZE
004410            WRK-DIFF-ITEM DELIMITED BY SIZE
004420            " " DELIMITED BY SIZE
004430            WRK-DIFF-LEDGER DELIMITED BY SIZE
004440            " " DELIMITED BY SIZE
004450            WRK-DIFF-JOURNAL DELIMITED BY SIZE
004460         INTO PROOF-RPT-RECORD.
004470     WRITE PROOF-RPT-RECORD.
004480     MOVE WRK-DIFF-REF TO WRK-EXCPT-HOLD-INPUT.
004490     PERFORM 7100-WRITE-EXCEPTION THRU 7100-EXIT.
004500 7000-EXIT.
004510     EXIT.
004520*****************************************************
004530*7100-WRITE-EXCEPTION - THE CALLER FILLS THE HOLD
004540*FIELDS BEFORE THE LOG IS OPENED
004550*****************************************************
004560 7100-WRITE-EXCEPTION.
004570     OPEN EXTEND EXCEPTION-REPORT.
004580     IF WRK-EXCPT-NOT-FOUND
004590         OPEN OUTPUT EXCEPTION-REPORT
004600     END-IF.
004610     MOVE SPACES TO EXCPT-RECORD.
004620     MOVE "LDGPROOF" TO EXCPT-PROGRAM.
004630     ACCEPT EXCPT-DATE FROM DATE YYYYMMDD.
004640     ACCEPT EXCPT-TIME FROM TIME.
004650     MOVE WRK-EXCPT-HOLD-INPUT TO EXCPT-INPUT.
004660     MOVE WRK-EXCPT-HOLD-REASON TO EXCPT-REASON.
004670     WRITE EXCPT-RECORD.
004680     CLOSE EXCEPTION-REPORT.
004690 7100-EXIT.
004700     EXIT.
004710*****************************************************
004720*8000-POST-BALANCE - TONIGHT'S VERDICT FOR BALCHK AND
004730*MORNRPT. THERE IS NO INPUT FILE DATE, SO THE RUN DATE
004740*STANDS IN FOR IT; THE LEDGER RECORDS READ TAKE THE
004750*TRAILER COLUMN, THE JOURNAL ROWS THE READ COLUMN AND
004760*THE REFERENCES CHECKED THE WRITTEN COLUMN
004770*****************************************************
004780 8000-POST-BALANCE.
004790     OPEN EXTEND BALANCE-FILE.
004800     IF WRK-BAL-NOT-FOUND
004810         OPEN OUTPUT BALANCE-FILE
004820     END-IF.
004830     MOVE SPACES TO BAL-RECORD.
004840     MOVE "LDGPROOF" TO BAL-PROGRAM.
004850     MOVE WRK-RUN-DATE TO BAL-RUN-DATE.
004860     MOVE WRK-RUN-DATE TO BAL-FILE-DATE.
004870     MOVE WRK-LDG-READ-COUNT TO BAL-TRAILER-COUNT.
004880     MOVE WRK-JRNL-READ-COUNT TO BAL-READ-COUNT.
004890     MOVE WRK-REF-CHECKED TO BAL-WRITTEN-COUNT.
004900     IF WRK-DIFF-COUNT = ZERO AND NOT WRK-FATAL
004910         MOVE "IN BALANCE" TO BAL-VERDICT
004920     ELSE
004930         MOVE "OUT OF BALANCE" TO BAL-VERDICT
004940     END-IF.
004950     WRITE BAL-RECORD.
004960     CLOSE BALANCE-FILE.
004970 8000-EXIT.
004980     EXIT.
004990*****************************************************
005000*9000-CLOSE-FILES
005010*****************************************************
005020 9000-CLOSE-FILES.
005030     IF WRK-LDG-OPENED
005040         CLOSE LEDGER-FILE
005050     END-IF.
005060     CLOSE PROOF-RPT-FILE.
005070 9000-EXIT.
005080     EXIT.
005090*****************************************************
005100*8900-UPDATE-CONTROL-FILE - RECORDS WHEN LDGPROOF LAST
005110*RAN AND HOW MANY REFERENCES IT CHECKED, THE SAME
005120*FIGURE IT POSTED AS WRITTEN ON BALFILE
005130*****************************************************
005140 8900-UPDATE-CONTROL-FILE.
005150     OPEN I-O CONTROL-FILE.
005160     IF WRK-CTL-NOT-FOUND
005170         OPEN OUTPUT CONTROL-FILE
005180         CLOSE CONTROL-FILE
005190         OPEN I-O CONTROL-FILE
005200     END-IF.
005210     MOVE "LDGPROOF" TO CTL-PROGRAM.
005220     ACCEPT CTL-LAST-RUN-DATE FROM DATE YYYYMMDD.
005230     ACCEPT CTL-LAST-RUN-TIME FROM TIME.
005240     MOVE WRK-REF-CHECKED TO CTL-RECORD-COUNT.
005250     WRITE CTL-RECORD
005260         INVALID KEY
005270             REWRITE CTL-RECORD
005280     END-WRITE.
005290     CLOSE CONTROL-FILE.
005300     PERFORM 8950-APPEND-HISTORY THRU 8950-EXIT.
005310 8900-EXIT.
005320     EXIT.
005330*****************************************************
005340*8950-APPEND-HISTORY - ADDS ONE ROW TO THE APPEND-ONLY
005350*JOB CONTROL HISTORY LOG SO CTLRPT CAN SHOW THE LAST N
005360*RUNS OF EACH PROGRAM, NOT JUST THE LATEST ONE
005370*****************************************************
005380 8950-APPEND-HISTORY.
005390     OPEN EXTEND HISTORY-FILE.
005400     IF WRK-CTLH-NOT-FOUND
005410         OPEN OUTPUT HISTORY-FILE
005420     END-IF.
005430     MOVE SPACES TO CTL-HIST-RECORD.
005440     MOVE CTL-PROGRAM TO CTL-HIST-PROGRAM.
005450     MOVE CTL-LAST-RUN-DATE TO CTL-HIST-RUN-DATE.
005460     MOVE CTL-LAST-RUN-TIME TO CTL-HIST-RUN-TIME.
005470     MOVE CTL-RECORD-COUNT TO CTL-HIST-RECORD-COUNT.
005480     WRITE CTL-HIST-RECORD.
005490     CLOSE HISTORY-FILE.
005500 8950-EXIT.
005510     EXIT.
