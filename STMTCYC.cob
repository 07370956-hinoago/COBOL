000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. STMTCYC.
000030 AUTHOR. RAS.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 2026-10-04.
000060 DATE-COMPILED.
000070*****************************************************
000080*OBJECTIVE = MONTH-END STATEMENT CYCLE. PRINTS ONE
000090*STATEMENT FOR EVERY TRANSLDGR REFERENCE THAT HAD
000100*ACTIVITY IN THE CYCLE MONTH, FROM THE LDGJRNL JOURNAL:
000110*OPENING BALANCE CARRIED FROM THE PRIOR CYCLE, ONE LINE
000120*PER POSTING WITH THE RUNNING BALANCE, AND THE CLOSING
000130*BALANCE. DORMANT REFERENCES ARE LEFT OUT UNLESS THE
000140*OPERATOR ASKS FOR THEM. EACH STATEMENT'S OPENING IS
000150*PROVEN AGAINST THE CLOSING THE STMTCTL CONTROL FILE
000160*KEPT FROM THE LAST CYCLE, AND THE CONTROL ROW IS THEN
000170*MOVED ON TO THIS CYCLE. LDGSTMT STAYS THE ON-REQUEST
000180*STATEMENT FOR ONE REFERENCE.
000190*****************************************************
000200*MODIFICATION HISTORY
000210*DATE       INIT DESCRIPTION
000220*2026-10-04 RAS  ORIGINAL PROGRAM
000230*****************************************************
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     COPY LDGSEL.
000280     COPY LDGJSEL.
000290     COPY ACCTSEL.
000300     COPY CUSTSEL.
000310     COPY STMCSEL.
000320     SELECT STMT-CYCLE-FILE ASSIGN TO "STMTCYC"
000330         ORGANIZATION IS LINE SEQUENTIAL.
000340     COPY EXCPTSEL.
000350     COPY CTLSEL.
000360     COPY CTLHSEL.
000370 DATA DIVISION.
000380 FILE SECTION.
000390     COPY LDGFD.
000400     COPY LDGJFD.
000410     COPY ACCTFD.
000420     COPY CUSTFD.
000430     COPY STMCFD.
000440 FD STMT-CYCLE-FILE.
000450 01 STMT-CYCLE-RECORD PICTURE X(80).
000460     COPY EXCPTFD.
000470     COPY CTLFD.
000480     COPY CTLHFD.
000490 WORKING-STORAGE SECTION.
000500*---------------------------------------------------*
000510*LEDGER, JOURNAL AND STATEMENT-CONTROL AREAS
000520*---------------------------------------------------*
000530     COPY LDGWS.
000540     COPY STMCWS.
000550 77 WRK-LDG-EOF-SW PICTURE X(01) VALUE 'N'.
000560     88 WRK-LDG-SCAN-EOF VALUE 'Y'.
000570 77 WRK-JRNL-EOF-SW PICTURE X(01) VALUE 'N'.
000580     88 WRK-JRNL-EOF VALUE 'Y'.
000590 77 WRK-SCTL-FOUND-SW PICTURE X(01) VALUE 'N'.
000600     88 WRK-SCTL-FOUND VALUE 'Y'.
000610 77 WRK-SCTL-KEEP-SW PICTURE X(01) VALUE 'N'.
000620     88 WRK-SCTL-KEEP VALUE 'Y'.
000630 77 WRK-LDG-OPEN-SW PICTURE X(01) VALUE 'N'.
000640     88 WRK-LDG-OPENED VALUE 'Y'.
000650 77 WRK-SCTL-OPEN-SW PICTURE X(01) VALUE 'N'.
000660     88 WRK-SCTL-OPENED VALUE 'Y'.
000670*---------------------------------------------------*
000680*ACCOUNT OWNER AREAS
000690*---------------------------------------------------*
000700     COPY ACCTWS.
000710     COPY CUSTWS.
000720 77 WRK-ACCT-OPEN-SW PICTURE X(01) VALUE 'N'.
000730     88 WRK-ACCT-OPENED VALUE 'Y'.
000740 77 WRK-CUST-OPEN-SW PICTURE X(01) VALUE 'N'.
000750     88 WRK-CUST-OPENED VALUE 'Y'.
000760 77 WRK-ACCT-STATUS-TEXT PICTURE X(06) VALUE SPACES.
000770 77 WRK-CUST-STATUS-TEXT PICTURE X(07) VALUE SPACES.
000780*---------------------------------------------------*
000790*CYCLE AREAS - A ZERO CYCLE MEANS THE RUN MONTH, WHICH
000800*IS WHAT THE MONTH-END STEP FEEDS. THE END DATE IS DAY
000810*31 WHATEVER THE MONTH, SINCE IT IS ONLY COMPARED
000820*---------------------------------------------------*
000830 77 WRK-REQ-CYCLE PICTURE 9(06) VALUE ZERO.
000840 01 WRK-CYCLE-AREA.
000850     05 WRK-CYCLE PICTURE 9(06).
000860 01 WRK-CYCLE-GRP REDEFINES WRK-CYCLE-AREA.
000870     05 WRK-CYCLE-YEAR PICTURE 9(04).
000880     05 WRK-CYCLE-MONTH PICTURE 9(02).
000890 01 WRK-CYCLE-START-AREA.
000900     05 WRK-CYCLE-START PICTURE 9(08).
000910 01 WRK-CYCLE-START-GRP REDEFINES WRK-CYCLE-START-AREA.
000920     05 WRK-CYCLE-START-YYYYMM PICTURE 9(06).
000930     05 WRK-CYCLE-START-DAY PICTURE 9(02).
000940 01 WRK-CYCLE-END-AREA.
000950     05 WRK-CYCLE-END PICTURE 9(08).
000960 01 WRK-CYCLE-END-GRP REDEFINES WRK-CYCLE-END-AREA.
000970     05 WRK-CYCLE-END-YYYYMM PICTURE 9(06).
000980     05 WRK-CYCLE-END-DAY PICTURE 9(02).
000990 77 WRK-DORMANT-ANSWER PICTURE X(01) VALUE 'N'.
001000     88 WRK-INCLUDE-DORMANT VALUE 'S' 's' 'Y' 'y'.
001010*---------------------------------------------------*
001020*PER-REFERENCE STATEMENT AREAS
001030*---------------------------------------------------*
001040 77 WRK-CUR-REF PICTURE X(08) VALUE SPACES.
001050 77 WRK-OPENING-BALANCE PICTURE S9(13)V99
001060     SIGN IS LEADING SEPARATE CHARACTER VALUE ZERO.
001070 77 WRK-CLOSING-BALANCE PICTURE S9(13)V99
001080     SIGN IS LEADING SEPARATE CHARACTER VALUE ZERO.
001090 77 WRK-PROOF-BALANCE PICTURE S9(13)V99
001100     SIGN IS LEADING SEPARATE CHARACTER VALUE ZERO.
001110 77 WRK-PROOF-CYCLE PICTURE 9(06) VALUE ZERO.
001120 77 WRK-POSTING-COUNT PICTURE 9(07) COMP VALUE ZERO.
001130 77 WRK-HEADER-SW PICTURE X(01) VALUE 'N'.
001140     88 WRK-HEADER-PRINTED VALUE 'Y'.
001150 77 WRK-AMOUNT-ED PICTURE -(12)9.99 VALUE ZERO.
001160 77 WRK-BALANCE-ED PICTURE -(13)9.99 VALUE ZERO.
001170 77 WRK-COUNT-ED PICTURE Z(06)9.
001180*---------------------------------------------------*
001190*RUN TOTALS
001200*---------------------------------------------------*
001210 77 WRK-STMT-COUNT PICTURE 9(07) COMP VALUE ZERO.
001220 77 WRK-DORMANT-COUNT PICTURE 9(07) COMP VALUE ZERO.
001230 77 WRK-DORMANT-SKIPPED PICTURE 9(07) COMP VALUE ZERO.
001240 77 WRK-UNPROVEN-COUNT PICTURE 9(07) COMP VALUE ZERO.
001250*---------------------------------------------------*
001260*EXCEPTION-REPORT CONTROL AREAS - THE HOLD FIELDS LET
001270*A CALLER FILL THE MESSAGE BEFORE THE LOG IS OPENED
001280*---------------------------------------------------*
001290     COPY EXCPTWS.
001300 77 WRK-EXCPT-HOLD-INPUT PICTURE X(20) VALUE SPACES.
001310 77 WRK-EXCPT-HOLD-REASON PICTURE X(40) VALUE SPACES.
001320*---------------------------------------------------*
001330*JOB CONTROL FILE AREAS
001340*---------------------------------------------------*
001350     COPY CTLWS.
001360     COPY CTLHWS.
001370*---------------------------------------------------*
001380*RUN-DATE CONTROL AREAS
001390*---------------------------------------------------*
001400     COPY RUNDATE.
001410 PROCEDURE DIVISION.
001420*****************************************************
001430*0000-MAINLINE
001440*****************************************************
001450 0000-MAINLINE.
001460     PERFORM 1000-ACCEPT-REQUEST THRU 1000-EXIT.
001470     PERFORM 2000-OPEN-FILES THRU 2000-EXIT.
001480     PERFORM 3000-READ-LEDGER THRU 3000-EXIT.
001490     PERFORM 4000-PROCESS-REFERENCE THRU 4000-EXIT
001500         UNTIL WRK-LDG-SCAN-EOF.
001510     PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT.
001520     PERFORM 9000-CLOSE-FILES THRU 9000-EXIT.
001530     PERFORM 8900-UPDATE-CONTROL-FILE THRU 8900-EXIT.
001540     STOP RUN.
001550*****************************************************
001560*1000-ACCEPT-REQUEST - AN IMPOSSIBLE MONTH ENDS THE RUN
001570*WITH RETURN CODE 8 BEFORE ANY FILE IS TOUCHED
001580*****************************************************
001590 1000-ACCEPT-REQUEST.
001600     ACCEPT WRK-RUN-DATE FROM DATE YYYYMMDD.
001610     DISPLAY "CYCLE MONTH (YYYYMM, 0 = CURRENT MONTH)".
001620     ACCEPT WRK-REQ-CYCLE.
001630     DISPLAY "INCLUDE DORMANT ACCOUNTS (Y/N)".
001640     ACCEPT WRK-DORMANT-ANSWER.
001650     IF WRK-REQ-CYCLE = ZERO
001660         MOVE WRK-RUN-YEAR TO WRK-CYCLE-YEAR
001670         MOVE WRK-RUN-MONTH TO WRK-CYCLE-MONTH
001680     ELSE
001690         MOVE WRK-REQ-CYCLE TO WRK-CYCLE
001700     END-IF.
001710     IF WRK-CYCLE-MONTH < 1
001720         OR WRK-CYCLE-MONTH > 12
001730         MOVE WRK-REQ-CYCLE TO WRK-EXCPT-HOLD-INPUT
001740         MOVE "INVALID CYCLE MONTH" TO WRK-EXCPT-HOLD-REASON
001750         PERFORM 7100-WRITE-EXCEPTION THRU 7100-EXIT
001760         DISPLAY "STMTCYC - INVALID CYCLE MONTH"
001770         MOVE 8 TO RETURN-CODE
001780         STOP RUN
001790     END-IF.
001800     MOVE WRK-CYCLE TO WRK-CYCLE-START-YYYYMM.
001810     MOVE 01 TO WRK-CYCLE-START-DAY.
001820     MOVE WRK-CYCLE TO WRK-CYCLE-END-YYYYMM.
001830     MOVE 31 TO WRK-CYCLE-END-DAY.
001840 1000-EXIT.
001850     EXIT.
001860*****************************************************
001870*2000-OPEN-FILES - THE LEDGER AND THE JOURNAL ARE BOTH
001880*NEEDED; WITHOUT EITHER THE CYCLE CANNOT BE PRINTED AND
001890*THE STEP ENDS WITH RETURN CODE 8. A MISSING ACCTREL OR
001900*CUSTMAST ONLY LEAVES THE OWNER LINES SAYING SO
001910*****************************************************
001920 2000-OPEN-FILES.
001930     OPEN OUTPUT STMT-CYCLE-FILE.
001940     OPEN INPUT LEDGER-FILE.
001950     IF NOT WRK-LDG-OK
001960         MOVE "TRANSLDGR" TO WRK-EXCPT-HOLD-INPUT
001970         MOVE "LEDGER FILE NOT AVAILABLE"
001980             TO WRK-EXCPT-HOLD-REASON
001990         GO TO 2090-REFUSE-CYCLE
002000     END-IF.
002010     SET WRK-LDG-OPENED TO TRUE.
002020     OPEN INPUT LEDGER-JOURNAL-FILE.
002030     IF NOT WRK-LDGJ-OK
002040         MOVE "LDGJRNL" TO WRK-EXCPT-HOLD-INPUT
002050         MOVE "LEDGER JOURNAL NOT AVAILABLE"
002060             TO WRK-EXCPT-HOLD-REASON
002070         GO TO 2090-REFUSE-CYCLE
002080     END-IF.
002090     CLOSE LEDGER-JOURNAL-FILE.
002100     MOVE LOW-VALUES TO LDG-REF.
002110     START LEDGER-FILE KEY NOT < LDG-REF
002120         INVALID KEY
002130             SET WRK-LDG-SCAN-EOF TO TRUE
002140     END-START.
002150     OPEN INPUT ACCOUNT-REL-FILE.
002160     IF WRK-ACCT-OK
002170         SET WRK-ACCT-OPENED TO TRUE
002180     END-IF.
002190     OPEN INPUT CUSTOMER-MASTER.
002200     IF WRK-CUSTMAST-OK
002210         SET WRK-CUST-OPENED TO TRUE
002220     END-IF.
002230     OPEN I-O STATEMENT-CONTROL-FILE.
002240     IF WRK-SCTL-NOT-FOUND
002250         OPEN OUTPUT STATEMENT-CONTROL-FILE
002260         CLOSE STATEMENT-CONTROL-FILE
002270         OPEN I-O STATEMENT-CONTROL-FILE
002280     END-IF.
002290     SET WRK-SCTL-OPENED TO TRUE.
002300     GO TO 2000-EXIT.
002310 2090-REFUSE-CYCLE.
002320     PERFORM 7100-WRITE-EXCEPTION THRU 7100-EXIT.
002330     DISPLAY "STMTCYC - " WRK-EXCPT-HOLD-REASON.
002340     MOVE 8 TO RETURN-CODE.
002350     SET WRK-LDG-SCAN-EOF TO TRUE.
002360 2000-EXIT.
002370     EXIT.
002380*****************************************************
002390*3000-READ-LEDGER - THE LEDGER IS READ IN REFERENCE
002400*ORDER, SO THE STATEMENTS COME OUT IN THAT ORDER TOO;
002410*ANY NON-ZERO STATUS ENDS THE PASS
002420*****************************************************
002430 3000-READ-LEDGER.
002440     IF WRK-LDG-SCAN-EOF
002450         GO TO 3000-EXIT
002460     END-IF.
002470     READ LEDGER-FILE NEXT RECORD
002480         AT END
002490             SET WRK-LDG-SCAN-EOF TO TRUE
002500     END-READ.
002510     IF NOT WRK-LDG-OK
002520         SET WRK-LDG-SCAN-EOF TO TRUE
002530     END-IF.
002540 3000-EXIT.
002550     EXIT.
002560*****************************************************
002570*4000-PROCESS-REFERENCE - A REFERENCE LAST POSTED
002580*BEFORE THE CYCLE STARTED IS DORMANT AND ITS LEDGER
002590*BALANCE IS BOTH ITS OPENING AND ITS CLOSING; ANY OTHER
002600*REFERENCE IS WORKED OUT FROM THE JOURNAL
002610*****************************************************
002620 4000-PROCESS-REFERENCE.
002630     MOVE LDG-REF TO WRK-CUR-REF.
002640     MOVE ZERO TO WRK-POSTING-COUNT.
002650     MOVE 'N' TO WRK-HEADER-SW.
002660     IF LDG-LAST-DATE < WRK-CYCLE-START
002670         MOVE LDG-BALANCE TO WRK-OPENING-BALANCE
002680         MOVE LDG-BALANCE TO WRK-CLOSING-BALANCE
002690     ELSE
002700         PERFORM 4100-SCAN-JOURNAL THRU 4100-EXIT
002710     END-IF.
002720     IF WRK-POSTING-COUNT = ZERO
002730         IF NOT WRK-INCLUDE-DORMANT
002740             ADD 1 TO WRK-DORMANT-SKIPPED
002750             GO TO 4090-READ-NEXT
002760         END-IF
002770         ADD 1 TO WRK-DORMANT-COUNT
002780         PERFORM 5000-PRINT-HEADER THRU 5000-EXIT
002790     END-IF.
002800     PERFORM 5500-PRINT-FOOTER THRU 5500-EXIT.
002810     PERFORM 4500-UPDATE-STMT-CONTROL THRU 4500-EXIT.
002820     ADD 1 TO WRK-STMT-COUNT.
002830 4090-READ-NEXT.
002840     PERFORM 3000-READ-LEDGER THRU 3000-EXIT.
002850 4000-EXIT.
002860     EXIT.
002870*****************************************************
002880*4100-SCAN-JOURNAL - THE JOURNAL IS IN POSTING ORDER,
002890*NOT REFERENCE ORDER, SO EACH ACTIVE REFERENCE TAKES
002900*ITS OWN PASS. ROWS BEFORE THE CYCLE ROLL THE OPENING
002910*BALANCE FORWARD, ROWS INSIDE IT PRINT, AND ROWS AFTER
002920*IT (A RERUN OF AN OLDER CYCLE) ARE LEFT OUT
002930*****************************************************
002940 4100-SCAN-JOURNAL.
002950     MOVE ZERO TO WRK-OPENING-BALANCE.
002960     MOVE ZERO TO WRK-CLOSING-BALANCE.
002970     MOVE 'N' TO WRK-JRNL-EOF-SW.
002980     OPEN INPUT LEDGER-JOURNAL-FILE.
002990     PERFORM 4200-READ-JOURNAL THRU 4200-EXIT.
003000     PERFORM 4300-PROCESS-ONE-ROW THRU 4300-EXIT
003010         UNTIL WRK-JRNL-EOF.
003020     CLOSE LEDGER-JOURNAL-FILE.
003030 4100-EXIT.
003040     EXIT.
003050 4200-READ-JOURNAL.
003060     READ LEDGER-JOURNAL-FILE
003070         AT END
003080             SET WRK-JRNL-EOF TO TRUE
003090     END-READ.
003100 4200-EXIT.
003110     EXIT.
003120 4300-PROCESS-ONE-ROW.
003130     IF JRNL-REF NOT = WRK-CUR-REF
003140         GO TO 4390-READ-NEXT
003150     END-IF.
003160     IF JRNL-DATE < WRK-CYCLE-START
003170         MOVE JRNL-BALANCE TO WRK-OPENING-BALANCE
003180         MOVE JRNL-BALANCE TO WRK-CLOSING-BALANCE
003190         GO TO 4390-READ-NEXT
003200     END-IF.
003210     IF JRNL-DATE > WRK-CYCLE-END
003220         GO TO 4390-READ-NEXT
003230     END-IF.
003240     IF NOT WRK-HEADER-PRINTED
003250         PERFORM 5000-PRINT-HEADER THRU 5000-EXIT
003260     END-IF.
003270     PERFORM 5100-PRINT-ONE-LINE THRU 5100-EXIT.
003280     MOVE JRNL-BALANCE TO WRK-CLOSING-BALANCE.
003290     ADD 1 TO WRK-POSTING-COUNT.
003300 4390-READ-NEXT.
003310     PERFORM 4200-READ-JOURNAL THRU 4200-EXIT.
003320 4300-EXIT.
003330     EXIT.
003340*****************************************************
003350*4500-UPDATE-STMT-CONTROL - MOVES THE REFERENCE'S
003360*CONTROL ROW ON TO THIS CYCLE. A RERUN OF THE SAME
003370*CYCLE ONLY REPLACES THE CLOSING; A REPRINT OF A CYCLE
003380*OLDER THAN THE ONE ON FILE LEAVES THE ROW ALONE
003390*****************************************************
003400 4500-UPDATE-STMT-CONTROL.
003410     IF WRK-SCTL-KEEP
003420         GO TO 4500-EXIT
003430     END-IF.
003440     IF NOT WRK-SCTL-FOUND
003450         MOVE SPACES TO SCTL-RECORD
003460         MOVE WRK-CUR-REF TO SCTL-REF
003470         MOVE ZERO TO SCTL-LAST-CYCLE
003480         MOVE ZERO TO SCTL-CLOSING-BALANCE
003490     END-IF.
003500     IF SCTL-LAST-CYCLE < WRK-CYCLE
003510         MOVE SCTL-LAST-CYCLE TO SCTL-PREV-CYCLE
003520         MOVE SCTL-CLOSING-BALANCE TO SCTL-PREV-CLOSING
003530         MOVE WRK-CYCLE TO SCTL-LAST-CYCLE
003540     END-IF.
003550     MOVE WRK-CLOSING-BALANCE TO SCTL-CLOSING-BALANCE.
003560     MOVE WRK-POSTING-COUNT TO SCTL-POSTING-COUNT.
003570     MOVE WRK-RUN-DATE TO SCTL-RUN-DATE.
003580     WRITE SCTL-RECORD
003590         INVALID KEY
003600             REWRITE SCTL-RECORD
003610     END-WRITE.
003620 4500-EXIT.
003630     EXIT.
003640*****************************************************
003650*5000-PRINT-HEADER - STARTS A STATEMENT: TITLE, OWNER,
003660*THE OPENING BALANCE AND WHETHER IT WAS PROVEN
003670*****************************************************
003680 5000-PRINT-HEADER.
003690     SET WRK-HEADER-PRINTED TO TRUE.
003700     MOVE SPACES TO STMT-CYCLE-RECORD.
003710     WRITE STMT-CYCLE-RECORD.
003720     STRING "MONTHLY STATEMENT  REF: " DELIMITED BY SIZE
003730            WRK-CUR-REF DELIMITED BY SIZE
003740            "  CYCLE: " DELIMITED BY SIZE
003750            WRK-CYCLE DELIMITED BY SIZE
003760            "  RUN DATE: " DELIMITED BY SIZE
003770            WRK-RUN-DATE DELIMITED BY SIZE
003780         INTO STMT-CYCLE-RECORD.
003790     WRITE STMT-CYCLE-RECORD.
003800     PERFORM 5300-PRINT-OWNER THRU 5300-EXIT.
003810     MOVE WRK-OPENING-BALANCE TO WRK-BALANCE-ED.
003820     MOVE SPACES TO STMT-CYCLE-RECORD.
003830     STRING "OPENING BALANCE: " DELIMITED BY SIZE
003840            WRK-BALANCE-ED DELIMITED BY SIZE
003850         INTO STMT-CYCLE-RECORD.
003860     WRITE STMT-CYCLE-RECORD.
003870     PERFORM 5200-PROVE-OPENING THRU 5200-EXIT.
003880     MOVE SPACES TO STMT-CYCLE-RECORD.
003890     STRING "DATE     OP RESULT          BALANCE"
003900         DELIMITED BY SIZE
003910         INTO STMT-CYCLE-RECORD.
003920     WRITE STMT-CYCLE-RECORD.
003930 5000-EXIT.
003940     EXIT.
003950 5100-PRINT-ONE-LINE.
003960     MOVE JRNL-RESULT TO WRK-AMOUNT-ED.
003970     MOVE JRNL-BALANCE TO WRK-BALANCE-ED.
003980     MOVE SPACES TO STMT-CYCLE-RECORD.
003990     STRING JRNL-DATE DELIMITED BY SIZE
004000            " " DELIMITED BY SIZE
004010            JRNL-OPCODE DELIMITED BY SIZE
004020            " " DELIMITED BY SIZE
004030            WRK-AMOUNT-ED DELIMITED BY SIZE
004040            " " DELIMITED BY SIZE
004050            WRK-BALANCE-ED DELIMITED BY SIZE
004060         INTO STMT-CYCLE-RECORD.
004070     WRITE STMT-CYCLE-RECORD.
004080 5100-EXIT.
004090     EXIT.
004100*****************************************************
004110*5200-PROVE-OPENING - THE OPENING MUST EQUAL THE LAST
004120*CLOSING STMTCTL HOLDS FOR AN EARLIER CYCLE. A MISMATCH
004130*IS FLAGGED ON THE STATEMENT AND ON EXCPTRPT AND ENDS
004140*THE STEP WITH RETURN CODE 4; THE STATEMENT STILL PRINTS
004150*FROM THE JOURNAL. A FIRST CYCLE HAS NOTHING TO PROVE
004160*****************************************************
004170 5200-PROVE-OPENING.
004180     MOVE 'N' TO WRK-SCTL-FOUND-SW.
004190     MOVE 'N' TO WRK-SCTL-KEEP-SW.
004200     MOVE ZERO TO WRK-PROOF-CYCLE.
004210     MOVE WRK-CUR-REF TO SCTL-REF.
004220     READ STATEMENT-CONTROL-FILE
004230         INVALID KEY
004240             CONTINUE
004250     END-READ.
004260     IF WRK-SCTL-OK
004270         SET WRK-SCTL-FOUND TO TRUE
004280         IF SCTL-LAST-CYCLE < WRK-CYCLE
004290             MOVE SCTL-LAST-CYCLE TO WRK-PROOF-CYCLE
004300             MOVE SCTL-CLOSING-BALANCE TO WRK-PROOF-BALANCE
004310         END-IF
004320         IF SCTL-LAST-CYCLE = WRK-CYCLE
004330             MOVE SCTL-PREV-CYCLE TO WRK-PROOF-CYCLE
004340             MOVE SCTL-PREV-CLOSING TO WRK-PROOF-BALANCE
004350         END-IF
004360         IF SCTL-LAST-CYCLE > WRK-CYCLE
004370             SET WRK-SCTL-KEEP TO TRUE
004380         END-IF
004390     END-IF.
004400     MOVE SPACES TO STMT-CYCLE-RECORD.
004410     IF WRK-SCTL-KEEP
004420         STRING "REPRINT OF AN EARLIER CYCLE - "
004430                    DELIMITED BY SIZE
004440                "OPENING NOT PROVEN" DELIMITED BY SIZE
004450             INTO STMT-CYCLE-RECORD
004460         WRITE STMT-CYCLE-RECORD
004470         GO TO 5200-EXIT
004480     END-IF.
004490     IF WRK-PROOF-CYCLE = ZERO
004500         MOVE "FIRST STATEMENT CYCLE FOR THIS REFERENCE"
004510             TO STMT-CYCLE-RECORD
004520         WRITE STMT-CYCLE-RECORD
004530         GO TO 5200-EXIT
004540     END-IF.
004550     IF WRK-PROOF-BALANCE = WRK-OPENING-BALANCE
004560         STRING "OPENING PROVEN AGAINST CYCLE "
004570                    DELIMITED BY SIZE
004580                WRK-PROOF-CYCLE DELIMITED BY SIZE
004590             INTO STMT-CYCLE-RECORD
004600         WRITE STMT-CYCLE-RECORD
004610         GO TO 5200-EXIT
004620     END-IF.
004630     MOVE WRK-PROOF-BALANCE TO WRK-BALANCE-ED.
004640     STRING "*OPENING NOT PROVEN* CYCLE " DELIMITED BY SIZE
004650            WRK-PROOF-CYCLE DELIMITED BY SIZE
004660            " CLOSED AT " DELIMITED BY SIZE
004670            WRK-BALANCE-ED DELIMITED BY SIZE
004680         INTO STMT-CYCLE-RECORD.
004690     WRITE STMT-CYCLE-RECORD.
004700     ADD 1 TO WRK-UNPROVEN-COUNT.
004710     MOVE 4 TO RETURN-CODE.
004720     MOVE WRK-CUR-REF TO WRK-EXCPT-HOLD-INPUT.
004730     MOVE SPACES TO WRK-EXCPT-HOLD-REASON.
004740     STRING "OPENING DIFFERS FROM CLOSING OF "
004750                DELIMITED BY SIZE
004760            WRK-PROOF-CYCLE DELIMITED BY SIZE
004770         INTO WRK-EXCPT-HOLD-REASON.
004780     PERFORM 7100-WRITE-EXCEPTION THRU 7100-EXIT.
004790 5200-EXIT.
004800     EXIT.
004810*****************************************************
004820*5300-PRINT-OWNER - WHO THE ACCOUNT BELONGS TO, AS ON
004830*THE LDGSTMT STATEMENT
004840*****************************************************
004850 5300-PRINT-OWNER.
004860     MOVE SPACES TO STMT-CYCLE-RECORD.
004870     IF NOT WRK-ACCT-OPENED
004880         MOVE "OWNER: *NO ACCOUNT-RELATIONSHIP FILE*"
004890             TO STMT-CYCLE-RECORD
004900         WRITE STMT-CYCLE-RECORD
004910         GO TO 5300-EXIT
004920     END-IF.
004930     MOVE WRK-CUR-REF TO ACCT-REF.
004940     READ ACCOUNT-REL-FILE
004950         INVALID KEY
004960             CONTINUE
004970     END-READ.
004980     IF NOT WRK-ACCT-OK
004990         MOVE "OWNER: *REFERENCE NOT ON ACCOUNT FILE*"
005000             TO STMT-CYCLE-RECORD
005010         WRITE STMT-CYCLE-RECORD
005020         GO TO 5300-EXIT
005030     END-IF.
005040     IF ACCT-STATUS-CLOSED
005050         MOVE "CLOSED" TO WRK-ACCT-STATUS-TEXT
005060     ELSE
005070         MOVE "OPEN" TO WRK-ACCT-STATUS-TEXT
005080     END-IF.
005090     MOVE SPACES TO CUST-MASTER-RECORD.
005100     MOVE ACCT-OWNER-CPF TO CUST-CPF.
005110     IF WRK-CUST-OPENED
005120         READ CUSTOMER-MASTER
005130             INVALID KEY
005140                 CONTINUE
005150         END-READ
005160     END-IF.
005170     IF NOT WRK-CUST-OPENED
005180         OR NOT WRK-CUSTMAST-OK
005190         STRING "OWNER: " DELIMITED BY SIZE
005200                ACCT-OWNER-CPF DELIMITED BY SIZE
005210                " *NOT ON CUSTOMER MASTER*" DELIMITED BY SIZE
005220             INTO STMT-CYCLE-RECORD
005230         WRITE STMT-CYCLE-RECORD
005240         GO TO 5300-EXIT
005250     END-IF.
005260     IF CUST-STATUS-BLOCKED
005270         MOVE "BLOCKED" TO WRK-CUST-STATUS-TEXT
005280     ELSE
005290         MOVE "ACTIVE" TO WRK-CUST-STATUS-TEXT
005300     END-IF.
005310     STRING "OWNER: " DELIMITED BY SIZE
005320            CUST-CPF-FORMATTED DELIMITED BY SIZE
005330            " " DELIMITED BY SIZE
005340            CUST-NAME DELIMITED BY SIZE
005350         INTO STMT-CYCLE-RECORD.
005360     WRITE STMT-CYCLE-RECORD.
005370     MOVE SPACES TO STMT-CYCLE-RECORD.
005380     STRING "ADDRESS: " DELIMITED BY SIZE
005390            CUST-ADDRESS DELIMITED BY SIZE
005400         INTO STMT-CYCLE-RECORD.
005410     WRITE STMT-CYCLE-RECORD.
005420     MOVE SPACES TO STMT-CYCLE-RECORD.
005430     STRING "ACCOUNT OPENED: " DELIMITED BY SIZE
005440            ACCT-OPEN-DATE DELIMITED BY SIZE
005450            "  ACCOUNT: " DELIMITED BY SIZE
005460            WRK-ACCT-STATUS-TEXT DELIMITED BY SIZE
005470            "  CUSTOMER: " DELIMITED BY SIZE
005480            WRK-CUST-STATUS-TEXT DELIMITED BY SIZE
005490         INTO STMT-CYCLE-RECORD.
005500     WRITE STMT-CYCLE-RECORD.
005510 5300-EXIT.
005520     EXIT.
005530*****************************************************
005540*5500-PRINT-FOOTER - CLOSING BALANCE AND POSTING COUNT;
005550*A DORMANT STATEMENT SAYS IT HAD NO ACTIVITY
005560*****************************************************
005570 5500-PRINT-FOOTER.
005580     IF WRK-POSTING-COUNT = ZERO
005590         MOVE SPACES TO STMT-CYCLE-RECORD
005600         MOVE "NO ACTIVITY IN THIS CYCLE" TO STMT-CYCLE-RECORD
005610         WRITE STMT-CYCLE-RECORD
005620     END-IF.
005630     MOVE WRK-CLOSING-BALANCE TO WRK-BALANCE-ED.
005640     MOVE SPACES TO STMT-CYCLE-RECORD.
005650     STRING "CLOSING BALANCE: " DELIMITED BY SIZE
005660            WRK-BALANCE-ED DELIMITED BY SIZE
005670         INTO STMT-CYCLE-RECORD.
005680     WRITE STMT-CYCLE-RECORD.
005690     MOVE WRK-POSTING-COUNT TO WRK-COUNT-ED.
005700     MOVE SPACES TO STMT-CYCLE-RECORD.
005710     STRING "POSTINGS IN CYCLE: " DELIMITED BY SIZE
005720            WRK-COUNT-ED DELIMITED BY SIZE
005730         INTO STMT-CYCLE-RECORD.
005740     WRITE STMT-CYCLE-RECORD.
005750 5500-EXIT.
005760     EXIT.
005770*****************************************************
005780*6000-PRINT-SUMMARY - RUN TOTALS AT THE END OF THE
005790*STATEMENT FILE
005800*****************************************************
005810 6000-PRINT-SUMMARY.
005820     MOVE SPACES TO STMT-CYCLE-RECORD.
005830     WRITE STMT-CYCLE-RECORD.
005840     STRING "STATEMENT CYCLE " DELIMITED BY SIZE
005850            WRK-CYCLE DELIMITED BY SIZE
005860            " TOTALS" DELIMITED BY SIZE
005870         INTO STMT-CYCLE-RECORD.
005880     WRITE STMT-CYCLE-RECORD.
005890     MOVE WRK-STMT-COUNT TO WRK-COUNT-ED.
005900     MOVE SPACES TO STMT-CYCLE-RECORD.
005910     STRING "STATEMENTS PRINTED:   " DELIMITED BY SIZE
005920            WRK-COUNT-ED DELIMITED BY SIZE
005930         INTO STMT-CYCLE-RECORD.
005940     WRITE STMT-CYCLE-RECORD.
005950     MOVE WRK-DORMANT-COUNT TO WRK-COUNT-ED.
005960     MOVE SPACES TO STMT-CYCLE-RECORD.
005970     STRING "DORMANT PRINTED:      " DELIMITED BY SIZE
005980            WRK-COUNT-ED DELIMITED BY SIZE
005990         INTO STMT-CYCLE-RECORD.
006000     WRITE STMT-CYCLE-RECORD.
006010     MOVE WRK-DORMANT-SKIPPED TO WRK-COUNT-ED.
006020     MOVE SPACES TO STMT-CYCLE-RECORD.
006030     STRING "DORMANT SKIPPED:      " DELIMITED BY SIZE
006040            WRK-COUNT-ED DELIMITED BY SIZE
006050         INTO STMT-CYCLE-RECORD.
006060     WRITE STMT-CYCLE-RECORD.
006070     MOVE WRK-UNPROVEN-COUNT TO WRK-COUNT-ED.
006080     MOVE SPACES TO STMT-CYCLE-RECORD.
006090     STRING "OPENINGS NOT PROVEN:  " DELIMITED BY SIZE
006100            WRK-COUNT-ED DELIMITED BY SIZE
006110         INTO STMT-CYCLE-RECORD.
006120     WRITE STMT-CYCLE-RECORD.
006130 6000-EXIT.
006140     EXIT.
006150*****************************************************
006160*7100-WRITE-EXCEPTION - THE CALLER FILLS THE HOLD
006170*FIELDS BEFORE THE LOG IS OPENED
006180*****************************************************
006190 7100-WRITE-EXCEPTION.
006200     OPEN EXTEND EXCEPTION-REPORT.
006210     IF WRK-EXCPT-NOT-FOUND
006220         OPEN OUTPUT EXCEPTION-REPORT
006230     END-IF.
006240     MOVE SPACES TO EXCPT-RECORD.
006250     MOVE "STMTCYC" TO EXCPT-PROGRAM.
006260     ACCEPT EXCPT-DATE FROM DATE YYYYMMDD.
006270     ACCEPT EXCPT-TIME FROM TIME.
006280     MOVE WRK-EXCPT-HOLD-INPUT TO EXCPT-INPUT.
006290     MOVE WRK-EXCPT-HOLD-REASON TO EXCPT-REASON.
006300     WRITE EXCPT-RECORD.
006310     CLOSE EXCEPTION-REPORT.
006320 7100-EXIT.
006330     EXIT.
006340*****************************************************
006350*9000-CLOSE-FILES - EACH INPUT IS ONLY CLOSED WHEN IT
006360*WAS ACTUALLY THERE TO OPEN
006370*****************************************************
006380 9000-CLOSE-FILES.
006390     IF WRK-LDG-OPENED
006400         CLOSE LEDGER-FILE
006410     END-IF.
006420     IF WRK-ACCT-OPENED
006430         CLOSE ACCOUNT-REL-FILE
006440     END-IF.
006450     IF WRK-CUST-OPENED
006460         CLOSE CUSTOMER-MASTER
006470     END-IF.
006480     IF WRK-SCTL-OPENED
006490         CLOSE STATEMENT-CONTROL-FILE
006500     END-IF.
006510     CLOSE STMT-CYCLE-FILE.
006520 9000-EXIT.
006530     EXIT.
006540*****************************************************
006550*8900-UPDATE-CONTROL-FILE - RECORDS WHEN STMTCYC LAST
006560*RAN AND HOW MANY STATEMENTS IT PRINTED
006570*****************************************************
006580 8900-UPDATE-CONTROL-FILE.
006590     OPEN I-O CONTROL-FILE.
006600     IF WRK-CTL-NOT-FOUND
006610         OPEN OUTPUT CONTROL-FILE
006620         CLOSE CONTROL-FILE
006630         OPEN I-O CONTROL-FILE
006640     END-IF.
006650     MOVE "STMTCYC" TO CTL-PROGRAM.
006660     ACCEPT CTL-LAST-RUN-DATE FROM DATE YYYYMMDD.
006670     ACCEPT CTL-LAST-RUN-TIME FROM TIME.
006680     MOVE WRK-STMT-COUNT TO CTL-RECORD-COUNT.
006690     WRITE CTL-RECORD
006700         INVALID KEY
006710             REWRITE CTL-RECORD
006720     END-WRITE.
006730     CLOSE CONTROL-FILE.
006740     PERFORM 8950-APPEND-HISTORY THRU 8950-EXIT.
006750 8900-EXIT.
006760     EXIT.
006770*****************************************************
006780*8950-APPEND-HISTORY - ADDS ONE ROW TO THE APPEND-ONLY
006790*JOB CONTROL HISTORY LOG SO CTLRPT CAN SHOW THE LAST N
006800*RUNS OF EACH PROGRAM, NOT JUST THE LATEST ONE
006810*****************************************************
006820 8950-APPEND-HISTORY.
006830     OPEN EXTEND HISTORY-FILE.
006840     IF WRK-CTLH-NOT-FOUND
006850         OPEN OUTPUT HISTORY-FILE
006860     END-IF.
006870     MOVE SPACES TO CTL-HIST-RECORD.
006880     MOVE CTL-PROGRAM TO CTL-HIST-PROGRAM.
006890     MOVE CTL-LAST-RUN-DATE TO CTL-HIST-RUN-DATE.
006900     MOVE CTL-LAST-RUN-TIME TO CTL-HIST-RUN-TIME.
006910     MOVE CTL-RECORD-COUNT TO CTL-HIST-RECORD-COUNT.
006920     WRITE CTL-HIST-RECORD.
006930     CLOSE HISTORY-FILE.
006940 8950-EXIT.
006950     EXIT.
