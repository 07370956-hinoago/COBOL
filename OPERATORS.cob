000680*                BILLING'S LDGSTMT CAN ANSWER A
000690*                POSITION QUESTION WITHOUT A MONTH OF
000700*                TRANSRPT PRINTOUTS.
000701*2026-10-03 RAS  EVERY BATCH TRANSACTION'S REFERENCE
000702*                MUST NOW BE OPEN ON THE ACCTREL
000703*                ACCOUNT-RELATIONSHIP FILE WITH AN
000704*                ACTIVE CUSTMAST OWNER. AN UNKNOWN OR
000705*                CLOSED REFERENCE, OR A MISSING OR
000706*                BLOCKED OWNER, IS REFUSED TO THE
000707*                EXCEPTION REPORT AND NEVER POSTED.
000708*2026-10-05 RAS  NEW OPERATION CODES RV (REVERSAL) AND
000709*                AJ (ADJUSTMENT). AN RV NAMES THE
000710*                JOURNAL ENTRY IT UNDOES BY DATE AND
000711*                POSTING SEQUENCE, MUST FIND IT ON
000712*                LDGJRNL NOT ALREADY REVERSED, AND
000713*                POSTS ITS EXACT OPPOSITE WITH THE
000714*                LINK ON THE JOURNAL ROW. AN AJ POSTS
000715*                ITS AMOUNT ONLY WITH A KNOWN REASON
000716*                CODE. JOURNAL ROWS NOW CARRY THEIR
000717*                POSTING SEQUENCE. THE CHECKPOINT HOLDS
000718*                NINE OPERATIONS - CLEAR ANY CHECKPOINT
000719*                TAKEN BEFORE THIS CHANGE.
000720*2026-10-07 RAS  A BATCH THAT POSTS TO THE LEDGER NOW
000721*                ALSO WRITES GLOPER, A BALANCED SUMMARY
000722*                IN THE GLPOST LAYOUT THAT GLUPDT POSTS
000723*                TO THE GENERAL LEDGER. EVERY BATCH RUN
000724*                STARTS IT EMPTY.
000725*****************************************************
000726 ENVIRONMENT DIVISION.
000730 INPUT-OUTPUT SECTION.
000740 FILE-CONTROL.
000750     SELECT TRANS-IN-FILE ASSIGN TO "TRANSIN"
000800     SELECT CHECKPOINT-FILE ASSIGN TO "CKPTFILE"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WRK-CKPT-STATUS.
000823     SELECT GL-OPER-FILE ASSIGN TO "GLOPER"
000826         ORGANIZATION IS LINE SEQUENTIAL.
000830     COPY LDGSEL.
000840     COPY LDGJSEL.
000843     COPY ACCTSEL.
000846     COPY CUSTSEL.
000850     COPY EXCPTSEL.
000860     COPY BALSEL.
000870     COPY CTLSEL.
001100 01 TRANS-IN-TRAILER-REC.
001110     05 FILLER PICTURE X(01).
001120     05 TRANS-IN-TRL-COUNT PICTURE 9(07).
001121*AN RV DETAIL CARRIES THE DATE AND POSTING SEQUENCE OF
001122*THE JOURNAL ENTRY IT REVERSES WHERE THE AMOUNTS GO; AN
001123*AJ DETAIL CARRIES ITS AMOUNT IN AMOUNT-1 AND ITS
001124*REASON CODE WHERE THE DAY COUNT GOES
001125 01 TRANS-IN-REVERSAL-REC.
001126     05 FILLER PICTURE X(10).
001127     05 TRANS-IN-ORIG-DATE PICTURE 9(08).
001128     05 TRANS-IN-ORIG-SEQ PICTURE 9(07).
001129 01 TRANS-IN-ADJUST-REC.
001130     05 FILLER PICTURE X(30).
001131     05 TRANS-IN-ADJ-REASON PICTURE X(02).
001132 FD TRANS-RPT-FILE.
001140 01 TRANS-RPT-RECORD PICTURE X(80).
001150 FD CHECKPOINT-FILE.
001160 01 CHECKPOINT-RECORD.
001170     05 CKPT-PAIR-COUNT PICTURE 9(05).
001180     05 CKPT-OP-ENTRY OCCURS 9 TIMES.
001190         10 CKPT-OP-COUNT PICTURE 9(05).
001200         10 CKPT-OP-TOTAL PICTURE S9(12)V99
001210             SIGN IS LEADING SEPARATE CHARACTER.
001213 FD GL-OPER-FILE.
001216 01 GL-OPER-RECORD PICTURE X(40).
001220     COPY LDGFD.
001230     COPY LDGJFD.
001233     COPY ACCTFD.
001236     COPY CUSTFD.
001240     COPY EXCPTFD.
001250     COPY BALFD.
001260     COPY CTLFD.
001750     05 FILLER PICTURE X(02) VALUE 'AV'.
001760     05 FILLER PICTURE X(02) VALUE 'DI'.
001770     05 FILLER PICTURE X(02) VALUE 'IN'.
001773     05 FILLER PICTURE X(02) VALUE 'RV'.
001776     05 FILLER PICTURE X(02) VALUE 'AJ'.
001780 01 WRK-OP-CODE-TBL REDEFINES WRK-OP-CODE-LIST.
001790     05 WRK-OP-CODE OCCURS 9 TIMES PICTURE X(02).
001800 01 WRK-OP-TOTALS.
001810     05 WRK-OP-ENTRY OCCURS 9 TIMES.
001820         10 WRK-OP-COUNT PICTURE 9(05) COMP.
001830         10 WRK-OP-TOTAL PICTURE S9(12)V99.
001840 77 WRK-OP-SUB PICTURE 9(02) COMP VALUE ZERO.
001930 77 WRK-OP-TOTAL-ED PICTURE -(11)9.99 VALUE ZERO.
001940 77 WRK-TRANS-REASON PICTURE X(40) VALUE SPACES.
001950 77 WRK-INVALID-MARKER PICTURE X(12) VALUE SPACES.
001955 77 WRK-DETAIL-MIDDLE PICTURE X(21) VALUE SPACES.
001960*---------------------------------------------------*
001970*CHECKPOINT/RESTART CONTROL AREAS
001980*---------------------------------------------------*
002340         10 WRK-LDGT-OPCODE PICTURE X(02).
002350         10 WRK-LDGT-RESULT PICTURE S9(12)V99
002360             SIGN IS LEADING SEPARATE CHARACTER.
002362         10 WRK-LDGT-LINK-DATE PICTURE 9(08).
002364         10 WRK-LDGT-LINK-SEQ PICTURE 9(07).
002366         10 WRK-LDGT-REASON PICTURE X(02).
002370 77 WRK-LDGT-TOTAL PICTURE 9(03) COMP VALUE ZERO.
002380 77 WRK-LDGT-SUB PICTURE 9(03) COMP VALUE ZERO.
002390 77 WRK-POST-DATE PICTURE 9(08) VALUE ZERO.
002410*RE-DERIVES RESULTS THE FAILED RUN ALREADY LOGGED
002420 77 WRK-QUIET-SW PICTURE X(01) VALUE 'N'.
002430     88 WRK-QUIET VALUE 'Y'.
002431*---------------------------------------------------*
002432*ACCOUNT OWNERSHIP AREAS - A REFERENCE ONLY POSTS WHEN
002433*ACCTREL HAS IT OPEN AND ITS CUSTMAST OWNER IS NOT
002434*BLOCKED. A MISSING FILE IS REMEMBERED AT OPEN TIME,
002435*SINCE EVERY LATER READ OVERWRITES THE STATUS
002436*---------------------------------------------------*
002437     COPY ACCTWS.
002438     COPY CUSTWS.
002439 77 WRK-ACCT-MISSING-SW PICTURE X(01) VALUE 'N'.
002440     88 WRK-ACCT-MISSING VALUE 'Y'.
002441 77 WRK-CUST-MISSING-SW PICTURE X(01) VALUE 'N'.
002442     88 WRK-CUST-MISSING VALUE 'Y'.
002443 77 WRK-REF-REFUSED-SW PICTURE X(01) VALUE 'N'.
002444     88 WRK-REF-REFUSED VALUE 'Y'.
002445 77 WRK-MISSING-FILE PICTURE X(08) VALUE SPACES.
002446*---------------------------------------------------*
002447*REVERSAL AND ADJUSTMENT AREAS - AN RV'S ORIGINAL IS
002448*LOOKED UP ON LDGJRNL BY COUNTING THE REFERENCE'S ROWS,
002449*SO ROWS WRITTEN BEFORE THE SEQUENCE WAS CARRIED CAN
002450*STILL BE REVERSED; AN AJ'S REASON MUST BE IN ADJRWS
002451*---------------------------------------------------*
002452 77 WRK-JRNL-EOF-SW PICTURE X(01) VALUE 'N'.
002453     88 WRK-JRNL-EOF VALUE 'Y'.
002454 77 WRK-JRNL-ORDINAL PICTURE 9(07) COMP VALUE ZERO.
002455 77 WRK-ORIG-FOUND-SW PICTURE X(01) VALUE 'N'.
002456     88 WRK-ORIG-FOUND VALUE 'Y'.
002457 77 WRK-ORIG-REVERSED-SW PICTURE X(01) VALUE 'N'.
002458     88 WRK-ORIG-REVERSED VALUE 'Y'.
002459 77 WRK-ORIG-IS-RV-SW PICTURE X(01) VALUE 'N'.
002460     88 WRK-ORIG-IS-RV VALUE 'Y'.
002461 77 WRK-ORIG-RESULT PICTURE S9(12)V99 VALUE ZERO.
002462     COPY ADJRWS.
002463*---------------------------------------------------*
002464*GENERAL-LEDGER SUMMARY AREAS - THE RESULTS A BATCH
002465*POSTED MOVE BETWEEN THE LEDGER CONTROL ACCOUNT AND THE
002466*TRANSACTION CLEARING ACCOUNT; THE LINE LAYOUT IS THE
002467*ONE COMMA WRITES TO GLPOST
002468*---------------------------------------------------*
002469 77 WRK-GL-ACCT-LDGCTL PICTURE 9(06) VALUE 112100.
002470 77 WRK-GL-ACCT-TRNCLR PICTURE 9(06) VALUE 211100.
002471 01 WRK-GL-LINE.
002472     05 WRK-GL-ACCOUNT PICTURE 9(06).
002473     05 WRK-GL-DC PICTURE X(01).
002474     05 WRK-GL-CENTS PICTURE 9(13).
002475     05 WRK-GL-DEPT PICTURE X(04).
002476 77 WRK-GL-DEBIT-CENTS PICTURE 9(13) VALUE ZERO.
002477 77 WRK-GL-CREDIT-CENTS PICTURE 9(13) VALUE ZERO.
002478 77 WRK-GL-PLUS-TOTAL PICTURE S9(13)V99 VALUE ZERO.
002479 77 WRK-GL-MINUS-TOTAL PICTURE S9(13)V99 VALUE ZERO.
002480 77 WRK-GL-PAIR-AMOUNT PICTURE S9(13)V99 VALUE ZERO.
002481 77 WRK-GL-DEBIT-ACCT PICTURE 9(06) VALUE ZERO.
002482 77 WRK-GL-CREDIT-ACCT PICTURE 9(06) VALUE ZERO.
002483 77 WRK-GL-RUN-TIME PICTURE 9(08) VALUE ZERO.
002484 77 WRK-GL-PERIOD PICTURE 9(06) VALUE ZERO.
002485 PROCEDURE DIVISION.
002486*****************************************************
002487*0000-MAINLINE
002488*****************************************************
002489 0000-MAINLINE.
002490     PERFORM 0100-INITIALIZE THRU 0100-EXIT.
002500     IF WRK-MODE-BATCH
002510         PERFORM 7000-BATCH-RUN THRU 7000-EXIT
004250 7000-BATCH-RUN.
004260     PERFORM 7040-INIT-OP-TOTALS THRU 7040-EXIT
004270         VARYING WRK-OP-SUB FROM 1 BY 1
004276         UNTIL WRK-OP-SUB > 9.
004282     PERFORM 8300-CLEAR-GL-SUMMARY THRU 8300-EXIT.
004290     PERFORM 7050-READ-CHECKPOINT THRU 7050-EXIT.
004300     OPEN INPUT TRANS-IN-FILE.
004310     IF NOT WRK-TRANSIN-OK
004320         PERFORM 7090-LOG-MISSING-INPUT THRU 7090-EXIT
004330         GO TO 7000-EXIT
004340     END-IF.
004345     PERFORM 7020-OPEN-OWNER-FILES THRU 7020-EXIT.
004350     IF WRK-CKPT-COUNT > 0
004360         MOVE WRK-CKPT-COUNT TO WRK-PAIR-COUNT
004370         OPEN EXTEND TRANS-RPT-FILE
004490*A TRUNCATED FILE MUST STAY RESTARTABLE
004500     IF WRK-IN-BALANCE
004510         PERFORM 8200-POST-LEDGER THRU 8200-EXIT
004515         PERFORM 8310-WRITE-GL-SUMMARY THRU 8310-EXIT
004520         PERFORM 7510-CLEAR-CHECKPOINT THRU 7510-EXIT
004530     END-IF.
004540     CLOSE TRANS-IN-FILE.
004550     CLOSE TRANS-RPT-FILE.
004551     IF NOT WRK-ACCT-MISSING
004552         CLOSE ACCOUNT-REL-FILE
004553     END-IF.
004554     IF NOT WRK-CUST-MISSING
004555         CLOSE CUSTOMER-MASTER
004556     END-IF.
004560 7000-EXIT.
004561     EXIT.
004562*****************************************************
004563*7020-OPEN-OWNER-FILES - WITHOUT THE RELATIONSHIP FILE
004564*OR THE CUSTOMER MASTER NO REFERENCE CAN BE PROVED TO
004565*HAVE AN OWNER, SO EVERY TRANSACTION IS REFUSED; THE
004566*MISSING FILE IS LOGGED ONCE UP FRONT
004567*****************************************************
004568 7020-OPEN-OWNER-FILES.
004569     OPEN INPUT ACCOUNT-REL-FILE.
004570     IF NOT WRK-ACCT-OK
004571         SET WRK-ACCT-MISSING TO TRUE
004572         MOVE "ACCTREL" TO WRK-MISSING-FILE
004573         PERFORM 7030-LOG-MISSING-OWNER-FILE THRU 7030-EXIT
004574     END-IF.
004575     OPEN INPUT CUSTOMER-MASTER.
004576     IF NOT WRK-CUSTMAST-OK
004577         SET WRK-CUST-MISSING TO TRUE
004578         MOVE "CUSTMAST" TO WRK-MISSING-FILE
004579         PERFORM 7030-LOG-MISSING-OWNER-FILE THRU 7030-EXIT
004580     END-IF.
004581 7020-EXIT.
004582     EXIT.
004583 7030-LOG-MISSING-OWNER-FILE.
004584     OPEN EXTEND EXCEPTION-REPORT.
004585     IF WRK-EXCPT-NOT-FOUND
004586         OPEN OUTPUT EXCEPTION-REPORT
004587     END-IF.
004588     MOVE SPACES TO EXCPT-RECORD.
004589     MOVE "OPERATORS" TO EXCPT-PROGRAM.
004590     ACCEPT EXCPT-DATE FROM DATE YYYYMMDD.
004591     ACCEPT EXCPT-TIME FROM TIME.
004592     MOVE WRK-MISSING-FILE TO EXCPT-INPUT.
004593     MOVE "FILE NOT FOUND - ALL POSTINGS REFUSED"
004594         TO EXCPT-REASON.
004595     WRITE EXCPT-RECORD.
004596     CLOSE EXCEPTION-REPORT.
004597 7030-EXIT.
004598     EXIT.
004599*****************************************************
004600*7090-LOG-MISSING-INPUT - RECORDS A MISSING OR
004601*UNREADABLE TRANS-IN-FILE SO A BAD BATCH INPUT FAILS
004610*SOFTLY INSTEAD OF ABENDING THE RUN
004620*****************************************************
004630 7090-LOG-MISSING-INPUT.
004980                 MOVE CKPT-PAIR-COUNT TO WRK-CKPT-COUNT
004990                 PERFORM 7055-RESTORE-ONE-OP THRU 7055-EXIT
005000                     VARYING WRK-OP-SUB FROM 1 BY 1
005010                     UNTIL WRK-OP-SUB > 9
005020         END-READ
005030         CLOSE CHECKPOINT-FILE
005040     END-IF.
005430*RESULT IS RECOMPUTED AND TABLED HERE (EXCEPTIONS
005440*MUTED: THE FIRST PASS ALREADY LOGGED THEM) AND POSTS
005450*WITH THE REST WHEN THIS RUN BALANCES
005465             PERFORM 7365-LOAD-AMOUNTS THRU 7365-EXIT
005480             PERFORM 7360-FIND-OPERATION THRU 7360-EXIT
005490             IF WRK-OP-HIT > ZERO
005492                 PERFORM 7340-CHECK-REFERENCE THRU 7340-EXIT
005494             END-IF
005496             IF WRK-OP-HIT > ZERO
005498                 AND NOT WRK-REF-REFUSED
005500                 SET WRK-QUIET TO TRUE
005510                 PERFORM 7370-COMPUTE-OPERATION THRU 7370-EXIT
005520                 MOVE 'N' TO WRK-QUIET-SW
006190         MOVE TRANS-IN-TRL-COUNT TO WRK-TRAILER-COUNT
006200         GO TO 7390-READ-NEXT
006210     END-IF.
006225     PERFORM 7365-LOAD-AMOUNTS THRU 7365-EXIT.
006240     ADD 1 TO WRK-PAIR-COUNT.
006250     ADD 1 TO WRK-DETAIL-COUNT.
006260     PERFORM 7360-FIND-OPERATION THRU 7360-EXIT.
006280         MOVE "INVALID OPERATION CODE" TO WRK-TRANS-REASON
006290         PERFORM 7950-WRITE-TRANS-EXCEPTION THRU 7950-EXIT
006300         PERFORM 7450-PRINT-BAD-OP THRU 7450-EXIT
006301         GO TO 7380-CHECKPOINT
006302     END-IF.
006303     PERFORM 7340-CHECK-REFERENCE THRU 7340-EXIT.
006304     IF WRK-REF-REFUSED
006305         PERFORM 7950-WRITE-TRANS-EXCEPTION THRU 7950-EXIT
006306         SET WRK-DIVIDE-INVALID TO TRUE
006307         MOVE "*REFUSED*" TO WRK-INVALID-MARKER
006308         PERFORM 7400-PRINT-DETAIL THRU 7400-EXIT
006310         GO TO 7380-CHECKPOINT
006320     END-IF.
006330     PERFORM 7370-COMPUTE-OPERATION THRU 7370-EXIT.
006490 7300-EXIT.
006500     EXIT.
006510*****************************************************
006511*7340-CHECK-REFERENCE - THE REFERENCE MUST BE OPEN ON
006512*ACCTREL AND ITS OWNER ON CUSTMAST AND NOT BLOCKED.
006513*ONLY SETS THE SWITCH AND REASON - THE CALLER DECIDES
006514*WHETHER TO LOG, SO THE CHECKPOINT SKIP STAYS QUIET
006515*****************************************************
006516 7340-CHECK-REFERENCE.
006517     MOVE 'Y' TO WRK-REF-REFUSED-SW.
006518     IF WRK-ACCT-MISSING
006519         MOVE "ACCOUNT FILE MISSING - POSTING REFUSED"
006520             TO WRK-TRANS-REASON
006521         GO TO 7340-EXIT
006522     END-IF.
006523     MOVE TRANS-IN-REF TO ACCT-REF.
006524     READ ACCOUNT-REL-FILE
006525         INVALID KEY
006526             CONTINUE
006527     END-READ.
006528     IF NOT WRK-ACCT-OK
006529         MOVE "UNKNOWN REFERENCE - NO ACCOUNT OWNER"
006530             TO WRK-TRANS-REASON
006531         GO TO 7340-EXIT
006532     END-IF.
006533     IF ACCT-STATUS-CLOSED
006534         MOVE "ACCOUNT CLOSED - POSTING REFUSED"
006535             TO WRK-TRANS-REASON
006536         GO TO 7340-EXIT
006537     END-IF.
006538     IF WRK-CUST-MISSING
006539         MOVE "CUSTOMER MASTER MISSING - REFUSED"
006540             TO WRK-TRANS-REASON
006541         GO TO 7340-EXIT
006542     END-IF.
006543     MOVE ACCT-OWNER-CPF TO CUST-CPF.
006544     READ CUSTOMER-MASTER
006545         INVALID KEY
006546             CONTINUE
006547     END-READ.
006548     IF NOT WRK-CUSTMAST-OK
006549         MOVE "OWNER NOT ON CUSTOMER MASTER"
006550             TO WRK-TRANS-REASON
006551         GO TO 7340-EXIT
006552     END-IF.
006553     IF CUST-STATUS-BLOCKED
006554         MOVE "OWNER BLOCKED - POSTING REFUSED"
006555             TO WRK-TRANS-REASON
006556         GO TO 7340-EXIT
006557     END-IF.
006558     MOVE 'N' TO WRK-REF-REFUSED-SW.
006559 7340-EXIT.
006560     EXIT.
006561*****************************************************
006562*7360-FIND-OPERATION - LOOKS THE RECORD'S OPERATION
006563*CODE UP IN THE CODE TABLE; ZERO MEANS NOT A KNOWN
006564*OPERATION
006565*****************************************************
006566 7360-FIND-OPERATION.
006570     MOVE ZERO TO WRK-OP-HIT.
006580     PERFORM 7361-CHECK-ONE-OP THRU 7361-EXIT
006590         VARYING WRK-OP-SUB FROM 1 BY 1
006600         UNTIL WRK-OP-SUB > 9.
006610 7360-EXIT.
006620     EXIT.
006630 7361-CHECK-ONE-OP.
006650         MOVE WRK-OP-SUB TO WRK-OP-HIT
006660     END-IF.
006670 7361-EXIT.
006671     EXIT.
006672*****************************************************
006673*7365-LOAD-AMOUNTS - AN RV HAS NO AMOUNTS OF ITS OWN
006674*AND AN AJ ONLY THE FIRST, SO ONLY THE FIELDS THE CODE
006675*ACTUALLY CARRIES ARE PICKED UP
006676*****************************************************
006677 7365-LOAD-AMOUNTS.
006678     MOVE ZERO TO WRK-AMT1.
006679     MOVE ZERO TO WRK-AMT2.
006680     EVALUATE TRANS-IN-OPCODE
006681         WHEN 'RV'
006682             CONTINUE
006683         WHEN 'AJ'
006684             MOVE TRANS-IN-AMT1 TO WRK-AMT1
006685         WHEN OTHER
006686             MOVE TRANS-IN-AMT1 TO WRK-AMT1
006687             MOVE TRANS-IN-AMT2 TO WRK-AMT2
006688     END-EVALUATE.
006689 7365-EXIT.
006690     EXIT.
006691*****************************************************
006700*7370-COMPUTE-OPERATION - RUNS ONLY THE REQUESTED
006710*OPERATION. THE DISCOUNT AND INTEREST CODES REUSE THE
006720*SAME COMPUTE PARAGRAPHS THE INTERACTIVE PERCENTAGE
007190                 PERFORM 6510-COMPUTE-INTEREST THRU 6510-EXIT
007200                 MOVE WRK-INTEREST-AMOUNT TO WRK-CALC-RESULT
007210             END-IF
007211         WHEN 'RV'
007212             PERFORM 7600-FIND-ORIGINAL THRU 7600-EXIT
007213             IF WRK-DIVIDE-OK
007214                 COMPUTE WRK-CALC-RESULT = 0 - WRK-ORIG-RESULT
007215             END-IF
007216         WHEN 'AJ'
007217             PERFORM 7376-CHECK-ADJUSTMENT THRU 7376-EXIT
007218             IF WRK-DIVIDE-OK
007219                 MOVE WRK-AMT1 TO WRK-CALC-RESULT
007220             END-IF
007221     END-EVALUATE.
007230 7370-EXIT.
007240     EXIT.
007250*****************************************************
007400 7375-EXIT.
007410     EXIT.
007420*****************************************************
007421*7376-CHECK-ADJUSTMENT - AN AJ NEEDS A KNOWN REASON
007422*CODE AND AN AMOUNT THAT ACTUALLY MOVES THE BALANCE
007423*****************************************************
007424 7376-CHECK-ADJUSTMENT.
007425     MOVE ZERO TO WRK-ADJR-HIT.
007426     PERFORM 7377-FIND-REASON THRU 7377-EXIT
007427         VARYING WRK-ADJR-SUB FROM 1 BY 1
007428         UNTIL WRK-ADJR-SUB > WRK-ADJR-MAX
007429             OR WRK-ADJR-HIT > ZERO.
007430     IF WRK-ADJR-HIT = ZERO
007431         SET WRK-DIVIDE-INVALID TO TRUE
007432         MOVE "*BAD REASON*" TO WRK-INVALID-MARKER
007433         MOVE "ADJUSTMENT REASON CODE MISSING OR UNKNOWN"
007434             TO WRK-TRANS-REASON
007435         PERFORM 7950-WRITE-TRANS-EXCEPTION THRU 7950-EXIT
007436         GO TO 7376-EXIT
007437     END-IF.
007438     IF WRK-AMT1 = ZERO
007439         SET WRK-DIVIDE-INVALID TO TRUE
007440         MOVE "*BAD AMOUNT*" TO WRK-INVALID-MARKER
007441         MOVE "ADJUSTMENT AMOUNT IS ZERO"
007442             TO WRK-TRANS-REASON
007443         PERFORM 7950-WRITE-TRANS-EXCEPTION THRU 7950-EXIT
007444     END-IF.
007445 7376-EXIT.
007446     EXIT.
007447 7377-FIND-REASON.
007448     IF TRANS-IN-ADJ-REASON = WRK-ADJR-CODE(WRK-ADJR-SUB)
007449         MOVE WRK-ADJR-SUB TO WRK-ADJR-HIT
007450     END-IF.
007451 7377-EXIT.
007452     EXIT.
007453*****************************************************
007454*7600-FIND-ORIGINAL - THE ENTRY AN RV NAMES MUST BE ON
007455*THE JOURNAL UNDER THE SAME REFERENCE AT THAT POSTING
007456*SEQUENCE AND DATE, MUST NOT ITSELF BE A REVERSAL, AND
007457*MUST NOT HAVE BEEN REVERSED ALREADY - NEITHER ON THE
007458*JOURNAL NOR EARLIER IN THIS BATCH. ENTRIES POSTED BY
007459*THIS SAME BATCH ARE NOT ON THE JOURNAL YET, SO THEY
007460*CANNOT BE REVERSED UNTIL THE NEXT RUN
007461*****************************************************
007462 7600-FIND-ORIGINAL.
007463     MOVE 'N' TO WRK-ORIG-FOUND-SW.
007464     MOVE 'N' TO WRK-ORIG-REVERSED-SW.
007465     MOVE 'N' TO WRK-ORIG-IS-RV-SW.
007466     MOVE ZERO TO WRK-ORIG-RESULT.
007467     IF TRANS-IN-ORIG-DATE NUMERIC
007468         AND TRANS-IN-ORIG-SEQ NUMERIC
007469         AND TRANS-IN-ORIG-SEQ > ZERO
007470         PERFORM 7610-SCAN-JOURNAL THRU 7610-EXIT
007471         PERFORM 7630-CHECK-PENDING-RV THRU 7630-EXIT
007472             VARYING WRK-LDGT-SUB FROM 1 BY 1
007473             UNTIL WRK-LDGT-SUB > WRK-LDGT-TOTAL
007474     END-IF.
007475     IF NOT WRK-ORIG-FOUND
007476         SET WRK-DIVIDE-INVALID TO TRUE
007477         MOVE "*NO ORIGINAL*" TO WRK-INVALID-MARKER
007478         MOVE "REVERSED ENTRY NOT ON JOURNAL"
007479             TO WRK-TRANS-REASON
007480         PERFORM 7950-WRITE-TRANS-EXCEPTION THRU 7950-EXIT
007481         GO TO 7600-EXIT
007482     END-IF.
007483     IF WRK-ORIG-IS-RV
007484         SET WRK-DIVIDE-INVALID TO TRUE
007485         MOVE "*IS REVERSAL*" TO WRK-INVALID-MARKER
007486         MOVE "ENTRY IS ITSELF A REVERSAL"
007487             TO WRK-TRANS-REASON
007488         PERFORM 7950-WRITE-TRANS-EXCEPTION THRU 7950-EXIT
007489         GO TO 7600-EXIT
007490     END-IF.
007491     IF WRK-ORIG-REVERSED
007492         SET WRK-DIVIDE-INVALID TO TRUE
007493         MOVE "*REVERSED*" TO WRK-INVALID-MARKER
007494         MOVE "ENTRY ALREADY REVERSED"
007495             TO WRK-TRANS-REASON
007496         PERFORM 7950-WRITE-TRANS-EXCEPTION THRU 7950-EXIT
007497     END-IF.
007498 7600-EXIT.
007499     EXIT.
007500 7610-SCAN-JOURNAL.
007501     MOVE ZERO TO WRK-JRNL-ORDINAL.
007502     MOVE 'N' TO WRK-JRNL-EOF-SW.
007503     OPEN INPUT LEDGER-JOURNAL-FILE.
007504     IF NOT WRK-LDGJ-OK
007505         GO TO 7610-EXIT
007506     END-IF.
007507     PERFORM 7620-CHECK-ONE-ROW THRU 7620-EXIT
007508         UNTIL WRK-JRNL-EOF.
007509     CLOSE LEDGER-JOURNAL-FILE.
007510 7610-EXIT.
007511     EXIT.
007512 7620-CHECK-ONE-ROW.
007513     READ LEDGER-JOURNAL-FILE
007514         AT END
007515             SET WRK-JRNL-EOF TO TRUE
007516             GO TO 7620-EXIT
007517     END-READ.
007518     IF JRNL-REF NOT = TRANS-IN-REF
007519         GO TO 7620-EXIT
007520     END-IF.
007521     ADD 1 TO WRK-JRNL-ORDINAL.
007522     IF WRK-JRNL-ORDINAL = TRANS-IN-ORIG-SEQ
007523         AND JRNL-DATE = TRANS-IN-ORIG-DATE
007524         SET WRK-ORIG-FOUND TO TRUE
007525         MOVE JRNL-RESULT TO WRK-ORIG-RESULT
007526         IF JRNL-OPCODE = 'RV'
007527             SET WRK-ORIG-IS-RV TO TRUE
007528         END-IF
007529     END-IF.
007530     IF JRNL-OPCODE = 'RV'
007531         AND JRNL-LINK-DATE = TRANS-IN-ORIG-DATE
007532         AND JRNL-LINK-SEQ = TRANS-IN-ORIG-SEQ
007533         SET WRK-ORIG-REVERSED TO TRUE
007534     END-IF.
007535 7620-EXIT.
007536     EXIT.
007537 7630-CHECK-PENDING-RV.
007538     IF WRK-LDGT-REF(WRK-LDGT-SUB) = TRANS-IN-REF
007539         AND WRK-LDGT-OPCODE(WRK-LDGT-SUB) = 'RV'
007540         AND WRK-LDGT-LINK-DATE(WRK-LDGT-SUB)
007541             = TRANS-IN-ORIG-DATE
007542         AND WRK-LDGT-LINK-SEQ(WRK-LDGT-SUB)
007543             = TRANS-IN-ORIG-SEQ
007544         SET WRK-ORIG-REVERSED TO TRUE
007545     END-IF.
007546 7630-EXIT.
007547     EXIT.
007548*****************************************************
007549*7400-PRINT-DETAIL - ONE LINE PER TRANSACTION WITH THE
007550*SOURCE REFERENCE; *DIV/0* MARKS A ZERO DIVISOR
007551*****************************************************
007552 7400-PRINT-DETAIL.
007553     MOVE WRK-AMT1 TO WRK-AMT1-ED.
007554     MOVE WRK-AMT2 TO WRK-AMT2-ED.
007555     MOVE WRK-CALC-RESULT TO WRK-RESULT-AMT-ED.
007556*AN RV SHOWS THE ENTRY IT REVERSES AND AN AJ ITS REASON
007557*WHERE THE AMOUNTS WOULD GO
007558     MOVE SPACES TO WRK-DETAIL-MIDDLE.
007559     EVALUATE TRANS-IN-OPCODE
007560         WHEN 'RV'
007561             STRING "OF " TRANS-IN-ORIG-DATE "/"
007562                    TRANS-IN-ORIG-SEQ
007563                 DELIMITED BY SIZE
007564                 INTO WRK-DETAIL-MIDDLE
007565         WHEN 'AJ'
007566             STRING WRK-AMT1-ED " REASON " TRANS-IN-ADJ-REASON
007567                 DELIMITED BY SIZE
007568                 INTO WRK-DETAIL-MIDDLE
007569         WHEN OTHER
007570             STRING WRK-AMT1-ED " " WRK-AMT2-ED
007571                 DELIMITED BY SIZE
007572                 INTO WRK-DETAIL-MIDDLE
007573     END-EVALUATE.
007574     MOVE SPACES TO TRANS-RPT-RECORD.
007575     IF WRK-DIVIDE-OK
007576         STRING TRANS-IN-REF "  " TRANS-IN-OPCODE " "
007577                WRK-DETAIL-MIDDLE " "
007578                WRK-RESULT-AMT-ED
007579             DELIMITED BY SIZE
007580             INTO TRANS-RPT-RECORD
007581     ELSE
007582         STRING TRANS-IN-REF "  " TRANS-IN-OPCODE " "
007583                WRK-DETAIL-MIDDLE " "
007600                WRK-INVALID-MARKER
007610             DELIMITED BY SIZE
007620             INTO TRANS-RPT-RECORD
008100     MOVE WRK-PAIR-COUNT TO CKPT-PAIR-COUNT.
008110     PERFORM 7505-SAVE-ONE-OP THRU 7505-EXIT
008120         VARYING WRK-OP-SUB FROM 1 BY 1
008130         UNTIL WRK-OP-SUB > 9.
008140     OPEN OUTPUT CHECKPOINT-FILE.
008150     WRITE CHECKPOINT-RECORD.
008160     CLOSE CHECKPOINT-FILE.
008310     MOVE ZERO TO CKPT-PAIR-COUNT.
008320     PERFORM 7515-CLEAR-ONE-OP THRU 7515-EXIT
008330         VARYING WRK-OP-SUB FROM 1 BY 1
008340         UNTIL WRK-OP-SUB > 9.
008350     OPEN OUTPUT CHECKPOINT-FILE.
008360     WRITE CHECKPOINT-RECORD.
008370     CLOSE CHECKPOINT-FILE.
009210     WRITE TRANS-RPT-RECORD.
009220     PERFORM 7810-PRINT-ONE-OP-TOTAL THRU 7810-EXIT
009230         VARYING WRK-OP-SUB FROM 1 BY 1
009240         UNTIL WRK-OP-SUB > 9.
009250 7800-EXIT.
009260     EXIT.
009270 7810-PRINT-ONE-OP-TOTAL.
009960     MOVE TRANS-IN-REF TO WRK-LDGT-REF(WRK-LDGT-TOTAL).
009970     MOVE TRANS-IN-OPCODE TO WRK-LDGT-OPCODE(WRK-LDGT-TOTAL).
009980     MOVE WRK-CALC-RESULT TO WRK-LDGT-RESULT(WRK-LDGT-TOTAL).
009981     MOVE ZERO TO WRK-LDGT-LINK-DATE(WRK-LDGT-TOTAL).
009982     MOVE ZERO TO WRK-LDGT-LINK-SEQ(WRK-LDGT-TOTAL).
009983     MOVE SPACES TO WRK-LDGT-REASON(WRK-LDGT-TOTAL).
009984     IF TRANS-IN-OPCODE = 'RV'
009985         MOVE TRANS-IN-ORIG-DATE
009986             TO WRK-LDGT-LINK-DATE(WRK-LDGT-TOTAL)
009987         MOVE TRANS-IN-ORIG-SEQ
009988             TO WRK-LDGT-LINK-SEQ(WRK-LDGT-TOTAL)
009989     END-IF.
009990     IF TRANS-IN-OPCODE = 'AJ'
009991         MOVE TRANS-IN-ADJ-REASON
009992             TO WRK-LDGT-REASON(WRK-LDGT-TOTAL)
009993     END-IF.
009994 8100-EXIT.
010000     EXIT.
010010*****************************************************
010020*8200-POST-LEDGER - AFTER THE BATCH HAS BALANCED,
010500     MOVE WRK-LDGT-OPCODE(WRK-LDGT-SUB) TO JRNL-OPCODE.
010510     MOVE WRK-LDGT-RESULT(WRK-LDGT-SUB) TO JRNL-RESULT.
010520     MOVE LDG-BALANCE TO JRNL-BALANCE.
010522     MOVE LDG-TRANS-COUNT TO JRNL-SEQ.
010524     MOVE WRK-LDGT-LINK-DATE(WRK-LDGT-SUB) TO JRNL-LINK-DATE.
010526     MOVE WRK-LDGT-LINK-SEQ(WRK-LDGT-SUB) TO JRNL-LINK-SEQ.
010528     MOVE WRK-LDGT-REASON(WRK-LDGT-SUB) TO JRNL-REASON.
010530     WRITE JRNL-RECORD.
010540 8210-EXIT.
010550     EXIT.
010560*****************************************************
010570*8300-CLEAR-GL-SUMMARY - EVERY BATCH RUN STARTS GLOPER
010580*EMPTY, SO A NIGHT THAT POSTS NOTHING NEVER LEAVES THE
010590*LAST SUMMARY BEHIND FOR GLUPDT TO PICK UP AGAIN
010600*****************************************************
010610 8300-CLEAR-GL-SUMMARY.
010620     OPEN OUTPUT GL-OPER-FILE.
010630     CLOSE GL-OPER-FILE.
010640 8300-EXIT.
010650     EXIT.
010660*****************************************************
010670*8310-WRITE-GL-SUMMARY - AFTER THE LEDGER POSTING,
010680*WRITES GLOPER: AN H HEADER (POSTING DATE, TIME AND
010690*MONTH), ONE DEBIT/CREDIT PAIR FOR THE POSITIVE RESULTS
010700*- LEDGER CONTROL AGAINST TRANSACTION CLEARING - AND
010710*ONE PAIR THE OTHER WAY ROUND FOR THE NEGATIVE ONES,
010720*THEN A T TRAILER WITH THE DEBIT AND CREDIT CENTS
010730*****************************************************
010740 8310-WRITE-GL-SUMMARY.
010750     IF WRK-LDGT-TOTAL = ZERO
010760         GO TO 8310-EXIT
010770     END-IF.
010780     MOVE ZERO TO WRK-GL-PLUS-TOTAL.
010790     MOVE ZERO TO WRK-GL-MINUS-TOTAL.
010800     PERFORM 8320-ACCUM-ONE-RESULT THRU 8320-EXIT
010810         VARYING WRK-LDGT-SUB FROM 1 BY 1
010820         UNTIL WRK-LDGT-SUB > WRK-LDGT-TOTAL.
010830     IF WRK-GL-PLUS-TOTAL = ZERO
010840         AND WRK-GL-MINUS-TOTAL = ZERO
010850         GO TO 8310-EXIT
010860     END-IF.
010870     ACCEPT WRK-GL-RUN-TIME FROM TIME.
010880     COMPUTE WRK-GL-PERIOD = WRK-POST-DATE / 100.
010890     MOVE ZERO TO WRK-GL-DEBIT-CENTS.
010900     MOVE ZERO TO WRK-GL-CREDIT-CENTS.
010910     OPEN OUTPUT GL-OPER-FILE.
010920     MOVE SPACES TO GL-OPER-RECORD.
010930     STRING "H" DELIMITED BY SIZE
010940            WRK-POST-DATE DELIMITED BY SIZE
010950            WRK-GL-RUN-TIME DELIMITED BY SIZE
010960            WRK-GL-PERIOD DELIMITED BY SIZE
010970         INTO GL-OPER-RECORD.
010980     WRITE GL-OPER-RECORD.
010990     IF WRK-GL-PLUS-TOTAL NOT = ZERO
011000         MOVE WRK-GL-ACCT-LDGCTL TO WRK-GL-DEBIT-ACCT
011010         MOVE WRK-GL-ACCT-TRNCLR TO WRK-GL-CREDIT-ACCT
011020         MOVE WRK-GL-PLUS-TOTAL TO WRK-GL-PAIR-AMOUNT
011030         PERFORM 8330-WRITE-GL-PAIR THRU 8330-EXIT
011040     END-IF.
011050     IF WRK-GL-MINUS-TOTAL NOT = ZERO
011060         MOVE WRK-GL-ACCT-TRNCLR TO WRK-GL-DEBIT-ACCT
011070         MOVE WRK-GL-ACCT-LDGCTL TO WRK-GL-CREDIT-ACCT
011080         MOVE WRK-GL-MINUS-TOTAL TO WRK-GL-PAIR-AMOUNT
011090         PERFORM 8330-WRITE-GL-PAIR THRU 8330-EXIT
011100     END-IF.
011110     MOVE SPACES TO GL-OPER-RECORD.
011120     STRING "T" DELIMITED BY SIZE
011130            WRK-GL-DEBIT-CENTS DELIMITED BY SIZE
011140            WRK-GL-CREDIT-CENTS DELIMITED BY SIZE
011150         INTO GL-OPER-RECORD.
011160     WRITE GL-OPER-RECORD.
011170     CLOSE GL-OPER-FILE.
011180 8310-EXIT.
011190     EXIT.
011200 8320-ACCUM-ONE-RESULT.
011210     IF WRK-LDGT-RESULT(WRK-LDGT-SUB) > ZERO
011220         ADD WRK-LDGT-RESULT(WRK-LDGT-SUB)
011230             TO WRK-GL-PLUS-TOTAL
011240     ELSE
011250         SUBTRACT WRK-LDGT-RESULT(WRK-LDGT-SUB)
011260             FROM WRK-GL-MINUS-TOTAL
011270     END-IF.
011280 8320-EXIT.
011290     EXIT.
011300*****************************************************
011310*8330-WRITE-GL-PAIR - ONE DEBIT AND ONE CREDIT FOR THE
011320*SAME AMOUNT, SO THE FILE BALANCES BY CONSTRUCTION
011330*****************************************************
011340 8330-WRITE-GL-PAIR.
011350     MOVE SPACES TO WRK-GL-LINE.
011360     MOVE WRK-GL-DEBIT-ACCT TO WRK-GL-ACCOUNT.
011370     MOVE 'D' TO WRK-GL-DC.
011380     COMPUTE WRK-GL-CENTS = WRK-GL-PAIR-AMOUNT * 100.
011390     MOVE WRK-GL-LINE TO GL-OPER-RECORD.
011400     WRITE GL-OPER-RECORD.
011410     ADD WRK-GL-CENTS TO WRK-GL-DEBIT-CENTS.
011420     MOVE WRK-GL-CREDIT-ACCT TO WRK-GL-ACCOUNT.
011430     MOVE 'C' TO WRK-GL-DC.
011440     MOVE WRK-GL-LINE TO GL-OPER-RECORD.
011450     WRITE GL-OPER-RECORD.
011460     ADD WRK-GL-CENTS TO WRK-GL-CREDIT-CENTS.
011470 8330-EXIT.
011480     EXIT.
