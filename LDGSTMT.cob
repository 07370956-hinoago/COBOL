000170*MODIFICATION HISTORY
000180*DATE       INIT DESCRIPTION
000190*2026-09-03 RAS  ORIGINAL PROGRAM
000191*2026-10-03 RAS  THE HEADER NOW NAMES THE ACCOUNT'S
000192*                OWNER - CPF, NAME AND ADDRESS FROM
000193*                CUSTMAST VIA THE ACCTREL ACCOUNT-
000194*                RELATIONSHIP FILE - WITH THE ACCOUNT
000195*                AND CUSTOMER STATUS.
000196*2026-10-05 RAS  EACH LINE NOW SHOWS THE ENTRY'S POSTING
000197*                SEQUENCE. A REVERSED ENTRY AND ITS RV
000198*                REVERSAL NAME EACH OTHER, AN AJ LINE
000199*                SHOWS ITS REASON, AND THE FOOTER LISTS
000200*                EACH REVERSED ENTRY WITH ITS
000201*                CORRECTION.
000202*****************************************************
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     COPY LDGSEL.
000250     COPY LDGJSEL.
000253     COPY ACCTSEL.
000256     COPY CUSTSEL.
000260     SELECT STMT-RPT-FILE ASSIGN TO "LDGSTMT"
000270         ORGANIZATION IS LINE SEQUENTIAL.
000280 DATA DIVISION.
000290 FILE SECTION.
000300     COPY LDGFD.
000310     COPY LDGJFD.
000313     COPY ACCTFD.
000316     COPY CUSTFD.
000320 FD STMT-RPT-FILE.
000330 01 STMT-RPT-RECORD PICTURE X(80).
000340 WORKING-STORAGE SECTION.
000380     COPY LDGWS.
000390 77 WRK-JRNL-EOF-SW PICTURE X(01) VALUE 'N'.
000400     88 WRK-JRNL-EOF VALUE 'Y'.
000401*---------------------------------------------------*
000402*REVERSAL PAIRING AREAS - THE JOURNAL IS READ ONCE UP
000403*FRONT TO TABLE THE REFERENCE'S RV ROWS, SO AN ENTRY
000404*CAN SAY IT WAS REVERSED WHEN IT PRINTS, AHEAD OF THE
000405*RV THAT REVERSES IT. THE SEQUENCE IS THE ROW COUNT ON
000406*THE REFERENCE, WHICH OLD ROWS WITHOUT THE FIELD HAVE
000407*TOO
000408*---------------------------------------------------*
000409 77 WRK-ROW-SEQ PICTURE 9(07) VALUE ZERO.
000410 77 WRK-ROW-SEQ-ED PICTURE Z(06)9.
000411 77 WRK-NOTE PICTURE X(25) VALUE SPACES.
000412 77 WRK-RVS-MAX PICTURE 9(03) COMP VALUE 200.
000413 01 WRK-RVS-TABLE.
000414     05 WRK-RVS-ENTRY OCCURS 200 TIMES.
000415         10 WRK-RVS-ORIG-DATE PICTURE 9(08).
000416         10 WRK-RVS-ORIG-SEQ PICTURE 9(07).
000417         10 WRK-RVS-ORIG-RESULT PICTURE S9(12)V99
000418             SIGN IS LEADING SEPARATE CHARACTER.
000419         10 WRK-RVS-DATE PICTURE 9(08).
000420         10 WRK-RVS-SEQ PICTURE 9(07).
000421         10 WRK-RVS-RESULT PICTURE S9(12)V99
000422             SIGN IS LEADING SEPARATE CHARACTER.
000423 77 WRK-RVS-TOTAL PICTURE 9(03) COMP VALUE ZERO.
000424 77 WRK-RVS-SUB PICTURE 9(03) COMP VALUE ZERO.
000425 77 WRK-RVS-HIT PICTURE 9(03) COMP VALUE ZERO.
000426 77 WRK-RVS-OVERFLOW-SW PICTURE X(01) VALUE 'N'.
000427     88 WRK-RVS-OVERFLOW VALUE 'Y'.
000428     COPY ADJRWS.
000429*---------------------------------------------------*
000430*ACCOUNT OWNER AREAS
000431*---------------------------------------------------*
000432     COPY ACCTWS.
000433     COPY CUSTWS.
000434 77 WRK-ACCT-OPEN-SW PICTURE X(01) VALUE 'N'.
000435     88 WRK-ACCT-OPENED VALUE 'Y'.
000436 77 WRK-CUST-OPEN-SW PICTURE X(01) VALUE 'N'.
000437     88 WRK-CUST-OPENED VALUE 'Y'.
000438 77 WRK-ACCT-STATUS-TEXT PICTURE X(06) VALUE SPACES.
000439 77 WRK-CUST-STATUS-TEXT PICTURE X(07) VALUE SPACES.
000440*---------------------------------------------------*
000441*REQUEST FILTER AREAS - A ZERO FROM-DATE MEANS THE
000442*WHOLE JOURNAL, A ZERO TO-DATE MEANS NO UPPER BOUND
000443*---------------------------------------------------*
000450 77 WRK-REQ-REF PICTURE X(08) VALUE SPACES.
000460 77 WRK-FROM-DATE PICTURE 9(08) VALUE ZERO.
000470 77 WRK-TO-DATE PICTURE 9(08) VALUE ZERO.
000970     OPEN INPUT LEDGER-JOURNAL-FILE.
000980     IF WRK-LDGJ-NOT-FOUND
000990         SET WRK-JRNL-EOF TO TRUE
000993     ELSE
000996         PERFORM 2100-LOAD-REVERSALS THRU 2100-EXIT
001000     END-IF.
001010     OPEN INPUT LEDGER-FILE.
001011     OPEN INPUT ACCOUNT-REL-FILE.
001012     IF WRK-ACCT-OK
001013         SET WRK-ACCT-OPENED TO TRUE
001014     END-IF.
001015     OPEN INPUT CUSTOMER-MASTER.
001016     IF WRK-CUSTMAST-OK
001017         SET WRK-CUST-OPENED TO TRUE
001018     END-IF.
001020     OPEN OUTPUT STMT-RPT-FILE.
001030 2000-EXIT.
001031     EXIT.
001032*****************************************************
001033*2100-LOAD-REVERSALS - TABLES EVERY RV ROW OF THE
001034*REFERENCE WITH THE ENTRY IT NAMES, THEN REOPENS THE
001035*JOURNAL FOR THE STATEMENT PASS
001036*****************************************************
001037 2100-LOAD-REVERSALS.
001038     MOVE ZERO TO WRK-ROW-SEQ.
001039     PERFORM 4000-READ-JOURNAL THRU 4000-EXIT.
001040     PERFORM 2110-TABLE-ONE-ROW THRU 2110-EXIT
001041         UNTIL WRK-JRNL-EOF.
001042     CLOSE LEDGER-JOURNAL-FILE.
001043     OPEN INPUT LEDGER-JOURNAL-FILE.
001044     MOVE 'N' TO WRK-JRNL-EOF-SW.
001045     MOVE ZERO TO WRK-ROW-SEQ.
001046 2100-EXIT.
001047     EXIT.
001048 2110-TABLE-ONE-ROW.
001049     IF JRNL-REF NOT = WRK-REQ-REF
001050         GO TO 2190-READ-NEXT
001051     END-IF.
001052     ADD 1 TO WRK-ROW-SEQ.
001053     IF JRNL-OPCODE NOT = 'RV'
001054         GO TO 2190-READ-NEXT
001055     END-IF.
001056     IF WRK-RVS-TOTAL >= WRK-RVS-MAX
001057         SET WRK-RVS-OVERFLOW TO TRUE
001058         GO TO 2190-READ-NEXT
001059     END-IF.
001060     ADD 1 TO WRK-RVS-TOTAL.
001061     MOVE JRNL-LINK-DATE TO WRK-RVS-ORIG-DATE(WRK-RVS-TOTAL).
001062     MOVE JRNL-LINK-SEQ TO WRK-RVS-ORIG-SEQ(WRK-RVS-TOTAL).
001063     MOVE ZERO TO WRK-RVS-ORIG-RESULT(WRK-RVS-TOTAL).
001064     MOVE JRNL-DATE TO WRK-RVS-DATE(WRK-RVS-TOTAL).
001065     MOVE WRK-ROW-SEQ TO WRK-RVS-SEQ(WRK-RVS-TOTAL).
001066     MOVE JRNL-RESULT TO WRK-RVS-RESULT(WRK-RVS-TOTAL).
001067 2190-READ-NEXT.
001068     PERFORM 4000-READ-JOURNAL THRU 4000-EXIT.
001069 2110-EXIT.
001070     EXIT.
001071 3000-PRINT-HEADER.
001072     ACCEPT WRK-RUN-DATE FROM DATE YYYYMMDD.
001073     MOVE SPACES TO STMT-RPT-RECORD.
001080     STRING "LEDGER STATEMENT  REF: " DELIMITED BY SIZE
001090            WRK-REQ-REF DELIMITED BY SIZE
001100            "   RUN DATE: " DELIMITED BY SIZE
001110            WRK-RUN-DATE DELIMITED BY SIZE
001120         INTO STMT-RPT-RECORD.
001130     WRITE STMT-RPT-RECORD.
001135     PERFORM 3100-PRINT-OWNER THRU 3100-EXIT.
001140     MOVE SPACES TO STMT-RPT-RECORD.
001150     STRING "    SEQ DATE     OP RESULT          BALANCE"
001160         DELIMITED BY SIZE
001170         INTO STMT-RPT-RECORD.
001180     WRITE STMT-RPT-RECORD.
001190 3000-EXIT.
001191     EXIT.
001192*****************************************************
001193*3100-PRINT-OWNER - WHO THE ACCOUNT BELONGS TO. A
001194*REFERENCE WITH NO ACCTREL ROW, OR AN OWNER NO LONGER
001195*ON CUSTMAST, SAYS SO INSTEAD OF PRINTING A BLANK NAME
001196*****************************************************
001197 3100-PRINT-OWNER.
001198     MOVE SPACES TO STMT-RPT-RECORD.
001199     IF NOT WRK-ACCT-OPENED
001200         MOVE "OWNER: *NO ACCOUNT-RELATIONSHIP FILE*"
001201             TO STMT-RPT-RECORD
001202         WRITE STMT-RPT-RECORD
001203         GO TO 3100-EXIT
001204     END-IF.
001205     MOVE WRK-REQ-REF TO ACCT-REF.
001206     READ ACCOUNT-REL-FILE
001207         INVALID KEY
001208             CONTINUE
001209     END-READ.
001210     IF NOT WRK-ACCT-OK
001211         MOVE "OWNER: *REFERENCE NOT ON ACCOUNT FILE*"
001212             TO STMT-RPT-RECORD
001213         WRITE STMT-RPT-RECORD
001214         GO TO 3100-EXIT
001215     END-IF.
001216     IF ACCT-STATUS-CLOSED
001217         MOVE "CLOSED" TO WRK-ACCT-STATUS-TEXT
001218     ELSE
001219         MOVE "OPEN" TO WRK-ACCT-STATUS-TEXT
001220     END-IF.
001221     MOVE SPACES TO CUST-MASTER-RECORD.
001222     MOVE ACCT-OWNER-CPF TO CUST-CPF.
001223     IF WRK-CUST-OPENED
001224         READ CUSTOMER-MASTER
001225             INVALID KEY
001226                 CONTINUE
001227         END-READ
001228     END-IF.
001229     IF NOT WRK-CUST-OPENED
001230         OR NOT WRK-CUSTMAST-OK
001231         STRING "OWNER: " DELIMITED BY SIZE
001232                ACCT-OWNER-CPF DELIMITED BY SIZE
001233                " *NOT ON CUSTOMER MASTER*" DELIMITED BY SIZE
001234             INTO STMT-RPT-RECORD
001235         WRITE STMT-RPT-RECORD
001236         GO TO 3100-EXIT
001237     END-IF.
001238     IF CUST-STATUS-BLOCKED
001239         MOVE "BLOCKED" TO WRK-CUST-STATUS-TEXT
001240     ELSE
001241         MOVE "ACTIVE" TO WRK-CUST-STATUS-TEXT
001242     END-IF.
001243     STRING "OWNER: " DELIMITED BY SIZE
001244            CUST-CPF-FORMATTED DELIMITED BY SIZE
001245            " " DELIMITED BY SIZE
001246            CUST-NAME DELIMITED BY SIZE
001247         INTO STMT-RPT-RECORD.
001248     WRITE STMT-RPT-RECORD.
001249     MOVE SPACES TO STMT-RPT-RECORD.
001250     STRING "ADDRESS: " DELIMITED BY SIZE
001251            CUST-ADDRESS DELIMITED BY SIZE
001252         INTO STMT-RPT-RECORD.
001253     WRITE STMT-RPT-RECORD.
001254     MOVE SPACES TO STMT-RPT-RECORD.
001255     STRING "ACCOUNT OPENED: " DELIMITED BY SIZE
001256            ACCT-OPEN-DATE DELIMITED BY SIZE
001257            "  ACCOUNT: " DELIMITED BY SIZE
001258            WRK-ACCT-STATUS-TEXT DELIMITED BY SIZE
001259            "  CUSTOMER: " DELIMITED BY SIZE
001260            WRK-CUST-STATUS-TEXT DELIMITED BY SIZE
001261         INTO STMT-RPT-RECORD.
001262     WRITE STMT-RPT-RECORD.
001263 3100-EXIT.
001264     EXIT.
001265 4000-READ-JOURNAL.
001266     READ LEDGER-JOURNAL-FILE
001267         AT END
001268             SET WRK-JRNL-EOF TO TRUE
001269     END-READ.
001270 4000-EXIT.
001271     EXIT.
001280*****************************************************
001290*5000-PROCESS-ONE-ROW - ROWS BEFORE THE RANGE ROLL THE
001300*OPENING BALANCE FORWARD; ROWS INSIDE IT PRINT WITH
001330 5000-PROCESS-ONE-ROW.
001340     IF JRNL-REF NOT = WRK-REQ-REF
001350         GO TO 5900-READ-NEXT
001351     END-IF.
001352     ADD 1 TO WRK-ROW-SEQ.
001353     PERFORM 5200-FIND-REVERSAL THRU 5200-EXIT.
001354     IF WRK-RVS-HIT > ZERO
001355         MOVE JRNL-RESULT TO WRK-RVS-ORIG-RESULT(WRK-RVS-HIT)
001360     END-IF.
001370     IF JRNL-DATE < WRK-FROM-DATE
001380         MOVE JRNL-BALANCE TO WRK-OPENING-BALANCE
001520 5100-PRINT-ONE-LINE.
001530     MOVE JRNL-RESULT TO WRK-AMOUNT-ED.
001540     MOVE JRNL-BALANCE TO WRK-BALANCE-ED.
001543     MOVE WRK-ROW-SEQ TO WRK-ROW-SEQ-ED.
001546     PERFORM 5150-BUILD-NOTE THRU 5150-EXIT.
001550     MOVE SPACES TO STMT-RPT-RECORD.
001555     STRING WRK-ROW-SEQ-ED DELIMITED BY SIZE
001560            " " DELIMITED BY SIZE
001565            JRNL-DATE DELIMITED BY SIZE
001570            " " DELIMITED BY SIZE
001580            JRNL-OPCODE DELIMITED BY SIZE
001590            " " DELIMITED BY SIZE
001600            WRK-AMOUNT-ED DELIMITED BY SIZE
001610            " " DELIMITED BY SIZE
001620            WRK-BALANCE-ED DELIMITED BY SIZE
001623            " " DELIMITED BY SIZE
001626            WRK-NOTE DELIMITED BY SIZE
001630         INTO STMT-RPT-RECORD.
001640     WRITE STMT-RPT-RECORD.
001650 5100-EXIT.
001651     EXIT.
001652*****************************************************
001653*5150-BUILD-NOTE - AN RV NAMES THE ENTRY IT REVERSES,
001654*A REVERSED ENTRY NAMES ITS RV, AND AN AJ SHOWS ITS
001655*REASON
001656*****************************************************
001657 5150-BUILD-NOTE.
001658     MOVE SPACES TO WRK-NOTE.
001659     IF JRNL-OPCODE = 'RV'
001660         STRING "REVERSES " DELIMITED BY SIZE
001661                JRNL-LINK-SEQ DELIMITED BY SIZE
001662             INTO WRK-NOTE
001663         GO TO 5150-EXIT
001664     END-IF.
001665     IF JRNL-OPCODE = 'AJ'
001666         MOVE ZERO TO WRK-ADJR-HIT
001667         PERFORM 5160-FIND-REASON THRU 5160-EXIT
001668             VARYING WRK-ADJR-SUB FROM 1 BY 1
001669             UNTIL WRK-ADJR-SUB > WRK-ADJR-MAX
001670                 OR WRK-ADJR-HIT > ZERO
001671         IF WRK-ADJR-HIT > ZERO
001672             STRING "ADJ " DELIMITED BY SIZE
001673                    WRK-ADJR-LABEL(WRK-ADJR-HIT)
001674                        DELIMITED BY SIZE
001675                 INTO WRK-NOTE
001676         ELSE
001677             STRING "ADJ " DELIMITED BY SIZE
001678                    JRNL-REASON DELIMITED BY SIZE
001679                 INTO WRK-NOTE
001680         END-IF
001681         GO TO 5150-EXIT
001682     END-IF.
001683     IF WRK-RVS-HIT > ZERO
001684         STRING "REVERSED BY " DELIMITED BY SIZE
001685                WRK-RVS-SEQ(WRK-RVS-HIT) DELIMITED BY SIZE
001686             INTO WRK-NOTE
001687     END-IF.
001688 5150-EXIT.
001689     EXIT.
001690 5160-FIND-REASON.
001691     IF JRNL-REASON = WRK-ADJR-CODE(WRK-ADJR-SUB)
001692         MOVE WRK-ADJR-SUB TO WRK-ADJR-HIT
001693     END-IF.
001694 5160-EXIT.
001695     EXIT.
001696*****************************************************
001697*5200-FIND-REVERSAL - WHETHER THE CURRENT ROW IS AN
001698*ENTRY SOME RV ON THE TABLE REVERSES
001699*****************************************************
001700 5200-FIND-REVERSAL.
001701     MOVE ZERO TO WRK-RVS-HIT.
001702     IF JRNL-OPCODE = 'RV'
001703         GO TO 5200-EXIT
001704     END-IF.
001705     PERFORM 5210-CHECK-ONE-REVERSAL THRU 5210-EXIT
001706         VARYING WRK-RVS-SUB FROM 1 BY 1
001707         UNTIL WRK-RVS-SUB > WRK-RVS-TOTAL
001708             OR WRK-RVS-HIT > ZERO.
001709 5200-EXIT.
001710     EXIT.
001711 5210-CHECK-ONE-REVERSAL.
001712     IF WRK-RVS-ORIG-SEQ(WRK-RVS-SUB) = WRK-ROW-SEQ
001713         AND WRK-RVS-ORIG-DATE(WRK-RVS-SUB) = JRNL-DATE
001714         MOVE WRK-RVS-SUB TO WRK-RVS-HIT
001715     END-IF.
001716 5210-EXIT.
001717     EXIT.
001718*****************************************************
001719*6000-PRINT-FOOTER - OPENING/CLOSING BALANCES FOR THE
001720*RANGE PLUS THE REFERENCE'S CURRENT LEDGER POSITION
001721*****************************************************
001722 6000-PRINT-FOOTER.
001723     MOVE WRK-OPENING-BALANCE TO WRK-BALANCE-ED.
001730     MOVE SPACES TO STMT-RPT-RECORD.
001740     STRING "OPENING BALANCE: " DELIMITED BY SIZE
001750            WRK-BALANCE-ED DELIMITED BY SIZE
001870            WRK-LINE-COUNT-ED DELIMITED BY SIZE
001880         INTO STMT-RPT-RECORD.
001890     WRITE STMT-RPT-RECORD.
001895     PERFORM 6050-PRINT-REVERSALS THRU 6050-EXIT.
001900     PERFORM 6100-PRINT-CURRENT-POSITION THRU 6100-EXIT.
001910 6000-EXIT.
001911     EXIT.
001912*****************************************************
001913*6050-PRINT-REVERSALS - EACH REVERSED ENTRY NEXT TO ITS
001914*CORRECTION, WHEN EITHER SIDE FALLS IN THE RANGE
001915*****************************************************
001916 6050-PRINT-REVERSALS.
001917     IF WRK-RVS-TOTAL = ZERO
001918         GO TO 6050-EXIT
001919     END-IF.
001920     MOVE SPACES TO STMT-RPT-RECORD.
001921     STRING "REVERSED ENTRIES      ORIGINAL RESULT"
001922                DELIMITED BY SIZE
001923            "  CORRECTED BY" DELIMITED BY SIZE
001924         INTO STMT-RPT-RECORD.
001925     WRITE STMT-RPT-RECORD.
001926     PERFORM 6060-PRINT-ONE-PAIR THRU 6060-EXIT
001927         VARYING WRK-RVS-SUB FROM 1 BY 1
001928         UNTIL WRK-RVS-SUB > WRK-RVS-TOTAL.
001929     IF WRK-RVS-OVERFLOW
001930         MOVE SPACES TO STMT-RPT-RECORD
001931         MOVE "*MORE REVERSALS THAN THE STATEMENT CAN PAIR*"
001932             TO STMT-RPT-RECORD
001933         WRITE STMT-RPT-RECORD
001934     END-IF.
001935 6050-EXIT.
001936     EXIT.
001937 6060-PRINT-ONE-PAIR.
001938     IF (WRK-RVS-DATE(WRK-RVS-SUB) < WRK-FROM-DATE
001939             OR WRK-RVS-DATE(WRK-RVS-SUB) > WRK-TO-DATE)
001940         AND (WRK-RVS-ORIG-DATE(WRK-RVS-SUB) < WRK-FROM-DATE
001941             OR WRK-RVS-ORIG-DATE(WRK-RVS-SUB) > WRK-TO-DATE)
001942         GO TO 6060-EXIT
001943     END-IF.
001944     MOVE WRK-RVS-ORIG-RESULT(WRK-RVS-SUB) TO WRK-AMOUNT-ED.
001945     MOVE SPACES TO STMT-RPT-RECORD.
001946     STRING WRK-RVS-ORIG-SEQ(WRK-RVS-SUB) DELIMITED BY SIZE
001947            " " DELIMITED BY SIZE
001948            WRK-RVS-ORIG-DATE(WRK-RVS-SUB) DELIMITED BY SIZE
001949            " " DELIMITED BY SIZE
001950            WRK-AMOUNT-ED DELIMITED BY SIZE
001951            "  " DELIMITED BY SIZE
001952            WRK-RVS-SEQ(WRK-RVS-SUB) DELIMITED BY SIZE
001953            " " DELIMITED BY SIZE
001954            WRK-RVS-DATE(WRK-RVS-SUB) DELIMITED BY SIZE
001955         INTO STMT-RPT-RECORD.
001956     WRITE STMT-RPT-RECORD.
001957 6060-EXIT.
001958     EXIT.
001959 6100-PRINT-CURRENT-POSITION.
001960     IF NOT WRK-LDG-OK
001961         GO TO 6100-EXIT
001962     END-IF.
001970     MOVE WRK-REQ-REF TO LDG-REF.
001980     READ LEDGER-FILE
001990         INVALID KEY
002190         CLOSE LEDGER-JOURNAL-FILE
002200     END-IF.
002210     CLOSE LEDGER-FILE.
002211     IF WRK-ACCT-OPENED
002212         CLOSE ACCOUNT-REL-FILE
002213     END-IF.
002214     IF WRK-CUST-OPENED
002215         CLOSE CUSTOMER-MASTER
002216     END-IF.
002220 9000-EXIT.
002230     EXIT.
