000250*MODE (T) EDITS THE TRANSRAW1/2/3 FEEDS INTO ONE
000251*MERGED TRANSIN FOR OPERATORS, BALANCING EACH FEED ON
000252*ITS OWN.
000253*MODE (V) EDITS EARNRAW - OVERTIME, NIGHT-PREMIUM
000254*HOURS AND COMMISSION AMOUNTS - INTO EARNIN FOR COMMA.
000255*A NIGHT WITH NO EARNRAW SIMPLY HAS NO VARIABLE
000256*EARNINGS: EARNIN IS WRITTEN EMPTY BUT IN BALANCE.
000260*THE CLEAN TRAILER IS RECOMPUTED OVER THE RECORDS
000270*THAT ACTUALLY PASSED, SO DOWNSTREAM BALANCING STILL
000280*HOLDS AFTER REJECTS.
000650*                A RECOMPUTED COMBINED TRAILER; A SHORT
000660*                FEED FAILS ALONE INSTEAD OF POISONING
000670*                THE WHOLE NIGHT'S FILE.
000671*2026-09-21 RAS  NEW MODE (V) EDITS THE VARIABLE-
000672*                EARNINGS TRANSFER EARNRAW INTO EARNIN
000673*                UNDER ITS OWN H/T ENVELOPE: EMPLOYEE,
000674*                PERIOD, A KNOWN EARNINGS TYPE (EARNWS)
000675*                WITH HOURS OR AN AMOUNT AS THE TYPE
000676*                REQUIRES, ONE RECORD PER EMPLOYEE,
000677*                PERIOD AND TYPE. REJECTS GO TO
000678*                EARNREJECT. STEP NAME INEDIT-VAR.
000679*2026-10-05 RAS  THE TRANSACTION EDIT NOW ACCEPTS THE
000680*                RV (REVERSAL) CODE WITH THE ORIGINAL
000681*                ENTRY'S DATE AND POSTING SEQUENCE, AND
000682*                THE AJ (ADJUSTMENT) CODE WITH ONE
000683*                AMOUNT AND A REASON CODE FROM ADJRWS.
000684*****************************************************
000690 ENVIRONMENT DIVISION.
000700 INPUT-OUTPUT SECTION.
000710 FILE-CONTROL.
000840         ORGANIZATION IS LINE SEQUENTIAL.
000850     SELECT TRANS-REJECT-FILE ASSIGN TO "TRANSREJECT"
000860         ORGANIZATION IS LINE SEQUENTIAL.
000861     SELECT EARN-RAW-FILE ASSIGN TO "EARNRAW"
000862         ORGANIZATION IS LINE SEQUENTIAL
000863         FILE STATUS IS WRK-RAW-STATUS.
000864     SELECT EARN-CLEAN-FILE ASSIGN TO "EARNIN"
000865         ORGANIZATION IS LINE SEQUENTIAL.
000866     SELECT EARN-REJECT-FILE ASSIGN TO "EARNREJECT"
000867         ORGANIZATION IS LINE SEQUENTIAL.
000870     COPY EXCPTSEL.
000880     COPY BALSEL.
000890     COPY CTLSEL.
001020 01 PAY-REJECT-RECORD PICTURE X(30).
001030 FD TRANS-REJECT-FILE.
001040 01 TRANS-REJECT-RECORD PICTURE X(40).
001041 FD EARN-RAW-FILE.
001042 01 EARN-RAW-RECORD PICTURE X(30).
001043 FD EARN-CLEAN-FILE.
001044 01 EARN-CLEAN-RECORD PICTURE X(27).
001045 FD EARN-REJECT-FILE.
001046 01 EARN-REJECT-RECORD PICTURE X(30).
001050     COPY EXCPTFD.
001060     COPY BALFD.
001070     COPY CTLFD.
001140 77 WRK-MODE-SW PICTURE X(01).
001150     88 WRK-MODE-PAYROLL VALUE 'P' 'p'.
001160     88 WRK-MODE-TRANS VALUE 'T' 't'.
001165     88 WRK-MODE-EARN VALUE 'V' 'v'.
001170 77 WRK-RAW-STATUS PICTURE X(02) VALUE SPACES.
001180     88 WRK-RAW-OK VALUE '00'.
001190 77 WRK-RAW-EOF-SW PICTURE X(01) VALUE 'N'.
002070 77 WRK-DUP-SW PICTURE X(01) VALUE 'N'.
002080     88 WRK-DUP-FOUND VALUE 'Y'.
002090*---------------------------------------------------*
002091*VARIABLE-EARNINGS AREAS - THE TYPE TABLE, THE HASH
002092*VIEW OF THE HOURS AND AMOUNT BYTES, AND THE SEEN
002093*TABLE OF EMPLOYEE + PERIOD + TYPE KEYS
002094*---------------------------------------------------*
002095     COPY EARNWS.
002096 01 WRK-EARN-HASH-AREA.
002097     05 WRK-EARN-HASH-HOURS PICTURE 9(05).
002098     05 WRK-EARN-HASH-AMOUNT PICTURE 9(09).
002099 77 WRK-EARN-DATE PICTURE 9(08) VALUE ZERO.
002100 77 WRK-EARN-SEEN-MAX PICTURE 9(04) COMP VALUE 2000.
002101 01 WRK-EARN-SEEN-TABLE.
002102     05 WRK-EARN-SEEN-KEY OCCURS 2000 TIMES PICTURE X(13).
002103*---------------------------------------------------*
002104*EXCEPTION-REPORT CONTROL AREAS
002110*---------------------------------------------------*
002120     COPY EXCPTWS.
002122*---------------------------------------------------*
002124*ADJUSTMENT REASON CODES
002126*---------------------------------------------------*
002128     COPY ADJRWS.
002130 PROCEDURE DIVISION.
002140*****************************************************
002150*0000-MAINLINE
002160*****************************************************
002170 0000-MAINLINE.
002180     PERFORM 1000-ACCEPT-MODE THRU 1000-EXIT.
002186     EVALUATE TRUE
002192         WHEN WRK-MODE-PAYROLL
002198             PERFORM 2000-EDIT-PAYROLL THRU 2000-EXIT
002204         WHEN WRK-MODE-EARN
002210             PERFORM 4000-EDIT-EARNINGS THRU 4000-EXIT
002216         WHEN OTHER
002222             PERFORM 3000-EDIT-TRANS THRU 3000-EXIT
002228     END-EVALUATE.
002240     PERFORM 8000-SET-RETURN-CODE THRU 8000-EXIT.
002250     STOP RUN.
002260*****************************************************
002270*1000-ACCEPT-MODE
002280*****************************************************
002290 1000-ACCEPT-MODE.
002296     DISPLAY "FILE TO EDIT - (P)AYROLL, (T)RANSACTIONS OR "
002302             "(V)ARIABLE EARNINGS".
002310     ACCEPT WRK-MODE-SW.
002320     IF NOT WRK-MODE-PAYROLL AND NOT WRK-MODE-TRANS
002325         AND NOT WRK-MODE-EARN
002330         DISPLAY "MODO INVALIDO - ASSUMINDO (T)"
002340         SET WRK-MODE-TRANS TO TRUE
002350     END-IF.
002360*EXCEPTIONS ARE STAMPED WITH THE DAILYJOB STEP NAME
002370*FOR THE MODE, SO THE MORNING DASHBOARD'S PER-STEP
002380*EXCEPTION COLUMN LINES UP WITH THE JOBLOG ROWS
002386     EVALUATE TRUE
002392         WHEN WRK-MODE-PAYROLL
002398             MOVE "INEDIT-PAY" TO WRK-EXCPT-PROG
002404         WHEN WRK-MODE-EARN
002410             MOVE "INEDIT-VAR" TO WRK-EXCPT-PROG
002416         WHEN OTHER
002422             MOVE "INEDIT-TRN" TO WRK-EXCPT-PROG
002428     END-EVALUATE.
002440 1000-EXIT.
002450     EXIT.
002460*****************************************************
005760         OR WRK-RAW-RECORD(1:1) = 'T'
005770         MOVE 'N' TO WRK-RECORD-OK-SW
005780     END-IF.
005781     IF WRK-RAW-RECORD(9:2) = 'RV'
005782         PERFORM 3240-CHECK-REVERSAL THRU 3240-EXIT
005783         GO TO 3230-EXIT
005784     END-IF.
005785     IF WRK-RAW-RECORD(9:2) = 'AJ'
005786         PERFORM 3250-CHECK-ADJUSTMENT THRU 3250-EXIT
005787         GO TO 3230-EXIT
005788     END-IF.
005790     IF WRK-RAW-RECORD(9:2) NOT = 'AD'
005800         AND WRK-RAW-RECORD(9:2) NOT = 'SU'
005810         AND WRK-RAW-RECORD(9:2) NOT = 'MU'
006040         MOVE 'N' TO WRK-RECORD-OK-SW
006050     END-IF.
006060 3230-EXIT.
006061     EXIT.
006062*****************************************************
006063*3240-CHECK-REVERSAL - AN RV CARRIES THE DATE (11-18)
006064*AND POSTING SEQUENCE (19-25) OF THE JOURNAL ENTRY IT
006065*REVERSES AND NOTHING AFTER THEM; OPERATORS CHECKS THE
006066*ENTRY IS REALLY THERE
006067*****************************************************
006068 3240-CHECK-REVERSAL.
006069     IF WRK-RAW-RECORD(11:8) NOT NUMERIC
006070         OR WRK-RAW-RECORD(11:8) = ZERO
006071         MOVE 'N' TO WRK-RECORD-OK-SW
006072     END-IF.
006073     IF WRK-RAW-RECORD(19:7) NOT NUMERIC
006074         OR WRK-RAW-RECORD(19:7) = ZERO
006075         MOVE 'N' TO WRK-RECORD-OK-SW
006076     END-IF.
006077     IF WRK-RAW-RECORD(26:10) NOT = SPACES
006078         MOVE 'N' TO WRK-RECORD-OK-SW
006079     END-IF.
006080 3240-EXIT.
006081     EXIT.
006082*****************************************************
006083*3250-CHECK-ADJUSTMENT - AN AJ CARRIES ONE SIGNED
006084*AMOUNT (11-20), A BLANK SECOND AMOUNT AND A KNOWN
006085*REASON CODE WHERE THE DAY COUNT GOES (31-32)
006086*****************************************************
006087 3250-CHECK-ADJUSTMENT.
006088     IF WRK-RAW-RECORD(11:1) NOT = '+'
006089         AND WRK-RAW-RECORD(11:1) NOT = '-'
006090         MOVE 'N' TO WRK-RECORD-OK-SW
006091     END-IF.
006092     IF WRK-RAW-RECORD(12:9) NOT NUMERIC
006093         MOVE 'N' TO WRK-RECORD-OK-SW
006094     END-IF.
006095     IF WRK-RAW-RECORD(21:10) NOT = SPACES
006096         OR WRK-RAW-RECORD(33:3) NOT = SPACES
006097         MOVE 'N' TO WRK-RECORD-OK-SW
006098     END-IF.
006099     MOVE ZERO TO WRK-ADJR-HIT.
006100     PERFORM 3255-FIND-REASON THRU 3255-EXIT
006101         VARYING WRK-ADJR-SUB FROM 1 BY 1
006102         UNTIL WRK-ADJR-SUB > WRK-ADJR-MAX
006103             OR WRK-ADJR-HIT > ZERO.
006104     IF WRK-ADJR-HIT = ZERO
006105         MOVE 'N' TO WRK-RECORD-OK-SW
006106     END-IF.
006107 3250-EXIT.
006108     EXIT.
006109 3255-FIND-REASON.
006110     IF WRK-RAW-RECORD(31:2) = WRK-ADJR-CODE(WRK-ADJR-SUB)
006111         MOVE WRK-ADJR-SUB TO WRK-ADJR-HIT
006112     END-IF.
006113 3255-EXIT.
006114     EXIT.
006115*****************************************************
006116*4000-EDIT-EARNINGS - EARNRAW IN, EARNIN AND
006117*EARNREJECT OUT
006118*****************************************************
006119 4000-EDIT-EARNINGS.
006120     OPEN INPUT EARN-RAW-FILE.
006121     IF NOT WRK-RAW-OK
006122         PERFORM 4050-WRITE-EMPTY-EARN THRU 4050-EXIT
006123         GO TO 4000-EXIT
006124     END-IF.
006125     OPEN OUTPUT EARN-CLEAN-FILE.
006126     OPEN OUTPUT EARN-REJECT-FILE.
006127     PERFORM 4100-READ-EARN-RAW THRU 4100-EXIT.
006128     PERFORM 4200-EDIT-EARN-RECORD THRU 4200-EXIT
006129         UNTIL WRK-RAW-EOF.
006130     PERFORM 4500-FINISH-EARN-CLEAN THRU 4500-EXIT.
006131     CLOSE EARN-RAW-FILE.
006132     CLOSE EARN-CLEAN-FILE.
006133     CLOSE EARN-REJECT-FILE.
006134 4000-EXIT.
006135     EXIT.
006136*****************************************************
006137*4050-WRITE-EMPTY-EARN - NO EARNRAW MEANS NOBODY HAS
006138*OVERTIME, NIGHT HOURS OR COMMISSION TONIGHT. EARNIN
006139*IS STILL REWRITTEN - HEADER AND A ZERO TRAILER - SO
006140*COMMA CANNOT PICK UP A PRIOR NIGHT'S EARNINGS AGAIN
006141*****************************************************
006142 4050-WRITE-EMPTY-EARN.
006143     DISPLAY "EARNRAW AUSENTE - SEM VERBAS VARIAVEIS".
006144     OPEN OUTPUT EARN-CLEAN-FILE.
006145     ACCEPT WRK-EARN-DATE FROM DATE YYYYMMDD.
006146     MOVE SPACES TO EARN-CLEAN-RECORD.
006147     STRING "H" DELIMITED BY SIZE
006148            WRK-EARN-DATE DELIMITED BY SIZE
006149         INTO EARN-CLEAN-RECORD.
006150     WRITE EARN-CLEAN-RECORD.
006151     MOVE SPACES TO WRK-CLEAN-TRAILER.
006152     STRING "T" DELIMITED BY SIZE
006153            WRK-CLEAN-COUNT DELIMITED BY SIZE
006154            WRK-CLEAN-HASH DELIMITED BY SIZE
006155         INTO WRK-CLEAN-TRAILER.
006156     MOVE WRK-CLEAN-TRAILER TO EARN-CLEAN-RECORD.
006157     WRITE EARN-CLEAN-RECORD.
006158     CLOSE EARN-CLEAN-FILE.
006159 4050-EXIT.
006160     EXIT.
006161 4100-READ-EARN-RAW.
006162     READ EARN-RAW-FILE
006163         AT END
006164             SET WRK-RAW-EOF TO TRUE
006165         NOT AT END
006166             MOVE EARN-RAW-RECORD TO WRK-RAW-RECORD
006167     END-READ.
006168 4100-EXIT.
006169     EXIT.
006170*****************************************************
006171*4200-EDIT-EARN-RECORD - SAME SHAPE AS THE PAYROLL
006172*EDIT. THE HASH IS THE HOURS AND AMOUNT BYTES TAKEN AS
006173*WHOLE HUNDREDTHS, SUMMED OVER EVERY DETAIL WHOSE
006174*BYTES PARSE
006175*****************************************************
006176 4200-EDIT-EARN-RECORD.
006177     IF WRK-RAW-RECORD(1:1) = 'H'
006178         PERFORM 4210-EDIT-EARN-HEADER THRU 4210-EXIT
006179         GO TO 4290-READ-NEXT
006180     END-IF.
006181     IF WRK-RAW-RECORD(1:1) = 'T'
006182         PERFORM 4220-EDIT-EARN-TRAILER THRU 4220-EXIT
006183         GO TO 4290-READ-NEXT
006184     END-IF.
006185     ADD 1 TO WRK-RAW-DETAIL-COUNT.
006186     IF WRK-RAW-RECORD(14:14) NUMERIC
006187         MOVE WRK-RAW-RECORD(14:14) TO WRK-EARN-HASH-AREA
006188         ADD WRK-EARN-HASH-HOURS TO WRK-RAW-HASH
006189         ADD WRK-EARN-HASH-AMOUNT TO WRK-RAW-HASH
006190     END-IF.
006191     PERFORM 4230-CHECK-EARN-DETAIL THRU 4230-EXIT.
006192     IF WRK-RECORD-OK
006193         PERFORM 4240-CHECK-EARN-DUPLICATE THRU 4240-EXIT
006194         IF WRK-DUP-FOUND
006195             MOVE WRK-RAW-RECORD TO EARN-REJECT-RECORD
006196             WRITE EARN-REJECT-RECORD
006197             ADD 1 TO WRK-REJECT-COUNT
006198             MOVE WRK-RAW-RECORD(1:20) TO EXCPT-INPUT
006199             MOVE "DUPLICATE EMPLOYEE/PERIOD/EARNINGS TYPE"
006200                 TO EXCPT-REASON
006201             PERFORM 7400-LOG-FEED-PROBLEM THRU 7400-EXIT
006202             GO TO 4290-READ-NEXT
006203         END-IF
006204     END-IF.
006205     IF WRK-RECORD-OK
006206         MOVE WRK-RAW-RECORD(1:27) TO EARN-CLEAN-RECORD
006207         WRITE EARN-CLEAN-RECORD
006208         ADD 1 TO WRK-CLEAN-COUNT
006209         ADD WRK-EARN-HASH-HOURS TO WRK-CLEAN-HASH
006210         ADD WRK-EARN-HASH-AMOUNT TO WRK-CLEAN-HASH
006211     ELSE
006212         MOVE WRK-RAW-RECORD TO EARN-REJECT-RECORD
006213         WRITE EARN-REJECT-RECORD
006214         ADD 1 TO WRK-REJECT-COUNT
006215         PERFORM 7100-LOG-BAD-RECORD THRU 7100-EXIT
006216     END-IF.
006217 4290-READ-NEXT.
006218     PERFORM 4100-READ-EARN-RAW THRU 4100-EXIT.
006219 4200-EXIT.
006220     EXIT.
006221 4210-EDIT-EARN-HEADER.
006222     IF WRK-RAW-RECORD(2:8) NUMERIC
006223         AND NOT WRK-HEADER-DONE
006224         SET WRK-HEADER-DONE TO TRUE
006225         MOVE WRK-RAW-RECORD(1:9) TO EARN-CLEAN-RECORD
006226         WRITE EARN-CLEAN-RECORD
006227     ELSE
006228         MOVE WRK-RAW-RECORD TO EARN-REJECT-RECORD
006229         WRITE EARN-REJECT-RECORD
006230         ADD 1 TO WRK-REJECT-COUNT
006231         PERFORM 7100-LOG-BAD-RECORD THRU 7100-EXIT
006232     END-IF.
006233 4210-EXIT.
006234     EXIT.
006235 4220-EDIT-EARN-TRAILER.
006236     IF WRK-RAW-RECORD(2:7) NUMERIC
006237         AND WRK-RAW-RECORD(9:13) NUMERIC
006238         SET WRK-TRAILER-SEEN TO TRUE
006239         MOVE WRK-RAW-RECORD(2:7) TO WRK-TRAILER-COUNT
006240         MOVE WRK-RAW-RECORD(9:13) TO WRK-TRAILER-HASH
006241     ELSE
006242         MOVE WRK-RAW-RECORD TO EARN-REJECT-RECORD
006243         WRITE EARN-REJECT-RECORD
006244         ADD 1 TO WRK-REJECT-COUNT
006245         PERFORM 7100-LOG-BAD-RECORD THRU 7100-EXIT
006246     END-IF.
006247 4220-EXIT.
006248     EXIT.
006249*****************************************************
006250*4230-CHECK-EARN-DETAIL - EMPLOYEE AND PERIOD NUMERIC
006251*WITH A REAL MONTH, A TYPE IN THE EARNWS TABLE, HOURS
006252*(AND NO AMOUNT) FOR AN HOURLY TYPE, AN AMOUNT (AND NO
006253*HOURS) FOR AN AMOUNT TYPE, AND NOTHING PAST COLUMN 27
006254*****************************************************
006255 4230-CHECK-EARN-DETAIL.
006256     MOVE 'Y' TO WRK-RECORD-OK-SW.
006257     IF WRK-RAW-RECORD(1:5) NOT NUMERIC
006258         MOVE 'N' TO WRK-RECORD-OK-SW
006259     END-IF.
006260     IF WRK-RAW-RECORD(6:6) NOT NUMERIC
006261         OR WRK-RAW-RECORD(10:2) < '01'
006262         OR WRK-RAW-RECORD(10:2) > '12'
006263         MOVE 'N' TO WRK-RECORD-OK-SW
006264     END-IF.
006265     IF WRK-RAW-RECORD(14:5) NOT NUMERIC
006266         OR WRK-RAW-RECORD(19:9) NOT NUMERIC
006267         MOVE 'N' TO WRK-RECORD-OK-SW
006268     END-IF.
006269     IF WRK-RAW-RECORD(28:3) NOT = SPACES
006270         MOVE 'N' TO WRK-RECORD-OK-SW
006271     END-IF.
006272     MOVE ZERO TO WRK-EARN-TYPE-HIT.
006273     PERFORM 4235-FIND-EARN-TYPE THRU 4235-EXIT
006274         VARYING WRK-EARN-TYPE-SUB FROM 1 BY 1
006275         UNTIL WRK-EARN-TYPE-SUB > WRK-EARN-TYPE-MAX
006276             OR WRK-EARN-TYPE-HIT > ZERO.
006277     IF WRK-EARN-TYPE-HIT = ZERO
006278         MOVE 'N' TO WRK-RECORD-OK-SW
006279         GO TO 4230-EXIT
006280     END-IF.
006281     IF WRK-EARN-BY-HOURS(WRK-EARN-TYPE-HIT)
006282         IF WRK-RAW-RECORD(14:5) = '00000'
006283             OR WRK-RAW-RECORD(19:9) NOT = '000000000'
006284             MOVE 'N' TO WRK-RECORD-OK-SW
006285         END-IF
006286     ELSE
006287         IF WRK-RAW-RECORD(19:9) = '000000000'
006288             OR WRK-RAW-RECORD(14:5) NOT = '00000'
006289             MOVE 'N' TO WRK-RECORD-OK-SW
006290         END-IF
006291     END-IF.
006292 4230-EXIT.
006293     EXIT.
006294 4235-FIND-EARN-TYPE.
006295     IF WRK-EARN-TYPE-CODE(WRK-EARN-TYPE-SUB) =
006296         WRK-RAW-RECORD(12:2)
006297         MOVE WRK-EARN-TYPE-SUB TO WRK-EARN-TYPE-HIT
006298     END-IF.
006299 4235-EXIT.
006300     EXIT.
006301*****************************************************
006302*4240-CHECK-EARN-DUPLICATE - ONE RECORD PER EMPLOYEE,
006303*PERIOD AND TYPE; A REPEAT WOULD PAY THE HOURS TWICE.
006304*PAST THE TABLE LIMIT THE EXTRAS PASS UNCHECKED, AS IN
006305*THE PAYROLL EDIT
006306*****************************************************
006307 4240-CHECK-EARN-DUPLICATE.
006308     MOVE 'N' TO WRK-DUP-SW.
006309     MOVE ZERO TO WRK-SEEN-SUB.
006310     PERFORM 4250-CHECK-ONE-EARN-SEEN THRU 4250-EXIT
006311         UNTIL WRK-SEEN-SUB = WRK-SEEN-TOTAL
006312             OR WRK-DUP-FOUND.
006313     IF NOT WRK-DUP-FOUND
006314         AND WRK-SEEN-TOTAL < WRK-EARN-SEEN-MAX
006315         ADD 1 TO WRK-SEEN-TOTAL
006316         MOVE WRK-RAW-RECORD(1:13) TO
006317             WRK-EARN-SEEN-KEY(WRK-SEEN-TOTAL)
006318     END-IF.
006319 4240-EXIT.
006320     EXIT.
006321 4250-CHECK-ONE-EARN-SEEN.
006322     ADD 1 TO WRK-SEEN-SUB.
006323     IF WRK-EARN-SEEN-KEY(WRK-SEEN-SUB) = WRK-RAW-RECORD(1:13)
006324         SET WRK-DUP-FOUND TO TRUE
006325     END-IF.
006326 4250-EXIT.
006327     EXIT.
006328*****************************************************
006329*4500-FINISH-EARN-CLEAN - AS 2500: ONLY A RAW FILE IN
006330*BALANCE GETS A RECOMPUTED TRAILER ON EARNIN, SO COMMA
006331*REFUSES A TRUNCATED TRANSFER
006332*****************************************************
006333 4500-FINISH-EARN-CLEAN.
006334     IF NOT WRK-TRAILER-SEEN
006335         OR WRK-TRAILER-COUNT NOT = WRK-RAW-DETAIL-COUNT
006336         OR WRK-TRAILER-HASH NOT = WRK-RAW-HASH
006337         SET WRK-RAW-OUT-OF-BALANCE TO TRUE
006338         PERFORM 7300-LOG-RAW-IMBALANCE THRU 7300-EXIT
006339         GO TO 4500-EXIT
006340     END-IF.
006341     MOVE SPACES TO WRK-CLEAN-TRAILER.
006342     STRING "T" DELIMITED BY SIZE
006343            WRK-CLEAN-COUNT DELIMITED BY SIZE
006344            WRK-CLEAN-HASH DELIMITED BY SIZE
006345         INTO WRK-CLEAN-TRAILER.
006346     MOVE WRK-CLEAN-TRAILER TO EARN-CLEAN-RECORD.
006347     WRITE EARN-CLEAN-RECORD.
006348 4500-EXIT.
006349     EXIT.
006350*****************************************************
006351*7100-LOG-BAD-RECORD - ONE EXCEPTION RECORD PER
006352*REJECTED RAW RECORD
006353*****************************************************
006354 7100-LOG-BAD-RECORD.
006355     OPEN EXTEND EXCEPTION-REPORT.
006356     IF WRK-EXCPT-NOT-FOUND
006357         OPEN OUTPUT EXCEPTION-REPORT
006358     END-IF.
006359     MOVE SPACES TO EXCPT-RECORD.
006360     MOVE WRK-EXCPT-PROG TO EXCPT-PROGRAM.
006361     ACCEPT EXCPT-DATE FROM DATE YYYYMMDD.
006362     ACCEPT EXCPT-TIME FROM TIME.
006363     MOVE WRK-RAW-RECORD(1:20) TO EXCPT-INPUT.
006364     MOVE "NON-NUMERIC OR MALFORMED INPUT RECORD"
006365         TO EXCPT-REASON.
006366     WRITE EXCPT-RECORD.
006367     CLOSE EXCEPTION-REPORT.
006368 7100-EXIT.
006369     EXIT.
006370*****************************************************
006371*7200-LOG-MISSING-RAW - THE RAW TRANSFER NEVER ARRIVED
006372*****************************************************
006373 7200-LOG-MISSING-RAW.
006374     OPEN EXTEND EXCEPTION-REPORT.
006375     IF WRK-EXCPT-NOT-FOUND
006376         OPEN OUTPUT EXCEPTION-REPORT
006377     END-IF.
006378     MOVE SPACES TO EXCPT-RECORD.
006379     MOVE WRK-EXCPT-PROG TO EXCPT-PROGRAM.
006380     ACCEPT EXCPT-DATE FROM DATE YYYYMMDD.
006390     ACCEPT EXCPT-TIME FROM TIME.
006396     EVALUATE TRUE
006402         WHEN WRK-MODE-PAYROLL
006408             MOVE "PAYROLLRAW" TO EXCPT-INPUT
006414         WHEN WRK-MODE-EARN
006420             MOVE "EARNRAW" TO EXCPT-INPUT
006426         WHEN OTHER
006432             MOVE WRK-TRANS-RAW-NAME TO EXCPT-INPUT
006438     END-EVALUATE.
006450     MOVE SPACES TO EXCPT-REASON.
006460     STRING "INPUT FILE NOT FOUND - STATUS " DELIMITED BY SIZE
006470            WRK-RAW-STATUS DELIMITED BY SIZE
006630     MOVE WRK-EXCPT-PROG TO EXCPT-PROGRAM.
006640     ACCEPT EXCPT-DATE FROM DATE YYYYMMDD.
006650     ACCEPT EXCPT-TIME FROM TIME.
006656     EVALUATE TRUE
006662         WHEN WRK-MODE-PAYROLL
006668             MOVE "PAYROLLRAW" TO EXCPT-INPUT
006674         WHEN WRK-MODE-EARN
006680             MOVE "EARNRAW" TO EXCPT-INPUT
006686         WHEN OTHER
006692             MOVE WRK-TRANS-RAW-NAME TO EXCPT-INPUT
006698     END-EVALUATE.
006710     MOVE "RAW TRAILER MISSING OR COUNT/HASH IMBALANCE"
006720         TO EXCPT-REASON.
006730     WRITE EXCPT-RECORD.
