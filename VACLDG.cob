000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. VACLDG.
000030 AUTHOR. RAS.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 2026-09-30.
000060 DATE-COMPILED.
000070*****************************************************
000080*OBJECTIVE = KEEP THE VACATION LEDGER (VACMAST) UP TO
000090*DATE. FOR EVERY ACTIVE EMPLOYEE ON EMPMAST IT MAKES
000100*SURE THERE IS A ROW FOR EACH ACQUISITION PERIOD FROM
000110*THE ADMISSION DATE UP TO TODAY, AND RECOUNTS EACH
000120*ROW'S UNJUSTIFIED ABSENCES FROM THE ABSENCE FILE HR
000130*KEEPS (ABSENCEIN) INTO THE DAYS THE PERIOD EARNS. A
000140*PERIOD STILL RUNNING IS ACCRUING; A COMPLETE ONE IS
000150*OPEN UNTIL THE VACATION RUNS HAVE TAKEN ALL ITS DAYS.
000160*COMMA DRAWS THE BALANCE DOWN; THIS PROGRAM NEVER
000170*TOUCHES THE DAYS TAKEN OF AN EXISTING ROW.
000180*---------------------------------------------------*
000190*ABSENCEIN IS CUMULATIVE - ONE LINE PER ABSENCE DAY,
000200*NEVER EMPTIED - SO EVERY RUN COUNTS FROM SCRATCH AND
000210*A RERUN CHANGES NOTHING. ONLY TYPE U (UNJUSTIFIED)
000220*LINES COUNT.
000230*---------------------------------------------------*
000240*THE FIRST TIME A ROW IS BUILT FOR A PERIOD WHOSE
000250*CONCESSION DEADLINE HAS ALREADY PASSED, ITS LEAVE IS
000260*TAKEN AS ENJOYED BEFORE THE LEDGER EXISTED, SO LONG
000270*SERVICE DOES NOT SHOW AS YEARS OF UNPAID VACATION.
000280*****************************************************
000290*MODIFICATION HISTORY
000300*DATE       INIT DESCRIPTION
000310*2026-09-30 RAS  ORIGINAL PROGRAM
000312*2026-10-15 RAS  MORE ABSENCES THAN THE TABLE HOLDS NOW
000314*                STOPS THE RUN WITH RC 8 - COUNTING ONLY
000316*                PART OF THEM OVERSTATED THE DAYS EARNED.
000320*****************************************************
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     COPY VACSEL.
000370     COPY EMPSEL.
000380     SELECT ABSENCE-FILE ASSIGN TO "ABSENCEIN"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WRK-ABS-STATUS.
000410     COPY EXCPTSEL.
000420     COPY CTLSEL.
000430     COPY CTLHSEL.
000440 DATA DIVISION.
000450 FILE SECTION.
000460     COPY VACFD.
000470     COPY EMPFD.
000480 FD ABSENCE-FILE.
000490 01 ABS-RECORD.
000500     05 ABS-EMP-NUMBER PICTURE 9(05).
000510     05 ABS-DATE PICTURE 9(08).
000520     05 ABS-TYPE PICTURE X(01).
000530         88 ABS-UNJUSTIFIED VALUE 'U' 'u'.
000540     COPY EXCPTFD.
000550     COPY CTLFD.
000560     COPY CTLHFD.
000570 WORKING-STORAGE SECTION.
000580*---------------------------------------------------*
000590*LEDGER AND EMPLOYEE MASTER CONTROL AREAS
000600*---------------------------------------------------*
000610     COPY VACWS.
000620     COPY EMPWS.
000630 77 WRK-EMP-EOF-SW PICTURE X(01) VALUE 'N'.
000640     88 WRK-EMP-SCAN-EOF VALUE 'Y'.
000650 77 WRK-ROW-NEW-SW PICTURE X(01) VALUE 'N'.
000660     88 WRK-ROW-NEW VALUE 'Y'.
000670 77 WRK-ACQ-START PICTURE 9(08) VALUE ZERO.
000680*---------------------------------------------------*
000690*ABSENCE TABLE - EVERY UNJUSTIFIED ABSENCE ON FILE,
000700*LOADED ONCE AND COUNTED PER PERIOD
000710*---------------------------------------------------*
000720 77 WRK-ABS-STATUS PICTURE X(02) VALUE SPACES.
000730     88 WRK-ABS-OK VALUE '00'.
000740 77 WRK-ABS-EOF-SW PICTURE X(01) VALUE 'N'.
000750     88 WRK-ABS-EOF VALUE 'Y'.
000760 77 WRK-ABS-MAX PICTURE 9(04) COMP VALUE 2000.
000770 01 WRK-ABS-TABLE.
000780     05 WRK-ABS-ENTRY OCCURS 2000 TIMES.
000790         10 WRK-ABS-ROW-EMP PICTURE 9(05).
000800         10 WRK-ABS-ROW-DATE PICTURE 9(08).
000810 77 WRK-ABS-TOTAL PICTURE 9(04) COMP VALUE ZERO.
000820 77 WRK-ABS-SUB PICTURE 9(04) COMP VALUE ZERO.
000823 77 WRK-OVERFLOW-SW PICTURE X(01) VALUE 'N'.
000826     88 WRK-TABLE-OVERFLOW VALUE 'Y'.
000830 77 WRK-ABS-COUNT PICTURE 9(03) COMP VALUE ZERO.
000840*---------------------------------------------------*
000850*RUN COUNTERS AND DISPLAY EDIT AREAS
000860*---------------------------------------------------*
000870 77 WRK-EMP-COUNT PICTURE 9(05) COMP VALUE ZERO.
000880 77 WRK-ADDED-COUNT PICTURE 9(05) COMP VALUE ZERO.
000890 77 WRK-UPDATED-COUNT PICTURE 9(05) COMP VALUE ZERO.
000900 77 WRK-COUNT-ED PICTURE Z(04)9.
000910*---------------------------------------------------*
000920*EXCEPTION-REPORT CONTROL AREAS - THE HOLD FIELDS LET
000930*A CALLER FILL THE MESSAGE BEFORE THE LOG IS OPENED
000940*---------------------------------------------------*
000950     COPY EXCPTWS.
000960 77 WRK-EXCPT-HOLD-INPUT PICTURE X(20) VALUE SPACES.
000970 77 WRK-EXCPT-HOLD-REASON PICTURE X(40) VALUE SPACES.
000980*---------------------------------------------------*
000990*JOB CONTROL FILE AREAS
001000*---------------------------------------------------*
001010     COPY CTLWS.
001020     COPY CTLHWS.
001030*---------------------------------------------------*
001040*RUN-DATE CONTROL AREAS
001050*---------------------------------------------------*
001060     COPY RUNDATE.
001070 PROCEDURE DIVISION.
001080*****************************************************
001090*0000-MAINLINE
001100*****************************************************
001110 0000-MAINLINE.
001120     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
001130     PERFORM 1100-LOAD-ABSENCES THRU 1100-EXIT.
001140     PERFORM 2000-READ-EMPLOYEE THRU 2000-EXIT.
001150     PERFORM 3000-PROCESS-EMPLOYEE THRU 3000-EXIT
001160         UNTIL WRK-EMP-SCAN-EOF.
001170     PERFORM 5000-DISPLAY-TOTALS THRU 5000-EXIT.
001180     CLOSE EMPLOYEE-MASTER.
001190     CLOSE VACATION-FILE.
001200     PERFORM 8900-UPDATE-CONTROL-FILE THRU 8900-EXIT.
001210     STOP RUN.
001220*****************************************************
001230*1000-OPEN-FILES - THE LEDGER IS CREATED ON THE FIRST
001240*RUN. WITHOUT THE EMPLOYEE MASTER THERE IS NOTHING TO
001250*BUILD, SO THE RUN ENDS WITH A NON-ZERO RETURN CODE
001260*****************************************************
001270 1000-OPEN-FILES.
001280     ACCEPT WRK-RUN-DATE FROM DATE YYYYMMDD.
001290     OPEN INPUT EMPLOYEE-MASTER.
001300     IF NOT WRK-EMPMAST-OK
001310         MOVE "EMPMAST" TO WRK-EXCPT-HOLD-INPUT
001320         MOVE "EMPLOYEE MASTER NOT AVAILABLE - NO LEDGER"
001330             TO WRK-EXCPT-HOLD-REASON
001340         PERFORM 7100-WRITE-EXCEPTION THRU 7100-EXIT
001350         DISPLAY "VACLDG - EMPMAST INDISPONIVEL"
001360         MOVE 8 TO RETURN-CODE
001370         STOP RUN
001380     END-IF.
001390     OPEN I-O VACATION-FILE.
001400     IF WRK-VAC-NOT-FOUND
001410         OPEN OUTPUT VACATION-FILE
001420         CLOSE VACATION-FILE
001430         OPEN I-O VACATION-FILE
001440     END-IF.
001450     MOVE ZERO TO EMP-NUMBER.
001460     START EMPLOYEE-MASTER KEY NOT < EMP-NUMBER
001470         INVALID KEY
001480             SET WRK-EMP-SCAN-EOF TO TRUE
001490     END-START.
001500 1000-EXIT.
001510     EXIT.
001520*****************************************************
001530*1100-LOAD-ABSENCES - NO ABSENCEIN MEANS NO ABSENCES.
001540*A LINE PAST THE TABLE LIMIT STOPS THE RUN - A PERIOD
001550*COUNTED SHORT WOULD EARN DAYS IT HAS LOST
001560*****************************************************
001570 1100-LOAD-ABSENCES.
001580     MOVE ZERO TO WRK-ABS-TOTAL.
001590     OPEN INPUT ABSENCE-FILE.
001600     IF NOT WRK-ABS-OK
001610         GO TO 1100-EXIT
001620     END-IF.
001630     MOVE 'N' TO WRK-ABS-EOF-SW.
001640     PERFORM 1150-LOAD-ONE-ABSENCE THRU 1150-EXIT
001650         UNTIL WRK-ABS-EOF.
001660     CLOSE ABSENCE-FILE.
001661     IF WRK-TABLE-OVERFLOW
001662         DISPLAY "VACLDG - ABSENCEIN EXCEDE A TABELA"
001663         CLOSE EMPLOYEE-MASTER
001664         CLOSE VACATION-FILE
001665         MOVE 8 TO RETURN-CODE
001666         STOP RUN
001667     END-IF.
001670 1100-EXIT.
001680     EXIT.
001690 1150-LOAD-ONE-ABSENCE.
001700     READ ABSENCE-FILE
001710         AT END
001720             SET WRK-ABS-EOF TO TRUE
001730             GO TO 1150-EXIT
001740     END-READ.
001750     IF NOT ABS-UNJUSTIFIED
001760         OR ABS-EMP-NUMBER NOT NUMERIC
001770         OR ABS-DATE NOT NUMERIC
001780         GO TO 1150-EXIT
001790     END-IF.
001800     IF WRK-ABS-TOTAL >= WRK-ABS-MAX
001810         MOVE ABS-EMP-NUMBER TO WRK-EXCPT-HOLD-INPUT
001820         MOVE "ABSENCE TABLE FULL - LEDGER NOT UPDATED"
001830             TO WRK-EXCPT-HOLD-REASON
001840         PERFORM 7100-WRITE-EXCEPTION THRU 7100-EXIT
001843         SET WRK-TABLE-OVERFLOW TO TRUE
001846         SET WRK-ABS-EOF TO TRUE
001850         GO TO 1150-EXIT
001860     END-IF.
001870     ADD 1 TO WRK-ABS-TOTAL.
001880     MOVE ABS-EMP-NUMBER TO WRK-ABS-ROW-EMP(WRK-ABS-TOTAL).
001890     MOVE ABS-DATE TO WRK-ABS-ROW-DATE(WRK-ABS-TOTAL).
001900 1150-EXIT.
001910     EXIT.
001920*****************************************************
001930*2000-READ-EMPLOYEE - ANY NON-ZERO STATUS ENDS THE
001940*PASS
001950*****************************************************
001960 2000-READ-EMPLOYEE.
001970     IF WRK-EMP-SCAN-EOF
001980         GO TO 2000-EXIT
001990     END-IF.
002000     READ EMPLOYEE-MASTER NEXT RECORD
002010         AT END
002020             SET WRK-EMP-SCAN-EOF TO TRUE
002030     END-READ.
002040     IF NOT WRK-EMPMAST-OK
002050         SET WRK-EMP-SCAN-EOF TO TRUE
002060     END-IF.
002070 2000-EXIT.
002080     EXIT.
002090*****************************************************
002100*3000-PROCESS-EMPLOYEE - ONE ROW PER ACQUISITION PERIOD
002110*THAT HAS STARTED BY TODAY. AN INACTIVE EMPLOYEE EARNS
002120*NOTHING MORE, BUT THEIR ROWS ARE KEPT
002130*****************************************************
002140 3000-PROCESS-EMPLOYEE.
002150     IF NOT EMP-ACTIVE
002160         OR EMP-ADMISSION-DATE NOT NUMERIC
002170         OR EMP-ADMISSION-DATE = ZERO
002180         GO TO 3090-READ-NEXT
002190     END-IF.
002200     ADD 1 TO WRK-EMP-COUNT.
002210     MOVE EMP-ADMISSION-DATE TO WRK-ACQ-START.
002220     PERFORM 3100-BUILD-ONE-PERIOD THRU 3100-EXIT
002230         UNTIL WRK-ACQ-START > WRK-RUN-DATE.
002240 3090-READ-NEXT.
002250     PERFORM 2000-READ-EMPLOYEE THRU 2000-EXIT.
002260 3000-EXIT.
002270     EXIT.
002280*****************************************************
002290*3100-BUILD-ONE-PERIOD - ADDING 10000 TO A YYYYMMDD
002300*DATE MOVES IT ON ONE YEAR, SO THE PERIOD ENDS ON THE
002310*NEXT ANNIVERSARY AND ITS LEAVE FALLS DUE A YEAR LATER
002320*****************************************************
002330 3100-BUILD-ONE-PERIOD.
002340     MOVE 'N' TO WRK-ROW-NEW-SW.
002350     MOVE EMP-NUMBER TO VAC-EMP-NUMBER.
002360     MOVE WRK-ACQ-START TO VAC-ACQ-START.
002370     READ VACATION-FILE
002380         INVALID KEY
002390             SET WRK-ROW-NEW TO TRUE
002400     END-READ.
002410     IF WRK-ROW-NEW
002420         MOVE EMP-NUMBER TO VAC-EMP-NUMBER
002430         MOVE WRK-ACQ-START TO VAC-ACQ-START
002440         COMPUTE VAC-ACQ-END = WRK-ACQ-START + 10000
002450         COMPUTE VAC-CONCESSION-END = WRK-ACQ-START + 20000
002460         MOVE ZERO TO VAC-DAYS-TAKEN
002470         MOVE ZERO TO VAC-LAST-PERIOD
002480         MOVE ZERO TO VAC-LAST-DAYS
002490         MOVE WRK-RUN-DATE TO VAC-BUILT-DATE
002500     END-IF.
002510     MOVE ZERO TO WRK-ABS-COUNT.
002520     PERFORM 3150-COUNT-ONE-ABSENCE THRU 3150-EXIT
002530         VARYING WRK-ABS-SUB FROM 1 BY 1
002540         UNTIL WRK-ABS-SUB > WRK-ABS-TOTAL.
002550     MOVE WRK-ABS-COUNT TO VAC-ABSENCES.
002560     MOVE ZERO TO WRK-VAC-SCALE-HIT.
002570     PERFORM 3160-FIND-SCALE THRU 3160-EXIT
002580         VARYING WRK-VAC-SCALE-SUB FROM 1 BY 1
002590         UNTIL WRK-VAC-SCALE-SUB > WRK-VAC-SCALE-MAX
002600             OR WRK-VAC-SCALE-HIT > ZERO.
002610     IF WRK-VAC-SCALE-HIT = ZERO
002620         MOVE WRK-VAC-SCALE-MAX TO WRK-VAC-SCALE-HIT
002630     END-IF.
002640     MOVE WRK-VAC-SCALE-DAYS(WRK-VAC-SCALE-HIT)
002650         TO VAC-DAYS-EARNED.
002660     IF WRK-ROW-NEW
002670         AND VAC-CONCESSION-END NOT > WRK-RUN-DATE
002680         MOVE VAC-DAYS-EARNED TO VAC-DAYS-TAKEN
002690     END-IF.
002700     EVALUATE TRUE
002710         WHEN VAC-ACQ-END > WRK-RUN-DATE
002720             SET VAC-ACCRUING TO TRUE
002730         WHEN VAC-DAYS-TAKEN NOT < VAC-DAYS-EARNED
002740             SET VAC-USED TO TRUE
002750         WHEN OTHER
002760             SET VAC-OPEN TO TRUE
002770     END-EVALUATE.
002780     IF WRK-ROW-NEW
002790         WRITE VAC-RECORD
002800             INVALID KEY
002810                 CONTINUE
002820         END-WRITE
002830         ADD 1 TO WRK-ADDED-COUNT
002840     ELSE
002850         REWRITE VAC-RECORD
002860             INVALID KEY
002870                 CONTINUE
002880         END-REWRITE
002890         ADD 1 TO WRK-UPDATED-COUNT
002900     END-IF.
002910     ADD 10000 TO WRK-ACQ-START.
002920 3100-EXIT.
002930     EXIT.
002940 3150-COUNT-ONE-ABSENCE.
002950     IF WRK-ABS-ROW-EMP(WRK-ABS-SUB) = VAC-EMP-NUMBER
002960         AND WRK-ABS-ROW-DATE(WRK-ABS-SUB) NOT < VAC-ACQ-START
002970         AND WRK-ABS-ROW-DATE(WRK-ABS-SUB) < VAC-ACQ-END
002980         ADD 1 TO WRK-ABS-COUNT
002990     END-IF.
003000 3150-EXIT.
003010     EXIT.
003020 3160-FIND-SCALE.
003030     IF VAC-ABSENCES NOT > WRK-VAC-SCALE-LIMIT(WRK-VAC-SCALE-SUB)
003040         MOVE WRK-VAC-SCALE-SUB TO WRK-VAC-SCALE-HIT
003050     END-IF.
003060 3160-EXIT.
003070     EXIT.
003080*****************************************************
003090*5000-DISPLAY-TOTALS
003100*****************************************************
003110 5000-DISPLAY-TOTALS.
003120     MOVE WRK-EMP-COUNT TO WRK-COUNT-ED.
003130     DISPLAY "VACLDG - EMPREGADOS ATIVOS:   " WRK-COUNT-ED.
003140     MOVE WRK-ADDED-COUNT TO WRK-COUNT-ED.
003150     DISPLAY "VACLDG - PERIODOS INCLUIDOS:  " WRK-COUNT-ED.
003160     MOVE WRK-UPDATED-COUNT TO WRK-COUNT-ED.
003170     DISPLAY "VACLDG - PERIODOS ATUALIZADOS:" WRK-COUNT-ED.
003180     MOVE WRK-ABS-TOTAL TO WRK-COUNT-ED.
003190     DISPLAY "VACLDG - FALTAS INJUSTIFICADAS:" WRK-COUNT-ED.
003200 5000-EXIT.
003210     EXIT.
003220*****************************************************
003230*7100-WRITE-EXCEPTION - THE CALLER FILLS THE HOLD
003240*FIELDS BEFORE THE LOG IS OPENED
003250*****************************************************
003260 7100-WRITE-EXCEPTION.
003270     OPEN EXTEND EXCEPTION-REPORT.
003280     IF WRK-EXCPT-NOT-FOUND
003290         OPEN OUTPUT EXCEPTION-REPORT
003300     END-IF.
003310     MOVE SPACES TO EXCPT-RECORD.
003320     MOVE "VACLDG" TO EXCPT-PROGRAM.
003330     ACCEPT EXCPT-DATE FROM DATE YYYYMMDD.
003340     ACCEPT EXCPT-TIME FROM TIME.
003350     MOVE WRK-EXCPT-HOLD-INPUT TO EXCPT-INPUT.
003360     MOVE WRK-EXCPT-HOLD-REASON TO EXCPT-REASON.
003370     WRITE EXCPT-RECORD.
003380     CLOSE EXCEPTION-REPORT.
003390 7100-EXIT.
003400     EXIT.
003410*****************************************************
003420*8900-UPDATE-CONTROL-FILE - RECORDS WHEN VACLDG LAST
003430*RAN AND HOW MANY PERIODS IT ADDED
003440*****************************************************
003450 8900-UPDATE-CONTROL-FILE.
003460     OPEN I-O CONTROL-FILE.
003470     IF WRK-CTL-NOT-FOUND
003480         OPEN OUTPUT CONTROL-FILE
003490         CLOSE CONTROL-FILE
003500         OPEN I-O CONTROL-FILE
003510     END-IF.
003520     MOVE "VACLDG" TO CTL-PROGRAM.
003530     ACCEPT CTL-LAST-RUN-DATE FROM DATE YYYYMMDD.
003540     ACCEPT CTL-LAST-RUN-TIME FROM TIME.
003550     MOVE WRK-ADDED-COUNT TO CTL-RECORD-COUNT.
003560     WRITE CTL-RECORD
003570         INVALID KEY
003580             REWRITE CTL-RECORD
003590     END-WRITE.
003600     CLOSE CONTROL-FILE.
003610     PERFORM 8950-APPEND-HISTORY THRU 8950-EXIT.
003620 8900-EXIT.
003630     EXIT.
003640*****************************************************
003650*8950-APPEND-HISTORY - ADDS ONE ROW TO THE APPEND-ONLY
003660*JOB CONTROL HISTORY LOG SO CTLRPT CAN SHOW THE LAST N
003670*RUNS OF EACH PROGRAM, NOT JUST THE LATEST ONE
003680*****************************************************
003690 8950-APPEND-HISTORY.
003700     OPEN EXTEND HISTORY-FILE.
003710     IF WRK-CTLH-NOT-FOUND
003720         OPEN OUTPUT HISTORY-FILE
003730     END-IF.
003740     MOVE SPACES TO CTL-HIST-RECORD.
003750     MOVE CTL-PROGRAM TO CTL-HIST-PROGRAM.
003760     MOVE CTL-LAST-RUN-DATE TO CTL-HIST-RUN-DATE.
003770     MOVE CTL-LAST-RUN-TIME TO CTL-HIST-RUN-TIME.
003780     MOVE CTL-RECORD-COUNT TO CTL-HIST-RECORD-COUNT.
003790     WRITE CTL-HIST-RECORD.
003800     CLOSE HISTORY-FILE.
003810 8950-EXIT.
003820     EXIT.
