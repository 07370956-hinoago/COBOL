000190*BALANCED H/T ENVELOPE - TO THE RETROIN FILE, WHICH
000200*OPERATIONS FEEDS THROUGH THE NORMAL PAYROLL EDIT AND
000210*BATCH AS A SUPPLEMENTAL RUN.
000212*AFTER A DISSIDIO RUN THE OPERATOR CAN ASK FOR EVERY
000214*EMPLOYEE WITH A HISTORY ROW AT THE RAISE'S EFFECTIVE
000216*DATE INSTEAD OF KEYING THEM ONE BY ONE.
000220*****************************************************
000230*MODIFICATION HISTORY
000240*DATE       INIT DESCRIPTION
000250*2026-09-03 RAS  ORIGINAL PROGRAM
000251*2026-10-02 RAS  BY-EFFECTIVE-DATE MODE PICKS UP EVERY
000252*                EMPLOYEE A DISSIDIO RAISE WAS WRITTEN
000253*                FOR; SUPPLEMENT TABLE RAISED TO 500
000254*2026-10-15 RAS  A FULL SUPPLEMENT TABLE NOW STOPS THE
000255*                RUN WITH RC 8 AND NO RETROIN, INSTEAD
000256*                OF RELEASING A FILE SHORT OF THE REST.
000260*****************************************************
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000600     88 WRK-HIST-EOF VALUE 'Y'.
000610*---------------------------------------------------*
000620*OPERATOR REQUEST AREAS - EMPLOYEE ZERO ENDS THE
000626*SESSION AND RELEASES THE FILE. IN THE BY-DATE MODE THE
000632*EMPLOYEES COME FROM THE MASTER INSTEAD
000640*---------------------------------------------------*
000641 77 WRK-MODE-SW PICTURE X(01) VALUE 'E'.
000642     88 WRK-MODE-BY-DATE VALUE 'D' 'd'.
000643 77 WRK-RAISE-DATE PICTURE 9(08) VALUE ZERO.
000644 77 WRK-EMP-EOF-SW PICTURE X(01) VALUE 'N'.
000645     88 WRK-EMP-EOF VALUE 'Y'.
000650 77 WRK-KEYED-EMP-NUMBER PICTURE 9(05) VALUE ZERO.
000660 77 WRK-FROM-PERIOD PICTURE 9(06) VALUE ZERO.
000670 77 WRK-TO-PERIOD PICTURE 9(06) VALUE ZERO.
000950*RELEASED WITH A RECOMPUTED TRAILER WHEN THE OPERATOR
000960*ENDS THE SESSION
000970*---------------------------------------------------*
000980 77 WRK-DET-MAX PICTURE 9(03) COMP VALUE 500.
000990 01 WRK-DET-TABLE.
001000     05 WRK-DET-ENTRY OCCURS 500 TIMES.
001010         10 WRK-DET-EMP-NUMBER PICTURE 9(05).
001020         10 WRK-DET-AMOUNT PICTURE S9(06)V99
001030             SIGN IS LEADING SEPARATE CHARACTER.
001260*EXCEPTION-REPORT CONTROL AREAS
001270*---------------------------------------------------*
001280     COPY EXCPTWS.
001283 77 WRK-EXCPT-HOLD-INPUT PICTURE X(20) VALUE SPACES.
001286 77 WRK-EXCPT-HOLD-REASON PICTURE X(40) VALUE SPACES.
001290*---------------------------------------------------*
001300*JOB CONTROL FILE AREAS
001310*---------------------------------------------------*
001330     COPY CTLHWS.
001340 77 WRK-RUN-FAILED-SW PICTURE X(01) VALUE 'N'.
001350     88 WRK-RUN-FAILED VALUE 'Y'.
001353 77 WRK-OVERFLOW-SW PICTURE X(01) VALUE 'N'.
001356     88 WRK-TABLE-OVERFLOW VALUE 'Y'.
001360 PROCEDURE DIVISION.
001370*****************************************************
001380*0000-MAINLINE
001440         MOVE 8 TO RETURN-CODE
001450         STOP RUN
001460     END-IF.
001462     DISPLAY "MODO - (E)MPREGADO OU (D)ISSIDIO POR DATA"
001464         " DE VIGENCIA".
001466     ACCEPT WRK-MODE-SW.
001468     IF WRK-MODE-BY-DATE
001470         PERFORM 2500-PROCESS-BY-DATE THRU 2500-EXIT
001472     ELSE
001474         PERFORM 2000-ACCEPT-EMPLOYEE THRU 2000-EXIT
001476         PERFORM 3000-PROCESS-ONE-REQUEST THRU 3000-EXIT
001478             UNTIL WRK-KEYED-EMP-NUMBER = ZERO
001480     END-IF.
001482     IF WRK-TABLE-OVERFLOW
001484         PERFORM 9000-CLOSE-FILES THRU 9000-EXIT
001486         MOVE 8 TO RETURN-CODE
001488         STOP RUN
001490     END-IF.
001500     PERFORM 6000-RELEASE-RETRO-FILE THRU 6000-EXIT.
001510     PERFORM 9000-CLOSE-FILES THRU 9000-EXIT.
001520     PERFORM 8900-UPDATE-CONTROL-FILE THRU 8900-EXIT.
001910 2000-EXIT.
001920     EXIT.
001930*****************************************************
001931*2500-PROCESS-BY-DATE - EVERY EMPLOYEE WITH A HISTORY
001932*ROW AT THE RAISE'S EFFECTIVE DATE, FROM THAT MONTH UP
001933*TO THE LAST PAYROLL ALREADY PAID. BY DEFAULT THAT IS
001934*LAST MONTH - THIS MONTH'S PAYROLL READS THE NEW SALARY
001935*OFF THE MASTER ITSELF
001936*****************************************************
001937 2500-PROCESS-BY-DATE.
001938     DISPLAY "DATA DE VIGENCIA DO DISSIDIO (AAAAMMDD)".
001939     ACCEPT WRK-RAISE-DATE.
001940     DISPLAY "ULTIMO PERIODO JA PAGO (AAAAMM, 0 = MES"
001941         " ANTERIOR)".
001942     ACCEPT WRK-TO-PERIOD.
001943     IF WRK-TO-PERIOD = ZERO
001944         MOVE WRK-RUN-YEAR TO WRK-PERIOD-YEAR
001945         MOVE WRK-RUN-MONTH TO WRK-PERIOD-MONTH
001946         IF WRK-PERIOD-MONTH = 1
001947             SUBTRACT 1 FROM WRK-PERIOD-YEAR
001948             MOVE 12 TO WRK-PERIOD-MONTH
001949         ELSE
001950             SUBTRACT 1 FROM WRK-PERIOD-MONTH
001951         END-IF
001952         MOVE WRK-CUR-PERIOD TO WRK-TO-PERIOD
001953     END-IF.
001954     COMPUTE WRK-FROM-PERIOD = WRK-RAISE-DATE / 100.
001955     IF WRK-TO-PERIOD < WRK-FROM-PERIOD
001956         DISPLAY "PERIODO FINAL ANTERIOR A VIGENCIA"
001957         GO TO 2500-EXIT
001958     END-IF.
001959     MOVE 'N' TO WRK-EMP-EOF-SW.
001960     MOVE ZERO TO EMP-NUMBER.
001961     START EMPLOYEE-MASTER KEY NOT < EMP-NUMBER
001962         INVALID KEY
001963             SET WRK-EMP-EOF TO TRUE
001964     END-START.
001965     PERFORM 2510-NEXT-EMPLOYEE THRU 2510-EXIT
001966         UNTIL WRK-EMP-EOF.
001967 2500-EXIT.
001968     EXIT.
001969 2510-NEXT-EMPLOYEE.
001970     READ EMPLOYEE-MASTER NEXT RECORD
001971         AT END
001972             SET WRK-EMP-EOF TO TRUE
001973             GO TO 2510-EXIT
001974     END-READ.
001975     IF NOT WRK-EMPMAST-OK
001976         SET WRK-EMP-EOF TO TRUE
001977         GO TO 2510-EXIT
001978     END-IF.
001979     MOVE EMP-NUMBER TO SALH-EMP-NUMBER.
001980     MOVE WRK-RAISE-DATE TO SALH-EFFECTIVE-DATE.
001981     READ SALARY-HISTORY-FILE
001982         INVALID KEY
001983             GO TO 2510-EXIT
001984     END-READ.
001985     MOVE EMP-NUMBER TO WRK-KEYED-EMP-NUMBER.
001986     PERFORM 3050-PROCESS-RANGE THRU 3050-EXIT.
001987 2510-EXIT.
001988     EXIT.
001989*****************************************************
001990*3000-PROCESS-ONE-REQUEST - ONE EMPLOYEE AND PERIOD
001991*RANGE PER PASS; THE MONTHLY DIFFERENCES ACCUMULATE
001992*INTO ONE SUPPLEMENT RECORD FOR THE EMPLOYEE
001993*****************************************************
001994 3000-PROCESS-ONE-REQUEST.
001995     MOVE WRK-KEYED-EMP-NUMBER TO EMP-NUMBER.
002000     READ EMPLOYEE-MASTER
002010         INVALID KEY
002020             CONTINUE
002140         DISPLAY "PERIODO FINAL ANTERIOR AO INICIAL"
002150         GO TO 3900-NEXT-REQUEST
002160     END-IF.
002161     PERFORM 3050-PROCESS-RANGE THRU 3050-EXIT.
002162 3900-NEXT-REQUEST.
002163     IF WRK-TABLE-OVERFLOW
002164         MOVE ZERO TO WRK-KEYED-EMP-NUMBER
002165         GO TO 3000-EXIT
002166     END-IF.
002167     PERFORM 2000-ACCEPT-EMPLOYEE THRU 2000-EXIT.
002168 3000-EXIT.
002169     EXIT.
002170*****************************************************
002171*3050-PROCESS-RANGE - THE KEYED EMPLOYEE'S MONTHS FROM
002172*THE INITIAL TO THE FINAL PERIOD, INTO ONE SUPPLEMENT
002173*****************************************************
002174 3050-PROCESS-RANGE.
002175     MOVE ZERO TO WRK-EMP-DIFF.
002180     MOVE WRK-FROM-PERIOD TO WRK-CUR-PERIOD.
002190     PERFORM 3100-PROCESS-ONE-MONTH THRU 3100-EXIT
002200         UNTIL WRK-CUR-PERIOD > WRK-TO-PERIOD.
002240         DISPLAY "SEM DIFERENCA A PAGAR: "
002250             WRK-KEYED-EMP-NUMBER
002260     END-IF.
002280 3050-EXIT.
002300     EXIT.
002310*****************************************************
002320*3100-PROCESS-ONE-MONTH - RECONSTRUCTS THE PAID AND
003306         GO TO 3500-EXIT
003307     END-IF.
003310     IF WRK-DET-TOTAL >= WRK-DET-MAX
003312         MOVE WRK-KEYED-EMP-NUMBER TO WRK-EXCPT-HOLD-INPUT
003314         MOVE "SUPPLEMENT TABLE FULL - RUN STOPPED"
003316             TO WRK-EXCPT-HOLD-REASON
003318         PERFORM 7100-WRITE-EXCEPTION THRU 7100-EXIT
003320         DISPLAY "TABELA DE SUPLEMENTOS CHEIA - RETROIN NAO"
003322             " GERADO"
003324         SET WRK-TABLE-OVERFLOW TO TRUE
003326         SET WRK-EMP-EOF TO TRUE
003330         GO TO 3500-EXIT
003340     END-IF.
003350     ADD 1 TO WRK-DET-TOTAL.
004140 7000-EXIT.
004150     EXIT.
004160*****************************************************
004161*7100-WRITE-EXCEPTION - ONE EXCEPTION-REPORT LINE FROM
004162*THE HOLD AREAS
004163*****************************************************
004164 7100-WRITE-EXCEPTION.
004165     OPEN EXTEND EXCEPTION-REPORT.
004166     IF WRK-EXCPT-NOT-FOUND
004167         OPEN OUTPUT EXCEPTION-REPORT
004168     END-IF.
004169     MOVE SPACES TO EXCPT-RECORD.
004170     MOVE "PAYRETRO" TO EXCPT-PROGRAM.
004171     ACCEPT EXCPT-DATE FROM DATE YYYYMMDD.
004172     ACCEPT EXCPT-TIME FROM TIME.
004173     MOVE WRK-EXCPT-HOLD-INPUT TO EXCPT-INPUT.
004174     MOVE WRK-EXCPT-HOLD-REASON TO EXCPT-REASON.
004175     WRITE EXCPT-RECORD.
004176     CLOSE EXCEPTION-REPORT.
004177 7100-EXIT.
004178     EXIT.
004179*****************************************************
004180*8900-UPDATE-CONTROL-FILE - RECORDS WHEN PAYRETRO LAST
004181*RAN AND HOW MANY SUPPLEMENTS IT RELEASED, KEYED BY
004190*PROGRAM NAME IN THE SHARED JOB CONTROL FILE
004200*****************************************************
004210 8900-UPDATE-CONTROL-FILE.
