000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DISSIDIO.
000030 AUTHOR. RAS.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 2026-10-02.
000060 DATE-COMPILED.
000070*****************************************************
000080*OBJECTIVE = COLLECTIVE RAISE (DISSIDIO) IN ONE PASS.
000090*WHEN THE UNION AGREEMENT COMES IN, HR NO LONGER KEYS A
000100*NEW SALARY FOR EVERY EMPLOYEE THROUGH EMPMNT. THE
000110*OPERATOR GIVES THE EFFECTIVE DATE AND EITHER ONE
000120*PERCENTAGE FOR EVERYONE OR THE RAISETBL TABLE OF
000130*PERCENTAGES BY DEPARTMENT AND BY SALARY BAND. EVERY
000140*ACTIVE EMPLOYEE IN SCOPE IS FIRST PRINTED TO RAISEPRV
000150*WITH THE OLD AND NEW SALARY; ONLY WHEN THAT PREVIEW IS
000160*CONFIRMED DOES ONE PASS REWRITE EMP-BASE-SALARY, APPEND
000170*THE BEFORE/AFTER IMAGE TO EMPAUDIT AND WRITE THE
000180*SALHIST ROW AT THE EFFECTIVE DATE - SO PAYRETRO CAN
000190*PICK UP THE BACK PAY BY THAT DATE. WHILE DAILYJOB
000200*HOLDS THE BATCHLOCK WINDOW LOCK NOTHING IS CHANGED.
000210*****************************************************
000220*MODIFICATION HISTORY
000230*DATE       INIT DESCRIPTION
000240*2026-10-02 RAS  ORIGINAL PROGRAM
000250*****************************************************
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SPECIAL-NAMES.
000290     DECIMAL-POINT IS COMMA.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     COPY EMPSEL.
000330     COPY SALHSEL.
000340     COPY EMPASEL.
000350     SELECT RAISE-TABLE-FILE ASSIGN TO "RAISETBL"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WRK-RAISETBL-STATUS.
000380     SELECT RAISE-PREVIEW-FILE ASSIGN TO "RAISEPRV"
000390         ORGANIZATION IS LINE SEQUENTIAL.
000400     COPY EXCPTSEL.
000410     COPY CTLSEL.
000420     COPY CTLHSEL.
000430     COPY LOCKSEL.
000440 DATA DIVISION.
000450 FILE SECTION.
000460     COPY EMPFD.
000470     COPY SALHFD.
000480     COPY EMPAFD.
000490 FD RAISE-TABLE-FILE.
000500*ONE PERCENTAGE PER RECORD. TYPE D GIVES A DEPARTMENT
000510*ITS OWN PERCENTAGE AND WINS OVER ANY BAND; TYPE F IS A
000520*SALARY BAND - THE PERCENTAGE APPLIES UP TO ITS UPPER
000530*LIMIT. BANDS MUST BE IN ASCENDING LIMIT ORDER; A LAST
000540*BAND OF ALL NINES IS OPEN-ENDED. AN EMPLOYEE NO ROW
000550*COVERS IS OUT OF SCOPE
000560 01 RAISE-RECORD.
000570     05 RAISE-TYPE PICTURE X(01).
000580         88 RAISE-BY-DEPT VALUE 'D'.
000590         88 RAISE-BY-BAND VALUE 'F'.
000600     05 RAISE-DEPT PICTURE X(04).
000610     05 RAISE-BAND-LIMIT PICTURE 9(06)V99.
000620     05 RAISE-PCT PICTURE 9(03)V99.
000630 FD RAISE-PREVIEW-FILE.
000640 01 RAISE-PREVIEW-LINE PICTURE X(80).
000650     COPY EXCPTFD.
000660     COPY CTLFD.
000670     COPY CTLHFD.
000680     COPY LOCKFD.
000690 WORKING-STORAGE SECTION.
000700*---------------------------------------------------*
000710*OPERATOR REQUEST AREAS - A SINGLE PERCENTAGE OF ZERO
000720*MEANS THE RAISETBL TABLE DRIVES THE RAISE
000730*---------------------------------------------------*
000740 77 WRK-CONFIRM-SW PICTURE X(01) VALUE 'N'.
000750     88 WRK-CONFIRMED VALUE 'S' 's' 'Y' 'y'.
000760 77 WRK-EFFECTIVE-DATE PICTURE 9(08) VALUE ZERO.
000770 77 WRK-SINGLE-PCT PICTURE 9(03)V99 VALUE ZERO.
000780 77 WRK-RUN-FAILED-SW PICTURE X(01) VALUE 'N'.
000790     88 WRK-RUN-FAILED VALUE 'Y'.
000800*---------------------------------------------------*
000810*RAISE TABLE AREAS
000820*---------------------------------------------------*
000830 77 WRK-RAISETBL-STATUS PICTURE X(02) VALUE SPACES.
000840     88 WRK-RAISETBL-OK VALUE '00'.
000850 77 WRK-RAISETBL-EOF-SW PICTURE X(01) VALUE 'N'.
000860     88 WRK-RAISETBL-EOF VALUE 'Y'.
000870 77 WRK-RAISE-MAX PICTURE 9(02) COMP VALUE 50.
000880 01 WRK-RAISE-TABLE.
000890     05 WRK-RAISE-ENTRY OCCURS 50 TIMES.
000900         10 WRK-RAISE-TYPE PICTURE X(01).
000910         10 WRK-RAISE-DEPT PICTURE X(04).
000920         10 WRK-RAISE-LIMIT PICTURE 9(06)V99.
000930         10 WRK-RAISE-PCT PICTURE 9(03)V99.
000940 77 WRK-RAISE-TOTAL PICTURE 9(02) COMP VALUE ZERO.
000950 77 WRK-RAISE-SUB PICTURE 9(02) COMP VALUE ZERO.
000952 77 WRK-LAST-BAND-LIMIT PICTURE 9(06)V99 VALUE ZERO.
000954 77 WRK-OVERFLOW-SW PICTURE X(01) VALUE 'N'.
000956     88 WRK-TABLE-OVERFLOW VALUE 'Y'.
000960*---------------------------------------------------*
000970*PER-EMPLOYEE RAISE AREAS - WORKED OUT THE SAME WAY BY
000980*THE PREVIEW AND BY THE UPDATE PASS
000990*---------------------------------------------------*
001000 77 WRK-EMP-EOF-SW PICTURE X(01) VALUE 'N'.
001010     88 WRK-EMP-EOF VALUE 'Y'.
001020 77 WRK-APPLY-PASS-SW PICTURE X(01) VALUE 'N'.
001030     88 WRK-APPLY-PASS VALUE 'Y'.
001040 77 WRK-IN-SCOPE-SW PICTURE X(01) VALUE 'N'.
001050     88 WRK-IN-SCOPE VALUE 'Y'.
001060 77 WRK-PCT-FOUND-SW PICTURE X(01) VALUE 'N'.
001070     88 WRK-PCT-FOUND VALUE 'Y'.
001080 77 WRK-SKIP-REASON PICTURE X(20) VALUE SPACES.
001090 77 WRK-EMP-PCT PICTURE 9(03)V99 VALUE ZERO.
001100 77 WRK-OLD-SALARY PICTURE S9(06)V99
001110     SIGN IS LEADING SEPARATE CHARACTER VALUE ZERO.
001120 77 WRK-NEW-SALARY PICTURE S9(06)V99
001130     SIGN IS LEADING SEPARATE CHARACTER VALUE ZERO.
001140*---------------------------------------------------*
001150*PREVIEW LINE AND TOTALS
001160*---------------------------------------------------*
001170 01 WRK-PREVIEW-DETAIL.
001180     05 WRK-PV-EMP-NUMBER PICTURE 9(05).
001190     05 FILLER PICTURE X(01) VALUE SPACE.
001200     05 WRK-PV-NAME PICTURE X(20).
001210     05 FILLER PICTURE X(01) VALUE SPACE.
001220     05 WRK-PV-DEPT PICTURE X(04).
001230     05 FILLER PICTURE X(01) VALUE SPACE.
001240     05 WRK-PV-OLD PICTURE Z(05)9,99.
001250     05 FILLER PICTURE X(01) VALUE SPACE.
001260     05 WRK-PV-PCT PICTURE ZZ9,99.
001270     05 FILLER PICTURE X(01) VALUE SPACE.
001280     05 WRK-PV-NEW PICTURE Z(05)9,99.
001290     05 FILLER PICTURE X(01) VALUE SPACE.
001300     05 WRK-PV-NOTE PICTURE X(20).
001310 77 WRK-RAISE-COUNT PICTURE 9(05) COMP VALUE ZERO.
001320 77 WRK-SKIP-COUNT PICTURE 9(05) COMP VALUE ZERO.
001330 77 WRK-APPLIED-COUNT PICTURE 9(05) COMP VALUE ZERO.
001340 77 WRK-OLD-TOTAL PICTURE S9(09)V99 VALUE ZERO.
001350 77 WRK-NEW-TOTAL PICTURE S9(09)V99 VALUE ZERO.
001360 77 WRK-COUNT-ED PICTURE Z(04)9.
001370 77 WRK-TOTAL-ED PICTURE Z(08)9,99.
001380*---------------------------------------------------*
001390*MASTER, HISTORY AND AUDIT TRAIL CONTROL AREAS
001400*---------------------------------------------------*
001410     COPY EMPWS.
001420     COPY SALHWS.
001430     COPY EMPAWS.
001440*---------------------------------------------------*
001450*EXCEPTION-REPORT CONTROL AREAS - THE HOLD FIELDS LET
001460*A CALLER FILL THE MESSAGE BEFORE THE LOG IS OPENED
001470*---------------------------------------------------*
001480     COPY EXCPTWS.
001490 77 WRK-EXCPT-HOLD-INPUT PICTURE X(20) VALUE SPACES.
001500 77 WRK-EXCPT-HOLD-REASON PICTURE X(40) VALUE SPACES.
001510*---------------------------------------------------*
001520*JOB CONTROL FILE AREAS
001530*---------------------------------------------------*
001540     COPY CTLWS.
001550     COPY CTLHWS.
001560*---------------------------------------------------*
001570*BATCH WINDOW LOCK AREAS - THE RAISE REWRITES THE
001580*MASTER, SO IT WAITS FOR THE NIGHT RUN TO LET GO OF
001590*THE WINDOW
001600*---------------------------------------------------*
001610     COPY LOCKWS.
001620*---------------------------------------------------*
001630*RUN-DATE CONTROL AREAS
001640*---------------------------------------------------*
001650     COPY RUNDATE.
001660 PROCEDURE DIVISION.
001670*****************************************************
001680*0000-MAINLINE
001690*****************************************************
001700 0000-MAINLINE.
001710     PERFORM 0500-CHECK-BATCH-LOCK THRU 0500-EXIT.
001720     IF WRK-LOCK-HELD
001730         PERFORM 0590-REFUSE-LOCKED THRU 0590-EXIT
001740         MOVE 8 TO RETURN-CODE
001750         STOP RUN
001760     END-IF.
001770     ACCEPT WRK-RUN-DATE FROM DATE YYYYMMDD.
001780     PERFORM 1000-ACCEPT-REQUEST THRU 1000-EXIT.
001790     IF WRK-RUN-FAILED
001800         MOVE 8 TO RETURN-CODE
001810         STOP RUN
001820     END-IF.
001830     PERFORM 2000-PRINT-PREVIEW THRU 2000-EXIT.
001840     IF WRK-RAISE-COUNT = ZERO
001850         DISPLAY "NENHUM EMPREGADO NO ESCOPO DO REAJUSTE"
001860         STOP RUN
001870     END-IF.
001880     PERFORM 4000-CONFIRM-RAISE THRU 4000-EXIT.
001890     IF NOT WRK-CONFIRMED
001900         DISPLAY "REAJUSTE CANCELADO - NADA FOI GRAVADO"
001910         STOP RUN
001920     END-IF.
001930     PERFORM 5000-APPLY-RAISE THRU 5000-EXIT.
001940     PERFORM 8900-UPDATE-CONTROL-FILE THRU 8900-EXIT.
001950     PERFORM 9999-TERMINATE THRU 9999-EXIT.
001960     STOP RUN.
001970*****************************************************
001980*1000-ACCEPT-REQUEST - THE OPERATOR'S INITIALS GO ON
001990*EVERY AUDIT RECORD. THE EFFECTIVE DATE IS USUALLY IN
002000*THE PAST - THE AGREEMENT'S BASE DATE - AND ZERO MEANS
002010*TODAY
002020*****************************************************
002030 1000-ACCEPT-REQUEST.
002040     PERFORM 1100-ACCEPT-OPERATOR THRU 1100-EXIT
002050         UNTIL WRK-EAUD-OPERATOR NOT = SPACES.
002060     DISPLAY "DATA DE VIGENCIA DO REAJUSTE"
002070         " (AAAAMMDD, 0 = HOJE)".
002080     ACCEPT WRK-EFFECTIVE-DATE.
002090     IF WRK-EFFECTIVE-DATE = ZERO
002100         MOVE WRK-RUN-DATE TO WRK-EFFECTIVE-DATE
002110     END-IF.
002120     DISPLAY "PERCENTUAL UNICO (EX: 005,50 - 0 = USAR"
002130         " A TABELA RAISETBL)".
002140     ACCEPT WRK-SINGLE-PCT.
002150     IF WRK-SINGLE-PCT = ZERO
002160         PERFORM 1200-LOAD-RAISE-TABLE THRU 1200-EXIT
002170     END-IF.
002180 1000-EXIT.
002190     EXIT.
002200 1100-ACCEPT-OPERATOR.
002210     DISPLAY "INICIAIS DO OPERADOR (3 CARACTERES)".
002220     ACCEPT WRK-EAUD-OPERATOR.
002230     IF WRK-EAUD-OPERATOR = SPACES
002240         DISPLAY "INICIAIS OBRIGATORIAS"
002250     END-IF.
002260 1100-EXIT.
002270     EXIT.
002280*****************************************************
002290*1200-LOAD-RAISE-TABLE - WITHOUT A SINGLE PERCENTAGE
002300*THE TABLE IS ALL THERE IS; A MISSING OR EMPTY TABLE
002310*STOPS THE RUN BEFORE ANYTHING IS PRINTED
002320*****************************************************
002330 1200-LOAD-RAISE-TABLE.
002340     OPEN INPUT RAISE-TABLE-FILE.
002350     IF NOT WRK-RAISETBL-OK
002360         MOVE "RAISETBL" TO WRK-EXCPT-HOLD-INPUT
002370         MOVE "RAISE TABLE NOT FOUND - RUN STOPPED"
002380             TO WRK-EXCPT-HOLD-REASON
002390         PERFORM 7100-WRITE-EXCEPTION THRU 7100-EXIT
002400         DISPLAY "TABELA RAISETBL NAO ENCONTRADA"
002410         SET WRK-RUN-FAILED TO TRUE
002420         GO TO 1200-EXIT
002430     END-IF.
002440     PERFORM 1210-READ-ONE-ROW THRU 1210-EXIT
002450         UNTIL WRK-RAISETBL-EOF.
002460     CLOSE RAISE-TABLE-FILE.
002461     IF WRK-TABLE-OVERFLOW
002462         DISPLAY "TABELA RAISETBL EXCEDE 50 LINHAS"
002463         SET WRK-RUN-FAILED TO TRUE
002464         GO TO 1200-EXIT
002465     END-IF.
002470     IF WRK-RAISE-TOTAL = ZERO
002480         MOVE "RAISETBL" TO WRK-EXCPT-HOLD-INPUT
002490         MOVE "RAISE TABLE HAS NO VALID ROWS - STOPPED"
002500             TO WRK-EXCPT-HOLD-REASON
002510         PERFORM 7100-WRITE-EXCEPTION THRU 7100-EXIT
002520         DISPLAY "TABELA RAISETBL SEM LINHAS VALIDAS"
002530         SET WRK-RUN-FAILED TO TRUE
002540     END-IF.
002550 1200-EXIT.
002560     EXIT.
002570 1210-READ-ONE-ROW.
002580     READ RAISE-TABLE-FILE
002590         AT END
002600             SET WRK-RAISETBL-EOF TO TRUE
002610             GO TO 1210-EXIT
002620     END-READ.
002630     IF (NOT RAISE-BY-DEPT AND NOT RAISE-BY-BAND)
002640         OR RAISE-PCT NOT NUMERIC
002650         OR RAISE-PCT = ZERO
002660         OR (RAISE-BY-BAND AND RAISE-BAND-LIMIT NOT NUMERIC)
002670         MOVE RAISE-RECORD TO WRK-EXCPT-HOLD-INPUT
002680         MOVE "RAISE TABLE ROW INVALID - IGNORED"
002690             TO WRK-EXCPT-HOLD-REASON
002700         PERFORM 7100-WRITE-EXCEPTION THRU 7100-EXIT
002710         GO TO 1210-EXIT
002720     END-IF.
002730     IF WRK-RAISE-TOTAL >= WRK-RAISE-MAX
002740         MOVE RAISE-RECORD TO WRK-EXCPT-HOLD-INPUT
002750         MOVE "RAISE TABLE FULL - RUN STOPPED"
002760             TO WRK-EXCPT-HOLD-REASON
002770         PERFORM 7100-WRITE-EXCEPTION THRU 7100-EXIT
002773         SET WRK-TABLE-OVERFLOW TO TRUE
002776         SET WRK-RAISETBL-EOF TO TRUE
002780         GO TO 1210-EXIT
002781     END-IF.
002782     IF RAISE-BY-BAND
002783         IF RAISE-BAND-LIMIT NOT > WRK-LAST-BAND-LIMIT
002784             MOVE RAISE-RECORD TO WRK-EXCPT-HOLD-INPUT
002785             MOVE "RAISE BANDS NOT ASCENDING - STOPPED"
002786                 TO WRK-EXCPT-HOLD-REASON
002787             PERFORM 7100-WRITE-EXCEPTION THRU 7100-EXIT
002788             DISPLAY "FAIXAS DA RAISETBL FORA DE ORDEM"
002789             SET WRK-RUN-FAILED TO TRUE
002790         END-IF
002791         MOVE RAISE-BAND-LIMIT TO WRK-LAST-BAND-LIMIT
002792     END-IF.
002800     ADD 1 TO WRK-RAISE-TOTAL.
002810     MOVE RAISE-TYPE TO WRK-RAISE-TYPE(WRK-RAISE-TOTAL).
002820     MOVE RAISE-DEPT TO WRK-RAISE-DEPT(WRK-RAISE-TOTAL).
002830     MOVE ZERO TO WRK-RAISE-LIMIT(WRK-RAISE-TOTAL).
002840     IF RAISE-BY-BAND
002850         MOVE RAISE-BAND-LIMIT
002860             TO WRK-RAISE-LIMIT(WRK-RAISE-TOTAL)
002870     END-IF.
002880     MOVE RAISE-PCT TO WRK-RAISE-PCT(WRK-RAISE-TOTAL).
002890 1210-EXIT.
002900     EXIT.
002910*****************************************************
002920*2000-PRINT-PREVIEW - EVERY ACTIVE EMPLOYEE IN SCOPE
002930*WITH THE OLD AND NEW SALARY. ONE ALREADY RAISED AT THIS
002940*EFFECTIVE DATE, OR WITH A LATER SALARY CHANGE ON FILE,
002950*IS LISTED BUT LEFT FOR HR TO HANDLE BY HAND
002960*****************************************************
002970 2000-PRINT-PREVIEW.
002980     OPEN OUTPUT RAISE-PREVIEW-FILE.
002990     MOVE SPACES TO RAISE-PREVIEW-LINE.
003000     STRING "COLLECTIVE RAISE PREVIEW   EFFECTIVE: "
003010                DELIMITED BY SIZE
003020            WRK-EFFECTIVE-DATE DELIMITED BY SIZE
003030            "   RUN DATE: " DELIMITED BY SIZE
003040            WRK-RUN-DATE DELIMITED BY SIZE
003050         INTO RAISE-PREVIEW-LINE.
003060     WRITE RAISE-PREVIEW-LINE.
003070     MOVE SPACES TO RAISE-PREVIEW-LINE.
003080     STRING "EMPNO NAME                 DEPT  OLD SALARY"
003090                DELIMITED BY SIZE
003100            "      %   NEW SALARY NOTE" DELIMITED BY SIZE
003110         INTO RAISE-PREVIEW-LINE.
003120     WRITE RAISE-PREVIEW-LINE.
003130     MOVE 'N' TO WRK-APPLY-PASS-SW.
003140     OPEN INPUT EMPLOYEE-MASTER.
003150     OPEN INPUT SALARY-HISTORY-FILE.
003160     PERFORM 2900-SCAN-MASTER THRU 2900-EXIT.
003170     CLOSE EMPLOYEE-MASTER.
003180     IF NOT WRK-SALH-NOT-FOUND
003190         CLOSE SALARY-HISTORY-FILE
003200     END-IF.
003210     MOVE WRK-RAISE-COUNT TO WRK-COUNT-ED.
003220     MOVE SPACES TO RAISE-PREVIEW-LINE.
003230     STRING "EMPLOYEES TO RAISE:    " DELIMITED BY SIZE
003240            WRK-COUNT-ED DELIMITED BY SIZE
003250         INTO RAISE-PREVIEW-LINE.
003260     WRITE RAISE-PREVIEW-LINE.
003270     MOVE WRK-SKIP-COUNT TO WRK-COUNT-ED.
003280     MOVE SPACES TO RAISE-PREVIEW-LINE.
003290     STRING "LEFT FOR HR BY HAND:   " DELIMITED BY SIZE
003300            WRK-COUNT-ED DELIMITED BY SIZE
003310         INTO RAISE-PREVIEW-LINE.
003320     WRITE RAISE-PREVIEW-LINE.
003330     MOVE WRK-OLD-TOTAL TO WRK-TOTAL-ED.
003340     MOVE SPACES TO RAISE-PREVIEW-LINE.
003350     STRING "MONTHLY PAYROLL BEFORE:" DELIMITED BY SIZE
003360            WRK-TOTAL-ED DELIMITED BY SIZE
003370         INTO RAISE-PREVIEW-LINE.
003380     WRITE RAISE-PREVIEW-LINE.
003390     MOVE WRK-NEW-TOTAL TO WRK-TOTAL-ED.
003400     MOVE SPACES TO RAISE-PREVIEW-LINE.
003410     STRING "MONTHLY PAYROLL AFTER: " DELIMITED BY SIZE
003420            WRK-TOTAL-ED DELIMITED BY SIZE
003430         INTO RAISE-PREVIEW-LINE.
003440     WRITE RAISE-PREVIEW-LINE.
003450     CLOSE RAISE-PREVIEW-FILE.
003460 2000-EXIT.
003470     EXIT.
003480*****************************************************
003490*2900-SCAN-MASTER - ONE SEQUENTIAL PASS OVER THE
003500*MASTER IN EMPLOYEE-NUMBER ORDER, SHARED BY THE PREVIEW
003510*AND THE UPDATE SO BOTH SEE EXACTLY THE SAME RAISES
003520*****************************************************
003530 2900-SCAN-MASTER.
003540     MOVE 'N' TO WRK-EMP-EOF-SW.
003550     MOVE ZERO TO EMP-NUMBER.
003560     START EMPLOYEE-MASTER KEY NOT < EMP-NUMBER
003570         INVALID KEY
003580             SET WRK-EMP-EOF TO TRUE
003590     END-START.
003600     PERFORM 2910-NEXT-EMPLOYEE THRU 2910-EXIT
003610         UNTIL WRK-EMP-EOF.
003620 2900-EXIT.
003630     EXIT.
003640 2910-NEXT-EMPLOYEE.
003650     READ EMPLOYEE-MASTER NEXT RECORD
003660         AT END
003670             SET WRK-EMP-EOF TO TRUE
003680             GO TO 2910-EXIT
003690     END-READ.
003700     IF NOT WRK-EMPMAST-OK
003710         SET WRK-EMP-EOF TO TRUE
003720         GO TO 2910-EXIT
003730     END-IF.
003740     PERFORM 3000-EVALUATE-EMPLOYEE THRU 3000-EXIT.
003750     IF NOT WRK-IN-SCOPE
003760         GO TO 2910-EXIT
003770     END-IF.
003780     IF WRK-APPLY-PASS
003790         IF WRK-SKIP-REASON = SPACES
003800             PERFORM 5100-APPLY-ONE THRU 5100-EXIT
003810         END-IF
003820     ELSE
003830         PERFORM 2100-PRINT-ONE THRU 2100-EXIT
003840     END-IF.
003850 2910-EXIT.
003860     EXIT.
003870 2100-PRINT-ONE.
003880     MOVE EMP-NUMBER TO WRK-PV-EMP-NUMBER.
003890     MOVE EMP-NAME TO WRK-PV-NAME.
003900     MOVE EMP-DEPARTMENT TO WRK-PV-DEPT.
003910     MOVE WRK-OLD-SALARY TO WRK-PV-OLD.
003920     MOVE WRK-EMP-PCT TO WRK-PV-PCT.
003930     MOVE WRK-SKIP-REASON TO WRK-PV-NOTE.
003940     IF WRK-SKIP-REASON = SPACES
003950         MOVE WRK-NEW-SALARY TO WRK-PV-NEW
003960         ADD 1 TO WRK-RAISE-COUNT
003970         ADD WRK-OLD-SALARY TO WRK-OLD-TOTAL
003980         ADD WRK-NEW-SALARY TO WRK-NEW-TOTAL
003990     ELSE
004000         MOVE WRK-OLD-SALARY TO WRK-PV-NEW
004010         ADD 1 TO WRK-SKIP-COUNT
004020     END-IF.
004030     MOVE WRK-PREVIEW-DETAIL TO RAISE-PREVIEW-LINE.
004040     WRITE RAISE-PREVIEW-LINE.
004050 2100-EXIT.
004060     EXIT.
004070*****************************************************
004080*3000-EVALUATE-EMPLOYEE - AN ACTIVE EMPLOYEE WITH A
004090*SALARY IS IN SCOPE WHEN THE SINGLE PERCENTAGE OR A
004100*TABLE ROW COVERS THEM. THE NEW SALARY IS ROUNDED TO
004110*THE CENT
004120*****************************************************
004130 3000-EVALUATE-EMPLOYEE.
004140     MOVE 'N' TO WRK-IN-SCOPE-SW.
004150     MOVE SPACES TO WRK-SKIP-REASON.
004160     MOVE ZERO TO WRK-EMP-PCT.
004170     IF NOT EMP-ACTIVE
004180         OR EMP-BASE-SALARY NOT > ZERO
004190         GO TO 3000-EXIT
004200     END-IF.
004210     IF WRK-SINGLE-PCT > ZERO
004220         MOVE WRK-SINGLE-PCT TO WRK-EMP-PCT
004230     ELSE
004240         PERFORM 3100-FIND-TABLE-PCT THRU 3100-EXIT
004250     END-IF.
004260     IF WRK-EMP-PCT = ZERO
004270         GO TO 3000-EXIT
004280     END-IF.
004290     SET WRK-IN-SCOPE TO TRUE.
004300     MOVE EMP-BASE-SALARY TO WRK-OLD-SALARY.
004310     COMPUTE WRK-NEW-SALARY ROUNDED =
004320         WRK-OLD-SALARY * (100 + WRK-EMP-PCT) / 100.
004330     PERFORM 3200-CHECK-HISTORY THRU 3200-EXIT.
004340 3000-EXIT.
004350     EXIT.
004360*****************************************************
004370*3100-FIND-TABLE-PCT - THE DEPARTMENT ROW FIRST, THEN
004380*THE LOWEST BAND WHOSE LIMIT COVERS THE SALARY
004390*****************************************************
004400 3100-FIND-TABLE-PCT.
004410     MOVE 'N' TO WRK-PCT-FOUND-SW.
004420     PERFORM 3110-MATCH-DEPT THRU 3110-EXIT
004430         VARYING WRK-RAISE-SUB FROM 1 BY 1
004440         UNTIL WRK-RAISE-SUB > WRK-RAISE-TOTAL
004450             OR WRK-PCT-FOUND.
004460     PERFORM 3120-MATCH-BAND THRU 3120-EXIT
004470         VARYING WRK-RAISE-SUB FROM 1 BY 1
004480         UNTIL WRK-RAISE-SUB > WRK-RAISE-TOTAL
004490             OR WRK-PCT-FOUND.
004500 3100-EXIT.
004510     EXIT.
004520 3110-MATCH-DEPT.
004530     IF WRK-RAISE-TYPE(WRK-RAISE-SUB) = 'D'
004540         AND WRK-RAISE-DEPT(WRK-RAISE-SUB) = EMP-DEPARTMENT
004550         MOVE WRK-RAISE-PCT(WRK-RAISE-SUB) TO WRK-EMP-PCT
004560         SET WRK-PCT-FOUND TO TRUE
004570     END-IF.
004580 3110-EXIT.
004590     EXIT.
004600 3120-MATCH-BAND.
004610     IF WRK-RAISE-TYPE(WRK-RAISE-SUB) = 'F'
004620         AND EMP-BASE-SALARY
004630             NOT > WRK-RAISE-LIMIT(WRK-RAISE-SUB)
004640         MOVE WRK-RAISE-PCT(WRK-RAISE-SUB) TO WRK-EMP-PCT
004650         SET WRK-PCT-FOUND TO TRUE
004660     END-IF.
004670 3120-EXIT.
004680     EXIT.
004690*****************************************************
004700*3200-CHECK-HISTORY - A SALHIST ROW AT THE EFFECTIVE
004710*DATE MEANS THIS RAISE WAS ALREADY GIVEN (A SECOND RUN
004720*MUST NOT COMPOUND IT); A ROW AFTER IT MEANS A LATER
004730*CHANGE THE RAISE WOULD OVERWRITE ON THE MASTER
004740*****************************************************
004750 3200-CHECK-HISTORY.
004760     IF WRK-SALH-NOT-FOUND
004770         GO TO 3200-EXIT
004780     END-IF.
004790     MOVE EMP-NUMBER TO SALH-EMP-NUMBER.
004800     MOVE WRK-EFFECTIVE-DATE TO SALH-EFFECTIVE-DATE.
004810     START SALARY-HISTORY-FILE KEY NOT < SALH-KEY
004820         INVALID KEY
004830             GO TO 3200-EXIT
004840     END-START.
004850     READ SALARY-HISTORY-FILE NEXT RECORD
004860         AT END
004870             GO TO 3200-EXIT
004880     END-READ.
004890     IF NOT WRK-SALH-OK
004900         OR SALH-EMP-NUMBER NOT = EMP-NUMBER
004910         GO TO 3200-EXIT
004920     END-IF.
004930     IF SALH-EFFECTIVE-DATE = WRK-EFFECTIVE-DATE
004940         MOVE "ALREADY RAISED" TO WRK-SKIP-REASON
004950     ELSE
004960         MOVE "LATER CHANGE ON FILE" TO WRK-SKIP-REASON
004970     END-IF.
004980 3200-EXIT.
004990     EXIT.
005000*****************************************************
005010*4000-CONFIRM-RAISE - THE OPERATOR HAS RAISEPRV IN
005020*HAND BEFORE SAYING YES
005030*****************************************************
005040 4000-CONFIRM-RAISE.
005050     MOVE WRK-RAISE-COUNT TO WRK-COUNT-ED.
005060     MOVE WRK-NEW-TOTAL TO WRK-TOTAL-ED.
005070     DISPLAY "PREVIA EM RAISEPRV: " WRK-COUNT-ED
005080         " EMPREGADOS, NOVA FOLHA " WRK-TOTAL-ED.
005090     MOVE WRK-SKIP-COUNT TO WRK-COUNT-ED.
005100     DISPLAY "DEIXADOS PARA O RH: " WRK-COUNT-ED.
005110     DISPLAY "CONFIRMA A GRAVACAO DO REAJUSTE? (S/N)".
005120     ACCEPT WRK-CONFIRM-SW.
005130 4000-EXIT.
005140     EXIT.
005150*****************************************************
005160*5000-APPLY-RAISE - THE SECOND PASS, WITH THE MASTER
005170*AND HISTORY OPEN FOR UPDATE. THE HISTORY IS CREATED
005180*EMPTY ON A SHOP THAT HAS NEVER KEYED A CHANGE
005190*****************************************************
005200 5000-APPLY-RAISE.
005210     OPEN I-O EMPLOYEE-MASTER.
005220     OPEN I-O SALARY-HISTORY-FILE.
005230     IF WRK-SALH-NOT-FOUND
005240         OPEN OUTPUT SALARY-HISTORY-FILE
005250         CLOSE SALARY-HISTORY-FILE
005260         OPEN I-O SALARY-HISTORY-FILE
005270     END-IF.
005280     OPEN EXTEND EMP-AUDIT-FILE.
005290     IF WRK-EAUD-NOT-FOUND
005300         OPEN OUTPUT EMP-AUDIT-FILE
005310     END-IF.
005320     SET WRK-APPLY-PASS TO TRUE.
005330     PERFORM 2900-SCAN-MASTER THRU 2900-EXIT.
005340     CLOSE EMP-AUDIT-FILE.
005350     CLOSE SALARY-HISTORY-FILE.
005360     CLOSE EMPLOYEE-MASTER.
005370     MOVE WRK-APPLIED-COUNT TO WRK-COUNT-ED.
005380     DISPLAY "REAJUSTE GRAVADO: " WRK-COUNT-ED
005390         " EMPREGADOS".
005400 5000-EXIT.
005410     EXIT.
005420*****************************************************
005430*5100-APPLY-ONE - MASTER, AUDIT TRAIL AND HISTORY ARE
005440*WRITTEN TOGETHER FOR EACH EMPLOYEE, SO THEY NEVER
005450*DISAGREE ABOUT WHO GOT THE RAISE
005460*****************************************************
005470 5100-APPLY-ONE.
005480     MOVE EMP-MASTER-RECORD TO WRK-EAUD-OLD-IMAGE.
005490     MOVE WRK-NEW-SALARY TO EMP-BASE-SALARY.
005500     REWRITE EMP-MASTER-RECORD
005510         INVALID KEY
005520             CONTINUE
005530     END-REWRITE.
005540     IF NOT WRK-EMPMAST-OK
005550         MOVE EMP-NUMBER TO WRK-EXCPT-HOLD-INPUT
005560         MOVE "RAISE NOT WRITTEN - MASTER REWRITE FAILED"
005570             TO WRK-EXCPT-HOLD-REASON
005580         PERFORM 7100-WRITE-EXCEPTION THRU 7100-EXIT
005590         GO TO 5100-EXIT
005600     END-IF.
005610     MOVE EMP-MASTER-RECORD TO WRK-EAUD-NEW-IMAGE.
005620     MOVE SPACES TO EAUD-RECORD.
005630     MOVE "DISSIDIO" TO EAUD-PROGRAM.
005640     ACCEPT EAUD-DATE FROM DATE YYYYMMDD.
005650     ACCEPT EAUD-TIME FROM TIME.
005660     MOVE WRK-EAUD-OPERATOR TO EAUD-OPERATOR.
005670     MOVE EMP-NUMBER TO EAUD-EMP-NUMBER.
005680     MOVE "UPDATE" TO EAUD-ACTION.
005690     MOVE WRK-EAUD-OLD-IMAGE TO EAUD-OLD-IMAGE.
005700     MOVE WRK-EAUD-NEW-IMAGE TO EAUD-NEW-IMAGE.
005710     WRITE EAUD-RECORD.
005720     MOVE EMP-NUMBER TO SALH-EMP-NUMBER.
005730     MOVE WRK-EFFECTIVE-DATE TO SALH-EFFECTIVE-DATE.
005740     MOVE WRK-NEW-SALARY TO SALH-SALARY.
005750     ACCEPT SALH-LOGGED-DATE FROM DATE YYYYMMDD.
005760     WRITE SALH-RECORD
005770         INVALID KEY
005780             REWRITE SALH-RECORD
005790     END-WRITE.
005800     ADD 1 TO WRK-APPLIED-COUNT.
005810 5100-EXIT.
005820     EXIT.
005830*****************************************************
005840*7100-WRITE-EXCEPTION - THE CALLER FILLS THE HOLD
005850*FIELDS BEFORE THE LOG IS OPENED
005860*****************************************************
005870 7100-WRITE-EXCEPTION.
005880     OPEN EXTEND EXCEPTION-REPORT.
005890     IF WRK-EXCPT-NOT-FOUND
005900         OPEN OUTPUT EXCEPTION-REPORT
005910     END-IF.
005920     MOVE SPACES TO EXCPT-RECORD.
005930     MOVE "DISSIDIO" TO EXCPT-PROGRAM.
005940     ACCEPT EXCPT-DATE FROM DATE YYYYMMDD.
005950     ACCEPT EXCPT-TIME FROM TIME.
005960     MOVE WRK-EXCPT-HOLD-INPUT TO EXCPT-INPUT.
005970     MOVE WRK-EXCPT-HOLD-REASON TO EXCPT-REASON.
005980     WRITE EXCPT-RECORD.
005990     CLOSE EXCEPTION-REPORT.
006000 7100-EXIT.
006010     EXIT.
006020*****************************************************
006030*0500-CHECK-BATCH-LOCK - A LOCK ON DISK MEANS THE
006040*NIGHT RUN OWNS THE WINDOW, SO NO RAISE IS WRITTEN
006050*UNTIL IT FINISHES
006060*****************************************************
006070 0500-CHECK-BATCH-LOCK.
006080     MOVE 'N' TO WRK-LOCK-HELD-SW.
006090     OPEN INPUT BATCH-LOCK-FILE.
006100     IF NOT WRK-LOCK-FOUND
006110         GO TO 0500-EXIT
006120     END-IF.
006130     READ BATCH-LOCK-FILE
006140         AT END
006150             CONTINUE
006160     END-READ.
006170     CLOSE BATCH-LOCK-FILE.
006180     SET WRK-LOCK-HELD TO TRUE.
006190     DISPLAY "JANELA DE BATCH ATIVA - LOCK DE "
006200         LOCK-JOB-NAME " DESDE " LOCK-DATE " " LOCK-TIME.
006210 0500-EXIT.
006220     EXIT.
006230 0590-REFUSE-LOCKED.
006240     DISPLAY "REAJUSTE RECUSADO - JANELA DE BATCH"
006250         " ATIVA (LOCK DE " LOCK-JOB-NAME ")".
006260 0590-EXIT.
006270     EXIT.
006280*****************************************************
006290*8900-UPDATE-CONTROL-FILE - RECORDS WHEN DISSIDIO LAST
006300*RAN AND HOW MANY EMPLOYEES IT RAISED
006310*****************************************************
006320 8900-UPDATE-CONTROL-FILE.
006330     OPEN I-O CONTROL-FILE.
006340     IF WRK-CTL-NOT-FOUND
006350         OPEN OUTPUT CONTROL-FILE
006360         CLOSE CONTROL-FILE
006370         OPEN I-O CONTROL-FILE
006380     END-IF.
006390     MOVE "DISSIDIO" TO CTL-PROGRAM.
006400     ACCEPT CTL-LAST-RUN-DATE FROM DATE YYYYMMDD.
006410     ACCEPT CTL-LAST-RUN-TIME FROM TIME.
006420     MOVE WRK-APPLIED-COUNT TO CTL-RECORD-COUNT.
006430     WRITE CTL-RECORD
006440         INVALID KEY
006450             REWRITE CTL-RECORD
006460     END-WRITE.
006470     CLOSE CONTROL-FILE.
006480     PERFORM 8950-APPEND-HISTORY THRU 8950-EXIT.
006490 8900-EXIT.
006500     EXIT.
006510*****************************************************
006520*8950-APPEND-HISTORY - ADDS ONE ROW TO THE APPEND-ONLY
006530*JOB CONTROL HISTORY LOG SO CTLRPT CAN SHOW THE LAST N
006540*RUNS OF EACH PROGRAM, NOT JUST THE LATEST ONE
006550*****************************************************
006560 8950-APPEND-HISTORY.
006570     OPEN EXTEND HISTORY-FILE.
006580     IF WRK-CTLH-NOT-FOUND
006590         OPEN OUTPUT HISTORY-FILE
006600     END-IF.
006610     MOVE SPACES TO CTL-HIST-RECORD.
006620     MOVE CTL-PROGRAM TO CTL-HIST-PROGRAM.
006630     MOVE CTL-LAST-RUN-DATE TO CTL-HIST-RUN-DATE.
006640     MOVE CTL-LAST-RUN-TIME TO CTL-HIST-RUN-TIME.
006650     MOVE CTL-RECORD-COUNT TO CTL-HIST-RECORD-COUNT.
006660     WRITE CTL-HIST-RECORD.
006670     CLOSE HISTORY-FILE.
006680 8950-EXIT.
006690     EXIT.
006700*****************************************************
006710*9999-TERMINATE
006720*****************************************************
006730 9999-TERMINATE.
006740     CONTINUE.
006750 9999-EXIT.
006760     EXIT.
