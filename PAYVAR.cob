000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PAYVAR.
000030 AUTHOR. RAS.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 2026-09-19.
000060 DATE-COMPILED.
000070*****************************************************
000080*OBJECTIVE = PRE-RELEASE PAYROLL VARIANCE CHECK. A
000090*BALANCED COMMA BATCH NOW HOLDS ITS BANK FILE AND
000100*LEAVES THE PERIOD PENDING ON PERCTL; BEFORE A
000110*SUPERVISOR RELEASES IT (PAYAPRV) THIS PROGRAM
000120*COMPARES EVERY EMPLOYEE'S GROSS AND NET FOR THE
000130*PERIOD WITH THEIR LAST EARLIER PAYHIST PERIOD OF THE
000140*SAME RUN TYPE AND FLAGS:
000150*  - A GROSS OR NET CHANGE ABOVE THE EMPLOYEE LIMIT
000160*  - AN EMPLOYEE PAID FOR THE FIRST TIME
000170*  - A REGULAR PAYEE (PAID IN THE REFERENCE PERIOD,
000180*    THE LATEST EARLIER PERIOD ON FILE) NOT PAID NOW
000190*  - A DEPARTMENT WHOSE GROSS MOVED ABOVE THE
000200*    DEPARTMENT LIMIT AGAINST THE REFERENCE PERIOD
000210*THE REPORT GOES TO PAYVAR AND THE CHECK DATE AND
000220*FLAG COUNT ARE STAMPED ON THE PENDING PERCTL ROW,
000230*WHICH IS WHAT PAYAPRV REQUIRES BEFORE IT WILL
000240*RELEASE THE MONEY.
000250*****************************************************
000260*MODIFICATION HISTORY
000270*DATE       INIT DESCRIPTION
000280*2026-09-19 RAS  ORIGINAL PROGRAM
000285*2026-09-28 RAS  ACCEPTS THE RS (RESCISAO) RUN TYPE.
000286*2026-10-14 RAS  PAYHIST ROWS PAYVOID HAS VOIDED ARE
000287*                NEITHER THE PERIOD CHECKED NOR ITS
000288*                REFERENCE.
000290*****************************************************
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SPECIAL-NAMES.
000330     DECIMAL-POINT IS COMMA.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     COPY PAYHSEL.
000370     COPY EMPSEL.
000380     COPY PERSEL.
000390     SELECT VAR-RPT-FILE ASSIGN TO "PAYVAR"
000400         ORGANIZATION IS LINE SEQUENTIAL.
000410     COPY CTLSEL.
000420     COPY CTLHSEL.
000430 DATA DIVISION.
000440 FILE SECTION.
000450     COPY PAYHFD.
000460     COPY EMPFD.
000470     COPY PERFD.
000480 FD VAR-RPT-FILE.
000490 01 VAR-RPT-RECORD PICTURE X(132).
000500     COPY CTLFD.
000510     COPY CTLHFD.
000520 WORKING-STORAGE SECTION.
000530*---------------------------------------------------*
000540*PAY HISTORY, EMPLOYEE MASTER AND PERIOD CONTROL
000550*AREAS
000560*---------------------------------------------------*
000570     COPY PAYHWS.
000580 77 WRK-PAYH-EOF-SW PICTURE X(01) VALUE 'N'.
000590     88 WRK-PAYH-DONE VALUE 'Y'.
000600     COPY EMPWS.
000610 77 WRK-EMP-OPEN-SW PICTURE X(01) VALUE 'N'.
000620     88 WRK-EMP-OPEN VALUE 'Y'.
000630     COPY PERWS.
000640*---------------------------------------------------*
000650*REQUEST AREAS - PERIOD, RUN TYPE AND THE TWO LIMITS.
000660*ZERO ON A LIMIT PROMPT TAKES THE DEFAULT
000670*---------------------------------------------------*
000680 77 WRK-PAY-PERIOD PICTURE 9(06) VALUE ZERO.
000690 77 WRK-RUN-TYPE PICTURE X(02) VALUE 'N'.
000700     88 WRK-RUN-TYPE-VALID VALUE 'N ' 'n ' 'R ' 'r '
000710         'D1' 'd1' 'D2' 'd2' 'FE' 'fe' 'RS' 'rs'.
000720 77 WRK-EMP-LIMIT PICTURE 9(03) VALUE ZERO.
000730 77 WRK-EMP-LIMIT-DEFAULT PICTURE 9(03) VALUE 10.
000740 77 WRK-DEPT-LIMIT PICTURE 9(03) VALUE ZERO.
000750 77 WRK-DEPT-LIMIT-DEFAULT PICTURE 9(03) VALUE 15.
000760 77 WRK-LIMIT-ED PICTURE ZZ9.
000770 77 WRK-DEPT-LIMIT-ED PICTURE ZZ9.
000780 77 WRK-REF-PERIOD PICTURE 9(06) VALUE ZERO.
000800*---------------------------------------------------*
000810*ONE EMPLOYEE'S PAYHIST ROWS ARE READ AS A GROUP (THE
000820*KEY IS EMPLOYEE, PERIOD, RUN TYPE) - THE LATEST ROW
000830*BEFORE THE PERIOD IS THE COMPARISON, THE ROW FOR THE
000840*REFERENCE PERIOD DECIDES A MISSING PAYEE
000850*---------------------------------------------------*
000860 77 WRK-GROUP-SW PICTURE X(01) VALUE 'N'.
000870     88 WRK-GROUP-OPEN VALUE 'Y'.
000880 77 WRK-HOLD-EMP-NUMBER PICTURE 9(05) VALUE ZERO.
000890 77 WRK-CUR-SW PICTURE X(01) VALUE 'N'.
000900     88 WRK-CUR-FOUND VALUE 'Y'.
000910 77 WRK-PRIOR-SW PICTURE X(01) VALUE 'N'.
000920     88 WRK-PRIOR-FOUND VALUE 'Y'.
000930 77 WRK-REF-SW PICTURE X(01) VALUE 'N'.
000940     88 WRK-REF-FOUND VALUE 'Y'.
000950 77 WRK-CUR-NAME PICTURE X(20) VALUE SPACES.
000960 77 WRK-CUR-DEPT PICTURE X(04) VALUE SPACES.
000970 77 WRK-CUR-GROSS PICTURE S9(06)V99 VALUE ZERO.
000980 77 WRK-CUR-NET PICTURE S9(06)V99 VALUE ZERO.
000990 77 WRK-PRIOR-PERIOD PICTURE 9(06) VALUE ZERO.
001000 77 WRK-PRIOR-GROSS PICTURE S9(06)V99 VALUE ZERO.
001010 77 WRK-PRIOR-NET PICTURE S9(06)V99 VALUE ZERO.
001020 77 WRK-REF-NAME PICTURE X(20) VALUE SPACES.
001030 77 WRK-REF-DEPT PICTURE X(04) VALUE SPACES.
001040 77 WRK-REF-GROSS PICTURE S9(06)V99 VALUE ZERO.
001050 77 WRK-REF-NET PICTURE S9(06)V99 VALUE ZERO.
001060*---------------------------------------------------*
001070*PERCENT CHANGE WORK AREAS - A ZERO BASE IS SHOWN AS
001080*999,9 AND ALWAYS FLAGS
001090*---------------------------------------------------*
001100 77 WRK-GROSS-PCT PICTURE S9(05)V9 VALUE ZERO.
001110 77 WRK-NET-PCT PICTURE S9(05)V9 VALUE ZERO.
001120 77 WRK-ABS-PCT PICTURE S9(05)V9 VALUE ZERO.
001130 77 WRK-GROSS-FLAG-SW PICTURE X(01) VALUE 'N'.
001140     88 WRK-GROSS-FLAGGED VALUE 'Y'.
001150 77 WRK-NET-FLAG-SW PICTURE X(01) VALUE 'N'.
001160     88 WRK-NET-FLAGGED VALUE 'Y'.
001170*---------------------------------------------------*
001180*DEPARTMENT TOTALS - GROSS FOR THE PERIOD AND FOR THE
001190*REFERENCE PERIOD, ONE SLOT PER DEPARTMENT SEEN
001200*---------------------------------------------------*
001210 77 WRK-DEPT-MAX PICTURE 9(03) COMP VALUE 50.
001220 01 WRK-DEPT-TABLE.
001230     05 WRK-DEPT-ENTRY OCCURS 50 TIMES.
001240         10 WRK-DEPT-CODE PICTURE X(04).
001250         10 WRK-DEPT-CUR-GROSS PICTURE S9(09)V99.
001260         10 WRK-DEPT-REF-GROSS PICTURE S9(09)V99.
001270 77 WRK-DEPT-TOTAL PICTURE 9(03) COMP VALUE ZERO.
001280 77 WRK-DEPT-SUB PICTURE 9(03) COMP VALUE ZERO.
001290 77 WRK-DEPT-HIT PICTURE 9(03) COMP VALUE ZERO.
001300 77 WRK-DEPT-KEY PICTURE X(04) VALUE SPACES.
001310 77 WRK-DEPT-PCT PICTURE S9(05)V9 VALUE ZERO.
001320*---------------------------------------------------*
001330*COUNTERS
001340*---------------------------------------------------*
001350 77 WRK-PAID-COUNT PICTURE 9(07) COMP VALUE ZERO.
001360 77 WRK-CHANGE-COUNT PICTURE 9(05) COMP VALUE ZERO.
001370 77 WRK-FIRST-COUNT PICTURE 9(05) COMP VALUE ZERO.
001380 77 WRK-MISSING-COUNT PICTURE 9(05) COMP VALUE ZERO.
001390 77 WRK-LEAVER-COUNT PICTURE 9(05) COMP VALUE ZERO.
001400 77 WRK-DEPT-FLAG-COUNT PICTURE 9(05) COMP VALUE ZERO.
001410 77 WRK-FLAG-COUNT PICTURE 9(05) COMP VALUE ZERO.
001420 77 WRK-COUNT-ED PICTURE Z(06)9.
001430*---------------------------------------------------*
001440*REPORT LINES
001450*---------------------------------------------------*
001460 01 WRK-VAR-LINE.
001470     05 WRK-VL-FLAG PICTURE X(14).
001480     05 FILLER PICTURE X(01) VALUE SPACE.
001490     05 WRK-VL-EMP-NUMBER PICTURE 9(05).
001500     05 FILLER PICTURE X(02) VALUE SPACES.
001510     05 WRK-VL-NAME PICTURE X(20).
001520     05 FILLER PICTURE X(02) VALUE SPACES.
001530     05 WRK-VL-DEPT PICTURE X(04).
001540     05 FILLER PICTURE X(02) VALUE SPACES.
001550     05 WRK-VL-PRIOR-PERIOD PICTURE Z(06).
001560     05 FILLER PICTURE X(02) VALUE SPACES.
001570     05 WRK-VL-PRIOR-GROSS PICTURE ----.--9,99.
001580     05 FILLER PICTURE X(02) VALUE SPACES.
001590     05 WRK-VL-CUR-GROSS PICTURE ----.--9,99.
001600     05 FILLER PICTURE X(02) VALUE SPACES.
001610     05 WRK-VL-GROSS-PCT PICTURE -----9,9.
001620     05 FILLER PICTURE X(02) VALUE SPACES.
001630     05 WRK-VL-PRIOR-NET PICTURE ----.--9,99.
001640     05 FILLER PICTURE X(02) VALUE SPACES.
001650     05 WRK-VL-CUR-NET PICTURE ----.--9,99.
001660     05 FILLER PICTURE X(02) VALUE SPACES.
001670     05 WRK-VL-NET-PCT PICTURE -----9,9.
001680     05 FILLER PICTURE X(02) VALUE SPACES.
001690 01 WRK-DEPT-LINE.
001700     05 WRK-DL-DEPT PICTURE X(04).
001710     05 FILLER PICTURE X(04) VALUE SPACES.
001720     05 WRK-DL-REF-GROSS PICTURE ----.---.--9,99.
001730     05 FILLER PICTURE X(04) VALUE SPACES.
001740     05 WRK-DL-CUR-GROSS PICTURE ----.---.--9,99.
001750     05 FILLER PICTURE X(04) VALUE SPACES.
001760     05 WRK-DL-PCT PICTURE -----9,9.
001770     05 FILLER PICTURE X(04) VALUE SPACES.
001780     05 WRK-DL-FLAG PICTURE X(14).
001790     05 FILLER PICTURE X(60) VALUE SPACES.
001800*---------------------------------------------------*
001810*RUN-DATE HEADER CONTROL AREAS
001820*---------------------------------------------------*
001830     COPY RUNDATE.
001840*---------------------------------------------------*
001850*JOB CONTROL FILE AREAS
001860*---------------------------------------------------*
001870     COPY CTLWS.
001880     COPY CTLHWS.
001890 PROCEDURE DIVISION.
001900*****************************************************
001910*0000-MAINLINE
001920*****************************************************
001930 0000-MAINLINE.
001940     PERFORM 1000-ACCEPT-REQUEST THRU 1000-EXIT.
001950     PERFORM 2000-OPEN-FILES THRU 2000-EXIT.
001960     PERFORM 2500-FIND-REFERENCE THRU 2500-EXIT.
001970     PERFORM 3000-PRINT-HEADER THRU 3000-EXIT.
001980     PERFORM 4000-COMPARE-EMPLOYEES THRU 4000-EXIT.
001990     PERFORM 5000-COMPARE-DEPARTMENTS THRU 5000-EXIT.
002000     PERFORM 6000-PRINT-FOOTER THRU 6000-EXIT.
002010     PERFORM 7000-STAMP-PERIOD-CONTROL THRU 7000-EXIT.
002020     PERFORM 9000-CLOSE-FILES THRU 9000-EXIT.
002030     PERFORM 8900-UPDATE-CONTROL-FILE THRU 8900-EXIT.
002040     PERFORM 9999-TERMINATE THRU 9999-EXIT.
002050     STOP RUN.
002060*****************************************************
002070*1000-ACCEPT-REQUEST - PERIOD AND RUN TYPE AS COMMA
002080*TAKES THEM, THEN THE EMPLOYEE AND DEPARTMENT LIMITS
002090*****************************************************
002100 1000-ACCEPT-REQUEST.
002110     DISPLAY "PERIODO DE PAGAMENTO (AAAAMM, 0 = MES ATUAL)".
002120     ACCEPT WRK-PAY-PERIOD.
002130     ACCEPT WRK-RUN-DATE FROM DATE YYYYMMDD.
002140     IF WRK-PAY-PERIOD = ZERO
002150         COMPUTE WRK-PAY-PERIOD = WRK-RUN-DATE / 100
002160     END-IF.
002170     DISPLAY "TIPO DE FOLHA - (N)ORMAL, (R)ETRO, (D1) 13o"
002176         " PARCELA 1, (D2) 13o PARCELA 2, (FE)RIAS OU"
002182         " (RS) RESCISAO".
002190     ACCEPT WRK-RUN-TYPE.
002200     IF NOT WRK-RUN-TYPE-VALID
002210         DISPLAY "TIPO INVALIDO - ASSUMINDO (N)"
002220         MOVE 'N' TO WRK-RUN-TYPE
002230     END-IF.
002240     DISPLAY "LIMITE DE VARIACAO POR EMPREGADO EM %"
002250         " (0 = 10)".
002260     ACCEPT WRK-EMP-LIMIT.
002270     IF WRK-EMP-LIMIT = ZERO
002280         MOVE WRK-EMP-LIMIT-DEFAULT TO WRK-EMP-LIMIT
002290     END-IF.
002300     DISPLAY "LIMITE DE VARIACAO POR DEPARTAMENTO EM %"
002310         " (0 = 15)".
002320     ACCEPT WRK-DEPT-LIMIT.
002330     IF WRK-DEPT-LIMIT = ZERO
002340         MOVE WRK-DEPT-LIMIT-DEFAULT TO WRK-DEPT-LIMIT
002350     END-IF.
002360 1000-EXIT.
002370     EXIT.
002380*****************************************************
002390*2000-OPEN-FILES - A BRAND-NEW INSTALLATION GETS AN
002400*EMPTY PAY HISTORY THE SAME WAY PAYINQ DOES; NO
002410*EMPLOYEE MASTER JUST MEANS A MISSING PAYEE PRINTS
002420*WITHOUT ITS ACTIVE FLAG
002430*****************************************************
002440 2000-OPEN-FILES.
002450     OPEN INPUT PAY-HISTORY-FILE.
002460     IF WRK-PAYH-NOT-FOUND
002470         OPEN OUTPUT PAY-HISTORY-FILE
002480         CLOSE PAY-HISTORY-FILE
002490         OPEN INPUT PAY-HISTORY-FILE
002500     END-IF.
002510     OPEN INPUT EMPLOYEE-MASTER.
002520     IF WRK-EMPMAST-OK
002530         SET WRK-EMP-OPEN TO TRUE
002540     END-IF.
002550     OPEN OUTPUT VAR-RPT-FILE.
002560 2000-EXIT.
002570     EXIT.
002580*****************************************************
002590*2500-FIND-REFERENCE - FIRST PASS: THE REFERENCE
002600*PERIOD IS THE LATEST PERIOD OF THIS RUN TYPE BEFORE
002610*THE ONE BEING CHECKED, WHOEVER WAS PAID IN IT
002620*****************************************************
002630 2500-FIND-REFERENCE.
002640     MOVE ZERO TO WRK-REF-PERIOD.
002650     PERFORM 2600-START-PAY-HISTORY THRU 2600-EXIT.
002660     PERFORM 2510-CHECK-ONE-PERIOD THRU 2510-EXIT
002670         UNTIL WRK-PAYH-DONE.
002680 2500-EXIT.
002690     EXIT.
002700 2510-CHECK-ONE-PERIOD.
002710     IF PAYH-RUN-TYPE = WRK-RUN-TYPE
002720         AND PAYH-PERIOD < WRK-PAY-PERIOD
002730         AND PAYH-PERIOD > WRK-REF-PERIOD
002735         AND NOT PAYH-VOIDED
002740         MOVE PAYH-PERIOD TO WRK-REF-PERIOD
002750     END-IF.
002760     PERFORM 2610-READ-PAY-HISTORY THRU 2610-EXIT.
002770 2510-EXIT.
002780     EXIT.
002790*****************************************************
002800*2600-START-PAY-HISTORY - POSITIONS AT THE FIRST KEY
002810*AND READS THE FIRST ROW; BOTH PASSES START HERE
002820*****************************************************
002830 2600-START-PAY-HISTORY.
002840     MOVE 'N' TO WRK-PAYH-EOF-SW.
002850     MOVE ZERO TO PAYH-EMP-NUMBER.
002860     MOVE ZERO TO PAYH-PERIOD.
002870     MOVE SPACES TO PAYH-RUN-TYPE.
002880     START PAY-HISTORY-FILE KEY NOT < PAYH-KEY
002890         INVALID KEY
002900             SET WRK-PAYH-DONE TO TRUE
002910     END-START.
002920     IF NOT WRK-PAYH-DONE
002930         PERFORM 2610-READ-PAY-HISTORY THRU 2610-EXIT
002940     END-IF.
002950 2600-EXIT.
002960     EXIT.
002970 2610-READ-PAY-HISTORY.
002980     READ PAY-HISTORY-FILE NEXT RECORD
002990         AT END
003000             SET WRK-PAYH-DONE TO TRUE
003010     END-READ.
003020     IF NOT WRK-PAYH-OK
003030         SET WRK-PAYH-DONE TO TRUE
003040     END-IF.
003050 2610-EXIT.
003060     EXIT.
003070*****************************************************
003080*3000-PRINT-HEADER
003090*****************************************************
003100 3000-PRINT-HEADER.
003110     PERFORM 3100-BUILD-DATE-ED THRU 3100-EXIT.
003120     MOVE SPACES TO VAR-RPT-RECORD.
003130     STRING "PAYROLL VARIANCE REPORT - PERIOD "
003140                DELIMITED BY SIZE
003150            WRK-PAY-PERIOD DELIMITED BY SIZE
003160            " TYPE " DELIMITED BY SIZE
003170            WRK-RUN-TYPE DELIMITED BY SIZE
003180            "      RUN DATE: " DELIMITED BY SIZE
003190            WRK-RUN-DATE-ED DELIMITED BY SIZE
003200         INTO VAR-RPT-RECORD.
003210     WRITE VAR-RPT-RECORD.
003220     MOVE SPACES TO VAR-RPT-RECORD.
003230     IF WRK-REF-PERIOD = ZERO
003240         STRING "REFERENCE PERIOD: NONE ON FILE - EVERY"
003250                    DELIMITED BY SIZE
003260                " PAYEE IS A FIRST PAYMENT" DELIMITED BY SIZE
003270             INTO VAR-RPT-RECORD
003280     ELSE
003290         STRING "REFERENCE PERIOD: " DELIMITED BY SIZE
003300                WRK-REF-PERIOD DELIMITED BY SIZE
003310             INTO VAR-RPT-RECORD
003320     END-IF.
003330     WRITE VAR-RPT-RECORD.
003340     MOVE SPACES TO VAR-RPT-RECORD.
003350     MOVE WRK-EMP-LIMIT TO WRK-LIMIT-ED.
003360     MOVE WRK-DEPT-LIMIT TO WRK-DEPT-LIMIT-ED.
003370     STRING "LIMITS: EMPLOYEE GROSS/NET " DELIMITED BY SIZE
003380            WRK-LIMIT-ED DELIMITED BY SIZE
003390            "%   DEPARTMENT GROSS " DELIMITED BY SIZE
003400            WRK-DEPT-LIMIT-ED DELIMITED BY SIZE
003410            "%" DELIMITED BY SIZE
003420         INTO VAR-RPT-RECORD.
003430     WRITE VAR-RPT-RECORD.
003440     MOVE SPACES TO VAR-RPT-RECORD.
003450     WRITE VAR-RPT-RECORD.
003460     MOVE SPACES TO VAR-RPT-RECORD.
003470     STRING "FLAG            EMP  NAME                  DEPT "
003480                DELIMITED BY SIZE
003490            "   PRIOR  PRIOR GROSS   THIS GROSS  GROSS %  "
003500                DELIMITED BY SIZE
003510            "  PRIOR NET     THIS NET    NET %"
003520                DELIMITED BY SIZE
003530         INTO VAR-RPT-RECORD.
003540     WRITE VAR-RPT-RECORD.
003550 3000-EXIT.
003560     EXIT.
003570 3100-BUILD-DATE-ED.
003580     MOVE SPACES TO WRK-RUN-DATE-ED.
003590     STRING WRK-RUN-MONTH DELIMITED BY SIZE
003600            "/" DELIMITED BY SIZE
003610            WRK-RUN-DAY DELIMITED BY SIZE
003620            "/" DELIMITED BY SIZE
003630            WRK-RUN-YEAR DELIMITED BY SIZE
003640         INTO WRK-RUN-DATE-ED.
003650 3100-EXIT.
003660     EXIT.
003670*****************************************************
003680*4000-COMPARE-EMPLOYEES - SECOND PASS, ONE CONTROL
003690*BREAK PER EMPLOYEE
003700*****************************************************
003710 4000-COMPARE-EMPLOYEES.
003720     MOVE 'N' TO WRK-GROUP-SW.
003730     PERFORM 2600-START-PAY-HISTORY THRU 2600-EXIT.
003740     PERFORM 4100-PROCESS-ONE-ROW THRU 4100-EXIT
003750         UNTIL WRK-PAYH-DONE.
003760     IF WRK-GROUP-OPEN
003770         PERFORM 4500-EMPLOYEE-BREAK THRU 4500-EXIT
003780     END-IF.
003790 4000-EXIT.
003800     EXIT.
003810*****************************************************
003820*4100-PROCESS-ONE-ROW - ROWS OF OTHER RUN TYPES AND
003830*LATER PERIODS PLAY NO PART; KEY ORDER MEANS THE LAST
003840*EARLIER ROW SEEN IS THE LATEST ONE
003850*****************************************************
003860 4100-PROCESS-ONE-ROW.
003870     IF WRK-GROUP-OPEN
003880         AND PAYH-EMP-NUMBER NOT = WRK-HOLD-EMP-NUMBER
003890         PERFORM 4500-EMPLOYEE-BREAK THRU 4500-EXIT
003900     END-IF.
003910     IF NOT WRK-GROUP-OPEN
003920         PERFORM 4200-START-GROUP THRU 4200-EXIT
003930     END-IF.
003940     IF PAYH-RUN-TYPE NOT = WRK-RUN-TYPE
003950         OR PAYH-PERIOD > WRK-PAY-PERIOD
003955         OR PAYH-VOIDED
003960         GO TO 4100-READ-NEXT
003970     END-IF.
003980     IF PAYH-PERIOD = WRK-PAY-PERIOD
003990         SET WRK-CUR-FOUND TO TRUE
004000         MOVE PAYH-NAME TO WRK-CUR-NAME
004010         MOVE PAYH-DEPARTMENT TO WRK-CUR-DEPT
004020         MOVE PAYH-GROSS TO WRK-CUR-GROSS
004030         MOVE PAYH-NET TO WRK-CUR-NET
004040         MOVE PAYH-DEPARTMENT TO WRK-DEPT-KEY
004050         PERFORM 5100-FIND-DEPARTMENT THRU 5100-EXIT
004060         IF WRK-DEPT-HIT > ZERO
004070             ADD PAYH-GROSS TO WRK-DEPT-CUR-GROSS(WRK-DEPT-HIT)
004080         END-IF
004090         GO TO 4100-READ-NEXT
004100     END-IF.
004110     SET WRK-PRIOR-FOUND TO TRUE.
004120     MOVE PAYH-PERIOD TO WRK-PRIOR-PERIOD.
004130     MOVE PAYH-GROSS TO WRK-PRIOR-GROSS.
004140     MOVE PAYH-NET TO WRK-PRIOR-NET.
004150     IF PAYH-PERIOD = WRK-REF-PERIOD
004160         SET WRK-REF-FOUND TO TRUE
004170         MOVE PAYH-NAME TO WRK-REF-NAME
004180         MOVE PAYH-DEPARTMENT TO WRK-REF-DEPT
004190         MOVE PAYH-GROSS TO WRK-REF-GROSS
004200         MOVE PAYH-NET TO WRK-REF-NET
004210         MOVE PAYH-DEPARTMENT TO WRK-DEPT-KEY
004220         PERFORM 5100-FIND-DEPARTMENT THRU 5100-EXIT
004230         IF WRK-DEPT-HIT > ZERO
004240             ADD PAYH-GROSS TO WRK-DEPT-REF-GROSS(WRK-DEPT-HIT)
004250         END-IF
004260     END-IF.
004270 4100-READ-NEXT.
004280     PERFORM 2610-READ-PAY-HISTORY THRU 2610-EXIT.
004290 4100-EXIT.
004300     EXIT.
004310 4200-START-GROUP.
004320     SET WRK-GROUP-OPEN TO TRUE.
004330     MOVE PAYH-EMP-NUMBER TO WRK-HOLD-EMP-NUMBER.
004340     MOVE 'N' TO WRK-CUR-SW.
004350     MOVE 'N' TO WRK-PRIOR-SW.
004360     MOVE 'N' TO WRK-REF-SW.
004370     MOVE ZERO TO WRK-PRIOR-PERIOD.
004380     MOVE ZERO TO WRK-PRIOR-GROSS.
004390     MOVE ZERO TO WRK-PRIOR-NET.
004400 4200-EXIT.
004410     EXIT.
004420*****************************************************
004430*4500-EMPLOYEE-BREAK - JUDGES ONE EMPLOYEE: PAID NOW
004440*WITH NO EARLIER ROW IS A FIRST PAYMENT, PAID NOW AND
004450*BEFORE IS COMPARED, PAID IN THE REFERENCE PERIOD BUT
004460*NOT NOW IS MISSING
004470*****************************************************
004480 4500-EMPLOYEE-BREAK.
004490     MOVE 'N' TO WRK-GROUP-SW.
004500     IF WRK-CUR-FOUND
004510         ADD 1 TO WRK-PAID-COUNT
004520         IF WRK-PRIOR-FOUND
004530             PERFORM 4600-CHECK-CHANGE THRU 4600-EXIT
004540         ELSE
004550             PERFORM 4700-FLAG-FIRST-PAYMENT THRU 4700-EXIT
004560         END-IF
004570         GO TO 4500-EXIT
004580     END-IF.
004590     IF WRK-REF-FOUND
004600         PERFORM 4800-FLAG-MISSING-PAYEE THRU 4800-EXIT
004610     END-IF.
004620 4500-EXIT.
004630     EXIT.
004640*****************************************************
004650*4600-CHECK-CHANGE - GROSS AND NET ARE EACH HELD TO
004660*THE EMPLOYEE LIMIT, UP OR DOWN
004670*****************************************************
004680 4600-CHECK-CHANGE.
004690     MOVE 'N' TO WRK-GROSS-FLAG-SW.
004700     MOVE 'N' TO WRK-NET-FLAG-SW.
004710     IF WRK-PRIOR-GROSS = ZERO
004720         MOVE 999,9 TO WRK-GROSS-PCT
004730     ELSE
004740         COMPUTE WRK-GROSS-PCT ROUNDED =
004750             (WRK-CUR-GROSS - WRK-PRIOR-GROSS) * 100
004760             / WRK-PRIOR-GROSS
004770     END-IF.
004780     MOVE WRK-GROSS-PCT TO WRK-ABS-PCT.
004790     IF WRK-ABS-PCT < ZERO
004800         COMPUTE WRK-ABS-PCT = ZERO - WRK-ABS-PCT
004810     END-IF.
004820     IF WRK-ABS-PCT > WRK-EMP-LIMIT
004830         SET WRK-GROSS-FLAGGED TO TRUE
004840     END-IF.
004850     IF WRK-PRIOR-NET = ZERO
004860         MOVE 999,9 TO WRK-NET-PCT
004870     ELSE
004880         COMPUTE WRK-NET-PCT ROUNDED =
004890             (WRK-CUR-NET - WRK-PRIOR-NET) * 100
004900             / WRK-PRIOR-NET
004910     END-IF.
004920     MOVE WRK-NET-PCT TO WRK-ABS-PCT.
004930     IF WRK-ABS-PCT < ZERO
004940         COMPUTE WRK-ABS-PCT = ZERO - WRK-ABS-PCT
004950     END-IF.
004960     IF WRK-ABS-PCT > WRK-EMP-LIMIT
004970         SET WRK-NET-FLAGGED TO TRUE
004980     END-IF.
004990     IF NOT WRK-GROSS-FLAGGED
005000         AND NOT WRK-NET-FLAGGED
005010         GO TO 4600-EXIT
005020     END-IF.
005030     EVALUATE TRUE
005040         WHEN WRK-GROSS-FLAGGED AND WRK-NET-FLAGGED
005050             MOVE "GROSS+NET CHG" TO WRK-VL-FLAG
005060         WHEN WRK-GROSS-FLAGGED
005070             MOVE "GROSS CHANGE" TO WRK-VL-FLAG
005080         WHEN OTHER
005090             MOVE "NET CHANGE" TO WRK-VL-FLAG
005100     END-EVALUATE.
005110     MOVE WRK-HOLD-EMP-NUMBER TO WRK-VL-EMP-NUMBER.
005120     MOVE WRK-CUR-NAME TO WRK-VL-NAME.
005130     MOVE WRK-CUR-DEPT TO WRK-VL-DEPT.
005140     MOVE WRK-PRIOR-PERIOD TO WRK-VL-PRIOR-PERIOD.
005150     MOVE WRK-PRIOR-GROSS TO WRK-VL-PRIOR-GROSS.
005160     MOVE WRK-CUR-GROSS TO WRK-VL-CUR-GROSS.
005170     MOVE WRK-GROSS-PCT TO WRK-VL-GROSS-PCT.
005180     MOVE WRK-PRIOR-NET TO WRK-VL-PRIOR-NET.
005190     MOVE WRK-CUR-NET TO WRK-VL-CUR-NET.
005200     MOVE WRK-NET-PCT TO WRK-VL-NET-PCT.
005210     MOVE WRK-VAR-LINE TO VAR-RPT-RECORD.
005220     WRITE VAR-RPT-RECORD.
005230     ADD 1 TO WRK-CHANGE-COUNT.
005240     ADD 1 TO WRK-FLAG-COUNT.
005250 4600-EXIT.
005260     EXIT.
005270*****************************************************
005280*4700-FLAG-FIRST-PAYMENT - NO EARLIER ROW OF THIS RUN
005290*TYPE, SO THERE IS NOTHING TO COMPARE WITH
005300*****************************************************
005310 4700-FLAG-FIRST-PAYMENT.
005320     MOVE "FIRST PAYMENT" TO WRK-VL-FLAG.
005330     MOVE WRK-HOLD-EMP-NUMBER TO WRK-VL-EMP-NUMBER.
005340     MOVE WRK-CUR-NAME TO WRK-VL-NAME.
005350     MOVE WRK-CUR-DEPT TO WRK-VL-DEPT.
005360     MOVE ZERO TO WRK-VL-PRIOR-PERIOD.
005370     MOVE ZERO TO WRK-VL-PRIOR-GROSS.
005380     MOVE WRK-CUR-GROSS TO WRK-VL-CUR-GROSS.
005390     MOVE ZERO TO WRK-VL-GROSS-PCT.
005400     MOVE ZERO TO WRK-VL-PRIOR-NET.
005410     MOVE WRK-CUR-NET TO WRK-VL-CUR-NET.
005420     MOVE ZERO TO WRK-VL-NET-PCT.
005430     MOVE WRK-VAR-LINE TO VAR-RPT-RECORD.
005440     WRITE VAR-RPT-RECORD.
005450     ADD 1 TO WRK-FIRST-COUNT.
005460     ADD 1 TO WRK-FLAG-COUNT.
005470 4700-EXIT.
005480     EXIT.
005490*****************************************************
005500*4800-FLAG-MISSING-PAYEE - PAID IN THE REFERENCE
005510*PERIOD BUT NOT IN THIS ONE. AN EMPLOYEE THE MASTER
005520*ALREADY SHOWS INACTIVE IS A LEAVER - LISTED, BUT NOT
005530*COUNTED AS A FLAG
005540*****************************************************
005550 4800-FLAG-MISSING-PAYEE.
005560     MOVE "MISSING-ACTIVE" TO WRK-VL-FLAG.
005570     IF WRK-EMP-OPEN
005580         MOVE WRK-HOLD-EMP-NUMBER TO EMP-NUMBER
005590         READ EMPLOYEE-MASTER
005600             INVALID KEY
005610                 MOVE "MISSING-NO MST" TO WRK-VL-FLAG
005620         END-READ
005630         IF WRK-EMPMAST-OK AND EMP-INACTIVE
005640             MOVE "MISSING-LEAVER" TO WRK-VL-FLAG
005650         END-IF
005660     END-IF.
005670     MOVE WRK-HOLD-EMP-NUMBER TO WRK-VL-EMP-NUMBER.
005680     MOVE WRK-REF-NAME TO WRK-VL-NAME.
005690     MOVE WRK-REF-DEPT TO WRK-VL-DEPT.
005700     MOVE WRK-REF-PERIOD TO WRK-VL-PRIOR-PERIOD.
005710     MOVE WRK-REF-GROSS TO WRK-VL-PRIOR-GROSS.
005720     MOVE ZERO TO WRK-VL-CUR-GROSS.
005730     MOVE ZERO TO WRK-VL-GROSS-PCT.
005740     MOVE WRK-REF-NET TO WRK-VL-PRIOR-NET.
005750     MOVE ZERO TO WRK-VL-CUR-NET.
005760     MOVE ZERO TO WRK-VL-NET-PCT.
005770     MOVE WRK-VAR-LINE TO VAR-RPT-RECORD.
005780     WRITE VAR-RPT-RECORD.
005790     IF WRK-VL-FLAG = "MISSING-LEAVER"
005800         ADD 1 TO WRK-LEAVER-COUNT
005810     ELSE
005820         ADD 1 TO WRK-MISSING-COUNT
005830         ADD 1 TO WRK-FLAG-COUNT
005840     END-IF.
005850 4800-EXIT.
005860     EXIT.
005870*****************************************************
005880*5000-COMPARE-DEPARTMENTS - GROSS PER DEPARTMENT
005890*AGAINST THE REFERENCE PERIOD. A DEPARTMENT THAT
005900*APPEARS OR DISAPPEARS ALWAYS FLAGS
005910*****************************************************
005920 5000-COMPARE-DEPARTMENTS.
005930     MOVE SPACES TO VAR-RPT-RECORD.
005940     WRITE VAR-RPT-RECORD.
005950     MOVE "DEPARTMENT GROSS COMPARISON" TO VAR-RPT-RECORD.
005960     WRITE VAR-RPT-RECORD.
005970     MOVE SPACES TO VAR-RPT-RECORD.
005980     STRING "DEPT      REFERENCE GROSS        THIS GROSS"
005990                DELIMITED BY SIZE
006000            "    CHANGE %    FLAG" DELIMITED BY SIZE
006010         INTO VAR-RPT-RECORD.
006020     WRITE VAR-RPT-RECORD.
006030     PERFORM 5200-PRINT-ONE-DEPARTMENT THRU 5200-EXIT
006040         VARYING WRK-DEPT-SUB FROM 1 BY 1
006050         UNTIL WRK-DEPT-SUB > WRK-DEPT-TOTAL.
006060 5000-EXIT.
006070     EXIT.
006080*****************************************************
006090*5100-FIND-DEPARTMENT - SLOT FOR WRK-DEPT-KEY, ADDED
006100*WHEN NEW; ZERO WHEN THE TABLE IS FULL
006110*****************************************************
006120 5100-FIND-DEPARTMENT.
006130     MOVE ZERO TO WRK-DEPT-HIT.
006140     PERFORM 5110-CHECK-ONE-DEPARTMENT THRU 5110-EXIT
006150         VARYING WRK-DEPT-SUB FROM 1 BY 1
006160         UNTIL WRK-DEPT-SUB > WRK-DEPT-TOTAL
006170             OR WRK-DEPT-HIT > ZERO.
006180     IF WRK-DEPT-HIT > ZERO
006190         GO TO 5100-EXIT
006200     END-IF.
006210     IF WRK-DEPT-TOTAL >= WRK-DEPT-MAX
006220         GO TO 5100-EXIT
006230     END-IF.
006240     ADD 1 TO WRK-DEPT-TOTAL.
006250     MOVE WRK-DEPT-TOTAL TO WRK-DEPT-HIT.
006260     MOVE WRK-DEPT-KEY TO WRK-DEPT-CODE(WRK-DEPT-HIT).
006270     MOVE ZERO TO WRK-DEPT-CUR-GROSS(WRK-DEPT-HIT).
006280     MOVE ZERO TO WRK-DEPT-REF-GROSS(WRK-DEPT-HIT).
006290 5100-EXIT.
006300     EXIT.
006310 5110-CHECK-ONE-DEPARTMENT.
006320     IF WRK-DEPT-CODE(WRK-DEPT-SUB) = WRK-DEPT-KEY
006330         MOVE WRK-DEPT-SUB TO WRK-DEPT-HIT
006340     END-IF.
006350 5110-EXIT.
006360     EXIT.
006370 5200-PRINT-ONE-DEPARTMENT.
006380     MOVE SPACES TO WRK-DL-FLAG.
006390     MOVE ZERO TO WRK-DEPT-PCT.
006400     EVALUATE TRUE
006410         WHEN WRK-DEPT-REF-GROSS(WRK-DEPT-SUB) = ZERO
006420             MOVE "NEW DEPARTMENT" TO WRK-DL-FLAG
006430         WHEN WRK-DEPT-CUR-GROSS(WRK-DEPT-SUB) = ZERO
006440             MOVE "NOTHING PAID" TO WRK-DL-FLAG
006450             MOVE -100 TO WRK-DEPT-PCT
006460         WHEN OTHER
006470             COMPUTE WRK-DEPT-PCT ROUNDED =
006480                 (WRK-DEPT-CUR-GROSS(WRK-DEPT-SUB)
006490                 - WRK-DEPT-REF-GROSS(WRK-DEPT-SUB)) * 100
006500                 / WRK-DEPT-REF-GROSS(WRK-DEPT-SUB)
006510             MOVE WRK-DEPT-PCT TO WRK-ABS-PCT
006520             IF WRK-ABS-PCT < ZERO
006530                 COMPUTE WRK-ABS-PCT = ZERO - WRK-ABS-PCT
006540             END-IF
006550             IF WRK-ABS-PCT > WRK-DEPT-LIMIT
006560                 MOVE "SHARP MOVE" TO WRK-DL-FLAG
006570             END-IF
006580     END-EVALUATE.
006590*WITH NO REFERENCE PERIOD AT ALL EVERY DEPARTMENT IS
006600*NEW - THE FIRST-PAYMENT LINES ALREADY SAY SO
006610     IF WRK-REF-PERIOD = ZERO
006620         MOVE SPACES TO WRK-DL-FLAG
006630     END-IF.
006640     IF WRK-DL-FLAG NOT = SPACES
006650         ADD 1 TO WRK-DEPT-FLAG-COUNT
006660         ADD 1 TO WRK-FLAG-COUNT
006670     END-IF.
006680     MOVE WRK-DEPT-CODE(WRK-DEPT-SUB) TO WRK-DL-DEPT.
006690     MOVE WRK-DEPT-REF-GROSS(WRK-DEPT-SUB) TO WRK-DL-REF-GROSS.
006700     MOVE WRK-DEPT-CUR-GROSS(WRK-DEPT-SUB) TO WRK-DL-CUR-GROSS.
006710     MOVE WRK-DEPT-PCT TO WRK-DL-PCT.
006720     MOVE WRK-DEPT-LINE TO VAR-RPT-RECORD.
006730     WRITE VAR-RPT-RECORD.
006740 5200-EXIT.
006750     EXIT.
006760*****************************************************
006770*6000-PRINT-FOOTER - COUNTS PER CATEGORY AND THE
006780*TOTAL THE SUPERVISOR SEES AGAIN ON PAYAPRV
006790*****************************************************
006800 6000-PRINT-FOOTER.
006810     MOVE SPACES TO VAR-RPT-RECORD.
006820     WRITE VAR-RPT-RECORD.
006830     IF WRK-PAID-COUNT = ZERO
006840         MOVE "NO PAY HISTORY FOR THIS PERIOD AND RUN TYPE"
006850             TO VAR-RPT-RECORD
006860         WRITE VAR-RPT-RECORD
006870     END-IF.
006880     MOVE WRK-PAID-COUNT TO WRK-COUNT-ED.
006890     MOVE SPACES TO VAR-RPT-RECORD.
006900     STRING "EMPLOYEES PAID THIS PERIOD:   " DELIMITED BY SIZE
006910            WRK-COUNT-ED DELIMITED BY SIZE
006920         INTO VAR-RPT-RECORD.
006930     WRITE VAR-RPT-RECORD.
006940     MOVE WRK-CHANGE-COUNT TO WRK-COUNT-ED.
006950     MOVE SPACES TO VAR-RPT-RECORD.
006960     STRING "CHANGES ABOVE THE LIMIT:      " DELIMITED BY SIZE
006970            WRK-COUNT-ED DELIMITED BY SIZE
006980         INTO VAR-RPT-RECORD.
006990     WRITE VAR-RPT-RECORD.
007000     MOVE WRK-FIRST-COUNT TO WRK-COUNT-ED.
007010     MOVE SPACES TO VAR-RPT-RECORD.
007020     STRING "FIRST PAYMENTS:               " DELIMITED BY SIZE
007030            WRK-COUNT-ED DELIMITED BY SIZE
007040         INTO VAR-RPT-RECORD.
007050     WRITE VAR-RPT-RECORD.
007060     MOVE WRK-MISSING-COUNT TO WRK-COUNT-ED.
007070     MOVE SPACES TO VAR-RPT-RECORD.
007080     STRING "REGULAR PAYEES MISSING:       " DELIMITED BY SIZE
007090            WRK-COUNT-ED DELIMITED BY SIZE
007100         INTO VAR-RPT-RECORD.
007110     WRITE VAR-RPT-RECORD.
007120     MOVE WRK-LEAVER-COUNT TO WRK-COUNT-ED.
007130     MOVE SPACES TO VAR-RPT-RECORD.
007140     STRING "LEAVERS (NOT FLAGGED):        " DELIMITED BY SIZE
007150            WRK-COUNT-ED DELIMITED BY SIZE
007160         INTO VAR-RPT-RECORD.
007170     WRITE VAR-RPT-RECORD.
007180     MOVE WRK-DEPT-FLAG-COUNT TO WRK-COUNT-ED.
007190     MOVE SPACES TO VAR-RPT-RECORD.
007200     STRING "DEPARTMENTS FLAGGED:          " DELIMITED BY SIZE
007210            WRK-COUNT-ED DELIMITED BY SIZE
007220         INTO VAR-RPT-RECORD.
007230     WRITE VAR-RPT-RECORD.
007240     MOVE WRK-FLAG-COUNT TO WRK-COUNT-ED.
007250     MOVE SPACES TO VAR-RPT-RECORD.
007260     STRING "TOTAL FLAGS:                  " DELIMITED BY SIZE
007270            WRK-COUNT-ED DELIMITED BY SIZE
007280         INTO VAR-RPT-RECORD.
007290     WRITE VAR-RPT-RECORD.
007300 6000-EXIT.
007310     EXIT.
007320*****************************************************
007330*7000-STAMP-PERIOD-CONTROL - ONLY A PENDING PERIOD IS
007340*STAMPED; A PERIOD ALREADY APPROVED KEEPS THE CHECK
007350*ITS APPROVER SAW, AND A PERIOD COMMA NEVER FINISHED
007360*HAS NOTHING TO APPROVE
007370*****************************************************
007380 7000-STAMP-PERIOD-CONTROL.
007390     MOVE SPACES TO VAR-RPT-RECORD.
007400     OPEN I-O PERIOD-CONTROL-FILE.
007410     IF NOT WRK-PERC-OK
007420         MOVE "PERIOD NOT ON PERCTL - NOTHING TO APPROVE"
007430             TO VAR-RPT-RECORD
007440         WRITE VAR-RPT-RECORD
007450         GO TO 7000-EXIT
007460     END-IF.
007470     MOVE WRK-PAY-PERIOD TO PERC-PERIOD.
007480     MOVE WRK-RUN-TYPE TO PERC-RUN-TYPE.
007490     READ PERIOD-CONTROL-FILE
007500         INVALID KEY
007510             CONTINUE
007520     END-READ.
007530     EVALUATE TRUE
007540         WHEN NOT WRK-PERC-OK
007550             MOVE "PERIOD NOT ON PERCTL - NOTHING TO APPROVE"
007560                 TO VAR-RPT-RECORD
007570         WHEN PERC-FINALIZED
007580             STRING "PERIOD ALREADY APPROVED BY "
007590                        DELIMITED BY SIZE
007600                    PERC-APPROVED-BY DELIMITED BY SIZE
007610                    " ON " DELIMITED BY SIZE
007620                    PERC-APPROVED-DATE DELIMITED BY SIZE
007630                    " - CONTROL NOT RESTAMPED"
007640                        DELIMITED BY SIZE
007650                 INTO VAR-RPT-RECORD
007660         WHEN PERC-PENDING
007670             MOVE WRK-RUN-DATE TO PERC-VARIANCE-DATE
007680             MOVE WRK-FLAG-COUNT TO PERC-VARIANCE-FLAGS
007690             REWRITE PERC-RECORD
007700             END-REWRITE
007710             STRING "PERIOD PENDING APPROVAL - BANK FILE"
007720                        DELIMITED BY SIZE
007730                    " HELD UNTIL PAYAPRV RELEASES IT"
007740                        DELIMITED BY SIZE
007750                 INTO VAR-RPT-RECORD
007760         WHEN OTHER
007770             MOVE "PERIOD NOT PENDING - CONTROL NOT STAMPED"
007780                 TO VAR-RPT-RECORD
007790     END-EVALUATE.
007800     WRITE VAR-RPT-RECORD.
007810     CLOSE PERIOD-CONTROL-FILE.
007820 7000-EXIT.
007830     EXIT.
007840*****************************************************
007850*9000-CLOSE-FILES
007860*****************************************************
007870 9000-CLOSE-FILES.
007880     CLOSE PAY-HISTORY-FILE.
007890     IF WRK-EMP-OPEN
007900         CLOSE EMPLOYEE-MASTER
007910     END-IF.
007920     CLOSE VAR-RPT-FILE.
007930     MOVE WRK-FLAG-COUNT TO WRK-COUNT-ED.
007940     DISPLAY "VARIACAO DA FOLHA EM PAYVAR - ALERTAS: "
007950         WRK-COUNT-ED.
007960 9000-EXIT.
007970     EXIT.
007980*****************************************************
007990*8900-UPDATE-CONTROL-FILE - RECORDS WHEN PAYVAR LAST
008000*RAN AND HOW MANY EMPLOYEES IT COMPARED
008010*****************************************************
008020 8900-UPDATE-CONTROL-FILE.
008030     OPEN I-O CONTROL-FILE.
008040     IF WRK-CTL-NOT-FOUND
008050         OPEN OUTPUT CONTROL-FILE
008060         CLOSE CONTROL-FILE
008070         OPEN I-O CONTROL-FILE
008080     END-IF.
008090     MOVE "PAYVAR" TO CTL-PROGRAM.
008100     ACCEPT CTL-LAST-RUN-DATE FROM DATE YYYYMMDD.
008110     ACCEPT CTL-LAST-RUN-TIME FROM TIME.
008120     MOVE WRK-PAID-COUNT TO CTL-RECORD-COUNT.
008130     WRITE CTL-RECORD
008140         INVALID KEY
008150             REWRITE CTL-RECORD
008160     END-WRITE.
008170     CLOSE CONTROL-FILE.
008180     PERFORM 8950-APPEND-HISTORY THRU 8950-EXIT.
008190 8900-EXIT.
008200     EXIT.
008210*****************************************************
008220*8950-APPEND-HISTORY - ADDS ONE ROW TO THE APPEND-ONLY
008230*JOB CONTROL HISTORY LOG SO CTLRPT CAN SHOW THE LAST N
008240*RUNS OF EACH PROGRAM, NOT JUST THE LATEST ONE
008250*****************************************************
008260 8950-APPEND-HISTORY.
008270     OPEN EXTEND HISTORY-FILE.
008280     IF WRK-CTLH-NOT-FOUND
008290         OPEN OUTPUT HISTORY-FILE
008300     END-IF.
008310     MOVE SPACES TO CTL-HIST-RECORD.
008320     MOVE CTL-PROGRAM TO CTL-HIST-PROGRAM.
008330     MOVE CTL-LAST-RUN-DATE TO CTL-HIST-RUN-DATE.
008340     MOVE CTL-LAST-RUN-TIME TO CTL-HIST-RUN-TIME.
008350     MOVE CTL-RECORD-COUNT TO CTL-HIST-RECORD-COUNT.
008360     WRITE CTL-HIST-RECORD.
008370     CLOSE HISTORY-FILE.
008380 8950-EXIT.
008390     EXIT.
008400*****************************************************
008410*9999-TERMINATE
008420*****************************************************
008430 9999-TERMINATE.
008440     CONTINUE.
008450 9999-EXIT.
008460     EXIT.
