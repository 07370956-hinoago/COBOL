000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TAXMNT.
000030 AUTHOR. RAS.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 2026-09-18.
000060 DATE-COMPILED.
000070*****************************************************
000080*OBJECTIVE = MAINTAIN THE EFFECTIVE-DATED INSS/IRRF
000090*BRACKET FILE TAXTBL THAT COMMA LOADS, IN THE STYLE OF
000100*XRATMNT, INSTEAD OF HAND-EDITING THE TEXT FILE EVERY
000110*JANUARY. THE OPERATOR CAN ADD A NEW TABLE VERSION
000120*(ONE TYPE, ONE EFFECTIVE DATE, UP TO EIGHT BRACKETS),
000130*CORRECT AN EXISTING VERSION, OR BROWSE THE FILE.
000140*NOTHING IS SAVED UNTIL THE BRACKETS PASS THE SANITY
000150*CHECKS - CEILINGS ASCENDING, RATES IN RANGE AND IN
000160*ORDER, IRRF DEDUCTIONS PRESENT AND CONTIGUOUS WITH THE
000170*BRACKET BELOW, NO EFFECTIVE DATE REPEATED FOR A TYPE -
000180*AND A PREVIEW OF THE TAX ON SAMPLE SALARIES UNDER THE
000190*OLD AND NEW TABLE HAS BEEN PRINTED TO TAXPREV AND
000200*CONFIRMED. EVERY BRACKET CHANGED APPENDS A BEFORE/
000210*AFTER IMAGE TO THE TAXAUD CHANGE LOG. WHILE DAILYJOB
000220*HOLDS THE BATCHLOCK WINDOW LOCK THE SESSION IS BROWSE
000230*ONLY.
000240*****************************************************
000250*MODIFICATION HISTORY
000260*DATE       INIT DESCRIPTION
000270*2026-09-18 RAS  ORIGINAL PROGRAM
000280*****************************************************
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SPECIAL-NAMES.
000320     DECIMAL-POINT IS COMMA.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT TAX-TABLE-FILE ASSIGN TO "TAXTBL"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WRK-TAXTBL-STATUS.
000380     SELECT TAX-AUDIT-FILE ASSIGN TO "TAXAUD"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WRK-TAUD-STATUS.
000410     SELECT TAX-PREVIEW-FILE ASSIGN TO "TAXPREV"
000420         ORGANIZATION IS LINE SEQUENTIAL.
000430     COPY CTLSEL.
000440     COPY CTLHSEL.
000450     COPY LOCKSEL.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD TAX-TABLE-FILE.
000490*ONE BRACKET PER RECORD, EFFECTIVE-DATED, AS COMMA
000500*READS IT: TYPE I IS AN INSS BRACKET, TYPE R AN IRRF
000510*BRACKET WITH ITS FLAT DEDUCTION
000520 01 TAX-RECORD.
000530     05 TAX-REC-TYPE PICTURE X(01).
000540         88 TAX-REC-INSS VALUE 'I'.
000550         88 TAX-REC-IRRF VALUE 'R'.
000560     05 TAX-EFF-DATE PICTURE 9(08).
000570     05 TAX-UPPER-LIMIT PICTURE 9(07)V99.
000580     05 TAX-RATE-PCT PICTURE 9(02)V9(04).
000590     05 TAX-DEDUCTION PICTURE 9(06)V99.
000600 FD TAX-AUDIT-FILE.
000610 01 TAUD-RECORD.
000620     05 TAUD-PROGRAM PICTURE X(10).
000630     05 FILLER PICTURE X(01).
000640     05 TAUD-DATE PICTURE 9(08).
000650     05 FILLER PICTURE X(01).
000660     05 TAUD-TIME PICTURE 9(08).
000670     05 FILLER PICTURE X(01).
000680     05 TAUD-REC-TYPE PICTURE X(01).
000690     05 FILLER PICTURE X(01).
000700     05 TAUD-EFF-DATE PICTURE 9(08).
000710     05 FILLER PICTURE X(01).
000720     05 TAUD-BRACKET PICTURE 9(02).
000730     05 FILLER PICTURE X(01).
000740     05 TAUD-ACTION PICTURE X(08).
000750     05 FILLER PICTURE X(01).
000760     05 TAUD-OLD-IMAGE PICTURE X(25).
000770     05 FILLER PICTURE X(01).
000780     05 TAUD-NEW-IMAGE PICTURE X(25).
000790 FD TAX-PREVIEW-FILE.
000800 01 TAX-PREVIEW-LINE PICTURE X(132).
000810     COPY CTLFD.
000820     COPY CTLHFD.
000830     COPY LOCKFD.
000840 WORKING-STORAGE SECTION.
000850*---------------------------------------------------*
000860*MENU ACTION AND SESSION CONTROL AREAS
000870*---------------------------------------------------*
000880 77 WRK-ACTION-SW PICTURE X(01).
000890     88 WRK-ACTION-ADD VALUE 'A' 'a'.
000900     88 WRK-ACTION-CORRECT VALUE 'C' 'c'.
000910     88 WRK-ACTION-BROWSE VALUE 'B' 'b'.
000920     88 WRK-ACTION-EXIT VALUE 'X' 'x'.
000930 77 WRK-CONFIRM-SW PICTURE X(01).
000940     88 WRK-CONFIRMED VALUE 'S' 's' 'Y' 'y'.
000950 77 WRK-CHANGE-COUNT PICTURE 9(07) COMP VALUE ZERO.
000960*---------------------------------------------------*
000970*TAX FILE CONTROL AREAS AND THE IN-CORE TABLE - THE
000980*WHOLE FILE IS SMALL (A FEW VERSIONS A YEAR OF AT MOST
000990*EIGHT BRACKETS) AND IS RELOADED, WORKED ON AND
001000*REWRITTEN AS A WHOLE
001010*---------------------------------------------------*
001020 77 WRK-TAXTBL-STATUS PICTURE X(02) VALUE SPACES.
001030     88 WRK-TAXTBL-OK VALUE '00'.
001040     88 WRK-TAXTBL-NOT-FOUND VALUE '35'.
001050 77 WRK-TAXTBL-EOF-SW PICTURE X(01) VALUE 'N'.
001060     88 WRK-TAXTBL-EOF VALUE 'Y'.
001070 77 WRK-TAUD-STATUS PICTURE X(02) VALUE SPACES.
001080     88 WRK-TAUD-NOT-FOUND VALUE '35'.
001090 77 WRK-ROW-MAX PICTURE 9(03) COMP VALUE 400.
001100 01 WRK-ROW-TABLE.
001110     05 WRK-ROW-ENTRY OCCURS 400 TIMES.
001120         10 WRK-TBL-TYPE PICTURE X(01).
001130         10 WRK-TBL-EFF-DATE PICTURE 9(08).
001140         10 WRK-TBL-LIMIT PICTURE 9(07)V99.
001150         10 WRK-TBL-RATE PICTURE 9(02)V9(04).
001160         10 WRK-TBL-DED PICTURE 9(06)V99.
001170 77 WRK-ROW-TOTAL PICTURE 9(03) COMP VALUE ZERO.
001173 77 WRK-OVERFLOW-SW PICTURE X(01) VALUE 'N'.
001176     88 WRK-TABLE-OVERFLOW VALUE 'Y'.
001180 77 WRK-ROW-SUB PICTURE 9(03) COMP VALUE ZERO.
001190 77 WRK-VERSION-ROWS PICTURE 9(03) COMP VALUE ZERO.
001200 77 WRK-NEW-WRITTEN-SW PICTURE X(01) VALUE 'N'.
001210     88 WRK-NEW-WRITTEN VALUE 'Y'.
001220*---------------------------------------------------*
001230*KEYED VERSION - THE TYPE AND EFFECTIVE DATE BEING
001240*ADDED OR CORRECTED, THE BRACKETS AS KEYED AND THE
001250*BRACKETS THEY REPLACE
001260*---------------------------------------------------*
001270 77 WRK-KEYED-TYPE PICTURE X(01) VALUE SPACE.
001280     88 WRK-KEYED-INSS VALUE 'I' 'i'.
001290     88 WRK-KEYED-IRRF VALUE 'R' 'r'.
001300 01 WRK-KEYED-DATE-AREA.
001310     05 WRK-KEYED-DATE PICTURE 9(08) VALUE ZERO.
001320 01 WRK-KEYED-DATE-GRP REDEFINES WRK-KEYED-DATE-AREA.
001330     05 WRK-KEYED-YEAR PICTURE 9(04).
001340     05 WRK-KEYED-MONTH PICTURE 9(02).
001350     05 WRK-KEYED-DAY PICTURE 9(02).
001360 77 WRK-KEYED-CNT PICTURE 9(02) VALUE ZERO.
001370 77 WRK-TAXB-MAX PICTURE 9(02) COMP VALUE 8.
001380 01 WRK-NEW-TABLE.
001390     05 WRK-NEW-BRACKET OCCURS 8 TIMES.
001400         10 WRK-NEW-LIMIT PICTURE 9(07)V99.
001410         10 WRK-NEW-RATE PICTURE 9(02)V9(04).
001420         10 WRK-NEW-DED PICTURE 9(06)V99.
001430 77 WRK-NEW-CNT PICTURE 9(02) COMP VALUE ZERO.
001440 01 WRK-OLD-TABLE.
001450     05 WRK-OLD-BRACKET OCCURS 8 TIMES.
001460         10 WRK-OLD-LIMIT PICTURE 9(07)V99.
001470         10 WRK-OLD-RATE PICTURE 9(02)V9(04).
001480         10 WRK-OLD-DED PICTURE 9(06)V99.
001490 77 WRK-OLD-CNT PICTURE 9(02) COMP VALUE ZERO.
001500 77 WRK-BRK-SUB PICTURE 9(02) COMP VALUE ZERO.
001510 77 WRK-BRK-PREV PICTURE 9(02) COMP VALUE ZERO.
001520 77 WRK-BRK-LAST PICTURE 9(02) COMP VALUE ZERO.
001530*---------------------------------------------------*
001540*SANITY-CHECK AREAS - NO RATE ABOVE WRK-RATE-CEILING
001550*PERCENT; AN IRRF DEDUCTION MUST EQUAL THE ONE BELOW
001560*PLUS THE RATE STEP ON THE LOWER CEILING, WITHIN
001570*WRK-CONTIG-TOLERANCE, OR THE BRACKETS DO NOT MEET
001580*---------------------------------------------------*
001590 77 WRK-RATE-CEILING PICTURE 9(02)V9(04) VALUE 50.
001600 77 WRK-CONTIG-TOLERANCE PICTURE 9(01)V99 VALUE 0,05.
001610 77 WRK-EXPECTED-DED PICTURE S9(06)V99 VALUE ZERO.
001620 77 WRK-DED-DIFF PICTURE S9(06)V99 VALUE ZERO.
001630 77 WRK-REJECT-SW PICTURE X(01) VALUE 'N'.
001640     88 WRK-REJECTED VALUE 'Y'.
001650 77 WRK-LIMIT-ED PICTURE Z.ZZZ.ZZ9,99 VALUE ZERO.
001660 77 WRK-RATE-ED PICTURE Z9,9999 VALUE ZERO.
001670 77 WRK-DED-ED PICTURE ZZZ.ZZ9,99 VALUE ZERO.
001680 77 WRK-BRK-ED PICTURE Z9 VALUE ZERO.
001690*---------------------------------------------------*
001700*PREVIEW AREAS - THE CALCULATION TABLES ARE LOADED
001710*THE WAY COMMA LOADS THEM, WITH THE VERSION IN FORCE
001720*ON THE KEYED EFFECTIVE DATE; THE NEW SCENARIO THEN
001730*OVERLAYS THE KEYED BRACKETS ON THE TYPE BEING CHANGED
001740*---------------------------------------------------*
001750 77 WRK-CALC-DATE PICTURE 9(08) VALUE ZERO.
001760 77 WRK-INSS-VERSION PICTURE 9(08) VALUE ZERO.
001770 77 WRK-IRRF-VERSION PICTURE 9(08) VALUE ZERO.
001780 01 WRK-INSS-TABLE.
001790     05 WRK-INSS-BRACKET OCCURS 8 TIMES.
001800         10 WRK-INSS-LIMIT PICTURE 9(07)V99.
001810         10 WRK-INSS-RATE PICTURE 9(02)V9(04).
001820 77 WRK-INSS-BRACKET-CNT PICTURE 9(02) COMP VALUE ZERO.
001830 01 WRK-IRRF-TABLE.
001840     05 WRK-IRRF-BRACKET OCCURS 8 TIMES.
001850         10 WRK-IRRF-LIMIT PICTURE 9(07)V99.
001860         10 WRK-IRRF-RATE PICTURE 9(02)V9(04).
001870         10 WRK-IRRF-DED PICTURE 9(06)V99.
001880 77 WRK-IRRF-BRACKET-CNT PICTURE 9(02) COMP VALUE ZERO.
001890 77 WRK-TAXB-SUB PICTURE 9(02) COMP VALUE ZERO.
001900 77 WRK-TAXB-HIT PICTURE 9(02) COMP VALUE ZERO.
001910 77 WRK-TAX-BASE PICTURE S9(07)V99 VALUE ZERO.
001920 77 WRK-INSS-BASE PICTURE S9(07)V99 VALUE ZERO.
001930 77 WRK-IRRF-BASE PICTURE S9(07)V99 VALUE ZERO.
001940 77 WRK-INSS-DEDUCTION PICTURE S9(07)V99 VALUE ZERO.
001950 77 WRK-IRRF-DEDUCTION PICTURE S9(07)V99 VALUE ZERO.
001960 77 WRK-SCENARIO-SW PICTURE X(01) VALUE 'O'.
001970     88 WRK-SCENARIO-OLD VALUE 'O'.
001980     88 WRK-SCENARIO-NEW VALUE 'N'.
001990*SAMPLE SALARIES PRICED IN THE PREVIEW; THE LAST SLOT
002000*TAKES AN OPTIONAL SALARY KEYED BY THE OPERATOR
002010 01 WRK-SAMPLE-VALUES.
002020     05 FILLER PICTURE 9(07)V99 VALUE 1500.
002030     05 FILLER PICTURE 9(07)V99 VALUE 3000.
002040     05 FILLER PICTURE 9(07)V99 VALUE 5000.
002050     05 FILLER PICTURE 9(07)V99 VALUE 8000.
002060     05 FILLER PICTURE 9(07)V99 VALUE 15000.
002070     05 FILLER PICTURE 9(07)V99 VALUE ZERO.
002080 01 WRK-SAMPLE-TABLE REDEFINES WRK-SAMPLE-VALUES.
002090     05 WRK-SAMPLE-SALARY PICTURE 9(07)V99 OCCURS 6 TIMES.
002100 77 WRK-SAMPLE-CNT PICTURE 9(02) COMP VALUE 5.
002110 77 WRK-SAMPLE-SUB PICTURE 9(02) COMP VALUE ZERO.
002120 77 WRK-EXTRA-SALARY PICTURE 9(07)V99 VALUE ZERO.
002130 01 WRK-RESULT-TABLE.
002140     05 WRK-RESULT-ENTRY OCCURS 6 TIMES.
002150         10 WRK-RES-OLD-INSS PICTURE S9(07)V99.
002160         10 WRK-RES-OLD-IRRF PICTURE S9(07)V99.
002170         10 WRK-RES-NEW-INSS PICTURE S9(07)V99.
002180         10 WRK-RES-NEW-IRRF PICTURE S9(07)V99.
002190 77 WRK-RES-DIFF PICTURE S9(07)V99 VALUE ZERO.
002200*---------------------------------------------------*
002210*PREVIEW REPORT LINES
002220*---------------------------------------------------*
002230 01 WRK-PREV-TITLE.
002240     05 FILLER PICTURE X(30)
002250         VALUE "TAXMNT - TAX TABLE CHANGE PREV".
002260     05 FILLER PICTURE X(04) VALUE "IEW ".
002270     05 FILLER PICTURE X(06) VALUE " RUN: ".
002280     05 WRK-PT-RUN-DATE PICTURE 9(08).
002290     05 FILLER PICTURE X(84) VALUE SPACES.
002300 01 WRK-PREV-VERSION-LINE.
002310     05 FILLER PICTURE X(07) VALUE "TABLE: ".
002320     05 WRK-PV-TYPE-NAME PICTURE X(04).
002330     05 FILLER PICTURE X(18) VALUE "  EFFECTIVE DATE: ".
002340     05 WRK-PV-EFF-DATE PICTURE 9(08).
002350     05 FILLER PICTURE X(10) VALUE "  ACTION: ".
002360     05 WRK-PV-ACTION PICTURE X(08).
002370     05 FILLER PICTURE X(15) VALUE "  OLD VERSION: ".
002380     05 WRK-PV-OLD-VERSION PICTURE 9(08).
002390     05 FILLER PICTURE X(54) VALUE SPACES.
002400 01 WRK-PREV-BRACKET-HEAD.
002410     05 FILLER PICTURE X(40)
002420         VALUE "NEW BRACKET     UPPER LIMIT    RATE %   ".
002430     05 FILLER PICTURE X(11) VALUE " DEDUCTION".
002440     05 FILLER PICTURE X(81) VALUE SPACES.
002450 01 WRK-PREV-BRACKET-LINE.
002460     05 FILLER PICTURE X(09) VALUE SPACES.
002470     05 WRK-PB-BRACKET PICTURE Z9.
002480     05 FILLER PICTURE X(04) VALUE SPACES.
002490     05 WRK-PB-LIMIT PICTURE Z.ZZZ.ZZ9,99.
002500     05 FILLER PICTURE X(03) VALUE SPACES.
002510     05 WRK-PB-RATE PICTURE Z9,9999.
002520     05 FILLER PICTURE X(04) VALUE SPACES.
002530     05 WRK-PB-DED PICTURE ZZZ.ZZ9,99.
002540     05 FILLER PICTURE X(81) VALUE SPACES.
002550 01 WRK-PREV-SAMPLE-HEAD.
002560     05 FILLER PICTURE X(40)
002570         VALUE "      SALARY      OLD INSS      OLD IRRF".
002580     05 FILLER PICTURE X(40)
002590         VALUE "      NEW INSS      NEW IRRF    DIFFEREN".
002600     05 FILLER PICTURE X(02) VALUE "CE".
002610     05 FILLER PICTURE X(50) VALUE SPACES.
002620 01 WRK-PREV-SAMPLE-LINE.
002630     05 WRK-PS-SALARY PICTURE Z.ZZZ.ZZ9,99.
002640     05 FILLER PICTURE X(02) VALUE SPACES.
002650     05 WRK-PS-OLD-INSS PICTURE Z.ZZZ.ZZ9,99.
002660     05 FILLER PICTURE X(02) VALUE SPACES.
002670     05 WRK-PS-OLD-IRRF PICTURE Z.ZZZ.ZZ9,99.
002680     05 FILLER PICTURE X(02) VALUE SPACES.
002690     05 WRK-PS-NEW-INSS PICTURE Z.ZZZ.ZZ9,99.
002700     05 FILLER PICTURE X(02) VALUE SPACES.
002710     05 WRK-PS-NEW-IRRF PICTURE Z.ZZZ.ZZ9,99.
002720     05 FILLER PICTURE X(02) VALUE SPACES.
002730     05 WRK-PS-DIFF PICTURE -.---.--9,99.
002740     05 FILLER PICTURE X(50) VALUE SPACES.
002750 01 WRK-PREV-SIGN-LINE.
002760     05 FILLER PICTURE X(40)
002770         VALUE "CHECKED BY: ____________________  APPROV".
002780     05 FILLER PICTURE X(40)
002790         VALUE "ED BY: ____________________  DATE: ____".
002800     05 FILLER PICTURE X(52) VALUE SPACES.
002810*---------------------------------------------------*
002820*CHANGE-LOG IMAGE HOLD AREAS
002830*---------------------------------------------------*
002840 77 WRK-TAUD-ACTION PICTURE X(08) VALUE SPACES.
002850 01 WRK-IMAGE-AREA.
002860     05 WRK-IMG-LIMIT PICTURE 9(07)V99.
002870     05 FILLER PICTURE X(01) VALUE SPACE.
002880     05 WRK-IMG-RATE PICTURE 9(02)V9(04).
002890     05 FILLER PICTURE X(01) VALUE SPACE.
002900     05 WRK-IMG-DED PICTURE 9(06)V99.
002910 77 WRK-OLD-IMAGE PICTURE X(25) VALUE SPACES.
002920 77 WRK-NEW-IMAGE PICTURE X(25) VALUE SPACES.
002930*---------------------------------------------------*
002940*JOB CONTROL FILE AREAS
002950*---------------------------------------------------*
002960     COPY CTLWS.
002970     COPY CTLHWS.
002980*---------------------------------------------------*
002990*BATCH WINDOW LOCK AREAS
003000*---------------------------------------------------*
003010     COPY LOCKWS.
003020 PROCEDURE DIVISION.
003030*****************************************************
003040*0000-MAINLINE
003050*****************************************************
003060 0000-MAINLINE.
003070     PERFORM 0500-CHECK-BATCH-LOCK THRU 0500-EXIT.
003080     PERFORM 1000-LOAD-TAX-FILE THRU 1000-EXIT.
003090     PERFORM 2000-ACCEPT-ACTION THRU 2000-EXIT.
003100     PERFORM 2100-DISPATCH-ACTION THRU 2100-EXIT
003110         UNTIL WRK-ACTION-EXIT.
003120     PERFORM 8900-UPDATE-CONTROL-FILE THRU 8900-EXIT.
003130     PERFORM 9999-TERMINATE THRU 9999-EXIT.
003140     STOP RUN.
003150*****************************************************
003160*1000-LOAD-TAX-FILE - TABLES THE WHOLE BRACKET FILE.
003170*NO FILE YET JUST MEANS AN EMPTY TABLE
003180*****************************************************
003190 1000-LOAD-TAX-FILE.
003200     MOVE ZERO TO WRK-ROW-TOTAL.
003210     MOVE 'N' TO WRK-TAXTBL-EOF-SW.
003220     OPEN INPUT TAX-TABLE-FILE.
003230     IF NOT WRK-TAXTBL-OK
003240         GO TO 1000-EXIT
003250     END-IF.
003260     PERFORM 1100-LOAD-ONE-ROW THRU 1100-EXIT
003270         UNTIL WRK-TAXTBL-EOF.
003280     CLOSE TAX-TABLE-FILE.
003281     IF WRK-TABLE-OVERFLOW
003282         DISPLAY "TAXMNT - TAXTBL EXCEDE A TABELA"
003283         DISPLAY "SESSAO RECUSADA"
003284         MOVE 8 TO RETURN-CODE
003285         STOP RUN
003286     END-IF.
003290 1000-EXIT.
003300     EXIT.
003310 1100-LOAD-ONE-ROW.
003320     READ TAX-TABLE-FILE
003330         AT END
003340             SET WRK-TAXTBL-EOF TO TRUE
003350     END-READ.
003360     IF WRK-TAXTBL-EOF
003370         GO TO 1100-EXIT
003380     END-IF.
003390     IF WRK-ROW-TOTAL < WRK-ROW-MAX
003400         ADD 1 TO WRK-ROW-TOTAL
003410         MOVE TAX-REC-TYPE TO WRK-TBL-TYPE(WRK-ROW-TOTAL)
003420         MOVE TAX-EFF-DATE TO WRK-TBL-EFF-DATE(WRK-ROW-TOTAL)
003430         MOVE TAX-UPPER-LIMIT TO WRK-TBL-LIMIT(WRK-ROW-TOTAL)
003440         MOVE TAX-RATE-PCT TO WRK-TBL-RATE(WRK-ROW-TOTAL)
003450         MOVE TAX-DEDUCTION TO WRK-TBL-DED(WRK-ROW-TOTAL)
003453     ELSE
003456         SET WRK-TABLE-OVERFLOW TO TRUE
003460     END-IF.
003470 1100-EXIT.
003480     EXIT.
003490*****************************************************
003500*2000-ACCEPT-ACTION - ONE MENU PROMPT PER PASS
003510*****************************************************
003520 2000-ACCEPT-ACTION.
003530     DISPLAY "ACTION - (A)DD (C)ORRECT (B)ROWSE (X)EXIT".
003540     ACCEPT WRK-ACTION-SW.
003550 2000-EXIT.
003560     EXIT.
003570*****************************************************
003580*2100-DISPATCH-ACTION - RUNS THE SELECTED ACTION AND
003590*RE-PROMPTS UNTIL THE OPERATOR EXITS
003600*****************************************************
003610 2100-DISPATCH-ACTION.
003620     EVALUATE TRUE
003630         WHEN WRK-ACTION-ADD
003640             IF WRK-LOCK-HELD
003650                 PERFORM 0590-REFUSE-LOCKED THRU 0590-EXIT
003660             ELSE
003670                 PERFORM 3000-ADD-VERSION THRU 3000-EXIT
003680             END-IF
003690         WHEN WRK-ACTION-CORRECT
003700             IF WRK-LOCK-HELD
003710                 PERFORM 0590-REFUSE-LOCKED THRU 0590-EXIT
003720             ELSE
003730                 PERFORM 4000-CORRECT-VERSION THRU 4000-EXIT
003740             END-IF
003750         WHEN WRK-ACTION-BROWSE
003760             PERFORM 5000-BROWSE-TABLES THRU 5000-EXIT
003770         WHEN OTHER
003780             DISPLAY "ACAO INVALIDA - DIGITE A, C, B OU X"
003790     END-EVALUATE.
003800     PERFORM 2000-ACCEPT-ACTION THRU 2000-EXIT.
003810 2100-EXIT.
003820     EXIT.
003830*****************************************************
003840*3000-ADD-VERSION - A NEW TABLE VERSION FOR ONE TYPE.
003850*ITS EFFECTIVE DATE MAY NOT REPEAT ONE ALREADY ON FILE
003860*FOR THAT TYPE; THE BRACKETS ARE SANITY-CHECKED AND
003870*PREVIEWED AGAINST THE VERSION THEY SUPERSEDE BEFORE
003880*ANYTHING IS SAVED
003890*****************************************************
003900 3000-ADD-VERSION.
003910     PERFORM 3100-ACCEPT-VERSION-KEY THRU 3100-EXIT.
003920     IF WRK-REJECTED
003930         GO TO 3000-EXIT
003940     END-IF.
003950     PERFORM 6000-FIND-VERSION THRU 6000-EXIT.
003960     IF WRK-VERSION-ROWS > ZERO
003970         DISPLAY "TABELA JA CADASTRADA PARA ESTA DATA"
003980             " - USE (C)ORRECT"
003990         GO TO 3000-EXIT
004000     END-IF.
004010     MOVE ZERO TO WRK-OLD-CNT.
004020     PERFORM 3500-KEY-BRACKETS THRU 3500-EXIT.
004030     IF WRK-REJECTED
004040         GO TO 3000-EXIT
004050     END-IF.
004060     IF WRK-ROW-TOTAL + WRK-NEW-CNT > WRK-ROW-MAX
004070         DISPLAY "ARQUIVO DE TABELAS CHEIO"
004080         GO TO 3000-EXIT
004090     END-IF.
004100     MOVE "WRITE" TO WRK-TAUD-ACTION.
004110     PERFORM 3800-PREVIEW-AND-SAVE THRU 3800-EXIT.
004120 3000-EXIT.
004130     EXIT.
004140*****************************************************
004150*3100-ACCEPT-VERSION-KEY - TABLE TYPE AND EFFECTIVE
004160*DATE; AN IMPOSSIBLE DATE IS REFUSED HERE
004170*****************************************************
004180 3100-ACCEPT-VERSION-KEY.
004190     MOVE 'N' TO WRK-REJECT-SW.
004200     DISPLAY "TIPO DA TABELA - (I)NSS OU (R) IRRF".
004210     ACCEPT WRK-KEYED-TYPE.
004220     IF NOT WRK-KEYED-INSS
004230         AND NOT WRK-KEYED-IRRF
004240         DISPLAY "TIPO INVALIDO - DIGITE I OU R"
004250         SET WRK-REJECTED TO TRUE
004260         GO TO 3100-EXIT
004270     END-IF.
004280     IF WRK-KEYED-INSS
004290         MOVE 'I' TO WRK-KEYED-TYPE
004300     ELSE
004310         MOVE 'R' TO WRK-KEYED-TYPE
004320     END-IF.
004330     DISPLAY "DATA DE VIGENCIA (AAAAMMDD)".
004340     ACCEPT WRK-KEYED-DATE.
004350     IF WRK-KEYED-YEAR < 2000
004360         OR WRK-KEYED-MONTH < 1 OR WRK-KEYED-MONTH > 12
004370         OR WRK-KEYED-DAY < 1 OR WRK-KEYED-DAY > 31
004380         DISPLAY "DATA DE VIGENCIA INVALIDA: " WRK-KEYED-DATE
004390         SET WRK-REJECTED TO TRUE
004400     END-IF.
004410 3100-EXIT.
004420     EXIT.
004430*****************************************************
004440*3500-KEY-BRACKETS - THE OPERATOR KEYS THE WHOLE
004450*VERSION, LOWEST BRACKET FIRST; THE LAST BRACKET'S
004460*CEILING IS WHERE COMMA STOPS LOOKING, SO IT APPLIES
004470*TO EVERY BASE ABOVE IT. NOTHING IS KEPT UNLESS THE
004480*SET PASSES 6500-VALIDATE-BRACKETS
004490*****************************************************
004500 3500-KEY-BRACKETS.
004510     MOVE 'N' TO WRK-REJECT-SW.
004520     MOVE ZERO TO WRK-NEW-CNT.
004530     DISPLAY "QUANTIDADE DE FAIXAS (1 A 8)".
004540     ACCEPT WRK-KEYED-CNT.
004550     IF WRK-KEYED-CNT < 1
004560         OR WRK-KEYED-CNT > WRK-TAXB-MAX
004570         DISPLAY "QUANTIDADE DE FAIXAS INVALIDA"
004580         SET WRK-REJECTED TO TRUE
004590         GO TO 3500-EXIT
004600     END-IF.
004610     MOVE WRK-KEYED-CNT TO WRK-NEW-CNT.
004620     PERFORM 3510-KEY-ONE-BRACKET THRU 3510-EXIT
004630         VARYING WRK-BRK-SUB FROM 1 BY 1
004640         UNTIL WRK-BRK-SUB > WRK-NEW-CNT.
004650     PERFORM 6500-VALIDATE-BRACKETS THRU 6500-EXIT.
004660 3500-EXIT.
004670     EXIT.
004680 3510-KEY-ONE-BRACKET.
004690     MOVE WRK-BRK-SUB TO WRK-BRK-ED.
004700     DISPLAY "FAIXA " WRK-BRK-ED
004710         " - TETO (EX: 0002259,20)".
004720     ACCEPT WRK-NEW-LIMIT(WRK-BRK-SUB).
004730     DISPLAY "FAIXA " WRK-BRK-ED
004740         " - ALIQUOTA % (EX: 07,5000)".
004750     ACCEPT WRK-NEW-RATE(WRK-BRK-SUB).
004760     IF WRK-KEYED-IRRF
004770         DISPLAY "FAIXA " WRK-BRK-ED
004780             " - PARCELA A DEDUZIR (EX: 000169,44)"
004790         ACCEPT WRK-NEW-DED(WRK-BRK-SUB)
004800     ELSE
004810         MOVE ZERO TO WRK-NEW-DED(WRK-BRK-SUB)
004820     END-IF.
004830 3510-EXIT.
004840     EXIT.
004850*****************************************************
004860*3800-PREVIEW-AND-SAVE - PRINTS THE SIGN-OFF PREVIEW,
004870*THEN SAVES THE VERSION ONLY ON AN EXPLICIT CONFIRM
004880*****************************************************
004890 3800-PREVIEW-AND-SAVE.
004900     PERFORM 7700-PRINT-PREVIEW THRU 7700-EXIT.
004910     DISPLAY "PREVIA DE IMPOSTO GRAVADA EM TAXPREV".
004920     DISPLAY "CONFIRMA A GRAVACAO DA TABELA? (S/N)".
004930     ACCEPT WRK-CONFIRM-SW.
004940     IF NOT WRK-CONFIRMED
004950         DISPLAY "TABELA NAO GRAVADA"
004960         GO TO 3800-EXIT
004970     END-IF.
004980     PERFORM 7000-REWRITE-TAX-FILE THRU 7000-EXIT.
004990     PERFORM 7500-WRITE-AUDIT THRU 7500-EXIT.
005000     PERFORM 1000-LOAD-TAX-FILE THRU 1000-EXIT.
005010     ADD 1 TO WRK-CHANGE-COUNT.
005020     DISPLAY "TABELA GRAVADA: " WRK-KEYED-TYPE " "
005030         WRK-KEYED-DATE.
005040 3800-EXIT.
005050     EXIT.
005060*****************************************************
005070*4000-CORRECT-VERSION - REPLACES THE BRACKETS OF AN
005080*EXISTING VERSION. THE CURRENT BRACKETS ARE SHOWN AND
005090*KEPT FOR THE CHANGE LOG AND THE PREVIEW
005100*****************************************************
005110 4000-CORRECT-VERSION.
005120     PERFORM 3100-ACCEPT-VERSION-KEY THRU 3100-EXIT.
005130     IF WRK-REJECTED
005140         GO TO 4000-EXIT
005150     END-IF.
005160     PERFORM 6000-FIND-VERSION THRU 6000-EXIT.
005170     IF WRK-VERSION-ROWS = ZERO
005180         DISPLAY "TABELA NAO CADASTRADA: " WRK-KEYED-TYPE " "
005190             WRK-KEYED-DATE
005200         GO TO 4000-EXIT
005210     END-IF.
005220     DISPLAY "FAIXAS ATUAIS:".
005230     DISPLAY "T DATA         TETO      ALIQ %    DEDUCAO".
005240     MOVE ZERO TO WRK-OLD-CNT.
005250     PERFORM 4100-HOLD-OLD-BRACKET THRU 4100-EXIT
005260         VARYING WRK-ROW-SUB FROM 1 BY 1
005270         UNTIL WRK-ROW-SUB > WRK-ROW-TOTAL.
005280     PERFORM 3500-KEY-BRACKETS THRU 3500-EXIT.
005290     IF WRK-REJECTED
005300         GO TO 4000-EXIT
005310     END-IF.
005320     IF WRK-ROW-TOTAL - WRK-OLD-CNT + WRK-NEW-CNT
005330         > WRK-ROW-MAX
005340         DISPLAY "ARQUIVO DE TABELAS CHEIO"
005350         GO TO 4000-EXIT
005360     END-IF.
005370     MOVE "REWRITE" TO WRK-TAUD-ACTION.
005380     PERFORM 3800-PREVIEW-AND-SAVE THRU 3800-EXIT.
005390 4000-EXIT.
005400     EXIT.
005410 4100-HOLD-OLD-BRACKET.
005420     IF WRK-TBL-TYPE(WRK-ROW-SUB) NOT = WRK-KEYED-TYPE
005430         OR WRK-TBL-EFF-DATE(WRK-ROW-SUB) NOT = WRK-KEYED-DATE
005440         GO TO 4100-EXIT
005450     END-IF.
005460     PERFORM 5100-SHOW-ONE-ROW THRU 5100-EXIT.
005470     IF WRK-OLD-CNT < WRK-TAXB-MAX
005480         ADD 1 TO WRK-OLD-CNT
005490         MOVE WRK-TBL-LIMIT(WRK-ROW-SUB)
005500             TO WRK-OLD-LIMIT(WRK-OLD-CNT)
005510         MOVE WRK-TBL-RATE(WRK-ROW-SUB)
005520             TO WRK-OLD-RATE(WRK-OLD-CNT)
005530         MOVE WRK-TBL-DED(WRK-ROW-SUB)
005540             TO WRK-OLD-DED(WRK-OLD-CNT)
005550     END-IF.
005560 4100-EXIT.
005570     EXIT.
005580*****************************************************
005590*5000-BROWSE-TABLES - LISTS EVERY BRACKET IN FILE
005600*ORDER WITH A TRAILING COUNT
005610*****************************************************
005620 5000-BROWSE-TABLES.
005630     DISPLAY "T DATA         TETO      ALIQ %    DEDUCAO".
005640     PERFORM 5100-SHOW-ONE-ROW THRU 5100-EXIT
005650         VARYING WRK-ROW-SUB FROM 1 BY 1
005660         UNTIL WRK-ROW-SUB > WRK-ROW-TOTAL.
005670     DISPLAY "FAIXAS CADASTRADAS: " WRK-ROW-TOTAL.
005680 5000-EXIT.
005690     EXIT.
005700 5100-SHOW-ONE-ROW.
005710     MOVE WRK-TBL-LIMIT(WRK-ROW-SUB) TO WRK-LIMIT-ED.
005720     MOVE WRK-TBL-RATE(WRK-ROW-SUB) TO WRK-RATE-ED.
005730     MOVE WRK-TBL-DED(WRK-ROW-SUB) TO WRK-DED-ED.
005740     DISPLAY WRK-TBL-TYPE(WRK-ROW-SUB) " "
005750         WRK-TBL-EFF-DATE(WRK-ROW-SUB) " " WRK-LIMIT-ED " "
005760         WRK-RATE-ED " " WRK-DED-ED.
005770 5100-EXIT.
005780     EXIT.
005790*****************************************************
005800*6000-FIND-VERSION - COUNTS THE BRACKETS ON FILE FOR
005810*THE KEYED TYPE AND EFFECTIVE DATE, ZERO WHEN THAT
005820*VERSION DOES NOT EXIST
005830*****************************************************
005840 6000-FIND-VERSION.
005850     MOVE ZERO TO WRK-VERSION-ROWS.
005860     PERFORM 6100-CHECK-ONE-ROW THRU 6100-EXIT
005870         VARYING WRK-ROW-SUB FROM 1 BY 1
005880         UNTIL WRK-ROW-SUB > WRK-ROW-TOTAL.
005890 6000-EXIT.
005900     EXIT.
005910 6100-CHECK-ONE-ROW.
005920     IF WRK-TBL-TYPE(WRK-ROW-SUB) = WRK-KEYED-TYPE
005930         AND WRK-TBL-EFF-DATE(WRK-ROW-SUB) = WRK-KEYED-DATE
005940         ADD 1 TO WRK-VERSION-ROWS
005950     END-IF.
005960 6100-EXIT.
005970     EXIT.
005980*****************************************************
005990*6500-VALIDATE-BRACKETS - THE SANITY CHECKS A HAND-
006000*EDITED FILE NEVER HAD. EVERY FAULT IS LISTED BEFORE
006010*THE SET IS REFUSED, SO THE OPERATOR CAN FIX THEM ALL
006020*IN ONE PASS
006030*****************************************************
006040 6500-VALIDATE-BRACKETS.
006050     PERFORM 6510-CHECK-ONE-BRACKET THRU 6510-EXIT
006060         VARYING WRK-BRK-SUB FROM 1 BY 1
006070         UNTIL WRK-BRK-SUB > WRK-NEW-CNT.
006080     IF WRK-REJECTED
006090         DISPLAY "TABELA RECUSADA - NADA FOI GRAVADO"
006100     END-IF.
006110 6500-EXIT.
006120     EXIT.
006130 6510-CHECK-ONE-BRACKET.
006140     MOVE WRK-BRK-SUB TO WRK-BRK-ED.
006150     IF WRK-NEW-LIMIT(WRK-BRK-SUB) = ZERO
006160         DISPLAY "FAIXA " WRK-BRK-ED " - TETO ZERO"
006170         SET WRK-REJECTED TO TRUE
006180     END-IF.
006190     IF WRK-NEW-RATE(WRK-BRK-SUB) > WRK-RATE-CEILING
006200         DISPLAY "FAIXA " WRK-BRK-ED
006210             " - ALIQUOTA ACIMA DO LIMITE"
006220         SET WRK-REJECTED TO TRUE
006230     END-IF.
006240     IF WRK-KEYED-INSS
006250         AND WRK-NEW-RATE(WRK-BRK-SUB) = ZERO
006260         DISPLAY "FAIXA " WRK-BRK-ED " - ALIQUOTA INSS ZERO"
006270         SET WRK-REJECTED TO TRUE
006280     END-IF.
006290     IF WRK-KEYED-IRRF
006300         AND WRK-NEW-RATE(WRK-BRK-SUB) = ZERO
006310         AND WRK-NEW-DED(WRK-BRK-SUB) > ZERO
006320         DISPLAY "FAIXA " WRK-BRK-ED
006330             " - DEDUCAO EM FAIXA ISENTA"
006340         SET WRK-REJECTED TO TRUE
006350     END-IF.
006360     IF WRK-BRK-SUB = 1
006370         GO TO 6510-EXIT
006380     END-IF.
006390     COMPUTE WRK-BRK-PREV = WRK-BRK-SUB - 1.
006400     IF WRK-NEW-LIMIT(WRK-BRK-SUB)
006410         NOT > WRK-NEW-LIMIT(WRK-BRK-PREV)
006420         DISPLAY "FAIXA " WRK-BRK-ED
006430             " - TETO NAO E MAIOR QUE O DA FAIXA ANTERIOR"
006440         SET WRK-REJECTED TO TRUE
006450     END-IF.
006460     IF WRK-NEW-RATE(WRK-BRK-SUB)
006470         < WRK-NEW-RATE(WRK-BRK-PREV)
006480         DISPLAY "FAIXA " WRK-BRK-ED
006490             " - ALIQUOTA MENOR QUE A DA FAIXA ANTERIOR"
006500         SET WRK-REJECTED TO TRUE
006510     END-IF.
006520     IF WRK-KEYED-IRRF
006530         PERFORM 6520-CHECK-CONTIGUOUS THRU 6520-EXIT
006540     END-IF.
006550 6510-EXIT.
006560     EXIT.
006570*****************************************************
006580*6520-CHECK-CONTIGUOUS - AN IRRF BRACKET MEETS THE ONE
006590*BELOW ONLY WHEN ITS DEDUCTION IS THE LOWER DEDUCTION
006600*PLUS THE RATE STEP APPLIED TO THE LOWER CEILING;
006610*ANYTHING ELSE MAKES THE TAX JUMP AT THE BOUNDARY
006620*****************************************************
006630 6520-CHECK-CONTIGUOUS.
006640     COMPUTE WRK-EXPECTED-DED ROUNDED =
006650         WRK-NEW-DED(WRK-BRK-PREV)
006660         + (WRK-NEW-RATE(WRK-BRK-SUB)
006670            - WRK-NEW-RATE(WRK-BRK-PREV))
006680         * WRK-NEW-LIMIT(WRK-BRK-PREV) / 100.
006690     IF WRK-EXPECTED-DED > ZERO
006700         AND WRK-NEW-DED(WRK-BRK-SUB) = ZERO
006710         DISPLAY "FAIXA " WRK-BRK-ED
006720             " - PARCELA A DEDUZIR AUSENTE"
006730         SET WRK-REJECTED TO TRUE
006740         GO TO 6520-EXIT
006750     END-IF.
006760     COMPUTE WRK-DED-DIFF =
006770         WRK-NEW-DED(WRK-BRK-SUB) - WRK-EXPECTED-DED.
006780     IF WRK-DED-DIFF < ZERO
006790         MULTIPLY WRK-DED-DIFF BY -1 GIVING WRK-DED-DIFF
006800     END-IF.
006810     IF WRK-DED-DIFF > WRK-CONTIG-TOLERANCE
006820         MOVE WRK-EXPECTED-DED TO WRK-DED-ED
006830         DISPLAY "FAIXA " WRK-BRK-ED
006840             " - FAIXAS NAO CONTIGUAS - DEDUCAO ESPERADA "
006850             WRK-DED-ED
006860         SET WRK-REJECTED TO TRUE
006870     END-IF.
006880 6520-EXIT.
006890     EXIT.
006900*****************************************************
006910*7000-REWRITE-TAX-FILE - THE WHOLE TABLE GOES BACK TO
006920*DISK IN ONE PASS. A CORRECTED VERSION TAKES THE PLACE
006930*OF THE BRACKETS IT REPLACES; A NEW ONE GOES AT THE
006940*END OF THE FILE
006950*****************************************************
006960 7000-REWRITE-TAX-FILE.
006970     MOVE 'N' TO WRK-NEW-WRITTEN-SW.
006980     OPEN OUTPUT TAX-TABLE-FILE.
006990     PERFORM 7100-WRITE-ONE-ROW THRU 7100-EXIT
007000         VARYING WRK-ROW-SUB FROM 1 BY 1
007010         UNTIL WRK-ROW-SUB > WRK-ROW-TOTAL.
007020     IF NOT WRK-NEW-WRITTEN
007030         PERFORM 7150-WRITE-NEW-VERSION THRU 7150-EXIT
007040     END-IF.
007050     CLOSE TAX-TABLE-FILE.
007060 7000-EXIT.
007070     EXIT.
007080 7100-WRITE-ONE-ROW.
007090     IF WRK-TBL-TYPE(WRK-ROW-SUB) = WRK-KEYED-TYPE
007100         AND WRK-TBL-EFF-DATE(WRK-ROW-SUB) = WRK-KEYED-DATE
007110         IF NOT WRK-NEW-WRITTEN
007120             PERFORM 7150-WRITE-NEW-VERSION THRU 7150-EXIT
007130         END-IF
007140         GO TO 7100-EXIT
007150     END-IF.
007160     MOVE SPACES TO TAX-RECORD.
007170     MOVE WRK-TBL-TYPE(WRK-ROW-SUB) TO TAX-REC-TYPE.
007180     MOVE WRK-TBL-EFF-DATE(WRK-ROW-SUB) TO TAX-EFF-DATE.
007190     MOVE WRK-TBL-LIMIT(WRK-ROW-SUB) TO TAX-UPPER-LIMIT.
007200     MOVE WRK-TBL-RATE(WRK-ROW-SUB) TO TAX-RATE-PCT.
007210     MOVE WRK-TBL-DED(WRK-ROW-SUB) TO TAX-DEDUCTION.
007220     WRITE TAX-RECORD.
007230 7100-EXIT.
007240     EXIT.
007250 7150-WRITE-NEW-VERSION.
007260     PERFORM 7160-WRITE-ONE-BRACKET THRU 7160-EXIT
007270         VARYING WRK-BRK-SUB FROM 1 BY 1
007280         UNTIL WRK-BRK-SUB > WRK-NEW-CNT.
007290     SET WRK-NEW-WRITTEN TO TRUE.
007300 7150-EXIT.
007310     EXIT.
007320 7160-WRITE-ONE-BRACKET.
007330     MOVE SPACES TO TAX-RECORD.
007340     MOVE WRK-KEYED-TYPE TO TAX-REC-TYPE.
007350     MOVE WRK-KEYED-DATE TO TAX-EFF-DATE.
007360     MOVE WRK-NEW-LIMIT(WRK-BRK-SUB) TO TAX-UPPER-LIMIT.
007370     MOVE WRK-NEW-RATE(WRK-BRK-SUB) TO TAX-RATE-PCT.
007380     MOVE WRK-NEW-DED(WRK-BRK-SUB) TO TAX-DEDUCTION.
007390     WRITE TAX-RECORD.
007400 7160-EXIT.
007410     EXIT.
007420*****************************************************
007430*7500-WRITE-AUDIT - APPENDS ONE BEFORE/AFTER IMAGE
007440*RECORD PER BRACKET TO THE TAX TABLE CHANGE LOG, THE
007450*WAY XRATAUD TRACKS THE RATE FILE. A BRACKET THAT A
007460*CORRECTION DROPPED IS LOGGED AS A DELETE
007470*****************************************************
007480 7500-WRITE-AUDIT.
007490     OPEN EXTEND TAX-AUDIT-FILE.
007500     IF WRK-TAUD-NOT-FOUND
007510         OPEN OUTPUT TAX-AUDIT-FILE
007520     END-IF.
007530     MOVE WRK-NEW-CNT TO WRK-BRK-LAST.
007540     IF WRK-OLD-CNT > WRK-BRK-LAST
007550         MOVE WRK-OLD-CNT TO WRK-BRK-LAST
007560     END-IF.
007570     PERFORM 7510-AUDIT-ONE-BRACKET THRU 7510-EXIT
007580         VARYING WRK-BRK-SUB FROM 1 BY 1
007590         UNTIL WRK-BRK-SUB > WRK-BRK-LAST.
007600     CLOSE TAX-AUDIT-FILE.
007610 7500-EXIT.
007620     EXIT.
007630 7510-AUDIT-ONE-BRACKET.
007640     MOVE SPACES TO WRK-OLD-IMAGE.
007650     MOVE SPACES TO WRK-NEW-IMAGE.
007660     IF WRK-BRK-SUB NOT > WRK-OLD-CNT
007670         MOVE WRK-OLD-LIMIT(WRK-BRK-SUB) TO WRK-IMG-LIMIT
007680         MOVE WRK-OLD-RATE(WRK-BRK-SUB) TO WRK-IMG-RATE
007690         MOVE WRK-OLD-DED(WRK-BRK-SUB) TO WRK-IMG-DED
007700         MOVE WRK-IMAGE-AREA TO WRK-OLD-IMAGE
007710     END-IF.
007720     IF WRK-BRK-SUB NOT > WRK-NEW-CNT
007730         MOVE WRK-NEW-LIMIT(WRK-BRK-SUB) TO WRK-IMG-LIMIT
007740         MOVE WRK-NEW-RATE(WRK-BRK-SUB) TO WRK-IMG-RATE
007750         MOVE WRK-NEW-DED(WRK-BRK-SUB) TO WRK-IMG-DED
007760         MOVE WRK-IMAGE-AREA TO WRK-NEW-IMAGE
007770     END-IF.
007780     IF WRK-OLD-IMAGE = WRK-NEW-IMAGE
007790         GO TO 7510-EXIT
007800     END-IF.
007810     MOVE SPACES TO TAUD-RECORD.
007820     MOVE "TAXMNT" TO TAUD-PROGRAM.
007830     ACCEPT TAUD-DATE FROM DATE YYYYMMDD.
007840     ACCEPT TAUD-TIME FROM TIME.
007850     MOVE WRK-KEYED-TYPE TO TAUD-REC-TYPE.
007860     MOVE WRK-KEYED-DATE TO TAUD-EFF-DATE.
007870     MOVE WRK-BRK-SUB TO TAUD-BRACKET.
007880     IF WRK-BRK-SUB > WRK-NEW-CNT
007890         MOVE "DELETE" TO TAUD-ACTION
007900     ELSE
007910         MOVE WRK-TAUD-ACTION TO TAUD-ACTION
007920     END-IF.
007930     MOVE WRK-OLD-IMAGE TO TAUD-OLD-IMAGE.
007940     MOVE WRK-NEW-IMAGE TO TAUD-NEW-IMAGE.
007950     WRITE TAUD-RECORD.
007960 7510-EXIT.
007970     EXIT.
007980*****************************************************
007990*7700-PRINT-PREVIEW - THE SIGN-OFF SHEET: THE NEW
008000*BRACKETS, THEN INSS AND IRRF ON EACH SAMPLE SALARY
008010*UNDER THE TABLES IN FORCE ON THE EFFECTIVE DATE
008020*TODAY (OLD) AND WITH THE KEYED VERSION IN PLACE (NEW)
008030*****************************************************
008040 7700-PRINT-PREVIEW.
008050     MOVE 5 TO WRK-SAMPLE-CNT.
008060     DISPLAY "SALARIO ADICIONAL PARA A PREVIA (0 = NENHUM)".
008070     ACCEPT WRK-EXTRA-SALARY.
008080     IF WRK-EXTRA-SALARY > ZERO
008090         MOVE 6 TO WRK-SAMPLE-CNT
008100         MOVE WRK-EXTRA-SALARY TO WRK-SAMPLE-SALARY(6)
008110     END-IF.
008120     MOVE WRK-KEYED-DATE TO WRK-CALC-DATE.
008130     SET WRK-SCENARIO-OLD TO TRUE.
008140     PERFORM 7800-LOAD-CALC-TABLES THRU 7800-EXIT.
008150     IF WRK-KEYED-INSS
008160         MOVE WRK-INSS-VERSION TO WRK-PV-OLD-VERSION
008170     ELSE
008180         MOVE WRK-IRRF-VERSION TO WRK-PV-OLD-VERSION
008190     END-IF.
008200     PERFORM 7750-PRICE-ONE-SAMPLE THRU 7750-EXIT
008210         VARYING WRK-SAMPLE-SUB FROM 1 BY 1
008220         UNTIL WRK-SAMPLE-SUB > WRK-SAMPLE-CNT.
008230     SET WRK-SCENARIO-NEW TO TRUE.
008240     PERFORM 7800-LOAD-CALC-TABLES THRU 7800-EXIT.
008250     PERFORM 7750-PRICE-ONE-SAMPLE THRU 7750-EXIT
008260         VARYING WRK-SAMPLE-SUB FROM 1 BY 1
008270         UNTIL WRK-SAMPLE-SUB > WRK-SAMPLE-CNT.
008280     OPEN OUTPUT TAX-PREVIEW-FILE.
008290     ACCEPT WRK-PT-RUN-DATE FROM DATE YYYYMMDD.
008300     WRITE TAX-PREVIEW-LINE FROM WRK-PREV-TITLE.
008310     IF WRK-KEYED-INSS
008320         MOVE "INSS" TO WRK-PV-TYPE-NAME
008330     ELSE
008340         MOVE "IRRF" TO WRK-PV-TYPE-NAME
008350     END-IF.
008360     MOVE WRK-KEYED-DATE TO WRK-PV-EFF-DATE.
008370     MOVE WRK-TAUD-ACTION TO WRK-PV-ACTION.
008380     WRITE TAX-PREVIEW-LINE FROM WRK-PREV-VERSION-LINE.
008390     MOVE SPACES TO TAX-PREVIEW-LINE.
008400     WRITE TAX-PREVIEW-LINE.
008410     WRITE TAX-PREVIEW-LINE FROM WRK-PREV-BRACKET-HEAD.
008420     PERFORM 7710-PRINT-ONE-BRACKET THRU 7710-EXIT
008430         VARYING WRK-BRK-SUB FROM 1 BY 1
008440         UNTIL WRK-BRK-SUB > WRK-NEW-CNT.
008450     MOVE SPACES TO TAX-PREVIEW-LINE.
008460     WRITE TAX-PREVIEW-LINE.
008470     WRITE TAX-PREVIEW-LINE FROM WRK-PREV-SAMPLE-HEAD.
008480     PERFORM 7720-PRINT-ONE-SAMPLE THRU 7720-EXIT
008490         VARYING WRK-SAMPLE-SUB FROM 1 BY 1
008500         UNTIL WRK-SAMPLE-SUB > WRK-SAMPLE-CNT.
008510     MOVE SPACES TO TAX-PREVIEW-LINE.
008520     WRITE TAX-PREVIEW-LINE.
008530     WRITE TAX-PREVIEW-LINE FROM WRK-PREV-SIGN-LINE.
008540     CLOSE TAX-PREVIEW-FILE.
008550 7700-EXIT.
008560     EXIT.
008570 7710-PRINT-ONE-BRACKET.
008580     MOVE WRK-BRK-SUB TO WRK-PB-BRACKET.
008590     MOVE WRK-NEW-LIMIT(WRK-BRK-SUB) TO WRK-PB-LIMIT.
008600     MOVE WRK-NEW-RATE(WRK-BRK-SUB) TO WRK-PB-RATE.
008610     MOVE WRK-NEW-DED(WRK-BRK-SUB) TO WRK-PB-DED.
008620     WRITE TAX-PREVIEW-LINE FROM WRK-PREV-BRACKET-LINE.
008630 7710-EXIT.
008640     EXIT.
008650 7720-PRINT-ONE-SAMPLE.
008660     MOVE WRK-SAMPLE-SALARY(WRK-SAMPLE-SUB) TO WRK-PS-SALARY.
008670     MOVE WRK-RES-OLD-INSS(WRK-SAMPLE-SUB) TO WRK-PS-OLD-INSS.
008680     MOVE WRK-RES-OLD-IRRF(WRK-SAMPLE-SUB) TO WRK-PS-OLD-IRRF.
008690     MOVE WRK-RES-NEW-INSS(WRK-SAMPLE-SUB) TO WRK-PS-NEW-INSS.
008700     MOVE WRK-RES-NEW-IRRF(WRK-SAMPLE-SUB) TO WRK-PS-NEW-IRRF.
008710     COMPUTE WRK-RES-DIFF =
008720         WRK-RES-NEW-INSS(WRK-SAMPLE-SUB)
008730         + WRK-RES-NEW-IRRF(WRK-SAMPLE-SUB)
008740         - WRK-RES-OLD-INSS(WRK-SAMPLE-SUB)
008750         - WRK-RES-OLD-IRRF(WRK-SAMPLE-SUB).
008760     MOVE WRK-RES-DIFF TO WRK-PS-DIFF.
008770     WRITE TAX-PREVIEW-LINE FROM WRK-PREV-SAMPLE-LINE.
008780 7720-EXIT.
008790     EXIT.
008800*****************************************************
008810*7750-PRICE-ONE-SAMPLE - INSS THEN IRRF ON ONE SAMPLE
008820*SALARY, STORED UNDER THE CURRENT SCENARIO. A TYPE
008830*WITH NO TABLE IN FORCE PRICES AT ZERO
008840*****************************************************
008850 7750-PRICE-ONE-SAMPLE.
008860     MOVE WRK-SAMPLE-SALARY(WRK-SAMPLE-SUB) TO WRK-TAX-BASE.
008870     MOVE ZERO TO WRK-INSS-DEDUCTION.
008880     MOVE ZERO TO WRK-IRRF-DEDUCTION.
008890     IF WRK-INSS-BRACKET-CNT > ZERO
008900         PERFORM 7910-COMPUTE-INSS THRU 7910-EXIT
008910     END-IF.
008920     IF WRK-IRRF-BRACKET-CNT > ZERO
008930         PERFORM 7920-COMPUTE-IRRF THRU 7920-EXIT
008940     END-IF.
008950     IF WRK-SCENARIO-OLD
008960         MOVE WRK-INSS-DEDUCTION
008970             TO WRK-RES-OLD-INSS(WRK-SAMPLE-SUB)
008980         MOVE WRK-IRRF-DEDUCTION
008990             TO WRK-RES-OLD-IRRF(WRK-SAMPLE-SUB)
009000     ELSE
009010         MOVE WRK-INSS-DEDUCTION
009020             TO WRK-RES-NEW-INSS(WRK-SAMPLE-SUB)
009030         MOVE WRK-IRRF-DEDUCTION
009040             TO WRK-RES-NEW-IRRF(WRK-SAMPLE-SUB)
009050     END-IF.
009060 7750-EXIT.
009070     EXIT.
009080*****************************************************
009090*7800-LOAD-CALC-TABLES - THE SAME TWO STEPS COMMA'S
009100*1050-LOAD-TAX-TABLES TAKES, OVER THE IN-CORE FILE:
009110*FIND THE LATEST VERSION PER TYPE ON OR BEFORE THE
009120*CALCULATION DATE, THEN TABLE ITS BRACKETS. THE NEW
009130*SCENARIO THEN PUTS THE KEYED BRACKETS IN PLACE OF
009140*THE TYPE BEING CHANGED
009150*****************************************************
009160 7800-LOAD-CALC-TABLES.
009170     MOVE ZERO TO WRK-INSS-VERSION.
009180     MOVE ZERO TO WRK-IRRF-VERSION.
009190     MOVE ZERO TO WRK-INSS-BRACKET-CNT.
009200     MOVE ZERO TO WRK-IRRF-BRACKET-CNT.
009210     PERFORM 7810-SCAN-ONE-VERSION THRU 7810-EXIT
009220         VARYING WRK-ROW-SUB FROM 1 BY 1
009230         UNTIL WRK-ROW-SUB > WRK-ROW-TOTAL.
009240     PERFORM 7820-LOAD-ONE-BRACKET THRU 7820-EXIT
009250         VARYING WRK-ROW-SUB FROM 1 BY 1
009260         UNTIL WRK-ROW-SUB > WRK-ROW-TOTAL.
009270     IF WRK-SCENARIO-OLD
009280         GO TO 7800-EXIT
009290     END-IF.
009300     IF WRK-KEYED-INSS
009310         MOVE WRK-NEW-CNT TO WRK-INSS-BRACKET-CNT
009320     ELSE
009330         MOVE WRK-NEW-CNT TO WRK-IRRF-BRACKET-CNT
009340     END-IF.
009350     PERFORM 7830-OVERLAY-ONE-BRACKET THRU 7830-EXIT
009360         VARYING WRK-BRK-SUB FROM 1 BY 1
009370         UNTIL WRK-BRK-SUB > WRK-NEW-CNT.
009380 7800-EXIT.
009390     EXIT.
009400 7810-SCAN-ONE-VERSION.
009410     IF WRK-TBL-EFF-DATE(WRK-ROW-SUB) > WRK-CALC-DATE
009420         GO TO 7810-EXIT
009430     END-IF.
009440     IF WRK-TBL-TYPE(WRK-ROW-SUB) = 'I'
009450         AND WRK-TBL-EFF-DATE(WRK-ROW-SUB) > WRK-INSS-VERSION
009460         MOVE WRK-TBL-EFF-DATE(WRK-ROW-SUB)
009470             TO WRK-INSS-VERSION
009480     END-IF.
009490     IF WRK-TBL-TYPE(WRK-ROW-SUB) = 'R'
009500         AND WRK-TBL-EFF-DATE(WRK-ROW-SUB) > WRK-IRRF-VERSION
009510         MOVE WRK-TBL-EFF-DATE(WRK-ROW-SUB)
009520             TO WRK-IRRF-VERSION
009530     END-IF.
009540 7810-EXIT.
009550     EXIT.
009560 7820-LOAD-ONE-BRACKET.
009570     IF WRK-TBL-TYPE(WRK-ROW-SUB) = 'I'
009580         AND WRK-TBL-EFF-DATE(WRK-ROW-SUB) = WRK-INSS-VERSION
009590         AND WRK-INSS-BRACKET-CNT < WRK-TAXB-MAX
009600         ADD 1 TO WRK-INSS-BRACKET-CNT
009610         MOVE WRK-TBL-LIMIT(WRK-ROW-SUB) TO
009620             WRK-INSS-LIMIT(WRK-INSS-BRACKET-CNT)
009630         MOVE WRK-TBL-RATE(WRK-ROW-SUB) TO
009640             WRK-INSS-RATE(WRK-INSS-BRACKET-CNT)
009650     END-IF.
009660     IF WRK-TBL-TYPE(WRK-ROW-SUB) = 'R'
009670         AND WRK-TBL-EFF-DATE(WRK-ROW-SUB) = WRK-IRRF-VERSION
009680         AND WRK-IRRF-BRACKET-CNT < WRK-TAXB-MAX
009690         ADD 1 TO WRK-IRRF-BRACKET-CNT
009700         MOVE WRK-TBL-LIMIT(WRK-ROW-SUB) TO
009710             WRK-IRRF-LIMIT(WRK-IRRF-BRACKET-CNT)
009720         MOVE WRK-TBL-RATE(WRK-ROW-SUB) TO
009730             WRK-IRRF-RATE(WRK-IRRF-BRACKET-CNT)
009740         MOVE WRK-TBL-DED(WRK-ROW-SUB) TO
009750             WRK-IRRF-DED(WRK-IRRF-BRACKET-CNT)
009760     END-IF.
009770 7820-EXIT.
009780     EXIT.
009790 7830-OVERLAY-ONE-BRACKET.
009800     IF WRK-KEYED-INSS
009810         MOVE WRK-NEW-LIMIT(WRK-BRK-SUB)
009820             TO WRK-INSS-LIMIT(WRK-BRK-SUB)
009830         MOVE WRK-NEW-RATE(WRK-BRK-SUB)
009840             TO WRK-INSS-RATE(WRK-BRK-SUB)
009850     ELSE
009860         MOVE WRK-NEW-LIMIT(WRK-BRK-SUB)
009870             TO WRK-IRRF-LIMIT(WRK-BRK-SUB)
009880         MOVE WRK-NEW-RATE(WRK-BRK-SUB)
009890             TO WRK-IRRF-RATE(WRK-BRK-SUB)
009900         MOVE WRK-NEW-DED(WRK-BRK-SUB)
009910             TO WRK-IRRF-DED(WRK-BRK-SUB)
009920     END-IF.
009930 7830-EXIT.
009940     EXIT.
009950*****************************************************
009960*7910-COMPUTE-INSS - AS COMMA'S 3110-COMPUTE-INSS: THE
009970*BASE LANDS IN THE FIRST BRACKET WHOSE UPPER LIMIT
009980*COVERS IT; PAST THE LAST LIMIT THE LAST BRACKET
009990*APPLIES
010000*****************************************************
010010 7910-COMPUTE-INSS.
010020     MOVE WRK-TAX-BASE TO WRK-INSS-BASE.
010030     MOVE ZERO TO WRK-TAXB-HIT.
010040     PERFORM 7915-FIND-INSS-BRACKET THRU 7915-EXIT
010050         VARYING WRK-TAXB-SUB FROM 1 BY 1
010060         UNTIL WRK-TAXB-SUB > WRK-INSS-BRACKET-CNT
010070             OR WRK-TAXB-HIT > ZERO.
010080     IF WRK-TAXB-HIT = ZERO
010090         MOVE WRK-INSS-BRACKET-CNT TO WRK-TAXB-HIT
010100     END-IF.
010110     COMPUTE WRK-INSS-DEDUCTION ROUNDED =
010120         WRK-INSS-BASE
010130         * WRK-INSS-RATE(WRK-TAXB-HIT) / 100.
010140 7910-EXIT.
010150     EXIT.
010160 7915-FIND-INSS-BRACKET.
010170     IF WRK-INSS-BASE <= WRK-INSS-LIMIT(WRK-TAXB-SUB)
010180         MOVE WRK-TAXB-SUB TO WRK-TAXB-HIT
010190     END-IF.
010200 7915-EXIT.
010210     EXIT.
010220*****************************************************
010230*7920-COMPUTE-IRRF - AS COMMA'S 3120-COMPUTE-IRRF: RATE
010240*ON THE BASE LESS INSS, LESS THE BRACKET'S FLAT
010250*DEDUCTION, NEVER BELOW ZERO
010260*****************************************************
010270 7920-COMPUTE-IRRF.
010280     COMPUTE WRK-IRRF-BASE = WRK-TAX-BASE - WRK-INSS-DEDUCTION.
010290     MOVE ZERO TO WRK-TAXB-HIT.
010300     PERFORM 7925-FIND-IRRF-BRACKET THRU 7925-EXIT
010310         VARYING WRK-TAXB-SUB FROM 1 BY 1
010320         UNTIL WRK-TAXB-SUB > WRK-IRRF-BRACKET-CNT
010330             OR WRK-TAXB-HIT > ZERO.
010340     IF WRK-TAXB-HIT = ZERO
010350         MOVE WRK-IRRF-BRACKET-CNT TO WRK-TAXB-HIT
010360     END-IF.
010370     COMPUTE WRK-IRRF-DEDUCTION ROUNDED =
010380         (WRK-IRRF-BASE
010390          * WRK-IRRF-RATE(WRK-TAXB-HIT) / 100)
010400         - WRK-IRRF-DED(WRK-TAXB-HIT).
010410     IF WRK-IRRF-DEDUCTION < 0
010420         MOVE 0 TO WRK-IRRF-DEDUCTION
010430     END-IF.
010440 7920-EXIT.
010450     EXIT.
010460 7925-FIND-IRRF-BRACKET.
010470     IF WRK-IRRF-BASE <= WRK-IRRF-LIMIT(WRK-TAXB-SUB)
010480         MOVE WRK-TAXB-SUB TO WRK-TAXB-HIT
010490     END-IF.
010500 7925-EXIT.
010510     EXIT.
010520*****************************************************
010530*8900-UPDATE-CONTROL-FILE - RECORDS WHEN TAXMNT LAST
010540*RAN AND HOW MANY TABLE VERSIONS IT CHANGED, KEYED BY
010550*PROGRAM NAME IN THE SHARED JOB CONTROL FILE
010560*****************************************************
010570 8900-UPDATE-CONTROL-FILE.
010580     OPEN I-O CONTROL-FILE.
010590     IF WRK-CTL-NOT-FOUND
010600         OPEN OUTPUT CONTROL-FILE
010610         CLOSE CONTROL-FILE
010620         OPEN I-O CONTROL-FILE
010630     END-IF.
010640     MOVE "TAXMNT" TO CTL-PROGRAM.
010650     ACCEPT CTL-LAST-RUN-DATE FROM DATE YYYYMMDD.
010660     ACCEPT CTL-LAST-RUN-TIME FROM TIME.
010670     MOVE WRK-CHANGE-COUNT TO CTL-RECORD-COUNT.
010680     WRITE CTL-RECORD
010690         INVALID KEY
010700             REWRITE CTL-RECORD
010710     END-WRITE.
010720     CLOSE CONTROL-FILE.
010730     PERFORM 8950-APPEND-HISTORY THRU 8950-EXIT.
010740 8900-EXIT.
010750     EXIT.
010760*****************************************************
010770*8950-APPEND-HISTORY - ADDS ONE ROW TO THE APPEND-ONLY
010780*JOB CONTROL HISTORY LOG SO CTLRPT CAN SHOW THE LAST N
010790*RUNS OF EACH PROGRAM, NOT JUST THE LATEST ONE
010800*****************************************************
010810 8950-APPEND-HISTORY.
010820     OPEN EXTEND HISTORY-FILE.
010830     IF WRK-CTLH-NOT-FOUND
010840         OPEN OUTPUT HISTORY-FILE
010850     END-IF.
010860     MOVE SPACES TO CTL-HIST-RECORD.
010870     MOVE CTL-PROGRAM TO CTL-HIST-PROGRAM.
010880     MOVE CTL-LAST-RUN-DATE TO CTL-HIST-RUN-DATE.
010890     MOVE CTL-LAST-RUN-TIME TO CTL-HIST-RUN-TIME.
010900     MOVE CTL-RECORD-COUNT TO CTL-HIST-RECORD-COUNT.
010910     WRITE CTL-HIST-RECORD.
010920     CLOSE HISTORY-FILE.
010930 8950-EXIT.
010940     EXIT.
010950*****************************************************
010960*9999-TERMINATE
010970*****************************************************
010980 9999-TERMINATE.
010990     CONTINUE.
011000 9999-EXIT.
011010     EXIT.
011020*****************************************************
011030*0500-CHECK-BATCH-LOCK - A LOCK ON DISK MEANS THE
011040*NIGHT RUN OWNS THE WINDOW; THE SESSION CONTINUES IN
011050*BROWSE-ONLY MODE AND THE OPERATOR IS TOLD WHO HOLDS
011060*IT AND SINCE WHEN
011070*****************************************************
011080 0500-CHECK-BATCH-LOCK.
011090     MOVE 'N' TO WRK-LOCK-HELD-SW.
011100     OPEN INPUT BATCH-LOCK-FILE.
011110     IF NOT WRK-LOCK-FOUND
011120         GO TO 0500-EXIT
011130     END-IF.
011140     READ BATCH-LOCK-FILE
011150         AT END
011160             CONTINUE
011170     END-READ.
011180     CLOSE BATCH-LOCK-FILE.
011190     SET WRK-LOCK-HELD TO TRUE.
011200     DISPLAY "JANELA DE BATCH ATIVA - LOCK DE "
011210         LOCK-JOB-NAME " DESDE " LOCK-DATE " " LOCK-TIME.
011220     DISPLAY "SESSAO SOMENTE CONSULTA".
011230 0500-EXIT.
011240     EXIT.
011250 0590-REFUSE-LOCKED.
011260     DISPLAY "ATUALIZACAO RECUSADA - JANELA DE BATCH"
011270         " ATIVA (LOCK DE " LOCK-JOB-NAME ")".
011280 0590-EXIT.
011290     EXIT.
