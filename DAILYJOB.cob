000990*                INSTEAD OF CARRYING ITS OWN COPY OF THE
001000*                CALENDAR ARITHMETIC - THE HOLIDAY LOAD
001010*                AND DAY-SERIAL PARAGRAPHS ARE GONE.
001011*2026-09-17 RAS  JOBPARM CARDS CAN NOW NAME UP TO THREE
001012*                PREDECESSOR STEPS AND THE RESULT THE
001013*                STEP NEEDS FROM THEM - (S)UCCESS, OR
001014*                SUCCESS OR S(K)IPPED. A STEP WHOSE
001015*                PREDECESSOR FAILED OR WAS ITSELF HELD
001016*                LOGS SKIP/DEPEND WITH THE ROOT-CAUSE
001017*                STEP ON ITS JOBLOG ROW INSTEAD OF
001018*                RUNNING AGAINST A HALF-DONE NIGHT. THE
001019*                BUILT-IN COMMA AND OPERATORS STEPS NOW
001020*                DEPEND ON THEIR INEDIT PASSES.
001021*2026-09-19 RAS  ADDED THE PAYVAR VARIANCE CHECK RIGHT
001022*                AFTER COMMA, DEPENDING ON IT - THE BANK
001023*                FILE NOW WAITS FOR A SUPERVISOR TO RUN
001024*                PAYAPRV, WHICH IS NOT A NIGHT STEP.
001025*2026-09-21 RAS  ADDED THE INEDIT-VAR EDIT OF THE
001026*                VARIABLE-EARNINGS TRANSFER AHEAD OF
001027*                COMMA, WHICH NOW DEPENDS ON IT AS WELL
001028*                AS ON INEDIT-PAY.
001029*2026-09-30 RAS  ADDED THE VACLDG VACATION LEDGER BUILD
001030*                AHEAD OF COMMA AND THE MONTH-END VACRPT
001031*                CONCESSION-DEADLINE REPORT, WHICH
001032*                DEPENDS ON IT.
001033*2026-10-04 RAS  ADDED THE MONTH-END STMTCYC STATEMENT
001034*                CYCLE AFTER THE OPERATORS POSTINGS IT
001035*                STATEMENTS.
001036*2026-10-06 RAS  ADDED THE NIGHTLY LDGPROOF LEDGER PROOF
001037*                AFTER OPERATORS - IT RUNS ON A NIGHT
001038*                OPERATORS SKIPPED TOO, BUT NOT AFTER A
001039*                FAILED ONE - AHEAD OF BALCHK, WHICH
001040*                RECONCILES ITS BALFILE ROW.
001041*2026-10-07 RAS  ADDED THE GLUPDT LEDGER POSTINGS AFTER
001042*                COMMA AND AFTER OPERATORS, EACH ONLY
001043*                WHEN ITS SOURCE SUCCEEDED, AND THE
001044*                MONTH-END GLTRIAL TRIAL BALANCE.
001045*2026-10-11 RAS  ADDED THE NIGHTLY PTAXLOAD CENTRAL BANK
001046*                RATE LOAD AHEAD OF THE PAY STEPS.
001047*2026-10-14 RAS  ADDED THE NIGHTLY GLUPDT (V) POSTING OF
001048*                A PAYVOID REVERSAL, AHEAD OF COMMA;
001049*                GLTRIAL WAITS ON IT AS WELL.
001050*                THE JOBPARM STEP TABLE NOW HOLDS 30.
001051*****************************************************
001052 ENVIRONMENT DIVISION.
001053 INPUT-OUTPUT SECTION.
001054 FILE-CONTROL.
001060     SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG"
001070         ORGANIZATION IS LINE SEQUENTIAL
001080         FILE STATUS IS WRK-JOBLOG-STATUS.
001230     05 JOBLOG-TIME PICTURE 9(08).
001240     05 FILLER PICTURE X(01).
001250     05 JOBLOG-STATUS PICTURE X(10).
001253*THE ROOT-CAUSE STEP IS ONLY FILLED ON A SKIP/DEPEND
001256*ROW - THE STEP WHOSE FAILURE HELD THIS ONE BACK
001259     05 FILLER PICTURE X(01).
001262     05 JOBLOG-CAUSE PICTURE X(10).
001265     05 FILLER PICTURE X(10).
001270 FD JOB-PARM-FILE.
001280*THE STEP NAME IS THE JOBLOG/RESTART KEY AND MAY
001290*DIFFER FROM THE EXECUTABLE - A PROGRAM CARDED TWICE
001510*EXISTING CARDS STAY VALID - BLANK MEANS ALWAYS
001520     05 FILLER PICTURE X(01).
001530     05 JOBP-SCHEDULE PICTURE X(01).
001531*THE DEPENDENCY FIELDS FOLLOW THE SCHEDULE FLAG FOR THE
001532*SAME REASON - A BLANK CONDITION MEANS (S)UCCESS, AND A
001533*CARD WITH NO PREDECESSORS RUNS UNCONDITIONALLY
001534     05 FILLER PICTURE X(01).
001535     05 JOBP-DEPEND-COND PICTURE X(01).
001536     05 FILLER PICTURE X(01).
001537     05 JOBP-PRED1 PICTURE X(10).
001538     05 FILLER PICTURE X(01).
001539     05 JOBP-PRED2 PICTURE X(10).
001540     05 FILLER PICTURE X(01).
001541     05 JOBP-PRED3 PICTURE X(10).
001542     COPY LOCKFD.
001550 WORKING-STORAGE SECTION.
001560*---------------------------------------------------*
001570*JOB LOG CONTROL AREAS
001740     88 WRK-JOBPARM-FOUND VALUE '00'.
001750 77 WRK-JOBPARM-EOF-SW PICTURE X(01) VALUE 'N'.
001760     88 WRK-JOBPARM-EOF VALUE 'Y'.
001770 77 WRK-STEP-MAX PICTURE 9(02) COMP VALUE 30.
001780 01 WRK-STEP-TABLE.
001790     05 WRK-STEP-ENTRY OCCURS 30 TIMES.
001800         10 WRK-TBL-SEQUENCE PICTURE 9(02).
001810         10 WRK-TBL-STEP-NAME PICTURE X(10).
001820         10 WRK-TBL-PROGRAM PICTURE X(10).
001860         10 WRK-TBL-ANSWER3 PICTURE X(10).
001870         10 WRK-TBL-ANSWER4 PICTURE X(10).
001880         10 WRK-TBL-SCHEDULE PICTURE X(01).
001882         10 WRK-TBL-DEPEND-COND PICTURE X(01).
001884         10 WRK-TBL-PRED1 PICTURE X(10).
001886         10 WRK-TBL-PRED2 PICTURE X(10).
001888         10 WRK-TBL-PRED3 PICTURE X(10).
001890         10 WRK-TBL-DONE-SW PICTURE X(01).
001900 77 WRK-STEP-COUNT PICTURE 9(02) COMP VALUE ZERO.
001910 77 WRK-STEP-REMAINING PICTURE 9(02) COMP VALUE ZERO.
002460 77 WRK-LASTBUS-DAY PICTURE 9(02) COMP VALUE ZERO.
002470 77 WRK-STEP-SCHEDULE PICTURE X(01) VALUE 'A'.
002480*---------------------------------------------------*
002481*STEP DEPENDENCY AREAS - THE CURRENT STEP'S CONDITION
002482*AND PREDECESSORS, AND THE RESULT OF EVERY STEP LOGGED
002483*SO FAR TONIGHT: (S)UCCESS, S(K)IPPED, (F)AILED OR
002484*(H)ELD, WITH THE ROOT-CAUSE STEP BEHIND A FAILURE OR
002485*HOLD. A PREDECESSOR NOT YET LOGGED TONIGHT SATISFIES
002486*NEITHER CONDITION
002487*---------------------------------------------------*
002488 01 WRK-STEP-DEPEND-AREA.
002489     05 WRK-STEP-DEPEND-COND PICTURE X(01).
002490         88 WRK-NEEDS-SUCCESS-OR-SKIP VALUE 'K' 'k'.
002491     05 WRK-STEP-PRED OCCURS 3 TIMES PICTURE X(10).
002492 77 WRK-PRED-SUB PICTURE 9(02) COMP VALUE ZERO.
002493 77 WRK-DEPEND-HELD-SW PICTURE X(01) VALUE 'N'.
002494     88 WRK-DEPEND-HELD VALUE 'Y'.
002495 77 WRK-STEP-CAUSE PICTURE X(10) VALUE SPACES.
002496 77 WRK-RES-MAX PICTURE 9(02) COMP VALUE 30.
002497 01 WRK-RES-TABLE.
002498     05 WRK-RES-ENTRY OCCURS 30 TIMES.
002499         10 WRK-RES-STEP PICTURE X(10).
002500         10 WRK-RES-CODE PICTURE X(01).
002501             88 WRK-RES-SUCCESS VALUE 'S'.
002502             88 WRK-RES-SKIPPED VALUE 'K'.
002503             88 WRK-RES-FAILED VALUE 'F'.
002504             88 WRK-RES-HELD VALUE 'H'.
002505         10 WRK-RES-CAUSE PICTURE X(10).
002506 77 WRK-RES-COUNT PICTURE 9(02) COMP VALUE ZERO.
002507 77 WRK-RES-SUB PICTURE 9(02) COMP VALUE ZERO.
002508 77 WRK-RES-HIT PICTURE 9(02) COMP VALUE ZERO.
002509*---------------------------------------------------*
002510*BATCH WINDOW LOCK AREAS - THE LOCK IS A ONE-RECORD
002511*FILE; CLEARING IT IS A SHELL REMOVE, THE SAME WAY
002512*CUSTBKP PRUNES ITS GENERATIONS
002520*---------------------------------------------------*
002530     COPY LOCKWS.
002540 77 WRK-LOCK-CONFIRM PICTURE X(01) VALUE 'N'.
002710         PERFORM 1800-RUN-CUSTBKP-STEP THRU 1800-EXIT
002720         PERFORM 1900-RUN-EMPBKP-STEP THRU 1900-EXIT
002730         PERFORM 2000-RUN-CPF-STEP THRU 2000-EXIT
002735         PERFORM 2400-RUN-PTAXLOAD-STEP THRU 2400-EXIT
002740         PERFORM 2500-RUN-EDIT-PAY-STEP THRU 2500-EXIT
002742         PERFORM 2600-RUN-EDIT-VAR-STEP THRU 2600-EXIT
002744         PERFORM 2700-RUN-VACLDG-STEP THRU 2700-EXIT
002746         PERFORM 2900-RUN-GLUPDT-VOID-STEP THRU 2900-EXIT
002750         PERFORM 3000-RUN-COMMA-STEP THRU 3000-EXIT
002753         PERFORM 3200-RUN-PAYVAR-STEP THRU 3200-EXIT
002756         PERFORM 3300-RUN-GLUPDT-PAY-STEP THRU 3300-EXIT
002760         PERFORM 3500-RUN-EDIT-TRANS-STEP THRU 3500-EXIT
002770         PERFORM 4000-RUN-OPERATORS-STEP THRU 4000-EXIT
002773         PERFORM 4500-RUN-LDGPROOF-STEP THRU 4500-EXIT
002776         PERFORM 4600-RUN-GLUPDT-OPR-STEP THRU 4600-EXIT
002780         PERFORM 5000-RUN-VARIABLES2-STEP THRU 5000-EXIT
002790         PERFORM 5200-RUN-LOGARCH-STEP THRU 5200-EXIT
002792         PERFORM 5300-RUN-VACRPT-STEP THRU 5300-EXIT
002794         PERFORM 5400-RUN-STMTCYC-STEP THRU 5400-EXIT
002796         PERFORM 5450-RUN-GLTRIAL-STEP THRU 5450-EXIT
002800         PERFORM 5500-RUN-BALCHK-STEP THRU 5500-EXIT
002810         PERFORM 5600-RUN-VOLCHK-STEP THRU 5600-EXIT
002820         PERFORM 5800-RUN-MORNRPT-STEP THRU 5800-EXIT
004390             MOVE JOBP-SCHEDULE TO
004400                 WRK-TBL-SCHEDULE(WRK-STEP-COUNT)
004410         END-IF
004411         MOVE JOBP-DEPEND-COND TO
004412             WRK-TBL-DEPEND-COND(WRK-STEP-COUNT)
004413         MOVE JOBP-PRED1 TO WRK-TBL-PRED1(WRK-STEP-COUNT)
004414         MOVE JOBP-PRED2 TO WRK-TBL-PRED2(WRK-STEP-COUNT)
004415         MOVE JOBP-PRED3 TO WRK-TBL-PRED3(WRK-STEP-COUNT)
004420         MOVE 'N' TO WRK-TBL-DONE-SW(WRK-STEP-COUNT)
004430     ELSE
004440         IF JOBP-STEP-NAME = SPACES
004790         TO WRK-STEP-PROGRAM.
004800     MOVE WRK-TBL-SCHEDULE(WRK-STEP-PICK)
004810         TO WRK-STEP-SCHEDULE.
004811     MOVE WRK-TBL-DEPEND-COND(WRK-STEP-PICK)
004812         TO WRK-STEP-DEPEND-COND.
004813     MOVE WRK-TBL-PRED1(WRK-STEP-PICK) TO WRK-STEP-PRED(1).
004814     MOVE WRK-TBL-PRED2(WRK-STEP-PICK) TO WRK-STEP-PRED(2).
004815     MOVE WRK-TBL-PRED3(WRK-STEP-PICK) TO WRK-STEP-PRED(3).
004820     IF WRK-TBL-ENABLED(WRK-STEP-PICK) = 'Y' OR 'y'
004830         PERFORM 1630-BUILD-STEP-COMMAND THRU 1630-EXIT
004840         PERFORM 8000-RUN-STEP THRU 8000-EXIT
005540 1800-RUN-CUSTBKP-STEP.
005550     MOVE "CUSTBKP" TO WRK-STEP-PROGRAM.
005560     MOVE 'A' TO WRK-STEP-SCHEDULE.
005565     MOVE SPACES TO WRK-STEP-DEPEND-AREA.
005570     MOVE "printf 'U\n' | ./CUSTBKP >/dev/null 2>&1"
005580         TO WRK-COMMAND-LINE.
005590     PERFORM 8000-RUN-STEP THRU 8000-EXIT.
005670 1900-RUN-EMPBKP-STEP.
005680     MOVE "EMPBKP" TO WRK-STEP-PROGRAM.
005690     MOVE 'A' TO WRK-STEP-SCHEDULE.
005695     MOVE SPACES TO WRK-STEP-DEPEND-AREA.
005700     MOVE "printf 'U\n' | ./EMPBKP >/dev/null 2>&1"
005710         TO WRK-COMMAND-LINE.
005720     PERFORM 8000-RUN-STEP THRU 8000-EXIT.
005790 2000-RUN-CPF-STEP.
005800     MOVE "CPF" TO WRK-STEP-PROGRAM.
005810     MOVE 'B' TO WRK-STEP-SCHEDULE.
005815     MOVE SPACES TO WRK-STEP-DEPEND-AREA.
005820     MOVE "printf 'B\n' | ./CPF >/dev/null 2>&1"
005830         TO WRK-COMMAND-LINE.
005840     PERFORM 8000-RUN-STEP THRU 8000-EXIT.
005850 2000-EXIT.
005851     EXIT.
005852*****************************************************
005853*2400-RUN-PTAXLOAD-STEP - LOADS THE CENTRAL BANK'S PTAX
005854*RATES ONTO XRATFILE AHEAD OF THE PAY STEPS. A BUSINESS
005855*DAY STILL WITHOUT A RATE ENDS IT WITH RETURN CODE 4,
005856*SO THE NIGHT IS FLAGGED BEFORE ANYONE STARTS A USD
005857*COMMA RUN. THE NIGHTLY COMMA IS BRL AND DOES NOT WAIT
005858*****************************************************
005859 2400-RUN-PTAXLOAD-STEP.
005860     MOVE "PTAXLOAD" TO WRK-STEP-PROGRAM.
005861     MOVE 'A' TO WRK-STEP-SCHEDULE.
005862     MOVE SPACES TO WRK-STEP-DEPEND-AREA.
005863     MOVE "./PTAXLOAD >/dev/null 2>&1"
005864         TO WRK-COMMAND-LINE.
005865     PERFORM 8000-RUN-STEP THRU 8000-EXIT.
005866 2400-EXIT.
005867     EXIT.
005870*****************************************************
005880*2500-RUN-EDIT-PAY-STEP - INEDIT VALIDATES PAYROLLRAW
005890*INTO PAYROLLIN BEFORE COMMA TOUCHES IT
005910 2500-RUN-EDIT-PAY-STEP.
005920     MOVE "INEDIT-PAY" TO WRK-STEP-PROGRAM.
005930     MOVE 'B' TO WRK-STEP-SCHEDULE.
005935     MOVE SPACES TO WRK-STEP-DEPEND-AREA.
005940     MOVE "printf 'P\n' | ./INEDIT >/dev/null 2>&1"
005950         TO WRK-COMMAND-LINE.
005960     PERFORM 8000-RUN-STEP THRU 8000-EXIT.
005970 2500-EXIT.
005971     EXIT.
005972*****************************************************
005973*2600-RUN-EDIT-VAR-STEP - INEDIT VALIDATES EARNRAW INTO
005974*EARNIN (OVERTIME, NIGHT HOURS, COMMISSION) BEFORE
005975*COMMA PRICES IT. NO EARNRAW IS A CLEAN, EMPTY NIGHT
005976*****************************************************
005977 2600-RUN-EDIT-VAR-STEP.
005978     MOVE "INEDIT-VAR" TO WRK-STEP-PROGRAM.
005979     MOVE 'B' TO WRK-STEP-SCHEDULE.
005980     MOVE SPACES TO WRK-STEP-DEPEND-AREA.
005981     MOVE "printf 'V\n' | ./INEDIT >/dev/null 2>&1"
005982         TO WRK-COMMAND-LINE.
005983     PERFORM 8000-RUN-STEP THRU 8000-EXIT.
005984 2600-EXIT.
005985     EXIT.
005986*****************************************************
005987*2700-RUN-VACLDG-STEP - BRINGS THE VACATION LEDGER UP TO
005988*TODAY FROM THE MASTER AND THE ABSENCE FILE, SO AN FE
005989*OR RS RUN SEES THE CURRENT BALANCES. ANNIVERSARIES FALL
005990*ON ANY DAY, SO IT RUNS EVERY NIGHT; VACLDG HAS NO
005991*PROMPTS. THE NORMAL NIGHTLY COMMA DOES NOT READ THE
005992*LEDGER AND SO DOES NOT WAIT ON IT
005993*****************************************************
005994 2700-RUN-VACLDG-STEP.
005995     MOVE "VACLDG" TO WRK-STEP-PROGRAM.
005996     MOVE 'A' TO WRK-STEP-SCHEDULE.
005997     MOVE SPACES TO WRK-STEP-DEPEND-AREA.
005998     MOVE "./VACLDG >/dev/null 2>&1"
005999         TO WRK-COMMAND-LINE.
006000     PERFORM 8000-RUN-STEP THRU 8000-EXIT.
006001 2700-EXIT.
006002     EXIT.
006003*****************************************************
006004*2900-RUN-GLUPDT-VOID-STEP - POSTS THE REVERSAL A
006005*SUPERVISOR'S PAYVOID LEFT IN GLVOID DURING THE DAY,
006006*SO THE VOIDED RUN IS OFF THE LEDGER BEFORE COMMA
006007*POSTS THE CORRECTED ONE. NO GLVOID, OR AN EMPTY ONE,
006008*IS NOTHING TO POST AND ENDS CLEAN, SO IT RUNS NIGHTLY
006009*****************************************************
006010 2900-RUN-GLUPDT-VOID-STEP.
006011     MOVE "GLUPDT-VOD" TO WRK-STEP-PROGRAM.
006012     MOVE 'A' TO WRK-STEP-SCHEDULE.
006013     MOVE SPACES TO WRK-STEP-DEPEND-AREA.
006014     MOVE "printf 'V\n' | ./GLUPDT >/dev/null 2>&1"
006015         TO WRK-COMMAND-LINE.
006016     PERFORM 8000-RUN-STEP THRU 8000-EXIT.
006017 2900-EXIT.
006018     EXIT.
006019*****************************************************
006020*3500-RUN-EDIT-TRANS-STEP - INEDIT VALIDATES TRANSRAW
006021*INTO TRANSIN BEFORE OPERATORS TOUCHES IT
006022*****************************************************
006030 3500-RUN-EDIT-TRANS-STEP.
006040     MOVE "INEDIT-TRN" TO WRK-STEP-PROGRAM.
006050     MOVE 'B' TO WRK-STEP-SCHEDULE.
006055     MOVE SPACES TO WRK-STEP-DEPEND-AREA.
006060     MOVE "printf 'T\n' | ./INEDIT >/dev/null 2>&1"
006070         TO WRK-COMMAND-LINE.
006080     PERFORM 8000-RUN-STEP THRU 8000-EXIT.
006150 3000-RUN-COMMA-STEP.
006160     MOVE "COMMA" TO WRK-STEP-PROGRAM.
006170     MOVE 'B' TO WRK-STEP-SCHEDULE.
006171*COMMA NEVER PAYS FROM A PAYROLLIN OR EARNIN THE EDIT
006172*REJECTED
006173     MOVE SPACES TO WRK-STEP-DEPEND-AREA.
006174     MOVE "INEDIT-PAY" TO WRK-STEP-PRED(1).
006175     MOVE "INEDIT-VAR" TO WRK-STEP-PRED(2).
006180*ZERO LETS COMMA DERIVE THE PERIOD FROM THE RUN DATE;
006190*THE NIGHTLY RUN IS ALWAYS A NORMAL PAYROLL
006200     MOVE "printf 'B\nBRL\n0\nN\n' | ./COMMA >/dev/null 2>&1"
006230 3000-EXIT.
006240     EXIT.
006250*****************************************************
006251*3200-RUN-PAYVAR-STEP - COMPARES THE PERIOD COMMA JUST
006252*PAID WITH THE LAST ONE, SO THE VARIANCE REPORT IS
006253*WAITING FOR THE SUPERVISOR IN THE MORNING. ZEROS
006254*TAKE THE CURRENT PERIOD AND THE DEFAULT LIMITS
006255*****************************************************
006256 3200-RUN-PAYVAR-STEP.
006257     MOVE "PAYVAR" TO WRK-STEP-PROGRAM.
006258     MOVE 'B' TO WRK-STEP-SCHEDULE.
006259     MOVE SPACES TO WRK-STEP-DEPEND-AREA.
006260     MOVE "COMMA" TO WRK-STEP-PRED(1).
006261     MOVE "printf '0\nN\n0\n0\n' | ./PAYVAR >/dev/null 2>&1"
006262         TO WRK-COMMAND-LINE.
006263     PERFORM 8000-RUN-STEP THRU 8000-EXIT.
006264 3200-EXIT.
006265     EXIT.
006266*****************************************************
006267*3300-RUN-GLUPDT-PAY-STEP - POSTS THE GLPOST FILE COMMA
006268*JUST WROTE TO THE GENERAL LEDGER. A COMMA THAT FAILED
006269*OR WAS SKIPPED LEFT NO NEW FILE, SO NOTHING IS POSTED
006270*****************************************************
006271 3300-RUN-GLUPDT-PAY-STEP.
006272     MOVE "GLUPDT-PAY" TO WRK-STEP-PROGRAM.
006273     MOVE 'B' TO WRK-STEP-SCHEDULE.
006274     MOVE SPACES TO WRK-STEP-DEPEND-AREA.
006275     MOVE "COMMA" TO WRK-STEP-PRED(1).
006276     MOVE "printf 'P\n' | ./GLUPDT >/dev/null 2>&1"
006277         TO WRK-COMMAND-LINE.
006278     PERFORM 8000-RUN-STEP THRU 8000-EXIT.
006279 3300-EXIT.
006280     EXIT.
006281*****************************************************
006282*4000-RUN-OPERATORS-STEP - OPERATORS HAS NO FURTHER
006283*PROMPTS ONCE BATCH MODE IS SELECTED
006284*****************************************************
006290 4000-RUN-OPERATORS-STEP.
006300     MOVE "OPERATORS" TO WRK-STEP-PROGRAM.
006310     MOVE 'B' TO WRK-STEP-SCHEDULE.
006312*NOR OPERATORS POST FROM A TRANSIN IT REJECTED
006314     MOVE SPACES TO WRK-STEP-DEPEND-AREA.
006316     MOVE "INEDIT-TRN" TO WRK-STEP-PRED(1).
006320     MOVE "printf 'B\n' | ./OPERATORS >/dev/null 2>&1"
006330         TO WRK-COMMAND-LINE.
006340     PERFORM 8000-RUN-STEP THRU 8000-EXIT.
006350 4000-EXIT.
006351     EXIT.
006352*****************************************************
006353*4500-RUN-LDGPROOF-STEP - PROVES TRANSLDGR AGAINST ITS
006354*JOURNAL EVERY NIGHT, ONCE OPERATORS HAS POSTED OR BEEN
006355*SKIPPED; LDGPROOF HAS NO PROMPTS
006356*****************************************************
006357 4500-RUN-LDGPROOF-STEP.
006358     MOVE "LDGPROOF" TO WRK-STEP-PROGRAM.
006359     MOVE 'A' TO WRK-STEP-SCHEDULE.
006360     MOVE SPACES TO WRK-STEP-DEPEND-AREA.
006361     MOVE 'K' TO WRK-STEP-DEPEND-COND.
006362     MOVE "OPERATORS" TO WRK-STEP-PRED(1).
006363     MOVE "./LDGPROOF >/dev/null 2>&1"
006364         TO WRK-COMMAND-LINE.
006365     PERFORM 8000-RUN-STEP THRU 8000-EXIT.
006366 4500-EXIT.
006367     EXIT.
006368*****************************************************
006369*4600-RUN-GLUPDT-OPR-STEP - POSTS THE GLOPER SUMMARY
006370*OF THE NIGHT'S OPERATORS BATCH TO THE GENERAL LEDGER,
006371*ONLY WHEN OPERATORS ITSELF SUCCEEDED
006372*****************************************************
006373 4600-RUN-GLUPDT-OPR-STEP.
006374     MOVE "GLUPDT-OPR" TO WRK-STEP-PROGRAM.
006375     MOVE 'B' TO WRK-STEP-SCHEDULE.
006376     MOVE SPACES TO WRK-STEP-DEPEND-AREA.
006377     MOVE "OPERATORS" TO WRK-STEP-PRED(1).
006378     MOVE "printf 'O\n' | ./GLUPDT >/dev/null 2>&1"
006379         TO WRK-COMMAND-LINE.
006380     PERFORM 8000-RUN-STEP THRU 8000-EXIT.
006381 4600-EXIT.
006382     EXIT.
006383*****************************************************
006384*5000-RUN-VARIABLES2-STEP - VARIABLES2 HAS NO BATCH
006390*MODE OF ITS OWN, SO THE JOB RUNS IT AGAINST TODAY'S
006400*SYSTEM DATE
006410*****************************************************
006420 5000-RUN-VARIABLES2-STEP.
006430     MOVE "VARIABLES2" TO WRK-STEP-PROGRAM.
006440     MOVE 'A' TO WRK-STEP-SCHEDULE.
006445     MOVE SPACES TO WRK-STEP-DEPEND-AREA.
006450     MOVE "printf 'T\n' | ./VARIABLES2 >/dev/null 2>&1"
006460         TO WRK-COMMAND-LINE.
006470     PERFORM 8000-RUN-STEP THRU 8000-EXIT.
006570*THE MONTHLY CUT NOW RIDES THE MONTH-END BUSINESS-DAY
006580*SCHEDULE INSTEAD OF THE OLD HARDCODED DAY-01 RULE
006590     MOVE 'M' TO WRK-STEP-SCHEDULE.
006595     MOVE SPACES TO WRK-STEP-DEPEND-AREA.
006600     MOVE "./LOGARCH >/dev/null 2>&1"
006610         TO WRK-COMMAND-LINE.
006620     PERFORM 8000-RUN-STEP THRU 8000-EXIT.
006630 5200-EXIT.
006631     EXIT.
006632*****************************************************
006633*5300-RUN-VACRPT-STEP - THE CONCESSION-DEADLINE REPORT
006634*RUNS ON THE MONTH'S LAST BUSINESS DAY, OFF THE LEDGER
006635*VACLDG BUILT THAT NIGHT; VACRPT HAS NO PROMPTS
006636*****************************************************
006637 5300-RUN-VACRPT-STEP.
006638     MOVE "VACRPT" TO WRK-STEP-PROGRAM.
006639     MOVE 'M' TO WRK-STEP-SCHEDULE.
006640     MOVE SPACES TO WRK-STEP-DEPEND-AREA.
006641     MOVE "VACLDG" TO WRK-STEP-PRED(1).
006642     MOVE "./VACRPT >/dev/null 2>&1"
006643         TO WRK-COMMAND-LINE.
006644     PERFORM 8000-RUN-STEP THRU 8000-EXIT.
006645 5300-EXIT.
006646     EXIT.
006647*****************************************************
006648*5400-RUN-STMTCYC-STEP - THE STATEMENT CYCLE RUNS ON
006649*THE MONTH'S LAST BUSINESS DAY, ONCE THAT NIGHT'S
006650*OPERATORS BATCH HAS POSTED; IT IS FED THE CURRENT
006651*MONTH AND LEAVES DORMANT ACCOUNTS OUT
006652*****************************************************
006653 5400-RUN-STMTCYC-STEP.
006654     MOVE "STMTCYC" TO WRK-STEP-PROGRAM.
006655     MOVE 'M' TO WRK-STEP-SCHEDULE.
006656     MOVE SPACES TO WRK-STEP-DEPEND-AREA.
006657     MOVE "OPERATORS" TO WRK-STEP-PRED(1).
006658     MOVE "printf '0\nN\n' | ./STMTCYC >/dev/null 2>&1"
006659         TO WRK-COMMAND-LINE.
006660     PERFORM 8000-RUN-STEP THRU 8000-EXIT.
006661 5400-EXIT.
006662     EXIT.
006663*****************************************************
006664*5450-RUN-GLTRIAL-STEP - THE MONTH'S TRIAL BALANCE ON
006665*ITS LAST BUSINESS DAY, ONCE THE LEDGER POSTINGS HAVE
006666*RUN OR BEEN SKIPPED; IT IS FED THE CURRENT MONTH
006667*****************************************************
006668 5450-RUN-GLTRIAL-STEP.
006669     MOVE "GLTRIAL" TO WRK-STEP-PROGRAM.
006670     MOVE 'M' TO WRK-STEP-SCHEDULE.
006671     MOVE SPACES TO WRK-STEP-DEPEND-AREA.
006672     MOVE 'K' TO WRK-STEP-DEPEND-COND.
006673     MOVE "GLUPDT-PAY" TO WRK-STEP-PRED(1).
006674     MOVE "GLUPDT-OPR" TO WRK-STEP-PRED(2).
006675     MOVE "GLUPDT-VOD" TO WRK-STEP-PRED(3).
006676     MOVE "printf '0\n' | ./GLTRIAL >/dev/null 2>&1"
006677         TO WRK-COMMAND-LINE.
006678     PERFORM 8000-RUN-STEP THRU 8000-EXIT.
006679 5450-EXIT.
006680     EXIT.
006681*****************************************************
006682*5500-RUN-BALCHK-STEP - MORNING BALANCE RECONCILIATION
006683*AT THE END OF THE NIGHT; BALCHK HAS NO PROMPTS
006684*****************************************************
006690 5500-RUN-BALCHK-STEP.
006700     MOVE "BALCHK" TO WRK-STEP-PROGRAM.
006710     MOVE 'A' TO WRK-STEP-SCHEDULE.
006715     MOVE SPACES TO WRK-STEP-DEPEND-AREA.
006720     MOVE "./BALCHK >/dev/null 2>&1"
006730         TO WRK-COMMAND-LINE.
006740     PERFORM 8000-RUN-STEP THRU 8000-EXIT.
006830 5600-RUN-VOLCHK-STEP.
006840     MOVE "VOLCHK" TO WRK-STEP-PROGRAM.
006850     MOVE 'A' TO WRK-STEP-SCHEDULE.
006855     MOVE SPACES TO WRK-STEP-DEPEND-AREA.
006860     MOVE "printf '0\n' | ./VOLCHK >/dev/null 2>&1"
006870         TO WRK-COMMAND-LINE.
006880     PERFORM 8000-RUN-STEP THRU 8000-EXIT.
006980 5800-RUN-MORNRPT-STEP.
006990     MOVE "MORNRPT" TO WRK-STEP-PROGRAM.
007000     MOVE 'A' TO WRK-STEP-SCHEDULE.
007005     MOVE SPACES TO WRK-STEP-DEPEND-AREA.
007010     MOVE "./MORNRPT >/dev/null 2>&1"
007020         TO WRK-COMMAND-LINE.
007030     PERFORM 8000-RUN-STEP THRU 8000-EXIT.
007370         MOVE "SKIP" TO WRK-STEP-EVENT
007380         MOVE "COMPLETE" TO WRK-STEP-STATUS
007390         PERFORM 8500-WRITE-STEP-LOG THRU 8500-EXIT
007391         GO TO 8000-EXIT
007392     END-IF.
007393*A PREDECESSOR THAT FAILED, WAS HELD ITSELF, OR HAS NOT
007394*RUN TONIGHT HOLDS THE STEP BACK - IT LOGS SKIP/DEPEND
007395*NAMING THE ROOT CAUSE, WHICH ALSO FLAGS THE NIGHT
007396     PERFORM 8100-CHECK-DEPENDENCIES THRU 8100-EXIT.
007397     IF WRK-DEPEND-HELD
007398         MOVE "SKIP" TO WRK-STEP-EVENT
007399         MOVE "DEPEND" TO WRK-STEP-STATUS
007400         PERFORM 8500-WRITE-STEP-LOG THRU 8500-EXIT
007401         SET WRK-JOB-FAILED TO TRUE
007402         GO TO 8000-EXIT
007410     END-IF.
007420     PERFORM 1260-SEARCH-TRIED THRU 1260-EXIT.
007430     MOVE "START" TO WRK-STEP-EVENT.
007800     ACCEPT JOBLOG-DATE FROM DATE YYYYMMDD.
007810     ACCEPT JOBLOG-TIME FROM TIME.
007820     MOVE WRK-STEP-STATUS TO JOBLOG-STATUS.
007822     IF WRK-STEP-STATUS = "DEPEND"
007824         MOVE WRK-STEP-CAUSE TO JOBLOG-CAUSE
007826     END-IF.
007830     WRITE JOB-LOG-RECORD.
007835     PERFORM 8600-RECORD-RESULT THRU 8600-EXIT.
007840 8500-EXIT.
007841     EXIT.
007842*****************************************************
007843*8100-CHECK-DEPENDENCIES - TESTS EACH NAMED PREDECESSOR
007844*AGAINST TONIGHT'S RESULTS. THE FIRST ONE THAT FALLS
007845*SHORT HOLDS THE STEP, AND ITS ROOT CAUSE (THE FAILED
007846*STEP ITSELF, OR WHATEVER HELD IT) IS CARRIED FORWARD
007847*SO A CHAIN OF HOLDS ALWAYS POINTS AT THE ONE FAILURE
007848*****************************************************
007849 8100-CHECK-DEPENDENCIES.
007850     MOVE 'N' TO WRK-DEPEND-HELD-SW.
007851     MOVE SPACES TO WRK-STEP-CAUSE.
007852     PERFORM 8110-CHECK-ONE-PRED THRU 8110-EXIT
007853         VARYING WRK-PRED-SUB FROM 1 BY 1
007854         UNTIL WRK-PRED-SUB > 3 OR WRK-DEPEND-HELD.
007855 8100-EXIT.
007856     EXIT.
007857 8110-CHECK-ONE-PRED.
007858     IF WRK-STEP-PRED(WRK-PRED-SUB) = SPACES
007859         GO TO 8110-EXIT
007860     END-IF.
007861     MOVE WRK-STEP-PRED(WRK-PRED-SUB) TO WRK-LOOKUP-PROGRAM.
007862     PERFORM 8650-SEARCH-RESULT THRU 8650-EXIT.
007863     IF WRK-RES-HIT = ZERO
007864         SET WRK-DEPEND-HELD TO TRUE
007865         MOVE WRK-LOOKUP-PROGRAM TO WRK-STEP-CAUSE
007866         GO TO 8110-EXIT
007867     END-IF.
007868     IF WRK-RES-SUCCESS(WRK-RES-HIT)
007869         GO TO 8110-EXIT
007870     END-IF.
007871     IF WRK-RES-SKIPPED(WRK-RES-HIT)
007872         AND WRK-NEEDS-SUCCESS-OR-SKIP
007873         GO TO 8110-EXIT
007874     END-IF.
007875     SET WRK-DEPEND-HELD TO TRUE.
007876     IF WRK-RES-CAUSE(WRK-RES-HIT) = SPACES
007877         MOVE WRK-LOOKUP-PROGRAM TO WRK-STEP-CAUSE
007878     ELSE
007879         MOVE WRK-RES-CAUSE(WRK-RES-HIT) TO WRK-STEP-CAUSE
007880     END-IF.
007881 8110-EXIT.
007882     EXIT.
007883*****************************************************
007884*8600-RECORD-RESULT - EVERY STOP OR SKIP ROW SETS THE
007885*STEP'S RESULT FOR THE DEPENDENCY TEST. A STEP ALREADY
007886*COMPLETE FROM AN EARLIER RUN TODAY COUNTS AS SUCCESS;
007887*AN OVERFLOW CARD NEVER RAN AND COUNTS AS FAILED
007888*****************************************************
007889 8600-RECORD-RESULT.
007890     IF WRK-STEP-EVENT NOT = "STOP"
007891         AND WRK-STEP-EVENT NOT = "SKIP"
007892         GO TO 8600-EXIT
007893     END-IF.
007894     MOVE WRK-STEP-PROGRAM TO WRK-LOOKUP-PROGRAM.
007895     PERFORM 8650-SEARCH-RESULT THRU 8650-EXIT.
007896     IF WRK-RES-HIT = ZERO
007897         IF WRK-RES-COUNT >= WRK-RES-MAX
007898             GO TO 8600-EXIT
007899         END-IF
007900         ADD 1 TO WRK-RES-COUNT
007901         MOVE WRK-RES-COUNT TO WRK-RES-HIT
007902         MOVE WRK-STEP-PROGRAM TO WRK-RES-STEP(WRK-RES-HIT)
007903     END-IF.
007904     MOVE SPACES TO WRK-RES-CAUSE(WRK-RES-HIT).
007905     EVALUATE WRK-STEP-STATUS
007906         WHEN "SUCCESS"
007907         WHEN "COMPLETE"
007908             MOVE 'S' TO WRK-RES-CODE(WRK-RES-HIT)
007909         WHEN "FAILED"
007910         WHEN "OVERFLOW"
007911             MOVE 'F' TO WRK-RES-CODE(WRK-RES-HIT)
007912         WHEN "DEPEND"
007913             MOVE 'H' TO WRK-RES-CODE(WRK-RES-HIT)
007914             MOVE WRK-STEP-CAUSE TO WRK-RES-CAUSE(WRK-RES-HIT)
007915         WHEN OTHER
007916             MOVE 'K' TO WRK-RES-CODE(WRK-RES-HIT)
007917     END-EVALUATE.
007918 8600-EXIT.
007919     EXIT.
007920 8650-SEARCH-RESULT.
007921     MOVE ZERO TO WRK-RES-HIT.
007922     PERFORM 8660-CHECK-ONE-RESULT THRU 8660-EXIT
007923         VARYING WRK-RES-SUB FROM 1 BY 1
007924         UNTIL WRK-RES-SUB > WRK-RES-COUNT
007925             OR WRK-RES-HIT NOT = ZERO.
007926 8650-EXIT.
007927     EXIT.
007928 8660-CHECK-ONE-RESULT.
007929     IF WRK-RES-STEP(WRK-RES-SUB) = WRK-LOOKUP-PROGRAM
007930         MOVE WRK-RES-SUB TO WRK-RES-HIT
007931     END-IF.
007932 8660-EXIT.
007933     EXIT.
007934*****************************************************
007935*9000-TERMINATE - CLOSES THE JOB LOG
007936*****************************************************
007937 9000-TERMINATE.
007938     CLOSE JOB-LOG-FILE.
007939*THE WINDOW IS RELEASED ONLY HERE, SO A CRASH MID-RUN
007940*LEAVES THE LOCK IN PLACE FOR THE OVERRIDE PATH
007941     CALL "SYSTEM" USING WRK-UNLOCK-COMMAND.
007942 9000-EXIT.
007950     EXIT.
007960*****************************************************
007970*1400-CLASS-TODAY - CLASSES TODAY ONCE THROUGH THE
