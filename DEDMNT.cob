000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DEDMNT.
000030 AUTHOR. RAS.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 2026-09-23.
000060 DATE-COMPILED.
000070*****************************************************
000080*OBJECTIVE = MAINTAIN THE RECURRING DEDUCTIONS MASTER
000090*READ BY THE PAYROLL BATCH. HR KEYS EACH EMPLOYEE'S
000100*HEALTH-PLAN COPAY, UNION DUES, MEAL VOUCHER AND
000110*PAYROLL LOAN (CONSIGNADO) ONCE - FIXED AMOUNT OR A
000120*PERCENT OF GROSS, WITH A START AND END PERIOD - AND
000130*CAN BROWSE, RETRIEVE, CORRECT OR REMOVE THEM. A LOAN
000140*IS KEYED AS THE TOTAL OWED AND THE NUMBER OF
000150*INSTALLMENTS; THE BATCH COUNTS IT DOWN FROM THERE.
000160*****************************************************
000170*MODIFICATION HISTORY
000180*DATE       INIT DESCRIPTION
000190*2026-09-23 RAS  ORIGINAL PROGRAM
000200*****************************************************
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000230 SPECIAL-NAMES.
000240     DECIMAL-POINT IS COMMA.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     COPY DEDSEL.
000280     COPY EMPSEL.
000290     COPY EXCPTSEL.
000300     COPY CTLSEL.
000310     COPY CTLHSEL.
000320     COPY LOCKSEL.
000330 DATA DIVISION.
000340 FILE SECTION.
000350     COPY DEDFD.
000360     COPY EMPFD.
000370     COPY EXCPTFD.
000380     COPY CTLFD.
000390     COPY CTLHFD.
000400     COPY LOCKFD.
000410 WORKING-STORAGE SECTION.
000420*---------------------------------------------------*
000430*MENU ACTION AND SESSION CONTROL AREAS
000440*---------------------------------------------------*
000450 77 WRK-ACTION-SW PICTURE X(01).
000460     88 WRK-ACTION-ADD VALUE 'A' 'a'.
000470     88 WRK-ACTION-BROWSE VALUE 'B' 'b'.
000480     88 WRK-ACTION-RETRIEVE VALUE 'R' 'r'.
000490     88 WRK-ACTION-UPDATE VALUE 'U' 'u'.
000500     88 WRK-ACTION-DELETE VALUE 'D' 'd'.
000510     88 WRK-ACTION-EXIT VALUE 'X' 'x'.
000520 77 WRK-CONFIRM-SW PICTURE X(01).
000530     88 WRK-CONFIRMED VALUE 'Y' 'y'.
000540 77 WRK-BROWSE-EOF-SW PICTURE X(01) VALUE 'N'.
000550     88 WRK-BROWSE-EOF VALUE 'Y'.
000560 77 WRK-RECORD-FOUND-SW PICTURE X(01) VALUE 'N'.
000570     88 WRK-RECORD-FOUND VALUE 'Y'.
000580 77 WRK-BROWSE-COUNT PICTURE 9(05) COMP VALUE ZERO.
000590 77 WRK-BROWSE-COUNT-ED PICTURE Z(04)9.
000600 77 WRK-CHANGE-COUNT PICTURE 9(07) COMP VALUE ZERO.
000610*---------------------------------------------------*
000620*KEYED INPUT AREAS - EMPLOYEE NUMBER AND DEDUCTION
000630*CODE MAKE THE KEY; THE CODE MUST BE ONE OF DEDWS
000640*---------------------------------------------------*
000650 77 WRK-KEYED-EMP-NUMBER PICTURE 9(05) VALUE ZERO.
000660 77 WRK-KEYED-CODE PICTURE X(02) VALUE SPACES.
000670 77 WRK-KEYED-KIND PICTURE X(01) VALUE SPACE.
000680     88 WRK-KEYED-KIND-FIXED VALUE 'F' 'f'.
000690     88 WRK-KEYED-KIND-PERCENT VALUE 'P' 'p'.
000700 77 WRK-KEYED-INSTALLMENTS PICTURE 9(03) VALUE ZERO.
000710 77 WRK-EMP-AVAIL-SW PICTURE X(01) VALUE 'N'.
000720     88 WRK-EMP-AVAIL VALUE 'Y'.
000730 77 WRK-KEY-VALID-SW PICTURE X(01) VALUE 'N'.
000740     88 WRK-KEY-VALID VALUE 'Y'.
000750 77 WRK-FIELDS-VALID-SW PICTURE X(01) VALUE 'N'.
000760     88 WRK-FIELDS-VALID VALUE 'Y'.
000770*START/END PERIOD CHECK AREA - AAAAMM WITH A REAL MONTH
000780 01 WRK-CHECK-PERIOD-AREA.
000790     05 WRK-CHECK-PERIOD PICTURE 9(06).
000800 01 WRK-CHECK-PERIOD-GRP REDEFINES WRK-CHECK-PERIOD-AREA.
000810     05 WRK-CHECK-YEAR PICTURE 9(04).
000820     05 WRK-CHECK-MONTH PICTURE 9(02).
000830*DISPLAY EDIT AREAS
000840 77 WRK-AMOUNT-ED PICTURE ZZZ.ZZ9,99 VALUE ZERO.
000850 77 WRK-BALANCE-ED PICTURE Z.ZZZ.ZZ9,99 VALUE ZERO.
000860 77 WRK-PCT-ED PICTURE Z9,99 VALUE ZERO.
000870*---------------------------------------------------*
000880*DEDUCTIONS MASTER CONTROL AREAS AND CODE TABLE
000890*---------------------------------------------------*
000900     COPY DEDWS.
000910*---------------------------------------------------*
000920*EMPLOYEE MASTER CONTROL AREAS - A DEDUCTION CAN ONLY
000930*BE ADDED FOR AN EMPLOYEE ON THE MASTER
000940*---------------------------------------------------*
000950     COPY EMPWS.
000960*---------------------------------------------------*
000970*EXCEPTION-REPORT CONTROL AREAS
000980*---------------------------------------------------*
000990     COPY EXCPTWS.
001000*---------------------------------------------------*
001010*JOB CONTROL FILE AREAS
001020*---------------------------------------------------*
001030     COPY CTLWS.
001040     COPY CTLHWS.
001050*---------------------------------------------------*
001060*BATCH WINDOW LOCK AREAS
001070*---------------------------------------------------*
001080     COPY LOCKWS.
001090 PROCEDURE DIVISION.
001100*****************************************************
001110*0000-MAINLINE
001120*****************************************************
001130 0000-MAINLINE.
001140     PERFORM 0500-CHECK-BATCH-LOCK THRU 0500-EXIT.
001150     PERFORM 1000-OPEN-DEDUCTION-MASTER THRU 1000-EXIT.
001160     PERFORM 1100-OPEN-EMPLOYEE-MASTER THRU 1100-EXIT.
001170     PERFORM 2000-ACCEPT-ACTION THRU 2000-EXIT.
001180     PERFORM 2100-DISPATCH-ACTION THRU 2100-EXIT
001190         UNTIL WRK-ACTION-EXIT.
001200     CLOSE DEDUCTION-FILE.
001210     IF WRK-EMP-AVAIL
001220         CLOSE EMPLOYEE-MASTER
001230     END-IF.
001240     PERFORM 8900-UPDATE-CONTROL-FILE THRU 8900-EXIT.
001250     PERFORM 9999-TERMINATE THRU 9999-EXIT.
001260     STOP RUN.
001270*****************************************************
001280*1000-OPEN-DEDUCTION-MASTER - OPENS THE MASTER FOR
001290*UPDATE, CREATING IT EMPTY ON A BRAND-NEW INSTALLATION
001300*THE SAME WAY EMPMNT TREATS EMPMAST
001310*****************************************************
001320 1000-OPEN-DEDUCTION-MASTER.
001330*UNDER THE BATCH WINDOW LOCK THE MASTER ONLY OPENS FOR
001340*INPUT - INQUIRY STAYS AVAILABLE, UPDATES DO NOT. A
001350*MISSING MASTER IS STILL CREATED FIRST SO THE INQUIRY
001360*HAS SOMETHING TO OPEN
001370     OPEN I-O DEDUCTION-FILE.
001380     IF WRK-DED-NOT-FOUND
001390         OPEN OUTPUT DEDUCTION-FILE
001400         CLOSE DEDUCTION-FILE
001410         OPEN I-O DEDUCTION-FILE
001420     END-IF.
001430     IF WRK-LOCK-HELD
001440         CLOSE DEDUCTION-FILE
001450         OPEN INPUT DEDUCTION-FILE
001460     END-IF.
001470 1000-EXIT.
001480     EXIT.
001490*****************************************************
001500*1100-OPEN-EMPLOYEE-MASTER - READ ONLY, TO CHECK THE
001510*EMPLOYEE ON AN ADD. WITHOUT A MASTER NOTHING CAN BE
001520*ADDED, BUT THE REST OF THE SESSION STILL WORKS
001530*****************************************************
001540 1100-OPEN-EMPLOYEE-MASTER.
001550     MOVE 'N' TO WRK-EMP-AVAIL-SW.
001560     OPEN INPUT EMPLOYEE-MASTER.
001570     IF WRK-EMPMAST-OK
001580         SET WRK-EMP-AVAIL TO TRUE
001590     END-IF.
001600 1100-EXIT.
001610     EXIT.
001620*****************************************************
001630*2000-ACCEPT-ACTION - ONE MENU PROMPT PER PASS
001640*****************************************************
001650 2000-ACCEPT-ACTION.
001660     DISPLAY "ACTION - (A)DD (B)ROWSE (R)ETRIEVE (U)PDATE"
001670         " (D)ELETE (X)EXIT".
001680     ACCEPT WRK-ACTION-SW.
001690 2000-EXIT.
001700     EXIT.
001710*****************************************************
001720*2100-DISPATCH-ACTION - RUNS THE SELECTED ACTION AND
001730*RE-PROMPTS UNTIL THE OPERATOR EXITS
001740*****************************************************
001750 2100-DISPATCH-ACTION.
001760     EVALUATE TRUE
001770         WHEN WRK-ACTION-ADD
001780             IF WRK-LOCK-HELD
001790                 PERFORM 0590-REFUSE-LOCKED THRU 0590-EXIT
001800             ELSE
001810                 PERFORM 2500-ADD-DEDUCTION THRU 2500-EXIT
001820             END-IF
001830         WHEN WRK-ACTION-BROWSE
001840             PERFORM 3000-BROWSE-MASTER THRU 3000-EXIT
001850         WHEN WRK-ACTION-RETRIEVE
001860             PERFORM 4000-RETRIEVE-DEDUCTION THRU 4000-EXIT
001870         WHEN WRK-ACTION-UPDATE
001880             IF WRK-LOCK-HELD
001890                 PERFORM 0590-REFUSE-LOCKED THRU 0590-EXIT
001900             ELSE
001910                 PERFORM 5000-UPDATE-DEDUCTION THRU 5000-EXIT
001920             END-IF
001930         WHEN WRK-ACTION-DELETE
001940             IF WRK-LOCK-HELD
001950                 PERFORM 0590-REFUSE-LOCKED THRU 0590-EXIT
001960             ELSE
001970                 PERFORM 6000-DELETE-DEDUCTION THRU 6000-EXIT
001980             END-IF
001990         WHEN OTHER
002000             DISPLAY "ACAO INVALIDA - DIGITE A, B, R, U, D OU X"
002010     END-EVALUATE.
002020     PERFORM 2000-ACCEPT-ACTION THRU 2000-EXIT.
002030 2100-EXIT.
002040     EXIT.
002050*****************************************************
002060*2500-ADD-DEDUCTION - KEYS A NEW DEDUCTION FOR AN
002070*EMPLOYEE ON THE MASTER AND WRITES IT, REJECTING A
002080*CODE THE EMPLOYEE ALREADY HAS
002090*****************************************************
002100 2500-ADD-DEDUCTION.
002110     PERFORM 2550-ACCEPT-KEY THRU 2550-EXIT.
002120     IF NOT WRK-KEY-VALID
002130         GO TO 2500-EXIT
002140     END-IF.
002150     IF NOT WRK-EMP-AVAIL
002160         DISPLAY "CADASTRO DE EMPREGADOS INDISPONIVEL"
002170             " - INCLUSAO RECUSADA"
002180         GO TO 2500-EXIT
002190     END-IF.
002200     MOVE WRK-KEYED-EMP-NUMBER TO EMP-NUMBER.
002210     READ EMPLOYEE-MASTER
002220         INVALID KEY
002230             CONTINUE
002240     END-READ.
002250     IF NOT WRK-EMPMAST-OK
002260         DISPLAY "EMPREGADO NAO CADASTRADO: "
002270             WRK-KEYED-EMP-NUMBER
002280         PERFORM 4800-WRITE-EXCEPTION THRU 4800-EXIT
002290         GO TO 2500-EXIT
002300     END-IF.
002310     DISPLAY "EMPREGADO: " EMP-NAME.
002320     MOVE SPACES TO DED-RECORD.
002330     MOVE WRK-KEYED-EMP-NUMBER TO DED-EMP-NUMBER.
002340     MOVE WRK-KEYED-CODE TO DED-CODE.
002350     MOVE 'N' TO WRK-FIELDS-VALID-SW.
002360     PERFORM 2600-ACCEPT-DEDUCTION-FIELDS THRU 2600-EXIT
002370         UNTIL WRK-FIELDS-VALID.
002380     WRITE DED-RECORD
002390         INVALID KEY
002400             DISPLAY "DESCONTO JA CADASTRADO: " DED-EMP-NUMBER
002410                 " " DED-CODE
002420     END-WRITE.
002430     IF WRK-DED-OK
002440         ADD 1 TO WRK-CHANGE-COUNT
002450         DISPLAY "DESCONTO INCLUIDO: " DED-EMP-NUMBER " "
002460             DED-CODE
002470     END-IF.
002480 2500-EXIT.
002490     EXIT.
002500*****************************************************
002510*2550-ACCEPT-KEY - EMPLOYEE NUMBER AND A DEDUCTION
002520*CODE FROM THE DEDWS TABLE
002530*****************************************************
002540 2550-ACCEPT-KEY.
002550     MOVE 'N' TO WRK-KEY-VALID-SW.
002560     DISPLAY "NUMERO DO EMPREGADO (5 DIGITOS)".
002570     ACCEPT WRK-KEYED-EMP-NUMBER.
002580     DISPLAY "CODIGO DO DESCONTO - (HP) PLANO DE SAUDE,"
002590         " (UN) SINDICATO, (MV) VALE REFEICAO,"
002600         " (LO) EMPRESTIMO".
002610     ACCEPT WRK-KEYED-CODE.
002620     INSPECT WRK-KEYED-CODE CONVERTING
002630         "abcdefghijklmnopqrstuvwxyz"
002640         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
002650     MOVE ZERO TO WRK-DED-CODE-HIT.
002660     PERFORM 2560-FIND-CODE THRU 2560-EXIT
002670         VARYING WRK-DED-CODE-SUB FROM 1 BY 1
002680         UNTIL WRK-DED-CODE-SUB > WRK-DED-CODE-MAX
002690             OR WRK-DED-CODE-HIT > ZERO.
002700     IF WRK-DED-CODE-HIT = ZERO
002710         DISPLAY "CODIGO DE DESCONTO INVALIDO: "
002720             WRK-KEYED-CODE
002730     ELSE
002740         SET WRK-KEY-VALID TO TRUE
002750     END-IF.
002760 2550-EXIT.
002770     EXIT.
002780 2560-FIND-CODE.
002790     IF WRK-DED-CODE-ID(WRK-DED-CODE-SUB) = WRK-KEYED-CODE
002800         MOVE WRK-DED-CODE-SUB TO WRK-DED-CODE-HIT
002810     END-IF.
002820 2560-EXIT.
002830     EXIT.
002840*****************************************************
002850*2600-ACCEPT-DEDUCTION-FIELDS - PROMPTS FOR EVERYTHING
002860*BUT THE KEY AND RE-PROMPTS UNTIL THE WHOLE SET HANGS
002870*TOGETHER. A LOAN IS KEYED AS TOTAL OWED AND NUMBER OF
002880*INSTALLMENTS AND THE INSTALLMENT IS WORKED OUT HERE;
002890*ANY OTHER CODE IS EITHER A FIXED AMOUNT OR A PERCENT
002900*OF GROSS. KEYING THE FIELDS AGAIN CLEARS THE LAST
002910*PERIOD TAKEN - WHAT HR KEYS IS THE BALANCE FROM NOW ON
002920*****************************************************
002930 2600-ACCEPT-DEDUCTION-FIELDS.
002940     SET WRK-FIELDS-VALID TO TRUE.
002950     MOVE ZERO TO DED-AMOUNT.
002960     MOVE ZERO TO DED-RATE-PCT.
002970     MOVE ZERO TO DED-LOAN-BALANCE.
002980     MOVE ZERO TO DED-INSTALLMENTS-LEFT.
002990     MOVE ZERO TO DED-LAST-PERIOD.
003000     MOVE ZERO TO DED-LAST-AMOUNT.
003010     IF WRK-DED-CODE-IS-LOAN(WRK-DED-CODE-HIT)
003020         PERFORM 2610-ACCEPT-LOAN-FIELDS THRU 2610-EXIT
003030     ELSE
003040         PERFORM 2620-ACCEPT-AMOUNT-FIELDS THRU 2620-EXIT
003050     END-IF.
003060     IF NOT WRK-FIELDS-VALID
003070         GO TO 2600-EXIT
003080     END-IF.
003090     PERFORM 2650-ACCEPT-PERIODS THRU 2650-EXIT.
003100 2600-EXIT.
003110     EXIT.
003120 2610-ACCEPT-LOAN-FIELDS.
003130     SET DED-KIND-FIXED TO TRUE.
003140     DISPLAY "VALOR TOTAL DEVIDO (EX: 3600,00)".
003150     ACCEPT DED-LOAN-BALANCE.
003160     DISPLAY "NUMERO DE PARCELAS (1 A 999)".
003170     ACCEPT WRK-KEYED-INSTALLMENTS.
003180     IF DED-LOAN-BALANCE = ZERO
003190         OR WRK-KEYED-INSTALLMENTS = ZERO
003200         DISPLAY "SALDO E PARCELAS DEVEM SER MAIORES QUE ZERO"
003210             " - DIGITE NOVAMENTE"
003220         MOVE 'N' TO WRK-FIELDS-VALID-SW
003230         GO TO 2610-EXIT
003240     END-IF.
003250     MOVE WRK-KEYED-INSTALLMENTS TO DED-INSTALLMENTS-LEFT.
003260*THE BATCH TAKES WHATEVER IS LEFT ON THE LAST
003270*INSTALLMENT, SO THE ROUNDING NEVER LEAVES A CENT OWED
003280     COMPUTE DED-AMOUNT ROUNDED =
003290         DED-LOAN-BALANCE / DED-INSTALLMENTS-LEFT.
003300     MOVE DED-AMOUNT TO WRK-AMOUNT-ED.
003310     DISPLAY "VALOR DA PARCELA: " WRK-AMOUNT-ED.
003320 2610-EXIT.
003330     EXIT.
003340 2620-ACCEPT-AMOUNT-FIELDS.
003350     DISPLAY "TIPO - (F)IXO OU (P)ERCENTUAL DO BRUTO".
003360     ACCEPT WRK-KEYED-KIND.
003370     EVALUATE TRUE
003380         WHEN WRK-KEYED-KIND-FIXED
003390             SET DED-KIND-FIXED TO TRUE
003400             DISPLAY "VALOR FIXO POR PERIODO (EX: 250,00)"
003410             ACCEPT DED-AMOUNT
003420             IF DED-AMOUNT = ZERO
003430                 DISPLAY "VALOR DEVE SER MAIOR QUE ZERO"
003440                 MOVE 'N' TO WRK-FIELDS-VALID-SW
003450             END-IF
003460         WHEN WRK-KEYED-KIND-PERCENT
003470             SET DED-KIND-PERCENT TO TRUE
003480             DISPLAY "PERCENTUAL DO BRUTO (EX: 2,50)"
003490             ACCEPT DED-RATE-PCT
003500             IF DED-RATE-PCT = ZERO
003510                 DISPLAY "PERCENTUAL DEVE SER MAIOR QUE ZERO"
003520                 MOVE 'N' TO WRK-FIELDS-VALID-SW
003530             END-IF
003540         WHEN OTHER
003550             DISPLAY "TIPO INVALIDO - DIGITE F OU P"
003560             MOVE 'N' TO WRK-FIELDS-VALID-SW
003570     END-EVALUATE.
003580 2620-EXIT.
003590     EXIT.
003600*****************************************************
003610*2650-ACCEPT-PERIODS - START AND END PERIOD AS AAAAMM
003620*WITH A REAL MONTH; ZERO END MEANS OPEN-ENDED, ANY
003630*OTHER END MUST NOT BE BEFORE THE START
003640*****************************************************
003650 2650-ACCEPT-PERIODS.
003660     DISPLAY "PERIODO INICIAL (AAAAMM)".
003670     ACCEPT DED-START-PERIOD.
003680     DISPLAY "PERIODO FINAL (AAAAMM, 0 = SEM FIM)".
003690     ACCEPT DED-END-PERIOD.
003700     MOVE DED-START-PERIOD TO WRK-CHECK-PERIOD.
003710     IF WRK-CHECK-MONTH < 1 OR WRK-CHECK-MONTH > 12
003720         DISPLAY "PERIODO INICIAL INVALIDO: " DED-START-PERIOD
003730         MOVE 'N' TO WRK-FIELDS-VALID-SW
003740         GO TO 2650-EXIT
003750     END-IF.
003760     IF DED-END-PERIOD = ZERO
003770         GO TO 2650-EXIT
003780     END-IF.
003790     MOVE DED-END-PERIOD TO WRK-CHECK-PERIOD.
003800     IF WRK-CHECK-MONTH < 1 OR WRK-CHECK-MONTH > 12
003810         OR DED-END-PERIOD < DED-START-PERIOD
003820         DISPLAY "PERIODO FINAL INVALIDO: " DED-END-PERIOD
003830         MOVE 'N' TO WRK-FIELDS-VALID-SW
003840     END-IF.
003850 2650-EXIT.
003860     EXIT.
003870*****************************************************
003880*3000-BROWSE-MASTER - LISTS EVERY DEDUCTION IN EMPLOYEE
003890*AND CODE ORDER WITH A TRAILING COUNT. ANY NON-ZERO
003900*STATUS (NOT JUST AT END) STOPS THE BROWSE
003910*****************************************************
003920 3000-BROWSE-MASTER.
003930     MOVE 'N' TO WRK-BROWSE-EOF-SW.
003940     MOVE ZERO TO WRK-BROWSE-COUNT.
003950     MOVE LOW-VALUES TO DED-KEY.
003960     START DEDUCTION-FILE KEY NOT < DED-KEY
003970         INVALID KEY
003980             SET WRK-BROWSE-EOF TO TRUE
003990     END-START.
004000     IF NOT WRK-DED-OK
004010         SET WRK-BROWSE-EOF TO TRUE
004020     END-IF.
004030     DISPLAY "NUMERO CD T      VALOR   PCT  INICIO    FIM"
004040         "        SALDO PARC".
004050     PERFORM 3100-BROWSE-NEXT THRU 3100-EXIT
004060         UNTIL WRK-BROWSE-EOF.
004070     MOVE WRK-BROWSE-COUNT TO WRK-BROWSE-COUNT-ED.
004080     DISPLAY "DESCONTOS LISTADOS: " WRK-BROWSE-COUNT-ED.
004090 3000-EXIT.
004100     EXIT.
004110 3100-BROWSE-NEXT.
004120     READ DEDUCTION-FILE NEXT RECORD
004130         AT END
004140             SET WRK-BROWSE-EOF TO TRUE
004150     END-READ.
004160     IF NOT WRK-DED-OK
004170         SET WRK-BROWSE-EOF TO TRUE
004180     ELSE
004190         MOVE DED-AMOUNT TO WRK-AMOUNT-ED
004200         MOVE DED-RATE-PCT TO WRK-PCT-ED
004210         MOVE DED-LOAN-BALANCE TO WRK-BALANCE-ED
004220         DISPLAY DED-EMP-NUMBER " " DED-CODE " " DED-KIND
004230             " " WRK-AMOUNT-ED " " WRK-PCT-ED " "
004240             DED-START-PERIOD " " DED-END-PERIOD " "
004250             WRK-BALANCE-ED " " DED-INSTALLMENTS-LEFT
004260         ADD 1 TO WRK-BROWSE-COUNT
004270     END-IF.
004280 3100-EXIT.
004290     EXIT.
004300*****************************************************
004310*4000-RETRIEVE-DEDUCTION - READS ONE DEDUCTION BY KEY
004320*AND SHOWS THE FULL RECORD
004330*****************************************************
004340 4000-RETRIEVE-DEDUCTION.
004350     PERFORM 4100-READ-BY-KEY THRU 4100-EXIT.
004360     IF WRK-RECORD-FOUND
004370         PERFORM 4200-DISPLAY-DEDUCTION THRU 4200-EXIT
004380     END-IF.
004390 4000-EXIT.
004400     EXIT.
004410*****************************************************
004420*4100-READ-BY-KEY - PROMPTS FOR EMPLOYEE AND CODE AND
004430*READS THE MASTER BY KEY, REPORTING A MISS ON SCREEN
004440*AND TO THE SHARED EXCEPTION REPORT
004450*****************************************************
004460 4100-READ-BY-KEY.
004470     MOVE 'N' TO WRK-RECORD-FOUND-SW.
004480     PERFORM 2550-ACCEPT-KEY THRU 2550-EXIT.
004490     IF NOT WRK-KEY-VALID
004500         GO TO 4100-EXIT
004510     END-IF.
004520     MOVE WRK-KEYED-EMP-NUMBER TO DED-EMP-NUMBER.
004530     MOVE WRK-KEYED-CODE TO DED-CODE.
004540     READ DEDUCTION-FILE
004550         INVALID KEY
004560             CONTINUE
004570     END-READ.
004580     IF WRK-DED-OK
004590         SET WRK-RECORD-FOUND TO TRUE
004600     ELSE
004610         DISPLAY "DESCONTO NAO CADASTRADO: "
004620             WRK-KEYED-EMP-NUMBER " " WRK-KEYED-CODE
004630         PERFORM 4800-WRITE-EXCEPTION THRU 4800-EXIT
004640     END-IF.
004650 4100-EXIT.
004660     EXIT.
004670 4200-DISPLAY-DEDUCTION.
004680     MOVE DED-AMOUNT TO WRK-AMOUNT-ED.
004690     MOVE DED-RATE-PCT TO WRK-PCT-ED.
004700     MOVE DED-LOAN-BALANCE TO WRK-BALANCE-ED.
004710     DISPLAY "***********************".
004720     DISPLAY "EMPREGADO:    " DED-EMP-NUMBER.
004730     DISPLAY "CODIGO:       " DED-CODE " "
004740         WRK-DED-CODE-LABEL(WRK-DED-CODE-HIT).
004750     DISPLAY "TIPO:         " DED-KIND.
004760     DISPLAY "VALOR:        " WRK-AMOUNT-ED.
004770     DISPLAY "PERCENTUAL:   " WRK-PCT-ED.
004780     DISPLAY "INICIO:       " DED-START-PERIOD.
004790     DISPLAY "FIM:          " DED-END-PERIOD.
004800     IF WRK-DED-CODE-IS-LOAN(WRK-DED-CODE-HIT)
004810         DISPLAY "SALDO DEVEDOR:" WRK-BALANCE-ED
004820         DISPLAY "PARCELAS:     " DED-INSTALLMENTS-LEFT
004830         DISPLAY "ULTIMO DESC.: " DED-LAST-PERIOD
004840     END-IF.
004850     DISPLAY "***********************".
004860 4200-EXIT.
004870     EXIT.
004880*****************************************************
004890*4800-WRITE-EXCEPTION - APPENDS ONE RECORD TO THE
004900*SHARED EXCEPTION REPORT FOR AN EMPLOYEE OR DEDUCTION
004910*THAT IS NOT ON FILE
004920*****************************************************
004930 4800-WRITE-EXCEPTION.
004940     OPEN EXTEND EXCEPTION-REPORT.
004950     IF WRK-EXCPT-NOT-FOUND
004960         OPEN OUTPUT EXCEPTION-REPORT
004970     END-IF.
004980     MOVE SPACES TO EXCPT-RECORD.
004990     MOVE "DEDMNT" TO EXCPT-PROGRAM.
005000     ACCEPT EXCPT-DATE FROM DATE YYYYMMDD.
005010     ACCEPT EXCPT-TIME FROM TIME.
005020     STRING WRK-KEYED-EMP-NUMBER DELIMITED BY SIZE
005030            " " DELIMITED BY SIZE
005040            WRK-KEYED-CODE DELIMITED BY SIZE
005050         INTO EXCPT-INPUT.
005060     IF WRK-ACTION-ADD
005070         MOVE "EMPLOYEE NOT ON EMPLOYEE MASTER"
005080             TO EXCPT-REASON
005090     ELSE
005100         MOVE "DEDUCTION NOT ON DEDUCTIONS MASTER"
005110             TO EXCPT-REASON
005120     END-IF.
005130     WRITE EXCPT-RECORD.
005140     CLOSE EXCEPTION-REPORT.
005150 4800-EXIT.
005160     EXIT.
005170*****************************************************
005180*5000-UPDATE-DEDUCTION - RETRIEVES A RECORD, RE-PROMPTS
005190*EVERY NON-KEY FIELD AND REWRITES IN PLACE. FOR A LOAN
005200*THIS IS HOW A RENEGOTIATION IS KEYED: THE NEW BALANCE
005210*AND NUMBER OF INSTALLMENTS STILL TO PAY
005220*****************************************************
005230 5000-UPDATE-DEDUCTION.
005240     PERFORM 4100-READ-BY-KEY THRU 4100-EXIT.
005250     IF NOT WRK-RECORD-FOUND
005260         GO TO 5000-EXIT
005270     END-IF.
005280     PERFORM 4200-DISPLAY-DEDUCTION THRU 4200-EXIT.
005290     MOVE 'N' TO WRK-FIELDS-VALID-SW.
005300     PERFORM 2600-ACCEPT-DEDUCTION-FIELDS THRU 2600-EXIT
005310         UNTIL WRK-FIELDS-VALID.
005320     REWRITE DED-RECORD
005330         INVALID KEY
005340             DISPLAY "ERRO AO REGRAVAR - STATUS "
005350                 WRK-DED-STATUS
005360     END-REWRITE.
005370     IF WRK-DED-OK
005380         ADD 1 TO WRK-CHANGE-COUNT
005390         DISPLAY "REGISTRO ATUALIZADO: " DED-EMP-NUMBER " "
005400             DED-CODE
005410     END-IF.
005420 5000-EXIT.
005430     EXIT.
005440*****************************************************
005450*6000-DELETE-DEDUCTION - RETRIEVES A RECORD, ASKS FOR A
005460*YES/NO CONFIRMATION AND REMOVES IT. A DEDUCTION THAT
005470*SIMPLY ENDS SHOULD NORMALLY GET AN END PERIOD VIA
005480*UPDATE - DELETE IS FOR RECORDS KEYED IN ERROR
005490*****************************************************
005500 6000-DELETE-DEDUCTION.
005510     PERFORM 4100-READ-BY-KEY THRU 4100-EXIT.
005520     IF NOT WRK-RECORD-FOUND
005530         GO TO 6000-EXIT
005540     END-IF.
005550     PERFORM 4200-DISPLAY-DEDUCTION THRU 4200-EXIT.
005560     DISPLAY "CONFIRMA A EXCLUSAO? (S=Y/N)".
005570     ACCEPT WRK-CONFIRM-SW.
005580     IF NOT WRK-CONFIRMED
005590         DISPLAY "EXCLUSAO CANCELADA"
005600         GO TO 6000-EXIT
005610     END-IF.
005620     DELETE DEDUCTION-FILE
005630         INVALID KEY
005640             DISPLAY "ERRO AO EXCLUIR - STATUS "
005650                 WRK-DED-STATUS
005660     END-DELETE.
005670     IF WRK-DED-OK
005680         ADD 1 TO WRK-CHANGE-COUNT
005690         DISPLAY "REGISTRO EXCLUIDO: " WRK-KEYED-EMP-NUMBER
005700             " " WRK-KEYED-CODE
005710     END-IF.
005720 6000-EXIT.
005730     EXIT.
005740*****************************************************
005750*8900-UPDATE-CONTROL-FILE - RECORDS WHEN DEDMNT LAST
005760*RAN AND HOW MANY RECORDS IT CHANGED, KEYED BY PROGRAM
005770*NAME IN THE SHARED JOB CONTROL FILE
005780*****************************************************
005790 8900-UPDATE-CONTROL-FILE.
005800     OPEN I-O CONTROL-FILE.
005810     IF WRK-CTL-NOT-FOUND
005820         OPEN OUTPUT CONTROL-FILE
005830         CLOSE CONTROL-FILE
005840         OPEN I-O CONTROL-FILE
005850     END-IF.
005860     MOVE "DEDMNT" TO CTL-PROGRAM.
005870     ACCEPT CTL-LAST-RUN-DATE FROM DATE YYYYMMDD.
005880     ACCEPT CTL-LAST-RUN-TIME FROM TIME.
005890     MOVE WRK-CHANGE-COUNT TO CTL-RECORD-COUNT.
005900     WRITE CTL-RECORD
005910         INVALID KEY
005920             REWRITE CTL-RECORD
005930     END-WRITE.
005940     CLOSE CONTROL-FILE.
005950     PERFORM 8950-APPEND-HISTORY THRU 8950-EXIT.
005960 8900-EXIT.
005970     EXIT.
005980*****************************************************
005990*8950-APPEND-HISTORY - ADDS ONE ROW TO THE APPEND-ONLY
006000*JOB CONTROL HISTORY LOG SO CTLRPT CAN SHOW THE LAST N
006010*RUNS OF EACH PROGRAM, NOT JUST THE LATEST ONE
006020*****************************************************
006030 8950-APPEND-HISTORY.
006040     OPEN EXTEND HISTORY-FILE.
006050     IF WRK-CTLH-NOT-FOUND
006060         OPEN OUTPUT HISTORY-FILE
006070     END-IF.
006080     MOVE SPACES TO CTL-HIST-RECORD.
006090     MOVE CTL-PROGRAM TO CTL-HIST-PROGRAM.
006100     MOVE CTL-LAST-RUN-DATE TO CTL-HIST-RUN-DATE.
006110     MOVE CTL-LAST-RUN-TIME TO CTL-HIST-RUN-TIME.
006120     MOVE CTL-RECORD-COUNT TO CTL-HIST-RECORD-COUNT.
006130     WRITE CTL-HIST-RECORD.
006140     CLOSE HISTORY-FILE.
006150 8950-EXIT.
006160     EXIT.
006170*****************************************************
006180*9999-TERMINATE
006190*****************************************************
006200 9999-TERMINATE.
006210     CONTINUE.
006220 9999-EXIT.
006230     EXIT.
006240*****************************************************
006250*0500-CHECK-BATCH-LOCK - A LOCK ON DISK MEANS THE
006260*NIGHT RUN OWNS THE WINDOW; THE SESSION CONTINUES IN
006270*INQUIRY-ONLY MODE AND THE OPERATOR IS TOLD WHO HOLDS
006280*IT AND SINCE WHEN
006290*****************************************************
006300 0500-CHECK-BATCH-LOCK.
006310     MOVE 'N' TO WRK-LOCK-HELD-SW.
006320     OPEN INPUT BATCH-LOCK-FILE.
006330     IF NOT WRK-LOCK-FOUND
006340         GO TO 0500-EXIT
006350     END-IF.
006360     READ BATCH-LOCK-FILE
006370         AT END
006380             CONTINUE
006390     END-READ.
006400     CLOSE BATCH-LOCK-FILE.
006410     SET WRK-LOCK-HELD TO TRUE.
006420     DISPLAY "JANELA DE BATCH ATIVA - LOCK DE "
006430         LOCK-JOB-NAME " DESDE " LOCK-DATE " " LOCK-TIME.
006440     DISPLAY "SESSAO SOMENTE CONSULTA".
006450 0500-EXIT.
006460     EXIT.
006470 0590-REFUSE-LOCKED.
006480     DISPLAY "ATUALIZACAO RECUSADA - JANELA DE BATCH"
006490         " ATIVA (LOCK DE " LOCK-JOB-NAME ")".
006500 0590-EXIT.
006510     EXIT.
