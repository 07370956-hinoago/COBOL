000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TERMMNT.
000030 AUTHOR. RAS.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 2026-09-28.
000060 DATE-COMPILED.
000070*****************************************************
000080*OBJECTIVE = MAINTAIN THE TERMINATIONS MASTER READ BY
000090*THE PAYROLL BATCH'S RESCISAO RUN. HR KEYS THE LAST DAY
000100*WORKED, THE REASON AND THE VACATION DAYS EARNED AND
000110*NOT YET TAKEN FOR EACH EMPLOYEE BEING LET GO, AND CAN
000120*BROWSE, RETRIEVE, CORRECT OR REMOVE THEM. THE EMPLOYEE
000130*STAYS ACTIVE ON EMPMAST UNTIL THE RUN THAT PAYS THE
000140*TERMINATION IS FINALIZED - PAYAPRV DOES THE REST.
000150*****************************************************
000160*MODIFICATION HISTORY
000170*DATE       INIT DESCRIPTION
000180*2026-09-28 RAS  ORIGINAL PROGRAM
000182*2026-10-15 RAS  A TERMINATION AN RS RUN HAS PAID BUT
000184*                PAYAPRV HAS NOT YET CLOSED CANNOT BE
000186*                CHANGED OR DELETED EITHER - THE RS RUN
000188*                MUST BE VOIDED THROUGH PAYVOID FIRST.
000190*****************************************************
000200 ENVIRONMENT DIVISION.
000210 CONFIGURATION SECTION.
000220 SPECIAL-NAMES.
000230     DECIMAL-POINT IS COMMA.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     COPY TERMSEL.
000270     COPY EMPSEL.
000280     COPY EXCPTSEL.
000290     COPY CTLSEL.
000300     COPY CTLHSEL.
000310     COPY LOCKSEL.
000320 DATA DIVISION.
000330 FILE SECTION.
000340     COPY TERMFD.
000350     COPY EMPFD.
000360     COPY EXCPTFD.
000370     COPY CTLFD.
000380     COPY CTLHFD.
000390     COPY LOCKFD.
000400 WORKING-STORAGE SECTION.
000410*---------------------------------------------------*
000420*MENU ACTION AND SESSION CONTROL AREAS
000430*---------------------------------------------------*
000440 77 WRK-ACTION-SW PICTURE X(01).
000450     88 WRK-ACTION-ADD VALUE 'A' 'a'.
000460     88 WRK-ACTION-BROWSE VALUE 'B' 'b'.
000470     88 WRK-ACTION-RETRIEVE VALUE 'R' 'r'.
000480     88 WRK-ACTION-UPDATE VALUE 'U' 'u'.
000490     88 WRK-ACTION-DELETE VALUE 'D' 'd'.
000500     88 WRK-ACTION-EXIT VALUE 'X' 'x'.
000510 77 WRK-CONFIRM-SW PICTURE X(01).
000520     88 WRK-CONFIRMED VALUE 'Y' 'y'.
000530 77 WRK-BROWSE-EOF-SW PICTURE X(01) VALUE 'N'.
000540     88 WRK-BROWSE-EOF VALUE 'Y'.
000550 77 WRK-RECORD-FOUND-SW PICTURE X(01) VALUE 'N'.
000560     88 WRK-RECORD-FOUND VALUE 'Y'.
000570 77 WRK-BROWSE-COUNT PICTURE 9(05) COMP VALUE ZERO.
000580 77 WRK-BROWSE-COUNT-ED PICTURE Z(04)9.
000590 77 WRK-CHANGE-COUNT PICTURE 9(07) COMP VALUE ZERO.
000600*---------------------------------------------------*
000610*KEYED INPUT AREAS - THE EMPLOYEE NUMBER IS THE KEY;
000620*THE REASON MUST BE ONE OF TERMWS
000630*---------------------------------------------------*
000640 77 WRK-KEYED-EMP-NUMBER PICTURE 9(05) VALUE ZERO.
000650 77 WRK-KEYED-REASON PICTURE X(02) VALUE SPACES.
000660 77 WRK-EMP-AVAIL-SW PICTURE X(01) VALUE 'N'.
000670     88 WRK-EMP-AVAIL VALUE 'Y'.
000680 77 WRK-FIELDS-VALID-SW PICTURE X(01) VALUE 'N'.
000690     88 WRK-FIELDS-VALID VALUE 'Y'.
000700 77 WRK-MAX-VAC-DAYS PICTURE 9(02) VALUE 60.
000710*TERMINATION DATE CHECK AREA - AAAAMMDD WITH A REAL
000720*MONTH AND DAY
000730 01 WRK-CHECK-DATE-AREA.
000740     05 WRK-CHECK-DATE PICTURE 9(08).
000750 01 WRK-CHECK-DATE-GRP REDEFINES WRK-CHECK-DATE-AREA.
000760     05 WRK-CHECK-YEAR PICTURE 9(04).
000770     05 WRK-CHECK-MONTH PICTURE 9(02).
000780     05 WRK-CHECK-DAY PICTURE 9(02).
000790*---------------------------------------------------*
000800*TERMINATIONS MASTER CONTROL AREAS AND REASON TABLE
000810*---------------------------------------------------*
000820     COPY TERMWS.
000830*---------------------------------------------------*
000840*EMPLOYEE MASTER CONTROL AREAS - A TERMINATION CAN
000850*ONLY BE ADDED FOR AN ACTIVE EMPLOYEE ON THE MASTER
000860*---------------------------------------------------*
000870     COPY EMPWS.
000880*---------------------------------------------------*
000890*EXCEPTION-REPORT CONTROL AREAS
000900*---------------------------------------------------*
000910     COPY EXCPTWS.
000920*---------------------------------------------------*
000930*JOB CONTROL FILE AREAS
000940*---------------------------------------------------*
000950     COPY CTLWS.
000960     COPY CTLHWS.
000970*---------------------------------------------------*
000980*BATCH WINDOW LOCK AREAS
000990*---------------------------------------------------*
001000     COPY LOCKWS.
001010 PROCEDURE DIVISION.
001020*****************************************************
001030*0000-MAINLINE
001040*****************************************************
001050 0000-MAINLINE.
001060     PERFORM 0500-CHECK-BATCH-LOCK THRU 0500-EXIT.
001070     PERFORM 1000-OPEN-TERMINATION-MASTER THRU 1000-EXIT.
001080     PERFORM 1100-OPEN-EMPLOYEE-MASTER THRU 1100-EXIT.
001090     PERFORM 2000-ACCEPT-ACTION THRU 2000-EXIT.
001100     PERFORM 2100-DISPATCH-ACTION THRU 2100-EXIT
001110         UNTIL WRK-ACTION-EXIT.
001120     CLOSE TERMINATION-FILE.
001130     IF WRK-EMP-AVAIL
001140         CLOSE EMPLOYEE-MASTER
001150     END-IF.
001160     PERFORM 8900-UPDATE-CONTROL-FILE THRU 8900-EXIT.
001170     PERFORM 9999-TERMINATE THRU 9999-EXIT.
001180     STOP RUN.
001190*****************************************************
001200*1000-OPEN-TERMINATION-MASTER - OPENS THE MASTER FOR
001210*UPDATE, CREATING IT EMPTY ON A BRAND-NEW INSTALLATION
001220*THE SAME WAY DEDMNT TREATS DEDMAST
001230*****************************************************
001240 1000-OPEN-TERMINATION-MASTER.
001250*UNDER THE BATCH WINDOW LOCK THE MASTER ONLY OPENS FOR
001260*INPUT - INQUIRY STAYS AVAILABLE, UPDATES DO NOT
001270     OPEN I-O TERMINATION-FILE.
001280     IF WRK-TERM-NOT-FOUND
001290         OPEN OUTPUT TERMINATION-FILE
001300         CLOSE TERMINATION-FILE
001310         OPEN I-O TERMINATION-FILE
001320     END-IF.
001330     IF WRK-LOCK-HELD
001340         CLOSE TERMINATION-FILE
001350         OPEN INPUT TERMINATION-FILE
001360     END-IF.
001370 1000-EXIT.
001380     EXIT.
001390*****************************************************
001400*1100-OPEN-EMPLOYEE-MASTER - READ ONLY, TO CHECK THE
001410*EMPLOYEE ON AN ADD. WITHOUT A MASTER NOTHING CAN BE
001420*ADDED, BUT THE REST OF THE SESSION STILL WORKS
001430*****************************************************
001440 1100-OPEN-EMPLOYEE-MASTER.
001450     MOVE 'N' TO WRK-EMP-AVAIL-SW.
001460     OPEN INPUT EMPLOYEE-MASTER.
001470     IF WRK-EMPMAST-OK
001480         SET WRK-EMP-AVAIL TO TRUE
001490     END-IF.
001500 1100-EXIT.
001510     EXIT.
001520*****************************************************
001530*2000-ACCEPT-ACTION - ONE MENU PROMPT PER PASS
001540*****************************************************
001550 2000-ACCEPT-ACTION.
001560     DISPLAY "ACTION - (A)DD (B)ROWSE (R)ETRIEVE (U)PDATE"
001570         " (D)ELETE (X)EXIT".
001580     ACCEPT WRK-ACTION-SW.
001590 2000-EXIT.
001600     EXIT.
001610*****************************************************
001620*2100-DISPATCH-ACTION - RUNS THE SELECTED ACTION AND
001630*RE-PROMPTS UNTIL THE OPERATOR EXITS
001640*****************************************************
001650 2100-DISPATCH-ACTION.
001660     EVALUATE TRUE
001670         WHEN WRK-ACTION-ADD
001680             IF WRK-LOCK-HELD
001690                 PERFORM 0590-REFUSE-LOCKED THRU 0590-EXIT
001700             ELSE
001710                 PERFORM 2500-ADD-TERMINATION THRU 2500-EXIT
001720             END-IF
001730         WHEN WRK-ACTION-BROWSE
001740             PERFORM 3000-BROWSE-MASTER THRU 3000-EXIT
001750         WHEN WRK-ACTION-RETRIEVE
001760             PERFORM 4000-RETRIEVE-TERMINATION THRU 4000-EXIT
001770         WHEN WRK-ACTION-UPDATE
001780             IF WRK-LOCK-HELD
001790                 PERFORM 0590-REFUSE-LOCKED THRU 0590-EXIT
001800             ELSE
001810                 PERFORM 5000-UPDATE-TERMINATION THRU 5000-EXIT
001820             END-IF
001830         WHEN WRK-ACTION-DELETE
001840             IF WRK-LOCK-HELD
001850                 PERFORM 0590-REFUSE-LOCKED THRU 0590-EXIT
001860             ELSE
001870                 PERFORM 6000-DELETE-TERMINATION THRU 6000-EXIT
001880             END-IF
001890         WHEN OTHER
001900             DISPLAY "ACAO INVALIDA - DIGITE A, B, R, U, D OU X"
001910     END-EVALUATE.
001920     PERFORM 2000-ACCEPT-ACTION THRU 2000-EXIT.
001930 2100-EXIT.
001940     EXIT.
001950*****************************************************
001960*2500-ADD-TERMINATION - KEYS A TERMINATION FOR AN
001970*ACTIVE EMPLOYEE ON THE MASTER AND WRITES IT OPEN,
001980*REJECTING AN EMPLOYEE WHO ALREADY HAS ONE
001990*****************************************************
002000 2500-ADD-TERMINATION.
002010     DISPLAY "NUMERO DO EMPREGADO (5 DIGITOS)".
002020     ACCEPT WRK-KEYED-EMP-NUMBER.
002030     IF NOT WRK-EMP-AVAIL
002040         DISPLAY "CADASTRO DE EMPREGADOS INDISPONIVEL"
002050             " - INCLUSAO RECUSADA"
002060         GO TO 2500-EXIT
002070     END-IF.
002080     MOVE WRK-KEYED-EMP-NUMBER TO EMP-NUMBER.
002090     READ EMPLOYEE-MASTER
002100         INVALID KEY
002110             CONTINUE
002120     END-READ.
002130     IF NOT WRK-EMPMAST-OK
002140         DISPLAY "EMPREGADO NAO CADASTRADO: "
002150             WRK-KEYED-EMP-NUMBER
002160         PERFORM 4800-WRITE-EXCEPTION THRU 4800-EXIT
002170         GO TO 2500-EXIT
002180     END-IF.
002190     IF EMP-INACTIVE
002200         DISPLAY "EMPREGADO JA INATIVO - INCLUSAO RECUSADA: "
002210             WRK-KEYED-EMP-NUMBER
002220         GO TO 2500-EXIT
002230     END-IF.
002240     DISPLAY "EMPREGADO: " EMP-NAME.
002250     DISPLAY "ADMISSAO:  " EMP-ADMISSION-DATE.
002260     MOVE SPACES TO TERM-RECORD.
002270     MOVE WRK-KEYED-EMP-NUMBER TO TERM-EMP-NUMBER.
002280     MOVE ZERO TO TERM-PAID-PERIOD.
002290     MOVE ZERO TO TERM-CLOSED-DATE.
002300     SET TERM-OPEN TO TRUE.
002310     MOVE 'N' TO WRK-FIELDS-VALID-SW.
002320     PERFORM 2600-ACCEPT-TERMINATION-FIELDS THRU 2600-EXIT
002330         UNTIL WRK-FIELDS-VALID.
002340     WRITE TERM-RECORD
002350         INVALID KEY
002360             DISPLAY "RESCISAO JA CADASTRADA: " TERM-EMP-NUMBER
002370     END-WRITE.
002380     IF WRK-TERM-OK
002390         ADD 1 TO WRK-CHANGE-COUNT
002400         DISPLAY "RESCISAO INCLUIDA: " TERM-EMP-NUMBER
002410     END-IF.
002420 2500-EXIT.
002430     EXIT.
002440*****************************************************
002450*2600-ACCEPT-TERMINATION-FIELDS - PROMPTS FOR
002460*EVERYTHING BUT THE KEY AND RE-PROMPTS UNTIL THE WHOLE
002470*SET HANGS TOGETHER. THE LAST DAY WORKED MUST BE A REAL
002480*DATE NOT BEFORE THE ADMISSION DATE ON EMPMAST
002490*****************************************************
002500 2600-ACCEPT-TERMINATION-FIELDS.
002510     SET WRK-FIELDS-VALID TO TRUE.
002520     DISPLAY "ULTIMO DIA TRABALHADO (AAAAMMDD)".
002530     ACCEPT TERM-DATE.
002540     MOVE TERM-DATE TO WRK-CHECK-DATE.
002550     IF WRK-CHECK-MONTH < 1 OR WRK-CHECK-MONTH > 12
002560         OR WRK-CHECK-DAY < 1 OR WRK-CHECK-DAY > 31
002570         DISPLAY "DATA INVALIDA: " TERM-DATE
002580         MOVE 'N' TO WRK-FIELDS-VALID-SW
002590         GO TO 2600-EXIT
002600     END-IF.
002610     IF WRK-EMP-AVAIL
002620         MOVE TERM-EMP-NUMBER TO EMP-NUMBER
002630         READ EMPLOYEE-MASTER
002640             INVALID KEY
002650                 CONTINUE
002660         END-READ
002670         IF WRK-EMPMAST-OK
002680             AND TERM-DATE < EMP-ADMISSION-DATE
002690             DISPLAY "DATA ANTERIOR A ADMISSAO: "
002700                 EMP-ADMISSION-DATE
002710             MOVE 'N' TO WRK-FIELDS-VALID-SW
002720             GO TO 2600-EXIT
002730         END-IF
002740     END-IF.
002750     DISPLAY "MOTIVO - (SJ) DISPENSA SEM JUSTA CAUSA,"
002760         " (PD) PEDIDO DE DEMISSAO, (JC) JUSTA CAUSA".
002770     ACCEPT WRK-KEYED-REASON.
002780     INSPECT WRK-KEYED-REASON CONVERTING
002790         "abcdefghijklmnopqrstuvwxyz"
002800         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
002810     MOVE ZERO TO WRK-TERM-REASON-HIT.
002820     PERFORM 2650-FIND-REASON THRU 2650-EXIT
002830         VARYING WRK-TERM-REASON-SUB FROM 1 BY 1
002840         UNTIL WRK-TERM-REASON-SUB > WRK-TERM-REASON-MAX
002850             OR WRK-TERM-REASON-HIT > ZERO.
002860     IF WRK-TERM-REASON-HIT = ZERO
002870         DISPLAY "MOTIVO INVALIDO: " WRK-KEYED-REASON
002880         MOVE 'N' TO WRK-FIELDS-VALID-SW
002890         GO TO 2600-EXIT
002900     END-IF.
002910     MOVE WRK-KEYED-REASON TO TERM-REASON.
002920     DISPLAY "DIAS DE FERIAS VENCIDAS NAO GOZADAS (0 A 60)".
002930     ACCEPT TERM-VAC-DAYS-DUE.
002940     IF TERM-VAC-DAYS-DUE > WRK-MAX-VAC-DAYS
002950         DISPLAY "DIAS DE FERIAS INVALIDOS: " TERM-VAC-DAYS-DUE
002960         MOVE 'N' TO WRK-FIELDS-VALID-SW
002970         GO TO 2600-EXIT
002980     END-IF.
002990     ACCEPT TERM-KEYED-DATE FROM DATE YYYYMMDD.
003000 2600-EXIT.
003010     EXIT.
003020 2650-FIND-REASON.
003030     IF WRK-TERM-REASON-ID(WRK-TERM-REASON-SUB)
003040         = WRK-KEYED-REASON
003050         MOVE WRK-TERM-REASON-SUB TO WRK-TERM-REASON-HIT
003060     END-IF.
003070 2650-EXIT.
003080     EXIT.
003090*****************************************************
003100*3000-BROWSE-MASTER - LISTS EVERY TERMINATION IN
003110*EMPLOYEE ORDER WITH A TRAILING COUNT. ANY NON-ZERO
003120*STATUS (NOT JUST AT END) STOPS THE BROWSE
003130*****************************************************
003140 3000-BROWSE-MASTER.
003150     MOVE 'N' TO WRK-BROWSE-EOF-SW.
003160     MOVE ZERO TO WRK-BROWSE-COUNT.
003170     MOVE ZERO TO TERM-EMP-NUMBER.
003180     START TERMINATION-FILE KEY NOT < TERM-EMP-NUMBER
003190         INVALID KEY
003200             SET WRK-BROWSE-EOF TO TRUE
003210     END-START.
003220     IF NOT WRK-TERM-OK
003230         SET WRK-BROWSE-EOF TO TRUE
003240     END-IF.
003250     DISPLAY "NUMERO ULT.DIA   MT FV PAGO   S FECHADA".
003260     PERFORM 3100-BROWSE-NEXT THRU 3100-EXIT
003270         UNTIL WRK-BROWSE-EOF.
003280     MOVE WRK-BROWSE-COUNT TO WRK-BROWSE-COUNT-ED.
003290     DISPLAY "RESCISOES LISTADAS: " WRK-BROWSE-COUNT-ED.
003300 3000-EXIT.
003310     EXIT.
003320 3100-BROWSE-NEXT.
003330     READ TERMINATION-FILE NEXT RECORD
003340         AT END
003350             SET WRK-BROWSE-EOF TO TRUE
003360     END-READ.
003370     IF NOT WRK-TERM-OK
003380         SET WRK-BROWSE-EOF TO TRUE
003390     ELSE
003400         DISPLAY TERM-EMP-NUMBER " " TERM-DATE " "
003410             TERM-REASON " " TERM-VAC-DAYS-DUE " "
003420             TERM-PAID-PERIOD " " TERM-STATUS " "
003430             TERM-CLOSED-DATE
003440         ADD 1 TO WRK-BROWSE-COUNT
003450     END-IF.
003460 3100-EXIT.
003470     EXIT.
003480*****************************************************
003490*4000-RETRIEVE-TERMINATION - READS ONE TERMINATION BY
003500*EMPLOYEE AND SHOWS THE FULL RECORD
003510*****************************************************
003520 4000-RETRIEVE-TERMINATION.
003530     PERFORM 4100-READ-BY-KEY THRU 4100-EXIT.
003540     IF WRK-RECORD-FOUND
003550         PERFORM 4200-DISPLAY-TERMINATION THRU 4200-EXIT
003560     END-IF.
003570 4000-EXIT.
003580     EXIT.
003590*****************************************************
003600*4100-READ-BY-KEY - PROMPTS FOR THE EMPLOYEE AND READS
003610*THE MASTER BY KEY, REPORTING A MISS ON SCREEN AND TO
003620*THE SHARED EXCEPTION REPORT
003630*****************************************************
003640 4100-READ-BY-KEY.
003650     MOVE 'N' TO WRK-RECORD-FOUND-SW.
003660     DISPLAY "NUMERO DO EMPREGADO (5 DIGITOS)".
003670     ACCEPT WRK-KEYED-EMP-NUMBER.
003680     MOVE WRK-KEYED-EMP-NUMBER TO TERM-EMP-NUMBER.
003690     READ TERMINATION-FILE
003700         INVALID KEY
003710             CONTINUE
003720     END-READ.
003730     IF WRK-TERM-OK
003740         SET WRK-RECORD-FOUND TO TRUE
003750     ELSE
003760         DISPLAY "RESCISAO NAO CADASTRADA: "
003770             WRK-KEYED-EMP-NUMBER
003780         PERFORM 4800-WRITE-EXCEPTION THRU 4800-EXIT
003790     END-IF.
003800 4100-EXIT.
003810     EXIT.
003820 4200-DISPLAY-TERMINATION.
003830     MOVE ZERO TO WRK-TERM-REASON-HIT.
003840     MOVE TERM-REASON TO WRK-KEYED-REASON.
003850     PERFORM 2650-FIND-REASON THRU 2650-EXIT
003860         VARYING WRK-TERM-REASON-SUB FROM 1 BY 1
003870         UNTIL WRK-TERM-REASON-SUB > WRK-TERM-REASON-MAX
003880             OR WRK-TERM-REASON-HIT > ZERO.
003890     DISPLAY "***********************".
003900     DISPLAY "EMPREGADO:     " TERM-EMP-NUMBER.
003910     DISPLAY "ULTIMO DIA:    " TERM-DATE.
003920     IF WRK-TERM-REASON-HIT > ZERO
003930         DISPLAY "MOTIVO:        " TERM-REASON " "
003940             WRK-TERM-REASON-LABEL(WRK-TERM-REASON-HIT)
003950     ELSE
003960         DISPLAY "MOTIVO:        " TERM-REASON
003970     END-IF.
003980     DISPLAY "FERIAS VENC.:  " TERM-VAC-DAYS-DUE " DIAS".
003990     DISPLAY "DIGITADA EM:   " TERM-KEYED-DATE.
004000     DISPLAY "PAGA NO PER.:  " TERM-PAID-PERIOD.
004010     IF TERM-CLOSED
004020         DISPLAY "SITUACAO:      FECHADA EM " TERM-CLOSED-DATE
004030     ELSE
004040         DISPLAY "SITUACAO:      ABERTA"
004050     END-IF.
004060     DISPLAY "***********************".
004070 4200-EXIT.
004080     EXIT.
004090*****************************************************
004100*4800-WRITE-EXCEPTION - APPENDS ONE RECORD TO THE
004110*SHARED EXCEPTION REPORT FOR AN EMPLOYEE OR
004120*TERMINATION THAT IS NOT ON FILE
004130*****************************************************
004140 4800-WRITE-EXCEPTION.
004150     OPEN EXTEND EXCEPTION-REPORT.
004160     IF WRK-EXCPT-NOT-FOUND
004170         OPEN OUTPUT EXCEPTION-REPORT
004180     END-IF.
004190     MOVE SPACES TO EXCPT-RECORD.
004200     MOVE "TERMMNT" TO EXCPT-PROGRAM.
004210     ACCEPT EXCPT-DATE FROM DATE YYYYMMDD.
004220     ACCEPT EXCPT-TIME FROM TIME.
004230     MOVE WRK-KEYED-EMP-NUMBER TO EXCPT-INPUT.
004240     IF WRK-ACTION-ADD
004250         MOVE "EMPLOYEE NOT ON EMPLOYEE MASTER"
004260             TO EXCPT-REASON
004270     ELSE
004280         MOVE "TERMINATION NOT ON TERMINATIONS MASTER"
004290             TO EXCPT-REASON
004300     END-IF.
004310     WRITE EXCPT-RECORD.
004320     CLOSE EXCEPTION-REPORT.
004330 4800-EXIT.
004340     EXIT.
004350*****************************************************
004360*5000-UPDATE-TERMINATION - RETRIEVES A RECORD, RE-
004370*PROMPTS EVERY NON-KEY FIELD AND REWRITES IN PLACE. A
004380*CLOSED TERMINATION HAS ALREADY BEEN PAID AND FINALIZED
004386*AND CANNOT CHANGE ANY MORE, NOR CAN ONE AN RS RUN HAS
004392*PAID WHILE IT AWAITS APPROVAL - PAYVOID UNDOES THAT RUN
004400*****************************************************
004410 5000-UPDATE-TERMINATION.
004420     PERFORM 4100-READ-BY-KEY THRU 4100-EXIT.
004430     IF NOT WRK-RECORD-FOUND
004440         GO TO 5000-EXIT
004450     END-IF.
004460     PERFORM 4200-DISPLAY-TERMINATION THRU 4200-EXIT.
004470     IF TERM-CLOSED
004480         DISPLAY "RESCISAO JA FINALIZADA - ALTERACAO RECUSADA"
004481         GO TO 5000-EXIT
004482     END-IF.
004483     IF TERM-PAID-PERIOD NOT = ZERO
004484         DISPLAY "RESCISAO JA PAGA - ALTERACAO RECUSADA"
004485         DISPLAY "ESTORNE A FOLHA RS PELO PAYVOID ANTES"
004490         GO TO 5000-EXIT
004500     END-IF.
004510     MOVE 'N' TO WRK-FIELDS-VALID-SW.
004520     PERFORM 2600-ACCEPT-TERMINATION-FIELDS THRU 2600-EXIT
004530         UNTIL WRK-FIELDS-VALID.
004540     REWRITE TERM-RECORD
004550         INVALID KEY
004560             DISPLAY "ERRO AO REGRAVAR - STATUS "
004570                 WRK-TERM-STATUS
004580     END-REWRITE.
004590     IF WRK-TERM-OK
004600         ADD 1 TO WRK-CHANGE-COUNT
004610         DISPLAY "REGISTRO ATUALIZADO: " TERM-EMP-NUMBER
004620     END-IF.
004630 5000-EXIT.
004640     EXIT.
004650*****************************************************
004660*6000-DELETE-TERMINATION - RETRIEVES A RECORD, ASKS
004670*FOR A YES/NO CONFIRMATION AND REMOVES IT - FOR A
004680*TERMINATION KEYED IN ERROR OR CALLED OFF BEFORE IT WAS
004690*PAID. A CLOSED ONE IS KEPT AS THE RECORD OF WHAT WAS
004700*PAID
004710*****************************************************
004720 6000-DELETE-TERMINATION.
004730     PERFORM 4100-READ-BY-KEY THRU 4100-EXIT.
004740     IF NOT WRK-RECORD-FOUND
004750         GO TO 6000-EXIT
004760     END-IF.
004770     PERFORM 4200-DISPLAY-TERMINATION THRU 4200-EXIT.
004780     IF TERM-CLOSED
004790         DISPLAY "RESCISAO JA FINALIZADA - EXCLUSAO RECUSADA"
004791         GO TO 6000-EXIT
004792     END-IF.
004793     IF TERM-PAID-PERIOD NOT = ZERO
004794         DISPLAY "RESCISAO JA PAGA - EXCLUSAO RECUSADA"
004795         DISPLAY "ESTORNE A FOLHA RS PELO PAYVOID ANTES"
004800         GO TO 6000-EXIT
004810     END-IF.
004820     DISPLAY "CONFIRMA A EXCLUSAO? (S=Y/N)".
004830     ACCEPT WRK-CONFIRM-SW.
004840     IF NOT WRK-CONFIRMED
004850         DISPLAY "EXCLUSAO CANCELADA"
004860         GO TO 6000-EXIT
004870     END-IF.
004880     DELETE TERMINATION-FILE
004890         INVALID KEY
004900             DISPLAY "ERRO AO EXCLUIR - STATUS "
004910                 WRK-TERM-STATUS
004920     END-DELETE.
004930     IF WRK-TERM-OK
004940         ADD 1 TO WRK-CHANGE-COUNT
004950         DISPLAY "REGISTRO EXCLUIDO: " WRK-KEYED-EMP-NUMBER
004960     END-IF.
004970 6000-EXIT.
004980     EXIT.
004990*****************************************************
005000*8900-UPDATE-CONTROL-FILE - RECORDS WHEN TERMMNT LAST
005010*RAN AND HOW MANY RECORDS IT CHANGED, KEYED BY PROGRAM
005020*NAME IN THE SHARED JOB CONTROL FILE
005030*****************************************************
005040 8900-UPDATE-CONTROL-FILE.
005050     OPEN I-O CONTROL-FILE.
005060     IF WRK-CTL-NOT-FOUND
005070         OPEN OUTPUT CONTROL-FILE
005080         CLOSE CONTROL-FILE
005090         OPEN I-O CONTROL-FILE
005100     END-IF.
005110     MOVE "TERMMNT" TO CTL-PROGRAM.
005120     ACCEPT CTL-LAST-RUN-DATE FROM DATE YYYYMMDD.
005130     ACCEPT CTL-LAST-RUN-TIME FROM TIME.
005140     MOVE WRK-CHANGE-COUNT TO CTL-RECORD-COUNT.
005150     WRITE CTL-RECORD
005160         INVALID KEY
005170             REWRITE CTL-RECORD
005180     END-WRITE.
005190     CLOSE CONTROL-FILE.
005200     PERFORM 8950-APPEND-HISTORY THRU 8950-EXIT.
005210 8900-EXIT.
005220     EXIT.
005230*****************************************************
005240*8950-APPEND-HISTORY - ADDS ONE ROW TO THE APPEND-ONLY
005250*JOB CONTROL HISTORY LOG SO CTLRPT CAN SHOW THE LAST N
005260*RUNS OF EACH PROGRAM, NOT JUST THE LATEST ONE
005270*****************************************************
005280 8950-APPEND-HISTORY.
005290     OPEN EXTEND HISTORY-FILE.
005300     IF WRK-CTLH-NOT-FOUND
005310         OPEN OUTPUT HISTORY-FILE
005320     END-IF.
005330     MOVE SPACES TO CTL-HIST-RECORD.
005340     MOVE CTL-PROGRAM TO CTL-HIST-PROGRAM.
005350     MOVE CTL-LAST-RUN-DATE TO CTL-HIST-RUN-DATE.
005360     MOVE CTL-LAST-RUN-TIME TO CTL-HIST-RUN-TIME.
005370     MOVE CTL-RECORD-COUNT TO CTL-HIST-RECORD-COUNT.
005380     WRITE CTL-HIST-RECORD.
005390     CLOSE HISTORY-FILE.
005400 8950-EXIT.
005410     EXIT.
005420*****************************************************
005430*9999-TERMINATE
005440*****************************************************
005450 9999-TERMINATE.
005460     CONTINUE.
005470 9999-EXIT.
005480     EXIT.
005490*****************************************************
005500*0500-CHECK-BATCH-LOCK - A LOCK ON DISK MEANS THE
005510*NIGHT RUN OWNS THE WINDOW; THE SESSION CONTINUES IN
005520*INQUIRY-ONLY MODE AND THE OPERATOR IS TOLD WHO HOLDS
005530*IT AND SINCE WHEN
005540*****************************************************
005550 0500-CHECK-BATCH-LOCK.
005560     MOVE 'N' TO WRK-LOCK-HELD-SW.
005570     OPEN INPUT BATCH-LOCK-FILE.
005580     IF NOT WRK-LOCK-FOUND
005590         GO TO 0500-EXIT
005600     END-IF.
005610     READ BATCH-LOCK-FILE
005620         AT END
005630             CONTINUE
005640     END-READ.
005650     CLOSE BATCH-LOCK-FILE.
005660     SET WRK-LOCK-HELD TO TRUE.
005670     DISPLAY "JANELA DE BATCH ATIVA - LOCK DE "
005680         LOCK-JOB-NAME " DESDE " LOCK-DATE " " LOCK-TIME.
005690     DISPLAY "SESSAO SOMENTE CONSULTA".
005700 0500-EXIT.
005710     EXIT.
005720 0590-REFUSE-LOCKED.
005730     DISPLAY "ATUALIZACAO RECUSADA - JANELA DE BATCH"
005740         " ATIVA (LOCK DE " LOCK-JOB-NAME ")".
005750 0590-EXIT.
005760     EXIT.
