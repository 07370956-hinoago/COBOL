000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ACCTMNT.
000030 AUTHOR. RAS.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 2026-10-03.
000060 DATE-COMPILED.
000070*****************************************************
000080*OBJECTIVE = MAINTAIN THE ACCTREL ACCOUNT-RELATIONSHIP
000090*FILE. TRANSLDGR KEYS ITS BALANCES BY AN 8-CHARACTER
000100*REFERENCE THAT SAID NOTHING ABOUT WHO OWNS IT; THE
000110*DESK NOW OPENS EACH REFERENCE AGAINST THE CPF OF A
000120*CUSTMAST CUSTOMER, CAN MOVE IT TO ANOTHER OWNER, AND
000130*CLOSES IT BY STATUS RATHER THAN DELETING IT, SO THE
000140*STATEMENT OF A CLOSED ACCOUNT STILL NAMES ITS OWNER.
000150*EVERY CHANGE GOES TO THE CUSTAUDIT TRAIL UNDER THE
000160*OWNER'S CPF.
000170*****************************************************
000180*MODIFICATION HISTORY
000190*DATE       INIT DESCRIPTION
000200*2026-10-03 RAS  ORIGINAL PROGRAM
000210*****************************************************
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     COPY ACCTSEL.
000260     COPY CUSTSEL.
000270     COPY AUDTSEL.
000280     COPY EXCPTSEL.
000290     COPY CTLSEL.
000300     COPY CTLHSEL.
000310     COPY LOCKSEL.
000320 DATA DIVISION.
000330 FILE SECTION.
000340     COPY ACCTFD.
000350     COPY CUSTFD.
000360     COPY AUDTFD.
000370     COPY EXCPTFD.
000380     COPY CTLFD.
000390     COPY CTLHFD.
000400     COPY LOCKFD.
000410 WORKING-STORAGE SECTION.
000420*---------------------------------------------------*
000430*MENU ACTION AND SESSION CONTROL AREAS
000440*---------------------------------------------------*
000450 77 WRK-ACTION-SW PICTURE X(01).
000460     88 WRK-ACTION-BROWSE VALUE 'B' 'b'.
000470     88 WRK-ACTION-RETRIEVE VALUE 'R' 'r'.
000480     88 WRK-ACTION-ADD VALUE 'A' 'a'.
000490     88 WRK-ACTION-UPDATE VALUE 'U' 'u'.
000500     88 WRK-ACTION-EXIT VALUE 'X' 'x'.
000510 77 WRK-CONFIRM-SW PICTURE X(01).
000520     88 WRK-CONFIRMED VALUE 'S' 's' 'Y' 'y'.
000530 77 WRK-BROWSE-EOF-SW PICTURE X(01) VALUE 'N'.
000540     88 WRK-BROWSE-EOF VALUE 'Y'.
000550 77 WRK-RECORD-FOUND-SW PICTURE X(01) VALUE 'N'.
000560     88 WRK-RECORD-FOUND VALUE 'Y'.
000570 77 WRK-OWNER-FOUND-SW PICTURE X(01) VALUE 'N'.
000580     88 WRK-OWNER-FOUND VALUE 'Y'.
000590 77 WRK-BROWSE-COUNT PICTURE 9(05) COMP VALUE ZERO.
000600 77 WRK-BROWSE-COUNT-ED PICTURE Z(04)9.
000610 77 WRK-CHANGE-COUNT PICTURE 9(07) COMP VALUE ZERO.
000620*---------------------------------------------------*
000630*KEYED INPUT AREAS - A ZERO OWNER OR OPEN DATE AND A
000640*BLANK STATUS KEEP WHAT IS ALREADY ON THE FILE
000650*---------------------------------------------------*
000660 77 WRK-REQ-REF PICTURE X(08) VALUE SPACES.
000670 77 WRK-NEW-OWNER-CPF PICTURE 9(11) VALUE ZERO.
000680 77 WRK-NEW-OPEN-DATE PICTURE 9(08) VALUE ZERO.
000690 77 WRK-NEW-STATUS PICTURE X(01) VALUE SPACE.
000700     88 WRK-NEW-STATUS-OPEN VALUE 'O' 'o'.
000710     88 WRK-NEW-STATUS-CLOSED VALUE 'C' 'c'.
000720     88 WRK-NEW-STATUS-KEEP VALUE SPACE.
000730*---------------------------------------------------*
000740*ACCOUNT-RELATIONSHIP AND CUSTOMER-MASTER CONTROL AREAS
000750*---------------------------------------------------*
000760     COPY ACCTWS.
000770     COPY CUSTWS.
000780*---------------------------------------------------*
000790*CUSTOMER AUDIT TRAIL CONTROL AREAS
000800*---------------------------------------------------*
000810     COPY AUDTWS.
000820*---------------------------------------------------*
000830*EXCEPTION-REPORT CONTROL AREAS
000840*---------------------------------------------------*
000850     COPY EXCPTWS.
000860*---------------------------------------------------*
000870*JOB CONTROL FILE AREAS
000880*---------------------------------------------------*
000890     COPY CTLWS.
000900     COPY CTLHWS.
000910*---------------------------------------------------*
000920*BATCH WINDOW LOCK AREAS
000930*---------------------------------------------------*
000940     COPY LOCKWS.
000950 PROCEDURE DIVISION.
000960*****************************************************
000970*0000-MAINLINE
000980*****************************************************
000990 0000-MAINLINE.
001000     PERFORM 0500-CHECK-BATCH-LOCK THRU 0500-EXIT.
001010     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
001020     PERFORM 2000-ACCEPT-ACTION THRU 2000-EXIT.
001030     PERFORM 2100-DISPATCH-ACTION THRU 2100-EXIT
001040         UNTIL WRK-ACTION-EXIT.
001050     CLOSE ACCOUNT-REL-FILE.
001060     IF NOT WRK-CUSTMAST-NOT-FOUND
001070         CLOSE CUSTOMER-MASTER
001080     END-IF.
001090     PERFORM 8900-UPDATE-CONTROL-FILE THRU 8900-EXIT.
001100     PERFORM 9999-TERMINATE THRU 9999-EXIT.
001110     STOP RUN.
001120*****************************************************
001130*1000-OPEN-FILES - OPENS THE RELATIONSHIP FILE FOR
001140*UPDATE, CREATING IT EMPTY ON FIRST USE. THE CUSTOMER
001150*MASTER IS ONLY READ, TO CHECK AND SHOW THE OWNER
001160*****************************************************
001170 1000-OPEN-FILES.
001180     OPEN INPUT CUSTOMER-MASTER.
001190*UNDER THE BATCH WINDOW LOCK THE FILE ONLY OPENS FOR
001200*INPUT - INQUIRY STAYS AVAILABLE, UPDATES DO NOT
001210     IF WRK-LOCK-HELD
001220         OPEN INPUT ACCOUNT-REL-FILE
001230         GO TO 1000-EXIT
001240     END-IF.
001250     OPEN I-O ACCOUNT-REL-FILE.
001260     IF WRK-ACCT-NOT-FOUND
001270         OPEN OUTPUT ACCOUNT-REL-FILE
001280         CLOSE ACCOUNT-REL-FILE
001290         OPEN I-O ACCOUNT-REL-FILE
001300     END-IF.
001310 1000-EXIT.
001320     EXIT.
001330*****************************************************
001340*2000-ACCEPT-ACTION - ONE MENU PROMPT PER PASS
001350*****************************************************
001360 2000-ACCEPT-ACTION.
001370     DISPLAY "ACAO - (B)ROWSE (R)ETRIEVE (A)DD (U)PDATE"
001380         " (X)EXIT".
001390     ACCEPT WRK-ACTION-SW.
001400 2000-EXIT.
001410     EXIT.
001420*****************************************************
001430*2100-DISPATCH-ACTION - RUNS THE SELECTED ACTION AND
001440*RE-PROMPTS UNTIL THE OPERATOR EXITS
001450*****************************************************
001460 2100-DISPATCH-ACTION.
001470     EVALUATE TRUE
001480         WHEN WRK-ACTION-BROWSE
001490             PERFORM 3000-BROWSE-FILE THRU 3000-EXIT
001500         WHEN WRK-ACTION-RETRIEVE
001510             PERFORM 4000-RETRIEVE-ACCOUNT THRU 4000-EXIT
001520         WHEN WRK-ACTION-ADD
001530             IF WRK-LOCK-HELD
001540                 PERFORM 0590-REFUSE-LOCKED THRU 0590-EXIT
001550             ELSE
001560                 PERFORM 5000-ADD-ACCOUNT THRU 5000-EXIT
001570             END-IF
001580         WHEN WRK-ACTION-UPDATE
001590             IF WRK-LOCK-HELD
001600                 PERFORM 0590-REFUSE-LOCKED THRU 0590-EXIT
001610             ELSE
001620                 PERFORM 6000-UPDATE-ACCOUNT THRU 6000-EXIT
001630             END-IF
001640         WHEN OTHER
001650             DISPLAY "ACAO INVALIDA - DIGITE B, R, A, U OU X"
001660     END-EVALUATE.
001670     PERFORM 2000-ACCEPT-ACTION THRU 2000-EXIT.
001680 2100-EXIT.
001690     EXIT.
001700*****************************************************
001710*3000-BROWSE-FILE - LISTS EVERY REFERENCE IN KEY ORDER
001720*WITH ITS OWNER AND STATUS AND A TRAILING COUNT
001730*****************************************************
001740 3000-BROWSE-FILE.
001750     MOVE 'N' TO WRK-BROWSE-EOF-SW.
001760     MOVE ZERO TO WRK-BROWSE-COUNT.
001770     MOVE LOW-VALUES TO ACCT-REF.
001780     START ACCOUNT-REL-FILE KEY NOT < ACCT-REF
001790         INVALID KEY
001800             SET WRK-BROWSE-EOF TO TRUE
001810     END-START.
001820     IF NOT WRK-ACCT-OK
001830         SET WRK-BROWSE-EOF TO TRUE
001840     END-IF.
001850     DISPLAY "REFERENC CPF TITULAR ABERTURA S".
001860     PERFORM 3100-BROWSE-NEXT THRU 3100-EXIT
001870         UNTIL WRK-BROWSE-EOF.
001880     MOVE WRK-BROWSE-COUNT TO WRK-BROWSE-COUNT-ED.
001890     DISPLAY "CONTAS LISTADAS: " WRK-BROWSE-COUNT-ED.
001900 3000-EXIT.
001910     EXIT.
001920*****************************************************
001930*3100-BROWSE-NEXT - ANY NON-ZERO STATUS (NOT JUST AT
001940*END) STOPS THE BROWSE, SO A BROKEN FILE CANNOT SPIN
001950*THE LISTING FOREVER
001960*****************************************************
001970 3100-BROWSE-NEXT.
001980     READ ACCOUNT-REL-FILE NEXT RECORD
001990         AT END
002000             SET WRK-BROWSE-EOF TO TRUE
002010     END-READ.
002020     IF NOT WRK-ACCT-OK
002030         SET WRK-BROWSE-EOF TO TRUE
002040     ELSE
002050         DISPLAY ACCT-REF " " ACCT-OWNER-CPF " "
002060             ACCT-OPEN-DATE " " ACCT-STATUS-FLAG
002070         ADD 1 TO WRK-BROWSE-COUNT
002080     END-IF.
002090 3100-EXIT.
002100     EXIT.
002110*****************************************************
002120*4000-RETRIEVE-ACCOUNT - READS ONE REFERENCE AND SHOWS
002130*IT WITH ITS OWNER'S NAME FROM THE CUSTOMER MASTER
002140*****************************************************
002150 4000-RETRIEVE-ACCOUNT.
002160     PERFORM 4100-READ-BY-REF THRU 4100-EXIT.
002170     IF WRK-RECORD-FOUND
002180         PERFORM 4200-DISPLAY-ACCOUNT THRU 4200-EXIT
002190     END-IF.
002200 4000-EXIT.
002210     EXIT.
002220*****************************************************
002230*4100-READ-BY-REF - PROMPTS FOR A REFERENCE AND READS
002240*THE FILE BY KEY
002250*****************************************************
002260 4100-READ-BY-REF.
002270     MOVE 'N' TO WRK-RECORD-FOUND-SW.
002280     PERFORM 4150-ACCEPT-REF THRU 4150-EXIT.
002290     MOVE WRK-REQ-REF TO ACCT-REF.
002300     READ ACCOUNT-REL-FILE
002310         INVALID KEY
002320             CONTINUE
002330     END-READ.
002340     IF WRK-ACCT-OK
002350         SET WRK-RECORD-FOUND TO TRUE
002360     ELSE
002370         DISPLAY "REFERENCIA NAO CADASTRADA: " WRK-REQ-REF
002380     END-IF.
002390 4100-EXIT.
002400     EXIT.
002410 4150-ACCEPT-REF.
002420     DISPLAY "REFERENCIA (8 CARACTERES)".
002430     ACCEPT WRK-REQ-REF.
002440 4150-EXIT.
002450     EXIT.
002460 4200-DISPLAY-ACCOUNT.
002470     PERFORM 4300-READ-OWNER THRU 4300-EXIT.
002480     DISPLAY "***********************".
002490     DISPLAY "REFERENCIA:    " ACCT-REF.
002500     DISPLAY "CPF TITULAR:   " ACCT-OWNER-CPF.
002510     IF WRK-OWNER-FOUND
002520         DISPLAY "TITULAR:       " CUST-NAME
002530         DISPLAY "STATUS CLIENTE:" CUST-STATUS-FLAG
002540     ELSE
002550         DISPLAY "TITULAR:       *NAO CADASTRADO*"
002560     END-IF.
002570     DISPLAY "ABERTA EM:     " ACCT-OPEN-DATE.
002580     DISPLAY "STATUS CONTA:  " ACCT-STATUS-FLAG.
002590     DISPLAY "***********************".
002600 4200-EXIT.
002610     EXIT.
002620*****************************************************
002630*4300-READ-OWNER - LOOKS THE OWNER'S CPF UP ON THE
002640*CUSTOMER MASTER
002650*****************************************************
002660 4300-READ-OWNER.
002670     MOVE 'N' TO WRK-OWNER-FOUND-SW.
002680     IF WRK-CUSTMAST-NOT-FOUND
002690         GO TO 4300-EXIT
002700     END-IF.
002710     MOVE ACCT-OWNER-CPF TO CUST-CPF.
002720     READ CUSTOMER-MASTER
002730         INVALID KEY
002740             GO TO 4300-EXIT
002750     END-READ.
002760     IF WRK-CUSTMAST-OK
002770         SET WRK-OWNER-FOUND TO TRUE
002780     END-IF.
002790 4300-EXIT.
002800     EXIT.
002810*****************************************************
002820*5000-ADD-ACCOUNT - OPENS A NEW REFERENCE. THE OWNER
002830*MUST ALREADY BE REGISTERED ON THE CUSTOMER MASTER; THE
002840*OPEN DATE DEFAULTS TO TODAY AND THE STATUS TO OPEN
002850*****************************************************
002860 5000-ADD-ACCOUNT.
002870     PERFORM 4150-ACCEPT-REF THRU 4150-EXIT.
002880     IF WRK-REQ-REF = SPACES
002890         DISPLAY "REFERENCIA OBRIGATORIA"
002900         GO TO 5000-EXIT
002910     END-IF.
002920     MOVE WRK-REQ-REF TO ACCT-REF.
002930     READ ACCOUNT-REL-FILE
002940         INVALID KEY
002950             CONTINUE
002960     END-READ.
002970     IF WRK-ACCT-OK
002980         DISPLAY "REFERENCIA JA CADASTRADA: " WRK-REQ-REF
002990         GO TO 5000-EXIT
003000     END-IF.
003010     MOVE SPACES TO ACCT-RECORD.
003020     MOVE WRK-REQ-REF TO ACCT-REF.
003030     DISPLAY "CPF DO TITULAR (11 DIGITOS)".
003040     ACCEPT WRK-NEW-OWNER-CPF.
003050     MOVE WRK-NEW-OWNER-CPF TO ACCT-OWNER-CPF.
003060     PERFORM 4300-READ-OWNER THRU 4300-EXIT.
003070     IF NOT WRK-OWNER-FOUND
003080         PERFORM 4800-WRITE-EXCEPTION THRU 4800-EXIT
003090         GO TO 5000-EXIT
003100     END-IF.
003110     DISPLAY "TITULAR: " CUST-NAME.
003120     DISPLAY "DATA DE ABERTURA (AAAAMMDD, 0 = HOJE)".
003130     ACCEPT WRK-NEW-OPEN-DATE.
003140     IF WRK-NEW-OPEN-DATE = ZERO
003150         ACCEPT WRK-NEW-OPEN-DATE FROM DATE YYYYMMDD
003160     END-IF.
003170     MOVE WRK-NEW-OPEN-DATE TO ACCT-OPEN-DATE.
003180     MOVE 'O' TO ACCT-STATUS-FLAG.
003190     DISPLAY "CONFIRMA A INCLUSAO? (S=Y/N)".
003200     ACCEPT WRK-CONFIRM-SW.
003210     IF NOT WRK-CONFIRMED
003220         DISPLAY "INCLUSAO CANCELADA"
003230         GO TO 5000-EXIT
003240     END-IF.
003250     WRITE ACCT-RECORD
003260         INVALID KEY
003270             DISPLAY "ERRO AO GRAVAR - STATUS "
003280                 WRK-ACCT-STATUS
003290     END-WRITE.
003300     IF WRK-ACCT-OK
003310         ADD 1 TO WRK-CHANGE-COUNT
003320         DISPLAY "CONTA INCLUIDA: " ACCT-REF
003330         MOVE "ADD" TO WRK-AUDT-ACTION
003340         MOVE SPACES TO WRK-AUDT-OLD-IMAGE
003350         MOVE ACCT-RECORD TO WRK-AUDT-NEW-IMAGE
003360         PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT
003370     END-IF.
003380 5000-EXIT.
003390     EXIT.
003400*****************************************************
003410*6000-UPDATE-ACCOUNT - MOVES A REFERENCE TO ANOTHER
003420*REGISTERED OWNER, CORRECTS ITS OPEN DATE OR CLOSES/
003430*REOPENS IT. ZERO OR BLANK KEEPS THE CURRENT VALUE
003440*****************************************************
003450 6000-UPDATE-ACCOUNT.
003460     PERFORM 4100-READ-BY-REF THRU 4100-EXIT.
003470     IF NOT WRK-RECORD-FOUND
003480         GO TO 6000-EXIT
003490     END-IF.
003500     PERFORM 4200-DISPLAY-ACCOUNT THRU 4200-EXIT.
003510     MOVE ACCT-RECORD TO WRK-AUDT-OLD-IMAGE.
003520     DISPLAY "NOVO CPF DO TITULAR (0 = MANTER)".
003530     ACCEPT WRK-NEW-OWNER-CPF.
003540     IF WRK-NEW-OWNER-CPF > ZERO
003550         MOVE WRK-NEW-OWNER-CPF TO ACCT-OWNER-CPF
003560         PERFORM 4300-READ-OWNER THRU 4300-EXIT
003570         IF NOT WRK-OWNER-FOUND
003580             PERFORM 4800-WRITE-EXCEPTION THRU 4800-EXIT
003590             GO TO 6000-EXIT
003600         END-IF
003610         DISPLAY "NOVO TITULAR: " CUST-NAME
003620     END-IF.
003630     DISPLAY "NOVA DATA DE ABERTURA (AAAAMMDD, 0 = MANTER)".
003640     ACCEPT WRK-NEW-OPEN-DATE.
003650     IF WRK-NEW-OPEN-DATE > ZERO
003660         MOVE WRK-NEW-OPEN-DATE TO ACCT-OPEN-DATE
003670     END-IF.
003680     MOVE '?' TO WRK-NEW-STATUS.
003690     PERFORM 6100-ACCEPT-STATUS-FLAG THRU 6100-EXIT
003700         UNTIL WRK-NEW-STATUS-KEEP
003710             OR WRK-NEW-STATUS-OPEN
003720             OR WRK-NEW-STATUS-CLOSED.
003730     REWRITE ACCT-RECORD
003740         INVALID KEY
003750             DISPLAY "ERRO AO REGRAVAR - STATUS "
003760                 WRK-ACCT-STATUS
003770     END-REWRITE.
003780     IF WRK-ACCT-OK
003790         ADD 1 TO WRK-CHANGE-COUNT
003800         DISPLAY "CONTA ATUALIZADA: " ACCT-REF
003810         MOVE "REWRITE" TO WRK-AUDT-ACTION
003820         MOVE ACCT-RECORD TO WRK-AUDT-NEW-IMAGE
003830         PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT
003840     END-IF.
003850 6000-EXIT.
003860     EXIT.
003870*****************************************************
003880*6100-ACCEPT-STATUS-FLAG - RE-PROMPTS UNTIL THE STATUS
003890*IS A VALID (O)PEN OR (C)LOSED, OR BLANK TO KEEP THE
003900*CURRENT FLAG
003910*****************************************************
003920 6100-ACCEPT-STATUS-FLAG.
003930     DISPLAY "STATUS - (O)PEN, (C)LOSED OU BRANCO = MANTER".
003940     ACCEPT WRK-NEW-STATUS.
003950     EVALUATE TRUE
003960         WHEN WRK-NEW-STATUS-OPEN
003970             MOVE 'O' TO ACCT-STATUS-FLAG
003980         WHEN WRK-NEW-STATUS-CLOSED
003990             MOVE 'C' TO ACCT-STATUS-FLAG
004000         WHEN WRK-NEW-STATUS-KEEP
004010             CONTINUE
004020         WHEN OTHER
004030             DISPLAY "VALOR INVALIDO - DIGITE O, C OU BRANCO"
004040     END-EVALUATE.
004050 6100-EXIT.
004060     EXIT.
004070*****************************************************
004080*4800-WRITE-EXCEPTION - APPENDS ONE RECORD TO THE
004090*SHARED EXCEPTION REPORT FOR AN OWNER CPF THAT IS NOT
004100*ON THE CUSTOMER MASTER
004110*****************************************************
004120 4800-WRITE-EXCEPTION.
004130     DISPLAY "CPF NAO CADASTRADO: " ACCT-OWNER-CPF.
004140     OPEN EXTEND EXCEPTION-REPORT.
004150     IF WRK-EXCPT-NOT-FOUND
004160         OPEN OUTPUT EXCEPTION-REPORT
004170     END-IF.
004180     MOVE SPACES TO EXCPT-RECORD.
004190     MOVE "ACCTMNT" TO EXCPT-PROGRAM.
004200     ACCEPT EXCPT-DATE FROM DATE YYYYMMDD.
004210     ACCEPT EXCPT-TIME FROM TIME.
004220     STRING ACCT-REF " " ACCT-OWNER-CPF DELIMITED BY SIZE
004230         INTO EXCPT-INPUT.
004240     MOVE "OWNER CPF NOT ON CUSTOMER MASTER"
004250         TO EXCPT-REASON.
004260     WRITE EXCPT-RECORD.
004270     CLOSE EXCEPTION-REPORT.
004280 4800-EXIT.
004290     EXIT.
004300*****************************************************
004310*7000-WRITE-AUDIT - APPENDS ONE BEFORE/AFTER IMAGE
004320*RECORD TO THE CUSTOMER AUDIT TRAIL, UNDER THE OWNER'S
004330*CPF, FOR THE CHANGE JUST MADE TO ACCTREL
004340*****************************************************
004350 7000-WRITE-AUDIT.
004360     OPEN EXTEND AUDIT-FILE.
004370     IF WRK-AUDT-NOT-FOUND
004380         OPEN OUTPUT AUDIT-FILE
004390     END-IF.
004400     MOVE SPACES TO AUDT-RECORD.
004410     MOVE "ACCTMNT" TO AUDT-PROGRAM.
004420     ACCEPT AUDT-DATE FROM DATE YYYYMMDD.
004430     ACCEPT AUDT-TIME FROM TIME.
004440     MOVE ACCT-OWNER-CPF TO AUDT-CPF.
004450     MOVE WRK-AUDT-ACTION TO AUDT-ACTION.
004460     MOVE WRK-AUDT-OLD-IMAGE TO AUDT-OLD-IMAGE.
004470     MOVE WRK-AUDT-NEW-IMAGE TO AUDT-NEW-IMAGE.
004480     WRITE AUDT-RECORD.
004490     CLOSE AUDIT-FILE.
004500 7000-EXIT.
004510     EXIT.
004520*****************************************************
004530*8900-UPDATE-CONTROL-FILE - RECORDS WHEN ACCTMNT LAST
004540*RAN AND HOW MANY RECORDS IT CHANGED, KEYED BY PROGRAM
004550*NAME IN THE SHARED JOB CONTROL FILE
004560*****************************************************
004570 8900-UPDATE-CONTROL-FILE.
004580     OPEN I-O CONTROL-FILE.
004590     IF WRK-CTL-NOT-FOUND
004600         OPEN OUTPUT CONTROL-FILE
004610         CLOSE CONTROL-FILE
004620         OPEN I-O CONTROL-FILE
004630     END-IF.
004640     MOVE "ACCTMNT" TO CTL-PROGRAM.
004650     ACCEPT CTL-LAST-RUN-DATE FROM DATE YYYYMMDD.
004660     ACCEPT CTL-LAST-RUN-TIME FROM TIME.
004670     MOVE WRK-CHANGE-COUNT TO CTL-RECORD-COUNT.
004680     WRITE CTL-RECORD
004690         INVALID KEY
004700             REWRITE CTL-RECORD
004710     END-WRITE.
004720     CLOSE CONTROL-FILE.
004730     PERFORM 8950-APPEND-HISTORY THRU 8950-EXIT.
004740 8900-EXIT.
004750     EXIT.
004760*****************************************************
004770*8950-APPEND-HISTORY - ADDS ONE ROW TO THE APPEND-ONLY
004780*JOB CONTROL HISTORY LOG SO CTLRPT CAN SHOW THE LAST N
004790*RUNS OF EACH PROGRAM, NOT JUST THE LATEST ONE
004800*****************************************************
004810 8950-APPEND-HISTORY.
004820     OPEN EXTEND HISTORY-FILE.
004830     IF WRK-CTLH-NOT-FOUND
004840         OPEN OUTPUT HISTORY-FILE
004850     END-IF.
004860     MOVE SPACES TO CTL-HIST-RECORD.
004870     MOVE CTL-PROGRAM TO CTL-HIST-PROGRAM.
004880     MOVE CTL-LAST-RUN-DATE TO CTL-HIST-RUN-DATE.
004890     MOVE CTL-LAST-RUN-TIME TO CTL-HIST-RUN-TIME.
004900     MOVE CTL-RECORD-COUNT TO CTL-HIST-RECORD-COUNT.
004910     WRITE CTL-HIST-RECORD.
004920     CLOSE HISTORY-FILE.
004930 8950-EXIT.
004940     EXIT.
004950*****************************************************
004960*9999-TERMINATE
004970*****************************************************
004980 9999-TERMINATE.
004990     CONTINUE.
005000 9999-EXIT.
005010     EXIT.
005020*****************************************************
005030*0500-CHECK-BATCH-LOCK - A LOCK ON DISK MEANS THE
005040*NIGHT RUN OWNS THE WINDOW; THE SESSION CONTINUES IN
005050*INQUIRY-ONLY MODE AND THE OPERATOR IS TOLD WHO HOLDS
005060*IT AND SINCE WHEN
005070*****************************************************
005080 0500-CHECK-BATCH-LOCK.
005090     MOVE 'N' TO WRK-LOCK-HELD-SW.
005100     OPEN INPUT BATCH-LOCK-FILE.
005110     IF NOT WRK-LOCK-FOUND
005120         GO TO 0500-EXIT
005130     END-IF.
005140     READ BATCH-LOCK-FILE
005150         AT END
005160             CONTINUE
005170     END-READ.
005180     CLOSE BATCH-LOCK-FILE.
005190     SET WRK-LOCK-HELD TO TRUE.
005200     DISPLAY "JANELA DE BATCH ATIVA - LOCK DE "
005210         LOCK-JOB-NAME " DESDE " LOCK-DATE " " LOCK-TIME.
005220     DISPLAY "SESSAO SOMENTE CONSULTA".
005230 0500-EXIT.
005240     EXIT.
005250 0590-REFUSE-LOCKED.
005260     DISPLAY "ATUALIZACAO RECUSADA - JANELA DE BATCH"
005270         " ATIVA (LOCK DE " LOCK-JOB-NAME ")".
005280 0590-EXIT.
005290     EXIT.
