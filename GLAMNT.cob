000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. GLAMNT.
000030 AUTHOR. RAS.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 2026-10-07.
000060 DATE-COMPILED.
000070*****************************************************
000080*OBJECTIVE = MAINTAIN THE GLACCT GENERAL-LEDGER CHART
000090*OF ACCOUNTS. ACCOUNTING OPENS EACH 6-DIGIT ACCOUNT THE
000100*POSTING FILES USE WITH ITS NAME AND TYPE - (A)SSET,
000110*(L)IABILITY, (E)QUITY, (R)EVENUE OR E(X)PENSE - AND
000120*RETIRES IT BY MARKING IT INACTIVE RATHER THAN DELETING
000130*IT, SO ITS HISTORY STILL PRINTS. THE TYPE CAN ONLY BE
000140*CHANGED WHILE THE ACCOUNT HAS NOTHING POSTED ON GLBAL,
000150*SINCE IT DECIDES HOW THE TRIAL BALANCE CARRIES THE
000160*BALANCE FROM YEAR TO YEAR.
000170*****************************************************
000180*MODIFICATION HISTORY
000190*DATE       INIT DESCRIPTION
000200*2026-10-07 RAS  ORIGINAL PROGRAM
000210*****************************************************
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SPECIAL-NAMES.
000250     DECIMAL-POINT IS COMMA.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     COPY GLASEL.
000290     COPY GLBSEL.
000300     COPY CTLSEL.
000310     COPY CTLHSEL.
000320     COPY LOCKSEL.
000330 DATA DIVISION.
000340 FILE SECTION.
000350     COPY GLAFD.
000360     COPY GLBFD.
000370     COPY CTLFD.
000380     COPY CTLHFD.
000390     COPY LOCKFD.
000400 WORKING-STORAGE SECTION.
000410*---------------------------------------------------*
000420*MENU ACTION AND SESSION CONTROL AREAS
000430*---------------------------------------------------*
000440 77 WRK-ACTION-SW PICTURE X(01).
000450     88 WRK-ACTION-BROWSE VALUE 'B' 'b'.
000460     88 WRK-ACTION-RETRIEVE VALUE 'R' 'r'.
000470     88 WRK-ACTION-ADD VALUE 'A' 'a'.
000480     88 WRK-ACTION-UPDATE VALUE 'U' 'u'.
000490     88 WRK-ACTION-EXIT VALUE 'X' 'x'.
000500 77 WRK-CONFIRM-SW PICTURE X(01).
000510     88 WRK-CONFIRMED VALUE 'S' 's' 'Y' 'y'.
000520 77 WRK-BROWSE-EOF-SW PICTURE X(01) VALUE 'N'.
000530     88 WRK-BROWSE-EOF VALUE 'Y'.
000540 77 WRK-RECORD-FOUND-SW PICTURE X(01) VALUE 'N'.
000550     88 WRK-RECORD-FOUND VALUE 'Y'.
000560 77 WRK-POSTED-SW PICTURE X(01) VALUE 'N'.
000570     88 WRK-ACCOUNT-POSTED VALUE 'Y'.
000580 77 WRK-GLB-OPEN-SW PICTURE X(01) VALUE 'N'.
000590     88 WRK-GLB-OPENED VALUE 'Y'.
000600 77 WRK-BROWSE-COUNT PICTURE 9(05) COMP VALUE ZERO.
000610 77 WRK-BROWSE-COUNT-ED PICTURE Z(04)9.
000620 77 WRK-CHANGE-COUNT PICTURE 9(07) COMP VALUE ZERO.
000630*---------------------------------------------------*
000640*KEYED INPUT AREAS - A BLANK NAME, TYPE OR STATUS
000650*KEEPS WHAT IS ALREADY ON THE FILE
000660*---------------------------------------------------*
000670 77 WRK-REQ-ACCOUNT PICTURE 9(06) VALUE ZERO.
000680 77 WRK-NEW-NAME PICTURE X(30) VALUE SPACES.
000690 77 WRK-NEW-TYPE PICTURE X(01) VALUE SPACE.
000700     88 WRK-NEW-TYPE-VALID VALUE 'A' 'L' 'E' 'R' 'X'.
000710     88 WRK-NEW-TYPE-KEEP VALUE SPACE.
000720 77 WRK-NEW-STATUS PICTURE X(01) VALUE SPACE.
000730     88 WRK-NEW-STATUS-ACTIVE VALUE 'A' 'a'.
000740     88 WRK-NEW-STATUS-INACTIVE VALUE 'I' 'i'.
000750     88 WRK-NEW-STATUS-KEEP VALUE SPACE.
000760*---------------------------------------------------*
000770*GENERAL-LEDGER FILE CONTROL AREAS
000780*---------------------------------------------------*
000790     COPY GLWS.
000800*---------------------------------------------------*
000810*JOB CONTROL FILE AREAS
000820*---------------------------------------------------*
000830     COPY CTLWS.
000840     COPY CTLHWS.
000850*---------------------------------------------------*
000860*BATCH WINDOW LOCK AREAS
000870*---------------------------------------------------*
000880     COPY LOCKWS.
000890 PROCEDURE DIVISION.
000900*****************************************************
000910*0000-MAINLINE
000920*****************************************************
000930 0000-MAINLINE.
000940     PERFORM 0500-CHECK-BATCH-LOCK THRU 0500-EXIT.
000950     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
000960     PERFORM 2000-ACCEPT-ACTION THRU 2000-EXIT.
000970     PERFORM 2100-DISPATCH-ACTION THRU 2100-EXIT
000980         UNTIL WRK-ACTION-EXIT.
000990     CLOSE GL-ACCOUNT-FILE.
001000     IF WRK-GLB-OPENED
001010         CLOSE GL-BALANCE-FILE
001020     END-IF.
001030     PERFORM 8900-UPDATE-CONTROL-FILE THRU 8900-EXIT.
001040     PERFORM 9999-TERMINATE THRU 9999-EXIT.
001050     STOP RUN.
001060*****************************************************
001070*1000-OPEN-FILES - OPENS THE CHART FOR UPDATE,
001080*CREATING IT EMPTY ON FIRST USE. THE PERIOD BALANCES
001090*ARE ONLY READ, TO SEE WHETHER AN ACCOUNT HAS POSTINGS
001100*****************************************************
001110 1000-OPEN-FILES.
001120     OPEN INPUT GL-BALANCE-FILE.
001130     IF WRK-GLB-OK
001140         SET WRK-GLB-OPENED TO TRUE
001150     END-IF.
001160*UNDER THE BATCH WINDOW LOCK THE FILE ONLY OPENS FOR
001170*INPUT - INQUIRY STAYS AVAILABLE, UPDATES DO NOT
001180     IF WRK-LOCK-HELD
001190         OPEN INPUT GL-ACCOUNT-FILE
001200         GO TO 1000-EXIT
001210     END-IF.
001220     OPEN I-O GL-ACCOUNT-FILE.
001230     IF WRK-GLA-NOT-FOUND
001240         OPEN OUTPUT GL-ACCOUNT-FILE
001250         CLOSE GL-ACCOUNT-FILE
001260         OPEN I-O GL-ACCOUNT-FILE
001270     END-IF.
001280 1000-EXIT.
001290     EXIT.
001300*****************************************************
001310*2000-ACCEPT-ACTION - ONE MENU PROMPT PER PASS
001320*****************************************************
001330 2000-ACCEPT-ACTION.
001340     DISPLAY "ACAO - (B)ROWSE (R)ETRIEVE (A)DD (U)PDATE"
001350         " (X)EXIT".
001360     ACCEPT WRK-ACTION-SW.
001370 2000-EXIT.
001380     EXIT.
001390*****************************************************
001400*2100-DISPATCH-ACTION - RUNS THE SELECTED ACTION AND
001410*RE-PROMPTS UNTIL THE OPERATOR EXITS
001420*****************************************************
001430 2100-DISPATCH-ACTION.
001440     EVALUATE TRUE
001450         WHEN WRK-ACTION-BROWSE
001460             PERFORM 3000-BROWSE-FILE THRU 3000-EXIT
001470         WHEN WRK-ACTION-RETRIEVE
001480             PERFORM 4000-RETRIEVE-ACCOUNT THRU 4000-EXIT
001490         WHEN WRK-ACTION-ADD
001500             IF WRK-LOCK-HELD
001510                 PERFORM 0590-REFUSE-LOCKED THRU 0590-EXIT
001520             ELSE
001530                 PERFORM 5000-ADD-ACCOUNT THRU 5000-EXIT
001540             END-IF
001550         WHEN WRK-ACTION-UPDATE
001560             IF WRK-LOCK-HELD
001570                 PERFORM 0590-REFUSE-LOCKED THRU 0590-EXIT
001580             ELSE
001590                 PERFORM 6000-UPDATE-ACCOUNT THRU 6000-EXIT
001600             END-IF
001610         WHEN OTHER
001620             DISPLAY "ACAO INVALIDA - DIGITE B, R, A, U OU X"
001630     END-EVALUATE.
001640     PERFORM 2000-ACCEPT-ACTION THRU 2000-EXIT.
001650 2100-EXIT.
001660     EXIT.
001670*****************************************************
001680*3000-BROWSE-FILE - LISTS EVERY ACCOUNT IN KEY ORDER
001690*WITH ITS TYPE AND STATUS AND A TRAILING COUNT
001700*****************************************************
001710 3000-BROWSE-FILE.
001720     MOVE 'N' TO WRK-BROWSE-EOF-SW.
001730     MOVE ZERO TO WRK-BROWSE-COUNT.
001740     MOVE ZERO TO GLA-ACCOUNT.
001750     START GL-ACCOUNT-FILE KEY NOT < GLA-ACCOUNT
001760         INVALID KEY
001770             SET WRK-BROWSE-EOF TO TRUE
001780     END-START.
001790     IF NOT WRK-GLA-OK
001800         SET WRK-BROWSE-EOF TO TRUE
001810     END-IF.
001820     DISPLAY "CONTA  NOME                           T S".
001830     PERFORM 3100-BROWSE-NEXT THRU 3100-EXIT
001840         UNTIL WRK-BROWSE-EOF.
001850     MOVE WRK-BROWSE-COUNT TO WRK-BROWSE-COUNT-ED.
001860     DISPLAY "CONTAS LISTADAS: " WRK-BROWSE-COUNT-ED.
001870 3000-EXIT.
001880     EXIT.
001890*****************************************************
001900*3100-BROWSE-NEXT - ANY NON-ZERO STATUS (NOT JUST AT
001910*END) STOPS THE BROWSE, SO A BROKEN FILE CANNOT SPIN
001920*THE LISTING FOREVER
001930*****************************************************
001940 3100-BROWSE-NEXT.
001950     READ GL-ACCOUNT-FILE NEXT RECORD
001960         AT END
001970             SET WRK-BROWSE-EOF TO TRUE
001980     END-READ.
001990     IF NOT WRK-GLA-OK
002000         SET WRK-BROWSE-EOF TO TRUE
002010     ELSE
002020         DISPLAY GLA-ACCOUNT " " GLA-NAME " " GLA-TYPE " "
002030             GLA-STATUS-FLAG
002040         ADD 1 TO WRK-BROWSE-COUNT
002050     END-IF.
002060 3100-EXIT.
002070     EXIT.
002080*****************************************************
002090*4000-RETRIEVE-ACCOUNT - READS ONE ACCOUNT AND SHOWS IT
002100*****************************************************
002110 4000-RETRIEVE-ACCOUNT.
002120     PERFORM 4100-READ-BY-ACCOUNT THRU 4100-EXIT.
002130     IF WRK-RECORD-FOUND
002140         PERFORM 4200-DISPLAY-ACCOUNT THRU 4200-EXIT
002150     END-IF.
002160 4000-EXIT.
002170     EXIT.
002180*****************************************************
002190*4100-READ-BY-ACCOUNT - PROMPTS FOR AN ACCOUNT AND
002200*READS THE CHART BY KEY
002210*****************************************************
002220 4100-READ-BY-ACCOUNT.
002230     MOVE 'N' TO WRK-RECORD-FOUND-SW.
002240     PERFORM 4150-ACCEPT-ACCOUNT THRU 4150-EXIT.
002250     MOVE WRK-REQ-ACCOUNT TO GLA-ACCOUNT.
002260     READ GL-ACCOUNT-FILE
002270         INVALID KEY
002280             CONTINUE
002290     END-READ.
002300     IF WRK-GLA-OK
002310         SET WRK-RECORD-FOUND TO TRUE
002320     ELSE
002330         DISPLAY "CONTA NAO CADASTRADA: " WRK-REQ-ACCOUNT
002340     END-IF.
002350 4100-EXIT.
002360     EXIT.
002370 4150-ACCEPT-ACCOUNT.
002380     DISPLAY "CONTA CONTABIL (6 DIGITOS)".
002390     ACCEPT WRK-REQ-ACCOUNT.
002400 4150-EXIT.
002410     EXIT.
002420 4200-DISPLAY-ACCOUNT.
002430     PERFORM 4300-CHECK-POSTINGS THRU 4300-EXIT.
002440     DISPLAY "***********************".
002450     DISPLAY "CONTA:         " GLA-ACCOUNT.
002460     DISPLAY "NOME:          " GLA-NAME.
002470     DISPLAY "TIPO:          " GLA-TYPE.
002480     DISPLAY "STATUS:        " GLA-STATUS-FLAG.
002490     DISPLAY "ABERTA EM:     " GLA-OPEN-DATE.
002500     IF WRK-ACCOUNT-POSTED
002510         DISPLAY "LANCAMENTOS:   SIM"
002520     ELSE
002530         DISPLAY "LANCAMENTOS:   NENHUM"
002540     END-IF.
002550     DISPLAY "***********************".
002560 4200-EXIT.
002570     EXIT.
002580*****************************************************
002590*4300-CHECK-POSTINGS - POSITIONS GLBAL AT THE ACCOUNT'S
002600*FIRST MONTH; ANY ROW THERE MEANS IT HAS BEEN POSTED TO
002610*****************************************************
002620 4300-CHECK-POSTINGS.
002630     MOVE 'N' TO WRK-POSTED-SW.
002640     IF NOT WRK-GLB-OPENED
002650         GO TO 4300-EXIT
002660     END-IF.
002670     MOVE GLA-ACCOUNT TO GLB-ACCOUNT.
002680     MOVE ZERO TO GLB-PERIOD.
002690     START GL-BALANCE-FILE KEY NOT < GLB-KEY
002700         INVALID KEY
002710             GO TO 4300-EXIT
002720     END-START.
002730     READ GL-BALANCE-FILE NEXT RECORD
002740         AT END
002750             GO TO 4300-EXIT
002760     END-READ.
002770     IF WRK-GLB-OK AND GLB-ACCOUNT = GLA-ACCOUNT
002780         SET WRK-ACCOUNT-POSTED TO TRUE
002790     END-IF.
002800 4300-EXIT.
002810     EXIT.
002820*****************************************************
002830*5000-ADD-ACCOUNT - OPENS A NEW ACCOUNT, ACTIVE FROM
002840*TODAY. NAME AND A VALID TYPE ARE REQUIRED
002850*****************************************************
002860 5000-ADD-ACCOUNT.
002870     PERFORM 4150-ACCEPT-ACCOUNT THRU 4150-EXIT.
002880     IF WRK-REQ-ACCOUNT = ZERO
002890         DISPLAY "CONTA OBRIGATORIA"
002900         GO TO 5000-EXIT
002910     END-IF.
002920     MOVE WRK-REQ-ACCOUNT TO GLA-ACCOUNT.
002930     READ GL-ACCOUNT-FILE
002940         INVALID KEY
002950             CONTINUE
002960     END-READ.
002970     IF WRK-GLA-OK
002980         DISPLAY "CONTA JA CADASTRADA: " WRK-REQ-ACCOUNT
002990         GO TO 5000-EXIT
003000     END-IF.
003010     MOVE SPACES TO GLA-RECORD.
003020     MOVE WRK-REQ-ACCOUNT TO GLA-ACCOUNT.
003030     DISPLAY "NOME DA CONTA".
003040     MOVE SPACES TO WRK-NEW-NAME.
003050     ACCEPT WRK-NEW-NAME.
003060     IF WRK-NEW-NAME = SPACES
003070         DISPLAY "NOME OBRIGATORIO"
003080         GO TO 5000-EXIT
003090     END-IF.
003100     MOVE WRK-NEW-NAME TO GLA-NAME.
003110     MOVE '?' TO WRK-NEW-TYPE.
003120     PERFORM 6200-ACCEPT-TYPE THRU 6200-EXIT
003130         UNTIL WRK-NEW-TYPE-VALID.
003140     MOVE 'A' TO GLA-STATUS-FLAG.
003150     ACCEPT GLA-OPEN-DATE FROM DATE YYYYMMDD.
003160     DISPLAY "CONFIRMA A INCLUSAO? (S=Y/N)".
003170     ACCEPT WRK-CONFIRM-SW.
003180     IF NOT WRK-CONFIRMED
003190         DISPLAY "INCLUSAO CANCELADA"
003200         GO TO 5000-EXIT
003210     END-IF.
003220     WRITE GLA-RECORD
003230         INVALID KEY
003240             DISPLAY "ERRO AO GRAVAR - STATUS "
003250                 WRK-GLA-STATUS
003260     END-WRITE.
003270     IF WRK-GLA-OK
003280         ADD 1 TO WRK-CHANGE-COUNT
003290         DISPLAY "CONTA INCLUIDA: " GLA-ACCOUNT
003300     END-IF.
003310 5000-EXIT.
003320     EXIT.
003330*****************************************************
003340*6000-UPDATE-ACCOUNT - RENAMES AN ACCOUNT, RETIRES OR
003350*REACTIVATES IT, AND CORRECTS ITS TYPE WHILE NOTHING IS
003360*POSTED TO IT. BLANK KEEPS THE CURRENT VALUE
003370*****************************************************
003380 6000-UPDATE-ACCOUNT.
003390     PERFORM 4100-READ-BY-ACCOUNT THRU 4100-EXIT.
003400     IF NOT WRK-RECORD-FOUND
003410         GO TO 6000-EXIT
003420     END-IF.
003430     PERFORM 4200-DISPLAY-ACCOUNT THRU 4200-EXIT.
003440     DISPLAY "NOVO NOME (BRANCO = MANTER)".
003450     MOVE SPACES TO WRK-NEW-NAME.
003460     ACCEPT WRK-NEW-NAME.
003470     IF WRK-NEW-NAME NOT = SPACES
003480         MOVE WRK-NEW-NAME TO GLA-NAME
003490     END-IF.
003500     IF WRK-ACCOUNT-POSTED
003510         DISPLAY "CONTA COM LANCAMENTOS - TIPO NAO PODE"
003520             " SER ALTERADO"
003530     ELSE
003540         MOVE '?' TO WRK-NEW-TYPE
003550         PERFORM 6200-ACCEPT-TYPE THRU 6200-EXIT
003560             UNTIL WRK-NEW-TYPE-VALID
003570                 OR WRK-NEW-TYPE-KEEP
003580     END-IF.
003590     MOVE '?' TO WRK-NEW-STATUS.
003600     PERFORM 6100-ACCEPT-STATUS-FLAG THRU 6100-EXIT
003610         UNTIL WRK-NEW-STATUS-KEEP
003620             OR WRK-NEW-STATUS-ACTIVE
003630             OR WRK-NEW-STATUS-INACTIVE.
003640     REWRITE GLA-RECORD
003650         INVALID KEY
003660             DISPLAY "ERRO AO REGRAVAR - STATUS "
003670                 WRK-GLA-STATUS
003680     END-REWRITE.
003690     IF WRK-GLA-OK
003700         ADD 1 TO WRK-CHANGE-COUNT
003710         DISPLAY "CONTA ATUALIZADA: " GLA-ACCOUNT
003720     END-IF.
003730 6000-EXIT.
003740     EXIT.
003750*****************************************************
003760*6100-ACCEPT-STATUS-FLAG - RE-PROMPTS UNTIL THE STATUS
003770*IS A VALID (A)CTIVE OR (I)NACTIVE, OR BLANK TO KEEP
003780*THE CURRENT FLAG
003790*****************************************************
003800 6100-ACCEPT-STATUS-FLAG.
003810     DISPLAY "STATUS - (A)CTIVE, (I)NACTIVE OU BRANCO ="
003820         " MANTER".
003830     ACCEPT WRK-NEW-STATUS.
003840     EVALUATE TRUE
003850         WHEN WRK-NEW-STATUS-ACTIVE
003860             MOVE 'A' TO GLA-STATUS-FLAG
003870         WHEN WRK-NEW-STATUS-INACTIVE
003880             MOVE 'I' TO GLA-STATUS-FLAG
003890         WHEN WRK-NEW-STATUS-KEEP
003900             CONTINUE
003910         WHEN OTHER
003920             DISPLAY "VALOR INVALIDO - DIGITE A, I OU BRANCO"
003930     END-EVALUATE.
003940 6100-EXIT.
003950     EXIT.
003960*****************************************************
003970*6200-ACCEPT-TYPE - RE-PROMPTS UNTIL THE TYPE IS ONE
003980*OF THE FIVE; ON UPDATE A BLANK KEEPS THE CURRENT TYPE
003990*****************************************************
004000 6200-ACCEPT-TYPE.
004010     DISPLAY "TIPO - (A)TIVO, PASSIVO (L), PATRIMONIO (E),"
004020         " (R)ECEITA, DESPESA (X)".
004030     ACCEPT WRK-NEW-TYPE.
004040     EVALUATE TRUE
004050         WHEN WRK-NEW-TYPE-VALID
004060             MOVE WRK-NEW-TYPE TO GLA-TYPE
004070         WHEN WRK-NEW-TYPE-KEEP
004080             IF WRK-ACTION-ADD
004090                 DISPLAY "TIPO OBRIGATORIO"
004100                 MOVE '?' TO WRK-NEW-TYPE
004110             END-IF
004120         WHEN OTHER
004130             DISPLAY "VALOR INVALIDO - DIGITE A, L, E, R"
004140                 " OU X"
004150     END-EVALUATE.
004160 6200-EXIT.
004170     EXIT.
004180*****************************************************
004190*8900-UPDATE-CONTROL-FILE - RECORDS WHEN GLAMNT LAST
004200*RAN AND HOW MANY RECORDS IT CHANGED, KEYED BY PROGRAM
004210*NAME IN THE SHARED JOB CONTROL FILE
004220*****************************************************
004230 8900-UPDATE-CONTROL-FILE.
004240     OPEN I-O CONTROL-FILE.
004250     IF WRK-CTL-NOT-FOUND
004260         OPEN OUTPUT CONTROL-FILE
004270         CLOSE CONTROL-FILE
004280         OPEN I-O CONTROL-FILE
004290     END-IF.
004300     MOVE "GLAMNT" TO CTL-PROGRAM.
004310     ACCEPT CTL-LAST-RUN-DATE FROM DATE YYYYMMDD.
004320     ACCEPT CTL-LAST-RUN-TIME FROM TIME.
004330     MOVE WRK-CHANGE-COUNT TO CTL-RECORD-COUNT.
004340     WRITE CTL-RECORD
004350         INVALID KEY
004360             REWRITE CTL-RECORD
004370     END-WRITE.
004380     CLOSE CONTROL-FILE.
004390     PERFORM 8950-APPEND-HISTORY THRU 8950-EXIT.
004400 8900-EXIT.
004410     EXIT.
004420*****************************************************
004430*8950-APPEND-HISTORY - ADDS ONE ROW TO THE APPEND-ONLY
004440*JOB CONTROL HISTORY LOG SO CTLRPT CAN SHOW THE LAST N
004450*RUNS OF EACH PROGRAM, NOT JUST THE LATEST ONE
004460*****************************************************
004470 8950-APPEND-HISTORY.
004480     OPEN EXTEND HISTORY-FILE.
004490     IF WRK-CTLH-NOT-FOUND
004500         OPEN OUTPUT HISTORY-FILE
004510     END-IF.
004520     MOVE SPACES TO CTL-HIST-RECORD.
004530     MOVE CTL-PROGRAM TO CTL-HIST-PROGRAM.
004540     MOVE CTL-LAST-RUN-DATE TO CTL-HIST-RUN-DATE.
004550     MOVE CTL-LAST-RUN-TIME TO CTL-HIST-RUN-TIME.
004560     MOVE CTL-RECORD-COUNT TO CTL-HIST-RECORD-COUNT.
004570     WRITE CTL-HIST-RECORD.
004580     CLOSE HISTORY-FILE.
004590 8950-EXIT.
004600     EXIT.
004610*****************************************************
004620*9999-TERMINATE
004630*****************************************************
004640 9999-TERMINATE.
004650     CONTINUE.
004660 9999-EXIT.
004670     EXIT.
004680*****************************************************
004690*0500-CHECK-BATCH-LOCK - A LOCK ON DISK MEANS THE
004700*NIGHT RUN OWNS THE WINDOW; THE SESSION CONTINUES IN
004710*INQUIRY-ONLY MODE AND THE OPERATOR IS TOLD WHO HOLDS
004720*IT AND SINCE WHEN
004730*****************************************************
004740 0500-CHECK-BATCH-LOCK.
004750     MOVE 'N' TO WRK-LOCK-HELD-SW.
004760     OPEN INPUT BATCH-LOCK-FILE.
004770     IF NOT WRK-LOCK-FOUND
004780         GO TO 0500-EXIT
004790     END-IF.
004800     READ BATCH-LOCK-FILE
004810         AT END
004820             CONTINUE
004830     END-READ.
004840     CLOSE BATCH-LOCK-FILE.
004850     SET WRK-LOCK-HELD TO TRUE.
004860     DISPLAY "JANELA DE BATCH ATIVA - LOCK DE "
004870         LOCK-JOB-NAME " DESDE " LOCK-DATE " " LOCK-TIME.
004880     DISPLAY "SESSAO SOMENTE CONSULTA".
004890 0500-EXIT.
004900     EXIT.
004910 0590-REFUSE-LOCKED.
004920     DISPLAY "ATUALIZACAO RECUSADA - JANELA DE BATCH"
004930         " ATIVA (LOCK DE " LOCK-JOB-NAME ")".
004940 0590-EXIT.
004950     EXIT.
