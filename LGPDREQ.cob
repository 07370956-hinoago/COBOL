000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. LGPDREQ.
000030 AUTHOR. RAS.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 2026-10-10.
000060 DATE-COMPILED.
000070*****************************************************
000080*OBJECTIVE = ANSWER A DATA-SUBJECT REQUEST UNDER THE
000090*LGPD FOR ONE CPF, REQUEST BY REQUEST, INSTEAD OF
000100*HAND-EDITING CUSTMAST THROUGH CUSTMNT WHILE THE FULL
000110*IMAGES STAY ON CUSTAUDIT AND IN EVERY BACKUP.
000120*---------------------------------------------------*
000130*(E)XTRACT PRINTS TO LGPDEXT EVERYTHING HELD UNDER THE
000140*CPF: THE CUSTMAST RECORD, EVERY CUSTAUDIT RECORD, THE
000150*ACCTREL ACCOUNTS WITH THEIR TRANSLDGR POSITION, AND
000160*THE CUSTBKP GENERATIONS THAT STILL CARRY THE CUSTOMER.
000170*(A)NONYMIZE REMOVES NAME, ADDRESS AND PHONE FROM THE
000180*MASTER (WHICH IS BLOCKED), FROM EVERY CUSTOMER IMAGE ON
000190*THE AUDIT TRAIL AND FROM EVERY RETAINED GENERATION IN
000200*BKPINDEX. THE CPF, THE REGISTRATION DATE, THE ACCOUNT
000210*LINKS AND THE LEDGER ARE KEPT, AS THE LAW REQUIRES.
000220*ONLY A FORMER CUSTOMER CAN BE ANONYMIZED - AN OPEN
000230*ACCOUNT REFUSES THE REQUEST - AND NEVER UNDER THE
000240*BATCH WINDOW LOCK. FILES ARE REWRITTEN THROUGH A .TMP
000250*COPY, THE WAY LOGARCH SWAPS ITS LOGS.
000260*---------------------------------------------------*
000270*EVERY REQUEST, DONE OR REFUSED, IS APPENDED TO THE
000280*LGPDLOG COMPLIANCE LOG WITH THE PROTOCOL NUMBER, THE
000290*OPERATOR AND WHAT WAS FOUND AND CHANGED.
000300*****************************************************
000310*MODIFICATION HISTORY
000320*DATE       INIT DESCRIPTION
000330*2026-10-10 RAS  ORIGINAL PROGRAM
000340*****************************************************
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     COPY CUSTSEL.
000390     COPY AUDTSEL.
000400     COPY ACCTSEL.
000410     COPY LDGSEL.
000420     SELECT BACKUP-FILE ASSIGN TO DYNAMIC WRK-BACKUP-NAME
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WRK-BKP-STATUS.
000450     SELECT BKP-INDEX-FILE ASSIGN TO "BKPINDEX"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WRK-BKPIDX-STATUS.
000480     SELECT WORK-FILE ASSIGN TO DYNAMIC WRK-WORK-NAME
000490         ORGANIZATION IS LINE SEQUENTIAL.
000500     SELECT EXTRACT-FILE ASSIGN TO "LGPDEXT"
000510         ORGANIZATION IS LINE SEQUENTIAL.
000520     SELECT LGPD-LOG-FILE ASSIGN TO "LGPDLOG"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WRK-LGPDLOG-STATUS.
000550     COPY CTLSEL.
000560     COPY CTLHSEL.
000570     COPY LOCKSEL.
000580 DATA DIVISION.
000590 FILE SECTION.
000600     COPY CUSTFD.
000610     COPY AUDTFD.
000620     COPY ACCTFD.
000630     COPY LDGFD.
000640 FD BACKUP-FILE.
000650 01 BACKUP-RECORD PICTURE X(119).
000660 FD BKP-INDEX-FILE.
000670 01 BKP-INDEX-RECORD.
000680     05 BKPIDX-DATE PICTURE 9(08).
000690     05 FILLER PICTURE X(01).
000700     05 BKPIDX-FILE-NAME PICTURE X(20).
000710     05 FILLER PICTURE X(01).
000720     05 BKPIDX-RECORD-COUNT PICTURE 9(07).
000730 FD WORK-FILE.
000740 01 WORK-RECORD PICTURE X(289).
000750 FD EXTRACT-FILE.
000760 01 EXTRACT-LINE PICTURE X(132).
000770 FD LGPD-LOG-FILE.
000780*ONE RECORD PER REQUEST - WHAT WAS ASKED, BY WHOM, AND
000790*WHAT WAS FOUND OR CHANGED IN EACH PLACE THE CPF LIVES
000800 01 LGPD-LOG-RECORD.
000810     05 LGPD-DATE PICTURE 9(08).
000820     05 FILLER PICTURE X(01).
000830     05 LGPD-TIME PICTURE 9(08).
000840     05 FILLER PICTURE X(01).
000850     05 LGPD-CPF PICTURE 9(11).
000860     05 FILLER PICTURE X(01).
000870     05 LGPD-REQUEST-TYPE PICTURE X(10).
000880     05 FILLER PICTURE X(01).
000890     05 LGPD-PROTOCOL PICTURE X(12).
000900     05 FILLER PICTURE X(01).
000910     05 LGPD-OPERATOR PICTURE X(03).
000920     05 FILLER PICTURE X(01).
000930     05 LGPD-OUTCOME PICTURE X(10).
000940     05 FILLER PICTURE X(01).
000950     05 LGPD-MASTER-SW PICTURE X(01).
000960     05 FILLER PICTURE X(01).
000970     05 LGPD-AUDIT-COUNT PICTURE 9(05).
000980     05 FILLER PICTURE X(01).
000990     05 LGPD-ACCOUNT-COUNT PICTURE 9(03).
001000     05 FILLER PICTURE X(01).
001010     05 LGPD-GEN-COUNT PICTURE 9(03).
001020     05 FILLER PICTURE X(01).
001030     05 LGPD-REASON PICTURE X(40).
001040     COPY CTLFD.
001050     COPY CTLHFD.
001060     COPY LOCKFD.
001070 WORKING-STORAGE SECTION.
001080*---------------------------------------------------*
001090*REQUEST AREAS
001100*---------------------------------------------------*
001110 77 WRK-REQUEST-SW PICTURE X(01) VALUE SPACE.
001120     88 WRK-REQ-EXTRACT VALUE 'E' 'e'.
001130     88 WRK-REQ-ANONYMIZE VALUE 'A' 'a'.
001140 77 WRK-CONFIRM-SW PICTURE X(01) VALUE 'N'.
001150     88 WRK-CONFIRMED VALUE 'S' 's' 'Y' 'y'.
001160 77 WRK-OPERATOR PICTURE X(03) VALUE SPACES.
001170 77 WRK-PROTOCOL PICTURE X(12) VALUE SPACES.
001180 01 WRK-CPF-AREA.
001190     05 WRK-CPF-NUM PICTURE 9(11) VALUE ZERO.
001200 77 WRK-CPF-VALID-SW PICTURE X(01) VALUE 'N'.
001210     88 WRK-CPF-VALID VALUE 'Y'.
001220 77 WRK-OUTCOME PICTURE X(10) VALUE SPACES.
001230 77 WRK-REASON PICTURE X(40) VALUE SPACES.
001240*---------------------------------------------------*
001250*WHAT WAS FOUND UNDER THE CPF
001260*---------------------------------------------------*
001270 77 WRK-MASTER-SW PICTURE X(01) VALUE 'N'.
001280     88 WRK-MASTER-FOUND VALUE 'Y'.
001290 77 WRK-CUST-OPEN-SW PICTURE X(01) VALUE 'N'.
001300     88 WRK-CUST-OPENED VALUE 'Y'.
001310 77 WRK-AUDIT-COUNT PICTURE 9(05) COMP VALUE ZERO.
001320 77 WRK-ACCOUNT-COUNT PICTURE 9(03) COMP VALUE ZERO.
001330 77 WRK-OPEN-ACCT-COUNT PICTURE 9(03) COMP VALUE ZERO.
001340 77 WRK-GEN-HIT-COUNT PICTURE 9(03) COMP VALUE ZERO.
001350 77 WRK-GEN-ROW-COUNT PICTURE 9(05) COMP VALUE ZERO.
001360 77 WRK-TOUCHED-COUNT PICTURE 9(07) VALUE ZERO.
001370 77 WRK-COUNT-ED PICTURE Z(04)9.
001380*---------------------------------------------------*
001390*FILE CONTROL AREAS
001400*---------------------------------------------------*
001410     COPY CUSTWS.
001420     COPY AUDTWS.
001430     COPY ACCTWS.
001440     COPY LDGWS.
001450 77 WRK-BKP-STATUS PICTURE X(02) VALUE SPACES.
001460     88 WRK-BKP-OK VALUE '00'.
001470 77 WRK-BKPIDX-STATUS PICTURE X(02) VALUE SPACES.
001480     88 WRK-BKPIDX-FOUND VALUE '00'.
001490 77 WRK-LGPDLOG-STATUS PICTURE X(02) VALUE SPACES.
001500     88 WRK-LGPDLOG-NOT-FOUND VALUE '35'.
001510 77 WRK-BACKUP-NAME PICTURE X(20) VALUE SPACES.
001520 77 WRK-WORK-NAME PICTURE X(24) VALUE SPACES.
001530 77 WRK-SHELL-COMMAND PICTURE X(60) VALUE SPACES.
001540 77 WRK-SEQ-EOF-SW PICTURE X(01) VALUE 'N'.
001550     88 WRK-SEQ-EOF VALUE 'Y'.
001560 77 WRK-ACCT-EOF-SW PICTURE X(01) VALUE 'N'.
001570     88 WRK-ACCT-SCAN-EOF VALUE 'Y'.
001580 77 WRK-LDG-OPEN-SW PICTURE X(01) VALUE 'N'.
001590     88 WRK-LDG-OPENED VALUE 'Y'.
001600 77 WRK-FILE-HITS PICTURE 9(05) COMP VALUE ZERO.
001610*---------------------------------------------------*
001620*RETAINED BACKUP GENERATIONS, LOADED FROM BKPINDEX THE
001630*SAME WAY CUSTBKP LOADS IT FOR PRUNING
001640*---------------------------------------------------*
001650 77 WRK-GEN-MAX PICTURE 9(02) COMP VALUE 50.
001660 01 WRK-GEN-TABLE.
001670     05 WRK-GEN-ENTRY OCCURS 50 TIMES.
001680         10 WRK-GEN-DATE PICTURE 9(08).
001690         10 WRK-GEN-FILE-NAME PICTURE X(20).
001700 77 WRK-GEN-TOTAL PICTURE 9(02) COMP VALUE ZERO.
001710 77 WRK-GEN-SUB PICTURE 9(02) COMP VALUE ZERO.
001720*---------------------------------------------------*
001730*CUSTOMER IMAGE AS IT SITS ON CUSTAUDIT AND IN EACH
001740*BACKUP RECORD (THE CUSTFD LAYOUT), WITH THE IDENTITY
001750*FIELDS THE ANONYMIZATION CLEARS
001760*---------------------------------------------------*
001770 01 WRK-SCRUB-AREA.
001780     05 WRK-SCRUB-CPF PICTURE 9(11).
001790     05 FILLER PICTURE X(22).
001800     05 WRK-SCRUB-NAME PICTURE X(30).
001810     05 WRK-SCRUB-ADDRESS PICTURE X(40).
001820     05 WRK-SCRUB-PHONE PICTURE X(15).
001830     05 FILLER PICTURE X(01).
001840 77 WRK-ANON-NAME PICTURE X(30) VALUE "ANONIMIZADO (LGPD)".
001850*---------------------------------------------------*
001860*EXTRACT LINES
001870*---------------------------------------------------*
001880 01 WRK-ACCT-LINE.
001890     05 FILLER PICTURE X(02) VALUE SPACES.
001900     05 WRK-AL-REF PICTURE X(08).
001910     05 FILLER PICTURE X(02) VALUE SPACES.
001920     05 WRK-AL-OPEN-DATE PICTURE 9(08).
001930     05 FILLER PICTURE X(02) VALUE SPACES.
001940     05 WRK-AL-STATUS PICTURE X(01).
001950     05 FILLER PICTURE X(02) VALUE SPACES.
001960     05 WRK-AL-BALANCE PICTURE -(13)9.99.
001970     05 FILLER PICTURE X(02) VALUE SPACES.
001980     05 WRK-AL-TRANS-COUNT PICTURE Z(06)9.
001990     05 FILLER PICTURE X(02) VALUE SPACES.
002000     05 WRK-AL-LAST-DATE PICTURE 9(08).
002010     05 FILLER PICTURE X(71) VALUE SPACES.
002020     COPY CTLWS.
002030     COPY CTLHWS.
002040     COPY LOCKWS.
002050     COPY RUNDATE.
002060 PROCEDURE DIVISION.
002070*****************************************************
002080*0000-MAINLINE
002090*****************************************************
002100 0000-MAINLINE.
002110     ACCEPT WRK-RUN-DATE FROM DATE YYYYMMDD.
002120     PERFORM 1000-ACCEPT-REQUEST THRU 1000-EXIT.
002130     IF NOT WRK-CPF-VALID
002140         MOVE "REFUSED" TO WRK-OUTCOME
002150         MOVE "CPF FAILS CHECK DIGITS" TO WRK-REASON
002160         DISPLAY "CPF INVALIDO - PEDIDO RECUSADO"
002170         PERFORM 8000-WRITE-COMPLIANCE-LOG THRU 8000-EXIT
002180         MOVE 4 TO RETURN-CODE
002190         STOP RUN
002200     END-IF.
002210     IF WRK-REQ-ANONYMIZE
002220         PERFORM 0500-CHECK-BATCH-LOCK THRU 0500-EXIT
002230         IF WRK-LOCK-HELD
002240             PERFORM 0590-REFUSE-LOCKED THRU 0590-EXIT
002250             MOVE "REFUSED" TO WRK-OUTCOME
002260             MOVE "BATCH WINDOW LOCK HELD" TO WRK-REASON
002270             PERFORM 8000-WRITE-COMPLIANCE-LOG THRU 8000-EXIT
002280             MOVE 8 TO RETURN-CODE
002290             STOP RUN
002300         END-IF
002310     END-IF.
002320     PERFORM 2000-READ-MASTER THRU 2000-EXIT.
002330     IF WRK-REQ-EXTRACT
002340         PERFORM 4000-PRODUCE-EXTRACT THRU 4000-EXIT
002350     ELSE
002360         PERFORM 5000-ANONYMIZE-CUSTOMER THRU 5000-EXIT
002370     END-IF.
002380     IF WRK-CUST-OPENED
002390         CLOSE CUSTOMER-MASTER
002400     END-IF.
002410     PERFORM 8000-WRITE-COMPLIANCE-LOG THRU 8000-EXIT.
002420     PERFORM 8900-UPDATE-CONTROL-FILE THRU 8900-EXIT.
002430     STOP RUN.
002440*****************************************************
002450*1000-ACCEPT-REQUEST - TYPE, OPERATOR, PROTOCOL AND
002460*THE DATA SUBJECT'S CPF, CHECKED BY CPFVAL
002470*****************************************************
002480 1000-ACCEPT-REQUEST.
002490     PERFORM 1100-ACCEPT-TYPE THRU 1100-EXIT
002500         UNTIL WRK-REQ-EXTRACT OR WRK-REQ-ANONYMIZE.
002510     PERFORM 1200-ACCEPT-OPERATOR THRU 1200-EXIT
002520         UNTIL WRK-OPERATOR NOT = SPACES.
002530     DISPLAY "NUMERO DO PROTOCOLO DO PEDIDO".
002540     ACCEPT WRK-PROTOCOL.
002550     DISPLAY "CPF DO TITULAR (11 DIGITOS)".
002560     ACCEPT WRK-CPF-NUM.
002570     MOVE 'N' TO WRK-CPF-VALID-SW.
002580     CALL "CPFVAL" USING WRK-CPF-NUM WRK-CPF-VALID-SW.
002590 1000-EXIT.
002600     EXIT.
002610 1100-ACCEPT-TYPE.
002620     DISPLAY "PEDIDO LGPD - (E)XTRATO OU (A)NONIMIZACAO".
002630     ACCEPT WRK-REQUEST-SW.
002640     IF NOT WRK-REQ-EXTRACT AND NOT WRK-REQ-ANONYMIZE
002650         DISPLAY "VALOR INVALIDO - DIGITE E OU A"
002660     END-IF.
002670 1100-EXIT.
002680     EXIT.
002690 1200-ACCEPT-OPERATOR.
002700     DISPLAY "INICIAIS DO OPERADOR (3 CARACTERES)".
002710     ACCEPT WRK-OPERATOR.
002720     IF WRK-OPERATOR = SPACES
002730         DISPLAY "INICIAIS OBRIGATORIAS"
002740     END-IF.
002750 1200-EXIT.
002760     EXIT.
002770*****************************************************
002780*2000-READ-MASTER - AN EXTRACT ONLY READS THE MASTER;
002790*AN ANONYMIZATION OPENS IT FOR UPDATE. A MASTER THAT
002800*DOES NOT EXIST IS NOT CREATED
002810*****************************************************
002820 2000-READ-MASTER.
002830     IF WRK-REQ-EXTRACT
002840         OPEN INPUT CUSTOMER-MASTER
002850     ELSE
002860         OPEN I-O CUSTOMER-MASTER
002870     END-IF.
002880     IF NOT WRK-CUSTMAST-OK
002890         GO TO 2000-EXIT
002900     END-IF.
002910     SET WRK-CUST-OPENED TO TRUE.
002920     MOVE WRK-CPF-NUM TO CUST-CPF.
002930     READ CUSTOMER-MASTER
002940         INVALID KEY
002950             CONTINUE
002960     END-READ.
002970     IF WRK-CUSTMAST-OK
002980         SET WRK-MASTER-FOUND TO TRUE
002990     END-IF.
003000 2000-EXIT.
003010     EXIT.
003020*****************************************************
003030*3000-SCAN-ACCOUNTS - ACCTREL IS KEYED BY REFERENCE,
003040*SO THE WHOLE FILE IS READ FOR THE OWNER'S CPF. ON AN
003050*EXTRACT EACH ACCOUNT IS PRINTED WITH ITS LEDGER
003060*POSITION
003070*****************************************************
003080 3000-SCAN-ACCOUNTS.
003090     MOVE ZERO TO WRK-ACCOUNT-COUNT.
003100     MOVE ZERO TO WRK-OPEN-ACCT-COUNT.
003110     MOVE 'N' TO WRK-ACCT-EOF-SW.
003120     OPEN INPUT ACCOUNT-REL-FILE.
003130     IF NOT WRK-ACCT-OK
003140         GO TO 3000-EXIT
003150     END-IF.
003160     IF WRK-REQ-EXTRACT
003170         OPEN INPUT LEDGER-FILE
003180         IF WRK-LDG-OK
003190             SET WRK-LDG-OPENED TO TRUE
003200         END-IF
003210     END-IF.
003220     MOVE LOW-VALUES TO ACCT-REF.
003230     START ACCOUNT-REL-FILE KEY NOT < ACCT-REF
003240         INVALID KEY
003250             SET WRK-ACCT-SCAN-EOF TO TRUE
003260     END-START.
003270     PERFORM 3100-READ-ACCOUNT THRU 3100-EXIT.
003280     PERFORM 3200-TAKE-ACCOUNT THRU 3200-EXIT
003290         UNTIL WRK-ACCT-SCAN-EOF.
003300     CLOSE ACCOUNT-REL-FILE.
003310     IF WRK-LDG-OPENED
003320         CLOSE LEDGER-FILE
003330     END-IF.
003340 3000-EXIT.
003350     EXIT.
003360 3100-READ-ACCOUNT.
003370     IF WRK-ACCT-SCAN-EOF
003380         GO TO 3100-EXIT
003390     END-IF.
003400     READ ACCOUNT-REL-FILE NEXT RECORD
003410         AT END
003420             SET WRK-ACCT-SCAN-EOF TO TRUE
003430     END-READ.
003440     IF NOT WRK-ACCT-OK
003450         SET WRK-ACCT-SCAN-EOF TO TRUE
003460     END-IF.
003470 3100-EXIT.
003480     EXIT.
003490 3200-TAKE-ACCOUNT.
003500     IF ACCT-OWNER-CPF NOT = WRK-CPF-NUM
003510         GO TO 3290-READ-NEXT
003520     END-IF.
003530     ADD 1 TO WRK-ACCOUNT-COUNT.
003540     IF ACCT-STATUS-OPEN
003550         ADD 1 TO WRK-OPEN-ACCT-COUNT
003560     END-IF.
003570     IF WRK-REQ-EXTRACT
003580         PERFORM 3300-PRINT-ACCOUNT THRU 3300-EXIT
003590     END-IF.
003600 3290-READ-NEXT.
003610     PERFORM 3100-READ-ACCOUNT THRU 3100-EXIT.
003620 3200-EXIT.
003630     EXIT.
003640 3300-PRINT-ACCOUNT.
003650     MOVE ACCT-REF TO WRK-AL-REF.
003660     MOVE ACCT-OPEN-DATE TO WRK-AL-OPEN-DATE.
003670     MOVE ACCT-STATUS-FLAG TO WRK-AL-STATUS.
003680     MOVE ZERO TO WRK-AL-BALANCE.
003690     MOVE ZERO TO WRK-AL-TRANS-COUNT.
003700     MOVE ZERO TO WRK-AL-LAST-DATE.
003710     IF WRK-LDG-OPENED
003720         MOVE ACCT-REF TO LDG-REF
003730         READ LEDGER-FILE
003740             INVALID KEY
003750                 CONTINUE
003760         END-READ
003770         IF WRK-LDG-OK
003780             MOVE LDG-BALANCE TO WRK-AL-BALANCE
003790             MOVE LDG-TRANS-COUNT TO WRK-AL-TRANS-COUNT
003800             MOVE LDG-LAST-DATE TO WRK-AL-LAST-DATE
003810         END-IF
003820     END-IF.
003830     MOVE WRK-ACCT-LINE TO EXTRACT-LINE.
003840     WRITE EXTRACT-LINE.
003850 3300-EXIT.
003860     EXIT.
003870*****************************************************
003880*4000-PRODUCE-EXTRACT - ONE SECTION PER PLACE THE CPF
003890*IS HELD, WITH A COUNT FOR EACH AT THE END
003900*****************************************************
003910 4000-PRODUCE-EXTRACT.
003920     OPEN OUTPUT EXTRACT-FILE.
003930     MOVE SPACES TO EXTRACT-LINE.
003940     STRING "EXTRATO DO TITULAR (LGPD) - CPF " DELIMITED BY SIZE
003950            WRK-CPF-NUM DELIMITED BY SIZE
003960            "  PROTOCOLO " DELIMITED BY SIZE
003970            WRK-PROTOCOL DELIMITED BY SIZE
003980            "  DATA " DELIMITED BY SIZE
003990            WRK-RUN-DATE DELIMITED BY SIZE
004000            "  OPERADOR " DELIMITED BY SIZE
004010            WRK-OPERATOR DELIMITED BY SIZE
004020         INTO EXTRACT-LINE.
004030     WRITE EXTRACT-LINE.
004040     MOVE SPACES TO EXTRACT-LINE.
004050     WRITE EXTRACT-LINE.
004060     MOVE "CADASTRO (CUSTMAST)" TO EXTRACT-LINE.
004070     WRITE EXTRACT-LINE.
004080     IF WRK-MASTER-FOUND
004090         PERFORM 4100-PRINT-MASTER THRU 4100-EXIT
004100     ELSE
004110         MOVE "  NAO CONSTA NO CADASTRO" TO EXTRACT-LINE
004120         WRITE EXTRACT-LINE
004130     END-IF.
004140     MOVE SPACES TO EXTRACT-LINE.
004150     WRITE EXTRACT-LINE.
004160     MOVE "CONTAS VINCULADAS (ACCTREL / TRANSLDGR)"
004170         TO EXTRACT-LINE.
004180     WRITE EXTRACT-LINE.
004190     MOVE "  REFERENCIA  ABERTURA  S            SALDO"
004200         TO EXTRACT-LINE.
004210     MOVE "  LANCTOS  ULTIMO" TO EXTRACT-LINE(47:17).
004220     WRITE EXTRACT-LINE.
004230     PERFORM 3000-SCAN-ACCOUNTS THRU 3000-EXIT.
004240     MOVE SPACES TO EXTRACT-LINE.
004250     WRITE EXTRACT-LINE.
004260     MOVE "TRILHA DE AUDITORIA (CUSTAUDIT)" TO EXTRACT-LINE.
004270     WRITE EXTRACT-LINE.
004280     PERFORM 6000-PASS-AUDIT-TRAIL THRU 6000-EXIT.
004290     MOVE SPACES TO EXTRACT-LINE.
004300     WRITE EXTRACT-LINE.
004310     MOVE "COPIAS DE SEGURANCA RETIDAS (CUSTBKP)"
004320         TO EXTRACT-LINE.
004330     WRITE EXTRACT-LINE.
004340     PERFORM 7000-PASS-BACKUPS THRU 7000-EXIT.
004350     PERFORM 4200-PRINT-SUMMARY THRU 4200-EXIT.
004360     CLOSE EXTRACT-FILE.
004370     IF WRK-MASTER-FOUND OR WRK-AUDIT-COUNT > 0
004380         OR WRK-ACCOUNT-COUNT > 0 OR WRK-GEN-HIT-COUNT > 0
004390         MOVE "EXTRACTED" TO WRK-OUTCOME
004400     ELSE
004410         MOVE "NOT HELD" TO WRK-OUTCOME
004420         MOVE "NOTHING HELD UNDER THIS CPF" TO WRK-REASON
004430     END-IF.
004440     DISPLAY "EXTRATO GRAVADO EM LGPDEXT".
004450 4000-EXIT.
004460     EXIT.
004470 4100-PRINT-MASTER.
004480     MOVE SPACES TO EXTRACT-LINE.
004490     STRING "  CPF:           " DELIMITED BY SIZE
004500            CUST-CPF-FORMATTED DELIMITED BY SIZE
004510         INTO EXTRACT-LINE.
004520     WRITE EXTRACT-LINE.
004530     MOVE SPACES TO EXTRACT-LINE.
004540     STRING "  REGISTRADO EM: " DELIMITED BY SIZE
004550            CUST-REGISTERED-DATE DELIMITED BY SIZE
004560         INTO EXTRACT-LINE.
004570     WRITE EXTRACT-LINE.
004580     MOVE SPACES TO EXTRACT-LINE.
004590     STRING "  NOME:          " DELIMITED BY SIZE
004600            CUST-NAME DELIMITED BY SIZE
004610         INTO EXTRACT-LINE.
004620     WRITE EXTRACT-LINE.
004630     MOVE SPACES TO EXTRACT-LINE.
004640     STRING "  ENDERECO:      " DELIMITED BY SIZE
004650            CUST-ADDRESS DELIMITED BY SIZE
004660         INTO EXTRACT-LINE.
004670     WRITE EXTRACT-LINE.
004680     MOVE SPACES TO EXTRACT-LINE.
004690     STRING "  TELEFONE:      " DELIMITED BY SIZE
004700            CUST-PHONE DELIMITED BY SIZE
004710         INTO EXTRACT-LINE.
004720     WRITE EXTRACT-LINE.
004730     MOVE SPACES TO EXTRACT-LINE.
004740     STRING "  STATUS:        " DELIMITED BY SIZE
004750            CUST-STATUS-FLAG DELIMITED BY SIZE
004760         INTO EXTRACT-LINE.
004770     WRITE EXTRACT-LINE.
004780 4100-EXIT.
004790     EXIT.
004800 4200-PRINT-SUMMARY.
004810     MOVE SPACES TO EXTRACT-LINE.
004820     WRITE EXTRACT-LINE.
004830     MOVE WRK-ACCOUNT-COUNT TO WRK-COUNT-ED.
004840     MOVE SPACES TO EXTRACT-LINE.
004850     STRING "CONTAS VINCULADAS:        " DELIMITED BY SIZE
004860            WRK-COUNT-ED DELIMITED BY SIZE
004870         INTO EXTRACT-LINE.
004880     WRITE EXTRACT-LINE.
004890     MOVE WRK-AUDIT-COUNT TO WRK-COUNT-ED.
004900     MOVE SPACES TO EXTRACT-LINE.
004910     STRING "REGISTROS DE AUDITORIA:   " DELIMITED BY SIZE
004920            WRK-COUNT-ED DELIMITED BY SIZE
004930         INTO EXTRACT-LINE.
004940     WRITE EXTRACT-LINE.
004950     MOVE WRK-GEN-HIT-COUNT TO WRK-COUNT-ED.
004960     MOVE SPACES TO EXTRACT-LINE.
004970     STRING "COPIAS DE SEGURANCA:      " DELIMITED BY SIZE
004980            WRK-COUNT-ED DELIMITED BY SIZE
004990         INTO EXTRACT-LINE.
005000     WRITE EXTRACT-LINE.
005010 4200-EXIT.
005020     EXIT.
005030*****************************************************
005040*5000-ANONYMIZE-CUSTOMER - A CUSTOMER WITH AN OPEN
005050*ACCOUNT IS STILL A CUSTOMER AND IS REFUSED. A CUSTOMER
005060*ALREADY DELETED FROM THE MASTER STILL HAS THEIR IMAGES
005070*CLEARED FROM THE AUDIT TRAIL AND THE BACKUPS
005080*****************************************************
005090 5000-ANONYMIZE-CUSTOMER.
005100     PERFORM 3000-SCAN-ACCOUNTS THRU 3000-EXIT.
005110     IF WRK-OPEN-ACCT-COUNT > 0
005120         MOVE "REFUSED" TO WRK-OUTCOME
005130         MOVE "OPEN ACCOUNT - CLOSE IT IN ACCTMNT FIRST"
005140             TO WRK-REASON
005150         DISPLAY "PEDIDO RECUSADO - TITULAR COM CONTA ABERTA"
005160         MOVE 4 TO RETURN-CODE
005170         GO TO 5000-EXIT
005180     END-IF.
005190     IF WRK-MASTER-FOUND
005200         DISPLAY "CLIENTE: " CUST-CPF-FORMATTED " " CUST-NAME
005210     ELSE
005220         DISPLAY "CPF NAO CONSTA NO CADASTRO - SERAO LIMPAS"
005230             " A AUDITORIA E AS COPIAS DE SEGURANCA"
005240     END-IF.
005250     DISPLAY "CONFIRMA A ANONIMIZACAO? (S/N)".
005260     ACCEPT WRK-CONFIRM-SW.
005270     IF NOT WRK-CONFIRMED
005280         MOVE "CANCELLED" TO WRK-OUTCOME
005290         MOVE "NOT CONFIRMED BY OPERATOR" TO WRK-REASON
005300         DISPLAY "ANONIMIZACAO CANCELADA"
005310         GO TO 5000-EXIT
005320     END-IF.
005330     IF WRK-MASTER-FOUND
005340         PERFORM 5100-ANONYMIZE-MASTER THRU 5100-EXIT
005350     END-IF.
005360     PERFORM 6000-PASS-AUDIT-TRAIL THRU 6000-EXIT.
005370     PERFORM 7000-PASS-BACKUPS THRU 7000-EXIT.
005380     IF WRK-MASTER-FOUND
005390         PERFORM 5200-WRITE-AUDIT THRU 5200-EXIT
005400     END-IF.
005410     IF WRK-MASTER-FOUND OR WRK-AUDIT-COUNT > 0
005420         OR WRK-GEN-HIT-COUNT > 0
005430         MOVE "ANONYMIZED" TO WRK-OUTCOME
005440         DISPLAY "TITULAR ANONIMIZADO: " WRK-CPF-NUM
005450     ELSE
005460         MOVE "NOT HELD" TO WRK-OUTCOME
005470         MOVE "NOTHING HELD UNDER THIS CPF" TO WRK-REASON
005480         DISPLAY "NADA CONSTA SOB ESTE CPF"
005490         MOVE 4 TO RETURN-CODE
005500     END-IF.
005510 5000-EXIT.
005520     EXIT.
005530*****************************************************
005540*5100-ANONYMIZE-MASTER - THE IDENTITY FIELDS GO, THE
005550*RECORD IS BLOCKED SO NOTHING CAN BE POSTED TO IT, AND
005560*THE AUDIT BEFORE-IMAGE IS ITSELF CLEARED SO THE TRAIL
005570*DOES NOT KEEP WHAT WAS JUST REMOVED
005580*****************************************************
005590 5100-ANONYMIZE-MASTER.
005600     MOVE CUST-MASTER-RECORD TO WRK-SCRUB-AREA.
005610     PERFORM 7900-SCRUB-IMAGE THRU 7900-EXIT.
005620     MOVE WRK-SCRUB-AREA TO WRK-AUDT-OLD-IMAGE.
005630     MOVE WRK-ANON-NAME TO CUST-NAME.
005640     MOVE SPACES TO CUST-ADDRESS.
005650     MOVE SPACES TO CUST-PHONE.
005660     MOVE 'B' TO CUST-STATUS-FLAG.
005670     REWRITE CUST-MASTER-RECORD
005680         INVALID KEY
005690             DISPLAY "ERRO AO REGRAVAR - STATUS "
005700                 WRK-CUSTMAST-STATUS
005710     END-REWRITE.
005720     IF WRK-CUSTMAST-OK
005730         ADD 1 TO WRK-TOUCHED-COUNT
005740         MOVE CUST-MASTER-RECORD TO WRK-AUDT-NEW-IMAGE
005750     ELSE
005760         MOVE 'N' TO WRK-MASTER-SW
005770         MOVE "MASTER REWRITE FAILED" TO WRK-REASON
005780         MOVE 8 TO RETURN-CODE
005790     END-IF.
005800 5100-EXIT.
005810     EXIT.
005820 5200-WRITE-AUDIT.
005830     OPEN EXTEND AUDIT-FILE.
005840     IF WRK-AUDT-NOT-FOUND
005850         OPEN OUTPUT AUDIT-FILE
005860     END-IF.
005870     MOVE SPACES TO AUDT-RECORD.
005880     MOVE "LGPDREQ" TO AUDT-PROGRAM.
005890     ACCEPT AUDT-DATE FROM DATE YYYYMMDD.
005900     ACCEPT AUDT-TIME FROM TIME.
005910     MOVE WRK-CPF-NUM TO AUDT-CPF.
005920     MOVE "ANONYMIZ" TO AUDT-ACTION.
005930     MOVE WRK-AUDT-OLD-IMAGE TO AUDT-OLD-IMAGE.
005940     MOVE WRK-AUDT-NEW-IMAGE TO AUDT-NEW-IMAGE.
005950     WRITE AUDT-RECORD.
005960     CLOSE AUDIT-FILE.
005970 5200-EXIT.
005980     EXIT.
005990*****************************************************
006000*6000-PASS-AUDIT-TRAIL - EVERY CUSTAUDIT RECORD UNDER
006010*THE CPF IS PRINTED ON AN EXTRACT; ON AN ANONYMIZATION
006020*THE TRAIL IS COPIED TO CUSTAUDIT.TMP WITH THE CUSTOMER
006030*IMAGES CLEARED AND SWAPPED IN. ACCTMNT RECORDS CARRY
006040*ACCOUNT IMAGES, WHICH HOLD NO PERSONAL DATA
006050*****************************************************
006060 6000-PASS-AUDIT-TRAIL.
006070     MOVE ZERO TO WRK-AUDIT-COUNT.
006080     MOVE 'N' TO WRK-SEQ-EOF-SW.
006090     OPEN INPUT AUDIT-FILE.
006100     IF WRK-AUDT-NOT-FOUND
006110         GO TO 6000-EXIT
006120     END-IF.
006130     IF WRK-REQ-ANONYMIZE
006140         MOVE "CUSTAUDIT.TMP" TO WRK-WORK-NAME
006150         OPEN OUTPUT WORK-FILE
006160     END-IF.
006170     PERFORM 6100-READ-AUDIT THRU 6100-EXIT.
006180     PERFORM 6200-TAKE-AUDIT-RECORD THRU 6200-EXIT
006190         UNTIL WRK-SEQ-EOF.
006200     CLOSE AUDIT-FILE.
006210     IF WRK-REQ-ANONYMIZE
006220         CLOSE WORK-FILE
006230         MOVE "CUSTAUDIT" TO WRK-BACKUP-NAME
006240         MOVE WRK-AUDIT-COUNT TO WRK-FILE-HITS
006250         PERFORM 7800-SWAP-WORK-FILE THRU 7800-EXIT
006260     END-IF.
006270 6000-EXIT.
006280     EXIT.
006290 6100-READ-AUDIT.
006300     READ AUDIT-FILE
006310         AT END
006320             SET WRK-SEQ-EOF TO TRUE
006330     END-READ.
006340 6100-EXIT.
006350     EXIT.
006360 6200-TAKE-AUDIT-RECORD.
006370     IF AUDT-CPF = WRK-CPF-NUM
006380         ADD 1 TO WRK-AUDIT-COUNT
006390         IF WRK-REQ-EXTRACT
006400             PERFORM 6300-PRINT-AUDIT-RECORD THRU 6300-EXIT
006410         ELSE
006420             PERFORM 6400-SCRUB-AUDIT-RECORD THRU 6400-EXIT
006430         END-IF
006440     END-IF.
006450     IF WRK-REQ-ANONYMIZE
006460         MOVE AUDT-RECORD TO WORK-RECORD
006470         WRITE WORK-RECORD
006480     END-IF.
006490     PERFORM 6100-READ-AUDIT THRU 6100-EXIT.
006500 6200-EXIT.
006510     EXIT.
006520 6300-PRINT-AUDIT-RECORD.
006530     MOVE SPACES TO EXTRACT-LINE.
006540     STRING "  " DELIMITED BY SIZE
006550            AUDT-DATE DELIMITED BY SIZE
006560            " " DELIMITED BY SIZE
006570            AUDT-TIME DELIMITED BY SIZE
006580            " " DELIMITED BY SIZE
006590            AUDT-PROGRAM DELIMITED BY SIZE
006600            " " DELIMITED BY SIZE
006610            AUDT-ACTION DELIMITED BY SIZE
006620         INTO EXTRACT-LINE.
006630     WRITE EXTRACT-LINE.
006640     IF AUDT-OLD-IMAGE NOT = SPACES
006650         MOVE SPACES TO EXTRACT-LINE
006660         STRING "    ANTES:  " DELIMITED BY SIZE
006670                AUDT-OLD-IMAGE DELIMITED BY SIZE
006680             INTO EXTRACT-LINE
006690         WRITE EXTRACT-LINE
006700     END-IF.
006710     IF AUDT-NEW-IMAGE NOT = SPACES
006720         MOVE SPACES TO EXTRACT-LINE
006730         STRING "    DEPOIS: " DELIMITED BY SIZE
006740                AUDT-NEW-IMAGE DELIMITED BY SIZE
006750             INTO EXTRACT-LINE
006760         WRITE EXTRACT-LINE
006770     END-IF.
006780 6300-EXIT.
006790     EXIT.
006800 6400-SCRUB-AUDIT-RECORD.
006810     IF AUDT-PROGRAM = "ACCTMNT"
006820         GO TO 6400-EXIT
006830     END-IF.
006840     MOVE AUDT-OLD-IMAGE TO WRK-SCRUB-AREA.
006850     PERFORM 7900-SCRUB-IMAGE THRU 7900-EXIT.
006860     MOVE WRK-SCRUB-AREA TO AUDT-OLD-IMAGE.
006870     MOVE AUDT-NEW-IMAGE TO WRK-SCRUB-AREA.
006880     PERFORM 7900-SCRUB-IMAGE THRU 7900-EXIT.
006890     MOVE WRK-SCRUB-AREA TO AUDT-NEW-IMAGE.
006900     ADD 1 TO WRK-TOUCHED-COUNT.
006910 6400-EXIT.
006920     EXIT.
006930*****************************************************
006940*7000-PASS-BACKUPS - EVERY GENERATION STILL CATALOGED
006950*IN BKPINDEX. ON AN EXTRACT THE GENERATIONS HOLDING THE
006960*CPF ARE LISTED; ON AN ANONYMIZATION EACH ONE HOLDING
006970*IT IS REWRITTEN WITH THE RECORD CLEARED, SO A RELOAD
006980*CANNOT BRING THE DATA BACK
006990*****************************************************
007000 7000-PASS-BACKUPS.
007010     MOVE ZERO TO WRK-GEN-HIT-COUNT.
007020     MOVE ZERO TO WRK-GEN-TOTAL.
007030     MOVE 'N' TO WRK-SEQ-EOF-SW.
007040     OPEN INPUT BKP-INDEX-FILE.
007050     IF NOT WRK-BKPIDX-FOUND
007060         GO TO 7000-EXIT
007070     END-IF.
007080     PERFORM 7010-LOAD-ONE-GENERATION THRU 7010-EXIT
007090         UNTIL WRK-SEQ-EOF.
007100     CLOSE BKP-INDEX-FILE.
007110     PERFORM 7100-PASS-ONE-GENERATION THRU 7100-EXIT
007120         VARYING WRK-GEN-SUB FROM 1 BY 1
007130         UNTIL WRK-GEN-SUB > WRK-GEN-TOTAL.
007140 7000-EXIT.
007150     EXIT.
007160 7010-LOAD-ONE-GENERATION.
007170     READ BKP-INDEX-FILE
007180         AT END
007190             SET WRK-SEQ-EOF TO TRUE
007200     END-READ.
007210     IF NOT WRK-SEQ-EOF
007220         AND WRK-GEN-TOTAL < WRK-GEN-MAX
007230         ADD 1 TO WRK-GEN-TOTAL
007240         MOVE BKPIDX-DATE TO WRK-GEN-DATE(WRK-GEN-TOTAL)
007250         MOVE BKPIDX-FILE-NAME TO
007260             WRK-GEN-FILE-NAME(WRK-GEN-TOTAL)
007270     END-IF.
007280 7010-EXIT.
007290     EXIT.
007300 7100-PASS-ONE-GENERATION.
007310     MOVE ZERO TO WRK-GEN-ROW-COUNT.
007320     MOVE 'N' TO WRK-SEQ-EOF-SW.
007330     MOVE WRK-GEN-FILE-NAME(WRK-GEN-SUB) TO WRK-BACKUP-NAME.
007340     OPEN INPUT BACKUP-FILE.
007350     IF NOT WRK-BKP-OK
007360         GO TO 7100-EXIT
007370     END-IF.
007380     IF WRK-REQ-ANONYMIZE
007390         MOVE SPACES TO WRK-WORK-NAME
007400         STRING WRK-BACKUP-NAME DELIMITED BY SPACE
007410                ".TMP" DELIMITED BY SIZE
007420             INTO WRK-WORK-NAME
007430         OPEN OUTPUT WORK-FILE
007440     END-IF.
007450     PERFORM 7200-READ-BACKUP THRU 7200-EXIT.
007460     PERFORM 7300-TAKE-BACKUP-RECORD THRU 7300-EXIT
007470         UNTIL WRK-SEQ-EOF.
007480     CLOSE BACKUP-FILE.
007490     IF WRK-GEN-ROW-COUNT > 0
007500         ADD 1 TO WRK-GEN-HIT-COUNT
007510     END-IF.
007520     IF WRK-REQ-ANONYMIZE
007530         CLOSE WORK-FILE
007540         MOVE WRK-GEN-ROW-COUNT TO WRK-FILE-HITS
007550         PERFORM 7800-SWAP-WORK-FILE THRU 7800-EXIT
007560         GO TO 7100-EXIT
007570     END-IF.
007580     IF WRK-GEN-ROW-COUNT > 0
007590         MOVE SPACES TO EXTRACT-LINE
007600         STRING "  " DELIMITED BY SIZE
007610                WRK-BACKUP-NAME DELIMITED BY SIZE
007620                " GERACAO DE " DELIMITED BY SIZE
007630                WRK-GEN-DATE(WRK-GEN-SUB) DELIMITED BY SIZE
007640             INTO EXTRACT-LINE
007650         WRITE EXTRACT-LINE
007660     END-IF.
007670 7100-EXIT.
007680     EXIT.
007690 7200-READ-BACKUP.
007700     READ BACKUP-FILE
007710         AT END
007720             SET WRK-SEQ-EOF TO TRUE
007730     END-READ.
007740 7200-EXIT.
007750     EXIT.
007760 7300-TAKE-BACKUP-RECORD.
007770     MOVE BACKUP-RECORD TO WRK-SCRUB-AREA.
007780     IF WRK-SCRUB-CPF = WRK-CPF-NUM
007790         ADD 1 TO WRK-GEN-ROW-COUNT
007800         IF WRK-REQ-ANONYMIZE
007810             PERFORM 7900-SCRUB-IMAGE THRU 7900-EXIT
007820             ADD 1 TO WRK-TOUCHED-COUNT
007830         END-IF
007840     END-IF.
007850     IF WRK-REQ-ANONYMIZE
007860         MOVE WRK-SCRUB-AREA TO WORK-RECORD
007870         WRITE WORK-RECORD
007880     END-IF.
007890     PERFORM 7200-READ-BACKUP THRU 7200-EXIT.
007900 7300-EXIT.
007910     EXIT.
007920*****************************************************
007930*7800-SWAP-WORK-FILE - THE CLEARED COPY REPLACES THE
007940*FILE WHEN ANYTHING IN IT CHANGED; OTHERWISE THE COPY
007950*IS DROPPED. THE SAME SHELL-OUT LOGARCH USES
007960*****************************************************
007970 7800-SWAP-WORK-FILE.
007980     MOVE SPACES TO WRK-SHELL-COMMAND.
007990     IF WRK-FILE-HITS > 0
008000         STRING "mv " DELIMITED BY SIZE
008010                WRK-WORK-NAME DELIMITED BY SPACE
008020                " " DELIMITED BY SIZE
008030                WRK-BACKUP-NAME DELIMITED BY SPACE
008040             INTO WRK-SHELL-COMMAND
008050     ELSE
008060         STRING "rm -f " DELIMITED BY SIZE
008070                WRK-WORK-NAME DELIMITED BY SPACE
008080             INTO WRK-SHELL-COMMAND
008090     END-IF.
008100     CALL "SYSTEM" USING WRK-SHELL-COMMAND.
008110 7800-EXIT.
008120     EXIT.
008130*****************************************************
008140*7900-SCRUB-IMAGE - CLEARS NAME, ADDRESS AND PHONE IN
008150*A CUSTOMER IMAGE; AN EMPTY IMAGE (THE OLD SIDE OF A
008160*WRITE, THE NEW SIDE OF A DELETE) STAYS EMPTY
008170*****************************************************
008180 7900-SCRUB-IMAGE.
008190     IF WRK-SCRUB-AREA = SPACES
008200         GO TO 7900-EXIT
008210     END-IF.
008220     MOVE WRK-ANON-NAME TO WRK-SCRUB-NAME.
008230     MOVE SPACES TO WRK-SCRUB-ADDRESS.
008240     MOVE SPACES TO WRK-SCRUB-PHONE.
008250 7900-EXIT.
008260     EXIT.
008270*****************************************************
008280*8000-WRITE-COMPLIANCE-LOG - ONE LGPDLOG RECORD PER
008290*REQUEST, WHATEVER THE OUTCOME
008300*****************************************************
008310 8000-WRITE-COMPLIANCE-LOG.
008320     OPEN EXTEND LGPD-LOG-FILE.
008330     IF WRK-LGPDLOG-NOT-FOUND
008340         OPEN OUTPUT LGPD-LOG-FILE
008350     END-IF.
008360     MOVE SPACES TO LGPD-LOG-RECORD.
008370     ACCEPT LGPD-DATE FROM DATE YYYYMMDD.
008380     ACCEPT LGPD-TIME FROM TIME.
008390     MOVE WRK-CPF-NUM TO LGPD-CPF.
008400     IF WRK-REQ-EXTRACT
008410         MOVE "EXTRACT" TO LGPD-REQUEST-TYPE
008420     ELSE
008430         MOVE "ANONYMIZE" TO LGPD-REQUEST-TYPE
008440     END-IF.
008450     MOVE WRK-PROTOCOL TO LGPD-PROTOCOL.
008460     MOVE WRK-OPERATOR TO LGPD-OPERATOR.
008470     MOVE WRK-OUTCOME TO LGPD-OUTCOME.
008480     MOVE WRK-MASTER-SW TO LGPD-MASTER-SW.
008490     MOVE WRK-AUDIT-COUNT TO LGPD-AUDIT-COUNT.
008500     MOVE WRK-ACCOUNT-COUNT TO LGPD-ACCOUNT-COUNT.
008510     MOVE WRK-GEN-HIT-COUNT TO LGPD-GEN-COUNT.
008520     MOVE WRK-REASON TO LGPD-REASON.
008530     WRITE LGPD-LOG-RECORD.
008540     CLOSE LGPD-LOG-FILE.
008550 8000-EXIT.
008560     EXIT.
008570*****************************************************
008580*8900-UPDATE-CONTROL-FILE - RECORDS WHEN LGPDREQ LAST
008590*RAN AND HOW MANY RECORDS IT CLEARED
008600*****************************************************
008610 8900-UPDATE-CONTROL-FILE.
008620     OPEN I-O CONTROL-FILE.
008630     IF WRK-CTL-NOT-FOUND
008640         OPEN OUTPUT CONTROL-FILE
008650         CLOSE CONTROL-FILE
008660         OPEN I-O CONTROL-FILE
008670     END-IF.
008680     MOVE "LGPDREQ" TO CTL-PROGRAM.
008690     ACCEPT CTL-LAST-RUN-DATE FROM DATE YYYYMMDD.
008700     ACCEPT CTL-LAST-RUN-TIME FROM TIME.
008710     MOVE WRK-TOUCHED-COUNT TO CTL-RECORD-COUNT.
008720     WRITE CTL-RECORD
008730         INVALID KEY
008740             REWRITE CTL-RECORD
008750     END-WRITE.
008760     CLOSE CONTROL-FILE.
008770     PERFORM 8950-APPEND-HISTORY THRU 8950-EXIT.
008780 8900-EXIT.
008790     EXIT.
008800*****************************************************
008810*8950-APPEND-HISTORY - ADDS ONE ROW TO THE APPEND-ONLY
008820*JOB CONTROL HISTORY LOG SO CTLRPT CAN SHOW THE LAST N
008830*RUNS OF EACH PROGRAM, NOT JUST THE LATEST ONE
008840*****************************************************
008850 8950-APPEND-HISTORY.
008860     OPEN EXTEND HISTORY-FILE.
008870     IF WRK-CTLH-NOT-FOUND
008880         OPEN OUTPUT HISTORY-FILE
008890     END-IF.
008900     MOVE SPACES TO CTL-HIST-RECORD.
008910     MOVE CTL-PROGRAM TO CTL-HIST-PROGRAM.
008920     MOVE CTL-LAST-RUN-DATE TO CTL-HIST-RUN-DATE.
008930     MOVE CTL-LAST-RUN-TIME TO CTL-HIST-RUN-TIME.
008940     MOVE CTL-RECORD-COUNT TO CTL-HIST-RECORD-COUNT.
008950     WRITE CTL-HIST-RECORD.
008960     CLOSE HISTORY-FILE.
008970 8950-EXIT.
008980     EXIT.
008990*****************************************************
009000*0500-CHECK-BATCH-LOCK - A LOCK ON DISK MEANS THE
009010*NIGHT RUN OWNS THE WINDOW; NO FILE IS REWRITTEN WHILE
009020*IT IS HELD
009030*****************************************************
009040 0500-CHECK-BATCH-LOCK.
009050     MOVE 'N' TO WRK-LOCK-HELD-SW.
009060     OPEN INPUT BATCH-LOCK-FILE.
009070     IF NOT WRK-LOCK-FOUND
009080         GO TO 0500-EXIT
009090     END-IF.
009100     READ BATCH-LOCK-FILE
009110         AT END
009120             CONTINUE
009130     END-READ.
009140     CLOSE BATCH-LOCK-FILE.
009150     SET WRK-LOCK-HELD TO TRUE.
009160     DISPLAY "JANELA DE BATCH ATIVA - LOCK DE "
009170         LOCK-JOB-NAME " DESDE " LOCK-DATE " " LOCK-TIME.
009180 0500-EXIT.
009190     EXIT.
009200 0590-REFUSE-LOCKED.
009210     DISPLAY "ANONIMIZACAO RECUSADA - JANELA DE BATCH"
009220         " ATIVA (LOCK DE " LOCK-JOB-NAME ")".
009230 0590-EXIT.
009240     EXIT.
