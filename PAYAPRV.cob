000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PAYAPRV.
000030 AUTHOR. RAS.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 2026-09-19.
000060 DATE-COMPILED.
000070*****************************************************
000080*OBJECTIVE = SUPERVISOR APPROVAL OF A PENDING PAY
000090*PERIOD. COMMA NOW WRITES THE CNAB240 REMITTANCE TO
000100*BANKHOLD, POSTS EVERY CREDIT HELD ON PAYSTAT AND
000110*LEAVES THE PERIOD PENDING ON PERCTL. ONCE PAYVAR HAS
000120*CHECKED THE PERIOD, A SUPERVISOR RUNS THIS PROGRAM:
000130*IT SHOWS THE VARIANCE RESULT AND THE HELD FILE'S
000140*TOTALS, AND ON CONFIRMATION COPIES BANKHOLD TO
000150*BANKREM FOR THE BANK, FLIPS EACH HELD CREDIT TO SENT
000160*AND FINALIZES THE PERIOD WITH THE APPROVER'S
000170*INITIALS AND THE DATE AND TIME OF THE APPROVAL.
000180*---------------------------------------------------*
000190*THE HELD FILE MUST BE THE ONE THE PERIOD PRODUCED -
000200*ITS HEADER NSA CARRIES THE PAY PERIOD AND ITS
000210*GENERATION DATE THE RUN DATE ON PERCTL - AND IT MUST
000220*BE COMPLETE: A TYPE-9 FILE TRAILER, AND SEGMENT A
000230*AMOUNTS THAT ADD UP TO THE LOTE TRAILER TOTAL.
000240*****************************************************
000250*MODIFICATION HISTORY
000260*DATE       INIT DESCRIPTION
000270*2026-09-19 RAS  ORIGINAL PROGRAM
000271*2026-09-28 RAS  ACCEPTS THE RS (RESCISAO) RUN TYPE.
000272*                FINALIZING AN RS PERIOD INACTIVATES
000273*                EVERY EMPLOYEE IT PAID ON EMPMAST, WITH
000274*                AN EMPAUDIT ROW UNDER THE APPROVER'S
000275*                INITIALS, AND CLOSES THEIR TERMMAST ROW.
000280*****************************************************
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SPECIAL-NAMES.
000320     DECIMAL-POINT IS COMMA.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT BANK-HOLD-FILE ASSIGN TO "BANKHOLD"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WRK-HOLD-STATUS.
000380     SELECT BANK-REM-FILE ASSIGN TO "BANKREM"
000390         ORGANIZATION IS LINE SEQUENTIAL.
000400     COPY PERSEL.
000410     COPY PAYSSEL.
000420     COPY EXCPTSEL.
000430     COPY CTLSEL.
000440     COPY CTLHSEL.
000450     COPY LOCKSEL.
000452     COPY TERMSEL.
000454     COPY EMPSEL.
000456     COPY EMPASEL.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD BANK-HOLD-FILE.
000490*THE THREE VIEWS OF A CNAB240 RECORD THIS PROGRAM
000500*NEEDS - RECORD TYPE AND SEGMENT A FIELDS, THE FILE
000510*HEADER'S DATE AND NSA, AND THE LOTE TRAILER TOTAL
000520 01 HOLD-RECORD.
000530     05 FILLER PICTURE X(07).
000540     05 HOLD-REC-TYPE PICTURE X(01).
000550         88 HOLD-FILE-HEADER VALUE '0'.
000560         88 HOLD-DETAIL VALUE '3'.
000570         88 HOLD-LOTE-TRAILER VALUE '5'.
000580         88 HOLD-FILE-TRAILER VALUE '9'.
000590     05 FILLER PICTURE X(05).
000600     05 HOLD-SEGMENT PICTURE X(01).
000610         88 HOLD-SEGMENT-A VALUE 'A'.
000620     05 FILLER PICTURE X(59).
000630     05 HOLD-A-EMP-NUMBER PICTURE 9(05).
000640     05 FILLER PICTURE X(41).
000650     05 HOLD-A-AMOUNT-CENTS PICTURE 9(15).
000660     05 FILLER PICTURE X(106).
000670 01 HOLD-HEADER-REC.
000680     05 FILLER PICTURE X(143).
000690     05 HOLD-H-GEN-DATE.
000700         10 HOLD-H-GEN-DD PICTURE 9(02).
000710         10 HOLD-H-GEN-MM PICTURE 9(02).
000720         10 HOLD-H-GEN-YYYY PICTURE 9(04).
000730     05 HOLD-H-GEN-TIME PICTURE 9(06).
000740     05 HOLD-H-NSA PICTURE 9(06).
000750     05 FILLER PICTURE X(77).
000760 01 HOLD-TRAILER5-REC.
000770     05 FILLER PICTURE X(17).
000780     05 HOLD-T5-REC-COUNT PICTURE 9(06).
000790     05 HOLD-T5-AMOUNT-SUM PICTURE 9(18).
000800     05 FILLER PICTURE X(199).
000810 FD BANK-REM-FILE.
000820 01 BANK-REM-RECORD PICTURE X(240).
000830     COPY PERFD.
000840     COPY PAYSFD.
000850     COPY EXCPTFD.
000860     COPY CTLFD.
000870     COPY CTLHFD.
000880     COPY LOCKFD.
000882     COPY TERMFD.
000884     COPY EMPFD.
000886     COPY EMPAFD.
000890 WORKING-STORAGE SECTION.
000900*---------------------------------------------------*
000910*REQUEST AREAS - THE PERIOD AND RUN TYPE AS COMMA
000920*TAKES THEM, AND THE APPROVING SUPERVISOR
000930*---------------------------------------------------*
000940 77 WRK-PAY-PERIOD PICTURE 9(06) VALUE ZERO.
000950 77 WRK-RUN-TYPE PICTURE X(02) VALUE 'N'.
000960     88 WRK-RUN-TYPE-VALID VALUE 'N ' 'n ' 'R ' 'r '
000966         'D1' 'd1' 'D2' 'd2' 'FE' 'fe' 'RS' 'rs'.
000972     88 WRK-RUN-RESCISAO VALUE 'RS' 'rs'.
000980 77 WRK-APPROVER PICTURE X(03) VALUE SPACES.
000990 77 WRK-CONFIRM-ANSWER PICTURE X(01) VALUE 'N'.
001000     88 WRK-CONFIRMED VALUE 'S' 's' 'Y' 'y'.
001010 77 WRK-REFUSE-REASON PICTURE X(40) VALUE SPACES.
001020*THE RUN DATE COMMA REMITTED UNDER, KEPT FROM PERCTL -
001030*IT IS THE REMITTANCE DATE ON EVERY HELD PAYSTAT ROW
001040 77 WRK-PERC-RUN-DATE PICTURE 9(08) VALUE ZERO.
001050*---------------------------------------------------*
001060*PERIOD CONTROL AND PAYMENT STATUS AREAS
001070*---------------------------------------------------*
001080     COPY PERWS.
001090     COPY PAYSWS.
001100*---------------------------------------------------*
001110*HELD REMITTANCE AREAS - WHAT THE VERIFY PASS FOUND
001120*---------------------------------------------------*
001130 77 WRK-HOLD-STATUS PICTURE X(02) VALUE SPACES.
001140     88 WRK-HOLD-OK VALUE '00'.
001150 77 WRK-HOLD-EOF-SW PICTURE X(01) VALUE 'N'.
001160     88 WRK-HOLD-EOF VALUE 'Y'.
001170 77 WRK-HEADER-SW PICTURE X(01) VALUE 'N'.
001180     88 WRK-HEADER-SEEN VALUE 'Y'.
001190 77 WRK-TRAILER-SW PICTURE X(01) VALUE 'N'.
001200     88 WRK-TRAILER-SEEN VALUE 'Y'.
001210 77 WRK-HOLD-NSA PICTURE 9(06) VALUE ZERO.
001220 01 WRK-HOLD-GEN-AREA.
001230     05 WRK-HOLD-GEN-YYYY PICTURE 9(04).
001240     05 WRK-HOLD-GEN-MM PICTURE 9(02).
001250     05 WRK-HOLD-GEN-DD PICTURE 9(02).
001260 01 WRK-HOLD-GEN-DATE REDEFINES WRK-HOLD-GEN-AREA
001270     PICTURE 9(08).
001280 77 WRK-HOLD-T5-SUM PICTURE 9(18) VALUE ZERO.
001290 77 WRK-HOLD-DETAIL-COUNT PICTURE 9(07) COMP VALUE ZERO.
001300 77 WRK-HOLD-TOTAL-CENTS PICTURE 9(18) COMP VALUE ZERO.
001310 77 WRK-HOLD-TOTAL PICTURE 9(11)V99 VALUE ZERO.
001320 77 WRK-HOLD-TOTAL-ED PICTURE Z.ZZZ.ZZZ.ZZ9,99.
001330*---------------------------------------------------*
001340*RELEASE COUNTERS AND DISPLAY EDIT AREAS
001350*---------------------------------------------------*
001360 77 WRK-RELEASED-COUNT PICTURE 9(07) COMP VALUE ZERO.
001370 77 WRK-REBUILT-COUNT PICTURE 9(07) COMP VALUE ZERO.
001380 77 WRK-COUNT-ED PICTURE Z(06)9.
001390 77 WRK-FLAGS-ED PICTURE Z(04)9.
001400*---------------------------------------------------*
001410*EXCEPTION-REPORT CONTROL AREAS - THE HOLD FIELDS LET
001420*A CALLER FILL THE MESSAGE BEFORE THE LOG IS OPENED
001430*---------------------------------------------------*
001440     COPY EXCPTWS.
001450 77 WRK-EXCPT-HOLD-INPUT PICTURE X(20) VALUE SPACES.
001460 77 WRK-EXCPT-HOLD-REASON PICTURE X(40) VALUE SPACES.
001470*---------------------------------------------------*
001480*JOB CONTROL FILE AREAS
001490*---------------------------------------------------*
001500     COPY CTLWS.
001510     COPY CTLHWS.
001520*---------------------------------------------------*
001530*BATCH WINDOW LOCK AREAS - THE APPROVAL WRITES THE
001540*BANK FILE AND PERCTL, SO IT WAITS FOR THE NIGHT RUN
001550*TO LET GO OF THE WINDOW
001560*---------------------------------------------------*
001570     COPY LOCKWS.
001580*---------------------------------------------------*
001590*RUN-DATE CONTROL AREAS
001600*---------------------------------------------------*
001610     COPY RUNDATE.
001611*---------------------------------------------------*
001612*TERMINATION CLOSE-OUT AREAS - AN APPROVED RS PERIOD
001613*INACTIVATES THE EMPLOYEES IT PAID
001614*---------------------------------------------------*
001615     COPY TERMWS.
001616     COPY EMPWS.
001617     COPY EMPAWS.
001618 77 WRK-TERM-SCAN-EOF-SW PICTURE X(01) VALUE 'N'.
001619     88 WRK-TERM-SCAN-EOF VALUE 'Y'.
001620 77 WRK-TERM-CLOSED-COUNT PICTURE 9(05) COMP VALUE ZERO.
001621 PROCEDURE DIVISION.
001630*****************************************************
001640*0000-MAINLINE
001650*****************************************************
001660 0000-MAINLINE.
001670     PERFORM 0500-CHECK-BATCH-LOCK THRU 0500-EXIT.
001680     IF WRK-LOCK-HELD
001690         PERFORM 0590-REFUSE-LOCKED THRU 0590-EXIT
001700         MOVE 8 TO RETURN-CODE
001710         STOP RUN
001720     END-IF.
001730     PERFORM 1000-ACCEPT-REQUEST THRU 1000-EXIT.
001740     PERFORM 2000-CHECK-PERIOD THRU 2000-EXIT.
001750     IF WRK-REFUSE-REASON = SPACES
001760         PERFORM 3000-VERIFY-HOLD-FILE THRU 3000-EXIT
001770     END-IF.
001780     IF WRK-REFUSE-REASON NOT = SPACES
001790         PERFORM 7000-REFUSE-APPROVAL THRU 7000-EXIT
001800         MOVE 8 TO RETURN-CODE
001810         STOP RUN
001820     END-IF.
001830     PERFORM 4000-CONFIRM-APPROVAL THRU 4000-EXIT.
001840     IF NOT WRK-CONFIRMED
001850         DISPLAY "APROVACAO CANCELADA - REMESSA CONTINUA"
001860             " RETIDA"
001870         STOP RUN
001880     END-IF.
001890     PERFORM 5000-RELEASE-REMITTANCE THRU 5000-EXIT.
001900     PERFORM 6000-FINALIZE-PERIOD THRU 6000-EXIT.
001910     PERFORM 8900-UPDATE-CONTROL-FILE THRU 8900-EXIT.
001920     PERFORM 9999-TERMINATE THRU 9999-EXIT.
001930     STOP RUN.
001940*****************************************************
001950*1000-ACCEPT-REQUEST - THE SUPERVISOR'S INITIALS ARE
001960*REQUIRED; THEY ARE WHAT PERCTL RECORDS AS APPROVER
001970*****************************************************
001980 1000-ACCEPT-REQUEST.
001990     DISPLAY "PERIODO DE PAGAMENTO (AAAAMM, 0 = MES ATUAL)".
002000     ACCEPT WRK-PAY-PERIOD.
002010     IF WRK-PAY-PERIOD = ZERO
002020         ACCEPT WRK-RUN-DATE FROM DATE YYYYMMDD
002030         COMPUTE WRK-PAY-PERIOD = WRK-RUN-DATE / 100
002040     END-IF.
002050     DISPLAY "TIPO DE FOLHA - (N)ORMAL, (R)ETRO, (D1) 13o"
002056         " PARCELA 1, (D2) 13o PARCELA 2, (FE)RIAS OU"
002062         " (RS) RESCISAO".
002070     ACCEPT WRK-RUN-TYPE.
002080     IF NOT WRK-RUN-TYPE-VALID
002090         DISPLAY "TIPO INVALIDO - ASSUMINDO (N)"
002100         MOVE 'N' TO WRK-RUN-TYPE
002110     END-IF.
002120     PERFORM 1100-ACCEPT-APPROVER THRU 1100-EXIT
002130         UNTIL WRK-APPROVER NOT = SPACES.
002140 1000-EXIT.
002150     EXIT.
002160 1100-ACCEPT-APPROVER.
002170     DISPLAY "INICIAIS DO SUPERVISOR QUE APROVA".
002180     ACCEPT WRK-APPROVER.
002190     IF WRK-APPROVER = SPACES
002200         DISPLAY "INICIAIS OBRIGATORIAS"
002210     END-IF.
002220 1100-EXIT.
002230     EXIT.
002240*****************************************************
002250*2000-CHECK-PERIOD - ONLY A PENDING PERIOD WHOSE
002260*VARIANCE CHECK HAS RUN CAN BE APPROVED
002270*****************************************************
002280 2000-CHECK-PERIOD.
002290     OPEN INPUT PERIOD-CONTROL-FILE.
002300     IF NOT WRK-PERC-OK
002310         MOVE "NO PERIOD CONTROL FILE" TO WRK-REFUSE-REASON
002320         GO TO 2000-EXIT
002330     END-IF.
002340     MOVE WRK-PAY-PERIOD TO PERC-PERIOD.
002350     MOVE WRK-RUN-TYPE TO PERC-RUN-TYPE.
002360     READ PERIOD-CONTROL-FILE
002370         INVALID KEY
002380             CONTINUE
002390     END-READ.
002400     CLOSE PERIOD-CONTROL-FILE.
002410     IF NOT WRK-PERC-OK
002420         MOVE "PERIOD NOT RUN - NOTHING TO APPROVE"
002430             TO WRK-REFUSE-REASON
002440         GO TO 2000-EXIT
002450     END-IF.
002460     IF PERC-FINALIZED
002470         DISPLAY "PERIODO JA APROVADO POR " PERC-APPROVED-BY
002480             " EM " PERC-APPROVED-DATE " "
002490             PERC-APPROVED-TIME
002500         MOVE "PERIOD ALREADY APPROVED" TO WRK-REFUSE-REASON
002510         GO TO 2000-EXIT
002520     END-IF.
002530     IF NOT PERC-PENDING
002540         MOVE "PERIOD NOT PENDING APPROVAL"
002550             TO WRK-REFUSE-REASON
002560         GO TO 2000-EXIT
002570     END-IF.
002580     IF PERC-VARIANCE-DATE = ZERO
002590         MOVE "VARIANCE CHECK (PAYVAR) NOT RUN"
002600             TO WRK-REFUSE-REASON
002610         GO TO 2000-EXIT
002620     END-IF.
002630     MOVE PERC-RUN-DATE TO WRK-PERC-RUN-DATE.
002640     MOVE PERC-EMP-COUNT TO WRK-COUNT-ED.
002650     DISPLAY "PERIODO " WRK-PAY-PERIOD " TIPO " WRK-RUN-TYPE
002660         " PROCESSADO EM " PERC-RUN-DATE " - "
002670         WRK-COUNT-ED " EMPREGADOS".
002680     MOVE PERC-VARIANCE-FLAGS TO WRK-FLAGS-ED.
002690     DISPLAY "VARIACAO VERIFICADA EM " PERC-VARIANCE-DATE
002700         " - " WRK-FLAGS-ED " ALERTAS (VER RELATORIO"
002710         " PAYVAR)".
002720 2000-EXIT.
002730     EXIT.
002740*****************************************************
002750*3000-VERIFY-HOLD-FILE - READS BANKHOLD END TO END
002760*BEFORE ANYTHING IS RELEASED
002770*****************************************************
002780 3000-VERIFY-HOLD-FILE.
002790     OPEN INPUT BANK-HOLD-FILE.
002800     IF NOT WRK-HOLD-OK
002810         MOVE "HELD BANK FILE (BANKHOLD) NOT FOUND"
002820             TO WRK-REFUSE-REASON
002830         GO TO 3000-EXIT
002840     END-IF.
002850     MOVE 'N' TO WRK-HOLD-EOF-SW.
002860     PERFORM 3100-READ-HOLD THRU 3100-EXIT.
002870     PERFORM 3200-VERIFY-ONE-RECORD THRU 3200-EXIT
002880         UNTIL WRK-HOLD-EOF.
002890     CLOSE BANK-HOLD-FILE.
002900     EVALUATE TRUE
002910         WHEN NOT WRK-HEADER-SEEN
002920             MOVE "BANKHOLD HAS NO FILE HEADER"
002930                 TO WRK-REFUSE-REASON
002940         WHEN WRK-HOLD-NSA NOT = WRK-PAY-PERIOD
002950             MOVE "BANKHOLD IS FOR ANOTHER PERIOD"
002960                 TO WRK-REFUSE-REASON
002970         WHEN WRK-HOLD-GEN-DATE NOT = WRK-PERC-RUN-DATE
002980             MOVE "BANKHOLD IS FROM ANOTHER RUN"
002990                 TO WRK-REFUSE-REASON
003000         WHEN NOT WRK-TRAILER-SEEN
003010             MOVE "BANKHOLD HAS NO TRAILER - INCOMPLETE"
003020                 TO WRK-REFUSE-REASON
003030         WHEN WRK-HOLD-TOTAL-CENTS NOT = WRK-HOLD-T5-SUM
003040             MOVE "BANKHOLD DETAILS DO NOT ADD TO TRAILER"
003050                 TO WRK-REFUSE-REASON
003060         WHEN OTHER
003070             CONTINUE
003080     END-EVALUATE.
003090 3000-EXIT.
003100     EXIT.
003110 3100-READ-HOLD.
003120     READ BANK-HOLD-FILE
003130         AT END
003140             SET WRK-HOLD-EOF TO TRUE
003150     END-READ.
003160 3100-EXIT.
003170     EXIT.
003180 3200-VERIFY-ONE-RECORD.
003190     EVALUATE TRUE
003200         WHEN HOLD-FILE-HEADER
003210             SET WRK-HEADER-SEEN TO TRUE
003220             MOVE HOLD-H-NSA TO WRK-HOLD-NSA
003230             MOVE HOLD-H-GEN-YYYY TO WRK-HOLD-GEN-YYYY
003240             MOVE HOLD-H-GEN-MM TO WRK-HOLD-GEN-MM
003250             MOVE HOLD-H-GEN-DD TO WRK-HOLD-GEN-DD
003260         WHEN HOLD-DETAIL AND HOLD-SEGMENT-A
003270             ADD 1 TO WRK-HOLD-DETAIL-COUNT
003280             ADD HOLD-A-AMOUNT-CENTS TO WRK-HOLD-TOTAL-CENTS
003290         WHEN HOLD-LOTE-TRAILER
003300             MOVE HOLD-T5-AMOUNT-SUM TO WRK-HOLD-T5-SUM
003310         WHEN HOLD-FILE-TRAILER
003320             SET WRK-TRAILER-SEEN TO TRUE
003330         WHEN OTHER
003340             CONTINUE
003350     END-EVALUATE.
003360     PERFORM 3100-READ-HOLD THRU 3100-EXIT.
003370 3200-EXIT.
003380     EXIT.
003390*****************************************************
003400*4000-CONFIRM-APPROVAL - THE SUPERVISOR SEES WHAT IS
003410*ABOUT TO GO TO THE BANK BEFORE SAYING YES
003420*****************************************************
003430 4000-CONFIRM-APPROVAL.
003440     MOVE WRK-HOLD-DETAIL-COUNT TO WRK-COUNT-ED.
003450     COMPUTE WRK-HOLD-TOTAL = WRK-HOLD-TOTAL-CENTS / 100.
003460     MOVE WRK-HOLD-TOTAL TO WRK-HOLD-TOTAL-ED.
003470     DISPLAY "REMESSA RETIDA: " WRK-COUNT-ED
003480         " CREDITOS, TOTAL " WRK-HOLD-TOTAL-ED.
003490     DISPLAY "CONFIRMA A APROVACAO E A LIBERACAO DA"
003500         " REMESSA? (S/N)".
003510     ACCEPT WRK-CONFIRM-ANSWER.
003520 4000-EXIT.
003530     EXIT.
003540*****************************************************
003550*5000-RELEASE-REMITTANCE - COPIES BANKHOLD TO BANKREM
003560*RECORD FOR RECORD AND FLIPS THE PAYSTAT ROW OF EACH
003570*SEGMENT A FROM HELD TO SENT. THE ROW IS KEYED BY
003580*EMPLOYEE AND THE RUN DATE COMMA REMITTED UNDER
003590*****************************************************
003600 5000-RELEASE-REMITTANCE.
003610     OPEN INPUT BANK-HOLD-FILE.
003620     OPEN OUTPUT BANK-REM-FILE.
003630     OPEN I-O PAYMENT-STATUS-FILE.
003640     IF WRK-PAYS-NOT-FOUND
003650         OPEN OUTPUT PAYMENT-STATUS-FILE
003660         CLOSE PAYMENT-STATUS-FILE
003670         OPEN I-O PAYMENT-STATUS-FILE
003680     END-IF.
003690     MOVE 'N' TO WRK-HOLD-EOF-SW.
003700     PERFORM 3100-READ-HOLD THRU 3100-EXIT.
003710     PERFORM 5100-RELEASE-ONE-RECORD THRU 5100-EXIT
003720         UNTIL WRK-HOLD-EOF.
003730     CLOSE BANK-HOLD-FILE.
003740     CLOSE BANK-REM-FILE.
003750     CLOSE PAYMENT-STATUS-FILE.
003760     MOVE WRK-RELEASED-COUNT TO WRK-COUNT-ED.
003770     DISPLAY "REMESSA LIBERADA EM BANKREM - " WRK-COUNT-ED
003780         " CREDITOS".
003790 5000-EXIT.
003800     EXIT.
003810 5100-RELEASE-ONE-RECORD.
003820     MOVE HOLD-RECORD TO BANK-REM-RECORD.
003830     WRITE BANK-REM-RECORD.
003840     IF HOLD-DETAIL AND HOLD-SEGMENT-A
003850         PERFORM 5200-MARK-PAYMENT-SENT THRU 5200-EXIT
003860     END-IF.
003870     PERFORM 3100-READ-HOLD THRU 3100-EXIT.
003880 5100-EXIT.
003890     EXIT.
003900*****************************************************
003910*5200-MARK-PAYMENT-SENT - A HELD ROW THAT HAS GONE
003920*MISSING IS REBUILT SENT FROM THE DETAIL ITSELF, SO
003930*BANKRET ALWAYS HAS A ROW TO SETTLE, AND THE GAP IS
003940*LOGGED FOR THE MORNING REVIEW
003950*****************************************************
003960 5200-MARK-PAYMENT-SENT.
003970     MOVE HOLD-A-EMP-NUMBER TO PAYS-EMP-NUMBER.
003980     MOVE WRK-PERC-RUN-DATE TO PAYS-REM-DATE.
003990     READ PAYMENT-STATUS-FILE
004000         INVALID KEY
004010             CONTINUE
004020     END-READ.
004030     IF WRK-PAYS-OK
004040         MOVE 'SENT' TO PAYS-STATUS
004050         REWRITE PAYS-RECORD
004060         END-REWRITE
004070         ADD 1 TO WRK-RELEASED-COUNT
004080         GO TO 5200-EXIT
004090     END-IF.
004100     MOVE SPACES TO PAYS-RECORD.
004110     MOVE HOLD-A-EMP-NUMBER TO PAYS-EMP-NUMBER.
004120     MOVE WRK-PERC-RUN-DATE TO PAYS-REM-DATE.
004130     MOVE HOLD-A-AMOUNT-CENTS TO PAYS-NET-CENTS.
004140     MOVE 'SENT' TO PAYS-STATUS.
004150     MOVE ZERO TO PAYS-SETTLE-DATE.
004160     WRITE PAYS-RECORD
004170     END-WRITE.
004180     ADD 1 TO WRK-RELEASED-COUNT.
004190     ADD 1 TO WRK-REBUILT-COUNT.
004200     MOVE HOLD-A-EMP-NUMBER TO WRK-EXCPT-HOLD-INPUT.
004210     MOVE "HELD PAYSTAT ROW MISSING - REBUILT SENT"
004220         TO WRK-EXCPT-HOLD-REASON.
004230     PERFORM 7100-WRITE-EXCEPTION THRU 7100-EXIT.
004240 5200-EXIT.
004250     EXIT.
004260*****************************************************
004270*6000-FINALIZE-PERIOD - THE PERIOD IS FINALIZED WITH
004280*WHO APPROVED IT AND WHEN; FROM HERE ON COMMA'S
004290*DUPLICATE GUARD TREATS IT AS PAID
004300*****************************************************
004310 6000-FINALIZE-PERIOD.
004320     OPEN I-O PERIOD-CONTROL-FILE.
004330     MOVE WRK-PAY-PERIOD TO PERC-PERIOD.
004340     MOVE WRK-RUN-TYPE TO PERC-RUN-TYPE.
004350     READ PERIOD-CONTROL-FILE
004360         INVALID KEY
004370             CONTINUE
004380     END-READ.
004390     MOVE 'FINALIZED' TO PERC-STATUS.
004400     MOVE WRK-APPROVER TO PERC-APPROVED-BY.
004410     ACCEPT PERC-APPROVED-DATE FROM DATE YYYYMMDD.
004420     ACCEPT PERC-APPROVED-TIME FROM TIME.
004430     REWRITE PERC-RECORD
004440     END-REWRITE.
004450     CLOSE PERIOD-CONTROL-FILE.
004460     DISPLAY "PERIODO " WRK-PAY-PERIOD " TIPO " WRK-RUN-TYPE
004470         " FINALIZADO - APROVADO POR " WRK-APPROVER.
004472     IF WRK-RUN-RESCISAO
004474         PERFORM 6100-CLOSE-TERMINATIONS THRU 6100-EXIT
004476     END-IF.
004480 6000-EXIT.
004481     EXIT.
004482*****************************************************
004483*6100-CLOSE-TERMINATIONS - EVERY OPEN TERMMAST ROW THE
004484*APPROVED RS PERIOD PAID IS CLOSED, AND THE EMPLOYEE IS
004485*MADE INACTIVE ON EMPMAST SO NO LATER RUN PAYS THEM.
004486*EACH MASTER CHANGE IS AUDITED UNDER THE APPROVER
004487*****************************************************
004488 6100-CLOSE-TERMINATIONS.
004489     OPEN I-O TERMINATION-FILE.
004490     IF NOT WRK-TERM-OK
004491         GO TO 6100-EXIT
004492     END-IF.
004493     OPEN I-O EMPLOYEE-MASTER.
004494     MOVE 'N' TO WRK-TERM-SCAN-EOF-SW.
004495     MOVE ZERO TO TERM-EMP-NUMBER.
004496     START TERMINATION-FILE KEY NOT < TERM-EMP-NUMBER
004497         INVALID KEY
004498             SET WRK-TERM-SCAN-EOF TO TRUE
004499     END-START.
004500     PERFORM 6110-CLOSE-ONE-TERMINATION THRU 6110-EXIT
004501         UNTIL WRK-TERM-SCAN-EOF.
004502     CLOSE EMPLOYEE-MASTER.
004503     CLOSE TERMINATION-FILE.
004504     MOVE WRK-TERM-CLOSED-COUNT TO WRK-COUNT-ED.
004505     DISPLAY "RESCISOES ENCERRADAS - " WRK-COUNT-ED
004506         " EMPREGADOS INATIVADOS".
004507 6100-EXIT.
004508     EXIT.
004509 6110-CLOSE-ONE-TERMINATION.
004510     READ TERMINATION-FILE NEXT RECORD
004511         AT END
004512             SET WRK-TERM-SCAN-EOF TO TRUE
004513             GO TO 6110-EXIT
004514     END-READ.
004515     IF NOT TERM-OPEN
004516         OR TERM-PAID-PERIOD NOT = WRK-PAY-PERIOD
004517         GO TO 6110-EXIT
004518     END-IF.
004519     MOVE TERM-EMP-NUMBER TO EMP-NUMBER.
004520     READ EMPLOYEE-MASTER
004521         INVALID KEY
004522             CONTINUE
004523     END-READ.
004524     IF WRK-EMPMAST-OK
004525         MOVE EMP-MASTER-RECORD TO WRK-EAUD-OLD-IMAGE
004526         MOVE 'I' TO EMP-ACTIVE-FLAG
004527         REWRITE EMP-MASTER-RECORD
004528         END-REWRITE
004529         MOVE EMP-MASTER-RECORD TO WRK-EAUD-NEW-IMAGE
004530         PERFORM 6150-WRITE-EMP-AUDIT THRU 6150-EXIT
004531     ELSE
004532         MOVE TERM-EMP-NUMBER TO WRK-EXCPT-HOLD-INPUT
004533         MOVE "TERMINATED EMPLOYEE NOT ON EMPMAST"
004534             TO WRK-EXCPT-HOLD-REASON
004535         PERFORM 7100-WRITE-EXCEPTION THRU 7100-EXIT
004536     END-IF.
004537     MOVE 'C' TO TERM-STATUS.
004538     ACCEPT TERM-CLOSED-DATE FROM DATE YYYYMMDD.
004539     REWRITE TERM-RECORD
004540     END-REWRITE.
004541     ADD 1 TO WRK-TERM-CLOSED-COUNT.
004542 6110-EXIT.
004543     EXIT.
004544 6150-WRITE-EMP-AUDIT.
004545     OPEN EXTEND EMP-AUDIT-FILE.
004546     IF WRK-EAUD-NOT-FOUND
004547         OPEN OUTPUT EMP-AUDIT-FILE
004548     END-IF.
004549     MOVE SPACES TO EAUD-RECORD.
004550     MOVE "PAYAPRV" TO EAUD-PROGRAM.
004551     ACCEPT EAUD-DATE FROM DATE YYYYMMDD.
004552     ACCEPT EAUD-TIME FROM TIME.
004553     MOVE WRK-APPROVER TO EAUD-OPERATOR.
004554     MOVE TERM-EMP-NUMBER TO EAUD-EMP-NUMBER.
004555     MOVE "UPDATE" TO EAUD-ACTION.
004556     MOVE WRK-EAUD-OLD-IMAGE TO EAUD-OLD-IMAGE.
004557     MOVE WRK-EAUD-NEW-IMAGE TO EAUD-NEW-IMAGE.
004558     WRITE EAUD-RECORD.
004559     CLOSE EMP-AUDIT-FILE.
004560 6150-EXIT.
004561     EXIT.
004562*****************************************************
004563*7000-REFUSE-APPROVAL - NOTHING IS RELEASED; THE
004564*REFUSAL IS SHOWN AND LOGGED
004565*****************************************************
004566 7000-REFUSE-APPROVAL.
004567     DISPLAY "APROVACAO RECUSADA - " WRK-REFUSE-REASON.
004568     MOVE WRK-PAY-PERIOD TO WRK-EXCPT-HOLD-INPUT.
004570     MOVE WRK-REFUSE-REASON TO WRK-EXCPT-HOLD-REASON.
004580     PERFORM 7100-WRITE-EXCEPTION THRU 7100-EXIT.
004590 7000-EXIT.
004600     EXIT.
004610*****************************************************
004620*7100-WRITE-EXCEPTION - THE CALLER FILLS THE HOLD
004630*FIELDS BEFORE THE LOG IS OPENED
004640*****************************************************
004650 7100-WRITE-EXCEPTION.
004660     OPEN EXTEND EXCEPTION-REPORT.
004670     IF WRK-EXCPT-NOT-FOUND
004680         OPEN OUTPUT EXCEPTION-REPORT
004690     END-IF.
004700     MOVE SPACES TO EXCPT-RECORD.
004710     MOVE "PAYAPRV" TO EXCPT-PROGRAM.
004720     ACCEPT EXCPT-DATE FROM DATE YYYYMMDD.
004730     ACCEPT EXCPT-TIME FROM TIME.
004740     MOVE WRK-EXCPT-HOLD-INPUT TO EXCPT-INPUT.
004750     MOVE WRK-EXCPT-HOLD-REASON TO EXCPT-REASON.
004760     WRITE EXCPT-RECORD.
004770     CLOSE EXCEPTION-REPORT.
004780 7100-EXIT.
004790     EXIT.
004800*****************************************************
004810*0500-CHECK-BATCH-LOCK - A LOCK ON DISK MEANS THE
004820*NIGHT RUN OWNS THE WINDOW, SO NOTHING IS RELEASED
004830*UNTIL IT FINISHES
004840*****************************************************
004850 0500-CHECK-BATCH-LOCK.
004860     MOVE 'N' TO WRK-LOCK-HELD-SW.
004870     OPEN INPUT BATCH-LOCK-FILE.
004880     IF NOT WRK-LOCK-FOUND
004890         GO TO 0500-EXIT
004900     END-IF.
004910     READ BATCH-LOCK-FILE
004920         AT END
004930             CONTINUE
004940     END-READ.
004950     CLOSE BATCH-LOCK-FILE.
004960     SET WRK-LOCK-HELD TO TRUE.
004970     DISPLAY "JANELA DE BATCH ATIVA - LOCK DE "
004980         LOCK-JOB-NAME " DESDE " LOCK-DATE " " LOCK-TIME.
004990 0500-EXIT.
005000     EXIT.
005010 0590-REFUSE-LOCKED.
005020     DISPLAY "APROVACAO RECUSADA - JANELA DE BATCH"
005030         " ATIVA (LOCK DE " LOCK-JOB-NAME ")".
005040 0590-EXIT.
005050     EXIT.
005060*****************************************************
005070*8900-UPDATE-CONTROL-FILE - RECORDS WHEN PAYAPRV LAST
005080*RAN AND HOW MANY CREDITS IT RELEASED
005090*****************************************************
005100 8900-UPDATE-CONTROL-FILE.
005110     OPEN I-O CONTROL-FILE.
005120     IF WRK-CTL-NOT-FOUND
005130         OPEN OUTPUT CONTROL-FILE
005140         CLOSE CONTROL-FILE
005150         OPEN I-O CONTROL-FILE
005160     END-IF.
005170     MOVE "PAYAPRV" TO CTL-PROGRAM.
005180     ACCEPT CTL-LAST-RUN-DATE FROM DATE YYYYMMDD.
005190     ACCEPT CTL-LAST-RUN-TIME FROM TIME.
005200     MOVE WRK-RELEASED-COUNT TO CTL-RECORD-COUNT.
005210     WRITE CTL-RECORD
005220         INVALID KEY
005230             REWRITE CTL-RECORD
005240     END-WRITE.
005250     CLOSE CONTROL-FILE.
005260     PERFORM 8950-APPEND-HISTORY THRU 8950-EXIT.
005270 8900-EXIT.
005280     EXIT.
005290*****************************************************
005300*8950-APPEND-HISTORY - ADDS ONE ROW TO THE APPEND-ONLY
005310*JOB CONTROL HISTORY LOG SO CTLRPT CAN SHOW THE LAST N
005320*RUNS OF EACH PROGRAM, NOT JUST THE LATEST ONE
005330*****************************************************
005340 8950-APPEND-HISTORY.
005350     OPEN EXTEND HISTORY-FILE.
005360     IF WRK-CTLH-NOT-FOUND
005370         OPEN OUTPUT HISTORY-FILE
005380     END-IF.
005390     MOVE SPACES TO CTL-HIST-RECORD.
005400     MOVE CTL-PROGRAM TO CTL-HIST-PROGRAM.
005410     MOVE CTL-LAST-RUN-DATE TO CTL-HIST-RUN-DATE.
005420     MOVE CTL-LAST-RUN-TIME TO CTL-HIST-RUN-TIME.
005430     MOVE CTL-RECORD-COUNT TO CTL-HIST-RECORD-COUNT.
005440     WRITE CTL-HIST-RECORD.
005450     CLOSE HISTORY-FILE.
005460 8950-EXIT.
005470     EXIT.
005480*****************************************************
005490*9999-TERMINATE
005500*****************************************************
005510 9999-TERMINATE.
005520     CONTINUE.
005530 9999-EXIT.
005540     EXIT.
