000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. GLUPDT.
000030 AUTHOR. RAS.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 2026-10-07.
000060 DATE-COMPILED.
000070*****************************************************
000080*OBJECTIVE = POST A GENERAL-LEDGER POSTING FILE TO THE
000090*GL. (P) TAKES COMMA'S GLPOST, (O) THE GLOPER SUMMARY
000096*OPERATORS WRITES AFTER A LEDGER BATCH, (V) THE GLVOID
000102*REVERSAL PAYVOID WRITES WHEN IT VOIDS A PERIOD; ALL ARE AN H
000110*HEADER, ACCOUNT/DEBIT-CREDIT/CENTS/DEPARTMENT LINES AND
000120*A T TRAILER WITH THE DEBIT AND CREDIT CENTS. A FIRST
000130*PASS PROVES THE WHOLE FILE - HEADER AND TRAILER
000140*PRESENT, DEBITS EQUAL TO CREDITS AND TO THE TRAILER,
000150*EVERY ACCOUNT ACTIVE ON GLACCT, THE MONTH NOT CLOSED
000160*ON GLPERIOD AND THE RUN NOT ALREADY ON THE GLBATCH
000170*REGISTER - AND ONLY THEN DOES A SECOND PASS ADD EACH
000180*LINE TO ITS ACCOUNT'S GLBAL MONTH, APPEND IT TO GLJRNL
000190*STAMPED WITH THE SOURCE RUN, AND REGISTER THE RUN. A
000200*FILE IS POSTED WHOLE OR NOT AT ALL. A MISSING OR EMPTY
000210*FILE IS A NIGHT WITH NOTHING TO POST.
000220*RETURN CODE 8 = FILE REFUSED, 4 = ALREADY POSTED.
000230*****************************************************
000240*MODIFICATION HISTORY
000250*DATE       INIT DESCRIPTION
000260*2026-10-07 RAS  ORIGINAL PROGRAM
000262*2026-10-14 RAS  (V) POSTS PAYVOID'S GLVOID REVERSAL.
000264*                ONCE ON THE LEDGER THE FILE IS EMPTIED,
000266*                SO THE NEXT NIGHT HAS NOTHING TO POST
000268*                AND PAYVOID CAN WRITE THE NEXT ONE.
000270*****************************************************
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SPECIAL-NAMES.
000310     DECIMAL-POINT IS COMMA.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT GL-POST-FILE ASSIGN TO DYNAMIC
000350         WRK-POST-FILE-NAME
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WRK-POST-STATUS.
000380     COPY GLASEL.
000390     COPY GLBSEL.
000400     COPY GLRSEL.
000410     COPY GLJSEL.
000420     COPY GLPSEL.
000430     COPY BALSEL.
000440     COPY EXCPTSEL.
000450     COPY CTLSEL.
000460     COPY CTLHSEL.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD GL-POST-FILE.
000500*DETAIL LINE - ACCOUNT, D/C, AMOUNT IN CENTS AND THE
000510*DEPARTMENT (BLANK ON COMPANY-LEVEL LINES)
000520 01 POST-DETAIL-REC.
000530     05 POST-ACCOUNT PICTURE 9(06).
000540     05 POST-DC PICTURE X(01).
000550         88 POST-DEBIT VALUE 'D'.
000560         88 POST-CREDIT VALUE 'C'.
000570     05 POST-CENTS PICTURE 9(13).
000580     05 POST-DEPT PICTURE X(04).
000590     05 FILLER PICTURE X(16).
000600*ALTERNATE VIEWS OF THE SAME RECORD AREA FOR THE H
000610*HEADER AND T TRAILER CONTROL RECORDS. A HEADER WRITTEN
000620*BEFORE THE RUN TIME AND PERIOD WERE CARRIED HAS THEM
000630*BLANK
000640 01 POST-HEADER-REC.
000650     05 POST-REC-TYPE PICTURE X(01).
000660         88 POST-HEADER VALUE 'H'.
000670         88 POST-TRAILER VALUE 'T'.
000680     05 POST-RUN-DATE PICTURE 9(08).
000690     05 POST-RUN-TIME PICTURE X(08).
000700     05 POST-PERIOD PICTURE X(06).
000710     05 POST-RUN-TYPE PICTURE X(02).
000720     05 FILLER PICTURE X(15).
000730 01 POST-TRAILER-REC.
000740     05 FILLER PICTURE X(01).
000750     05 POST-TRL-DEBIT-CENTS PICTURE 9(13).
000760     05 POST-TRL-CREDIT-CENTS PICTURE 9(13).
000770     05 FILLER PICTURE X(13).
000780     COPY GLAFD.
000790     COPY GLBFD.
000800     COPY GLRFD.
000810     COPY GLJFD.
000820     COPY GLPFD.
000830     COPY BALFD.
000840     COPY EXCPTFD.
000850     COPY CTLFD.
000860     COPY CTLHFD.
000870 WORKING-STORAGE SECTION.
000880*---------------------------------------------------*
000890*SOURCE SELECTION AREAS - EACH SOURCE POSTS UNDER ITS
000900*OWN DAILYJOB STEP NAME, SO ITS CTLFILE, BALFILE AND
000910*EXCPTRPT ROWS TELL THE NIGHTLY STEPS APART
000920*---------------------------------------------------*
000930 77 WRK-SOURCE-SW PICTURE X(01) VALUE SPACE.
000940     88 WRK-SOURCE-PAYROLL VALUE 'P' 'p'.
000950     88 WRK-SOURCE-OPERATORS VALUE 'O' 'o'.
000955     88 WRK-SOURCE-VOID VALUE 'V' 'v'.
000960 77 WRK-POST-FILE-NAME PICTURE X(08) VALUE SPACES.
000970 77 WRK-SOURCE-NAME PICTURE X(10) VALUE SPACES.
000980 77 WRK-STEP-NAME PICTURE X(10) VALUE SPACES.
000990 77 WRK-POST-STATUS PICTURE X(02) VALUE SPACES.
001000     88 WRK-POST-OK VALUE '00'.
001010     88 WRK-POST-NOT-FOUND VALUE '35'.
001020 77 WRK-POST-EOF-SW PICTURE X(01) VALUE 'N'.
001030     88 WRK-POST-EOF VALUE 'Y'.
001040*---------------------------------------------------*
001050*RUN OUTCOME SWITCHES
001060*---------------------------------------------------*
001070 77 WRK-NOTHING-SW PICTURE X(01) VALUE 'N'.
001080     88 WRK-NOTHING-TO-POST VALUE 'Y'.
001090 77 WRK-REFUSED-SW PICTURE X(01) VALUE 'N'.
001100     88 WRK-FILE-REFUSED VALUE 'Y'.
001110 77 WRK-DUPLICATE-SW PICTURE X(01) VALUE 'N'.
001120     88 WRK-DUPLICATE-RUN VALUE 'Y'.
001150 77 WRK-CHART-MISSING-SW PICTURE X(01) VALUE 'N'.
001160     88 WRK-CHART-MISSING VALUE 'Y'.
001170 77 WRK-BATCH-OPEN-SW PICTURE X(01) VALUE 'N'.
001180     88 WRK-BATCH-OPENED VALUE 'Y'.
001190*---------------------------------------------------*
001200*HEADER AND TOTALS OF THE FILE BEING POSTED
001210*---------------------------------------------------*
001220 77 WRK-HDR-RUN-DATE PICTURE 9(08) VALUE ZERO.
001230 77 WRK-HDR-RUN-TIME PICTURE 9(08) VALUE ZERO.
001240 01 WRK-HDR-PERIOD-AREA.
001250     05 WRK-HDR-PERIOD PICTURE 9(06) VALUE ZERO.
001260 01 WRK-HDR-PERIOD-GRP REDEFINES WRK-HDR-PERIOD-AREA.
001270     05 WRK-HDR-PERIOD-YEAR PICTURE 9(04).
001280     05 WRK-HDR-PERIOD-MONTH PICTURE 9(02).
001290 77 WRK-HDR-RUN-TYPE PICTURE X(02) VALUE SPACES.
001300 77 WRK-DEBIT-CENTS PICTURE 9(15) VALUE ZERO.
001310 77 WRK-CREDIT-CENTS PICTURE 9(15) VALUE ZERO.
001320 77 WRK-TRL-DEBIT-CENTS PICTURE 9(13) VALUE ZERO.
001330 77 WRK-TRL-CREDIT-CENTS PICTURE 9(13) VALUE ZERO.
001340 77 WRK-LINE-COUNT PICTURE 9(07) COMP VALUE ZERO.
001350 77 WRK-LINES-POSTED PICTURE 9(07) COMP VALUE ZERO.
001360 77 WRK-POSTED-DATE PICTURE 9(08) VALUE ZERO.
001370 77 WRK-POSTED-TIME PICTURE 9(08) VALUE ZERO.
001380 77 WRK-LINE-AMOUNT PICTURE 9(11)V99 VALUE ZERO.
001390 77 WRK-COUNT-ED PICTURE Z(06)9.
001400 77 WRK-AMOUNT-ED PICTURE Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
001410*---------------------------------------------------*
001420*GENERAL-LEDGER FILE CONTROL AREAS
001430*---------------------------------------------------*
001440     COPY GLWS.
001450*---------------------------------------------------*
001460*BALANCE FILE AREAS
001470*---------------------------------------------------*
001480     COPY BALWS.
001490*---------------------------------------------------*
001500*EXCEPTION-REPORT CONTROL AREAS - THE HOLD FIELDS LET
001510*A CALLER FILL THE MESSAGE BEFORE THE LOG IS OPENED
001520*---------------------------------------------------*
001530     COPY EXCPTWS.
001540 77 WRK-EXCPT-HOLD-INPUT PICTURE X(20) VALUE SPACES.
001550 77 WRK-EXCPT-HOLD-REASON PICTURE X(40) VALUE SPACES.
001560*---------------------------------------------------*
001570*JOB CONTROL FILE AREAS
001580*---------------------------------------------------*
001590     COPY CTLWS.
001600     COPY CTLHWS.
001610*---------------------------------------------------*
001620*RUN-DATE CONTROL AREAS
001630*---------------------------------------------------*
001640     COPY RUNDATE.
001650 PROCEDURE DIVISION.
001660*****************************************************
001670*0000-MAINLINE
001680*****************************************************
001690 0000-MAINLINE.
001700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001710     PERFORM 2000-EDIT-FILE THRU 2000-EXIT.
001720     IF NOT WRK-NOTHING-TO-POST
001730         PERFORM 3000-CHECK-BATCH THRU 3000-EXIT
001740     END-IF.
001750     IF NOT WRK-NOTHING-TO-POST
001760         AND NOT WRK-FILE-REFUSED
001770         AND NOT WRK-DUPLICATE-RUN
001780         PERFORM 4000-POST-FILE THRU 4000-EXIT
001790     END-IF.
001800     IF WRK-BATCH-OPENED
001810         CLOSE GL-BATCH-FILE
001820     END-IF.
001821*A REVERSAL ON THE LEDGER, NOW OR ON AN EARLIER NIGHT,
001822*IS DONE WITH
001823     IF WRK-SOURCE-VOID
001824         AND NOT WRK-NOTHING-TO-POST
001825         AND NOT WRK-FILE-REFUSED
001826         PERFORM 4900-EMPTY-VOID-FILE THRU 4900-EXIT
001827     END-IF.
001830     IF NOT WRK-NOTHING-TO-POST
001840         PERFORM 8000-POST-BALANCE THRU 8000-EXIT
001850     END-IF.
001860     PERFORM 6000-DISPLAY-SUMMARY THRU 6000-EXIT.
001870     PERFORM 8900-UPDATE-CONTROL-FILE THRU 8900-EXIT.
001880     IF WRK-FILE-REFUSED
001890         MOVE 8 TO RETURN-CODE
001900     ELSE
001910         IF WRK-DUPLICATE-RUN
001920             MOVE 4 TO RETURN-CODE
001930         END-IF
001940     END-IF.
001950     STOP RUN.
001960*****************************************************
001970*1000-INITIALIZE - ANY ANSWER BUT P, O OR V ENDS THE RUN
001980*WITH RETURN CODE 8; POSTING THE WRONG FILE TO THE
001990*LEDGER IS NOT SOMETHING TO GUESS AT
002000*****************************************************
002010 1000-INITIALIZE.
002020     ACCEPT WRK-RUN-DATE FROM DATE YYYYMMDD.
002030     DISPLAY "ARQUIVO - (P)AYROLL GLPOST, (O)PERATORS"
002040         " GLOPER OU (V)OID GLVOID".
002050     ACCEPT WRK-SOURCE-SW.
002060     EVALUATE TRUE
002070         WHEN WRK-SOURCE-PAYROLL
002080             MOVE "GLPOST" TO WRK-POST-FILE-NAME
002090             MOVE "COMMA" TO WRK-SOURCE-NAME
002100             MOVE "GLUPDT-PAY" TO WRK-STEP-NAME
002110         WHEN WRK-SOURCE-OPERATORS
002120             MOVE "GLOPER" TO WRK-POST-FILE-NAME
002130             MOVE "OPERATORS" TO WRK-SOURCE-NAME
002140             MOVE "GLUPDT-OPR" TO WRK-STEP-NAME
002142         WHEN WRK-SOURCE-VOID
002144             MOVE "GLVOID" TO WRK-POST-FILE-NAME
002146             MOVE "PAYVOID" TO WRK-SOURCE-NAME
002148             MOVE "GLUPDT-VOD" TO WRK-STEP-NAME
002150         WHEN OTHER
002160             DISPLAY "ORIGEM INVALIDA - NADA FOI LANCADO"
002170             MOVE 8 TO RETURN-CODE
002180             STOP RUN
002190     END-EVALUATE.
002200 1000-EXIT.
002210     EXIT.
002220*****************************************************
002230*2000-EDIT-FILE - FIRST PASS. EVERY PROBLEM FOUND IS
002240*LOGGED, NOT JUST THE FIRST, SO ONE RERUN FIXES THEM ALL
002250*****************************************************
002260 2000-EDIT-FILE.
002270     OPEN INPUT GL-POST-FILE.
002280     IF NOT WRK-POST-OK
002290         SET WRK-NOTHING-TO-POST TO TRUE
002300         GO TO 2000-EXIT
002310     END-IF.
002320     PERFORM 2100-READ-POST-FILE THRU 2100-EXIT.
002330     IF WRK-POST-EOF
002340         SET WRK-NOTHING-TO-POST TO TRUE
002350         CLOSE GL-POST-FILE
002360         GO TO 2000-EXIT
002370     END-IF.
002380     IF NOT POST-HEADER
002390         MOVE WRK-POST-FILE-NAME TO WRK-EXCPT-HOLD-INPUT
002400         MOVE "NO HEADER RECORD - FILE NOT POSTED"
002410             TO WRK-EXCPT-HOLD-REASON
002420         PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
002430         CLOSE GL-POST-FILE
002440         GO TO 2000-EXIT
002450     END-IF.
002460     PERFORM 2200-TAKE-HEADER THRU 2200-EXIT.
002470     PERFORM 2050-OPEN-CHART THRU 2050-EXIT.
002480     PERFORM 2100-READ-POST-FILE THRU 2100-EXIT.
002490     PERFORM 2300-EDIT-ONE-RECORD THRU 2300-EXIT
002500         UNTIL WRK-POST-EOF.
002510     CLOSE GL-POST-FILE.
002520     IF NOT WRK-CHART-MISSING
002530         CLOSE GL-ACCOUNT-FILE
002540     END-IF.
002550 2000-EXIT.
002560     EXIT.
002570*****************************************************
002580*2050-OPEN-CHART - WITHOUT A CHART NO ACCOUNT CAN BE
002590*PROVED, SO THE FILE IS REFUSED; LOGGED ONCE, NOT PER
002600*LINE
002610*****************************************************
002620 2050-OPEN-CHART.
002630     OPEN INPUT GL-ACCOUNT-FILE.
002640     IF NOT WRK-GLA-OK
002650         SET WRK-CHART-MISSING TO TRUE
002660         MOVE "GLACCT" TO WRK-EXCPT-HOLD-INPUT
002670         MOVE "CHART OF ACCOUNTS NOT AVAILABLE"
002680             TO WRK-EXCPT-HOLD-REASON
002690         PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
002700     END-IF.
002710 2050-EXIT.
002720     EXIT.
002730 2100-READ-POST-FILE.
002740     READ GL-POST-FILE
002750         AT END
002760             SET WRK-POST-EOF TO TRUE
002770     END-READ.
002780 2100-EXIT.
002790     EXIT.
002800*****************************************************
002810*2200-TAKE-HEADER - AN OLD-STYLE HEADER WITH ONLY THE
002820*RUN DATE POSTS TO THE RUN DATE'S MONTH UNDER A ZERO
002830*RUN TIME
002840*****************************************************
002850 2200-TAKE-HEADER.
002860     IF POST-RUN-DATE NOT NUMERIC
002870         MOVE WRK-POST-FILE-NAME TO WRK-EXCPT-HOLD-INPUT
002880         MOVE "HEADER RUN DATE NOT NUMERIC"
002890             TO WRK-EXCPT-HOLD-REASON
002900         PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
002910         GO TO 2200-EXIT
002920     END-IF.
002930     MOVE POST-RUN-DATE TO WRK-HDR-RUN-DATE.
002940     MOVE ZERO TO WRK-HDR-RUN-TIME.
002950     IF POST-RUN-TIME NUMERIC
002960         MOVE POST-RUN-TIME TO WRK-HDR-RUN-TIME
002970     END-IF.
002980     IF POST-PERIOD NUMERIC
002990         MOVE POST-PERIOD TO WRK-HDR-PERIOD
003000     ELSE
003010         COMPUTE WRK-HDR-PERIOD = WRK-HDR-RUN-DATE / 100
003020     END-IF.
003030     MOVE POST-RUN-TYPE TO WRK-HDR-RUN-TYPE.
003040     IF WRK-HDR-PERIOD-MONTH < 1 OR WRK-HDR-PERIOD-MONTH > 12
003050         MOVE POST-PERIOD TO WRK-EXCPT-HOLD-INPUT
003060         MOVE "INVALID PERIOD ON HEADER"
003070             TO WRK-EXCPT-HOLD-REASON
003080         PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
003090     END-IF.
003100 2200-EXIT.
003110     EXIT.
003120*****************************************************
003130*2300-EDIT-ONE-RECORD - THE TRAILER MUST BE THE LAST
003140*RECORD AND THERE IS ONLY ONE HEADER
003150*****************************************************
003160 2300-EDIT-ONE-RECORD.
003170     EVALUATE TRUE
003180         WHEN WRK-TRAILER-SEEN
003190             MOVE POST-DETAIL-REC TO WRK-EXCPT-HOLD-INPUT
003200             MOVE "RECORD AFTER THE TRAILER"
003210                 TO WRK-EXCPT-HOLD-REASON
003220             PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
003230         WHEN POST-TRAILER
003240             SET WRK-TRAILER-SEEN TO TRUE
003250             PERFORM 2350-TAKE-TRAILER THRU 2350-EXIT
003260         WHEN POST-HEADER
003270             MOVE POST-DETAIL-REC TO WRK-EXCPT-HOLD-INPUT
003280             MOVE "SECOND HEADER RECORD"
003290                 TO WRK-EXCPT-HOLD-REASON
003300             PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
003310         WHEN OTHER
003320             PERFORM 2400-EDIT-DETAIL THRU 2400-EXIT
003330     END-EVALUATE.
003340     PERFORM 2100-READ-POST-FILE THRU 2100-EXIT.
003350 2300-EXIT.
003360     EXIT.
003370 2350-TAKE-TRAILER.
003380     IF POST-TRL-DEBIT-CENTS NOT NUMERIC
003390         OR POST-TRL-CREDIT-CENTS NOT NUMERIC
003400         MOVE POST-DETAIL-REC TO WRK-EXCPT-HOLD-INPUT
003410         MOVE "TRAILER TOTALS NOT NUMERIC"
003420             TO WRK-EXCPT-HOLD-REASON
003430         PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
003440         GO TO 2350-EXIT
003450     END-IF.
003460     MOVE POST-TRL-DEBIT-CENTS TO WRK-TRL-DEBIT-CENTS.
003470     MOVE POST-TRL-CREDIT-CENTS TO WRK-TRL-CREDIT-CENTS.
003480 2350-EXIT.
003490     EXIT.
003500*****************************************************
003510*2400-EDIT-DETAIL - ADDS THE LINE TO ITS SIDE AND
003520*PROVES ITS ACCOUNT ON THE CHART
003530*****************************************************
003540 2400-EDIT-DETAIL.
003550     ADD 1 TO WRK-LINE-COUNT.
003560     IF POST-ACCOUNT NOT NUMERIC
003570         OR POST-CENTS NOT NUMERIC
003580         OR (NOT POST-DEBIT AND NOT POST-CREDIT)
003590         MOVE POST-DETAIL-REC TO WRK-EXCPT-HOLD-INPUT
003600         MOVE "MALFORMED POSTING LINE"
003610             TO WRK-EXCPT-HOLD-REASON
003620         PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
003630         GO TO 2400-EXIT
003640     END-IF.
003650     IF POST-DEBIT
003660         ADD POST-CENTS TO WRK-DEBIT-CENTS
003670     ELSE
003680         ADD POST-CENTS TO WRK-CREDIT-CENTS
003690     END-IF.
003700     IF WRK-CHART-MISSING
003710         GO TO 2400-EXIT
003720     END-IF.
003730     MOVE POST-ACCOUNT TO GLA-ACCOUNT.
003740     READ GL-ACCOUNT-FILE
003750         INVALID KEY
003760             CONTINUE
003770     END-READ.
003780     IF NOT WRK-GLA-OK
003790         MOVE POST-DETAIL-REC TO WRK-EXCPT-HOLD-INPUT
003800         MOVE "ACCOUNT NOT ON CHART OF ACCOUNTS"
003810             TO WRK-EXCPT-HOLD-REASON
003820         PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
003830         GO TO 2400-EXIT
003840     END-IF.
003850     IF NOT GLA-STATUS-ACTIVE
003860         MOVE POST-DETAIL-REC TO WRK-EXCPT-HOLD-INPUT
003870         MOVE "ACCOUNT INACTIVE ON CHART OF ACCOUNTS"
003880             TO WRK-EXCPT-HOLD-REASON
003890         PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
003900     END-IF.
003910 2400-EXIT.
003920     EXIT.
003930*****************************************************
003940*2900-REFUSE-FILE - ONE EXCEPTION PER PROBLEM; THE
003950*CALLER FILLS THE HOLD FIELDS
003960*****************************************************
003970 2900-REFUSE-FILE.
003980     SET WRK-FILE-REFUSED TO TRUE.
003990     DISPLAY WRK-STEP-NAME " - " WRK-EXCPT-HOLD-REASON.
004000     PERFORM 7100-WRITE-EXCEPTION THRU 7100-EXIT.
004010 2900-EXIT.
004020     EXIT.
004030*****************************************************
004040*3000-CHECK-BATCH - THE FILE AS A WHOLE: TRAILER
004050*PRESENT, BOTH SIDES EQUAL AND EQUAL TO THE TRAILER,
004060*ITS MONTH STILL OPEN AND ITS RUN NOT YET POSTED
004070*****************************************************
004080 3000-CHECK-BATCH.
004090     IF WRK-FILE-REFUSED AND WRK-HDR-RUN-DATE = ZERO
004100         GO TO 3000-EXIT
004110     END-IF.
004120     IF NOT WRK-TRAILER-SEEN
004130         MOVE WRK-POST-FILE-NAME TO WRK-EXCPT-HOLD-INPUT
004140         MOVE "NO TRAILER RECORD - FILE NOT POSTED"
004150             TO WRK-EXCPT-HOLD-REASON
004160         PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
004170     ELSE
004180         IF WRK-DEBIT-CENTS NOT = WRK-CREDIT-CENTS
004190             MOVE WRK-POST-FILE-NAME TO WRK-EXCPT-HOLD-INPUT
004200             MOVE "DEBITS DO NOT EQUAL CREDITS"
004210                 TO WRK-EXCPT-HOLD-REASON
004220             PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
004230         END-IF
004240         IF WRK-DEBIT-CENTS NOT = WRK-TRL-DEBIT-CENTS
004250             OR WRK-CREDIT-CENTS NOT = WRK-TRL-CREDIT-CENTS
004260             MOVE WRK-POST-FILE-NAME TO WRK-EXCPT-HOLD-INPUT
004270             MOVE "TOTALS DO NOT AGREE WITH THE TRAILER"
004280                 TO WRK-EXCPT-HOLD-REASON
004290             PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
004300         END-IF
004310     END-IF.
004320     PERFORM 3100-CHECK-PERIOD THRU 3100-EXIT.
004330     PERFORM 3200-CHECK-REGISTER THRU 3200-EXIT.
004340 3000-EXIT.
004350     EXIT.
004360*****************************************************
004370*3100-CHECK-PERIOD - A MONTH WITH NO GLPERIOD ROW HAS
004380*NEVER BEEN CLOSED
004390*****************************************************
004400 3100-CHECK-PERIOD.
004410     OPEN INPUT GL-PERIOD-FILE.
004420     IF NOT WRK-GLP-OK
004430         GO TO 3100-EXIT
004440     END-IF.
004450     MOVE WRK-HDR-PERIOD TO GLP-PERIOD.
004460     READ GL-PERIOD-FILE
004470         INVALID KEY
004480             CONTINUE
004490     END-READ.
004500     IF WRK-GLP-OK AND GLP-STATUS-CLOSED
004510         MOVE WRK-HDR-PERIOD TO WRK-EXCPT-HOLD-INPUT
004520         MOVE "PERIOD CLOSED - LATE POSTING REFUSED"
004530             TO WRK-EXCPT-HOLD-REASON
004540         PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
004550     END-IF.
004560     CLOSE GL-PERIOD-FILE.
004570 3100-EXIT.
004580     EXIT.
004590*****************************************************
004600*3200-CHECK-REGISTER - THE SAME SOURCE RUN TWICE IS
004610*THE SAME MONEY TWICE. THE REGISTER STAYS OPEN FOR THE
004620*POSTING PASS TO RECORD THE RUN
004630*****************************************************
004640 3200-CHECK-REGISTER.
004650     OPEN I-O GL-BATCH-FILE.
004660     IF WRK-GLR-NOT-FOUND
004670         OPEN OUTPUT GL-BATCH-FILE
004680         CLOSE GL-BATCH-FILE
004690         OPEN I-O GL-BATCH-FILE
004700     END-IF.
004710     SET WRK-BATCH-OPENED TO TRUE.
004720     MOVE WRK-SOURCE-NAME TO GLR-SOURCE.
004730     MOVE WRK-HDR-RUN-DATE TO GLR-RUN-DATE.
004740     MOVE WRK-HDR-RUN-TIME TO GLR-RUN-TIME.
004750     READ GL-BATCH-FILE
004760         INVALID KEY
004770             CONTINUE
004780     END-READ.
004790     IF WRK-GLR-OK
004800         SET WRK-DUPLICATE-RUN TO TRUE
004810         MOVE SPACES TO WRK-EXCPT-HOLD-INPUT
004820         STRING WRK-HDR-RUN-DATE DELIMITED BY SIZE
004830                " " DELIMITED BY SIZE
004840                WRK-HDR-RUN-TIME DELIMITED BY SIZE
004850             INTO WRK-EXCPT-HOLD-INPUT
004860         MOVE SPACES TO WRK-EXCPT-HOLD-REASON
004870         STRING "RUN ALREADY POSTED ON " DELIMITED BY SIZE
004880                GLR-POSTED-DATE DELIMITED BY SIZE
004890             INTO WRK-EXCPT-HOLD-REASON
004900         DISPLAY WRK-STEP-NAME " - " WRK-EXCPT-HOLD-REASON
004910         PERFORM 7100-WRITE-EXCEPTION THRU 7100-EXIT
004920     END-IF.
004930 3200-EXIT.
004940     EXIT.
004950*****************************************************
004960*4000-POST-FILE - SECOND PASS, ONLY FOR A FILE THAT
004970*PROVED CLEAN. EACH LINE GOES TO ITS ACCOUNT'S MONTH ON
004980*GLBAL AND TO THE JOURNAL; THE RUN IS REGISTERED LAST
004990*****************************************************
005000 4000-POST-FILE.
005010     ACCEPT WRK-POSTED-DATE FROM DATE YYYYMMDD.
005020     ACCEPT WRK-POSTED-TIME FROM TIME.
005030     OPEN I-O GL-BALANCE-FILE.
005040     IF WRK-GLB-NOT-FOUND
005050         OPEN OUTPUT GL-BALANCE-FILE
005060         CLOSE GL-BALANCE-FILE
005070         OPEN I-O GL-BALANCE-FILE
005080     END-IF.
005090     OPEN EXTEND GL-JOURNAL-FILE.
005100     IF WRK-GLJ-NOT-FOUND
005110         OPEN OUTPUT GL-JOURNAL-FILE
005120     END-IF.
005130     OPEN INPUT GL-POST-FILE.
005140     MOVE 'N' TO WRK-POST-EOF-SW.
005150     PERFORM 2100-READ-POST-FILE THRU 2100-EXIT.
005160     PERFORM 2100-READ-POST-FILE THRU 2100-EXIT.
005170     PERFORM 4100-POST-ONE-LINE THRU 4100-EXIT
005180         UNTIL WRK-POST-EOF.
005190     CLOSE GL-POST-FILE.
005200     CLOSE GL-JOURNAL-FILE.
005210     CLOSE GL-BALANCE-FILE.
005220     PERFORM 4200-REGISTER-RUN THRU 4200-EXIT.
005230 4000-EXIT.
005240     EXIT.
005250 4100-POST-ONE-LINE.
005260     IF POST-TRAILER
005270         SET WRK-POST-EOF TO TRUE
005280         GO TO 4100-EXIT
005290     END-IF.
005300     COMPUTE WRK-LINE-AMOUNT = POST-CENTS / 100.
005310     MOVE POST-ACCOUNT TO GLB-ACCOUNT.
005320     MOVE WRK-HDR-PERIOD TO GLB-PERIOD.
005330     READ GL-BALANCE-FILE
005340         INVALID KEY
005350             CONTINUE
005360     END-READ.
005370     IF NOT WRK-GLB-OK
005380         MOVE POST-ACCOUNT TO GLB-ACCOUNT
005390         MOVE WRK-HDR-PERIOD TO GLB-PERIOD
005400         MOVE ZERO TO GLB-DEBITS
005410         MOVE ZERO TO GLB-CREDITS
005420         MOVE ZERO TO GLB-POST-COUNT
005430     END-IF.
005440     IF POST-DEBIT
005450         ADD WRK-LINE-AMOUNT TO GLB-DEBITS
005460     ELSE
005470         ADD WRK-LINE-AMOUNT TO GLB-CREDITS
005480     END-IF.
005490     ADD 1 TO GLB-POST-COUNT.
005500     MOVE WRK-POSTED-DATE TO GLB-LAST-DATE.
005510     WRITE GLB-RECORD
005520         INVALID KEY
005530             REWRITE GLB-RECORD
005540     END-WRITE.
005550     MOVE SPACES TO GLJ-RECORD.
005560     MOVE WRK-HDR-PERIOD TO GLJ-PERIOD.
005570     MOVE POST-ACCOUNT TO GLJ-ACCOUNT.
005580     MOVE POST-DC TO GLJ-DC.
005590     MOVE WRK-LINE-AMOUNT TO GLJ-AMOUNT.
005600     MOVE POST-DEPT TO GLJ-DEPT.
005610     MOVE WRK-SOURCE-NAME TO GLJ-SOURCE.
005620     MOVE WRK-HDR-RUN-DATE TO GLJ-RUN-DATE.
005630     MOVE WRK-HDR-RUN-TIME TO GLJ-RUN-TIME.
005640     MOVE WRK-HDR-RUN-TYPE TO GLJ-RUN-TYPE.
005650     MOVE WRK-POSTED-DATE TO GLJ-POSTED-DATE.
005660     WRITE GLJ-RECORD.
005670     ADD 1 TO WRK-LINES-POSTED.
005680     PERFORM 2100-READ-POST-FILE THRU 2100-EXIT.
005690 4100-EXIT.
005700     EXIT.
005710 4200-REGISTER-RUN.
005720     MOVE SPACES TO GLR-RECORD.
005730     MOVE WRK-SOURCE-NAME TO GLR-SOURCE.
005740     MOVE WRK-HDR-RUN-DATE TO GLR-RUN-DATE.
005750     MOVE WRK-HDR-RUN-TIME TO GLR-RUN-TIME.
005760     MOVE WRK-HDR-PERIOD TO GLR-PERIOD.
005770     MOVE WRK-HDR-RUN-TYPE TO GLR-RUN-TYPE.
005780     MOVE WRK-DEBIT-CENTS TO GLR-DEBIT-CENTS.
005790     MOVE WRK-CREDIT-CENTS TO GLR-CREDIT-CENTS.
005800     MOVE WRK-LINES-POSTED TO GLR-LINE-COUNT.
005810     MOVE WRK-POSTED-DATE TO GLR-POSTED-DATE.
005820     MOVE WRK-POSTED-TIME TO GLR-POSTED-TIME.
005830     WRITE GLR-RECORD
005840         INVALID KEY
005850             DISPLAY "ERRO AO GRAVAR GLBATCH - STATUS "
005860                 WRK-GLR-STATUS
005870     END-WRITE.
005880 4200-EXIT.
005890     EXIT.
005900*****************************************************
005901*4900-EMPTY-VOID-FILE - GLVOID HOLDS ONE REVERSAL AT A
005902*TIME; PAYVOID WILL NOT WRITE ANOTHER UNTIL THIS ONE IS
005903*ON THE LEDGER AND THE FILE IS EMPTY AGAIN
005904*****************************************************
005905 4900-EMPTY-VOID-FILE.
005906     OPEN OUTPUT GL-POST-FILE.
005907     CLOSE GL-POST-FILE.
005908 4900-EXIT.
005909     EXIT.
005910*****************************************************
005911*6000-DISPLAY-SUMMARY - ONE CONSOLE LINE FOR THE
005920*OPERATOR; THE DETAIL IS ON GLJRNL AND EXCPTRPT
005930*****************************************************
005940 6000-DISPLAY-SUMMARY.
005950     IF WRK-NOTHING-TO-POST
005960         DISPLAY WRK-STEP-NAME " - " WRK-POST-FILE-NAME
005970             " VAZIO OU AUSENTE - NADA A LANCAR"
005980         GO TO 6000-EXIT
005990     END-IF.
006000     MOVE WRK-LINE-COUNT TO WRK-COUNT-ED.
006010     COMPUTE WRK-AMOUNT-ED = WRK-DEBIT-CENTS / 100.
006020     EVALUATE TRUE
006030         WHEN WRK-FILE-REFUSED
006040             DISPLAY WRK-STEP-NAME " - ARQUIVO RECUSADO, "
006050                 "NADA FOI LANCADO - VER EXCPTRPT"
006060         WHEN WRK-DUPLICATE-RUN
006070             DISPLAY WRK-STEP-NAME " - EXECUCAO JA LANCADA, "
006080                 "NADA FOI LANCADO"
006090         WHEN OTHER
006100             DISPLAY WRK-STEP-NAME " - PERIODO "
006110                 WRK-HDR-PERIOD " - LINHAS " WRK-COUNT-ED
006120                 " - DEBITOS = CREDITOS = " WRK-AMOUNT-ED
006130     END-EVALUATE.
006140 6000-EXIT.
006150     EXIT.
006160*****************************************************
006170*7100-WRITE-EXCEPTION - STAMPED WITH THE STEP NAME; THE
006180*CALLER FILLS THE HOLD FIELDS BEFORE THE LOG IS OPENED
006190*****************************************************
006200 7100-WRITE-EXCEPTION.
006210     OPEN EXTEND EXCEPTION-REPORT.
006220     IF WRK-EXCPT-NOT-FOUND
006230         OPEN OUTPUT EXCEPTION-REPORT
006240     END-IF.
006250     MOVE SPACES TO EXCPT-RECORD.
006260     MOVE WRK-STEP-NAME TO EXCPT-PROGRAM.
006270     ACCEPT EXCPT-DATE FROM DATE YYYYMMDD.
006280     ACCEPT EXCPT-TIME FROM TIME.
006290     MOVE WRK-EXCPT-HOLD-INPUT TO EXCPT-INPUT.
006300     MOVE WRK-EXCPT-HOLD-REASON TO EXCPT-REASON.
006310     WRITE EXCPT-RECORD.
006320     CLOSE EXCEPTION-REPORT.
006330 7100-EXIT.
006340     EXIT.
006350*****************************************************
006360*8000-POST-BALANCE - ONE BALFILE ROW FOR EVERY FILE
006370*THAT HAD SOMETHING IN IT. THE GL TRAILER CARRIES
006380*AMOUNTS RATHER THAN A COUNT, SO THE LINES ON FILE TAKE
006390*THE TRAILER AND READ COLUMNS AND THE LINES POSTED THE
006400*WRITTEN COLUMN; ONLY A FILE THAT POSTED IS IN BALANCE
006410*****************************************************
006420 8000-POST-BALANCE.
006430     OPEN EXTEND BALANCE-FILE.
006440     IF WRK-BAL-NOT-FOUND
006450         OPEN OUTPUT BALANCE-FILE
006460     END-IF.
006470     MOVE SPACES TO BAL-RECORD.
006480     MOVE WRK-STEP-NAME TO BAL-PROGRAM.
006490     MOVE WRK-RUN-DATE TO BAL-RUN-DATE.
006500     MOVE WRK-HDR-RUN-DATE TO BAL-FILE-DATE.
006510     MOVE WRK-LINE-COUNT TO BAL-TRAILER-COUNT.
006520     MOVE WRK-LINE-COUNT TO BAL-READ-COUNT.
006530     MOVE WRK-LINES-POSTED TO BAL-WRITTEN-COUNT.
006540     IF WRK-FILE-REFUSED OR WRK-DUPLICATE-RUN
006550         MOVE "OUT OF BALANCE" TO BAL-VERDICT
006560     ELSE
006570         MOVE "IN BALANCE" TO BAL-VERDICT
006580     END-IF.
006590     WRITE BAL-RECORD.
006600     CLOSE BALANCE-FILE.
006610 8000-EXIT.
006620     EXIT.
006630*****************************************************
006640*8900-UPDATE-CONTROL-FILE - RECORDS WHEN THE STEP LAST
006650*RAN AND HOW MANY LINES IT POSTED, THE SAME FIGURE IT
006660*POSTED AS WRITTEN ON BALFILE
006670*****************************************************
006680 8900-UPDATE-CONTROL-FILE.
006690     OPEN I-O CONTROL-FILE.
006700     IF WRK-CTL-NOT-FOUND
006710         OPEN OUTPUT CONTROL-FILE
006720         CLOSE CONTROL-FILE
006730         OPEN I-O CONTROL-FILE
006740     END-IF.
006750     MOVE WRK-STEP-NAME TO CTL-PROGRAM.
006760     ACCEPT CTL-LAST-RUN-DATE FROM DATE YYYYMMDD.
006770     ACCEPT CTL-LAST-RUN-TIME FROM TIME.
006780     MOVE WRK-LINES-POSTED TO CTL-RECORD-COUNT.
006790     WRITE CTL-RECORD
006800         INVALID KEY
006810             REWRITE CTL-RECORD
006820     END-WRITE.
006830     CLOSE CONTROL-FILE.
006840     PERFORM 8950-APPEND-HISTORY THRU 8950-EXIT.
006850 8900-EXIT.
006860     EXIT.
006870*****************************************************
006880*8950-APPEND-HISTORY - ADDS ONE ROW TO THE APPEND-ONLY
006890*JOB CONTROL HISTORY LOG SO CTLRPT CAN SHOW THE LAST N
006900*RUNS OF EACH PROGRAM, NOT JUST THE LATEST ONE
006910*****************************************************
006920 8950-APPEND-HISTORY.
006930     OPEN EXTEND HISTORY-FILE.
006940     IF WRK-CTLH-NOT-FOUND
006950         OPEN OUTPUT HISTORY-FILE
006960     END-IF.
006970     MOVE SPACES TO CTL-HIST-RECORD.
006980     MOVE CTL-PROGRAM TO CTL-HIST-PROGRAM.
006990     MOVE CTL-LAST-RUN-DATE TO CTL-HIST-RUN-DATE.
007000     MOVE CTL-LAST-RUN-TIME TO CTL-HIST-RUN-TIME.
007010     MOVE CTL-RECORD-COUNT TO CTL-HIST-RECORD-COUNT.
007020     WRITE CTL-HIST-RECORD.
007030     CLOSE HISTORY-FILE.
007040 8950-EXIT.
007050     EXIT.
