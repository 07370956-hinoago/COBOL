000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PTAXLOAD.
000030 AUTHOR. RAS.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 2026-10-11.
000060 DATE-COMPILED.
000070*****************************************************
000080*OBJECTIVE = LOAD THE CENTRAL BANK'S PUBLISHED PTAX
000090*CLOSING RATES ONTO FINANCE'S DATED EXCHANGE-RATE FILE
000100*EVERY NIGHT, SO NOBODY HAS TO KEY THE USD RATE IN
000110*XRATMNT BY HAND AND A FORGOTTEN DAY NO LONGER LETS A
000120*USD RUN QUIETLY PICK UP THE PREVIOUS DAY'S RATE.
000130*---------------------------------------------------*
000140*PTAXFILE IS THE BANK'S SEMICOLON-SEPARATED DOWNLOAD,
000150*ONE LINE PER CURRENCY PER DAY:
000160*  DDMMYYYY;CODE;TYPE;CURRENCY;BUY;SELL;PARBUY;PARSELL
000170*WITH COMMA DECIMALS. ONLY THE USD LINES ARE USED AND
000180*THE SELL RATE IS THE ONE TAKEN. A DATE ALREADY ON
000190*XRATFILE IS LEFT AS IT IS - A DIFFERENT RATE THERE IS
000200*REPORTED, NOT OVERWRITTEN, SINCE IT WAS KEYED ON
000210*PURPOSE. A NEW DATE GOES IN IN DATE ORDER, SO A GAP
000220*THE OPERATOR LEFT IS FILLED, AFTER THE SAME SANITY
000230*CHECK XRATMNT MAKES; A RATE THAT MOVED MORE THAN THE
000240*SET PERCENTAGE FROM THE PREVIOUS DAY'S IS NOT LOADED.
000250*EVERY RATE ADDED APPENDS TO THE XRATAUD CHANGE LOG.
000260*---------------------------------------------------*
000270*LAST, EVERY BUSINESS DAY OF THE CURRENT MONTH UP TO
000280*TODAY (PER BUSDAY) THAT STILL HAS NO RATE ON FILE IS
000290*WRITTEN TO THE EXCEPTION REPORT, SO MORNRPT FLAGS IT
000300*BEFORE ANYONE STARTS A USD COMMA RUN. DAYS BEFORE THE
000310*FIRST DATE ON FILE ARE NOT CHECKED.
000320*---------------------------------------------------*
000330*RETURN CODE 0 IS A CLEAN LOAD, 4 MEANS AT LEAST ONE
000340*EXCEPTION WAS WRITTEN, 8 MEANS XRATFILE WAS TOO BIG
000350*TO TABLE AND NOTHING WAS TOUCHED.
000360*****************************************************
000370*MODIFICATION HISTORY
000380*DATE       INIT DESCRIPTION
000390*2026-10-11 RAS  ORIGINAL PROGRAM
000400*****************************************************
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SPECIAL-NAMES.
000440     DECIMAL-POINT IS COMMA.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT PTAX-FILE ASSIGN TO "PTAXFILE"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WRK-PTAX-STATUS.
000500     SELECT XRATE-FILE ASSIGN TO "XRATFILE"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WRK-XRATE-STATUS.
000530     SELECT XRATE-AUDIT-FILE ASSIGN TO "XRATAUD"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WRK-XAUD-STATUS.
000560     COPY EXCPTSEL.
000570     COPY CTLSEL.
000580     COPY CTLHSEL.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD PTAX-FILE.
000620 01 PTAX-RECORD PICTURE X(100).
000630 FD XRATE-FILE.
000640 01 XRATE-RECORD.
000650     05 XRATE-DATE PICTURE 9(08).
000660     05 FILLER PICTURE X(01).
000670     05 XRATE-RATE PICTURE 9(03)V9(06).
000680 FD XRATE-AUDIT-FILE.
000690 01 XAUD-RECORD.
000700     05 XAUD-PROGRAM PICTURE X(10).
000710     05 FILLER PICTURE X(01).
000720     05 XAUD-DATE PICTURE 9(08).
000730     05 FILLER PICTURE X(01).
000740     05 XAUD-TIME PICTURE 9(08).
000750     05 FILLER PICTURE X(01).
000760     05 XAUD-RATE-DATE PICTURE 9(08).
000770     05 FILLER PICTURE X(01).
000780     05 XAUD-ACTION PICTURE X(08).
000790     05 FILLER PICTURE X(01).
000800     05 XAUD-OLD-IMAGE PICTURE X(18).
000810     05 FILLER PICTURE X(01).
000820     05 XAUD-NEW-IMAGE PICTURE X(18).
000830     COPY EXCPTFD.
000840     COPY CTLFD.
000850     COPY CTLHFD.
000860 WORKING-STORAGE SECTION.
000870*---------------------------------------------------*
000880*PTAX FILE CONTROL AND LINE-SPLITTING AREAS
000890*---------------------------------------------------*
000900 77 WRK-PTAX-STATUS PICTURE X(02) VALUE SPACES.
000910     88 WRK-PTAX-OK VALUE '00'.
000920 77 WRK-PTAX-EOF-SW PICTURE X(01) VALUE 'N'.
000930     88 WRK-PTAX-EOF VALUE 'Y'.
000940 01 WRK-PTAX-DATE-AREA.
000950     05 WRK-PTAX-DATE-X PICTURE X(08).
000960 01 WRK-PTAX-DATE-GRP REDEFINES WRK-PTAX-DATE-AREA.
000970     05 WRK-PTAX-DD PICTURE 9(02).
000980     05 WRK-PTAX-MM PICTURE 9(02).
000990     05 WRK-PTAX-YYYY PICTURE 9(04).
001000 77 WRK-PTAX-CODE-X PICTURE X(10) VALUE SPACES.
001010 77 WRK-PTAX-TYPE-X PICTURE X(10) VALUE SPACES.
001020 77 WRK-PTAX-CURRENCY PICTURE X(10) VALUE SPACES.
001030 77 WRK-PTAX-BUY-X PICTURE X(15) VALUE SPACES.
001040 77 WRK-PTAX-SELL-X PICTURE X(15) VALUE SPACES.
001050 01 WRK-RATE-INT-AREA.
001060     05 WRK-RATE-INT-X PICTURE X(03) JUSTIFIED RIGHT.
001070 01 WRK-RATE-INT-GRP REDEFINES WRK-RATE-INT-AREA.
001080     05 WRK-RATE-INT-N PICTURE 9(03).
001090 01 WRK-RATE-FRAC-AREA.
001100     05 WRK-RATE-FRAC-X PICTURE X(06).
001110 01 WRK-RATE-FRAC-GRP REDEFINES WRK-RATE-FRAC-AREA.
001120     05 WRK-RATE-FRAC-N PICTURE 9(06).
001130 77 WRK-INT-LEN PICTURE 9(02) COMP VALUE ZERO.
001140 77 WRK-FRAC-LEN PICTURE 9(02) COMP VALUE ZERO.
001150 77 WRK-ROW-BAD-SW PICTURE X(01) VALUE 'N'.
001160     88 WRK-ROW-BAD VALUE 'Y'.
001170*---------------------------------------------------*
001180*RATE FILE CONTROL AREAS AND THE IN-CORE TABLE - THE
001190*SAME LAYOUT XRATMNT WORKS ON, SIZED FOR SEVERAL YEARS
001200*OF BUSINESS DAYS SO THE REWRITE NEVER DROPS A ROW
001210*---------------------------------------------------*
001220 77 WRK-XRATE-STATUS PICTURE X(02) VALUE SPACES.
001230     88 WRK-XRATE-OK VALUE '00'.
001240     88 WRK-XRATE-NOT-FOUND VALUE '35'.
001250 77 WRK-XRATE-EOF-SW PICTURE X(01) VALUE 'N'.
001260     88 WRK-XRATE-EOF VALUE 'Y'.
001270 77 WRK-XAUD-STATUS PICTURE X(02) VALUE SPACES.
001280     88 WRK-XAUD-NOT-FOUND VALUE '35'.
001290 77 WRK-RATE-MAX PICTURE 9(04) COMP VALUE 2000.
001300 01 WRK-RATE-TABLE.
001310     05 WRK-RATE-ENTRY OCCURS 2000 TIMES.
001320         10 WRK-TBL-DATE PICTURE 9(08).
001330         10 WRK-TBL-RATE PICTURE 9(03)V9(06).
001340 77 WRK-RATE-TOTAL PICTURE 9(04) COMP VALUE ZERO.
001350 77 WRK-RATE-SUB PICTURE S9(04) COMP VALUE ZERO.
001360 77 WRK-RATE-HIT PICTURE 9(04) COMP VALUE ZERO.
001370 77 WRK-INSERT-AT PICTURE 9(04) COMP VALUE ZERO.
001380 77 WRK-OVERFLOW-SW PICTURE X(01) VALUE 'N'.
001390     88 WRK-TABLE-OVERFLOW VALUE 'Y'.
001400*---------------------------------------------------*
001410*CANDIDATE RATE AND SANITY-CHECK AREAS - THE SAME
001420*LIMIT XRATMNT APPLIES, BUT WITH NOBODY AT THE CONSOLE
001430*TO CONFIRM IT A RATE OVER THE LIMIT IS NOT LOADED
001440*---------------------------------------------------*
001450 77 WRK-KEYED-DATE PICTURE 9(08) VALUE ZERO.
001460 77 WRK-KEYED-RATE PICTURE 9(03)V9(06) VALUE ZERO.
001470 77 WRK-PREV-RATE PICTURE 9(03)V9(06) VALUE ZERO.
001480 77 WRK-RATE-DIFF PICTURE S9(03)V9(06) VALUE ZERO.
001490 77 WRK-DEVIATION-PCT PICTURE 9(05)V99 VALUE ZERO.
001500 77 WRK-DEVIATION-LIMIT PICTURE 9(03) VALUE 10.
001510 77 WRK-PCT-ED PICTURE ZZZZ9,99 VALUE ZERO.
001520 77 WRK-REJECT-SW PICTURE X(01) VALUE 'N'.
001530     88 WRK-REJECTED VALUE 'Y'.
001540*---------------------------------------------------*
001550*CHANGE-LOG IMAGE HOLD AREAS
001560*---------------------------------------------------*
001570 01 WRK-IMAGE-AREA.
001580     05 WRK-IMG-DATE PICTURE 9(08).
001590     05 FILLER PICTURE X(01) VALUE SPACE.
001600     05 WRK-IMG-RATE PICTURE 9(03)V9(06).
001610 77 WRK-NEW-IMAGE PICTURE X(18) VALUE SPACES.
001620*---------------------------------------------------*
001630*BUSINESS-DAY SCAN AREAS
001640*---------------------------------------------------*
001650 01 WRK-SCAN-DATE-AREA.
001660     05 WRK-SCAN-DATE PICTURE 9(08).
001670 01 WRK-SCAN-DATE-GRP REDEFINES WRK-SCAN-DATE-AREA.
001680     05 WRK-SCAN-YEAR PICTURE 9(04).
001690     05 WRK-SCAN-MONTH PICTURE 9(02).
001700     05 WRK-SCAN-DAY PICTURE 9(02).
001710 77 WRK-BUSDAY-SW PICTURE X(01) VALUE 'N'.
001720     88 WRK-DAY-IS-BUSINESS VALUE 'Y'.
001730 77 WRK-NEXTBUS-DATE PICTURE 9(08) VALUE ZERO.
001740 77 WRK-DAY-SUB PICTURE 9(02) COMP VALUE ZERO.
001750*---------------------------------------------------*
001760*RUN COUNTERS AND DISPLAY EDIT AREAS
001770*---------------------------------------------------*
001780 77 WRK-USD-COUNT PICTURE 9(05) COMP VALUE ZERO.
001790 77 WRK-LOADED-COUNT PICTURE 9(05) COMP VALUE ZERO.
001800 77 WRK-ON-FILE-COUNT PICTURE 9(05) COMP VALUE ZERO.
001810 77 WRK-REJECT-COUNT PICTURE 9(05) COMP VALUE ZERO.
001820 77 WRK-MISSING-COUNT PICTURE 9(05) COMP VALUE ZERO.
001830 77 WRK-COUNT-ED PICTURE Z(04)9.
001840*---------------------------------------------------*
001850*EXCEPTION-REPORT CONTROL AREAS - THE HOLD FIELDS LET
001860*A CALLER FILL THE MESSAGE BEFORE THE LOG IS OPENED
001870*---------------------------------------------------*
001880     COPY EXCPTWS.
001890 77 WRK-EXCPT-HOLD-INPUT PICTURE X(20) VALUE SPACES.
001900 77 WRK-EXCPT-HOLD-REASON PICTURE X(40) VALUE SPACES.
001910 77 WRK-EXCPT-WRITTEN-SW PICTURE X(01) VALUE 'N'.
001920     88 WRK-EXCPT-WRITTEN VALUE 'Y'.
001930*---------------------------------------------------*
001940*JOB CONTROL FILE AREAS
001950*---------------------------------------------------*
001960     COPY CTLWS.
001970     COPY CTLHWS.
001980*---------------------------------------------------*
001990*RUN-DATE CONTROL AREAS
002000*---------------------------------------------------*
002010     COPY RUNDATE.
002020 PROCEDURE DIVISION.
002030*****************************************************
002040*0000-MAINLINE
002050*****************************************************
002060 0000-MAINLINE.
002070     ACCEPT WRK-RUN-DATE FROM DATE YYYYMMDD.
002080     PERFORM 1000-LOAD-RATE-FILE THRU 1000-EXIT.
002090     PERFORM 2000-LOAD-PTAX-FILE THRU 2000-EXIT.
002100     PERFORM 5000-CHECK-BUSINESS-DAYS THRU 5000-EXIT.
002110     PERFORM 6000-DISPLAY-TOTALS THRU 6000-EXIT.
002120     PERFORM 8900-UPDATE-CONTROL-FILE THRU 8900-EXIT.
002130     IF WRK-EXCPT-WRITTEN
002140         MOVE 4 TO RETURN-CODE
002150     END-IF.
002160     STOP RUN.
002170*****************************************************
002180*1000-LOAD-RATE-FILE - TABLES THE WHOLE DATED RATE
002190*FILE. NO FILE YET JUST MEANS AN EMPTY TABLE; A FILE
002200*TOO BIG TO TABLE ENDS THE RUN BEFORE ANYTHING IS
002210*REWRITTEN, SINCE THE REWRITE WOULD LOSE ITS TAIL
002220*****************************************************
002230 1000-LOAD-RATE-FILE.
002240     MOVE ZERO TO WRK-RATE-TOTAL.
002250     MOVE 'N' TO WRK-XRATE-EOF-SW.
002260     OPEN INPUT XRATE-FILE.
002270     IF NOT WRK-XRATE-OK
002280         GO TO 1000-EXIT
002290     END-IF.
002300     PERFORM 1100-LOAD-ONE-RATE THRU 1100-EXIT
002310         UNTIL WRK-XRATE-EOF.
002320     CLOSE XRATE-FILE.
002330     IF WRK-TABLE-OVERFLOW
002340         MOVE "XRATFILE" TO WRK-EXCPT-HOLD-INPUT
002350         MOVE "RATE FILE TOO BIG TO TABLE - NOT LOADED"
002360             TO WRK-EXCPT-HOLD-REASON
002370         PERFORM 7100-WRITE-EXCEPTION THRU 7100-EXIT
002380         DISPLAY "PTAXLOAD - XRATFILE EXCEDE A TABELA"
002390         MOVE 8 TO RETURN-CODE
002400         STOP RUN
002410     END-IF.
002420 1000-EXIT.
002430     EXIT.
002440 1100-LOAD-ONE-RATE.
002450     READ XRATE-FILE
002460         AT END
002470             SET WRK-XRATE-EOF TO TRUE
002480     END-READ.
002490     IF WRK-XRATE-EOF
002500         GO TO 1100-EXIT
002510     END-IF.
002520     IF WRK-RATE-TOTAL < WRK-RATE-MAX
002530         ADD 1 TO WRK-RATE-TOTAL
002540         MOVE XRATE-DATE TO WRK-TBL-DATE(WRK-RATE-TOTAL)
002550         MOVE XRATE-RATE TO WRK-TBL-RATE(WRK-RATE-TOTAL)
002560     ELSE
002570         SET WRK-TABLE-OVERFLOW TO TRUE
002580     END-IF.
002590 1100-EXIT.
002600     EXIT.
002610*****************************************************
002620*2000-LOAD-PTAX-FILE - NO FILE FROM THE BANK TONIGHT IS
002630*AN EXCEPTION, BUT THE BUSINESS-DAY CHECK STILL RUNS
002640*****************************************************
002650 2000-LOAD-PTAX-FILE.
002660     OPEN INPUT PTAX-FILE.
002670     IF NOT WRK-PTAX-OK
002680         MOVE "PTAXFILE" TO WRK-EXCPT-HOLD-INPUT
002690         MOVE "PTAX FILE NOT RECEIVED - NO RATES LOADED"
002700             TO WRK-EXCPT-HOLD-REASON
002710         PERFORM 7100-WRITE-EXCEPTION THRU 7100-EXIT
002720         DISPLAY "PTAXLOAD - PTAXFILE NAO RECEBIDO"
002730         GO TO 2000-EXIT
002740     END-IF.
002750     PERFORM 2100-READ-ONE-PTAX THRU 2100-EXIT
002760         UNTIL WRK-PTAX-EOF.
002770     CLOSE PTAX-FILE.
002780 2000-EXIT.
002790     EXIT.
002800 2100-READ-ONE-PTAX.
002810     READ PTAX-FILE
002820         AT END
002830             SET WRK-PTAX-EOF TO TRUE
002840     END-READ.
002850     IF WRK-PTAX-EOF
002860         GO TO 2100-EXIT
002870     END-IF.
002880     MOVE SPACES TO WRK-PTAX-DATE-X WRK-PTAX-CODE-X
002890         WRK-PTAX-TYPE-X WRK-PTAX-CURRENCY WRK-PTAX-BUY-X
002900         WRK-PTAX-SELL-X.
002910     UNSTRING PTAX-RECORD DELIMITED BY ';'
002920         INTO WRK-PTAX-DATE-X WRK-PTAX-CODE-X
002930              WRK-PTAX-TYPE-X WRK-PTAX-CURRENCY
002940              WRK-PTAX-BUY-X WRK-PTAX-SELL-X
002950     END-UNSTRING.
002960     IF WRK-PTAX-CURRENCY NOT = "USD"
002970         GO TO 2100-EXIT
002980     END-IF.
002990     ADD 1 TO WRK-USD-COUNT.
003000     PERFORM 2200-EDIT-PTAX-ROW THRU 2200-EXIT.
003010     IF WRK-ROW-BAD
003020         MOVE PTAX-RECORD TO WRK-EXCPT-HOLD-INPUT
003030         MOVE "PTAX ROW NOT READABLE - NOT LOADED"
003040             TO WRK-EXCPT-HOLD-REASON
003050         PERFORM 7100-WRITE-EXCEPTION THRU 7100-EXIT
003060         ADD 1 TO WRK-REJECT-COUNT
003070         GO TO 2100-EXIT
003080     END-IF.
003090     PERFORM 3000-APPLY-PTAX-RATE THRU 3000-EXIT.
003100 2100-EXIT.
003110     EXIT.
003120*****************************************************
003130*2200-EDIT-PTAX-ROW - TURNS THE BANK'S DDMMYYYY DATE
003140*AND COMMA-DECIMAL SELL RATE INTO THE RATE FILE'S
003150*YYYYMMDD AND 9(03)V9(06). ANYTHING THAT DOES NOT FIT
003160*MARKS THE ROW BAD
003170*****************************************************
003180 2200-EDIT-PTAX-ROW.
003190     MOVE 'N' TO WRK-ROW-BAD-SW.
003200     IF WRK-PTAX-DATE-X NOT NUMERIC
003210         SET WRK-ROW-BAD TO TRUE
003220         GO TO 2200-EXIT
003230     END-IF.
003240     IF WRK-PTAX-MM < 1 OR WRK-PTAX-MM > 12
003250         OR WRK-PTAX-DD < 1 OR WRK-PTAX-DD > 31
003260         SET WRK-ROW-BAD TO TRUE
003270         GO TO 2200-EXIT
003280     END-IF.
003290     COMPUTE WRK-KEYED-DATE = WRK-PTAX-YYYY * 10000
003300         + WRK-PTAX-MM * 100 + WRK-PTAX-DD.
003310     MOVE SPACES TO WRK-RATE-INT-X WRK-RATE-FRAC-X.
003320     MOVE ZERO TO WRK-INT-LEN WRK-FRAC-LEN.
003330     UNSTRING WRK-PTAX-SELL-X DELIMITED BY ',' OR SPACE
003340         INTO WRK-RATE-INT-X COUNT IN WRK-INT-LEN
003350              WRK-RATE-FRAC-X COUNT IN WRK-FRAC-LEN
003360     END-UNSTRING.
003370     IF WRK-INT-LEN < 1 OR WRK-INT-LEN > 3
003380         OR WRK-FRAC-LEN > 6
003390         SET WRK-ROW-BAD TO TRUE
003400         GO TO 2200-EXIT
003410     END-IF.
003420     INSPECT WRK-RATE-INT-X REPLACING LEADING SPACE BY ZERO.
003430     INSPECT WRK-RATE-FRAC-X REPLACING ALL SPACE BY ZERO.
003440     IF WRK-RATE-INT-N NOT NUMERIC
003450         OR WRK-RATE-FRAC-N NOT NUMERIC
003460         SET WRK-ROW-BAD TO TRUE
003470         GO TO 2200-EXIT
003480     END-IF.
003490     COMPUTE WRK-KEYED-RATE =
003500         WRK-RATE-INT-N + WRK-RATE-FRAC-N / 1000000.
003510     IF WRK-KEYED-RATE = ZERO
003520         SET WRK-ROW-BAD TO TRUE
003530     END-IF.
003540 2200-EXIT.
003550     EXIT.
003560*****************************************************
003570*3000-APPLY-PTAX-RATE - A DATE ALREADY ON FILE IS KEPT
003580*AS IT IS; A NEW ONE GOES IN IN DATE ORDER ONCE IT
003590*PASSES THE SANITY CHECK AGAINST THE DAY BEFORE IT
003600*****************************************************
003610 3000-APPLY-PTAX-RATE.
003620     PERFORM 4000-FIND-RATE-DATE THRU 4000-EXIT.
003630     IF WRK-RATE-HIT > ZERO
003640         ADD 1 TO WRK-ON-FILE-COUNT
003650         IF WRK-TBL-RATE(WRK-RATE-HIT) NOT = WRK-KEYED-RATE
003660             MOVE WRK-KEYED-DATE TO WRK-EXCPT-HOLD-INPUT
003670             MOVE "PTAX DIFFERS FROM RATE ON FILE - KEPT"
003680                 TO WRK-EXCPT-HOLD-REASON
003690             PERFORM 7100-WRITE-EXCEPTION THRU 7100-EXIT
003700         END-IF
003710         GO TO 3000-EXIT
003720     END-IF.
003730     IF WRK-RATE-TOTAL >= WRK-RATE-MAX
003740         MOVE WRK-KEYED-DATE TO WRK-EXCPT-HOLD-INPUT
003750         MOVE "RATE TABLE FULL - PTAX NOT LOADED"
003760             TO WRK-EXCPT-HOLD-REASON
003770         PERFORM 7100-WRITE-EXCEPTION THRU 7100-EXIT
003780         ADD 1 TO WRK-REJECT-COUNT
003790         GO TO 3000-EXIT
003800     END-IF.
003810     PERFORM 4200-FIND-INSERT-POINT THRU 4200-EXIT.
003820     IF WRK-INSERT-AT > 1
003830         MOVE WRK-TBL-RATE(WRK-INSERT-AT - 1)
003840             TO WRK-PREV-RATE
003850         PERFORM 4500-CHECK-DEVIATION THRU 4500-EXIT
003860         IF WRK-REJECTED
003870             MOVE WRK-KEYED-DATE TO WRK-EXCPT-HOLD-INPUT
003880             MOVE WRK-DEVIATION-PCT TO WRK-PCT-ED
003890             MOVE SPACES TO WRK-EXCPT-HOLD-REASON
003900             STRING "PTAX MOVED " DELIMITED BY SIZE
003910                    WRK-PCT-ED DELIMITED BY SIZE
003920                    "% - NOT LOADED" DELIMITED BY SIZE
003930                 INTO WRK-EXCPT-HOLD-REASON
003940             PERFORM 7100-WRITE-EXCEPTION THRU 7100-EXIT
003950             ADD 1 TO WRK-REJECT-COUNT
003960             GO TO 3000-EXIT
003970         END-IF
003980     END-IF.
003990     PERFORM 4300-SHIFT-ONE-UP THRU 4300-EXIT
004000         VARYING WRK-RATE-SUB FROM WRK-RATE-TOTAL BY -1
004010         UNTIL WRK-RATE-SUB < WRK-INSERT-AT.
004020     ADD 1 TO WRK-RATE-TOTAL.
004030     MOVE WRK-KEYED-DATE TO WRK-TBL-DATE(WRK-INSERT-AT).
004040     MOVE WRK-KEYED-RATE TO WRK-TBL-RATE(WRK-INSERT-AT).
004050     PERFORM 6700-BUILD-NEW-IMAGE THRU 6700-EXIT.
004060     PERFORM 7000-REWRITE-RATE-FILE THRU 7000-EXIT.
004070     PERFORM 7500-WRITE-AUDIT THRU 7500-EXIT.
004080     ADD 1 TO WRK-LOADED-COUNT.
004090 3000-EXIT.
004100     EXIT.
004110*****************************************************
004120*4000-FIND-RATE-DATE - LEAVES THE ENTRY NUMBER OF THE
004130*PTAX DATE IN WRK-RATE-HIT, ZERO WHEN NOT ON FILE
004140*****************************************************
004150 4000-FIND-RATE-DATE.
004160     MOVE ZERO TO WRK-RATE-HIT.
004170     PERFORM 4100-CHECK-ONE-DATE THRU 4100-EXIT
004180         VARYING WRK-RATE-SUB FROM 1 BY 1
004190         UNTIL WRK-RATE-SUB > WRK-RATE-TOTAL.
004200 4000-EXIT.
004210     EXIT.
004220 4100-CHECK-ONE-DATE.
004230     IF WRK-TBL-DATE(WRK-RATE-SUB) = WRK-KEYED-DATE
004240         MOVE WRK-RATE-SUB TO WRK-RATE-HIT
004250     END-IF.
004260 4100-EXIT.
004270     EXIT.
004280*****************************************************
004290*4200-FIND-INSERT-POINT - THE FIRST ENTRY DATED AFTER
004300*THE PTAX DATE, OR ONE PAST THE END WHEN THERE IS NONE
004310*****************************************************
004320 4200-FIND-INSERT-POINT.
004330     COMPUTE WRK-INSERT-AT = WRK-RATE-TOTAL + 1.
004340     PERFORM 4210-CHECK-ONE-POINT THRU 4210-EXIT
004350         VARYING WRK-RATE-SUB FROM WRK-RATE-TOTAL BY -1
004360         UNTIL WRK-RATE-SUB < 1.
004370 4200-EXIT.
004380     EXIT.
004390 4210-CHECK-ONE-POINT.
004400     IF WRK-TBL-DATE(WRK-RATE-SUB) > WRK-KEYED-DATE
004410         MOVE WRK-RATE-SUB TO WRK-INSERT-AT
004420     END-IF.
004430 4210-EXIT.
004440     EXIT.
004450 4300-SHIFT-ONE-UP.
004460     MOVE WRK-RATE-ENTRY(WRK-RATE-SUB)
004470         TO WRK-RATE-ENTRY(WRK-RATE-SUB + 1).
004480 4300-EXIT.
004490     EXIT.
004500*****************************************************
004510*4500-CHECK-DEVIATION - XRATMNT'S SANITY CHECK. A RATE
004520*THAT MOVES MORE THAN WRK-DEVIATION-LIMIT PERCENT FROM
004530*THE PREVIOUS DAY'S IS REJECTED OUTRIGHT - IF IT IS
004540*REAL, FINANCE KEYS IT IN XRATMNT AND CONFIRMS IT
004550*****************************************************
004560 4500-CHECK-DEVIATION.
004570     MOVE 'N' TO WRK-REJECT-SW.
004580     IF WRK-PREV-RATE = ZERO
004590         GO TO 4500-EXIT
004600     END-IF.
004610     COMPUTE WRK-RATE-DIFF =
004620         WRK-KEYED-RATE - WRK-PREV-RATE.
004630     IF WRK-RATE-DIFF < ZERO
004640         MULTIPLY WRK-RATE-DIFF BY -1 GIVING WRK-RATE-DIFF
004650     END-IF.
004660     COMPUTE WRK-DEVIATION-PCT ROUNDED =
004670         WRK-RATE-DIFF * 100 / WRK-PREV-RATE.
004680     IF WRK-DEVIATION-PCT > WRK-DEVIATION-LIMIT
004690         SET WRK-REJECTED TO TRUE
004700     END-IF.
004710 4500-EXIT.
004720     EXIT.
004730*****************************************************
004740*5000-CHECK-BUSINESS-DAYS - EVERY BUSINESS DAY OF THE
004750*RUN MONTH UP TO TODAY WITH NO RATE ON FILE IS AN
004760*EXCEPTION. IT IS RAISED AGAIN EVERY NIGHT UNTIL THE
004770*RATE ARRIVES OR FINANCE KEYS IT
004780*****************************************************
004790 5000-CHECK-BUSINESS-DAYS.
004800     IF WRK-RATE-TOTAL = ZERO
004810         GO TO 5000-EXIT
004820     END-IF.
004830     PERFORM 5100-CHECK-ONE-DAY THRU 5100-EXIT
004840         VARYING WRK-DAY-SUB FROM 1 BY 1
004850         UNTIL WRK-DAY-SUB > WRK-RUN-DAY.
004860 5000-EXIT.
004870     EXIT.
004880 5100-CHECK-ONE-DAY.
004890     MOVE WRK-RUN-DATE TO WRK-SCAN-DATE.
004900     MOVE WRK-DAY-SUB TO WRK-SCAN-DAY.
004910     IF WRK-SCAN-DATE < WRK-TBL-DATE(1)
004920         GO TO 5100-EXIT
004930     END-IF.
004940     CALL "BUSDAY" USING WRK-SCAN-DATE WRK-NEXTBUS-DATE
004950         WRK-BUSDAY-SW.
004960     IF NOT WRK-DAY-IS-BUSINESS
004970         GO TO 5100-EXIT
004980     END-IF.
004990     MOVE WRK-SCAN-DATE TO WRK-KEYED-DATE.
005000     PERFORM 4000-FIND-RATE-DATE THRU 4000-EXIT.
005010     IF WRK-RATE-HIT > ZERO
005020         GO TO 5100-EXIT
005030     END-IF.
005040     MOVE WRK-SCAN-DATE TO WRK-EXCPT-HOLD-INPUT.
005050     MOVE "NO USD RATE FOR BUSINESS DAY"
005060         TO WRK-EXCPT-HOLD-REASON.
005070     PERFORM 7100-WRITE-EXCEPTION THRU 7100-EXIT.
005080     ADD 1 TO WRK-MISSING-COUNT.
005090 5100-EXIT.
005100     EXIT.
005110*****************************************************
005120*6000-DISPLAY-TOTALS - RUN SUMMARY FOR THE JOB LOG
005130*****************************************************
005140 6000-DISPLAY-TOTALS.
005150     MOVE WRK-USD-COUNT TO WRK-COUNT-ED.
005160     DISPLAY "PTAXLOAD - LINHAS USD LIDAS:  " WRK-COUNT-ED.
005170     MOVE WRK-LOADED-COUNT TO WRK-COUNT-ED.
005180     DISPLAY "PTAXLOAD - TAXAS INCLUIDAS:   " WRK-COUNT-ED.
005190     MOVE WRK-ON-FILE-COUNT TO WRK-COUNT-ED.
005200     DISPLAY "PTAXLOAD - JA CADASTRADAS:    " WRK-COUNT-ED.
005210     MOVE WRK-REJECT-COUNT TO WRK-COUNT-ED.
005220     DISPLAY "PTAXLOAD - TAXAS RECUSADAS:   " WRK-COUNT-ED.
005230     MOVE WRK-MISSING-COUNT TO WRK-COUNT-ED.
005240     DISPLAY "PTAXLOAD - DIAS UTEIS SEM TAXA:" WRK-COUNT-ED.
005250 6000-EXIT.
005260     EXIT.
005270 6700-BUILD-NEW-IMAGE.
005280     MOVE WRK-KEYED-DATE TO WRK-IMG-DATE.
005290     MOVE WRK-KEYED-RATE TO WRK-IMG-RATE.
005300     MOVE WRK-IMAGE-AREA TO WRK-NEW-IMAGE.
005310 6700-EXIT.
005320     EXIT.
005330*****************************************************
005340*7000-REWRITE-RATE-FILE - THE WHOLE TABLE GOES BACK TO
005350*DISK IN ONE PASS, THE WAY XRATMNT DOES IT
005360*****************************************************
005370 7000-REWRITE-RATE-FILE.
005380     OPEN OUTPUT XRATE-FILE.
005390     PERFORM 7010-WRITE-ONE-RATE THRU 7010-EXIT
005400         VARYING WRK-RATE-SUB FROM 1 BY 1
005410         UNTIL WRK-RATE-SUB > WRK-RATE-TOTAL.
005420     CLOSE XRATE-FILE.
005430 7000-EXIT.
005440     EXIT.
005450 7010-WRITE-ONE-RATE.
005460     MOVE SPACES TO XRATE-RECORD.
005470     MOVE WRK-TBL-DATE(WRK-RATE-SUB) TO XRATE-DATE.
005480     MOVE WRK-TBL-RATE(WRK-RATE-SUB) TO XRATE-RATE.
005490     WRITE XRATE-RECORD.
005500 7010-EXIT.
005510     EXIT.
005520*****************************************************
005530*7100-WRITE-EXCEPTION - THE CALLER FILLS THE HOLD
005540*FIELDS BEFORE THE LOG IS OPENED. ANY EXCEPTION MAKES
005550*THE RUN END WITH RETURN CODE 4
005560*****************************************************
005570 7100-WRITE-EXCEPTION.
005580     OPEN EXTEND EXCEPTION-REPORT.
005590     IF WRK-EXCPT-NOT-FOUND
005600         OPEN OUTPUT EXCEPTION-REPORT
005610     END-IF.
005620     MOVE SPACES TO EXCPT-RECORD.
005630     MOVE "PTAXLOAD" TO EXCPT-PROGRAM.
005640     ACCEPT EXCPT-DATE FROM DATE YYYYMMDD.
005650     ACCEPT EXCPT-TIME FROM TIME.
005660     MOVE WRK-EXCPT-HOLD-INPUT TO EXCPT-INPUT.
005670     MOVE WRK-EXCPT-HOLD-REASON TO EXCPT-REASON.
005680     WRITE EXCPT-RECORD.
005690     CLOSE EXCEPTION-REPORT.
005700     SET WRK-EXCPT-WRITTEN TO TRUE.
005710 7100-EXIT.
005720     EXIT.
005730*****************************************************
005740*7500-WRITE-AUDIT - APPENDS ONE CHANGE-LOG RECORD PER
005750*RATE LOADED, IN THE SAME FORM XRATMNT WRITES, SO THE
005760*LOG SHOWS WHICH RATES CAME FROM THE BANK'S FILE
005770*****************************************************
005780 7500-WRITE-AUDIT.
005790     OPEN EXTEND XRATE-AUDIT-FILE.
005800     IF WRK-XAUD-NOT-FOUND
005810         OPEN OUTPUT XRATE-AUDIT-FILE
005820     END-IF.
005830     MOVE SPACES TO XAUD-RECORD.
005840     MOVE "PTAXLOAD" TO XAUD-PROGRAM.
005850     ACCEPT XAUD-DATE FROM DATE YYYYMMDD.
005860     ACCEPT XAUD-TIME FROM TIME.
005870     MOVE WRK-KEYED-DATE TO XAUD-RATE-DATE.
005880     MOVE "WRITE" TO XAUD-ACTION.
005890     MOVE SPACES TO XAUD-OLD-IMAGE.
005900     MOVE WRK-NEW-IMAGE TO XAUD-NEW-IMAGE.
005910     WRITE XAUD-RECORD.
005920     CLOSE XRATE-AUDIT-FILE.
005930 7500-EXIT.
005940     EXIT.
005950*****************************************************
005960*8900-UPDATE-CONTROL-FILE - RECORDS WHEN PTAXLOAD LAST
005970*RAN AND HOW MANY RATES IT LOADED
005980*****************************************************
005990 8900-UPDATE-CONTROL-FILE.
006000     OPEN I-O CONTROL-FILE.
006010     IF WRK-CTL-NOT-FOUND
006020         OPEN OUTPUT CONTROL-FILE
006030         CLOSE CONTROL-FILE
006040         OPEN I-O CONTROL-FILE
006050     END-IF.
006060     MOVE "PTAXLOAD" TO CTL-PROGRAM.
006070     ACCEPT CTL-LAST-RUN-DATE FROM DATE YYYYMMDD.
006080     ACCEPT CTL-LAST-RUN-TIME FROM TIME.
006090     MOVE WRK-LOADED-COUNT TO CTL-RECORD-COUNT.
006100     WRITE CTL-RECORD
006110         INVALID KEY
006120             REWRITE CTL-RECORD
006130     END-WRITE.
006140     CLOSE CONTROL-FILE.
006150     PERFORM 8950-APPEND-HISTORY THRU 8950-EXIT.
006160 8900-EXIT.
006170     EXIT.
006180*****************************************************
006190*8950-APPEND-HISTORY - ADDS ONE ROW TO THE APPEND-ONLY
006200*JOB CONTROL HISTORY LOG
006210*****************************************************
006220 8950-APPEND-HISTORY.
006230     OPEN EXTEND HISTORY-FILE.
006240     IF WRK-CTLH-NOT-FOUND
006250         OPEN OUTPUT HISTORY-FILE
006260     END-IF.
006270     MOVE SPACES TO CTL-HIST-RECORD.
006280     MOVE CTL-PROGRAM TO CTL-HIST-PROGRAM.
006290     MOVE CTL-LAST-RUN-DATE TO CTL-HIST-RUN-DATE.
006300     MOVE CTL-LAST-RUN-TIME TO CTL-HIST-RUN-TIME.
006310     MOVE CTL-RECORD-COUNT TO CTL-HIST-RECORD-COUNT.
006320     WRITE CTL-HIST-RECORD.
006330     CLOSE HISTORY-FILE.
006340 8950-EXIT.
006350     EXIT.
