000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. VACRPT.
000030 AUTHOR. RAS.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 2026-09-30.
000060 DATE-COMPILED.
000070*****************************************************
000080*OBJECTIVE = MONTHLY VACATION DEADLINE REPORT. LISTS
000090*EVERY COMPLETE ACQUISITION PERIOD ON THE VACATION
000100*LEDGER (VACMAST) THAT STILL HAS DAYS TO TAKE AND WHOSE
000110*CONCESSION DEADLINE FALLS WITHIN THE WARNING WINDOW -
000120*OR HAS ALREADY PASSED, IN WHICH CASE THE LEAVE IS NOW
000130*OWED DOUBLE. HR SCHEDULES THE VACATION RUNS FROM IT.
000140*****************************************************
000150*MODIFICATION HISTORY
000160*DATE       INIT DESCRIPTION
000170*2026-09-30 RAS  ORIGINAL PROGRAM
000180*****************************************************
000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.
000220     COPY VACSEL.
000230     COPY EMPSEL.
000240     SELECT VAC-RPT-FILE ASSIGN TO "VACRPT"
000250         ORGANIZATION IS LINE SEQUENTIAL.
000260     COPY CTLSEL.
000270     COPY CTLHSEL.
000280 DATA DIVISION.
000290 FILE SECTION.
000300     COPY VACFD.
000310     COPY EMPFD.
000320 FD VAC-RPT-FILE.
000330 01 VAC-RPT-RECORD PICTURE X(80).
000340     COPY CTLFD.
000350     COPY CTLHFD.
000360 WORKING-STORAGE SECTION.
000370*---------------------------------------------------*
000380*LEDGER AND EMPLOYEE MASTER CONTROL AREAS
000390*---------------------------------------------------*
000400     COPY VACWS.
000410     COPY EMPWS.
000420 77 WRK-VAC-EOF-SW PICTURE X(01) VALUE 'N'.
000430     88 WRK-VAC-SCAN-EOF VALUE 'Y'.
000440 77 WRK-EMP-AVAIL-SW PICTURE X(01) VALUE 'N'.
000450     88 WRK-EMP-AVAIL VALUE 'Y'.
000460*---------------------------------------------------*
000470*WARNING WINDOW - A DEADLINE UP TO THIS MANY MONTHS
000480*AHEAD IS LISTED, SO THE LEAVE CAN STILL BE SCHEDULED
000490*---------------------------------------------------*
000500 77 WRK-WINDOW-MONTHS PICTURE 9(02) VALUE 2.
000510 01 WRK-HORIZON-AREA.
000520     05 WRK-HORIZON-DATE PICTURE 9(08).
000530 01 WRK-HORIZON-GRP REDEFINES WRK-HORIZON-AREA.
000540     05 WRK-HORIZON-YEAR PICTURE 9(04).
000550     05 WRK-HORIZON-MONTH PICTURE 9(02).
000560     05 WRK-HORIZON-DAY PICTURE 9(02).
000570 77 WRK-HORIZON-MONTHS PICTURE 9(04) COMP VALUE ZERO.
000580*---------------------------------------------------*
000590*DETAIL LINE AND COUNTERS
000600*---------------------------------------------------*
000610 01 WRK-DETAIL-LINE.
000620     05 WRK-DL-EMP-NUMBER PICTURE 9(05).
000630     05 FILLER PICTURE X(01) VALUE SPACE.
000640     05 WRK-DL-NAME PICTURE X(20).
000650     05 FILLER PICTURE X(01) VALUE SPACE.
000660     05 WRK-DL-ACQ-START PICTURE 9(08).
000670     05 FILLER PICTURE X(01) VALUE SPACE.
000680     05 WRK-DL-ACQ-END PICTURE 9(08).
000690     05 FILLER PICTURE X(01) VALUE SPACE.
000700     05 WRK-DL-DEADLINE PICTURE 9(08).
000710     05 FILLER PICTURE X(02) VALUE SPACES.
000720     05 WRK-DL-DAYS PICTURE Z9.
000730     05 FILLER PICTURE X(02) VALUE SPACES.
000740     05 WRK-DL-FLAG PICTURE X(21).
000750 77 WRK-DAYS-LEFT PICTURE 9(02) VALUE ZERO.
000760 77 WRK-LISTED-COUNT PICTURE 9(05) COMP VALUE ZERO.
000770 77 WRK-OVERDUE-COUNT PICTURE 9(05) COMP VALUE ZERO.
000780 77 WRK-COUNT-ED PICTURE Z(04)9.
000790*---------------------------------------------------*
000800*JOB CONTROL FILE AREAS
000810*---------------------------------------------------*
000820     COPY CTLWS.
000830     COPY CTLHWS.
000840*---------------------------------------------------*
000850*RUN-DATE CONTROL AREAS
000860*---------------------------------------------------*
000870     COPY RUNDATE.
000880 PROCEDURE DIVISION.
000890*****************************************************
000900*0000-MAINLINE
000910*****************************************************
000920 0000-MAINLINE.
000930     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
000940     PERFORM 2000-PRINT-HEADER THRU 2000-EXIT.
000950     PERFORM 3000-READ-LEDGER THRU 3000-EXIT.
000960     PERFORM 4000-PROCESS-PERIOD THRU 4000-EXIT
000970         UNTIL WRK-VAC-SCAN-EOF.
000980     PERFORM 6000-PRINT-FOOTER THRU 6000-EXIT.
000990     PERFORM 9000-CLOSE-FILES THRU 9000-EXIT.
001000     PERFORM 8900-UPDATE-CONTROL-FILE THRU 8900-EXIT.
001010     STOP RUN.
001020*****************************************************
001030*1000-OPEN-FILES - A MISSING LEDGER JUST PRINTS AN
001040*EMPTY REPORT; A MISSING MASTER LEAVES THE NAMES BLANK.
001050*THE HORIZON IS THE RUN DATE MOVED ON BY THE WINDOW
001060*****************************************************
001070 1000-OPEN-FILES.
001080     ACCEPT WRK-RUN-DATE FROM DATE YYYYMMDD.
001090     OPEN INPUT VACATION-FILE.
001100     IF NOT WRK-VAC-OK
001110         SET WRK-VAC-SCAN-EOF TO TRUE
001120     ELSE
001130         MOVE LOW-VALUES TO VAC-KEY
001140         START VACATION-FILE KEY NOT < VAC-KEY
001150             INVALID KEY
001160                 SET WRK-VAC-SCAN-EOF TO TRUE
001170         END-START
001180     END-IF.
001190     OPEN INPUT EMPLOYEE-MASTER.
001200     IF WRK-EMPMAST-OK
001210         SET WRK-EMP-AVAIL TO TRUE
001220     END-IF.
001230     OPEN OUTPUT VAC-RPT-FILE.
001240     COMPUTE WRK-HORIZON-MONTHS =
001250         WRK-RUN-YEAR * 12 + WRK-RUN-MONTH - 1
001260         + WRK-WINDOW-MONTHS.
001270     DIVIDE WRK-HORIZON-MONTHS BY 12
001280         GIVING WRK-HORIZON-YEAR
001290         REMAINDER WRK-HORIZON-MONTH.
001300     ADD 1 TO WRK-HORIZON-MONTH.
001310     MOVE WRK-RUN-DAY TO WRK-HORIZON-DAY.
001320 1000-EXIT.
001330     EXIT.
001340*****************************************************
001350*2000-PRINT-HEADER
001360*****************************************************
001370 2000-PRINT-HEADER.
001380     MOVE SPACES TO WRK-RUN-DATE-ED.
001390     STRING WRK-RUN-MONTH DELIMITED BY SIZE
001400            "/" DELIMITED BY SIZE
001410            WRK-RUN-DAY DELIMITED BY SIZE
001420            "/" DELIMITED BY SIZE
001430            WRK-RUN-YEAR DELIMITED BY SIZE
001440         INTO WRK-RUN-DATE-ED.
001450     MOVE SPACES TO VAC-RPT-RECORD.
001460     STRING "VACATION CONCESSION DEADLINES    RUN DATE: "
001470                DELIMITED BY SIZE
001480            WRK-RUN-DATE-ED DELIMITED BY SIZE
001490         INTO VAC-RPT-RECORD.
001500     WRITE VAC-RPT-RECORD.
001510     MOVE SPACES TO VAC-RPT-RECORD.
001520     STRING "PERIODS WITH DAYS LEFT AND A DEADLINE UP TO "
001530                DELIMITED BY SIZE
001540            WRK-HORIZON-DATE DELIMITED BY SIZE
001550         INTO VAC-RPT-RECORD.
001560     WRITE VAC-RPT-RECORD.
001570     MOVE SPACES TO VAC-RPT-RECORD.
001580     STRING "EMPNO NAME                 ACQ START"
001590                DELIMITED BY SIZE
001600            " ACQ END  DEADLINE DAYS" DELIMITED BY SIZE
001610         INTO VAC-RPT-RECORD.
001620     WRITE VAC-RPT-RECORD.
001630 2000-EXIT.
001640     EXIT.
001650*****************************************************
001660*3000-READ-LEDGER - ANY NON-ZERO STATUS ENDS THE PASS
001670*****************************************************
001680 3000-READ-LEDGER.
001690     IF WRK-VAC-SCAN-EOF
001700         GO TO 3000-EXIT
001710     END-IF.
001720     READ VACATION-FILE NEXT RECORD
001730         AT END
001740             SET WRK-VAC-SCAN-EOF TO TRUE
001750     END-READ.
001760     IF NOT WRK-VAC-OK
001770         SET WRK-VAC-SCAN-EOF TO TRUE
001780     END-IF.
001790 3000-EXIT.
001800     EXIT.
001810*****************************************************
001820*4000-PROCESS-PERIOD - ONLY AN OPEN PERIOD HAS DAYS
001830*LEFT TO TAKE; IT IS LISTED WHEN ITS DEADLINE IS INSIDE
001840*THE WINDOW OR ALREADY GONE
001850*****************************************************
001860 4000-PROCESS-PERIOD.
001870     IF NOT VAC-OPEN
001880         OR VAC-CONCESSION-END > WRK-HORIZON-DATE
001890         GO TO 4090-READ-NEXT
001900     END-IF.
001910     COMPUTE WRK-DAYS-LEFT = VAC-DAYS-EARNED - VAC-DAYS-TAKEN.
001920     IF WRK-DAYS-LEFT = ZERO
001930         GO TO 4090-READ-NEXT
001940     END-IF.
001950     MOVE VAC-EMP-NUMBER TO WRK-DL-EMP-NUMBER.
001960     MOVE SPACES TO WRK-DL-NAME.
001970     IF WRK-EMP-AVAIL
001980         MOVE VAC-EMP-NUMBER TO EMP-NUMBER
001990         READ EMPLOYEE-MASTER
002000             INVALID KEY
002010                 CONTINUE
002020         END-READ
002030         IF WRK-EMPMAST-OK
002040             MOVE EMP-NAME TO WRK-DL-NAME
002050         END-IF
002060     END-IF.
002070     MOVE VAC-ACQ-START TO WRK-DL-ACQ-START.
002080     MOVE VAC-ACQ-END TO WRK-DL-ACQ-END.
002090     MOVE VAC-CONCESSION-END TO WRK-DL-DEADLINE.
002100     MOVE WRK-DAYS-LEFT TO WRK-DL-DAYS.
002110     IF VAC-CONCESSION-END NOT > WRK-RUN-DATE
002120         MOVE "OVERDUE - PAID DOUBLE" TO WRK-DL-FLAG
002130         ADD 1 TO WRK-OVERDUE-COUNT
002140     ELSE
002150         MOVE "DUE SOON" TO WRK-DL-FLAG
002160     END-IF.
002170     MOVE WRK-DETAIL-LINE TO VAC-RPT-RECORD.
002180     WRITE VAC-RPT-RECORD.
002190     ADD 1 TO WRK-LISTED-COUNT.
002200 4090-READ-NEXT.
002210     PERFORM 3000-READ-LEDGER THRU 3000-EXIT.
002220 4000-EXIT.
002230     EXIT.
002240*****************************************************
002250*6000-PRINT-FOOTER
002260*****************************************************
002270 6000-PRINT-FOOTER.
002280     MOVE WRK-LISTED-COUNT TO WRK-COUNT-ED.
002290     MOVE SPACES TO VAC-RPT-RECORD.
002300     STRING "PERIODS LISTED:   " DELIMITED BY SIZE
002310            WRK-COUNT-ED DELIMITED BY SIZE
002320         INTO VAC-RPT-RECORD.
002330     WRITE VAC-RPT-RECORD.
002340     MOVE WRK-OVERDUE-COUNT TO WRK-COUNT-ED.
002350     MOVE SPACES TO VAC-RPT-RECORD.
002360     STRING "ALREADY OVERDUE:  " DELIMITED BY SIZE
002370            WRK-COUNT-ED DELIMITED BY SIZE
002380         INTO VAC-RPT-RECORD.
002390     WRITE VAC-RPT-RECORD.
002400 6000-EXIT.
002410     EXIT.
002420*****************************************************
002430*9000-CLOSE-FILES - EACH INPUT IS ONLY CLOSED WHEN IT
002440*WAS ACTUALLY THERE TO OPEN
002450*****************************************************
002460 9000-CLOSE-FILES.
002470     IF NOT WRK-VAC-NOT-FOUND
002480         CLOSE VACATION-FILE
002490     END-IF.
002500     IF WRK-EMP-AVAIL
002510         CLOSE EMPLOYEE-MASTER
002520     END-IF.
002530     CLOSE VAC-RPT-FILE.
002540 9000-EXIT.
002550     EXIT.
002560*****************************************************
002570*8900-UPDATE-CONTROL-FILE - RECORDS WHEN VACRPT LAST
002580*RAN AND HOW MANY PERIODS IT LISTED
002590*****************************************************
002600 8900-UPDATE-CONTROL-FILE.
002610     OPEN I-O CONTROL-FILE.
002620     IF WRK-CTL-NOT-FOUND
002630         OPEN OUTPUT CONTROL-FILE
002640         CLOSE CONTROL-FILE
002650         OPEN I-O CONTROL-FILE
002660     END-IF.
002670     MOVE "VACRPT" TO CTL-PROGRAM.
002680     ACCEPT CTL-LAST-RUN-DATE FROM DATE YYYYMMDD.
002690     ACCEPT CTL-LAST-RUN-TIME FROM TIME.
002700     MOVE WRK-LISTED-COUNT TO CTL-RECORD-COUNT.
002710     WRITE CTL-RECORD
002720         INVALID KEY
002730             REWRITE CTL-RECORD
002740     END-WRITE.
002750     CLOSE CONTROL-FILE.
002760     PERFORM 8950-APPEND-HISTORY THRU 8950-EXIT.
002770 8900-EXIT.
002780     EXIT.
002790*****************************************************
002800*8950-APPEND-HISTORY - ADDS ONE ROW TO THE APPEND-ONLY
002810*JOB CONTROL HISTORY LOG SO CTLRPT CAN SHOW THE LAST N
002820*RUNS OF EACH PROGRAM, NOT JUST THE LATEST ONE
002830*****************************************************
002840 8950-APPEND-HISTORY.
002850     OPEN EXTEND HISTORY-FILE.
002860     IF WRK-CTLH-NOT-FOUND
002870         OPEN OUTPUT HISTORY-FILE
002880     END-IF.
002890     MOVE SPACES TO CTL-HIST-RECORD.
002900     MOVE CTL-PROGRAM TO CTL-HIST-PROGRAM.
002910     MOVE CTL-LAST-RUN-DATE TO CTL-HIST-RUN-DATE.
002920     MOVE CTL-LAST-RUN-TIME TO CTL-HIST-RUN-TIME.
002930     MOVE CTL-RECORD-COUNT TO CTL-HIST-RECORD-COUNT.
002940     WRITE CTL-HIST-RECORD.
002950     CLOSE HISTORY-FILE.
002960 8950-EXIT.
002970     EXIT.
