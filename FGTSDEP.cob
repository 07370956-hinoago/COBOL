000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FGTSDEP.
000030 AUTHOR. RAS.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 2026-09-25.
000060 DATE-COMPILED.
000070*****************************************************
000080*OBJECTIVE = BUILD THE MONTHLY FGTS DEPOSIT FILE FROM
000090*THE PAYHIST PER-PERIOD DETAIL. EVERY BRL PAYMENT OF
000100*THE REQUESTED MONTH (NORMAL, 13TH, VACATION, RETRO)
000110*IS SUMMED PER EMPLOYEE INTO ONE DEPOSIT LINE WITH THE
000120*CPF FROM THE EMPLOYEE MASTER, THE FGTS BASE AND THE
000130*DEPOSIT COMMA WORKED OUT, SO THE GUIA IS PRODUCED
000140*FROM THE SYSTEM INSTEAD OF RETYPED FROM THE REGISTER.
000150*THE FILE IS REBUILT WHOLE ON EVERY RUN, SO IT CAN BE
000160*RUN AGAIN AFTER A LATE PAYMENT IN THE SAME MONTH.
000170*****************************************************
000180*MODIFICATION HISTORY
000190*DATE       INIT DESCRIPTION
000200*2026-09-25 RAS  ORIGINAL PROGRAM
000203*2026-10-14 RAS  PAYHIST ROWS PAYVOID HAS VOIDED ARE
000206*                LEFT OUT OF THE DEPOSIT.
000207*2026-10-15 RAS  THE INDEMNIFIED VACATION ON AN RS ROW
000208*                IS LEFT OUT OF THE FGTS BASE, AS COMMA
000209*                LEAVES IT OUT OF THE DEPOSIT ITSELF.
000210*2026-10-15 RAS  AN EMPLOYEE MASTER THAT WILL NOT OPEN
000211*                STOPS THE RUN WITH RC 8 BEFORE FGTSDEP
000212*                IS REBUILT, INSTEAD OF WRITING EVERY
000213*                DEPOSIT WITHOUT A CPF.
000214*****************************************************
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     COPY PAYHSEL.
000260     COPY EMPSEL.
000270     SELECT FGTS-DEPOSIT-FILE ASSIGN TO "FGTSDEP"
000280         ORGANIZATION IS LINE SEQUENTIAL.
000290     COPY EXCPTSEL.
000300 DATA DIVISION.
000310 FILE SECTION.
000320     COPY PAYHFD.
000330     COPY EMPFD.
000340 FD FGTS-DEPOSIT-FILE.
000350 01 FGTS-DEPOSIT-RECORD PICTURE X(80).
000360     COPY EXCPTFD.
000370 WORKING-STORAGE SECTION.
000380*---------------------------------------------------*
000390*PAY HISTORY AND EMPLOYEE MASTER CONTROL AREAS
000400*---------------------------------------------------*
000410     COPY PAYHWS.
000420     COPY EMPWS.
000430     COPY EXCPTWS.
000433 77 WRK-EXCPT-HOLD-INPUT PICTURE X(20) VALUE SPACES.
000436 77 WRK-EXCPT-HOLD-REASON PICTURE X(40) VALUE SPACES.
000440 77 WRK-PAYH-EOF-SW PICTURE X(01) VALUE 'N'.
000450     88 WRK-PAYH-SCAN-EOF VALUE 'Y'.
000460 77 WRK-REQUEST-PERIOD PICTURE 9(06) VALUE ZERO.
000470*---------------------------------------------------*
000480*PER-EMPLOYEE CONTROL-BREAK AREAS - PAYHIST IS KEYED
000490*EMPLOYEE, PERIOD, RUN TYPE, SO ALL OF ONE EMPLOYEE'S
000500*PAYMENTS OF THE MONTH ARRIVE TOGETHER
000510*---------------------------------------------------*
000520 77 WRK-CUR-EMP-NUMBER PICTURE 9(05) VALUE ZERO.
000530 77 WRK-EMP-BASE PICTURE S9(07)V99 VALUE ZERO.
000540 77 WRK-EMP-DEPOSIT PICTURE S9(07)V99 VALUE ZERO.
000550 77 WRK-EMP-ROWS PICTURE 9(03) COMP VALUE ZERO.
000560 77 WRK-DEP-COUNT PICTURE 9(05) COMP VALUE ZERO.
000570 77 WRK-DEP-COUNT-ED PICTURE Z(04)9.
000580 77 WRK-DEP-BASE-TOTAL PICTURE S9(09)V99 VALUE ZERO.
000590 77 WRK-DEP-TOTAL PICTURE S9(09)V99 VALUE ZERO.
000600 77 WRK-AMOUNT-ED PICTURE Z(08)9.99 VALUE ZERO.
000610*---------------------------------------------------*
000620*DEPOSIT FILE LAYOUTS - HEADER, ONE DETAIL PER
000630*EMPLOYEE, TRAILER. AMOUNTS ARE UNSIGNED CENTS, AS ON
000640*GLPOST
000650*---------------------------------------------------*
000660 01 WRK-FGTS-HEADER.
000670     05 FILLER PICTURE X(01) VALUE 'H'.
000680     05 WRK-FH-PERIOD PICTURE 9(06).
000690     05 WRK-FH-RUN-DATE PICTURE 9(08).
000700     05 FILLER PICTURE X(65) VALUE SPACES.
000710 01 WRK-FGTS-DETAIL.
000720     05 FILLER PICTURE X(01) VALUE 'D'.
000730     05 WRK-FD-EMP-NUMBER PICTURE 9(05).
000740     05 WRK-FD-CPF PICTURE 9(11).
000750     05 WRK-FD-NAME PICTURE X(20).
000760     05 WRK-FD-BASE-CENTS PICTURE 9(11).
000770     05 WRK-FD-DEPOSIT-CENTS PICTURE 9(11).
000780     05 FILLER PICTURE X(21) VALUE SPACES.
000790 01 WRK-FGTS-TRAILER.
000800     05 FILLER PICTURE X(01) VALUE 'T'.
000810     05 WRK-FT-COUNT PICTURE 9(05).
000820     05 WRK-FT-BASE-CENTS PICTURE 9(13).
000830     05 WRK-FT-DEPOSIT-CENTS PICTURE 9(13).
000840     05 FILLER PICTURE X(48) VALUE SPACES.
000850*---------------------------------------------------*
000860*RUN-DATE HEADER CONTROL AREAS
000870*---------------------------------------------------*
000880     COPY RUNDATE.
000890 PROCEDURE DIVISION.
000900*****************************************************
000910*0000-MAINLINE
000920*****************************************************
000930 0000-MAINLINE.
000940     DISPLAY "FGTS DEPOSIT PERIOD (YYYYMM)".
000950     ACCEPT WRK-REQUEST-PERIOD.
000960     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
000970     PERFORM 2000-WRITE-HEADER THRU 2000-EXIT.
000980     PERFORM 3000-READ-PAY-HISTORY THRU 3000-EXIT.
000990     PERFORM 4000-PROCESS-PAYMENT THRU 4000-EXIT
001000         UNTIL WRK-PAYH-SCAN-EOF.
001010     PERFORM 4500-FLUSH-EMPLOYEE THRU 4500-EXIT.
001020     PERFORM 6000-WRITE-TRAILER THRU 6000-EXIT.
001030     PERFORM 9000-CLOSE-FILES THRU 9000-EXIT.
001040     STOP RUN.
001050*****************************************************
001060*1000-OPEN-FILES - A MISSING PAYHIST JUST GIVES A FILE
001070*WITH NO DEPOSITS INSTEAD OF ABENDING
001080*****************************************************
001090 1000-OPEN-FILES.
001100     OPEN INPUT PAY-HISTORY-FILE.
001110     IF WRK-PAYH-NOT-FOUND
001120         SET WRK-PAYH-SCAN-EOF TO TRUE
001130     ELSE
001140         MOVE LOW-VALUES TO PAYH-KEY
001150         START PAY-HISTORY-FILE KEY NOT < PAYH-KEY
001160             INVALID KEY
001170                 SET WRK-PAYH-SCAN-EOF TO TRUE
001180         END-START
001190         IF NOT WRK-PAYH-OK
001200             SET WRK-PAYH-SCAN-EOF TO TRUE
001210         END-IF
001220     END-IF.
001230     OPEN INPUT EMPLOYEE-MASTER.
001231     IF NOT WRK-EMPMAST-OK
001232         MOVE "EMPMAST" TO WRK-EXCPT-HOLD-INPUT
001233         MOVE "EMPLOYEE MASTER NOT AVAILABLE - STOPPED"
001234             TO WRK-EXCPT-HOLD-REASON
001235         PERFORM 7100-WRITE-EXCEPTION THRU 7100-EXIT
001236         DISPLAY "FGTSDEP - EMPMAST INDISPONIVEL"
001237         MOVE 8 TO RETURN-CODE
001238         STOP RUN
001239     END-IF.
001240     OPEN OUTPUT FGTS-DEPOSIT-FILE.
001250 1000-EXIT.
001260     EXIT.
001270*****************************************************
001280*2000-WRITE-HEADER
001290*****************************************************
001300 2000-WRITE-HEADER.
001310     ACCEPT WRK-RUN-DATE FROM DATE YYYYMMDD.
001320     MOVE WRK-REQUEST-PERIOD TO WRK-FH-PERIOD.
001330     MOVE WRK-RUN-DATE TO WRK-FH-RUN-DATE.
001340     MOVE WRK-FGTS-HEADER TO FGTS-DEPOSIT-RECORD.
001350     WRITE FGTS-DEPOSIT-RECORD.
001360 2000-EXIT.
001370     EXIT.
001380*****************************************************
001390*3000-READ-PAY-HISTORY - ANY NON-ZERO STATUS ENDS THE
001400*PASS
001410*****************************************************
001420 3000-READ-PAY-HISTORY.
001430     READ PAY-HISTORY-FILE NEXT RECORD
001440         AT END
001450             SET WRK-PAYH-SCAN-EOF TO TRUE
001460     END-READ.
001470     IF NOT WRK-PAYH-OK
001480         SET WRK-PAYH-SCAN-EOF TO TRUE
001490     END-IF.
001500 3000-EXIT.
001510     EXIT.
001520*****************************************************
001530*4000-PROCESS-PAYMENT - ADDS A PAYMENT OF THE MONTH TO
001540*ITS EMPLOYEE'S DEPOSIT. A USD PAYMENT (THE US
001547*SUBSIDIARY HAS NO FGTS, SO COMMA KEEPS A ZERO) AND A
001554*ROW WRITTEN BEFORE THE CHARGES WERE KEPT ON PAYHIST
001562*ARE LEFT OUT, AS IS A PAYMENT PAYVOID HAS VOIDED
001570*****************************************************
001580 4000-PROCESS-PAYMENT.
001590     IF PAYH-PERIOD NOT = WRK-REQUEST-PERIOD
001610         OR PAYH-FGTS NOT NUMERIC
001611         OR PAYH-VOIDED
001612         GO TO 4090-READ-NEXT
001614     END-IF.
001616     IF PAYH-FGTS = ZERO
001620         GO TO 4090-READ-NEXT
001630     END-IF.
001640     IF PAYH-EMP-NUMBER NOT = WRK-CUR-EMP-NUMBER
001650         PERFORM 4500-FLUSH-EMPLOYEE THRU 4500-EXIT
001660         MOVE PAYH-EMP-NUMBER TO WRK-CUR-EMP-NUMBER
001670     END-IF.
001680     ADD PAYH-GROSS TO WRK-EMP-BASE.
001682     IF PAYH-RUN-TYPE = 'RS'
001684         AND PAYH-TERM-VACATION IS NUMERIC
001686         SUBTRACT PAYH-TERM-VACATION FROM WRK-EMP-BASE
001688     END-IF.
001690     ADD PAYH-FGTS TO WRK-EMP-DEPOSIT.
001700     ADD 1 TO WRK-EMP-ROWS.
001710 4090-READ-NEXT.
001720     PERFORM 3000-READ-PAY-HISTORY THRU 3000-EXIT.
001730 4000-EXIT.
001740     EXIT.
001750*****************************************************
001760*4500-FLUSH-EMPLOYEE - WRITES THE DEPOSIT LINE FOR THE
001770*EMPLOYEE JUST FINISHED, WITH THE CPF FROM THE MASTER.
001780*AN EMPLOYEE MISSING FROM THE MASTER STILL GETS THE
001790*LINE BUT IS LOGGED - THE GUIA CANNOT GO WITHOUT A CPF
001800*****************************************************
001810 4500-FLUSH-EMPLOYEE.
001820     IF WRK-EMP-ROWS = ZERO
001830         GO TO 4500-EXIT
001840     END-IF.
001850     MOVE WRK-CUR-EMP-NUMBER TO WRK-FD-EMP-NUMBER.
001860     MOVE ZERO TO WRK-FD-CPF.
001870     MOVE SPACES TO WRK-FD-NAME.
001880     MOVE WRK-CUR-EMP-NUMBER TO EMP-NUMBER.
001890     READ EMPLOYEE-MASTER
001900         INVALID KEY
001910             PERFORM 4590-LOG-NO-MASTER THRU 4590-EXIT
001920     END-READ.
001930     IF WRK-EMPMAST-OK
001940         MOVE EMP-CPF TO WRK-FD-CPF
001950         MOVE EMP-NAME TO WRK-FD-NAME
001960     END-IF.
001970     COMPUTE WRK-FD-BASE-CENTS = WRK-EMP-BASE * 100.
001980     COMPUTE WRK-FD-DEPOSIT-CENTS = WRK-EMP-DEPOSIT * 100.
001990     MOVE WRK-FGTS-DETAIL TO FGTS-DEPOSIT-RECORD.
002000     WRITE FGTS-DEPOSIT-RECORD.
002010     ADD 1 TO WRK-DEP-COUNT.
002020     ADD WRK-EMP-BASE TO WRK-DEP-BASE-TOTAL.
002030     ADD WRK-EMP-DEPOSIT TO WRK-DEP-TOTAL.
002040     MOVE ZERO TO WRK-EMP-BASE.
002050     MOVE ZERO TO WRK-EMP-DEPOSIT.
002060     MOVE ZERO TO WRK-EMP-ROWS.
002070 4500-EXIT.
002080     EXIT.
002090 4590-LOG-NO-MASTER.
002100     OPEN EXTEND EXCEPTION-REPORT.
002110     IF WRK-EXCPT-NOT-FOUND
002120         OPEN OUTPUT EXCEPTION-REPORT
002130     END-IF.
002140     MOVE SPACES TO EXCPT-RECORD.
002150     MOVE "FGTSDEP" TO EXCPT-PROGRAM.
002160     ACCEPT EXCPT-DATE FROM DATE YYYYMMDD.
002170     ACCEPT EXCPT-TIME FROM TIME.
002180     MOVE WRK-CUR-EMP-NUMBER TO EXCPT-INPUT.
002190     MOVE "NOT ON EMPLOYEE MASTER - DEPOSIT HAS NO CPF"
002200         TO EXCPT-REASON.
002210     WRITE EXCPT-RECORD.
002220     CLOSE EXCEPTION-REPORT.
002230 4590-EXIT.
002240     EXIT.
002250*****************************************************
002260*6000-WRITE-TRAILER - COUNT AND TOTALS FOR THE GUIA,
002270*ALSO SHOWN ON THE CONSOLE FOR THE OPERATOR
002280*****************************************************
002290 6000-WRITE-TRAILER.
002300     MOVE WRK-DEP-COUNT TO WRK-FT-COUNT.
002310     COMPUTE WRK-FT-BASE-CENTS = WRK-DEP-BASE-TOTAL * 100.
002320     COMPUTE WRK-FT-DEPOSIT-CENTS = WRK-DEP-TOTAL * 100.
002330     MOVE WRK-FGTS-TRAILER TO FGTS-DEPOSIT-RECORD.
002340     WRITE FGTS-DEPOSIT-RECORD.
002350     MOVE WRK-DEP-COUNT TO WRK-DEP-COUNT-ED.
002360     DISPLAY "FGTS DEPOSITS WRITTEN: " WRK-DEP-COUNT-ED.
002370     MOVE WRK-DEP-TOTAL TO WRK-AMOUNT-ED.
002380     DISPLAY "FGTS DEPOSIT TOTAL:    " WRK-AMOUNT-ED.
002390 6000-EXIT.
002400     EXIT.
002410*****************************************************
002411*7100-WRITE-EXCEPTION - ONE EXCEPTION-REPORT LINE FROM
002412*THE HOLD AREAS
002413*****************************************************
002414 7100-WRITE-EXCEPTION.
002415     OPEN EXTEND EXCEPTION-REPORT.
002416     IF WRK-EXCPT-NOT-FOUND
002417         OPEN OUTPUT EXCEPTION-REPORT
002418     END-IF.
002419     MOVE SPACES TO EXCPT-RECORD.
002420     MOVE "FGTSDEP" TO EXCPT-PROGRAM.
002421     ACCEPT EXCPT-DATE FROM DATE YYYYMMDD.
002422     ACCEPT EXCPT-TIME FROM TIME.
002423     MOVE WRK-EXCPT-HOLD-INPUT TO EXCPT-INPUT.
002424     MOVE WRK-EXCPT-HOLD-REASON TO EXCPT-REASON.
002425     WRITE EXCPT-RECORD.
002426     CLOSE EXCEPTION-REPORT.
002427 7100-EXIT.
002428     EXIT.
002429*****************************************************
002430*9000-CLOSE-FILES
002431*****************************************************
002440 9000-CLOSE-FILES.
002450     IF NOT WRK-PAYH-NOT-FOUND
002460         CLOSE PAY-HISTORY-FILE
002470     END-IF.
002480     CLOSE EMPLOYEE-MASTER.
002490     CLOSE FGTS-DEPOSIT-FILE.
002500 9000-EXIT.
002510     EXIT.
