000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DIRFGEN.
000030 AUTHOR. RAS.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 2026-10-08.
000060 DATE-COMPILED.
000070*****************************************************
000080*OBJECTIVE = BUILD THE ANNUAL WITHHOLDING RETURN FILE
000090*(DIRF) FOR THE RECEITA FROM THE YEAR-TO-DATE FILE AND
000100*THE EMPLOYEE MASTER, INSTEAD OF TYPING IT IN FROM THE
000110*YTDRPT INFORMES. EVERY EMPLOYEE WITH A YTD RECORD FOR
000120*THE YEAR IS ONE BENEFICIARY, WITH THE CPF CHECKED BY
000130*CPFVAL AND, MONTH BY MONTH FROM PAYHIST, THE TAXABLE
000140*INCOME, THE INSS AND THE IRRF WITHHELD; THE 13TH
000150*SALARY GOES IN A THIRTEENTH COLUMN OF ITS OWN. THE
000160*HEADER CARRIES THE COMPANY CNPJ FROM COMPPARM.
000170*---------------------------------------------------*
000180*A CONTROL REPORT SETS EACH EMPLOYEE'S YTD FIGURES
000190*AGAINST THE SUM OF THEIR PAYHIST ROWS FOR THE YEAR,
000200*AND THE FILE TOTALS AGAINST THE WHOLE OF PAYHIST. A
000210*DIFFERENCE, AN INVALID CPF, AN EMPLOYEE MISSING FROM
000220*THE MASTER OR PAY HISTORY WITH NO YTD RECORD IS LISTED
000230*AND LOGGED, AND THE RETURN FILE IS LEFT EMPTY - A
000240*RETURN THAT DISAGREES WITH OUR OWN PAY HISTORY IS
000250*NEVER FILED. THE RUN THEN ENDS WITH RETURN CODE 8.
000260*****************************************************
000270*MODIFICATION HISTORY
000280*DATE       INIT DESCRIPTION
000290*2026-10-08 RAS  ORIGINAL PROGRAM
000293*2026-10-14 RAS  PAYHIST ROWS PAYVOID HAS VOIDED ARE
000296*                LEFT OUT - THE VOID TOOK THEM OFF YTD.
000297*2026-10-15 RAS  THE 13TH A USD TERMINATION PAID IS MOVED
000298*                TO THE THIRTEENTH COLUMN IN REAIS, AT THE
000299*                RATE THE RS RUN USED.
000300*****************************************************
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     COPY YTDSEL.
000350     COPY EMPSEL.
000360     COPY PAYHSEL.
000370     SELECT COMP-PARM-FILE ASSIGN TO "COMPPARM"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WRK-COMPPARM-STATUS.
000400     SELECT DIRF-FILE ASSIGN TO "DIRF"
000410         ORGANIZATION IS LINE SEQUENTIAL.
000420     SELECT DIRF-CONTROL-FILE ASSIGN TO "DIRFCTL"
000430         ORGANIZATION IS LINE SEQUENTIAL.
000440     COPY EXCPTSEL.
000450 DATA DIVISION.
000460 FILE SECTION.
000470     COPY YTDFD.
000480     COPY EMPFD.
000490     COPY PAYHFD.
000500 FD COMP-PARM-FILE.
000510*ONE RECORD - THE COMPANY DATA FINANCE MAINTAINS, AS
000520*COMMA READS IT FOR THE REMITTANCE HEADERS
000530 01 COMP-PARM-RECORD.
000540     05 COMP-NAME PICTURE X(30).
000550     05 FILLER PICTURE X(01).
000560     05 COMP-CNPJ PICTURE 9(14).
000570     05 FILLER PICTURE X(01).
000580     05 COMP-BANK PICTURE 9(03).
000590     05 FILLER PICTURE X(01).
000600     05 COMP-AGENCY PICTURE 9(04).
000610     05 FILLER PICTURE X(01).
000620     05 COMP-ACCOUNT PICTURE 9(08).
000630     05 FILLER PICTURE X(01).
000640     05 COMP-ACCT-DV PICTURE X(01).
000650 FD DIRF-FILE.
000660 01 DIRF-RECORD PICTURE X(160).
000670 FD DIRF-CONTROL-FILE.
000680 01 DIRF-CONTROL-LINE PICTURE X(132).
000690     COPY EXCPTFD.
000700 WORKING-STORAGE SECTION.
000710*---------------------------------------------------*
000720*YTD, EMPLOYEE MASTER AND PAY HISTORY CONTROL AREAS
000730*---------------------------------------------------*
000740     COPY YTDWS.
000750     COPY EMPWS.
000760     COPY PAYHWS.
000770     COPY EXCPTWS.
000780 77 WRK-COMPPARM-STATUS PICTURE X(02) VALUE SPACES.
000790     88 WRK-COMPPARM-OK VALUE '00'.
000793 77 WRK-COMP-NAME PICTURE X(30) VALUE SPACES.
000796 77 WRK-COMP-CNPJ PICTURE 9(14) VALUE ZERO.
000800 77 WRK-YTD-EOF-SW PICTURE X(01) VALUE 'N'.
000810     88 WRK-YTD-SCAN-EOF VALUE 'Y'.
000820 77 WRK-PAYH-EOF-SW PICTURE X(01) VALUE 'N'.
000830     88 WRK-PAYH-SCAN-EOF VALUE 'Y'.
000840 77 WRK-PAYH-OPEN-SW PICTURE X(01) VALUE 'N'.
000850     88 WRK-PAYH-OPENED VALUE 'Y'.
000860 77 WRK-WITHHELD-SW PICTURE X(01) VALUE 'N'.
000870     88 WRK-RETURN-WITHHELD VALUE 'Y'.
000880 77 WRK-CPF-VALID-SW PICTURE X(01) VALUE 'N'.
000890     88 WRK-CPF-VALID VALUE 'Y'.
000900 01 WRK-REQUEST-YEAR-AREA.
000910     05 WRK-REQUEST-YEAR PICTURE 9(04) VALUE ZERO.
000920 77 WRK-FIRST-PERIOD PICTURE 9(06) VALUE ZERO.
000930 77 WRK-LAST-PERIOD PICTURE 9(06) VALUE ZERO.
000940 01 WRK-ROW-PERIOD-AREA.
000950     05 WRK-ROW-PERIOD PICTURE 9(06) VALUE ZERO.
000960 01 WRK-ROW-PERIOD-GRP REDEFINES WRK-ROW-PERIOD-AREA.
000970     05 WRK-ROW-YEAR PICTURE 9(04).
000980     05 WRK-ROW-MONTH PICTURE 9(02).
000990*---------------------------------------------------*
001000*PER-EMPLOYEE AREAS - THE PAYHIST SUMS IN THE CURRENCY
001010*EACH RUN PAID IN, AS COMMA ADDS THEM TO YTD, AND THE
001020*MONTHLY FIGURES IN REAIS FOR THE RETURN. ENTRY 13 IS
001030*THE 13TH SALARY
001040*---------------------------------------------------*
001050 77 WRK-EMP-STATUS PICTURE X(30) VALUE SPACES.
001060 77 WRK-EMP-NAME PICTURE X(20) VALUE SPACES.
001070 77 WRK-EMP-CPF PICTURE 9(11) VALUE ZERO.
001080 77 WRK-YTD-ALL-GROSS PICTURE S9(09)V99 VALUE ZERO.
001090 77 WRK-PH-GROSS PICTURE S9(09)V99 VALUE ZERO.
001100 77 WRK-PH-INSS PICTURE S9(09)V99 VALUE ZERO.
001110 77 WRK-PH-IRRF PICTURE S9(09)V99 VALUE ZERO.
001120 77 WRK-PH-NET PICTURE S9(09)V99 VALUE ZERO.
001130 77 WRK-PH-13TH PICTURE S9(09)V99 VALUE ZERO.
001140 77 WRK-13TH-REST PICTURE S9(09)V99 VALUE ZERO.
001150 77 WRK-RS-MONTH PICTURE 9(02) VALUE ZERO.
001153*THE RATE A USD TERMINATION RUN PAID AT - ZERO IN REAIS
001156 77 WRK-RS-XRATE PICTURE 9(03)V9(06) VALUE ZERO.
001160 77 WRK-ROW-GROSS PICTURE S9(09)V99 VALUE ZERO.
001170 77 WRK-ROW-INSS PICTURE S9(09)V99 VALUE ZERO.
001180 77 WRK-ROW-IRRF PICTURE S9(09)V99 VALUE ZERO.
001190 77 WRK-MON-SUB PICTURE 9(02) COMP VALUE ZERO.
001200 01 WRK-MONTH-TABLE.
001210     05 WRK-MONTH-ENTRY OCCURS 13 TIMES.
001220         10 WRK-MON-INCOME PICTURE S9(09)V99.
001230         10 WRK-MON-INSS PICTURE S9(09)V99.
001240         10 WRK-MON-IRRF PICTURE S9(09)V99.
001250*---------------------------------------------------*
001260*RUN TOTALS
001270*---------------------------------------------------*
001280 77 WRK-BENEF-COUNT PICTURE 9(05) COMP VALUE ZERO.
001290 77 WRK-EXCPT-COUNT PICTURE 9(05) COMP VALUE ZERO.
001300 77 WRK-TOT-YTD-GROSS PICTURE S9(11)V99 VALUE ZERO.
001310 77 WRK-TOT-YTD-INSS PICTURE S9(11)V99 VALUE ZERO.
001320 77 WRK-TOT-YTD-IRRF PICTURE S9(11)V99 VALUE ZERO.
001330 77 WRK-TOT-PH-GROSS PICTURE S9(11)V99 VALUE ZERO.
001340 77 WRK-TOT-PH-INSS PICTURE S9(11)V99 VALUE ZERO.
001350 77 WRK-TOT-PH-IRRF PICTURE S9(11)V99 VALUE ZERO.
001360 77 WRK-TOT-RET-INCOME PICTURE S9(11)V99 VALUE ZERO.
001370 77 WRK-TOT-RET-INSS PICTURE S9(11)V99 VALUE ZERO.
001380 77 WRK-TOT-RET-IRRF PICTURE S9(11)V99 VALUE ZERO.
001390 77 WRK-CUR-EMP-NUMBER PICTURE 9(05) VALUE ZERO.
001400 77 WRK-COUNT-ED PICTURE Z(04)9.
001410 77 WRK-EXCPT-HOLD-INPUT PICTURE X(20) VALUE SPACES.
001420 77 WRK-EXCPT-HOLD-REASON PICTURE X(40) VALUE SPACES.
001430*---------------------------------------------------*
001440*RETURN FILE LAYOUTS - HEADER, ONE BENEFICIARY RECORD
001450*AND THREE VALUE RECORDS (RTRT TAXABLE INCOME, RTPO
001460*OFFICIAL PENSION, RTIRF TAX WITHHELD) PER EMPLOYEE,
001470*TRAILER. AMOUNTS ARE UNSIGNED CENTS, AS ON GLPOST
001480*---------------------------------------------------*
001490 01 WRK-DIRF-HEADER.
001500     05 FILLER PICTURE X(01) VALUE 'H'.
001510     05 WRK-DH-YEAR PICTURE 9(04).
001520     05 WRK-DH-CNPJ PICTURE 9(14).
001530     05 WRK-DH-COMP-NAME PICTURE X(30).
001540     05 WRK-DH-RUN-DATE PICTURE 9(08).
001550     05 FILLER PICTURE X(103) VALUE SPACES.
001560 01 WRK-DIRF-BENEF.
001570     05 FILLER PICTURE X(01) VALUE 'B'.
001580     05 WRK-DB-EMP-NUMBER PICTURE 9(05).
001590     05 WRK-DB-CPF PICTURE 9(11).
001600     05 WRK-DB-NAME PICTURE X(20).
001610     05 FILLER PICTURE X(123) VALUE SPACES.
001620 01 WRK-DIRF-VALUE.
001630     05 FILLER PICTURE X(01) VALUE 'V'.
001640     05 WRK-DV-CPF PICTURE 9(11).
001650     05 WRK-DV-CODE PICTURE X(05).
001660         88 WRK-DV-INCOME VALUE 'RTRT '.
001670         88 WRK-DV-PENSION VALUE 'RTPO '.
001680         88 WRK-DV-TAX VALUE 'RTIRF'.
001690     05 WRK-DV-AMOUNT-CENTS PICTURE 9(11) OCCURS 13 TIMES.
001700 01 WRK-DIRF-TRAILER.
001710     05 FILLER PICTURE X(01) VALUE 'T'.
001720     05 WRK-DT-COUNT PICTURE 9(05).
001730     05 WRK-DT-INCOME-CENTS PICTURE 9(15).
001740     05 WRK-DT-INSS-CENTS PICTURE 9(15).
001750     05 WRK-DT-IRRF-CENTS PICTURE 9(15).
001760     05 FILLER PICTURE X(109) VALUE SPACES.
001770*---------------------------------------------------*
001780*CONTROL REPORT LINES
001790*---------------------------------------------------*
001800 01 WRK-CTL-DETAIL.
001810     05 WRK-CD-EMP-NUMBER PICTURE 9(05).
001820     05 FILLER PICTURE X(01) VALUE SPACE.
001830     05 WRK-CD-CPF PICTURE 9(11).
001840     05 FILLER PICTURE X(01) VALUE SPACE.
001850     05 WRK-CD-NAME PICTURE X(20).
001860     05 FILLER PICTURE X(01) VALUE SPACE.
001870     05 WRK-CD-YTD-GROSS PICTURE Z(08)9.99-.
001880     05 FILLER PICTURE X(01) VALUE SPACE.
001890     05 WRK-CD-PH-GROSS PICTURE Z(08)9.99-.
001900     05 FILLER PICTURE X(01) VALUE SPACE.
001910     05 WRK-CD-YTD-IRRF PICTURE Z(08)9.99-.
001920     05 FILLER PICTURE X(01) VALUE SPACE.
001930     05 WRK-CD-PH-IRRF PICTURE Z(08)9.99-.
001940     05 FILLER PICTURE X(01) VALUE SPACE.
001950     05 WRK-CD-STATUS PICTURE X(30).
001960 01 WRK-CTL-TOTAL.
001970     05 WRK-CT-LABEL PICTURE X(22).
001980     05 FILLER PICTURE X(01) VALUE SPACE.
001990     05 WRK-CT-GROSS PICTURE Z(10)9.99-.
002000     05 FILLER PICTURE X(02) VALUE SPACES.
002010     05 WRK-CT-INSS PICTURE Z(10)9.99-.
002020     05 FILLER PICTURE X(02) VALUE SPACES.
002030     05 WRK-CT-IRRF PICTURE Z(10)9.99-.
002040     05 FILLER PICTURE X(60) VALUE SPACES.
002050*---------------------------------------------------*
002060*RUN-DATE HEADER CONTROL AREAS
002070*---------------------------------------------------*
002080     COPY RUNDATE.
002090 PROCEDURE DIVISION.
002100*****************************************************
002110*0000-MAINLINE
002120*****************************************************
002130 0000-MAINLINE.
002140     ACCEPT WRK-RUN-DATE FROM DATE YYYYMMDD.
002150     DISPLAY "RETURN YEAR (YYYY, 0 = LAST YEAR)".
002160     ACCEPT WRK-REQUEST-YEAR.
002170     IF WRK-REQUEST-YEAR = ZERO
002180         COMPUTE WRK-REQUEST-YEAR = WRK-RUN-YEAR - 1
002190     END-IF.
002200     COMPUTE WRK-FIRST-PERIOD = WRK-REQUEST-YEAR * 100 + 1.
002210     COMPUTE WRK-LAST-PERIOD = WRK-REQUEST-YEAR * 100 + 12.
002220     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
002230     PERFORM 2000-WRITE-HEADERS THRU 2000-EXIT.
002240     PERFORM 3000-READ-YTD THRU 3000-EXIT.
002250     PERFORM 4000-PROCESS-YTD-RECORD THRU 4000-EXIT
002260         UNTIL WRK-YTD-SCAN-EOF.
002270     PERFORM 6000-SCAN-PAY-HISTORY THRU 6000-EXIT.
002280     PERFORM 7000-WRITE-TOTALS THRU 7000-EXIT.
002290     PERFORM 9000-CLOSE-FILES THRU 9000-EXIT.
002300     IF WRK-RETURN-WITHHELD
002310         MOVE 8 TO RETURN-CODE
002320     END-IF.
002330     STOP RUN.
002340*****************************************************
002350*1000-OPEN-FILES - NO COMPANY PARAMETERS MEANS NO
002360*CNPJ FOR THE HEADER, AND THE RUN STOPS. A MISSING YTD
002370*OR PAYHIST JUST GIVES AN EMPTY RETURN
002380*****************************************************
002390 1000-OPEN-FILES.
002400     OPEN INPUT COMP-PARM-FILE.
002410     IF WRK-COMPPARM-OK
002420         READ COMP-PARM-FILE
002430             AT END
002440                 MOVE '10' TO WRK-COMPPARM-STATUS
002450         END-READ
002460     END-IF.
002470     IF NOT WRK-COMPPARM-OK
002480         MOVE "COMPPARM" TO WRK-EXCPT-HOLD-INPUT
002490         MOVE "COMPANY PARAMETERS MISSING - RUN STOPPED"
002500             TO WRK-EXCPT-HOLD-REASON
002510         PERFORM 8100-WRITE-EXCEPTION THRU 8100-EXIT
002520         DISPLAY "SEM PARAMETROS DA EMPRESA (COMPPARM)"
002530         MOVE 8 TO RETURN-CODE
002540         STOP RUN
002550     END-IF.
002553     MOVE COMP-NAME TO WRK-COMP-NAME.
002556     MOVE COMP-CNPJ TO WRK-COMP-CNPJ.
002560     CLOSE COMP-PARM-FILE.
002570     OPEN INPUT YTD-FILE.
002580     IF WRK-YTD-NOT-FOUND
002590         SET WRK-YTD-SCAN-EOF TO TRUE
002600     ELSE
002610         MOVE ZERO TO YTD-EMP-NUMBER
002620         MOVE ZERO TO YTD-YEAR
002630         START YTD-FILE KEY NOT < YTD-KEY
002640             INVALID KEY
002650                 SET WRK-YTD-SCAN-EOF TO TRUE
002660         END-START
002670         IF NOT WRK-YTD-OK
002680             SET WRK-YTD-SCAN-EOF TO TRUE
002690         END-IF
002700     END-IF.
002710     OPEN INPUT PAY-HISTORY-FILE.
002720     IF WRK-PAYH-OK
002730         SET WRK-PAYH-OPENED TO TRUE
002740     END-IF.
002750     OPEN INPUT EMPLOYEE-MASTER.
002760     OPEN OUTPUT DIRF-FILE.
002770     OPEN OUTPUT DIRF-CONTROL-FILE.
002780 1000-EXIT.
002790     EXIT.
002800*****************************************************
002810*2000-WRITE-HEADERS - THE RETURN HEADER AND THE
002820*CONTROL REPORT TITLE AND COLUMN HEADINGS
002830*****************************************************
002840 2000-WRITE-HEADERS.
002850     MOVE WRK-REQUEST-YEAR TO WRK-DH-YEAR.
002860     MOVE WRK-COMP-CNPJ TO WRK-DH-CNPJ.
002870     MOVE WRK-COMP-NAME TO WRK-DH-COMP-NAME.
002880     MOVE WRK-RUN-DATE TO WRK-DH-RUN-DATE.
002890     MOVE WRK-DIRF-HEADER TO DIRF-RECORD.
002900     WRITE DIRF-RECORD.
002910     MOVE SPACES TO DIRF-CONTROL-LINE.
002920     STRING "ANNUAL RETURN CONTROL REPORT - YEAR "
002930                DELIMITED BY SIZE
002940            WRK-REQUEST-YEAR DELIMITED BY SIZE
002950            "   CNPJ " DELIMITED BY SIZE
002960            WRK-COMP-CNPJ DELIMITED BY SIZE
002970            "   RUN DATE: " DELIMITED BY SIZE
002980            WRK-RUN-DATE DELIMITED BY SIZE
002990         INTO DIRF-CONTROL-LINE.
003000     WRITE DIRF-CONTROL-LINE.
003010     MOVE SPACES TO DIRF-CONTROL-LINE.
003020     WRITE DIRF-CONTROL-LINE.
003030     MOVE SPACES TO DIRF-CONTROL-LINE.
003040     STRING "EMPL  CPF         NAME                 "
003050                DELIMITED BY SIZE
003060            "   YTD GROSS  PAYHIST GROSS"
003070                DELIMITED BY SIZE
003080            "      YTD IRRF   PAYHIST IRRF STATUS"
003090                DELIMITED BY SIZE
003100         INTO DIRF-CONTROL-LINE.
003110     WRITE DIRF-CONTROL-LINE.
003120 2000-EXIT.
003130     EXIT.
003140*****************************************************
003150*3000-READ-YTD - KEY ORDER IS EMPLOYEE THEN YEAR; ANY
003160*NON-ZERO STATUS ENDS THE PASS
003170*****************************************************
003180 3000-READ-YTD.
003190     READ YTD-FILE NEXT RECORD
003200         AT END
003210             SET WRK-YTD-SCAN-EOF TO TRUE
003220     END-READ.
003230     IF NOT WRK-YTD-OK
003240         SET WRK-YTD-SCAN-EOF TO TRUE
003250     END-IF.
003260 3000-EXIT.
003270     EXIT.
003280*****************************************************
003290*4000-PROCESS-YTD-RECORD - ONE BENEFICIARY PER YTD
003300*RECORD OF THE YEAR: MASTER LOOKUP, CPF CHECK, THE
003310*YEAR'S PAY HISTORY, THE COMPARISON, THEN THE RECORDS
003320*****************************************************
003330 4000-PROCESS-YTD-RECORD.
003340     IF YTD-YEAR NOT = WRK-REQUEST-YEAR
003350         GO TO 4090-READ-NEXT
003360     END-IF.
003370     MOVE SPACES TO WRK-EMP-STATUS.
003380     PERFORM 4100-LOOKUP-EMPLOYEE THRU 4100-EXIT.
003390     PERFORM 4200-GATHER-PAY-HISTORY THRU 4200-EXIT.
003400     PERFORM 4400-COMPARE-FIGURES THRU 4400-EXIT.
003410     PERFORM 4500-SEPARATE-13TH THRU 4500-EXIT.
003420     PERFORM 5000-WRITE-BENEFICIARY THRU 5000-EXIT.
003430     PERFORM 5500-PRINT-CONTROL-LINE THRU 5500-EXIT.
003440 4090-READ-NEXT.
003450     PERFORM 3000-READ-YTD THRU 3000-EXIT.
003460 4000-EXIT.
003470     EXIT.
003480*****************************************************
003490*4100-LOOKUP-EMPLOYEE - NAME AND CPF FROM THE MASTER.
003500*A BENEFICIARY WITHOUT A VALID CPF CANNOT BE FILED
003510*****************************************************
003520 4100-LOOKUP-EMPLOYEE.
003530     MOVE SPACES TO WRK-EMP-NAME.
003540     MOVE ZERO TO WRK-EMP-CPF.
003550     MOVE YTD-EMP-NUMBER TO EMP-NUMBER.
003560     READ EMPLOYEE-MASTER
003570         INVALID KEY
003580             CONTINUE
003590     END-READ.
003600     IF NOT WRK-EMPMAST-OK
003610         MOVE "(NAO CADASTRADO)" TO WRK-EMP-NAME
003620         MOVE "NOT ON EMPLOYEE MASTER" TO WRK-EMP-STATUS
003630         MOVE YTD-EMP-NUMBER TO WRK-EXCPT-HOLD-INPUT
003640         MOVE "NOT ON EMPLOYEE MASTER - NO CPF FOR RETURN"
003650             TO WRK-EXCPT-HOLD-REASON
003660         PERFORM 8000-LOG-DIFFERENCE THRU 8000-EXIT
003670         GO TO 4100-EXIT
003680     END-IF.
003690     MOVE EMP-NAME TO WRK-EMP-NAME.
003700     MOVE EMP-CPF TO WRK-EMP-CPF.
003710     MOVE 'N' TO WRK-CPF-VALID-SW.
003720     CALL "CPFVAL" USING WRK-EMP-CPF WRK-CPF-VALID-SW.
003730     IF NOT WRK-CPF-VALID
003740         MOVE "CPF INVALID" TO WRK-EMP-STATUS
003750         MOVE YTD-EMP-NUMBER TO WRK-EXCPT-HOLD-INPUT
003760         MOVE "CPF FAILS CHECK DIGITS - NOT FILED"
003770             TO WRK-EXCPT-HOLD-REASON
003780         PERFORM 8000-LOG-DIFFERENCE THRU 8000-EXIT
003790     END-IF.
003800 4100-EXIT.
003810     EXIT.
003820*****************************************************
003830*4200-GATHER-PAY-HISTORY - THE EMPLOYEE'S PAYHIST ROWS
003840*FOR THE YEAR'S TWELVE PAY PERIODS, WHICH ARRIVE
003850*TOGETHER IN KEY ORDER
003860*****************************************************
003870 4200-GATHER-PAY-HISTORY.
003880     MOVE ZERO TO WRK-PH-GROSS.
003890     MOVE ZERO TO WRK-PH-INSS.
003900     MOVE ZERO TO WRK-PH-IRRF.
003910     MOVE ZERO TO WRK-PH-NET.
003920     MOVE ZERO TO WRK-PH-13TH.
003930     MOVE ZERO TO WRK-RS-MONTH.
003935     MOVE ZERO TO WRK-RS-XRATE.
003940     PERFORM 4210-CLEAR-ONE-MONTH THRU 4210-EXIT
003950         VARYING WRK-MON-SUB FROM 1 BY 1
003960         UNTIL WRK-MON-SUB > 13.
003970     IF NOT WRK-PAYH-OPENED
003980         GO TO 4200-EXIT
003990     END-IF.
004000     MOVE 'N' TO WRK-PAYH-EOF-SW.
004010     MOVE YTD-EMP-NUMBER TO PAYH-EMP-NUMBER.
004020     MOVE WRK-FIRST-PERIOD TO PAYH-PERIOD.
004030     MOVE LOW-VALUES TO PAYH-RUN-TYPE.
004040     START PAY-HISTORY-FILE KEY NOT < PAYH-KEY
004050         INVALID KEY
004060             SET WRK-PAYH-SCAN-EOF TO TRUE
004070     END-START.
004080     PERFORM 4220-READ-EMP-HISTORY THRU 4220-EXIT.
004090     PERFORM 4300-TAKE-HISTORY-ROW THRU 4300-EXIT
004100         UNTIL WRK-PAYH-SCAN-EOF.
004110 4200-EXIT.
004120     EXIT.
004130 4210-CLEAR-ONE-MONTH.
004140     MOVE ZERO TO WRK-MON-INCOME(WRK-MON-SUB).
004150     MOVE ZERO TO WRK-MON-INSS(WRK-MON-SUB).
004160     MOVE ZERO TO WRK-MON-IRRF(WRK-MON-SUB).
004170 4210-EXIT.
004180     EXIT.
004190 4220-READ-EMP-HISTORY.
004200     IF WRK-PAYH-SCAN-EOF
004210         GO TO 4220-EXIT
004220     END-IF.
004230     READ PAY-HISTORY-FILE NEXT RECORD
004240         AT END
004250             SET WRK-PAYH-SCAN-EOF TO TRUE
004260     END-READ.
004270     IF NOT WRK-PAYH-OK
004280         SET WRK-PAYH-SCAN-EOF TO TRUE
004290         GO TO 4220-EXIT
004300     END-IF.
004310     IF PAYH-EMP-NUMBER NOT = YTD-EMP-NUMBER
004320         OR PAYH-PERIOD > WRK-LAST-PERIOD
004330         SET WRK-PAYH-SCAN-EOF TO TRUE
004340     END-IF.
004350 4220-EXIT.
004360     EXIT.
004370*****************************************************
004380*4300-TAKE-HISTORY-ROW - THE SUMS STAY IN THE CURRENCY
004390*PAID, AS ON YTD; THE RETURN FIGURES ARE TURNED INTO
004400*REAIS AT THE RATE THE RUN USED. A 13TH-SALARY RUN
004410*GOES TO THE THIRTEENTH COLUMN, EVERYTHING ELSE TO THE
004416*MONTH OF ITS PAY PERIOD. A VOIDED ROW WAS TAKEN BACK
004422*OFF YTD AND IS NOT INCOME
004430*****************************************************
004440 4300-TAKE-HISTORY-ROW.
004442     IF PAYH-VOIDED
004444         GO TO 4390-READ-NEXT
004446     END-IF.
004450     ADD PAYH-GROSS TO WRK-PH-GROSS.
004460     ADD PAYH-INSS TO WRK-PH-INSS.
004470     ADD PAYH-IRRF TO WRK-PH-IRRF.
004480     ADD PAYH-NET TO WRK-PH-NET.
004490     IF (PAYH-CURRENCY = "USD" OR "usd")
004500         AND PAYH-XRATE > ZERO
004510         COMPUTE WRK-ROW-GROSS ROUNDED =
004520             PAYH-GROSS * PAYH-XRATE
004530         COMPUTE WRK-ROW-INSS ROUNDED =
004540             PAYH-INSS * PAYH-XRATE
004550         COMPUTE WRK-ROW-IRRF ROUNDED =
004560             PAYH-IRRF * PAYH-XRATE
004570     ELSE
004580         MOVE PAYH-GROSS TO WRK-ROW-GROSS
004590         MOVE PAYH-INSS TO WRK-ROW-INSS
004600         MOVE PAYH-IRRF TO WRK-ROW-IRRF
004610     END-IF.
004620     MOVE PAYH-PERIOD TO WRK-ROW-PERIOD.
004630     MOVE WRK-ROW-MONTH TO WRK-MON-SUB.
004640     IF PAYH-RUN-TYPE = "D1" OR "d1" OR "D2" OR "d2"
004650         ADD PAYH-GROSS TO WRK-PH-13TH
004660         MOVE 13 TO WRK-MON-SUB
004670     END-IF.
004680     IF PAYH-RUN-TYPE = "RS" OR "rs"
004690         MOVE WRK-ROW-MONTH TO WRK-RS-MONTH
004692         MOVE ZERO TO WRK-RS-XRATE
004694         IF PAYH-CURRENCY = "USD" OR "usd"
004696             MOVE PAYH-XRATE TO WRK-RS-XRATE
004698         END-IF
004700     END-IF.
004710     IF WRK-MON-SUB < 1 OR WRK-MON-SUB > 13
004720         GO TO 4390-READ-NEXT
004730     END-IF.
004740     ADD WRK-ROW-GROSS TO WRK-MON-INCOME(WRK-MON-SUB).
004750     ADD WRK-ROW-INSS TO WRK-MON-INSS(WRK-MON-SUB).
004760     ADD WRK-ROW-IRRF TO WRK-MON-IRRF(WRK-MON-SUB).
004770 4390-READ-NEXT.
004780     PERFORM 4220-READ-EMP-HISTORY THRU 4220-EXIT.
004790 4300-EXIT.
004800     EXIT.
004810*****************************************************
004820*4400-COMPARE-FIGURES - YTD KEEPS THE 13TH AND THE
004830*VACATION PAY IN THEIR OWN BUCKETS, SO ITS GROSS IS THE
004840*SUM OF ALL THREE. EVERY FIGURE THAT DIFFERS IS LOGGED;
004850*THE REPORT SHOWS THE FIRST
004860*****************************************************
004870 4400-COMPARE-FIGURES.
004880     COMPUTE WRK-YTD-ALL-GROSS =
004890         YTD-GROSS + YTD-13TH + YTD-FERIAS.
004900     ADD WRK-YTD-ALL-GROSS TO WRK-TOT-YTD-GROSS.
004910     ADD YTD-INSS TO WRK-TOT-YTD-INSS.
004920     ADD YTD-IRRF TO WRK-TOT-YTD-IRRF.
004930     MOVE YTD-EMP-NUMBER TO WRK-EXCPT-HOLD-INPUT.
004940     IF WRK-YTD-ALL-GROSS NOT = WRK-PH-GROSS
004950         MOVE "YTD GROSS DIFFERS FROM PAYHIST"
004960             TO WRK-EXCPT-HOLD-REASON
004970         PERFORM 4490-NOTE-DIFFERENCE THRU 4490-EXIT
004980     END-IF.
004990     IF YTD-INSS NOT = WRK-PH-INSS
005000         MOVE "YTD INSS DIFFERS FROM PAYHIST"
005010             TO WRK-EXCPT-HOLD-REASON
005020         PERFORM 4490-NOTE-DIFFERENCE THRU 4490-EXIT
005030     END-IF.
005040     IF YTD-IRRF NOT = WRK-PH-IRRF
005050         MOVE "YTD IRRF DIFFERS FROM PAYHIST"
005060             TO WRK-EXCPT-HOLD-REASON
005070         PERFORM 4490-NOTE-DIFFERENCE THRU 4490-EXIT
005080     END-IF.
005090     IF YTD-NET NOT = WRK-PH-NET
005100         MOVE "YTD NET DIFFERS FROM PAYHIST"
005110             TO WRK-EXCPT-HOLD-REASON
005120         PERFORM 4490-NOTE-DIFFERENCE THRU 4490-EXIT
005130     END-IF.
005140 4400-EXIT.
005150     EXIT.
005160 4490-NOTE-DIFFERENCE.
005170     IF WRK-EMP-STATUS = SPACES
005180         MOVE WRK-EXCPT-HOLD-REASON TO WRK-EMP-STATUS
005190     END-IF.
005200     PERFORM 8000-LOG-DIFFERENCE THRU 8000-EXIT.
005210 4490-EXIT.
005220     EXIT.
005230*****************************************************
005240*4500-SEPARATE-13TH - A TERMINATION RUN PAYS THE
005250*PROPORTIONAL 13TH INSIDE ITS GROSS; COMMA PUTS THAT
005260*PART IN THE YTD 13TH BUCKET, SO WHAT THAT BUCKET HOLDS
005270*BEYOND THE 13TH-SALARY RUNS MOVES FROM THE TERMINATION
005280*MONTH TO THE THIRTEENTH COLUMN. THE TAXES WITHHELD ON
005285*IT STAY IN THE TERMINATION MONTH. THE BUCKET IS IN
005290*THE CURRENCY PAID, SO A USD TERMINATION'S SHARE IS
005295*TURNED INTO REAIS AT ITS RATE BEFORE IT IS MOVED
005300*****************************************************
005310 4500-SEPARATE-13TH.
005320     IF WRK-RS-MONTH < 1 OR WRK-RS-MONTH > 12
005330         GO TO 4500-EXIT
005340     END-IF.
005350     COMPUTE WRK-13TH-REST = YTD-13TH - WRK-PH-13TH.
005352     IF WRK-RS-XRATE > ZERO
005354         COMPUTE WRK-13TH-REST ROUNDED =
005356             WRK-13TH-REST * WRK-RS-XRATE
005358     END-IF.
005360     IF WRK-13TH-REST NOT > ZERO
005370         OR WRK-13TH-REST > WRK-MON-INCOME(WRK-RS-MONTH)
005380         GO TO 4500-EXIT
005390     END-IF.
005400     SUBTRACT WRK-13TH-REST FROM WRK-MON-INCOME(WRK-RS-MONTH).
005410     ADD WRK-13TH-REST TO WRK-MON-INCOME(13).
005420 4500-EXIT.
005430     EXIT.
005440*****************************************************
005450*5000-WRITE-BENEFICIARY - THE BENEFICIARY RECORD AND
005460*ITS THREE VALUE RECORDS
005470*****************************************************
005480 5000-WRITE-BENEFICIARY.
005490     ADD 1 TO WRK-BENEF-COUNT.
005500     MOVE YTD-EMP-NUMBER TO WRK-DB-EMP-NUMBER.
005510     MOVE WRK-EMP-CPF TO WRK-DB-CPF.
005520     MOVE WRK-EMP-NAME TO WRK-DB-NAME.
005530     MOVE WRK-DIRF-BENEF TO DIRF-RECORD.
005540     WRITE DIRF-RECORD.
005550     MOVE WRK-EMP-CPF TO WRK-DV-CPF.
005560     SET WRK-DV-INCOME TO TRUE.
005570     PERFORM 5100-WRITE-VALUE THRU 5100-EXIT.
005580     SET WRK-DV-PENSION TO TRUE.
005590     PERFORM 5100-WRITE-VALUE THRU 5100-EXIT.
005600     SET WRK-DV-TAX TO TRUE.
005610     PERFORM 5100-WRITE-VALUE THRU 5100-EXIT.
005620 5000-EXIT.
005630     EXIT.
005640 5100-WRITE-VALUE.
005650     PERFORM 5110-FILL-ONE-MONTH THRU 5110-EXIT
005660         VARYING WRK-MON-SUB FROM 1 BY 1
005670         UNTIL WRK-MON-SUB > 13.
005680     MOVE WRK-DIRF-VALUE TO DIRF-RECORD.
005690     WRITE DIRF-RECORD.
005700 5100-EXIT.
005710     EXIT.
005720 5110-FILL-ONE-MONTH.
005730     EVALUATE TRUE
005740         WHEN WRK-DV-INCOME
005750             COMPUTE WRK-DV-AMOUNT-CENTS(WRK-MON-SUB) =
005760                 WRK-MON-INCOME(WRK-MON-SUB) * 100
005770             ADD WRK-MON-INCOME(WRK-MON-SUB)
005780                 TO WRK-TOT-RET-INCOME
005790         WHEN WRK-DV-PENSION
005800             COMPUTE WRK-DV-AMOUNT-CENTS(WRK-MON-SUB) =
005810                 WRK-MON-INSS(WRK-MON-SUB) * 100
005820             ADD WRK-MON-INSS(WRK-MON-SUB)
005830                 TO WRK-TOT-RET-INSS
005840         WHEN OTHER
005850             COMPUTE WRK-DV-AMOUNT-CENTS(WRK-MON-SUB) =
005860                 WRK-MON-IRRF(WRK-MON-SUB) * 100
005870             ADD WRK-MON-IRRF(WRK-MON-SUB)
005880                 TO WRK-TOT-RET-IRRF
005890     END-EVALUATE.
005900 5110-EXIT.
005910     EXIT.
005920*****************************************************
005930*5500-PRINT-CONTROL-LINE
005940*****************************************************
005950 5500-PRINT-CONTROL-LINE.
005960     MOVE YTD-EMP-NUMBER TO WRK-CD-EMP-NUMBER.
005970     MOVE WRK-EMP-CPF TO WRK-CD-CPF.
005980     MOVE WRK-EMP-NAME TO WRK-CD-NAME.
005990     MOVE WRK-YTD-ALL-GROSS TO WRK-CD-YTD-GROSS.
006000     MOVE WRK-PH-GROSS TO WRK-CD-PH-GROSS.
006010     MOVE YTD-IRRF TO WRK-CD-YTD-IRRF.
006020     MOVE WRK-PH-IRRF TO WRK-CD-PH-IRRF.
006030     IF WRK-EMP-STATUS = SPACES
006040         MOVE "OK" TO WRK-CD-STATUS
006050     ELSE
006060         MOVE WRK-EMP-STATUS TO WRK-CD-STATUS
006070     END-IF.
006080     MOVE WRK-CTL-DETAIL TO DIRF-CONTROL-LINE.
006090     WRITE DIRF-CONTROL-LINE.
006100 5500-EXIT.
006110     EXIT.
006120*****************************************************
006130*6000-SCAN-PAY-HISTORY - THE WHOLE OF PAYHIST FOR THE
006140*YEAR, FOR THE GRAND TOTALS. AN EMPLOYEE PAID IN THE
006150*YEAR WITH NO YTD RECORD WOULD BE LEFT OFF THE RETURN,
006160*SO IT IS LISTED AS A DIFFERENCE
006170*****************************************************
006180 6000-SCAN-PAY-HISTORY.
006190     IF NOT WRK-PAYH-OPENED
006200         GO TO 6000-EXIT
006210     END-IF.
006220     MOVE 'N' TO WRK-PAYH-EOF-SW.
006230     MOVE ZERO TO WRK-CUR-EMP-NUMBER.
006240     MOVE LOW-VALUES TO PAYH-KEY.
006250     START PAY-HISTORY-FILE KEY NOT < PAYH-KEY
006260         INVALID KEY
006270             SET WRK-PAYH-SCAN-EOF TO TRUE
006280     END-START.
006290     PERFORM 6100-READ-PAY-HISTORY THRU 6100-EXIT.
006300     PERFORM 6200-TAKE-PAYMENT THRU 6200-EXIT
006310         UNTIL WRK-PAYH-SCAN-EOF.
006320 6000-EXIT.
006330     EXIT.
006340 6100-READ-PAY-HISTORY.
006350     IF WRK-PAYH-SCAN-EOF
006360         GO TO 6100-EXIT
006370     END-IF.
006380     READ PAY-HISTORY-FILE NEXT RECORD
006390         AT END
006400             SET WRK-PAYH-SCAN-EOF TO TRUE
006410     END-READ.
006420     IF NOT WRK-PAYH-OK
006430         SET WRK-PAYH-SCAN-EOF TO TRUE
006440     END-IF.
006450 6100-EXIT.
006460     EXIT.
006470 6200-TAKE-PAYMENT.
006480     IF PAYH-PERIOD < WRK-FIRST-PERIOD
006490         OR PAYH-PERIOD > WRK-LAST-PERIOD
006495         OR PAYH-VOIDED
006500         GO TO 6290-READ-NEXT
006510     END-IF.
006520     ADD PAYH-GROSS TO WRK-TOT-PH-GROSS.
006530     ADD PAYH-INSS TO WRK-TOT-PH-INSS.
006540     ADD PAYH-IRRF TO WRK-TOT-PH-IRRF.
006550     IF PAYH-EMP-NUMBER = WRK-CUR-EMP-NUMBER
006560         GO TO 6290-READ-NEXT
006570     END-IF.
006580     MOVE PAYH-EMP-NUMBER TO WRK-CUR-EMP-NUMBER.
006590     IF WRK-YTD-NOT-FOUND
006600         GO TO 6280-NO-YTD
006610     END-IF.
006620     MOVE PAYH-EMP-NUMBER TO YTD-EMP-NUMBER.
006630     MOVE WRK-REQUEST-YEAR TO YTD-YEAR.
006640     READ YTD-FILE
006650         INVALID KEY
006660             GO TO 6280-NO-YTD
006670     END-READ.
006680     GO TO 6290-READ-NEXT.
006690 6280-NO-YTD.
006700     MOVE PAYH-EMP-NUMBER TO WRK-EXCPT-HOLD-INPUT.
006710     MOVE "PAID IN YEAR BUT NO YTD RECORD - NOT FILED"
006720         TO WRK-EXCPT-HOLD-REASON.
006730     PERFORM 8000-LOG-DIFFERENCE THRU 8000-EXIT.
006740     MOVE SPACES TO DIRF-CONTROL-LINE.
006750     STRING PAYH-EMP-NUMBER DELIMITED BY SIZE
006760            "                                    "
006770                DELIMITED BY SIZE
006780            WRK-EXCPT-HOLD-REASON DELIMITED BY SIZE
006790         INTO DIRF-CONTROL-LINE.
006800     WRITE DIRF-CONTROL-LINE.
006810 6290-READ-NEXT.
006820     PERFORM 6100-READ-PAY-HISTORY THRU 6100-EXIT.
006830 6200-EXIT.
006840     EXIT.
006850*****************************************************
006860*7000-WRITE-TOTALS - YTD AND PAYHIST TOTALS SIDE BY
006870*SIDE, IN THE CURRENCY PAID, AND THE RETURN'S OWN
006880*TOTALS IN REAIS. ANY DIFFERENCE EMPTIES THE RETURN
006890*****************************************************
006900 7000-WRITE-TOTALS.
006910     IF WRK-TOT-YTD-GROSS NOT = WRK-TOT-PH-GROSS
006920         OR WRK-TOT-YTD-INSS NOT = WRK-TOT-PH-INSS
006930         OR WRK-TOT-YTD-IRRF NOT = WRK-TOT-PH-IRRF
006940         MOVE "TOTALS" TO WRK-EXCPT-HOLD-INPUT
006950         MOVE "YTD TOTALS DIFFER FROM PAYHIST TOTALS"
006960             TO WRK-EXCPT-HOLD-REASON
006970         PERFORM 8000-LOG-DIFFERENCE THRU 8000-EXIT
006980     END-IF.
006990     MOVE SPACES TO DIRF-CONTROL-LINE.
007000     WRITE DIRF-CONTROL-LINE.
007010     MOVE SPACES TO DIRF-CONTROL-LINE.
007020     STRING "                                 GROSS"
007030                DELIMITED BY SIZE
007040            "              INSS              IRRF"
007050                DELIMITED BY SIZE
007060         INTO DIRF-CONTROL-LINE.
007070     WRITE DIRF-CONTROL-LINE.
007080     MOVE "YTDFILE" TO WRK-CT-LABEL.
007090     MOVE WRK-TOT-YTD-GROSS TO WRK-CT-GROSS.
007100     MOVE WRK-TOT-YTD-INSS TO WRK-CT-INSS.
007110     MOVE WRK-TOT-YTD-IRRF TO WRK-CT-IRRF.
007120     MOVE WRK-CTL-TOTAL TO DIRF-CONTROL-LINE.
007130     WRITE DIRF-CONTROL-LINE.
007140     MOVE "PAYHIST" TO WRK-CT-LABEL.
007150     MOVE WRK-TOT-PH-GROSS TO WRK-CT-GROSS.
007160     MOVE WRK-TOT-PH-INSS TO WRK-CT-INSS.
007170     MOVE WRK-TOT-PH-IRRF TO WRK-CT-IRRF.
007180     MOVE WRK-CTL-TOTAL TO DIRF-CONTROL-LINE.
007190     WRITE DIRF-CONTROL-LINE.
007200     MOVE "RETURN FILE (BRL)" TO WRK-CT-LABEL.
007210     MOVE WRK-TOT-RET-INCOME TO WRK-CT-GROSS.
007220     MOVE WRK-TOT-RET-INSS TO WRK-CT-INSS.
007230     MOVE WRK-TOT-RET-IRRF TO WRK-CT-IRRF.
007240     MOVE WRK-CTL-TOTAL TO DIRF-CONTROL-LINE.
007250     WRITE DIRF-CONTROL-LINE.
007260     MOVE SPACES TO DIRF-CONTROL-LINE.
007270     WRITE DIRF-CONTROL-LINE.
007280     MOVE WRK-BENEF-COUNT TO WRK-COUNT-ED.
007290     MOVE SPACES TO DIRF-CONTROL-LINE.
007300     STRING "BENEFICIARIES: " DELIMITED BY SIZE
007310            WRK-COUNT-ED DELIMITED BY SIZE
007320         INTO DIRF-CONTROL-LINE.
007330     WRITE DIRF-CONTROL-LINE.
007340     MOVE WRK-EXCPT-COUNT TO WRK-COUNT-ED.
007350     MOVE SPACES TO DIRF-CONTROL-LINE.
007360     STRING "DIFFERENCES:   " DELIMITED BY SIZE
007370            WRK-COUNT-ED DELIMITED BY SIZE
007380         INTO DIRF-CONTROL-LINE.
007390     WRITE DIRF-CONTROL-LINE.
007400     IF WRK-RETURN-WITHHELD
007410         MOVE "RETURN WITHHELD - FILE LEFT EMPTY, NOT TO BE"
007420             TO DIRF-CONTROL-LINE
007430         WRITE DIRF-CONTROL-LINE
007440         MOVE "FILED UNTIL EVERY DIFFERENCE IS CLEARED"
007450             TO DIRF-CONTROL-LINE
007460         WRITE DIRF-CONTROL-LINE
007470         DISPLAY "DIRF RETIDA - VER DIRFCTL"
007480         GO TO 7000-EXIT
007490     END-IF.
007500     MOVE WRK-BENEF-COUNT TO WRK-DT-COUNT.
007510     COMPUTE WRK-DT-INCOME-CENTS = WRK-TOT-RET-INCOME * 100.
007520     COMPUTE WRK-DT-INSS-CENTS = WRK-TOT-RET-INSS * 100.
007530     COMPUTE WRK-DT-IRRF-CENTS = WRK-TOT-RET-IRRF * 100.
007540     MOVE WRK-DIRF-TRAILER TO DIRF-RECORD.
007550     WRITE DIRF-RECORD.
007560     MOVE "RETURN READY TO FILE" TO DIRF-CONTROL-LINE.
007570     WRITE DIRF-CONTROL-LINE.
007580     MOVE WRK-BENEF-COUNT TO WRK-COUNT-ED.
007590     DISPLAY "DIRF GERADA - BENEFICIARIOS: " WRK-COUNT-ED.
007600 7000-EXIT.
007610     EXIT.
007620*****************************************************
007630*8000-LOG-DIFFERENCE - EVERY DIFFERENCE WITHHOLDS THE
007640*RETURN AND GOES TO THE EXCEPTION REPORT
007650*****************************************************
007660 8000-LOG-DIFFERENCE.
007670     SET WRK-RETURN-WITHHELD TO TRUE.
007680     ADD 1 TO WRK-EXCPT-COUNT.
007690     PERFORM 8100-WRITE-EXCEPTION THRU 8100-EXIT.
007700 8000-EXIT.
007710     EXIT.
007720 8100-WRITE-EXCEPTION.
007730     OPEN EXTEND EXCEPTION-REPORT.
007740     IF WRK-EXCPT-NOT-FOUND
007750         OPEN OUTPUT EXCEPTION-REPORT
007760     END-IF.
007770     MOVE SPACES TO EXCPT-RECORD.
007780     MOVE "DIRFGEN" TO EXCPT-PROGRAM.
007790     ACCEPT EXCPT-DATE FROM DATE YYYYMMDD.
007800     ACCEPT EXCPT-TIME FROM TIME.
007810     MOVE WRK-EXCPT-HOLD-INPUT TO EXCPT-INPUT.
007820     MOVE WRK-EXCPT-HOLD-REASON TO EXCPT-REASON.
007830     WRITE EXCPT-RECORD.
007840     CLOSE EXCEPTION-REPORT.
007850 8100-EXIT.
007860     EXIT.
007870*****************************************************
007880*9000-CLOSE-FILES - A WITHHELD RETURN IS REOPENED AND
007890*CLOSED EMPTY SO NOTHING HALF-RIGHT CAN BE FILED
007900*****************************************************
007910 9000-CLOSE-FILES.
007920     IF NOT WRK-YTD-NOT-FOUND
007930         CLOSE YTD-FILE
007940     END-IF.
007950     IF WRK-PAYH-OPENED
007960         CLOSE PAY-HISTORY-FILE
007970     END-IF.
007980     CLOSE EMPLOYEE-MASTER.
007990     CLOSE DIRF-FILE.
008000     IF WRK-RETURN-WITHHELD
008010         OPEN OUTPUT DIRF-FILE
008020         CLOSE DIRF-FILE
008030     END-IF.
008040     CLOSE DIRF-CONTROL-FILE.
008050 9000-EXIT.
008060     EXIT.
