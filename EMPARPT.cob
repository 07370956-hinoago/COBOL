000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. EMPARPT.
000030 AUTHOR. RAS.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 2026-09-17.
000060 DATE-COMPILED.
000070*****************************************************
000080*OBJECTIVE = PRINT THE EMPLOYEE MASTER AUDIT TRAIL -
000090*EVERY ADD, UPDATE AND DELETE AGAINST EMPMAST WITH ITS
000100*BEFORE AND AFTER RECORD IMAGES, WHO MADE IT AND WHICH
000110*FIELDS IT CHANGED. THE OPERATOR CAN FILTER TO ONE
000120*EMPLOYEE, A DATE RANGE OR ONE CHANGED FIELD, OR PRINT
000130*THE WHOLE TRAIL.
000140*---------------------------------------------------*
000150*A BANK-ACCOUNT CHANGE MADE WITHIN N DAYS OF A BANKREM
000160*REMITTANCE TO THAT EMPLOYEE (PER THE PAYSTAT PAYMENT
000170*STATUS FILE) IS FLAGGED ON THE REPORT - A SWITCHED
000180*ACCOUNT RIGHT BEFORE PAYDAY IS THE CLASSIC PAYROLL
000190*FRAUD AND AUDIT WANTS EVERY ONE OF THEM EXPLAINED.
000200*****************************************************
000210*MODIFICATION HISTORY
000220*DATE       INIT DESCRIPTION
000230*2026-09-17 RAS  ORIGINAL PROGRAM
000240*****************************************************
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     COPY EMPASEL.
000290     COPY PAYSSEL.
000300     SELECT EAUD-RPT-FILE ASSIGN TO "EMPARPT"
000310         ORGANIZATION IS LINE SEQUENTIAL.
000320 DATA DIVISION.
000330 FILE SECTION.
000340     COPY EMPAFD.
000350     COPY PAYSFD.
000360 FD EAUD-RPT-FILE.
000370 01 EAUD-RPT-RECORD PICTURE X(132).
000380 WORKING-STORAGE SECTION.
000390*---------------------------------------------------*
000400*AUDIT TRAIL CONTROL AREAS
000410*---------------------------------------------------*
000420     COPY EMPAWS.
000430 77 WRK-EAUD-EOF-SW PICTURE X(01) VALUE 'N'.
000440     88 WRK-EAUD-EOF VALUE 'Y'.
000450*---------------------------------------------------*
000460*PAYMENT STATUS CONTROL AREAS - NO PAYSTAT FILE MEANS
000470*NO REMITTANCE ON RECORD, SO NOTHING CAN BE FLAGGED
000480*---------------------------------------------------*
000490     COPY PAYSWS.
000500 77 WRK-PAYS-OPEN-SW PICTURE X(01) VALUE 'N'.
000510     88 WRK-PAYS-OPEN VALUE 'Y'.
000520 77 WRK-PAYS-EOF-SW PICTURE X(01) VALUE 'N'.
000530     88 WRK-PAYS-EOF VALUE 'Y'.
000540*---------------------------------------------------*
000550*FILTER SELECTION CONTROL AREAS
000560*---------------------------------------------------*
000570 77 WRK-FILTER-SW PICTURE X(01).
000580     88 WRK-FILTER-EMPLOYEE VALUE 'E' 'e'.
000590     88 WRK-FILTER-DATE VALUE 'D' 'd'.
000600     88 WRK-FILTER-FIELD VALUE 'F' 'f'.
000610     88 WRK-FILTER-ALL VALUE 'A' 'a'.
000620 77 WRK-FILTER-EMP-NUM PICTURE 9(05) VALUE ZERO.
000630 77 WRK-FILTER-FROM-DATE PICTURE 9(08) VALUE ZERO.
000640 77 WRK-FILTER-TO-DATE PICTURE 9(08) VALUE 99999999.
000650 77 WRK-FILTER-FIELD-SW PICTURE X(01) VALUE SPACE.
000660     88 WRK-FIELD-SALARY VALUE 'S' 's'.
000670     88 WRK-FIELD-ACTIVE VALUE 'A' 'a'.
000680     88 WRK-FIELD-BANK VALUE 'B' 'b'.
000690     88 WRK-FIELD-NAME VALUE 'N' 'n'.
000700     88 WRK-FIELD-CPF VALUE 'C' 'c'.
000710     88 WRK-FIELD-DEPT VALUE 'D' 'd'.
000720     88 WRK-FIELD-ADMISSION VALUE 'H' 'h'.
000730     88 WRK-FIELD-VALID VALUE 'S' 's' 'A' 'a' 'B' 'b'
000740         'N' 'n' 'C' 'c' 'D' 'd' 'H' 'h'.
000750 77 WRK-MATCH-SW PICTURE X(01) VALUE 'N'.
000760     88 WRK-MATCHED VALUE 'Y'.
000770 77 WRK-PRINT-COUNT PICTURE 9(07) COMP VALUE ZERO.
000780 77 WRK-PRINT-COUNT-ED PICTURE Z(06)9.
000790 77 WRK-FLAG-COUNT PICTURE 9(07) COMP VALUE ZERO.
000800 77 WRK-FLAG-COUNT-ED PICTURE Z(06)9.
000810*---------------------------------------------------*
000820*REMITTANCE WINDOW - A BANK CHANGE THIS MANY DAYS OR
000830*FEWER BEFORE OR AFTER A REMITTANCE IS FLAGGED; ZERO
000840*ON THE PROMPT TAKES THE DEFAULT
000850*---------------------------------------------------*
000860 77 WRK-WINDOW-DAYS PICTURE 9(03) VALUE ZERO.
000870 77 WRK-WINDOW-DEFAULT PICTURE 9(03) VALUE 5.
000880 77 WRK-WINDOW-DAYS-ED PICTURE ZZ9.
000890 77 WRK-CHANGE-SERIAL PICTURE 9(08) COMP VALUE ZERO.
000900 77 WRK-REM-SERIAL PICTURE 9(08) COMP VALUE ZERO.
000910 77 WRK-GAP-DAYS PICTURE 9(08) COMP VALUE ZERO.
000920 77 WRK-NEAR-SW PICTURE X(01) VALUE 'N'.
000930     88 WRK-NEAR-REMITTANCE VALUE 'Y'.
000940 77 WRK-NEAR-REM-DATE PICTURE 9(08) VALUE ZERO.
000950*---------------------------------------------------*
000960*BEFORE AND AFTER IMAGE VIEWS - THE EMP-MASTER-RECORD
000970*LAYOUT OVER EACH AUDIT IMAGE SO THE FIELDS CAN BE
000980*COMPARED ONE BY ONE
000990*---------------------------------------------------*
001000 01 WRK-OLD-EMP.
001010     05 WRK-OLD-NUMBER PICTURE 9(05).
001020     05 WRK-OLD-NAME PICTURE X(20).
001030     05 WRK-OLD-CPF PICTURE 9(11).
001040     05 WRK-OLD-DEPARTMENT PICTURE X(04).
001050     05 WRK-OLD-ADMISSION-DATE PICTURE 9(08).
001060     05 WRK-OLD-BASE-SALARY PICTURE X(09).
001070     05 WRK-OLD-ACTIVE-FLAG PICTURE X(01).
001080     05 WRK-OLD-BANK-DATA.
001090         10 WRK-OLD-BANK PICTURE 9(03).
001100         10 WRK-OLD-AGENCY PICTURE 9(04).
001110         10 WRK-OLD-ACCOUNT PICTURE 9(08).
001120         10 WRK-OLD-ACCOUNT-DV PICTURE X(01).
001130 01 WRK-NEW-EMP.
001140     05 WRK-NEW-NUMBER PICTURE 9(05).
001150     05 WRK-NEW-NAME PICTURE X(20).
001160     05 WRK-NEW-CPF PICTURE 9(11).
001170     05 WRK-NEW-DEPARTMENT PICTURE X(04).
001180     05 WRK-NEW-ADMISSION-DATE PICTURE 9(08).
001190     05 WRK-NEW-BASE-SALARY PICTURE X(09).
001200     05 WRK-NEW-ACTIVE-FLAG PICTURE X(01).
001210     05 WRK-NEW-BANK-DATA.
001220         10 WRK-NEW-BANK PICTURE 9(03).
001230         10 WRK-NEW-AGENCY PICTURE 9(04).
001240         10 WRK-NEW-ACCOUNT PICTURE 9(08).
001250         10 WRK-NEW-ACCOUNT-DV PICTURE X(01).
001260*---------------------------------------------------*
001270*CHANGED-FIELD SWITCHES - AN ADD OR DELETE COUNTS AS
001280*A CHANGE TO EVERY FIELD
001290*---------------------------------------------------*
001300 77 WRK-CHG-NAME-SW PICTURE X(01) VALUE 'N'.
001310     88 WRK-CHG-NAME VALUE 'Y'.
001320 77 WRK-CHG-CPF-SW PICTURE X(01) VALUE 'N'.
001330     88 WRK-CHG-CPF VALUE 'Y'.
001340 77 WRK-CHG-DEPT-SW PICTURE X(01) VALUE 'N'.
001350     88 WRK-CHG-DEPT VALUE 'Y'.
001360 77 WRK-CHG-ADMISSION-SW PICTURE X(01) VALUE 'N'.
001370     88 WRK-CHG-ADMISSION VALUE 'Y'.
001380 77 WRK-CHG-SALARY-SW PICTURE X(01) VALUE 'N'.
001390     88 WRK-CHG-SALARY VALUE 'Y'.
001400 77 WRK-CHG-ACTIVE-SW PICTURE X(01) VALUE 'N'.
001410     88 WRK-CHG-ACTIVE VALUE 'Y'.
001420 77 WRK-CHG-BANK-SW PICTURE X(01) VALUE 'N'.
001430     88 WRK-CHG-BANK VALUE 'Y'.
001440 77 WRK-FIELD-LIST PICTURE X(50) VALUE SPACES.
001450 77 WRK-LIST-PTR PICTURE 9(03) COMP VALUE 1.
001460*---------------------------------------------------*
001470*DATE WORK AREA AND DAY-SERIAL ARITHMETIC - THE SAME
001480*PROLEPTIC GREGORIAN CONVERSION BUSDAY USES
001490*---------------------------------------------------*
001500 01 WRK-DATA.
001510     02 WRK-YEAR PICTURE 9(04).
001520     02 WRK-MONTH PICTURE 9(02).
001530     02 WRK-DAY PICTURE 9(02).
001540 77 WRK-LEAP-YEAR-SW PICTURE X(01) VALUE 'N'.
001550     88 WRK-LEAP-YEAR VALUE 'Y'.
001560 77 WRK-YEAR-QUOT PICTURE 9(04) COMP VALUE ZERO.
001570 77 WRK-YEAR-REM-4 PICTURE 9(04) COMP VALUE ZERO.
001580 77 WRK-YEAR-REM-100 PICTURE 9(04) COMP VALUE ZERO.
001590 77 WRK-YEAR-REM-400 PICTURE 9(04) COMP VALUE ZERO.
001600 77 WRK-YEAR-LESS-1 PICTURE 9(04) COMP VALUE ZERO.
001610 77 WRK-LEAP-DAYS-BEFORE PICTURE 9(06) COMP VALUE ZERO.
001620 77 WRK-DIV-Q PICTURE 9(06) COMP VALUE ZERO.
001630 77 WRK-DIV-R PICTURE 9(06) COMP VALUE ZERO.
001640 77 WRK-DOY-MONTH-INDEX PICTURE 9(02) COMP VALUE ZERO.
001650 77 WRK-DOY-MONTH-DAYS PICTURE 9(02) COMP VALUE ZERO.
001660 77 WRK-DAY-OF-YEAR PICTURE 9(03) COMP VALUE ZERO.
001670 77 WRK-DAY-SERIAL PICTURE 9(08) COMP VALUE ZERO.
001680*---------------------------------------------------*
001690*RUN-DATE HEADER CONTROL AREAS
001700*---------------------------------------------------*
001710     COPY RUNDATE.
001720 PROCEDURE DIVISION.
001730*****************************************************
001740*0000-MAINLINE
001750*****************************************************
001760 0000-MAINLINE.
001770     PERFORM 1000-ACCEPT-FILTER THRU 1000-EXIT.
001780     PERFORM 2000-OPEN-FILES THRU 2000-EXIT.
001790     PERFORM 3000-PRINT-HEADER THRU 3000-EXIT.
001800     PERFORM 4000-READ-AUDIT THRU 4000-EXIT.
001810     PERFORM 5000-PROCESS-AUDIT-RECORD THRU 5000-EXIT
001820         UNTIL WRK-EAUD-EOF.
001830     PERFORM 6000-PRINT-FOOTER THRU 6000-EXIT.
001840     PERFORM 9000-CLOSE-FILES THRU 9000-EXIT.
001850     PERFORM 9999-TERMINATE THRU 9999-EXIT.
001860     STOP RUN.
001870*****************************************************
001880*1000-ACCEPT-FILTER - ONE EMPLOYEE, A RUN-DATE RANGE,
001890*ONE CHANGED FIELD, OR THE WHOLE TRAIL; THEN THE
001900*REMITTANCE WINDOW FOR THE BANK-CHANGE FLAG
001910*****************************************************
001920 1000-ACCEPT-FILTER.
001930     DISPLAY "FILTRO - (E)MPREGADO, (D)ATAS, (F) CAMPO"
001940         " ALTERADO OU (A) TODOS".
001950     ACCEPT WRK-FILTER-SW.
001960     EVALUATE TRUE
001970         WHEN WRK-FILTER-EMPLOYEE
001980             DISPLAY "NUMERO DO EMPREGADO (5 DIGITOS)"
001990             ACCEPT WRK-FILTER-EMP-NUM
002000         WHEN WRK-FILTER-DATE
002010             DISPLAY "DATA INICIAL (AAAAMMDD)"
002020             ACCEPT WRK-FILTER-FROM-DATE
002030             DISPLAY "DATA FINAL (AAAAMMDD)"
002040             ACCEPT WRK-FILTER-TO-DATE
002050         WHEN WRK-FILTER-FIELD
002060             PERFORM 1100-ACCEPT-FIELD THRU 1100-EXIT
002070                 UNTIL WRK-FIELD-VALID
002080         WHEN OTHER
002090             SET WRK-FILTER-ALL TO TRUE
002100     END-EVALUATE.
002110     DISPLAY "DIAS DA REMESSA PARA ALERTA DE CONTA"
002120         " (0 = 5)".
002130     ACCEPT WRK-WINDOW-DAYS.
002140     IF WRK-WINDOW-DAYS = ZERO
002150         MOVE WRK-WINDOW-DEFAULT TO WRK-WINDOW-DAYS
002160     END-IF.
002170 1000-EXIT.
002180     EXIT.
002190 1100-ACCEPT-FIELD.
002200     DISPLAY "CAMPO - (S)ALARIO (A)TIVO (B)ANCO/CONTA (N)OME"
002210         " (C)PF (D)EPARTAMENTO (H) ADMISSAO".
002220     ACCEPT WRK-FILTER-FIELD-SW.
002230     IF NOT WRK-FIELD-VALID
002240         DISPLAY "CAMPO INVALIDO - DIGITE S, A, B, N, C, D"
002250             " OU H"
002260     END-IF.
002270 1100-EXIT.
002280     EXIT.
002290*****************************************************
002300*2000-OPEN-FILES - A MISSING AUDIT TRAIL JUST PRINTS
002310*AN EMPTY REPORT INSTEAD OF ABENDING, AND A MISSING
002320*PAYMENT STATUS FILE JUST MEANS NOTHING IS FLAGGED
002330*****************************************************
002340 2000-OPEN-FILES.
002350     OPEN INPUT EMP-AUDIT-FILE.
002360     IF WRK-EAUD-NOT-FOUND
002370         SET WRK-EAUD-EOF TO TRUE
002380     END-IF.
002390     OPEN INPUT PAYMENT-STATUS-FILE.
002400     IF WRK-PAYS-OK
002410         SET WRK-PAYS-OPEN TO TRUE
002420     END-IF.
002430     OPEN OUTPUT EAUD-RPT-FILE.
002440 2000-EXIT.
002450     EXIT.
002460*****************************************************
002470*2100-DETERMINE-LEAP-YEAR, 2500-COMPUTE-DAY-SERIAL -
002480*CONVERT WRK-DATA INTO A SEQUENTIAL DAY NUMBER SO TWO
002490*DATES CAN BE SUBTRACTED
002500*****************************************************
002510 2100-DETERMINE-LEAP-YEAR.
002520     MOVE 'N' TO WRK-LEAP-YEAR-SW.
002530     DIVIDE WRK-YEAR BY 4 GIVING WRK-YEAR-QUOT
002540         REMAINDER WRK-YEAR-REM-4.
002550     DIVIDE WRK-YEAR BY 100 GIVING WRK-YEAR-QUOT
002560         REMAINDER WRK-YEAR-REM-100.
002570     DIVIDE WRK-YEAR BY 400 GIVING WRK-YEAR-QUOT
002580         REMAINDER WRK-YEAR-REM-400.
002590     IF WRK-YEAR-REM-400 = 0
002600         SET WRK-LEAP-YEAR TO TRUE
002610     ELSE
002620         IF WRK-YEAR-REM-100 NOT = 0 AND WRK-YEAR-REM-4 = 0
002630             SET WRK-LEAP-YEAR TO TRUE
002640         END-IF
002650     END-IF.
002660 2100-EXIT.
002670     EXIT.
002680 2500-COMPUTE-DAY-SERIAL.
002690     COMPUTE WRK-YEAR-LESS-1 = WRK-YEAR - 1.
002700     DIVIDE WRK-YEAR-LESS-1 BY 4 GIVING WRK-DIV-Q
002710         REMAINDER WRK-DIV-R.
002720     MOVE WRK-DIV-Q TO WRK-LEAP-DAYS-BEFORE.
002730     DIVIDE WRK-YEAR-LESS-1 BY 100 GIVING WRK-DIV-Q
002740         REMAINDER WRK-DIV-R.
002750     SUBTRACT WRK-DIV-Q FROM WRK-LEAP-DAYS-BEFORE.
002760     DIVIDE WRK-YEAR-LESS-1 BY 400 GIVING WRK-DIV-Q
002770         REMAINDER WRK-DIV-R.
002780     ADD WRK-DIV-Q TO WRK-LEAP-DAYS-BEFORE.
002790     MOVE ZERO TO WRK-DAY-OF-YEAR.
002800     MOVE 1 TO WRK-DOY-MONTH-INDEX.
002810     PERFORM 2510-ACCUMULATE-DOY-MONTH THRU 2510-EXIT
002820         UNTIL WRK-DOY-MONTH-INDEX >= WRK-MONTH.
002830     ADD WRK-DAY TO WRK-DAY-OF-YEAR.
002840     COMPUTE WRK-DAY-SERIAL = WRK-YEAR-LESS-1 * 365
002850         + WRK-LEAP-DAYS-BEFORE + WRK-DAY-OF-YEAR.
002860 2500-EXIT.
002870     EXIT.
002880 2510-ACCUMULATE-DOY-MONTH.
002890     PERFORM 2520-DOY-MONTH-DAYS THRU 2520-EXIT.
002900     ADD WRK-DOY-MONTH-DAYS TO WRK-DAY-OF-YEAR.
002910     ADD 1 TO WRK-DOY-MONTH-INDEX.
002920 2510-EXIT.
002930     EXIT.
002940 2520-DOY-MONTH-DAYS.
002950     EVALUATE WRK-DOY-MONTH-INDEX
002960         WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
002970             MOVE 31 TO WRK-DOY-MONTH-DAYS
002980         WHEN 4 WHEN 6 WHEN 9 WHEN 11
002990             MOVE 30 TO WRK-DOY-MONTH-DAYS
003000         WHEN 2
003010             IF WRK-LEAP-YEAR
003020                 MOVE 29 TO WRK-DOY-MONTH-DAYS
003030             ELSE
003040                 MOVE 28 TO WRK-DOY-MONTH-DAYS
003050             END-IF
003060         WHEN OTHER
003070             MOVE 0 TO WRK-DOY-MONTH-DAYS
003080     END-EVALUATE.
003090 2520-EXIT.
003100     EXIT.
003110*****************************************************
003120*3000-PRINT-HEADER
003130*****************************************************
003140 3000-PRINT-HEADER.
003150     ACCEPT WRK-RUN-DATE FROM DATE YYYYMMDD.
003160     PERFORM 3100-BUILD-DATE-ED THRU 3100-EXIT.
003170     MOVE SPACES TO EAUD-RPT-RECORD.
003180     STRING "EMPLOYEE MASTER AUDIT TRAIL      RUN DATE: "
003190                DELIMITED BY SIZE
003200            WRK-RUN-DATE-ED DELIMITED BY SIZE
003210         INTO EAUD-RPT-RECORD.
003220     WRITE EAUD-RPT-RECORD.
003230     MOVE WRK-WINDOW-DAYS TO WRK-WINDOW-DAYS-ED.
003240     MOVE SPACES TO EAUD-RPT-RECORD.
003250     STRING "BANK CHANGES FLAGGED WITHIN " DELIMITED BY SIZE
003260            WRK-WINDOW-DAYS-ED DELIMITED BY SIZE
003270            " DAYS OF A REMITTANCE" DELIMITED BY SIZE
003280         INTO EAUD-RPT-RECORD.
003290     WRITE EAUD-RPT-RECORD.
003300     MOVE SPACES TO EAUD-RPT-RECORD.
003310     STRING "PROGRAM    DATE     TIME     OPR EMPNO "
003320                DELIMITED BY SIZE
003330            "ACTION   FIELDS CHANGED" DELIMITED BY SIZE
003340         INTO EAUD-RPT-RECORD.
003350     WRITE EAUD-RPT-RECORD.
003360 3000-EXIT.
003370     EXIT.
003380 3100-BUILD-DATE-ED.
003390     MOVE SPACES TO WRK-RUN-DATE-ED.
003400     STRING WRK-RUN-MONTH DELIMITED BY SIZE
003410            "/" DELIMITED BY SIZE
003420            WRK-RUN-DAY DELIMITED BY SIZE
003430            "/" DELIMITED BY SIZE
003440            WRK-RUN-YEAR DELIMITED BY SIZE
003450         INTO WRK-RUN-DATE-ED.
003460 3100-EXIT.
003470     EXIT.
003480*****************************************************
003490*4000-READ-AUDIT
003500*****************************************************
003510 4000-READ-AUDIT.
003520     READ EMP-AUDIT-FILE
003530         AT END
003540             SET WRK-EAUD-EOF TO TRUE
003550     END-READ.
003560 4000-EXIT.
003570     EXIT.
003580*****************************************************
003590*5000-PROCESS-AUDIT-RECORD - WORKS OUT WHICH FIELDS
003600*THE CHANGE TOUCHED, PRINTS THE RECORD WHEN IT PASSES
003610*THE SELECTED FILTER, THEN READS THE NEXT ONE
003620*****************************************************
003630 5000-PROCESS-AUDIT-RECORD.
003640     PERFORM 5050-COMPARE-IMAGES THRU 5050-EXIT.
003650     PERFORM 5100-APPLY-FILTER THRU 5100-EXIT.
003660     IF WRK-MATCHED
003670         PERFORM 5300-CHECK-REMITTANCE THRU 5300-EXIT
003680         PERFORM 5200-PRINT-AUDIT-LINE THRU 5200-EXIT
003690     END-IF.
003700     PERFORM 4000-READ-AUDIT THRU 4000-EXIT.
003710 5000-EXIT.
003720     EXIT.
003730 5050-COMPARE-IMAGES.
003740     MOVE EAUD-OLD-IMAGE TO WRK-OLD-EMP.
003750     MOVE EAUD-NEW-IMAGE TO WRK-NEW-EMP.
003760     MOVE 'N' TO WRK-CHG-NAME-SW WRK-CHG-CPF-SW
003770         WRK-CHG-DEPT-SW WRK-CHG-ADMISSION-SW
003780         WRK-CHG-SALARY-SW WRK-CHG-ACTIVE-SW
003790         WRK-CHG-BANK-SW.
003800     IF EAUD-OLD-IMAGE = SPACES OR EAUD-NEW-IMAGE = SPACES
003810         MOVE 'Y' TO WRK-CHG-NAME-SW WRK-CHG-CPF-SW
003820             WRK-CHG-DEPT-SW WRK-CHG-ADMISSION-SW
003830             WRK-CHG-SALARY-SW WRK-CHG-ACTIVE-SW
003840             WRK-CHG-BANK-SW
003850     ELSE
003860         IF WRK-OLD-NAME NOT = WRK-NEW-NAME
003870             SET WRK-CHG-NAME TO TRUE
003880         END-IF
003890         IF WRK-OLD-CPF NOT = WRK-NEW-CPF
003900             SET WRK-CHG-CPF TO TRUE
003910         END-IF
003920         IF WRK-OLD-DEPARTMENT NOT = WRK-NEW-DEPARTMENT
003930             SET WRK-CHG-DEPT TO TRUE
003940         END-IF
003950         IF WRK-OLD-ADMISSION-DATE
003960             NOT = WRK-NEW-ADMISSION-DATE
003970             SET WRK-CHG-ADMISSION TO TRUE
003980         END-IF
003990         IF WRK-OLD-BASE-SALARY NOT = WRK-NEW-BASE-SALARY
004000             SET WRK-CHG-SALARY TO TRUE
004010         END-IF
004020         IF WRK-OLD-ACTIVE-FLAG NOT = WRK-NEW-ACTIVE-FLAG
004030             SET WRK-CHG-ACTIVE TO TRUE
004040         END-IF
004050         IF WRK-OLD-BANK-DATA NOT = WRK-NEW-BANK-DATA
004060             SET WRK-CHG-BANK TO TRUE
004070         END-IF
004080     END-IF.
004090 5050-EXIT.
004100     EXIT.
004110 5100-APPLY-FILTER.
004120     MOVE 'N' TO WRK-MATCH-SW.
004130     EVALUATE TRUE
004140         WHEN WRK-FILTER-EMPLOYEE
004150             IF EAUD-EMP-NUMBER = WRK-FILTER-EMP-NUM
004160                 SET WRK-MATCHED TO TRUE
004170             END-IF
004180         WHEN WRK-FILTER-DATE
004190             IF EAUD-DATE >= WRK-FILTER-FROM-DATE
004200                 AND EAUD-DATE <= WRK-FILTER-TO-DATE
004210                 SET WRK-MATCHED TO TRUE
004220             END-IF
004230         WHEN WRK-FILTER-FIELD
004240             PERFORM 5150-APPLY-FIELD-FILTER THRU 5150-EXIT
004250         WHEN OTHER
004260             SET WRK-MATCHED TO TRUE
004270     END-EVALUATE.
004280 5100-EXIT.
004290     EXIT.
004300 5150-APPLY-FIELD-FILTER.
004310     EVALUATE TRUE
004320         WHEN WRK-FIELD-SALARY
004330             MOVE WRK-CHG-SALARY-SW TO WRK-MATCH-SW
004340         WHEN WRK-FIELD-ACTIVE
004350             MOVE WRK-CHG-ACTIVE-SW TO WRK-MATCH-SW
004360         WHEN WRK-FIELD-BANK
004370             MOVE WRK-CHG-BANK-SW TO WRK-MATCH-SW
004380         WHEN WRK-FIELD-NAME
004390             MOVE WRK-CHG-NAME-SW TO WRK-MATCH-SW
004400         WHEN WRK-FIELD-CPF
004410             MOVE WRK-CHG-CPF-SW TO WRK-MATCH-SW
004420         WHEN WRK-FIELD-DEPT
004430             MOVE WRK-CHG-DEPT-SW TO WRK-MATCH-SW
004440         WHEN WRK-FIELD-ADMISSION
004450             MOVE WRK-CHG-ADMISSION-SW TO WRK-MATCH-SW
004460     END-EVALUATE.
004470 5150-EXIT.
004480     EXIT.
004490*****************************************************
004500*5200-PRINT-AUDIT-LINE - ONE HEADER LINE PER CHANGE
004510*NAMING THE FIELDS IT TOUCHED, THE BEFORE AND AFTER
004520*IMAGES INDENTED UNDER IT, AND THE REMITTANCE FLAG
004530*WHEN THE BANK ACCOUNT MOVED CLOSE TO A PAYMENT
004540*****************************************************
004550 5200-PRINT-AUDIT-LINE.
004560     PERFORM 5250-BUILD-FIELD-LIST THRU 5250-EXIT.
004570     MOVE SPACES TO EAUD-RPT-RECORD.
004580     STRING EAUD-PROGRAM DELIMITED BY SIZE
004590            " " DELIMITED BY SIZE
004600            EAUD-DATE DELIMITED BY SIZE
004610            " " DELIMITED BY SIZE
004620            EAUD-TIME DELIMITED BY SIZE
004630            " " DELIMITED BY SIZE
004640            EAUD-OPERATOR DELIMITED BY SIZE
004650            " " DELIMITED BY SIZE
004660            EAUD-EMP-NUMBER DELIMITED BY SIZE
004670            " " DELIMITED BY SIZE
004680            EAUD-ACTION DELIMITED BY SIZE
004690            " " DELIMITED BY SIZE
004700            WRK-FIELD-LIST DELIMITED BY SIZE
004710         INTO EAUD-RPT-RECORD.
004720     WRITE EAUD-RPT-RECORD.
004730     MOVE SPACES TO EAUD-RPT-RECORD.
004740     STRING "    OLD: " DELIMITED BY SIZE
004750            EAUD-OLD-IMAGE DELIMITED BY SIZE
004760         INTO EAUD-RPT-RECORD.
004770     WRITE EAUD-RPT-RECORD.
004780     MOVE SPACES TO EAUD-RPT-RECORD.
004790     STRING "    NEW: " DELIMITED BY SIZE
004800            EAUD-NEW-IMAGE DELIMITED BY SIZE
004810         INTO EAUD-RPT-RECORD.
004820     WRITE EAUD-RPT-RECORD.
004830     IF WRK-NEAR-REMITTANCE
004840         MOVE SPACES TO EAUD-RPT-RECORD
004850         STRING "    *** BANK ACCOUNT CHANGED WITHIN "
004860                    DELIMITED BY SIZE
004870                WRK-WINDOW-DAYS-ED DELIMITED BY SIZE
004880                " DAYS OF REMITTANCE " DELIMITED BY SIZE
004890                WRK-NEAR-REM-DATE DELIMITED BY SIZE
004900                " ***" DELIMITED BY SIZE
004910             INTO EAUD-RPT-RECORD
004920         WRITE EAUD-RPT-RECORD
004930         ADD 1 TO WRK-FLAG-COUNT
004940     END-IF.
004950     ADD 1 TO WRK-PRINT-COUNT.
004960 5200-EXIT.
004970     EXIT.
004980 5250-BUILD-FIELD-LIST.
004990     MOVE SPACES TO WRK-FIELD-LIST.
005000     MOVE 1 TO WRK-LIST-PTR.
005010     IF WRK-CHG-NAME
005020         STRING "NAME " DELIMITED BY SIZE
005030             INTO WRK-FIELD-LIST WITH POINTER WRK-LIST-PTR
005040     END-IF.
005050     IF WRK-CHG-CPF
005060         STRING "CPF " DELIMITED BY SIZE
005070             INTO WRK-FIELD-LIST WITH POINTER WRK-LIST-PTR
005080     END-IF.
005090     IF WRK-CHG-DEPT
005100         STRING "DEPT " DELIMITED BY SIZE
005110             INTO WRK-FIELD-LIST WITH POINTER WRK-LIST-PTR
005120     END-IF.
005130     IF WRK-CHG-ADMISSION
005140         STRING "HIRE-DATE " DELIMITED BY SIZE
005150             INTO WRK-FIELD-LIST WITH POINTER WRK-LIST-PTR
005160     END-IF.
005170     IF WRK-CHG-SALARY
005180         STRING "SALARY " DELIMITED BY SIZE
005190             INTO WRK-FIELD-LIST WITH POINTER WRK-LIST-PTR
005200     END-IF.
005210     IF WRK-CHG-ACTIVE
005220         STRING "ACTIVE " DELIMITED BY SIZE
005230             INTO WRK-FIELD-LIST WITH POINTER WRK-LIST-PTR
005240     END-IF.
005250     IF WRK-CHG-BANK
005260         STRING "BANK " DELIMITED BY SIZE
005270             INTO WRK-FIELD-LIST WITH POINTER WRK-LIST-PTR
005280     END-IF.
005290 5250-EXIT.
005300     EXIT.
005310*****************************************************
005320*5300-CHECK-REMITTANCE - FOR A CHANGE THAT PUT A BANK
005330*ACCOUNT ON FILE (AN ADD OR AN UPDATE THAT MOVED IT),
005340*SCANS THE EMPLOYEE'S PAYSTAT ROWS FOR A REMITTANCE
005350*DATED WITHIN THE WINDOW EITHER SIDE OF THE CHANGE
005360*****************************************************
005370 5300-CHECK-REMITTANCE.
005380     MOVE 'N' TO WRK-NEAR-SW.
005390     MOVE ZERO TO WRK-NEAR-REM-DATE.
005400     IF NOT WRK-CHG-BANK
005410         OR EAUD-NEW-IMAGE = SPACES
005420         OR NOT WRK-PAYS-OPEN
005430         GO TO 5300-EXIT
005440     END-IF.
005450*A MOVE TO "NO ACCOUNT" CANNOT DIVERT A PAYMENT
005460     IF WRK-NEW-ACCOUNT = ZERO
005470         GO TO 5300-EXIT
005480     END-IF.
005490     MOVE EAUD-DATE TO WRK-DATA.
005500     PERFORM 2100-DETERMINE-LEAP-YEAR THRU 2100-EXIT.
005510     PERFORM 2500-COMPUTE-DAY-SERIAL THRU 2500-EXIT.
005520     MOVE WRK-DAY-SERIAL TO WRK-CHANGE-SERIAL.
005530     MOVE 'N' TO WRK-PAYS-EOF-SW.
005540     MOVE EAUD-EMP-NUMBER TO PAYS-EMP-NUMBER.
005550     MOVE ZERO TO PAYS-REM-DATE.
005560     START PAYMENT-STATUS-FILE KEY NOT < PAYS-KEY
005570         INVALID KEY
005580             SET WRK-PAYS-EOF TO TRUE
005590     END-START.
005600     PERFORM 5310-SCAN-ONE-PAYMENT THRU 5310-EXIT
005610         UNTIL WRK-PAYS-EOF OR WRK-NEAR-REMITTANCE.
005620 5300-EXIT.
005630     EXIT.
005640 5310-SCAN-ONE-PAYMENT.
005650     READ PAYMENT-STATUS-FILE NEXT RECORD
005660         AT END
005670             SET WRK-PAYS-EOF TO TRUE
005680     END-READ.
005690     IF NOT WRK-PAYS-OK
005700         OR PAYS-EMP-NUMBER NOT = EAUD-EMP-NUMBER
005710         SET WRK-PAYS-EOF TO TRUE
005720         GO TO 5310-EXIT
005730     END-IF.
005740     MOVE PAYS-REM-DATE TO WRK-DATA.
005750     PERFORM 2100-DETERMINE-LEAP-YEAR THRU 2100-EXIT.
005760     PERFORM 2500-COMPUTE-DAY-SERIAL THRU 2500-EXIT.
005770     MOVE WRK-DAY-SERIAL TO WRK-REM-SERIAL.
005780     IF WRK-REM-SERIAL > WRK-CHANGE-SERIAL
005790         COMPUTE WRK-GAP-DAYS =
005800             WRK-REM-SERIAL - WRK-CHANGE-SERIAL
005810     ELSE
005820         COMPUTE WRK-GAP-DAYS =
005830             WRK-CHANGE-SERIAL - WRK-REM-SERIAL
005840     END-IF.
005850     IF WRK-GAP-DAYS <= WRK-WINDOW-DAYS
005860         SET WRK-NEAR-REMITTANCE TO TRUE
005870         MOVE PAYS-REM-DATE TO WRK-NEAR-REM-DATE
005880     END-IF.
005890 5310-EXIT.
005900     EXIT.
005910*****************************************************
005920*6000-PRINT-FOOTER
005930*****************************************************
005940 6000-PRINT-FOOTER.
005950     MOVE WRK-PRINT-COUNT TO WRK-PRINT-COUNT-ED.
005960     MOVE SPACES TO EAUD-RPT-RECORD.
005970     STRING "CHANGES LISTED: " DELIMITED BY SIZE
005980            WRK-PRINT-COUNT-ED DELIMITED BY SIZE
005990         INTO EAUD-RPT-RECORD.
006000     WRITE EAUD-RPT-RECORD.
006010     MOVE WRK-FLAG-COUNT TO WRK-FLAG-COUNT-ED.
006020     MOVE SPACES TO EAUD-RPT-RECORD.
006030     STRING "BANK CHANGES NEAR A REMITTANCE: "
006040                DELIMITED BY SIZE
006050            WRK-FLAG-COUNT-ED DELIMITED BY SIZE
006060         INTO EAUD-RPT-RECORD.
006070     WRITE EAUD-RPT-RECORD.
006080 6000-EXIT.
006090     EXIT.
006100*****************************************************
006110*9000-CLOSE-FILES - EACH INPUT IS ONLY CLOSED WHEN IT
006120*WAS ACTUALLY THERE TO OPEN
006130*****************************************************
006140 9000-CLOSE-FILES.
006150     IF NOT WRK-EAUD-NOT-FOUND
006160         CLOSE EMP-AUDIT-FILE
006170     END-IF.
006180     IF WRK-PAYS-OPEN
006190         CLOSE PAYMENT-STATUS-FILE
006200     END-IF.
006210     CLOSE EAUD-RPT-FILE.
006220 9000-EXIT.
006230     EXIT.
006240*****************************************************
006250*9999-TERMINATE
006260*****************************************************
006270 9999-TERMINATE.
006280     CONTINUE.
006290 9999-EXIT.
006300     EXIT.
