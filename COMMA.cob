001500*                USED - SO PAYINQ CAN ANSWER A PAY
001510*                QUESTION AND REPRINT A SLIP FROM THE
001520*                STORED FIGURES.
001521*2026-09-19 RAS  THE BATCH NO LONGER RELEASES THE BANK
001522*                FILE ITSELF - THE REMITTANCE IS WRITTEN
001523*                TO BANKHOLD, EVERY CREDIT POSTS HELD
001524*                ON PAYSTAT AND THE PERIOD LANDS PENDING
001525*                ON PERCTL. PAYVAR COMPARES THE PERIOD
001526*                WITH THE LAST ONE PAID AND PAYAPRV, RUN
001527*                BY A SUPERVISOR, COPIES BANKHOLD TO
001528*                BANKREM AND FINALIZES THE PERIOD. A
001529*                PENDING PERIOD IS GUARDED AGAINST A
001530*                RERUN THE SAME WAY A FINALIZED ONE IS.
001531*2026-09-21 RAS  A NORMAL BATCH NOW PAYS VARIABLE
001532*                EARNINGS FROM EARNIN (EDITED BY INEDIT
001533*                MODE V): OVERTIME AT 50% AND 100%,
001534*                NIGHT PREMIUM AND COMMISSION. HOURS
001535*                ARE PRICED OFF THE HOURLY RATE OF THE
001536*                SALARY IN FORCE OVER 220 HOURS, ADDED
001537*                TO THE TAXABLE GROSS AND SHOWN TYPE BY
001538*                TYPE ON THE REGISTER, THE SLIP AND
001539*                PAYHIST - NO MORE OVERTIME HIDDEN IN A
001540*                SALARY OVERRIDE. AN EARNIN OUT OF
001541*                BALANCE STOPS THE RUN; A ROW NOBODY
001542*                PICKED UP GOES TO THE EXCEPTION REPORT.
001543*2026-09-23 RAS  A NORMAL BRL BATCH NOW TAKES THE
001544*                RECURRING DEDUCTIONS ON DEDMAST (KEYED
001545*                IN DEDMNT) AFTER TAX - HEALTH PLAN,
001546*                UNION DUES, MEAL VOUCHER AND PAYROLL
001547*                LOAN INSTALLMENTS. A LOAN MUST FIT THE
001548*                35% LEGAL MARGIN OF PAY AFTER TAX AND
001549*                NO DEDUCTION MAY TAKE NET PAY BELOW
001550*                ZERO; ONE THAT WOULD IS SKIPPED AND
001551*                LOGGED. EACH PRINTS ON THE REGISTER,
001552*                THE SLIP AND PAYHIST, POSTS TO ITS OWN
001553*                GLPOST LIABILITY ACCOUNT, AND A
001554*                BALANCED RUN COUNTS THE LOAN BALANCE
001555*                AND INSTALLMENTS DOWN.
001556*2026-09-25 RAS  EMPLOYER CHARGES - A BRL BATCH WORKS OUT
001557*                THE COMPANY'S FGTS DEPOSIT, EMPLOYER
001558*                INSS (WITH RAT) AND THIRD-PARTY SHARE
001559*                PER EMPLOYEE, KEEPS THEM ON PAYHIST,
001560*                POSTS THEIR EXPENSE AND LIABILITY LINES
001561*                TO GLPOST AND PRINTS THE EMPLOYER COST
001562*                BY DEPARTMENT TO CHGRPT.
001563*2026-09-28 RAS  ADDED THE TERMINATION (RS - RESCISAO)
001564*                RUN TYPE. EACH EMPLOYEE ON THE RUN MUST
001565*                HAVE AN OPEN TERMMAST ROW (KEYED IN
001566*                TERMMNT): DAYS WORKED IN THE LAST
001567*                MONTH, INDEMNIFIED NOTICE, PROPORTIONAL
001568*                13TH LESS WHAT THE YEAR ALREADY PAID,
001569*                AND VACATION DUE PLUS PROPORTIONAL WITH
001570*                THE ONE-THIRD BONUS ARE WORKED OUT OFF
001571*                THE SALHIST RATE ON THE LAST DAY AND
001572*                THE ADMISSION DATE, TAXED BY ITEM, AND
001573*                PRINTED AS A TRCT STATEMENT TO TRCTRPT.
001574*                ANY OTHER RUN REFUSES AN EMPLOYEE WHOSE
001575*                OPEN TERMINATION FALLS IN ITS PERIOD.
001576*2026-09-30 RAS  AN FE RUN NOW CHECKS THE VACATION LEDGER
001577*                (VACMAST, BUILT BY VACLDG) AND REJECTS AN
001578*                EMPLOYEE WHOSE OPEN BALANCE IS SHORT OF
001579*                THE 30 DAYS IT PAYS. AN RS RUN PAYS THE
001580*                LEDGER BALANCE AS THE VACATION DUE WHEN
001581*                THERE IS ONE. A BALANCED FE OR RS BATCH
001582*                DRAWS THE DAYS PAID OFF THE LEDGER.
001583*2026-10-07 RAS  THE GLPOST HEADER NOW CARRIES THE RUN
001584*                TIME, THE PAY PERIOD AND THE RUN TYPE
001585*                AFTER THE RUN DATE, SO GLUPDT CAN POST
001586*                THE FILE TO THE RIGHT ACCOUNTING MONTH
001587*                AND TELL ONE RUN FROM ANOTHER.
001588*2026-10-12 RAS  (S)IMULATION RUN MODE - THE FULL BATCH
001589*                CALCULATION AGAINST THE REAL MASTERS
001590*                WITH A CHOSEN TAX TABLE VERSION OR A
001591*                SIMULATED RAISE, PRINTED TO SIMRPT UNDER
001592*                A SIMULATION BANNER WITH A COMPARISON TO
001593*                THE LAST REAL PAY ON PAYHIST. NOTHING IS
001594*                POSTED, PAID, LOGGED OR FINALIZED.
001595*2026-10-14 RAS  PAYHIST NOW KEEPS AN RS ROW'S 13TH AND
001596*                VACATION PARTS, SO PAYVOID CAN TAKE A
001597*                VOIDED RUN BACK OFF YTD. A PERIOD
001598*                PAYVOID LEFT VOIDED RUNS WITHOUT THE
001599*                RERUN PROMPT, AND THE SIMULATION
001600*                COMPARISON SKIPS VOIDED PAYHIST ROWS.
001601*2026-10-15 RAS  THE HOURLY RATE BEHIND OVERTIME, NIGHT
001602*                AND DSR PAY NOW CARRIES THE SIMULATED
001603*                RAISE AS THE SALARY ITSELF DOES.
001604*2026-10-15 RAS  A FULL REGISTER TABLE NOW STOPS THE
001605*                BATCH WITH RC 8 BEFORE THE EMPLOYEE IS
001606*                PAID - PAYHIST, LOANS, VACATION, TERMMAST
001607*                AND GLPOST ALL WALK THE TABLE, SO AN
001608*                EMPLOYEE OUTSIDE IT CANNOT BE POSTED.
001609*****************************************************
001610 ENVIRONMENT DIVISION.
001611 CONFIGURATION SECTION.
001612 SPECIAL-NAMES.
001613     DECIMAL-POINT IS COMMA.
001614 INPUT-OUTPUT SECTION.
001615 FILE-CONTROL.
001616     SELECT PAYROLL-IN-FILE ASSIGN TO "PAYROLLIN"
001617         ORGANIZATION IS LINE SEQUENTIAL
001620         FILE STATUS IS WRK-PAYIN-STATUS.
001630     SELECT PAY-RECYCLE-FILE ASSIGN TO "PAYRECYC"
001640         ORGANIZATION IS LINE SEQUENTIAL
001690     SELECT XRATE-FILE ASSIGN TO "XRATFILE"
001700         ORGANIZATION IS LINE SEQUENTIAL
001710         FILE STATUS IS WRK-XRATE-STATUS.
001714*A SIMULATION PRINTS TO SIMRPT SO THE REAL REGISTER IS
001718*NEVER OVERWRITTEN BY A WHAT-IF
001722     SELECT PAYROLL-RPT-FILE ASSIGN TO DYNAMIC
001726         WRK-RPT-FILE-NAME
001730         ORGANIZATION IS LINE SEQUENTIAL.
001740     SELECT PAY-SLIP-FILE ASSIGN TO "PAYSLIP"
001750         ORGANIZATION IS LINE SEQUENTIAL.
001755*THE REMITTANCE IS HELD UNTIL A SUPERVISOR APPROVES THE
001760*PERIOD - PAYAPRV COPIES BANKHOLD TO BANKREM
001765     SELECT BANK-REM-FILE ASSIGN TO "BANKHOLD"
001770         ORGANIZATION IS LINE SEQUENTIAL.
001780     SELECT COMP-PARM-FILE ASSIGN TO "COMPPARM"
001790         ORGANIZATION IS LINE SEQUENTIAL
001800         FILE STATUS IS WRK-COMPPARM-STATUS.
001810     SELECT GL-POST-FILE ASSIGN TO "GLPOST"
001820         ORGANIZATION IS LINE SEQUENTIAL.
001821     SELECT EMPLOYER-COST-FILE ASSIGN TO "CHGRPT"
001822         ORGANIZATION IS LINE SEQUENTIAL.
001823     SELECT TERM-STMT-FILE ASSIGN TO "TRCTRPT"
001824         ORGANIZATION IS LINE SEQUENTIAL.
001825     SELECT RAISE-TABLE-FILE ASSIGN TO "RAISETBL"
001826         ORGANIZATION IS LINE SEQUENTIAL
001827         FILE STATUS IS WRK-RAISETBL-STATUS.
001830     COPY EMPSEL.
001840     COPY PAYSSEL.
001850     COPY SALHSEL.
001900     COPY YTDSEL.
001910     COPY CTLSEL.
001920     COPY CTLHSEL.
001922     COPY EARNSEL.
001924     COPY DEDSEL.
001926     COPY TERMSEL.
001928     COPY VACSEL.
001930 DATA DIVISION.
001940 FILE SECTION.
001950 FD PAYROLL-IN-FILE.
002390     05 PAY-RECYC-CYCLE PICTURE 9(01).
002400 FD PAYROLL-RPT-FILE.
002410 01 PAYROLL-RPT-RECORD PICTURE X(80).
002411 FD RAISE-TABLE-FILE.
002412*DISSIDIO'S RAISE TABLE, READ HERE ONLY TO SIMULATE IT.
002413*TYPE D GIVES A DEPARTMENT ITS OWN PERCENTAGE AND WINS
002414*OVER ANY BAND; TYPE F IS A SALARY BAND IN ASCENDING
002415*LIMIT ORDER. AN EMPLOYEE NO ROW COVERS IS NOT RAISED
002416 01 RAISE-RECORD.
002417     05 RAISE-TYPE PICTURE X(01).
002418         88 RAISE-BY-DEPT VALUE 'D'.
002419         88 RAISE-BY-BAND VALUE 'F'.
002420     05 RAISE-DEPT PICTURE X(04).
002421     05 RAISE-BAND-LIMIT PICTURE 9(06)V99.
002422     05 RAISE-PCT PICTURE 9(03)V99.
002423 FD PAY-SLIP-FILE.
002430 01 PAY-SLIP-RECORD PICTURE X(80).
002440 FD BANK-REM-FILE.
002450 01 BANK-REM-RECORD PICTURE X(240).
002600     05 COMP-ACCT-DV PICTURE X(01).
002610 FD GL-POST-FILE.
002620 01 GL-POST-RECORD PICTURE X(40).
002622 FD EMPLOYER-COST-FILE.
002624 01 EMPLOYER-COST-RECORD PICTURE X(80).
002626 FD TERM-STMT-FILE.
002628 01 TERM-STMT-RECORD PICTURE X(80).
002630     COPY EMPFD.
002640     COPY PAYSFD.
002650     COPY SALHFD.
002700     COPY YTDFD.
002710     COPY CTLFD.
002720     COPY CTLHFD.
002722     COPY EARNFD.
002724     COPY DEDFD.
002726     COPY TERMFD.
002728     COPY VACFD.
002730 WORKING-STORAGE SECTION.
002740*---------------------------------------------------*
002750*EMPLOYEE MASTER CONTROL AREAS
003060     88 WRK-RUN-13TH-1 VALUE 'D1' 'd1'.
003070     88 WRK-RUN-13TH-2 VALUE 'D2' 'd2'.
003080     88 WRK-RUN-FERIAS VALUE 'FE' 'fe'.
003085     88 WRK-RUN-RESCISAO VALUE 'RS' 'rs'.
003090     88 WRK-RUN-TYPE-VALID VALUE 'N ' 'n ' 'R ' 'r '
003100         'D1' 'd1' 'D2' 'd2' 'FE' 'fe' 'RS' 'rs'.
003110 77 WRK-OVERRIDE-ANSWER PICTURE X(01) VALUE 'N'.
003120     88 WRK-OVERRIDE-CONFIRMED VALUE 'S' 's' 'Y' 'y'.
003130*---------------------------------------------------*
003340 01 WRK-PAYPER-GRP REDEFINES WRK-PAYPER-AREA.
003350     05 WRK-PAYPER-YEAR PICTURE 9(04).
003360     05 WRK-PAYPER-MONTH PICTURE 9(02).
003361*---------------------------------------------------*
003362*TERMINATION (RESCISAO) AREAS - AN RS RUN PAYS EACH
003363*EMPLOYEE'S OPEN TERMMAST ROW: THE DAYS WORKED IN THE
003364*LAST MONTH, INDEMNIFIED NOTICE (30 DAYS PLUS 3 PER
003365*FULL YEAR OF SERVICE, AT MOST 90) WHEN THE REASON
003366*EARNS IT, THE PROPORTIONAL 13TH LESS WHAT THE YEAR HAS
003367*ALREADY PAID, AND THE VACATION DUE PLUS PROPORTIONAL,
003368*WITH THE ONE-THIRD BONUS ON BOTH. THE DAYS AND THE
003369*13TH ARE TAXED APART, EACH ON ITS OWN BRACKETS; NOTICE
003370*AND VACATION ARE INDEMNITIES, FREE OF INSS AND IRRF,
003371*AND THE VACATION IS ALSO FREE OF FGTS
003372*---------------------------------------------------*
003373     COPY TERMWS.
003374 77 WRK-TERM-AVAIL-SW PICTURE X(01) VALUE 'N'.
003375     88 WRK-TERM-AVAIL VALUE 'Y'.
003376 77 WRK-TERM-YTD-AVAIL-SW PICTURE X(01) VALUE 'N'.
003377     88 WRK-TERM-YTD-AVAIL VALUE 'Y'.
003378 77 WRK-TERM-FOUND-SW PICTURE X(01) VALUE 'N'.
003379     88 WRK-TERM-FOUND VALUE 'Y'.
003380 77 WRK-TERM-REJECT-SW PICTURE X(01) VALUE 'N'.
003381     88 WRK-TERM-REJECT VALUE 'Y'.
003382 77 WRK-TERM-REJECT-REASON PICTURE X(40) VALUE SPACES.
003383 77 WRK-TERM-SAVE-PAY-DATE PICTURE 9(08) VALUE ZERO.
003384 77 WRK-TERM-NOTICE-BASE PICTURE 9(02) VALUE 30.
003385 77 WRK-TERM-NOTICE-STEP PICTURE 9(01) VALUE 3.
003386 77 WRK-TERM-NOTICE-MAX PICTURE 9(02) VALUE 90.
003387 01 WRK-TERMD-AREA.
003388     05 WRK-TERMD-DATE PICTURE 9(08).
003389 01 WRK-TERMD-GRP REDEFINES WRK-TERMD-AREA.
003390     05 WRK-TERMD-YEAR PICTURE 9(04).
003391     05 WRK-TERMD-MONTH PICTURE 9(02).
003392     05 WRK-TERMD-DAY PICTURE 9(02).
003393 01 WRK-TERMD-PER-GRP REDEFINES WRK-TERMD-AREA.
003394     05 WRK-TERMD-PERIOD PICTURE 9(06).
003395     05 FILLER PICTURE 9(02).
003396 77 WRK-TERM-DAYS-WORKED PICTURE S9(03) COMP VALUE ZERO.
003397 77 WRK-TERM-YEARS PICTURE S9(03) COMP VALUE ZERO.
003398 77 WRK-TERM-NOTICE-DAYS PICTURE S9(03) COMP VALUE ZERO.
003399 77 WRK-TERM-13TH-MONTHS PICTURE S9(03) COMP VALUE ZERO.
003400 77 WRK-TERM-SVC-MONTHS PICTURE S9(05) COMP VALUE ZERO.
003401 77 WRK-TERM-SVC-PERIODS PICTURE S9(05) COMP VALUE ZERO.
003402 77 WRK-TERM-VAC-MONTHS PICTURE S9(03) COMP VALUE ZERO.
003403 77 WRK-TERM-FRAC-DAYS PICTURE S9(03) COMP VALUE ZERO.
003404 77 WRK-TERM-RATE PICTURE S9(06)V99 SIGN LEADING SEPARATE
003405     VALUE ZERO.
003406 77 WRK-TERM-SALDO PICTURE S9(06)V99 SIGN LEADING SEPARATE
003407     VALUE ZERO.
003408 77 WRK-TERM-NOTICE PICTURE S9(06)V99 SIGN LEADING SEPARATE
003409     VALUE ZERO.
003410 77 WRK-TERM-13TH-PROP PICTURE S9(06)V99 SIGN LEADING
003411     SEPARATE VALUE ZERO.
003412 77 WRK-TERM-13TH-PAID PICTURE S9(09)V99 SIGN LEADING
003413     SEPARATE VALUE ZERO.
003414 77 WRK-TERM-13TH PICTURE S9(06)V99 SIGN LEADING SEPARATE
003415     VALUE ZERO.
003416 77 WRK-TERM-VAC-DUE PICTURE S9(06)V99 SIGN LEADING
003417     SEPARATE VALUE ZERO.
003418 77 WRK-TERM-VAC-PROP PICTURE S9(06)V99 SIGN LEADING
003419     SEPARATE VALUE ZERO.
003420 77 WRK-TERM-VAC-THIRD PICTURE S9(06)V99 SIGN LEADING
003421     SEPARATE VALUE ZERO.
003422 77 WRK-TERM-VAC-TOTAL PICTURE S9(06)V99 SIGN LEADING
003423     SEPARATE VALUE ZERO.
003424 77 WRK-TERM-INSS-SAVE PICTURE S9(06)V99 SIGN LEADING
003425     SEPARATE VALUE ZERO.
003426 77 WRK-TERM-IRRF-SAVE PICTURE S9(06)V99 SIGN LEADING
003427     SEPARATE VALUE ZERO.
003428 77 WRK-TERM-LINE-AMT PICTURE S9(06)V99 SIGN LEADING
003429     SEPARATE VALUE ZERO.
003430 77 WRK-TERM-LINE-LABEL PICTURE X(32) VALUE SPACES.
003431 77 WRK-TERM-COUNT-ED PICTURE Z9.
003432*---------------------------------------------------*
003433*VACATION LEDGER AREAS - AN FE RUN PAYS A FULL PERIOD'S
003434*LEAVE, SO THE EMPLOYEE'S OPEN BALANCE ON VACMAST (DAYS
003435*EARNED LESS DAYS TAKEN OVER THE COMPLETE ACQUISITION
003436*PERIODS) MUST COVER IT. AN RS RUN PAYS THE LEDGER
003437*BALANCE AS THE VACATION DUE WHEN THE EMPLOYEE HAS
003438*ANY ROW THERE. DAYS THIS PAY PERIOD ALREADY DREW COUNT
003439*AS STILL OPEN, SO A RERUN SEES THE SAME BALANCE
003440*---------------------------------------------------*
003441     COPY VACWS.
003442 77 WRK-VAC-AVAIL-SW PICTURE X(01) VALUE 'N'.
003443     88 WRK-VAC-AVAIL VALUE 'Y'.
003444 77 WRK-VAC-ROWS-SW PICTURE X(01) VALUE 'N'.
003445     88 WRK-VAC-HAS-ROWS VALUE 'Y'.
003446 77 WRK-VAC-SCAN-SW PICTURE X(01) VALUE 'N'.
003447     88 WRK-VAC-SCAN-DONE VALUE 'Y'.
003448 77 WRK-VAC-REJECT-SW PICTURE X(01) VALUE 'N'.
003449     88 WRK-VAC-REJECT VALUE 'Y'.
003450 77 WRK-VAC-REJECT-REASON PICTURE X(40) VALUE SPACES.
003451 77 WRK-VAC-BALANCE PICTURE 9(03) COMP VALUE ZERO.
003452 77 WRK-VAC-DAYS-DUE PICTURE 9(02) VALUE ZERO.
003453 77 WRK-VAC-DRAW-LEFT PICTURE 9(03) COMP VALUE ZERO.
003454 77 WRK-VAC-DRAW-TAKE PICTURE 9(02) VALUE ZERO.
003455*---------------------------------------------------*
003456*VARIABLE-EARNINGS AREAS - THE EARNIN ROWS FOR THE
003457*PERIOD ARE TABLED AT START-UP AND EACH PAID EMPLOYEE
003458*PICKS UP THEIR OWN. HOURS ARE PRICED OFF THE HOURLY
003459*RATE (THE SALARY IN FORCE OVER THE 220-HOUR MONTH,
003460*NOT ANY OVERRIDE) TIMES THE TYPE'S FACTOR. THE PER-
003461*TYPE FIGURES FOLLOW THE EARNWS TABLE ORDER ALL THE
003462*WAY TO PAYHIST. A ROW STILL UNUSED AFTER THE BATCH IS
003463*AN EMPLOYEE THE RUN DID NOT PAY
003464*---------------------------------------------------*
003465     COPY EARNWS.
003466 77 WRK-EARN-EOF-SW PICTURE X(01) VALUE 'N'.
003467     88 WRK-EARN-EOF VALUE 'Y'.
003468 77 WRK-EARN-TRL-SEEN-SW PICTURE X(01) VALUE 'N'.
003469     88 WRK-EARN-TRL-SEEN VALUE 'Y'.
003470 77 WRK-EARN-FULL-SW PICTURE X(01) VALUE 'N'.
003471     88 WRK-EARN-TABLE-FULL VALUE 'Y'.
003472 77 WRK-EARN-DETAIL-COUNT PICTURE 9(07) VALUE ZERO.
003473 77 WRK-EARN-TRL-COUNT PICTURE 9(07) VALUE ZERO.
003474 77 WRK-EARN-HASH-TOTAL PICTURE 9(13) VALUE ZERO.
003475 77 WRK-EARN-TRL-HASH PICTURE 9(13) VALUE ZERO.
003476 77 WRK-EARN-EXCPT-INPUT PICTURE X(20) VALUE SPACES.
003477 77 WRK-EARN-EXCPT-REASON PICTURE X(40) VALUE SPACES.
003478 77 WRK-EARN-MAX PICTURE 9(04) COMP VALUE 2000.
003479 01 WRK-EARN-TABLE.
003480     05 WRK-EARN-ROW OCCURS 2000 TIMES.
003481         10 WRK-EARN-ROW-EMP PICTURE 9(05).
003482         10 WRK-EARN-ROW-TYPE PICTURE 9(02) COMP.
003483         10 WRK-EARN-ROW-HOURS PICTURE 9(03)V99.
003484         10 WRK-EARN-ROW-AMOUNT PICTURE 9(07)V99.
003485         10 WRK-EARN-ROW-USED-SW PICTURE X(01).
003486 77 WRK-EARN-TOTAL PICTURE 9(04) COMP VALUE ZERO.
003487 77 WRK-EARN-SUB PICTURE 9(04) COMP VALUE ZERO.
003488 77 WRK-HOURLY-RATE PICTURE 9(05)V9(04) VALUE ZERO.
003489 77 WRK-VAR-BASE PICTURE S9(06)V99 SIGN LEADING SEPARATE
003490     VALUE ZERO.
003491 77 WRK-VAR-ROW-AMT PICTURE S9(06)V99 SIGN LEADING SEPARATE
003492     VALUE ZERO.
003493 77 WRK-VAR-TOTAL PICTURE S9(06)V99 SIGN LEADING SEPARATE
003494     VALUE ZERO.
003495 01 WRK-VAR-AREA.
003496     05 WRK-VAR-ENTRY OCCURS 4 TIMES.
003497         10 WRK-VAR-HOURS PICTURE 9(03)V99 VALUE ZERO.
003498         10 WRK-VAR-AMT PICTURE S9(06)V99
003499             SIGN LEADING SEPARATE VALUE ZERO.
003500 77 WRK-VAR-HOURS-ED PICTURE ZZ9,99.
003501 77 WRK-VAR-HOURS-TEXT PICTURE X(12) VALUE SPACES.
003502*---------------------------------------------------*
003503*RECURRING DEDUCTION AREAS - A NORMAL BRL BATCH TAKES
003504*THE EMPLOYEE'S ACTIVE DEDMAST ROWS AFTER TAX, ONE
003505*SLOT PER DEDWS CODE IN TABLE ORDER ALL THE WAY TO
003506*PAYHIST. PAY AFTER TAX IS GROSS LESS INSS AND IRRF;
003507*A LOAN INSTALLMENT MUST FIT THE LEGAL MARGIN OF IT
003508*AND THE DEDUCTIONS TOGETHER MUST NOT EXCEED IT. A
003509*LOAN ALREADY TAKEN FOR THIS PERIOD BY AN EARLIER RUN
003510*IS PUT BACK BEFORE IT IS TAKEN AGAIN
003511*---------------------------------------------------*
003512     COPY DEDWS.
003513 77 WRK-DED-AVAIL-SW PICTURE X(01) VALUE 'N'.
003514     88 WRK-DED-AVAIL VALUE 'Y'.
003515 77 WRK-DED-SCAN-EOF-SW PICTURE X(01) VALUE 'N'.
003516     88 WRK-DED-SCAN-EOF VALUE 'Y'.
003517 77 WRK-DEDN-AFTER-TAX PICTURE S9(06)V99 SIGN LEADING
003518     SEPARATE VALUE ZERO.
003519 77 WRK-DEDN-MARGIN PICTURE S9(06)V99 SIGN LEADING SEPARATE
003520     VALUE ZERO.
003521 77 WRK-DEDN-ROW-AMT PICTURE S9(06)V99 SIGN LEADING SEPARATE
003522     VALUE ZERO.
003523 77 WRK-DEDN-TOTAL PICTURE S9(06)V99 SIGN LEADING SEPARATE
003524     VALUE ZERO.
003525 77 WRK-DEDN-TOTAL-ED PICTURE X(18) VALUE SPACES.
003526 77 WRK-LOAN-EFF-BALANCE PICTURE 9(07)V99 VALUE ZERO.
003527 77 WRK-LOAN-EFF-LEFT PICTURE 9(03) VALUE ZERO.
003528 77 WRK-DEDN-EXCPT-REASON PICTURE X(40) VALUE SPACES.
003529 01 WRK-DEDN-AREA.
003530     05 WRK-DEDN-ENTRY OCCURS 4 TIMES.
003531         10 WRK-DEDN-AMT PICTURE S9(06)V99
003532             SIGN LEADING SEPARATE VALUE ZERO.
003533*---------------------------------------------------*
003534*TAX BRACKET TABLES, LOADED FROM THE EFFECTIVE-DATED
003535*TAXTBL PARAMETER FILE FOR THE PAY PERIOD. THE VERSION
003536*IS THE EFFECTIVE DATE OF THE SET IN FORCE; ZERO AFTER
003537*THE LOAD MEANS NO SET COVERS THE PERIOD AND A BRL RUN
003538*MUST NOT COMPUTE DEDUCTIONS AT ALL
003539*---------------------------------------------------*
003540 77 WRK-TAXTBL-STATUS PICTURE X(02) VALUE SPACES.
003541     88 WRK-TAXTBL-OK VALUE '00'.
003542 77 WRK-TAXTBL-EOF-SW PICTURE X(01) VALUE 'N'.
003543     88 WRK-TAXTBL-EOF VALUE 'Y'.
003544 77 WRK-INSS-VERSION PICTURE 9(08) VALUE ZERO.
003545 77 WRK-IRRF-VERSION PICTURE 9(08) VALUE ZERO.
003546 77 WRK-TAXB-MAX PICTURE 9(02) COMP VALUE 8.
003547 01 WRK-INSS-TABLE.
003548     05 WRK-INSS-BRACKET OCCURS 8 TIMES.
003549         10 WRK-INSS-LIMIT PICTURE 9(07)V99.
003550         10 WRK-INSS-RATE PICTURE 9(02)V9(04).
003551 77 WRK-INSS-BRACKET-CNT PICTURE 9(02) COMP VALUE ZERO.
003560 01 WRK-IRRF-TABLE.
003570     05 WRK-IRRF-BRACKET OCCURS 8 TIMES.
003580         10 WRK-IRRF-LIMIT PICTURE 9(07)V99.
004640             SIGN LEADING SEPARATE.
004650         10 WRK-REG-NET PICTURE S9(06)V99
004660             SIGN LEADING SEPARATE.
004661         10 WRK-REG-VAR-AREA.
004662             15 WRK-REG-VAR-ENTRY OCCURS 4 TIMES.
004663                 20 WRK-REG-VAR-HOURS PICTURE 9(03)V99.
004664                 20 WRK-REG-VAR-AMT PICTURE S9(06)V99
004665                     SIGN LEADING SEPARATE.
004666         10 WRK-REG-DEDN-AREA.
004667             15 WRK-REG-DEDN-ENTRY OCCURS 4 TIMES.
004668                 20 WRK-REG-DEDN-AMT PICTURE S9(06)V99
004669                     SIGN LEADING SEPARATE.
004670         10 WRK-REG-FGTS PICTURE S9(06)V99
004671             SIGN LEADING SEPARATE.
004672         10 WRK-REG-INSS-ER PICTURE S9(06)V99
004673             SIGN LEADING SEPARATE.
004674         10 WRK-REG-THIRD PICTURE S9(06)V99
004675             SIGN LEADING SEPARATE.
004676         10 WRK-REG-TERM-NOTICE PICTURE S9(06)V99
004677             SIGN LEADING SEPARATE.
004678         10 WRK-REG-TERM-13TH PICTURE S9(06)V99
004679             SIGN LEADING SEPARATE.
004680         10 WRK-REG-TERM-VAC PICTURE S9(06)V99
004681             SIGN LEADING SEPARATE.
004682         10 WRK-REG-VAC-DAYS PICTURE 9(02).
004683         10 WRK-REG-CHG-SW PICTURE X(01).
004684         10 WRK-REG-PRINTED-SW PICTURE X(01).
004685         10 WRK-REG-GL-SW PICTURE X(01).
004690 77 WRK-REG-TOTAL PICTURE 9(03) COMP VALUE ZERO.
004700 77 WRK-REG-REMAINING PICTURE 9(03) COMP VALUE ZERO.
004710 77 WRK-REG-SUB PICTURE 9(03) COMP VALUE ZERO.
004950*---------------------------------------------------*
004960*RUN-MODE AND BATCH CONTROL AREAS
004970*---------------------------------------------------*
004972*A SIMULATION IS A BATCH RUN THAT POSTS NOTHING - EVERY
004974*BATCH CALCULATION RUNS, EVERY PERSISTENT UPDATE IS
004976*SKIPPED
004980 77 WRK-MODE-SW PICTURE X(01).
004990     88 WRK-MODE-BATCH VALUE 'B' 'b' 'S' 's'.
005000     88 WRK-MODE-INTERACTIVE VALUE 'I' 'i'.
005005     88 WRK-MODE-SIMULATION VALUE 'S' 's'.
005010 77 WRK-EOF-SW PICTURE X(01) VALUE 'N'.
005020     88 WRK-EOF-PAYROLL-IN VALUE 'Y'.
005030 77 WRK-PAYIN-STATUS PICTURE X(02) VALUE SPACES.
005070 77 WRK-EMP-COUNT-ED PICTURE Z(04)9.
005080 77 WRK-GRAND-TOTAL PICTURE 9(09)V99 VALUE ZERO.
005090 77 WRK-GRAND-TOTAL-ED PICTURE X(18) VALUE SPACES.
005091*---------------------------------------------------*
005092*SIMULATION AREAS - THE TAX TABLE DATE AND SALARY
005093*SOURCE CHOSEN FOR THE WHAT-IF, THE RAISE TABLE AND
005094*THE COMPARISON AGAINST THE LAST REAL PAY ON PAYHIST
005095*---------------------------------------------------*
005096 77 WRK-RPT-FILE-NAME PICTURE X(10) VALUE "PAYROLLRPT".
005097 77 WRK-TAX-CUTOFF-DATE PICTURE 9(08) VALUE ZERO.
005098 77 WRK-SIM-TAX-DATE PICTURE 9(08) VALUE ZERO.
005099 77 WRK-SIM-SOURCE-SW PICTURE X(01) VALUE 'A'.
005100     88 WRK-SIM-CURRENT VALUE 'A' 'a'.
005101     88 WRK-SIM-SINGLE-PCT VALUE 'P' 'p'.
005102     88 WRK-SIM-RAISE-TABLE VALUE 'T' 't'.
005103 77 WRK-SIM-PCT PICTURE 9(03)V99 VALUE ZERO.
005104 77 WRK-SIM-PCT-ED PICTURE ZZ9,99.
005105 77 WRK-SIM-EMP-PCT PICTURE 9(03)V99 VALUE ZERO.
005106 77 WRK-SIM-SOURCE-ED PICTURE X(30) VALUE SPACES.
005107 77 WRK-RAISETBL-STATUS PICTURE X(02) VALUE SPACES.
005108     88 WRK-RAISETBL-OK VALUE '00'.
005109 77 WRK-RAISETBL-EOF-SW PICTURE X(01) VALUE 'N'.
005110     88 WRK-RAISETBL-EOF VALUE 'Y'.
005111 77 WRK-RAISE-PCT-FOUND-SW PICTURE X(01) VALUE 'N'.
005112     88 WRK-RAISE-PCT-FOUND VALUE 'Y'.
005113 77 WRK-RAISE-MAX PICTURE 9(02) COMP VALUE 50.
005114 01 WRK-RAISE-TABLE.
005115     05 WRK-RAISE-ENTRY OCCURS 50 TIMES.
005116         10 WRK-RAISE-TYPE PICTURE X(01).
005117         10 WRK-RAISE-DEPT PICTURE X(04).
005118         10 WRK-RAISE-LIMIT PICTURE 9(06)V99.
005119         10 WRK-RAISE-PCT PICTURE 9(03)V99.
005120 77 WRK-RAISE-TOTAL PICTURE 9(02) COMP VALUE ZERO.
005121 77 WRK-RAISE-SUB PICTURE 9(02) COMP VALUE ZERO.
005122 77 WRK-CMP-HIST-SW PICTURE X(01) VALUE 'N'.
005123     88 WRK-CMP-HIST-AVAIL VALUE 'Y'.
005124 77 WRK-CMP-EOF-SW PICTURE X(01) VALUE 'N'.
005125     88 WRK-CMP-EOF VALUE 'Y'.
005126 77 WRK-CMP-FOUND-SW PICTURE X(01) VALUE 'N'.
005127     88 WRK-CMP-FOUND VALUE 'Y'.
005128 77 WRK-CMP-PERIOD PICTURE 9(06) VALUE ZERO.
005129 77 WRK-CMP-GROSS PICTURE S9(06)V99 SIGN LEADING SEPARATE
005130     VALUE ZERO.
005131 77 WRK-CMP-NET PICTURE S9(06)V99 SIGN LEADING SEPARATE
005132     VALUE ZERO.
005133 77 WRK-CMP-REAL PICTURE S9(09)V99 SIGN LEADING SEPARATE
005134     VALUE ZERO.
005135 77 WRK-CMP-SIM PICTURE S9(09)V99 SIGN LEADING SEPARATE
005136     VALUE ZERO.
005137 77 WRK-CMP-DIFF PICTURE S9(09)V99 SIGN LEADING SEPARATE
005138     VALUE ZERO.
005139 77 WRK-CMP-REAL-GROSS-TOT PICTURE 9(09)V99 VALUE ZERO.
005140 77 WRK-CMP-REAL-NET-TOT PICTURE 9(09)V99 VALUE ZERO.
005141 77 WRK-CMP-SIM-GROSS-TOT PICTURE 9(09)V99 VALUE ZERO.
005142 77 WRK-CMP-SIM-NET-TOT PICTURE 9(09)V99 VALUE ZERO.
005143 77 WRK-CMP-NEW-COUNT PICTURE 9(05) COMP VALUE ZERO.
005144 77 WRK-CMP-NEW-COUNT-ED PICTURE Z(04)9.
005145 01 WRK-CMP-LINE.
005146     05 FILLER PICTURE X(06) VALUE SPACES.
005147     05 WRK-CMP-ITEM PICTURE X(05).
005148     05 FILLER PICTURE X(01) VALUE SPACE.
005149     05 WRK-CMP-REAL-ED PICTURE X(16).
005150     05 FILLER PICTURE X(01) VALUE SPACE.
005151     05 WRK-CMP-SIM-ED PICTURE X(16).
005152     05 FILLER PICTURE X(01) VALUE SPACE.
005153     05 WRK-CMP-SIGN PICTURE X(01).
005154     05 WRK-CMP-DIFF-ED PICTURE X(16).
005155*---------------------------------------------------*
005156*GENERAL-LEDGER POSTING AREAS - ONE GLPOST LINE IS
005157*ACCOUNT, DEBIT/CREDIT FLAG, AMOUNT IN CENTS AND THE
005158*DEPARTMENT (SPACES ON THE COMPANY-LEVEL CREDITS).
005159*THE FILE IS RELEASED ONLY WHEN DEBITS EQUAL CREDITS
005160*---------------------------------------------------*
005161 77 WRK-GL-ACCT-SALARY PICTURE 9(06) VALUE 510100.
005170 77 WRK-GL-ACCT-INSS PICTURE 9(06) VALUE 210100.
005180 77 WRK-GL-ACCT-IRRF PICTURE 9(06) VALUE 210200.
005190 77 WRK-GL-ACCT-NETCLR PICTURE 9(06) VALUE 111100.
005270 77 WRK-GL-INSS-TOTAL PICTURE S9(09)V99 VALUE ZERO.
005280 77 WRK-GL-IRRF-TOTAL PICTURE S9(09)V99 VALUE ZERO.
005290 77 WRK-GL-NET-TOTAL PICTURE S9(09)V99 VALUE ZERO.
005291 01 WRK-GL-DEDN-AREA.
005292     05 WRK-GL-DEDN-TOTAL PICTURE S9(09)V99 VALUE ZERO
005293         OCCURS 4 TIMES.
005294 77 WRK-GL-DEDN-SUM PICTURE S9(09)V99 VALUE ZERO.
005295 77 WRK-GL-ACCT-FGTS-EXP PICTURE 9(06) VALUE 510200.
005296 77 WRK-GL-ACCT-INSSER-EXP PICTURE 9(06) VALUE 510300.
005297 77 WRK-GL-ACCT-THIRD-EXP PICTURE 9(06) VALUE 510400.
005298 77 WRK-GL-ACCT-FGTS-PAY PICTURE 9(06) VALUE 210500.
005299 77 WRK-GL-ACCT-INSSER-PAY PICTURE 9(06) VALUE 210600.
005300 77 WRK-GL-ACCT-THIRD-PAY PICTURE 9(06) VALUE 210700.
005301 77 WRK-GL-FGTS-TOTAL PICTURE S9(09)V99 VALUE ZERO.
005302 77 WRK-GL-INSSER-TOTAL PICTURE S9(09)V99 VALUE ZERO.
005303 77 WRK-GL-THIRD-TOTAL PICTURE S9(09)V99 VALUE ZERO.
005304 77 WRK-GL-DEPT-FGTS PICTURE S9(09)V99 VALUE ZERO.
005305 77 WRK-GL-DEPT-INSSER PICTURE S9(09)V99 VALUE ZERO.
005306 77 WRK-GL-DEPT-THIRD PICTURE S9(09)V99 VALUE ZERO.
005307 77 WRK-GL-DEPT-CHARGE PICTURE S9(09)V99 VALUE ZERO.
005308*---------------------------------------------------*
005309*EMPLOYER CHARGE AREAS - WHAT THE COMPANY OWES ON TOP
005310*OF GROSS: THE FGTS DEPOSIT, EMPLOYER INSS PLUS THE
005311*RAT WORK-ACCIDENT RATE, AND THE THIRD-PARTY ENTITIES
005312*(SALARIO-EDUCACAO, SISTEMA S, INCRA). THE RATES ARE
005313*THE COMPANY'S CURRENT ONES; A CHANGE OF RAT OR OF
005314*THE THIRD-PARTY MIX IS MADE HERE
005315*---------------------------------------------------*
005316 77 WRK-CHG-FGTS-PCT PICTURE 9(02)V99 VALUE 8,00.
005317 77 WRK-CHG-INSS-PCT PICTURE 9(02)V99 VALUE 20,00.
005318 77 WRK-CHG-RAT-PCT PICTURE 9(02)V99 VALUE 2,00.
005319 77 WRK-CHG-THIRD-PCT PICTURE 9(02)V99 VALUE 5,80.
005320 77 WRK-CHG-INSS-RAT-PCT PICTURE 9(02)V99 VALUE ZERO.
005321 77 WRK-CHG-FGTS-BASE PICTURE S9(06)V99 SIGN LEADING
005322     SEPARATE VALUE ZERO.
005323 77 WRK-CHG-INSS-BASE PICTURE S9(06)V99 SIGN LEADING
005324     SEPARATE VALUE ZERO.
005325 77 WRK-CHG-FGTS-PCT-ED PICTURE Z9,99.
005326 77 WRK-CHG-INSS-PCT-ED PICTURE Z9,99.
005327 77 WRK-CHG-THIRD-PCT-ED PICTURE Z9,99.
005328 77 WRK-CHG-REMAINING PICTURE 9(03) COMP VALUE ZERO.
005329 77 WRK-CHG-DEPT-COUNT PICTURE 9(05) COMP VALUE ZERO.
005330 77 WRK-CHG-DEPT-GROSS PICTURE S9(09)V99 VALUE ZERO.
005331 77 WRK-CHG-DEPT-FGTS PICTURE S9(09)V99 VALUE ZERO.
005332 77 WRK-CHG-DEPT-INSSER PICTURE S9(09)V99 VALUE ZERO.
005333 77 WRK-CHG-DEPT-THIRD PICTURE S9(09)V99 VALUE ZERO.
005334 77 WRK-CHG-GRAND-COUNT PICTURE 9(05) COMP VALUE ZERO.
005335 77 WRK-CHG-GRAND-GROSS PICTURE S9(09)V99 VALUE ZERO.
005336 77 WRK-CHG-GRAND-FGTS PICTURE S9(09)V99 VALUE ZERO.
005337 77 WRK-CHG-GRAND-INSSER PICTURE S9(09)V99 VALUE ZERO.
005338 77 WRK-CHG-GRAND-THIRD PICTURE S9(09)V99 VALUE ZERO.
005339 77 WRK-CHG-ROW-LABEL PICTURE X(05) VALUE SPACES.
005340 77 WRK-CHG-COUNT-ED PICTURE ZZZ9.
005341 77 WRK-CHG-GROSS-ED PICTURE ZZ.ZZZ.ZZ9,99.
005342 77 WRK-CHG-FGTS-ED PICTURE ZZ.ZZZ.ZZ9,99.
005343 77 WRK-CHG-INSSER-ED PICTURE ZZ.ZZZ.ZZ9,99.
005344 77 WRK-CHG-THIRD-ED PICTURE ZZ.ZZZ.ZZ9,99.
005345 77 WRK-CHG-TOTAL-ED PICTURE ZZ.ZZZ.ZZ9,99.
005346 77 WRK-GL-DEPT-GROSS PICTURE S9(09)V99 VALUE ZERO.
005347 77 WRK-GL-BALANCED-SW PICTURE X(01) VALUE 'Y'.
005348     88 WRK-GL-BALANCED VALUE 'Y'.
005349     88 WRK-GL-UNBALANCED VALUE 'N'.
005350 77 WRK-GL-REMAINING PICTURE 9(03) COMP VALUE ZERO.
005351 77 WRK-GL-RUN-TIME PICTURE 9(08) VALUE ZERO.
005352*---------------------------------------------------*
005360*BANK REMITTANCE FILE AREAS - CNAB240 LAYOUT, 240-BYTE
005370*RECORDS: FILE HEADER (TYPE 0), LOTE HEADER (TYPE 1),
005380*ONE SEGMENT A (TYPE 3) PER PAID EMPLOYEE, LOTE
007010*CONTROL FILE KEEPS THE PRIOR RUN AND THE JOB ENDS
007020*WITH A NON-ZERO RETURN CODE FOR THE SCHEDULER
007030     IF WRK-IN-BALANCE
007040         IF WRK-MODE-BATCH AND NOT WRK-MODE-SIMULATION
007050             PERFORM 6850-APPLY-YTD THRU 6850-EXIT
007060             PERFORM 6880-APPLY-PAY-HISTORY THRU 6880-EXIT
007062             PERFORM 6870-COUNT-DOWN-LOANS THRU 6870-EXIT
007064             PERFORM 6877-STAMP-TERMINATIONS THRU 6877-EXIT
007066             PERFORM 6879-DRAW-DOWN-VACATION THRU 6879-EXIT
007070             PERFORM 6950-WRITE-GL-POSTINGS THRU 6950-EXIT
007075             PERFORM 6930-PRINT-EMPLOYER-COSTS THRU 6930-EXIT
007080             PERFORM 1300-FINALIZE-PERIOD THRU 1300-EXIT
007090         END-IF
007095         IF NOT WRK-MODE-SIMULATION
007100             PERFORM 5900-UPDATE-CONTROL-FILE THRU 5900-EXIT
007105         END-IF
007110     ELSE
007120         MOVE 8 TO RETURN-CODE
007122     END-IF.
007124     IF WRK-MODE-SIMULATION
007126         PERFORM 6800-PRINT-SIM-COMPARISON THRU 6800-EXIT
007130     END-IF.
007140     PERFORM 6900-CLOSE-REPORT THRU 6900-EXIT.
007150     PERFORM 9999-TERMINATE THRU 9999-EXIT.
007180*1000-INITIALIZE
007190*****************************************************
007200 1000-INITIALIZE.
007206     DISPLAY "RUN MODE - (I)NTERACTIVE, (B)ATCH OR"
007212         " (S)IMULATION".
007220     ACCEPT WRK-MODE-SW.
007230     DISPLAY "CURRENCY - (BRL) OR (USD)".
007240     ACCEPT WRK-CURRENCY-SW.
007390         COMPUTE WRK-PAY-PERIOD = WRK-RUN-DATE / 100
007400     END-IF.
007410     DISPLAY "TIPO DE FOLHA - (N)ORMAL, (R)ETRO, (D1) 13o"
007416         " PARCELA 1, (D2) 13o PARCELA 2, (FE)RIAS OU"
007422         " (RS) RESCISAO".
007430     ACCEPT WRK-RUN-TYPE.
007440     IF NOT WRK-RUN-TYPE-VALID
007450         DISPLAY "TIPO INVALIDO - ASSUMINDO (N)"
007460         MOVE 'N' TO WRK-RUN-TYPE
007461     END-IF.
007462     IF WRK-MODE-SIMULATION
007463         PERFORM 1500-ACCEPT-SIMULATION THRU 1500-EXIT
007464     END-IF.
007465*A TERMINATION IS WORKED OUT FROM THE MASTER RECORDS AND
007466*PAID IN REAIS, SO IT ONLY RUNS AS A BRL BATCH
007467     IF WRK-RUN-RESCISAO
007468         AND (NOT WRK-MODE-BATCH OR WRK-CURRENCY-USD)
007469         DISPLAY 'RESCISAO SOMENTE EM LOTE E EM BRL'
007470             ' - EXECUCAO CANCELADA'
007471         MOVE 8 TO RETURN-CODE
007472         STOP RUN
007473     END-IF.
007480*THE PERIOD'S LAST CALENDAR DAY DRIVES THE SALARY-RATE
007490*PICK; 31 IS A SAFE COMPARATOR WHATEVER THE MONTH
007500     COMPUTE WRK-PAY-DATE = WRK-PAY-PERIOD * 100 + 31.
007730             MOVE 8 TO RETURN-CODE
007740             STOP RUN
007750         END-IF
007752*A SIMULATION MAY WORK A PERIOD ALREADY FINALIZED - IT
007754*NEVER FINALIZES ANYTHING ITSELF
007756         IF NOT WRK-MODE-SIMULATION
007758             PERFORM 1200-CHECK-PERIOD-CONTROL THRU 1200-EXIT
007760         END-IF
007762         IF WRK-RUN-NORMAL
007764             PERFORM 1400-LOAD-VAR-EARNINGS THRU 1400-EXIT
007766         END-IF
007770     END-IF.
007780 1000-EXIT.
007790     EXIT.
008200*UNCONVERTED NUMBERS
008210*****************************************************
008220 1190-LOG-MISSING-RATE.
008222     IF WRK-MODE-SIMULATION
008224         GO TO 1190-EXIT
008226     END-IF.
008230     OPEN EXTEND EXCEPTION-REPORT.
008240     IF WRK-EXCPT-NOT-FOUND
008250         OPEN OUTPUT EXCEPTION-REPORT
008420*REAL DOLLARS, NOT REPUNCTUATED REAIS
008430*****************************************************
008440 3050-CONVERT-TO-USD.
008442*THE VARIABLE EARNINGS CONVERT TYPE BY TYPE AND THE
008444*GROSS IS REBUILT FROM THE PARTS, SO THE LINES ON THE
008446*SLIP STILL ADD UP TO THE GROSS IN DOLLARS
008450     IF WRK-CURRENCY-USD
008455         SUBTRACT WRK-VAR-TOTAL FROM WRK-SALARY
008460         COMPUTE WRK-SALARY ROUNDED =
008470             WRK-SALARY / WRK-XRATE
008471         IF WRK-VAR-TOTAL NOT = ZERO
008472             MOVE ZERO TO WRK-VAR-TOTAL
008473             PERFORM 3055-CONVERT-ONE-VAR THRU 3055-EXIT
008474                 VARYING WRK-EARN-TYPE-SUB FROM 1 BY 1
008475                 UNTIL WRK-EARN-TYPE-SUB > WRK-EARN-TYPE-MAX
008476             ADD WRK-VAR-TOTAL TO WRK-SALARY
008477         END-IF
008480     END-IF.
008490 3050-EXIT.
008491     EXIT.
008492 3055-CONVERT-ONE-VAR.
008493     COMPUTE WRK-VAR-AMT(WRK-EARN-TYPE-SUB) ROUNDED =
008494         WRK-VAR-AMT(WRK-EARN-TYPE-SUB) / WRK-XRATE.
008495     ADD WRK-VAR-AMT(WRK-EARN-TYPE-SUB) TO WRK-VAR-TOTAL.
008496 3055-EXIT.
008500     EXIT.
008510*****************************************************
008520*2000-ACCEPT-EMPLOYEE
010100         WHEN WRK-RUN-13TH-1
010110             MOVE ZERO TO WRK-INSS-DEDUCTION
010120             MOVE ZERO TO WRK-IRRF-DEDUCTION
010123         WHEN WRK-RUN-RESCISAO
010126             PERFORM 3146-COMPUTE-TERM-TAXES THRU 3146-EXIT
010130         WHEN OTHER
010140             IF WRK-RUN-13TH-2
010150                 MOVE WRK-13TH-FULL TO WRK-TAX-BASE
010190             PERFORM 3110-COMPUTE-INSS THRU 3110-EXIT
010200             PERFORM 3120-COMPUTE-IRRF THRU 3120-EXIT
010210     END-EVALUATE.
010215     PERFORM 3130-APPLY-RECURRING-DEDNS THRU 3130-EXIT.
010220     COMPUTE WRK-TOTAL-DEDUCTIONS =
010226         WRK-INSS-DEDUCTION + WRK-IRRF-DEDUCTION
010232         + WRK-DEDN-TOTAL.
010240     COMPUTE WRK-NET-PAY = WRK-SALARY - WRK-TOTAL-DEDUCTIONS.
010250     MOVE WRK-INSS-DEDUCTION TO WRK-FMT-AMOUNT.
010260     PERFORM 3200-FORMAT-AMOUNT THRU 3200-EXIT.
010280     MOVE WRK-IRRF-DEDUCTION TO WRK-FMT-AMOUNT.
010290     PERFORM 3200-FORMAT-AMOUNT THRU 3200-EXIT.
010300     MOVE WRK-FMT-AMOUNT-ED TO WRK-IRRF-DEDUCTION-ED.
010302     MOVE WRK-DEDN-TOTAL TO WRK-FMT-AMOUNT.
010304     PERFORM 3200-FORMAT-AMOUNT THRU 3200-EXIT.
010306     MOVE WRK-FMT-AMOUNT-ED TO WRK-DEDN-TOTAL-ED.
010310     MOVE WRK-TOTAL-DEDUCTIONS TO WRK-FMT-AMOUNT.
010320     PERFORM 3200-FORMAT-AMOUNT THRU 3200-EXIT.
010330     MOVE WRK-FMT-AMOUNT-ED TO WRK-TOTAL-DEDUCTIONS-ED.
010940 3125-EXIT.
010950     EXIT.
010960*****************************************************
010961*3130-APPLY-RECURRING-DEDNS - WALKS THE EMPLOYEE'S
010962*DEDMAST ROWS IN KEY ORDER AND TAKES EVERY ONE ACTIVE
010963*FOR THE PERIOD INTO ITS CODE'S SLOT. ONLY A NORMAL
010964*BRL BATCH TAKES THEM - THE 13TH, VACATION AND RETRO
010965*RUNS AND THE US SUBSIDIARY'S USD RUN DO NOT
010966*****************************************************
010967 3130-APPLY-RECURRING-DEDNS.
010968     MOVE ZERO TO WRK-DEDN-TOTAL.
010969     PERFORM 3131-CLEAR-ONE-DEDN THRU 3131-EXIT
010970         VARYING WRK-DED-CODE-SUB FROM 1 BY 1
010971         UNTIL WRK-DED-CODE-SUB > WRK-DED-CODE-MAX.
010972     IF NOT WRK-MODE-BATCH
010973         OR NOT WRK-RUN-NORMAL
010974         OR WRK-CURRENCY-USD
010975         OR NOT WRK-DED-AVAIL
010976         GO TO 3130-EXIT
010977     END-IF.
010978     COMPUTE WRK-DEDN-AFTER-TAX = WRK-SALARY
010979         - WRK-INSS-DEDUCTION - WRK-IRRF-DEDUCTION.
010980     COMPUTE WRK-DEDN-MARGIN =
010981         WRK-DEDN-AFTER-TAX * WRK-DED-MARGIN-PCT / 100.
010982     MOVE 'N' TO WRK-DED-SCAN-EOF-SW.
010983     MOVE EMP-NUMBER TO DED-EMP-NUMBER.
010984     MOVE LOW-VALUES TO DED-CODE.
010985     START DEDUCTION-FILE KEY NOT < DED-KEY
010986         INVALID KEY
010987             SET WRK-DED-SCAN-EOF TO TRUE
010988     END-START.
010989     IF NOT WRK-DED-OK
010990         SET WRK-DED-SCAN-EOF TO TRUE
010991     END-IF.
010992     PERFORM 3132-READ-ONE-DEDN THRU 3132-EXIT
010993         UNTIL WRK-DED-SCAN-EOF.
010994 3130-EXIT.
010995     EXIT.
010996 3131-CLEAR-ONE-DEDN.
010997     MOVE ZERO TO WRK-DEDN-AMT(WRK-DED-CODE-SUB).
010998 3131-EXIT.
010999     EXIT.
011000 3132-READ-ONE-DEDN.
011001     READ DEDUCTION-FILE NEXT RECORD
011002         AT END
011003             SET WRK-DED-SCAN-EOF TO TRUE
011004     END-READ.
011005     IF WRK-DED-SCAN-EOF
011006         GO TO 3132-EXIT
011007     END-IF.
011008     IF NOT WRK-DED-OK
011009         OR DED-EMP-NUMBER NOT = EMP-NUMBER
011010         SET WRK-DED-SCAN-EOF TO TRUE
011011         GO TO 3132-EXIT
011012     END-IF.
011013     PERFORM 3133-TAKE-ONE-DEDN THRU 3133-EXIT.
011014 3132-EXIT.
011015     EXIT.
011016*****************************************************
011017*3133-TAKE-ONE-DEDN - PRICES ONE DEDMAST ROW: THE
011018*INSTALLMENT FOR A LOAN (THE WHOLE BALANCE ON THE LAST
011019*ONE, SO ROUNDING NEVER LEAVES A CENT OWED), THE RATE
011020*OF GROSS FOR A PERCENT ROW, OTHERWISE THE FIXED
011021*AMOUNT. A ROW THAT WOULD BREAK THE LOAN MARGIN OR
011022*TAKE NET PAY BELOW ZERO IS SKIPPED, NOT CUT DOWN
011023*****************************************************
011024 3133-TAKE-ONE-DEDN.
011025     MOVE ZERO TO WRK-DED-CODE-HIT.
011026     PERFORM 3134-FIND-DEDN-CODE THRU 3134-EXIT
011027         VARYING WRK-DED-CODE-SUB FROM 1 BY 1
011028         UNTIL WRK-DED-CODE-SUB > WRK-DED-CODE-MAX
011029             OR WRK-DED-CODE-HIT > ZERO.
011030     IF WRK-DED-CODE-HIT = ZERO
011031         MOVE "UNKNOWN DEDUCTION CODE ON DEDMAST"
011032             TO WRK-DEDN-EXCPT-REASON
011033         PERFORM 3139-LOG-DEDN-PROBLEM THRU 3139-EXIT
011034         GO TO 3133-EXIT
011035     END-IF.
011036     IF DED-START-PERIOD > WRK-PAY-PERIOD
011037         GO TO 3133-EXIT
011038     END-IF.
011039     IF DED-END-PERIOD NOT = ZERO
011040         AND DED-END-PERIOD < WRK-PAY-PERIOD
011041         GO TO 3133-EXIT
011042     END-IF.
011043     EVALUATE TRUE
011044         WHEN WRK-DED-CODE-IS-LOAN(WRK-DED-CODE-HIT)
011045             PERFORM 3135-LOAN-EFFECTIVE THRU 3135-EXIT
011046             IF WRK-LOAN-EFF-LEFT = 1
011047                 OR DED-AMOUNT > WRK-LOAN-EFF-BALANCE
011048                 MOVE WRK-LOAN-EFF-BALANCE TO WRK-DEDN-ROW-AMT
011049             ELSE
011050                 MOVE DED-AMOUNT TO WRK-DEDN-ROW-AMT
011051             END-IF
011052             IF WRK-LOAN-EFF-LEFT = ZERO
011053                 MOVE ZERO TO WRK-DEDN-ROW-AMT
011054             END-IF
011055         WHEN DED-KIND-PERCENT
011056             COMPUTE WRK-DEDN-ROW-AMT ROUNDED =
011057                 WRK-SALARY * DED-RATE-PCT / 100
011058         WHEN OTHER
011059             MOVE DED-AMOUNT TO WRK-DEDN-ROW-AMT
011060     END-EVALUATE.
011061     IF WRK-DEDN-ROW-AMT = ZERO
011062         GO TO 3133-EXIT
011063     END-IF.
011064     IF WRK-DED-CODE-IS-LOAN(WRK-DED-CODE-HIT)
011065         AND WRK-DEDN-ROW-AMT > WRK-DEDN-MARGIN
011066         MOVE "LOAN INSTALLMENT OVER LEGAL MARGIN-SKIPPED"
011067             TO WRK-DEDN-EXCPT-REASON
011068         PERFORM 3139-LOG-DEDN-PROBLEM THRU 3139-EXIT
011069         GO TO 3133-EXIT
011070     END-IF.
011071     IF WRK-DEDN-TOTAL + WRK-DEDN-ROW-AMT > WRK-DEDN-AFTER-TAX
011072         MOVE "DEDUCTION WOULD MAKE NET PAY NEGATIVE"
011073             TO WRK-DEDN-EXCPT-REASON
011074         PERFORM 3139-LOG-DEDN-PROBLEM THRU 3139-EXIT
011075         GO TO 3133-EXIT
011076     END-IF.
011077     ADD WRK-DEDN-ROW-AMT TO WRK-DEDN-AMT(WRK-DED-CODE-HIT).
011078     ADD WRK-DEDN-ROW-AMT TO WRK-DEDN-TOTAL.
011079 3133-EXIT.
011080     EXIT.
011081 3134-FIND-DEDN-CODE.
011082     IF WRK-DED-CODE-ID(WRK-DED-CODE-SUB) = DED-CODE
011083         MOVE WRK-DED-CODE-SUB TO WRK-DED-CODE-HIT
011084     END-IF.
011085 3134-EXIT.
011086     EXIT.
011087*****************************************************
011088*3135-LOAN-EFFECTIVE - THE BALANCE AND INSTALLMENTS
011089*LEFT AS THEY STOOD BEFORE THIS PERIOD: WHEN AN EARLIER
011090*RUN OF THE SAME PERIOD ALREADY TOOK AN INSTALLMENT, IT
011091*IS PUT BACK FIRST, SO A RERUN NEVER COUNTS TWICE
011092*****************************************************
011093 3135-LOAN-EFFECTIVE.
011094     MOVE DED-LOAN-BALANCE TO WRK-LOAN-EFF-BALANCE.
011095     MOVE DED-INSTALLMENTS-LEFT TO WRK-LOAN-EFF-LEFT.
011096     IF DED-LAST-PERIOD = WRK-PAY-PERIOD
011097         AND DED-LAST-AMOUNT > ZERO
011098         ADD DED-LAST-AMOUNT TO WRK-LOAN-EFF-BALANCE
011099         ADD 1 TO WRK-LOAN-EFF-LEFT
011100     END-IF.
011101     IF WRK-LOAN-EFF-BALANCE = ZERO
011102         MOVE ZERO TO WRK-LOAN-EFF-LEFT
011103     END-IF.
011104 3135-EXIT.
011105     EXIT.
011106*****************************************************
011107*3139-LOG-DEDN-PROBLEM - ONE EXCEPTION RECORD PER
011108*DEDUCTION THE RUN COULD NOT TAKE, SO HR SEES WHAT WAS
011109*NOT DISCOUNTED AND WHY
011110*****************************************************
011111 3139-LOG-DEDN-PROBLEM.
011112     IF WRK-MODE-SIMULATION
011113         GO TO 3139-EXIT
011114     END-IF.
011115     OPEN EXTEND EXCEPTION-REPORT.
011116     IF WRK-EXCPT-NOT-FOUND
011117         OPEN OUTPUT EXCEPTION-REPORT
011118     END-IF.
011119     MOVE SPACES TO EXCPT-RECORD.
011120     MOVE "COMMA" TO EXCPT-PROGRAM.
011121     ACCEPT EXCPT-DATE FROM DATE YYYYMMDD.
011122     ACCEPT EXCPT-TIME FROM TIME.
011123     STRING DED-EMP-NUMBER DELIMITED BY SIZE
011124            " " DELIMITED BY SIZE
011125            DED-CODE DELIMITED BY SIZE
011126            " " DELIMITED BY SIZE
011127            WRK-PAY-PERIOD DELIMITED BY SIZE
011128         INTO EXCPT-INPUT.
011129     MOVE WRK-DEDN-EXCPT-REASON TO EXCPT-REASON.
011130     WRITE EXCPT-RECORD.
011131     CLOSE EXCEPTION-REPORT.
011132 3139-EXIT.
011133     EXIT.
011134*****************************************************
011135*4000-DISPLAY-EMPLOYEE
011136*****************************************************
011137 4000-DISPLAY-EMPLOYEE.
011138     DISPLAY '***********************'.
011139     DISPLAY 'Name:              ' WRK-NAME.
011140     DISPLAY 'Gross Salary:      ' WRK-SALARY-ED.
011141     DISPLAY 'INSS Deduction:    ' WRK-INSS-DEDUCTION-ED.
011142     DISPLAY 'IRRF Deduction:    ' WRK-IRRF-DEDUCTION-ED.
011143     IF WRK-DEDN-TOTAL NOT = ZERO
011144         DISPLAY 'Other Deductions:  ' WRK-DEDN-TOTAL-ED
011145     END-IF.
011146     DISPLAY 'Total Deductions:  ' WRK-TOTAL-DEDUCTIONS-ED.
011147     DISPLAY 'Net Pay:           ' WRK-NET-PAY-ED.
011148 4000-EXIT.
011149     EXIT.
011150*****************************************************
011151*4800-REJECT-EMPLOYEE - ZERO/NEGATIVE SALARY IN BATCH
011152*****************************************************
011153 4800-REJECT-EMPLOYEE.
011154     DISPLAY 'SALARIO INVALIDO - REGISTRO REJEITADO: '
011155         WRK-NAME.
011156     IF WRK-MODE-SIMULATION
011157         GO TO 4800-EXIT
011158     END-IF.
011159     OPEN EXTEND EXCEPTION-REPORT.
011160     IF WRK-EXCPT-NOT-FOUND
011170         OPEN OUTPUT EXCEPTION-REPORT
011180     END-IF.
011440     END-IF.
011450     PERFORM 5080-OPEN-EMPLOYEE-MASTER THRU 5080-EXIT.
011460     PERFORM 5085-OPEN-SALARY-HISTORY THRU 5085-EXIT.
011468     PERFORM 5087-OPEN-DEDUCTIONS THRU 5087-EXIT.
011476     PERFORM 5088-OPEN-TERMINATIONS THRU 5088-EXIT.
011484     PERFORM 5089-OPEN-VACATIONS THRU 5089-EXIT.
011492*A SIMULATION PRINTS NO SLIPS AND PAYS NOBODY
011500     IF NOT WRK-MODE-SIMULATION
011508         OPEN OUTPUT PAY-SLIP-FILE
011516         OPEN OUTPUT BANK-REM-FILE
011530         OPEN I-O PAYMENT-STATUS-FILE
011531         IF WRK-PAYS-NOT-FOUND
011532             OPEN OUTPUT PAYMENT-STATUS-FILE
011533             CLOSE PAYMENT-STATUS-FILE
011534             OPEN I-O PAYMENT-STATUS-FILE
011535         END-IF
011536         PERFORM 6600-WRITE-REM-HEADER THRU 6600-EXIT
011540     END-IF.
011560     PERFORM 5100-READ-PAYROLL-IN THRU 5100-EXIT.
011570     PERFORM 5200-PROCESS-EMPLOYEE THRU 5200-EXIT
011580         UNTIL WRK-EOF-PAYROLL-IN.
011585     PERFORM 5700-LOG-UNUSED-EARNINGS THRU 5700-EXIT.
011590*THE INPUT TRAILER IS VERIFIED BEFORE THE REMITTANCE
011600*TRAILER IS WRITTEN - AN OUT-OF-BALANCE (TRUNCATED)
011610*PAYROLL LEAVES BANKREM TRAILERLESS SO THE BANK CANNOT
011620*LOAD A HALF-DELIVERED PAY FILE
011630     PERFORM 5800-VERIFY-TRAILER THRU 5800-EXIT.
011640     IF WRK-IN-BALANCE
011645         AND NOT WRK-MODE-SIMULATION
011650         PERFORM 6620-WRITE-REM-TRAILER THRU 6620-EXIT
011660     END-IF.
011670     CLOSE PAYROLL-IN-FILE.
011690     IF WRK-SALH-AVAIL
011700         CLOSE SALARY-HISTORY-FILE
011710     END-IF.
011711     IF WRK-DED-AVAIL
011712         CLOSE DEDUCTION-FILE
011713     END-IF.
011714     IF WRK-TERM-AVAIL
011715         CLOSE TERMINATION-FILE
011716     END-IF.
011717     IF WRK-TERM-YTD-AVAIL
011718         CLOSE YTD-FILE
011719     END-IF.
011720     IF WRK-RUN-RESCISAO
011721         AND NOT WRK-MODE-SIMULATION
011722         CLOSE TERM-STMT-FILE
011723     END-IF.
011724     IF WRK-VAC-AVAIL
011725         CLOSE VACATION-FILE
011726     END-IF.
011727     IF NOT WRK-MODE-SIMULATION
011728         CLOSE PAY-SLIP-FILE
011729         CLOSE BANK-REM-FILE
011730         CLOSE PAYMENT-STATUS-FILE
011731     END-IF.
011750     PERFORM 5300-DISPLAY-FOOTER THRU 5300-EXIT.
011760 5000-EXIT.
011770     EXIT.
012050 5085-EXIT.
012060     EXIT.
012070*****************************************************
012071*5087-OPEN-DEDUCTIONS - THE DEDUCTIONS MASTER IS
012072*OPTIONAL THE SAME WAY: WITH NONE ON FILE NOBODY HAS
012073*ANYTHING TAKEN BUT INSS AND IRRF
012074*****************************************************
012075 5087-OPEN-DEDUCTIONS.
012076     MOVE 'N' TO WRK-DED-AVAIL-SW.
012077     OPEN INPUT DEDUCTION-FILE.
012078     IF WRK-DED-OK
012079         SET WRK-DED-AVAIL TO TRUE
012080     END-IF.
012081 5087-EXIT.
012082     EXIT.
012083*****************************************************
012084*5088-OPEN-TERMINATIONS - THE TERMINATIONS MASTER IS
012085*OPTIONAL TOO: WITH NONE ON FILE NOBODY IS BEING LET GO
012086*AND AN RS RUN REJECTS EVERYONE. AN RS RUN ALSO READS
012087*THE YEAR-TO-DATE FILE FOR THE 13TH ALREADY PAID AND
012088*WRITES THE TRCT STATEMENTS
012089*****************************************************
012090 5088-OPEN-TERMINATIONS.
012091     MOVE 'N' TO WRK-TERM-AVAIL-SW.
012092     MOVE 'N' TO WRK-TERM-YTD-AVAIL-SW.
012093     OPEN INPUT TERMINATION-FILE.
012094     IF WRK-TERM-OK
012095         SET WRK-TERM-AVAIL TO TRUE
012096     END-IF.
012097     IF NOT WRK-RUN-RESCISAO
012098         GO TO 5088-EXIT
012099     END-IF.
012100     IF NOT WRK-MODE-SIMULATION
012101         OPEN OUTPUT TERM-STMT-FILE
012102     END-IF.
012103     OPEN INPUT YTD-FILE.
012104     IF WRK-YTD-OK
012105         SET WRK-TERM-YTD-AVAIL TO TRUE
012106     END-IF.
012107 5088-EXIT.
012108     EXIT.
012109*****************************************************
012110*5089-OPEN-VACATIONS - ONLY THE FE AND RS RUNS READ THE
012111*VACATION LEDGER. WITHOUT ONE AN FE RUN CANNOT PROVE
012112*ANYONE HAS EARNED THE LEAVE AND REJECTS EVERYONE; AN
012113*RS RUN FALLS BACK ON THE DAYS KEYED ON TERMMAST
012114*****************************************************
012115 5089-OPEN-VACATIONS.
012116     MOVE 'N' TO WRK-VAC-AVAIL-SW.
012117     IF NOT WRK-RUN-FERIAS AND NOT WRK-RUN-RESCISAO
012118         GO TO 5089-EXIT
012119     END-IF.
012120     OPEN INPUT VACATION-FILE.
012121     IF WRK-VAC-OK
012122         SET WRK-VAC-AVAIL TO TRUE
012123     END-IF.
012124 5089-EXIT.
012125     EXIT.
012126*****************************************************
012127*5090-LOG-MISSING-INPUT - RECORDS A MISSING OR
012128*UNREADABLE PAYROLL-IN-FILE SO A BAD BATCH INPUT FAILS
012129*SOFTLY INSTEAD OF ABENDING THE RUN
012130*****************************************************
012131 5090-LOG-MISSING-INPUT.
012132     IF WRK-MODE-SIMULATION
012133         GO TO 5090-EXIT
012134     END-IF.
012135     OPEN EXTEND EXCEPTION-REPORT.
012140     IF WRK-EXCPT-NOT-FOUND
012150         OPEN OUTPUT EXCEPTION-REPORT
012160     END-IF.
012780         PERFORM 4820-REJECT-BAD-CPF THRU 4820-EXIT
012790         GO TO 5290-READ-NEXT
012800     END-IF.
012801     PERFORM 5250-CHECK-TERMINATION THRU 5250-EXIT.
012802     IF WRK-TERM-REJECT
012803         PERFORM 4830-REJECT-TERMINATION THRU 4830-EXIT
012804         GO TO 5290-READ-NEXT
012805     END-IF.
012806     PERFORM 5260-CHECK-VACATION THRU 5260-EXIT.
012807     IF WRK-VAC-REJECT
012808         PERFORM 4840-REJECT-VACATION THRU 4840-EXIT
012809         GO TO 5290-READ-NEXT
012810     END-IF.
012811     MOVE EMP-NAME TO WRK-NAME.
012812*A TERMINATION IS PAID AT THE RATE IN FORCE ON THE LAST
012813*DAY WORKED, NOT AT THE END OF THE PERIOD
012820     IF PAYROLL-IN-OVERRIDE NOT = ZERO
012830         MOVE PAYROLL-IN-OVERRIDE TO WRK-SALARY
012840     ELSE
012842         MOVE WRK-PAY-DATE TO WRK-TERM-SAVE-PAY-DATE
012844         IF WRK-RUN-RESCISAO
012846             MOVE TERM-DATE TO WRK-PAY-DATE
012848         END-IF
012850         PERFORM 3060-PICK-SALARY-RATE THRU 3060-EXIT
012852         IF WRK-MODE-SIMULATION
012854             PERFORM 3065-APPLY-SIM-RAISE THRU 3065-EXIT
012856         END-IF
012858         MOVE WRK-TERM-SAVE-PAY-DATE TO WRK-PAY-DATE
012860     END-IF.
012870     PERFORM 3080-APPLY-RUN-TYPE THRU 3080-EXIT.
012875     PERFORM 3090-APPLY-VAR-EARNINGS THRU 3090-EXIT.
012880     PERFORM 3050-CONVERT-TO-USD THRU 3050-EXIT.
012890     IF WRK-SALARY > 0
012900         PERFORM 3000-FORMAT-SALARY THRU 3000-EXIT
012930         ADD 1 TO WRK-EMP-COUNT
012940         ADD WRK-SALARY TO WRK-GRAND-TOTAL
012950         PERFORM 6650-STORE-REGISTER-ENTRY THRU 6650-EXIT
012953         IF NOT WRK-MODE-SIMULATION
012956             PERFORM 6500-PRINT-PAY-SLIP THRU 6500-EXIT
012959             IF WRK-RUN-RESCISAO
012962                 PERFORM 6540-PRINT-TERM-STATEMENT
012965                     THRU 6540-EXIT
012968             END-IF
012971             PERFORM 6610-WRITE-REM-DETAIL THRU 6610-EXIT
012974         END-IF
012980     ELSE
012990         PERFORM 4800-REJECT-EMPLOYEE THRU 4800-EXIT
013000     END-IF.
013010 5290-READ-NEXT.
013020     PERFORM 5100-READ-PAYROLL-IN THRU 5100-EXIT.
013030 5200-EXIT.
013031     EXIT.
013032*****************************************************
013033*5250-CHECK-TERMINATION - AN RS RUN ONLY PAYS AN
013034*EMPLOYEE WITH AN OPEN TERMMAST ROW OF A KNOWN REASON
013035*WHOSE LAST DAY FALLS IN OR BEFORE THE PERIOD BEING
013036*PAID. ANY OTHER RUN (BUT RETRO, WHICH ONLY PAYS
013037*DIFFERENCES STILL OWED) REFUSES AN EMPLOYEE WHOSE OPEN
013038*TERMINATION FALLS IN OR BEFORE ITS PERIOD - THE RS
013039*RUN PAYS THAT MONTH, AND PAYING IT HERE AS WELL WOULD
013040*PAY IT TWICE
013041*****************************************************
013042 5250-CHECK-TERMINATION.
013043     MOVE 'N' TO WRK-TERM-FOUND-SW.
013044     MOVE 'N' TO WRK-TERM-REJECT-SW.
013045     MOVE ZERO TO WRK-TERM-REASON-HIT.
013046     IF WRK-RUN-RETRO
013047         GO TO 5250-EXIT
013048     END-IF.
013049     IF WRK-TERM-AVAIL
013050         MOVE EMP-NUMBER TO TERM-EMP-NUMBER
013051         READ TERMINATION-FILE
013052             INVALID KEY
013053                 CONTINUE
013054         END-READ
013055         IF WRK-TERM-OK AND TERM-OPEN
013056             SET WRK-TERM-FOUND TO TRUE
013057             MOVE TERM-DATE TO WRK-TERMD-DATE
013058             PERFORM 5255-FIND-TERM-REASON THRU 5255-EXIT
013059                 VARYING WRK-TERM-REASON-SUB FROM 1 BY 1
013060                 UNTIL WRK-TERM-REASON-SUB > WRK-TERM-REASON-MAX
013061                     OR WRK-TERM-REASON-HIT > ZERO
013062         END-IF
013063     END-IF.
013064     EVALUATE TRUE
013065         WHEN WRK-RUN-RESCISAO AND NOT WRK-TERM-FOUND
013066             SET WRK-TERM-REJECT TO TRUE
013067             MOVE "NO OPEN TERMINATION ON TERMMAST"
013068                 TO WRK-TERM-REJECT-REASON
013069         WHEN WRK-RUN-RESCISAO
013070             AND WRK-TERM-REASON-HIT = ZERO
013071             SET WRK-TERM-REJECT TO TRUE
013072             MOVE "UNKNOWN TERMINATION REASON ON TERMMAST"
013073                 TO WRK-TERM-REJECT-REASON
013074         WHEN WRK-RUN-RESCISAO
013075             AND WRK-TERMD-PERIOD > WRK-PAY-PERIOD
013076             SET WRK-TERM-REJECT TO TRUE
013077             MOVE "TERMINATION DATE AFTER THE PAY PERIOD"
013078                 TO WRK-TERM-REJECT-REASON
013079         WHEN WRK-RUN-RESCISAO
013080             CONTINUE
013081         WHEN WRK-TERM-FOUND
013082             AND WRK-TERMD-PERIOD NOT > WRK-PAY-PERIOD
013083             SET WRK-TERM-REJECT TO TRUE
013084             MOVE "TERMINATION OPEN - PAID BY THE RS RUN"
013085                 TO WRK-TERM-REJECT-REASON
013086     END-EVALUATE.
013087 5250-EXIT.
013088     EXIT.
013089 5255-FIND-TERM-REASON.
013090     IF WRK-TERM-REASON-ID(WRK-TERM-REASON-SUB) = TERM-REASON
013091         MOVE WRK-TERM-REASON-SUB TO WRK-TERM-REASON-HIT
013092     END-IF.
013093 5255-EXIT.
013094     EXIT.
013095*****************************************************
013096*5260-CHECK-VACATION - WORKS OUT THE EMPLOYEE'S OPEN
013097*VACATION BALANCE FOR AN FE OR RS RUN. AN FE RUN PAYS
013098*A FULL PERIOD'S LEAVE, SO IT REFUSES AN EMPLOYEE WHOSE
013099*BALANCE IS SHORT OF THAT OR WHO HAS NO LEDGER AT ALL.
013100*AN RS RUN NEVER REFUSES ON THE LEDGER; THE BALANCE
013101*JUST BECOMES THE VACATION DAYS DUE
013102*****************************************************
013103 5260-CHECK-VACATION.
013104     MOVE 'N' TO WRK-VAC-REJECT-SW.
013105     MOVE 'N' TO WRK-VAC-ROWS-SW.
013106     MOVE ZERO TO WRK-VAC-BALANCE.
013107     MOVE ZERO TO WRK-VAC-DAYS-DUE.
013108     IF NOT WRK-RUN-FERIAS AND NOT WRK-RUN-RESCISAO
013109         GO TO 5260-EXIT
013110     END-IF.
013111     IF WRK-VAC-AVAIL
013112         PERFORM 5265-SUM-VAC-BALANCE THRU 5265-EXIT
013113     END-IF.
013114     IF WRK-RUN-RESCISAO
013115         IF WRK-VAC-HAS-ROWS
013116             MOVE WRK-VAC-BALANCE TO WRK-VAC-DAYS-DUE
013117         ELSE
013118             MOVE TERM-VAC-DAYS-DUE TO WRK-VAC-DAYS-DUE
013119         END-IF
013120         GO TO 5260-EXIT
013121     END-IF.
013122     EVALUATE TRUE
013123         WHEN NOT WRK-VAC-HAS-ROWS
013124             SET WRK-VAC-REJECT TO TRUE
013125             MOVE "NO VACATION LEDGER ROW ON VACMAST"
013126                 TO WRK-VAC-REJECT-REASON
013127         WHEN WRK-VAC-BALANCE < WRK-VAC-FULL-DAYS
013128             SET WRK-VAC-REJECT TO TRUE
013129             MOVE "VACATION BALANCE SHORT OF A FULL PERIOD"
013130                 TO WRK-VAC-REJECT-REASON
013131         WHEN OTHER
013132             MOVE WRK-VAC-FULL-DAYS TO WRK-VAC-DAYS-DUE
013133     END-EVALUATE.
013134 5260-EXIT.
013135     EXIT.
013136*****************************************************
013137*5265-SUM-VAC-BALANCE - WALKS THE EMPLOYEE'S LEDGER
013138*ROWS, OLDEST PERIOD FIRST. A PERIOD STILL ACCRUING HAS
013139*EARNED NOTHING YET; DAYS THIS PAY PERIOD DREW ON AN
013140*EARLIER RUN ARE ADDED BACK
013141*****************************************************
013142 5265-SUM-VAC-BALANCE.
013143     MOVE 'N' TO WRK-VAC-SCAN-SW.
013144     MOVE EMP-NUMBER TO VAC-EMP-NUMBER.
013145     MOVE ZERO TO VAC-ACQ-START.
013146     START VACATION-FILE KEY NOT < VAC-KEY
013147         INVALID KEY
013148             SET WRK-VAC-SCAN-DONE TO TRUE
013149     END-START.
013150     PERFORM 5266-SUM-ONE-PERIOD THRU 5266-EXIT
013151         UNTIL WRK-VAC-SCAN-DONE.
013152 5265-EXIT.
013153     EXIT.
013154 5266-SUM-ONE-PERIOD.
013155     READ VACATION-FILE NEXT RECORD
013156         AT END
013157             SET WRK-VAC-SCAN-DONE TO TRUE
013158             GO TO 5266-EXIT
013159     END-READ.
013160     IF NOT WRK-VAC-OK
013161         OR VAC-EMP-NUMBER NOT = EMP-NUMBER
013162         SET WRK-VAC-SCAN-DONE TO TRUE
013163         GO TO 5266-EXIT
013164     END-IF.
013165     SET WRK-VAC-HAS-ROWS TO TRUE.
013166     IF VAC-ACCRUING
013167         GO TO 5266-EXIT
013168     END-IF.
013169     IF VAC-LAST-PERIOD = WRK-PAY-PERIOD
013170         ADD VAC-LAST-DAYS TO WRK-VAC-BALANCE
013171     END-IF.
013172     IF VAC-DAYS-EARNED > VAC-DAYS-TAKEN
013173         COMPUTE WRK-VAC-BALANCE = WRK-VAC-BALANCE
013174             + VAC-DAYS-EARNED - VAC-DAYS-TAKEN
013175     END-IF.
013176 5266-EXIT.
013177     EXIT.
013178*****************************************************
013179*4810-REJECT-UNKNOWN - APPENDS ONE RECORD TO THE
013180*SHARED EXCEPTION REPORT FOR AN EMPLOYEE NUMBER THAT
013181*IS NOT ON THE EMPLOYEE MASTER
013182*****************************************************
013183 4810-REJECT-UNKNOWN.
013184     DISPLAY 'EMPREGADO NAO CADASTRADO - REJEITADO: '
013185         PAYROLL-IN-EMP-NUMBER.
013186     IF WRK-MODE-SIMULATION
013187         GO TO 4810-EXIT
013188     END-IF.
013189     OPEN EXTEND EXCEPTION-REPORT.
013190     IF WRK-EXCPT-NOT-FOUND
013191         OPEN OUTPUT EXCEPTION-REPORT
013192     END-IF.
013193     MOVE SPACES TO EXCPT-RECORD.
013194     MOVE "COMMA" TO EXCPT-PROGRAM.
013195     ACCEPT EXCPT-DATE FROM DATE YYYYMMDD.
013200     ACCEPT EXCPT-TIME FROM TIME.
013210     MOVE PAYROLL-IN-EMP-NUMBER TO EXCPT-INPUT.
013220     MOVE "EMPLOYEE NOT ON EMPLOYEE MASTER" TO EXCPT-REASON.
013330 4820-REJECT-BAD-CPF.
013340     DISPLAY 'CPF INVALIDO NO CADASTRO - REJEITADO: '
013350         EMP-NUMBER ' ' EMP-NAME.
013352     IF WRK-MODE-SIMULATION
013354         GO TO 4820-EXIT
013356     END-IF.
013360     OPEN EXTEND EXCEPTION-REPORT.
013370     IF WRK-EXCPT-NOT-FOUND
013380         OPEN OUTPUT EXCEPTION-REPORT
013480     CLOSE EXCEPTION-REPORT.
013490     PERFORM 4850-RECYCLE-REJECT THRU 4850-EXIT.
013500 4820-EXIT.
013501     EXIT.
013502*****************************************************
013503*4830-REJECT-TERMINATION - AN EMPLOYEE THE TERMINATION
013504*CHECK WILL NOT LET THIS RUN PAY. THE REASON HOLD FIELD
013505*IS FILLED BY 5250-CHECK-TERMINATION. THE RECORD IS NOT
013506*RECYCLED - IT WOULD ONLY BOUNCE BACK EVERY NIGHT
013507*****************************************************
013508 4830-REJECT-TERMINATION.
013509     DISPLAY 'RESCISAO - REGISTRO REJEITADO: '
013510         EMP-NUMBER ' ' EMP-NAME.
013511     IF WRK-MODE-SIMULATION
013512         GO TO 4830-EXIT
013513     END-IF.
013514     OPEN EXTEND EXCEPTION-REPORT.
013515     IF WRK-EXCPT-NOT-FOUND
013516         OPEN OUTPUT EXCEPTION-REPORT
013517     END-IF.
013518     MOVE SPACES TO EXCPT-RECORD.
013519     MOVE "COMMA" TO EXCPT-PROGRAM.
013520     ACCEPT EXCPT-DATE FROM DATE YYYYMMDD.
013521     ACCEPT EXCPT-TIME FROM TIME.
013522     MOVE EMP-NUMBER TO EXCPT-INPUT.
013523     MOVE WRK-TERM-REJECT-REASON TO EXCPT-REASON.
013524     WRITE EXCPT-RECORD.
013525     CLOSE EXCEPTION-REPORT.
013526 4830-EXIT.
013527     EXIT.
013528*****************************************************
013529*4840-REJECT-VACATION - AN EMPLOYEE THE VACATION
013530*LEDGER WILL NOT LET AN FE RUN PAY. THE REASON HOLD
013531*FIELD IS FILLED BY 5260-CHECK-VACATION. NOT RECYCLED -
013532*THE LEAVE HAS TO BE EARNED FIRST
013533*****************************************************
013534 4840-REJECT-VACATION.
013535     DISPLAY 'FERIAS SEM SALDO - REGISTRO REJEITADO: '
013536         EMP-NUMBER ' ' EMP-NAME.
013537     IF WRK-MODE-SIMULATION
013538         GO TO 4840-EXIT
013539     END-IF.
013540     OPEN EXTEND EXCEPTION-REPORT.
013541     IF WRK-EXCPT-NOT-FOUND
013542         OPEN OUTPUT EXCEPTION-REPORT
013543     END-IF.
013544     MOVE SPACES TO EXCPT-RECORD.
013545     MOVE "COMMA" TO EXCPT-PROGRAM.
013546     ACCEPT EXCPT-DATE FROM DATE YYYYMMDD.
013547     ACCEPT EXCPT-TIME FROM TIME.
013548     MOVE EMP-NUMBER TO EXCPT-INPUT.
013549     MOVE WRK-VAC-REJECT-REASON TO EXCPT-REASON.
013550     WRITE EXCPT-RECORD.
013551     CLOSE EXCEPTION-REPORT.
013552 4840-EXIT.
013553     EXIT.
013554*****************************************************
013555*4850-RECYCLE-REJECT - WRITES THE REJECTED INPUT
013556*RECORD, IN ITS ORIGINAL LAYOUT, TO THE RECYCLE FILE
013557*WITH ITS BOUNCE COUNT BUMPED BY ONE. A RECORD THAT
013560*HAS ALREADY BOUNCED WRK-RECYCLE-LIMIT TIMES IS
013570*ESCALATED TO THE EXCEPTION REPORT INSTEAD
013580*****************************************************
014350*FILE FOR BALCHK'S MORNING RECONCILIATION
014360*****************************************************
014370 5850-POST-BALANCE.
014372     IF WRK-MODE-SIMULATION
014374         GO TO 5850-EXIT
014376     END-IF.
014380     OPEN EXTEND BALANCE-FILE.
014390     IF WRK-BAL-NOT-FOUND
014400         OPEN OUTPUT BALANCE-FILE
014610*COUNT OR SALARY HASH
014620*****************************************************
014630 5890-LOG-OUT-OF-BALANCE.
014632     IF WRK-MODE-SIMULATION
014634         GO TO 5890-EXIT
014636     END-IF.
014640     OPEN EXTEND EXCEPTION-REPORT.
014650     IF WRK-EXCPT-NOT-FOUND
014660         OPEN OUTPUT EXCEPTION-REPORT
015680            WRK-PAGE-NO-ED DELIMITED BY SIZE
015690         INTO PAYROLL-RPT-RECORD.
015700     WRITE PAYROLL-RPT-RECORD.
015702     IF WRK-MODE-SIMULATION
015704         PERFORM 6210-PRINT-SIM-BANNER THRU 6210-EXIT
015706     END-IF.
015710     MOVE SPACES TO PAYROLL-RPT-RECORD.
015720     STRING "RUN DATE: " DELIMITED BY SIZE
015730            WRK-RUN-DATE-ED DELIMITED BY SIZE
016060 6200-EXIT.
016070     EXIT.
016080*****************************************************
016081*6210-PRINT-SIM-BANNER - UNDER THE TITLE OF EVERY PAGE
016082*A SIMULATION PRINTS, SO NO PAGE OF IT CAN PASS FOR A
016083*REAL REGISTER
016084*****************************************************
016085 6210-PRINT-SIM-BANNER.
016086     MOVE SPACES TO PAYROLL-RPT-RECORD.
016087     STRING "*** SIMULATION - NOTHING POSTED, PAID OR"
016088                DELIMITED BY SIZE
016089            " FINALIZED ***" DELIMITED BY SIZE
016090         INTO PAYROLL-RPT-RECORD.
016091     WRITE PAYROLL-RPT-RECORD.
016092     MOVE SPACES TO PAYROLL-RPT-RECORD.
016093     STRING "SIMULATED SALARIES: " DELIMITED BY SIZE
016094            WRK-SIM-SOURCE-ED DELIMITED BY SIZE
016095         INTO PAYROLL-RPT-RECORD.
016096     WRITE PAYROLL-RPT-RECORD.
016097 6210-EXIT.
016098     EXIT.
016099*****************************************************
016100*6300-PRINT-DETAIL - ONE DETAIL LINE PER EMPLOYEE
016101*****************************************************
016110 6300-PRINT-DETAIL.
016120     ADD 1 TO WRK-LINE-SEQ.
016130     ADD 1 TO WRK-LINE-NO.
016260            WRK-NET-PAY-ED DELIMITED BY SIZE
016270         INTO PAYROLL-RPT-RECORD.
016280     WRITE PAYROLL-RPT-RECORD.
016281     PERFORM 6310-PRINT-VAR-LINE THRU 6310-EXIT
016282         VARYING WRK-EARN-TYPE-SUB FROM 1 BY 1
016283         UNTIL WRK-EARN-TYPE-SUB > WRK-EARN-TYPE-MAX.
016284     PERFORM 6320-PRINT-DEDN-LINE THRU 6320-EXIT
016285         VARYING WRK-DED-CODE-SUB FROM 1 BY 1
016286         UNTIL WRK-DED-CODE-SUB > WRK-DED-CODE-MAX.
016290 6300-EXIT.
016291     EXIT.
016292*****************************************************
016293*6310-PRINT-VAR-LINE - ONE INDENTED LINE UNDER THE
016294*DETAIL PER VARIABLE-EARNINGS TYPE PAID: LABEL, HOURS
016295*AND THE AMOUNT IN THE SALARY COLUMN
016296*****************************************************
016297 6310-PRINT-VAR-LINE.
016298     IF WRK-VAR-AMT(WRK-EARN-TYPE-SUB) = ZERO
016299         GO TO 6310-EXIT
016300     END-IF.
016301     ADD 1 TO WRK-LINE-NO.
016302     IF WRK-LINE-NO > WRK-LINES-PER-PAGE
016303         PERFORM 6200-PRINT-HEADERS THRU 6200-EXIT
016304         MOVE 1 TO WRK-LINE-NO
016305     END-IF.
016306     MOVE WRK-VAR-AMT(WRK-EARN-TYPE-SUB) TO WRK-FMT-AMOUNT.
016307     PERFORM 3200-FORMAT-AMOUNT THRU 3200-EXIT.
016308     MOVE SPACES TO WRK-VAR-HOURS-TEXT.
016309     IF WRK-EARN-BY-HOURS(WRK-EARN-TYPE-SUB)
016310         MOVE WRK-VAR-HOURS(WRK-EARN-TYPE-SUB)
016311             TO WRK-VAR-HOURS-ED
016312         MOVE WRK-VAR-HOURS-ED TO WRK-VAR-HOURS-TEXT
016313     END-IF.
016314     MOVE SPACES TO PAYROLL-RPT-RECORD.
016315     STRING "      " DELIMITED BY SIZE
016316            WRK-EARN-TYPE-LABEL(WRK-EARN-TYPE-SUB)
016317                DELIMITED BY SIZE
016318            WRK-VAR-HOURS-TEXT(1:6) DELIMITED BY SIZE
016319            WRK-FMT-AMOUNT-ED DELIMITED BY SIZE
016320         INTO PAYROLL-RPT-RECORD.
016321     WRITE PAYROLL-RPT-RECORD.
016322 6310-EXIT.
016323     EXIT.
016324*****************************************************
016325*6320-PRINT-DEDN-LINE - ONE INDENTED LINE UNDER THE
016326*DETAIL PER RECURRING DEDUCTION TAKEN, MARKED (-) SO
016327*IT IS NOT READ AS AN EARNING
016328*****************************************************
016329 6320-PRINT-DEDN-LINE.
016330     IF WRK-DEDN-AMT(WRK-DED-CODE-SUB) = ZERO
016331         GO TO 6320-EXIT
016332     END-IF.
016333     ADD 1 TO WRK-LINE-NO.
016334     IF WRK-LINE-NO > WRK-LINES-PER-PAGE
016335         PERFORM 6200-PRINT-HEADERS THRU 6200-EXIT
016336         MOVE 1 TO WRK-LINE-NO
016337     END-IF.
016338     MOVE WRK-DEDN-AMT(WRK-DED-CODE-SUB) TO WRK-FMT-AMOUNT.
016339     PERFORM 3200-FORMAT-AMOUNT THRU 3200-EXIT.
016340     MOVE SPACES TO PAYROLL-RPT-RECORD.
016341     STRING "      " DELIMITED BY SIZE
016342            WRK-DED-CODE-LABEL(WRK-DED-CODE-SUB)
016343                DELIMITED BY SIZE
016344            "(-)   " DELIMITED BY SIZE
016345            WRK-FMT-AMOUNT-ED DELIMITED BY SIZE
016346         INTO PAYROLL-RPT-RECORD.
016347     WRITE PAYROLL-RPT-RECORD.
016348 6320-EXIT.
016349     EXIT.
016350*****************************************************
016351*6500-PRINT-PAY-SLIP - ONE PAGE PER EMPLOYEE FOR HR TO
016352*HAND TO STAFF, WITH THE COMPANY HEADER, THE RUN DATE
016353*AND THE SAME FIGURES AS THE REGISTER DETAIL LINE
016354*****************************************************
016360 6500-PRINT-PAY-SLIP.
016370     MOVE ALL "*" TO PAY-SLIP-RECORD.
016380     WRITE PAY-SLIP-RECORD.
016600         INTO PAY-SLIP-RECORD.
016610     WRITE PAY-SLIP-RECORD.
016620     MOVE SPACES TO PAY-SLIP-RECORD.
016621*WITH VARIABLE EARNINGS THE SLIP BREAKS THE GROSS DOWN:
016622*THE BASE SALARY, THEN ONE LINE PER TYPE PAID
016623     IF WRK-VAR-TOTAL NOT = ZERO
016624         COMPUTE WRK-FMT-AMOUNT = WRK-SALARY - WRK-VAR-TOTAL
016625         PERFORM 3200-FORMAT-AMOUNT THRU 3200-EXIT
016626         MOVE SPACES TO PAY-SLIP-RECORD
016627         STRING "BASE SALARY:       " DELIMITED BY SIZE
016628                WRK-FMT-AMOUNT-ED DELIMITED BY SIZE
016629             INTO PAY-SLIP-RECORD
016630         WRITE PAY-SLIP-RECORD
016631         PERFORM 6510-PRINT-SLIP-VAR-LINE THRU 6510-EXIT
016632             VARYING WRK-EARN-TYPE-SUB FROM 1 BY 1
016633             UNTIL WRK-EARN-TYPE-SUB > WRK-EARN-TYPE-MAX
016634     END-IF.
016635     MOVE SPACES TO PAY-SLIP-RECORD.
016636     STRING "GROSS SALARY:      " DELIMITED BY SIZE
016640            WRK-SALARY-ED DELIMITED BY SIZE
016650         INTO PAY-SLIP-RECORD.
016660     WRITE PAY-SLIP-RECORD.
016740            WRK-IRRF-DEDUCTION-ED DELIMITED BY SIZE
016750         INTO PAY-SLIP-RECORD.
016760     WRITE PAY-SLIP-RECORD.
016762     PERFORM 6520-PRINT-SLIP-DEDN-LINE THRU 6520-EXIT
016764         VARYING WRK-DED-CODE-SUB FROM 1 BY 1
016766         UNTIL WRK-DED-CODE-SUB > WRK-DED-CODE-MAX.
016770     MOVE SPACES TO PAY-SLIP-RECORD.
016780     STRING "TOTAL DEDUCTIONS:  " DELIMITED BY SIZE
016790            WRK-TOTAL-DEDUCTIONS-ED DELIMITED BY SIZE
016870     MOVE SPACES TO PAY-SLIP-RECORD.
016880     WRITE PAY-SLIP-RECORD.
016890 6500-EXIT.
016891     EXIT.
016892 6510-PRINT-SLIP-VAR-LINE.
016893     IF WRK-VAR-AMT(WRK-EARN-TYPE-SUB) = ZERO
016894         GO TO 6510-EXIT
016895     END-IF.
016896     MOVE WRK-VAR-AMT(WRK-EARN-TYPE-SUB) TO WRK-FMT-AMOUNT.
016897     PERFORM 3200-FORMAT-AMOUNT THRU 3200-EXIT.
016898     MOVE SPACES TO WRK-VAR-HOURS-TEXT.
016899     IF WRK-EARN-BY-HOURS(WRK-EARN-TYPE-SUB)
016900         MOVE WRK-VAR-HOURS(WRK-EARN-TYPE-SUB)
016901             TO WRK-VAR-HOURS-ED
016902         STRING "  " DELIMITED BY SIZE
016903                WRK-VAR-HOURS-ED DELIMITED BY SIZE
016904                " HRS" DELIMITED BY SIZE
016905             INTO WRK-VAR-HOURS-TEXT
016906     END-IF.
016907     MOVE SPACES TO PAY-SLIP-RECORD.
016908     STRING "  " DELIMITED BY SIZE
016909            WRK-EARN-TYPE-LABEL(WRK-EARN-TYPE-SUB)
016910                DELIMITED BY SIZE
016911            " " DELIMITED BY SIZE
016912            WRK-FMT-AMOUNT-ED DELIMITED BY SIZE
016913            WRK-VAR-HOURS-TEXT DELIMITED BY SIZE
016914         INTO PAY-SLIP-RECORD.
016915     WRITE PAY-SLIP-RECORD.
016916 6510-EXIT.
016917     EXIT.
016918 6520-PRINT-SLIP-DEDN-LINE.
016919     IF WRK-DEDN-AMT(WRK-DED-CODE-SUB) = ZERO
016920         GO TO 6520-EXIT
016921     END-IF.
016922     MOVE WRK-DEDN-AMT(WRK-DED-CODE-SUB) TO WRK-FMT-AMOUNT.
016923     PERFORM 3200-FORMAT-AMOUNT THRU 3200-EXIT.
016924     MOVE SPACES TO PAY-SLIP-RECORD.
016925     STRING WRK-DED-CODE-LABEL(WRK-DED-CODE-SUB)
016926                DELIMITED BY SIZE
016927            "   " DELIMITED BY SIZE
016928            WRK-FMT-AMOUNT-ED DELIMITED BY SIZE
016929         INTO PAY-SLIP-RECORD.
016930     WRITE PAY-SLIP-RECORD.
016931 6520-EXIT.
016932     EXIT.
016933*****************************************************
016934*6540-PRINT-TERM-STATEMENT - THE TERMINATION STATEMENT
016935*(TRCT) FOR AN RS RUN: WHO, WHY AND WHEN, EACH ITEM OF
016936*THE GROSS WITH ITS DAYS OR TWELFTHS, THE DEDUCTIONS,
016937*THE NET AND THE FGTS DEPOSIT DUE ON THE TERMINATION
016938*PAY. SIGNED BY BOTH PARTIES AT THE HOMOLOGATION
016939*****************************************************
016940 6540-PRINT-TERM-STATEMENT.
016941     MOVE ALL "=" TO TERM-STMT-RECORD.
016942     WRITE TERM-STMT-RECORD.
016943     MOVE SPACES TO TERM-STMT-RECORD.
016944     STRING "ACME CORPORATION  TERMINATION STATEMENT (TRCT)  "
016945                DELIMITED BY SIZE
016946            WRK-RUN-DATE-ED DELIMITED BY SIZE
016947         INTO TERM-STMT-RECORD.
016948     WRITE TERM-STMT-RECORD.
016949     MOVE SPACES TO TERM-STMT-RECORD.
016950     STRING "EMPLOYER:          " DELIMITED BY SIZE
016951            WRK-COMP-NAME DELIMITED BY SIZE
016952            " CNPJ " DELIMITED BY SIZE
016953            WRK-COMP-CNPJ DELIMITED BY SIZE
016954         INTO TERM-STMT-RECORD.
016955     WRITE TERM-STMT-RECORD.
016956     MOVE SPACES TO TERM-STMT-RECORD.
016957     STRING "EMPLOYEE:          " DELIMITED BY SIZE
016958            EMP-NUMBER DELIMITED BY SIZE
016959            " " DELIMITED BY SIZE
016960            WRK-NAME DELIMITED BY SIZE
016961         INTO TERM-STMT-RECORD.
016962     WRITE TERM-STMT-RECORD.
016963     MOVE SPACES TO TERM-STMT-RECORD.
016964     STRING "CPF:               " DELIMITED BY SIZE
016965            EMP-CPF DELIMITED BY SIZE
016966         INTO TERM-STMT-RECORD.
016967     WRITE TERM-STMT-RECORD.
016968     MOVE SPACES TO TERM-STMT-RECORD.
016969     STRING "ADMISSION:         " DELIMITED BY SIZE
016970            EMP-ADMISSION-DATE DELIMITED BY SIZE
016971            "   LAST DAY WORKED: " DELIMITED BY SIZE
016972            TERM-DATE DELIMITED BY SIZE
016973         INTO TERM-STMT-RECORD.
016974     WRITE TERM-STMT-RECORD.
016975     MOVE SPACES TO TERM-STMT-RECORD.
016976     STRING "REASON:            " DELIMITED BY SIZE
016977            TERM-REASON DELIMITED BY SIZE
016978            " " DELIMITED BY SIZE
016979            WRK-TERM-REASON-LABEL(WRK-TERM-REASON-HIT)
016980                DELIMITED BY SIZE
016981         INTO TERM-STMT-RECORD.
016982     WRITE TERM-STMT-RECORD.
016983     MOVE WRK-TERM-RATE TO WRK-FMT-AMOUNT.
016984     PERFORM 3200-FORMAT-AMOUNT THRU 3200-EXIT.
016985     MOVE SPACES TO TERM-STMT-RECORD.
016986     STRING "MONTHLY SALARY:    " DELIMITED BY SIZE
016987            WRK-FMT-AMOUNT-ED DELIMITED BY SIZE
016988         INTO TERM-STMT-RECORD.
016989     WRITE TERM-STMT-RECORD.
016990     MOVE SPACES TO TERM-STMT-RECORD.
016991     STRING "PERIOD:            " DELIMITED BY SIZE
016992            WRK-PAY-PERIOD DELIMITED BY SIZE
016993            "   PAYMENT DATE: " DELIMITED BY SIZE
016994            WRK-SETTLE-DATE DELIMITED BY SIZE
016995         INTO TERM-STMT-RECORD.
016996     WRITE TERM-STMT-RECORD.
016997     MOVE ALL "-" TO TERM-STMT-RECORD.
016998     WRITE TERM-STMT-RECORD.
016999     MOVE WRK-TERM-DAYS-WORKED TO WRK-TERM-COUNT-ED.
017000     MOVE SPACES TO WRK-TERM-LINE-LABEL.
017001     STRING "SALARY BALANCE (" DELIMITED BY SIZE
017002            WRK-TERM-COUNT-ED DELIMITED BY SIZE
017003            " DAYS)" DELIMITED BY SIZE
017004         INTO WRK-TERM-LINE-LABEL.
017005     MOVE WRK-TERM-SALDO TO WRK-TERM-LINE-AMT.
017006     PERFORM 6545-PRINT-TERM-LINE THRU 6545-EXIT.
017007     MOVE WRK-TERM-NOTICE-DAYS TO WRK-TERM-COUNT-ED.
017008     MOVE SPACES TO WRK-TERM-LINE-LABEL.
017009     STRING "INDEMNIFIED NOTICE (" DELIMITED BY SIZE
017010            WRK-TERM-COUNT-ED DELIMITED BY SIZE
017011            " DAYS)" DELIMITED BY SIZE
017012         INTO WRK-TERM-LINE-LABEL.
017013     MOVE WRK-TERM-NOTICE TO WRK-TERM-LINE-AMT.
017014     PERFORM 6545-PRINT-TERM-LINE THRU 6545-EXIT.
017015     MOVE WRK-TERM-13TH-MONTHS TO WRK-TERM-COUNT-ED.
017016     MOVE SPACES TO WRK-TERM-LINE-LABEL.
017017     STRING "13TH SALARY (" DELIMITED BY SIZE
017018            WRK-TERM-COUNT-ED DELIMITED BY SIZE
017019            "/12 LESS PAID)" DELIMITED BY SIZE
017020         INTO WRK-TERM-LINE-LABEL.
017021     MOVE WRK-TERM-13TH TO WRK-TERM-LINE-AMT.
017022     PERFORM 6545-PRINT-TERM-LINE THRU 6545-EXIT.
017023     MOVE WRK-VAC-DAYS-DUE TO WRK-TERM-COUNT-ED.
017024     MOVE SPACES TO WRK-TERM-LINE-LABEL.
017025     STRING "VACATION DUE (" DELIMITED BY SIZE
017026            WRK-TERM-COUNT-ED DELIMITED BY SIZE
017027            " DAYS)" DELIMITED BY SIZE
017028         INTO WRK-TERM-LINE-LABEL.
017029     MOVE WRK-TERM-VAC-DUE TO WRK-TERM-LINE-AMT.
017030     PERFORM 6545-PRINT-TERM-LINE THRU 6545-EXIT.
017031     MOVE WRK-TERM-VAC-MONTHS TO WRK-TERM-COUNT-ED.
017032     MOVE SPACES TO WRK-TERM-LINE-LABEL.
017033     STRING "PROPORTIONAL VACATION (" DELIMITED BY SIZE
017034            WRK-TERM-COUNT-ED DELIMITED BY SIZE
017035            "/12)" DELIMITED BY SIZE
017036         INTO WRK-TERM-LINE-LABEL.
017037     MOVE WRK-TERM-VAC-PROP TO WRK-TERM-LINE-AMT.
017038     PERFORM 6545-PRINT-TERM-LINE THRU 6545-EXIT.
017039     MOVE "ONE-THIRD VACATION BONUS" TO WRK-TERM-LINE-LABEL.
017040     MOVE WRK-TERM-VAC-THIRD TO WRK-TERM-LINE-AMT.
017041     PERFORM 6545-PRINT-TERM-LINE THRU 6545-EXIT.
017042     MOVE SPACES TO TERM-STMT-RECORD.
017043     STRING "GROSS:                            " DELIMITED BY SIZE
017044            WRK-SALARY-ED DELIMITED BY SIZE
017045         INTO TERM-STMT-RECORD.
017046     WRITE TERM-STMT-RECORD.
017047     MOVE SPACES TO TERM-STMT-RECORD.
017048     STRING "INSS DEDUCTION:                   " DELIMITED BY SIZE
017049            WRK-INSS-DEDUCTION-ED DELIMITED BY SIZE
017050         INTO TERM-STMT-RECORD.
017051     WRITE TERM-STMT-RECORD.
017052     MOVE SPACES TO TERM-STMT-RECORD.
017053     STRING "IRRF DEDUCTION:                   " DELIMITED BY SIZE
017054            WRK-IRRF-DEDUCTION-ED DELIMITED BY SIZE
017055         INTO TERM-STMT-RECORD.
017056     WRITE TERM-STMT-RECORD.
017057     MOVE SPACES TO TERM-STMT-RECORD.
017058     STRING "TOTAL DEDUCTIONS:                 " DELIMITED BY SIZE
017059            WRK-TOTAL-DEDUCTIONS-ED DELIMITED BY SIZE
017060         INTO TERM-STMT-RECORD.
017061     WRITE TERM-STMT-RECORD.
017062     MOVE SPACES TO TERM-STMT-RECORD.
017063     STRING "NET PAY:                          " DELIMITED BY SIZE
017064            WRK-NET-PAY-ED DELIMITED BY SIZE
017065         INTO TERM-STMT-RECORD.
017066     WRITE TERM-STMT-RECORD.
017067     MOVE ALL "-" TO TERM-STMT-RECORD.
017068     WRITE TERM-STMT-RECORD.
017069*FGTS IS DUE ON THE SALARY BALANCE, THE NOTICE AND THE
017070*13TH; THE 40% FINE ON A DISMISSAL WITHOUT CAUSE FALLS
017071*ON THE WHOLE FGTS ACCOUNT BALANCE, WHICH IS HELD AT
017072*THE BANK, NOT HERE
017073     COMPUTE WRK-FMT-AMOUNT ROUNDED =
017074         (WRK-TERM-SALDO + WRK-TERM-NOTICE + WRK-TERM-13TH)
017075         * WRK-CHG-FGTS-PCT / 100.
017076     PERFORM 3200-FORMAT-AMOUNT THRU 3200-EXIT.
017077     MOVE SPACES TO TERM-STMT-RECORD.
017078     STRING "FGTS DEPOSIT ON TERMINATION PAY:  " DELIMITED BY SIZE
017079            WRK-FMT-AMOUNT-ED DELIMITED BY SIZE
017080         INTO TERM-STMT-RECORD.
017081     WRITE TERM-STMT-RECORD.
017082     IF TERM-REASON = "SJ"
017083         MOVE SPACES TO TERM-STMT-RECORD
017084         MOVE "40% FGTS FINE DUE ON THE FGTS ACCOUNT BALANCE"
017085             TO TERM-STMT-RECORD
017086         WRITE TERM-STMT-RECORD
017087     END-IF.
017088     MOVE SPACES TO TERM-STMT-RECORD.
017089     WRITE TERM-STMT-RECORD.
017090     MOVE SPACES TO TERM-STMT-RECORD.
017091     WRITE TERM-STMT-RECORD.
017092     MOVE SPACES TO TERM-STMT-RECORD.
017093     STRING "______________________________" DELIMITED BY SIZE
017094            "     " DELIMITED BY SIZE
017095            "______________________________" DELIMITED BY SIZE
017096         INTO TERM-STMT-RECORD.
017097     WRITE TERM-STMT-RECORD.
017098     MOVE "EMPLOYER                           EMPLOYEE"
017099         TO TERM-STMT-RECORD.
017100     WRITE TERM-STMT-RECORD.
017101     MOVE SPACES TO TERM-STMT-RECORD.
017102     WRITE TERM-STMT-RECORD.
017103 6540-EXIT.
017104     EXIT.
017105 6545-PRINT-TERM-LINE.
017106     IF WRK-TERM-LINE-AMT = ZERO
017107         GO TO 6545-EXIT
017108     END-IF.
017109     MOVE WRK-TERM-LINE-AMT TO WRK-FMT-AMOUNT.
017110     PERFORM 3200-FORMAT-AMOUNT THRU 3200-EXIT.
017111     MOVE SPACES TO TERM-STMT-RECORD.
017112     STRING WRK-TERM-LINE-LABEL DELIMITED BY SIZE
017113            "  " DELIMITED BY SIZE
017114            WRK-FMT-AMOUNT-ED DELIMITED BY SIZE
017115         INTO TERM-STMT-RECORD.
017116     WRITE TERM-STMT-RECORD.
017117 6545-EXIT.
017118     EXIT.
017119*****************************************************
017120*6600-WRITE-REM-HEADER - OPENS THE REMITTANCE FILE
017121*WITH OUR ACCOUNT AND THE RUN DATE
017122*****************************************************
017123 6600-WRITE-REM-HEADER.
017124     PERFORM 6605-BUILD-CNAB-DATE THRU 6605-EXIT.
017125     MOVE WRK-COMP-BANK TO WRK-C0-BANK.
017126     MOVE WRK-COMP-CNPJ TO WRK-C0-CNPJ.
017127     MOVE WRK-COMP-AGENCY TO WRK-C0-AGENCY.
017128     MOVE WRK-COMP-ACCOUNT TO WRK-C0-ACCOUNT.
017129     MOVE WRK-COMP-ACCT-DV TO WRK-C0-ACCT-DV.
017130     MOVE WRK-COMP-NAME TO WRK-C0-COMPANY.
017131     MOVE WRK-CNAB-DATE TO WRK-C0-GEN-DATE.
017132     ACCEPT WRK-C0-GEN-TIME FROM TIME.
017133*THE NSA (FILE SEQUENCE) FIELD CARRIES THE PAY PERIOD
017134     MOVE WRK-PAY-PERIOD TO WRK-C0-NSA.
017135     MOVE WRK-CNAB-HEADER0 TO BANK-REM-RECORD.
017136     WRITE BANK-REM-RECORD.
017137     MOVE WRK-COMP-BANK TO WRK-C1-BANK.
017138     MOVE WRK-COMP-CNPJ TO WRK-C1-CNPJ.
017139     MOVE WRK-COMP-AGENCY TO WRK-C1-AGENCY.
017140     MOVE WRK-COMP-ACCOUNT TO WRK-C1-ACCOUNT.
017141     MOVE WRK-COMP-ACCT-DV TO WRK-C1-ACCT-DV.
017142     MOVE WRK-COMP-NAME TO WRK-C1-COMPANY.
017150     MOVE WRK-CNAB-HEADER1 TO BANK-REM-RECORD.
017160     WRITE BANK-REM-RECORD.
017170     MOVE 2 TO WRK-CNAB-REC-COUNT.
017720     EXIT.
017730*****************************************************
017740*6650-STORE-REGISTER-ENTRY - HOLDS ONE BATCH DETAIL IN
017753*THE CONTROL-BREAK TABLE FOR THE GROUPED PRINT AND FOR
017766*EVERY POSTING AFTER THE BALANCE CHECK
017780*****************************************************
017790 6650-STORE-REGISTER-ENTRY.
017800*AN EMPLOYEE THE TABLE CANNOT HOLD COULD BE PAID BUT
017810*NEVER POSTED (PAYHIST, YTD, LOANS, VACATION, TERMMAST,
017820*EMPLOYER CHARGES AND GLPOST ALL WALK THIS TABLE), SO
017830*THE RUN STOPS BEFORE THE CREDIT IS WRITTEN. BANKHOLD
017840*IS LEFT TRAILERLESS AND THE PERIOD IS NOT PUT ON PERCTL
017850     IF WRK-REG-TOTAL >= WRK-REG-MAX
017858         DISPLAY 'TABELA DO REGISTRO CHEIA - EXECUCAO'
017866             ' CANCELADA'
017874         PERFORM 6660-LOG-REGISTER-FULL THRU 6660-EXIT
017882         MOVE 8 TO RETURN-CODE
017890         STOP RUN
017900     END-IF.
017910     ADD 1 TO WRK-REG-TOTAL.
017920     MOVE EMP-DEPARTMENT TO WRK-REG-DEPT(WRK-REG-TOTAL).
017990     MOVE WRK-TOTAL-DEDUCTIONS TO
018000         WRK-REG-DEDUCT(WRK-REG-TOTAL).
018010     MOVE WRK-NET-PAY TO WRK-REG-NET(WRK-REG-TOTAL).
018011     MOVE WRK-VAR-AREA TO WRK-REG-VAR-AREA(WRK-REG-TOTAL).
018012     MOVE WRK-DEDN-AREA TO WRK-REG-DEDN-AREA(WRK-REG-TOTAL).
018013     MOVE ZERO TO WRK-REG-TERM-NOTICE(WRK-REG-TOTAL).
018014     MOVE ZERO TO WRK-REG-TERM-13TH(WRK-REG-TOTAL).
018015     MOVE ZERO TO WRK-REG-TERM-VAC(WRK-REG-TOTAL).
018016     IF WRK-RUN-RESCISAO
018017         MOVE WRK-TERM-NOTICE TO
018018             WRK-REG-TERM-NOTICE(WRK-REG-TOTAL)
018019         MOVE WRK-TERM-13TH TO WRK-REG-TERM-13TH(WRK-REG-TOTAL)
018020         MOVE WRK-TERM-VAC-TOTAL TO
018021             WRK-REG-TERM-VAC(WRK-REG-TOTAL)
018022     END-IF.
018023*ONLY DAYS THE LEDGER ACTUALLY HOLDS ARE DRAWN DOWN
018024     MOVE ZERO TO WRK-REG-VAC-DAYS(WRK-REG-TOTAL).
018025     IF WRK-VAC-HAS-ROWS
018026         MOVE WRK-VAC-DAYS-DUE TO
018027             WRK-REG-VAC-DAYS(WRK-REG-TOTAL)
018028     END-IF.
018029     PERFORM 6655-COMPUTE-EMPLOYER-CHARGES THRU 6655-EXIT.
018030     MOVE 'N' TO WRK-REG-PRINTED-SW(WRK-REG-TOTAL).
018031     MOVE 'N' TO WRK-REG-GL-SW(WRK-REG-TOTAL).
018040 6650-EXIT.
018041     EXIT.
018042*****************************************************
018043*6655-COMPUTE-EMPLOYER-CHARGES - FGTS AND THE EMPLOYER
018044*INSS/RAT/THIRD-PARTY SHARES FOR THE ENTRY JUST STORED.
018045*ON A TERMINATION, VACATION PAID OUT CARRIES NEITHER
018046*FGTS NOR INSS, AND INDEMNIFIED NOTICE CARRIES FGTS BUT
018047*NO INSS
018048*****************************************************
018049 6655-COMPUTE-EMPLOYER-CHARGES.
018050     MOVE ZERO TO WRK-REG-FGTS(WRK-REG-TOTAL).
018051     MOVE ZERO TO WRK-REG-INSS-ER(WRK-REG-TOTAL).
018052     MOVE ZERO TO WRK-REG-THIRD(WRK-REG-TOTAL).
018053     MOVE 'N' TO WRK-REG-CHG-SW(WRK-REG-TOTAL).
018054     IF WRK-CURRENCY-USD
018055         GO TO 6655-EXIT
018056     END-IF.
018057     MOVE WRK-REG-GROSS(WRK-REG-TOTAL) TO WRK-CHG-FGTS-BASE.
018058     MOVE WRK-REG-GROSS(WRK-REG-TOTAL) TO WRK-CHG-INSS-BASE.
018059     IF WRK-RUN-RESCISAO
018060         COMPUTE WRK-CHG-FGTS-BASE =
018061             WRK-REG-GROSS(WRK-REG-TOTAL)
018062             - WRK-REG-TERM-VAC(WRK-REG-TOTAL)
018063         COMPUTE WRK-CHG-INSS-BASE = WRK-CHG-FGTS-BASE
018064             - WRK-REG-TERM-NOTICE(WRK-REG-TOTAL)
018065     END-IF.
018066     COMPUTE WRK-REG-FGTS(WRK-REG-TOTAL) ROUNDED =
018067         WRK-CHG-FGTS-BASE * WRK-CHG-FGTS-PCT / 100.
018068*LIKE THE EMPLOYEE'S OWN INSS, THE EMPLOYER SHARE ON THE
018069*13TH FALLS ON THE SECOND INSTALLMENT, OVER THE WHOLE
018070*13TH - THE FIRST INSTALLMENT ONLY CARRIES FGTS
018071     IF WRK-RUN-13TH-1
018072         GO TO 6655-EXIT
018073     END-IF.
018074     COMPUTE WRK-CHG-INSS-RAT-PCT =
018075         WRK-CHG-INSS-PCT + WRK-CHG-RAT-PCT.
018076     COMPUTE WRK-REG-INSS-ER(WRK-REG-TOTAL) ROUNDED =
018077         WRK-CHG-INSS-BASE * WRK-CHG-INSS-RAT-PCT / 100.
018078     COMPUTE WRK-REG-THIRD(WRK-REG-TOTAL) ROUNDED =
018079         WRK-CHG-INSS-BASE * WRK-CHG-THIRD-PCT / 100.
018080 6655-EXIT.
018081     EXIT.
018082*****************************************************
018089*6660-LOG-REGISTER-FULL - THE EMPLOYEE THE FULL
018096*REGISTER TABLE COULD NOT HOLD, LOGGED FOR THE MORNING
018103*REVIEW WHEN THE RUN STOPS
018110*****************************************************
018116 6660-LOG-REGISTER-FULL.
018122     IF WRK-MODE-SIMULATION
018124         GO TO 6660-EXIT
018126     END-IF.
018130     OPEN EXTEND EXCEPTION-REPORT.
018140     IF WRK-EXCPT-NOT-FOUND
018150         OPEN OUTPUT EXCEPTION-REPORT
018190     ACCEPT EXCPT-DATE FROM DATE YYYYMMDD.
018200     ACCEPT EXCPT-TIME FROM TIME.
018210     MOVE PAYROLL-IN-EMP-NUMBER TO EXCPT-INPUT.
018220     MOVE "REGISTER TABLE FULL - RUN STOPPED"
018230         TO EXCPT-REASON.
018240     WRITE EXCPT-RECORD.
018250     CLOSE EXCEPTION-REPORT.
018780         MOVE WRK-REG-NET(WRK-REG-SUB) TO WRK-FMT-AMOUNT
018790         PERFORM 3200-FORMAT-AMOUNT THRU 3200-EXIT
018800         MOVE WRK-FMT-AMOUNT-ED TO WRK-NET-PAY-ED
018803         MOVE WRK-REG-VAR-AREA(WRK-REG-SUB) TO WRK-VAR-AREA
018806         MOVE WRK-REG-DEDN-AREA(WRK-REG-SUB) TO WRK-DEDN-AREA
018810         PERFORM 6300-PRINT-DETAIL THRU 6300-EXIT
018820         ADD WRK-REG-GROSS(WRK-REG-SUB) TO WRK-DEPT-GROSS
018830         ADD WRK-REG-DEDUCT(WRK-REG-SUB) TO WRK-DEPT-DEDUCT
019120 6713-EXIT.
019130     EXIT.
019140*****************************************************
019141*6800-PRINT-SIM-COMPARISON - AFTER A SIMULATION'S
019142*REGISTER, EVERY SIMULATED EMPLOYEE SIDE BY SIDE WITH
019143*THE LAST PAY THEY REALLY RECEIVED - THE LATEST PAYHIST
019144*ROW OF THE SAME RUN TYPE AND CURRENCY AT OR BEFORE THE
019145*PERIOD SIMULATED - SO FINANCE AND HR SEE WHAT THE
019146*CHANGE COSTS, EMPLOYEE BY EMPLOYEE, BEFORE SIGNING OFF
019147*****************************************************
019148 6800-PRINT-SIM-COMPARISON.
019149     MOVE 'N' TO WRK-CMP-HIST-SW.
019150     OPEN INPUT PAY-HISTORY-FILE.
019151     IF WRK-PAYH-OK
019152         SET WRK-CMP-HIST-AVAIL TO TRUE
019153     END-IF.
019154     PERFORM 6805-PRINT-CMP-HEADERS THRU 6805-EXIT.
019155     PERFORM 6810-COMPARE-ONE-EMP THRU 6810-EXIT
019156         VARYING WRK-REG-SUB FROM 1 BY 1
019157         UNTIL WRK-REG-SUB > WRK-REG-TOTAL.
019158     IF WRK-CMP-HIST-AVAIL
019159         CLOSE PAY-HISTORY-FILE
019160     END-IF.
019161     PERFORM 6830-PRINT-CMP-TOTALS THRU 6830-EXIT.
019162 6800-EXIT.
019163     EXIT.
019164 6805-PRINT-CMP-HEADERS.
019165     ADD 1 TO WRK-PAGE-NO.
019166     MOVE WRK-PAGE-NO TO WRK-PAGE-NO-ED.
019167     MOVE SPACES TO PAYROLL-RPT-RECORD.
019168     STRING "ACME CORPORATION" DELIMITED BY SIZE
019169            "      SIMULATION VS LAST REAL PAY   PAGE "
019170                DELIMITED BY SIZE
019171            WRK-PAGE-NO-ED DELIMITED BY SIZE
019172         INTO PAYROLL-RPT-RECORD.
019173     WRITE PAYROLL-RPT-RECORD.
019174     PERFORM 6210-PRINT-SIM-BANNER THRU 6210-EXIT.
019175     MOVE SPACES TO PAYROLL-RPT-RECORD.
019176     STRING "PERIOD: " DELIMITED BY SIZE
019177            WRK-PAY-PERIOD DELIMITED BY SIZE
019178            "   TYPE: " DELIMITED BY SIZE
019179            WRK-RUN-TYPE DELIMITED BY SIZE
019180            "   CURRENCY: " DELIMITED BY SIZE
019181            WRK-CURRENCY-SW DELIMITED BY SIZE
019182         INTO PAYROLL-RPT-RECORD.
019183     WRITE PAYROLL-RPT-RECORD.
019184     MOVE SPACES TO PAYROLL-RPT-RECORD.
019185     STRING "EMPNO NAME                 LAST REAL PAY"
019186                DELIMITED BY SIZE
019187         INTO PAYROLL-RPT-RECORD.
019188     WRITE PAYROLL-RPT-RECORD.
019189     MOVE SPACES TO PAYROLL-RPT-RECORD.
019190     STRING "      ITEM  LAST REAL        " DELIMITED BY SIZE
019191            "SIMULATED         DIFFERENCE" DELIMITED BY SIZE
019192         INTO PAYROLL-RPT-RECORD.
019193     WRITE PAYROLL-RPT-RECORD.
019194     MOVE 0 TO WRK-LINE-NO.
019195 6805-EXIT.
019196     EXIT.
019197*****************************************************
019198*6810-COMPARE-ONE-EMP - THREE LINES PER EMPLOYEE: WHO,
019199*AND WHICH PERIOD WAS LAST REALLY PAID, THEN GROSS AND
019200*NET. AN EMPLOYEE NEVER PAID ON THIS RUN TYPE BEFORE
019201*SHOWS THE SIMULATED FIGURES ALONE
019202*****************************************************
019203 6810-COMPARE-ONE-EMP.
019204     ADD 3 TO WRK-LINE-NO.
019205     IF WRK-LINE-NO > WRK-LINES-PER-PAGE
019206         PERFORM 6805-PRINT-CMP-HEADERS THRU 6805-EXIT
019207         MOVE 3 TO WRK-LINE-NO
019208     END-IF.
019209     PERFORM 6820-FIND-LAST-REAL THRU 6820-EXIT.
019210     MOVE SPACES TO PAYROLL-RPT-RECORD.
019211     IF WRK-CMP-FOUND
019212         STRING WRK-REG-EMP-NUMBER(WRK-REG-SUB)
019213                    DELIMITED BY SIZE
019214                " " DELIMITED BY SIZE
019215                WRK-REG-NAME(WRK-REG-SUB) DELIMITED BY SIZE
019216                " " DELIMITED BY SIZE
019217                WRK-CMP-PERIOD DELIMITED BY SIZE
019218             INTO PAYROLL-RPT-RECORD
019219         ADD WRK-CMP-GROSS TO WRK-CMP-REAL-GROSS-TOT
019220         ADD WRK-CMP-NET TO WRK-CMP-REAL-NET-TOT
019221     ELSE
019222         STRING WRK-REG-EMP-NUMBER(WRK-REG-SUB)
019223                    DELIMITED BY SIZE
019224                " " DELIMITED BY SIZE
019225                WRK-REG-NAME(WRK-REG-SUB) DELIMITED BY SIZE
019226                " NO EARLIER PAY ON FILE" DELIMITED BY SIZE
019227             INTO PAYROLL-RPT-RECORD
019228         ADD 1 TO WRK-CMP-NEW-COUNT
019229     END-IF.
019230     WRITE PAYROLL-RPT-RECORD.
019231     ADD WRK-REG-GROSS(WRK-REG-SUB) TO WRK-CMP-SIM-GROSS-TOT.
019232     ADD WRK-REG-NET(WRK-REG-SUB) TO WRK-CMP-SIM-NET-TOT.
019233     MOVE "GROSS" TO WRK-CMP-ITEM.
019234     MOVE WRK-CMP-GROSS TO WRK-CMP-REAL.
019235     MOVE WRK-REG-GROSS(WRK-REG-SUB) TO WRK-CMP-SIM.
019236     PERFORM 6840-PRINT-CMP-LINE THRU 6840-EXIT.
019237     MOVE "NET" TO WRK-CMP-ITEM.
019238     MOVE WRK-CMP-NET TO WRK-CMP-REAL.
019239     MOVE WRK-REG-NET(WRK-REG-SUB) TO WRK-CMP-SIM.
019240     PERFORM 6840-PRINT-CMP-LINE THRU 6840-EXIT.
019241 6810-EXIT.
019242     EXIT.
019243*****************************************************
019244*6820-FIND-LAST-REAL - WALKS THE EMPLOYEE'S PAYHIST
019245*ROWS IN PERIOD ORDER UP TO THE PERIOD SIMULATED,
019246*KEEPING THE LAST ONE OF THE SAME RUN TYPE AND CURRENCY
019247*****************************************************
019248 6820-FIND-LAST-REAL.
019249     MOVE 'N' TO WRK-CMP-FOUND-SW.
019250     MOVE ZERO TO WRK-CMP-PERIOD.
019251     MOVE ZERO TO WRK-CMP-GROSS.
019252     MOVE ZERO TO WRK-CMP-NET.
019253     IF NOT WRK-CMP-HIST-AVAIL
019254         GO TO 6820-EXIT
019255     END-IF.
019256     MOVE 'N' TO WRK-CMP-EOF-SW.
019257     MOVE WRK-REG-EMP-NUMBER(WRK-REG-SUB) TO PAYH-EMP-NUMBER.
019258     MOVE ZERO TO PAYH-PERIOD.
019259     MOVE SPACES TO PAYH-RUN-TYPE.
019260     START PAY-HISTORY-FILE KEY NOT < PAYH-KEY
019261         INVALID KEY
019262             SET WRK-CMP-EOF TO TRUE
019263     END-START.
019264     PERFORM 6825-READ-ONE-REAL THRU 6825-EXIT
019265         UNTIL WRK-CMP-EOF.
019266 6820-EXIT.
019267     EXIT.
019268 6825-READ-ONE-REAL.
019269     READ PAY-HISTORY-FILE NEXT RECORD
019270         AT END
019271             SET WRK-CMP-EOF TO TRUE
019272             GO TO 6825-EXIT
019273     END-READ.
019274     IF NOT WRK-PAYH-OK
019275         OR PAYH-EMP-NUMBER NOT =
019276             WRK-REG-EMP-NUMBER(WRK-REG-SUB)
019277         OR PAYH-PERIOD > WRK-PAY-PERIOD
019278         SET WRK-CMP-EOF TO TRUE
019279         GO TO 6825-EXIT
019280     END-IF.
019281     IF PAYH-RUN-TYPE = WRK-RUN-TYPE
019282         AND PAYH-CURRENCY = WRK-CURRENCY-SW
019283         AND NOT PAYH-VOIDED
019284         MOVE PAYH-PERIOD TO WRK-CMP-PERIOD
019285         MOVE PAYH-GROSS TO WRK-CMP-GROSS
019286         MOVE PAYH-NET TO WRK-CMP-NET
019287         SET WRK-CMP-FOUND TO TRUE
019288     END-IF.
019289 6825-EXIT.
019290     EXIT.
019291*****************************************************
019292*6830-PRINT-CMP-TOTALS - THE WHOLE RUN, REAL AGAINST
019293*SIMULATED. THE SIMULATED SIDE INCLUDES EMPLOYEES WITH
019294*NO EARLIER PAY, SO THE DIFFERENCE IS WHAT THE PERIOD
019295*WOULD REALLY COST MORE OR LESS
019296*****************************************************
019297 6830-PRINT-CMP-TOTALS.
019298     MOVE WRK-REG-TOTAL TO WRK-EMP-COUNT-ED.
019299     MOVE WRK-CMP-NEW-COUNT TO WRK-CMP-NEW-COUNT-ED.
019300     MOVE SPACES TO PAYROLL-RPT-RECORD.
019301     STRING "TOTALS FOR " DELIMITED BY SIZE
019302            WRK-EMP-COUNT-ED DELIMITED BY SIZE
019303            " EMPLOYEES - " DELIMITED BY SIZE
019304            WRK-CMP-NEW-COUNT-ED DELIMITED BY SIZE
019305            " WITH NO EARLIER PAY" DELIMITED BY SIZE
019306         INTO PAYROLL-RPT-RECORD.
019307     WRITE PAYROLL-RPT-RECORD.
019308     SET WRK-CMP-FOUND TO TRUE.
019309     MOVE "GROSS" TO WRK-CMP-ITEM.
019310     MOVE WRK-CMP-REAL-GROSS-TOT TO WRK-CMP-REAL.
019311     MOVE WRK-CMP-SIM-GROSS-TOT TO WRK-CMP-SIM.
019312     PERFORM 6840-PRINT-CMP-LINE THRU 6840-EXIT.
019313     MOVE "NET" TO WRK-CMP-ITEM.
019314     MOVE WRK-CMP-REAL-NET-TOT TO WRK-CMP-REAL.
019315     MOVE WRK-CMP-SIM-NET-TOT TO WRK-CMP-SIM.
019316     PERFORM 6840-PRINT-CMP-LINE THRU 6840-EXIT.
019317 6830-EXIT.
019318     EXIT.
019319*****************************************************
019320*6840-PRINT-CMP-LINE - ONE REAL/SIMULATED/DIFFERENCE
019321*LINE, THE DIFFERENCE SIGNED SINCE THE AMOUNT FORMATTER
019322*PRINTS MAGNITUDES ONLY
019323*****************************************************
019324 6840-PRINT-CMP-LINE.
019325     MOVE WRK-CMP-SIM TO WRK-FMT-AMOUNT.
019326     PERFORM 3200-FORMAT-AMOUNT THRU 3200-EXIT.
019327     MOVE WRK-FMT-AMOUNT-ED TO WRK-CMP-SIM-ED.
019328     MOVE SPACES TO WRK-CMP-REAL-ED.
019329     MOVE SPACE TO WRK-CMP-SIGN.
019330     MOVE SPACES TO WRK-CMP-DIFF-ED.
019331     IF WRK-CMP-FOUND
019332         MOVE WRK-CMP-REAL TO WRK-FMT-AMOUNT
019333         PERFORM 3200-FORMAT-AMOUNT THRU 3200-EXIT
019334         MOVE WRK-FMT-AMOUNT-ED TO WRK-CMP-REAL-ED
019335         COMPUTE WRK-CMP-DIFF = WRK-CMP-SIM - WRK-CMP-REAL
019336         MOVE "+" TO WRK-CMP-SIGN
019337         IF WRK-CMP-DIFF < ZERO
019338             MOVE "-" TO WRK-CMP-SIGN
019339             COMPUTE WRK-CMP-DIFF = ZERO - WRK-CMP-DIFF
019340         END-IF
019341         MOVE WRK-CMP-DIFF TO WRK-FMT-AMOUNT
019342         PERFORM 3200-FORMAT-AMOUNT THRU 3200-EXIT
019343         MOVE WRK-FMT-AMOUNT-ED TO WRK-CMP-DIFF-ED
019344     END-IF.
019345     MOVE WRK-CMP-LINE TO PAYROLL-RPT-RECORD.
019346     WRITE PAYROLL-RPT-RECORD.
019347 6840-EXIT.
019348     EXIT.
019349*****************************************************
019350*6400-PRINT-FOOTER - HEADCOUNT/GRAND-TOTAL FOOTER
019351*****************************************************
019352 6400-PRINT-FOOTER.
019353     MOVE SPACES TO PAYROLL-RPT-RECORD.
019354     STRING "EMPLOYEES PROCESSED: " DELIMITED BY SIZE
019355            WRK-EMP-COUNT-ED DELIMITED BY SIZE
019356         INTO PAYROLL-RPT-RECORD.
019357     WRITE PAYROLL-RPT-RECORD.
019358     MOVE SPACES TO PAYROLL-RPT-RECORD.
019359     STRING "GRAND TOTAL SALARY:  " DELIMITED BY SIZE
019360            WRK-GRAND-TOTAL-ED DELIMITED BY SIZE
019361         INTO PAYROLL-RPT-RECORD.
019362     WRITE PAYROLL-RPT-RECORD.
019363 6400-EXIT.
019364     EXIT.
019365*****************************************************
019366*6900-CLOSE-REPORT
019367*****************************************************
019368 6900-CLOSE-REPORT.
019369     CLOSE PAYROLL-RPT-FILE.
019370 6900-EXIT.
019371     EXIT.
019372*****************************************************
019373*6930-PRINT-EMPLOYER-COSTS - AFTER A BATCH HAS BALANCED,
019374*PRINTS WHAT THE PERIOD COST THE COMPANY BY DEPARTMENT:
019375*GROSS, THE FGTS DEPOSIT, EMPLOYER INSS WITH RAT, THE
019376*THIRD-PARTY SHARE AND THE TOTAL, SO ACCOUNTING STOPS
019377*REBUILDING THEM BY HAND FROM THE REGISTER. SAME SWEEP
019378*BY LOWEST DEPARTMENT AS THE GROUPED REGISTER
019379*****************************************************
019380 6930-PRINT-EMPLOYER-COSTS.
019381     IF WRK-REG-TOTAL = ZERO
019382         GO TO 6930-EXIT
019383     END-IF.
019384     OPEN OUTPUT EMPLOYER-COST-FILE.
019385     MOVE SPACES TO EMPLOYER-COST-RECORD.
019386     STRING "ACME CORPORATION" DELIMITED BY SIZE
019387            "     EMPLOYER CHARGES BY DEPARTMENT"
019388                DELIMITED BY SIZE
019389         INTO EMPLOYER-COST-RECORD.
019390     WRITE EMPLOYER-COST-RECORD.
019391     MOVE SPACES TO EMPLOYER-COST-RECORD.
019392     STRING "RUN DATE: " DELIMITED BY SIZE
019393            WRK-RUN-DATE-ED DELIMITED BY SIZE
019394            "   PERIOD: " DELIMITED BY SIZE
019395            WRK-PAY-PERIOD DELIMITED BY SIZE
019396            "   TYPE: " DELIMITED BY SIZE
019397            WRK-RUN-TYPE DELIMITED BY SIZE
019398            "   CURRENCY: " DELIMITED BY SIZE
019399            WRK-CURRENCY-SW DELIMITED BY SIZE
019400         INTO EMPLOYER-COST-RECORD.
019401     WRITE EMPLOYER-COST-RECORD.
019402     MOVE WRK-CHG-FGTS-PCT TO WRK-CHG-FGTS-PCT-ED.
019403     COMPUTE WRK-CHG-INSS-RAT-PCT =
019404         WRK-CHG-INSS-PCT + WRK-CHG-RAT-PCT.
019405     MOVE WRK-CHG-INSS-RAT-PCT TO WRK-CHG-INSS-PCT-ED.
019406     MOVE WRK-CHG-THIRD-PCT TO WRK-CHG-THIRD-PCT-ED.
019407     MOVE SPACES TO EMPLOYER-COST-RECORD.
019408     STRING "RATES - FGTS: " DELIMITED BY SIZE
019409            WRK-CHG-FGTS-PCT-ED DELIMITED BY SIZE
019410            "%  INSS EMPR+RAT: " DELIMITED BY SIZE
019411            WRK-CHG-INSS-PCT-ED DELIMITED BY SIZE
019412            "%  THIRD PARTY: " DELIMITED BY SIZE
019413            WRK-CHG-THIRD-PCT-ED DELIMITED BY SIZE
019414            "%" DELIMITED BY SIZE
019415         INTO EMPLOYER-COST-RECORD.
019416     WRITE EMPLOYER-COST-RECORD.
019417     MOVE SPACES TO EMPLOYER-COST-RECORD.
019418     STRING "DEPT EMPL " DELIMITED BY SIZE
019419            "         GROSS" DELIMITED BY SIZE
019420            "          FGTS" DELIMITED BY SIZE
019421            "     INSS EMPR" DELIMITED BY SIZE
019422            "   THIRD PARTY" DELIMITED BY SIZE
019423            "    TOTAL COST" DELIMITED BY SIZE
019424         INTO EMPLOYER-COST-RECORD.
019425     WRITE EMPLOYER-COST-RECORD.
019426     MOVE ZERO TO WRK-CHG-GRAND-COUNT.
019427     MOVE ZERO TO WRK-CHG-GRAND-GROSS.
019428     MOVE ZERO TO WRK-CHG-GRAND-FGTS.
019429     MOVE ZERO TO WRK-CHG-GRAND-INSSER.
019430     MOVE ZERO TO WRK-CHG-GRAND-THIRD.
019431     PERFORM 6931-RESET-CHG-SW THRU 6931-EXIT
019432         VARYING WRK-REG-SUB FROM 1 BY 1
019433         UNTIL WRK-REG-SUB > WRK-REG-TOTAL.
019434     MOVE WRK-REG-TOTAL TO WRK-CHG-REMAINING.
019435     PERFORM 6932-PRINT-DEPT-COST THRU 6932-EXIT
019436         UNTIL WRK-CHG-REMAINING = 0.
019437     MOVE "TOTAL" TO WRK-CHG-ROW-LABEL.
019438     MOVE WRK-CHG-GRAND-COUNT TO WRK-CHG-COUNT-ED.
019439     MOVE WRK-CHG-GRAND-GROSS TO WRK-CHG-GROSS-ED.
019440     MOVE WRK-CHG-GRAND-FGTS TO WRK-CHG-FGTS-ED.
019441     MOVE WRK-CHG-GRAND-INSSER TO WRK-CHG-INSSER-ED.
019442     MOVE WRK-CHG-GRAND-THIRD TO WRK-CHG-THIRD-ED.
019443     COMPUTE WRK-CHG-TOTAL-ED = WRK-CHG-GRAND-GROSS
019444         + WRK-CHG-GRAND-FGTS + WRK-CHG-GRAND-INSSER
019445         + WRK-CHG-GRAND-THIRD.
019446     MOVE ALL "-" TO EMPLOYER-COST-RECORD.
019447     WRITE EMPLOYER-COST-RECORD.
019448     PERFORM 6936-WRITE-COST-ROW THRU 6936-EXIT.
019449     CLOSE EMPLOYER-COST-FILE.
019450 6930-EXIT.
019451     EXIT.
019452 6931-RESET-CHG-SW.
019453     MOVE 'N' TO WRK-REG-CHG-SW(WRK-REG-SUB).
019454 6931-EXIT.
019455     EXIT.
019456 6932-PRINT-DEPT-COST.
019457     MOVE HIGH-VALUES TO WRK-CUR-DEPT.
019458     PERFORM 6933-FIND-LOWEST-CHG-DEPT THRU 6933-EXIT
019459         VARYING WRK-REG-SUB FROM 1 BY 1
019460         UNTIL WRK-REG-SUB > WRK-REG-TOTAL.
019461     MOVE ZERO TO WRK-CHG-DEPT-COUNT.
019462     MOVE ZERO TO WRK-CHG-DEPT-GROSS.
019463     MOVE ZERO TO WRK-CHG-DEPT-FGTS.
019464     MOVE ZERO TO WRK-CHG-DEPT-INSSER.
019465     MOVE ZERO TO WRK-CHG-DEPT-THIRD.
019466     PERFORM 6934-SUM-CHG-ENTRY THRU 6934-EXIT
019467         VARYING WRK-REG-SUB FROM 1 BY 1
019468         UNTIL WRK-REG-SUB > WRK-REG-TOTAL.
019469     MOVE WRK-CUR-DEPT TO WRK-CHG-ROW-LABEL.
019470     MOVE WRK-CHG-DEPT-COUNT TO WRK-CHG-COUNT-ED.
019471     MOVE WRK-CHG-DEPT-GROSS TO WRK-CHG-GROSS-ED.
019472     MOVE WRK-CHG-DEPT-FGTS TO WRK-CHG-FGTS-ED.
019473     MOVE WRK-CHG-DEPT-INSSER TO WRK-CHG-INSSER-ED.
019474     MOVE WRK-CHG-DEPT-THIRD TO WRK-CHG-THIRD-ED.
019475     COMPUTE WRK-CHG-TOTAL-ED = WRK-CHG-DEPT-GROSS
019476         + WRK-CHG-DEPT-FGTS + WRK-CHG-DEPT-INSSER
019477         + WRK-CHG-DEPT-THIRD.
019478     PERFORM 6936-WRITE-COST-ROW THRU 6936-EXIT.
019479     ADD WRK-CHG-DEPT-COUNT TO WRK-CHG-GRAND-COUNT.
019480     ADD WRK-CHG-DEPT-GROSS TO WRK-CHG-GRAND-GROSS.
019481     ADD WRK-CHG-DEPT-FGTS TO WRK-CHG-GRAND-FGTS.
019482     ADD WRK-CHG-DEPT-INSSER TO WRK-CHG-GRAND-INSSER.
019483     ADD WRK-CHG-DEPT-THIRD TO WRK-CHG-GRAND-THIRD.
019484 6932-EXIT.
019485     EXIT.
019486 6933-FIND-LOWEST-CHG-DEPT.
019487     IF WRK-REG-CHG-SW(WRK-REG-SUB) = 'N'
019488         AND WRK-REG-DEPT(WRK-REG-SUB) < WRK-CUR-DEPT
019489         MOVE WRK-REG-DEPT(WRK-REG-SUB) TO WRK-CUR-DEPT
019490     END-IF.
019491 6933-EXIT.
019492     EXIT.
019493 6934-SUM-CHG-ENTRY.
019494     IF WRK-REG-CHG-SW(WRK-REG-SUB) = 'N'
019495         AND WRK-REG-DEPT(WRK-REG-SUB) = WRK-CUR-DEPT
019496         ADD 1 TO WRK-CHG-DEPT-COUNT
019497         ADD WRK-REG-GROSS(WRK-REG-SUB) TO WRK-CHG-DEPT-GROSS
019498         ADD WRK-REG-FGTS(WRK-REG-SUB) TO WRK-CHG-DEPT-FGTS
019499         ADD WRK-REG-INSS-ER(WRK-REG-SUB)
019500             TO WRK-CHG-DEPT-INSSER
019501         ADD WRK-REG-THIRD(WRK-REG-SUB) TO WRK-CHG-DEPT-THIRD
019502         MOVE 'Y' TO WRK-REG-CHG-SW(WRK-REG-SUB)
019503         SUBTRACT 1 FROM WRK-CHG-REMAINING
019504     END-IF.
019505 6934-EXIT.
019506     EXIT.
019507 6936-WRITE-COST-ROW.
019508     MOVE SPACES TO EMPLOYER-COST-RECORD.
019509     STRING WRK-CHG-ROW-LABEL DELIMITED BY SIZE
019510            WRK-CHG-COUNT-ED DELIMITED BY SIZE
019511            " " DELIMITED BY SIZE
019512            " " DELIMITED BY SIZE
019513            WRK-CHG-GROSS-ED DELIMITED BY SIZE
019514            " " DELIMITED BY SIZE
019515            WRK-CHG-FGTS-ED DELIMITED BY SIZE
019516            " " DELIMITED BY SIZE
019517            WRK-CHG-INSSER-ED DELIMITED BY SIZE
019518            " " DELIMITED BY SIZE
019519            WRK-CHG-THIRD-ED DELIMITED BY SIZE
019520            " " DELIMITED BY SIZE
019521            WRK-CHG-TOTAL-ED DELIMITED BY SIZE
019522         INTO EMPLOYER-COST-RECORD.
019523     WRITE EMPLOYER-COST-RECORD.
019524 6936-EXIT.
019525     EXIT.
019526*****************************************************
019527*6850-APPLY-YTD - AFTER A BATCH HAS BALANCED, POSTS
019528*EVERY HELD EMPLOYEE'S PERIOD FIGURES TO THE
019529*YEAR-TO-DATE FILE, KEYED BY EMPLOYEE AND RUN YEAR.
019530*RUNNING OFF THE SAME TABLE THE REGISTER PRINTS FROM
019531*IS WHAT KEEPS THE TWO FROM EVER DRIFTING APART
019532*****************************************************
019533 6850-APPLY-YTD.
019534     IF WRK-REG-TOTAL = ZERO
019535         GO TO 6850-EXIT
019536     END-IF.
019537     OPEN I-O YTD-FILE.
019538     IF WRK-YTD-NOT-FOUND
019539         OPEN OUTPUT YTD-FILE
019540         CLOSE YTD-FILE
019541         OPEN I-O YTD-FILE
019542     END-IF.
019543     PERFORM 6860-POST-ONE-YTD THRU 6860-EXIT
019550         VARYING WRK-REG-SUB FROM 1 BY 1
019560         UNTIL WRK-REG-SUB > WRK-REG-TOTAL.
019570     CLOSE YTD-FILE.
019830             ADD WRK-REG-GROSS(WRK-REG-SUB) TO YTD-13TH
019840         WHEN WRK-RUN-FERIAS
019850             ADD WRK-REG-GROSS(WRK-REG-SUB) TO YTD-FERIAS
019851         WHEN WRK-RUN-RESCISAO
019852             ADD WRK-REG-TERM-13TH(WRK-REG-SUB) TO YTD-13TH
019853             ADD WRK-REG-TERM-VAC(WRK-REG-SUB) TO YTD-FERIAS
019854             COMPUTE YTD-GROSS = YTD-GROSS
019855                 + WRK-REG-GROSS(WRK-REG-SUB)
019856                 - WRK-REG-TERM-13TH(WRK-REG-SUB)
019857                 - WRK-REG-TERM-VAC(WRK-REG-SUB)
019860         WHEN OTHER
019870             ADD WRK-REG-GROSS(WRK-REG-SUB) TO YTD-GROSS
019880     END-EVALUATE.
019970 6860-EXIT.
019980     EXIT.
019990*****************************************************
020000*6630-POST-PAYMENT-SENT - ONE RECORD PER REMITTED
020010*CREDIT ON THE PAYMENT STATUS FILE, KEYED BY EMPLOYEE
020016*AND REMITTANCE DATE. IT POSTS HELD - PAYAPRV FLIPS IT
020022*TO SENT WHEN THE SUPERVISOR RELEASES THE BANK FILE,
020028*AND BANKRET SETTLES OR REJECTS IT WHEN THE BANK
020034*ANSWERS. A RE-RUN OF THE SAME DATE REWRITES THE SAME
020040*KEY BACK TO HELD
020050*****************************************************
020060 6630-POST-PAYMENT-SENT.
020070     MOVE SPACES TO PAYS-RECORD.
020080     MOVE PAYROLL-IN-EMP-NUMBER TO PAYS-EMP-NUMBER.
020090     MOVE WRK-RUN-DATE TO PAYS-REM-DATE.
020100     MOVE WRK-CA-AMOUNT-CENTS TO PAYS-NET-CENTS.
020110     MOVE 'HELD' TO PAYS-STATUS.
020120     MOVE SPACES TO PAYS-RETURN-REASON.
020130*THE EXPECTED SETTLEMENT DATE GOES ON AT SENT TIME;
020140*BANKRET OVERWRITES IT WITH WHAT ACTUALLY HAPPENED
020360     MOVE ZERO TO WRK-GL-INSS-TOTAL.
020370     MOVE ZERO TO WRK-GL-IRRF-TOTAL.
020380     MOVE ZERO TO WRK-GL-NET-TOTAL.
020381     MOVE ZERO TO WRK-GL-DEDN-AREA.
020382     MOVE ZERO TO WRK-GL-DEDN-SUM.
020383     MOVE ZERO TO WRK-GL-FGTS-TOTAL.
020384     MOVE ZERO TO WRK-GL-INSSER-TOTAL.
020385     MOVE ZERO TO WRK-GL-THIRD-TOTAL.
020390     MOVE ZERO TO WRK-GL-DEBIT-CENTS.
020400     MOVE ZERO TO WRK-GL-CREDIT-CENTS.
020410     PERFORM 6955-ACCUM-ONE-GL THRU 6955-EXIT
020430         UNTIL WRK-REG-SUB > WRK-REG-TOTAL.
020440     COMPUTE WRK-GL-CREDIT-CENTS =
020450         (WRK-GL-INSS-TOTAL + WRK-GL-IRRF-TOTAL
020455          + WRK-GL-DEDN-SUM + WRK-GL-NET-TOTAL
020460          + WRK-GL-FGTS-TOTAL + WRK-GL-INSSER-TOTAL
020465          + WRK-GL-THIRD-TOTAL) * 100.
020470     IF WRK-GL-DEBIT-CENTS NOT = WRK-GL-CREDIT-CENTS
020480         SET WRK-GL-UNBALANCED TO TRUE
020490         PERFORM 6990-LOG-GL-IMBALANCE THRU 6990-EXIT
020520         GO TO 6950-EXIT
020530     END-IF.
020540     OPEN OUTPUT GL-POST-FILE.
020542*THE RUN DATE AND TIME IDENTIFY THE RUN ON GLUPDT'S
020544*BATCH REGISTER; THE PAY PERIOD IS THE MONTH IT POSTS TO
020546     ACCEPT WRK-GL-RUN-TIME FROM TIME.
020550     MOVE SPACES TO GL-POST-RECORD.
020560     STRING "H" DELIMITED BY SIZE
020570            WRK-RUN-DATE DELIMITED BY SIZE
020572            WRK-GL-RUN-TIME DELIMITED BY SIZE
020574            WRK-PAY-PERIOD DELIMITED BY SIZE
020576            WRK-RUN-TYPE DELIMITED BY SIZE
020580         INTO GL-POST-RECORD.
020590     WRITE GL-POST-RECORD.
020600     MOVE WRK-REG-TOTAL TO WRK-GL-REMAINING.
020660     MOVE WRK-GL-ACCT-IRRF TO WRK-GL-ACCOUNT.
020670     MOVE WRK-GL-IRRF-TOTAL TO WRK-GL-DEPT-GROSS.
020680     PERFORM 6970-WRITE-CREDIT-LINE THRU 6970-EXIT.
020681     PERFORM 6975-WRITE-DEDN-CREDIT THRU 6975-EXIT
020682         VARYING WRK-DED-CODE-SUB FROM 1 BY 1
020683         UNTIL WRK-DED-CODE-SUB > WRK-DED-CODE-MAX.
020684     IF WRK-GL-FGTS-TOTAL NOT = ZERO
020685         MOVE WRK-GL-ACCT-FGTS-PAY TO WRK-GL-ACCOUNT
020686         MOVE WRK-GL-FGTS-TOTAL TO WRK-GL-DEPT-GROSS
020687         PERFORM 6970-WRITE-CREDIT-LINE THRU 6970-EXIT
020688     END-IF.
020689     IF WRK-GL-INSSER-TOTAL NOT = ZERO
020690         MOVE WRK-GL-ACCT-INSSER-PAY TO WRK-GL-ACCOUNT
020691         MOVE WRK-GL-INSSER-TOTAL TO WRK-GL-DEPT-GROSS
020692         PERFORM 6970-WRITE-CREDIT-LINE THRU 6970-EXIT
020693     END-IF.
020694     IF WRK-GL-THIRD-TOTAL NOT = ZERO
020695         MOVE WRK-GL-ACCT-THIRD-PAY TO WRK-GL-ACCOUNT
020696         MOVE WRK-GL-THIRD-TOTAL TO WRK-GL-DEPT-GROSS
020697         PERFORM 6970-WRITE-CREDIT-LINE THRU 6970-EXIT
020698     END-IF.
020699     MOVE WRK-GL-ACCT-NETCLR TO WRK-GL-ACCOUNT.
020700     MOVE WRK-GL-NET-TOTAL TO WRK-GL-DEPT-GROSS.
020710     PERFORM 6970-WRITE-CREDIT-LINE THRU 6970-EXIT.
020720     MOVE SPACES TO GL-POST-RECORD.
020820     ADD WRK-REG-INSS(WRK-REG-SUB) TO WRK-GL-INSS-TOTAL.
020830     ADD WRK-REG-IRRF(WRK-REG-SUB) TO WRK-GL-IRRF-TOTAL.
020840     ADD WRK-REG-NET(WRK-REG-SUB) TO WRK-GL-NET-TOTAL.
020841     PERFORM 6956-ACCUM-ONE-DEDN THRU 6956-EXIT
020842         VARYING WRK-DED-CODE-SUB FROM 1 BY 1
020843         UNTIL WRK-DED-CODE-SUB > WRK-DED-CODE-MAX.
020844     ADD WRK-REG-FGTS(WRK-REG-SUB) TO WRK-GL-FGTS-TOTAL.
020845     ADD WRK-REG-INSS-ER(WRK-REG-SUB) TO WRK-GL-INSSER-TOTAL.
020846     ADD WRK-REG-THIRD(WRK-REG-SUB) TO WRK-GL-THIRD-TOTAL.
020850     COMPUTE WRK-GL-DEBIT-CENTS = WRK-GL-DEBIT-CENTS
020854         + ((WRK-REG-GROSS(WRK-REG-SUB)
020858             + WRK-REG-FGTS(WRK-REG-SUB)
020862             + WRK-REG-INSS-ER(WRK-REG-SUB)
020866             + WRK-REG-THIRD(WRK-REG-SUB)) * 100).
020870     MOVE 'N' TO WRK-REG-GL-SW(WRK-REG-SUB).
020880 6955-EXIT.
020881     EXIT.
020882 6956-ACCUM-ONE-DEDN.
020883     ADD WRK-REG-DEDN-AMT(WRK-REG-SUB, WRK-DED-CODE-SUB)
020884         TO WRK-GL-DEDN-TOTAL(WRK-DED-CODE-SUB).
020885     ADD WRK-REG-DEDN-AMT(WRK-REG-SUB, WRK-DED-CODE-SUB)
020886         TO WRK-GL-DEDN-SUM.
020887 6956-EXIT.
020890     EXIT.
020900*****************************************************
020910*6960-WRITE-DEPT-DEBIT - FINDS THE LOWEST DEPARTMENT
020990         VARYING WRK-REG-SUB FROM 1 BY 1
021000         UNTIL WRK-REG-SUB > WRK-REG-TOTAL.
021010     MOVE ZERO TO WRK-GL-DEPT-GROSS.
021012     MOVE ZERO TO WRK-GL-DEPT-FGTS.
021014     MOVE ZERO TO WRK-GL-DEPT-INSSER.
021016     MOVE ZERO TO WRK-GL-DEPT-THIRD.
021020     PERFORM 6962-SUM-DEPT-ENTRY THRU 6962-EXIT
021030         VARYING WRK-REG-SUB FROM 1 BY 1
021040         UNTIL WRK-REG-SUB > WRK-REG-TOTAL.
021090     MOVE WRK-CUR-DEPT TO WRK-GL-DEPT.
021100     MOVE WRK-GL-LINE TO GL-POST-RECORD.
021110     WRITE GL-POST-RECORD.
021111     MOVE WRK-GL-ACCT-FGTS-EXP TO WRK-GL-ACCOUNT.
021112     MOVE WRK-GL-DEPT-FGTS TO WRK-GL-DEPT-CHARGE.
021113     PERFORM 6965-WRITE-CHARGE-DEBIT THRU 6965-EXIT.
021114     MOVE WRK-GL-ACCT-INSSER-EXP TO WRK-GL-ACCOUNT.
021115     MOVE WRK-GL-DEPT-INSSER TO WRK-GL-DEPT-CHARGE.
021116     PERFORM 6965-WRITE-CHARGE-DEBIT THRU 6965-EXIT.
021117     MOVE WRK-GL-ACCT-THIRD-EXP TO WRK-GL-ACCOUNT.
021118     MOVE WRK-GL-DEPT-THIRD TO WRK-GL-DEPT-CHARGE.
021119     PERFORM 6965-WRITE-CHARGE-DEBIT THRU 6965-EXIT.
021120 6960-EXIT.
021130     EXIT.
021140 6961-FIND-LOWEST-GL-DEPT.
021220     IF WRK-REG-GL-SW(WRK-REG-SUB) = 'N'
021230         AND WRK-REG-DEPT(WRK-REG-SUB) = WRK-CUR-DEPT
021240         ADD WRK-REG-GROSS(WRK-REG-SUB) TO WRK-GL-DEPT-GROSS
021242         ADD WRK-REG-FGTS(WRK-REG-SUB) TO WRK-GL-DEPT-FGTS
021244         ADD WRK-REG-INSS-ER(WRK-REG-SUB) TO WRK-GL-DEPT-INSSER
021246         ADD WRK-REG-THIRD(WRK-REG-SUB) TO WRK-GL-DEPT-THIRD
021250         MOVE 'Y' TO WRK-REG-GL-SW(WRK-REG-SUB)
021260         SUBTRACT 1 FROM WRK-GL-REMAINING
021270     END-IF.
021280 6962-EXIT.
021281     EXIT.
021282*****************************************************
021283*6965-WRITE-CHARGE-DEBIT - ONE EMPLOYER-CHARGE EXPENSE
021284*DEBIT FOR THE DEPARTMENT, SO THE COST LANDS WHERE THE
021285*SALARY DOES. A CHARGE THE RUN DID NOT CARRY (A USD
021286*RUN, THE 13TH FIRST INSTALLMENT) WRITES NO LINE
021287*****************************************************
021288 6965-WRITE-CHARGE-DEBIT.
021289     IF WRK-GL-DEPT-CHARGE = ZERO
021290         GO TO 6965-EXIT
021291     END-IF.
021292     MOVE 'D' TO WRK-GL-DC.
021293     COMPUTE WRK-GL-CENTS = WRK-GL-DEPT-CHARGE * 100.
021294     MOVE WRK-CUR-DEPT TO WRK-GL-DEPT.
021295     MOVE WRK-GL-LINE TO GL-POST-RECORD.
021296     WRITE GL-POST-RECORD.
021297 6965-EXIT.
021298     EXIT.
021300*****************************************************
021310*6970-WRITE-CREDIT-LINE - ONE COMPANY-LEVEL CREDIT FOR
021320*THE ACCOUNT AND AMOUNT THE CALLER LOADED
021380     MOVE WRK-GL-LINE TO GL-POST-RECORD.
021390     WRITE GL-POST-RECORD.
021400 6970-EXIT.
021401     EXIT.
021402*****************************************************
021403*6975-WRITE-DEDN-CREDIT - ONE CREDIT PER RECURRING
021404*DEDUCTION CODE TAKEN, TO THE LIABILITY ACCOUNT THE
021405*DEDWS TABLE NAMES FOR IT (THE HEALTH PLAN, THE UNION,
021406*THE VOUCHER SUPPLIER OR THE LENDING BANK)
021407*****************************************************
021408 6975-WRITE-DEDN-CREDIT.
021409     IF WRK-GL-DEDN-TOTAL(WRK-DED-CODE-SUB) = ZERO
021410         GO TO 6975-EXIT
021411     END-IF.
021412     MOVE WRK-DED-CODE-GL-ACCT(WRK-DED-CODE-SUB)
021413         TO WRK-GL-ACCOUNT.
021414     MOVE WRK-GL-DEDN-TOTAL(WRK-DED-CODE-SUB)
021415         TO WRK-GL-DEPT-GROSS.
021416     PERFORM 6970-WRITE-CREDIT-LINE THRU 6970-EXIT.
021417 6975-EXIT.
021418     EXIT.
021420*****************************************************
021430*6990-LOG-GL-IMBALANCE - DEBITS AND CREDITS DRIFTED -
021440*SOMETHING IS WRONG IN THE FIGURES AND THE POSTING
022040 3070-EXIT.
022050     EXIT.
022060*****************************************************
022061*3065-APPLY-SIM-RAISE - RAISES THE RATE JUST PICKED THE
022062*WAY DISSIDIO WOULD: THE SINGLE PERCENTAGE, OR THE
022063*DEPARTMENT ROW FIRST AND THEN THE LOWEST BAND COVERING
022064*THE RATE, ROUNDED TO THE CENT. AN EMPLOYEE NO ROW
022065*COVERS IS PAID AS ON FILE
022066*****************************************************
022067 3065-APPLY-SIM-RAISE.
022068     MOVE ZERO TO WRK-SIM-EMP-PCT.
022069     IF WRK-SIM-SINGLE-PCT
022070         MOVE WRK-SIM-PCT TO WRK-SIM-EMP-PCT
022071     END-IF.
022072     IF WRK-SIM-RAISE-TABLE
022073         MOVE 'N' TO WRK-RAISE-PCT-FOUND-SW
022074         PERFORM 3066-MATCH-RAISE-DEPT THRU 3066-EXIT
022075             VARYING WRK-RAISE-SUB FROM 1 BY 1
022076             UNTIL WRK-RAISE-SUB > WRK-RAISE-TOTAL
022077                 OR WRK-RAISE-PCT-FOUND
022078         PERFORM 3067-MATCH-RAISE-BAND THRU 3067-EXIT
022079             VARYING WRK-RAISE-SUB FROM 1 BY 1
022080             UNTIL WRK-RAISE-SUB > WRK-RAISE-TOTAL
022081                 OR WRK-RAISE-PCT-FOUND
022082     END-IF.
022083     IF WRK-SIM-EMP-PCT > ZERO
022084         COMPUTE WRK-SALARY ROUNDED =
022085             WRK-SALARY * (100 + WRK-SIM-EMP-PCT) / 100
022086     END-IF.
022087 3065-EXIT.
022088     EXIT.
022089 3066-MATCH-RAISE-DEPT.
022090     IF WRK-RAISE-TYPE(WRK-RAISE-SUB) = 'D'
022091         AND WRK-RAISE-DEPT(WRK-RAISE-SUB) = EMP-DEPARTMENT
022092         MOVE WRK-RAISE-PCT(WRK-RAISE-SUB) TO WRK-SIM-EMP-PCT
022093         SET WRK-RAISE-PCT-FOUND TO TRUE
022094     END-IF.
022095 3066-EXIT.
022096     EXIT.
022097 3067-MATCH-RAISE-BAND.
022098     IF WRK-RAISE-TYPE(WRK-RAISE-SUB) = 'F'
022099         AND WRK-SALARY NOT > WRK-RAISE-LIMIT(WRK-RAISE-SUB)
022100         MOVE WRK-RAISE-PCT(WRK-RAISE-SUB) TO WRK-SIM-EMP-PCT
022101         SET WRK-RAISE-PCT-FOUND TO TRUE
022102     END-IF.
022103 3067-EXIT.
022104     EXIT.
022105*****************************************************
022106*9999-TERMINATE
022107*****************************************************
022108 9999-TERMINATE.
022109     CONTINUE.
022110 9999-EXIT.
022120     EXIT.
022130*****************************************************
022140*1200-CHECK-PERIOD-CONTROL - A PERIOD/TYPE ALREADY
022146*FINALIZED ON PERCTL, OR STILL PENDING APPROVAL WITH
022152*ITS BANK FILE HELD, REFUSES TO RUN AGAIN UNLESS THE
022160*OPERATOR EXPLICITLY CONFIRMS THE RERUN. A SCHEDULED
022170*RUN HAS NOBODY TO CONFIRM, SO IT SIMPLY STOPS - WHICH
022180*IS THE POINT
022300         INVALID KEY
022310             CONTINUE
022320     END-READ.
022321     IF WRK-PERC-OK AND PERC-PENDING
022322         DISPLAY "PERIODO " WRK-PAY-PERIOD " TIPO "
022323             WRK-RUN-TYPE " PROCESSADO EM " PERC-RUN-DATE
022324             " AGUARDANDO APROVACAO"
022325         DISPLAY "CONFIRMA A REEXECUCAO? (S/N)"
022326         ACCEPT WRK-OVERRIDE-ANSWER
022327         IF NOT WRK-OVERRIDE-CONFIRMED
022328             PERFORM 1290-LOG-DUPLICATE-RUN THRU 1290-EXIT
022329             DISPLAY "EXECUCAO CANCELADA"
022330             CLOSE PERIOD-CONTROL-FILE
022331             MOVE 8 TO RETURN-CODE
022332             STOP RUN
022333         END-IF
022334     END-IF.
022335*A PERIOD PAYVOID HAS VOIDED IS OPEN FOR ITS CORRECTED RUN
022336     IF WRK-PERC-OK AND PERC-VOIDED
022337         DISPLAY "PERIODO " WRK-PAY-PERIOD " TIPO "
022338             WRK-RUN-TYPE " ESTORNADO - EXECUCAO CORRIGIDA"
022339     END-IF.
022340     IF WRK-PERC-OK AND PERC-FINALIZED
022341         DISPLAY "PERIODO " WRK-PAY-PERIOD " TIPO "
022350             WRK-RUN-TYPE " JA FINALIZADO EM "
022360             PERC-RUN-DATE
022370         DISPLAY "CONFIRMA A REEXECUCAO? (S/N)"
022610     ACCEPT EXCPT-DATE FROM DATE YYYYMMDD.
022620     ACCEPT EXCPT-TIME FROM TIME.
022630     MOVE WRK-PAY-PERIOD TO EXCPT-INPUT.
022640     MOVE "PERIOD ALREADY RUN - RERUN REFUSED"
022650         TO EXCPT-REASON.
022660     WRITE EXCPT-RECORD.
022670     CLOSE EXCEPTION-REPORT.
022690     EXIT.
022700*****************************************************
022710*1300-FINALIZE-PERIOD - A BALANCED BATCH STAMPS ITS
022716*PERIOD/TYPE PENDING ON PERCTL, WHICH IS WHAT THE NEXT
022722*RUN'S DUPLICATE GUARD READS. THE VARIANCE AND
022728*APPROVAL STAMPS ARE CLEARED - A RERUN NEEDS A FRESH
022734*PAYVAR CHECK AND A FRESH SUPERVISOR SIGN-OFF
022740*****************************************************
022750 1300-FINALIZE-PERIOD.
022760     OPEN I-O PERIOD-CONTROL-FILE.
022810     END-IF.
022820     MOVE WRK-PAY-PERIOD TO PERC-PERIOD.
022830     MOVE WRK-RUN-TYPE TO PERC-RUN-TYPE.
022840     MOVE 'PENDING' TO PERC-STATUS.
022850     MOVE WRK-RUN-DATE TO PERC-RUN-DATE.
022860     MOVE WRK-EMP-COUNT TO PERC-EMP-COUNT.
022861     MOVE ZERO TO PERC-VARIANCE-DATE.
022862     MOVE ZERO TO PERC-VARIANCE-FLAGS.
022863     MOVE SPACES TO PERC-APPROVED-BY.
022864     MOVE ZERO TO PERC-APPROVED-DATE.
022865     MOVE ZERO TO PERC-APPROVED-TIME.
022870     WRITE PERC-RECORD
022880         INVALID KEY
022890             REWRITE PERC-RECORD
022900     END-WRITE.
022910     CLOSE PERIOD-CONTROL-FILE.
022920 1300-EXIT.
022921     EXIT.
022922*****************************************************
022923*1400-LOAD-VAR-EARNINGS - TABLES THE EARNIN ROWS FOR
022924*THE PAY PERIOD. NO FILE, OR AN EMPTY ONE, MEANS NO
022925*VARIABLE EARNINGS THIS RUN. A FILE WHOSE TRAILER DOES
022926*NOT COVER WHAT WAS READ, OR THAT WILL NOT FIT THE
022927*TABLE, STOPS THE RUN BEFORE ANY MONEY MOVES - PAYING
022928*HALF THE OVERTIME IS WORSE THAN PAYING IT TOMORROW
022929*****************************************************
022930 1400-LOAD-VAR-EARNINGS.
022931     MOVE ZERO TO WRK-EARN-TOTAL.
022932     OPEN INPUT VAR-EARN-FILE.
022933     IF NOT WRK-EARN-OK
022934         GO TO 1400-EXIT
022935     END-IF.
022936     PERFORM 1410-READ-ONE-EARNING THRU 1410-EXIT
022937         UNTIL WRK-EARN-EOF.
022938     CLOSE VAR-EARN-FILE.
022939     IF WRK-EARN-DETAIL-COUNT = ZERO
022940         AND NOT WRK-EARN-TRL-SEEN
022941         GO TO 1400-EXIT
022942     END-IF.
022943     IF NOT WRK-EARN-TRL-SEEN
022944         OR WRK-EARN-TRL-COUNT NOT = WRK-EARN-DETAIL-COUNT
022945         OR WRK-EARN-TRL-HASH NOT = WRK-EARN-HASH-TOTAL
022946         MOVE "EARNIN" TO WRK-EARN-EXCPT-INPUT
022947         MOVE "EARNIN TRAILER MISSING OR OUT OF BALANCE"
022948             TO WRK-EARN-EXCPT-REASON
022949         PERFORM 1490-LOG-EARN-PROBLEM THRU 1490-EXIT
022950         DISPLAY 'VERBAS VARIAVEIS (EARNIN) FORA DE BALANCO'
022951             ' - EXECUCAO CANCELADA'
022952         MOVE 8 TO RETURN-CODE
022953         STOP RUN
022954     END-IF.
022955     IF WRK-EARN-TABLE-FULL
022956         MOVE "EARNIN" TO WRK-EARN-EXCPT-INPUT
022957         MOVE "TOO MANY EARNIN ROWS FOR THE TABLE"
022958             TO WRK-EARN-EXCPT-REASON
022959         PERFORM 1490-LOG-EARN-PROBLEM THRU 1490-EXIT
022960         DISPLAY 'VERBAS VARIAVEIS (EARNIN) EXCEDEM A TABELA'
022961             ' - EXECUCAO CANCELADA'
022962         MOVE 8 TO RETURN-CODE
022963         STOP RUN
022964     END-IF.
022965 1400-EXIT.
022966     EXIT.
022967*****************************************************
022968*1410-READ-ONE-EARNING - EVERY DETAIL COUNTS TOWARD THE
022969*TRAILER; ONLY ROWS FOR THIS PERIOD WITH A KNOWN TYPE
022970*ARE TABLED, THE REST ARE REPORTED AND NOT PAID
022971*****************************************************
022972 1410-READ-ONE-EARNING.
022973     READ VAR-EARN-FILE
022974         AT END
022975             SET WRK-EARN-EOF TO TRUE
022976     END-READ.
022977     IF WRK-EARN-EOF
022978         GO TO 1410-EXIT
022979     END-IF.
022980     IF EARN-HEADER
022981         GO TO 1410-EXIT
022982     END-IF.
022983     IF EARN-TRAILER
022984         SET WRK-EARN-TRL-SEEN TO TRUE
022985         MOVE EARN-TRL-COUNT TO WRK-EARN-TRL-COUNT
022986         MOVE EARN-TRL-HASH TO WRK-EARN-TRL-HASH
022987         GO TO 1410-EXIT
022988     END-IF.
022989     ADD 1 TO WRK-EARN-DETAIL-COUNT.
022990     COMPUTE WRK-EARN-HASH-TOTAL = WRK-EARN-HASH-TOTAL
022991         + (EARN-HOURS * 100) + (EARN-AMOUNT * 100).
022992     MOVE EARN-RECORD(1:20) TO WRK-EARN-EXCPT-INPUT.
022993     IF EARN-PERIOD NOT = WRK-PAY-PERIOD
022994         MOVE "EARNINGS FOR ANOTHER PERIOD - NOT PAID"
022995             TO WRK-EARN-EXCPT-REASON
022996         PERFORM 1490-LOG-EARN-PROBLEM THRU 1490-EXIT
022997         GO TO 1410-EXIT
022998     END-IF.
022999     MOVE ZERO TO WRK-EARN-TYPE-HIT.
023000     PERFORM 1420-FIND-EARN-TYPE THRU 1420-EXIT
023001         VARYING WRK-EARN-TYPE-SUB FROM 1 BY 1
023002         UNTIL WRK-EARN-TYPE-SUB > WRK-EARN-TYPE-MAX
023003             OR WRK-EARN-TYPE-HIT > ZERO.
023004     IF WRK-EARN-TYPE-HIT = ZERO
023005         MOVE "UNKNOWN EARNINGS TYPE - NOT PAID"
023006             TO WRK-EARN-EXCPT-REASON
023007         PERFORM 1490-LOG-EARN-PROBLEM THRU 1490-EXIT
023008         GO TO 1410-EXIT
023009     END-IF.
023010     IF EARN-AMOUNT > 999999,99
023011         MOVE "EARNINGS AMOUNT TOO LARGE - NOT PAID"
023012             TO WRK-EARN-EXCPT-REASON
023013         PERFORM 1490-LOG-EARN-PROBLEM THRU 1490-EXIT
023014         GO TO 1410-EXIT
023015     END-IF.
023016     IF WRK-EARN-TOTAL >= WRK-EARN-MAX
023017         SET WRK-EARN-TABLE-FULL TO TRUE
023018         GO TO 1410-EXIT
023019     END-IF.
023020     ADD 1 TO WRK-EARN-TOTAL.
023021     MOVE EARN-EMP-NUMBER TO WRK-EARN-ROW-EMP(WRK-EARN-TOTAL).
023022     MOVE WRK-EARN-TYPE-HIT TO
023023         WRK-EARN-ROW-TYPE(WRK-EARN-TOTAL).
023024     MOVE EARN-HOURS TO WRK-EARN-ROW-HOURS(WRK-EARN-TOTAL).
023025     MOVE EARN-AMOUNT TO WRK-EARN-ROW-AMOUNT(WRK-EARN-TOTAL).
023026     MOVE 'N' TO WRK-EARN-ROW-USED-SW(WRK-EARN-TOTAL).
023027 1410-EXIT.
023028     EXIT.
023029 1420-FIND-EARN-TYPE.
023030     IF WRK-EARN-TYPE-CODE(WRK-EARN-TYPE-SUB) = EARN-TYPE
023031         MOVE WRK-EARN-TYPE-SUB TO WRK-EARN-TYPE-HIT
023032     END-IF.
023033 1420-EXIT.
023034     EXIT.
023035*****************************************************
023036*1490-LOG-EARN-PROBLEM - ONE EXCEPTION RECORD FOR A
023037*VARIABLE-EARNINGS PROBLEM. THE CALLER FILLS THE INPUT
023038*AND REASON HOLD FIELDS FIRST
023039*****************************************************
023040 1490-LOG-EARN-PROBLEM.
023041     IF WRK-MODE-SIMULATION
023042         GO TO 1490-EXIT
023043     END-IF.
023044     OPEN EXTEND EXCEPTION-REPORT.
023045     IF WRK-EXCPT-NOT-FOUND
023046         OPEN OUTPUT EXCEPTION-REPORT
023047     END-IF.
023048     MOVE SPACES TO EXCPT-RECORD.
023049     MOVE "COMMA" TO EXCPT-PROGRAM.
023050     ACCEPT EXCPT-DATE FROM DATE YYYYMMDD.
023051     ACCEPT EXCPT-TIME FROM TIME.
023052     MOVE WRK-EARN-EXCPT-INPUT TO EXCPT-INPUT.
023053     MOVE WRK-EARN-EXCPT-REASON TO EXCPT-REASON.
023054     WRITE EXCPT-RECORD.
023055     CLOSE EXCEPTION-REPORT.
023056 1490-EXIT.
023057     EXIT.
023058*****************************************************
023059*1500-ACCEPT-SIMULATION - WHAT THE WHAT-IF CHANGES: THE
023060*DATE WHOSE TAX TABLE TO USE (A TABLE KEYED AHEAD OF ITS
023061*EFFECTIVE DATE CAN BE TRIED BEFORE IT GOES LIVE) AND
023062*THE SALARIES - AS ON FILE, RAISED BY ONE PERCENTAGE, OR
023063*RAISED BY THE RAISETBL TABLE DISSIDIO WOULD APPLY. AN
023064*OVERRIDE KEYED ON PAYROLLIN IS PAID AS KEYED EITHER WAY
023065*****************************************************
023066 1500-ACCEPT-SIMULATION.
023067     DISPLAY 'SIMULACAO - NADA SERA GRAVADO OU PAGO,'
023068         ' RELATORIO EM SIMRPT'.
023069     MOVE "SIMRPT" TO WRK-RPT-FILE-NAME.
023070     IF NOT WRK-CURRENCY-USD
023071         DISPLAY "TABELA DE IMPOSTOS EM VIGOR EM (AAAAMMDD,"
023072             " 0 = A DO PERIODO)"
023073         ACCEPT WRK-SIM-TAX-DATE
023074     END-IF.
023075     DISPLAY "SALARIOS - (A)TUAIS, (P)ERCENTUAL UNICO OU"
023076         " (T)ABELA RAISETBL".
023077     ACCEPT WRK-SIM-SOURCE-SW.
023078     IF NOT WRK-SIM-CURRENT
023079         AND NOT WRK-SIM-SINGLE-PCT
023080         AND NOT WRK-SIM-RAISE-TABLE
023081         DISPLAY "FONTE INVALIDA - ASSUMINDO (A)TUAIS"
023082         MOVE 'A' TO WRK-SIM-SOURCE-SW
023083     END-IF.
023084     IF WRK-SIM-SINGLE-PCT
023085         DISPLAY "PERCENTUAL UNICO (EX: 005,50)"
023086         ACCEPT WRK-SIM-PCT
023087         IF WRK-SIM-PCT = ZERO
023088             MOVE 'A' TO WRK-SIM-SOURCE-SW
023089         END-IF
023090     END-IF.
023091     IF WRK-SIM-RAISE-TABLE
023092         PERFORM 1510-LOAD-RAISE-TABLE THRU 1510-EXIT
023093         IF WRK-RAISE-TOTAL = ZERO
023094             DISPLAY 'TABELA RAISETBL AUSENTE OU SEM LINHAS'
023095                 ' VALIDAS - SIMULACAO CANCELADA'
023096             MOVE 8 TO RETURN-CODE
023097             STOP RUN
023098         END-IF
023099     END-IF.
023100     EVALUATE TRUE
023101         WHEN WRK-SIM-SINGLE-PCT
023102             MOVE WRK-SIM-PCT TO WRK-SIM-PCT-ED
023103             STRING "RAISED " DELIMITED BY SIZE
023104                    WRK-SIM-PCT-ED DELIMITED BY SIZE
023105                    "% ACROSS THE BOARD" DELIMITED BY SIZE
023106                 INTO WRK-SIM-SOURCE-ED
023107         WHEN WRK-SIM-RAISE-TABLE
023108             MOVE "RAISED PER RAISETBL" TO WRK-SIM-SOURCE-ED
023109         WHEN OTHER
023110             MOVE "AS ON FILE" TO WRK-SIM-SOURCE-ED
023111     END-EVALUATE.
023112 1500-EXIT.
023113     EXIT.
023114*****************************************************
023115*1510-LOAD-RAISE-TABLE - THE SAME ROWS DISSIDIO WOULD
023116*TAKE; A ROW IT WOULD IGNORE IS SHOWN AND IGNORED HERE
023117*****************************************************
023118 1510-LOAD-RAISE-TABLE.
023119     MOVE ZERO TO WRK-RAISE-TOTAL.
023120     OPEN INPUT RAISE-TABLE-FILE.
023121     IF NOT WRK-RAISETBL-OK
023122         GO TO 1510-EXIT
023123     END-IF.
023124     PERFORM 1520-READ-ONE-RAISE THRU 1520-EXIT
023125         UNTIL WRK-RAISETBL-EOF.
023126     CLOSE RAISE-TABLE-FILE.
023127 1510-EXIT.
023128     EXIT.
023129 1520-READ-ONE-RAISE.
023130     READ RAISE-TABLE-FILE
023131         AT END
023132             SET WRK-RAISETBL-EOF TO TRUE
023133             GO TO 1520-EXIT
023134     END-READ.
023135     IF (NOT RAISE-BY-DEPT AND NOT RAISE-BY-BAND)
023136         OR RAISE-PCT NOT NUMERIC
023137         OR RAISE-PCT = ZERO
023138         OR (RAISE-BY-BAND AND RAISE-BAND-LIMIT NOT NUMERIC)
023139         OR WRK-RAISE-TOTAL >= WRK-RAISE-MAX
023140         DISPLAY 'LINHA RAISETBL IGNORADA: ' RAISE-RECORD
023141         GO TO 1520-EXIT
023142     END-IF.
023143     ADD 1 TO WRK-RAISE-TOTAL.
023144     MOVE RAISE-TYPE TO WRK-RAISE-TYPE(WRK-RAISE-TOTAL).
023145     MOVE RAISE-DEPT TO WRK-RAISE-DEPT(WRK-RAISE-TOTAL).
023146     MOVE ZERO TO WRK-RAISE-LIMIT(WRK-RAISE-TOTAL).
023147     IF RAISE-BY-BAND
023148         MOVE RAISE-BAND-LIMIT
023149             TO WRK-RAISE-LIMIT(WRK-RAISE-TOTAL)
023150     END-IF.
023151     MOVE RAISE-PCT TO WRK-RAISE-PCT(WRK-RAISE-TOTAL).
023152 1520-EXIT.
023153     EXIT.
023154*****************************************************
023155*5700-LOG-UNUSED-EARNINGS - AN EARNIN ROW NO PAID
023156*EMPLOYEE PICKED UP (UNKNOWN, INACTIVE, REJECTED OR
023157*SIMPLY NOT ON PAYROLLIN) IS MONEY OWED AND NOT PAID -
023158*EACH ONE GOES TO THE MORNING REVIEW
023159*****************************************************
023160 5700-LOG-UNUSED-EARNINGS.
023161     PERFORM 5710-CHECK-ONE-EARNING THRU 5710-EXIT
023162         VARYING WRK-EARN-SUB FROM 1 BY 1
023163         UNTIL WRK-EARN-SUB > WRK-EARN-TOTAL.
023164 5700-EXIT.
023165     EXIT.
023166 5710-CHECK-ONE-EARNING.
023167     IF WRK-EARN-ROW-USED-SW(WRK-EARN-SUB) = 'Y'
023168         GO TO 5710-EXIT
023169     END-IF.
023170     MOVE WRK-EARN-ROW-TYPE(WRK-EARN-SUB) TO WRK-EARN-TYPE-HIT.
023171     MOVE SPACES TO WRK-EARN-EXCPT-INPUT.
023172     STRING WRK-EARN-ROW-EMP(WRK-EARN-SUB) DELIMITED BY SIZE
023173            " " DELIMITED BY SIZE
023174            WRK-EARN-TYPE-CODE(WRK-EARN-TYPE-HIT)
023175                DELIMITED BY SIZE
023176         INTO WRK-EARN-EXCPT-INPUT.
023177     MOVE "VARIABLE EARNINGS NOT PAID - NOT IN RUN"
023178         TO WRK-EARN-EXCPT-REASON.
023179     PERFORM 1490-LOG-EARN-PROBLEM THRU 1490-EXIT.
023180 5710-EXIT.
023181     EXIT.
023182*****************************************************
023183*3080-APPLY-RUN-TYPE - TURNS THE PICKED BASE SALARY
023184*INTO THE AMOUNT THIS RUN TYPE ACTUALLY PAYS: HALF THE
023185*PRO-RATA 13TH PER INSTALLMENT, OR BASE PLUS THE
023186*ONE-THIRD VACATION BONUS. A NORMAL OR RETRO RUN PAYS
023187*THE SALARY AS PICKED
023188*****************************************************
023189 3080-APPLY-RUN-TYPE.
023190     MOVE ZERO TO WRK-13TH-FULL.
023191     EVALUATE TRUE
023192         WHEN WRK-RUN-13TH-1 OR WRK-RUN-13TH-2
023193             PERFORM 3085-COMPUTE-MONTHS-WORKED THRU 3085-EXIT
023194             COMPUTE WRK-13TH-FULL ROUNDED =
023195                 WRK-SALARY * WRK-MONTHS-WORKED / 12
023196             COMPUTE WRK-SALARY ROUNDED = WRK-13TH-FULL / 2
023197         WHEN WRK-RUN-FERIAS
023198             COMPUTE WRK-SALARY ROUNDED =
023199                 WRK-SALARY + (WRK-SALARY / 3)
023200         WHEN WRK-RUN-RESCISAO
023201             PERFORM 3140-COMPUTE-TERMINATION THRU 3140-EXIT
023202         WHEN OTHER
023203             CONTINUE
023204     END-EVALUATE.
023205 3080-EXIT.
023206     EXIT.
023207*****************************************************
023208*3140-COMPUTE-TERMINATION - THE RESCISAO ITEMS FOR THE
023209*EMPLOYEE'S TERMMAST ROW AT THE RATE PICKED FOR THE LAST
023210*DAY WORKED: SALARY BALANCE FOR THE DAYS WORKED IN THE
023211*LAST MONTH, INDEMNIFIED NOTICE, PROPORTIONAL 13TH LESS
023212*WHAT THE 13TH RUNS ALREADY PAID THIS YEAR, AND VACATION
023213*DUE PLUS PROPORTIONAL VACATION WITH THE ONE-THIRD
023214*BONUS. WHICH ITEMS APPLY DEPENDS ON THE REASON. THE
023215*ITEMS ARE SUMMED INTO WRK-SALARY AS THE GROSS
023216*****************************************************
023217 3140-COMPUTE-TERMINATION.
023218     MOVE WRK-SALARY TO WRK-TERM-RATE.
023219     MOVE EMP-ADMISSION-DATE TO WRK-ADMIT-DATE.
023220     MOVE TERM-DATE TO WRK-TERMD-DATE.
023221     MOVE ZERO TO WRK-TERM-SALDO.
023222     MOVE ZERO TO WRK-TERM-NOTICE.
023223     MOVE ZERO TO WRK-TERM-NOTICE-DAYS.
023224     MOVE ZERO TO WRK-TERM-13TH-PROP.
023225     MOVE ZERO TO WRK-TERM-13TH-PAID.
023226     MOVE ZERO TO WRK-TERM-13TH.
023227     MOVE ZERO TO WRK-TERM-13TH-MONTHS.
023228     MOVE ZERO TO WRK-TERM-VAC-DUE.
023229     MOVE ZERO TO WRK-TERM-VAC-PROP.
023230     MOVE ZERO TO WRK-TERM-VAC-MONTHS.
023231     MOVE ZERO TO WRK-TERM-VAC-THIRD.
023232     MOVE ZERO TO WRK-TERM-VAC-TOTAL.
023233     PERFORM 3141-COMPUTE-SALARY-BALANCE THRU 3141-EXIT.
023234     IF WRK-TERM-PAYS-NOTICE(WRK-TERM-REASON-HIT)
023235         PERFORM 3142-COMPUTE-NOTICE THRU 3142-EXIT
023236     END-IF.
023237     IF WRK-TERM-PAYS-PRORATA(WRK-TERM-REASON-HIT)
023238         PERFORM 3143-COMPUTE-TERM-13TH THRU 3143-EXIT
023239         PERFORM 3144-COMPUTE-TERM-VACATION THRU 3144-EXIT
023240     END-IF.
023241*VACATION DAYS ALREADY EARNED ARE OWED WHATEVER THE
023242*REASON; THE ONE-THIRD BONUS RIDES ON ALL VACATION PAY
023243     COMPUTE WRK-TERM-VAC-DUE ROUNDED =
023244         WRK-TERM-RATE * WRK-VAC-DAYS-DUE / 30.
023245     COMPUTE WRK-TERM-VAC-THIRD ROUNDED =
023246         (WRK-TERM-VAC-DUE + WRK-TERM-VAC-PROP) / 3.
023247     COMPUTE WRK-TERM-VAC-TOTAL =
023248         WRK-TERM-VAC-DUE + WRK-TERM-VAC-PROP
023249         + WRK-TERM-VAC-THIRD.
023250     COMPUTE WRK-SALARY =
023251         WRK-TERM-SALDO + WRK-TERM-NOTICE + WRK-TERM-13TH
023252         + WRK-TERM-VAC-TOTAL.
023253 3140-EXIT.
023254     EXIT.
023255*****************************************************
023256*3141-COMPUTE-SALARY-BALANCE - DAYS WORKED IN THE MONTH
023257*OF THE LAST DAY, COUNTED FROM ADMISSION WHEN THE
023258*EMPLOYEE JOINED THAT SAME MONTH, ON THE 30-DAY MONTH
023259*****************************************************
023260 3141-COMPUTE-SALARY-BALANCE.
023261     MOVE WRK-TERMD-DAY TO WRK-TERM-DAYS-WORKED.
023262     IF WRK-ADMIT-YEAR = WRK-TERMD-YEAR
023263         AND WRK-ADMIT-MONTH = WRK-TERMD-MONTH
023264         COMPUTE WRK-TERM-DAYS-WORKED =
023265             WRK-TERMD-DAY - WRK-ADMIT-DAY + 1
023266     END-IF.
023267     IF WRK-TERM-DAYS-WORKED > 30
023268         MOVE 30 TO WRK-TERM-DAYS-WORKED
023269     END-IF.
023270     COMPUTE WRK-TERM-SALDO ROUNDED =
023271         WRK-TERM-RATE * WRK-TERM-DAYS-WORKED / 30.
023272 3141-EXIT.
023273     EXIT.
023274*****************************************************
023275*3142-COMPUTE-NOTICE - INDEMNIFIED NOTICE OF 30 DAYS
023276*PLUS 3 DAYS PER FULL YEAR OF SERVICE, UP TO 90 DAYS
023277*****************************************************
023278 3142-COMPUTE-NOTICE.
023279     COMPUTE WRK-TERM-YEARS = WRK-TERMD-YEAR - WRK-ADMIT-YEAR.
023280     IF (WRK-TERMD-MONTH * 100 + WRK-TERMD-DAY) <
023281         (WRK-ADMIT-MONTH * 100 + WRK-ADMIT-DAY)
023282         SUBTRACT 1 FROM WRK-TERM-YEARS
023283     END-IF.
023284     IF WRK-TERM-YEARS < ZERO
023285         MOVE ZERO TO WRK-TERM-YEARS
023286     END-IF.
023287     COMPUTE WRK-TERM-NOTICE-DAYS =
023288         WRK-TERM-NOTICE-BASE
023289         + (WRK-TERM-NOTICE-STEP * WRK-TERM-YEARS).
023290     IF WRK-TERM-NOTICE-DAYS > WRK-TERM-NOTICE-MAX
023291         MOVE WRK-TERM-NOTICE-MAX TO WRK-TERM-NOTICE-DAYS
023292     END-IF.
023293     COMPUTE WRK-TERM-NOTICE ROUNDED =
023294         WRK-TERM-RATE * WRK-TERM-NOTICE-DAYS / 30.
023295 3142-EXIT.
023296     EXIT.
023297*****************************************************
023298*3143-COMPUTE-TERM-13TH - TWELFTHS OF THE 13TH EARNED IN
023299*THE YEAR OF THE LAST DAY, ON THE SAME 15-DAY RULE AS
023300*3085, LESS ANY 13TH ALREADY POSTED TO YTDFILE FOR
023301*THAT YEAR
023302*****************************************************
023303 3143-COMPUTE-TERM-13TH.
023304     MOVE 1 TO WRK-TERM-13TH-MONTHS.
023305     IF WRK-ADMIT-YEAR = WRK-TERMD-YEAR
023306         MOVE WRK-ADMIT-MONTH TO WRK-TERM-13TH-MONTHS
023307         IF WRK-ADMIT-DAY > 15
023308             ADD 1 TO WRK-TERM-13TH-MONTHS
023309         END-IF
023310     END-IF.
023311     COMPUTE WRK-TERM-13TH-MONTHS =
023312         WRK-TERMD-MONTH - WRK-TERM-13TH-MONTHS + 1.
023313     IF WRK-TERMD-DAY < 15
023314         SUBTRACT 1 FROM WRK-TERM-13TH-MONTHS
023315     END-IF.
023316     IF WRK-TERM-13TH-MONTHS < ZERO
023317         MOVE ZERO TO WRK-TERM-13TH-MONTHS
023318     END-IF.
023319     COMPUTE WRK-TERM-13TH-PROP ROUNDED =
023320         WRK-TERM-RATE * WRK-TERM-13TH-MONTHS / 12.
023321     IF WRK-TERM-YTD-AVAIL
023322         MOVE EMP-NUMBER TO YTD-EMP-NUMBER
023323         MOVE WRK-TERMD-YEAR TO YTD-YEAR
023324         READ YTD-FILE
023325             INVALID KEY
023326                 CONTINUE
023327         END-READ
023328         IF WRK-YTD-OK
023329             MOVE YTD-13TH TO WRK-TERM-13TH-PAID
023330         END-IF
023331     END-IF.
023332     COMPUTE WRK-TERM-13TH =
023333         WRK-TERM-13TH-PROP - WRK-TERM-13TH-PAID.
023334     IF WRK-TERM-13TH < ZERO
023335         MOVE ZERO TO WRK-TERM-13TH
023336     END-IF.
023337 3143-EXIT.
023338     EXIT.
023339*****************************************************
023340*3144-COMPUTE-TERM-VACATION - TWELFTHS OF THE CURRENT
023341*ACQUISITION PERIOD, WHICH RUNS FROM THE ADMISSION
023342*ANNIVERSARY; A TRAILING PART-MONTH OF 15 DAYS OR MORE
023343*COUNTS AS A WHOLE MONTH
023344*****************************************************
023345 3144-COMPUTE-TERM-VACATION.
023346     COMPUTE WRK-TERM-SVC-MONTHS =
023347         (WRK-TERMD-YEAR - WRK-ADMIT-YEAR) * 12
023348         + WRK-TERMD-MONTH - WRK-ADMIT-MONTH.
023349     IF WRK-TERMD-DAY NOT < WRK-ADMIT-DAY
023350         COMPUTE WRK-TERM-FRAC-DAYS =
023351             WRK-TERMD-DAY - WRK-ADMIT-DAY + 1
023352     ELSE
023353         SUBTRACT 1 FROM WRK-TERM-SVC-MONTHS
023354         COMPUTE WRK-TERM-FRAC-DAYS =
023355             30 - WRK-ADMIT-DAY + WRK-TERMD-DAY + 1
023356     END-IF.
023357     IF WRK-TERM-SVC-MONTHS < ZERO
023358         MOVE ZERO TO WRK-TERM-SVC-MONTHS
023359     END-IF.
023360     DIVIDE WRK-TERM-SVC-MONTHS BY 12
023361         GIVING WRK-TERM-SVC-PERIODS
023362         REMAINDER WRK-TERM-VAC-MONTHS.
023363     IF WRK-TERM-FRAC-DAYS NOT < 15
023364         AND WRK-TERM-VAC-MONTHS < 12
023365         ADD 1 TO WRK-TERM-VAC-MONTHS
023366     END-IF.
023367     COMPUTE WRK-TERM-VAC-PROP ROUNDED =
023368         WRK-TERM-RATE * WRK-TERM-VAC-MONTHS / 12.
023369 3144-EXIT.
023370     EXIT.
023371*****************************************************
023372*3146-COMPUTE-TERM-TAXES - THE 13TH IS TAXED APART FROM
023373*THE REST OF THE TERMINATION PAY. INDEMNIFIED NOTICE
023374*AND VACATION ON TERMINATION ARE INDEMNITIES AND CARRY
023375*NO INSS OR IRRF, SO THE OTHER BASE IS THE SALARY
023376*BALANCE ALONE
023377*****************************************************
023378 3146-COMPUTE-TERM-TAXES.
023379     MOVE WRK-TERM-SALDO TO WRK-TAX-BASE.
023380     PERFORM 3110-COMPUTE-INSS THRU 3110-EXIT.
023381     PERFORM 3120-COMPUTE-IRRF THRU 3120-EXIT.
023382     MOVE WRK-INSS-DEDUCTION TO WRK-TERM-INSS-SAVE.
023383     MOVE WRK-IRRF-DEDUCTION TO WRK-TERM-IRRF-SAVE.
023384     MOVE ZERO TO WRK-INSS-DEDUCTION.
023385     MOVE ZERO TO WRK-IRRF-DEDUCTION.
023386     IF WRK-TERM-13TH > ZERO
023387         MOVE WRK-TERM-13TH TO WRK-TAX-BASE
023388         PERFORM 3110-COMPUTE-INSS THRU 3110-EXIT
023389         PERFORM 3120-COMPUTE-IRRF THRU 3120-EXIT
023390     END-IF.
023391     ADD WRK-TERM-INSS-SAVE TO WRK-INSS-DEDUCTION.
023392     ADD WRK-TERM-IRRF-SAVE TO WRK-IRRF-DEDUCTION.
023393 3146-EXIT.
023394     EXIT.
023395*****************************************************
023396*3085-COMPUTE-MONTHS-WORKED - MONTHS IN THE PERIOD
023397*YEAR, PRO-RATA FROM THE ADMISSION DATE. A MONTH ONLY
023398*COUNTS WHEN THE EMPLOYEE JOINED BY ITS 15TH, THE
023399*USUAL 15-DAY RULE. THE INTERACTIVE PROMPT HAS NO
023400*MASTER RECORD, SO IT COUNTS A FULL YEAR
023401*****************************************************
023402 3085-COMPUTE-MONTHS-WORKED.
023403     IF NOT WRK-MODE-BATCH
023404         MOVE 12 TO WRK-MONTHS-WORKED
023405         GO TO 3085-EXIT
023406     END-IF.
023407     MOVE WRK-PAY-PERIOD TO WRK-PAYPER-NUM.
023408     MOVE EMP-ADMISSION-DATE TO WRK-ADMIT-DATE.
023409     EVALUATE TRUE
023410         WHEN WRK-ADMIT-YEAR < WRK-PAYPER-YEAR
023411             MOVE 12 TO WRK-MONTHS-WORKED
023412         WHEN WRK-ADMIT-YEAR > WRK-PAYPER-YEAR
023413             MOVE ZERO TO WRK-MONTHS-WORKED
023414         WHEN OTHER
023415             COMPUTE WRK-MONTHS-WORKED =
023416                 13 - WRK-ADMIT-MONTH
023417             IF WRK-ADMIT-DAY > 15
023418                 AND WRK-MONTHS-WORKED > 0
023419                 SUBTRACT 1 FROM WRK-MONTHS-WORKED
023420             END-IF
023430     END-EVALUATE.
023440 3085-EXIT.
023450     EXIT.
023460*****************************************************
023461*3090-APPLY-VAR-EARNINGS - PRICES THE EMPLOYEE'S EARNIN
023462*ROWS INTO THE PER-TYPE SLOTS AND ADDS THEM TO THE
023463*GROSS, WHICH IS ALSO THE TAX BASE ON A NORMAL RUN
023464*****************************************************
023465 3090-APPLY-VAR-EARNINGS.
023466     MOVE ZERO TO WRK-VAR-TOTAL.
023467     MOVE ZERO TO WRK-HOURLY-RATE.
023468     PERFORM 3091-CLEAR-ONE-VAR THRU 3091-EXIT
023469         VARYING WRK-EARN-TYPE-SUB FROM 1 BY 1
023470         UNTIL WRK-EARN-TYPE-SUB > WRK-EARN-TYPE-MAX.
023471     IF NOT WRK-RUN-NORMAL
023472         OR WRK-EARN-TOTAL = ZERO
023473         GO TO 3090-EXIT
023474     END-IF.
023475     PERFORM 3093-PRICE-ONE-EARNING THRU 3093-EXIT
023476         VARYING WRK-EARN-SUB FROM 1 BY 1
023477         UNTIL WRK-EARN-SUB > WRK-EARN-TOTAL.
023478     ADD WRK-VAR-TOTAL TO WRK-SALARY.
023479 3090-EXIT.
023480     EXIT.
023481 3091-CLEAR-ONE-VAR.
023482     MOVE ZERO TO WRK-VAR-HOURS(WRK-EARN-TYPE-SUB).
023483     MOVE ZERO TO WRK-VAR-AMT(WRK-EARN-TYPE-SUB).
023484 3091-EXIT.
023485     EXIT.
023486 3093-PRICE-ONE-EARNING.
023487     IF WRK-EARN-ROW-EMP(WRK-EARN-SUB) NOT = EMP-NUMBER
023488         GO TO 3093-EXIT
023489     END-IF.
023490     MOVE WRK-EARN-ROW-TYPE(WRK-EARN-SUB) TO WRK-EARN-TYPE-HIT.
023491     IF WRK-EARN-BY-HOURS(WRK-EARN-TYPE-HIT)
023492         IF WRK-HOURLY-RATE = ZERO
023493             PERFORM 3095-DERIVE-HOURLY-RATE THRU 3095-EXIT
023494         END-IF
023495         COMPUTE WRK-VAR-ROW-AMT ROUNDED =
023496             WRK-EARN-ROW-HOURS(WRK-EARN-SUB) * WRK-HOURLY-RATE
023497             * WRK-EARN-TYPE-FACTOR(WRK-EARN-TYPE-HIT)
023498         ADD WRK-EARN-ROW-HOURS(WRK-EARN-SUB)
023499             TO WRK-VAR-HOURS(WRK-EARN-TYPE-HIT)
023500     ELSE
023501         MOVE WRK-EARN-ROW-AMOUNT(WRK-EARN-SUB)
023502             TO WRK-VAR-ROW-AMT
023503     END-IF.
023504     ADD WRK-VAR-ROW-AMT TO WRK-VAR-AMT(WRK-EARN-TYPE-HIT).
023505     ADD WRK-VAR-ROW-AMT TO WRK-VAR-TOTAL.
023506     MOVE 'Y' TO WRK-EARN-ROW-USED-SW(WRK-EARN-SUB).
023507 3093-EXIT.
023508     EXIT.
023509*****************************************************
023510*3095-DERIVE-HOURLY-RATE - THE RATE IN FORCE FOR THE
023511*PERIOD OVER THE 220-HOUR MONTH. THE SALARY BEING PAID
023512*IS PUT BACK AFTERWARDS, SO A KEYED OVERRIDE STILL
023513*STANDS AS THE BASE BUT NEVER INFLATES THE HOURLY RATE
023514*****************************************************
023515 3095-DERIVE-HOURLY-RATE.
023516     MOVE WRK-SALARY TO WRK-VAR-BASE.
023517     PERFORM 3060-PICK-SALARY-RATE THRU 3060-EXIT.
023518     IF WRK-MODE-SIMULATION
023519         PERFORM 3065-APPLY-SIM-RAISE THRU 3065-EXIT
023520     END-IF.
023521     COMPUTE WRK-HOURLY-RATE ROUNDED =
023522         WRK-SALARY / WRK-MONTHLY-HOURS.
023523     MOVE WRK-VAR-BASE TO WRK-SALARY.
023524 3095-EXIT.
023525     EXIT.
023526*****************************************************
023527*1050-LOAD-TAX-TABLES - TWO PASSES OVER THE TAXTBL
023528*PARAMETER FILE: THE FIRST FINDS, PER TABLE TYPE, THE
023529*LATEST EFFECTIVE DATE ON OR BEFORE THE PAY DATE; THE
023530*SECOND TABLES THE BRACKETS OF THOSE TWO VERSIONS. A
023531*MISSING FILE LEAVES BOTH VERSIONS ZERO, WHICH THE
023532*CALLER TREATS AS NO TABLE IN FORCE
023533*****************************************************
023540 1050-LOAD-TAX-TABLES.
023541*THE TABLE IN FORCE ON THE PAY DATE, OR ON THE DATE A
023542*SIMULATION ASKED FOR
023543     MOVE WRK-PAY-DATE TO WRK-TAX-CUTOFF-DATE.
023544     IF WRK-SIM-TAX-DATE NOT = ZERO
023545         MOVE WRK-SIM-TAX-DATE TO WRK-TAX-CUTOFF-DATE
023546     END-IF.
023550     MOVE ZERO TO WRK-INSS-VERSION.
023560     MOVE ZERO TO WRK-IRRF-VERSION.
023570     MOVE ZERO TO WRK-INSS-BRACKET-CNT.
023830     IF WRK-TAXTBL-EOF
023840         GO TO 1060-EXIT
023850     END-IF.
023860     IF TAX-EFF-DATE > WRK-TAX-CUTOFF-DATE
023870         GO TO 1060-EXIT
023880     END-IF.
023890     IF TAX-REC-INSS
024320*DEDUCTIONS
024330*****************************************************
024340 1095-LOG-MISSING-TAXTBL.
024342     IF WRK-MODE-SIMULATION
024344         GO TO 1095-EXIT
024346     END-IF.
024350     OPEN EXTEND EXCEPTION-REPORT.
024360     IF WRK-EXCPT-NOT-FOUND
024370         OPEN OUTPUT EXCEPTION-REPORT
024700     CLOSE PAY-HISTORY-FILE.
024710 6880-EXIT.
024720     EXIT.
024721*****************************************************
024722*6870-COUNT-DOWN-LOANS - AFTER A NORMAL BRL BATCH HAS
024723*BALANCED, EACH PAYROLL LOAN COUNTS DOWN BY WHAT WAS
024724*TAKEN. THE PERIOD AND AMOUNT TAKEN ARE STAMPED ON THE
024725*ROW SO A RERUN OF THE PERIOD PUTS THEM BACK FIRST
024726*AND THE LOAN IS NEVER COUNTED DOWN TWICE
024727*****************************************************
024728 6870-COUNT-DOWN-LOANS.
024729     IF WRK-REG-TOTAL = ZERO
024730         OR NOT WRK-RUN-NORMAL
024731         OR WRK-CURRENCY-USD
024732         GO TO 6870-EXIT
024733     END-IF.
024734     OPEN I-O DEDUCTION-FILE.
024735     IF NOT WRK-DED-OK
024736         GO TO 6870-EXIT
024737     END-IF.
024738     PERFORM 6875-COUNT-DOWN-ONE-EMP THRU 6875-EXIT
024739         VARYING WRK-REG-SUB FROM 1 BY 1
024740         UNTIL WRK-REG-SUB > WRK-REG-TOTAL.
024741     CLOSE DEDUCTION-FILE.
024742 6870-EXIT.
024743     EXIT.
024744 6875-COUNT-DOWN-ONE-EMP.
024745     PERFORM 6876-COUNT-DOWN-ONE-LOAN THRU 6876-EXIT
024746         VARYING WRK-DED-CODE-SUB FROM 1 BY 1
024747         UNTIL WRK-DED-CODE-SUB > WRK-DED-CODE-MAX.
024748 6875-EXIT.
024749     EXIT.
024750 6876-COUNT-DOWN-ONE-LOAN.
024751     IF NOT WRK-DED-CODE-IS-LOAN(WRK-DED-CODE-SUB)
024752         GO TO 6876-EXIT
024753     END-IF.
024754     MOVE WRK-REG-EMP-NUMBER(WRK-REG-SUB) TO DED-EMP-NUMBER.
024755     MOVE WRK-DED-CODE-ID(WRK-DED-CODE-SUB) TO DED-CODE.
024756     READ DEDUCTION-FILE
024757         INVALID KEY
024758             GO TO 6876-EXIT
024759     END-READ.
024760     MOVE WRK-REG-DEDN-AMT(WRK-REG-SUB, WRK-DED-CODE-SUB)
024761         TO WRK-DEDN-ROW-AMT.
024762     IF WRK-DEDN-ROW-AMT = ZERO
024763         AND DED-LAST-PERIOD NOT = WRK-PAY-PERIOD
024764         GO TO 6876-EXIT
024765     END-IF.
024766     PERFORM 3135-LOAN-EFFECTIVE THRU 3135-EXIT.
024767     COMPUTE DED-LOAN-BALANCE =
024768         WRK-LOAN-EFF-BALANCE - WRK-DEDN-ROW-AMT.
024769     MOVE WRK-LOAN-EFF-LEFT TO DED-INSTALLMENTS-LEFT.
024770     IF WRK-DEDN-ROW-AMT > ZERO
024771         AND DED-INSTALLMENTS-LEFT > ZERO
024772         SUBTRACT 1 FROM DED-INSTALLMENTS-LEFT
024773     END-IF.
024774     IF DED-LOAN-BALANCE = ZERO
024775         MOVE ZERO TO DED-INSTALLMENTS-LEFT
024776     END-IF.
024777     MOVE WRK-PAY-PERIOD TO DED-LAST-PERIOD.
024778     MOVE WRK-DEDN-ROW-AMT TO DED-LAST-AMOUNT.
024779     REWRITE DED-RECORD
024780         INVALID KEY
024781             CONTINUE
024782     END-REWRITE.
024783 6876-EXIT.
024784     EXIT.
024785*****************************************************
024786*6877-STAMP-TERMINATIONS - AFTER AN RS BATCH HAS
024787*BALANCED, EACH TERMMAST ROW PAID IS STAMPED WITH THE
024788*PERIOD THAT PAID IT. THE ROW STAYS OPEN UNTIL PAYAPRV
024789*FINALIZES THE PERIOD, WHICH INACTIVATES THE EMPLOYEE
024790*AND CLOSES THE ROW
024791*****************************************************
024792 6877-STAMP-TERMINATIONS.
024793     IF WRK-REG-TOTAL = ZERO
024794         OR NOT WRK-RUN-RESCISAO
024795         GO TO 6877-EXIT
024796     END-IF.
024797     OPEN I-O TERMINATION-FILE.
024798     IF NOT WRK-TERM-OK
024799         GO TO 6877-EXIT
024800     END-IF.
024801     PERFORM 6878-STAMP-ONE-TERMINATION THRU 6878-EXIT
024802         VARYING WRK-REG-SUB FROM 1 BY 1
024803         UNTIL WRK-REG-SUB > WRK-REG-TOTAL.
024804     CLOSE TERMINATION-FILE.
024805 6877-EXIT.
024806     EXIT.
024807 6878-STAMP-ONE-TERMINATION.
024808     MOVE WRK-REG-EMP-NUMBER(WRK-REG-SUB) TO TERM-EMP-NUMBER.
024809     READ TERMINATION-FILE
024810         INVALID KEY
024811             GO TO 6878-EXIT
024812     END-READ.
024813     MOVE WRK-PAY-PERIOD TO TERM-PAID-PERIOD.
024814     REWRITE TERM-RECORD
024815         INVALID KEY
024816             CONTINUE
024817     END-REWRITE.
024818 6878-EXIT.
024819     EXIT.
024820*****************************************************
024821*6879-DRAW-DOWN-VACATION - AFTER AN FE OR RS BATCH HAS
024822*BALANCED, THE DAYS EACH EMPLOYEE WAS PAID ARE TAKEN OFF
024823*THE LEDGER, OLDEST OPEN PERIOD FIRST. WHAT AN EARLIER
024824*RUN OF THE SAME PAY PERIOD DREW IS PUT BACK FIRST, SO A
024825*RERUN NEVER TAKES THE SAME LEAVE TWICE
024826*****************************************************
024827 6879-DRAW-DOWN-VACATION.
024828     IF WRK-REG-TOTAL = ZERO
024829         OR (NOT WRK-RUN-FERIAS AND NOT WRK-RUN-RESCISAO)
024830         GO TO 6879-EXIT
024831     END-IF.
024832     OPEN I-O VACATION-FILE.
024833     IF NOT WRK-VAC-OK
024834         GO TO 6879-EXIT
024835     END-IF.
024836     PERFORM 6881-DRAW-ONE-EMPLOYEE THRU 6881-EXIT
024837         VARYING WRK-REG-SUB FROM 1 BY 1
024838         UNTIL WRK-REG-SUB > WRK-REG-TOTAL.
024839     CLOSE VACATION-FILE.
024840 6879-EXIT.
024841     EXIT.
024842 6881-DRAW-ONE-EMPLOYEE.
024843     IF WRK-REG-VAC-DAYS(WRK-REG-SUB) = ZERO
024844         GO TO 6881-EXIT
024845     END-IF.
024846     PERFORM 6882-START-EMP-LEDGER THRU 6882-EXIT.
024847     PERFORM 6883-GIVE-BACK-ONE THRU 6883-EXIT
024848         UNTIL WRK-VAC-SCAN-DONE.
024849     MOVE WRK-REG-VAC-DAYS(WRK-REG-SUB) TO WRK-VAC-DRAW-LEFT.
024850     PERFORM 6882-START-EMP-LEDGER THRU 6882-EXIT.
024851     PERFORM 6884-DRAW-ONE-PERIOD THRU 6884-EXIT
024852         UNTIL WRK-VAC-SCAN-DONE
024853             OR WRK-VAC-DRAW-LEFT = ZERO.
024854 6881-EXIT.
024855     EXIT.
024856 6882-START-EMP-LEDGER.
024857     MOVE 'N' TO WRK-VAC-SCAN-SW.
024858     MOVE WRK-REG-EMP-NUMBER(WRK-REG-SUB) TO VAC-EMP-NUMBER.
024859     MOVE ZERO TO VAC-ACQ-START.
024860     START VACATION-FILE KEY NOT < VAC-KEY
024861         INVALID KEY
024862             SET WRK-VAC-SCAN-DONE TO TRUE
024863     END-START.
024864 6882-EXIT.
024865     EXIT.
024866 6883-GIVE-BACK-ONE.
024867     READ VACATION-FILE NEXT RECORD
024868         AT END
024869             SET WRK-VAC-SCAN-DONE TO TRUE
024870             GO TO 6883-EXIT
024871     END-READ.
024872     IF NOT WRK-VAC-OK
024873         OR VAC-EMP-NUMBER NOT = WRK-REG-EMP-NUMBER(WRK-REG-SUB)
024874         SET WRK-VAC-SCAN-DONE TO TRUE
024875         GO TO 6883-EXIT
024876     END-IF.
024877     IF VAC-LAST-PERIOD NOT = WRK-PAY-PERIOD
024878         OR VAC-LAST-DAYS = ZERO
024879         GO TO 6883-EXIT
024880     END-IF.
024881     SUBTRACT VAC-LAST-DAYS FROM VAC-DAYS-TAKEN.
024882     MOVE ZERO TO VAC-LAST-DAYS.
024883     MOVE ZERO TO VAC-LAST-PERIOD.
024884     IF VAC-DAYS-TAKEN < VAC-DAYS-EARNED
024885         SET VAC-OPEN TO TRUE
024886     END-IF.
024887     REWRITE VAC-RECORD
024888         INVALID KEY
024889             CONTINUE
024890     END-REWRITE.
024891 6883-EXIT.
024892     EXIT.
024893 6884-DRAW-ONE-PERIOD.
024894     READ VACATION-FILE NEXT RECORD
024895         AT END
024896             SET WRK-VAC-SCAN-DONE TO TRUE
024897             GO TO 6884-EXIT
024898     END-READ.
024899     IF NOT WRK-VAC-OK
024900         OR VAC-EMP-NUMBER NOT = WRK-REG-EMP-NUMBER(WRK-REG-SUB)
024901         SET WRK-VAC-SCAN-DONE TO TRUE
024902         GO TO 6884-EXIT
024903     END-IF.
024904     IF NOT VAC-OPEN
024905         OR VAC-DAYS-TAKEN NOT < VAC-DAYS-EARNED
024906         GO TO 6884-EXIT
024907     END-IF.
024908     COMPUTE WRK-VAC-DRAW-TAKE =
024909         VAC-DAYS-EARNED - VAC-DAYS-TAKEN.
024910     IF WRK-VAC-DRAW-TAKE > WRK-VAC-DRAW-LEFT
024911         MOVE WRK-VAC-DRAW-LEFT TO WRK-VAC-DRAW-TAKE
024912     END-IF.
024913     ADD WRK-VAC-DRAW-TAKE TO VAC-DAYS-TAKEN.
024914     SUBTRACT WRK-VAC-DRAW-TAKE FROM WRK-VAC-DRAW-LEFT.
024915     MOVE WRK-PAY-PERIOD TO VAC-LAST-PERIOD.
024916     MOVE WRK-VAC-DRAW-TAKE TO VAC-LAST-DAYS.
024917     IF VAC-DAYS-TAKEN NOT < VAC-DAYS-EARNED
024918         SET VAC-USED TO TRUE
024919     END-IF.
024920     REWRITE VAC-RECORD
024921         INVALID KEY
024922             CONTINUE
024923     END-REWRITE.
024924 6884-EXIT.
024925     EXIT.
024926 6890-POST-ONE-HISTORY.
024927     MOVE SPACES TO PAYH-RECORD.
024928     MOVE WRK-REG-EMP-NUMBER(WRK-REG-SUB)
024929         TO PAYH-EMP-NUMBER.
024930     MOVE WRK-PAY-PERIOD TO PAYH-PERIOD.
024931     MOVE WRK-RUN-TYPE TO PAYH-RUN-TYPE.
024932     MOVE WRK-REG-NAME(WRK-REG-SUB) TO PAYH-NAME.
024933     MOVE WRK-REG-DEPT(WRK-REG-SUB) TO PAYH-DEPARTMENT.
024934     MOVE WRK-REG-GROSS(WRK-REG-SUB) TO PAYH-GROSS.
024935     MOVE WRK-REG-INSS(WRK-REG-SUB) TO PAYH-INSS.
024936     MOVE WRK-REG-IRRF(WRK-REG-SUB) TO PAYH-IRRF.
024937     MOVE WRK-REG-NET(WRK-REG-SUB) TO PAYH-NET.
024938     MOVE WRK-REG-VAR-AREA(WRK-REG-SUB) TO PAYH-VAR-EARNINGS.
024939     MOVE WRK-REG-DEDN-AREA(WRK-REG-SUB) TO PAYH-DEDUCTIONS.
024940     MOVE WRK-REG-FGTS(WRK-REG-SUB) TO PAYH-FGTS.
024941     MOVE WRK-REG-INSS-ER(WRK-REG-SUB) TO PAYH-INSS-EMPLOYER.
024942     MOVE WRK-REG-THIRD(WRK-REG-SUB) TO PAYH-THIRD-PARTY.
024943     MOVE WRK-REG-TERM-13TH(WRK-REG-SUB) TO PAYH-TERM-13TH.
024944     MOVE WRK-REG-TERM-VAC(WRK-REG-SUB) TO PAYH-TERM-VACATION.
024945     MOVE ZERO TO PAYH-VOID-DATE.
024946     MOVE WRK-CURRENCY-SW TO PAYH-CURRENCY.
024947     IF WRK-CURRENCY-USD
024948         MOVE WRK-XRATE TO PAYH-XRATE
024949     ELSE
024950         MOVE ZERO TO PAYH-XRATE
024951     END-IF.
024952     MOVE WRK-SETTLE-DATE TO PAYH-PAY-DATE.
024953     WRITE PAYH-RECORD
024954         INVALID KEY
024955             REWRITE PAYH-RECORD
024956     END-WRITE.
024960 6890-EXIT.
024970     EXIT.
024980*****************************************************
025270*BUILT AND THE RUN MUST NOT START
025280*****************************************************
025290 1096-LOG-MISSING-COMPPARM.
025292     IF WRK-MODE-SIMULATION
025294         GO TO 1096-EXIT
025296     END-IF.
025300     OPEN EXTEND EXCEPTION-REPORT.
025310     IF WRK-EXCPT-NOT-FOUND
025320         OPEN OUTPUT EXCEPTION-REPORT
