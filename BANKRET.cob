000350*                REMITTANCE DATE COMES FROM THE TYPE-0
000360*                FILE HEADER'S DDMMYYYY GENERATION
000370*                DATE.
000372*2026-10-15 RAS  A RETURN FOR A CREDIT PAYVOID HAS
000374*                VOIDED KEEPS THE VOIDED STATUS, IS
000376*                NEVER RECYCLED AND IS LOGGED FOR THE
000378*                FUNDS TO BE RECOVERED OR WRITTEN OFF.
000380*****************************************************
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
001340*---------------------------------------------------*
001350 77 WRK-SETTLED-COUNT PICTURE 9(07) COMP VALUE ZERO.
001360 77 WRK-REJECTED-COUNT PICTURE 9(07) COMP VALUE ZERO.
001363 77 WRK-PAYS-VOID-SW PICTURE X(01) VALUE 'N'.
001366     88 WRK-PAYS-WAS-VOIDED VALUE 'Y'.
001370 77 WRK-UNMATCHED-COUNT PICTURE 9(07) COMP VALUE ZERO.
001380 77 WRK-COUNT-ED PICTURE Z(06)9.
001390 77 WRK-RUN-FAILED-SW PICTURE X(01) VALUE 'N'.
003800*****************************************************
003810 2600-SETTLE-PAYMENT.
003820     PERFORM 2650-FETCH-PAYSTAT THRU 2650-EXIT.
003821     IF WRK-PAYS-WAS-VOIDED
003822         ADD 1 TO WRK-SETTLED-COUNT
003823         MOVE "RETURN FOR VOIDED CREDIT - RECOVER FUNDS"
003824             TO EXCPT-REASON
003825         PERFORM 2660-KEEP-VOIDED THRU 2660-EXIT
003826         GO TO 2600-EXIT
003827     END-IF.
003830     MOVE 'SETTLED' TO PAYS-STATUS.
003840     MOVE RET-REASON TO PAYS-RETURN-REASON.
003850     MOVE WRK-RET-FILE-DATE TO PAYS-SETTLE-DATE.
003990*****************************************************
004000 2700-REJECT-PAYMENT.
004010     PERFORM 2650-FETCH-PAYSTAT THRU 2650-EXIT.
004011     IF WRK-PAYS-WAS-VOIDED
004012         ADD 1 TO WRK-REJECTED-COUNT
004013         MOVE "REJECT OF VOIDED CREDIT - NOT RECYCLED"
004014             TO EXCPT-REASON
004015         PERFORM 2660-KEEP-VOIDED THRU 2660-EXIT
004016         GO TO 2700-EXIT
004017     END-IF.
004020     MOVE 'REJECTED' TO PAYS-STATUS.
004030     MOVE RET-REASON TO PAYS-RETURN-REASON.
004040     MOVE WRK-RET-FILE-DATE TO PAYS-SETTLE-DATE.
004210*2650-FETCH-PAYSTAT - READS THE SENT RECORD FOR THIS
004220*EMPLOYEE AND REMITTANCE DATE, BUILDING A FRESH ONE
004230*WHEN THE READ MISSES SO THE REWRITE/WRITE ALWAYS HAS
004236*A FULL RECORD TO LAND. A ROW PAYVOID HAS VOIDED IS
004242*FLAGGED SO ITS STATUS IS KEPT
004250*****************************************************
004260 2650-FETCH-PAYSTAT.
004265     MOVE 'N' TO WRK-PAYS-VOID-SW.
004270     MOVE RET-EMP-NUMBER TO PAYS-EMP-NUMBER.
004280     MOVE WRK-REM-DATE TO PAYS-REM-DATE.
004290     READ PAYMENT-STATUS-FILE
004380         MOVE 'SENT' TO PAYS-STATUS
004390         MOVE ZERO TO PAYS-SETTLE-DATE
004400     END-IF.
004402     IF WRK-PAYS-OK AND PAYS-VOIDED
004404         SET WRK-PAYS-WAS-VOIDED TO TRUE
004406     END-IF.
004410 2650-EXIT.
004411     EXIT.
004412*****************************************************
004413*2660-KEEP-VOIDED - THE BANK'S ANSWER FOR A VOIDED
004414*CREDIT IS STORED BUT THE ROW STAYS VOIDED. THE CALLER
004415*FILLS EXCPT-REASON
004416*****************************************************
004417 2660-KEEP-VOIDED.
004418     MOVE RET-REASON TO PAYS-RETURN-REASON.
004419     MOVE WRK-RET-FILE-DATE TO PAYS-SETTLE-DATE.
004420     REWRITE PAYS-RECORD
004421         INVALID KEY
004422             CONTINUE
004423     END-REWRITE.
004424     MOVE RET-EMP-NUMBER TO EXCPT-INPUT.
004425     PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT.
004426     PERFORM 2850-PRINT-RETURN-LINE THRU 2850-EXIT.
004427 2660-EXIT.
004428     EXIT.
004430*****************************************************
004440*2750-RECYCLE-REJECT - A BOUNCED CREDIT GOES BACK INTO
004450*THE SAME RECYCLE FILE COMMA'S OWN REJECTS USE, IN THE
