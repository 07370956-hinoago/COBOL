000260*                BROWSE ONLY - ADD AND CORRECT ARE
000270*                REFUSED, SINCE COMMA MAY BE READING
000280*                THE RATE FILE MID-RUN.
000282*2026-10-15 RAS  RATE TABLE RAISED TO 2000 DAYS, AS IN
000284*                PTAXLOAD. A RATE FILE LONGER THAN THE
000286*                TABLE NOW REFUSES THE SESSION INSTEAD
000288*                OF DROPPING THE NEWEST RATES ON SAVE.
000290*****************************************************
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000910     88 WRK-XRATE-EOF VALUE 'Y'.
000920 77 WRK-XAUD-STATUS PICTURE X(02) VALUE SPACES.
000930     88 WRK-XAUD-NOT-FOUND VALUE '35'.
000940 77 WRK-RATE-MAX PICTURE 9(04) COMP VALUE 2000.
000950 01 WRK-RATE-TABLE.
000960     05 WRK-RATE-ENTRY OCCURS 2000 TIMES.
000970         10 WRK-TBL-DATE PICTURE 9(08).
000980         10 WRK-TBL-RATE PICTURE 9(03)V9(06).
000986 77 WRK-RATE-TOTAL PICTURE 9(04) COMP VALUE ZERO.
000992 77 WRK-RATE-SUB PICTURE 9(04) COMP VALUE ZERO.
000998 77 WRK-RATE-HIT PICTURE 9(04) COMP VALUE ZERO.
001004 77 WRK-OVERFLOW-SW PICTURE X(01) VALUE 'N'.
001010     88 WRK-TABLE-OVERFLOW VALUE 'Y'.
001020*---------------------------------------------------*
001030*KEYED INPUT AND SANITY-CHECK AREAS - A RATE THAT
001040*MOVES MORE THAN WRK-DEVIATION-LIMIT PERCENT FROM THE
001600     PERFORM 1100-LOAD-ONE-RATE THRU 1100-EXIT
001610         UNTIL WRK-XRATE-EOF.
001620     CLOSE XRATE-FILE.
001621     IF WRK-TABLE-OVERFLOW
001622         DISPLAY "XRATMNT - XRATFILE EXCEDE A TABELA"
001623         DISPLAY "SESSAO RECUSADA"
001624         MOVE 8 TO RETURN-CODE
001625         STOP RUN
001626     END-IF.
001630 1000-EXIT.
001640     EXIT.
001650 1100-LOAD-ONE-RATE.
001740         ADD 1 TO WRK-RATE-TOTAL
001750         MOVE XRATE-DATE TO WRK-TBL-DATE(WRK-RATE-TOTAL)
001760         MOVE XRATE-RATE TO WRK-TBL-RATE(WRK-RATE-TOTAL)
001763     ELSE
001766         SET WRK-TABLE-OVERFLOW TO TRUE
001770     END-IF.
001780 1100-EXIT.
001790     EXIT.
