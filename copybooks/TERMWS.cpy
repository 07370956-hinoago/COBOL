000010*****************************************************
000020*TERMWS - WORKING-STORAGE AREAS FOR THE TERMINATIONS
000030*MASTER AND THE REASON TABLE SHARED BY TERMMNT (WHICH
000040*ACCEPTS ONLY THESE CODES) AND COMMA (WHICH PAYS BY
000050*THEM). THE NOTICE FLAG MARKS A REASON THAT EARNS
000060*INDEMNIFIED NOTICE PAY (AVISO PREVIO INDENIZADO); THE
000070*PRO-RATA FLAG MARKS ONE THAT EARNS THE PROPORTIONAL
000080*13TH AND PROPORTIONAL VACATION. VACATION ALREADY
000090*EARNED IS OWED WHATEVER THE REASON.
000100*---------------------------------------------------*
000110*MODIFICATION HISTORY
000120*DATE       INIT DESCRIPTION
000130*2026-09-28 RAS  ORIGINAL COPYBOOK
000140*****************************************************
000150 77 WRK-TERM-STATUS PICTURE X(02) VALUE SPACES.
000160     88 WRK-TERM-OK VALUE '00'.
000170     88 WRK-TERM-NOT-FOUND VALUE '35'.
000180     88 WRK-TERM-DUPLICATE VALUE '22'.
000190     88 WRK-TERM-EOF VALUE '10'.
000200 77 WRK-TERM-REASON-MAX PICTURE 9(02) COMP VALUE 3.
000210 77 WRK-TERM-REASON-SUB PICTURE 9(02) COMP VALUE ZERO.
000220 77 WRK-TERM-REASON-HIT PICTURE 9(02) COMP VALUE ZERO.
000230*CODE, NOTICE FLAG (Y/N), PRO-RATA FLAG (Y/N), LABEL
000240 01 WRK-TERM-REASON-LIST.
000250     05 FILLER PICTURE X(28) VALUE
000260         "SJYYDISMISSAL WITHOUT CAUSE".
000270     05 FILLER PICTURE X(28) VALUE
000280         "PDNYRESIGNATION".
000290     05 FILLER PICTURE X(28) VALUE
000300         "JCNNDISMISSAL FOR CAUSE".
000310 01 WRK-TERM-REASON-TBL REDEFINES WRK-TERM-REASON-LIST.
000320     05 WRK-TERM-REASON-ENTRY OCCURS 3 TIMES.
000330         10 WRK-TERM-REASON-ID PICTURE X(02).
000340         10 WRK-TERM-NOTICE-SW PICTURE X(01).
000350             88 WRK-TERM-PAYS-NOTICE VALUE 'Y'.
000360         10 WRK-TERM-PRORATA-SW PICTURE X(01).
000370             88 WRK-TERM-PAYS-PRORATA VALUE 'Y'.
000380         10 WRK-TERM-REASON-LABEL PICTURE X(24).
