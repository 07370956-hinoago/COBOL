000050*IN FORCE FOR THE PERIOD BEING PAID) AND PAYRETRO
000060*(WHICH RECONSTRUCTS WHAT A BACKDATED RAISE SHOULD
000070*HAVE PAID) SO A RAISE NEVER ERASES THE OLD AMOUNT.
000075*DISSIDIO WRITES THE ROWS OF A COLLECTIVE RAISE.
000080*---------------------------------------------------*
000090*MODIFICATION HISTORY
000100*DATE       INIT DESCRIPTION
000110*2026-09-03 RAS  ORIGINAL COPYBOOK
000115*2026-10-02 RAS  DISSIDIO ADDED TO THE WRITERS
000120*****************************************************
000130     SELECT SALARY-HISTORY-FILE ASSIGN TO "SALHIST"
000140         ORGANIZATION IS INDEXED
