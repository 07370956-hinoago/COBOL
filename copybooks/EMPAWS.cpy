000010*****************************************************
000020*EMPAWS - WORKING-STORAGE CONTROL AREAS FOR THE
000030*EMPLOYEE MASTER AUDIT TRAIL. THE OLD-IMAGE HOLD AREA
000040*IS FILLED FROM THE MASTER RECORD BEFORE IT IS CHANGED
000050*SO THE AUDIT RECORD CAN CARRY BOTH IMAGES; THE
000060*OPERATOR INITIALS ARE KEYED ONCE PER SESSION.
000070*---------------------------------------------------*
000080*MODIFICATION HISTORY
000090*DATE       INIT DESCRIPTION
000100*2026-09-17 RAS  ORIGINAL COPYBOOK
000110*****************************************************
000120 77 WRK-EAUD-STATUS PICTURE X(02) VALUE SPACES.
000130     88 WRK-EAUD-NOT-FOUND VALUE '35'.
000140 77 WRK-EAUD-ACTION PICTURE X(08) VALUE SPACES.
000150 77 WRK-EAUD-OPERATOR PICTURE X(03) VALUE SPACES.
000160 77 WRK-EAUD-OLD-IMAGE PICTURE X(75) VALUE SPACES.
000170 77 WRK-EAUD-NEW-IMAGE PICTURE X(75) VALUE SPACES.
