000010*****************************************************
000020*EMPAFD - RECORD LAYOUT FOR THE EMPLOYEE MASTER AUDIT
000030*TRAIL. ONE RECORD IS APPENDED FOR EVERY ADD, UPDATE
000040*OR DELETE AGAINST EMPMAST, CARRYING THE FULL BEFORE
000050*AND AFTER EMP-MASTER-RECORD IMAGES, THE DATE/TIME,
000060*THE PROGRAM AND THE INITIALS OF THE OPERATOR WHO MADE
000070*THE CHANGE. THE OLD IMAGE IS SPACES ON AN ADD AND THE
000080*NEW IMAGE IS SPACES ON A DELETE.
000090*---------------------------------------------------*
000100*MODIFICATION HISTORY
000110*DATE       INIT DESCRIPTION
000120*2026-09-17 RAS  ORIGINAL COPYBOOK
000130*****************************************************
000140 FD EMP-AUDIT-FILE.
000150 01 EAUD-RECORD.
000160     05 EAUD-PROGRAM PICTURE X(10).
000170     05 FILLER PICTURE X(01).
000180     05 EAUD-DATE PICTURE 9(08).
000190     05 FILLER PICTURE X(01).
000200     05 EAUD-TIME PICTURE 9(08).
000210     05 FILLER PICTURE X(01).
000220     05 EAUD-OPERATOR PICTURE X(03).
000230     05 FILLER PICTURE X(01).
000240     05 EAUD-EMP-NUMBER PICTURE 9(05).
000250     05 FILLER PICTURE X(01).
000260     05 EAUD-ACTION PICTURE X(08).
000270     05 FILLER PICTURE X(01).
000280     05 EAUD-OLD-IMAGE PICTURE X(75).
000290     05 FILLER PICTURE X(01).
000300     05 EAUD-NEW-IMAGE PICTURE X(75).
