000010*****************************************************
000020*EARNFD - RECORD LAYOUT FOR THE VARIABLE-EARNINGS
000030*INPUT FILE. ONE DETAIL PER EMPLOYEE, PAY PERIOD AND
000040*EARNINGS TYPE (SEE EARNWS FOR THE TYPE CODES): HOURS
000050*FOR THE HOURLY TYPES, AN AMOUNT FOR COMMISSION. THE
000060*FILE CARRIES AN H HEADER (FILE DATE) AND A T TRAILER
000070*(DETAIL COUNT PLUS A HASH OF THE HOURS AND AMOUNT
000080*FIELDS TAKEN AS WHOLE HUNDREDTHS).
000090*---------------------------------------------------*
000100*MODIFICATION HISTORY
000110*DATE       INIT DESCRIPTION
000120*2026-09-21 RAS  ORIGINAL COPYBOOK
000130*****************************************************
000140 FD VAR-EARN-FILE.
000150 01 EARN-RECORD.
000160     05 EARN-EMP-NUMBER PICTURE 9(05).
000170     05 EARN-PERIOD PICTURE 9(06).
000180     05 EARN-TYPE PICTURE X(02).
000190     05 EARN-HOURS PICTURE 9(03)V99.
000200     05 EARN-AMOUNT PICTURE 9(07)V99.
000210*ALTERNATE VIEWS OF THE SAME RECORD AREA FOR THE H
000220*HEADER AND T TRAILER CONTROL RECORDS
000230 01 EARN-HEADER-REC.
000240     05 EARN-REC-TYPE PICTURE X(01).
000250         88 EARN-HEADER VALUE 'H'.
000260         88 EARN-TRAILER VALUE 'T'.
000270     05 EARN-FILE-DATE PICTURE 9(08).
000280 01 EARN-TRAILER-REC.
000290     05 FILLER PICTURE X(01).
000300     05 EARN-TRL-COUNT PICTURE 9(07).
000310     05 EARN-TRL-HASH PICTURE 9(13).
