000010*****************************************************
000020*GLAFD - RECORD LAYOUT FOR THE CHART OF ACCOUNTS. THE
000030*TYPE DECIDES THE NORMAL SIDE AND HOW THE TRIAL
000040*BALANCE CARRIES THE ACCOUNT: ASSET, LIABILITY AND
000050*EQUITY ACCOUNTS CARRY THEIR BALANCE FROM ONE YEAR TO
000060*THE NEXT, REVENUE AND EXPENSE ACCOUNTS START EACH YEAR
000070*AT ZERO. AN INACTIVE ACCOUNT KEEPS ITS ROW AND ITS
000080*HISTORY BUT TAKES NO NEW POSTINGS.
000090*---------------------------------------------------*
000100*MODIFICATION HISTORY
000110*DATE       INIT DESCRIPTION
000120*2026-10-07 RAS  ORIGINAL COPYBOOK
000130*****************************************************
000140 FD GL-ACCOUNT-FILE.
000150 01 GLA-RECORD.
000160     05 GLA-ACCOUNT PICTURE 9(06).
000170     05 GLA-NAME PICTURE X(30).
000180     05 GLA-TYPE PICTURE X(01).
000190         88 GLA-TYPE-ASSET VALUE 'A'.
000200         88 GLA-TYPE-LIABILITY VALUE 'L'.
000210         88 GLA-TYPE-EQUITY VALUE 'E'.
000220         88 GLA-TYPE-REVENUE VALUE 'R'.
000230         88 GLA-TYPE-EXPENSE VALUE 'X'.
000240         88 GLA-TYPE-VALID VALUE 'A' 'L' 'E' 'R' 'X'.
000250         88 GLA-TYPE-BALANCE-SHEET VALUE 'A' 'L' 'E'.
000260     05 GLA-STATUS-FLAG PICTURE X(01).
000270         88 GLA-STATUS-ACTIVE VALUE 'A'.
000280         88 GLA-STATUS-INACTIVE VALUE 'I'.
000290     05 GLA-OPEN-DATE PICTURE 9(08).
