000310*                INQUIRY ONLY - ADD, UPDATE AND DELETE
000320*                ARE REFUSED WITH THE LOCK HOLDER AND
000330*                TIME SHOWN.
000331*2026-09-17 RAS  EVERY ADD, UPDATE AND DELETE NOW
000332*                APPENDS THE FULL BEFORE AND AFTER
000333*                EMPLOYEE RECORD IMAGES TO THE EMPAUDIT
000334*                TRAIL WITH THE DATE, TIME AND THE
000335*                OPERATOR'S INITIALS, KEYED ONCE AT THE
000336*                START OF THE SESSION.
000340*****************************************************
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000410     COPY CTLSEL.
000420     COPY CTLHSEL.
000430     COPY LOCKSEL.
000435     COPY EMPASEL.
000440 DATA DIVISION.
000450 FILE SECTION.
000460     COPY EMPFD.
000490     COPY CTLFD.
000500     COPY CTLHFD.
000510     COPY LOCKFD.
000515     COPY EMPAFD.
000520 WORKING-STORAGE SECTION.
000530*---------------------------------------------------*
000540*MENU ACTION AND SESSION CONTROL AREAS
001000*BATCH WINDOW LOCK AREAS
001010*---------------------------------------------------*
001020     COPY LOCKWS.
001022*---------------------------------------------------*
001024*EMPLOYEE MASTER AUDIT TRAIL AREAS
001026*---------------------------------------------------*
001028     COPY EMPAWS.
001030 PROCEDURE DIVISION.
001040*****************************************************
001050*0000-MAINLINE
001060*****************************************************
001070 0000-MAINLINE.
001080     PERFORM 0500-CHECK-BATCH-LOCK THRU 0500-EXIT.
001081*AN INQUIRY-ONLY SESSION CHANGES NOTHING, SO ONLY AN
001082*UPDATING SESSION HAS TO SAY WHO IS AT THE KEYBOARD
001083     IF NOT WRK-LOCK-HELD
001084         PERFORM 0600-ACCEPT-OPERATOR THRU 0600-EXIT
001085             UNTIL WRK-EAUD-OPERATOR NOT = SPACES
001086     END-IF.
001090     PERFORM 1000-OPEN-EMPLOYEE-MASTER THRU 1000-EXIT.
001100     PERFORM 2000-ACCEPT-ACTION THRU 2000-EXIT.
001110     PERFORM 2100-DISPATCH-ACTION THRU 2100-EXIT
001960         DISPLAY "EMPREGADO INCLUIDO: " EMP-NUMBER
001970         MOVE EMP-ADMISSION-DATE TO WRK-EFFECTIVE-DATE
001980         PERFORM 7500-WRITE-SALARY-HISTORY THRU 7500-EXIT
001982         MOVE "ADD" TO WRK-EAUD-ACTION
001984         MOVE SPACES TO WRK-EAUD-OLD-IMAGE
001986         MOVE EMP-MASTER-RECORD TO WRK-EAUD-NEW-IMAGE
001988         PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT
001990     END-IF.
002000 2500-EXIT.
002010     EXIT.
003420     END-IF.
003430     PERFORM 4200-DISPLAY-EMPLOYEE THRU 4200-EXIT.
003440     MOVE EMP-BASE-SALARY TO WRK-OLD-SALARY.
003445     MOVE EMP-MASTER-RECORD TO WRK-EAUD-OLD-IMAGE.
003450     PERFORM 2600-ACCEPT-EMPLOYEE-FIELDS THRU 2600-EXIT.
003460     MOVE SPACE TO EMP-ACTIVE-FLAG.
003470     PERFORM 5100-ACCEPT-ACTIVE-FLAG THRU 5100-EXIT
003540     IF WRK-EMPMAST-OK
003550         ADD 1 TO WRK-CHANGE-COUNT
003560         DISPLAY "REGISTRO ATUALIZADO: " EMP-NUMBER
003562         MOVE "UPDATE" TO WRK-EAUD-ACTION
003564         MOVE EMP-MASTER-RECORD TO WRK-EAUD-NEW-IMAGE
003566         PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT
003570         IF EMP-BASE-SALARY NOT = WRK-OLD-SALARY
003580             PERFORM 5200-ACCEPT-EFFECTIVE-DATE THRU 5200-EXIT
003590             PERFORM 7500-WRITE-SALARY-HISTORY THRU 7500-EXIT
003860         GO TO 6000-EXIT
003870     END-IF.
003880     PERFORM 4200-DISPLAY-EMPLOYEE THRU 4200-EXIT.
003885     MOVE EMP-MASTER-RECORD TO WRK-EAUD-OLD-IMAGE.
003890     DISPLAY "CONFIRMA A EXCLUSAO? (S=Y/N)".
003900     ACCEPT WRK-CONFIRM-SW.
003910     IF NOT WRK-CONFIRMED
004000     IF WRK-EMPMAST-OK
004010         ADD 1 TO WRK-CHANGE-COUNT
004020         DISPLAY "REGISTRO EXCLUIDO: " WRK-KEYED-EMP-NUMBER
004022         MOVE "DELETE" TO WRK-EAUD-ACTION
004024         MOVE SPACES TO WRK-EAUD-NEW-IMAGE
004026         PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT
004030     END-IF.
004040 6000-EXIT.
004050     EXIT.
004600         ACCEPT WRK-EFFECTIVE-DATE FROM DATE YYYYMMDD
004610     END-IF.
004620 5200-EXIT.
004621     EXIT.
004622*****************************************************
004623*7000-WRITE-AUDIT - APPENDS ONE BEFORE/AFTER IMAGE
004624*RECORD TO THE EMPLOYEE AUDIT TRAIL, CREATING THE
004625*TRAIL ON ITS FIRST USE
004626*****************************************************
004627 7000-WRITE-AUDIT.
004628     OPEN EXTEND EMP-AUDIT-FILE.
004629     IF WRK-EAUD-NOT-FOUND
004630         OPEN OUTPUT EMP-AUDIT-FILE
004631     END-IF.
004632     MOVE SPACES TO EAUD-RECORD.
004633     MOVE "EMPMNT" TO EAUD-PROGRAM.
004634     ACCEPT EAUD-DATE FROM DATE YYYYMMDD.
004635     ACCEPT EAUD-TIME FROM TIME.
004636     MOVE WRK-EAUD-OPERATOR TO EAUD-OPERATOR.
004637     MOVE WRK-KEYED-EMP-NUMBER TO EAUD-EMP-NUMBER.
004638     MOVE WRK-EAUD-ACTION TO EAUD-ACTION.
004639     MOVE WRK-EAUD-OLD-IMAGE TO EAUD-OLD-IMAGE.
004640     MOVE WRK-EAUD-NEW-IMAGE TO EAUD-NEW-IMAGE.
004641     WRITE EAUD-RECORD.
004642     CLOSE EMP-AUDIT-FILE.
004643 7000-EXIT.
004644     EXIT.
004645*****************************************************
004650*7500-WRITE-SALARY-HISTORY - ONE EFFECTIVE-DATED ROW
004660*PER SALARY CHANGE, KEYED BY EMPLOYEE AND EFFECTIVE
004670*DATE. KEYING THE SAME EFFECTIVE DATE TWICE REWRITES
005230 0590-EXIT.
005240     EXIT.
005250*****************************************************
005251*0600-ACCEPT-OPERATOR - THE INITIALS STAMPED ON EVERY
005252*AUDIT RECORD THIS SESSION WRITES; RE-PROMPTED UNTIL
005253*SOMETHING IS KEYED
005254*****************************************************
005255 0600-ACCEPT-OPERATOR.
005256     DISPLAY "INICIAIS DO OPERADOR (3 CARACTERES)".
005257     ACCEPT WRK-EAUD-OPERATOR.
005258     IF WRK-EAUD-OPERATOR = SPACES
005259         DISPLAY "INICIAIS OBRIGATORIAS"
005260     END-IF.
005261 0600-EXIT.
005262     EXIT.
005263*****************************************************
005264*2700-ACCEPT-BANK-FIELDS - THE DESTINATION ACCOUNT FOR
005270*THE CNAB240 REMITTANCE. ZERO ACCOUNT MEANS NO ACCOUNT
005280*ON FILE (THE PAY RUN WILL EXCEPT THE EMPLOYEE); A
005290*NON-ZERO ACCOUNT MUST COME WITH A BANK AND AGENCY OR
