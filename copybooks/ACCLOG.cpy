      *****************************************************************
      * ACCLOG.CPY
      * SHARED WRITE-INQ-ACCESS PARAGRAPH. COPY INTO THE PROCEDURE
      * DIVISION OF ANY BATCH INQUIRY THAT SHOWS EMPLOYEE DATA AND
      * MUST LEAVE A RECORD ON THE INQACC ACCESS TRAIL (SEE
      * ACCREC.CPY). THE CALLER MOVES THE PROGRAM NAME TO IA-PROGRAM
      * ONCE AT INITIALIZATION, THEN BEFORE EACH CALL SETS
      * IA-INQ-TYPE, IA-EMPL-ID, IA-EMPL-DEPT, IA-EMPL-STATUS, AND
      * IA-ROWS-SHOWN, AND PERFORMS THIS PARAGRAPH. INQACC-FILE MUST
      * ALREADY BE OPEN EXTEND AND THE CALLER MUST DEFINE
      * WS-INQACC-STATUS AS ITS FILE STATUS.
      *
      * THE JOB NAME AND USER COME FROM THE JOBNAME AND USER
      * LANGUAGE-ENVIRONMENT VARIABLES EXACTLY AS WRITE-EMP-HISTORY
      * (EMPHIST.CPY) TAKES THEM, SO THE INQUIRY STEP'S JCL SUPPLIES
      * THEM THROUGH THE SAME CEEOPTS ENVAR CARD. A FAILED WRITE IS
      * REPORTED AND THE INQUIRY STILL ANSWERS.
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-10-15 DB   INITIAL VERSION.
      *****************************************************************
       WRITE-INQ-ACCESS.
           ACCEPT IA-ACCESS-DATE FROM DATE YYYYMMDD.
           ACCEPT IA-ACCESS-TIME FROM TIME.
           MOVE SPACES TO IA-JOB-NAME.
           MOVE SPACES TO IA-USER-ID.
           DISPLAY 'JOBNAME' UPON ENVIRONMENT-NAME.
           ACCEPT IA-JOB-NAME FROM ENVIRONMENT-VALUE.
           DISPLAY 'USER' UPON ENVIRONMENT-NAME.
           ACCEPT IA-USER-ID FROM ENVIRONMENT-VALUE.
           WRITE INQACC-RECORD.
           IF WS-INQACC-STATUS NOT = '00'
               DISPLAY 'WRITE-INQ-ACCESS - WRITE TO INQACC FAILED, '
                   'FILE STATUS ' WS-INQACC-STATUS ' - LOOKUP OF '
                   IA-EMPL-ID IA-EMPL-DEPT ' NOT RECORDED'
           END-IF.
       WRITE-INQ-ACCESS-EXIT.
           EXIT.
