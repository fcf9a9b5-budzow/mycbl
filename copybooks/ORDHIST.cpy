      *****************************************************************
      * ORDHIST.CPY
      * SHARED WRITE-ORD-HISTORY PARAGRAPH. COPY INTO THE PROCEDURE
      * DIVISION OF ANY PROGRAM THAT CHANGES THE S1ORDCOU ORDER TABLE
      * AND MUST LEAVE A BEFORE/AFTER IMAGE ON THE PERMANENT ORDHIST
      * DATASET (SEE ORDHREC.CPY). THE CALLER MOVES THE PROGRAM NAME
      * TO OH-PROGRAM ONCE AT INITIALIZATION, THEN BEFORE EACH CALL
      * SETS OH-ACTION, OH-C-BQ, AND OH-REFERENCE AND FILLS
      * OH-BEFORE-IMAGE AND OH-AFTER-IMAGE (AN ADD CARRIES AN
      * ALL-SPACES BEFORE IMAGE, A CANCEL AN ALL-SPACES AFTER IMAGE),
      * AND PERFORMS THIS PARAGRAPH. ORDHIST-FILE MUST ALREADY BE OPEN
      * EXTEND AND THE CALLER MUST DEFINE WS-OHIST-STATUS AS ITS FILE
      * STATUS.
      *
      * THE JOB NAME AND USER COME FROM THE JOBNAME AND USER
      * LANGUAGE-ENVIRONMENT VARIABLES THE SAME WAY WRITE-EMP-HISTORY
      * (EMPHIST.CPY) READS THEM, SO THE WRITING STEP'S JCL SUPPLIES
      * THEM THROUGH A CEEOPTS ENVAR CARD.
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-10-15 DB   INITIAL VERSION.
      *****************************************************************
       WRITE-ORD-HISTORY.
           ACCEPT OH-CHANGE-DATE FROM DATE YYYYMMDD.
           ACCEPT OH-CHANGE-TIME FROM TIME.
           MOVE SPACES TO OH-JOB-NAME.
           MOVE SPACES TO OH-USER-ID.
           DISPLAY 'JOBNAME' UPON ENVIRONMENT-NAME.
           ACCEPT OH-JOB-NAME FROM ENVIRONMENT-VALUE.
           DISPLAY 'USER' UPON ENVIRONMENT-NAME.
           ACCEPT OH-USER-ID FROM ENVIRONMENT-VALUE.
           WRITE ORDHIST-RECORD.
           IF WS-OHIST-STATUS NOT = '00'
               DISPLAY 'WRITE-ORD-HISTORY - WRITE TO ORDHIST FAILED, '
                   'FILE STATUS ' WS-OHIST-STATUS ' - CHANGE TO C_BQ '
                   OH-C-BQ ' NOT RECORDED'
           END-IF.
       WRITE-ORD-HISTORY-EXIT.
           EXIT.
