      * EH-PROGRAM ONCE AT INITIALIZATION, THEN BEFORE EACH CALL SETS
      * EH-ACTION AND FILLS EH-BEFORE-IMAGE AND EH-AFTER-IMAGE (AN
      * INSERT CARRIES AN ALL-SPACES BEFORE IMAGE), AND PERFORMS THIS
      * PARAGRAPH. A TERMINATE ALSO SETS EH-SEP-REASON AND AN INSERT
      * EH-SOURCE (SEE HISTREC.CPY). EMPHIST-FILE MUST ALREADY BE
      * OPEN EXTEND AND THE CALLER MUST DEFINE WS-HIST-STATUS AS ITS
      * FILE STATUS.
      *
      * THE JOB NAME AND USER COME FROM THE JOBNAME AND USER
      * LANGUAGE-ENVIRONMENT VARIABLES, READ THROUGH THE STANDARD
      *                 INSTEAD OF THE ONE-STATEMENT ACCEPT FROM
      *                 ENVIRONMENT EXTENSION, AND DOCUMENTED THE
      *                 CEEOPTS ENVAR CARD THAT FEEDS THEM.
      * 2026-10-15 DB   BLANK EH-SEP-REASON ON ANY ACTION BUT A
      *                 TERMINATE SO A REASON NEVER CARRIES OVER.
      * 2026-10-15 DB   BLANK EH-SOURCE ON ANY ACTION BUT AN INSERT
      *                 THE SAME WAY.
      *****************************************************************
       WRITE-EMP-HISTORY.
           ACCEPT EH-CHANGE-DATE FROM DATE YYYYMMDD.
           ACCEPT EH-JOB-NAME FROM ENVIRONMENT-VALUE.
           DISPLAY 'USER' UPON ENVIRONMENT-NAME.
           ACCEPT EH-USER-ID FROM ENVIRONMENT-VALUE.
           IF NOT EH-ACTION-TERMINATE
               MOVE SPACE TO EH-SEP-REASON
           END-IF.
           IF NOT EH-ACTION-INSERT
               MOVE SPACE TO EH-SOURCE
           END-IF.
           WRITE EMPHIST-RECORD.
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'WRITE-EMP-HISTORY - WRITE TO EMPHIST FAILED, '
