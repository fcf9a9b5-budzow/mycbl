      *****************************************************************
      * BRSTWR.CPY
      * SHARED WRITE PARAGRAPHS FOR A REPORT BURST FILE (BRSTREC.CPY).
      * COPY INTO THE PROCEDURE DIVISION OF ANY REPORT PROGRAM WHOSE
      * REPORT RPTBURST SPLITS BY DEPARTMENT, WITH BRSTSW COPIED INTO
      * WORKING-STORAGE.
      *
      *   OPEN-BURST-FILE OPENS RPTBRST AND WRITES THE TITLE AND
      *   HEADING RECORDS.
      *
      *   WRITE-BURST-LINE WRITES THE LINE IN WS-BRST-LINE UNDER THE
      *   CLASS AND DEPARTMENT THE CALLER SET, THEN PUTS THE CLASS
      *   BACK TO 'S' (SHOP-WIDE) AND CLEARS THE DEPARTMENT.
      *
      *   CLOSE-BURST-FILE WRITES THE TRAILER WITH THE LINE COUNTS AND
      *   CLOSES THE FILE.
      *
      *   ABANDON-BURST-FILE CLOSES THE FILE WITHOUT A TRAILER. A
      *   PROGRAM THAT ABENDS AFTER OPENING THE BURST FILE ENDS WITH
      *   THIS INSTEAD OF CLOSE-BURST-FILE, SO A REPORT THAT NEVER
      *   FINISHED PRINTING IS NEVER DISTRIBUTED.
      *
      * THE BURST FILE IS A BY-PRODUCT OF THE PRINTED REPORT, SO A
      * FILE THAT WILL NOT OPEN OR WRITE IS WARNED ON SYSOUT AND
      * ABANDONED WITHOUT FAILING THE STEP. THE ABANDONED FILE HAS NO
      * TRAILER (OR IS LEFT OVER FROM AN EARLIER RUN), AND RPTBURST
      * REFUSES TO DISTRIBUTE IT.
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-10-15 DB   INITIAL VERSION.
      *****************************************************************
       OPEN-BURST-FILE.
           MOVE 'N'  TO WS-BRST-OPEN-SW.
           MOVE ZERO TO WS-BRST-LINE-COUNT.
           MOVE ZERO TO WS-BRST-DEPT-LINE-COUNT.
           OPEN OUTPUT RPTBRST-FILE.
           IF WS-BRST-STATUS NOT = '00'
               DISPLAY WS-BRST-REPORT-ID ' - WARNING: ERROR OPENING '
                       'RPTBRST, STATUS ' WS-BRST-STATUS
                       ', REPORT WILL NOT BE DISTRIBUTED'
               GO TO OPEN-BURST-FILE-EXIT
           END-IF.
           MOVE 'Y' TO WS-BRST-OPEN-SW.
           MOVE SPACES                TO RPTBRST-RECORD.
           MOVE WS-BRST-REPORT-ID     TO BR-REPORT-ID.
           MOVE WS-BRST-RUN-DATE      TO BR-RUN-DATE.
           MOVE 'T'                   TO BR-REC-TYPE.
           MOVE WS-BRST-TITLE-TEXT    TO BR-T-TITLE-TEXT.
           MOVE WS-BRST-RUN-DATE-EDIT TO BR-T-RUN-DATE-EDIT.
           PERFORM WRITE-BURST-RECORD
               THRU WRITE-BURST-RECORD-EXIT.
           MOVE SPACES                TO RPTBRST-RECORD.
           MOVE WS-BRST-REPORT-ID     TO BR-REPORT-ID.
           MOVE WS-BRST-RUN-DATE      TO BR-RUN-DATE.
           MOVE 'H'                   TO BR-REC-TYPE.
           MOVE WS-BRST-HEADING-LINE  TO BR-LINE.
           PERFORM WRITE-BURST-RECORD
               THRU WRITE-BURST-RECORD-EXIT.
       OPEN-BURST-FILE-EXIT.
           EXIT.

       WRITE-BURST-LINE.
           IF WS-BRST-OPEN
               MOVE SPACES            TO RPTBRST-RECORD
               MOVE WS-BRST-REPORT-ID TO BR-REPORT-ID
               MOVE WS-BRST-RUN-DATE  TO BR-RUN-DATE
               MOVE WS-BRST-CLASS     TO BR-REC-TYPE
               IF WS-BRST-DEPT-LINE
                   MOVE WS-BRST-DEPT  TO BR-DEPT
                   ADD 1 TO WS-BRST-DEPT-LINE-COUNT
               END-IF
               MOVE WS-BRST-LINE      TO BR-LINE
               ADD 1 TO WS-BRST-LINE-COUNT
               PERFORM WRITE-BURST-RECORD
                   THRU WRITE-BURST-RECORD-EXIT
           END-IF.
           MOVE 'S'    TO WS-BRST-CLASS.
           MOVE SPACES TO WS-BRST-DEPT.
       WRITE-BURST-LINE-EXIT.
           EXIT.

       CLOSE-BURST-FILE.
           IF NOT WS-BRST-OPEN
               GO TO CLOSE-BURST-FILE-EXIT
           END-IF.
           MOVE SPACES                  TO RPTBRST-RECORD.
           MOVE WS-BRST-REPORT-ID       TO BR-REPORT-ID.
           MOVE WS-BRST-RUN-DATE        TO BR-RUN-DATE.
           MOVE 'Z'                     TO BR-REC-TYPE.
           MOVE WS-BRST-LINE-COUNT      TO BR-Z-LINE-COUNT.
           MOVE WS-BRST-DEPT-LINE-COUNT TO BR-Z-DEPT-LINE-COUNT.
           PERFORM WRITE-BURST-RECORD
               THRU WRITE-BURST-RECORD-EXIT.
           IF WS-BRST-OPEN
               CLOSE RPTBRST-FILE
               MOVE 'N' TO WS-BRST-OPEN-SW
           END-IF.
       CLOSE-BURST-FILE-EXIT.
           EXIT.

       ABANDON-BURST-FILE.
           IF WS-BRST-OPEN
               CLOSE RPTBRST-FILE
               MOVE 'N' TO WS-BRST-OPEN-SW
               DISPLAY WS-BRST-REPORT-ID ' - RPTBRST CLOSED WITHOUT '
                       'A TRAILER, REPORT WILL NOT BE DISTRIBUTED'
           END-IF.
       ABANDON-BURST-FILE-EXIT.
           EXIT.

       WRITE-BURST-RECORD.
           WRITE RPTBRST-RECORD.
           IF WS-BRST-STATUS NOT = '00'
               DISPLAY WS-BRST-REPORT-ID ' - WARNING: WRITE TO '
                       'RPTBRST FAILED, STATUS ' WS-BRST-STATUS
                       ', REPORT WILL NOT BE DISTRIBUTED'
               CLOSE RPTBRST-FILE
               MOVE 'N' TO WS-BRST-OPEN-SW
           END-IF.
       WRITE-BURST-RECORD-EXIT.
           EXIT.
