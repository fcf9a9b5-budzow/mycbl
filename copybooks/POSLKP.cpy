      *****************************************************************
      * POSLKP.CPY
      * SHARED AUTHORIZED HEADCOUNT LOAD AND LOOKUP PARAGRAPHS. COPY
      * INTO THE PROCEDURE DIVISION OF ANY PROGRAM THAT CHECKS A
      * DEPARTMENT'S HEADCOUNT AGAINST ITS AUTHORIZATION OR REPORTS
      * POSITION CONTROL OFF THE POSAUTH REFERENCE FILE
      * (POSAUTH.CPY). COPY POSTBL INTO WORKING-STORAGE FIRST AND
      * DECLARE POSAUTH-FILE IN THE FILE SECTION.
      *
      * PROTOCOL: PERFORM LOAD-POSAUTH-TABLE ONCE AT INITIALIZATION
      * -- IT OPENS, LOADS, AND CLOSES POSAUTH-FILE. WS-POSAUTH-LOADED
      * OFF MEANS THE FILE COULD NOT BE OPENED (STATUS IN
      * WS-POSAUTH-STATUS; THE CALLER DECIDES WHETHER THAT FAILS ITS
      * STEP). AN EMPTY FILE LOADS CLEAN: NO DEPARTMENT IS UNDER
      * POSITION CONTROL. A RECORD WITH A BLANK DEPARTMENT, A
      * NON-NUMERIC COUNT, AN UNKNOWN CAP TYPE, OR A MALFORMED OR
      * BACKWARD PERIOD IS DISPLAYED, COUNTED IN WS-POSAUTH-BAD-COUNT,
      * AND SKIPPED. THEREAFTER MOVE A DEPARTMENT TO WS-PL-DEPT AND A
      * YYYY-MM-DD DATE TO WS-PL-DATE AND PERFORM LOOK-UP-POSAUTH;
      * WITH WS-POSAUTH-FOUND ON, THE AUTHORIZED COUNT, CAP TYPE,
      * AND PERIOD START COME BACK IN WS-PL-AUTH-COUNT /
      * WS-PL-CAP-TYPE / WS-PL-EFF-FROM. WHEN PERIODS OVERLAP THE
      * ONE THAT STARTED LATEST WINS -- A NEW AUTHORIZATION
      * SUPERSEDES THE ONE IT REPLACES WITHOUT FINANCE HAVING TO
      * CLOSE THE OLD PERIOD OUT.
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-10-15 DB   INITIAL VERSION.
      *****************************************************************
       LOAD-POSAUTH-TABLE.
           MOVE ZERO TO WS-POSAUTH-COUNT.
           MOVE ZERO TO WS-POSAUTH-BAD-COUNT.
           MOVE 'N'  TO WS-POSAUTH-EOF-SW.
           MOVE 'N'  TO WS-POSAUTH-LOADED-SW.
           OPEN INPUT POSAUTH-FILE.
           IF WS-POSAUTH-STATUS NOT = '00'
               DISPLAY 'LOAD-POSAUTH-TABLE - ERROR OPENING POSAUTH, '
                   'STATUS ' WS-POSAUTH-STATUS
               GO TO LOAD-POSAUTH-TABLE-EXIT
           END-IF.
           PERFORM LOAD-POSAUTH-RECORD
               THRU LOAD-POSAUTH-RECORD-EXIT
               UNTIL WS-POSAUTH-EOF.
           CLOSE POSAUTH-FILE.
           MOVE 'Y' TO WS-POSAUTH-LOADED-SW.
       LOAD-POSAUTH-TABLE-EXIT.
           EXIT.

       LOAD-POSAUTH-RECORD.
           READ POSAUTH-FILE
               AT END
                   MOVE 'Y' TO WS-POSAUTH-EOF-SW
                   GO TO LOAD-POSAUTH-RECORD-EXIT
           END-READ.
           IF PA-EFF-TO = SPACES
               MOVE '9999-12-31' TO PA-EFF-TO
           END-IF.
           IF PA-DEPT = SPACES
                   OR PA-AUTH-COUNT NOT NUMERIC
                   OR NOT (PA-HARD-CAP OR PA-SOFT-CAP)
                   OR PA-EFF-FROM (1:4) NOT NUMERIC
                   OR PA-EFF-FROM (5:1) NOT = '-'
                   OR PA-EFF-FROM (6:2) NOT NUMERIC
                   OR PA-EFF-FROM (8:1) NOT = '-'
                   OR PA-EFF-FROM (9:2) NOT NUMERIC
                   OR PA-EFF-TO (1:4) NOT NUMERIC
                   OR PA-EFF-TO (5:1) NOT = '-'
                   OR PA-EFF-TO (6:2) NOT NUMERIC
                   OR PA-EFF-TO (8:1) NOT = '-'
                   OR PA-EFF-TO (9:2) NOT NUMERIC
                   OR PA-EFF-TO < PA-EFF-FROM
               ADD 1 TO WS-POSAUTH-BAD-COUNT
               DISPLAY 'LOAD-POSAUTH-TABLE - BAD POSAUTH RECORD FOR '
                   'DEPT ' PA-DEPT ' FROM ' PA-EFF-FROM ', SKIPPED'
               GO TO LOAD-POSAUTH-RECORD-EXIT
           END-IF.
           IF WS-POSAUTH-COUNT >= WS-POSAUTH-CAPACITY
               DISPLAY 'LOAD-POSAUTH-TABLE - POSAUTH CAPACITY '
                   WS-POSAUTH-CAPACITY ' EXCEEDED, DEPT '
                   PA-DEPT ' AND LATER NOT LOADED'
               MOVE 'Y' TO WS-POSAUTH-EOF-SW
               GO TO LOAD-POSAUTH-RECORD-EXIT
           END-IF.
           ADD 1 TO WS-POSAUTH-COUNT.
           MOVE PA-DEPT       TO WS-TPA-DEPT (WS-POSAUTH-COUNT).
           MOVE PA-EFF-FROM   TO WS-TPA-EFF-FROM (WS-POSAUTH-COUNT).
           MOVE PA-EFF-TO     TO WS-TPA-EFF-TO (WS-POSAUTH-COUNT).
           MOVE PA-AUTH-COUNT TO WS-TPA-AUTH-COUNT (WS-POSAUTH-COUNT).
           MOVE PA-CAP-TYPE   TO WS-TPA-CAP-TYPE (WS-POSAUTH-COUNT).
       LOAD-POSAUTH-RECORD-EXIT.
           EXIT.

       LOOK-UP-POSAUTH.
           MOVE 'N'    TO WS-POSAUTH-FOUND-SW.
           MOVE ZERO   TO WS-PL-AUTH-COUNT.
           MOVE SPACE  TO WS-PL-CAP-TYPE.
           MOVE SPACES TO WS-PL-EFF-FROM.
           PERFORM MATCH-POSAUTH-ENTRY
               THRU MATCH-POSAUTH-ENTRY-EXIT
               VARYING WS-POSAUTH-IDX FROM 1 BY 1
               UNTIL WS-POSAUTH-IDX > WS-POSAUTH-COUNT.
       LOOK-UP-POSAUTH-EXIT.
           EXIT.

       MATCH-POSAUTH-ENTRY.
           IF WS-TPA-DEPT (WS-POSAUTH-IDX) NOT = WS-PL-DEPT
                   OR WS-TPA-EFF-FROM (WS-POSAUTH-IDX) > WS-PL-DATE
                   OR WS-TPA-EFF-TO (WS-POSAUTH-IDX) < WS-PL-DATE
               GO TO MATCH-POSAUTH-ENTRY-EXIT
           END-IF.
           IF WS-POSAUTH-FOUND
                   AND WS-TPA-EFF-FROM (WS-POSAUTH-IDX)
                       < WS-PL-EFF-FROM
               GO TO MATCH-POSAUTH-ENTRY-EXIT
           END-IF.
           MOVE 'Y' TO WS-POSAUTH-FOUND-SW.
           MOVE WS-TPA-AUTH-COUNT (WS-POSAUTH-IDX) TO WS-PL-AUTH-COUNT.
           MOVE WS-TPA-CAP-TYPE (WS-POSAUTH-IDX)   TO WS-PL-CAP-TYPE.
           MOVE WS-TPA-EFF-FROM (WS-POSAUTH-IDX)   TO WS-PL-EFF-FROM.
       MATCH-POSAUTH-ENTRY-EXIT.
           EXIT.
