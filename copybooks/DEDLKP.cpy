      *****************************************************************
      * DEDLKP.CPY
      * SHARED DEDUCTION REFERENCE LOAD AND LOOKUP PARAGRAPHS. COPY
      * INTO THE PROCEDURE DIVISION OF ANY PROGRAM THAT VALIDATES A
      * DEDUCTION CODE OR PRICES A DEDUCTION OFF THE DEDREF
      * REFERENCE FILE (DEDREF.CPY). COPY DEDTBL INTO WORKING-STORAGE
      * FIRST AND DECLARE DEDREF-FILE IN THE FILE SECTION.
      *
      * PROTOCOL: PERFORM LOAD-DED-TABLE ONCE AT INITIALIZATION -- IT
      * OPENS, LOADS, AND CLOSES DEDREF-FILE AND LEAVES THE RESULT IN
      * WS-DEDREF-COUNT (ZERO WITH A NON-'00' WS-DEDREF-STATUS MEANS
      * THE FILE COULD NOT BE READ; THE CALLER DECIDES WHETHER THAT
      * FAILS ITS STEP). A RECORD WHOSE METHOD IS NOT 'F' OR 'P', OR
      * WHICH CARRIES NO LIABILITY ACCOUNT, IS WARNED AND NOT LOADED,
      * SO IT CANNOT BE ELECTED OR PRICED. THEREAFTER MOVE A CODE TO
      * WS-DK-CODE AND PERFORM LOOK-UP-DED; THE DESCRIPTION, METHOD,
      * AND ACCOUNT COME BACK IN WS-DK-DESC / WS-DK-METHOD /
      * WS-DK-ACCOUNT, WITH WS-DEDREF-FOUND OFF AND BLANKS IN PLACE
      * WHEN THE CODE IS NOT ON THE FILE.
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-10-15 DB   INITIAL VERSION.
      *****************************************************************
       LOAD-DED-TABLE.
           MOVE ZERO TO WS-DEDREF-COUNT.
           MOVE 'N'  TO WS-DEDREF-EOF-SW.
           OPEN INPUT DEDREF-FILE.
           IF WS-DEDREF-STATUS NOT = '00'
               DISPLAY 'LOAD-DED-TABLE - ERROR OPENING DEDREF, '
                   'STATUS ' WS-DEDREF-STATUS
               GO TO LOAD-DED-TABLE-EXIT
           END-IF.
           PERFORM LOAD-DED-RECORD
               THRU LOAD-DED-RECORD-EXIT
               UNTIL WS-DEDREF-EOF.
           CLOSE DEDREF-FILE.
       LOAD-DED-TABLE-EXIT.
           EXIT.

       LOAD-DED-RECORD.
           READ DEDREF-FILE
               AT END
                   MOVE 'Y' TO WS-DEDREF-EOF-SW
                   GO TO LOAD-DED-RECORD-EXIT
           END-READ.
           IF (NOT DF-METHOD-FLAT AND NOT DF-METHOD-PERCENT)
                   OR DF-LIAB-ACCOUNT = SPACES
               DISPLAY 'LOAD-DED-TABLE - DEDUCTION ' DF-DED-CODE
                   ' HAS NO VALID METHOD OR ACCOUNT, NOT LOADED'
               GO TO LOAD-DED-RECORD-EXIT
           END-IF.
           IF WS-DEDREF-COUNT >= WS-DEDREF-CAPACITY
               DISPLAY 'LOAD-DED-TABLE - DEDREF CAPACITY '
                   WS-DEDREF-CAPACITY ' EXCEEDED, DEDUCTION '
                   DF-DED-CODE ' AND LATER NOT LOADED'
               MOVE 'Y' TO WS-DEDREF-EOF-SW
               GO TO LOAD-DED-RECORD-EXIT
           END-IF.
           ADD 1 TO WS-DEDREF-COUNT.
           MOVE DF-DED-CODE     TO WS-TDF-CODE (WS-DEDREF-COUNT).
           MOVE DF-DED-DESC     TO WS-TDF-DESC (WS-DEDREF-COUNT).
           MOVE DF-CALC-METHOD  TO WS-TDF-METHOD (WS-DEDREF-COUNT).
           MOVE DF-LIAB-ACCOUNT TO WS-TDF-ACCOUNT (WS-DEDREF-COUNT).
       LOAD-DED-RECORD-EXIT.
           EXIT.

       LOOK-UP-DED.
           MOVE 'N'    TO WS-DEDREF-FOUND-SW.
           MOVE SPACES TO WS-DK-DESC.
           MOVE SPACES TO WS-DK-METHOD.
           MOVE SPACES TO WS-DK-ACCOUNT.
           PERFORM MATCH-DED-ENTRY
               THRU MATCH-DED-ENTRY-EXIT
               VARYING WS-DEDREF-IDX FROM 1 BY 1
               UNTIL WS-DEDREF-IDX > WS-DEDREF-COUNT
                   OR WS-DEDREF-FOUND.
           IF WS-DEDREF-FOUND
               SUBTRACT 1 FROM WS-DEDREF-IDX
               MOVE WS-TDF-DESC (WS-DEDREF-IDX)    TO WS-DK-DESC
               MOVE WS-TDF-METHOD (WS-DEDREF-IDX)  TO WS-DK-METHOD
               MOVE WS-TDF-ACCOUNT (WS-DEDREF-IDX) TO WS-DK-ACCOUNT
           END-IF.
       LOOK-UP-DED-EXIT.
           EXIT.

       MATCH-DED-ENTRY.
           IF WS-TDF-CODE (WS-DEDREF-IDX) = WS-DK-CODE
               MOVE 'Y' TO WS-DEDREF-FOUND-SW
           END-IF.
       MATCH-DED-ENTRY-EXIT.
           EXIT.
