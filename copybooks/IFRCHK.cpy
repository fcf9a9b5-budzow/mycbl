      *****************************************************************
      * IFRCHK.CPY
      * SHARED CHECK-INTERFACE-REGISTRY AND RECORD-INTERFACE-REGISTRY
      * PARAGRAPHS. COPY INTO THE PROCEDURE DIVISION OF ANY PROGRAM
      * THAT SENDS OR LOADS AN INTERFACE FILE, WITH IFRPARM COPIED
      * INTO WORKING-STORAGE. BOTH CALL THE IFREG REGISTRY SUBPROGRAM
      * (SEE IFRPARM.CPY FOR THE PROTOCOL) AND NEED AUDIT-LOG-FILE
      * OPEN AND AL-PROGRAM SET.
      *
      * PROTOCOL: THE CALLER FILLS IN WS-IFREG-PARM AND PERFORMS
      * CHECK-INTERFACE-REGISTRY BEFORE IT SENDS OR APPLIES ANYTHING,
      * THEN RECORD-INTERFACE-REGISTRY ONCE THE FILE IS COMPLETE. ON
      * RETURN WS-IF-OK SAYS WHETHER THE RUN MAY GO ON. A DUPLICATE,
      * OR A REGISTRY THAT CANNOT BE READ OR WRITTEN, HAS ALREADY SET
      * RETURN-CODE 16 AND LEFT A SEVERE AUDIT EVENT, SO THE CALLER
      * JUST SETS ITS ABEND SWITCH AND GOES TO ITS END-OF-JOB. A
      * DUPLICATE LET THROUGH BY THE PARMFILE OVERRIDE GOES ON WITH A
      * WARNING AUDIT EVENT.
      *
      * HASH-INTERFACE-RECORD GIVES A CALLER THAT LOADS A FILE A HASH
      * OF EACH WHOLE RECORD IMAGE (SEE WS-IF-HASH-AREA IN
      * IFRPARM.CPY): EVERY BYTE'S VALUE TIMES ITS POSITION, SUMMED. A
      * CORRECTED RESUBMISSION -- ANY FIELD CHANGED, NOT ONLY THE
      * KEYS -- HASHES DIFFERENTLY AND IS NOT TAKEN FOR A DUPLICATE.
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-10-15 DB   INITIAL VERSION.
      * 2026-10-15 DB   ADDED HASH-INTERFACE-RECORD (WHOLE-RECORD HASH).
      *****************************************************************
       CHECK-INTERFACE-REGISTRY.
           MOVE 'C' TO WS-IF-FUNCTION.
           MOVE 'N' TO WS-IF-OVERRIDE-SW.
           CALL 'IFREG' USING WS-IFREG-PARM.
           IF WS-IF-CLEAR
               GO TO CHECK-INTERFACE-REGISTRY-EXIT
           END-IF.
           MOVE SPACES          TO AL-MESSAGE.
           MOVE WS-IF-INTERFACE TO AL-MESSAGE (1:8).
           MOVE WS-IF-BUS-DATE  TO AL-MESSAGE (10:8).
           MOVE ZERO            TO AL-SQLCODE.
           IF WS-IF-UNAVAILABLE
               DISPLAY WS-IF-PROGRAM ' - INTERFACE REGISTRY IFREGF '
                   'UNREADABLE, STATUS ' WS-IF-FILE-STATUS ', '
                   WS-IF-INTERFACE ' NOT CHECKED, ABENDING'
               MOVE 'CHECK INTERFACE REGISTRY' TO AL-OPERATION
               MOVE 'S' TO AL-SEVERITY
               PERFORM WRITE-AUDIT-LOG
                   THRU WRITE-AUDIT-LOG-EXIT
               MOVE 16 TO RETURN-CODE
               GO TO CHECK-INTERFACE-REGISTRY-EXIT
           END-IF.
           DISPLAY WS-IF-PROGRAM ' - ' WS-IF-INTERFACE ' ('
               WS-IF-DIRECTION ') FOR ' WS-IF-BUS-DATE
               ' IS ALREADY ON THE REGISTRY: BUSINESS DATE '
               WS-IF-PRIOR-BUS-DATE ' RECORDS ' WS-IF-PRIOR-COUNT.
           DISPLAY WS-IF-PROGRAM ' - RECORDED BY '
               WS-IF-PRIOR-PROGRAM ' JOB ' WS-IF-PRIOR-JOB ' ON '
               WS-IF-PRIOR-DATE ' AT ' WS-IF-PRIOR-TIME.
           IF WS-IF-OVERRIDDEN
               DISPLAY WS-IF-PROGRAM ' - IFREG OVERRIDE ON PARMFILE '
                   'NAMES THIS FILE, IT GOES AGAIN'
               MOVE 'INTERFACE OVERRIDE USED' TO AL-OPERATION
               MOVE 'W' TO AL-SEVERITY
               PERFORM WRITE-AUDIT-LOG
                   THRU WRITE-AUDIT-LOG-EXIT
               GO TO CHECK-INTERFACE-REGISTRY-EXIT
           END-IF.
           DISPLAY WS-IF-PROGRAM ' - DUPLICATE INTERFACE FILE, '
               'NOTHING SENT OR LOADED, ABENDING'.
           MOVE 'DUPLICATE INTERFACE FILE' TO AL-OPERATION.
           MOVE 'S' TO AL-SEVERITY.
           PERFORM WRITE-AUDIT-LOG
               THRU WRITE-AUDIT-LOG-EXIT.
           MOVE 16 TO RETURN-CODE.
       CHECK-INTERFACE-REGISTRY-EXIT.
           EXIT.

       RECORD-INTERFACE-REGISTRY.
           MOVE 'R' TO WS-IF-FUNCTION.
           CALL 'IFREG' USING WS-IFREG-PARM.
           MOVE SPACES          TO AL-MESSAGE.
           MOVE WS-IF-INTERFACE TO AL-MESSAGE (1:8).
           MOVE WS-IF-BUS-DATE  TO AL-MESSAGE (10:8).
           MOVE ZERO            TO AL-SQLCODE.
           MOVE 'RECORD INTERFACE FILE' TO AL-OPERATION.
           IF WS-IF-CLEAR
               DISPLAY WS-IF-PROGRAM ' - ' WS-IF-INTERFACE ' ('
                   WS-IF-DIRECTION ') FOR ' WS-IF-BUS-DATE
                   ' RECORDED, ' WS-IF-RECORD-COUNT ' RECORDS'
               PERFORM WRITE-AUDIT-LOG
                   THRU WRITE-AUDIT-LOG-EXIT
               GO TO RECORD-INTERFACE-REGISTRY-EXIT
           END-IF.
           DISPLAY WS-IF-PROGRAM ' - INTERFACE REGISTRY IFREGF '
               'NOT WRITTEN, STATUS ' WS-IF-FILE-STATUS ', '
               WS-IF-INTERFACE ' NOT RECORDED, ABENDING'.
           MOVE 'S' TO AL-SEVERITY.
           PERFORM WRITE-AUDIT-LOG
               THRU WRITE-AUDIT-LOG-EXIT.
           MOVE 16 TO RETURN-CODE.
       RECORD-INTERFACE-REGISTRY-EXIT.
           EXIT.

       HASH-INTERFACE-RECORD.
           MOVE ZERO TO WS-IF-HASH-RECORD.
           PERFORM HASH-INTERFACE-BYTE
               THRU HASH-INTERFACE-BYTE-EXIT
               VARYING WS-IF-HASH-POS FROM 1 BY 1
               UNTIL WS-IF-HASH-POS > WS-IF-HASH-LENGTH.
       HASH-INTERFACE-RECORD-EXIT.
           EXIT.

       HASH-INTERFACE-BYTE.
           MOVE ZERO TO WS-IF-HASH-WORD.
           MOVE WS-IF-HASH-IMAGE (WS-IF-HASH-POS:1)
               TO WS-IF-HASH-BYTE.
           COMPUTE WS-IF-HASH-RECORD = WS-IF-HASH-RECORD
               + WS-IF-HASH-WORD * WS-IF-HASH-POS.
       HASH-INTERFACE-BYTE-EXIT.
           EXIT.
