      *****************************************************************
      * ORDXRD.CPY
      * SHARED READ PARAGRAPHS FOR THE ORDEXTR NIGHTLY ORDER UNLOAD
      * (ORDXREC.CPY / ORDXCTL.CPY). COPY INTO THE PROCEDURE DIVISION
      * OF ANY PROGRAM THAT READS ORDER ROWS FROM THE UNLOAD INSTEAD
      * OF FROM S1ORDCOU, WITH ORDXSW COPIED INTO WORKING-STORAGE.
      * AL-PROGRAM MUST ALREADY HOLD THE CALLER'S NAME -- THE SYSOUT
      * MESSAGES AND AUDIT EVENTS BELOW CARRY IT.
      *
      *   OPEN-ORDEXTR OPENS THE FILE AND READS THE HEADER, LEAVING
      *   THE UNLOAD DATE AND TIME IN WS-ORDX-AS-OF-DATE/-TIME.
      *
      *   READ-ORDEXTR READS ONE RECORD. A DETAIL SETS
      *   WS-ORDX-DETAIL-READ WITH THE ROW IN OX-C-BQ, OX-ORD-AMOUNT,
      *   AND OX-ORD-DATE; THE TRAILER (ALWAYS THE LAST RECORD) OR END
      *   OF FILE SETS WS-ORDX-EOF. A DETAIL OUT OF C_BQ SEQUENCE OR A
      *   RECORD OF NO KNOWN TYPE MEANS THE FILE IS NOT AN ORDUNLD
      *   UNLOAD AND FAILS THE STEP.
      *
      *   VERIFY-ORDEXTR-TRAILER, PERFORMED ONCE AT END OF FILE, FAILS
      *   THE STEP WHEN THE TRAILER IS MISSING OR ITS COUNT OR AMOUNT
      *   TOTAL DISAGREES WITH THE DETAILS READ.
      *
      * EVERY FAILURE DISPLAYS A MESSAGE, WRITES A SEVERE AUDIT EVENT,
      * AND SETS RETURN-CODE 16 AND WS-ABEND-SW THE USUAL WAY.
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-10-15 DB   INITIAL VERSION.
      *****************************************************************
       OPEN-ORDEXTR.
           MOVE 'OPEN ORDEXTR' TO AL-OPERATION.
           OPEN INPUT ORDEXTR-FILE.
           IF WS-ORDX-STATUS NOT = '00'
               DISPLAY AL-PROGRAM ' - ERROR OPENING ORDEXTR, STATUS '
                       WS-ORDX-STATUS ', ABENDING'
               MOVE 'OPEN FAILED'       TO AL-MESSAGE
               PERFORM ORDEXTR-FAILED
                   THRU ORDEXTR-FAILED-EXIT
               GO TO OPEN-ORDEXTR-EXIT
           END-IF.
           READ ORDEXTR-FILE
               AT END
                   MOVE SPACES TO ORDEXTR-HEADER
           END-READ.
           IF NOT OXH-HEADER-REC
               DISPLAY AL-PROGRAM ' - ORDEXTR HAS NO HEADER RECORD, '
                       'NOT AN ORDER UNLOAD, ABENDING'
               MOVE 'NO HEADER'         TO AL-MESSAGE
               PERFORM ORDEXTR-FAILED
                   THRU ORDEXTR-FAILED-EXIT
               GO TO OPEN-ORDEXTR-EXIT
           END-IF.
           MOVE OXH-RUN-DATE TO WS-ORDX-AS-OF-DATE.
           MOVE OXH-RUN-TIME TO WS-ORDX-AS-OF-TIME.
           DISPLAY AL-PROGRAM ' - READING ORDEXTR UNLOADED '
                   WS-ORDX-AS-OF-DATE ' ' WS-ORDX-AS-OF-TIME.
       OPEN-ORDEXTR-EXIT.
           EXIT.

       READ-ORDEXTR.
           MOVE 'N' TO WS-ORDX-DETAIL-SW.
           READ ORDEXTR-FILE
               AT END
                   MOVE 'Y' TO WS-ORDX-EOF-SW
                   GO TO READ-ORDEXTR-EXIT
           END-READ.
           EVALUATE TRUE
               WHEN OX-DETAIL-REC
                   CONTINUE
               WHEN OXT-TRAILER-REC
                   MOVE 'Y' TO WS-ORDX-TRAILER-SEEN-SW
                   MOVE OXT-RECORD-COUNT TO WS-ORDX-TRAILER-COUNT
                   MOVE OXT-AMOUNT-TOTAL TO WS-ORDX-TRAILER-AMOUNT
                   MOVE 'Y' TO WS-ORDX-EOF-SW
                   GO TO READ-ORDEXTR-EXIT
               WHEN OTHER
                   DISPLAY AL-PROGRAM ' - ORDEXTR RECORD TYPE '
                           OX-RECORD-TYPE ' NOT RECOGNIZED AFTER '
                           WS-ORDX-DETAIL-COUNT ' DETAILS, ABENDING'
                   MOVE 'READ ORDEXTR'      TO AL-OPERATION
                   MOVE 'BAD RECORD TYPE'   TO AL-MESSAGE
                   PERFORM ORDEXTR-FAILED
                       THRU ORDEXTR-FAILED-EXIT
                   GO TO READ-ORDEXTR-EXIT
           END-EVALUATE.
           IF OX-C-BQ < WS-ORDX-PREV-C-BQ
               DISPLAY AL-PROGRAM ' - ORDEXTR OUT OF SEQUENCE AT C_BQ '
                       OX-C-BQ ' AFTER ' WS-ORDX-PREV-C-BQ
                       ', ABENDING'
               MOVE 'READ ORDEXTR'      TO AL-OPERATION
               MOVE 'OUT OF SEQUENCE'   TO AL-MESSAGE
               PERFORM ORDEXTR-FAILED
                   THRU ORDEXTR-FAILED-EXIT
               GO TO READ-ORDEXTR-EXIT
           END-IF.
           MOVE OX-C-BQ TO WS-ORDX-PREV-C-BQ.
           ADD 1             TO WS-ORDX-DETAIL-COUNT.
           ADD OX-ORD-AMOUNT TO WS-ORDX-DETAIL-AMOUNT.
           MOVE 'Y' TO WS-ORDX-DETAIL-SW.
       READ-ORDEXTR-EXIT.
           EXIT.

       VERIFY-ORDEXTR-TRAILER.
           MOVE 'VERIFY ORDEXTR TRAILER' TO AL-OPERATION.
           IF NOT WS-ORDX-TRAILER-SEEN
               DISPLAY AL-PROGRAM ' - ORDEXTR HAS NO TRAILER RECORD, '
                       'UNLOAD IS INCOMPLETE, ABENDING'
               MOVE 'NO TRAILER'        TO AL-MESSAGE
               PERFORM ORDEXTR-FAILED
                   THRU ORDEXTR-FAILED-EXIT
               GO TO VERIFY-ORDEXTR-TRAILER-EXIT
           END-IF.
           IF WS-ORDX-TRAILER-COUNT NOT = WS-ORDX-DETAIL-COUNT
                   OR WS-ORDX-TRAILER-AMOUNT NOT = WS-ORDX-DETAIL-AMOUNT
               DISPLAY AL-PROGRAM ' - ORDEXTR TRAILER COUNT '
                       WS-ORDX-TRAILER-COUNT ' AMOUNT '
                       WS-ORDX-TRAILER-AMOUNT ' DISAGREES WITH '
                       WS-ORDX-DETAIL-COUNT ' DETAILS READ FOR '
                       WS-ORDX-DETAIL-AMOUNT ', ABENDING'
               MOVE 'TRAILER MISMATCH'  TO AL-MESSAGE
               PERFORM ORDEXTR-FAILED
                   THRU ORDEXTR-FAILED-EXIT
           END-IF.
       VERIFY-ORDEXTR-TRAILER-EXIT.
           EXIT.

       ORDEXTR-FAILED.
           MOVE ZERO TO AL-SQLCODE.
           MOVE 'S'  TO AL-SEVERITY.
           PERFORM WRITE-AUDIT-LOG
               THRU WRITE-AUDIT-LOG-EXIT.
           MOVE 16  TO RETURN-CODE.
           MOVE 'Y' TO WS-ABEND-SW.
           MOVE 'Y' TO WS-ORDX-EOF-SW.
       ORDEXTR-FAILED-EXIT.
           EXIT.
