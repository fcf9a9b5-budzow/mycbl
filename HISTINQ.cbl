002400*                 RECORD MATCHES WHEN EITHER IMAGE CARRIES THE
002500*                 REQUESTED ID, SO INSERTS (BLANK BEFORE IMAGE)
002600*                 AND EVERY LATER CHANGE ALL LIST.
002610* 2026-10-15 DB   AN ALL-SPACES AFTER IMAGE IS AN EMPARCH PURGE
002620*                 AND SHOWS AS 'ALL (PURGE)'.
002700*****************************************************************
002800
002900 ENVIRONMENT DIVISION.
020600* 3000-BUILD-FIELDS-CHANGED - COMPARE THE BEFORE AND AFTER
020700* IMAGES FIELD BY FIELD AND LIST THE ONES THAT DIFFER. AN
020800* ALL-SPACES BEFORE IMAGE IS AN INSERT AND SHOWS AS SUCH; TWO
020900* IDENTICAL IMAGES (A RE-FLAGGED STATUS, SAY) SHOW AS NONE. AN
020950* ALL-SPACES AFTER IMAGE IS A PURGE.
021000*****************************************************************
021100 3000-BUILD-FIELDS-CHANGED.
021200     MOVE SPACES TO WS-FIELDS-CHANGED.
021500         MOVE 'ALL (INSERT)' TO WS-FIELDS-CHANGED
021600         GO TO 3000-BUILD-FIELDS-CHANGED-EXIT
021700     END-IF.
021710     IF EH-AFTER-IMAGE = SPACES
021720         MOVE 'ALL (PURGE)' TO WS-FIELDS-CHANGED
021730         GO TO 3000-BUILD-FIELDS-CHANGED-EXIT
021740     END-IF.
021800     IF EH-B-EMPL-NAME NOT = EH-A-EMPL-NAME
021900         MOVE 'NAME '   TO WS-FIELDS-CHANGED (WS-FIELDS-IDX:5)
022000         ADD 5 TO WS-FIELDS-IDX
