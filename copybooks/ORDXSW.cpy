      *****************************************************************
      * ORDXSW.CPY
      * WORKING-STORAGE FIELDS SUPPORTING THE SHARED ORDEXTR READ
      * PARAGRAPHS (ORDXRD.CPY). COPY THIS INTO WORKING-STORAGE
      * SECTION BEFORE COPYING ORDXRD INTO THE PROCEDURE DIVISION. THE
      * CALLER MUST ALSO DECLARE ORDEXTR-FILE (ASSIGN TO ORDEXTR, FILE
      * STATUS WS-ORDX-STATUS) WITH COPY ORDXREC AND COPY ORDXCTL IN
      * ITS FD, AND WS-ABEND-SW/WS-ABEND-REQUESTED.
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-10-15 DB   INITIAL VERSION.
      *****************************************************************
       01  WS-ORDX-STATUS           PIC X(02).
       01  WS-ORDX-EOF-SW           PIC X(01)  VALUE 'N'.
           88  WS-ORDX-EOF                     VALUE 'Y'.
       01  WS-ORDX-DETAIL-SW        PIC X(01)  VALUE 'N'.
           88  WS-ORDX-DETAIL-READ             VALUE 'Y'.
       01  WS-ORDX-TRAILER-SEEN-SW  PIC X(01)  VALUE 'N'.
           88  WS-ORDX-TRAILER-SEEN            VALUE 'Y'.
       01  WS-ORDX-AS-OF-DATE       PIC X(08)  VALUE SPACES.
       01  WS-ORDX-AS-OF-TIME       PIC X(06)  VALUE SPACES.
       01  WS-ORDX-DETAIL-COUNT     PIC 9(07)  VALUE ZERO.
       01  WS-ORDX-DETAIL-AMOUNT    PIC S9(11)V99 VALUE ZERO.
       01  WS-ORDX-TRAILER-COUNT    PIC 9(07)  VALUE ZERO.
       01  WS-ORDX-TRAILER-AMOUNT   PIC S9(11)V99 VALUE ZERO.
       01  WS-ORDX-PREV-C-BQ        PIC X(15)  VALUE LOW-VALUES.
