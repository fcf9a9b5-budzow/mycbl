      *****************************************************************
      * BRSTSW.CPY
      * WORKING-STORAGE FIELDS SUPPORTING THE SHARED REPORT BURST FILE
      * WRITE PARAGRAPHS (BRSTWR.CPY). COPY THIS INTO WORKING-STORAGE
      * SECTION BEFORE COPYING BRSTWR INTO THE PROCEDURE DIVISION. THE
      * CALLER MUST ALSO DECLARE RPTBRST-FILE (ASSIGN TO RPTBRST, FILE
      * STATUS WS-BRST-STATUS) WITH COPY BRSTREC IN ITS FD.
      *
      * BEFORE OPEN-BURST-FILE THE CALLER FILLS THE REPORT ID (ITS
      * PROGRAM NAME), THE RUN DATE (YYYYMMDD), THE TITLE TEXT, THE
      * EDITED RUN DATE, AND THE COLUMN HEADING LINE. BEFORE EACH
      * WRITE-BURST-LINE IT MOVES THE PRINT LINE TO WS-BRST-LINE AND,
      * WHEN THE LINE IS NOT SHOP-WIDE, SETS WS-BRST-CLASS ('C' FOR A
      * LINE EVERY RECIPIENT GETS, 'D' WITH THE CODE IN WS-BRST-DEPT
      * FOR ONE DEPARTMENT'S LINE). THE CLASS FALLS BACK TO 'S' AFTER
      * EVERY LINE, SO A LINE NOBODY TAGGED NEVER REACHES A DEPARTMENT
      * RECIPIENT.
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-10-15 DB   INITIAL VERSION.
      *****************************************************************
       01  WS-BRST-STATUS           PIC X(02).
       01  WS-BRST-OPEN-SW          PIC X(01)  VALUE 'N'.
           88  WS-BRST-OPEN                    VALUE 'Y'.
       01  WS-BRST-REPORT-ID        PIC X(08)  VALUE SPACES.
       01  WS-BRST-RUN-DATE         PIC X(08)  VALUE SPACES.
       01  WS-BRST-TITLE-TEXT       PIC X(45)  VALUE SPACES.
       01  WS-BRST-RUN-DATE-EDIT    PIC X(10)  VALUE SPACES.
       01  WS-BRST-HEADING-LINE     PIC X(132) VALUE SPACES.
       01  WS-BRST-LINE             PIC X(132) VALUE SPACES.
       01  WS-BRST-CLASS            PIC X(01)  VALUE 'S'.
           88  WS-BRST-COMMON                  VALUE 'C'.
           88  WS-BRST-DEPT-LINE               VALUE 'D'.
           88  WS-BRST-SHOP                    VALUE 'S'.
       01  WS-BRST-DEPT             PIC X(04)  VALUE SPACES.
       01  WS-BRST-LINE-COUNT       PIC 9(07)  VALUE ZERO.
       01  WS-BRST-DEPT-LINE-COUNT  PIC 9(07)  VALUE ZERO.
