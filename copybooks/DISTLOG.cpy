      *****************************************************************
      * DISTLOG.CPY
      * RECORD LAYOUT FOR THE PERMANENT REPORT DISTRIBUTION LOG
      * (DISTLOG), APPENDED BY RPTBURST. ONE RECORD PER RECIPIENT COPY
      * SENT, KEYED BY BUSINESS DATE, REPORT, AND RECIPIENT, WITH THE
      * REPORT'S OWN RUN DATE AND THE COPY'S DEPARTMENT, LINE, AND
      * PAGE COUNTS -- WHAT WENT TO WHOM FOR EACH BUSINESS DATE.
      * RPTBURST READS IT BACK BEFORE SENDING SO A RESTARTED STEP DOES
      * NOT SEND THE SAME COPY TWICE. ACTIONS:
      *   S  SENT.
      *   R  RESENT ON AN OPERATOR REQUEST (PARM 'R').
      *   U  NOT A COPY -- DEPARTMENT LINES NO DEPARTMENT RECIPIENT
      *      COVERS. THE RECIPIENT IS '*NONE*', THE DEPARTMENT COUNT
      *      AND LINE COUNT ARE THE UNCOVERED DEPARTMENTS AND LINES.
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-10-15 DB   INITIAL VERSION.
      *****************************************************************
       01  DISTLOG-RECORD.
           05  DZ-BUS-DATE         PIC X(08).
           05  DZ-REPORT-ID        PIC X(08).
           05  DZ-RECIPIENT-ID     PIC X(08).
           05  DZ-RUN-DATE         PIC X(08).
           05  DZ-ACTION           PIC X(01).
               88  DZ-SENT                     VALUE 'S'.
               88  DZ-RESENT                   VALUE 'R'.
               88  DZ-UNCOVERED                VALUE 'U'.
           05  DZ-DEPT-COUNT       PIC 9(03).
           05  DZ-LINE-COUNT       PIC 9(07).
           05  DZ-PAGE-COUNT       PIC 9(05).
           05  DZ-STAMP-DATE       PIC X(08).
           05  DZ-STAMP-TIME       PIC X(06).
           05  FILLER              PIC X(18).
