      *****************************************************************
      * DISTCTL.CPY
      * CARD LAYOUT FOR THE REPORT DISTRIBUTION CONTROL FILE (DISTCTL),
      * KEPT BY OPERATIONS. ONE CARD PER REPORT, DEPARTMENT, AND
      * RECIPIENT: RPTBURST SENDS THE RECIPIENT A COPY OF THE REPORT
      * CARRYING ONLY THE LINES FOR THE DEPARTMENTS ON THEIR CARDS. A
      * RECIPIENT WITH SEVERAL DEPARTMENTS HAS ONE CARD PER DEPARTMENT
      * AND STILL GETS ONE COPY. DEPARTMENT 'ALL ' SENDS THE WHOLE
      * REPORT, SHOP-WIDE TOTALS AND ROLLUPS INCLUDED. THE REPORT ID
      * IS THE PRODUCING PROGRAM'S NAME (DEPTBRK, GRDEXCP, LEAVERPT,
      * ANNIVRPT, DEPTROLL). THE NAME AND LOCATION PRINT ON THE
      * COPY'S DISTRIBUTION LINE, TAKEN FROM THE RECIPIENT'S FIRST
      * CARD FOR THE REPORT. A '*' IN COLUMN 1 MARKS A COMMENT CARD.
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-10-15 DB   INITIAL VERSION.
      *****************************************************************
       01  DISTCTL-RECORD.
           05  DS-REPORT-ID        PIC X(08).
           05  FILLER              PIC X(01).
           05  DS-DEPT             PIC X(04).
               88  DS-ALL-DEPTS                VALUE 'ALL '.
           05  FILLER              PIC X(01).
           05  DS-RECIPIENT-ID     PIC X(08).
           05  FILLER              PIC X(01).
           05  DS-RECIPIENT-NAME   PIC X(30).
           05  FILLER              PIC X(01).
           05  DS-LOCATION         PIC X(20).
           05  FILLER              PIC X(06).
