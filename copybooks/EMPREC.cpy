      *                 ER-EMPL-PAY-GRADE SO THE EXTRACT CARRIES THE
      *                 SAME STRUCTURED EMPLOYEE GROUP AS WS-EMPL IN
      *                 SQLCURSR/CURR-U, NOT JUST ID AND NAME.
      * 2026-10-15 DB   ADDED ER-EMPL-HIRE-DATE (EMP_HIRE_DATE, DB2
      *                 'YYYY-MM-DD' FORM) OUT OF THE FILLER SO THE
      *                 EMPSNAP SNAPSHOT SNAPREFR COPIES FROM THE
      *                 EXTRACT CARRIES EVERY NOT NULL EMP COLUMN AND
      *                 EMPRECOV CAN RELOAD THE TABLE FROM IT. BLANK
      *                 IN EXTRACTS AND SNAPSHOTS WRITTEN BEFORE THIS
      *                 CHANGE.
      *****************************************************************
       01  EMPEXTR-RECORD.
           05  ER-EMPL-ID          PIC 9(05).
           05  ER-EMPL-DEPT        PIC X(04).
           05  ER-EMPL-STATUS      PIC X(01).
           05  ER-EMPL-PAY-GRADE   PIC X(02).
           05  ER-EMPL-HIRE-DATE   PIC X(10).
           05  FILLER              PIC X(43).
