      *                 EACH NIGHTLY LOAD, SO DEPARTMENT-LEVEL
      *                 BROWSES (EMPINQ) READ THE SAME KEYED MASTER
      *                 AS THE SINGLE-EMPLOYEE LOOKUPS.
      * 2026-10-15 DB   ADDED EM-EMPL-HIRE-DATE ('YYYY-MM-DD') OUT OF
      *                 THE FILLER, LOADED BY EMPLOAD FROM THE
      *                 EXTRACT'S ER-EMPL-HIRE-DATE, SO THE EMPQRY
      *                 AD-HOC QUERY CAN SELECT ON HIRE DATE. BLANK
      *                 UNTIL THE FIRST LOAD AFTER THIS CHANGE.
      *****************************************************************
       01  EMPMAST-RECORD.
           05  EM-EMPL-ID          PIC 9(05).
           05  EM-EMPL-DEPT        PIC X(04).
           05  EM-EMPL-STATUS      PIC X(01).
           05  EM-EMPL-PAY-GRADE   PIC X(02).
           05  EM-EMPL-HIRE-DATE   PIC X(10).
           05  FILLER              PIC X(43).
