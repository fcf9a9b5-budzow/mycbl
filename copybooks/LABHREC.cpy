      *****************************************************************
      * LABHREC.CPY
      * FIXED-WIDTH RECORD LAYOUT FOR THE PERMANENT DEPARTMENT LABOR
      * HISTORY DATASET (LABHIST). GLFEED APPENDS ONE RECORD PER
      * DEPARTMENT EACH TIME IT POSTS A PAY PERIOD'S JOURNAL BATCH --
      * THE PERIOD DATE OF THE PAYFILE POSTED (YYYYMMDD, THE BATCH'S
      * BUSINESS DATE), THE DEPARTMENT, AND THE LABOR EXPENSE DEBITED
      * AT GROSS -- STAMPED WITH THE RUN DATE AND TIME. PAYFILE HOLDS
      * ONE BIWEEKLY PERIOD AND IS OVERWRITTEN BY THE NEXT, SO THIS IS
      * WHERE A MONTH'S LABOR COST IS ADDED UP FROM (DEPTPROF). A
      * DELIBERATE RESEND OF A PERIOD APPENDS AGAIN; READERS TAKE ONLY
      * THE RECORDS OF THE LAST RUN STAMP FOR A PERIOD DATE.
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-10-15 DB   INITIAL VERSION.
      *****************************************************************
       01  LABHIST-RECORD.
           05  LH-PERIOD-DATE      PIC X(08).
           05  LH-DEPT             PIC X(04).
           05  LH-LABOR-COST       PIC S9(09)V99.
           05  LH-RUN-STAMP.
               10  LH-RUN-DATE     PIC X(08).
               10  LH-RUN-TIME     PIC X(06).
           05  FILLER              PIC X(43).
