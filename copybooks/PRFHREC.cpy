      *****************************************************************
      * PRFHREC.CPY
      * FIXED-WIDTH RECORD LAYOUT FOR THE PERMANENT DEPARTMENT
      * PROFITABILITY HISTORY DATASET (PRFHIST). DEPTPROF APPENDS ONE
      * RECORD PER DEPARTMENT EACH TIME IT RUNS -- KEYED BY REPORT
      * MONTH AND DEPARTMENT -- CARRYING THE MONTH'S ORDER AMOUNT,
      * LABOR COST, AND ACTIVE HEADCOUNT, SO THE NEXT MONTH'S RUN CAN
      * PRINT THE CHANGE FROM THE PRIOR MONTH AFTER THE PAYFILE PERIOD
      * IT CAME FROM HAS BEEN OVERWRITTEN. A RERUN FOR THE SAME MONTH
      * APPENDS AGAIN; READERS TAKE THE LAST RECORD FOR A MONTH AND
      * DEPARTMENT, THE SAME WAY DEPTTRND READS HDCTHIST.
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-10-15 DB   INITIAL VERSION.
      *****************************************************************
       01  PRFHIST-RECORD.
           05  PH-REPORT-MONTH     PIC X(06).
           05  PH-DEPT             PIC X(04).
           05  PH-ORDER-AMOUNT     PIC S9(09)V99.
           05  PH-LABOR-COST       PIC S9(09)V99.
           05  PH-HEADCOUNT        PIC 9(05).
           05  PH-RUN-DATE         PIC X(08).
           05  FILLER              PIC X(35).
