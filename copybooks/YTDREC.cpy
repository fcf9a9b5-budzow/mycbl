      *****************************************************************
      * YTDREC.CPY
      * RECORD LAYOUT FOR THE KEYED VSAM PAYROLL YEAR-TO-DATE EARNINGS
      * DATASET (PAYYTD), A KSDS KEYED ON YT-EMPL-ID. ONE RECORD PER
      * EMPLOYEE THE BUREAU HAS EVER PAID. PAYRECON POSTS THE AMOUNT
      * THE BUREAU ACTUALLY PAID (PA-PAID-AMOUNT, PAYACK.CPY) FOR EACH
      * PAY PERIOD INTO THE QUARTER BUCKET THE PERIOD DATE FALLS IN;
      * THE QUARTER BUCKET FOR THE CURRENT QUARTER IS THE
      * QUARTER-TO-DATE FIGURE AND YT-YTD-EARNINGS THE YEAR-TO-DATE.
      * YT-LAST-PERIOD IS THE LAST PAY-PERIOD DATE POSTED; A PERIOD
      * NOT AFTER IT IS NEVER POSTED AGAIN, SO A RERUN CANNOT DOUBLE
      * THE FIGURES. THE FIRST POSTING OF A NEW CALENDAR YEAR ROLLS
      * THE CLOSING YEAR INTO THE YT-PRIOR- FIELDS AND STARTS THE NEW
      * YEAR AT ZERO, SO THE YEAR-END WAGE SUMMARY FOR THE CLOSED
      * YEAR CAN STILL RUN AFTER JANUARY'S FIRST PAYROLL. READ BY
      * YTDRPT (VIA AN IDCAMS REPRO FLAT COPY) FOR THE QUARTER-END
      * EARNINGS REGISTER AND THE YEAR-END WAGE SUMMARY.
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-10-15 DB   INITIAL VERSION.
      *****************************************************************
       01  PAYYTD-RECORD.
           05  YT-EMPL-ID          PIC X(05).
           05  YT-EMPL-NAME        PIC X(15).
           05  YT-EMPL-DEPT        PIC X(04).
           05  YT-YEAR             PIC 9(04).
           05  YT-QTR-EARNINGS     PIC 9(07)V99 OCCURS 4 TIMES.
           05  YT-YTD-EARNINGS     PIC 9(07)V99.
           05  YT-LAST-PERIOD      PIC X(10).
           05  YT-PERIODS-POSTED   PIC 9(03).
           05  YT-PRIOR-YEAR       PIC 9(04).
           05  YT-PRIOR-QTR-EARN   PIC 9(07)V99 OCCURS 4 TIMES.
           05  YT-PRIOR-YTD-EARN   PIC 9(07)V99.
           05  FILLER              PIC X(15).
