      *****************************************************************
      * COMMREF.CPY
      * FIXED-WIDTH RECORD LAYOUT FOR THE SALES COMMISSION RATE
      * SCHEDULE (COMMRATE). ONE RECORD PER PAY GRADE PER TIER. A
      * TIER PAYS CR-RATE-PCT PERCENT (THREE DECIMALS) ON THE SLICE
      * OF THE EMPLOYEE'S PAY-PERIOD SALES FROM CR-TIER-FROM UP TO THE
      * NEXT TIER'S CR-TIER-FROM FOR THE SAME GRADE -- THE TOP TIER
      * HAS NO CEILING. SALES BELOW A GRADE'S LOWEST TIER EARN
      * NOTHING. A GRADE OF '**' IS THE SCHEDULE FOR ANY GRADE THAT
      * HAS NO TIERS OF ITS OWN. THE FILE MUST BE IN ASCENDING GRADE
      * AND TIER ORDER. READ BY COMMCALC. SALES MANAGEMENT OWNS THE
      * CONTENT.
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-10-15 DB   INITIAL VERSION.
      *****************************************************************
       01  COMMRATE-RECORD.
           05  CR-PAY-GRADE        PIC X(02).
               88  CR-ANY-GRADE                VALUE '**'.
           05  CR-TIER-FROM        PIC 9(07)V99.
           05  CR-RATE-PCT         PIC 9(02)V999.
           05  CR-DESC             PIC X(20).
           05  FILLER              PIC X(44).
