      *****************************************************************
      * LVACREF.CPY
      * FIXED-WIDTH RECORD LAYOUT FOR THE LEAVE ACCRUAL SCHEDULE
      * (LVACCR). ONE RECORD PER PAY GRADE AND SERVICE STEP, GIVING
      * THE VACATION AND SICK HOURS EARNED EACH PAY CYCLE BY AN
      * EMPLOYEE OF THAT GRADE WITH AT LEAST LR-MIN-YEARS COMPLETED
      * YEARS OF SERVICE (FROM EMP_HIRE_DATE), AND THE CARRY-OVER CAP
      * ON EACH BALANCE (ZERO MEANS NO CAP). THE STEP WITH THE
      * HIGHEST MINIMUM THE EMPLOYEE HAS REACHED APPLIES. A GRADE OF
      * '**' IS THE SCHEDULE FOR ANY GRADE THAT HAS NO STEPS OF ITS
      * OWN. READ BY LVACCRUE. HR OWNS THE CONTENT.
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-10-15 DB   INITIAL VERSION.
      *****************************************************************
       01  LVACCR-RECORD.
           05  LR-PAY-GRADE        PIC X(02).
               88  LR-ANY-GRADE                VALUE '**'.
           05  LR-MIN-YEARS        PIC 9(02).
           05  LR-VAC-HOURS        PIC 9(02)V99.
           05  LR-SICK-HOURS       PIC 9(02)V99.
           05  LR-VAC-CAP          PIC 9(04)V99.
           05  LR-SICK-CAP         PIC 9(04)V99.
           05  LR-DESC             PIC X(20).
           05  FILLER              PIC X(36).
