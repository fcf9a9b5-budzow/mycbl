      *****************************************************************
      * LVBREC.CPY
      * RECORD LAYOUT FOR THE KEYED VSAM LEAVE-BALANCE DATASET (LVBAL),
      * A KSDS KEYED ON LB-EMPL-ID. ONE RECORD PER EMPLOYEE WHO HAS
      * EVER ACCRUED OR TAKEN VACATION OR SICK LEAVE, CARRYING THE
      * BALANCE OF EACH IN HOURS. LVACCRUE ADDS EACH PAY CYCLE'S
      * ACCRUAL AT THE RATE THE LVACCR SCHEDULE (LVACREF.CPY) SETS FOR
      * THE EMPLOYEE'S PAY GRADE AND YEARS OF SERVICE, AND REFRESHES
      * THE NAME, DEPARTMENT, GRADE, SERVICE YEARS, AND CARRY-OVER
      * CAPS FROM EMP AND THE SCHEDULE; LB-LAST-ACCRUAL IS THE LAST
      * PAY-PERIOD DATE ACCRUED, AND A PERIOD NOT AFTER IT IS NEVER
      * ACCRUED AGAIN, SO A RERUN CANNOT DOUBLE THE HOURS. EMPBATCH
      * POSTS LEAVE TAKEN FROM ITS 'U' TRANSACTIONS (EMPTRAN.CPY) AND
      * STAMPS LB-LAST-USED. A BALANCE MAY GO NEGATIVE WHEN LEAVE IS
      * ADVANCED; A CAP OF ZERO MEANS NO CAP. READ BY LVBALRPT (VIA AN
      * IDCAMS REPRO FLAT COPY SORTED BY DEPARTMENT) FOR THE BALANCE
      * STATEMENT AND THE NEGATIVE / OVER-CAP EXCEPTION LIST, AND BY
      * EMPBATCH AND EMPMAINT TO REPORT THE UNUSED BALANCE ON A
      * TERMINATION FOR FINAL PAY.
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-10-15 DB   INITIAL VERSION.
      *****************************************************************
       01  LVBAL-RECORD.
           05  LB-EMPL-ID          PIC X(05).
           05  LB-EMPL-NAME        PIC X(15).
           05  LB-EMPL-DEPT        PIC X(04).
           05  LB-PAY-GRADE        PIC X(02).
           05  LB-VAC-BALANCE      PIC S9(04)V99.
           05  LB-SICK-BALANCE     PIC S9(04)V99.
           05  LB-VAC-CAP          PIC 9(04)V99.
           05  LB-SICK-CAP         PIC 9(04)V99.
           05  LB-LAST-ACCRUAL     PIC X(10).
           05  LB-LAST-USED        PIC X(10).
           05  LB-SERVICE-YEARS    PIC 9(02).
           05  FILLER              PIC X(08).
