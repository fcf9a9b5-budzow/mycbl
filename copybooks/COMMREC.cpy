      *****************************************************************
      * COMMREC.CPY
      * RECORD LAYOUT FOR THE COMMPAY SALES COMMISSION FILE WRITTEN
      * BY COMMCALC AND READ BY PAYINTF. ONE RECORD PER EMPLOYEE WHO
      * EARNED COMMISSION IN THE PAY PERIOD, IN ASCENDING CM-EMPL-ID
      * ORDER, CARRYING THE PERIOD THE ORDERS WERE SELECTED FOR, THE
      * ORDER COUNT AND SALES TOTAL THE COMMISSION WAS WORKED ON, AND
      * THE COMMISSION ITSELF. PAYINTF ADDS CM-COMMISSION TO THE
      * EMPLOYEE'S PERIOD GROSS AS SUPPLEMENTAL EARNINGS. ORDERS HELD
      * OUT (UNKNOWN OR TERMINATED EMPLOYEES) NEVER REACH THIS FILE.
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-10-15 DB   INITIAL VERSION.
      *****************************************************************
       01  COMMPAY-RECORD.
           05  CM-EMPL-ID          PIC X(05).
           05  CM-EMPL-NAME        PIC X(15).
           05  CM-EMPL-DEPT        PIC X(04).
           05  CM-PAY-GRADE        PIC X(02).
           05  CM-PERIOD-FROM      PIC X(10).
           05  CM-PERIOD-TO        PIC X(10).
           05  CM-ORDER-COUNT      PIC 9(05).
           05  CM-SALES-TOTAL      PIC S9(09)V99.
           05  CM-COMMISSION       PIC 9(07)V99.
           05  FILLER              PIC X(09).
