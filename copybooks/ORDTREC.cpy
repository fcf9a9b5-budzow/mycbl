      *****************************************************************
      * ORDTREC.CPY
      * FIXED-WIDTH RECORD LAYOUT FOR THE ORDER TRANSACTION FILE
      * (ORDTRAN) READ BY ORDTRAN. ONE RECORD PER CHANGE TO S1ORDCOU,
      * SO NEW ORDERS, AMOUNT CORRECTIONS, AND CANCELLATIONS GO IN AS
      * AN EDITED, REPORTED BATCH INSTEAD OF DIRECT SQL.
      *
      * AN ORDER IS IDENTIFIED BY ITS C_BQ, ORDER DATE, AND AMOUNT --
      * S1ORDCOU CARRIES NO ORDER NUMBER, SO AN ADJUSTMENT OR A
      * CANCEL NAMES THE AMOUNT NOW ON THE ORDER IN OT-OLD-AMOUNT AND
      * MUST MATCH EXACTLY ONE ROW. THE FIRST FIVE BYTES OF THE C_BQ
      * ARE THE EMPLOYEE ID, THE SAME DERIVATION RECONCIL, DEPTROLL,
      * AND COMMCALC MATCH ON.
      *
      * ACTIONS: 'A' ADD A NEW ORDER (C_BQ, ORDER DATE -- NOT AFTER
      * THE RUN DATE -- AND A NON-ZERO OT-AMOUNT; THE EMPLOYEE MUST BE
      * ACTIVE ON EMPMAST), 'J' ADJUST THE AMOUNT OF AN EXISTING ORDER
      * TO OT-AMOUNT (THE EMPLOYEE MUST BE ACTIVE ON EMPMAST), AND 'X'
      * CANCEL (DELETE) AN EXISTING ORDER. OT-REFERENCE IS THE
      * REQUESTER'S TICKET OR DOCUMENT NUMBER AND IS CARRIED TO THE
      * ORDHIST ORDER HISTORY RECORD (ORDHREC.CPY).
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-10-15 DB   INITIAL VERSION.
      *****************************************************************
       01  ORDTRAN-RECORD.
           05  OT-ACTION           PIC X(01).
               88  OT-ACTION-ADD               VALUE 'A'.
               88  OT-ACTION-ADJUST            VALUE 'J'.
               88  OT-ACTION-CANCEL            VALUE 'X'.
           05  OT-C-BQ             PIC X(15).
           05  OT-C-BQ-R REDEFINES OT-C-BQ.
               10  OT-EMPL-ID      PIC X(05).
               10  OT-C-BQ-SUFFIX  PIC X(10).
           05  OT-ORD-DATE         PIC X(10).
           05  OT-AMOUNT           PIC 9(07)V99.
           05  OT-OLD-AMOUNT       PIC 9(07)V99.
           05  OT-REFERENCE        PIC X(12).
           05  FILLER              PIC X(24).
