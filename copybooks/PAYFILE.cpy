      * CARRYING THE EMPLOYEE, THE PAY GRADE THE GROSS WAS PRICED
      * FROM, AND THE COMPUTED PERIOD GROSS.
      *
      * PF-RECORD-TYPE 'E' (OR BLANK, AS ON A FILE WRITTEN BEFORE
      * DEDUCTIONS WERE CARRIED) IS THE EMPLOYEE'S EARNINGS LINE,
      * WITH THE PERIOD'S TOTAL DEDUCTIONS AND NET PAY. ITS GROSS
      * INCLUDES ANY SALES COMMISSION, WHICH PF-SUPP-EARNINGS ALSO
      * SHOWS SEPARATELY AS SUPPLEMENTAL EARNINGS. IT IS
      * FOLLOWED BY ONE 'D' DEDUCTION LINE PER DEDUCTION TAKEN
      * (PF-DEDUCT-COUNT OF THEM), CARRYING THE SAME EMPLOYEE FIELDS,
      * A ZERO PERIOD GROSS, THE DEDUCTION CODE, THE AMOUNT WITHHELD,
      * AND THE GL LIABILITY ACCOUNT IT IS CREDITED TO. READERS THAT
      * WANT ONE RECORD PER EMPLOYEE SKIP THE 'D' LINES.
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-08-22 DB   INITIAL VERSION.
      * 2026-10-15 DB   ADDED PF-RECORD-TYPE, THE EARNINGS-LINE
      *                 DEDUCTION TOTAL AND NET PAY, AND THE 'D'
      *                 DEDUCTION-LINE VIEW, ALL CARVED FROM THE
      *                 TRAILING FILLER.
      * 2026-10-15 DB   ADDED PF-SUPP-EARNINGS TO THE EARNINGS LINE --
      *                 THE SALES COMMISSION (FROM COMMCALC'S COMMPAY
      *                 FILE) INCLUDED IN PF-PERIOD-GROSS, ZERO WHEN
      *                 NONE. CARVED FROM THE EARNINGS-LINE FILLER.
      *****************************************************************
       01  PAYFILE-RECORD.
           05  PF-EMPL-ID          PIC 9(05).
           05  PF-EMPL-DEPT        PIC X(04).
           05  PF-PAY-GRADE        PIC X(02).
           05  PF-PERIOD-GROSS     PIC 9(07)V99.
           05  PF-RECORD-TYPE      PIC X(01).
               88  PF-EARNINGS-LINE            VALUE 'E' ' '.
               88  PF-DEDUCTION-LINE           VALUE 'D'.
           05  PF-LINE-DETAIL      PIC X(44).
           05  PF-EARNINGS-DETAIL REDEFINES PF-LINE-DETAIL.
               10  PF-TOTAL-DEDUCT PIC 9(07)V99.
               10  PF-NET-PAY      PIC 9(07)V99.
               10  PF-DEDUCT-COUNT PIC 9(02).
               10  PF-SUPP-EARNINGS PIC 9(07)V99.
               10  FILLER          PIC X(15).
           05  PF-DEDUCTION-DETAIL REDEFINES PF-LINE-DETAIL.
               10  PF-DED-CODE     PIC X(04).
               10  PF-DED-AMOUNT   PIC 9(07)V99.
               10  PF-DED-ACCOUNT  PIC X(10).
               10  FILLER          PIC X(21).
