      *****************************************************************
      * DEDREF.CPY
      * FIXED-WIDTH RECORD LAYOUT FOR THE PAYROLL DEDUCTION REFERENCE
      * FILE (DEDREF). ONE RECORD PER DEDUCTION THE SHOP TAKES FROM
      * PAY (MEDICAL, DENTAL, 401K, UNION DUES, ...), CARRYING THE
      * 4-CHARACTER CODE AN EMPLOYEE ELECTS BY, ITS DESCRIPTION, HOW
      * THE ELECTED VALUE IS APPLIED -- 'F' A FLAT AMOUNT EACH PAY
      * PERIOD, 'P' A PERCENT OF THE PERIOD GROSS -- AND THE GL
      * LIABILITY ACCOUNT THE WITHHELD MONEY IS CREDITED TO UNTIL IT
      * IS REMITTED. THE ELECTIONS THEMSELVES LIVE ON THE DEDELECT
      * KSDS (DEDREC.CPY). LOADED AND SEARCHED THROUGH THE SHARED
      * DEDLKP PARAGRAPHS (DEDTBL.CPY / DEDLKP.CPY). PAYROLL OWNS THE
      * CONTENT; FINANCE OWNS THE ACCOUNT NUMBERS.
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-10-15 DB   INITIAL VERSION.
      *****************************************************************
       01  DEDREF-RECORD.
           05  DF-DED-CODE         PIC X(04).
           05  DF-DED-DESC         PIC X(20).
           05  DF-CALC-METHOD      PIC X(01).
               88  DF-METHOD-FLAT              VALUE 'F'.
               88  DF-METHOD-PERCENT           VALUE 'P'.
           05  DF-LIAB-ACCOUNT     PIC X(10).
           05  FILLER              PIC X(45).
