      *****************************************************************
      * DEDREC.CPY
      * RECORD LAYOUT FOR THE KEYED VSAM PAYROLL DEDUCTION ELECTION
      * DATASET (DEDELECT), A KSDS KEYED ON EL-KEY (EMPLOYEE ID PLUS
      * DEDUCTION CODE). ONE RECORD PER DEDUCTION AN EMPLOYEE HAS
      * ELECTED, CARRYING THE ELECTED VALUE -- DOLLARS PER PAY PERIOD
      * FOR A FLAT DEDUCTION, A PERCENT OF GROSS (TWO DECIMALS) FOR A
      * PERCENT DEDUCTION, AS THE DEDREF REFERENCE FILE SAYS -- THE
      * DATE IT TOOK EFFECT, AND WHO LAST CHANGED IT WHEN.
      * MAINTAINED ONLY BY EMPBATCH'S 'E' TRANSACTION (EMPTRAN.CPY),
      * SO EVERY ELECTION CHANGE IS EDITED, REPORTED BACK TO HR, AND
      * AUDITED LIKE ANY OTHER EMPLOYEE MAINTENANCE; AN 'E' WITH A
      * ZERO AMOUNT STOPS THE DEDUCTION AND REMOVES THE RECORD. READ
      * EACH PAY RUN BY PAYINTF (VIA AN IDCAMS REPRO FLAT COPY, WHICH
      * COMES OUT IN KEY ORDER) TO PRICE THE DEDUCTION LINES ON
      * PAYFILE.
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-10-15 DB   INITIAL VERSION.
      *****************************************************************
       01  DEDELECT-RECORD.
           05  EL-KEY.
               10  EL-EMPL-ID      PIC X(05).
               10  EL-DED-CODE     PIC X(04).
           05  EL-AMOUNT           PIC 9(04)V99.
           05  EL-EFF-DATE         PIC X(10).
           05  EL-CHANGED-BY       PIC X(08).
           05  EL-CHANGED-DATE     PIC X(10).
           05  FILLER              PIC X(37).
