      *****************************************************************
      * ORDTRPT.CPY
      * FIXED-WIDTH PRINT-LINE LAYOUT FOR THE ORDTRAN ORDER
      * TRANSACTION ACCEPT/REJECT REPORT. ONE 01-LEVEL RECORD WITH A
      * REDEFINES FOR EACH LINE TYPE (TITLE, COLUMN HEADING, DETAIL,
      * COUNT TOTAL, AMOUNT TOTAL) SO THE SAME 132-BYTE FD RECORD CAN
      * CARRY ANY LINE THE REPORT PRINTS. EVERY TRANSACTION PRINTS
      * ONE LINE, ACCEPTED OR REJECTED, WITH A REASON CODE AND TEXT
      * ON THE REJECTS -- THE SAME SHAPE AS EMPBATCH'S EMPBRPT.
      *
      * REASON CODES:
      *   01 INVALID ACTION          02 EMPL ID NOT NUMERIC
      *   03 BAD ORDER DATE          04 BAD AMOUNT
      *   05 EMP NOT ON EMPMAST      06 EMP NOT ACTIVE
      *   07 DUPLICATE ORDER         08 ORDER NOT FOUND
      *   09 ORDER NOT UNIQUE        10 AMOUNT UNCHANGED
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-10-15 DB   INITIAL VERSION.
      *****************************************************************
       01  ORDTRPT-RECORD               PIC X(132).

       01  ORDTRPT-TITLE REDEFINES ORDTRPT-RECORD.
           05  TT-TITLE-TEXT            PIC X(45)
                   VALUE 'ORDER TRANSACTION ACCEPT/REJECT'.
           05  TT-RUN-DATE-LABEL        PIC X(10)
                   VALUE 'RUN DATE: '.
           05  TT-RUN-DATE              PIC X(10).
           05  FILLER                   PIC X(67).

       01  ORDTRPT-HEADING REDEFINES ORDTRPT-RECORD.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  TH-SEQ-HDG               PIC X(07)  VALUE 'TRAN'.
           05  TH-ACTION-HDG            PIC X(05)  VALUE 'ACT'.
           05  TH-C-BQ-HDG              PIC X(17)  VALUE 'C_BQ'.
           05  TH-DATE-HDG              PIC X(12)  VALUE 'ORDER DATE'.
           05  TH-AMOUNT-HDG            PIC X(14)  VALUE '      AMOUNT'.
           05  TH-OLD-AMOUNT-HDG        PIC X(14)  VALUE '  OLD AMOUNT'.
           05  TH-DISP-HDG              PIC X(10)  VALUE 'DISP'.
           05  TH-REASON-HDG            PIC X(28)  VALUE 'REASON'.
           05  FILLER                   PIC X(23)  VALUE SPACES.

       01  ORDTRPT-DETAIL REDEFINES ORDTRPT-RECORD.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  TD-SEQ                   PIC ZZZZ9.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  TD-ACTION                PIC X(01).
           05  FILLER                   PIC X(04)  VALUE SPACES.
           05  TD-C-BQ                  PIC X(15).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  TD-ORD-DATE              PIC X(10).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  TD-AMOUNT                PIC Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  TD-OLD-AMOUNT            PIC Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  TD-DISP                  PIC X(08).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  TD-REASON-CODE           PIC X(02).
           05  FILLER                   PIC X(01)  VALUE SPACES.
           05  TD-REASON-TEXT           PIC X(25).
           05  FILLER                   PIC X(23)  VALUE SPACES.

       01  ORDTRPT-TOTAL REDEFINES ORDTRPT-RECORD.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  TG-LABEL                 PIC X(25).
           05  FILLER                   PIC X(05)  VALUE SPACES.
           05  TG-COUNT                 PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(93)  VALUE SPACES.

       01  ORDTRPT-AMOUNT REDEFINES ORDTRPT-RECORD.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  TA-LABEL                 PIC X(25).
           05  FILLER                   PIC X(05)  VALUE SPACES.
           05  TA-AMOUNT                PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(85)  VALUE SPACES.
