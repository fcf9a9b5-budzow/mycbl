      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-09-03 DB   INITIAL VERSION.
      * 2026-10-15 DB   ADDED THE PAY-PERIOD LINE FOR THE YEAR-TO-DATE
      *                 POSTING, AND THE MONEY TOTAL LINE.
      *****************************************************************
       01  PAYAKRPT-RECORD              PIC X(132).

           05  KT-RUN-DATE              PIC X(10).
           05  FILLER                   PIC X(67).

       01  PAYAKRPT-PERIOD REDEFINES PAYAKRPT-RECORD.
           05  KP-LABEL                 PIC X(20).
           05  KP-DATE                  PIC X(10).
           05  FILLER                   PIC X(102).

       01  PAYAKRPT-HEADING REDEFINES PAYAKRPT-RECORD.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  KH-ID-HDG                PIC X(07)  VALUE 'EMPL ID'.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  KG-COUNT                 PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(93)  VALUE SPACES.

       01  PAYAKRPT-AMOUNT REDEFINES PAYAKRPT-RECORD.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  KM-LABEL                 PIC X(28).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  KM-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(86)  VALUE SPACES.
