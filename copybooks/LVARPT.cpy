      *****************************************************************
      * LVARPT.CPY
      * FIXED-WIDTH PRINT-LINE LAYOUT FOR THE LVACCRUE LEAVE ACCRUAL
      * CONTROL REPORT. ONE 01-LEVEL RECORD WITH A REDEFINES FOR EACH
      * LINE TYPE (TITLE, PERIOD, EXCEPTION DETAIL, COUNT, HOURS) SO
      * THE SAME 132-BYTE FD RECORD CAN CARRY ANY LINE THE REPORT
      * PRINTS. THE EXCEPTIONS ARE ACTIVE EMPLOYEES WHO ACCRUED
      * NOTHING THIS CYCLE AND WHY.
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-10-15 DB   INITIAL VERSION.
      *****************************************************************
       01  LVARPT-RECORD                PIC X(132).

       01  LVARPT-TITLE REDEFINES LVARPT-RECORD.
           05  LT-TITLE-TEXT            PIC X(45)
                   VALUE 'LEAVE ACCRUAL CONTROL REPORT'.
           05  LT-RUN-DATE-LABEL        PIC X(10)
                   VALUE 'RUN DATE: '.
           05  LT-RUN-DATE              PIC X(10).
           05  FILLER                   PIC X(67).

       01  LVARPT-PERIOD REDEFINES LVARPT-RECORD.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  LP-LABEL                 PIC X(18).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  LP-DATE                  PIC X(10).
           05  FILLER                   PIC X(100) VALUE SPACES.

       01  LVARPT-EXCEPTION REDEFINES LVARPT-RECORD.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  LX-EMPL-ID               PIC X(05).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  LX-EMPL-NAME             PIC X(15).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  LX-GRADE                 PIC X(02).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  LX-HIRE-DATE             PIC X(10).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  LX-REASON                PIC X(30).
           05  FILLER                   PIC X(60)  VALUE SPACES.

       01  LVARPT-TOTAL REDEFINES LVARPT-RECORD.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  LG-LABEL                 PIC X(28).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  LG-COUNT                 PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(93)  VALUE SPACES.

       01  LVARPT-HOURS REDEFINES LVARPT-RECORD.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  LH-LABEL                 PIC X(28).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  LH-HOURS                 PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(86)  VALUE SPACES.
