      *****************************************************************
      * FUTRPT.CPY
      * FIXED-WIDTH PRINT-LINE LAYOUT FOR THE TRANEDIT FUTURE-DATED
      * TRANSACTION LISTING. ONE 01-LEVEL RECORD WITH A REDEFINES FOR
      * EACH LINE TYPE (TITLE, COLUMN HEADING, DETAIL, TOTALS) SO THE
      * SAME 132-BYTE FD RECORD CAN CARRY ANY LINE THE REPORT PRINTS.
      * ONE DETAIL LINE PER FUTURE-DATED TRANSACTION TOUCHED TONIGHT:
      * RELEASED (EFFECTIVE, SENT TO EMPBATCH TONIGHT), PENDING
      * (CARRIED FORWARD, NOT YET EFFECTIVE), OR PARKED (NEWLY KEYED
      * TONIGHT WITH A FUTURE DATE) -- HR CONFIRMS UPCOMING CHANGES
      * FROM IT.
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-10-15 DB   INITIAL VERSION.
      *****************************************************************
       01  FUTRPT-RECORD                PIC X(132).

       01  FUTRPT-TITLE REDEFINES FUTRPT-RECORD.
           05  FT-TITLE-TEXT            PIC X(45)
                   VALUE 'FUTURE-DATED MAINTENANCE TRANSACTIONS'.
           05  FT-RUN-DATE-LABEL        PIC X(10)
                   VALUE 'RUN DATE: '.
           05  FT-RUN-DATE              PIC X(10).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  FT-DAY-NOTE              PIC X(45).
           05  FILLER                   PIC X(20).

       01  FUTRPT-HEADING REDEFINES FUTRPT-RECORD.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  FH-ID-HDG                PIC X(10)  VALUE 'EMPL ID'.
           05  FH-ACTION-HDG            PIC X(05)  VALUE 'ACT'.
           05  FH-NAME-HDG              PIC X(17)  VALUE 'NAME'.
           05  FH-DEPT-HDG              PIC X(06)  VALUE 'DEPT'.
           05  FH-GRADE-HDG             PIC X(04)  VALUE 'GR'.
           05  FH-EFFECTIVE-HDG         PIC X(12)  VALUE 'EFFECTIVE'.
           05  FH-PARKED-HDG            PIC X(12)  VALUE 'PARKED ON'.
           05  FH-STATUS-HDG            PIC X(10)  VALUE 'STATUS'.
           05  FILLER                   PIC X(54)  VALUE SPACES.

       01  FUTRPT-DETAIL REDEFINES FUTRPT-RECORD.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  FD-EMPL-ID               PIC X(05).
           05  FILLER                   PIC X(05)  VALUE SPACES.
           05  FD-ACTION                PIC X(01).
           05  FILLER                   PIC X(04)  VALUE SPACES.
           05  FD-NAME                  PIC X(15).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  FD-DEPT                  PIC X(04).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  FD-GRADE                 PIC X(02).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  FD-EFFECTIVE             PIC X(10).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  FD-PARKED                PIC X(10).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  FD-STATUS                PIC X(10).
           05  FILLER                   PIC X(54)  VALUE SPACES.

       01  FUTRPT-TOTAL REDEFINES FUTRPT-RECORD.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  FG-LABEL                 PIC X(28).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  FG-COUNT                 PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(93)  VALUE SPACES.
