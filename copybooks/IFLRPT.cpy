      *****************************************************************
      * IFLRPT.CPY
      * FIXED-WIDTH PRINT-LINE LAYOUT FOR THE IFRLIST INTERFACE FILE
      * REGISTRY LISTING. ONE 01-LEVEL RECORD WITH A REDEFINES FOR
      * EACH LINE TYPE (TITLE, SELECTION CRITERIA, COLUMN HEADING,
      * BUSINESS DATE BREAK, DETAIL, BUSINESS DATE TOTAL, GRAND
      * TOTAL) SO THE SAME 132-BYTE FD RECORD CAN CARRY ANY LINE THE
      * LISTING PRINTS.
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-10-15 DB   INITIAL VERSION.
      *****************************************************************
       01  IFLRPT-RECORD                PIC X(132).

       01  IFLRPT-TITLE REDEFINES IFLRPT-RECORD.
           05  FA-TITLE-TEXT            PIC X(45)
                   VALUE 'INTERFACE FILE REGISTRY LISTING'.
           05  FA-RUN-DATE-LABEL        PIC X(10)
                   VALUE 'RUN DATE: '.
           05  FA-RUN-DATE              PIC X(10).
           05  FILLER                   PIC X(67).

       01  IFLRPT-SELECT REDEFINES IFLRPT-RECORD.
           05  FS-SELECT-LABEL          PIC X(11)
                   VALUE 'SELECTION: '.
           05  FS-DATE-LOW              PIC X(08).
           05  FS-DATE-SEP              PIC X(03)  VALUE ' - '.
           05  FS-DATE-HIGH             PIC X(08).
           05  FS-INTERFACE-LABEL       PIC X(12)
                   VALUE '  INTERFACE '.
           05  FS-INTERFACE             PIC X(08).
           05  FILLER                   PIC X(82)  VALUE SPACES.

       01  IFLRPT-HEADING REDEFINES IFLRPT-RECORD.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  FC-INTERFACE-HDG         PIC X(10)  VALUE 'INTERFACE'.
           05  FC-DIRECTION-HDG         PIC X(05)  VALUE 'DIR'.
           05  FC-PROGRAM-HDG           PIC X(10)  VALUE 'PROGRAM'.
           05  FC-JOB-HDG               PIC X(10)  VALUE 'JOB'.
           05  FC-USER-HDG              PIC X(10)  VALUE 'USER'.
           05  FC-COUNT-HDG             PIC X(13)  VALUE '    RECORDS'.
           05  FC-TOTAL-HDG             PIC X(20)
                   VALUE '     CONTROL TOTAL'.
           05  FC-HASH-HDG              PIC X(17)  VALUE 'HASH TOTAL'.
           05  FC-STAMP-HDG             PIC X(17)  VALUE 'RECORDED'.
           05  FC-OVERRIDE-HDG          PIC X(08)  VALUE 'OVERRIDE'.
           05  FILLER                   PIC X(10)  VALUE SPACES.

       01  IFLRPT-DATE REDEFINES IFLRPT-RECORD.
           05  FB-DATE-LABEL            PIC X(15)
                   VALUE 'BUSINESS DATE '.
           05  FB-BUS-DATE              PIC X(08).
           05  FILLER                   PIC X(109) VALUE SPACES.

       01  IFLRPT-DETAIL REDEFINES IFLRPT-RECORD.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  FL-INTERFACE             PIC X(08).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  FL-DIRECTION             PIC X(03).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  FL-PROGRAM               PIC X(08).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  FL-JOB-NAME              PIC X(08).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  FL-USER-ID               PIC X(08).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  FL-RECORD-COUNT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  FL-CONTROL-TOTAL         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  FL-HASH-TOTAL            PIC 9(15).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  FL-STAMP-DATE            PIC X(08).
           05  FILLER                   PIC X(01)  VALUE SPACES.
           05  FL-STAMP-TIME            PIC X(06).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  FL-OVERRIDE              PIC X(08).
           05  FILLER                   PIC X(10)  VALUE SPACES.

       01  IFLRPT-DATE-TOTAL REDEFINES IFLRPT-RECORD.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  FN-SENT-LABEL            PIC X(11)  VALUE 'FILES SENT'.
           05  FN-SENT-COUNT            PIC ZZ,ZZ9.
           05  FILLER                   PIC X(03)  VALUE SPACES.
           05  FN-LOADED-LABEL          PIC X(13)
                   VALUE 'FILES LOADED'.
           05  FN-LOADED-COUNT          PIC ZZ,ZZ9.
           05  FILLER                   PIC X(03)  VALUE SPACES.
           05  FN-OVERRIDE-LABEL        PIC X(10)  VALUE 'OVERRIDES'.
           05  FN-OVERRIDE-COUNT        PIC ZZ,ZZ9.
           05  FILLER                   PIC X(72)  VALUE SPACES.

       01  IFLRPT-TOTAL REDEFINES IFLRPT-RECORD.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  FZ-LABEL                 PIC X(25)
                   VALUE 'TOTAL ENTRIES LISTED'.
           05  FILLER                   PIC X(05)  VALUE SPACES.
           05  FZ-COUNT                 PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(93)  VALUE SPACES.
