      *****************************************************************
      * PRFRPT.CPY
      * FIXED-WIDTH PRINT-LINE LAYOUT FOR THE DEPTPROF DEPARTMENT
      * PROFITABILITY REPORT. ONE 01-LEVEL RECORD WITH A REDEFINES FOR
      * EACH LINE TYPE (TITLE, COLUMN HEADING, DETAIL) SO THE SAME
      * 132-BYTE FD RECORD CAN CARRY ANY LINE THE REPORT PRINTS.
      *
      * EACH DEPARTMENT, DIVISION, AND THE GRAND TOTAL PRINT AS A PAIR
      * OF DETAIL LINES IN THE SAME COLUMNS: THE REPORT MONTH'S FIGURES
      * ('THIS MONTH') AND THE CHANGE FROM THE PRIOR MONTH ('CHANGE'),
      * OR A 'NO PRIOR' NOTE WHEN THE PRIOR MONTH IS NOT ON THE
      * PRFHIST HISTORY. REVENUE PER HEAD AND LABOR AS A PERCENT OF
      * REVENUE PRINT 'N/A' (THROUGH THE -X REDEFINES) WHEN THE
      * HEADCOUNT OR THE ORDER AMOUNT THEY DIVIDE BY IS ZERO.
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-10-15 DB   INITIAL VERSION.
      *****************************************************************
       01  PRFRPT-RECORD                PIC X(132).

       01  PRFRPT-TITLE REDEFINES PRFRPT-RECORD.
           05  PT-TITLE-TEXT            PIC X(45)
                   VALUE 'DEPARTMENT PROFITABILITY'.
           05  PT-RUN-DATE-LABEL        PIC X(10)
                   VALUE 'RUN DATE: '.
           05  PT-RUN-DATE              PIC X(10).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  PT-MONTH-LABEL           PIC X(07)
                   VALUE 'MONTH: '.
           05  PT-MONTH                 PIC X(07).
           05  FILLER                   PIC X(51).

       01  PRFRPT-HEADING REDEFINES PRFRPT-RECORD.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  PG-DEPT-HDG              PIC X(06)  VALUE 'DEPT'.
           05  PG-NAME-HDG              PIC X(20)
                   VALUE 'NAME'.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  PG-LABEL-HDG             PIC X(10)  VALUE SPACES.
           05  FILLER                   PIC X(01)  VALUE SPACES.
           05  PG-ORDERS-HDG            PIC X(15)
                   VALUE '   ORDER AMOUNT'.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  PG-LABOR-HDG             PIC X(15)
                   VALUE '     LABOR COST'.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  PG-HEADS-HDG             PIC X(07)  VALUE '  HEADS'.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  PG-REV-HEAD-HDG          PIC X(14)
                   VALUE '  REV PER HEAD'.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  PG-RATIO-HDG             PIC X(08)  VALUE ' LABOR %'.
           05  FILLER                   PIC X(24)  VALUE SPACES.

       01  PRFRPT-DETAIL REDEFINES PRFRPT-RECORD.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  PD-DEPT                  PIC X(06).
           05  PD-NAME                  PIC X(20).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  PD-LABEL                 PIC X(10).
           05  FILLER                   PIC X(01)  VALUE SPACES.
           05  PD-ORDERS                PIC ----,---,--9.99.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  PD-LABOR                 PIC ----,---,--9.99.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  PD-HEADS                 PIC ---,--9.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  PD-REV-HEAD              PIC ---,---,--9.99.
           05  PD-REV-HEAD-X REDEFINES PD-REV-HEAD
                                        PIC X(14).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  PD-RATIO                 PIC ----9.99.
           05  PD-RATIO-X REDEFINES PD-RATIO
                                        PIC X(08).
           05  FILLER                   PIC X(24)  VALUE SPACES.
