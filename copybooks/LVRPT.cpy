      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-08-23 DB   INITIAL VERSION.
      * 2026-10-15 DB   ADD THE EMPLOYEE'S DEPARTMENT COLUMN.
      *****************************************************************
       01  LVRPT-RECORD                 PIC X(132).

                   VALUE 'EXPECTED RETURN'.
           05  LH-OVERDUE-HDG           PIC X(12)
                   VALUE 'DAYS OVERDUE'.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  LH-DEPT-HDG              PIC X(04)  VALUE 'DEPT'.
           05  FILLER                   PIC X(73)  VALUE SPACES.

       01  LVRPT-DETAIL REDEFINES LVRPT-RECORD.
           05  FILLER                   PIC X(02).
           05  LD-EXPECT-RETURN         PIC X(10).
           05  FILLER                   PIC X(07).
           05  LD-DAYS-OVERDUE          PIC ZZ,ZZ9.
           05  FILLER                   PIC X(08).
           05  LD-DEPT                  PIC X(04).
           05  FILLER                   PIC X(73).

       01  LVRPT-TOTAL REDEFINES LVRPT-RECORD.
           05  FILLER                   PIC X(02).
