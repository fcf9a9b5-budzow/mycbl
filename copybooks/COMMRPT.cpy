      *****************************************************************
      * COMMRPT.CPY
      * FIXED-WIDTH PRINT-LINE LAYOUT FOR THE COMMCALC SALES
      * COMMISSION STATEMENT REPORT. ONE 01-LEVEL RECORD WITH A
      * REDEFINES FOR EACH LINE TYPE (PERIOD HEADING, STATEMENT
      * HEADER, TIER DETAIL, STATEMENT TOTAL, HELD ORDER, COUNT,
      * AMOUNT) SO THE SAME 132-BYTE FD RECORD CAN CARRY ANY LINE THE
      * REPORT PRINTS. EACH PAID EMPLOYEE GETS A STATEMENT BLOCK; EACH
      * ORDER HELD OUT OF THE RUN PRINTS ON A HELD LINE WITH WHY.
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-10-15 DB   INITIAL VERSION.
      *****************************************************************
       01  COMMRPT-RECORD               PIC X(132).

       01  COMMRPT-PERIOD REDEFINES COMMRPT-RECORD.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  CP-LABEL                 PIC X(18).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  CP-FROM-DATE             PIC X(10).
           05  CP-THRU-LABEL            PIC X(06).
           05  CP-TO-DATE               PIC X(10).
           05  FILLER                   PIC X(84)  VALUE SPACES.

       01  COMMRPT-STATEMENT REDEFINES COMMRPT-RECORD.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  CS-EMPL-ID               PIC X(05).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  CS-EMPL-NAME             PIC X(15).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  CS-DEPT                  PIC X(04).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  CS-GRADE                 PIC X(02).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  CS-ORDERS-LABEL          PIC X(07).
           05  CS-ORDER-COUNT           PIC ZZ,ZZ9.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  CS-SALES-LABEL           PIC X(06).
           05  CS-SALES-TOTAL           PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(60)  VALUE SPACES.

       01  COMMRPT-TIER REDEFINES COMMRPT-RECORD.
           05  FILLER                   PIC X(10)  VALUE SPACES.
           05  CT-DESC                  PIC X(20).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  CT-SLICE-LABEL           PIC X(03).
           05  CT-SLICE                 PIC ZZZ,ZZZ,ZZ9.99.
           05  CT-AT-LABEL              PIC X(04).
           05  CT-RATE                  PIC Z9.999.
           05  CT-PCT-LABEL             PIC X(04).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  CT-COMMISSION            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(53)  VALUE SPACES.

       01  COMMRPT-STMT-TOTAL REDEFINES COMMRPT-RECORD.
           05  FILLER                   PIC X(10)  VALUE SPACES.
           05  CE-LABEL                 PIC X(30).
           05  FILLER                   PIC X(25)  VALUE SPACES.
           05  CE-COMMISSION            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(53)  VALUE SPACES.

       01  COMMRPT-HELD REDEFINES COMMRPT-RECORD.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  CH-C-BQ                  PIC X(15).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  CH-EMPL-ID               PIC X(05).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  CH-ORD-DATE              PIC X(10).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  CH-AMOUNT                PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  CH-REASON                PIC X(30).
           05  FILLER                   PIC X(47)  VALUE SPACES.

       01  COMMRPT-COUNT REDEFINES COMMRPT-RECORD.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  CG-LABEL                 PIC X(28).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  CG-COUNT                 PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(93)  VALUE SPACES.

       01  COMMRPT-AMOUNT REDEFINES COMMRPT-RECORD.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  CA-LABEL                 PIC X(28).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  CA-AMOUNT                PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(85)  VALUE SPACES.
