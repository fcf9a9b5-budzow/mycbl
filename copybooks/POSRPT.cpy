      *****************************************************************
      * POSRPT.CPY
      * FIXED-WIDTH PRINT-LINE LAYOUT FOR THE POSCTL MONTHLY POSITION
      * CONTROL REPORT. ONE 01-LEVEL RECORD WITH A REDEFINES FOR EACH
      * LINE TYPE (TITLE, COLUMN HEADING, DETAIL, COUNT) SO THE SAME
      * 132-BYTE FD RECORD CAN CARRY ANY LINE THE REPORT PRINTS.
      *
      * EACH DEPARTMENT, DIVISION, AND THE GRAND TOTAL PRINT ONE
      * DETAIL LINE IN THE SAME COLUMNS: AUTHORIZED HEADCOUNT (THE
      * POSAUTH PERIOD IN EFFECT ON THE AS-OF DATE), FILLED HEADCOUNT
      * (EVERYONE NOT TERMINATED ON THE LAST HDCTHIST POSITION IN THE
      * MONTH), AND OPEN POSITIONS (AUTHORIZED LESS FILLED, NEGATIVE
      * WHEN OVER). A DEPARTMENT WITH NO AUTHORIZATION PRINTS 'N/A'
      * (THROUGH THE -X REDEFINES) IN THE AUTHORIZED AND OPEN COLUMNS.
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-10-15 DB   INITIAL VERSION.
      *****************************************************************
       01  POSRPT-RECORD                PIC X(132).

       01  POSRPT-TITLE REDEFINES POSRPT-RECORD.
           05  ZT-TITLE-TEXT            PIC X(45).
           05  ZT-RUN-DATE-LABEL        PIC X(10).
           05  ZT-RUN-DATE              PIC X(10).
           05  FILLER                   PIC X(02).
           05  ZT-MONTH-LABEL           PIC X(07).
           05  ZT-MONTH                 PIC X(07).
           05  FILLER                   PIC X(02).
           05  ZT-AS-OF-LABEL           PIC X(07).
           05  ZT-AS-OF-DATE            PIC X(10).
           05  FILLER                   PIC X(32).

       01  POSRPT-HEADING REDEFINES POSRPT-RECORD.
           05  FILLER                   PIC X(02).
           05  ZG-DEPT-HDG              PIC X(06).
           05  ZG-NAME-HDG              PIC X(20).
           05  FILLER                   PIC X(02).
           05  ZG-AUTH-HDG              PIC X(10).
           05  FILLER                   PIC X(02).
           05  ZG-FILLED-HDG            PIC X(07).
           05  FILLER                   PIC X(02).
           05  ZG-OPEN-HDG              PIC X(07).
           05  FILLER                   PIC X(02).
           05  ZG-CAP-HDG               PIC X(04).
           05  FILLER                   PIC X(02).
           05  ZG-NOTE-HDG              PIC X(20).
           05  FILLER                   PIC X(46).

       01  POSRPT-DETAIL REDEFINES POSRPT-RECORD.
           05  FILLER                   PIC X(02).
           05  ZD-DEPT                  PIC X(06).
           05  ZD-NAME                  PIC X(20).
           05  FILLER                   PIC X(02).
           05  FILLER                   PIC X(03).
           05  ZD-AUTH                  PIC ---,--9.
           05  ZD-AUTH-X REDEFINES ZD-AUTH
                                        PIC X(07).
           05  FILLER                   PIC X(02).
           05  ZD-FILLED                PIC ---,--9.
           05  FILLER                   PIC X(02).
           05  ZD-OPEN                  PIC ---,--9.
           05  ZD-OPEN-X REDEFINES ZD-OPEN
                                        PIC X(07).
           05  FILLER                   PIC X(02).
           05  ZD-CAP                   PIC X(04).
           05  FILLER                   PIC X(02).
           05  ZD-NOTE                  PIC X(20).
           05  FILLER                   PIC X(46).

       01  POSRPT-COUNT REDEFINES POSRPT-RECORD.
           05  FILLER                   PIC X(02).
           05  ZQ-LABEL                 PIC X(40).
           05  FILLER                   PIC X(02).
           05  ZQ-COUNT                 PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(81).
