      *****************************************************************
      * ACCRPT.CPY
      * 132-BYTE PRINT LINE LAYOUTS FOR THE WEEKLY INQUIRY ACCESS
      * REVIEW (ACCREVW): THE TITLE WITH THE WEEK REVIEWED, SECTION
      * HEADINGS, THE ACCESS HEADING AND DETAIL LINES FOR LOOKUPS OF
      * TERMINATED OR ARCHIVED EMPLOYEES AND FOR ACCESS OUTSIDE
      * BUSINESS HOURS, THE USER HEADING AND DETAIL LINES FOR USERS
      * BROWSING MANY DEPARTMENTS, AND THE CLOSING COUNT LINES.
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-10-15 DB   INITIAL VERSION.
      *****************************************************************
       01  ACCRPT-RECORD                PIC X(132).

       01  ACCRPT-TITLE REDEFINES ACCRPT-RECORD.
           05  XJ-TITLE-TEXT            PIC X(45).
           05  XJ-RUN-DATE-LABEL        PIC X(10).
           05  XJ-RUN-DATE              PIC X(10).
           05  FILLER                   PIC X(02).
           05  XJ-WEEK-LABEL            PIC X(08).
           05  XJ-WEEK-FROM             PIC X(10).
           05  XJ-WEEK-TO-LABEL         PIC X(04).
           05  XJ-WEEK-TO               PIC X(10).
           05  FILLER                   PIC X(33).

       01  ACCRPT-SECTION REDEFINES ACCRPT-RECORD.
           05  XS-SECTION-TEXT          PIC X(60).
           05  FILLER                   PIC X(72).

       01  ACCRPT-ACCESS-HEADING REDEFINES ACCRPT-RECORD.
           05  FILLER                   PIC X(02).
           05  XK-DATE-HDG              PIC X(08).
           05  FILLER                   PIC X(02).
           05  XK-TIME-HDG              PIC X(06).
           05  FILLER                   PIC X(02).
           05  XK-USER-HDG              PIC X(08).
           05  FILLER                   PIC X(02).
           05  XK-JOB-HDG               PIC X(08).
           05  FILLER                   PIC X(02).
           05  XK-PROGRAM-HDG           PIC X(08).
           05  FILLER                   PIC X(02).
           05  XK-TYPE-HDG              PIC X(03).
           05  FILLER                   PIC X(01).
           05  XK-EMPL-HDG              PIC X(05).
           05  FILLER                   PIC X(02).
           05  XK-DEPT-HDG              PIC X(04).
           05  FILLER                   PIC X(02).
           05  XK-STATUS-HDG            PIC X(03).
           05  FILLER                   PIC X(01).
           05  XK-FINDING-HDG           PIC X(30).
           05  FILLER                   PIC X(31).

       01  ACCRPT-ACCESS-DETAIL REDEFINES ACCRPT-RECORD.
           05  FILLER                   PIC X(02).
           05  XD-DATE                  PIC X(08).
           05  FILLER                   PIC X(02).
           05  XD-TIME                  PIC X(06).
           05  FILLER                   PIC X(02).
           05  XD-USER                  PIC X(08).
           05  FILLER                   PIC X(02).
           05  XD-JOB                   PIC X(08).
           05  FILLER                   PIC X(02).
           05  XD-PROGRAM               PIC X(08).
           05  FILLER                   PIC X(03).
           05  XD-TYPE                  PIC X(01).
           05  FILLER                   PIC X(02).
           05  XD-EMPL-ID               PIC X(05).
           05  FILLER                   PIC X(02).
           05  XD-DEPT                  PIC X(04).
           05  FILLER                   PIC X(03).
           05  XD-STATUS                PIC X(01).
           05  FILLER                   PIC X(02).
           05  XD-FINDING               PIC X(30).
           05  FILLER                   PIC X(31).

       01  ACCRPT-USER-HEADING REDEFINES ACCRPT-RECORD.
           05  FILLER                   PIC X(02).
           05  XU-USER-HDG              PIC X(08).
           05  FILLER                   PIC X(02).
           05  XU-DEPTS-HDG             PIC X(05).
           05  FILLER                   PIC X(02).
           05  XU-LOOKUPS-HDG           PIC X(07).
           05  FILLER                   PIC X(02).
           05  XU-FINDING-HDG           PIC X(30).
           05  FILLER                   PIC X(74).

       01  ACCRPT-USER-DETAIL REDEFINES ACCRPT-RECORD.
           05  FILLER                   PIC X(02).
           05  XV-USER                  PIC X(08).
           05  FILLER                   PIC X(02).
           05  XV-DEPT-COUNT            PIC ZZZZ9.
           05  FILLER                   PIC X(02).
           05  XV-LOOKUP-COUNT          PIC ZZZZZZ9.
           05  FILLER                   PIC X(02).
           05  XV-FINDING               PIC X(30).
           05  FILLER                   PIC X(74).

       01  ACCRPT-COUNT REDEFINES ACCRPT-RECORD.
           05  FILLER                   PIC X(02).
           05  XN-LABEL                 PIC X(50).
           05  FILLER                   PIC X(02).
           05  XN-COUNT                 PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(71).
