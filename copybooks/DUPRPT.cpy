      *****************************************************************
      * DUPRPT.CPY
      * FIXED-WIDTH PRINT-LINE LAYOUT FOR THE DUPCHK DUPLICATE
      * EMPLOYEE CANDIDATE REPORT. ONE 01-LEVEL RECORD WITH A
      * REDEFINES FOR EACH LINE TYPE (TITLE, COLUMN HEADING, DETAIL,
      * COUNT) SO THE SAME 132-BYTE FD RECORD CAN CARRY ANY LINE THE
      * REPORT PRINTS.
      *
      * EACH CANDIDATE PAIR PRINTS TWO DETAIL LINES, ONE PER EMPLOYEE.
      * THE FIRST CARRIES THE PAIR'S SCORE, HOW THE NAMES MATCHED, THE
      * DATE THE PAIR WAS FIRST LISTED, AND ITS REVIEW NOTE; THE
      * SECOND LEAVES THOSE COLUMNS BLANK.
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-10-15 DB   INITIAL VERSION.
      *****************************************************************
       01  DUPRPT-RECORD                PIC X(132).

       01  DUPRPT-TITLE REDEFINES DUPRPT-RECORD.
           05  UT-TITLE-TEXT            PIC X(45).
           05  UT-RUN-DATE-LABEL        PIC X(10).
           05  UT-RUN-DATE              PIC X(10).
           05  FILLER                   PIC X(02).
           05  UT-MIN-SCORE-LABEL       PIC X(11).
           05  UT-MIN-SCORE             PIC ZZ9.
           05  FILLER                   PIC X(51).

       01  DUPRPT-HEADING REDEFINES DUPRPT-RECORD.
           05  FILLER                   PIC X(02).
           05  UH-SCORE-HDG             PIC X(05).
           05  FILLER                   PIC X(02).
           05  UH-MATCH-HDG             PIC X(07).
           05  FILLER                   PIC X(02).
           05  UH-ID-HDG                PIC X(07).
           05  FILLER                   PIC X(02).
           05  UH-NAME-HDG              PIC X(15).
           05  FILLER                   PIC X(02).
           05  UH-DEPT-HDG              PIC X(04).
           05  FILLER                   PIC X(02).
           05  UH-HIRE-HDG              PIC X(10).
           05  FILLER                   PIC X(02).
           05  UH-GRADE-HDG             PIC X(05).
           05  FILLER                   PIC X(02).
           05  UH-STATUS-HDG            PIC X(06).
           05  FILLER                   PIC X(02).
           05  UH-FIRST-SEEN-HDG        PIC X(10).
           05  FILLER                   PIC X(02).
           05  UH-NOTE-HDG              PIC X(20).
           05  FILLER                   PIC X(23).

       01  DUPRPT-DETAIL REDEFINES DUPRPT-RECORD.
           05  FILLER                   PIC X(04).
           05  UD-SCORE                 PIC ZZ9.
           05  FILLER                   PIC X(02).
           05  UD-MATCH                 PIC X(07).
           05  FILLER                   PIC X(02).
           05  UD-EMPL-ID               PIC 9(05).
           05  FILLER                   PIC X(04).
           05  UD-NAME                  PIC X(15).
           05  FILLER                   PIC X(02).
           05  UD-DEPT                  PIC X(04).
           05  FILLER                   PIC X(02).
           05  UD-HIRE-DATE             PIC X(10).
           05  FILLER                   PIC X(02).
           05  UD-GRADE                 PIC X(02).
           05  FILLER                   PIC X(05).
           05  UD-STATUS                PIC X(01).
           05  FILLER                   PIC X(07).
           05  UD-FIRST-SEEN            PIC X(10).
           05  FILLER                   PIC X(02).
           05  UD-NOTE                  PIC X(20).
           05  FILLER                   PIC X(23).

       01  DUPRPT-COUNT REDEFINES DUPRPT-RECORD.
           05  FILLER                   PIC X(02).
           05  UQ-LABEL                 PIC X(40).
           05  FILLER                   PIC X(02).
           05  UQ-COUNT                 PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(81).
