      *****************************************************************
      * SODRPT.CPY
      * FIXED-WIDTH PRINT-LINE LAYOUT FOR THE SODRPT SEGREGATION-OF-
      * DUTIES AND SELF-CHANGE REVIEW REPORT. ONE 01-LEVEL RECORD WITH
      * A REDEFINES FOR EACH LINE TYPE (TITLE, SECTION HEADING,
      * CHANGE HEADING, CHANGE DETAIL, CONFLICT HEADING, CONFLICT
      * DETAIL, COUNT) SO THE SAME 132-BYTE FD RECORD CAN CARRY ANY
      * LINE THE REPORT PRINTS.
      *
      * THE CHANGE LINES CARRY ONE EMPHIST RECORD IN THE REVIEW PERIOD:
      * WHEN AND BY WHOM (USER ID AND, FROM OPRXREF, THE OPERATOR'S
      * OWN EMPLOYEE ID), THE CHANGING PROGRAM AND ACTION, THE
      * EMPLOYEE CHANGED, AND THE FINDING. THE CONFLICT LINES CARRY
      * ONE AUTHFILE USER HOLDING A CONFLICTING PAIR OF FUNCTIONS.
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-10-15 DB   INITIAL VERSION.
      *****************************************************************
       01  SODRPT-RECORD                PIC X(132).

       01  SODRPT-TITLE REDEFINES SODRPT-RECORD.
           05  SJ-TITLE-TEXT            PIC X(45).
           05  SJ-RUN-DATE-LABEL        PIC X(10).
           05  SJ-RUN-DATE              PIC X(10).
           05  FILLER                   PIC X(02).
           05  SJ-PERIOD-LABEL          PIC X(08).
           05  SJ-PERIOD-FROM           PIC X(07).
           05  SJ-PERIOD-TO-LABEL       PIC X(04).
           05  SJ-PERIOD-TO             PIC X(07).
           05  FILLER                   PIC X(39).

       01  SODRPT-SECTION REDEFINES SODRPT-RECORD.
           05  SS-SECTION-TEXT          PIC X(60).
           05  FILLER                   PIC X(72).

       01  SODRPT-CHANGE-HEADING REDEFINES SODRPT-RECORD.
           05  FILLER                   PIC X(02).
           05  SK-DATE-HDG              PIC X(08).
           05  FILLER                   PIC X(02).
           05  SK-TIME-HDG              PIC X(06).
           05  FILLER                   PIC X(02).
           05  SK-USER-HDG              PIC X(08).
           05  FILLER                   PIC X(02).
           05  SK-OPR-HDG               PIC X(05).
           05  FILLER                   PIC X(03).
           05  SK-PROGRAM-HDG           PIC X(08).
           05  FILLER                   PIC X(02).
           05  SK-ACTION-HDG            PIC X(03).
           05  FILLER                   PIC X(02).
           05  SK-EMPL-HDG              PIC X(05).
           05  FILLER                   PIC X(03).
           05  SK-NAME-HDG              PIC X(15).
           05  FILLER                   PIC X(02).
           05  SK-FINDING-HDG           PIC X(30).
           05  FILLER                   PIC X(24).

       01  SODRPT-CHANGE-DETAIL REDEFINES SODRPT-RECORD.
           05  FILLER                   PIC X(02).
           05  SX-DATE                  PIC X(08).
           05  FILLER                   PIC X(02).
           05  SX-TIME                  PIC X(06).
           05  FILLER                   PIC X(02).
           05  SX-USER                  PIC X(08).
           05  FILLER                   PIC X(02).
           05  SX-OPR-EMPL-ID           PIC X(05).
           05  FILLER                   PIC X(03).
           05  SX-PROGRAM               PIC X(08).
           05  FILLER                   PIC X(03).
           05  SX-ACTION                PIC X(01).
           05  FILLER                   PIC X(03).
           05  SX-EMPL-ID               PIC X(05).
           05  FILLER                   PIC X(03).
           05  SX-NAME                  PIC X(15).
           05  FILLER                   PIC X(02).
           05  SX-FINDING               PIC X(30).
           05  FILLER                   PIC X(24).

       01  SODRPT-CONFLICT-HEADING REDEFINES SODRPT-RECORD.
           05  FILLER                   PIC X(02).
           05  SY-USER-HDG              PIC X(08).
           05  FILLER                   PIC X(02).
           05  SY-OPR-HDG               PIC X(05).
           05  FILLER                   PIC X(03).
           05  SY-FUNCTION-1-HDG        PIC X(08).
           05  FILLER                   PIC X(02).
           05  SY-FUNCTION-2-HDG        PIC X(08).
           05  FILLER                   PIC X(02).
           05  SY-CONFLICT-HDG          PIC X(30).
           05  FILLER                   PIC X(62).

       01  SODRPT-CONFLICT-DETAIL REDEFINES SODRPT-RECORD.
           05  FILLER                   PIC X(02).
           05  SW-USER                  PIC X(08).
           05  FILLER                   PIC X(02).
           05  SW-OPR-EMPL-ID           PIC X(05).
           05  FILLER                   PIC X(03).
           05  SW-FUNCTION-1            PIC X(08).
           05  FILLER                   PIC X(02).
           05  SW-FUNCTION-2            PIC X(08).
           05  FILLER                   PIC X(02).
           05  SW-CONFLICT              PIC X(30).
           05  FILLER                   PIC X(62).

       01  SODRPT-COUNT REDEFINES SODRPT-RECORD.
           05  FILLER                   PIC X(02).
           05  SN-LABEL                 PIC X(50).
           05  FILLER                   PIC X(02).
           05  SN-COUNT                 PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(71).
