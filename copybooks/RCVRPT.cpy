      *****************************************************************
      * RCVRPT.CPY
      * FIXED-WIDTH PRINT-LINE LAYOUT FOR THE EMPRECOV EMP TABLE
      * FORWARD RECOVERY REPORT. ONE 01-LEVEL RECORD WITH A REDEFINES
      * FOR EACH LINE TYPE (TITLE, RUN PARAMETER, COLUMN HEADING,
      * ROW DETAIL, COUNT TOTAL) SO THE SAME 132-BYTE FD RECORD CAN
      * CARRY ANY LINE THE REPORT PRINTS. ONE DETAIL LINE PER ROW THE
      * REPLAY LEAVES DIFFERENT FROM THE SNAPSHOT (ADDED, CHANGED OR
      * REMOVED, WITH THE ROW AS IT WILL STAND AND THE EMPHIST STAMP
      * OF THE LAST IMAGE APPLIED) AND PER EXCEPTION THAT STOPS A
      * LOAD.
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-10-15 DB   INITIAL VERSION.
      *****************************************************************
       01  RCVRPT-RECORD                PIC X(132).

       01  RCVRPT-TITLE REDEFINES RCVRPT-RECORD.
           05  QA-TITLE-TEXT            PIC X(45)
                   VALUE 'EMP TABLE FORWARD RECOVERY'.
           05  QA-RUN-DATE-LABEL        PIC X(10)
                   VALUE 'RUN DATE: '.
           05  QA-RUN-DATE              PIC X(10).
           05  FILLER                   PIC X(67).

       01  RCVRPT-PARM REDEFINES RCVRPT-RECORD.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  QS-LABEL                 PIC X(24).
           05  QS-DATE                  PIC X(08).
           05  FILLER                   PIC X(01)  VALUE SPACES.
           05  QS-TIME                  PIC X(06).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  QS-TEXT                  PIC X(45).
           05  FILLER                   PIC X(44)  VALUE SPACES.

       01  RCVRPT-HEADING REDEFINES RCVRPT-RECORD.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  QC-ID-HDG                PIC X(08)  VALUE 'EMPL ID'.
           05  QC-RESULT-HDG            PIC X(12)  VALUE 'RESULT'.
           05  QC-NAME-HDG              PIC X(17)  VALUE 'NAME'.
           05  QC-DEPT-HDG              PIC X(06)  VALUE 'DEPT'.
           05  QC-HIRE-HDG              PIC X(12)  VALUE 'HIRE DATE'.
           05  QC-STATUS-HDG            PIC X(04)  VALUE 'ST'.
           05  QC-GRADE-HDG             PIC X(05)  VALUE 'GR'.
           05  QC-STAMP-HDG             PIC X(17)  VALUE 'LAST IMAGE'.
           05  QC-NOTE-HDG              PIC X(30)  VALUE 'NOTE'.
           05  FILLER                   PIC X(19)  VALUE SPACES.

       01  RCVRPT-DETAIL REDEFINES RCVRPT-RECORD.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  QL-EMPL-ID               PIC X(05).
           05  FILLER                   PIC X(03)  VALUE SPACES.
           05  QL-RESULT                PIC X(10).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  QL-NAME                  PIC X(15).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  QL-DEPT                  PIC X(04).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  QL-HIRE-DATE             PIC X(10).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  QL-STATUS                PIC X(01).
           05  FILLER                   PIC X(03)  VALUE SPACES.
           05  QL-PAY-GRADE             PIC X(02).
           05  FILLER                   PIC X(03)  VALUE SPACES.
           05  QL-STAMP-DATE            PIC X(08).
           05  FILLER                   PIC X(01)  VALUE SPACES.
           05  QL-STAMP-TIME            PIC X(06).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  QL-NOTE                  PIC X(30).
           05  FILLER                   PIC X(19)  VALUE SPACES.

       01  RCVRPT-TOTAL REDEFINES RCVRPT-RECORD.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  QZ-LABEL                 PIC X(32).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  QZ-COUNT                 PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(03)  VALUE SPACES.
           05  QZ-NOTE                  PIC X(45).
           05  FILLER                   PIC X(39)  VALUE SPACES.
