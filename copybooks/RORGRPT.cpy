      *****************************************************************
      * RORGRPT.CPY
      * FIXED-WIDTH PRINT-LINE LAYOUT FOR THE DPTREORG DEPARTMENT
      * REORGANIZATION REPORT. ONE 01-LEVEL RECORD WITH A REDEFINES
      * FOR EACH LINE TYPE (TITLE, RUN PARAMETER, MAPPING HEADING AND
      * LINE, HEADCOUNT CAPTION, HEADING AND LINE, COUNT TOTAL) SO
      * THE SAME 132-BYTE FD RECORD CAN CARRY ANY LINE THE REPORT
      * PRINTS. THE MAPPING SECTION ECHOES EVERY CARD WITH THE
      * EMPLOYEES IT MOVES AND ANY ERROR AGAINST IT; THE HEADCOUNT
      * SECTION IS THE BEFORE-AND-AFTER SIGN-OFF, ONE LINE PER
      * DEPARTMENT BY STATUS.
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-10-15 DB   INITIAL VERSION.
      *****************************************************************
       01  RORGRPT-RECORD               PIC X(132).

       01  RORGRPT-TITLE REDEFINES RORGRPT-RECORD.
           05  RA-TITLE-TEXT            PIC X(45)
                   VALUE 'DEPARTMENT REORGANIZATION'.
           05  RA-RUN-DATE-LABEL        PIC X(10)
                   VALUE 'RUN DATE: '.
           05  RA-RUN-DATE              PIC X(10).
           05  FILLER                   PIC X(67).

       01  RORGRPT-PARM REDEFINES RORGRPT-RECORD.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  RS-LABEL                 PIC X(24).
           05  RS-TEXT                  PIC X(50).
           05  FILLER                   PIC X(56)  VALUE SPACES.

       01  RORGRPT-MAP-HEADING REDEFINES RORGRPT-RECORD.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  RB-CARD-HDG              PIC X(06)  VALUE 'CARD'.
           05  RB-EMPL-HDG              PIC X(07)  VALUE 'EMPL'.
           05  RB-OLD-HDG               PIC X(06)  VALUE 'FROM'.
           05  RB-OLD-NAME-HDG          PIC X(22)  VALUE 'NAME'.
           05  RB-ARROW-HDG             PIC X(04)  VALUE SPACES.
           05  RB-NEW-HDG               PIC X(06)  VALUE 'TO'.
           05  RB-NEW-NAME-HDG          PIC X(22)  VALUE 'NAME'.
           05  RB-DIV-HDG               PIC X(06)  VALUE 'DIV'.
           05  RB-COUNT-HDG             PIC X(08)  VALUE 'MOVING'.
           05  RB-NOTE-HDG              PIC X(30)  VALUE 'NOTE'.
           05  FILLER                   PIC X(13)  VALUE SPACES.

       01  RORGRPT-MAP-LINE REDEFINES RORGRPT-RECORD.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  RL-CARD                  PIC X(04).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  RL-EMPL-ID               PIC X(05).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  RL-OLD-DEPT              PIC X(04).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  RL-OLD-NAME              PIC X(20).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  RL-ARROW                 PIC X(02).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  RL-NEW-DEPT              PIC X(04).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  RL-NEW-NAME              PIC X(20).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  RL-NEW-DIVISION          PIC X(04).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  RL-EMPL-COUNT            PIC ZZ,ZZ9.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  RL-NOTE                  PIC X(30).
           05  FILLER                   PIC X(13)  VALUE SPACES.

       01  RORGRPT-HDC-CAPTION REDEFINES RORGRPT-RECORD.
           05  FILLER                   PIC X(30)  VALUE SPACES.
           05  RF-BEFORE-CAPTION        PIC X(34).
           05  FILLER                   PIC X(03)  VALUE SPACES.
           05  RF-AFTER-CAPTION         PIC X(34).
           05  FILLER                   PIC X(31)  VALUE SPACES.

       01  RORGRPT-HDC-HEADING REDEFINES RORGRPT-RECORD.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  RJ-DEPT-HDG              PIC X(04)  VALUE 'DEPT'.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  RJ-NAME-HDG              PIC X(20)  VALUE 'NAME'.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  RJ-BEFORE-HDG            PIC X(34).
           05  FILLER                   PIC X(03)  VALUE SPACES.
           05  RJ-AFTER-HDG             PIC X(34).
           05  FILLER                   PIC X(03)  VALUE SPACES.
           05  RJ-CHANGE-HDG            PIC X(07)  VALUE ' CHANGE'.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  RJ-NOTE-HDG              PIC X(18)  VALUE 'NOTE'.
           05  FILLER                   PIC X(01)  VALUE SPACES.

       01  RORGRPT-HDC-LINE REDEFINES RORGRPT-RECORD.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  RE-DEPT                  PIC X(04).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  RE-DEPT-NAME             PIC X(20).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  RE-B-ACTIVE              PIC ZZ,ZZ9.
           05  FILLER                   PIC X(01)  VALUE SPACES.
           05  RE-B-LEAVE               PIC ZZ,ZZ9.
           05  FILLER                   PIC X(01)  VALUE SPACES.
           05  RE-B-TERM                PIC ZZ,ZZ9.
           05  FILLER                   PIC X(01)  VALUE SPACES.
           05  RE-B-OTHER               PIC ZZ,ZZ9.
           05  FILLER                   PIC X(01)  VALUE SPACES.
           05  RE-B-TOTAL               PIC ZZ,ZZ9.
           05  FILLER                   PIC X(03)  VALUE SPACES.
           05  RE-A-ACTIVE              PIC ZZ,ZZ9.
           05  FILLER                   PIC X(01)  VALUE SPACES.
           05  RE-A-LEAVE               PIC ZZ,ZZ9.
           05  FILLER                   PIC X(01)  VALUE SPACES.
           05  RE-A-TERM                PIC ZZ,ZZ9.
           05  FILLER                   PIC X(01)  VALUE SPACES.
           05  RE-A-OTHER               PIC ZZ,ZZ9.
           05  FILLER                   PIC X(01)  VALUE SPACES.
           05  RE-A-TOTAL               PIC ZZ,ZZ9.
           05  FILLER                   PIC X(03)  VALUE SPACES.
           05  RE-CHANGE                PIC ---,--9.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  RE-NOTE                  PIC X(18).
           05  FILLER                   PIC X(01)  VALUE SPACES.

       01  RORGRPT-TOTAL REDEFINES RORGRPT-RECORD.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  RZ-LABEL                 PIC X(36).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  RZ-COUNT                 PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(03)  VALUE SPACES.
           05  RZ-NOTE                  PIC X(50).
           05  FILLER                   PIC X(30)  VALUE SPACES.
