      *****************************************************************
      * ATRRPT.CPY
      * FIXED-WIDTH PRINT-LINE LAYOUT FOR THE ATTRRPT TURNOVER AND
      * ATTRITION REPORT. ONE 01-LEVEL RECORD WITH A REDEFINES FOR EACH
      * LINE TYPE (TITLE, COLUMN HEADING, DETAIL, HIRING-MONTH HEADING,
      * HIRING-MONTH DETAIL, COUNT) SO THE SAME 132-BYTE FD RECORD CAN
      * CARRY ANY LINE THE REPORT PRINTS.
      *
      * EACH DEPARTMENT, DIVISION, AND THE GRAND TOTAL PRINT ONE
      * DETAIL LINE IN THE SAME COLUMNS OVER THE ROLLING TWELVE-MONTH
      * WINDOW: AVERAGE HEADCOUNT (MONTH-END HDCTHIST POSITIONS),
      * TERMINATIONS, VOLUNTARY TERMINATIONS, TURNOVER AND VOLUNTARY
      * TURNOVER AS A PERCENT OF THE AVERAGE HEADCOUNT, AVERAGE TENURE
      * AT TERMINATION IN YEARS, AND TERMINATIONS INSIDE NINETY DAYS
      * OF HIRE. A RATE WITH NO HEADCOUNT BEHIND IT, OR A TENURE WITH
      * NO TERMINATIONS, PRINTS 'N/A' THROUGH THE -X REDEFINES.
      *
      * THE HIRING-MONTH SECTION PRINTS ONE LINE PER MONTH OF THE
      * WINDOW: HIRES, HOW MANY OF THEM LEFT INSIDE NINETY DAYS, AND
      * THE PERCENT.
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-10-15 DB   INITIAL VERSION.
      *****************************************************************
       01  ATRRPT-RECORD                PIC X(132).

       01  ATRRPT-TITLE REDEFINES ATRRPT-RECORD.
           05  JT-TITLE-TEXT            PIC X(45).
           05  JT-RUN-DATE-LABEL        PIC X(10).
           05  JT-RUN-DATE              PIC X(10).
           05  FILLER                   PIC X(02).
           05  JT-WINDOW-LABEL          PIC X(08).
           05  JT-WINDOW-FROM           PIC X(07).
           05  JT-WINDOW-TO-LABEL       PIC X(04).
           05  JT-WINDOW-TO             PIC X(07).
           05  FILLER                   PIC X(39).

       01  ATRRPT-HEADING REDEFINES ATRRPT-RECORD.
           05  FILLER                   PIC X(02).
           05  JG-DEPT-HDG              PIC X(06).
           05  JG-NAME-HDG              PIC X(20).
           05  FILLER                   PIC X(02).
           05  JG-AVG-HC-HDG            PIC X(08).
           05  FILLER                   PIC X(02).
           05  JG-TERMS-HDG             PIC X(06).
           05  FILLER                   PIC X(02).
           05  JG-VOL-HDG               PIC X(06).
           05  FILLER                   PIC X(02).
           05  JG-TURN-PCT-HDG          PIC X(06).
           05  FILLER                   PIC X(02).
           05  JG-VOL-PCT-HDG           PIC X(06).
           05  FILLER                   PIC X(02).
           05  JG-TENURE-HDG            PIC X(05).
           05  FILLER                   PIC X(02).
           05  JG-EARLY-HDG             PIC X(06).
           05  FILLER                   PIC X(47).

       01  ATRRPT-DETAIL REDEFINES ATRRPT-RECORD.
           05  FILLER                   PIC X(02).
           05  JD-DEPT                  PIC X(06).
           05  JD-NAME                  PIC X(20).
           05  FILLER                   PIC X(02).
           05  JD-AVG-HC                PIC ZZ,ZZ9.9.
           05  FILLER                   PIC X(02).
           05  JD-TERMS                 PIC ZZ,ZZ9.
           05  FILLER                   PIC X(02).
           05  JD-VOL                   PIC ZZ,ZZ9.
           05  FILLER                   PIC X(02).
           05  JD-TURN-PCT              PIC ZZZ9.9.
           05  JD-TURN-PCT-X REDEFINES JD-TURN-PCT
                                        PIC X(06).
           05  FILLER                   PIC X(02).
           05  JD-VOL-PCT               PIC ZZZ9.9.
           05  JD-VOL-PCT-X REDEFINES JD-VOL-PCT
                                        PIC X(06).
           05  FILLER                   PIC X(02).
           05  JD-TENURE                PIC ZZ9.9.
           05  JD-TENURE-X REDEFINES JD-TENURE
                                        PIC X(05).
           05  FILLER                   PIC X(02).
           05  JD-EARLY                 PIC ZZ,ZZ9.
           05  FILLER                   PIC X(47).

       01  ATRRPT-HIRE-HEADING REDEFINES ATRRPT-RECORD.
           05  FILLER                   PIC X(02).
           05  JH-MONTH-HDG             PIC X(07).
           05  FILLER                   PIC X(03).
           05  JH-HIRES-HDG             PIC X(06).
           05  FILLER                   PIC X(02).
           05  JH-EARLY-HDG             PIC X(06).
           05  FILLER                   PIC X(02).
           05  JH-PCT-HDG               PIC X(06).
           05  FILLER                   PIC X(02).
           05  JH-NOTE-HDG              PIC X(20).
           05  FILLER                   PIC X(76).

       01  ATRRPT-HIRE-DETAIL REDEFINES ATRRPT-RECORD.
           05  FILLER                   PIC X(02).
           05  JE-MONTH                 PIC X(07).
           05  FILLER                   PIC X(03).
           05  JE-HIRES                 PIC ZZ,ZZ9.
           05  FILLER                   PIC X(02).
           05  JE-EARLY                 PIC ZZ,ZZ9.
           05  FILLER                   PIC X(02).
           05  JE-PCT                   PIC ZZZ9.9.
           05  JE-PCT-X REDEFINES JE-PCT
                                        PIC X(06).
           05  FILLER                   PIC X(02).
           05  JE-NOTE                  PIC X(20).
           05  FILLER                   PIC X(76).

       01  ATRRPT-COUNT REDEFINES ATRRPT-RECORD.
           05  FILLER                   PIC X(02).
           05  JQ-LABEL                 PIC X(40).
           05  FILLER                   PIC X(02).
           05  JQ-COUNT                 PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(81).
