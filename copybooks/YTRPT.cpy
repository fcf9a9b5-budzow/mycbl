      *****************************************************************
      * YTRPT.CPY
      * FIXED-WIDTH PRINT-LINE LAYOUT FOR THE YTDRPT QUARTER-END
      * EARNINGS REGISTER AND YEAR-END WAGE SUMMARY. ONE 01-LEVEL
      * RECORD WITH A REDEFINES FOR EACH LINE TYPE (HEADING, DETAIL,
      * DEPARTMENT AND GRAND TOTAL, COUNT, NOTE) SO THE SAME 132-BYTE
      * FD RECORD CAN CARRY ANY LINE THE REPORT PRINTS. BOTH REPORTS
      * SHARE THE FIVE MONEY COLUMNS: THE REGISTER USES THE FIRST TWO
      * (QUARTER, YEAR TO DATE), THE WAGE SUMMARY ALL FIVE (FOUR
      * QUARTERS AND THE YEAR). THE TITLE COMES FROM THE SHARED
      * RPTWRTR PAGINATOR (RPTPARM.CPY).
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-10-15 DB   INITIAL VERSION.
      *****************************************************************
       01  YTDRPT-RECORD                PIC X(132).

       01  YTDRPT-HEADING REDEFINES YTDRPT-RECORD.
           05  FILLER                   PIC X(02).
           05  YH-ID-HDG                PIC X(08).
           05  YH-NAME-HDG              PIC X(17).
           05  YH-DEPT-HDG              PIC X(06).
           05  YH-AMT-HDG               PIC X(16)  OCCURS 5 TIMES.
           05  FILLER                   PIC X(19).

       01  YTDRPT-DETAIL REDEFINES YTDRPT-RECORD.
           05  FILLER                   PIC X(02).
           05  YD-EMPL-ID               PIC X(05).
           05  FILLER                   PIC X(03).
           05  YD-NAME                  PIC X(15).
           05  FILLER                   PIC X(02).
           05  YD-DEPT                  PIC X(04).
           05  FILLER                   PIC X(02).
           05  YD-AMT-COL               OCCURS 5 TIMES.
               10  FILLER               PIC X(02).
               10  YD-AMT               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(19).

       01  YTDRPT-TOTAL REDEFINES YTDRPT-RECORD.
           05  FILLER                   PIC X(02).
           05  YG-LABEL                 PIC X(31).
           05  YG-AMT-COL               OCCURS 5 TIMES.
               10  FILLER               PIC X(02).
               10  YG-AMT               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(19).

       01  YTDRPT-COUNT REDEFINES YTDRPT-RECORD.
           05  FILLER                   PIC X(02).
           05  YC-LABEL                 PIC X(30).
           05  FILLER                   PIC X(02).
           05  YC-COUNT                 PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(91).

       01  YTDRPT-NOTE REDEFINES YTDRPT-RECORD.
           05  FILLER                   PIC X(02).
           05  YN-NOTE-TEXT             PIC X(60).
           05  FILLER                   PIC X(70).
