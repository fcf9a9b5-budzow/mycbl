      *****************************************************************
      * LVBRPT.CPY
      * FIXED-WIDTH PRINT-LINE LAYOUT FOR THE LVBALRPT LEAVE BALANCE
      * STATEMENT. ONE 01-LEVEL RECORD WITH A REDEFINES FOR EACH LINE
      * TYPE (STATEMENT HEADING AND DETAIL, DEPARTMENT AND GRAND
      * TOTAL, EXCEPTION HEADING AND DETAIL, COUNT, NOTE) SO THE SAME
      * 132-BYTE FD RECORD CAN CARRY ANY LINE THE REPORT PRINTS. THE
      * TITLE COMES FROM THE SHARED RPTWRTR PAGINATOR (RPTPARM.CPY).
      * BALANCES AND CAPS ARE IN HOURS.
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-10-15 DB   INITIAL VERSION.
      *****************************************************************
       01  LVBRPT-RECORD                PIC X(132).

       01  LVBRPT-HEADING REDEFINES LVBRPT-RECORD.
           05  FILLER                   PIC X(02).
           05  VC-ID-HDG                PIC X(07).
           05  VC-NAME-HDG              PIC X(17).
           05  VC-DEPT-HDG              PIC X(06).
           05  VC-GRADE-HDG             PIC X(04).
           05  VC-YEARS-HDG             PIC X(04).
           05  VC-VAC-HDG               PIC X(10).
           05  VC-VAC-CAP-HDG           PIC X(10).
           05  VC-SICK-HDG              PIC X(10).
           05  VC-SICK-CAP-HDG          PIC X(10).
           05  VC-ACCRUAL-HDG           PIC X(12).
           05  VC-USED-HDG              PIC X(10).
           05  FILLER                   PIC X(30).

       01  LVBRPT-DETAIL REDEFINES LVBRPT-RECORD.
           05  FILLER                   PIC X(02).
           05  VS-EMPL-ID               PIC X(05).
           05  FILLER                   PIC X(02).
           05  VS-NAME                  PIC X(15).
           05  FILLER                   PIC X(02).
           05  VS-DEPT                  PIC X(04).
           05  FILLER                   PIC X(02).
           05  VS-GRADE                 PIC X(02).
           05  FILLER                   PIC X(02).
           05  VS-YEARS                 PIC Z9.
           05  FILLER                   PIC X(02).
           05  VS-VAC-BALANCE           PIC -,--9.99.
           05  FILLER                   PIC X(02).
           05  VS-VAC-CAP               PIC Z,ZZ9.99.
           05  FILLER                   PIC X(02).
           05  VS-SICK-BALANCE          PIC -,--9.99.
           05  FILLER                   PIC X(02).
           05  VS-SICK-CAP              PIC Z,ZZ9.99.
           05  FILLER                   PIC X(02).
           05  VS-LAST-ACCRUAL          PIC X(10).
           05  FILLER                   PIC X(02).
           05  VS-LAST-USED             PIC X(10).
           05  FILLER                   PIC X(30).

       01  LVBRPT-TOTAL REDEFINES LVBRPT-RECORD.
           05  FILLER                   PIC X(02).
           05  VQ-LABEL                 PIC X(30).
           05  FILLER                   PIC X(05).
           05  VQ-VAC-BALANCE           PIC -ZZZ,ZZ9.99.
           05  FILLER                   PIC X(09).
           05  VQ-SICK-BALANCE          PIC -ZZZ,ZZ9.99.
           05  FILLER                   PIC X(64).

       01  LVBRPT-EXC-HEADING REDEFINES LVBRPT-RECORD.
           05  FILLER                   PIC X(02).
           05  VY-ID-HDG                PIC X(07).
           05  VY-NAME-HDG              PIC X(17).
           05  VY-DEPT-HDG              PIC X(06).
           05  VY-TYPE-HDG              PIC X(10).
           05  VY-BALANCE-HDG           PIC X(10).
           05  VY-CAP-HDG               PIC X(10).
           05  VY-REASON-HDG            PIC X(20).
           05  FILLER                   PIC X(50).

       01  LVBRPT-EXCEPTION REDEFINES LVBRPT-RECORD.
           05  FILLER                   PIC X(02).
           05  VX-EMPL-ID               PIC X(05).
           05  FILLER                   PIC X(02).
           05  VX-NAME                  PIC X(15).
           05  FILLER                   PIC X(02).
           05  VX-DEPT                  PIC X(04).
           05  FILLER                   PIC X(02).
           05  VX-LEAVE-TYPE            PIC X(08).
           05  FILLER                   PIC X(02).
           05  VX-BALANCE               PIC -,--9.99.
           05  FILLER                   PIC X(02).
           05  VX-CAP                   PIC Z,ZZ9.99.
           05  FILLER                   PIC X(02).
           05  VX-REASON                PIC X(20).
           05  FILLER                   PIC X(50).

       01  LVBRPT-COUNT REDEFINES LVBRPT-RECORD.
           05  FILLER                   PIC X(02).
           05  VK-LABEL                 PIC X(30).
           05  FILLER                   PIC X(02).
           05  VK-COUNT                 PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(91).

       01  LVBRPT-NOTE REDEFINES LVBRPT-RECORD.
           05  FILLER                   PIC X(02).
           05  VZ-NOTE-TEXT             PIC X(60).
           05  FILLER                   PIC X(70).
