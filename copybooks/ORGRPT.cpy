      *****************************************************************
      * ORGRPT.CPY
      * FIXED-WIDTH PRINT-LINE LAYOUT FOR THE ORGCHART ORGANIZATION
      * CHART REPORT. ONE 01-LEVEL RECORD WITH A REDEFINES FOR EACH
      * LINE TYPE (COLUMN HEADING, DIVISION AND DEPARTMENT BREAKS,
      * INDENTED CHART LINE, SPAN-OF-CONTROL HEADING AND DETAIL,
      * EXCEPTION HEADING AND DETAIL, COUNT, AVERAGE, NOTE) SO THE
      * SAME 132-BYTE FD RECORD CAN CARRY ANY LINE THE REPORT PRINTS.
      * THE TITLE COMES FROM THE SHARED RPTWRTR PAGINATOR
      * (RPTPARM.CPY). OB-CHART-TEXT IS FILLED AT AN OFFSET THAT
      * GROWS WITH THE EMPLOYEE'S DEPTH UNDER THE DEPARTMENT'S TOP.
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-10-15 DB   INITIAL VERSION.
      *****************************************************************
       01  ORGRPT-RECORD                PIC X(132).

       01  ORGRPT-HEADING REDEFINES ORGRPT-RECORD.
           05  FILLER                   PIC X(02).
           05  OC-HEADING-TEXT          PIC X(70).
           05  FILLER                   PIC X(60).

       01  ORGRPT-DIVISION REDEFINES ORGRPT-RECORD.
           05  FILLER                   PIC X(02).
           05  OV-LABEL                 PIC X(09).
           05  OV-DIVISION              PIC X(04).
           05  FILLER                   PIC X(02).
           05  OV-DIV-NAME              PIC X(20).
           05  FILLER                   PIC X(95).

       01  ORGRPT-DEPARTMENT REDEFINES ORGRPT-RECORD.
           05  FILLER                   PIC X(04).
           05  OL-LABEL                 PIC X(05).
           05  OL-DEPT                  PIC X(04).
           05  FILLER                   PIC X(02).
           05  OL-DEPT-NAME             PIC X(20).
           05  FILLER                   PIC X(02).
           05  OL-HEADCOUNT             PIC ZZ,ZZ9.
           05  OL-HEADCOUNT-LABEL       PIC X(10).
           05  FILLER                   PIC X(79).

       01  ORGRPT-CHART REDEFINES ORGRPT-RECORD.
           05  FILLER                   PIC X(06).
           05  OB-CHART-TEXT            PIC X(126).

       01  ORGRPT-SPAN-HEADING REDEFINES ORGRPT-RECORD.
           05  FILLER                   PIC X(02).
           05  OW-ID-HDG                PIC X(07).
           05  OW-NAME-HDG              PIC X(17).
           05  OW-DEPT-HDG              PIC X(06).
           05  OW-STATUS-HDG            PIC X(10).
           05  OW-DIRECT-HDG            PIC X(08).
           05  OW-TOTAL-HDG             PIC X(08).
           05  FILLER                   PIC X(74).

       01  ORGRPT-SPAN-DETAIL REDEFINES ORGRPT-RECORD.
           05  FILLER                   PIC X(02).
           05  OS-SUPV-ID               PIC 9(05).
           05  FILLER                   PIC X(02).
           05  OS-NAME                  PIC X(15).
           05  FILLER                   PIC X(02).
           05  OS-DEPT                  PIC X(04).
           05  FILLER                   PIC X(02).
           05  OS-STATUS                PIC X(08).
           05  FILLER                   PIC X(02).
           05  OS-DIRECT                PIC ZZ,ZZ9.
           05  FILLER                   PIC X(02).
           05  OS-TOTAL                 PIC ZZ,ZZ9.
           05  FILLER                   PIC X(76).

       01  ORGRPT-EXC-HEADING REDEFINES ORGRPT-RECORD.
           05  FILLER                   PIC X(02).
           05  OY-ID-HDG                PIC X(07).
           05  OY-NAME-HDG              PIC X(17).
           05  OY-DEPT-HDG              PIC X(06).
           05  OY-SUPV-ID-HDG           PIC X(07).
           05  OY-SUPV-NAME-HDG         PIC X(17).
           05  OY-REASON-HDG            PIC X(24).
           05  FILLER                   PIC X(52).

       01  ORGRPT-EXCEPTION REDEFINES ORGRPT-RECORD.
           05  FILLER                   PIC X(02).
           05  OJ-EMPL-ID               PIC 9(05).
           05  FILLER                   PIC X(02).
           05  OJ-NAME                  PIC X(15).
           05  FILLER                   PIC X(02).
           05  OJ-DEPT                  PIC X(04).
           05  FILLER                   PIC X(02).
           05  OJ-SUPV-ID               PIC 9(05).
           05  FILLER                   PIC X(02).
           05  OJ-SUPV-NAME             PIC X(15).
           05  FILLER                   PIC X(02).
           05  OJ-REASON                PIC X(24).
           05  FILLER                   PIC X(52).

       01  ORGRPT-COUNT REDEFINES ORGRPT-RECORD.
           05  FILLER                   PIC X(02).
           05  OQ-LABEL                 PIC X(30).
           05  FILLER                   PIC X(02).
           05  OQ-COUNT                 PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(91).

       01  ORGRPT-AVERAGE REDEFINES ORGRPT-RECORD.
           05  FILLER                   PIC X(02).
           05  OU-LABEL                 PIC X(30).
           05  FILLER                   PIC X(02).
           05  OU-AVERAGE               PIC ZZZ,ZZ9.9.
           05  FILLER                   PIC X(89).

       01  ORGRPT-NOTE REDEFINES ORGRPT-RECORD.
           05  FILLER                   PIC X(02).
           05  OZ-NOTE-TEXT             PIC X(60).
           05  FILLER                   PIC X(70).
