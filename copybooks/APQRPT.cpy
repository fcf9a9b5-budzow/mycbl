      *****************************************************************
      * APQRPT.CPY
      * FIXED-WIDTH PRINT-LINE LAYOUT FOR THE EMPBATCH APPROVAL-QUEUE
      * REPORT. ONE 01-LEVEL RECORD WITH A REDEFINES FOR EACH LINE
      * TYPE (TITLE, COLUMN HEADING, DETAIL, TOTALS), THE SAME SHAPE
      * AS EMPBRPT.CPY. ONE DETAIL LINE PER PAY-GRADE/DEPARTMENT
      * CHANGE ON THE PENDING-APPROVAL DATASET (APRREC.CPY): THE
      * PENDING ID THE APPROVER KEYS, THE EMPLOYEE, THE DEPARTMENT AND
      * GRADE FROM/TO (A BLANK TO MEANS THAT FIELD IS NOT CHANGING),
      * WHO KEYED IT AND WHEN, HOW MANY DAYS IT HAS WAITED, AND ITS
      * STATUS TONIGHT -- WAITING (CARRIED FROM AN EARLIER NIGHT), NEW
      * (HELD TONIGHT), RELEASED (APPLIED TONIGHT), OR DECLINED
      * (DROPPED TONIGHT).
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-10-15 DB   INITIAL VERSION.
      *****************************************************************
       01  APQRPT-RECORD                PIC X(132).

       01  APQRPT-TITLE REDEFINES APQRPT-RECORD.
           05  QT-TITLE-TEXT            PIC X(45).
           05  QT-RUN-DATE-LABEL        PIC X(10).
           05  QT-RUN-DATE              PIC X(10).
           05  FILLER                   PIC X(67).

       01  APQRPT-HEADING REDEFINES APQRPT-RECORD.
           05  FILLER                   PIC X(02).
           05  QH-PEND-HDG              PIC X(15).
           05  QH-ID-HDG                PIC X(08).
           05  QH-NAME-HDG              PIC X(17).
           05  QH-DEPT-HDG              PIC X(11).
           05  QH-GRADE-HDG             PIC X(08).
           05  QH-KEYED-BY-HDG          PIC X(10).
           05  QH-KEYED-ON-HDG          PIC X(12).
           05  QH-DAYS-HDG              PIC X(06).
           05  QH-STATUS-HDG            PIC X(10).
           05  FILLER                   PIC X(33).

       01  APQRPT-DETAIL REDEFINES APQRPT-RECORD.
           05  FILLER                   PIC X(02).
           05  QD-PEND-ID               PIC X(13).
           05  FILLER                   PIC X(02).
           05  QD-EMPL-ID               PIC X(05).
           05  FILLER                   PIC X(03).
           05  QD-NAME                  PIC X(15).
           05  FILLER                   PIC X(02).
           05  QD-FROM-DEPT             PIC X(04).
           05  FILLER                   PIC X(01).
           05  QD-TO-DEPT               PIC X(04).
           05  FILLER                   PIC X(02).
           05  QD-FROM-GRADE            PIC X(02).
           05  FILLER                   PIC X(01).
           05  QD-TO-GRADE              PIC X(02).
           05  FILLER                   PIC X(03).
           05  QD-KEYED-BY              PIC X(08).
           05  FILLER                   PIC X(02).
           05  QD-KEYED-ON              PIC X(10).
           05  FILLER                   PIC X(02).
           05  QD-DAYS                  PIC ZZZ9.
           05  FILLER                   PIC X(02).
           05  QD-STATUS                PIC X(10).
           05  FILLER                   PIC X(33).

       01  APQRPT-TOTAL REDEFINES APQRPT-RECORD.
           05  FILLER                   PIC X(02).
           05  QG-LABEL                 PIC X(25).
           05  FILLER                   PIC X(05).
           05  QG-COUNT                 PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(93).
