      *****************************************************************
      * DQRPT.CPY
      * FIXED-WIDTH PRINT-LINE LAYOUT FOR THE DQSWEEP DATA QUALITY
      * EXCEPTIONS REPORT. ONE 01-LEVEL RECORD WITH A REDEFINES FOR
      * EACH LINE TYPE (TITLE, FINDING HEADING, FINDING DETAIL, RULE
      * COUNT HEADING, RULE COUNT) SO THE SAME 132-BYTE FD RECORD CAN
      * CARRY ANY LINE THE REPORT PRINTS.
      *
      * EACH FINDING PRINTS ITS RULE CODE, SEVERITY ('S' SEVERE, 'W'
      * WARNING), THE STORE IT WAS FOUND IN (EMP, EMPMAST, LEAVEF),
      * THE EMPLOYEE, THE OFFENDING VALUE, AND THE RULE DESCRIPTION.
      * THE COUNT SECTION PRINTS ONE LINE PER RULE AND THE TOTALS.
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-10-15 DB   INITIAL VERSION.
      *****************************************************************
       01  DQRPT-RECORD                 PIC X(132).

       01  DQRPT-TITLE REDEFINES DQRPT-RECORD.
           05  WT-TITLE-TEXT            PIC X(45).
           05  WT-RUN-DATE-LABEL        PIC X(10).
           05  WT-RUN-DATE              PIC X(10).
           05  FILLER                   PIC X(67).

       01  DQRPT-HEADING REDEFINES DQRPT-RECORD.
           05  FILLER                   PIC X(02).
           05  WH-RULE-HDG              PIC X(04).
           05  FILLER                   PIC X(02).
           05  WH-SEV-HDG               PIC X(03).
           05  FILLER                   PIC X(02).
           05  WH-STORE-HDG             PIC X(07).
           05  FILLER                   PIC X(02).
           05  WH-ID-HDG                PIC X(07).
           05  FILLER                   PIC X(02).
           05  WH-NAME-HDG              PIC X(15).
           05  FILLER                   PIC X(02).
           05  WH-VALUE-HDG             PIC X(15).
           05  FILLER                   PIC X(02).
           05  WH-DESC-HDG              PIC X(35).
           05  FILLER                   PIC X(32).

       01  DQRPT-DETAIL REDEFINES DQRPT-RECORD.
           05  FILLER                   PIC X(02).
           05  WD-RULE                  PIC X(04).
           05  FILLER                   PIC X(03).
           05  WD-SEV                   PIC X(01).
           05  FILLER                   PIC X(03).
           05  WD-STORE                 PIC X(07).
           05  FILLER                   PIC X(02).
           05  WD-EMPL-ID               PIC 9(05).
           05  FILLER                   PIC X(04).
           05  WD-NAME                  PIC X(15).
           05  FILLER                   PIC X(02).
           05  WD-VALUE                 PIC X(15).
           05  FILLER                   PIC X(02).
           05  WD-DESC                  PIC X(35).
           05  FILLER                   PIC X(32).

       01  DQRPT-RULE-HEADING REDEFINES DQRPT-RECORD.
           05  FILLER                   PIC X(02).
           05  WR-RULE-HDG              PIC X(04).
           05  FILLER                   PIC X(02).
           05  WR-SEV-HDG               PIC X(03).
           05  FILLER                   PIC X(02).
           05  WR-DESC-HDG              PIC X(35).
           05  FILLER                   PIC X(02).
           05  WR-COUNT-HDG             PIC X(07).
           05  FILLER                   PIC X(75).

       01  DQRPT-RULE-COUNT REDEFINES DQRPT-RECORD.
           05  FILLER                   PIC X(02).
           05  WC-RULE                  PIC X(04).
           05  FILLER                   PIC X(03).
           05  WC-SEV                   PIC X(01).
           05  FILLER                   PIC X(03).
           05  WC-DESC                  PIC X(35).
           05  FILLER                   PIC X(02).
           05  WC-COUNT                 PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(75).
