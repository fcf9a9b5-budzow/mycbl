      *****************************************************************
      * RORGMAP.CPY
      * FIXED-WIDTH LAYOUT OF THE DEPARTMENT REORGANIZATION MAPPING
      * CARDS (REORGMAP) READ BY DPTREORG. THREE CARD TYPES, KEYED BY
      * THE FIRST BYTE; A BLANK CARD IS IGNORED.
      *   H  HEADER -- EXACTLY ONE. THE EFFECTIVE DATE (YYYY-MM-DD) IS
      *      THE FIRST DAY THE REORGANIZATION MAY BE APPLIED; THE
      *      REFERENCE (THE HR CHANGE NUMBER OR A SHORT DESCRIPTION)
      *      PRINTS ON THE REPORT AND GOES TO THE AUDIT LOG.
      *   D  DEPARTMENT -- ONE PER OLD CODE. EVERY EMPLOYEE IN THE OLD
      *      DEPARTMENT MOVES TO THE NEW ONE AND THE OLD CODE IS
      *      RETIRED FROM DEPTREF; SEVERAL OLD CODES TO ONE NEW CODE
      *      IS A MERGE. A NEW CODE NOT YET ON DEPTREF MUST CARRY ITS
      *      NAME AND DIVISION; ON A CODE ALREADY ON DEPTREF THEY ARE
      *      OPTIONAL AND REPLACE WHAT DEPTREF HOLDS. OLD AND NEW THE
      *      SAME RENAMES THE DEPARTMENT OR MOVES IT TO ANOTHER
      *      DIVISION WITHOUT MOVING ANYONE.
      *   E  EMPLOYEE -- A SPLIT. MOVES ONE EMPLOYEE OF A RETIRING
      *      DEPARTMENT TO A DEPARTMENT OTHER THAN THE ONE ITS 'D'
      *      CARD NAMES. THE HEADCOUNT HISTORY OF A SPLIT DEPARTMENT
      *      RESTATES UNDER ITS 'D' CARD'S NEW CODE.
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-10-15 DB   INITIAL VERSION.
      *****************************************************************
       01  REORGMAP-RECORD.
           05  MC-CARD-TYPE        PIC X(01).
               88  MC-HEADER-CARD              VALUE 'H'.
               88  MC-DEPT-CARD                VALUE 'D'.
               88  MC-EMPL-CARD                VALUE 'E'.
               88  MC-BLANK-CARD               VALUE SPACE.
           05  FILLER              PIC X(79).

       01  REORGMAP-HEADER REDEFINES REORGMAP-RECORD.
           05  FILLER              PIC X(02).
           05  MC-H-EFF-DATE       PIC X(10).
           05  MC-H-EFF-DATE-R REDEFINES MC-H-EFF-DATE.
               10  MC-H-EFF-YYYY   PIC X(04).
               10  MC-H-EFF-SEP1   PIC X(01).
               10  MC-H-EFF-MM     PIC X(02).
               10  MC-H-EFF-SEP2   PIC X(01).
               10  MC-H-EFF-DD     PIC X(02).
           05  FILLER              PIC X(01).
           05  MC-H-REFERENCE      PIC X(30).
           05  FILLER              PIC X(37).

       01  REORGMAP-DEPT REDEFINES REORGMAP-RECORD.
           05  FILLER              PIC X(02).
           05  MC-D-OLD-DEPT       PIC X(04).
           05  FILLER              PIC X(01).
           05  MC-D-NEW-DEPT       PIC X(04).
           05  FILLER              PIC X(01).
           05  MC-D-NEW-NAME       PIC X(20).
           05  FILLER              PIC X(01).
           05  MC-D-NEW-DIVISION   PIC X(04).
           05  FILLER              PIC X(01).
           05  MC-D-NEW-DIV-NAME   PIC X(20).
           05  FILLER              PIC X(22).

       01  REORGMAP-EMPL REDEFINES REORGMAP-RECORD.
           05  FILLER              PIC X(02).
           05  MC-E-EMPL-ID        PIC X(05).
           05  FILLER              PIC X(01).
           05  MC-E-OLD-DEPT       PIC X(04).
           05  FILLER              PIC X(01).
           05  MC-E-NEW-DEPT       PIC X(04).
           05  FILLER              PIC X(63).
