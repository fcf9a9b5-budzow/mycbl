      *****************************************************************
      * BRSTREC.CPY
      * FIXED-WIDTH RECORD LAYOUT FOR A REPORT BURST FILE (RPTBRST).
      * A REPORT THAT IS DISTRIBUTED BY DEPARTMENT WRITES ONE OF THESE
      * ALONGSIDE ITS PRINTED REPORT, THROUGH THE SHARED BRSTWR
      * PARAGRAPHS: THE SAME LINES THE REPORT PRINTS, UNPAGINATED,
      * EACH TAGGED WITH WHO MAY SEE IT. RPTBURST READS IT AND SPLITS
      * THE REPORT INTO ONE COPY PER RECIPIENT ON THE DISTCTL
      * DISTRIBUTION CONTROL FILE. RECORD TYPES, IN FILE ORDER:
      *   T  TITLE -- FIRST RECORD. THE REPORT'S TITLE TEXT AND
      *      EDITED RUN DATE FOR THE RECIPIENT COPIES' PAGE HEADERS.
      *   H  HEADING -- THE COLUMN HEADING LINE REPRINTED AT THE TOP
      *      OF EVERY PAGE.
      *   C  COMMON LINE -- SECTION CAPTIONS, SUB-HEADINGS, SPACING,
      *      AND WARNINGS EVERY RECIPIENT NEEDS.
      *   D  DEPARTMENT LINE -- BELONGS TO BR-DEPT; GOES ONLY TO THE
      *      RECIPIENTS OF THAT DEPARTMENT.
      *   S  SHOP-WIDE LINE -- TOTALS, DIVISION ROLLUPS, AND NOTES
      *      ABOUT THE WHOLE SHOP; GOES ONLY TO WHOLE-SHOP ('ALL')
      *      RECIPIENTS.
      *   Z  TRAILER -- LAST RECORD. THE COUNT OF C/D/S LINES AND OF
      *      D LINES WRITTEN; A BURST FILE WITHOUT ONE IS INCOMPLETE
      *      AND IS NOT DISTRIBUTED.
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-10-15 DB   INITIAL VERSION.
      *****************************************************************
       01  RPTBRST-RECORD.
           05  BR-REPORT-ID        PIC X(08).
           05  BR-RUN-DATE         PIC X(08).
           05  BR-REC-TYPE         PIC X(01).
               88  BR-TITLE-REC                VALUE 'T'.
               88  BR-HEADING-REC              VALUE 'H'.
               88  BR-COMMON-LINE              VALUE 'C'.
               88  BR-DEPT-LINE                VALUE 'D'.
               88  BR-SHOP-LINE                VALUE 'S'.
               88  BR-TRAILER-REC              VALUE 'Z'.
           05  BR-DEPT             PIC X(04).
           05  FILLER              PIC X(07).
           05  BR-LINE             PIC X(132).

       01  RPTBRST-TITLE REDEFINES RPTBRST-RECORD.
           05  FILLER              PIC X(28).
           05  BR-T-TITLE-TEXT     PIC X(45).
           05  BR-T-RUN-DATE-EDIT  PIC X(10).
           05  FILLER              PIC X(77).

       01  RPTBRST-TRAILER REDEFINES RPTBRST-RECORD.
           05  FILLER              PIC X(28).
           05  BR-Z-LINE-COUNT     PIC 9(07).
           05  BR-Z-DEPT-LINE-COUNT
                                   PIC 9(07).
           05  FILLER              PIC X(118).
