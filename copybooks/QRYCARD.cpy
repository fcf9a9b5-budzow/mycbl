      *****************************************************************
      * QRYCARD.CPY
      * CONTROL CARD LAYOUT FOR THE EMPQRY AD-HOC EMPLOYEE QUERY
      * (QRYCARD). ONE QUERY PER RUN, DESCRIBED BY KEYWORD CARDS IN
      * ANY ORDER. THE KEYWORD IS IN COLUMNS 1-8 AND THE OPERANDS
      * START IN COLUMN 10. LISTS ARE COMMA-SEPARATED. A '*' IN
      * COLUMN 1 IS A COMMENT.
      *
      *   TITLE    REPORT TITLE (COLUMNS 10-54).
      *   SELECT   FIELD (10-17), OPERATOR (19-23), VALUES (25-80):
      *              IN     FIELD IS ONE OF THE VALUES (UP TO 8)
      *              NOT    FIELD IS NONE OF THE VALUES (UP TO 8)
      *              RANGE  LOW,HIGH INCLUSIVE; EITHER MAY BE LEFT
      *                     EMPTY FOR NO BOUND (',2019-12-31'). A
      *                     BLANK FIELD IS NEVER IN A RANGE.
      *            EVERY SELECT CARD MUST BE MET (THEY ARE ANDED).
      *   COLUMNS  FIELDS TO SHOW, IN ORDER (UP TO 10 OVER ALL THE
      *            COLUMNS CARDS).
      *   SORT     UP TO 3 FIELDS, EACH OPTIONALLY FOLLOWED BY A
      *            SPACE AND 'D' FOR DESCENDING ('DEPT,HIREDATE D').
      *   SUBTOTAL DEPT -- COUNT BY DEPARTMENT. DEPARTMENT BECOMES
      *            THE MAJOR SORT FIELD.
      *   OUTPUT   REPORT (THE DEFAULT) OR CSV.
      *
      * FIELDS: ID (FIVE DIGITS), NAME, DEPT, STATUS, GRADE AND
      * HIREDATE FROM EMPMAST; LVSTATUS (L ON LEAVE, R RETURNED,
      * BLANK NO LEAVE RECORD), LVSTART, LVRETURN (EXPECTED) AND
      * LVACTUAL FROM LEAVEF. DATES ARE YYYY-MM-DD.
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-10-15 DB   INITIAL VERSION.
      *****************************************************************
       01  QRYCARD-RECORD.
           05  QC-KEYWORD          PIC X(08).
               88  QC-TITLE-CARD               VALUE 'TITLE'.
               88  QC-SELECT-CARD              VALUE 'SELECT'.
               88  QC-COLUMNS-CARD             VALUE 'COLUMNS'.
               88  QC-SORT-CARD                VALUE 'SORT'.
               88  QC-SUBTOTAL-CARD            VALUE 'SUBTOTAL'.
               88  QC-OUTPUT-CARD              VALUE 'OUTPUT'.
           05  FILLER              PIC X(01).
           05  QC-OPERANDS         PIC X(71).

       01  QRYCARD-TITLE REDEFINES QRYCARD-RECORD.
           05  FILLER              PIC X(09).
           05  QC-T-TITLE          PIC X(45).
           05  FILLER              PIC X(26).

       01  QRYCARD-SELECT REDEFINES QRYCARD-RECORD.
           05  FILLER              PIC X(09).
           05  QC-S-FIELD          PIC X(08).
           05  FILLER              PIC X(01).
           05  QC-S-OPERATOR       PIC X(05).
               88  QC-S-IN                     VALUE 'IN'.
               88  QC-S-NOT                    VALUE 'NOT'.
               88  QC-S-RANGE                  VALUE 'RANGE'.
           05  FILLER              PIC X(01).
           05  QC-S-VALUES         PIC X(56).

       01  QRYCARD-OUTPUT REDEFINES QRYCARD-RECORD.
           05  FILLER              PIC X(09).
           05  QC-O-TYPE           PIC X(06).
               88  QC-O-REPORT                 VALUE 'REPORT'.
               88  QC-O-CSV                    VALUE 'CSV'.
           05  FILLER              PIC X(65).
