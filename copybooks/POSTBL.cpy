      *****************************************************************
      * POSTBL.CPY
      * WORKING-STORAGE FIELDS AND TABLE SUPPORTING THE SHARED
      * AUTHORIZED HEADCOUNT LOOKUP PARAGRAPHS (POSLKP.CPY). COPY
      * THIS INTO WORKING-STORAGE SECTION BEFORE COPYING POSLKP INTO
      * THE PROCEDURE DIVISION. THE CALLER MUST ALSO DECLARE
      * POSAUTH-FILE (ASSIGN TO POSAUTH, FILE STATUS
      * WS-POSAUTH-STATUS) WITH COPY POSAUTH IN ITS FD.
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-10-15 DB   INITIAL VERSION.
      *****************************************************************
       01  WS-POSAUTH-STATUS        PIC X(02).
       01  WS-POSAUTH-EOF-SW        PIC X(01)  VALUE 'N'.
           88  WS-POSAUTH-EOF                  VALUE 'Y'.
       01  WS-POSAUTH-LOADED-SW     PIC X(01)  VALUE 'N'.
           88  WS-POSAUTH-LOADED               VALUE 'Y'.
       01  WS-POSAUTH-FOUND-SW      PIC X(01)  VALUE 'N'.
           88  WS-POSAUTH-FOUND                VALUE 'Y'.
       01  WS-POSAUTH-COUNT         PIC 9(03)  VALUE ZERO.
       01  WS-POSAUTH-CAPACITY      PIC 9(03)  VALUE 300.
       01  WS-POSAUTH-BAD-COUNT     PIC 9(03)  VALUE ZERO.
       01  WS-POSAUTH-IDX           PIC 9(03)  VALUE ZERO.

      *    LOOK-UP-POSAUTH INPUT (DEPARTMENT AND THE YYYY-MM-DD DATE
      *    THE AUTHORIZATION MUST BE IN EFFECT ON) AND RESULT.
       01  WS-PL-DEPT               PIC X(04).
       01  WS-PL-DATE               PIC X(10).
       01  WS-PL-AUTH-COUNT         PIC 9(05).
       01  WS-PL-CAP-TYPE           PIC X(01).
           88  WS-PL-HARD-CAP                  VALUE 'H'.
       01  WS-PL-EFF-FROM           PIC X(10).

      *    ONE ENTRY PER DEPARTMENT PER EFFECTIVE PERIOD ON THE
      *    REFERENCE FILE. FIFTY DEPARTMENTS WITH A FEW PERIODS EACH
      *    FITS WITH ROOM; LOAD-POSAUTH-TABLE STOPS LOADING AND WARNS
      *    AT CAPACITY RATHER THAN RUNNING PAST THE TABLE.
       01  WS-POSAUTH-TABLE.
           05  WS-POSAUTH-ENTRY OCCURS 300 TIMES.
               10  WS-TPA-DEPT          PIC X(04).
               10  WS-TPA-EFF-FROM      PIC X(10).
               10  WS-TPA-EFF-TO        PIC X(10).
               10  WS-TPA-AUTH-COUNT    PIC 9(05).
               10  WS-TPA-CAP-TYPE      PIC X(01).
