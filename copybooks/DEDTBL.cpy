      *****************************************************************
      * DEDTBL.CPY
      * WORKING-STORAGE FIELDS AND TABLE SUPPORTING THE SHARED
      * DEDUCTION REFERENCE LOOKUP PARAGRAPHS (DEDLKP.CPY). COPY THIS
      * INTO WORKING-STORAGE SECTION BEFORE COPYING DEDLKP INTO THE
      * PROCEDURE DIVISION. THE CALLER MUST ALSO DECLARE DEDREF-FILE
      * (ASSIGN TO DEDREF, FILE STATUS WS-DEDREF-STATUS) WITH COPY
      * DEDREF IN ITS FD.
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-10-15 DB   INITIAL VERSION.
      *****************************************************************
       01  WS-DEDREF-STATUS         PIC X(02).
       01  WS-DEDREF-EOF-SW         PIC X(01)  VALUE 'N'.
           88  WS-DEDREF-EOF                   VALUE 'Y'.
       01  WS-DEDREF-FOUND-SW       PIC X(01)  VALUE 'N'.
           88  WS-DEDREF-FOUND                 VALUE 'Y'.
       01  WS-DEDREF-COUNT          PIC 9(03)  VALUE ZERO.
       01  WS-DEDREF-CAPACITY       PIC 9(03)  VALUE 40.
       01  WS-DEDREF-IDX            PIC 9(03)  VALUE ZERO.

       01  WS-DK-CODE               PIC X(04).
       01  WS-DK-DESC               PIC X(20).
       01  WS-DK-METHOD             PIC X(01).
           88  WS-DK-METHOD-FLAT               VALUE 'F'.
           88  WS-DK-METHOD-PERCENT            VALUE 'P'.
       01  WS-DK-ACCOUNT            PIC X(10).

      *    ONE ENTRY PER DEDUCTION CODE ON THE REFERENCE FILE. THE
      *    SHOP TAKES WELL UNDER TWENTY KINDS OF DEDUCTION, SO FORTY
      *    ENTRIES LEAVES ROOM TO GROW; LOAD-DED-TABLE STOPS LOADING
      *    AND WARNS AT CAPACITY RATHER THAN RUNNING PAST THE TABLE.
       01  WS-DEDREF-TABLE.
           05  WS-DEDREF-ENTRY OCCURS 40 TIMES.
               10  WS-TDF-CODE          PIC X(04).
               10  WS-TDF-DESC          PIC X(20).
               10  WS-TDF-METHOD        PIC X(01).
               10  WS-TDF-ACCOUNT       PIC X(10).
