      * REFERENCE FILE (AUTHFILE). ONE RECORD PER USER-ID/FUNCTION
      * PAIR: THE TSO/BATCH USER ID AND THE MAINTENANCE FUNCTION
      * (PROGRAM NAME) THAT USER MAY RUN. THE MAINTENANCE PROGRAMS
      * (EMPMAINT, EMPBATCH, ORDMAINT, ORDTRAN, EMPARCH, EMPRECOV IN
      * LOAD MODE, DPTREORG IN APPLY MODE AND THE EMPAPRV APPROVAL
      * RELEASE) CHECK THIS FILE AT INITIALIZATION THROUGH THE SHARED
      * CHECK-OPERATOR-AUTH PARAGRAPH (AUTHSW.CPY / AUTHCHK.CPY) AND
      * REFUSE TO RUN WITH RC 16 WHEN THE SUBMITTING USER IS NOT
      * LISTED. THE EUPD ONLINE TRANSACTION (EMPUPD) CHECKS EVERY
      * REQUEST AGAINST THE AUTHREF KSDS, A KEYED COPY OF THIS FILE
      * (USER + FUNCTION) THAT EMPUPDN RELOADS EACH NIGHT, SO A GRANT
      * OR REVOKE TAKES EFFECT ONLINE THE NEXT DAY. SODREVW READS IT
      * FOR THE SEGREGATION-OF-DUTIES REVIEW. EMPHIST RECORDS WHO
      * CHANGED WHAT AFTER THE FACT; THIS FILE STOPS THE UNAUTHORIZED
      * CHANGE IN THE FIRST PLACE. OPERATIONS OWNS THE CONTENT.
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-09-03 DB   INITIAL VERSION.
      * 2026-10-15 DB   ORDTRAN (ORDER TRANSACTION INTAKE) JOINS THE
      *                 CHECKING PROGRAMS; GRANT IT AS FUNCTION
      *                 'ORDTRAN'.
      * 2026-10-15 DB   EMPRECOV (EMP FORWARD RECOVERY) CHECKS A LOAD
      *                 RUN; GRANT IT AS FUNCTION 'EMPRECOV'.
      * 2026-10-15 DB   DPTREORG (DEPARTMENT REORGANIZATION) CHECKS
      *                 AN APPLY RUN; GRANT IT AS FUNCTION 'DPTREORG'.
      * 2026-10-15 DB   READER LIST NOW NAMES EMPAPRV, THE EMPUPD
      *                 ONLINE CHECK THROUGH AUTHREF, AND SODREVW.
      *****************************************************************
       01  AUTHREF-RECORD.
           05  AU-USER-ID          PIC X(08).
