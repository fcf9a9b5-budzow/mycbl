      *****************************************************************
      * OPRXREF.CPY
      * FIXED-WIDTH RECORD LAYOUT FOR THE OPERATOR-TO-EMPLOYEE CROSS-
      * REFERENCE FILE (OPRXREF). ONE RECORD PER TSO/BATCH/CICS USER
      * ID THAT IS ALSO AN EMPLOYEE, CARRYING THE EMPLOYEE ID THE USER
      * HOLDS ON EMP -- THE LINK THAT LETS SODRPT TELL WHEN AN
      * OPERATOR CHANGED THEIR OWN EMPLOYEE RECORD OR THE RECORD OF
      * SOMEONE THEY REPORT TO. MAINTAINED BY OPERATIONS ALONGSIDE THE
      * AUTHFILE (AUTHREC.CPY) WHEN A USER ID IS GRANTED; A USER ID
      * WITH NO RECORD CANNOT BE CHECKED AND IS COUNTED AS SUCH.
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-10-15 DB   INITIAL VERSION.
      *****************************************************************
       01  OPRXREF-RECORD.
           05  OP-USER-ID          PIC X(08).
           05  OP-EMPL-ID          PIC X(05).
           05  FILLER              PIC X(67).
