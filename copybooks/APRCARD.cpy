      *****************************************************************
      * APRCARD.CPY
      * FIXED-WIDTH LAYOUT OF THE APPROVAL DECISION CARD READ BY
      * EMPAPRV. ONE CARD PER PENDING PAY-GRADE/DEPARTMENT CHANGE THE
      * APPROVER IS DECIDING: THE THIRTEEN-CHARACTER PENDING ID AS IT
      * PRINTS ON THE EMPBATCH APPROVAL-QUEUE REPORT (APQRPT.CPY),
      * A SPACE, AND THE DECISION -- 'R' RELEASE FOR TONIGHT'S
      * EMPBATCH TO APPLY, 'X' DECLINE.
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-10-15 DB   INITIAL VERSION.
      *****************************************************************
       01  APRVCARD-RECORD.
           05  AC-PEND-ID          PIC X(13).
           05  FILLER              PIC X(01).
           05  AC-DECISION         PIC X(01).
               88  AC-RELEASE                  VALUE 'R'.
               88  AC-DECLINE                  VALUE 'X'.
           05  FILLER              PIC X(65).
