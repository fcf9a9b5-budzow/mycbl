      *****************************************************************
      * VLXRPT.CPY
      * FIXED-WIDTH LINE LAYOUTS FOR THE EMPVLTR EXCEPTION LIST
      * (VLXRPT), PAGINATED THROUGH RPTWRTR. ONE LINE PER REQUEST
      * THAT DID NOT PRODUCE A LETTER -- THE EMPLOYEE ID AND
      * REQUESTER AS KEYED AND WHY NO LETTER WENT OUT -- FOR HR TO
      * ANSWER BY HAND, THEN THE RUN'S CONTROL TOTALS.
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-10-15 DB   INITIAL VERSION.
      *****************************************************************
       01  VLXRPT-RECORD               PIC X(132).

       01  VLXRPT-DETAIL REDEFINES VLXRPT-RECORD.
           05  FILLER              PIC X(02).
           05  VX-EMPL-ID          PIC X(05).
           05  FILLER              PIC X(04).
           05  VX-REQUESTER-NAME   PIC X(30).
           05  FILLER              PIC X(02).
           05  VX-REQUESTER-REF    PIC X(15).
           05  FILLER              PIC X(02).
           05  VX-REASON           PIC X(40).
           05  FILLER              PIC X(32).

       01  VLXRPT-TOTAL REDEFINES VLXRPT-RECORD.
           05  FILLER              PIC X(02).
           05  VT-LABEL            PIC X(28).
           05  FILLER              PIC X(02).
           05  VT-COUNT            PIC ZZZ,ZZ9.
           05  FILLER              PIC X(93).
