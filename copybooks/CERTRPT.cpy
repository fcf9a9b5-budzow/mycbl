      *****************************************************************
      * CERTRPT.CPY
      * FIXED-WIDTH LINE LAYOUTS FOR THE MECERT MONTH-END CLOSE
      * CERTIFICATE (CERTRPT), PAGINATED THROUGH RPTWRTR. THE
      * CERTIFICATE OPENS WITH THE CYCLE'S PARTICULARS (BUSINESS DATE,
      * WHO RELEASED IT AND WHEN, RESTARTS, COMPLETION), THEN ONE
      * LINE PER CLOSE STEP -- ITS RETURN CODE AND STATUS FROM RUNCTLF
      * AND ITS FIRST CONTROL TOTAL -- WITH ANY FURTHER CONTROL TOTALS
      * ON THE LINES UNDER IT, AND ENDS WITH THE CLOSE STATUS. THE
      * CONTROL-TOTAL VALUE HAS ONE VIEW PER KIND OF FIGURE, ALL
      * ENDING IN THE SAME UNITS COLUMN.
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-10-15 DB   INITIAL VERSION.
      *****************************************************************
       01  CERTRPT-RECORD          PIC X(132).

       01  CERTRPT-INFO REDEFINES CERTRPT-RECORD.
           05  FILLER              PIC X(02).
           05  CI-LABEL            PIC X(16).
           05  CI-VALUE            PIC X(60).
           05  FILLER              PIC X(54).

       01  CERTRPT-STEP REDEFINES CERTRPT-RECORD.
           05  FILLER              PIC X(02).
           05  CS-STEP             PIC X(08).
           05  FILLER              PIC X(02).
           05  CS-DESC             PIC X(26).
           05  FILLER              PIC X(02).
           05  CS-RC               PIC X(02).
           05  FILLER              PIC X(02).
           05  CS-STATUS           PIC X(12).
           05  FILLER              PIC X(02).
           05  CS-TOTAL-LABEL      PIC X(26).
           05  FILLER              PIC X(02).
           05  CS-VALUE-AREA.
               10  CS-AMOUNT       PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  CS-COUNT-VIEW REDEFINES CS-VALUE-AREA.
               10  FILLER          PIC X(03).
               10  CS-COUNT        PIC ZZZ,ZZZ,ZZZ,ZZ9.
               10  FILLER          PIC X(03).
           05  CS-SIGNED-VIEW REDEFINES CS-VALUE-AREA.
               10  FILLER          PIC X(02).
               10  CS-SIGNED       PIC ----,---,---,--9.
               10  FILLER          PIC X(03).
           05  CS-HASH-VIEW REDEFINES CS-VALUE-AREA.
               10  FILLER          PIC X(03).
               10  CS-HASH         PIC Z(14)9.
               10  FILLER          PIC X(03).
           05  FILLER              PIC X(25).

       01  CERTRPT-STATUS REDEFINES CERTRPT-RECORD.
           05  FILLER              PIC X(02).
           05  CF-LABEL            PIC X(14).
           05  CF-TEXT             PIC X(60).
           05  FILLER              PIC X(56).
