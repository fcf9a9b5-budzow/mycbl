      *****************************************************************
      * FUTREC.CPY
      * FIXED-WIDTH RECORD LAYOUT FOR THE FUTURE-DATED MAINTENANCE
      * PENDING FILE (EMPFUTR, A GDG). TRANEDIT PARKS HERE ANY EMPTRAN
      * TRANSACTION WHOSE TR-EFFECTIVE-DATE FALLS AFTER THE RUN DATE,
      * CARRIES IT FORWARD NIGHT BY NIGHT, AND RELEASES IT INTO THE
      * EDITED FILE EMPBATCH APPLIES ON THE FIRST BUSCAL BUSINESS DAY
      * ON OR AFTER ITS EFFECTIVE DATE. THE TRANSACTION IMAGE IS THE
      * EMPTRAN RECORD EXACTLY AS KEYED (EMPTRAN.CPY), PLUS THE DATE
      * IT WAS PARKED.
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-10-15 DB   INITIAL VERSION.
      *****************************************************************
       01  EMPFUT-RECORD.
           05  FT-PARKED-DATE      PIC X(08).
           05  FT-TRAN-IMAGE       PIC X(80).
           05  FILLER              PIC X(12).
