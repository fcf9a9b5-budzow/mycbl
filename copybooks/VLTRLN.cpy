      *****************************************************************
      * VLTRLN.CPY
      * PRINT LINE LAYOUTS FOR THE EMPLOYMENT VERIFICATION LETTERS
      * (VLTRPT) EMPVLTR WRITES. EVERY LETTER IS EXACTLY ONE PAGE --
      * PADDED WITH BLANK LINES TO THE SHOP-WIDE LINES-PER-PAGE
      * ('RPT     LINESPG' ON PARMFILE, 60 WHEN NOT SET) -- SO THE
      * DATASET PRINTS STRAIGHT ONTO LETTERHEAD, ONE LETTER PER
      * SHEET. TEXT LINES SIT INSIDE AN EIGHT-COLUMN MARGIN; THE
      * PARTICULARS BLOCK LINES UP A LABEL COLUMN AND A VALUE COLUMN.
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-10-15 DB   INITIAL VERSION.
      *****************************************************************
       01  VLTRPT-RECORD               PIC X(80).

       01  VLTRPT-TEXT REDEFINES VLTRPT-RECORD.
           05  FILLER              PIC X(08).
           05  VL-TEXT             PIC X(64).
           05  FILLER              PIC X(08).

       01  VLTRPT-ITEM REDEFINES VLTRPT-RECORD.
           05  FILLER              PIC X(12).
           05  VL-ITEM-LABEL       PIC X(20).
           05  VL-ITEM-VALUE       PIC X(40).
           05  FILLER              PIC X(08).
