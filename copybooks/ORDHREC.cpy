      *****************************************************************
      * ORDHREC.CPY
      * FIXED-WIDTH RECORD LAYOUT FOR THE PERMANENT ORDER CHANGE
      * HISTORY DATASET (ORDHIST) -- THE S1ORDCOU COUNTERPART OF
      * EMPHIST (HISTREC.CPY). ONE RECORD PER APPLIED CHANGE TO AN
      * ORDER, CARRYING THE BEFORE AND AFTER IMAGES OF THE ROW, THE
      * CHANGING PROGRAM, THE JOB NAME AND USER IT RAN UNDER, THE
      * REQUESTER'S REFERENCE, AND THE CHANGE TIMESTAMP -- SO "WHO
      * CHANGED THIS ORDER'S AMOUNT AND WHEN" IS A SCAN OF THIS FILE
      * FOR OH-C-BQ. WRITTEN THROUGH THE SHARED WRITE-ORD-HISTORY
      * PARAGRAPH (SEE ORDHIST.CPY) BY ORDTRAN.
      *
      * THE IMAGE FIELDS ARE ALL ALPHANUMERIC SO AN ADD CAN CARRY AN
      * ALL-SPACES BEFORE IMAGE AND A CANCEL AN ALL-SPACES AFTER
      * IMAGE; THE -N REDEFINES GIVE THE AMOUNTS A NUMERIC VIEW.
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-10-15 DB   INITIAL VERSION.
      *****************************************************************
       01  ORDHIST-RECORD.
           05  OH-CHANGE-DATE      PIC X(08).
           05  OH-CHANGE-TIME      PIC X(06).
           05  OH-PROGRAM          PIC X(08).
           05  OH-JOB-NAME         PIC X(08).
           05  OH-USER-ID          PIC X(08).
           05  OH-ACTION           PIC X(01).
               88  OH-ACTION-ADD               VALUE 'A'.
               88  OH-ACTION-ADJUST            VALUE 'J'.
               88  OH-ACTION-CANCEL            VALUE 'X'.
           05  OH-C-BQ             PIC X(15).
           05  OH-REFERENCE        PIC X(12).
           05  OH-BEFORE-IMAGE.
               10  OH-B-C-BQ           PIC X(15).
               10  OH-B-ORD-DATE       PIC X(10).
               10  OH-B-AMOUNT         PIC X(09).
               10  OH-B-AMOUNT-N REDEFINES OH-B-AMOUNT
                                       PIC 9(07)V99.
           05  OH-AFTER-IMAGE.
               10  OH-A-C-BQ           PIC X(15).
               10  OH-A-ORD-DATE       PIC X(10).
               10  OH-A-AMOUNT         PIC X(09).
               10  OH-A-AMOUNT-N REDEFINES OH-A-AMOUNT
                                       PIC 9(07)V99.
           05  FILLER              PIC X(16).
