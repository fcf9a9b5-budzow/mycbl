      *****************************************************************
      * ORDXCTL.CPY
      * HEADER AND TRAILER CONTROL RECORD LAYOUTS FOR THE ORDEXTR
      * NIGHTLY ORDER UNLOAD -- THE ORDER COUNTERPART OF EXTCTL.CPY.
      * ORDUNLD WRITES ONE HEADER RECORD AHEAD OF THE DETAILS CARRYING
      * THE DATE AND TIME THE UNLOAD RAN (THE POINT IN TIME EVERY
      * ORDER REPORT READING THE FILE BALANCES TO), AND ONE TRAILER
      * RECORD AFTER THEM WITH THE DETAIL RECORD COUNT AND THE SUM OF
      * ORD_AMOUNT OVER THE DETAILS. A RUN THAT DIES PART WAY THROUGH
      * LEAVES NO TRAILER.
      *
      * COPY THIS INTO THE FD ALONGSIDE ORDXREC. READERS TELL THE
      * RECORD TYPES APART BY THE FIRST BYTE: 'H' HEADER, 'T'
      * TRAILER, 'D' DETAIL. EVERY READER MUST VERIFY THE TRAILER
      * COUNT AND AMOUNT AGAINST THE DETAIL RECORDS IT READ AND FAIL
      * WHEN THE TRAILER IS MISSING OR EITHER TOTAL DISAGREES.
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-10-15 DB   INITIAL VERSION.
      *****************************************************************
       01  ORDEXTR-HEADER.
           05  OXH-RECORD-TYPE     PIC X(01).
               88  OXH-HEADER-REC              VALUE 'H'.
           05  OXH-RUN-DATE        PIC X(08).
           05  OXH-RUN-TIME        PIC X(06).
           05  FILLER              PIC X(65).

       01  ORDEXTR-TRAILER.
           05  OXT-RECORD-TYPE     PIC X(01).
               88  OXT-TRAILER-REC             VALUE 'T'.
           05  OXT-RECORD-COUNT    PIC 9(07).
           05  OXT-AMOUNT-TOTAL    PIC S9(11)V99.
           05  FILLER              PIC X(59).
