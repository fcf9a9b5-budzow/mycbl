      *****************************************************************
      * ORDXREC.CPY
      * FIXED-WIDTH DETAIL RECORD LAYOUT FOR THE NIGHTLY ORDER UNLOAD
      * FILE (ORDEXTR) WRITTEN BY ORDUNLD. ONE RECORD PER S1ORDCOU
      * ROW, IN C_BQ / ORD_DATE / ORD_AMOUNT ORDER, SO EVERY ORDER
      * REPORT IN THE NIGHTLY CYCLE (ORDSUMM, ORDAGE, DEPTROLL,
      * RECONCIL) AND THE EMPOINQ DESK INQUIRY READS THE SAME
      * POINT-IN-TIME COPY OF THE ORDER TABLE INSTEAD OF EACH OPENING
      * ITS OWN CURSOR WHILE ORDERS ARE STILL LANDING.
      *
      * COPY THIS INTO THE FD ALONGSIDE ORDXCTL -- THE 01 LEVELS SHARE
      * THE SAME 80-BYTE RECORD AREA. UNLIKE EMPEXTR, A DETAIL CARRIES
      * ITS OWN 'D' RECORD TYPE: A C_BQ CODE IS FREE TEXT AND MAY
      * ITSELF START WITH AN 'H' OR A 'T'.
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-10-15 DB   INITIAL VERSION.
      *****************************************************************
       01  ORDEXTR-RECORD.
           05  OX-RECORD-TYPE      PIC X(01).
               88  OX-DETAIL-REC               VALUE 'D'.
           05  OX-C-BQ             PIC X(15).
           05  OX-ORD-AMOUNT       PIC S9(07)V99.
           05  OX-ORD-DATE         PIC X(10).
           05  FILLER              PIC X(45).
