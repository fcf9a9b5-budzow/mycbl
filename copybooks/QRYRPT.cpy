      *****************************************************************
      * QRYRPT.CPY
      * FIXED-WIDTH LINE LAYOUTS FOR THE EMPQRY QUERY LISTING
      * (QRYRPT), PAGINATED THROUGH RPTWRTR. THE LISTING OPENS WITH
      * WHO ASKED AND THE QUERY CARDS AS READ (WITH ANY CARD ERROR
      * BESIDE ITS CARD), THEN -- FOR OUTPUT REPORT -- ONE LINE PER
      * EMPLOYEE SELECTED IN THE COLUMNS ASKED FOR, AND ENDS WITH THE
      * DEPARTMENT SUBTOTALS (WHEN ASKED FOR) AND THE RUN TOTALS. THE
      * EMPLOYEE LINES AND THE COLUMN HEADING ARE BUILT FIELD BY FIELD
      * BY EMPQRY; ONE REDEFINES PER FIXED LINE TYPE HERE.
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-10-15 DB   INITIAL VERSION.
      *****************************************************************
       01  QRYRPT-RECORD           PIC X(132).

       01  QRYRPT-REQUEST REDEFINES QRYRPT-RECORD.
           05  FILLER              PIC X(02).
           05  QR-R-LABEL          PIC X(14).
           05  QR-R-USER-ID        PIC X(08).
           05  FILLER              PIC X(02).
           05  QR-R-JOB-LABEL      PIC X(04).
           05  QR-R-JOB-NAME       PIC X(08).
           05  FILLER              PIC X(94).

       01  QRYRPT-CARD REDEFINES QRYRPT-RECORD.
           05  FILLER              PIC X(02).
           05  QR-C-CARD           PIC X(80).
           05  FILLER              PIC X(02).
           05  QR-C-ERROR          PIC X(30).
           05  FILLER              PIC X(18).

       01  QRYRPT-SUBTOTAL REDEFINES QRYRPT-RECORD.
           05  FILLER              PIC X(02).
           05  QR-S-LABEL          PIC X(11).
           05  QR-S-DEPT           PIC X(04).
           05  FILLER              PIC X(02).
           05  QR-S-COUNT          PIC ZZ,ZZ9.
           05  FILLER              PIC X(107).

       01  QRYRPT-TOTAL REDEFINES QRYRPT-RECORD.
           05  FILLER              PIC X(02).
           05  QR-T-LABEL          PIC X(30).
           05  FILLER              PIC X(02).
           05  QR-T-COUNT          PIC ZZZ,ZZ9.
           05  FILLER              PIC X(91).
