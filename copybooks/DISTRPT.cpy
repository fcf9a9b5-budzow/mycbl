      *****************************************************************
      * DISTRPT.CPY
      * FIXED-WIDTH RECORD LAYOUT FOR RPTBURST'S DISTRIBUTED REPORT
      * COPIES (DISTRPT). EVERY PRINT LINE OF EVERY RECIPIENT'S COPY
      * CARRIES THE RECIPIENT ID IN FRONT OF THE 132-BYTE PRINT LINE,
      * SO THE DATASET SPLITS BY RECIPIENT FOR PRINTING OR MAILING
      * WITHOUT READING THE PAGES. EACH COPY STARTS ON ITS OWN PAGE 1
      * (RPTWRTR PAGE HEADERS). ONE REDEFINES PER LINE TYPE RPTBURST
      * BUILDS ITSELF (DISTRIBUTION LINE, NOTE, CONTROL TOTAL); THE
      * REPORT'S OWN LINES ARE COPIED THROUGH AS THEY CAME.
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-10-15 DB   INITIAL VERSION.
      *****************************************************************
       01  DISTRPT-RECORD.
           05  DP-RECIPIENT-ID     PIC X(08).
           05  DP-LINE             PIC X(132).

       01  DISTRPT-BANNER REDEFINES DISTRPT-RECORD.
           05  FILLER              PIC X(08).
           05  FILLER              PIC X(02).
           05  DP-B-LABEL          PIC X(16).
           05  DP-B-NAME           PIC X(30).
           05  FILLER              PIC X(02).
           05  DP-B-ID-LABEL       PIC X(04).
           05  DP-B-RECIPIENT-ID   PIC X(08).
           05  FILLER              PIC X(02).
           05  DP-B-LOCATION       PIC X(20).
           05  FILLER              PIC X(48).

       01  DISTRPT-NOTE REDEFINES DISTRPT-RECORD.
           05  FILLER              PIC X(08).
           05  FILLER              PIC X(02).
           05  DP-N-NOTE-TEXT      PIC X(60).
           05  FILLER              PIC X(70).

       01  DISTRPT-TOTAL REDEFINES DISTRPT-RECORD.
           05  FILLER              PIC X(08).
           05  FILLER              PIC X(02).
           05  DP-T-LABEL          PIC X(30).
           05  FILLER              PIC X(02).
           05  DP-T-COUNT          PIC ZZZ,ZZ9.
           05  FILLER              PIC X(91).
