      *****************************************************************
      * HCMKREC.CPY
      * FIXED-WIDTH RECORD LAYOUT FOR THE HR CHANGE FEED MARK (HRCHGMK),
      * THE ONE-RECORD DATASET HRCHGOUT REWRITES EACH TIME IT SENDS THE
      * FEED. EMPHIST IS APPEND-ONLY, SO A RECORD'S POSITION IN IT NEVER
      * CHANGES: HM-LAST-RECORD IS THE NUMBER OF EMPHIST RECORDS THE
      * FEEDS SENT SO FAR HAVE COVERED, AND THE NEXT FEED SENDS EVERY
      * RECORD AFTER IT, WHATEVER ITS CHANGE DATE AND WHENEVER IT WAS
      * APPENDED. THE REST SAYS WHICH RUN WROTE THE MARK.
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-10-15 DB   INITIAL VERSION.
      *****************************************************************
       01  HRCHGMK-RECORD.
           05  HM-LAST-RECORD      PIC 9(09).
           05  HM-BUS-DATE         PIC X(08).
           05  HM-SENT-COUNT       PIC 9(07).
           05  HM-RUN-DATE         PIC X(08).
           05  HM-RUN-TIME         PIC X(06).
           05  FILLER              PIC X(42).
