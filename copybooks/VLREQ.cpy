      *****************************************************************
      * VLREQ.CPY
      * FIXED-WIDTH RECORD LAYOUT FOR THE EMPLOYMENT VERIFICATION
      * REQUEST FILE (VLREQ) EMPVLTR ANSWERS. ONE RECORD PER LETTER
      * WANTED: THE EMPLOYEE ID TO VERIFY, THE NAME OF THE LENDER,
      * LANDLORD, OR OTHER PARTY ASKING, AND THE REQUESTER'S OWN
      * REFERENCE (LOAN OR APPLICATION NUMBER) WHEN THEY GAVE ONE.
      * HR KEYS THE REQUESTS AS THEY COME IN; A BLANK LINE IS
      * SKIPPED.
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-10-15 DB   INITIAL VERSION.
      *****************************************************************
       01  VLREQ-RECORD.
           05  VR-EMPL-ID          PIC X(05).
           05  FILLER              PIC X(01).
           05  VR-REQUESTER-NAME   PIC X(30).
           05  FILLER              PIC X(01).
           05  VR-REQUESTER-REF    PIC X(15).
           05  FILLER              PIC X(28).
