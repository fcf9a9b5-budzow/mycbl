      *****************************************************************
      * VLDISC.CPY
      * RECORD LAYOUT FOR THE PERMANENT EMPLOYMENT VERIFICATION
      * DISCLOSURE LOG (DISCLOG), APPENDED BY EMPVLTR. ONE RECORD PER
      * VERIFICATION LETTER ISSUED -- WHAT WAS DISCLOSED ABOUT WHOM,
      * TO WHOM, WHEN, AND BY WHICH USER AND JOB. THE LETTER NUMBER
      * PRINTS ON THE LETTER ITSELF AND RUNS ON ACROSS RUNS (EMPVLTR
      * READS THE LOG BACK FOR THE LAST NUMBER ISSUED), SO A LETTER
      * A LENDER PRODUCES TIES TO EXACTLY ONE RECORD HERE. BASIS:
      *   C  CURRENT EMPLOYEE, ANSWERED FROM EMPMAST (ACTIVE OR ON
      *      LEAVE -- BOTH ARE WORDED AS CURRENTLY EMPLOYED).
      *   F  FORMER EMPLOYEE, ANSWERED FROM THE EMPARCHV ARCHIVE
      *      WITH THE SEPARATION DATE.
      * APPEND-ONLY, LIKE AUDITLOG; NOTHING EVER DELETES FROM IT.
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-10-15 DB   INITIAL VERSION.
      *****************************************************************
       01  DISCLOG-RECORD.
           05  VD-LETTER-NO        PIC 9(07).
           05  VD-ISSUE-DATE       PIC X(08).
           05  VD-ISSUE-TIME       PIC X(06).
           05  VD-EMPL-ID          PIC X(05).
           05  VD-BASIS            PIC X(01).
               88  VD-CURRENT-EMPLOYEE         VALUE 'C'.
               88  VD-FORMER-EMPLOYEE          VALUE 'F'.
           05  VD-EMPL-DEPT        PIC X(04).
           05  VD-REQUESTER-NAME   PIC X(30).
           05  VD-REQUESTER-REF    PIC X(15).
           05  VD-USER-ID          PIC X(08).
           05  VD-JOB-NAME         PIC X(08).
           05  FILLER              PIC X(08).
