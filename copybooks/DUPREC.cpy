      *****************************************************************
      * DUPREC.CPY
      * FIXED-WIDTH RECORD LAYOUT FOR THE MACHINE-READABLE DUPLICATE
      * EMPLOYEE CANDIDATE FILE (DUPCAND). DUPCHK WRITES ONE RECORD
      * PER PAIR OF ACTIVE OR ON-LEAVE EMP ROWS WHOSE NORMALIZED
      * NAMES, HIRE DATES, DEPARTMENTS AND PAY GRADES SCORE AT OR
      * ABOVE THE MINIMUM -- THE SAME PERSON CARRIED UNDER TWO LIVE
      * EMP_IDS. THE LOWER EMPLOYEE ID IS ALWAYS DC-EMPL-ID-1.
      *
      * THE SAME RECORD ROUND-TRIPS THROUGH HR REVIEW: DUPCHK LEAVES
      * DC-DECISION AS SPACE ON A NEW PAIR, THE REVIEWER FILLS IT IN
      * ('N' NOT THE SAME PERSON, 'D' CONFIRMED DUPLICATE BEING
      * CLEANED UP) WITH THEIR USER ID IN DC-REVIEWER, AND THE NEXT
      * NIGHT'S DUPCHK READS THE FILE BACK IN BEFORE REWRITING IT. AN
      * 'N' PAIR IS CARRIED FORWARD AND NO LONGER PRINTED FOR AS LONG
      * AS BOTH EMPLOYEES STAY ACTIVE OR ON LEAVE; A 'D' PAIR KEEPS
      * PRINTING UNTIL ONE OF THE TWO ROWS IS TERMINATED.
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-10-15 DB   INITIAL VERSION.
      *****************************************************************
       01  DUPCAND-RECORD.
           05  DC-RUN-DATE         PIC X(08).
           05  DC-EMPL-ID-1        PIC 9(05).
           05  DC-EMPL-ID-2        PIC 9(05).
           05  DC-SCORE            PIC 9(03).
           05  DC-DECISION         PIC X(01).
               88  DC-DECISION-NONE            VALUE ' '.
               88  DC-DECISION-DIFFERENT       VALUE 'N'.
               88  DC-DECISION-DUPLICATE       VALUE 'D'.
           05  DC-REVIEWER         PIC X(08).
           05  DC-FIRST-SEEN       PIC X(08).
           05  DC-NAME-1           PIC X(15).
           05  DC-NAME-2           PIC X(15).
           05  FILLER              PIC X(12).
