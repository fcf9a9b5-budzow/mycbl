      *****************************************************************
      * HRCHG.CPY
      * FIXED-WIDTH RECORD LAYOUTS FOR THE NIGHTLY CHANGE FEED
      * (HRCHGF) HRCHGOUT SENDS TO THE HR VENDOR, IN THE VENDOR'S
      * 120-BYTE FORMAT: ONE 'HD' HEADER WITH THE BUSINESS DATE THE
      * CHANGES WERE MADE ON, ONE 'CH' RECORD PER CHANGE, AND ONE 'TR'
      * TRAILER WITH THE 'CH' COUNT. AS ON THEIR HRFEED, THE EMPLOYEE
      * NUMBER IS OUR FIVE-DIGIT ID RIGHT-JUSTIFIED IN NINE DIGITS
      * (HIGH FOUR ZERO), THE NAME IS SPLIT LAST/FIRST, THE DEPARTMENT
      * IS OUR FOUR-BYTE CODE LEFT-JUSTIFIED IN SIX, AND DATES ARE
      * MMDDYYYY.
      *
      * CHANGE CODES:
      *   HI  HIRE (ONE WE MADE -- HIRES OFF THEIR OWN FEED NEVER GO)
      *   XF  TRANSFER (PRIOR DEPARTMENT CARRIED)
      *   PG  PAY-GRADE CHANGE (PRIOR GRADE CARRIED)
      *   NC  NAME CHANGE
      *   SD  START-DATE CORRECTION
      *   LV  LEAVE OF ABSENCE
      *   RL  RETURN FROM LEAVE
      *   TM  TERMINATION (SEPARATION REASON CARRIED)
      *   RA  REACTIVATION OTHER THAN A RETURN FROM LEAVE
      *   ST  ANY OTHER STATUS CHANGE
      *   PU  PURGE -- THE EMPLOYEE WAS ARCHIVED AND DELETED
      * EVERY 'CH' RECORD CARRIES THE EMPLOYEE AS THEY STAND AFTER THE
      * CHANGE (A PURGE, AS THEY STOOD WHEN PURGED).
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-10-15 DB   INITIAL VERSION.
      *****************************************************************
       01  HRCHG-HEADER.
           05  CF-H-RECORD-TYPE    PIC X(02).
               88  CF-CHG-HEADER               VALUE 'HD'.
           05  CF-H-BUS-DATE       PIC X(08).
           05  FILLER              PIC X(110).

       01  HRCHG-DETAIL REDEFINES HRCHG-HEADER.
           05  CF-RECORD-TYPE      PIC X(02).
               88  CF-CHG-DETAIL               VALUE 'CH'.
           05  CF-EMPLOYEE-NBR     PIC X(09).
           05  CF-EMPLOYEE-NBR-R REDEFINES CF-EMPLOYEE-NBR.
               10  CF-EN-PREFIX    PIC X(04).
               10  CF-EN-EMPL-ID   PIC X(05).
           05  CF-CHANGE-CODE      PIC X(02).
               88  CF-CHG-HIRE                 VALUE 'HI'.
               88  CF-CHG-TRANSFER             VALUE 'XF'.
               88  CF-CHG-PAY-GRADE            VALUE 'PG'.
               88  CF-CHG-NAME                 VALUE 'NC'.
               88  CF-CHG-START-DATE           VALUE 'SD'.
               88  CF-CHG-LEAVE                VALUE 'LV'.
               88  CF-CHG-RETURN               VALUE 'RL'.
               88  CF-CHG-TERMINATE            VALUE 'TM'.
               88  CF-CHG-REACTIVATE           VALUE 'RA'.
               88  CF-CHG-STATUS               VALUE 'ST'.
               88  CF-CHG-PURGE                VALUE 'PU'.
           05  CF-EFFECTIVE-DATE   PIC X(08).
           05  CF-EFFECTIVE-DATE-R REDEFINES CF-EFFECTIVE-DATE.
               10  CF-ED-MM        PIC X(02).
               10  CF-ED-DD        PIC X(02).
               10  CF-ED-YYYY      PIC X(04).
           05  CF-LAST-NAME        PIC X(20).
           05  CF-FIRST-NAME       PIC X(15).
           05  CF-DEPT-CODE        PIC X(06).
           05  CF-START-DATE       PIC X(08).
           05  CF-START-DATE-R REDEFINES CF-START-DATE.
               10  CF-SD-MM        PIC X(02).
               10  CF-SD-DD        PIC X(02).
               10  CF-SD-YYYY      PIC X(04).
           05  CF-PAY-GRADE        PIC X(02).
           05  CF-STATUS           PIC X(01).
           05  CF-SEP-REASON       PIC X(01).
           05  CF-PRIOR-DEPT-CODE  PIC X(06).
           05  CF-PRIOR-PAY-GRADE  PIC X(02).
           05  FILLER              PIC X(38).

       01  HRCHG-TRAILER REDEFINES HRCHG-HEADER.
           05  CF-T-RECORD-TYPE    PIC X(02).
               88  CF-CHG-TRAILER              VALUE 'TR'.
           05  CF-T-CHANGE-COUNT   PIC 9(07).
           05  FILLER              PIC X(111).
