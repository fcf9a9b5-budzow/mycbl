      *****************************************************************
      * IFRREC.CPY
      * RECORD LAYOUT FOR THE IFREGF INTERFACE FILE REGISTRY -- ONE
      * 100-BYTE RECORD PER INTERFACE FILE SENT OR LOADED, APPENDED BY
      * THE IFREG SUBPROGRAM (SEE IFRPARM.CPY) AND LISTED BY IFRLIST.
      * THE ENTRY NAMES THE INTERFACE, THE DIRECTION, THE BUSINESS
      * DATE THE FILE BELONGS TO, ITS RECORD COUNT, CONTROL TOTAL AND
      * HASH TOTAL, AND WHO WROTE THE ENTRY AND WHEN.
      *
      * WHAT EACH INTERFACE CARRIES:
      *   PAYFILE  O PAYINTF  PERIOD DATE; RECORDS WRITTEN; TOTAL
      *                       GROSS; EMPLOYEE-ID HASH (EARNINGS LINES)
      *   GLJRNL   O GLFEED   PAYFILE PERIOD DATE; JOURNAL LINES;
      *                       TOTAL DEBITS; ZERO HASH
      *   BENFEED  O BENEFEED RUN DATE; RECORDS WRITTEN; ZERO TOTAL;
      *                       EMPLOYEE-ID HASH
      *   HRRETN   O HRTRANS  RUN DATE; 'AK' RECORDS; ACCEPTED COUNT;
      *                       THE HASH OF THE HRFEED IT ANSWERS
      *   HRFEED   I HRTRANS  RUN DATE; 'NH' RECORDS; ZERO TOTAL;
      *                       WHOLE-RECORD HASH OF THE 'NH' RECORDS
      *   PAYACK   I PAYRECON PERIOD DATE; RECORDS; TOTAL PAID;
      *                       EMPLOYEE-ID HASH
      *   EMPTRAN  I EMPBATCH RUN DATE; RECORDS; ZERO TOTAL;
      *                       WHOLE-RECORD HASH
      *   HRCHGF   O HRCHGOUT BUSINESS DATE; 'CH' RECORDS; ZERO TOTAL;
      *                       EMPLOYEE-ID HASH
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-10-15 DB   INITIAL VERSION.
      * 2026-10-15 DB   ADDED HRCHGF, THE HR VENDOR CHANGE FEED.
      * 2026-10-15 DB   HRFEED AND EMPTRAN HASH EVERY BYTE OF EACH
      *                 RECORD (HASH-INTERFACE-RECORD, IFRCHK.CPY), SO
      *                 A CORRECTED RESUBMISSION IS NOT A DUPLICATE.
      *****************************************************************
       01  IFREG-RECORD.
           05  IR-INTERFACE             PIC X(08).
           05  IR-DIRECTION             PIC X(01).
               88  IR-OUTBOUND                  VALUE 'O'.
               88  IR-INBOUND                   VALUE 'I'.
           05  IR-BUS-DATE              PIC X(08).
           05  IR-RECORD-COUNT          PIC 9(09).
           05  IR-CONTROL-TOTAL         PIC 9(13)V99.
           05  IR-HASH-TOTAL            PIC 9(15).
           05  IR-PROGRAM               PIC X(08).
           05  IR-JOB-NAME              PIC X(08).
           05  IR-USER-ID               PIC X(08).
           05  IR-STAMP-DATE            PIC X(08).
           05  IR-STAMP-TIME            PIC X(06).
           05  IR-OVERRIDE-SW           PIC X(01).
               88  IR-OVERRIDDEN                VALUE 'Y'.
           05  FILLER                   PIC X(05).
