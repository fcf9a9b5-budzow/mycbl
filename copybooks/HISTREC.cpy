      * DATE OR A STATUS FLIP, THE TRAIL SHOWS WHAT THE ROW LOOKED
      * LIKE ON BOTH SIDES OF THE CHANGE, NOT JUST THAT IT HAPPENED.
      * WRITTEN THROUGH THE SHARED WRITE-EMP-HISTORY PARAGRAPH (SEE
      * EMPHIST.CPY) BY EMPMAINT, EMPBATCH, EMPUPD, CURR-U, AND EMPARCH.
      *
      * THE IMAGE FIELDS ARE ALL DISPLAY/ALPHANUMERIC SO AN INSERT
      * CAN CARRY AN ALL-SPACES BEFORE IMAGE.
      *
      * EH-SEP-REASON IS SET ONLY ON A TERMINATE ('T') RECORD: 'V'
      * VOLUNTARY (RESIGNATION), 'I' INVOLUNTARY (DISMISSAL OR
      * LAYOFF), 'R' RETIREMENT, 'O' OTHER, SPACE WHEN THE REASON WAS
      * NOT GIVEN (AND ON EVERY RECORD WRITTEN BEFORE THE FIELD WAS
      * ADDED). WRITE-EMP-HISTORY BLANKS IT ON EVERY OTHER ACTION.
      *
      * A PURGE ('P', WRITTEN BY EMPARCH WHEN IT ARCHIVES AND DELETES
      * THE ROW) CARRIES THE ROW AS ITS BEFORE IMAGE AND AN ALL-SPACES
      * AFTER IMAGE -- THE MIRROR OF AN INSERT.
      *
      * EH-SOURCE IS SET ONLY ON AN INSERT ('I') RECORD: 'V' WHEN THE
      * HIRE CAME IN ON THE HR VENDOR'S OWN FEED (TR-SOURCE ON THE
      * EMPTRAN TRANSACTION), SPACE OTHERWISE. WRITE-EMP-HISTORY
      * BLANKS IT ON EVERY OTHER ACTION.
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-08-23 DB   INITIAL VERSION.
      * 2026-08-23 DB   ADDED THE 'L'/'R' ACTION CODES FOR THE LEAVE
      *                 PROCESSING IN EMPBATCH.
      * 2026-10-15 DB   ADDED EH-SEP-REASON, CARVED FROM THE TRAILING
      *                 FILLER, CARRYING THE SEPARATION REASON ON A
      *                 TERMINATE RECORD FOR THE ATTRITION REPORT.
      * 2026-10-15 DB   ADDED THE 'P' PURGE ACTION, AND EH-SOURCE,
      *                 CARVED FROM THE TRAILING FILLER, MARKING A
      *                 HIRE THAT CAME IN ON THE HR VENDOR'S FEED.
      *****************************************************************
       01  EMPHIST-RECORD.
           05  EH-CHANGE-DATE      PIC X(08).
               88  EH-ACTION-STATUS            VALUE 'S'.
               88  EH-ACTION-LEAVE             VALUE 'L'.
               88  EH-ACTION-RETURN            VALUE 'R'.
               88  EH-ACTION-PURGE             VALUE 'P'.
           05  EH-BEFORE-IMAGE.
               10  EH-B-EMPL-ID        PIC X(05).
               10  EH-B-EMPL-NAME      PIC X(15).
               10  EH-A-HIRE-DATE      PIC X(10).
               10  EH-A-STATUS         PIC X(01).
               10  EH-A-PAY-GRADE      PIC X(02).
           05  EH-SEP-REASON       PIC X(01).
               88  EH-SEP-VOLUNTARY            VALUE 'V'.
               88  EH-SEP-INVOLUNTARY          VALUE 'I'.
               88  EH-SEP-RETIREMENT           VALUE 'R'.
               88  EH-SEP-OTHER                VALUE 'O'.
           05  EH-SOURCE           PIC X(01).
               88  EH-SOURCE-HR-VENDOR         VALUE 'V'.
           05  FILLER              PIC X(35).
