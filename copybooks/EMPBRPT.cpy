      *   05 DUPLICATE ID INSERT     06 UNKNOWN EMPLOYEE ID
      *   07 UNKNOWN PAY GRADE       08 BAD LEAVE DATES
      *   09 EMP NOT ACTIVE          10 EMP NOT ON LEAVE
      *   11 UNKNOWN DEPARTMENT      12 BAD EFFECTIVE DATE
      *   13 UNKNOWN DEDUCTION CODE  14 BAD DEDUCTION AMOUNT
      *   15 BAD LEAVE TYPE          16 BAD LEAVE HOURS
      *   17 BAD SUPERVISOR ID       18 SUPERVISOR NOT ACTIVE
      *   19 REPORTING LOOP          20 OVER HEADCOUNT CAP
      *   21 BAD SEPARATION REASON
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * 2026-08-22 DB   INITIAL VERSION.
      * 2026-09-03 DB   ADDED REASON 11 (UNKNOWN DEPARTMENT) FOR THE
      *                 NEW DEPTREF REFERENCE-FILE EDIT.
      * 2026-10-15 DB   DISPOSITIONS PENDING (DEPARTMENT/GRADE CHANGE
      *                 HELD FOR A SECOND USER'S APPROVAL) AND
      *                 RELEASED (HELD CHANGE APPLIED AFTER APPROVAL)
      *                 JOIN ACCEPTED/RECYCLED/SUSPENSE IN BD-DISP.
      * 2026-10-15 DB   ADDED REASON 12 (BAD EFFECTIVE DATE) FOR THE
      *                 NEW EMPTRAN EFFECTIVE-DATE EDIT.
      * 2026-10-15 DB   ADDED REASONS 13 (UNKNOWN DEDUCTION CODE) AND
      *                 14 (BAD DEDUCTION AMOUNT) FOR THE NEW 'E'
      *                 DEDUCTION ELECTION ACTION.
      * 2026-10-15 DB   ADDED REASONS 15 (BAD LEAVE TYPE) AND 16 (BAD
      *                 LEAVE HOURS) FOR THE NEW 'U' LEAVE-USED
      *                 ACTION, AND THE EMPBRPT-PAYOUT LINE PRINTED
      *                 UNDER AN ACCEPTED TERMINATION WITH THE UNUSED
      *                 VACATION AND SICK HOURS FOR FINAL PAY.
      * 2026-10-15 DB   ADDED REASONS 17 (BAD SUPERVISOR ID), 18
      *                 (SUPERVISOR NOT ACTIVE), AND 19 (REPORTING
      *                 LOOP) FOR THE NEW 'S' SUPERVISOR ACTION.
      * 2026-10-15 DB   ADDED REASON 20 (OVER HEADCOUNT CAP) FOR THE
      *                 POSAUTH POSITION-CONTROL EDIT.
      * 2026-10-15 DB   ADDED REASON 21 (BAD SEPARATION REASON) FOR
      *                 THE TERMINATE'S SEPARATION REASON CODE.
      *****************************************************************
       01  EMPBRPT-RECORD               PIC X(132).

           05  FILLER                   PIC X(05)  VALUE SPACES.
           05  BG-COUNT                 PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(93)  VALUE SPACES.

       01  EMPBRPT-PAYOUT REDEFINES EMPBRPT-RECORD.
           05  FILLER                   PIC X(24)  VALUE SPACES.
           05  BP-LABEL                 PIC X(24).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  BP-VAC-LABEL             PIC X(05).
           05  BP-VAC-HOURS             PIC -,--9.99.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  BP-SICK-LABEL            PIC X(06).
           05  BP-SICK-HOURS            PIC -,--9.99.
           05  FILLER                   PIC X(53)  VALUE SPACES.
