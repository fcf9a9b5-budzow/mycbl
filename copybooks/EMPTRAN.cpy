      * ACTIONS: 'I' INSERT A NEW HIRE (ALL FIELDS REQUIRED; A BLANK
      * HIRE DATE IS STAMPED WITH THE RUN DATE, MATCHING EMPMAINT),
      * 'C' CHANGE NAME/DEPT/PAY-GRADE (BLANK FIELDS ARE LEFT AS
      * THEY ARE), 'D' FLAG TERMINATED (THE ID AND THE SEPARATION
      * REASON IN THE FIRST LEAVE-START POSITION -- 'V' VOLUNTARY,
      * 'I' INVOLUNTARY, 'R' RETIREMENT, 'O' OTHER, OR BLANK WHEN
      * NOT GIVEN -- CARRIED TO THE EMPHIST TERMINATE RECORD,
      * MATCHING EMPMAINT'S ACTION 'D'), 'L' PLACE ON LEAVE (LEAVE
      * START -- BLANK MEANS THE RUN DATE -- AND A REQUIRED EXPECTED
      * RETURN DATE, BOTH YYYY-MM-DD, CARRIED TO THE LEAVEF LEAVE
      * DATASET), AND 'R' RETURN FROM LEAVE (ONLY THE ID IS
      * EXAMINED; THE ACTUAL RETURN DATE IS STAMPED WITH THE RUN
      * DATE), AND 'E' PAYROLL DEDUCTION ELECTION (DEDUCTION CODE ON
      * THE DEDREF REFERENCE FILE AND THE ELECTED AMOUNT -- DOLLARS
      * PER PAY PERIOD OR A PERCENT OF GROSS, AS THE CODE SAYS -- IN
      * THE LEAVE-START POSITIONS; A ZERO AMOUNT STOPS THE DEDUCTION;
      * SETS OR REPLACES THE EMPLOYEE'S DEDELECT RECORD FOR THAT
      * CODE), AND 'U' LEAVE USED (LEAVE TYPE -- 'V' VACATION OR 'S'
      * SICK -- AND THE HOURS TAKEN IN THE LEAVE-START POSITIONS;
      * POSTED AGAINST THE EMPLOYEE'S LVBAL LEAVE BALANCE, DATED BY
      * THE EFFECTIVE DATE OR THE RUN DATE), AND 'S' SUPERVISOR
      * (THE SUPERVISOR'S EMPLOYEE ID IN THE LEAVE-START POSITIONS;
      * SETS OR REPLACES THE EMPLOYEE'S SUPVREL REPORTING
      * RELATIONSHIP, OR WITH A ZERO ID REMOVES IT).
      *
      * EFFECTIVE DATE (YYYY-MM-DD, ANY ACTION): BLANK MEANS TONIGHT.
      * A DATE AFTER THE RUN DATE PARKS THE TRANSACTION ON THE EMPFUTR
      * FUTURE-DATED PENDING FILE (FUTREC.CPY) IN TRANEDIT, WHICH
      * RELEASES IT TO EMPBATCH ON THE FIRST BUSCAL BUSINESS DAY ON OR
      * AFTER THAT DATE. A BADLY FORMED DATE IS EMPBATCH REASON 12.
      *
      * SOURCE: 'V' ON A TRANSACTION HRTRANS BUILT FROM THE HR
      * VENDOR'S OWN NEW-HIRE FEED, BLANK ON EVERYTHING ELSE. IT RIDES
      * THE WHOLE 80-BYTE IMAGE THROUGH TRANEDIT, EMPFUTR AND EMPSUSP,
      * AND EMPBATCH CARRIES IT TO THE EMPHIST INSERT RECORD SO THE
      * OUTBOUND CHANGE FEED (HRCHGOUT) DOES NOT SEND THE VENDOR ITS
      * OWN HIRES BACK.
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * 2026-08-23 DB   ADDED THE 'L'/'R' LEAVE ACTIONS AND THE
      *                 TR-LEAVE-START/TR-EXPECT-RETURN DATES CARVED
      *                 FROM THE TRAILING FILLER.
      * 2026-10-15 DB   ADDED TR-EFFECTIVE-DATE, CARVED FROM THE
      *                 TRAILING FILLER, FOR FUTURE-DATED
      *                 MAINTENANCE.
      * 2026-10-15 DB   ADDED THE 'E' DEDUCTION ELECTION ACTION, WITH
      *                 TR-DED-CODE/TR-DED-AMOUNT REDEFINING THE
      *                 LEAVE-START DATE (AN 'E' CARRIES NO LEAVE).
      * 2026-10-15 DB   ADDED THE 'U' LEAVE-USED ACTION, WITH
      *                 TR-LU-TYPE/TR-LU-HOURS REDEFINING THE
      *                 LEAVE-START DATE.
      * 2026-10-15 DB   ADDED THE 'S' SUPERVISOR ACTION, WITH
      *                 TR-SUPV-ID REDEFINING THE LEAVE-START DATE.
      * 2026-10-15 DB   ADDED TR-SEP-REASON ON THE 'D' ACTION,
      *                 REDEFINING THE LEAVE-START DATE.
      * 2026-10-15 DB   ADDED TR-SOURCE, CARVED FROM THE TRAILING
      *                 FILLER, MARKING HR VENDOR FEED TRANSACTIONS.
      *****************************************************************
       01  EMPTRAN-RECORD.
           05  TR-ACTION           PIC X(01).
               88  TR-ACTION-DELETE            VALUE 'D'.
               88  TR-ACTION-LEAVE             VALUE 'L'.
               88  TR-ACTION-RETURN            VALUE 'R'.
               88  TR-ACTION-ELECT             VALUE 'E'.
               88  TR-ACTION-LEAVE-USED        VALUE 'U'.
               88  TR-ACTION-SUPERVISOR        VALUE 'S'.
           05  TR-EMPL-ID          PIC 9(05).
           05  TR-EMPL-NAME        PIC X(15).
           05  TR-EMPL-DEPT        PIC X(04).
               10  TR-HD-SEP2      PIC X(01).
               10  TR-HD-DD        PIC X(02).
           05  TR-LEAVE-START      PIC X(10).
           05  TR-DEDUCTION-R REDEFINES TR-LEAVE-START.
               10  TR-DED-CODE     PIC X(04).
               10  TR-DED-AMOUNT   PIC 9(04)V99.
           05  TR-LEAVE-USED-R REDEFINES TR-LEAVE-START.
               10  TR-LU-TYPE      PIC X(01).
                   88  TR-LU-VACATION          VALUE 'V'.
                   88  TR-LU-SICK              VALUE 'S'.
               10  TR-LU-HOURS     PIC 9(03)V99.
               10  FILLER          PIC X(04).
           05  TR-SUPERVISOR-R REDEFINES TR-LEAVE-START.
               10  TR-SUPV-ID      PIC 9(05).
               10  FILLER          PIC X(05).
           05  TR-TERMINATE-R REDEFINES TR-LEAVE-START.
               10  TR-SEP-REASON   PIC X(01).
                   88  TR-SEP-REASON-VALID     VALUE 'V' 'I' 'R'
                                                     'O' SPACE.
               10  FILLER          PIC X(09).
           05  TR-EXPECT-RETURN    PIC X(10).
           05  TR-EFFECTIVE-DATE   PIC X(10).
           05  TR-EFFECTIVE-DATE-R REDEFINES TR-EFFECTIVE-DATE.
               10  TR-EF-YYYY      PIC X(04).
               10  TR-EF-SEP1      PIC X(01).
               10  TR-EF-MM        PIC X(02).
               10  TR-EF-SEP2      PIC X(01).
               10  TR-EF-DD        PIC X(02).
           05  TR-SOURCE           PIC X(01).
               88  TR-SOURCE-HR-VENDOR         VALUE 'V'.
           05  FILLER              PIC X(11).
