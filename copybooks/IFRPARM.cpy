      *****************************************************************
      * IFRPARM.CPY
      * CALL PARAMETER LAYOUT FOR THE IFREG INTERFACE FILE REGISTRY
      * SUBPROGRAM, SHARED SO THE LINKAGE MATCHES ON BOTH SIDES OF THE
      * CALL (THE PRMLKUP PATTERN). THE REGISTRY ITSELF IS THE IFREGF
      * DATASET (IFRREC.CPY).
      *
      * PROTOCOL: THE CALLER MOVES ITS PROGRAM NAME TO WS-IF-PROGRAM
      * AND DESCRIBES THE FILE -- INTERFACE NAME, DIRECTION ('O' A
      * FILE WE SEND, 'I' A FILE WE LOAD), MATCH RULE, BUSINESS DATE
      * (YYYYMMDD), RECORD COUNT, CONTROL TOTAL AND HASH TOTAL -- AND
      * CALLS 'IFREG' WITH ONE OF THREE FUNCTIONS:
      *   'C' CHECK  - IS THIS FILE ALREADY ON THE REGISTRY? THE
      *                MATCH RULE SAYS WHAT "ALREADY" MEANS: 'D' THE
      *                SAME INTERFACE AND DIRECTION FOR THE SAME
      *                BUSINESS DATE (ONE GENERATION PER DATE), 'C'
      *                THE SAME INTERFACE AND DIRECTION WITH THE SAME
      *                RECORD COUNT, CONTROL TOTAL AND HASH TOTAL ON
      *                ANY DATE (THE SAME CONTENTS AGAIN; AN EMPTY
      *                FILE NEVER MATCHES). WS-IF-CLEAR MEANS NOT ON
      *                FILE; WS-IF-DUPLICATE MEANS IT IS, AND THE
      *                WS-IF-PRIOR FIELDS DESCRIBE THE EARLIER ENTRY;
      *                WS-IF-OVERRIDDEN MEANS IT IS BUT THE PARMFILE
      *                'IFREG OVERRIDE  ' VALUE NAMES THIS INTERFACE
      *                AND BUSINESS DATE (INTERFACE IN 1-8, DATE IN
      *                9-16), SO A DELIBERATE RESEND OR RELOAD MAY GO.
      *   'R' RECORD - APPEND THE FILE TO THE REGISTRY, STAMPED WITH
      *                THE JOB, USER, DATE AND TIME. CALL IT ONLY ONCE
      *                THE FILE IS COMPLETE AND THE STEP IS GOING TO
      *                END WELL, WITH THE SAME PARAMETER AREA THE
      *                CHECK USED (THE OVERRIDE FLAG RIDES ALONG).
      *   'L' LATEST - RETURN THE MOST RECENT ENTRY FOR THE INTERFACE
      *                AND DIRECTION IN THE WS-IF-PRIOR FIELDS
      *                (WS-IF-CLEAR) OR WS-IF-NOT-FOUND.
      * WS-IF-UNAVAILABLE ON ANY FUNCTION MEANS IFREGF COULD NOT BE
      * READ OR WRITTEN (FILE STATUS IN WS-IF-FILE-STATUS); A FILE
      * THAT CANNOT BE CHECKED MUST NOT BE SENT OR LOADED. THE SHARED
      * CHECK-INTERFACE-REGISTRY / RECORD-INTERFACE-REGISTRY
      * PARAGRAPHS (IFRCHK.CPY) DO THE CALL, THE SYSOUT MESSAGES AND
      * THE AUDIT EVENTS FOR A CALLER.
      *
      * WS-IF-HASH-AREA IS THE WORK AREA FOR THE SHARED
      * HASH-INTERFACE-RECORD PARAGRAPH (IFRCHK.CPY), WHICH HASHES ONE
      * WHOLE RECORD IMAGE: THE CALLER MOVES THE RECORD TO
      * WS-IF-HASH-IMAGE AND ITS LENGTH TO WS-IF-HASH-LENGTH, PERFORMS
      * THE PARAGRAPH, AND ADDS WS-IF-HASH-RECORD INTO ITS FILE HASH.
      * IT IS NOT PART OF THE CALL PARAMETER.
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-10-15 DB   INITIAL VERSION.
      * 2026-10-15 DB   ADDED WS-IF-HASH-AREA FOR THE RECORD-IMAGE HASH.
      *****************************************************************
       01  WS-IFREG-PARM.
           05  WS-IF-FUNCTION           PIC X(01).
               88  WS-IF-CHECK                  VALUE 'C'.
               88  WS-IF-RECORD                 VALUE 'R'.
               88  WS-IF-LATEST                 VALUE 'L'.
           05  WS-IF-INTERFACE          PIC X(08).
           05  WS-IF-DIRECTION          PIC X(01).
               88  WS-IF-OUTBOUND               VALUE 'O'.
               88  WS-IF-INBOUND                VALUE 'I'.
           05  WS-IF-MATCH-RULE         PIC X(01).
               88  WS-IF-MATCH-DATE             VALUE 'D'.
               88  WS-IF-MATCH-CONTENTS         VALUE 'C'.
           05  WS-IF-BUS-DATE           PIC X(08).
           05  WS-IF-RECORD-COUNT       PIC 9(09).
           05  WS-IF-CONTROL-TOTAL      PIC 9(13)V99.
           05  WS-IF-HASH-TOTAL         PIC 9(15).
           05  WS-IF-PROGRAM            PIC X(08).
           05  WS-IF-OVERRIDE-SW        PIC X(01).
               88  WS-IF-OVERRIDE-USED          VALUE 'Y'.
           05  WS-IF-RESULT             PIC X(01).
               88  WS-IF-CLEAR                  VALUE 'Y'.
               88  WS-IF-NOT-FOUND              VALUE 'N'.
               88  WS-IF-DUPLICATE              VALUE 'D'.
               88  WS-IF-OVERRIDDEN             VALUE 'O'.
               88  WS-IF-UNAVAILABLE            VALUE 'E'.
               88  WS-IF-OK                     VALUE 'Y' 'O'.
           05  WS-IF-FILE-STATUS        PIC X(02).
           05  WS-IF-PRIOR.
               10  WS-IF-PRIOR-BUS-DATE PIC X(08).
               10  WS-IF-PRIOR-COUNT    PIC 9(09).
               10  WS-IF-PRIOR-TOTAL    PIC 9(13)V99.
               10  WS-IF-PRIOR-HASH     PIC 9(15).
               10  WS-IF-PRIOR-PROGRAM  PIC X(08).
               10  WS-IF-PRIOR-JOB      PIC X(08).
               10  WS-IF-PRIOR-DATE     PIC X(08).
               10  WS-IF-PRIOR-TIME     PIC X(06).
       01  WS-IF-HASH-AREA.
           05  WS-IF-HASH-IMAGE         PIC X(200).
           05  WS-IF-HASH-LENGTH        PIC 9(04)  COMP.
           05  WS-IF-HASH-POS           PIC 9(04)  COMP.
           05  WS-IF-HASH-RECORD        PIC 9(15).
           05  WS-IF-HASH-WORD          PIC 9(04)  COMP.
           05  FILLER                   REDEFINES WS-IF-HASH-WORD.
               10  FILLER               PIC X(01).
               10  WS-IF-HASH-BYTE      PIC X(01).
