      * PER CYCLE EVENT: 'B' CYCLE BEGIN, 'S' STEP START, 'E' STEP
      * END (SUCCESS PATH ONLY -- A STEP THAT FAILS NEVER WRITES ITS
      * 'E', WHICH IS EXACTLY HOW A RESTART KNOWS WHERE TO RESUME),
      * 'F' STEP FAILED (WRITTEN ONLY BY A CYCLE WHOSE JCL BRACKETS
      * THE FAILING RETURN CODES -- IT NEVER CLOSES THE START), AND
      * 'C' CYCLE COMPLETE. EVERY RECORD CARRIES THE BUSINESS DATE
      * AND CYCLE IT BELONGS TO PLUS THE WALL-CLOCK TIMESTAMP AND THE
      * SUBMITTING USER OF THE EVENT. RECORDS WRITTEN BEFORE THE
      * CYCLE FIELD EXISTED CARRY SPACES THERE AND BELONG TO NIGHTLY.
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      *                 CONSTANT ZERO; THE 'E' RECORD'S EXISTENCE
      *                 ALREADY SAYS THE STEP ENDED CLEAN (THE JCL
      *                 ONLY RUNS THE 'E' BRACKET BELOW RC 4).
      * 2026-10-15 DB   ADDED RC-CYCLE, SO A SECOND CYCLE (MONTHEND)
      *                 CAN SHARE RUNCTLF WITHOUT TRIPPING NIGHTLY'S
      *                 DOUBLE-RUN AND RESTART CHECKS; RC-STEP-RC,
      *                 THE RETURN CODE A COND-SELECTED 'E' OR 'F'
      *                 BRACKET STEP RECORDS FOR THE STEP BEFORE IT
      *                 (SPACES WHERE THE JCL DOES NOT SAY); AND
      *                 RC-USER-ID. NEW FUNCTION 'F', STEP FAILED.
      *****************************************************************
       01  RUNCTL-RECORD.
           05  RC-BUS-DATE         PIC 9(08).
               88  RC-FUNC-START               VALUE 'S'.
               88  RC-FUNC-END                 VALUE 'E'.
               88  RC-FUNC-COMPLETE            VALUE 'C'.
               88  RC-FUNC-FAILED              VALUE 'F'.
           05  RC-STEP             PIC X(08).
           05  RC-STAMP-DATE       PIC X(08).
           05  RC-STAMP-TIME       PIC X(06).
           05  RC-CYCLE            PIC X(08).
           05  RC-STEP-RC          PIC X(02).
           05  RC-USER-ID          PIC X(08).
           05  FILLER              PIC X(31).
