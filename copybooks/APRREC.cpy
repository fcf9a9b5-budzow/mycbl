      *****************************************************************
      * APRREC.CPY
      * FIXED-WIDTH RECORD LAYOUT FOR THE PAY-GRADE/DEPARTMENT CHANGE
      * PENDING-APPROVAL DATASET (EMPPEND, A GDG). EMPBATCH HOLDS ANY
      * 'C' TRANSACTION THAT WOULD MOVE AN EMPLOYEE TO A DIFFERENT
      * DEPARTMENT OR PAY GRADE HERE INSTEAD OF APPLYING IT, STAMPED
      * WITH WHO KEYED IT AND WHEN; EMPAPRV LETS A SECOND, DIFFERENT
      * AUTHORIZED USER RELEASE OR DECLINE IT; AND THE NEXT EMPBATCH
      * RUN APPLIES THE RELEASED ITEMS, DROPS THE DECLINED ONES, AND
      * CARRIES THE REST FORWARD. THE PENDING ID IS THE DATE THE ITEM
      * WAS HELD PLUS ITS EMPBATCH TRANSACTION SEQUENCE THAT NIGHT --
      * THE NUMBER THE APPROVER KEYS ON THE DECISION CARD
      * (APRCARD.CPY). THE BEFORE DEPARTMENT AND GRADE ARE THE VALUES
      * ON EMP WHEN THE ITEM WAS HELD, FOR THE APPROVAL-QUEUE REPORT.
      *
      * STATUS: 'P' WAITING FOR A DECISION, 'A' RELEASED BY THE
      * APPROVER, 'X' DECLINED BY THE APPROVER.
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-10-15 DB   INITIAL VERSION.
      *****************************************************************
       01  EMPPEND-RECORD.
           05  AP-PEND-ID.
               10  AP-PI-DATE      PIC X(08).
               10  AP-PI-SEQ       PIC 9(05).
           05  AP-STATUS           PIC X(01).
               88  AP-WAITING                  VALUE 'P'.
               88  AP-RELEASED                 VALUE 'A'.
               88  AP-DECLINED                 VALUE 'X'.
           05  AP-KEYED-DATE.
               10  AP-KD-YYYY      PIC X(04).
               10  AP-KD-MM        PIC X(02).
               10  AP-KD-DD        PIC X(02).
           05  AP-KEYED-TIME       PIC X(06).
           05  AP-KEYED-USER       PIC X(08).
           05  AP-KEYED-JOB        PIC X(08).
           05  AP-DECIDED-USER     PIC X(08).
           05  AP-DECIDED-DATE     PIC X(08).
           05  AP-BEFORE-DEPT      PIC X(04).
           05  AP-BEFORE-GRADE     PIC X(02).
           05  AP-TRAN-IMAGE       PIC X(80).
           05  AP-TRAN-FIELDS REDEFINES AP-TRAN-IMAGE.
               10  AP-TI-ACTION    PIC X(01).
               10  AP-TI-EMPL-ID   PIC X(05).
               10  AP-TI-NAME      PIC X(15).
               10  AP-TI-DEPT      PIC X(04).
               10  AP-TI-STATUS    PIC X(01).
               10  AP-TI-GRADE     PIC X(02).
               10  FILLER          PIC X(52).
           05  FILLER              PIC X(04).
