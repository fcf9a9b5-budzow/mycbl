      *****************************************************************
      * ACCREC.CPY
      * FIXED-WIDTH RECORD LAYOUT FOR THE PERMANENT INQUIRY ACCESS
      * TRAIL (INQACC). ONE RECORD PER LOOKUP THROUGH ONE OF THE
      * INQUIRIES THAT SHOW EMPLOYEE DATA -- WHO ASKED (USER), FROM
      * WHERE (BATCH JOB NAME, OR ONLINE TRANSACTION ID PLUS TERMINAL
      * ID), WHEN, AND WHAT: THE EMPLOYEE ID LOOKED UP OR THE
      * DEPARTMENT PAGED, WITH THE STATUS THE EMPLOYEE CARRIED AT THE
      * TIME ('N' WHEN THE ID WAS NOT ON FILE). THE BATCH INQUIRIES
      * APPEND THROUGH WRITE-INQ-ACCESS (ACCLOG.CPY); THE ONLINE EINQ
      * TRANSACTION WRITES THE EIAC EXTRAPARTITION QUEUE THE EMPUPDN
      * JOB SWEEPS ONTO INQACC EACH NIGHT. ACCREVW READS IT FOR THE
      * WEEKLY ACCESS REVIEW. APPEND-ONLY, LIKE AUDITLOG.
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-10-15 DB   INITIAL VERSION.
      *****************************************************************
       01  INQACC-RECORD.
           05  IA-ACCESS-DATE      PIC X(08).
           05  IA-ACCESS-TIME      PIC X(06).
           05  IA-PROGRAM          PIC X(08).
           05  IA-JOB-NAME         PIC X(08).
           05  IA-USER-ID          PIC X(08).
           05  IA-INQ-TYPE         PIC X(01).
               88  IA-INQ-EMPLOYEE             VALUE 'E'.
               88  IA-INQ-DEPARTMENT           VALUE 'D'.
               88  IA-INQ-ORDERS               VALUE 'O'.
           05  IA-EMPL-ID          PIC X(05).
           05  IA-EMPL-DEPT        PIC X(04).
           05  IA-EMPL-STATUS      PIC X(01).
               88  IA-EMPL-TERMINATED          VALUE 'T'.
               88  IA-EMPL-NOT-ON-FILE         VALUE 'N'.
           05  IA-ROWS-SHOWN       PIC 9(03).
           05  FILLER              PIC X(28).
