013700*                 SHARED PRMLKUP SUBPROGRAM, FALLING BACK TO
013800*                 THE COMPILED 5 NIGHTS; THE AGE USED IS LOGGED
013900*                 TO THE AUDIT TRAIL AT START-UP.
013901* 2026-10-15 DB   DUAL CONTROL FOR PAY-GRADE AND DEPARTMENT
013902*                 CHANGES: A 'C' TRANSACTION THAT PASSES THE
013903*                 EDITS AND WOULD MOVE THE EMPLOYEE TO A
013904*                 DIFFERENT DEPARTMENT OR PAY GRADE IS NO LONGER
013905*                 APPLIED. IT IS HELD ON THE EMPPEND
013906*                 PENDING-APPROVAL CYCLE (APRREC.CPY) WITH THE
013907*                 SUBMITTING USER AS THE KEYER, PRINTS
013908*                 DISPOSITION PENDING, AND WAITS FOR A SECOND,
013909*                 DIFFERENT USER TO RELEASE OR DECLINE IT
013910*                 THROUGH EMPAPRV. EACH RUN READS THE CURRENT
013911*                 PENDING GENERATION FIRST: RELEASED ITEMS RUN
013912*                 THROUGH THE NORMAL EDIT/APPLY PATH (RE-EDITED
013913*                 AGAINST TONIGHT'S EMP ROW, DISPOSITION
013914*                 RELEASED), DECLINED ITEMS DROP WITH A WARNING
013915*                 AUDIT EVENT, AND WAITING ITEMS CARRY FORWARD
013916*                 TO THE NEW GENERATION THE JCL ROLLS ONLY ON A
013917*                 CLEAN END, THE SAME STAGING PATTERN AS
013918*                 SUSPENSE. THE NEW APQRPT APPROVAL-QUEUE REPORT
013919*                 LISTS EVERY ITEM -- WHAT IS WAITING, WHO KEYED
013920*                 IT, AND HOW MANY DAYS IT HAS WAITED -- AND THE
013921*                 TOTALS BLOCK CARRIES THE HELD/RELEASED/DECLINED
013922*                 COUNTS. ONLY RELEASED ITEMS TAKE A POSITION IN
013923*                 THE CHECKPOINT/RESTART SEQUENCE; A RESTART
013924*                 RE-HOLDS A SKIPPED NEW-FILE TRANSACTION THAT
013925*                 STILL NEEDS APPROVAL SO THE STAGING OUTPUT
013926*                 DOES NOT LOSE IT.
013927* 2026-10-15 DB   EMPTRAN NOW CARRIES AN EFFECTIVE DATE; TRANEDIT
013928*                 PARKS FUTURE-DATED TRANSACTIONS AND RELEASES
013929*                 THEM HERE ON THEIR BUSINESS DAY. A NON-BLANK
013930*                 EFFECTIVE DATE THAT IS NOT A VALID YYYY-MM-DD
013931*                 IS REJECT REASON 12.
013932* 2026-10-15 DB   PAYROLL DEDUCTION ELECTIONS. NEW ACTION 'E'
013933*                 SETS, REPLACES, OR (ZERO AMOUNT) STOPS ONE
013934*                 EMPLOYEE'S ELECTION FOR ONE DEDUCTION CODE ON
013935*                 THE NEW DEDELECT KSDS (DEDREC.CPY), THE SAME
013936*                 WRITE-THEN-REWRITE SHAPE AS LEAVEF. THE CODE
013937*                 MUST BE ON THE NEW DEDREF REFERENCE FILE
013938*                 (DEDREF.CPY, LOADED THROUGH THE SHARED DEDLKP
013939*                 PARAGRAPHS) -- REJECT REASON 13 -- AND THE
013940*                 AMOUNT MUST BE NUMERIC AND, FOR A PERCENT
013941*                 DEDUCTION, NO MORE THAN 100 -- REASON 14. A
013942*                 TERMINATED EMPLOYEE MAY HAVE AN ELECTION
013943*                 STOPPED BUT NOT SET (REASON 09). EVERY APPLIED
013944*                 ELECTION IS AUDITED WITH THE CODE AND WHETHER
013945*                 IT WAS SET OR STOPPED, AND STAMPED WITH THE
013946*                 USER WHO RAN THE BATCH. A DEDELECT WRITE
013947*                 FAILURE FAILS THE STEP -- UNLIKE LEAVEF, THE
013948*                 ELECTION FILE IS THE SYSTEM OF RECORD.
013949* 2026-10-15 DB   ADDED ACTION 'U' (LEAVE TAKEN) TO POST VACATION
013950*                 OR SICK HOURS USED AGAINST THE LVBAL LEAVE-
013951*                 BALANCE KSDS (REASONS 15 BAD LEAVE TYPE AND 16
013952*                 BAD LEAVE HOURS). A TERMINATION NOW READS LVBAL
013953*                 AND PRINTS THE UNUSED BALANCE UNDER THE
013954*                 TRANSACTION LINE SO FINAL PAY CAN INCLUDE IT.
013955* 2026-10-15 DB   ADDED ACTION 'S' (SUPERVISOR) TO SET, REPLACE,
013956*                 OR (ZERO SUPERVISOR ID) REMOVE AN EMPLOYEE'S
013957*                 REPORTING RELATIONSHIP ON THE NEW SUPVREL KSDS
013958*                 (SUPVREC.CPY), THE SAME WRITE-THEN-REWRITE
013959*                 SHAPE AS DEDELECT. THE SUPERVISOR MUST BE
013960*                 NUMERIC AND NOT THE EMPLOYEE (REASON 17) AND AN
013961*                 ACTIVE EMPLOYEE ON THE KEYED EMPMAST MASTER
013962*                 (REASON 18), AND WALKING UP SUPVREL FROM THE
013963*                 SUPERVISOR MUST NOT LEAD BACK TO THE EMPLOYEE
013964*                 (REASON 19, REPORTING LOOP). A TERMINATED
013965*                 EMPLOYEE MAY HAVE A SUPERVISOR REMOVED BUT NOT
013966*                 SET (REASON 09). EVERY CHANGE IS AUDITED AND
013967*                 STAMPED WITH THE USER WHO RAN THE BATCH.
013968* 2026-10-15 DB   POSITION CONTROL. AN INSERT, OR A CHANGE THAT
013969*                 MOVES A NON-TERMINATED EMPLOYEE TO ANOTHER
013970*                 DEPARTMENT, IS CHECKED AGAINST THE DEPARTMENT'S
013971*                 AUTHORIZED HEADCOUNT ON THE NEW POSAUTH
013972*                 REFERENCE FILE (POSAUTH.CPY, SHARED POSLKP
013973*                 PARAGRAPHS) IN EFFECT ON THE TRANSACTION'S
013974*                 EFFECTIVE DATE. GOING OVER A HARD-CAPPED
013975*                 AUTHORIZATION IS REJECT REASON 20; GOING OVER
013976*                 A SOFT ONE IS ACCEPTED WITH A WARNING AUDIT
013977*                 EVENT AND COUNTED ON THE REPORT. AN UNREADABLE
013978*                 POSAUTH FAILS THE STEP.
013979* 2026-10-15 DB   A TERMINATE CARRIES ITS SEPARATION REASON
013980*                 (TR-SEP-REASON: VOLUNTARY, INVOLUNTARY,
013981*                 RETIREMENT, OTHER, OR BLANK FOR NOT GIVEN) TO
013982*                 THE EMPHIST TERMINATE RECORD FOR THE ATTRITION
013983*                 REPORT. ANY OTHER CODE IS REJECT REASON 21.
013984* 2026-10-15 DB   EMPTRAN IS COUNTED, HASHED AND CHECKED AGAINST
013985*                 THE IFREGF INTERFACE REGISTRY (IFRCHK.CPY) BY
013986*                 ITS CONTENTS BEFORE ANYTHING IS APPLIED, AND
013987*                 RECORDED AFTER THE FINAL COMMIT.
013988* 2026-10-15 DB   AN INSERT CARRIES THE TRANSACTION'S TR-SOURCE
013989*                 TO THE EMPHIST RECORD, SO A HIRE FROM THE HR
013990*                 VENDOR'S OWN FEED IS KNOWN FOR WHAT IT IS.
013991* 2026-10-15 DB   EMPTRAN'S REGISTRY HASH COVERS EVERY BYTE OF
013992*                 EACH RECORD. A POSTED 'U' CHECKPOINTS AT ONCE
013993*                 (LVBAL IS NOT UNDER THE UNIT OF WORK). A
013994*                 TERMINATION WITH NO LVBAL RECORD PRINTS NO
013995*                 LEAVE BALANCE; ANY OTHER LVBAL ERROR IS RC 16.
013996*                 THE OVER-AUTHORIZATION WARNING WAITS FOR THE
013997*                 APPLY AND SKIPS 'T' INSERTS. EMPPENDO CHECKED.
014000*****************************************************************
014100 
014200 ENVIRONMENT DIVISION.
015800         ACCESS MODE IS RANDOM
015900         RECORD KEY IS LV-EMPL-ID
016000         FILE STATUS IS WS-LEAVE-STATUS.
016004     SELECT DEDELECT-FILE ASSIGN TO DEDELECT
016008         ORGANIZATION IS INDEXED
016012         ACCESS MODE IS RANDOM
016016         RECORD KEY IS EL-KEY
016020         FILE STATUS IS WS-DEDEL-STATUS.
016024     SELECT LVBAL-FILE ASSIGN TO LVBAL
016028         ORGANIZATION IS INDEXED
016032         ACCESS MODE IS RANDOM
016036         RECORD KEY IS LB-EMPL-ID
016040         FILE STATUS IS WS-LVBAL-STATUS.
016044     SELECT SUPVREL-FILE ASSIGN TO SUPVREL
016048         ORGANIZATION IS INDEXED
016052         ACCESS MODE IS RANDOM
016056         RECORD KEY IS SV-EMPL-ID
016060         FILE STATUS IS WS-SUPVREL-STATUS.
016064     SELECT EMPMAST-FILE ASSIGN TO EMPMAST
016068         ORGANIZATION IS INDEXED
016072         ACCESS MODE IS RANDOM
016076         RECORD KEY IS EM-EMPL-ID
016080         FILE STATUS IS WS-EMPMAST-STATUS.
016084     SELECT DEDREF-FILE ASSIGN TO DEDREF
016088         ORGANIZATION IS SEQUENTIAL
016092         FILE STATUS IS WS-DEDREF-STATUS.
016100     SELECT DEPTREF-FILE ASSIGN TO DEPTREF
016200         ORGANIZATION IS SEQUENTIAL
016300         FILE STATUS IS WS-DEPTREF-STATUS.
016310     SELECT POSAUTH-FILE ASSIGN TO POSAUTH
016320         ORGANIZATION IS SEQUENTIAL
016330         FILE STATUS IS WS-POSAUTH-STATUS.
016400     SELECT RESTART-FILE ASSIGN TO EBRSTRT
016500         ORGANIZATION IS SEQUENTIAL
016600         FILE STATUS IS WS-RESTART-STATUS.
017200     SELECT AUTH-FILE ASSIGN TO AUTHFILE
017300         ORGANIZATION IS SEQUENTIAL
017400         FILE STATUS IS WS-AUTH-STATUS.
017410     SELECT EMPPENDI-FILE ASSIGN TO EMPPENDI
017420         ORGANIZATION IS SEQUENTIAL
017430         FILE STATUS IS WS-PENDI-STATUS.
017440     SELECT EMPPENDO-FILE ASSIGN TO EMPPENDO
017450         ORGANIZATION IS SEQUENTIAL
017455         FILE STATUS IS WS-PENDO-STATUS.
017460     SELECT APQRPT-FILE ASSIGN TO APQRPT
017470         ORGANIZATION IS SEQUENTIAL.
017500 
017600 DATA DIVISION.
017700 FILE SECTION.
020400     LABEL RECORDS ARE STANDARD.
020500     COPY LVREC.
020600 
020603 FD  DEDELECT-FILE
020606     RECORD CONTAINS 80 CHARACTERS
020609     LABEL RECORDS ARE STANDARD.
020612     COPY DEDREC.
020615 
020618 FD  LVBAL-FILE
020621     RECORD CONTAINS 80 CHARACTERS
020624     LABEL RECORDS ARE STANDARD.
020627     COPY LVBREC.
020630 
020633 FD  SUPVREL-FILE
020636     RECORD CONTAINS 80 CHARACTERS
020639     LABEL RECORDS ARE STANDARD.
020642     COPY SUPVREC.
020645 
020648 FD  EMPMAST-FILE
020651     RECORD CONTAINS 80 CHARACTERS
020654     LABEL RECORDS ARE STANDARD.
020657     COPY EMPMAST.
020660 
020663 FD  DEDREF-FILE
020666     RECORDING MODE IS F
020669     RECORD CONTAINS 80 CHARACTERS
020672     LABEL RECORDS ARE STANDARD.
020675     COPY DEDREF.
020678 
020700 FD  DEPTREF-FILE
020800     RECORDING MODE IS F
020900     RECORD CONTAINS 80 CHARACTERS
021000     LABEL RECORDS ARE STANDARD.
021100     COPY DEPTREF.
021110 
021120 FD  POSAUTH-FILE
021130     RECORDING MODE IS F
021140     RECORD CONTAINS 80 CHARACTERS
021150     LABEL RECORDS ARE STANDARD.
021160     COPY POSAUTH.
021200 
021300 FD  RESTART-FILE
021400     RECORDING MODE IS F
023600     LABEL RECORDS ARE STANDARD.
023700     COPY AUTHREC.
023800 
023805 FD  EMPPENDI-FILE
023810     RECORDING MODE IS F
023815     RECORD CONTAINS 150 CHARACTERS
023820     LABEL RECORDS ARE STANDARD.
023825     COPY APRREC.
023830 
023835 FD  EMPPENDO-FILE
023840     RECORDING MODE IS F
023845     RECORD CONTAINS 150 CHARACTERS
023850     LABEL RECORDS ARE STANDARD.
023855 01  EMPPENDO-RECORD         PIC X(150).
023860 
023865 FD  APQRPT-FILE
023870     RECORDING MODE IS F
023875     RECORD CONTAINS 132 CHARACTERS
023880     LABEL RECORDS ARE STANDARD.
023885     COPY APQRPT.
023890 
023900 
024000 WORKING-STORAGE SECTION.
024100 01  WS-TRAN-STATUS               PIC X(02).
024200 01  WS-AUDIT-STATUS              PIC X(02).
024300 01  WS-HIST-STATUS               PIC X(02).
024400 01  WS-LEAVE-STATUS              PIC X(02).
024410 01  WS-DEDEL-STATUS              PIC X(02).
024455 01  WS-LVBAL-STATUS              PIC X(02).
024470 01  WS-SUPVREL-STATUS            PIC X(02).
024485 01  WS-EMPMAST-STATUS            PIC X(02).
024500 01  WS-LEAVE-START-USED          PIC X(10).
024600 01  WS-EDIT-DATE                 PIC X(10).
024700 01  WS-EDIT-DATE-R REDEFINES WS-EDIT-DATE.
029400                           SU-AGE-COUNT   BY WS-SO-AGE-COUNT
029500                           SU-TRAN-IMAGE  BY WS-SO-TRAN-IMAGE.
029600 
029603 01  WS-PENDI-STATUS              PIC X(02).
029604 01  WS-PENDO-STATUS              PIC X(02).
029606 01  WS-PENDI-OPEN-SW             PIC X(01)  VALUE 'N'.
029609     88  WS-PENDI-OPEN                       VALUE 'Y'.
029612 01  WS-PENDO-OPEN-SW             PIC X(01)  VALUE 'N'.
029615     88  WS-PENDO-OPEN                       VALUE 'Y'.
029618 01  WS-APQRPT-OPEN-SW            PIC X(01)  VALUE 'N'.
029621     88  WS-APQRPT-OPEN                      VALUE 'Y'.
029624 01  WS-PEND-EOF-SW               PIC X(01)  VALUE 'N'.
029627     88  WS-PEND-EOF                         VALUE 'Y'.
029630 01  WS-RELEASE-PHASE-SW          PIC X(01)  VALUE 'N'.
029633     88  WS-RELEASE-PHASE                    VALUE 'Y'.
029636 01  WS-NEEDS-APPROVAL-SW         PIC X(01)  VALUE 'N'.
029639     88  WS-NEEDS-APPROVAL                   VALUE 'Y'.
029642 01  WS-TRAN-HELD-SW              PIC X(01)  VALUE 'N'.
029645     88  WS-TRAN-HELD                        VALUE 'Y'.
029648 01  WS-HELD-COUNT                PIC 9(05)  VALUE ZERO.
029651 01  WS-RELEASED-COUNT            PIC 9(05)  VALUE ZERO.
029654 01  WS-DECLINED-COUNT            PIC 9(05)  VALUE ZERO.
029657 01  WS-WAITING-COUNT             PIC 9(05)  VALUE ZERO.
029660 01  WS-QUEUE-STATUS              PIC X(10)  VALUE SPACES.
029663 01  WS-RUN-DAY-NUMBER            PIC S9(07) VALUE ZERO.
029666 01  WS-DAYS-PENDING              PIC S9(07) VALUE ZERO.
029669 
029672     COPY APRREC REPLACING EMPPEND-RECORD BY WS-PEND-OUT
029675                           LEADING ==AP-== BY ==WS-PO-==.
029678 
029700 01  WS-TRAN-READ-COUNT           PIC 9(05)  VALUE ZERO.
029800 01  WS-TRAN-ACCEPT-COUNT         PIC 9(05)  VALUE ZERO.
029900 01  WS-TRAN-REJECT-COUNT         PIC 9(05)  VALUE ZERO.
029901 01  WS-ELECT-SET-COUNT           PIC 9(05)  VALUE ZERO.
029902 01  WS-EMPTRAN-COUNT             PIC 9(09)  VALUE ZERO.
029903 01  WS-EMPTRAN-HASH              PIC 9(15)  VALUE ZERO.
029904 01  WS-ELECT-STOP-COUNT          PIC 9(05)  VALUE ZERO.
029905 01  WS-LEAVE-USED-COUNT          PIC 9(05)  VALUE ZERO.
029906 01  WS-PAYOUT-COUNT              PIC 9(05)  VALUE ZERO.
029907 01  WS-SUPV-SET-COUNT            PIC 9(05)  VALUE ZERO.
029908 01  WS-SUPV-REMOVE-COUNT         PIC 9(05)  VALUE ZERO.
029909 01  WS-OVER-AUTH-COUNT           PIC 9(05)  VALUE ZERO.
029910 
029911*    2850-CHECK-HEADCOUNT. WS-HC-FILLED IS THE DEPARTMENT'S
029912*    CURRENT NON-TERMINATED HEADCOUNT ON EMP BEFORE THIS
029913*    TRANSACTION APPLIES.
029914 01  WS-HC-FILLED                 PIC S9(09) COMP.
029915 01  WS-HC-DEPT                   PIC X(04).
029916 01  WS-HC-AFTER                  PIC 9(05)  VALUE ZERO.
029917 01  WS-HC-OVER-SW                PIC X(01)  VALUE 'N'.
029918     88  WS-HC-OVER                          VALUE 'Y'.
029919 
029920*    THE SUPVREL WALK IN 2780-CLIMB-ONE-LEVEL. A CHAIN LONGER
029921*    THAN WS-SV-MAX-DEPTH CAN ONLY BE A LOOP ALREADY ON FILE.
029922 01  WS-SV-CHAIN-ID               PIC X(05)  VALUE SPACES.
029923 01  WS-SV-CHAIN-DEPTH            PIC 9(03)  VALUE ZERO.
029924 01  WS-SV-MAX-DEPTH              PIC 9(03)  VALUE 50.
029925 01  WS-SV-CHAIN-END-SW           PIC X(01)  VALUE 'N'.
029926     88  WS-SV-CHAIN-END                     VALUE 'Y'.
029927 
029928 01  WS-PAYOUT-SW                 PIC X(01)  VALUE 'N'.
029929     88  WS-PAYOUT-FOUND                     VALUE 'Y'.
029930     88  WS-PAYOUT-NO-BALANCE                VALUE 'X'.
029931     88  WS-PAYOUT-LINE-DUE                  VALUE 'Y' 'X'.
029932 01  WS-PAYOUT-VAC                PIC S9(04)V99 VALUE ZERO.
029933 01  WS-PAYOUT-SICK               PIC S9(04)V99 VALUE ZERO.
029934 01  WS-PAYOUT-VAC-EDIT           PIC -(4)9.99.
029935 01  WS-PAYOUT-SICK-EDIT          PIC -(4)9.99.
029936 
029937 01  WS-LEAVE-MSG.
029938     05  WS-LM-TYPE               PIC X(05).
029939     05  WS-LM-HOURS              PIC -,--9.99.
029940     05  FILLER                   PIC X(07) VALUE ' HOURS'.
029941 
029942 01  WS-ELECT-MSG.
029943     05  FILLER                   PIC X(04) VALUE 'DED '.
029944     05  WS-EM-CODE               PIC X(04).
029945     05  FILLER                   PIC X(01) VALUE SPACE.
029946     05  WS-EM-ACTION             PIC X(07).
029947     05  FILLER                   PIC X(04) VALUE SPACES.
029948 
029949 01  WS-SUPV-MSG.
029950     05  FILLER                   PIC X(05) VALUE 'SUPV '.
029951     05  WS-SM-SUPV-ID            PIC X(05).
029952     05  FILLER                   PIC X(01) VALUE SPACE.
029953     05  WS-SM-ACTION             PIC X(07).
029954     05  FILLER                   PIC X(02) VALUE SPACES.
030000 
030100 01  WS-SYS-DATE.
030200     05  WS-SYS-YYYY              PIC 9(04).
032100     05  WS-DC-MM                 PIC 9(02).
032200     05  WS-DC-DD                 PIC 9(02).
032300 
032303 01  WS-SYS-TIME.
032306     05  WS-ST-HHMMSS             PIC X(06).
032309     05  WS-ST-HUNDREDTHS         PIC X(02).
032312 
032315*****************************************************************
032318* WS-DN-DATE AND FRIENDS FEED 8100-DATE-TO-DAY-NUMBER, THE SAME
032321* GREGORIAN SERIAL-DAY PARAGRAPH LEAVERPT, ORDAGE, EMPARCH, AND
032324* ANNIVRPT USE, FOR THE DAYS-PENDING AGE ON THE APPROVAL QUEUE.
032327*****************************************************************
032330 01  WS-DN-DATE.
032333     05  WS-DN-YYYY               PIC X(04).
032336     05  WS-DN-SEP1               PIC X(01).
032339     05  WS-DN-MM                 PIC X(02).
032342     05  WS-DN-SEP2               PIC X(01).
032345     05  WS-DN-DD                 PIC X(02).
032348 01  WS-DN-YR                     PIC S9(05) VALUE ZERO.
032351 01  WS-DN-MO                     PIC S9(03) VALUE ZERO.
032354 01  WS-DN-DA                     PIC S9(03) VALUE ZERO.
032357 01  WS-DN-TERM-YEARS             PIC S9(07) VALUE ZERO.
032360 01  WS-DN-TERM-LEAP4             PIC S9(07) VALUE ZERO.
032363 01  WS-DN-TERM-LEAP100           PIC S9(07) VALUE ZERO.
032366 01  WS-DN-TERM-LEAP400           PIC S9(07) VALUE ZERO.
032369 01  WS-DN-TERM-MONTHS            PIC S9(07) VALUE ZERO.
032372 01  WS-DN-DAY-NUMBER             PIC 9(07)  VALUE ZERO.
032375 01  WS-DN-VALID-SW               PIC X(01)  VALUE 'N'.
032378     88  WS-DN-VALID                        VALUE 'Y'.
032381 
032400     COPY FLDPARM.
032500 
032600     COPY DEPTTBL.
032610 
032620     COPY POSTBL.
032630 
032640     COPY DEDTBL.
032700 
032800     COPY AUTHSW.
032900 
033200     COPY SQLRTRY.
033300 
033400     COPY PRMPARM.
033410 
033420     COPY IFRPARM.
033500 
033600 01  WS-SUSP-AGE-MSG.
033700     05  FILLER                   PIC X(09) VALUE 'SUSP AGE '.
036100         MOVE 16 TO RETURN-CODE
036200         MOVE 'Y' TO WS-ABEND-SW
036300     END-IF.
036303     OPEN I-O DEDELECT-FILE.
036306     IF WS-DEDEL-STATUS NOT = '00' AND WS-DEDEL-STATUS NOT = '97'
036309         DISPLAY 'EMPBATCH - ERROR OPENING DEDELECT, STATUS '
036312                 WS-DEDEL-STATUS
036315         MOVE 16 TO RETURN-CODE
036318         MOVE 'Y' TO WS-ABEND-SW
036321     END-IF.
036324     OPEN I-O LVBAL-FILE.
036327     IF WS-LVBAL-STATUS NOT = '00' AND WS-LVBAL-STATUS NOT = '97'
036330         DISPLAY 'EMPBATCH - ERROR OPENING LVBAL, STATUS '
036333                 WS-LVBAL-STATUS
036336         MOVE 16 TO RETURN-CODE
036339         MOVE 'Y' TO WS-ABEND-SW
036342     END-IF.
036345     OPEN I-O SUPVREL-FILE.
036348     IF WS-SUPVREL-STATUS NOT = '00'
036351             AND WS-SUPVREL-STATUS NOT = '97'
036354         DISPLAY 'EMPBATCH - ERROR OPENING SUPVREL, STATUS '
036357                 WS-SUPVREL-STATUS
036360         MOVE 16 TO RETURN-CODE
036363         MOVE 'Y' TO WS-ABEND-SW
036366     END-IF.
036369     OPEN INPUT EMPMAST-FILE.
036372     IF WS-EMPMAST-STATUS NOT = '00'
036375             AND WS-EMPMAST-STATUS NOT = '97'
036378         DISPLAY 'EMPBATCH - ERROR OPENING EMPMAST, STATUS '
036381                 WS-EMPMAST-STATUS
036384         MOVE 16 TO RETURN-CODE
036387         MOVE 'Y' TO WS-ABEND-SW
036390     END-IF.
036400     MOVE SPACES TO EMPHIST-RECORD.
036500     MOVE 'EMPBATCH' TO AL-PROGRAM.
036600     MOVE 'EMPBATCH' TO EH-PROGRAM.
037300     END-IF.
037400     PERFORM 1000-INITIALIZE
037500         THRU 1000-INITIALIZE-EXIT.
037508     IF WS-ABEND-REQUESTED
037516         GO TO 9999-END-OF-JOB
037524     END-IF.
037532     MOVE 'Y' TO WS-RELEASE-PHASE-SW.
037540     PERFORM 1400-RELEASE-PENDING
037548         THRU 1400-RELEASE-PENDING-EXIT
037556         UNTIL WS-PEND-EOF OR WS-ABEND-REQUESTED.
037564     MOVE 'N' TO WS-RELEASE-PHASE-SW.
037572     IF WS-PENDI-OPEN
037580         CLOSE EMPPENDI-FILE
037588     END-IF.
037600     IF WS-ABEND-REQUESTED
037700         GO TO 9999-END-OF-JOB
037800     END-IF.
039500         PERFORM 6600-FINAL-COMMIT
039600             THRU 6600-FINAL-COMMIT-EXIT
039700     END-IF.
039710     IF NOT WS-ABEND-REQUESTED
039720         MOVE WS-EMPTRAN-COUNT TO WS-IF-RECORD-COUNT
039730         MOVE ZERO             TO WS-IF-CONTROL-TOTAL
039740         MOVE WS-EMPTRAN-HASH  TO WS-IF-HASH-TOTAL
039750         PERFORM RECORD-INTERFACE-REGISTRY
039760             THRU RECORD-INTERFACE-REGISTRY-EXIT
039770         IF NOT WS-IF-OK
039780             MOVE 'Y' TO WS-ABEND-SW
039790         END-IF
039795     END-IF.
039800     PERFORM 8000-FINALIZE
039900         THRU 8000-FINALIZE-EXIT.
040000 9999-END-OF-JOB.
040100     IF WS-SUSPO-OPEN
040200         CLOSE EMPSUSPO-FILE
040300     END-IF.
040310     IF WS-PENDO-OPEN
040320         CLOSE EMPPENDO-FILE
040330     END-IF.
040340     IF WS-APQRPT-OPEN
040350         CLOSE APQRPT-FILE
040360     END-IF.
040400     IF WS-BRPT-OPEN
040500         CLOSE EMPBRPT-FILE
040600     END-IF.
040700     CLOSE LEAVEF-FILE.
040710     CLOSE DEDELECT-FILE.
040755     CLOSE LVBAL-FILE.
040770     CLOSE SUPVREL-FILE.
040785     CLOSE EMPMAST-FILE.
040800     CLOSE EMPHIST-FILE.
040900     CLOSE AUDIT-LOG-FILE.
041000     STOP RUN.
045700         MOVE 'Y' TO WS-ABEND-SW
045800         GO TO 1000-INITIALIZE-EXIT
045900     END-IF.
045903     PERFORM LOAD-POSAUTH-TABLE
045906         THRU LOAD-POSAUTH-TABLE-EXIT.
045909     IF NOT WS-POSAUTH-LOADED
045912         DISPLAY 'EMPBATCH - POSAUTH REFERENCE FILE MISSING, '
045915                 'ABENDING'
045918         MOVE 'LOAD POSAUTH TABLE' TO AL-OPERATION
045921         MOVE ZERO                TO AL-SQLCODE
045924         MOVE 'NO POSAUTH FILE'   TO AL-MESSAGE
045927         MOVE 'S' TO AL-SEVERITY
045930         PERFORM WRITE-AUDIT-LOG
045933             THRU WRITE-AUDIT-LOG-EXIT
045936         MOVE 16 TO RETURN-CODE
045939         MOVE 'Y' TO WS-ABEND-SW
045942         GO TO 1000-INITIALIZE-EXIT
045945     END-IF.
045948     PERFORM LOAD-DED-TABLE
045951         THRU LOAD-DED-TABLE-EXIT.
045954     IF WS-DEDREF-COUNT = ZERO
045957         DISPLAY 'EMPBATCH - DEDREF REFERENCE FILE MISSING OR '
045960                 'EMPTY, DEDUCTION ELECTIONS WILL REJECT'
045963         MOVE 'LOAD DED TABLE'    TO AL-OPERATION
045966         MOVE ZERO                TO AL-SQLCODE
045969         MOVE 'NO DEDREF DATA'    TO AL-MESSAGE
045972         MOVE 'W' TO AL-SEVERITY
045975         PERFORM WRITE-AUDIT-LOG
045978             THRU WRITE-AUDIT-LOG-EXIT
045981     END-IF.
046000     PERFORM 1200-CHECK-RESTART
046100         THRU 1200-CHECK-RESTART-EXIT.
046200     MOVE 'EMPBATCHSUSPAGE ' TO WS-PM-KEY.
049600     IF WS-ABEND-REQUESTED
049700         GO TO 1000-INITIALIZE-EXIT
049800     END-IF.
049810     PERFORM 1300-OPEN-PENDING
049820         THRU 1300-OPEN-PENDING-EXIT.
049830     IF WS-ABEND-REQUESTED
049840         GO TO 1000-INITIALIZE-EXIT
049850     END-IF.
049900     OPEN INPUT EMPTRAN-FILE.
050000     IF WS-TRAN-STATUS NOT = '00'
050100         DISPLAY 'EMPBATCH - ERROR OPENING EMPTRAN, STATUS '
050900         MOVE 16 TO RETURN-CODE
051000         MOVE 'Y' TO WS-ABEND-SW
051100     END-IF.
051105     IF WS-ABEND-REQUESTED
051110         GO TO 1000-INITIALIZE-EXIT
051115     END-IF.
051120     PERFORM 1100-HASH-TRAN-RECORD
051125         THRU 1100-HASH-TRAN-RECORD-EXIT
051130         UNTIL WS-TRAN-EOF.
051135     CLOSE EMPTRAN-FILE.
051140     MOVE 'N' TO WS-TRAN-EOF-SW.
051145     MOVE 'EMPBATCH'          TO WS-IF-PROGRAM.
051150     MOVE 'EMPTRAN'           TO WS-IF-INTERFACE.
051155     MOVE 'I'                 TO WS-IF-DIRECTION.
051160     MOVE 'C'                 TO WS-IF-MATCH-RULE.
051165     MOVE WS-SYS-DATE         TO WS-IF-BUS-DATE.
051170     MOVE WS-EMPTRAN-COUNT    TO WS-IF-RECORD-COUNT.
051175     MOVE ZERO                TO WS-IF-CONTROL-TOTAL.
051180     MOVE WS-EMPTRAN-HASH     TO WS-IF-HASH-TOTAL.
051185     PERFORM CHECK-INTERFACE-REGISTRY
051190         THRU CHECK-INTERFACE-REGISTRY-EXIT.
051192     IF NOT WS-IF-OK
051194         MOVE 'Y' TO WS-ABEND-SW
051196         GO TO 1000-INITIALIZE-EXIT
051197     END-IF.
051198     OPEN INPUT EMPTRAN-FILE.
051200 1000-INITIALIZE-EXIT.
051203     EXIT.
051206 
051209*****************************************************************
051212* 1100-HASH-TRAN-RECORD - FIRST PASS OVER THE TRANSACTION FILE
051215* FOR THE INTERFACE REGISTRY: COUNT THE TRANSACTIONS AND ADD THE
051218* HASH OF EACH WHOLE RECORD IMAGE (HASH-INTERFACE-RECORD) INTO
051221* THE FILE HASH, SO A CORRECTED RESUBMISSION -- ANY FIELD FIXED
051222* -- IS NOT REFUSED AS THE FILE IT REPLACES. NOTHING IS EDITED
051223* OR APPLIED ON THIS PASS.
051224*****************************************************************
051227 1100-HASH-TRAN-RECORD.
051230     READ EMPTRAN-FILE
051233         AT END
051236             MOVE 'Y' TO WS-TRAN-EOF-SW
051239             GO TO 1100-HASH-TRAN-RECORD-EXIT
051242     END-READ.
051245     ADD 1 TO WS-EMPTRAN-COUNT.
051248     MOVE EMPTRAN-RECORD TO WS-IF-HASH-IMAGE.
051251     MOVE 80 TO WS-IF-HASH-LENGTH.
051254     PERFORM HASH-INTERFACE-RECORD
051257         THRU HASH-INTERFACE-RECORD-EXIT.
051260     ADD WS-IF-HASH-RECORD TO WS-EMPTRAN-HASH.
051281 1100-HASH-TRAN-RECORD-EXIT.
051300     EXIT.
051400 
051500*****************************************************************
052700     ADD 1 TO WS-TRAN-READ-COUNT.
052800     IF WS-TRAN-READ-COUNT <= WS-SKIP-TO-SEQ
052900         ADD 1 TO WS-RESTART-SKIP-COUNT
052910         PERFORM 2060-RESTORE-SKIPPED-HOLD
052920             THRU 2060-RESTORE-SKIPPED-HOLD-EXIT
053000         GO TO 2000-PROCESS-TRAN-EXIT
053100     END-IF.
053200     PERFORM 2050-APPLY-ONE-TRAN
053300         THRU 2050-APPLY-ONE-TRAN-EXIT.
053400 2000-PROCESS-TRAN-EXIT.
053401     EXIT.
053402 
053403*****************************************************************
053404* 1400-RELEASE-PENDING - READ ONE ITEM FROM THE CURRENT PENDING
053405* GENERATION AND DISPOSE OF IT BY THE APPROVER'S DECISION. A
053406* WAITING ITEM CARRIES TO TONIGHT'S GENERATION UNCHANGED; A
053407* DECLINED ITEM DROPS WITH A WARNING AUDIT EVENT; A RELEASED
053408* ITEM RUNS THROUGH THE SAME EDIT/APPLY PATH AS A FRESH
053409* TRANSACTION, RE-EDITED AGAINST TONIGHT'S EMP ROW -- ONE THAT
053410* NO LONGER PASSES REJECTS AND SUSPENDS LIKE ANY OTHER, AND
053411* COMES BACK THROUGH THE QUEUE WHEN IT RECYCLES. RELEASED ITEMS
053412* TAKE THEIR PLACE IN THE CHECKPOINT/RESTART SEQUENCE AHEAD OF
053413* SUSPENSE; ONE A FAILED RUN ALREADY APPLIED IS SKIPPED AND NOT
053414* CARRIED.
053415*****************************************************************
053416 1400-RELEASE-PENDING.
053417     READ EMPPENDI-FILE
053418         AT END
053419             MOVE 'Y' TO WS-PEND-EOF-SW
053420             GO TO 1400-RELEASE-PENDING-EXIT
053421     END-READ.
053422     MOVE EMPPEND-RECORD TO WS-PEND-OUT.
053423     IF AP-DECLINED
053424         ADD 1 TO WS-DECLINED-COUNT
053425         DISPLAY 'EMPBATCH - PENDING ' AP-PEND-ID ' FOR EMP '
053426                 AP-TI-EMPL-ID ' DECLINED BY ' AP-DECIDED-USER
053427         MOVE 'RELEASE PENDING'   TO AL-OPERATION
053428         MOVE ZERO                TO AL-SQLCODE
053429         MOVE 'APPROVAL DECLINED' TO AL-MESSAGE
053430         MOVE 'W' TO AL-SEVERITY
053431         PERFORM WRITE-AUDIT-LOG
053432             THRU WRITE-AUDIT-LOG-EXIT
053433         MOVE 'DECLINED' TO WS-QUEUE-STATUS
053434         PERFORM 7700-PRINT-QUEUE-LINE
053435             THRU 7700-PRINT-QUEUE-LINE-EXIT
053436         GO TO 1400-RELEASE-PENDING-EXIT
053437     END-IF.
053438     IF NOT AP-RELEASED
053439         ADD 1 TO WS-WAITING-COUNT
053440         WRITE EMPPENDO-RECORD FROM WS-PEND-OUT
053441         IF WS-PENDO-STATUS NOT = '00'
053442             PERFORM 7650-PENDO-WRITE-FAILED
053443                 THRU 7650-PENDO-WRITE-FAILED-EXIT
053444             GO TO 1400-RELEASE-PENDING-EXIT
053445         END-IF
053446         MOVE 'WAITING' TO WS-QUEUE-STATUS
053447         PERFORM 7700-PRINT-QUEUE-LINE
053448             THRU 7700-PRINT-QUEUE-LINE-EXIT
053449         GO TO 1400-RELEASE-PENDING-EXIT
053450     END-IF.
053451     ADD 1 TO WS-TRAN-READ-COUNT.
053452     IF WS-TRAN-READ-COUNT <= WS-SKIP-TO-SEQ
053453         ADD 1 TO WS-RESTART-SKIP-COUNT
053454         GO TO 1400-RELEASE-PENDING-EXIT
053455     END-IF.
053456     MOVE AP-TRAN-IMAGE TO EMPTRAN-RECORD.
053457     PERFORM 2050-APPLY-ONE-TRAN
053458         THRU 2050-APPLY-ONE-TRAN-EXIT.
053459     MOVE 'RELEASED' TO WS-QUEUE-STATUS.
053460     PERFORM 7700-PRINT-QUEUE-LINE
053461         THRU 7700-PRINT-QUEUE-LINE-EXIT.
053462 1400-RELEASE-PENDING-EXIT.
053500     EXIT.
053600 
053700*****************************************************************
057600* IN FROM SUSPENSE), PRINT ITS DISPOSITION LINE, AND CHECKPOINT
057700* ON THE INTERVAL. A TRANSACTION REJECTED BY THE EDITS NEVER
057800* TOUCHES THE EMP TABLE; A SQL FAILURE WHILE APPLYING ONE STOPS
057900* THE RUN THROUGH THE SHARED SQL-ERROR-CHECK ABEND SWITCH. A
057910* POSTED LEAVE-TAKEN ('U') TRANSACTION CHECKPOINTS AT ONCE: THE
057920* LVBAL REWRITE IS NOT UNDER THE DB2 UNIT OF WORK, SO THE
057930* RESTART POSITION MUST COVER IT BEFORE ANYTHING ELSE RUNS, OR
057940* A RESTART WOULD DEDUCT THE HOURS A SECOND TIME.
058000*****************************************************************
058100 2050-APPLY-ONE-TRAN.
058200     PERFORM 2100-EDIT-TRAN
058300         THRU 2100-EDIT-TRAN-EXIT.
058400     MOVE 'N' TO WS-TRAN-HELD-SW.
058410     IF WS-TRAN-OK AND NOT WS-RELEASE-PHASE
058420         PERFORM 2800-CHECK-NEEDS-APPROVAL
058430             THRU 2800-CHECK-NEEDS-APPROVAL-EXIT
058440         IF WS-NEEDS-APPROVAL
058450             PERFORM 7600-HOLD-FOR-APPROVAL
058460                 THRU 7600-HOLD-FOR-APPROVAL-EXIT
058470         END-IF
058480     END-IF.
058482     IF WS-ABEND-REQUESTED
058484         GO TO 2050-APPLY-ONE-TRAN-EXIT
058486     END-IF.
058490     IF WS-TRAN-OK AND NOT WS-TRAN-HELD
058500         EVALUATE TRUE
058600             WHEN TR-ACTION-INSERT
058700                 PERFORM 3000-APPLY-INSERT
059800             WHEN TR-ACTION-RETURN
059900                 PERFORM 5700-APPLY-RETURN
060000                     THRU 5700-APPLY-RETURN-EXIT
060010             WHEN TR-ACTION-ELECT
060020                 PERFORM 5800-APPLY-ELECTION
060030                     THRU 5800-APPLY-ELECTION-EXIT
060047             WHEN TR-ACTION-LEAVE-USED
060064                 PERFORM 5900-APPLY-LEAVE-USED
060081                     THRU 5900-APPLY-LEAVE-USED-EXIT
060085             WHEN TR-ACTION-SUPERVISOR
060089                 PERFORM 5950-APPLY-SUPERVISOR
060093                     THRU 5950-APPLY-SUPERVISOR-EXIT
060100         END-EVALUATE
060200     END-IF.
060300     IF WS-ABEND-REQUESTED
060400         GO TO 2050-APPLY-ONE-TRAN-EXIT
060500     END-IF.
060510     IF WS-HC-OVER AND WS-TRAN-OK AND NOT WS-TRAN-HELD
060520         PERFORM 2860-REPORT-OVER-AUTH
060530             THRU 2860-REPORT-OVER-AUTH-EXIT
060540     END-IF.
060600     PERFORM 7000-PRINT-TRAN-LINE
060700         THRU 7000-PRINT-TRAN-LINE-EXIT.
060710     IF WS-PAYOUT-LINE-DUE
060720         PERFORM 7100-PRINT-PAYOUT-LINE
060730             THRU 7100-PRINT-PAYOUT-LINE-EXIT
060740     END-IF.
060800     ADD 1 TO WS-CKPT-COUNTER.
060900     IF WS-CKPT-COUNTER >= WS-CKPT-INTERVAL
060910             OR (TR-ACTION-LEAVE-USED AND WS-TRAN-OK
060920                 AND NOT WS-TRAN-HELD)
061000         PERFORM 6500-CHECKPOINT
061100             THRU 6500-CHECKPOINT-EXIT
061200     END-IF.
061300 2050-APPLY-ONE-TRAN-EXIT.
061303     EXIT.
061306 
061309*****************************************************************
061312* 2060-RESTORE-SKIPPED-HOLD - A RESTART SKIPS THE NEW-FILE
061315* TRANSACTIONS THE FAILED RUN ALREADY COMMITTED, BUT THE PENDING
061318* STAGING OUTPUT IS REWRITTEN FROM THE TOP, SO A SKIPPED CHANGE
061321* THE FAILED RUN HELD FOR APPROVAL WOULD FALL OUT OF THE QUEUE.
061324* RE-EDIT A SKIPPED DEPARTMENT/GRADE CHANGE AND HOLD IT AGAIN IF
061327* IT STILL NEEDS APPROVAL -- ONE THAT WAS APPLIED BEFORE THE
061330* CHANGE CAME UNDER DUAL CONTROL NO LONGER DIFFERS FROM EMP AND
061333* IS LEFT ALONE.
061336*****************************************************************
061339 2060-RESTORE-SKIPPED-HOLD.
061342     IF NOT TR-ACTION-CHANGE
061345         GO TO 2060-RESTORE-SKIPPED-HOLD-EXIT
061348     END-IF.
061351     IF TR-EMPL-DEPT = SPACES AND TR-PAY-GRADE = SPACES
061354         GO TO 2060-RESTORE-SKIPPED-HOLD-EXIT
061357     END-IF.
061360     PERFORM 2100-EDIT-TRAN
061363         THRU 2100-EDIT-TRAN-EXIT.
061366     IF NOT WS-TRAN-OK
061369         GO TO 2060-RESTORE-SKIPPED-HOLD-EXIT
061372     END-IF.
061375     PERFORM 2800-CHECK-NEEDS-APPROVAL
061378         THRU 2800-CHECK-NEEDS-APPROVAL-EXIT.
061381     IF WS-NEEDS-APPROVAL
061384         PERFORM 7600-HOLD-FOR-APPROVAL
061387             THRU 7600-HOLD-FOR-APPROVAL-EXIT
061390     END-IF.
061393 2060-RESTORE-SKIPPED-HOLD-EXIT.
061400     EXIT.
061500 
061600*****************************************************************
062300* INSERT, UNKNOWN ID ON CHANGE/TERMINATE, PAY GRADE ON THE
062400* PAYGRD REFERENCE TABLE (INSERT AND NON-BLANK CHANGE ONLY),
062500* AND DEPARTMENT ON THE DEPTREF REFERENCE FILE (INSERT AND
062600* NON-BLANK CHANGE ONLY), AND EFFECTIVE DATE FORMAT (ANY ACTION,
062610* BLANK MEANS TONIGHT), AND THE DEDUCTION CODE AND AMOUNT (ELECT
062655* ONLY, SEE 2750-EDIT-ELECTION), AND THE SUPERVISOR (SUPERVISOR
062677* ONLY, SEE 2770-EDIT-SUPERVISOR), AND THE SEPARATION REASON
062679* (TERMINATE ONLY, BLANK MEANS NOT GIVEN), AND LAST THE
062684* DEPARTMENT'S AUTHORIZED HEADCOUNT (INSERT AND DEPARTMENT
062691* TRANSFER ONLY, SEE 2850-CHECK-HEADCOUNT; AN INSERT OF STATUS
062695* 'T' HOLDS NO POSITION AND IS NOT COUNTED, AS IN EMPMAINT).
062700*****************************************************************
062800 2100-EDIT-TRAN.
062900     MOVE 'N'    TO WS-TRAN-OK-SW.
062910     MOVE 'N'    TO WS-HC-OVER-SW.
063000     MOVE SPACES TO WS-REJECT-REASON.
063100     MOVE SPACES TO WS-REJECT-TEXT.
063200     IF NOT TR-ACTION-INSERT AND NOT TR-ACTION-CHANGE
063300             AND NOT TR-ACTION-DELETE AND NOT TR-ACTION-LEAVE
063400             AND NOT TR-ACTION-RETURN AND NOT TR-ACTION-ELECT
063410             AND NOT TR-ACTION-LEAVE-USED
063455             AND NOT TR-ACTION-SUPERVISOR
063500         MOVE '01' TO WS-REJECT-REASON
063600         MOVE 'INVALID ACTION' TO WS-REJECT-TEXT
063700         GO TO 2100-EDIT-TRAN-EXIT
064000         MOVE '02' TO WS-REJECT-REASON
064100         MOVE 'EMPL ID NOT NUMERIC' TO WS-REJECT-TEXT
064200         GO TO 2100-EDIT-TRAN-EXIT
064209     END-IF.
064218     IF TR-EFFECTIVE-DATE NOT = SPACES
064227         MOVE TR-EFFECTIVE-DATE TO WS-EDIT-DATE
064236         PERFORM 2710-EDIT-ONE-DATE
064245             THRU 2710-EDIT-ONE-DATE-EXIT
064254         IF NOT WS-EDIT-DATE-OK
064263             MOVE '12' TO WS-REJECT-REASON
064272             MOVE 'BAD EFFECTIVE DATE' TO WS-REJECT-TEXT
064281             GO TO 2100-EDIT-TRAN-EXIT
064290         END-IF
064300     END-IF.
064400     IF TR-ACTION-INSERT
064500             OR (TR-ACTION-CHANGE AND TR-EMPL-NAME NOT = SPACES)
069100             GO TO 2100-EDIT-TRAN-EXIT
069200         END-IF
069300     END-IF.
069303     IF TR-ACTION-ELECT
069306         PERFORM 2750-EDIT-ELECTION
069309             THRU 2750-EDIT-ELECTION-EXIT
069312         IF WS-REJECT-REASON NOT = SPACES
069315             GO TO 2100-EDIT-TRAN-EXIT
069318         END-IF
069321     END-IF.
069324     IF TR-ACTION-LEAVE-USED
069327         PERFORM 2760-EDIT-LEAVE-USED
069330             THRU 2760-EDIT-LEAVE-USED-EXIT
069333         IF WS-REJECT-REASON NOT = SPACES
069336             GO TO 2100-EDIT-TRAN-EXIT
069339         END-IF
069342     END-IF.
069345     IF TR-ACTION-SUPERVISOR
069348         PERFORM 2770-EDIT-SUPERVISOR
069351             THRU 2770-EDIT-SUPERVISOR-EXIT
069354         IF WS-ABEND-REQUESTED
069357             GO TO 2100-EDIT-TRAN-EXIT
069360         END-IF
069363         IF WS-REJECT-REASON NOT = SPACES
069366             GO TO 2100-EDIT-TRAN-EXIT
069369         END-IF
069372     END-IF.
069375     IF TR-ACTION-DELETE AND NOT TR-SEP-REASON-VALID
069378         MOVE '21' TO WS-REJECT-REASON
069381         MOVE 'BAD SEPARATION REASON' TO WS-REJECT-TEXT
069384         GO TO 2100-EDIT-TRAN-EXIT
069387     END-IF.
069400     PERFORM 2500-CHECK-EMP-EXISTS
069500         THRU 2500-CHECK-EMP-EXISTS-EXIT.
069600     IF WS-ABEND-REQUESTED
070200         GO TO 2100-EDIT-TRAN-EXIT
070300     END-IF.
070400     IF (TR-ACTION-CHANGE OR TR-ACTION-DELETE
070500             OR TR-ACTION-LEAVE OR TR-ACTION-RETURN
070510             OR TR-ACTION-ELECT OR TR-ACTION-LEAVE-USED
070555             OR TR-ACTION-SUPERVISOR)
070600             AND NOT WS-EMP-EXISTS
070700         MOVE '06' TO WS-REJECT-REASON
070800         MOVE 'UNKNOWN EMPLOYEE ID' TO WS-REJECT-TEXT
071700         MOVE '10' TO WS-REJECT-REASON
071800         MOVE 'EMP NOT ON LEAVE' TO WS-REJECT-TEXT
071900         GO TO 2100-EDIT-TRAN-EXIT
071903     END-IF.
071906     IF TR-ACTION-ELECT AND EMP-STATUS = 'T'
071909             AND TR-DED-AMOUNT NOT = ZERO
071912         MOVE '09' TO WS-REJECT-REASON
071915         MOVE 'EMP NOT ACTIVE' TO WS-REJECT-TEXT
071918         GO TO 2100-EDIT-TRAN-EXIT
071921     END-IF.
071924     IF TR-ACTION-LEAVE-USED AND EMP-STATUS = 'T'
071927         MOVE '09' TO WS-REJECT-REASON
071930         MOVE 'EMP NOT ACTIVE' TO WS-REJECT-TEXT
071933         GO TO 2100-EDIT-TRAN-EXIT
071936     END-IF.
071939     IF TR-ACTION-SUPERVISOR AND EMP-STATUS = 'T'
071942             AND TR-SUPV-ID NOT = ZERO
071945         MOVE '09' TO WS-REJECT-REASON
071948         MOVE 'EMP NOT ACTIVE' TO WS-REJECT-TEXT
071951         GO TO 2100-EDIT-TRAN-EXIT
071954     END-IF.
071957     IF (TR-ACTION-INSERT AND TR-EMPL-STATUS NOT = 'T')
071960             OR (TR-ACTION-CHANGE AND TR-EMPL-DEPT NOT = SPACES
071963                 AND TR-EMPL-DEPT NOT = EMP-DEPT
071966                 AND EMP-STATUS NOT = 'T')
071969         PERFORM 2850-CHECK-HEADCOUNT
071972             THRU 2850-CHECK-HEADCOUNT-EXIT
071975         IF WS-ABEND-REQUESTED
071978             GO TO 2100-EDIT-TRAN-EXIT
071981         END-IF
071984         IF WS-HC-OVER AND WS-PL-HARD-CAP
071987             MOVE '20' TO WS-REJECT-REASON
071990             MOVE 'OVER HEADCOUNT CAP' TO WS-REJECT-TEXT
071993             GO TO 2100-EDIT-TRAN-EXIT
071996         END-IF
072000     END-IF.
072100     MOVE 'Y' TO WS-TRAN-OK-SW.
072200 2100-EDIT-TRAN-EXIT.
086800     EXIT.
086900 
087000*****************************************************************
087001* 2750-EDIT-ELECTION - VALIDATE A DEDUCTION ELECTION: THE CODE
087002* MUST BE ON THE DEDREF REFERENCE TABLE (REASON 13), AND THE
087003* AMOUNT MUST BE NUMERIC AND, FOR A PERCENT-OF-GROSS DEDUCTION,
087004* NO MORE THAN 100.00 (REASON 14). A ZERO AMOUNT IS A STOP AND
087005* PASSES. THE LOOKUP LEAVES THE METHOD IN WS-DK-METHOD.
087006*****************************************************************
087007 2750-EDIT-ELECTION.
087008     MOVE TR-DED-CODE TO WS-DK-CODE.
087009     PERFORM LOOK-UP-DED
087010         THRU LOOK-UP-DED-EXIT.
087011     IF NOT WS-DEDREF-FOUND
087012         MOVE '13' TO WS-REJECT-REASON
087013         MOVE 'UNKNOWN DEDUCTION CODE' TO WS-REJECT-TEXT
087014         GO TO 2750-EDIT-ELECTION-EXIT
087015     END-IF.
087016     IF TR-DED-AMOUNT NOT NUMERIC
087017         MOVE '14' TO WS-REJECT-REASON
087018         MOVE 'BAD DEDUCTION AMOUNT' TO WS-REJECT-TEXT
087019         GO TO 2750-EDIT-ELECTION-EXIT
087020     END-IF.
087021     IF WS-DK-METHOD-PERCENT AND TR-DED-AMOUNT > 100
087022         MOVE '14' TO WS-REJECT-REASON
087023         MOVE 'BAD DEDUCTION AMOUNT' TO WS-REJECT-TEXT
087024     END-IF.
087025 2750-EDIT-ELECTION-EXIT.
087026     EXIT.
087027 
087028*****************************************************************
087029* 2760-EDIT-LEAVE-USED - VALIDATE A LEAVE-TAKEN TRANSACTION: THE
087030* LEAVE TYPE MUST BE 'V' (VACATION) OR 'S' (SICK) (REASON 15),
087031* AND THE HOURS MUST BE NUMERIC AND NOT ZERO (REASON 16).
087032*****************************************************************
087033 2760-EDIT-LEAVE-USED.
087034     IF NOT TR-LU-VACATION AND NOT TR-LU-SICK
087035         MOVE '15' TO WS-REJECT-REASON
087036         MOVE 'BAD LEAVE TYPE' TO WS-REJECT-TEXT
087037         GO TO 2760-EDIT-LEAVE-USED-EXIT
087038     END-IF.
087039     IF TR-LU-HOURS NOT NUMERIC
087040         MOVE '16' TO WS-REJECT-REASON
087041         MOVE 'BAD LEAVE HOURS' TO WS-REJECT-TEXT
087042         GO TO 2760-EDIT-LEAVE-USED-EXIT
087043     END-IF.
087044     IF TR-LU-HOURS = ZERO
087045         MOVE '16' TO WS-REJECT-REASON
087046         MOVE 'BAD LEAVE HOURS' TO WS-REJECT-TEXT
087047     END-IF.
087048 2760-EDIT-LEAVE-USED-EXIT.
087049     EXIT.
087050 
087051*****************************************************************
087052* 2770-EDIT-SUPERVISOR - VALIDATE A SUPERVISOR TRANSACTION. THE
087053* SUPERVISOR ID MUST BE NUMERIC AND NOT THE EMPLOYEE'S OWN ID
087054* (REASON 17); A ZERO ID IS A REMOVAL AND PASSES. ANY OTHER ID
087055* MUST BE AN ACTIVE EMPLOYEE ON THE EMPMAST MASTER (REASON 18),
087056* AND CLIMBING SUPVREL FROM THE SUPERVISOR UPWARD MUST REACH THE
087057* TOP OF THE TREE WITHOUT MEETING THE EMPLOYEE (REASON 19) --
087058* OTHERWISE THE EMPLOYEE WOULD END UP REPORTING TO THEMSELF. AN
087059* EMPMAST OR SUPVREL READ FAILURE FAILS THE STEP.
087060*****************************************************************
087061 2770-EDIT-SUPERVISOR.
087062     IF TR-SUPV-ID NOT NUMERIC OR TR-SUPV-ID = TR-EMPL-ID
087063         MOVE '17' TO WS-REJECT-REASON
087064         MOVE 'BAD SUPERVISOR ID' TO WS-REJECT-TEXT
087065         GO TO 2770-EDIT-SUPERVISOR-EXIT
087066     END-IF.
087067     IF TR-SUPV-ID = ZERO
087068         GO TO 2770-EDIT-SUPERVISOR-EXIT
087069     END-IF.
087070     MOVE TR-SUPV-ID TO EM-EMPL-ID.
087071     READ EMPMAST-FILE.
087072     IF WS-EMPMAST-STATUS = '23'
087073         MOVE '18' TO WS-REJECT-REASON
087074         MOVE 'SUPERVISOR NOT ACTIVE' TO WS-REJECT-TEXT
087075         GO TO 2770-EDIT-SUPERVISOR-EXIT
087076     END-IF.
087077     IF WS-EMPMAST-STATUS NOT = '00'
087078         DISPLAY 'EMPBATCH - EMPMAST READ FOR SUPERVISOR '
087079                 TR-SUPV-ID ' FAILED, STATUS '
087080                 WS-EMPMAST-STATUS ', ABENDING'
087081         MOVE 'READ EMPMAST'      TO AL-OPERATION
087082         MOVE 'EMPMAST I/O FAILED' TO AL-MESSAGE
087083         PERFORM 2790-SUPV-IO-FAILED
087084             THRU 2790-SUPV-IO-FAILED-EXIT
087085         GO TO 2770-EDIT-SUPERVISOR-EXIT
087086     END-IF.
087087     IF EM-EMPL-STATUS NOT = 'A'
087088         MOVE '18' TO WS-REJECT-REASON
087089         MOVE 'SUPERVISOR NOT ACTIVE' TO WS-REJECT-TEXT
087090         GO TO 2770-EDIT-SUPERVISOR-EXIT
087091     END-IF.
087092     MOVE TR-SUPV-ID TO WS-SV-CHAIN-ID.
087093     MOVE ZERO       TO WS-SV-CHAIN-DEPTH.
087094     MOVE 'N'        TO WS-SV-CHAIN-END-SW.
087095     PERFORM 2780-CLIMB-ONE-LEVEL
087096         THRU 2780-CLIMB-ONE-LEVEL-EXIT
087097         UNTIL WS-SV-CHAIN-END.
087098 2770-EDIT-SUPERVISOR-EXIT.
087099     EXIT.
087100 
087101*****************************************************************
087102* 2780-CLIMB-ONE-LEVEL - READ THE SUPVREL RECORD FOR THE
087103* EMPLOYEE IN WS-SV-CHAIN-ID AND STEP UP TO THEIR SUPERVISOR. NO
087104* RECORD IS THE TOP OF THE TREE AND ENDS THE CLIMB CLEAN;
087105* MEETING THE TRANSACTION'S EMPLOYEE, OR A CHAIN DEEPER THAN
087106* WS-SV-MAX-DEPTH, IS A REPORTING LOOP.
087107*****************************************************************
087108 2780-CLIMB-ONE-LEVEL.
087109     MOVE WS-SV-CHAIN-ID TO SV-EMPL-ID.
087110     READ SUPVREL-FILE.
087111     IF WS-SUPVREL-STATUS = '23'
087112         MOVE 'Y' TO WS-SV-CHAIN-END-SW
087113         GO TO 2780-CLIMB-ONE-LEVEL-EXIT
087114     END-IF.
087115     IF WS-SUPVREL-STATUS NOT = '00'
087116         DISPLAY 'EMPBATCH - SUPVREL READ FOR EMP '
087117                 WS-SV-CHAIN-ID ' FAILED, STATUS '
087118                 WS-SUPVREL-STATUS ', ABENDING'
087119         MOVE 'READ SUPVREL'      TO AL-OPERATION
087120         MOVE 'SUPVREL I/O FAILED' TO AL-MESSAGE
087121         PERFORM 2790-SUPV-IO-FAILED
087122             THRU 2790-SUPV-IO-FAILED-EXIT
087123         MOVE 'Y' TO WS-SV-CHAIN-END-SW
087124         GO TO 2780-CLIMB-ONE-LEVEL-EXIT
087125     END-IF.
087126     ADD 1 TO WS-SV-CHAIN-DEPTH.
087127     IF SV-SUPV-ID = TR-EMPL-ID
087128             OR WS-SV-CHAIN-DEPTH > WS-SV-MAX-DEPTH
087129         MOVE '19' TO WS-REJECT-REASON
087130         MOVE 'REPORTING LOOP' TO WS-REJECT-TEXT
087131         MOVE 'Y' TO WS-SV-CHAIN-END-SW
087132         GO TO 2780-CLIMB-ONE-LEVEL-EXIT
087133     END-IF.
087134     MOVE SV-SUPV-ID TO WS-SV-CHAIN-ID.
087135 2780-CLIMB-ONE-LEVEL-EXIT.
087136     EXIT.
087137 
087138*****************************************************************
087139* 2790-SUPV-IO-FAILED - A READ OF EMPMAST OR SUPVREL DURING THE
087140* SUPERVISOR EDIT FAILED. THE CALLER HAS SET AL-OPERATION AND
087141* AL-MESSAGE; WRITE THE SEVERE EVENT AND FAIL THE STEP.
087142*****************************************************************
087143 2790-SUPV-IO-FAILED.
087144     MOVE ZERO TO AL-SQLCODE.
087145     MOVE 'S'  TO AL-SEVERITY.
087146     PERFORM WRITE-AUDIT-LOG
087147         THRU WRITE-AUDIT-LOG-EXIT.
087148     MOVE 16  TO RETURN-CODE.
087149     MOVE 'Y' TO WS-ABEND-SW.
087150 2790-SUPV-IO-FAILED-EXIT.
087151     EXIT.
087152 
087153*****************************************************************
087154* 2800-CHECK-NEEDS-APPROVAL - A 'C' TRANSACTION THAT WOULD MOVE
087155* THE EMPLOYEE TO A DIFFERENT DEPARTMENT OR PAY GRADE NEEDS A
087156* SECOND USER'S RELEASE BEFORE IT APPLIES. 2500-CHECK-EMP-EXISTS
087157* LEFT THE CURRENT ROW IN THE DCLEMP HOST STRUCTURE; A BLANK
087158* FIELD, OR ONE THAT ONLY REPEATS THE CURRENT VALUE, MOVES
087159* NOTHING. NAME-ONLY CORRECTIONS APPLY AS BEFORE.
087160*****************************************************************
087161 2800-CHECK-NEEDS-APPROVAL.
087162     MOVE 'N' TO WS-NEEDS-APPROVAL-SW.
087163     IF NOT TR-ACTION-CHANGE
087164         GO TO 2800-CHECK-NEEDS-APPROVAL-EXIT
087165     END-IF.
087166     IF TR-EMPL-DEPT NOT = SPACES AND TR-EMPL-DEPT NOT = EMP-DEPT
087167         MOVE 'Y' TO WS-NEEDS-APPROVAL-SW
087168     END-IF.
087169     IF TR-PAY-GRADE NOT = SPACES
087170             AND TR-PAY-GRADE NOT = EMP-PAY-GRADE
087171         MOVE 'Y' TO WS-NEEDS-APPROVAL-SW
087172     END-IF.
087173 2800-CHECK-NEEDS-APPROVAL-EXIT.
087174     EXIT.
087175 
087176*****************************************************************
087177* 2850-CHECK-HEADCOUNT - POSITION CONTROL FOR AN INSERT OR A
087178* DEPARTMENT TRANSFER. LOOKS UP THE AUTHORIZATION ON POSAUTH IN
087179* EFFECT FOR THE RECEIVING DEPARTMENT ON THE TRANSACTION'S
087180* EFFECTIVE DATE (BLANK MEANS TONIGHT) AND COUNTS THE
087181* DEPARTMENT'S NON-TERMINATED EMPLOYEES ON EMP -- ACTIVE AND ON
087182* LEAVE BOTH HOLD A POSITION. ONE MORE THAN THAT OVER THE
087183* AUTHORIZATION SETS WS-HC-OVER; 2100-EDIT-TRAN REJECTS IT WHEN
087184* THE DEPARTMENT IS HARD-CAPPED. A SOFT CAP IS LET THROUGH, AND
087185* 2860-REPORT-OVER-AUTH COUNTS AND WARNS ONLY ONCE THE
087186* TRANSACTION IS ACTUALLY APPLIED -- NOT WHEN IT IS REJECTED BY
087187* A LATER EDIT OR HELD FOR APPROVAL. A DEPARTMENT WITH NO
087188* AUTHORIZATION IN EFFECT IS NOT UNDER POSITION CONTROL AND IS
087189* NOT COUNTED.
087190*****************************************************************
087191 2850-CHECK-HEADCOUNT.
087192     MOVE 'N' TO WS-HC-OVER-SW.
087193     MOVE TR-EMPL-DEPT TO WS-PL-DEPT.
087194     IF TR-EFFECTIVE-DATE NOT = SPACES
087195         MOVE TR-EFFECTIVE-DATE TO WS-PL-DATE
087196     ELSE
087197         MOVE WS-HIRE-DATE-EDIT TO WS-PL-DATE
087198     END-IF.
087199     PERFORM LOOK-UP-POSAUTH
087200         THRU LOOK-UP-POSAUTH-EXIT.
087201     IF NOT WS-POSAUTH-FOUND
087202         GO TO 2850-CHECK-HEADCOUNT-EXIT
087203     END-IF.
087204     MOVE TR-EMPL-DEPT TO WS-HC-DEPT.
087205     MOVE ZERO TO WS-HC-FILLED.
087206     MOVE 'COUNT EMP DEPT' TO WS-SQL-OPERATION.
087207     EXEC SQL
087208         SELECT COUNT(*)
087209           INTO :WS-HC-FILLED
087210           FROM EMP
087211          WHERE EMP_DEPT   =  :WS-HC-DEPT
087212            AND EMP_STATUS <> 'T'
087213     END-EXEC.
087214     PERFORM SQL-ERROR-CHECK
087215         THRU SQL-ERROR-CHECK-EXIT.
087216     IF WS-ABEND-REQUESTED
087217         GO TO 2850-CHECK-HEADCOUNT-EXIT
087218     END-IF.
087219     COMPUTE WS-HC-AFTER = WS-HC-FILLED + 1.
087220     IF WS-HC-AFTER NOT > WS-PL-AUTH-COUNT
087221         GO TO 2850-CHECK-HEADCOUNT-EXIT
087222     END-IF.
087223     MOVE 'Y' TO WS-HC-OVER-SW.
087224 2850-CHECK-HEADCOUNT-EXIT.
087225     EXIT.
087226 
087227*****************************************************************
087228* 2860-REPORT-OVER-AUTH - A SOFT-CAPPED TRANSACTION 2850 FOUND
087229* OVER ITS DEPARTMENT'S AUTHORIZATION HAS BEEN APPLIED: COUNT IT
087230* AND LEAVE THE WARNING EVENT ON THE AUDIT LOG SO FINANCE SEES
087231* EVERY OVERRUN.
087232*****************************************************************
087233 2860-REPORT-OVER-AUTH.
087234     ADD 1 TO WS-OVER-AUTH-COUNT.
087235     DISPLAY 'EMPBATCH - EMPL ' TR-EMPL-ID ' TAKES DEPT '
087236             TR-EMPL-DEPT ' TO ' WS-HC-AFTER ' AGAINST '
087237             WS-PL-AUTH-COUNT ' AUTHORIZED'.
087238     MOVE 'HEADCOUNT CHECK'     TO AL-OPERATION.
087239     MOVE ZERO                  TO AL-SQLCODE.
087240     MOVE 'OVER AUTHORIZATION'  TO AL-MESSAGE.
087241     MOVE 'W' TO AL-SEVERITY.
087242     PERFORM WRITE-AUDIT-LOG
087243         THRU WRITE-AUDIT-LOG-EXIT.
087244 2860-REPORT-OVER-AUTH-EXIT.
087245     EXIT.
087246 
087247*****************************************************************
087248* 3000-APPLY-INSERT - INSERT THE NEW HIRE, THE SAME SHAPE AS
087249* EMPMAINT'S 2000-INSERT-EMP. A BLANK TRANSACTION HIRE DATE IS
087300* STAMPED WITH THE RUN DATE, MATCHING EMPMAINT'S BEHAVIOR.
087400*****************************************************************
087500 3000-APPLY-INSERT.
090500             THRU WRITE-AUDIT-LOG-EXIT
090600         MOVE 'I'    TO EH-ACTION
090700         MOVE SPACES TO EH-BEFORE-IMAGE
090750         MOVE TR-SOURCE TO EH-SOURCE
090800         PERFORM 6950-FILL-AFTER-IMAGE
090900             THRU 6950-FILL-AFTER-IMAGE-EXIT
091000         PERFORM WRITE-EMP-HISTORY
098500         PERFORM WRITE-AUDIT-LOG
098600             THRU WRITE-AUDIT-LOG-EXIT
098700         MOVE 'T' TO EH-ACTION
098710         MOVE TR-SEP-REASON TO EH-SEP-REASON
098800         MOVE 'T' TO EMP-STATUS
098900         PERFORM 6950-FILL-AFTER-IMAGE
099000             THRU 6950-FILL-AFTER-IMAGE-EXIT
099100         PERFORM WRITE-EMP-HISTORY
099200             THRU WRITE-EMP-HISTORY-EXIT
099210         PERFORM 5050-REPORT-LEAVE-PAYOUT
099220             THRU 5050-REPORT-LEAVE-PAYOUT-EXIT
099300     END-IF.
099400 5000-APPLY-TERMINATE-EXIT.
099401     EXIT.
099402 
099403*****************************************************************
099404* 5050-REPORT-LEAVE-PAYOUT - LOOK UP THE TERMINATED EMPLOYEE'S
099405* LVBAL LEAVE BALANCE AND HOLD THE UNUSED VACATION AND SICK
099406* HOURS FOR THE PAYOUT LINE PRINTED UNDER THE TRANSACTION, SO
099407* FINAL PAY CAN INCLUDE THEM. THE BALANCE RECORD IS LEFT ON FILE
099408* AS IT STOOD. AN EMPLOYEE WITH NO BALANCE RECORD HAS NOTHING
099409* TO PAY OUT: THE LINE SAYS NO LEAVE BALANCE, SO THE CLERK SEES
099410* IT WAS LOOKED FOR, AND A WARNING AUDIT EVENT IS WRITTEN. ANY
099411* OTHER LVBAL READ FAILURE FAILS THE STEP -- A BALANCE THAT
099412* CANNOT BE READ MUST NOT PASS FOR NONE.
099413*****************************************************************
099414 5050-REPORT-LEAVE-PAYOUT.
099415     MOVE TR-EMPL-ID TO LB-EMPL-ID.
099416     READ LVBAL-FILE.
099417     IF WS-LVBAL-STATUS = '23'
099418         GO TO 5060-NO-LEAVE-BALANCE
099419     END-IF.
099420     IF WS-LVBAL-STATUS NOT = '00'
099421         GO TO 5070-PAYOUT-READ-FAILED
099422     END-IF.
099423     MOVE 'Y'             TO WS-PAYOUT-SW.
099424     MOVE LB-VAC-BALANCE  TO WS-PAYOUT-VAC.
099425     MOVE LB-SICK-BALANCE TO WS-PAYOUT-SICK.
099426     ADD 1 TO WS-PAYOUT-COUNT.
099427     MOVE LB-VAC-BALANCE  TO WS-PAYOUT-VAC-EDIT.
099428     MOVE LB-SICK-BALANCE TO WS-PAYOUT-SICK-EDIT.
099429     DISPLAY 'EMP ' TR-EMPL-ID ' UNUSED LEAVE VAC '
099430             WS-PAYOUT-VAC-EDIT ' SICK ' WS-PAYOUT-SICK-EDIT.
099431     MOVE 'LEAVE PAYOUT'  TO AL-OPERATION.
099432     MOVE ZERO            TO AL-SQLCODE.
099433     MOVE 'VAC '          TO WS-LM-TYPE.
099434     MOVE LB-VAC-BALANCE  TO WS-LM-HOURS.
099435     MOVE WS-LEAVE-MSG    TO AL-MESSAGE.
099436     PERFORM WRITE-AUDIT-LOG
099437         THRU WRITE-AUDIT-LOG-EXIT.
099438     MOVE 'LEAVE PAYOUT'  TO AL-OPERATION.
099439     MOVE ZERO            TO AL-SQLCODE.
099440     MOVE 'SICK '         TO WS-LM-TYPE.
099441     MOVE LB-SICK-BALANCE TO WS-LM-HOURS.
099442     MOVE WS-LEAVE-MSG    TO AL-MESSAGE.
099443     PERFORM WRITE-AUDIT-LOG
099444         THRU WRITE-AUDIT-LOG-EXIT.
099445     GO TO 5050-REPORT-LEAVE-PAYOUT-EXIT.
099446 5060-NO-LEAVE-BALANCE.
099447     MOVE 'X' TO WS-PAYOUT-SW.
099448     DISPLAY 'EMP ' TR-EMPL-ID ' HAS NO LVBAL LEAVE BALANCE, '
099449             'NOTHING FOR FINAL PAY'.
099450     MOVE 'LEAVE PAYOUT'      TO AL-OPERATION.
099451     MOVE ZERO                TO AL-SQLCODE.
099452     MOVE 'NO LEAVE BALANCE'  TO AL-MESSAGE.
099453     MOVE 'W' TO AL-SEVERITY.
099454     PERFORM WRITE-AUDIT-LOG
099455         THRU WRITE-AUDIT-LOG-EXIT.
099456     GO TO 5050-REPORT-LEAVE-PAYOUT-EXIT.
099457 5070-PAYOUT-READ-FAILED.
099458     DISPLAY 'EMPBATCH - LVBAL READ FOR EMP ' TR-EMPL-ID
099459             ' FAILED, STATUS ' WS-LVBAL-STATUS ', ABENDING'.
099460     MOVE 'READ LVBAL'        TO AL-OPERATION.
099461     MOVE ZERO                TO AL-SQLCODE.
099462     MOVE 'LVBAL I/O FAILED'  TO AL-MESSAGE.
099463     MOVE 'S' TO AL-SEVERITY.
099464     PERFORM WRITE-AUDIT-LOG
099465         THRU WRITE-AUDIT-LOG-EXIT.
099466     MOVE 16 TO RETURN-CODE.
099467     MOVE 'Y' TO WS-ABEND-SW.
099468 5050-REPORT-LEAVE-PAYOUT-EXIT.
099500     EXIT.
099600 
099700*****************************************************************
110600     EXIT.
110700 
110800*****************************************************************
110801* 5800-APPLY-ELECTION - SET OR STOP ONE DEDUCTION ELECTION ON
110802* THE DEDELECT KSDS. A NON-ZERO AMOUNT WRITES THE ELECTION, OR
110803* REPLACES THE ONE ALREADY ON FILE FOR THAT CODE, EFFECTIVE
110804* FROM THE TRANSACTION'S EFFECTIVE DATE (BLANK MEANS TONIGHT);
110805* A ZERO AMOUNT DELETES IT, AND A STOP FOR A CODE THE EMPLOYEE
110806* NEVER ELECTED IS WARNED BUT HARMLESS. NO EMP COLUMN CHANGES,
110807* SO THERE IS NO EMPHIST IMAGE; THE AUDIT EVENT CARRIES THE
110808* CHANGE. A DEDELECT I/O FAILURE FAILS THE STEP -- THE
110809* ELECTION FILE IS WHAT PAYROLL DEDUCTS FROM.
110810*****************************************************************
110811 5800-APPLY-ELECTION.
110812     MOVE TR-EMPL-ID  TO EL-EMPL-ID.
110813     MOVE TR-DED-CODE TO EL-DED-CODE.
110814     MOVE TR-DED-CODE TO WS-EM-CODE.
110815     IF TR-DED-AMOUNT = ZERO
110816         DELETE DEDELECT-FILE RECORD
110817         IF WS-DEDEL-STATUS = '23'
110818             DISPLAY 'EMPBATCH - EMP ' TR-EMPL-ID
110819                     ' HAD NO ' TR-DED-CODE ' ELECTION TO STOP'
110820             MOVE 'STOP DEDUCTION'    TO AL-OPERATION
110821             MOVE ZERO                TO AL-SQLCODE
110822             MOVE 'NO ELECTION ON FILE' TO AL-MESSAGE
110823             MOVE 'W' TO AL-SEVERITY
110824             PERFORM WRITE-AUDIT-LOG
110825                 THRU WRITE-AUDIT-LOG-EXIT
110826             GO TO 5800-APPLY-ELECTION-EXIT
110827         END-IF
110828         IF WS-DEDEL-STATUS NOT = '00'
110829             GO TO 5890-ELECTION-IO-FAILED
110830         END-IF
110831         ADD 1 TO WS-ELECT-STOP-COUNT
110832         DISPLAY 'EMP ' TR-EMPL-ID ' DEDUCTION ' TR-DED-CODE
110833                 ' STOPPED'
110834         MOVE 'STOP DEDUCTION' TO AL-OPERATION
110835         MOVE 'STOPPED'        TO WS-EM-ACTION
110836     ELSE
110837         MOVE TR-DED-AMOUNT    TO EL-AMOUNT
110838         IF TR-EFFECTIVE-DATE = SPACES
110839             MOVE WS-HIRE-DATE-EDIT TO EL-EFF-DATE
110840         ELSE
110841             MOVE TR-EFFECTIVE-DATE TO EL-EFF-DATE
110842         END-IF
110843         MOVE WS-AUTH-USER      TO EL-CHANGED-BY
110844         MOVE WS-HIRE-DATE-EDIT TO EL-CHANGED-DATE
110845         WRITE DEDELECT-RECORD
110846         IF WS-DEDEL-STATUS = '22'
110847             REWRITE DEDELECT-RECORD
110848         END-IF
110849         IF WS-DEDEL-STATUS NOT = '00'
110850             GO TO 5890-ELECTION-IO-FAILED
110851         END-IF
110852         ADD 1 TO WS-ELECT-SET-COUNT
110853         DISPLAY 'EMP ' TR-EMPL-ID ' DEDUCTION ' TR-DED-CODE
110854                 ' SET TO ' TR-DED-AMOUNT
110855         MOVE 'SET DEDUCTION'  TO AL-OPERATION
110856         MOVE 'SET'            TO WS-EM-ACTION
110857     END-IF.
110858     MOVE ZERO          TO AL-SQLCODE.
110859     MOVE WS-ELECT-MSG  TO AL-MESSAGE.
110860     PERFORM WRITE-AUDIT-LOG
110861         THRU WRITE-AUDIT-LOG-EXIT.
110862     GO TO 5800-APPLY-ELECTION-EXIT.
110863 5890-ELECTION-IO-FAILED.
110864     DISPLAY 'EMPBATCH - DEDELECT UPDATE FOR EMP ' TR-EMPL-ID
110865             ' FAILED, STATUS ' WS-DEDEL-STATUS ', ABENDING'.
110866     MOVE 'WRITE DEDELECT'    TO AL-OPERATION.
110867     MOVE ZERO                TO AL-SQLCODE.
110868     MOVE 'DEDELECT I/O FAILED' TO AL-MESSAGE.
110869     MOVE 'S' TO AL-SEVERITY.
110870     PERFORM WRITE-AUDIT-LOG
110871         THRU WRITE-AUDIT-LOG-EXIT.
110872     MOVE 16 TO RETURN-CODE.
110873     MOVE 'Y' TO WS-ABEND-SW.
110874 5800-APPLY-ELECTION-EXIT.
110875     EXIT.
110876 
110877*****************************************************************
110878* 5900-APPLY-LEAVE-USED - POST VACATION OR SICK HOURS TAKEN
110879* AGAINST THE EMPLOYEE'S LVBAL LEAVE BALANCE, DATED BY THE
110880* TRANSACTION'S EFFECTIVE DATE (BLANK MEANS TONIGHT). AN
110881* EMPLOYEE LVACCRUE HAS NOT YET REACHED GETS A NEW RECORD
110882* STARTING FROM ZERO. THE BALANCE MAY GO NEGATIVE -- LVBALRPT
110883* LISTS IT AS AN EXCEPTION -- SO THE USAGE IS NEVER LOST. NO EMP
110884* COLUMN CHANGES, SO THERE IS NO EMPHIST IMAGE; THE AUDIT EVENT
110885* CARRIES THE HOURS. AN LVBAL I/O FAILURE FAILS THE STEP.
110886*****************************************************************
110887 5900-APPLY-LEAVE-USED.
110888     MOVE TR-EMPL-ID TO LB-EMPL-ID.
110889     READ LVBAL-FILE.
110890     IF WS-LVBAL-STATUS = '23'
110891         MOVE SPACES        TO LVBAL-RECORD
110892         MOVE TR-EMPL-ID    TO LB-EMPL-ID
110893         MOVE ZERO          TO LB-VAC-BALANCE
110894         MOVE ZERO          TO LB-SICK-BALANCE
110895         MOVE ZERO          TO LB-VAC-CAP
110896         MOVE ZERO          TO LB-SICK-CAP
110897         MOVE ZERO          TO LB-SERVICE-YEARS
110898     ELSE
110899         IF WS-LVBAL-STATUS NOT = '00'
110900             GO TO 5990-LVBAL-IO-FAILED
110901         END-IF
110902     END-IF.
110903     MOVE EMP-NAME      TO LB-EMPL-NAME.
110904     MOVE EMP-DEPT      TO LB-EMPL-DEPT.
110905     MOVE EMP-PAY-GRADE TO LB-PAY-GRADE.
110906     IF TR-EFFECTIVE-DATE = SPACES
110907         MOVE WS-HIRE-DATE-EDIT TO LB-LAST-USED
110908     ELSE
110909         MOVE TR-EFFECTIVE-DATE TO LB-LAST-USED
110910     END-IF.
110911     IF TR-LU-VACATION
110912         SUBTRACT TR-LU-HOURS FROM LB-VAC-BALANCE
110913         MOVE 'VAC '  TO WS-LM-TYPE
110914     ELSE
110915         SUBTRACT TR-LU-HOURS FROM LB-SICK-BALANCE
110916         MOVE 'SICK ' TO WS-LM-TYPE
110917     END-IF.
110918     MOVE TR-LU-HOURS TO WS-LM-HOURS.
110919     IF WS-LVBAL-STATUS = '23'
110920         WRITE LVBAL-RECORD
110921     ELSE
110922         REWRITE LVBAL-RECORD
110923     END-IF.
110924     IF WS-LVBAL-STATUS NOT = '00'
110925         GO TO 5990-LVBAL-IO-FAILED
110926     END-IF.
110927     ADD 1 TO WS-LEAVE-USED-COUNT.
110928     DISPLAY 'EMP ' TR-EMPL-ID ' LEAVE TAKEN ' WS-LEAVE-MSG.
110929     MOVE 'POST LEAVE USED' TO AL-OPERATION.
110930     MOVE ZERO              TO AL-SQLCODE.
110931     MOVE WS-LEAVE-MSG      TO AL-MESSAGE.
110932     PERFORM WRITE-AUDIT-LOG
110933         THRU WRITE-AUDIT-LOG-EXIT.
110934     GO TO 5900-APPLY-LEAVE-USED-EXIT.
110935 5990-LVBAL-IO-FAILED.
110936     DISPLAY 'EMPBATCH - LVBAL UPDATE FOR EMP ' TR-EMPL-ID
110937             ' FAILED, STATUS ' WS-LVBAL-STATUS ', ABENDING'.
110938     MOVE 'WRITE LVBAL'       TO AL-OPERATION.
110939     MOVE ZERO                TO AL-SQLCODE.
110940     MOVE 'LVBAL I/O FAILED'  TO AL-MESSAGE.
110941     MOVE 'S' TO AL-SEVERITY.
110942     PERFORM WRITE-AUDIT-LOG
110943         THRU WRITE-AUDIT-LOG-EXIT.
110944     MOVE 16 TO RETURN-CODE.
110945     MOVE 'Y' TO WS-ABEND-SW.
110946 5900-APPLY-LEAVE-USED-EXIT.
110947     EXIT.
110948 
110949*****************************************************************
110950* 5950-APPLY-SUPERVISOR - SET OR REMOVE THE EMPLOYEE'S REPORTING
110951* RELATIONSHIP ON THE SUPVREL KSDS. A NON-ZERO SUPERVISOR WRITES
110952* THE RELATIONSHIP, OR REPLACES THE ONE ALREADY ON FILE,
110953* EFFECTIVE FROM THE TRANSACTION'S EFFECTIVE DATE (BLANK MEANS
110954* TONIGHT); A ZERO SUPERVISOR DELETES IT, AND A REMOVAL FOR AN
110955* EMPLOYEE WITH NO SUPERVISOR ON FILE IS WARNED BUT HARMLESS.
110956* THE REMOVAL'S AUDIT EVENT CARRIES THE SUPERVISOR REMOVED. NO
110957* EMP COLUMN CHANGES, SO THERE IS NO EMPHIST IMAGE. A SUPVREL
110958* I/O FAILURE FAILS THE STEP.
110959*****************************************************************
110960 5950-APPLY-SUPERVISOR.
110961     MOVE TR-EMPL-ID TO SV-EMPL-ID.
110962     IF TR-SUPV-ID = ZERO
110963         READ SUPVREL-FILE
110964         IF WS-SUPVREL-STATUS = '23'
110965             DISPLAY 'EMPBATCH - EMP ' TR-EMPL-ID
110966                     ' HAD NO SUPERVISOR TO REMOVE'
110967             MOVE 'REMOVE SUPERVISOR' TO AL-OPERATION
110968             MOVE ZERO                TO AL-SQLCODE
110969             MOVE 'NO SUPV ON FILE'   TO AL-MESSAGE
110970             MOVE 'W' TO AL-SEVERITY
110971             PERFORM WRITE-AUDIT-LOG
110972                 THRU WRITE-AUDIT-LOG-EXIT
110973             GO TO 5950-APPLY-SUPERVISOR-EXIT
110974         END-IF
110975         IF WS-SUPVREL-STATUS NOT = '00'
110976             GO TO 5980-SUPVREL-IO-FAILED
110977         END-IF
110978         MOVE SV-SUPV-ID TO WS-SM-SUPV-ID
110979         DELETE SUPVREL-FILE RECORD
110980         IF WS-SUPVREL-STATUS NOT = '00'
110981             GO TO 5980-SUPVREL-IO-FAILED
110982         END-IF
110983         ADD 1 TO WS-SUPV-REMOVE-COUNT
110984         DISPLAY 'EMP ' TR-EMPL-ID ' SUPERVISOR ' WS-SM-SUPV-ID
110985                 ' REMOVED'
110986         MOVE 'REMOVE SUPERVISOR' TO AL-OPERATION
110987         MOVE 'REMOVED'           TO WS-SM-ACTION
110988     ELSE
110989         MOVE TR-SUPV-ID       TO SV-SUPV-ID
110990         MOVE TR-SUPV-ID       TO WS-SM-SUPV-ID
110991         IF TR-EFFECTIVE-DATE = SPACES
110992             MOVE WS-HIRE-DATE-EDIT TO SV-EFF-DATE
110993         ELSE
110994             MOVE TR-EFFECTIVE-DATE TO SV-EFF-DATE
110995         END-IF
110996         MOVE WS-AUTH-USER      TO SV-CHANGED-BY
110997         MOVE WS-HIRE-DATE-EDIT TO SV-CHANGED-DATE
110998         WRITE SUPVREL-RECORD
110999         IF WS-SUPVREL-STATUS = '22'
111000             REWRITE SUPVREL-RECORD
111001         END-IF
111002         IF WS-SUPVREL-STATUS NOT = '00'
111003             GO TO 5980-SUPVREL-IO-FAILED
111004         END-IF
111005         ADD 1 TO WS-SUPV-SET-COUNT
111006         DISPLAY 'EMP ' TR-EMPL-ID ' SUPERVISOR SET TO '
111007                 WS-SM-SUPV-ID
111008         MOVE 'SET SUPERVISOR'    TO AL-OPERATION
111009         MOVE 'SET'               TO WS-SM-ACTION
111010     END-IF.
111011     MOVE ZERO          TO AL-SQLCODE.
111012     MOVE WS-SUPV-MSG   TO AL-MESSAGE.
111013     PERFORM WRITE-AUDIT-LOG
111014         THRU WRITE-AUDIT-LOG-EXIT.
111015     GO TO 5950-APPLY-SUPERVISOR-EXIT.
111016 5980-SUPVREL-IO-FAILED.
111017     DISPLAY 'EMPBATCH - SUPVREL UPDATE FOR EMP ' TR-EMPL-ID
111018             ' FAILED, STATUS ' WS-SUPVREL-STATUS ', ABENDING'.
111019     MOVE 'WRITE SUPVREL'     TO AL-OPERATION.
111020     MOVE ZERO                TO AL-SQLCODE.
111021     MOVE 'SUPVREL I/O FAILED' TO AL-MESSAGE.
111022     MOVE 'S' TO AL-SEVERITY.
111023     PERFORM WRITE-AUDIT-LOG
111024         THRU WRITE-AUDIT-LOG-EXIT.
111025     MOVE 16 TO RETURN-CODE.
111026     MOVE 'Y' TO WS-ABEND-SW.
111027 5950-APPLY-SUPERVISOR-EXIT.
111028     EXIT.
111029 
111030*****************************************************************
111031* 1200-CHECK-RESTART - PICK UP A CHECKPOINT A PRIOR ABENDED RUN
111032* LEFT ON THE EBRSTRT RESTART DATASET. THE POSITION IS THE COUNT
111100* OF TRANSACTIONS ALREADY PROCESSED AND COMMITTED; THIS RUN SKIPS
111200* THAT MANY AND RESUMES AT THE FIRST UNAPPLIED ONE. NO DD, AN
111300* EMPTY FILE, OR AN UNREADABLE RECORD ALL MEAN AN ORDINARY
113600     END-IF.
113700     CLOSE RESTART-FILE.
113800 1200-CHECK-RESTART-EXIT.
113801     EXIT.
113802 
113803*****************************************************************
113804* 1300-OPEN-PENDING - OPEN THE APPROVAL-QUEUE REPORT AND THE
113805* PENDING-APPROVAL CYCLE: LAST RUN'S GENERATION IN, TONIGHT'S
113806* STAGING DATASET OUT. NO PRIOR GENERATION (STATUS 35) IS AN
113807* EMPTY QUEUE; ANY OTHER OPEN FAILURE FAILS THE STEP -- RUNNING
113808* WITHOUT THE QUEUE WOULD LOSE EVERY WAITING ITEM.
113809*****************************************************************
113810 1300-OPEN-PENDING.
113811     OPEN OUTPUT APQRPT-FILE.
113812     MOVE 'Y' TO WS-APQRPT-OPEN-SW.
113813     MOVE SPACES TO APQRPT-RECORD.
113814     MOVE 'PAY-GRADE/DEPARTMENT CHANGE APPROVAL QUEUE'
113815                           TO QT-TITLE-TEXT.
113816     MOVE 'RUN DATE: '     TO QT-RUN-DATE-LABEL.
113817     MOVE WS-RUN-DATE-EDIT TO QT-RUN-DATE.
113818     WRITE APQRPT-RECORD.
113819     MOVE SPACES TO APQRPT-RECORD.
113820     WRITE APQRPT-RECORD.
113821     MOVE SPACES TO APQRPT-RECORD.
113822     MOVE 'PENDING ID'  TO QH-PEND-HDG.
113823     MOVE 'EMPL ID'     TO QH-ID-HDG.
113824     MOVE 'NAME'        TO QH-NAME-HDG.
113825     MOVE 'DEPT FR/TO'  TO QH-DEPT-HDG.
113826     MOVE 'GR FR/TO'    TO QH-GRADE-HDG.
113827     MOVE 'KEYED BY'    TO QH-KEYED-BY-HDG.
113828     MOVE 'KEYED ON'    TO QH-KEYED-ON-HDG.
113829     MOVE 'DAYS'        TO QH-DAYS-HDG.
113830     MOVE 'STATUS'      TO QH-STATUS-HDG.
113831     WRITE APQRPT-RECORD.
113832     ACCEPT WS-SYS-TIME FROM TIME.
113833     MOVE WS-HIRE-DATE-EDIT TO WS-DN-DATE.
113834     PERFORM 8100-DATE-TO-DAY-NUMBER
113835         THRU 8100-DATE-TO-DAY-NUMBER-EXIT.
113836     MOVE WS-DN-DAY-NUMBER TO WS-RUN-DAY-NUMBER.
113837     OPEN OUTPUT EMPPENDO-FILE.
113838     IF WS-PENDO-STATUS NOT = '00'
113839         DISPLAY 'EMPBATCH - ERROR OPENING EMPPENDO, STATUS '
113840                 WS-PENDO-STATUS
113841         MOVE 'OPEN EMPPENDO'     TO AL-OPERATION
113842         MOVE ZERO                TO AL-SQLCODE
113843         MOVE 'OPEN FAILED'       TO AL-MESSAGE
113844         MOVE 'S' TO AL-SEVERITY
113845         PERFORM WRITE-AUDIT-LOG
113846             THRU WRITE-AUDIT-LOG-EXIT
113847         MOVE 16 TO RETURN-CODE
113848         MOVE 'Y' TO WS-ABEND-SW
113849         GO TO 1300-OPEN-PENDING-EXIT
113850     END-IF.
113851     MOVE 'Y' TO WS-PENDO-OPEN-SW.
113852     OPEN INPUT EMPPENDI-FILE.
113853     EVALUATE WS-PENDI-STATUS
113854         WHEN '00'
113855             MOVE 'Y' TO WS-PENDI-OPEN-SW
113856         WHEN '35'
113857             DISPLAY 'EMPBATCH - NO PRIOR PENDING GENERATION,'
113858                     ' APPROVAL QUEUE EMPTY'
113859             MOVE 'Y' TO WS-PEND-EOF-SW
113860         WHEN OTHER
113861             DISPLAY 'EMPBATCH - ERROR OPENING EMPPENDI, '
113862                     'STATUS ' WS-PENDI-STATUS
113863             MOVE 'OPEN EMPPENDI'     TO AL-OPERATION
113864             MOVE ZERO                TO AL-SQLCODE
113865             MOVE 'OPEN FAILED'       TO AL-MESSAGE
113866             MOVE 'S' TO AL-SEVERITY
113867             PERFORM WRITE-AUDIT-LOG
113868                 THRU WRITE-AUDIT-LOG-EXIT
113869             MOVE 16 TO RETURN-CODE
113870             MOVE 'Y' TO WS-ABEND-SW
113871     END-EVALUATE.
113872 1300-OPEN-PENDING-EXIT.
113900     EXIT.
114000 
114100*****************************************************************
122700     MOVE TR-ACTION          TO BD-ACTION.
122800     MOVE TR-EMPL-ID         TO BD-EMPL-ID.
122900     MOVE TR-EMPL-NAME       TO BD-NAME.
122910     IF WS-TRAN-HELD
122920         ADD 1 TO WS-HELD-COUNT
122930         MOVE 'PENDING'           TO BD-DISP
122940         MOVE 'AWAITING APPROVAL' TO BD-REASON-TEXT
122950         WRITE EMPBRPT-RECORD
122960         GO TO 7000-PRINT-TRAN-LINE-EXIT
122970     END-IF.
123000     IF WS-TRAN-OK
123100         ADD 1 TO WS-TRAN-ACCEPT-COUNT
123200         IF WS-SUSPENSE-PHASE
123300             ADD 1 TO WS-RECYCLED-COUNT
123400             MOVE 'RECYCLED' TO BD-DISP
123500         ELSE
123600             IF WS-RELEASE-PHASE
123610                 ADD 1 TO WS-RELEASED-COUNT
123620                 MOVE 'RELEASED' TO BD-DISP
123630             ELSE
123640                 MOVE 'ACCEPTED' TO BD-DISP
123650             END-IF
123700         END-IF
123800     ELSE
123900         ADD 1 TO WS-TRAN-REJECT-COUNT
125100     END-IF.
125200     WRITE EMPBRPT-RECORD.
125300 7000-PRINT-TRAN-LINE-EXIT.
125305     EXIT.
125310 
125315*****************************************************************
125320* 7100-PRINT-PAYOUT-LINE - PRINT THE TERMINATED EMPLOYEE'S
125325* UNUSED VACATION AND SICK HOURS UNDER THE TERMINATION LINE FOR
125330* THE FINAL-PAY CLERK (OR SAY THERE IS NO LEAVE BALANCE), AND
125335* CLEAR THE SWITCH FOR THE NEXT TRANSACTION.
125340*****************************************************************
125345 7100-PRINT-PAYOUT-LINE.
125350     MOVE SPACES TO EMPBRPT-RECORD.
125355     IF WS-PAYOUT-NO-BALANCE
125360         MOVE 'NO LEAVE BALANCE'       TO BP-LABEL
125365     ELSE
125370         MOVE 'UNUSED LEAVE - FINAL PAY' TO BP-LABEL
125375         MOVE 'VAC'          TO BP-VAC-LABEL
125376         MOVE WS-PAYOUT-VAC  TO BP-VAC-HOURS
125377         MOVE 'SICK'         TO BP-SICK-LABEL
125378         MOVE WS-PAYOUT-SICK TO BP-SICK-HOURS
125379     END-IF.
125380     WRITE EMPBRPT-RECORD.
125385     MOVE 'N' TO WS-PAYOUT-SW.
125390 7100-PRINT-PAYOUT-LINE-EXIT.
125400     EXIT.
125500 
125600*****************************************************************
129200 7500-SUSPEND-REJECT-EXIT.
129300     EXIT.
129400 
129401*****************************************************************
129402* 7600-HOLD-FOR-APPROVAL - PARK THE TRANSACTION JUST EDITED ON
129403* TONIGHT'S PENDING GENERATION INSTEAD OF APPLYING IT. THE
129404* PENDING ID IS THE RUN DATE PLUS THE TRANSACTION SEQUENCE; THE
129405* KEYER IS THE SUBMITTING USER CHECK-OPERATOR-AUTH VERIFIED; THE
129406* BEFORE DEPARTMENT AND GRADE ARE THE CURRENT EMP ROW
129407* 2500-CHECK-EMP-EXISTS LEFT IN DCLEMP. A HOLD THAT CANNOT BE
129408* WRITTEN FAILS THE STEP (7650) -- THE CHANGE WOULD OTHERWISE BE
129409* NEITHER APPLIED NOR PARKED.
129410*****************************************************************
129411 7600-HOLD-FOR-APPROVAL.
129412     MOVE SPACES             TO WS-PEND-OUT.
129413     MOVE WS-SYS-DATE        TO WS-PO-PI-DATE.
129414     MOVE WS-TRAN-READ-COUNT TO WS-PO-PI-SEQ.
129415     MOVE 'P'                TO WS-PO-STATUS.
129416     MOVE WS-SYS-DATE        TO WS-PO-KEYED-DATE.
129417     MOVE WS-ST-HHMMSS       TO WS-PO-KEYED-TIME.
129418     MOVE WS-AUTH-USER       TO WS-PO-KEYED-USER.
129419     DISPLAY 'JOBNAME' UPON ENVIRONMENT-NAME.
129420     ACCEPT WS-PO-KEYED-JOB FROM ENVIRONMENT-VALUE.
129421     MOVE EMP-DEPT           TO WS-PO-BEFORE-DEPT.
129422     MOVE EMP-PAY-GRADE      TO WS-PO-BEFORE-GRADE.
129423     MOVE EMPTRAN-RECORD     TO WS-PO-TRAN-IMAGE.
129424     WRITE EMPPENDO-RECORD FROM WS-PEND-OUT.
129425     IF WS-PENDO-STATUS NOT = '00'
129426         PERFORM 7650-PENDO-WRITE-FAILED
129427             THRU 7650-PENDO-WRITE-FAILED-EXIT
129428         GO TO 7600-HOLD-FOR-APPROVAL-EXIT
129429     END-IF.
129430     ADD 1 TO WS-WAITING-COUNT.
129431     MOVE 'Y' TO WS-TRAN-HELD-SW.
129432     DISPLAY 'EMP ' TR-EMPL-ID ' CHANGE HELD FOR APPROVAL AS '
129433             WS-PO-PEND-ID.
129434     MOVE 'HOLD FOR APPROVAL' TO AL-OPERATION.
129435     MOVE ZERO                TO AL-SQLCODE.
129436     MOVE 'AWAITING APPROVAL' TO AL-MESSAGE.
129437     PERFORM WRITE-AUDIT-LOG
129438         THRU WRITE-AUDIT-LOG-EXIT.
129439     MOVE 'NEW' TO WS-QUEUE-STATUS.
129440     PERFORM 7700-PRINT-QUEUE-LINE
129441         THRU 7700-PRINT-QUEUE-LINE-EXIT.
129442 7600-HOLD-FOR-APPROVAL-EXIT.
129443     EXIT.
129444 
129445*****************************************************************
129446* 7650-PENDO-WRITE-FAILED - AN ITEM COULD NOT BE WRITTEN TO
129447* TONIGHT'S PENDING GENERATION. IT WOULD DROP OUT OF THE
129448* APPROVAL QUEUE UNSEEN, SO THE STEP FAILS WITH A SEVERE AUDIT
129449* EVENT.
129450*****************************************************************
129451 7650-PENDO-WRITE-FAILED.
129452     DISPLAY 'EMPBATCH - WRITE TO EMPPENDO FAILED FOR '
129453             WS-PO-PEND-ID ', STATUS ' WS-PENDO-STATUS
129454             ', ABENDING'.
129455     MOVE 'WRITE EMPPENDO'    TO AL-OPERATION.
129456     MOVE ZERO                TO AL-SQLCODE.
129457     MOVE 'WRITE FAILED'      TO AL-MESSAGE.
129458     MOVE 'S' TO AL-SEVERITY.
129459     PERFORM WRITE-AUDIT-LOG
129460         THRU WRITE-AUDIT-LOG-EXIT.
129461     MOVE 16 TO RETURN-CODE.
129462     MOVE 'Y' TO WS-ABEND-SW.
129463 7650-PENDO-WRITE-FAILED-EXIT.
129464     EXIT.
129465 
129466*****************************************************************
129467* 7700-PRINT-QUEUE-LINE - PRINT ONE APPROVAL-QUEUE LINE FOR THE
129468* PENDING ITEM IN WS-PEND-OUT WITH THE STATUS IN
129469* WS-QUEUE-STATUS. DAYS PENDING IS THE RUN DATE LESS THE DATE
129470* THE ITEM WAS KEYED.
129471*****************************************************************
129472 7700-PRINT-QUEUE-LINE.
129473     MOVE SPACES TO APQRPT-RECORD.
129474     MOVE WS-PO-PEND-ID       TO QD-PEND-ID.
129475     MOVE WS-PO-TI-EMPL-ID    TO QD-EMPL-ID.
129476     MOVE WS-PO-TI-NAME       TO QD-NAME.
129477     MOVE WS-PO-BEFORE-DEPT   TO QD-FROM-DEPT.
129478     MOVE WS-PO-TI-DEPT       TO QD-TO-DEPT.
129479     MOVE WS-PO-BEFORE-GRADE  TO QD-FROM-GRADE.
129480     MOVE WS-PO-TI-GRADE      TO QD-TO-GRADE.
129481     MOVE WS-PO-KEYED-USER    TO QD-KEYED-BY.
129482     MOVE WS-PO-KD-YYYY       TO WS-DN-YYYY.
129483     MOVE '-'                 TO WS-DN-SEP1.
129484     MOVE WS-PO-KD-MM         TO WS-DN-MM.
129485     MOVE '-'                 TO WS-DN-SEP2.
129486     MOVE WS-PO-KD-DD         TO WS-DN-DD.
129487     MOVE WS-DN-DATE          TO QD-KEYED-ON.
129488     PERFORM 8100-DATE-TO-DAY-NUMBER
129489         THRU 8100-DATE-TO-DAY-NUMBER-EXIT.
129490     MOVE ZERO TO WS-DAYS-PENDING.
129491     IF WS-DN-VALID
129492         COMPUTE WS-DAYS-PENDING =
129493                 WS-RUN-DAY-NUMBER - WS-DN-DAY-NUMBER
129494         IF WS-DAYS-PENDING < ZERO
129495             MOVE ZERO TO WS-DAYS-PENDING
129496         END-IF
129497     END-IF.
129498     MOVE WS-DAYS-PENDING     TO QD-DAYS.
129499     MOVE WS-QUEUE-STATUS     TO QD-STATUS.
129500     WRITE APQRPT-RECORD.
129501 7700-PRINT-QUEUE-LINE-EXIT.
129502     EXIT.
129503 
129504 
129600*****************************************************************
129700* 8000-FINALIZE - PRINT THE READ/ACCEPTED/REJECTED TOTALS BLOCK.
129800*****************************************************************
133100     MOVE 'DROPPED FROM SUSPENSE' TO BG-LABEL.
133200     MOVE WS-DROPPED-COUNT        TO BG-COUNT.
133300     WRITE EMPBRPT-RECORD.
133301     MOVE SPACES TO EMPBRPT-RECORD.
133302     MOVE 'HELD FOR APPROVAL'     TO BG-LABEL.
133303     MOVE WS-HELD-COUNT           TO BG-COUNT.
133304     WRITE EMPBRPT-RECORD.
133305     MOVE SPACES TO EMPBRPT-RECORD.
133306     MOVE 'RELEASED AND APPLIED'  TO BG-LABEL.
133307     MOVE WS-RELEASED-COUNT       TO BG-COUNT.
133308     WRITE EMPBRPT-RECORD.
133309     MOVE SPACES TO EMPBRPT-RECORD.
133310     MOVE 'DECLINED BY APPROVER'  TO BG-LABEL.
133311     MOVE WS-DECLINED-COUNT       TO BG-COUNT.
133312     WRITE EMPBRPT-RECORD.
133313     MOVE SPACES TO EMPBRPT-RECORD.
133314     MOVE 'DEDUCTION ELECTIONS SET' TO BG-LABEL.
133315     MOVE WS-ELECT-SET-COUNT      TO BG-COUNT.
133316     WRITE EMPBRPT-RECORD.
133317     MOVE SPACES TO EMPBRPT-RECORD.
133318     MOVE 'DEDUCTIONS STOPPED'    TO BG-LABEL.
133319     MOVE WS-ELECT-STOP-COUNT     TO BG-COUNT.
133320     WRITE EMPBRPT-RECORD.
133321     MOVE SPACES TO EMPBRPT-RECORD.
133322     MOVE 'LEAVE TAKEN POSTED'    TO BG-LABEL.
133323     MOVE WS-LEAVE-USED-COUNT     TO BG-COUNT.
133324     WRITE EMPBRPT-RECORD.
133325     MOVE SPACES TO EMPBRPT-RECORD.
133326     MOVE 'UNUSED LEAVE REPORTED' TO BG-LABEL.
133327     MOVE WS-PAYOUT-COUNT         TO BG-COUNT.
133328     WRITE EMPBRPT-RECORD.
133329     MOVE SPACES TO EMPBRPT-RECORD.
133330     MOVE 'SUPERVISORS SET'       TO BG-LABEL.
133331     MOVE WS-SUPV-SET-COUNT       TO BG-COUNT.
133332     WRITE EMPBRPT-RECORD.
133333     MOVE SPACES TO EMPBRPT-RECORD.
133334     MOVE 'SUPERVISORS REMOVED'   TO BG-LABEL.
133335     MOVE WS-SUPV-REMOVE-COUNT    TO BG-COUNT.
133336     WRITE EMPBRPT-RECORD.
133337     MOVE SPACES TO EMPBRPT-RECORD.
133338     MOVE 'OVER AUTHORIZED HEADCOUNT' TO BG-LABEL.
133339     MOVE WS-OVER-AUTH-COUNT      TO BG-COUNT.
133340     WRITE EMPBRPT-RECORD.
133341     MOVE SPACES TO APQRPT-RECORD.
133342     WRITE APQRPT-RECORD.
133343     MOVE SPACES TO APQRPT-RECORD.
133344     MOVE 'WAITING FOR APPROVAL'  TO QG-LABEL.
133345     MOVE WS-WAITING-COUNT        TO QG-COUNT.
133346     WRITE APQRPT-RECORD.
133347     MOVE SPACES TO APQRPT-RECORD.
133348     MOVE 'RELEASED AND APPLIED'  TO QG-LABEL.
133349     MOVE WS-RELEASED-COUNT       TO QG-COUNT.
133350     WRITE APQRPT-RECORD.
133351     MOVE SPACES TO APQRPT-RECORD.
133352     MOVE 'DECLINED BY APPROVER'  TO QG-LABEL.
133353     MOVE WS-DECLINED-COUNT       TO QG-COUNT.
133354     WRITE APQRPT-RECORD.
133400     DISPLAY 'EMPBATCH - READ ' WS-TRAN-READ-COUNT
133500             ' ACCEPTED ' WS-TRAN-ACCEPT-COUNT
133674             ' REJECTED ' WS-TRAN-REJECT-COUNT
133684             ' HELD ' WS-HELD-COUNT.
133700 8000-FINALIZE-EXIT.
133702     EXIT.
133704 
133706*****************************************************************
133708* 8100-DATE-TO-DAY-NUMBER - TURN WS-DN-DATE (YYYY-MM-DD) INTO A
133710* SERIAL DAY COUNT SO TWO DATES SUBTRACT TO AN AGE IN DAYS.
133712* STANDARD GREGORIAN DAY-COUNT ARITHMETIC, THE SAME PARAGRAPH AS
133714* LEAVERPT'S, ORDAGE'S, EMPARCH'S, AND ANNIVRPT'S.
133716*****************************************************************
133718 8100-DATE-TO-DAY-NUMBER.
133720     MOVE 'N'  TO WS-DN-VALID-SW.
133722     MOVE ZERO TO WS-DN-DAY-NUMBER.
133724     IF WS-DN-YYYY NOT NUMERIC
133726             OR WS-DN-MM NOT NUMERIC
133728             OR WS-DN-DD NOT NUMERIC
133730             OR WS-DN-SEP1 NOT = '-'
133732             OR WS-DN-SEP2 NOT = '-'
133734         GO TO 8100-DATE-TO-DAY-NUMBER-EXIT
133736     END-IF.
133738     MOVE WS-DN-YYYY TO WS-DN-YR.
133740     MOVE WS-DN-MM   TO WS-DN-MO.
133742     MOVE WS-DN-DD   TO WS-DN-DA.
133744     IF WS-DN-MO < 1 OR WS-DN-MO > 12
133746             OR WS-DN-DA < 1 OR WS-DN-DA > 31
133748         GO TO 8100-DATE-TO-DAY-NUMBER-EXIT
133750     END-IF.
133752     IF WS-DN-MO <= 2
133754         SUBTRACT 1 FROM WS-DN-YR
133756         ADD 12 TO WS-DN-MO
133758     END-IF.
133760     COMPUTE WS-DN-TERM-YEARS   = 365 * WS-DN-YR.
133762     COMPUTE WS-DN-TERM-LEAP4   = WS-DN-YR / 4.
133764     COMPUTE WS-DN-TERM-LEAP100 = WS-DN-YR / 100.
133766     COMPUTE WS-DN-TERM-LEAP400 = WS-DN-YR / 400.
133768     COMPUTE WS-DN-TERM-MONTHS  = (153 * (WS-DN-MO + 1)) / 5.
133770     COMPUTE WS-DN-DAY-NUMBER =
133772             WS-DN-TERM-YEARS + WS-DN-TERM-LEAP4
133774             - WS-DN-TERM-LEAP100 + WS-DN-TERM-LEAP400
133776             + WS-DN-TERM-MONTHS + WS-DN-DA - 693000.
133778     MOVE 'Y' TO WS-DN-VALID-SW.
133780 8100-DATE-TO-DAY-NUMBER-EXIT.
133800     EXIT.
133900 
134000*****************************************************************
144200     COPY DEPTLKP.
144300 
144400*****************************************************************
144406* LOAD-DED-TABLE / LOOK-UP-DED - SHARED DEDUCTION REFERENCE LOAD
144412* AND LOOKUP, COPIED FROM DEDLKP.CPY. SEE THE COPYBOOK FOR
144418* DETAILS.
144424*****************************************************************
144430     COPY DEDLKP.
144436 
144442*****************************************************************
144448* LOAD-POSAUTH-TABLE / LOOK-UP-POSAUTH - SHARED AUTHORIZED
144454* HEADCOUNT LOAD AND LOOKUP, COPIED FROM POSLKP.CPY. SEE THE
144460* COPYBOOK FOR DETAILS.
144466*****************************************************************
144472     COPY POSLKP.
144478 
144484*****************************************************************
144500* WRITE-EMP-HISTORY - SHARED EMP CHANGE HISTORY WRITE, COPIED
144600* FROM EMPHIST.CPY. SEE THE COPYBOOK FOR DETAILS.
144700*****************************************************************
145900* RTRYCHK.CPY. SEE THE COPYBOOK FOR DETAILS.
146000*****************************************************************
146100     COPY RTRYCHK.
146200 
146300*****************************************************************
146400* CHECK-INTERFACE-REGISTRY / RECORD-INTERFACE-REGISTRY - SHARED
146500* INTERFACE FILE REGISTRY CHECK AND RECORD, COPIED FROM
146600* IFRCHK.CPY. SEE THE COPYBOOK FOR DETAILS.
146700*****************************************************************
146800     COPY IFRCHK.
