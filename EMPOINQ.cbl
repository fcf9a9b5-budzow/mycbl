003500*                 ARE LOGGED TO THE AUDIT TRAIL AT START-UP;
003600*                 THE BUCKET LABELS KEEP THE STANDARD TEXT,
003700*                 THE SAME CONVENTION AS ORDAGE'S HEADINGS.
003709* 2026-10-15 DB   READ THE EMPLOYEE'S ORDERS FROM THE NIGHTLY
003718*                 ORDEXTR ORDER UNLOAD (ORDUNLD, ORDXREC.CPY/
003727*                 ORDXCTL.CPY, THROUGH THE SHARED ORDXRD
003736*                 PARAGRAPHS) INSTEAD OF A CURSOR ON S1ORDCOU,
003745*                 SO THE DESK SEES THE SAME FIGURES AS LAST
003754*                 NIGHT'S ORDER REPORTS. THE WHOLE UNLOAD IS READ
003763*                 SO ITS TRAILER CAN BE VERIFIED, KEEPING THE
003772*                 ROWS WHOSE C_BQ LEADS WITH THE ID; THEY LIST IN
003781*                 THE UNLOAD'S C_BQ / ORD_DATE ORDER. THE UNLOAD'S
003790*                 DATE AND TIME PRINT UNDER THE TITLE.
003791* 2026-10-15 DB   EACH INQUIRY NOW APPENDS AN ACCESS RECORD TO
003792*                 THE INQACC ACCESS TRAIL (ACCREC.CPY, THROUGH
003793*                 THE SHARED WRITE-INQ-ACCESS PARAGRAPH) -- USER,
003794*                 JOB, TIME, THE EMPLOYEE ID, AND THE STATUS THE
003795*                 MASTER SHOWED ('N' WHEN NOT ON IT) -- FOR THE
003796*                 WEEKLY ACCREVW ACCESS REVIEW. AN INQACC THAT
003797*                 WILL NOT OPEN FAILS THE STEP BEFORE ANYTHING
003798*                 IS PRINTED.
003800*****************************************************************
003900 
004000 ENVIRONMENT DIVISION.
004500         ACCESS MODE IS RANDOM
004600         RECORD KEY IS EM-EMPL-ID
004700         FILE STATUS IS WS-MAST-STATUS.
004710     SELECT ORDEXTR-FILE ASSIGN TO ORDEXTR
004720         ORGANIZATION IS SEQUENTIAL
004730         FILE STATUS IS WS-ORDX-STATUS.
004800     SELECT EOQRPT-FILE ASSIGN TO EOQRPT
004900         ORGANIZATION IS SEQUENTIAL.
005000     SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-AUDIT-STATUS.
005210     SELECT INQACC-FILE ASSIGN TO INQACC
005220         ORGANIZATION IS SEQUENTIAL
005230         FILE STATUS IS WS-INQACC-STATUS.
005300 
005400 DATA DIVISION.
005500 FILE SECTION.
005700     RECORD CONTAINS 80 CHARACTERS.
005800     COPY EMPMAST.
005900 
005910 FD  ORDEXTR-FILE
005920     RECORDING MODE IS F
005930     RECORD CONTAINS 80 CHARACTERS
005940     LABEL RECORDS ARE STANDARD.
005950     COPY ORDXREC.
005960     COPY ORDXCTL.
005970 
006000 FD  EOQRPT-FILE
006100     RECORDING MODE IS F
006200     RECORD CONTAINS 132 CHARACTERS
006800     RECORD CONTAINS 80 CHARACTERS
006900     LABEL RECORDS ARE STANDARD.
007000     COPY AUDREC.
007010 
007020 FD  INQACC-FILE
007030     RECORDING MODE IS F
007040     RECORD CONTAINS 80 CHARACTERS
007050     LABEL RECORDS ARE STANDARD.
007060     COPY ACCREC.
007100 
007200 WORKING-STORAGE SECTION.
007300 01  WS-MAST-STATUS               PIC X(02).
007400 01  WS-AUDIT-STATUS              PIC X(02).
007410 01  WS-INQACC-STATUS             PIC X(02).
007500 01  WS-ABEND-SW                  PIC X(01)  VALUE 'N'.
007600     88  WS-ABEND-REQUESTED                  VALUE 'Y'.
007700 
007800 01  WS-EMPL-ID-DISPLAY           PIC X(05)  VALUE SPACES.
007900 01  WS-STATUS-TEXT               PIC X(10)  VALUE SPACES.
014600     05  WS-PMSG-B3               PIC 9(03).
014700     05  FILLER                   PIC X(05)  VALUE SPACES.
014800 
014900 01  WS-AS-OF-NOTE.
015000     05  FILLER                   PIC X(23)
015100             VALUE 'ORDERS AS OF UNLOAD AT '.
015200     05  WS-AON-DATE              PIC X(08).
015210     05  FILLER                   PIC X(01)  VALUE SPACE.
015220     05  WS-AON-TIME              PIC X(06).
015230     05  FILLER                   PIC X(22)  VALUE SPACES.
015300 
015400     COPY ORDXSW.
016100 
016200 LINKAGE SECTION.
016300 01  LS-PARM.
017700     END-IF.
017800     PERFORM 2000-PRINT-EMPLOYEE-HEADER
017900         THRU 2000-PRINT-EMPLOYEE-HEADER-EXIT.
018000     PERFORM 3000-READ-ORDER
018100         THRU 3000-READ-ORDER-EXIT
018200         UNTIL WS-ORDX-EOF OR WS-ABEND-REQUESTED.
018300     IF NOT WS-ABEND-REQUESTED
018310         PERFORM VERIFY-ORDEXTR-TRAILER
018320             THRU VERIFY-ORDEXTR-TRAILER-EXIT
018400     END-IF.
019000     IF NOT WS-ABEND-REQUESTED
019100         PERFORM 8000-FINALIZE
019200             THRU 8000-FINALIZE-EXIT
019210         MOVE WS-ORDER-COUNT TO IA-ROWS-SHOWN
019220         PERFORM WRITE-INQ-ACCESS
019230             THRU WRITE-INQ-ACCESS-EXIT
019300     END-IF.
019400 9999-END-OF-JOB.
019410     CLOSE ORDEXTR-FILE.
019420     CLOSE INQACC-FILE.
019500     CLOSE EOQRPT-FILE.
019600     CLOSE AUDIT-LOG-FILE.
019700     STOP RUN.
019900*****************************************************************
020000* 1000-INITIALIZE - VALIDATE THE EMPLOYEE ID PARM, OPEN THE
020100* FILES, ESTABLISH THE RUN DATE'S SERIAL DAY THE AGE BUCKETS
020200* ARE MEASURED AGAINST, AND PRINT THE TITLE LINE AND THE DATE
020210* AND TIME OF THE ORDER UNLOAD BEING READ. A MISSING OR
020300* NON-NUMERIC ID FAILS THE STEP -- THERE IS NOTHING TO ASK --
020310* AND SO DOES AN INQACC ACCESS TRAIL THAT WILL NOT OPEN.
020400*****************************************************************
020500 1000-INITIALIZE.
020600     OPEN OUTPUT EOQRPT-FILE.
022400         GO TO 1000-INITIALIZE-EXIT
022500     END-IF.
022600     MOVE LS-PARM-EMPL-ID TO WS-EMPL-ID-DISPLAY.
022601     OPEN EXTEND INQACC-FILE.
022602     IF WS-INQACC-STATUS NOT = '00'
022603         DISPLAY 'EMPOINQ - ERROR OPENING INQACC, STATUS '
022604                 WS-INQACC-STATUS ', NO INQUIRY RUN'
022605         MOVE 'OPEN INQACC'        TO AL-OPERATION
022606         MOVE ZERO                 TO AL-SQLCODE
022607         MOVE 'ACCESS TRAIL DOWN'  TO AL-MESSAGE
022608         MOVE 'S' TO AL-SEVERITY
022609         PERFORM WRITE-AUDIT-LOG
022610             THRU WRITE-AUDIT-LOG-EXIT
022611         MOVE 16 TO RETURN-CODE
022612         MOVE 'Y' TO WS-ABEND-SW
022613         GO TO 1000-INITIALIZE-EXIT
022614     END-IF.
022615     MOVE 'EMPOINQ'          TO IA-PROGRAM.
022616     MOVE 'O'                TO IA-INQ-TYPE.
022617     MOVE WS-EMPL-ID-DISPLAY TO IA-EMPL-ID.
022618     MOVE SPACES             TO IA-EMPL-DEPT.
022619     MOVE SPACE              TO IA-EMPL-STATUS.
022620     PERFORM OPEN-ORDEXTR
022625         THRU OPEN-ORDEXTR-EXIT.
022630     IF WS-ABEND-REQUESTED
022640         GO TO 1000-INITIALIZE-EXIT
022650     END-IF.
022700     MOVE SPACES TO EOQRPT-RECORD.
022800     MOVE 'EMPLOYEE ORDER INQUIRY' TO OT-TITLE-TEXT.
022900     MOVE 'EMPLOYEE: '   TO OT-EMPL-LABEL.
023000     MOVE WS-EMPL-ID-DISPLAY TO OT-EMPL-ID.
023100     MOVE 'RUN DATE: '   TO OT-RUN-DATE-LABEL.
023200     MOVE WS-RUN-DATE-EDIT TO OT-RUN-DATE.
023210     WRITE EOQRPT-RECORD.
023220     MOVE WS-ORDX-AS-OF-DATE TO WS-AON-DATE.
023230     MOVE WS-ORDX-AS-OF-TIME TO WS-AON-TIME.
023240     MOVE SPACES TO EOQRPT-RECORD.
023250     MOVE WS-AS-OF-NOTE TO ON-NOTE-TEXT.
023300     WRITE EOQRPT-RECORD.
023400     MOVE SPACES TO EOQRPT-RECORD.
023500     WRITE EOQRPT-RECORD.
031800         MOVE EM-EMPL-STATUS    TO OE-STATUS
031900         MOVE '-'               TO OE-STATUS-SEP
032000         MOVE WS-STATUS-TEXT    TO OE-STATUS-TEXT
032010         MOVE EM-EMPL-DEPT      TO IA-EMPL-DEPT
032020         MOVE EM-EMPL-STATUS    TO IA-EMPL-STATUS
032100         MOVE 'GRADE '          TO OE-GRADE-LABEL
032200         MOVE EM-EMPL-PAY-GRADE TO OE-PAY-GRADE
032300         WRITE EOQRPT-RECORD
032400     ELSE
032500         DISPLAY 'EMPOINQ - EMP ' WS-EMPL-ID-DISPLAY
032600                 ' NOT ON EMPMAST, STATUS ' WS-MAST-STATUS
032610         MOVE 'N' TO IA-EMPL-STATUS
032700         MOVE SPACES TO EOQRPT-RECORD
032800         MOVE 'EMPLOYEE NOT ON THE KEYED MASTER' TO ON-NOTE-TEXT
032900         WRITE EOQRPT-RECORD
034100     EXIT.
034200 
034300*****************************************************************
034400* 3000-READ-ORDER - READ ONE ORDER ROW FROM THE UNLOAD. A ROW
034410* WHOSE C_BQ DOES NOT LEAD WITH THE EMPLOYEE ID IS PASSED OVER;
034420* ONE THAT DOES HAS ITS AGE BUCKETED THE WAY ORDAGE DOES (AN
034430* UNPARSEABLE DATE AGES AS OVER 90) AND ITS LINE PRINTED.
034500*****************************************************************
034600 3000-READ-ORDER.
034700     PERFORM READ-ORDEXTR
034800         THRU READ-ORDEXTR-EXIT.
034900     IF NOT WS-ORDX-DETAIL-READ
035000         GO TO 3000-READ-ORDER-EXIT
037200     END-IF.
037300     IF OX-C-BQ (1:5) NOT = WS-EMPL-ID-DISPLAY
037400         GO TO 3000-READ-ORDER-EXIT
037500     END-IF.
037510     MOVE OX-C-BQ       TO WS-ORD-C-BQ.
037520     MOVE OX-ORD-AMOUNT TO WS-ORD-AMOUNT.
037530     MOVE OX-ORD-DATE   TO WS-ORD-DATE.
037600     ADD 1 TO WS-ORDER-COUNT.
037700     MOVE WS-ORD-DATE TO WS-DN-DATE.
037800     PERFORM 8100-DATE-TO-DAY-NUMBER
040500     MOVE WS-ORD-DATE    TO OD-ORD-DATE.
040600     MOVE WS-BUCKET-TEXT TO OD-BUCKET.
040700     WRITE EOQRPT-RECORD.
040800 3000-READ-ORDER-EXIT.
040900     EXIT.
042300 
042400*****************************************************************
042500* 8000-FINALIZE - PRINT THE BUCKET TOTALS AND THE ORDER COUNT.
050500 8100-DATE-TO-DAY-NUMBER-EXIT.
050600     EXIT.
050700 
051400*****************************************************************
051500* WRITE-AUDIT-LOG - SHARED AUDIT LOG WRITE, COPIED FROM
051600* AUDLOG.CPY. SEE THE COPYBOOK FOR DETAILS.
051700*****************************************************************
051800     COPY AUDLOG.
051810 
051820*****************************************************************
051830* OPEN-ORDEXTR / READ-ORDEXTR / VERIFY-ORDEXTR-TRAILER - SHARED
051840* ORDER UNLOAD READ AND CONTROL-RECORD CHECKS, COPIED FROM
051850* ORDXRD.CPY. SEE THE COPYBOOK FOR DETAILS.
051860*****************************************************************
051870     COPY ORDXRD.
051880 
051890*****************************************************************
051900* WRITE-INQ-ACCESS - SHARED ACCESS-TRAIL WRITE, COPIED FROM
051910* ACCLOG.CPY. SEE THE COPYBOOK FOR DETAILS.
051920*****************************************************************
051930     COPY ACCLOG.
