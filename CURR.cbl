012900*                 JCL PARM IS PASSED, FALLING BACK TO THE
013000*                 COMPILED 20000; THE CUTOFF USED IS LOGGED TO
013100*                 THE AUDIT TRAIL AT START-UP.
013110* 2026-10-15 DB   CARRY EMP_HIRE_DATE THROUGH TO THE NEW
013120*                 ER-EMPL-HIRE-DATE EXTRACT FIELD (EMPREC.CPY) ON
013130*                 THE CURSOR, EMPSNAP FALLBACK AND MULTI-REQUEST
013140*                 PATHS ALIKE, SO THE SNAPSHOT SNAPREFR BUILDS
013150*                 FROM THE EXTRACT CAN RELOAD EMP (EMPRECOV).
013200*****************************************************************
013300 
013400 ENVIRONMENT DIVISION.
020000                           ER-EMPL-NAME     BY SR-EMPL-NAME
020100                           ER-EMPL-DEPT     BY SR-EMPL-DEPT
020200                           ER-EMPL-STATUS   BY SR-EMPL-STATUS
020300                           ER-EMPL-PAY-GRADE BY SR-EMPL-PAY-GRADE
020350                           ER-EMPL-HIRE-DATE BY SR-EMPL-HIRE-DATE.
020400 
020500 FD  EXTRQST-FILE
020600     RECORDING MODE IS F
026800     05  WS-EMPL-DEPT        PIC X(04).
026900     05  WS-EMPL-STATUS      PIC X(01).
027000     05  WS-EMPL-PAY-GRADE   PIC X(02).
027050     05  WS-EMPL-HIRE-DATE   PIC X(10).
027100 
027200 01  WS-EMPL-ID-HIGH          PIC 9(05).
027300 01  WS-FILTER-DEPT           PIC X(04)  VALUE SPACES.
035800                           ER-EMPL-DEPT   BY WD-EMPL-DEPT
035900                           ER-EMPL-STATUS BY WD-EMPL-STATUS
036000                           ER-EMPL-PAY-GRADE
036100                               BY WD-EMPL-PAY-GRADE
036120                           ER-EMPL-HIRE-DATE
036140                               BY WD-EMPL-HIRE-DATE.
036200 
036300     COPY FLDPARM.
036400 
038300     EXEC SQL
038400         DECLARE EMP-CUR CURSOR FOR
038500            SELECT EMP_ID, EMP_NAME, EMP_DEPT, EMP_STATUS,
038600                   EMP_PAY_GRADE, EMP_HIRE_DATE
038700              FROM EMP
038800              WHERE EMP_ID BETWEEN :WS-EMPL-ID
038900                AND :WS-EMPL-ID-HIGH
092800     EXEC SQL
092900         FETCH EMP-CUR
093000            INTO :WS-EMPL-ID, :WS-EMPL-NAME, :WS-EMPL-DEPT,
093100                 :WS-EMPL-STATUS, :WS-EMPL-PAY-GRADE,
093150                 :WS-EMPL-HIRE-DATE
093200     END-EXEC.
093300 
093400     PERFORM SQL-ERROR-CHECK
097300     MOVE SR-EMPL-DEPT      TO WS-EMPL-DEPT.
097400     MOVE SR-EMPL-STATUS    TO WS-EMPL-STATUS.
097500     MOVE SR-EMPL-PAY-GRADE TO WS-EMPL-PAY-GRADE.
097550     MOVE SR-EMPL-HIRE-DATE TO WS-EMPL-HIRE-DATE.
097600     PERFORM 3300-WRITE-EXTRACT
097700         THRU 3300-WRITE-EXTRACT-EXIT.
097800 3200-FETCH-EMPSNAP-EXIT.
100900         MOVE WS-EMPL-DEPT      TO ER-EMPL-DEPT
101000         MOVE WS-EMPL-STATUS    TO ER-EMPL-STATUS
101100         MOVE WS-EMPL-PAY-GRADE TO ER-EMPL-PAY-GRADE
101150         MOVE WS-EMPL-HIRE-DATE TO ER-EMPL-HIRE-DATE
101200         WRITE EMPEXTR-RECORD
101300         ADD 1 TO WS-EXTRACT-COUNT
101400         IF WS-DB2-AVAILABLE
103800     MOVE WS-EMPL-DEPT      TO WD-EMPL-DEPT.
103900     MOVE WS-EMPL-STATUS    TO WD-EMPL-STATUS.
104000     MOVE WS-EMPL-PAY-GRADE TO WD-EMPL-PAY-GRADE.
104050     MOVE WS-EMPL-HIRE-DATE TO WD-EMPL-HIRE-DATE.
104100     ADD 1 TO WS-EXTRACT-COUNT.
104200     PERFORM 3450-MATCH-ONE-REQUEST
104300         THRU 3450-MATCH-ONE-REQUEST-EXIT
