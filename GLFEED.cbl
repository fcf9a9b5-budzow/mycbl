002700*                 FINANCE TIES THE JOURNAL BACK TO THE PAYROLL
002800*                 INTERFACE WITH. THIS CLOSES THE LAST MANUAL
002900*                 RE-KEY BETWEEN THE EMPLOYEE SYSTEM AND THE GL.
002907* 2026-10-15 DB   DEDUCTION LIABILITIES. PAYFILE NOW CARRIES
002914*                 'D' DEDUCTION LINES BEHIND EACH EARNINGS LINE
002921*                 (PAYFILE.CPY). EARNINGS LINES STILL FEED THE
002928*                 DEPARTMENT LABOR DEBITS AT GROSS; THE CREDIT
002935*                 SIDE IS NOW ONE LINE PER DEDUCTION LIABILITY
002942*                 ACCOUNT (FIND-OR-ADD, LIKE THE DEPARTMENT
002949*                 BUCKETS) PLUS THE PAYROLL CLEARING CREDIT FOR
002956*                 NET PAY ONLY, SO GROSS MUST EQUAL NET PLUS
002963*                 DEDUCTIONS BEFORE THE BATCH POSTS. A DEDUCTION
002970*                 LINE WITH NO ACCOUNT, AN UNKNOWN LINE TYPE, OR
002977*                 MORE ACCOUNTS THAN THE TABLE HOLDS FAILS THE
002984*                 STEP. AN EARNINGS LINE WITH A BLANK TYPE (AN
002991*                 OLDER INTERFACE FILE) IS TAKEN AS NET = GROSS.
002992* 2026-10-15 DB   THE JOURNAL IS CHECKED AGAINST THE IFREGF
002993*                 INTERFACE REGISTRY (IFRCHK.CPY) BEFORE IT IS
002994*                 WRITTEN -- ONE GL BATCH PER PAYFILE PERIOD DATE,
002995*                 TAKEN FROM THE REGISTRY ENTRY PAYINTF RECORDED
002996*                 FOR THE PAYFILE READ -- AND RECORDED WHEN DONE.
002997* 2026-10-15 DB   EACH DEPARTMENT'S LABOR DEBIT IS ALSO APPENDED
002998*                 TO LABHIST (LABHREC.CPY) UNDER THE PERIOD DATE
002999*                 SO DEPTPROF CAN ADD UP A MONTH'S PAY PERIODS.
003000*****************************************************************
003100
003200 ENVIRONMENT DIVISION.
004200     SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-AUDIT-STATUS.
004410     SELECT LABHIST-FILE ASSIGN TO LABHIST
004420         ORGANIZATION IS SEQUENTIAL
004430         FILE STATUS IS WS-LABHIST-STATUS.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
006900     LABEL RECORDS ARE STANDARD.
007000     COPY AUDREC.
007100
007110 FD  LABHIST-FILE
007120     RECORDING MODE IS F
007130     RECORD CONTAINS 80 CHARACTERS
007140     LABEL RECORDS ARE STANDARD.
007150     COPY LABHREC.
007160
007200 WORKING-STORAGE SECTION.
007300 01  WS-PAY-STATUS                PIC X(02).
007400 01  WS-AUDIT-STATUS              PIC X(02).
007410 01  WS-LABHIST-STATUS            PIC X(02).
007500
007600 01  WS-PAY-EOF-SW                PIC X(01)  VALUE 'N'.
007700     88  WS-PAY-EOF                          VALUE 'Y'.
007800 01  WS-DEPT-FOUND-SW             PIC X(01)  VALUE 'N'.
007900     88  WS-DEPT-FOUND                       VALUE 'Y'.
007910 01  WS-LIAB-FOUND-SW             PIC X(01)  VALUE 'N'.
007920     88  WS-LIAB-FOUND                       VALUE 'Y'.
008000 01  WS-ABEND-SW                  PIC X(01)  VALUE 'N'.
008100     88  WS-ABEND-REQUESTED                  VALUE 'Y'.
008200
008300*    THE GL CHART ACCOUNTS THIS FEED POSTS TO: DEPARTMENT LABOR
008400*    EXPENSE ON THE DEBIT SIDE, PAYROLL CLEARING (NET PAY) ON THE
008500*    CREDIT SIDE. FINANCE OWNS THE NUMBERS; CHANGE THEM HERE IN
008600*    STEP WITH THE CHART. THE DEDUCTION LIABILITY ACCOUNTS COME
008610*    IN ON THE PAYFILE DEDUCTION LINES FROM DEDREF.
008700 01  WS-LABOR-ACCOUNT             PIC X(10) VALUE '6100000000'.
008800 01  WS-CLEARING-ACCOUNT          PIC X(10) VALUE '2105000000'.
008900
009000 01  WS-PAY-READ-COUNT            PIC 9(07)  VALUE ZERO.
009100 01  WS-LINE-COUNT                PIC 9(05)  VALUE ZERO.
009110 01  WS-EMPL-ID-HASH              PIC 9(15)  VALUE ZERO.
009200
009300 01  WS-DEPT-COUNT                PIC 9(03)  VALUE ZERO.
009400 01  WS-DEPT-CAPACITY             PIC 9(03)  VALUE 50.
010000         10  WS-TD-DEPT           PIC X(04).
010100         10  WS-TD-LABOR-COST     PIC 9(09)V99.
010200
010210 01  WS-LIAB-COUNT                PIC 9(03)  VALUE ZERO.
010220 01  WS-LIAB-CAPACITY             PIC 9(03)  VALUE 30.
010230 01  WS-LIAB-IDX                  PIC 9(03)  VALUE ZERO.
010240
010250 01  WS-LIAB-TABLE.
010260     05  WS-LIAB-ENTRY OCCURS 30 TIMES.
010270         10  WS-TL-ACCOUNT        PIC X(10).
010280         10  WS-TL-AMOUNT         PIC 9(09)V99.
010290
010300 01  WS-CREDIT-TOTAL              PIC 9(09)V99 VALUE ZERO.
010400 01  WS-DEBIT-TOTAL               PIC 9(09)V99 VALUE ZERO.
010410 01  WS-NET-TOTAL                 PIC 9(09)V99 VALUE ZERO.
010420 01  WS-DEDUCT-TOTAL              PIC 9(09)V99 VALUE ZERO.
010500
010600 01  WS-SYS-DATE                  PIC X(08).
010700 01  WS-SYS-DATE-R REDEFINES WS-SYS-DATE.
010800     05  WS-SYS-YYYY              PIC 9(04).
010900     05  WS-SYS-MM                PIC 9(02).
011000     05  WS-SYS-DD                PIC 9(02).
011010 01  WS-SYS-TIME                  PIC X(08).
011100
011200 01  WS-RUN-DATE-EDIT.
011300     05  WS-RE-MM                 PIC 9(02).
011500     05  WS-RE-DD                 PIC 9(02).
011600     05  FILLER                   PIC X(01)  VALUE '/'.
011700     05  WS-RE-YYYY               PIC 9(04).
011710
011720     COPY IFRPARM.
011800
011900 PROCEDURE DIVISION.
012000
013800     IF WS-ABEND-REQUESTED
013900         GO TO 9999-END-OF-JOB
014000     END-IF.
014010     PERFORM 3500-CHECK-REGISTRY
014020         THRU 3500-CHECK-REGISTRY-EXIT.
014030     IF WS-ABEND-REQUESTED
014040         GO TO 9999-END-OF-JOB
014050     END-IF.
014100     PERFORM 4000-WRITE-JOURNAL
014200         THRU 4000-WRITE-JOURNAL-EXIT.
014210     IF WS-ABEND-REQUESTED
014220         GO TO 9999-END-OF-JOB
014230     END-IF.
014300     PERFORM 8000-FINALIZE
014400         THRU 8000-FINALIZE-EXIT.
014410     MOVE WS-LINE-COUNT  TO WS-IF-RECORD-COUNT.
014420     MOVE WS-DEBIT-TOTAL TO WS-IF-CONTROL-TOTAL.
014430     MOVE ZERO           TO WS-IF-HASH-TOTAL.
014440     PERFORM RECORD-INTERFACE-REGISTRY
014450         THRU RECORD-INTERFACE-REGISTRY-EXIT.
014500 9999-END-OF-JOB.
014600     CLOSE GLRPT-FILE.
014700     CLOSE AUDIT-LOG-FILE.
015500 1000-INITIALIZE.
015600     OPEN OUTPUT GLRPT-FILE.
015700     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
015710     ACCEPT WS-SYS-TIME FROM TIME.
015800     MOVE WS-SYS-MM   TO WS-RE-MM.
015900     MOVE WS-SYS-DD   TO WS-RE-DD.
016000     MOVE WS-SYS-YYYY TO WS-RE-YYYY.
019000     EXIT.
019100
019200*****************************************************************
019300* 2000-ROLL-UP-PAYFILE - READ ONE INTERFACE RECORD. A DEDUCTION
019400* LINE GOES TO 2200 FOR ITS LIABILITY ACCOUNT. AN EARNINGS LINE
019500* FOLDS ITS PERIOD GROSS INTO THE OWNING DEPARTMENT'S BUCKET
019600* (THE SAME FIND-OR-ADD SHAPE AS DEPTBRK'S) AND ITS NET PAY INTO
019700* THE CLEARING CREDIT. A POPULATION PAST THE DEPARTMENT TABLE
019800* FAILS THE STEP -- A BATCH MISSING A DEPARTMENT WOULD STILL
019810* BALANCE, AND THAT IS EXACTLY THE KIND OF WRONG THE LEDGER
019820* NEVER FORGIVES. SO DOES A LINE OF NO KNOWN TYPE.
019900*****************************************************************
020000 2000-ROLL-UP-PAYFILE.
020100     READ PAYFILE-FILE
020400             GO TO 2000-ROLL-UP-PAYFILE-EXIT
020500     END-READ.
020600     ADD 1 TO WS-PAY-READ-COUNT.
020605     IF PF-DEDUCTION-LINE
020610         PERFORM 2200-ROLL-UP-DEDUCTION
020615             THRU 2200-ROLL-UP-DEDUCTION-EXIT
020620         GO TO 2000-ROLL-UP-PAYFILE-EXIT
020625     END-IF.
020630     IF NOT PF-EARNINGS-LINE
020635         DISPLAY 'GLFEED - PAYFILE LINE TYPE ' PF-RECORD-TYPE
020640                 ' FOR EMP ' PF-EMPL-ID ' UNKNOWN, ABENDING'
020645         MOVE 'ROLL UP PAYFILE'   TO AL-OPERATION
020650         MOVE ZERO                TO AL-SQLCODE
020655         MOVE 'BAD PAYFILE LINE'  TO AL-MESSAGE
020660         MOVE 'S' TO AL-SEVERITY
020665         PERFORM WRITE-AUDIT-LOG
020670             THRU WRITE-AUDIT-LOG-EXIT
020675         MOVE 16 TO RETURN-CODE
020680         MOVE 'Y' TO WS-ABEND-SW
020685         MOVE 'Y' TO WS-PAY-EOF-SW
020690         GO TO 2000-ROLL-UP-PAYFILE-EXIT
020695     END-IF.
020700     MOVE 'N' TO WS-DEPT-FOUND-SW.
020800     PERFORM 2100-SEARCH-DEPT-TABLE
020900         THRU 2100-SEARCH-DEPT-TABLE-EXIT
023300         MOVE ZERO         TO WS-TD-LABOR-COST (WS-DEPT-IDX)
023400     END-IF.
023500     ADD PF-PERIOD-GROSS TO WS-TD-LABOR-COST (WS-DEPT-IDX).
023510     ADD PF-EMPL-ID      TO WS-EMPL-ID-HASH.
023600     IF PF-RECORD-TYPE = SPACE
023610         ADD PF-PERIOD-GROSS TO WS-NET-TOTAL
023620         ADD PF-PERIOD-GROSS TO WS-CREDIT-TOTAL
023630     ELSE
023640         ADD PF-NET-PAY TO WS-NET-TOTAL
023650         ADD PF-NET-PAY TO WS-CREDIT-TOTAL
023660     END-IF.
023700 2000-ROLL-UP-PAYFILE-EXIT.
023800     EXIT.
023900
024800         MOVE 'Y' TO WS-DEPT-FOUND-SW
024900     END-IF.
025000 2100-SEARCH-DEPT-TABLE-EXIT.
025001     EXIT.
025002
025003*****************************************************************
025004* 2200-ROLL-UP-DEDUCTION - FOLD ONE DEDUCTION LINE INTO ITS
025005* LIABILITY ACCOUNT'S BUCKET (FIND-OR-ADD) AND INTO THE CREDIT-
025006* SIDE TOTAL. A LINE WITH NO ACCOUNT, OR AN ACCOUNT PAST THE
025007* TABLE, FAILS THE STEP -- THE LIABILITY WOULD HAVE NOWHERE TO
025008* GO AND THE BATCH WOULD NOT BALANCE ANYWAY.
025009*****************************************************************
025010 2200-ROLL-UP-DEDUCTION.
025011     IF PF-DED-ACCOUNT = SPACES
025012         DISPLAY 'GLFEED - DEDUCTION ' PF-DED-CODE ' FOR EMP '
025013                 PF-EMPL-ID ' HAS NO ACCOUNT, ABENDING'
025014         MOVE 'ROLL UP PAYFILE'   TO AL-OPERATION
025015         MOVE ZERO                TO AL-SQLCODE
025016         MOVE 'NO LIABILITY ACCT' TO AL-MESSAGE
025017         MOVE 'S' TO AL-SEVERITY
025018         PERFORM WRITE-AUDIT-LOG
025019             THRU WRITE-AUDIT-LOG-EXIT
025020         MOVE 16 TO RETURN-CODE
025021         MOVE 'Y' TO WS-ABEND-SW
025022         MOVE 'Y' TO WS-PAY-EOF-SW
025023         GO TO 2200-ROLL-UP-DEDUCTION-EXIT
025024     END-IF.
025025     MOVE 'N' TO WS-LIAB-FOUND-SW.
025026     PERFORM 2300-SEARCH-LIAB-TABLE
025027         THRU 2300-SEARCH-LIAB-TABLE-EXIT
025028         VARYING WS-LIAB-IDX FROM 1 BY 1
025029         UNTIL WS-LIAB-IDX > WS-LIAB-COUNT OR WS-LIAB-FOUND.
025030     IF WS-LIAB-FOUND
025031         SUBTRACT 1 FROM WS-LIAB-IDX
025032     END-IF.
025033     IF NOT WS-LIAB-FOUND
025034         IF WS-LIAB-COUNT >= WS-LIAB-CAPACITY
025035             DISPLAY 'GLFEED - LIABILITY TABLE CAPACITY '
025036                     WS-LIAB-CAPACITY ' EXCEEDED, ABENDING'
025037             MOVE 'ROLL UP PAYFILE'   TO AL-OPERATION
025038             MOVE ZERO                TO AL-SQLCODE
025039             MOVE 'TABLE CAPACITY'    TO AL-MESSAGE
025040             MOVE 'S' TO AL-SEVERITY
025041             PERFORM WRITE-AUDIT-LOG
025042                 THRU WRITE-AUDIT-LOG-EXIT
025043             MOVE 16 TO RETURN-CODE
025044             MOVE 'Y' TO WS-ABEND-SW
025045             MOVE 'Y' TO WS-PAY-EOF-SW
025046             GO TO 2200-ROLL-UP-DEDUCTION-EXIT
025047         END-IF
025048         ADD 1 TO WS-LIAB-COUNT
025049         MOVE WS-LIAB-COUNT  TO WS-LIAB-IDX
025050         MOVE PF-DED-ACCOUNT TO WS-TL-ACCOUNT (WS-LIAB-IDX)
025051         MOVE ZERO           TO WS-TL-AMOUNT (WS-LIAB-IDX)
025052     END-IF.
025053     ADD PF-DED-AMOUNT TO WS-TL-AMOUNT (WS-LIAB-IDX).
025054     ADD PF-DED-AMOUNT TO WS-DEDUCT-TOTAL.
025055     ADD PF-DED-AMOUNT TO WS-CREDIT-TOTAL.
025056 2200-ROLL-UP-DEDUCTION-EXIT.
025057     EXIT.
025058
025059*****************************************************************
025060* 2300-SEARCH-LIAB-TABLE - COMPARE ONE LIABILITY BUCKET'S
025061* ACCOUNT AGAINST THE CURRENT DEDUCTION LINE. THE CALLER BACKS
025062* WS-LIAB-IDX UP ONE ON A MATCH.
025063*****************************************************************
025064 2300-SEARCH-LIAB-TABLE.
025065     IF WS-TL-ACCOUNT (WS-LIAB-IDX) = PF-DED-ACCOUNT
025066         MOVE 'Y' TO WS-LIAB-FOUND-SW
025067     END-IF.
025068 2300-SEARCH-LIAB-TABLE-EXIT.
025100     EXIT.
025200
025300*****************************************************************
030400
030500*****************************************************************
030600* 4000-WRITE-JOURNAL - THE BATCH PROVED BALANCED, SO WRITE IT:
030700* ONE LABOR-EXPENSE DEBIT LINE PER DEPARTMENT, ONE CREDIT LINE
030800* PER DEDUCTION LIABILITY ACCOUNT, THEN THE ONE PAYROLL-CLEARING
030900* CREDIT LINE FOR THE BATCH'S NET PAY. EACH LINE ALSO PRINTS ON
030910* THE CONTROL REPORT, AND EACH DEBIT IS APPENDED TO LABHIST. A
030932* LABHIST THAT WILL NOT OPEN OR TAKE A RECORD FAILS THE STEP
030954* BEFORE THE BATCH IS RECORDED ON THE REGISTRY, SO THE RERUN IS
030976* NOT A RESEND; DEPTPROF READS ONLY THE RERUN'S RECORDS.
031000*****************************************************************
031100 4000-WRITE-JOURNAL.
031106     OPEN EXTEND LABHIST-FILE.
031112     IF WS-LABHIST-STATUS NOT = '00'
031118         DISPLAY 'GLFEED - ERROR OPENING LABHIST, STATUS '
031124                 WS-LABHIST-STATUS ', NO JOURNAL WRITTEN, '
031130                 'ABENDING'
031136         MOVE 'OPEN LABHIST'      TO AL-OPERATION
031142         MOVE ZERO                TO AL-SQLCODE
031148         MOVE 'OPEN FAILED'       TO AL-MESSAGE
031154         MOVE 'S' TO AL-SEVERITY
031160         PERFORM WRITE-AUDIT-LOG
031166             THRU WRITE-AUDIT-LOG-EXIT
031172         MOVE 16 TO RETURN-CODE
031178         MOVE 'Y' TO WS-ABEND-SW
031184         GO TO 4000-WRITE-JOURNAL-EXIT
031190     END-IF.
031200     OPEN OUTPUT GLJRNL-FILE.
031300     PERFORM 4100-WRITE-DEBIT-LINE
031400         THRU 4100-WRITE-DEBIT-LINE-EXIT
031500         VARYING WS-PRINT-IDX FROM 1 BY 1
031600         UNTIL WS-PRINT-IDX > WS-DEPT-COUNT
031601            OR WS-ABEND-REQUESTED.
031602     CLOSE LABHIST-FILE.
031603     IF WS-ABEND-REQUESTED
031604         CLOSE GLJRNL-FILE
031605         GO TO 4000-WRITE-JOURNAL-EXIT
031606     END-IF.
031610     PERFORM 4200-WRITE-LIAB-LINE
031620         THRU 4200-WRITE-LIAB-LINE-EXIT
031630         VARYING WS-PRINT-IDX FROM 1 BY 1
031640         UNTIL WS-PRINT-IDX > WS-LIAB-COUNT.
031700     MOVE SPACES TO GLJRNL-RECORD.
031800     MOVE WS-SYS-DATE         TO GJ-JRNL-DATE.
031900     MOVE WS-CLEARING-ACCOUNT TO GJ-ACCOUNT.
032000     MOVE SPACES              TO GJ-DEPT.
032100     MOVE 'C'                 TO GJ-DR-CR.
032200     MOVE WS-NET-TOTAL        TO GJ-AMOUNT.
032300     MOVE 'PAYROLL CLEARING'  TO GJ-DESC.
032400     WRITE GLJRNL-RECORD.
032500     ADD 1 TO WS-LINE-COUNT.
032700     MOVE SPACES TO GLRPT-RECORD.
032800     MOVE WS-CLEARING-ACCOUNT TO LD-ACCOUNT.
032900     MOVE 'CR'                TO LD-DRCR.
033000     MOVE WS-NET-TOTAL        TO LD-AMOUNT.
033100     WRITE GLRPT-RECORD.
033200 4000-WRITE-JOURNAL-EXIT.
033300     EXIT.
033400
033500*****************************************************************
033600* 4100-WRITE-DEBIT-LINE - WRITE ONE DEPARTMENT'S LABOR-EXPENSE
033700* DEBIT LINE TO THE JOURNAL AND ITS ECHO TO THE CONTROL REPORT,
033710* AND APPEND IT TO LABHIST UNDER THE BATCH'S BUSINESS DATE (THE
033720* PAYFILE PERIOD DATE SETTLED BY 3500-CHECK-REGISTRY).
033800*****************************************************************
033900 4100-WRITE-DEBIT-LINE.
034000     MOVE SPACES TO GLJRNL-RECORD.
034600     MOVE 'DEPT LABOR EXPENSE'           TO GJ-DESC.
034700     WRITE GLJRNL-RECORD.
034800     ADD 1 TO WS-LINE-COUNT.
034805     MOVE SPACES                          TO LABHIST-RECORD.
034810     MOVE WS-IF-BUS-DATE                  TO LH-PERIOD-DATE.
034815     MOVE WS-TD-DEPT (WS-PRINT-IDX)       TO LH-DEPT.
034820     MOVE WS-TD-LABOR-COST (WS-PRINT-IDX) TO LH-LABOR-COST.
034825     MOVE WS-SYS-DATE                     TO LH-RUN-DATE.
034830     MOVE WS-SYS-TIME (1:6)               TO LH-RUN-TIME.
034835     WRITE LABHIST-RECORD.
034840     IF WS-LABHIST-STATUS NOT = '00'
034845         DISPLAY 'GLFEED - ERROR WRITING LABHIST, STATUS '
034850                 WS-LABHIST-STATUS ', ABENDING'
034855         MOVE 'WRITE LABHIST'     TO AL-OPERATION
034860         MOVE ZERO                TO AL-SQLCODE
034865         MOVE 'WRITE FAILED'      TO AL-MESSAGE
034870         MOVE 'S' TO AL-SEVERITY
034875         PERFORM WRITE-AUDIT-LOG
034880             THRU WRITE-AUDIT-LOG-EXIT
034885         MOVE 16 TO RETURN-CODE
034890         MOVE 'Y' TO WS-ABEND-SW
034895     END-IF.
034900     MOVE SPACES TO GLRPT-RECORD.
035000     MOVE WS-TD-DEPT (WS-PRINT-IDX)       TO LD-DEPT.
035100     MOVE WS-LABOR-ACCOUNT                TO LD-ACCOUNT.
035300     MOVE WS-TD-LABOR-COST (WS-PRINT-IDX) TO LD-AMOUNT.
035400     WRITE GLRPT-RECORD.
035500 4100-WRITE-DEBIT-LINE-EXIT.
035501     EXIT.
035502
035503*****************************************************************
035504* 4200-WRITE-LIAB-LINE - WRITE ONE DEDUCTION LIABILITY ACCOUNT'S
035505* CREDIT LINE TO THE JOURNAL AND ITS ECHO TO THE CONTROL REPORT.
035506*****************************************************************
035507 4200-WRITE-LIAB-LINE.
035508     MOVE SPACES TO GLJRNL-RECORD.
035509     MOVE WS-SYS-DATE                    TO GJ-JRNL-DATE.
035510     MOVE WS-TL-ACCOUNT (WS-PRINT-IDX)   TO GJ-ACCOUNT.
035511     MOVE SPACES                         TO GJ-DEPT.
035512     MOVE 'C'                            TO GJ-DR-CR.
035513     MOVE WS-TL-AMOUNT (WS-PRINT-IDX)    TO GJ-AMOUNT.
035514     MOVE 'PAYROLL DEDUCTION LIAB'       TO GJ-DESC.
035515     WRITE GLJRNL-RECORD.
035516     ADD 1 TO WS-LINE-COUNT.
035517     MOVE SPACES TO GLRPT-RECORD.
035518     MOVE WS-TL-ACCOUNT (WS-PRINT-IDX)    TO LD-ACCOUNT.
035519     MOVE 'CR'                            TO LD-DRCR.
035520     MOVE WS-TL-AMOUNT (WS-PRINT-IDX)     TO LD-AMOUNT.
035521     WRITE GLRPT-RECORD.
035522 4200-WRITE-LIAB-LINE-EXIT.
035523     EXIT.
035524
035525*****************************************************************
035526* 3500-CHECK-REGISTRY - THE BATCH BELONGS TO THE PAY PERIOD OF
035527* THE PAYFILE IT POSTS. THE LATEST PAYFILE PAYINTF RECORDED ON
035528* THE INTERFACE REGISTRY MUST BE THE FILE JUST READ -- THE SAME
035529* RECORD COUNT, GROSS AND EMPLOYEE-ID HASH -- AND ITS PERIOD
035530* DATE IS THE BATCH'S BUSINESS DATE. A PAYFILE THAT DIFFERS
035531* FROM WHAT WAS SENT FAILS THE STEP. WITH NO PAYFILE ON THE
035532* REGISTRY AT ALL (ONE SENT BEFORE THE REGISTRY EXISTED) THE
035533* RUN DATE STANDS IN, WITH A WARNING. THEN THE JOURNAL ITSELF
035534* IS CHECKED -- ONE GL BATCH PER BUSINESS DATE.
035535*****************************************************************
035536 3500-CHECK-REGISTRY.
035537     MOVE 'GLFEED'            TO WS-IF-PROGRAM.
035538     MOVE 'L'                 TO WS-IF-FUNCTION.
035539     MOVE 'PAYFILE'           TO WS-IF-INTERFACE.
035540     MOVE 'O'                 TO WS-IF-DIRECTION.
035541     CALL 'IFREG' USING WS-IFREG-PARM.
035542     MOVE WS-SYS-DATE         TO WS-IF-BUS-DATE.
035543     IF WS-IF-NOT-FOUND
035544         DISPLAY 'GLFEED - NO PAYFILE ON THE INTERFACE REGISTRY, '
035545                 'BUSINESS DATE IS THE RUN DATE'
035546         MOVE 'CHECK INTERFACE REGISTRY' TO AL-OPERATION
035547         MOVE ZERO                TO AL-SQLCODE
035548         MOVE 'PAYFILE NOT ON IFREG' TO AL-MESSAGE
035549         MOVE 'W' TO AL-SEVERITY
035550         PERFORM WRITE-AUDIT-LOG
035551             THRU WRITE-AUDIT-LOG-EXIT
035552     END-IF.
035553     IF WS-IF-CLEAR
035554             AND (WS-IF-PRIOR-COUNT NOT = WS-PAY-READ-COUNT
035555               OR WS-IF-PRIOR-TOTAL NOT = WS-DEBIT-TOTAL
035556               OR WS-IF-PRIOR-HASH  NOT = WS-EMPL-ID-HASH)
035557         DISPLAY 'GLFEED - PAYFILE READ (' WS-PAY-READ-COUNT
035558                 ' RECORDS) IS NOT THE PAYFILE SENT FOR '
035559                 WS-IF-PRIOR-BUS-DATE ' (' WS-IF-PRIOR-COUNT
035560                 ' RECORDS), NO JOURNAL WRITTEN, ABENDING'
035561         MOVE 'CHECK INTERFACE REGISTRY' TO AL-OPERATION
035562         MOVE ZERO                TO AL-SQLCODE
035563         MOVE 'PAYFILE NOT AS SENT' TO AL-MESSAGE
035564         MOVE 'S' TO AL-SEVERITY
035565         PERFORM WRITE-AUDIT-LOG
035566             THRU WRITE-AUDIT-LOG-EXIT
035567         MOVE 16 TO RETURN-CODE
035568         MOVE 'Y' TO WS-ABEND-SW
035569         GO TO 3500-CHECK-REGISTRY-EXIT
035570     END-IF.
035571     IF WS-IF-CLEAR
035572         MOVE WS-IF-PRIOR-BUS-DATE TO WS-IF-BUS-DATE
035573     END-IF.
035574     MOVE 'GLJRNL'            TO WS-IF-INTERFACE.
035575     MOVE 'O'                 TO WS-IF-DIRECTION.
035576     MOVE 'D'                 TO WS-IF-MATCH-RULE.
035577     MOVE ZERO                TO WS-IF-RECORD-COUNT.
035578     MOVE ZERO                TO WS-IF-CONTROL-TOTAL.
035579     MOVE ZERO                TO WS-IF-HASH-TOTAL.
035580     PERFORM CHECK-INTERFACE-REGISTRY
035581         THRU CHECK-INTERFACE-REGISTRY-EXIT.
035582     IF NOT WS-IF-OK
035583         MOVE 'Y' TO WS-ABEND-SW
035584     END-IF.
035585 3500-CHECK-REGISTRY-EXIT.
035600     EXIT.
035700
035800*****************************************************************
037800     MOVE 'TOTAL CREDITS'              TO LA-LABEL.
037900     MOVE WS-CREDIT-TOTAL              TO LA-AMOUNT.
038000     WRITE GLRPT-RECORD.
038010     MOVE SPACES TO GLRPT-RECORD.
038020     MOVE '  DEDUCTION LIABILITIES'    TO LA-LABEL.
038030     MOVE WS-DEDUCT-TOTAL              TO LA-AMOUNT.
038040     WRITE GLRPT-RECORD.
038050     MOVE SPACES TO GLRPT-RECORD.
038060     MOVE '  NET PAY CLEARING'         TO LA-LABEL.
038070     MOVE WS-NET-TOTAL                 TO LA-AMOUNT.
038080     WRITE GLRPT-RECORD.
038100     DISPLAY 'GLFEED - ' WS-LINE-COUNT ' JOURNAL LINES, '
038200             'DEBITS ' WS-DEBIT-TOTAL
038300             ' CREDITS ' WS-CREDIT-TOTAL.
039400* AUDLOG.CPY. SEE THE COPYBOOK FOR DETAILS.
039500*****************************************************************
039600     COPY AUDLOG.
039700
039800*****************************************************************
039900* CHECK-INTERFACE-REGISTRY / RECORD-INTERFACE-REGISTRY - SHARED
040000* INTERFACE FILE REGISTRY CHECK AND RECORD, COPIED FROM
040100* IFRCHK.CPY. SEE THE COPYBOOK FOR DETAILS.
040200*****************************************************************
040300     COPY IFRCHK.
