000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LVACCRUE.
000300 AUTHOR.        D BUDZOWSKI.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* MODIFICATION HISTORY
000900* DATE       INIT DESCRIPTION
001000* ---------- ---- ------------------------------------------
001100* 2026-10-15 DB   INITIAL VERSION - VACATION AND SICK LEAVE
001200*                 ACCRUAL, RUN ONCE EACH PAY CYCLE. WALKS THE
001300*                 ACTIVE EMP ROWS, WORKS OUT EACH EMPLOYEE'S
001400*                 COMPLETED YEARS OF SERVICE FROM EMP_HIRE_DATE
001500*                 TO THE PAY-PERIOD DATE, PICKS THE STEP ON THE
001600*                 LVACCR ACCRUAL SCHEDULE (LVACREF.CPY) FOR THE
001700*                 EMPLOYEE'S PAY GRADE AND SERVICE, AND ADDS
001800*                 THAT STEP'S VACATION AND SICK HOURS TO THE
001900*                 EMPLOYEE'S RECORD ON THE KEYED LVBAL LEAVE-
002000*                 BALANCE DATASET (LVBREC.CPY), STARTING ONE
002100*                 FOR A FIRST ACCRUAL. THE PAY-PERIOD DATE COMES
002200*                 IN AS THE PARM THE SAME WAY PAYINTF TAKES IT.
002300*                 A PERIOD ALREADY ACCRUED ON A RECORD IS NOT
002400*                 ACCRUED AGAIN, SO A RERUN IS HARMLESS. AN
002500*                 EMPLOYEE WITH AN UNUSABLE HIRE DATE OR NO
002600*                 SCHEDULE STEP FOR THE GRADE ACCRUES NOTHING
002700*                 AND IS LISTED ON THE LVARPT CONTROL REPORT
002800*                 (LVARPT.CPY) AND WARNED TO THE AUDIT TRAIL.
002900*                 EMPLOYEES ON LEAVE OF ABSENCE DO NOT ACCRUE.
003000*****************************************************************
003100 
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT LVACCR-FILE ASSIGN TO LVACCR
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-LVACCR-STATUS.
003800     SELECT LVBAL-FILE ASSIGN TO LVBAL
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS RANDOM
004100         RECORD KEY IS LB-EMPL-ID
004200         FILE STATUS IS WS-LVBAL-STATUS.
004300     SELECT LVARPT-FILE ASSIGN TO LVARPT
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-AUDIT-STATUS.
004800 
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  LVACCR-FILE
005200     RECORDING MODE IS F
005300     RECORD CONTAINS 80 CHARACTERS
005400     LABEL RECORDS ARE STANDARD.
005500     COPY LVACREF.
005600 
005700 FD  LVBAL-FILE
005800     RECORD CONTAINS 80 CHARACTERS
005900     LABEL RECORDS ARE STANDARD.
006000     COPY LVBREC.
006100 
006200 FD  LVARPT-FILE
006300     RECORDING MODE IS F
006400     RECORD CONTAINS 132 CHARACTERS
006500     LABEL RECORDS ARE STANDARD.
006600     COPY LVARPT.
006700 
006800 FD  AUDIT-LOG-FILE
006900     RECORDING MODE IS F
007000     RECORD CONTAINS 80 CHARACTERS
007100     LABEL RECORDS ARE STANDARD.
007200     COPY AUDREC.
007300 
007400 WORKING-STORAGE SECTION.
007500 01  WS-LVACCR-STATUS             PIC X(02).
007600 01  WS-LVBAL-STATUS              PIC X(02).
007700 01  WS-AUDIT-STATUS              PIC X(02).
007800 01  WS-EMP-EOF-SW                PIC X(01)  VALUE 'N'.
007900     88  WS-EMP-EOF                          VALUE 'Y'.
008000 01  WS-LVACCR-EOF-SW             PIC X(01)  VALUE 'N'.
008100     88  WS-LVACCR-EOF                       VALUE 'Y'.
008200 01  WS-HIRE-OK-SW                PIC X(01)  VALUE 'N'.
008300     88  WS-HIRE-OK                          VALUE 'Y'.
008400 
008500 01  WS-STEP-COUNT                PIC 9(03)  VALUE ZERO.
008600 01  WS-STEP-IDX                  PIC 9(03)  VALUE ZERO.
008700 01  WS-STEP-HIT-IDX              PIC 9(03)  VALUE ZERO.
008800 01  WS-STEP-CAPACITY             PIC 9(03)  VALUE 100.
008900 01  WS-MATCH-GRADE               PIC X(02)  VALUE SPACES.
009000 
009100*    ONE ENTRY PER PAY GRADE PER SERVICE STEP ON THE ACCRUAL
009200*    SCHEDULE. A FEW DOZEN GRADES WITH THREE OR FOUR STEPS EACH
009300*    FITS IN 100; OVERFLOW FAILS THE STEP RATHER THAN ACCRUING
009400*    PART OF THE POPULATION OFF A PART-LOADED SCHEDULE.
009500 01  WS-STEP-TABLE.
009600     05  WS-STEP-ENTRY OCCURS 100 TIMES.
009700         10  WS-TS-GRADE          PIC X(02).
009800         10  WS-TS-MIN-YEARS      PIC 9(02).
009900         10  WS-TS-VAC-HOURS      PIC 9(02)V99.
010000         10  WS-TS-SICK-HOURS     PIC 9(02)V99.
010100         10  WS-TS-VAC-CAP        PIC 9(04)V99.
010200         10  WS-TS-SICK-CAP       PIC 9(04)V99.
010300 
010400 01  WS-PERIOD-DATE.
010500     05  WS-PD-YYYY               PIC X(04).
010600     05  WS-PD-SEP1               PIC X(01).
010700     05  WS-PD-MM                 PIC X(02).
010800     05  WS-PD-SEP2               PIC X(01).
010900     05  WS-PD-DD                 PIC X(02).
011000 01  WS-PERIOD-YYYY               PIC 9(04)  VALUE ZERO.
011100 
011200 01  WS-HIRE-DATE.
011300     05  WS-HD-YYYY               PIC X(04).
011400     05  WS-HD-SEP1               PIC X(01).
011500     05  WS-HD-MM                 PIC X(02).
011600     05  WS-HD-SEP2               PIC X(01).
011700     05  WS-HD-DD                 PIC X(02).
011800 01  WS-HIRE-YYYY                 PIC 9(04)  VALUE ZERO.
011900 01  WS-SERVICE-YEARS             PIC S9(04) VALUE ZERO.
012000 
012100 01  WS-EXC-REASON                PIC X(30)  VALUE SPACES.
012200 01  WS-EXC-MESSAGE               PIC X(20)  VALUE SPACES.
012300 
012400 01  WS-ACTIVE-COUNT              PIC 9(07)  VALUE ZERO.
012500 01  WS-ACCRUED-COUNT             PIC 9(07)  VALUE ZERO.
012600 01  WS-NEW-BAL-COUNT             PIC 9(07)  VALUE ZERO.
012700 01  WS-ALREADY-COUNT             PIC 9(07)  VALUE ZERO.
012800 01  WS-EXCEPTION-COUNT           PIC 9(07)  VALUE ZERO.
012900 01  WS-TOTAL-VAC-HOURS           PIC 9(07)V99 VALUE ZERO.
013000 01  WS-TOTAL-SICK-HOURS          PIC 9(07)V99 VALUE ZERO.
013100 
013200 01  WS-SYS-DATE.
013300     05  WS-SYS-YYYY              PIC 9(04).
013400     05  WS-SYS-MM                PIC 9(02).
013500     05  WS-SYS-DD                PIC 9(02).
013600 
013700 01  WS-RUN-DATE-EDIT.
013800     05  WS-RD-MM                 PIC 9(02).
013900     05  FILLER                   PIC X(01)  VALUE '/'.
014000     05  WS-RD-DD                 PIC 9(02).
014100     05  FILLER                   PIC X(01)  VALUE '/'.
014200     05  WS-RD-YYYY               PIC 9(04).
014300 
014400     COPY SQLSW.
014500     EXEC SQL
014600         INCLUDE SQLCA
014700     END-EXEC.
014800 
014900     EXEC SQL
015000         INCLUDE DCLEMP
015100     END-EXEC.
015200 
015300     EXEC SQL
015400         DECLARE ACCRUE-CUR CURSOR FOR
015500            SELECT EMP_ID, EMP_NAME, EMP_DEPT, EMP_HIRE_DATE,
015600                   EMP_PAY_GRADE
015700              FROM EMP
015800             WHERE EMP_STATUS = 'A'
015900             ORDER BY EMP_ID
016000     END-EXEC.
016100 
016200 LINKAGE SECTION.
016300 01  LS-PARM.
016400     05  LS-PARM-LEN         PIC S9(04) COMP.
016500     05  LS-PARM-DATA.
016600         10  LS-PARM-PERIOD-DATE  PIC X(10).
016700 
016800 PROCEDURE DIVISION USING LS-PARM.
016900 
017000 0000-MAINLINE.
017100     OPEN EXTEND AUDIT-LOG-FILE.
017200     MOVE 'LVACCRUE' TO AL-PROGRAM.
017300     PERFORM 1000-INITIALIZE
017400         THRU 1000-INITIALIZE-EXIT.
017500     IF WS-ABEND-REQUESTED
017600         GO TO 9999-END-OF-JOB
017700     END-IF.
017800     PERFORM 2000-OPEN-ACCRUE-CUR
017900         THRU 2000-OPEN-ACCRUE-CUR-EXIT.
018000     IF NOT WS-ABEND-REQUESTED
018100         PERFORM 3000-FETCH-ACCRUE-CUR
018200             THRU 3000-FETCH-ACCRUE-CUR-EXIT
018300             UNTIL WS-EMP-EOF OR WS-ABEND-REQUESTED
018400         PERFORM 4000-CLOSE-ACCRUE-CUR
018500             THRU 4000-CLOSE-ACCRUE-CUR-EXIT
018600     END-IF.
018700     CLOSE LVBAL-FILE.
018800     IF NOT WS-ABEND-REQUESTED
018900         PERFORM 8000-FINALIZE
019000             THRU 8000-FINALIZE-EXIT
019100     END-IF.
019200 9999-END-OF-JOB.
019300     CLOSE LVARPT-FILE.
019400     CLOSE AUDIT-LOG-FILE.
019500     STOP RUN.
019600 
019700*****************************************************************
019800* 1000-INITIALIZE - ESTABLISH THE PAY-PERIOD DATE, PRINT THE
019900* CONTROL REPORT TITLE, LOAD THE LVACCR ACCRUAL SCHEDULE, AND
020000* OPEN THE LVBAL BALANCE DATASET FOR UPDATE. AN UNREADABLE OR
020100* EMPTY SCHEDULE, OR AN LVBAL THAT WILL NOT OPEN, FAILS THE
020200* STEP -- NOBODY IS ACCRUED RATHER THAN SOME.
020300*****************************************************************
020400 1000-INITIALIZE.
020500     OPEN OUTPUT LVARPT-FILE.
020600     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
020700     MOVE WS-SYS-MM   TO WS-RD-MM.
020800     MOVE WS-SYS-DD   TO WS-RD-DD.
020900     MOVE WS-SYS-YYYY TO WS-RD-YYYY.
021000     PERFORM 1100-SET-PERIOD-DATE
021100         THRU 1100-SET-PERIOD-DATE-EXIT.
021200     IF WS-ABEND-REQUESTED
021300         GO TO 1000-INITIALIZE-EXIT
021400     END-IF.
021500     MOVE SPACES TO LVARPT-RECORD.
021600     MOVE 'LEAVE ACCRUAL CONTROL REPORT' TO LT-TITLE-TEXT.
021700     MOVE 'RUN DATE: '       TO LT-RUN-DATE-LABEL.
021800     MOVE WS-RUN-DATE-EDIT   TO LT-RUN-DATE.
021900     WRITE LVARPT-RECORD.
022000     MOVE SPACES TO LVARPT-RECORD.
022100     MOVE 'PAY PERIOD ACCRUED' TO LP-LABEL.
022200     MOVE WS-PERIOD-DATE      TO LP-DATE.
022300     WRITE LVARPT-RECORD.
022400     MOVE SPACES TO LVARPT-RECORD.
022500     WRITE LVARPT-RECORD.
022600 
022700     OPEN INPUT LVACCR-FILE.
022800     IF WS-LVACCR-STATUS NOT = '00'
022900         DISPLAY 'LVACCRUE - ERROR OPENING LVACCR, STATUS '
023000                 WS-LVACCR-STATUS
023100         MOVE 'OPEN LVACCR'       TO AL-OPERATION
023200         MOVE ZERO                TO AL-SQLCODE
023300         MOVE 'OPEN FAILED'       TO AL-MESSAGE
023400         MOVE 'S' TO AL-SEVERITY
023500         PERFORM WRITE-AUDIT-LOG
023600             THRU WRITE-AUDIT-LOG-EXIT
023700         MOVE 16 TO RETURN-CODE
023800         MOVE 'Y' TO WS-ABEND-SW
023900         GO TO 1000-INITIALIZE-EXIT
024000     END-IF.
024100     PERFORM 1200-LOAD-STEP-TABLE
024200         THRU 1200-LOAD-STEP-TABLE-EXIT
024300         UNTIL WS-LVACCR-EOF OR WS-ABEND-REQUESTED.
024400     CLOSE LVACCR-FILE.
024500     IF WS-ABEND-REQUESTED
024600         GO TO 1000-INITIALIZE-EXIT
024700     END-IF.
024800     IF WS-STEP-COUNT = ZERO
024900         DISPLAY 'LVACCRUE - LVACCR IS EMPTY, ABENDING'
025000         MOVE 'LOAD STEP TABLE'   TO AL-OPERATION
025100         MOVE ZERO                TO AL-SQLCODE
025200         MOVE 'EMPTY SCHEDULE'    TO AL-MESSAGE
025300         MOVE 'S' TO AL-SEVERITY
025400         PERFORM WRITE-AUDIT-LOG
025500             THRU WRITE-AUDIT-LOG-EXIT
025600         MOVE 16 TO RETURN-CODE
025700         MOVE 'Y' TO WS-ABEND-SW
025800         GO TO 1000-INITIALIZE-EXIT
025900     END-IF.
026000 
026100     OPEN I-O LVBAL-FILE.
026200     IF WS-LVBAL-STATUS NOT = '00' AND WS-LVBAL-STATUS NOT = '97'
026300         DISPLAY 'LVACCRUE - ERROR OPENING LVBAL, STATUS '
026400                 WS-LVBAL-STATUS
026500         MOVE 'OPEN LVBAL'        TO AL-OPERATION
026600         MOVE ZERO                TO AL-SQLCODE
026700         MOVE 'OPEN FAILED'       TO AL-MESSAGE
026800         MOVE 'S' TO AL-SEVERITY
026900         PERFORM WRITE-AUDIT-LOG
027000             THRU WRITE-AUDIT-LOG-EXIT
027100         MOVE 16 TO RETURN-CODE
027200         MOVE 'Y' TO WS-ABEND-SW
027300     END-IF.
027400 1000-INITIALIZE-EXIT.
027500     EXIT.
027600 
027700*****************************************************************
027800* 1100-SET-PERIOD-DATE - ESTABLISH THE PAY-PERIOD DATE BEING
027900* ACCRUED. A PARM OF YYYY-MM-DD ACCRUES THAT PERIOD (THE SAME
028000* PARM THE CYCLE'S PAYINTF RAN WITH); A MISSING, BLANK, OR
028100* ALL-ZERO PARM ACCRUES THE RUN DATE. A PARM THAT DOES NOT
028200* PARSE FAILS THE STEP. SERVICE YEARS ARE COUNTED TO THIS DATE.
028300*****************************************************************
028400 1100-SET-PERIOD-DATE.
028500     IF LS-PARM-LEN = ZERO
028600             OR LS-PARM-PERIOD-DATE = SPACES
028700             OR LS-PARM-PERIOD-DATE = '0000000000'
028800         MOVE WS-SYS-YYYY TO WS-PD-YYYY
028900         MOVE '-'         TO WS-PD-SEP1
029000         MOVE WS-SYS-MM   TO WS-PD-MM
029100         MOVE '-'         TO WS-PD-SEP2
029200         MOVE WS-SYS-DD   TO WS-PD-DD
029300         MOVE WS-SYS-YYYY TO WS-PERIOD-YYYY
029400         GO TO 1100-SET-PERIOD-DATE-EXIT
029500     END-IF.
029600     MOVE LS-PARM-PERIOD-DATE TO WS-PERIOD-DATE.
029700     IF WS-PD-YYYY NOT NUMERIC
029800             OR WS-PD-MM NOT NUMERIC
029900             OR WS-PD-DD NOT NUMERIC
030000             OR WS-PD-SEP1 NOT = '-'
030100             OR WS-PD-SEP2 NOT = '-'
030200         DISPLAY 'LVACCRUE - BAD PERIOD DATE PARM '
030300                 LS-PARM-PERIOD-DATE ', ABENDING'
030400         MOVE 'SET PERIOD DATE'   TO AL-OPERATION
030500         MOVE ZERO                TO AL-SQLCODE
030600         MOVE 'BAD PERIOD PARM'   TO AL-MESSAGE
030700         MOVE 'S' TO AL-SEVERITY
030800         PERFORM WRITE-AUDIT-LOG
030900             THRU WRITE-AUDIT-LOG-EXIT
031000         MOVE 16 TO RETURN-CODE
031100         MOVE 'Y' TO WS-ABEND-SW
031200         GO TO 1100-SET-PERIOD-DATE-EXIT
031300     END-IF.
031400     MOVE WS-PD-YYYY TO WS-PERIOD-YYYY.
031500 1100-SET-PERIOD-DATE-EXIT.
031600     EXIT.
031700 
031800*****************************************************************
031900* 1200-LOAD-STEP-TABLE - LOAD ONE ACCRUAL SCHEDULE STEP.
032000*****************************************************************
032100 1200-LOAD-STEP-TABLE.
032200     READ LVACCR-FILE
032300         AT END
032400             MOVE 'Y' TO WS-LVACCR-EOF-SW
032500             GO TO 1200-LOAD-STEP-TABLE-EXIT
032600     END-READ.
032700     IF WS-STEP-COUNT >= WS-STEP-CAPACITY
032800         DISPLAY 'LVACCRUE - STEP TABLE FULL, ABENDING'
032900         MOVE 'LOAD STEP TABLE'   TO AL-OPERATION
033000         MOVE ZERO                TO AL-SQLCODE
033100         MOVE 'STEP TABLE FULL'   TO AL-MESSAGE
033200         MOVE 'S' TO AL-SEVERITY
033300         PERFORM WRITE-AUDIT-LOG
033400             THRU WRITE-AUDIT-LOG-EXIT
033500         MOVE 16 TO RETURN-CODE
033600         MOVE 'Y' TO WS-ABEND-SW
033700         GO TO 1200-LOAD-STEP-TABLE-EXIT
033800     END-IF.
033900     ADD 1 TO WS-STEP-COUNT.
034000     MOVE LR-PAY-GRADE  TO WS-TS-GRADE (WS-STEP-COUNT).
034100     MOVE LR-MIN-YEARS  TO WS-TS-MIN-YEARS (WS-STEP-COUNT).
034200     MOVE LR-VAC-HOURS  TO WS-TS-VAC-HOURS (WS-STEP-COUNT).
034300     MOVE LR-SICK-HOURS TO WS-TS-SICK-HOURS (WS-STEP-COUNT).
034400     MOVE LR-VAC-CAP    TO WS-TS-VAC-CAP (WS-STEP-COUNT).
034500     MOVE LR-SICK-CAP   TO WS-TS-SICK-CAP (WS-STEP-COUNT).
034600 1200-LOAD-STEP-TABLE-EXIT.
034700     EXIT.
034800 
034900*****************************************************************
035000* 2000-OPEN-ACCRUE-CUR - OPEN THE ACTIVE-EMPLOYEE CURSOR.
035100*****************************************************************
035200 2000-OPEN-ACCRUE-CUR.
035300     MOVE 'OPEN ACCRUE-CUR' TO WS-SQL-OPERATION.
035400     EXEC SQL
035500         OPEN ACCRUE-CUR
035600     END-EXEC.
035700     PERFORM SQL-ERROR-CHECK
035800         THRU SQL-ERROR-CHECK-EXIT.
035900 2000-OPEN-ACCRUE-CUR-EXIT.
036000     EXIT.
036100 
036200*****************************************************************
036300* 3000-FETCH-ACCRUE-CUR - FETCH ONE ACTIVE EMPLOYEE, WORK OUT
036400* THE SERVICE YEARS AND THE SCHEDULE STEP THAT APPLIES, AND
036500* ACCRUE THE PERIOD'S HOURS. AN EMPLOYEE WHO CANNOT BE ACCRUED
036600* IS LISTED AS AN EXCEPTION AND THE RUN CARRIES ON.
036700*****************************************************************
036800 3000-FETCH-ACCRUE-CUR.
036900     MOVE 'FETCH ACCRUE-CUR' TO WS-SQL-OPERATION.
037000     EXEC SQL
037100         FETCH ACCRUE-CUR
037200            INTO :EMP-ID, :EMP-NAME, :EMP-DEPT, :EMP-HIRE-DATE,
037300                 :EMP-PAY-GRADE
037400     END-EXEC.
037500     PERFORM SQL-ERROR-CHECK
037600         THRU SQL-ERROR-CHECK-EXIT.
037700     IF SQLCODE = 100
037800         MOVE 'Y' TO WS-EMP-EOF-SW
037900         GO TO 3000-FETCH-ACCRUE-CUR-EXIT
038000     END-IF.
038100     IF SQLCODE NOT = ZERO
038200         GO TO 3000-FETCH-ACCRUE-CUR-EXIT
038300     END-IF.
038400     ADD 1 TO WS-ACTIVE-COUNT.
038500     PERFORM 3100-SET-SERVICE-YEARS
038600         THRU 3100-SET-SERVICE-YEARS-EXIT.
038700     IF NOT WS-HIRE-OK
038800         PERFORM 3900-LIST-EXCEPTION
038900             THRU 3900-LIST-EXCEPTION-EXIT
039000         GO TO 3000-FETCH-ACCRUE-CUR-EXIT
039100     END-IF.
039200     MOVE EMP-PAY-GRADE TO WS-MATCH-GRADE.
039300     PERFORM 3200-FIND-ACCRUAL-STEP
039400         THRU 3200-FIND-ACCRUAL-STEP-EXIT.
039500     IF WS-STEP-HIT-IDX = ZERO
039600         MOVE '**' TO WS-MATCH-GRADE
039700         PERFORM 3200-FIND-ACCRUAL-STEP
039800             THRU 3200-FIND-ACCRUAL-STEP-EXIT
039900     END-IF.
040000     IF WS-STEP-HIT-IDX = ZERO
040100         MOVE 'NO SCHEDULE STEP FOR GRADE' TO WS-EXC-REASON
040200         MOVE 'NO ACCRUAL STEP'   TO WS-EXC-MESSAGE
040300         PERFORM 3900-LIST-EXCEPTION
040400             THRU 3900-LIST-EXCEPTION-EXIT
040500         GO TO 3000-FETCH-ACCRUE-CUR-EXIT
040600     END-IF.
040700     PERFORM 3300-POST-ACCRUAL
040800         THRU 3300-POST-ACCRUAL-EXIT.
040900 3000-FETCH-ACCRUE-CUR-EXIT.
041000     EXIT.
041100 
041200*****************************************************************
041300* 3100-SET-SERVICE-YEARS - COMPLETED YEARS OF SERVICE FROM THE
041400* HIRE DATE TO THE PAY-PERIOD DATE: THE DIFFERENCE IN YEARS,
041500* LESS ONE WHEN THE PERIOD FALLS BEFORE THE HIRE ANNIVERSARY IN
041600* ITS YEAR. A HIRE DATE THAT DOES NOT PARSE, OR ONE AFTER THE
041700* PERIOD, LEAVES WS-HIRE-OK OFF WITH THE REASON SET.
041800*****************************************************************
041900 3100-SET-SERVICE-YEARS.
042000     MOVE 'N' TO WS-HIRE-OK-SW.
042100     MOVE EMP-HIRE-DATE TO WS-HIRE-DATE.
042200     IF WS-HD-YYYY NOT NUMERIC
042300             OR WS-HD-MM NOT NUMERIC
042400             OR WS-HD-DD NOT NUMERIC
042500             OR WS-HD-SEP1 NOT = '-'
042600             OR WS-HD-SEP2 NOT = '-'
042700         MOVE 'HIRE DATE UNPARSEABLE' TO WS-EXC-REASON
042800         MOVE 'BAD HIRE DATE'     TO WS-EXC-MESSAGE
042900         GO TO 3100-SET-SERVICE-YEARS-EXIT
043000     END-IF.
043100     IF WS-HIRE-DATE > WS-PERIOD-DATE
043200         MOVE 'HIRED AFTER PAY PERIOD' TO WS-EXC-REASON
043300         MOVE 'HIRED AFTER PERIOD' TO WS-EXC-MESSAGE
043400         GO TO 3100-SET-SERVICE-YEARS-EXIT
043500     END-IF.
043600     MOVE WS-HD-YYYY TO WS-HIRE-YYYY.
043700     COMPUTE WS-SERVICE-YEARS = WS-PERIOD-YYYY - WS-HIRE-YYYY.
043800     IF WS-PERIOD-DATE (6:5) < WS-HIRE-DATE (6:5)
043900         SUBTRACT 1 FROM WS-SERVICE-YEARS
044000     END-IF.
044100     IF WS-SERVICE-YEARS > 99
044200         MOVE 99 TO WS-SERVICE-YEARS
044300     END-IF.
044400     MOVE 'Y' TO WS-HIRE-OK-SW.
044500 3100-SET-SERVICE-YEARS-EXIT.
044600     EXIT.
044700 
044800*****************************************************************
044900* 3200-FIND-ACCRUAL-STEP - FIND THE SCHEDULE STEP FOR
045000* WS-MATCH-GRADE WITH THE HIGHEST MINIMUM SERVICE THE EMPLOYEE
045100* HAS REACHED. WS-STEP-HIT-IDX COMES BACK ZERO WHEN THE GRADE
045200* HAS NO STEP THE EMPLOYEE QUALIFIES FOR.
045300*****************************************************************
045400 3200-FIND-ACCRUAL-STEP.
045500     MOVE ZERO TO WS-STEP-HIT-IDX.
045600     PERFORM 3210-MATCH-STEP
045700         THRU 3210-MATCH-STEP-EXIT
045800         VARYING WS-STEP-IDX FROM 1 BY 1
045900         UNTIL WS-STEP-IDX > WS-STEP-COUNT.
046000 3200-FIND-ACCRUAL-STEP-EXIT.
046100     EXIT.
046200 
046300*****************************************************************
046400* 3210-MATCH-STEP - TEST ONE SCHEDULE STEP AND KEEP IT WHEN IT
046500* IS FOR THE GRADE, WITHIN THE EMPLOYEE'S SERVICE, AND A HIGHER
046600* STEP THAN ANY KEPT SO FAR.
046700*****************************************************************
046800 3210-MATCH-STEP.
046900     IF WS-TS-GRADE (WS-STEP-IDX) NOT = WS-MATCH-GRADE
047000         GO TO 3210-MATCH-STEP-EXIT
047100     END-IF.
047200     IF WS-TS-MIN-YEARS (WS-STEP-IDX) > WS-SERVICE-YEARS
047300         GO TO 3210-MATCH-STEP-EXIT
047400     END-IF.
047500     IF WS-STEP-HIT-IDX = ZERO
047600         MOVE WS-STEP-IDX TO WS-STEP-HIT-IDX
047700         GO TO 3210-MATCH-STEP-EXIT
047800     END-IF.
047900     IF WS-TS-MIN-YEARS (WS-STEP-IDX)
048000             > WS-TS-MIN-YEARS (WS-STEP-HIT-IDX)
048100         MOVE WS-STEP-IDX TO WS-STEP-HIT-IDX
048200     END-IF.
048300 3210-MATCH-STEP-EXIT.
048400     EXIT.
048500 
048600*****************************************************************
048700* 3300-POST-ACCRUAL - ADD THE STEP'S HOURS TO THE EMPLOYEE'S
048800* LVBAL RECORD, STARTING ONE ON A FIRST ACCRUAL, AND REFRESH THE
048900* NAME, DEPARTMENT, GRADE, SERVICE YEARS, AND CAPS. A RECORD
049000* ALREADY ACCRUED FOR THIS PERIOD OR A LATER ONE IS LEFT ALONE
049100* AND COUNTED. A KEYED I/O FAILURE FAILS THE STEP.
049200*****************************************************************
049300 3300-POST-ACCRUAL.
049400     MOVE EMP-ID TO LB-EMPL-ID.
049500     READ LVBAL-FILE.
049600     EVALUATE WS-LVBAL-STATUS
049700         WHEN '00'
049800             CONTINUE
049900         WHEN '23'
050000             PERFORM 3310-NEW-BALANCE-RECORD
050100                 THRU 3310-NEW-BALANCE-RECORD-EXIT
050200         WHEN OTHER
050300             PERFORM 3390-LVBAL-IO-FAILED
050400                 THRU 3390-LVBAL-IO-FAILED-EXIT
050500             GO TO 3300-POST-ACCRUAL-EXIT
050600     END-EVALUATE.
050700     IF LB-LAST-ACCRUAL NOT = SPACES
050800             AND WS-PERIOD-DATE NOT > LB-LAST-ACCRUAL
050900         ADD 1 TO WS-ALREADY-COUNT
051000         GO TO 3300-POST-ACCRUAL-EXIT
051100     END-IF.
051200     MOVE EMP-NAME        TO LB-EMPL-NAME.
051300     MOVE EMP-DEPT        TO LB-EMPL-DEPT.
051400     MOVE EMP-PAY-GRADE   TO LB-PAY-GRADE.
051500     MOVE WS-SERVICE-YEARS TO LB-SERVICE-YEARS.
051600     MOVE WS-TS-VAC-CAP (WS-STEP-HIT-IDX)  TO LB-VAC-CAP.
051700     MOVE WS-TS-SICK-CAP (WS-STEP-HIT-IDX) TO LB-SICK-CAP.
051800     ADD WS-TS-VAC-HOURS (WS-STEP-HIT-IDX)  TO LB-VAC-BALANCE.
051900     ADD WS-TS-SICK-HOURS (WS-STEP-HIT-IDX) TO LB-SICK-BALANCE.
052000     MOVE WS-PERIOD-DATE  TO LB-LAST-ACCRUAL.
052100     IF WS-LVBAL-STATUS = '23'
052200         WRITE LVBAL-RECORD
052300     ELSE
052400         REWRITE LVBAL-RECORD
052500     END-IF.
052600     IF WS-LVBAL-STATUS NOT = '00'
052700         PERFORM 3390-LVBAL-IO-FAILED
052800             THRU 3390-LVBAL-IO-FAILED-EXIT
052900         GO TO 3300-POST-ACCRUAL-EXIT
053000     END-IF.
053100     ADD 1 TO WS-ACCRUED-COUNT.
053200     ADD WS-TS-VAC-HOURS (WS-STEP-HIT-IDX)
053300         TO WS-TOTAL-VAC-HOURS.
053400     ADD WS-TS-SICK-HOURS (WS-STEP-HIT-IDX)
053500         TO WS-TOTAL-SICK-HOURS.
053600 3300-POST-ACCRUAL-EXIT.
053700     EXIT.
053800 
053900*****************************************************************
054000* 3310-NEW-BALANCE-RECORD - FIRST ACCRUAL FOR THIS EMPLOYEE:
054100* START A ZERO-BALANCE RECORD. WS-LVBAL-STATUS STAYS '23' SO THE
054200* POSTING WRITES RATHER THAN REWRITES.
054300*****************************************************************
054400 3310-NEW-BALANCE-RECORD.
054500     MOVE SPACES TO LVBAL-RECORD.
054600     MOVE EMP-ID TO LB-EMPL-ID.
054700     MOVE ZERO   TO LB-VAC-BALANCE.
054800     MOVE ZERO   TO LB-SICK-BALANCE.
054900     MOVE ZERO   TO LB-VAC-CAP.
055000     MOVE ZERO   TO LB-SICK-CAP.
055100     MOVE ZERO   TO LB-SERVICE-YEARS.
055200     ADD 1 TO WS-NEW-BAL-COUNT.
055300 3310-NEW-BALANCE-RECORD-EXIT.
055400     EXIT.
055500 
055600*****************************************************************
055700* 3390-LVBAL-IO-FAILED - A KEYED READ, WRITE, OR REWRITE ON LVBAL
055800* FAILED: LEAVE A SEVERE AUDIT EVENT AND FAIL THE STEP.
055900*****************************************************************
056000 3390-LVBAL-IO-FAILED.
056100     DISPLAY 'LVACCRUE - LVBAL I/O FOR EMP ' EMP-ID
056200             ' FAILED, STATUS ' WS-LVBAL-STATUS.
056300     MOVE 'ACCRUE LEAVE'      TO AL-OPERATION.
056400     MOVE ZERO                TO AL-SQLCODE.
056500     MOVE 'LVBAL I/O FAILED'  TO AL-MESSAGE.
056600     MOVE 'S' TO AL-SEVERITY.
056700     PERFORM WRITE-AUDIT-LOG
056800         THRU WRITE-AUDIT-LOG-EXIT.
056900     MOVE 16 TO RETURN-CODE.
057000     MOVE 'Y' TO WS-ABEND-SW.
057100 3390-LVBAL-IO-FAILED-EXIT.
057200     EXIT.
057300 
057400*****************************************************************
057500* 3900-LIST-EXCEPTION - LIST AN EMPLOYEE WHO ACCRUED NOTHING ON
057600* THE CONTROL REPORT WITH WS-EXC-REASON, AND WARN IT TO THE
057700* AUDIT TRAIL WITH WS-EXC-MESSAGE.
057800*****************************************************************
057900 3900-LIST-EXCEPTION.
058000     ADD 1 TO WS-EXCEPTION-COUNT.
058100     MOVE SPACES TO LVARPT-RECORD.
058200     MOVE EMP-ID         TO LX-EMPL-ID.
058300     MOVE EMP-NAME       TO LX-EMPL-NAME.
058400     MOVE EMP-PAY-GRADE  TO LX-GRADE.
058500     MOVE EMP-HIRE-DATE  TO LX-HIRE-DATE.
058600     MOVE WS-EXC-REASON  TO LX-REASON.
058700     WRITE LVARPT-RECORD.
058800     MOVE 'ACCRUE LEAVE'      TO AL-OPERATION.
058900     MOVE ZERO                TO AL-SQLCODE.
059000     MOVE WS-EXC-MESSAGE      TO AL-MESSAGE.
059100     MOVE 'W' TO AL-SEVERITY.
059200     PERFORM WRITE-AUDIT-LOG
059300         THRU WRITE-AUDIT-LOG-EXIT.
059400 3900-LIST-EXCEPTION-EXIT.
059500     EXIT.
059600 
059700*****************************************************************
059800* 4000-CLOSE-ACCRUE-CUR - CLOSE THE ACTIVE-EMPLOYEE CURSOR.
059900*****************************************************************
060000 4000-CLOSE-ACCRUE-CUR.
060100     MOVE 'CLOSE ACCRUE-CUR' TO WS-SQL-OPERATION.
060200     EXEC SQL
060300         CLOSE ACCRUE-CUR
060400     END-EXEC.
060500     PERFORM SQL-ERROR-CHECK
060600         THRU SQL-ERROR-CHECK-EXIT.
060700 4000-CLOSE-ACCRUE-CUR-EXIT.
060800     EXIT.
060900 
061000*****************************************************************
061100* 8000-FINALIZE - PRINT THE CONTROL COUNTS AND HOURS. ENDS RC 4
061200* WHEN ANY EMPLOYEE WAS AN EXCEPTION, OR WHEN ANY RECORD HAD
061300* ALREADY BEEN ACCRUED FOR THE PERIOD (A RERUN, OR THE WRONG
061400* PERIOD IN THE PARM) -- THAT IS WARNED TO THE AUDIT TRAIL ONCE.
061500*****************************************************************
061600 8000-FINALIZE.
061700     MOVE SPACES TO LVARPT-RECORD.
061800     WRITE LVARPT-RECORD.
061900     MOVE SPACES TO LVARPT-RECORD.
062000     MOVE 'ACTIVE EMPLOYEES READ'      TO LG-LABEL.
062100     MOVE WS-ACTIVE-COUNT              TO LG-COUNT.
062200     WRITE LVARPT-RECORD.
062300     MOVE SPACES TO LVARPT-RECORD.
062400     MOVE 'EMPLOYEES ACCRUED'          TO LG-LABEL.
062500     MOVE WS-ACCRUED-COUNT             TO LG-COUNT.
062600     WRITE LVARPT-RECORD.
062700     MOVE SPACES TO LVARPT-RECORD.
062800     MOVE 'NEW BALANCE RECORDS'        TO LG-LABEL.
062900     MOVE WS-NEW-BAL-COUNT             TO LG-COUNT.
063000     WRITE LVARPT-RECORD.
063100     MOVE SPACES TO LVARPT-RECORD.
063200     MOVE 'ALREADY ACCRUED FOR PERIOD' TO LG-LABEL.
063300     MOVE WS-ALREADY-COUNT             TO LG-COUNT.
063400     WRITE LVARPT-RECORD.
063500     MOVE SPACES TO LVARPT-RECORD.
063600     MOVE 'EXCEPTIONS NOT ACCRUED'     TO LG-LABEL.
063700     MOVE WS-EXCEPTION-COUNT           TO LG-COUNT.
063800     WRITE LVARPT-RECORD.
063900     MOVE SPACES TO LVARPT-RECORD.
064000     MOVE 'VACATION HOURS ACCRUED'     TO LH-LABEL.
064100     MOVE WS-TOTAL-VAC-HOURS           TO LH-HOURS.
064200     WRITE LVARPT-RECORD.
064300     MOVE SPACES TO LVARPT-RECORD.
064400     MOVE 'SICK HOURS ACCRUED'         TO LH-LABEL.
064500     MOVE WS-TOTAL-SICK-HOURS          TO LH-HOURS.
064600     WRITE LVARPT-RECORD.
064700     DISPLAY 'LVACCRUE - PERIOD ' WS-PERIOD-DATE
064800             ' ACCRUED ' WS-ACCRUED-COUNT
064900             ' ALREADY ' WS-ALREADY-COUNT
065000             ' EXCEPTIONS ' WS-EXCEPTION-COUNT.
065100     IF WS-ALREADY-COUNT > ZERO
065200         MOVE 'ACCRUE LEAVE'      TO AL-OPERATION
065300         MOVE ZERO                TO AL-SQLCODE
065400         MOVE 'PERIOD ALREADY DONE' TO AL-MESSAGE
065500         MOVE 'W' TO AL-SEVERITY
065600         PERFORM WRITE-AUDIT-LOG
065700             THRU WRITE-AUDIT-LOG-EXIT
065800     END-IF.
065900     MOVE 'ACCRUE LEAVE'      TO AL-OPERATION.
066000     MOVE ZERO                TO AL-SQLCODE.
066100     MOVE WS-ACCRUED-COUNT    TO AL-MESSAGE.
066200     PERFORM WRITE-AUDIT-LOG
066300         THRU WRITE-AUDIT-LOG-EXIT.
066400     IF WS-EXCEPTION-COUNT > ZERO OR WS-ALREADY-COUNT > ZERO
066500         MOVE 4 TO RETURN-CODE
066600     END-IF.
066700 8000-FINALIZE-EXIT.
066800     EXIT.
066900 
067000*****************************************************************
067100* SQL-ERROR-CHECK - SHARED SQLCODE EVALUATION, COPIED FROM
067200* SQLERR.CPY. SEE THE COPYBOOK FOR DETAILS.
067300*****************************************************************
067400     COPY SQLERR.
067500 
067600*****************************************************************
067700* WRITE-AUDIT-LOG - SHARED AUDIT LOG WRITE, COPIED FROM
067800* AUDLOG.CPY. SEE THE COPYBOOK FOR DETAILS.
067900*****************************************************************
068000     COPY AUDLOG.
