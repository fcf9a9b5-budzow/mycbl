000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    POSCTL.
000300 AUTHOR.        D BUDZOWSKI.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* MODIFICATION HISTORY
000900* DATE       INIT DESCRIPTION
001000* ---------- ---- ------------------------------------------
001100* 2026-10-15 DB   INITIAL VERSION - MONTHLY POSITION CONTROL
001200*                 REPORT. FOR THE REPORT MONTH (PARM YYYYMM,
001300*                 ZEROS FOR THE RUN MONTH) EACH DEPARTMENT
001400*                 PRINTS ITS AUTHORIZED HEADCOUNT (THE FINANCE-
001500*                 LOADED POSAUTH PERIOD IN EFFECT ON THE AS-OF
001600*                 DATE), ITS FILLED HEADCOUNT (EVERYONE NOT
001700*                 TERMINATED ON THE LAST HDCTHIST POSITION IN
001800*                 THE MONTH), AND ITS OPEN POSITIONS, FLAGGING
001900*                 DEPARTMENTS OVER THEIR AUTHORIZATION AND
002000*                 DEPARTMENTS WITH STAFF BUT NO AUTHORIZATION.
002100*                 DEPARTMENTS ROLL UP TO THEIR DEPTREF DIVISIONS
002200*                 AHEAD OF THE GRAND TOTAL. RC 4 WHEN ANY
002300*                 DEPARTMENT IS OVER ITS AUTHORIZATION.
002400*****************************************************************
002500 
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT HDCTHIST-FILE ASSIGN TO HDCTHIST
003000         ORGANIZATION IS SEQUENTIAL
003100         FILE STATUS IS WS-HIST-STATUS.
003200     SELECT POSAUTH-FILE ASSIGN TO POSAUTH
003300         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS WS-POSAUTH-STATUS.
003500     SELECT POSRPT-FILE ASSIGN TO PCTRPT
003600         ORGANIZATION IS SEQUENTIAL.
003700     SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-AUDIT-STATUS.
004000     SELECT DEPTREF-FILE ASSIGN TO DEPTREF
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-DEPTREF-STATUS.
004300 
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  HDCTHIST-FILE
004700     RECORDING MODE IS F
004800     RECORD CONTAINS 80 CHARACTERS
004900     LABEL RECORDS ARE STANDARD.
005000     COPY HDCREC.
005100 
005200 FD  POSAUTH-FILE
005300     RECORDING MODE IS F
005400     RECORD CONTAINS 80 CHARACTERS
005500     LABEL RECORDS ARE STANDARD.
005600     COPY POSAUTH.
005700 
005800 FD  POSRPT-FILE
005900     RECORDING MODE IS F
006000     RECORD CONTAINS 132 CHARACTERS
006100     LABEL RECORDS ARE STANDARD.
006200     COPY POSRPT.
006300 
006400 FD  AUDIT-LOG-FILE
006500     RECORDING MODE IS F
006600     RECORD CONTAINS 80 CHARACTERS
006700     LABEL RECORDS ARE STANDARD.
006800     COPY AUDREC.
006900 
007000 FD  DEPTREF-FILE
007100     RECORDING MODE IS F
007200     RECORD CONTAINS 80 CHARACTERS
007300     LABEL RECORDS ARE STANDARD.
007400     COPY DEPTREF.
007500 
007600 WORKING-STORAGE SECTION.
007700 01  WS-ABEND-SW                  PIC X(01)  VALUE 'N'.
007800     88  WS-ABEND-REQUESTED                  VALUE 'Y'.
007900 01  WS-DEPT-FOUND-SW             PIC X(01)  VALUE 'N'.
008000     88  WS-DEPT-FOUND                       VALUE 'Y'.
008100 01  WS-AUDIT-STATUS              PIC X(02).
008200 01  WS-HIST-STATUS               PIC X(02).
008300 01  WS-HIST-EOF-SW               PIC X(01)  VALUE 'N'.
008400     88  WS-HIST-EOF                         VALUE 'Y'.
008500 
008600 01  WS-HDCT-MONTH-COUNT          PIC 9(07)  VALUE ZERO.
008700 01  WS-OVER-COUNT                PIC 9(05)  VALUE ZERO.
008800 01  WS-UNAUTH-COUNT              PIC 9(05)  VALUE ZERO.
008900 
009000*    THE REPORT MONTH (PARM YYYYMM, ZEROS OR NO PARM FOR THE RUN
009100*    MONTH) AND THE SAME MONTH IN YYYY-MM FORM FOR THE TITLE.
009200 01  WS-RPT-MONTH.
009300     05  WS-RPT-YYYY              PIC 9(04).
009400     05  WS-RPT-MM                PIC 9(02).
009500 01  WS-RPT-MONTH-EDIT.
009600     05  WS-RM-YYYY               PIC 9(04).
009700     05  FILLER                   PIC X(01)  VALUE '-'.
009800     05  WS-RM-MM                 PIC 9(02).
009900 
010000*    THE LAST HDCTHIST RUN DATE IN THE REPORT MONTH. ITS
010100*    POSITION IS THE MONTH'S FILLED HEADCOUNT, AND ITS DATE (OR
010200*    THE LAST DAY OF THE MONTH WHEN THE MONTH HAS NO HISTORY) IS
010300*    THE AS-OF DATE THE AUTHORIZATION IN EFFECT IS TAKEN ON.
010400 01  WS-LAST-RUN-DATE             PIC X(08)  VALUE SPACES.
010500 01  WS-LAST-RUN-DATE-R REDEFINES WS-LAST-RUN-DATE.
010600     05  WS-LR-YYYY               PIC X(04).
010700     05  WS-LR-MM                 PIC X(02).
010800     05  WS-LR-DD                 PIC X(02).
010900 01  WS-AS-OF-DATE.
011000     05  WS-AO-YYYY               PIC X(04).
011100     05  FILLER                   PIC X(01)  VALUE '-'.
011200     05  WS-AO-MM                 PIC X(02).
011300     05  FILLER                   PIC X(01)  VALUE '-'.
011400     05  WS-AO-DD                 PIC X(02).
011500 01  WS-MONTH-DAYS                PIC 9(02).
011600 01  WS-LEAP-REM-4                PIC 9(04).
011700 01  WS-LEAP-REM-100              PIC 9(04).
011800 01  WS-LEAP-REM-400              PIC 9(04).
011900 
012000*    ONE BUCKET PER DEPARTMENT, SEEDED IN DEPTREF ORDER SO EVERY
012100*    REFERENCE DEPARTMENT PRINTS EVEN WHEN IT HAS NO STAFF AND NO
012200*    AUTHORIZATION. ROOM IS LEFT PAST THE FIFTY REFERENCE
012300*    ENTRIES FOR CODES THAT TURN UP ON HDCTHIST OR POSAUTH
012400*    WITHOUT A REFERENCE ROW; A CODE PAST CAPACITY IS WARNED AND
012500*    SKIPPED.
012600 01  WS-DEPT-COUNT                PIC 9(03)  VALUE ZERO.
012700 01  WS-DEPT-CAPACITY             PIC 9(03)  VALUE 60.
012800 01  WS-DEPT-IDX                  PIC 9(03)  VALUE ZERO.
012900 01  WS-PRINT-IDX                 PIC 9(03)  VALUE ZERO.
013000 01  WS-AUTH-SCAN-IDX             PIC 9(03)  VALUE ZERO.
013100 01  WS-FIND-DEPT                 PIC X(04)  VALUE SPACES.
013200 
013300 01  WS-DEPT-TABLE.
013400     05  WS-DEPT-ENTRY OCCURS 60 TIMES.
013500         10  WS-TD-DEPT           PIC X(04).
013600         10  WS-TD-HIST-DATE      PIC X(08).
013700         10  WS-TD-FILLED         PIC 9(05).
013800         10  WS-TD-AUTH-SW        PIC X(01).
013900             88  WS-TD-CONTROLLED            VALUE 'Y'.
014000         10  WS-TD-AUTH-COUNT     PIC 9(05).
014100         10  WS-TD-CAP-TYPE       PIC X(01).
014200             88  WS-TD-HARD-CAP              VALUE 'H'.
014300 
014400*    ONE BUCKET PER DIVISION THE DEPARTMENTS ROLL UP TO. A
014500*    HANDFUL OF DIVISIONS COVERS THE SHOP; TWENTY LEAVES ROOM.
014600*    AUTHORIZED AND OPEN ARE SUMMED OVER THE DIVISION'S
014700*    CONTROLLED DEPARTMENTS ONLY; FILLED OVER ALL OF THEM.
014800 01  WS-DIV-COUNT                 PIC 9(03)  VALUE ZERO.
014900 01  WS-DIV-CAPACITY              PIC 9(03)  VALUE 20.
015000 01  WS-DIV-IDX                   PIC 9(03)  VALUE ZERO.
015100 01  WS-DIV-FOUND-SW              PIC X(01)  VALUE 'N'.
015200     88  WS-DIV-FOUND                        VALUE 'Y'.
015300 01  WS-DIV-TABLE.
015400     05  WS-DIV-ENTRY OCCURS 20 TIMES.
015500         10  WS-TV-DIVISION       PIC X(04).
015600         10  WS-TV-DIV-NAME       PIC X(20).
015700         10  WS-TV-AUTH-SW        PIC X(01).
015800             88  WS-TV-CONTROLLED            VALUE 'Y'.
015900         10  WS-TV-AUTH-COUNT     PIC 9(05).
016000         10  WS-TV-FILLED         PIC 9(05).
016100         10  WS-TV-OPEN           PIC S9(05).
016200         10  WS-TV-OVER-COUNT     PIC 9(03).
016300 
016400     COPY DEPTTBL.
016500 
016600     COPY POSTBL.
016700 
016800 01  WS-GRAND-TOTALS.
016900     05  WS-GT-AUTH-SW            PIC X(01)  VALUE 'N'.
017000         88  WS-GT-CONTROLLED                VALUE 'Y'.
017100     05  WS-GT-AUTH-COUNT         PIC 9(05)  VALUE ZERO.
017200     05  WS-GT-FILLED             PIC 9(05)  VALUE ZERO.
017300     05  WS-GT-OPEN               PIC S9(05) VALUE ZERO.
017400 
017500*    ONE LINE'S FIGURES, LOADED FROM A DEPARTMENT, DIVISION, OR
017600*    THE GRAND TOTAL BEFORE 8000-PRINT-LINE RUNS.
017700 01  WS-LINE.
017800     05  WS-LN-CODE               PIC X(06).
017900     05  WS-LN-NAME               PIC X(20).
018000     05  WS-LN-AUTH-SW            PIC X(01).
018100         88  WS-LN-CONTROLLED                VALUE 'Y'.
018200     05  WS-LN-AUTH-COUNT         PIC 9(05).
018300     05  WS-LN-FILLED             PIC 9(05).
018400     05  WS-LN-OPEN               PIC S9(05).
018500     05  WS-LN-CAP                PIC X(04).
018600     05  WS-LN-NOTE               PIC X(20).
018700 01  WS-DEPT-OPEN                 PIC S9(05).
018800 
018900 01  WS-SYS-DATE.
019000     05  WS-SYS-YYYY              PIC 9(04).
019100     05  WS-SYS-MM                PIC 9(02).
019200     05  WS-SYS-DD                PIC 9(02).
019300 
019400 01  WS-RUN-DATE-EDIT.
019500     05  WS-RE-MM                 PIC 9(02).
019600     05  FILLER                   PIC X(01)  VALUE '/'.
019700     05  WS-RE-DD                 PIC 9(02).
019800     05  FILLER                   PIC X(01)  VALUE '/'.
019900     05  WS-RE-YYYY               PIC 9(04).
020000 
020100 LINKAGE SECTION.
020200 01  LS-PARM.
020300     05  LS-PARM-LEN              PIC S9(04) COMP.
020400     05  LS-PARM-DATA.
020500         10  LS-PARM-MONTH        PIC X(06).
020600         10  LS-PARM-MONTH-R REDEFINES LS-PARM-MONTH.
020700             15  LS-PARM-YYYY     PIC 9(04).
020800             15  LS-PARM-MM       PIC 9(02).
020900 
021000 PROCEDURE DIVISION USING LS-PARM.
021100 
021200 0000-MAINLINE.
021300     OPEN EXTEND AUDIT-LOG-FILE.
021400     MOVE 'POSCTL' TO AL-PROGRAM.
021500     PERFORM 1000-INITIALIZE
021600         THRU 1000-INITIALIZE-EXIT.
021700     IF WS-ABEND-REQUESTED
021800         GO TO 9999-END-OF-JOB
021900     END-IF.
022000     PERFORM 4000-LOAD-HEADCOUNT
022100         THRU 4000-LOAD-HEADCOUNT-EXIT.
022200     IF WS-ABEND-REQUESTED
022300         GO TO 9999-END-OF-JOB
022400     END-IF.
022500     PERFORM 5000-APPLY-AUTHORIZATION
022600         THRU 5000-APPLY-AUTHORIZATION-EXIT.
022700     PERFORM 6000-PRINT-REPORT
022800         THRU 6000-PRINT-REPORT-EXIT.
022900     PERFORM 7000-FINALIZE
023000         THRU 7000-FINALIZE-EXIT.
023100 9999-END-OF-JOB.
023200     CLOSE POSRPT-FILE.
023300     CLOSE AUDIT-LOG-FILE.
023400     STOP RUN.
023500 
023600*****************************************************************
023700* 1000-INITIALIZE - SETTLE THE REPORT MONTH FROM THE PARM, OPEN
023800* THE REPORT, LOAD THE DEPARTMENT REFERENCE TABLE AND SEED ONE
023900* BUCKET PER REFERENCE DEPARTMENT, AND LOAD THE POSAUTH
024000* AUTHORIZED HEADCOUNT TABLE. A PARM THAT IS NOT A VALID YYYYMM,
024100* A MISSING DEPTREF, OR A POSAUTH THAT WILL NOT OPEN FAILS THE
024200* STEP -- WITHOUT THE AUTHORIZATIONS EVERY DEPARTMENT WOULD
024300* PRINT AS UNCONTROLLED.
024400*****************************************************************
024500 1000-INITIALIZE.
024600     OPEN OUTPUT POSRPT-FILE.
024700     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
024800     MOVE WS-SYS-MM   TO WS-RE-MM.
024900     MOVE WS-SYS-DD   TO WS-RE-DD.
025000     MOVE WS-SYS-YYYY TO WS-RE-YYYY.
025100     MOVE WS-SYS-YYYY TO WS-RPT-YYYY.
025200     MOVE WS-SYS-MM   TO WS-RPT-MM.
025300     IF LS-PARM-LEN > ZERO
025400             AND LS-PARM-MONTH NOT = SPACES
025500             AND LS-PARM-MONTH NOT = ZEROS
025600         IF LS-PARM-MONTH NOT NUMERIC
025700                 OR LS-PARM-MM < 1 OR LS-PARM-MM > 12
025800             DISPLAY 'POSCTL - PARM ' LS-PARM-MONTH
025900                     ' IS NOT A VALID YYYYMM MONTH, ABENDING'
026000             MOVE 'CHECK PARM'        TO AL-OPERATION
026100             MOVE ZERO                TO AL-SQLCODE
026200             MOVE 'BAD REPORT MONTH'  TO AL-MESSAGE
026300             MOVE 'S' TO AL-SEVERITY
026400             PERFORM WRITE-AUDIT-LOG
026500                 THRU WRITE-AUDIT-LOG-EXIT
026600             MOVE 16 TO RETURN-CODE
026700             MOVE 'Y' TO WS-ABEND-SW
026800             GO TO 1000-INITIALIZE-EXIT
026900         END-IF
027000         MOVE LS-PARM-YYYY TO WS-RPT-YYYY
027100         MOVE LS-PARM-MM   TO WS-RPT-MM
027200     END-IF.
027300     MOVE WS-RPT-YYYY TO WS-RM-YYYY.
027400     MOVE WS-RPT-MM   TO WS-RM-MM.
027500     DISPLAY 'POSCTL - REPORT MONTH ' WS-RPT-MONTH.
027600 
027700     PERFORM LOAD-DEPT-TABLE
027800         THRU LOAD-DEPT-TABLE-EXIT.
027900     IF WS-DEPTREF-COUNT = ZERO
028000         DISPLAY 'POSCTL - DEPTREF REFERENCE FILE MISSING OR '
028100                 'EMPTY, ABENDING'
028200         MOVE 'LOAD DEPT TABLE'   TO AL-OPERATION
028300         MOVE ZERO                TO AL-SQLCODE
028400         MOVE 'NO DEPTREF DATA'   TO AL-MESSAGE
028500         MOVE 'S' TO AL-SEVERITY
028600         PERFORM WRITE-AUDIT-LOG
028700             THRU WRITE-AUDIT-LOG-EXIT
028800         MOVE 16 TO RETURN-CODE
028900         MOVE 'Y' TO WS-ABEND-SW
029000         GO TO 1000-INITIALIZE-EXIT
029100     END-IF.
029200     PERFORM 1050-SEED-DEPT-BUCKET
029300         THRU 1050-SEED-DEPT-BUCKET-EXIT
029400         VARYING WS-DEPTREF-IDX FROM 1 BY 1
029500         UNTIL WS-DEPTREF-IDX > WS-DEPTREF-COUNT.
029600 
029700     PERFORM LOAD-POSAUTH-TABLE
029800         THRU LOAD-POSAUTH-TABLE-EXIT.
029900     IF NOT WS-POSAUTH-LOADED
030000         DISPLAY 'POSCTL - POSAUTH AUTHORIZED HEADCOUNT FILE '
030100                 'WILL NOT OPEN, ABENDING'
030200         MOVE 'LOAD POSAUTH TABLE' TO AL-OPERATION
030300         MOVE ZERO                TO AL-SQLCODE
030400         MOVE 'NO POSAUTH FILE'   TO AL-MESSAGE
030500         MOVE 'S' TO AL-SEVERITY
030600         PERFORM WRITE-AUDIT-LOG
030700             THRU WRITE-AUDIT-LOG-EXIT
030800         MOVE 16 TO RETURN-CODE
030900         MOVE 'Y' TO WS-ABEND-SW
031000         GO TO 1000-INITIALIZE-EXIT
031100     END-IF.
031200     IF WS-POSAUTH-BAD-COUNT > ZERO
031300         MOVE 'LOAD POSAUTH TABLE' TO AL-OPERATION
031400         MOVE ZERO                TO AL-SQLCODE
031500         MOVE 'BAD POSAUTH RECORDS' TO AL-MESSAGE
031600         MOVE 'W' TO AL-SEVERITY
031700         PERFORM WRITE-AUDIT-LOG
031800             THRU WRITE-AUDIT-LOG-EXIT
031900     END-IF.
032000 1000-INITIALIZE-EXIT.
032100     EXIT.
032200 
032300*****************************************************************
032400* 1050-SEED-DEPT-BUCKET - OPEN AN EMPTY BUCKET FOR ONE REFERENCE
032500* DEPARTMENT SO THE DEPARTMENT LINES PRINT IN DEPTREF ORDER.
032600*****************************************************************
032700 1050-SEED-DEPT-BUCKET.
032800     MOVE WS-TDR-DEPT (WS-DEPTREF-IDX) TO WS-FIND-DEPT.
032900     PERFORM 3200-FIND-OR-ADD-DEPT
033000         THRU 3200-FIND-OR-ADD-DEPT-EXIT.
033100 1050-SEED-DEPT-BUCKET-EXIT.
033200     EXIT.
033300 
033400*****************************************************************
033500* 3200-FIND-OR-ADD-DEPT - FIND WS-FIND-DEPT'S BUCKET, OR ADD AN
033600* EMPTY ONE (THE SAME FIND-OR-ADD SHAPE AS DEPTPROF'S), LEAVING
033700* ITS SUBSCRIPT IN WS-DEPT-IDX. A NEW CODE PAST THE TABLE IS
033800* WARNED AND COMES BACK WITH WS-DEPT-IDX ZERO SO THE CALLER
033900* SKIPS IT.
034000*****************************************************************
034100 3200-FIND-OR-ADD-DEPT.
034200     MOVE 'N' TO WS-DEPT-FOUND-SW.
034300     PERFORM 3210-SEARCH-DEPT-TABLE
034400         THRU 3210-SEARCH-DEPT-TABLE-EXIT
034500         VARYING WS-DEPT-IDX FROM 1 BY 1
034600         UNTIL WS-DEPT-IDX > WS-DEPT-COUNT OR WS-DEPT-FOUND.
034700     IF WS-DEPT-FOUND
034800         SUBTRACT 1 FROM WS-DEPT-IDX
034900         GO TO 3200-FIND-OR-ADD-DEPT-EXIT
035000     END-IF.
035100     IF WS-DEPT-COUNT >= WS-DEPT-CAPACITY
035200         DISPLAY 'POSCTL - DEPARTMENT TABLE CAPACITY '
035300                 WS-DEPT-CAPACITY ' EXCEEDED, DEPARTMENT '
035400                 WS-FIND-DEPT ' SKIPPED'
035500         MOVE ZERO TO WS-DEPT-IDX
035600         GO TO 3200-FIND-OR-ADD-DEPT-EXIT
035700     END-IF.
035800     ADD 1 TO WS-DEPT-COUNT.
035900     MOVE WS-DEPT-COUNT TO WS-DEPT-IDX.
036000     MOVE WS-FIND-DEPT TO WS-TD-DEPT (WS-DEPT-IDX).
036100     MOVE SPACES TO WS-TD-HIST-DATE (WS-DEPT-IDX).
036200     MOVE ZERO   TO WS-TD-FILLED (WS-DEPT-IDX).
036300     MOVE 'N'    TO WS-TD-AUTH-SW (WS-DEPT-IDX).
036400     MOVE ZERO   TO WS-TD-AUTH-COUNT (WS-DEPT-IDX).
036500     MOVE SPACE  TO WS-TD-CAP-TYPE (WS-DEPT-IDX).
036600 3200-FIND-OR-ADD-DEPT-EXIT.
036700     EXIT.
036800 
036900*****************************************************************
037000* 3210-SEARCH-DEPT-TABLE - COMPARE ONE DEPARTMENT BUCKET AGAINST
037100* WS-FIND-DEPT.
037200*****************************************************************
037300 3210-SEARCH-DEPT-TABLE.
037400     IF WS-TD-DEPT (WS-DEPT-IDX) = WS-FIND-DEPT
037500         MOVE 'Y' TO WS-DEPT-FOUND-SW
037600     END-IF.
037700 3210-SEARCH-DEPT-TABLE-EXIT.
037800     EXIT.
037900 
038000*****************************************************************
038100* 4000-LOAD-HEADCOUNT - READ THE HDCTHIST HEADCOUNT HISTORY AND
038200* CARRY EACH DEPARTMENT'S FILLED COUNT FOR THE REPORT MONTH. THE
038300* HISTORY IS APPENDED IN RUN-DATE ORDER, SO EACH LATER RECORD IN
038400* THE MONTH OVERWRITES THE EARLIER ONE. THE LAST RUN DATE SEEN
038500* IN THE MONTH BECOMES THE AS-OF DATE; A MONTH WITH NO HISTORY
038600* IS WARNED AND REPORTED AS OF ITS LAST CALENDAR DAY WITH
038700* NOTHING FILLED. AN UNOPENABLE HISTORY FAILS THE STEP.
038800*****************************************************************
038900 4000-LOAD-HEADCOUNT.
039000     OPEN INPUT HDCTHIST-FILE.
039100     IF WS-HIST-STATUS NOT = '00'
039200         DISPLAY 'POSCTL - ERROR OPENING HDCTHIST, STATUS '
039300                 WS-HIST-STATUS ', ABENDING'
039400         MOVE 'OPEN HDCTHIST'     TO AL-OPERATION
039500         MOVE ZERO                TO AL-SQLCODE
039600         MOVE 'OPEN FAILED'       TO AL-MESSAGE
039700         MOVE 'S' TO AL-SEVERITY
039800         PERFORM WRITE-AUDIT-LOG
039900             THRU WRITE-AUDIT-LOG-EXIT
040000         MOVE 16 TO RETURN-CODE
040100         MOVE 'Y' TO WS-ABEND-SW
040200         GO TO 4000-LOAD-HEADCOUNT-EXIT
040300     END-IF.
040400     PERFORM 4100-READ-HDCTHIST
040500         THRU 4100-READ-HDCTHIST-EXIT
040600         UNTIL WS-HIST-EOF.
040700     CLOSE HDCTHIST-FILE.
040800     IF WS-HDCT-MONTH-COUNT = ZERO
040900         DISPLAY 'POSCTL - WARNING: NO HDCTHIST HEADCOUNT FOR '
041000                 WS-RPT-MONTH ', NOTHING REPORTED AS FILLED'
041100         MOVE 'LOAD HEADCOUNT'    TO AL-OPERATION
041200         MOVE ZERO                TO AL-SQLCODE
041300         MOVE 'NO MONTH HEADCOUNT' TO AL-MESSAGE
041400         MOVE 'W' TO AL-SEVERITY
041500         PERFORM WRITE-AUDIT-LOG
041600             THRU WRITE-AUDIT-LOG-EXIT
041700         PERFORM 4200-SET-MONTH-END
041800             THRU 4200-SET-MONTH-END-EXIT
041900     END-IF.
042000     MOVE WS-LR-YYYY TO WS-AO-YYYY.
042100     MOVE WS-LR-MM   TO WS-AO-MM.
042200     MOVE WS-LR-DD   TO WS-AO-DD.
042300     DISPLAY 'POSCTL - POSITIONS AS OF ' WS-AS-OF-DATE.
042400 4000-LOAD-HEADCOUNT-EXIT.
042500     EXIT.
042600 
042700*****************************************************************
042800* 4100-READ-HDCTHIST - READ ONE HISTORY RECORD AND, WHEN IT FALLS
042900* IN THE REPORT MONTH, CARRY ITS FILLED COUNT -- ACTIVE, ON
043000* LEAVE, AND OTHER; ONLY THE TERMINATED ARE LEFT OUT -- AND THE
043100* RUN DATE IT WAS TAKEN ON.
043200*****************************************************************
043300 4100-READ-HDCTHIST.
043400     READ HDCTHIST-FILE
043500         AT END
043600             MOVE 'Y' TO WS-HIST-EOF-SW
043700             GO TO 4100-READ-HDCTHIST-EXIT
043800     END-READ.
043900     IF HC-RUN-YYYYMM NOT = WS-RPT-MONTH
044000         GO TO 4100-READ-HDCTHIST-EXIT
044100     END-IF.
044200     ADD 1 TO WS-HDCT-MONTH-COUNT.
044300     IF HC-RUN-DATE > WS-LAST-RUN-DATE
044400         MOVE HC-RUN-DATE TO WS-LAST-RUN-DATE
044500     END-IF.
044600     MOVE HC-DEPT TO WS-FIND-DEPT.
044700     PERFORM 3200-FIND-OR-ADD-DEPT
044800         THRU 3200-FIND-OR-ADD-DEPT-EXIT.
044900     IF WS-DEPT-IDX > ZERO
045000         MOVE HC-RUN-DATE TO WS-TD-HIST-DATE (WS-DEPT-IDX)
045100         COMPUTE WS-TD-FILLED (WS-DEPT-IDX) =
045200             HC-ACTIVE-COUNT + HC-LEAVE-COUNT + HC-OTHER-COUNT
045300     END-IF.
045400 4100-READ-HDCTHIST-EXIT.
045500     EXIT.
045600 
045700*****************************************************************
045800* 4200-SET-MONTH-END - SET THE AS-OF DATE TO THE LAST CALENDAR
045900* DAY OF THE REPORT MONTH. PLAIN GREGORIAN MONTH LENGTHS WITH
046000* THE CENTURY LEAP RULE, AS AUDALERT WORKS THEM.
046100*****************************************************************
046200 4200-SET-MONTH-END.
046300     EVALUATE WS-RPT-MM
046400         WHEN 01
046500         WHEN 03
046600         WHEN 05
046700         WHEN 07
046800         WHEN 08
046900         WHEN 10
047000         WHEN 12
047100             MOVE 31 TO WS-MONTH-DAYS
047200         WHEN 04
047300         WHEN 06
047400         WHEN 09
047500         WHEN 11
047600             MOVE 30 TO WS-MONTH-DAYS
047700         WHEN 02
047800             MOVE 28 TO WS-MONTH-DAYS
047900             DIVIDE WS-RPT-YYYY BY 4 GIVING WS-LEAP-REM-4
048000                 REMAINDER WS-LEAP-REM-4
048100             DIVIDE WS-RPT-YYYY BY 100 GIVING WS-LEAP-REM-100
048200                 REMAINDER WS-LEAP-REM-100
048300             DIVIDE WS-RPT-YYYY BY 400 GIVING WS-LEAP-REM-400
048400                 REMAINDER WS-LEAP-REM-400
048500             IF WS-LEAP-REM-400 = ZERO
048600                 MOVE 29 TO WS-MONTH-DAYS
048700             ELSE
048800                 IF WS-LEAP-REM-4 = ZERO
048900                         AND WS-LEAP-REM-100 NOT = ZERO
049000                     MOVE 29 TO WS-MONTH-DAYS
049100                 END-IF
049200             END-IF
049300     END-EVALUATE.
049400     MOVE WS-RPT-MONTH  TO WS-LAST-RUN-DATE (1:6).
049500     MOVE WS-MONTH-DAYS TO WS-LR-DD.
049600 4200-SET-MONTH-END-EXIT.
049700     EXIT.
049800 
049900*****************************************************************
050000* 5000-APPLY-AUTHORIZATION - GIVE EVERY DEPARTMENT WITH AN
050100* AUTHORIZATION IN EFFECT ON THE AS-OF DATE A BUCKET (SO A
050200* NEWLY AUTHORIZED, STILL-EMPTY DEPARTMENT SHOWS ITS OPEN
050300* POSITIONS), THEN SETTLE EACH BUCKET'S FILLED COUNT AND
050400* AUTHORIZATION.
050500*****************************************************************
050600 5000-APPLY-AUTHORIZATION.
050700     PERFORM 5050-ADD-AUTHORIZED-DEPT
050800         THRU 5050-ADD-AUTHORIZED-DEPT-EXIT
050900         VARYING WS-AUTH-SCAN-IDX FROM 1 BY 1
051000         UNTIL WS-AUTH-SCAN-IDX > WS-POSAUTH-COUNT.
051100     PERFORM 5100-SETTLE-DEPT
051200         THRU 5100-SETTLE-DEPT-EXIT
051300         VARYING WS-PRINT-IDX FROM 1 BY 1
051400         UNTIL WS-PRINT-IDX > WS-DEPT-COUNT.
051500 5000-APPLY-AUTHORIZATION-EXIT.
051600     EXIT.
051700 
051800*****************************************************************
051900* 5050-ADD-AUTHORIZED-DEPT - FIND OR ADD A BUCKET FOR ONE
052000* POSAUTH ENTRY WHOSE PERIOD COVERS THE AS-OF DATE.
052100*****************************************************************
052200 5050-ADD-AUTHORIZED-DEPT.
052300     IF WS-TPA-EFF-FROM (WS-AUTH-SCAN-IDX) > WS-AS-OF-DATE
052400             OR WS-TPA-EFF-TO (WS-AUTH-SCAN-IDX) < WS-AS-OF-DATE
052500         GO TO 5050-ADD-AUTHORIZED-DEPT-EXIT
052600     END-IF.
052700     MOVE WS-TPA-DEPT (WS-AUTH-SCAN-IDX) TO WS-FIND-DEPT.
052800     PERFORM 3200-FIND-OR-ADD-DEPT
052900         THRU 3200-FIND-OR-ADD-DEPT-EXIT.
053000 5050-ADD-AUTHORIZED-DEPT-EXIT.
053100     EXIT.
053200 
053300*****************************************************************
053400* 5100-SETTLE-DEPT - A DEPARTMENT MISSING FROM THE MONTH'S LAST
053500* HDCTHIST RUN HAD NOBODY LEFT BY THEN (DEPTBRK ONLY WRITES
053600* DEPARTMENTS IT FINDS STAFF IN), SO AN EARLIER COUNT IN THE
053700* MONTH IS DROPPED. THEN LOOK UP THE AUTHORIZATION IN EFFECT ON
053800* THE AS-OF DATE.
053900*****************************************************************
054000 5100-SETTLE-DEPT.
054100     IF WS-TD-HIST-DATE (WS-PRINT-IDX) NOT = WS-LAST-RUN-DATE
054200         MOVE ZERO TO WS-TD-FILLED (WS-PRINT-IDX)
054300     END-IF.
054400     MOVE WS-TD-DEPT (WS-PRINT-IDX) TO WS-PL-DEPT.
054500     MOVE WS-AS-OF-DATE             TO WS-PL-DATE.
054600     PERFORM LOOK-UP-POSAUTH
054700         THRU LOOK-UP-POSAUTH-EXIT.
054800     IF WS-POSAUTH-FOUND
054900         MOVE 'Y' TO WS-TD-AUTH-SW (WS-PRINT-IDX)
055000         MOVE WS-PL-AUTH-COUNT TO WS-TD-AUTH-COUNT (WS-PRINT-IDX)
055100         MOVE WS-PL-CAP-TYPE   TO WS-TD-CAP-TYPE (WS-PRINT-IDX)
055200     END-IF.
055300 5100-SETTLE-DEPT-EXIT.
055400     EXIT.
055500 
055600*****************************************************************
055700* 6000-PRINT-REPORT - PRINT THE TITLE AND COLUMN HEADING, ONE
055800* LINE PER DEPARTMENT BUCKET, THE DIVISION ROLLUP SECTION, THE
055900* GRAND TOTAL, AND THE EXCEPTION COUNTS.
056000*****************************************************************
056100 6000-PRINT-REPORT.
056200     MOVE SPACES TO POSRPT-RECORD.
056300     MOVE 'POSITION CONTROL'  TO ZT-TITLE-TEXT.
056400     MOVE 'RUN DATE: '        TO ZT-RUN-DATE-LABEL.
056500     MOVE WS-RUN-DATE-EDIT    TO ZT-RUN-DATE.
056600     MOVE 'MONTH: '           TO ZT-MONTH-LABEL.
056700     MOVE WS-RPT-MONTH-EDIT   TO ZT-MONTH.
056800     MOVE 'AS OF: '           TO ZT-AS-OF-LABEL.
056900     MOVE WS-AS-OF-DATE       TO ZT-AS-OF-DATE.
057000     WRITE POSRPT-RECORD.
057100     MOVE SPACES TO POSRPT-RECORD.
057200     WRITE POSRPT-RECORD.
057300     MOVE SPACES TO POSRPT-RECORD.
057400     MOVE 'DEPT'              TO ZG-DEPT-HDG.
057500     MOVE 'NAME'              TO ZG-NAME-HDG.
057600     MOVE 'AUTHORIZED'        TO ZG-AUTH-HDG.
057700     MOVE ' FILLED'           TO ZG-FILLED-HDG.
057800     MOVE '   OPEN'           TO ZG-OPEN-HDG.
057900     MOVE 'CAP'               TO ZG-CAP-HDG.
058000     MOVE 'NOTE'              TO ZG-NOTE-HDG.
058100     WRITE POSRPT-RECORD.
058200 
058300     PERFORM 6100-PRINT-DEPT-LINE
058400         THRU 6100-PRINT-DEPT-LINE-EXIT
058500         VARYING WS-PRINT-IDX FROM 1 BY 1
058600         UNTIL WS-PRINT-IDX > WS-DEPT-COUNT.
058700     PERFORM 6500-PRINT-DIVISION-ROLLUP
058800         THRU 6500-PRINT-DIVISION-ROLLUP-EXIT.
058900     MOVE SPACES TO POSRPT-RECORD.
059000     WRITE POSRPT-RECORD.
059100     MOVE 'TOTAL'               TO WS-LN-CODE.
059200     MOVE SPACES                TO WS-LN-NAME.
059300     MOVE WS-GT-AUTH-SW         TO WS-LN-AUTH-SW.
059400     MOVE WS-GT-AUTH-COUNT      TO WS-LN-AUTH-COUNT.
059500     MOVE WS-GT-FILLED          TO WS-LN-FILLED.
059600     MOVE WS-GT-OPEN            TO WS-LN-OPEN.
059700     MOVE SPACES                TO WS-LN-CAP.
059800     MOVE SPACES                TO WS-LN-NOTE.
059900     PERFORM 8000-PRINT-LINE
060000         THRU 8000-PRINT-LINE-EXIT.
060100 
060200     MOVE SPACES TO POSRPT-RECORD.
060300     WRITE POSRPT-RECORD.
060400     MOVE SPACES TO POSRPT-RECORD.
060500     MOVE 'DEPARTMENTS OVER AUTHORIZATION' TO ZQ-LABEL.
060600     MOVE WS-OVER-COUNT TO ZQ-COUNT.
060700     WRITE POSRPT-RECORD.
060800     MOVE SPACES TO POSRPT-RECORD.
060900     MOVE 'DEPARTMENTS STAFFED, NOT AUTHORIZED'
061000                               TO ZQ-LABEL.
061100     MOVE WS-UNAUTH-COUNT TO ZQ-COUNT.
061200     WRITE POSRPT-RECORD.
061300     MOVE SPACES TO POSRPT-RECORD.
061400     MOVE 'POSAUTH RECORDS SKIPPED AS INVALID' TO ZQ-LABEL.
061500     MOVE WS-POSAUTH-BAD-COUNT TO ZQ-COUNT.
061600     WRITE POSRPT-RECORD.
061700     MOVE 'PRINT REPORT'        TO AL-OPERATION.
061800     MOVE ZERO                  TO AL-SQLCODE.
061900     MOVE 'REPORT PRINTED'      TO AL-MESSAGE.
062000     MOVE SPACE                 TO AL-SEVERITY.
062100     PERFORM WRITE-AUDIT-LOG
062200         THRU WRITE-AUDIT-LOG-EXIT.
062300 6000-PRINT-REPORT-EXIT.
062400     EXIT.
062500 
062600*****************************************************************
062700* 6100-PRINT-DEPT-LINE - PRINT ONE DEPARTMENT'S LINE WITH ITS
062800* NAME FROM THE REFERENCE FILE AND ITS NOTE, COUNT IT AS OVER
062900* OR UNAUTHORIZED, AND FOLD THE BUCKET INTO ITS DIVISION'S
063000* ROLLUP AND THE GRAND TOTAL.
063100*****************************************************************
063200 6100-PRINT-DEPT-LINE.
063300     MOVE WS-TD-DEPT (WS-PRINT-IDX) TO WS-DL-DEPT.
063400     PERFORM LOOK-UP-DEPT
063500         THRU LOOK-UP-DEPT-EXIT.
063600     MOVE ZERO   TO WS-DEPT-OPEN.
063700     MOVE SPACES TO WS-LN-CAP.
063800     MOVE SPACES TO WS-LN-NOTE.
063900     IF WS-TD-CONTROLLED (WS-PRINT-IDX)
064000         COMPUTE WS-DEPT-OPEN =
064100             WS-TD-AUTH-COUNT (WS-PRINT-IDX)
064200             - WS-TD-FILLED (WS-PRINT-IDX)
064300         IF WS-TD-HARD-CAP (WS-PRINT-IDX)
064400             MOVE 'HARD' TO WS-LN-CAP
064500         ELSE
064600             MOVE 'SOFT' TO WS-LN-CAP
064700         END-IF
064800         IF WS-DEPT-OPEN < ZERO
064900             MOVE 'OVER AUTHORIZED' TO WS-LN-NOTE
065000             ADD 1 TO WS-OVER-COUNT
065100         END-IF
065200     ELSE
065300         IF WS-TD-FILLED (WS-PRINT-IDX) > ZERO
065400             MOVE 'NOT AUTHORIZED' TO WS-LN-NOTE
065500             ADD 1 TO WS-UNAUTH-COUNT
065600         ELSE
065700             MOVE 'NOT CONTROLLED' TO WS-LN-NOTE
065800         END-IF
065900     END-IF.
066000     PERFORM 6200-FOLD-INTO-DIVISION
066100         THRU 6200-FOLD-INTO-DIVISION-EXIT.
066200     ADD WS-TD-FILLED (WS-PRINT-IDX) TO WS-GT-FILLED.
066300     IF WS-TD-CONTROLLED (WS-PRINT-IDX)
066400         MOVE 'Y' TO WS-GT-AUTH-SW
066500         ADD WS-TD-AUTH-COUNT (WS-PRINT-IDX) TO WS-GT-AUTH-COUNT
066600         ADD WS-DEPT-OPEN TO WS-GT-OPEN
066700     END-IF.
066800     MOVE WS-TD-DEPT (WS-PRINT-IDX)       TO WS-LN-CODE.
066900     MOVE WS-DL-DEPT-NAME                 TO WS-LN-NAME.
067000     MOVE WS-TD-AUTH-SW (WS-PRINT-IDX)    TO WS-LN-AUTH-SW.
067100     MOVE WS-TD-AUTH-COUNT (WS-PRINT-IDX) TO WS-LN-AUTH-COUNT.
067200     MOVE WS-TD-FILLED (WS-PRINT-IDX)     TO WS-LN-FILLED.
067300     MOVE WS-DEPT-OPEN                    TO WS-LN-OPEN.
067400     PERFORM 8000-PRINT-LINE
067500         THRU 8000-PRINT-LINE-EXIT.
067600 6100-PRINT-DEPT-LINE-EXIT.
067700     EXIT.
067800 
067900*****************************************************************
068000* 6200-FOLD-INTO-DIVISION - FOLD THE DEPARTMENT BUCKET JUST
068100* LOOKED UP INTO ITS DIVISION'S ROLLUP BUCKET
068200* (WS-DL-DIVISION/WS-DL-DIV-NAME ARE STILL FRESH FROM
068300* LOOK-UP-DEPT), ADDING AN EMPTY BUCKET THE FIRST TIME A
068400* DIVISION IS SEEN. A POPULATION PAST THE DIVISION TABLE IS
068500* WARNED AND LEFT OUT OF THE ROLLUP ONLY.
068600*****************************************************************
068700 6200-FOLD-INTO-DIVISION.
068800     MOVE 'N' TO WS-DIV-FOUND-SW.
068900     PERFORM 6210-MATCH-DIV-ENTRY
069000         THRU 6210-MATCH-DIV-ENTRY-EXIT
069100         VARYING WS-DIV-IDX FROM 1 BY 1
069200         UNTIL WS-DIV-IDX > WS-DIV-COUNT OR WS-DIV-FOUND.
069300     IF WS-DIV-FOUND
069400         SUBTRACT 1 FROM WS-DIV-IDX
069500     END-IF.
069600     IF NOT WS-DIV-FOUND
069700         IF WS-DIV-COUNT >= WS-DIV-CAPACITY
069800             DISPLAY 'POSCTL - DIVISION TABLE CAPACITY '
069900                     WS-DIV-CAPACITY ' EXCEEDED, DIVISION '
070000                     WS-DL-DIVISION ' LEFT OFF THE ROLLUP'
070100             GO TO 6200-FOLD-INTO-DIVISION-EXIT
070200         END-IF
070300         ADD 1 TO WS-DIV-COUNT
070400         MOVE WS-DIV-COUNT   TO WS-DIV-IDX
070500         MOVE WS-DL-DIVISION TO WS-TV-DIVISION (WS-DIV-IDX)
070600         MOVE WS-DL-DIV-NAME TO WS-TV-DIV-NAME (WS-DIV-IDX)
070700         MOVE 'N'  TO WS-TV-AUTH-SW (WS-DIV-IDX)
070800         MOVE ZERO TO WS-TV-AUTH-COUNT (WS-DIV-IDX)
070900         MOVE ZERO TO WS-TV-FILLED (WS-DIV-IDX)
071000         MOVE ZERO TO WS-TV-OPEN (WS-DIV-IDX)
071100         MOVE ZERO TO WS-TV-OVER-COUNT (WS-DIV-IDX)
071200     END-IF.
071300     ADD WS-TD-FILLED (WS-PRINT-IDX)
071400         TO WS-TV-FILLED (WS-DIV-IDX).
071500     IF WS-TD-CONTROLLED (WS-PRINT-IDX)
071600         MOVE 'Y' TO WS-TV-AUTH-SW (WS-DIV-IDX)
071700         ADD WS-TD-AUTH-COUNT (WS-PRINT-IDX)
071800             TO WS-TV-AUTH-COUNT (WS-DIV-IDX)
071900         ADD WS-DEPT-OPEN TO WS-TV-OPEN (WS-DIV-IDX)
072000         IF WS-DEPT-OPEN < ZERO
072100             ADD 1 TO WS-TV-OVER-COUNT (WS-DIV-IDX)
072200         END-IF
072300     END-IF.
072400 6200-FOLD-INTO-DIVISION-EXIT.
072500     EXIT.
072600 
072700*****************************************************************
072800* 6210-MATCH-DIV-ENTRY - COMPARE ONE DIVISION BUCKET AGAINST THE
072900* DIVISION LOOK-UP-DEPT JUST RESOLVED. THE CALLER BACKS
073000* WS-DIV-IDX UP ONE ON A MATCH -- PERFORM VARYING AUGMENTS
073100* BEFORE ITS FINAL UNTIL TEST.
073200*****************************************************************
073300 6210-MATCH-DIV-ENTRY.
073400     IF WS-TV-DIVISION (WS-DIV-IDX) = WS-DL-DIVISION
073500         MOVE 'Y' TO WS-DIV-FOUND-SW
073600     END-IF.
073700 6210-MATCH-DIV-ENTRY-EXIT.
073800     EXIT.
073900 
074000*****************************************************************
074100* 6500-PRINT-DIVISION-ROLLUP - PRINT THE DIVISION ROLLUP
074200* SECTION: A SECTION HEADER AND ONE LINE PER DIVISION, IN THE
074300* SAME COLUMNS AS THE DEPARTMENT LINES.
074400*****************************************************************
074500 6500-PRINT-DIVISION-ROLLUP.
074600     MOVE SPACES TO POSRPT-RECORD.
074700     WRITE POSRPT-RECORD.
074800     MOVE SPACES TO POSRPT-RECORD.
074900     MOVE 'DIVISION ROLLUP' TO ZT-TITLE-TEXT.
075000     WRITE POSRPT-RECORD.
075100     PERFORM 6600-PRINT-ONE-DIVISION
075200         THRU 6600-PRINT-ONE-DIVISION-EXIT
075300         VARYING WS-DIV-IDX FROM 1 BY 1
075400         UNTIL WS-DIV-IDX > WS-DIV-COUNT.
075500 6500-PRINT-DIVISION-ROLLUP-EXIT.
075600     EXIT.
075700 
075800*****************************************************************
075900* 6600-PRINT-ONE-DIVISION - PRINT ONE DIVISION'S LINE. THE NOTE
076000* SAYS WHEN ANY OF ITS DEPARTMENTS IS OVER, SINCE ROOM IN ONE
076100* DEPARTMENT CAN HIDE AN OVERAGE IN ANOTHER IN THE NET OPEN.
076200*****************************************************************
076300 6600-PRINT-ONE-DIVISION.
076400     MOVE WS-TV-DIVISION (WS-DIV-IDX)   TO WS-LN-CODE.
076500     MOVE WS-TV-DIV-NAME (WS-DIV-IDX)   TO WS-LN-NAME.
076600     MOVE WS-TV-AUTH-SW (WS-DIV-IDX)    TO WS-LN-AUTH-SW.
076700     MOVE WS-TV-AUTH-COUNT (WS-DIV-IDX) TO WS-LN-AUTH-COUNT.
076800     MOVE WS-TV-FILLED (WS-DIV-IDX)     TO WS-LN-FILLED.
076900     MOVE WS-TV-OPEN (WS-DIV-IDX)       TO WS-LN-OPEN.
077000     MOVE SPACES                        TO WS-LN-CAP.
077100     MOVE SPACES                        TO WS-LN-NOTE.
077200     IF WS-TV-OVER-COUNT (WS-DIV-IDX) > ZERO
077300         MOVE 'HAS DEPTS OVER' TO WS-LN-NOTE
077400     END-IF.
077500     PERFORM 8000-PRINT-LINE
077600         THRU 8000-PRINT-LINE-EXIT.
077700 6600-PRINT-ONE-DIVISION-EXIT.
077800     EXIT.
077900 
078000*****************************************************************
078100* 7000-FINALIZE - WARN THE AUDIT TRAIL AND SET RC 4 WHEN ANY
078200* DEPARTMENT IS OVER ITS AUTHORIZATION, AND SUMMARIZE ON SYSOUT.
078300*****************************************************************
078400 7000-FINALIZE.
078500     IF WS-OVER-COUNT > ZERO
078600         MOVE 'POSITION CONTROL'  TO AL-OPERATION
078700         MOVE ZERO                TO AL-SQLCODE
078800         MOVE 'DEPTS OVER AUTH'   TO AL-MESSAGE
078900         MOVE 'W' TO AL-SEVERITY
079000         PERFORM WRITE-AUDIT-LOG
079100             THRU WRITE-AUDIT-LOG-EXIT
079200         MOVE 4 TO RETURN-CODE
079300     END-IF.
079400     DISPLAY 'POSCTL - ' WS-DEPT-COUNT ' DEPARTMENTS, '
079500             WS-OVER-COUNT ' OVER AUTHORIZATION, '
079600             WS-UNAUTH-COUNT ' STAFFED WITHOUT AUTHORIZATION'.
079700 7000-FINALIZE-EXIT.
079800     EXIT.
079900 
080000*****************************************************************
080100* 8000-PRINT-LINE - PRINT ONE DETAIL LINE FROM THE FIGURES IN
080200* WS-LINE. WITH NO AUTHORIZATION BEHIND THE LINE THE AUTHORIZED
080300* AND OPEN COLUMNS PRINT 'N/A'.
080400*****************************************************************
080500 8000-PRINT-LINE.
080600     MOVE SPACES           TO POSRPT-RECORD.
080700     MOVE WS-LN-CODE       TO ZD-DEPT.
080800     MOVE WS-LN-NAME       TO ZD-NAME.
080900     IF WS-LN-CONTROLLED
081000         MOVE WS-LN-AUTH-COUNT TO ZD-AUTH
081100         MOVE WS-LN-OPEN       TO ZD-OPEN
081200     ELSE
081300         MOVE '    N/A'        TO ZD-AUTH-X
081400         MOVE '    N/A'        TO ZD-OPEN-X
081500     END-IF.
081600     MOVE WS-LN-FILLED     TO ZD-FILLED.
081700     MOVE WS-LN-CAP        TO ZD-CAP.
081800     MOVE WS-LN-NOTE       TO ZD-NOTE.
081900     WRITE POSRPT-RECORD.
082000 8000-PRINT-LINE-EXIT.
082100     EXIT.
082200 
082300*****************************************************************
082400* WRITE-AUDIT-LOG - SHARED AUDIT LOG WRITE, COPIED FROM
082500* AUDLOG.CPY. SEE THE COPYBOOK FOR DETAILS.
082600*****************************************************************
082700     COPY AUDLOG.
082800 
082900*****************************************************************
083000* LOAD-DEPT-TABLE / LOOK-UP-DEPT - SHARED DEPARTMENT REFERENCE
083100* LOAD AND LOOKUP, COPIED FROM DEPTLKP.CPY. SEE THE COPYBOOK
083200* FOR DETAILS.
083300*****************************************************************
083400     COPY DEPTLKP.
083500 
083600*****************************************************************
083700* LOAD-POSAUTH-TABLE / LOOK-UP-POSAUTH - SHARED AUTHORIZED
083800* HEADCOUNT LOAD AND LOOKUP, COPIED FROM POSLKP.CPY. SEE THE
083900* COPYBOOK FOR DETAILS.
084000*****************************************************************
084100     COPY POSLKP.
