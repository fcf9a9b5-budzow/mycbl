000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DEPTPROF.
000300 AUTHOR.        D BUDZOWSKI.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* MODIFICATION HISTORY
000900* DATE       INIT DESCRIPTION
001000* ---------- ---- ------------------------------------------
001100* 2026-10-15 DB   INITIAL VERSION - MONTHLY DEPARTMENT
001200*                 PROFITABILITY REPORT. FOR THE REPORT MONTH
001300*                 (PARM YYYYMM, ZEROS FOR THE RUN MONTH) EACH
001400*                 DEPARTMENT PRINTS ITS ORDER AMOUNT (ORDEXTR
001500*                 ORDERS DATED IN THE MONTH, ROLLED UP TO THE
001600*                 OWNING EMPLOYEE'S DEPARTMENT THROUGH EMPEXTR
001700*                 THE SAME WAY DEPTROLL DOES), ITS LABOR COST
001800*                 (GROSS ON THE RECONCILED PAYFILE EARNINGS
001900*                 LINES, AS GLFEED POSTS IT), ITS ACTIVE
002000*                 HEADCOUNT (THE LAST HDCTHIST RECORD IN THE
002100*                 MONTH), REVENUE PER HEAD, AND LABOR COST AS A
002200*                 PERCENT OF REVENUE, WITH THE CHANGE FROM THE
002300*                 PRIOR MONTH UNDER IT. DEPARTMENTS ROLL UP TO
002400*                 THEIR DEPTREF DIVISIONS AHEAD OF THE GRAND
002500*                 TOTAL. EACH RUN APPENDS THE MONTH'S FIGURES TO
002600*                 THE PERMANENT PRFHIST HISTORY (PRFHREC.CPY),
002700*                 WHICH IS WHERE THE PRIOR MONTH COMES FROM.
002710* 2026-10-15 DB   LABOR COST NOW COMES FROM THE LABHIST HISTORY
002720*                 (LABHREC.CPY) GLFEED APPENDS TO FOR EVERY PAY
002730*                 PERIOD IT JOURNALS, ADDING UP EVERY PERIOD
002740*                 DATED IN THE MONTH; PAYFILE HOLDS ONLY THE
002750*                 LAST BIWEEKLY PERIOD. A MONTH WITH A PERIOD
002760*                 MISSING IS FLAGGED ON THE REPORT, ENDS RC 4,
002770*                 AND IS NOT APPENDED TO PRFHIST.
002780* 2026-10-15 DB   A FAILED WRITE TO PRFHIST NOW ENDS THE RUN RC 16
002790*                 INSTEAD OF LEAVING A MONTH HALF APPENDED.
002800*****************************************************************
002900 
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT EMPEXTR-FILE ASSIGN TO EMPEXTR
003400         ORGANIZATION IS SEQUENTIAL.
003500     SELECT ORDEXTR-FILE ASSIGN TO ORDEXTR
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-ORDX-STATUS.
003800     SELECT LABHIST-FILE ASSIGN TO LABHIST
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-LABHIST-STATUS.
004100     SELECT HDCTHIST-FILE ASSIGN TO HDCTHIST
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-HIST-STATUS.
004400     SELECT PRFHIST-FILE ASSIGN TO PRFHIST
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-PRFHIST-STATUS.
004700     SELECT PRFRPT-FILE ASSIGN TO PRFRPT
004800         ORGANIZATION IS SEQUENTIAL.
004900     SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-AUDIT-STATUS.
005200     SELECT DEPTREF-FILE ASSIGN TO DEPTREF
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-DEPTREF-STATUS.
005500 
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  EMPEXTR-FILE
005900     RECORDING MODE IS F
006000     RECORD CONTAINS 80 CHARACTERS
006100     LABEL RECORDS ARE STANDARD.
006200     COPY EMPREC.
006300     COPY EXTCTL.
006400 
006500 FD  ORDEXTR-FILE
006600     RECORDING MODE IS F
006700     RECORD CONTAINS 80 CHARACTERS
006800     LABEL RECORDS ARE STANDARD.
006900     COPY ORDXREC.
007000     COPY ORDXCTL.
007100 
007200 FD  LABHIST-FILE
007300     RECORDING MODE IS F
007400     RECORD CONTAINS 80 CHARACTERS
007500     LABEL RECORDS ARE STANDARD.
007600     COPY LABHREC.
007700 
007800 FD  HDCTHIST-FILE
007900     RECORDING MODE IS F
008000     RECORD CONTAINS 80 CHARACTERS
008100     LABEL RECORDS ARE STANDARD.
008200     COPY HDCREC.
008300 
008400 FD  PRFHIST-FILE
008500     RECORDING MODE IS F
008600     RECORD CONTAINS 80 CHARACTERS
008700     LABEL RECORDS ARE STANDARD.
008800     COPY PRFHREC.
008900 
009000 FD  PRFRPT-FILE
009100     RECORDING MODE IS F
009200     RECORD CONTAINS 132 CHARACTERS
009300     LABEL RECORDS ARE STANDARD.
009400     COPY PRFRPT.
009500 
009600 FD  AUDIT-LOG-FILE
009700     RECORDING MODE IS F
009800     RECORD CONTAINS 80 CHARACTERS
009900     LABEL RECORDS ARE STANDARD.
010000     COPY AUDREC.
010100 
010200 FD  DEPTREF-FILE
010300     RECORDING MODE IS F
010400     RECORD CONTAINS 80 CHARACTERS
010500     LABEL RECORDS ARE STANDARD.
010600     COPY DEPTREF.
010700 
010800 WORKING-STORAGE SECTION.
010900 01  WS-EMPEXTR-EOF-SW            PIC X(01)  VALUE 'N'.
011000     88  WS-EMPEXTR-EOF                      VALUE 'Y'.
011100 01  WS-ABEND-SW                  PIC X(01)  VALUE 'N'.
011200     88  WS-ABEND-REQUESTED                  VALUE 'Y'.
011300 01  WS-MATCH-FOUND-SW            PIC X(01)  VALUE 'N'.
011400     88  WS-MATCH-FOUND                      VALUE 'Y'.
011500 01  WS-DEPT-FOUND-SW             PIC X(01)  VALUE 'N'.
011600     88  WS-DEPT-FOUND                       VALUE 'Y'.
011700 01  WS-AUDIT-STATUS              PIC X(02).
011800 01  WS-TRAILER-SEEN-SW           PIC X(01)  VALUE 'N'.
011900     88  WS-TRAILER-SEEN                     VALUE 'Y'.
012000 01  WS-TRAILER-COUNT             PIC 9(07)  VALUE ZERO.
012100 
012200 01  WS-LABHIST-STATUS            PIC X(02).
012300 01  WS-LABHIST-EOF-SW            PIC X(01)  VALUE 'N'.
012400     88  WS-LABHIST-EOF                      VALUE 'Y'.
012500 01  WS-HIST-STATUS               PIC X(02).
012600 01  WS-HIST-EOF-SW               PIC X(01)  VALUE 'N'.
012700     88  WS-HIST-EOF                         VALUE 'Y'.
012800 01  WS-PRFHIST-STATUS            PIC X(02).
012900 01  WS-PRFHIST-EOF-SW            PIC X(01)  VALUE 'N'.
013000     88  WS-PRFHIST-EOF                      VALUE 'Y'.
013100 
013200 01  WS-MONTH-ORDER-COUNT         PIC 9(07)  VALUE ZERO.
013300 01  WS-LABHIST-COUNT             PIC 9(07)  VALUE ZERO.
013400 01  WS-HDCT-MONTH-COUNT          PIC 9(07)  VALUE ZERO.
013500 01  WS-PRIOR-MONTH-COUNT         PIC 9(07)  VALUE ZERO.
013600 01  WS-HIST-WRITE-COUNT          PIC 9(07)  VALUE ZERO.
013700 
013800*    THE REPORT MONTH (PARM YYYYMM, ZEROS OR NO PARM FOR THE RUN
013900*    MONTH) AND THE MONTH BEFORE IT, WHOSE FIGURES COME BACK OFF
014000*    PRFHIST. WS-RPT-ORD-MONTH IS THE SAME MONTH IN ORD_DATE'S
014100*    YYYY-MM FORM FOR MATCHING THE UNLOAD'S ORDER DATES.
014200 01  WS-RPT-MONTH.
014300     05  WS-RPT-YYYY              PIC 9(04).
014400     05  WS-RPT-MM                PIC 9(02).
014500 01  WS-PRIOR-MONTH.
014600     05  WS-PRIOR-YYYY            PIC 9(04).
014700     05  WS-PRIOR-MM              PIC 9(02).
014800 01  WS-RPT-ORD-MONTH.
014900     05  WS-RO-YYYY               PIC 9(04).
015000     05  FILLER                   PIC X(01)  VALUE '-'.
015100     05  WS-RO-MM                 PIC 9(02).
015200 
015204*    THE REPORT MONTH'S PAY PERIODS ON LABHIST, BY THE DAY OF THE
015208*    MONTH OF THEIR PERIOD DATE, EACH WITH THE RUN STAMP OF ITS
015212*    LATEST POSTING (A RESENT PERIOD IS APPENDED AGAIN; ONLY ITS
015216*    LAST SEND COUNTS). PERIODS ARE BIWEEKLY, SO A MONTH IS FULLY
015220*    POSTED WHEN NO STRETCH OF MORE THAN WS-PAY-CYCLE-DAYS DAYS
015224*    FROM ITS START THROUGH ITS LAST DAY IS WITHOUT A PERIOD DATE.
015228 01  WS-PERIOD-DAY-TABLE.
015232     05  WS-PDY-STAMP             PIC X(14)  OCCURS 31 TIMES.
015236 01  WS-DAY-IDX                   PIC 9(02)  VALUE ZERO.
015240 01  WS-LH-DAY                    PIC 9(02)  VALUE ZERO.
015244 01  WS-PERIOD-COUNT              PIC 9(03)  VALUE ZERO.
015248 01  WS-LAST-PERIOD-DAY           PIC 9(02)  VALUE ZERO.
015252 01  WS-PAY-CYCLE-DAYS            PIC 9(02)  VALUE 14.
015256 01  WS-MONTH-DAYS                PIC 9(02)  VALUE ZERO.
015260 01  WS-LEAP-REM-4                PIC 9(04).
015264 01  WS-LEAP-REM-100              PIC 9(04).
015268 01  WS-LEAP-REM-400              PIC 9(04).
015272 01  WS-PARTIAL-MONTH-SW          PIC X(01)  VALUE 'N'.
015276     88  WS-PARTIAL-MONTH                    VALUE 'Y'.
015280 
015300 01  WS-EMP-COUNT                 PIC 9(05)  VALUE ZERO.
015400 01  WS-EMP-CAPACITY              PIC 9(05)  VALUE 30000.
015500 01  WS-EMP-PREV-ID               PIC 9(05)  VALUE ZERO.
015600 
015700 01  WS-EMP-TABLE.
015800     05  WS-EMP-ENTRY OCCURS 1 TO 30000 TIMES
015900                       DEPENDING ON WS-EMP-COUNT
016000                       ASCENDING KEY IS WS-TE-EMPL-ID
016100                       INDEXED BY WS-EMP-TAB-IDX.
016200         10  WS-TE-EMPL-ID        PIC 9(05).
016300         10  WS-TE-EMPL-DEPT      PIC X(04).
016400 
016500*    ONE BUCKET PER DEPARTMENT, SEEDED IN DEPTREF ORDER SO EVERY
016600*    REFERENCE DEPARTMENT PRINTS EVEN IN A QUIET MONTH. ROOM IS
016700*    LEFT PAST THE FIFTY REFERENCE ENTRIES FOR 'UNKN' AND FOR
016800*    CODES THAT TURN UP ON LABHIST, HDCTHIST, OR PRFHIST WITHOUT
016900*    A REFERENCE ROW; A CODE PAST CAPACITY IS WARNED AND
017000*    SKIPPED.
017100 01  WS-DEPT-COUNT                PIC 9(03)  VALUE ZERO.
017200 01  WS-DEPT-CAPACITY             PIC 9(03)  VALUE 60.
017300 01  WS-DEPT-IDX                  PIC 9(03)  VALUE ZERO.
017400 01  WS-PRINT-IDX                 PIC 9(03)  VALUE ZERO.
017500 01  WS-FIND-DEPT                 PIC X(04)  VALUE SPACES.
017600 
017700 01  WS-DEPT-TABLE.
017800     05  WS-DEPT-ENTRY OCCURS 60 TIMES.
017900         10  WS-TD-DEPT           PIC X(04).
018000         10  WS-TD-ORDER-AMOUNT   PIC S9(09)V99.
018100         10  WS-TD-LABOR-COST     PIC S9(09)V99.
018200         10  WS-TD-HEADCOUNT      PIC 9(05).
018300         10  WS-TD-PRIOR-SW       PIC X(01).
018400             88  WS-TD-HAS-PRIOR             VALUE 'Y'.
018500         10  WS-TD-PRIOR-ORDERS   PIC S9(09)V99.
018600         10  WS-TD-PRIOR-LABOR    PIC S9(09)V99.
018700         10  WS-TD-PRIOR-HEADS    PIC 9(05).
018800 
018900*    ONE BUCKET PER DIVISION THE DEPARTMENTS ROLL UP TO. A
019000*    HANDFUL OF DIVISIONS COVERS THE SHOP; TWENTY LEAVES ROOM.
019100 01  WS-DIV-COUNT                 PIC 9(03)  VALUE ZERO.
019200 01  WS-DIV-CAPACITY              PIC 9(03)  VALUE 20.
019300 01  WS-DIV-IDX                   PIC 9(03)  VALUE ZERO.
019400 01  WS-DIV-FOUND-SW              PIC X(01)  VALUE 'N'.
019500     88  WS-DIV-FOUND                        VALUE 'Y'.
019600 01  WS-DIV-TABLE.
019700     05  WS-DIV-ENTRY OCCURS 20 TIMES.
019800         10  WS-TV-DIVISION       PIC X(04).
019900         10  WS-TV-DIV-NAME       PIC X(20).
020000         10  WS-TV-ORDER-AMOUNT   PIC S9(09)V99.
020100         10  WS-TV-LABOR-COST     PIC S9(09)V99.
020200         10  WS-TV-HEADCOUNT      PIC 9(05).
020300         10  WS-TV-PRIOR-SW       PIC X(01).
020400             88  WS-TV-HAS-PRIOR             VALUE 'Y'.
020500         10  WS-TV-PRIOR-ORDERS   PIC S9(09)V99.
020600         10  WS-TV-PRIOR-LABOR    PIC S9(09)V99.
020700         10  WS-TV-PRIOR-HEADS    PIC 9(05).
020800 
020900     COPY DEPTTBL.
021000 
021100 01  WS-GRAND-TOTALS.
021200     05  WS-GT-ORDER-AMOUNT       PIC S9(09)V99 VALUE ZERO.
021300     05  WS-GT-LABOR-COST         PIC S9(09)V99 VALUE ZERO.
021400     05  WS-GT-HEADCOUNT          PIC 9(05)     VALUE ZERO.
021500     05  WS-GT-PRIOR-SW           PIC X(01)     VALUE 'N'.
021600         88  WS-GT-HAS-PRIOR                 VALUE 'Y'.
021700     05  WS-GT-PRIOR-ORDERS       PIC S9(09)V99 VALUE ZERO.
021800     05  WS-GT-PRIOR-LABOR        PIC S9(09)V99 VALUE ZERO.
021900     05  WS-GT-PRIOR-HEADS        PIC 9(05)     VALUE ZERO.
022000 
022100*    ONE LINE PAIR'S FIGURES, LOADED FROM A DEPARTMENT, DIVISION,
022200*    OR THE GRAND TOTAL BEFORE 8000-PRINT-LINE-PAIR RUNS.
022300 01  WS-PAIR.
022400     05  WS-PR-CODE               PIC X(06).
022500     05  WS-PR-NAME               PIC X(20).
022600     05  WS-PR-ORDER-AMOUNT       PIC S9(09)V99.
022700     05  WS-PR-LABOR-COST         PIC S9(09)V99.
022800     05  WS-PR-HEADCOUNT          PIC 9(05).
022900     05  WS-PR-PRIOR-SW           PIC X(01).
023000         88  WS-PR-HAS-PRIOR                 VALUE 'Y'.
023100     05  WS-PR-PRIOR-ORDERS       PIC S9(09)V99.
023200     05  WS-PR-PRIOR-LABOR        PIC S9(09)V99.
023300     05  WS-PR-PRIOR-HEADS        PIC 9(05).
023400 
023500*    8100-COMPUTE-MEASURES WORK AREA. THE INPUTS GO IN THE FIRST
023600*    THREE FIELDS; REVENUE PER HEAD AND LABOR AS A PERCENT OF
023700*    REVENUE COME BACK WITH A SWITCH SAYING WHETHER EACH COULD BE
023800*    FIGURED (NO HEADCOUNT, NO REVENUE, OR A PERCENT TOO LARGE TO
023900*    PRINT LEAVES IT UNFIGURED).
024000 01  WS-MEASURES.
024100     05  WS-MS-ORDER-AMOUNT       PIC S9(09)V99.
024200     05  WS-MS-LABOR-COST         PIC S9(09)V99.
024300     05  WS-MS-HEADCOUNT          PIC 9(05).
024400     05  WS-MS-REV-HEAD           PIC S9(09)V99.
024500     05  WS-MS-REV-HEAD-SW        PIC X(01).
024600         88  WS-MS-REV-HEAD-OK               VALUE 'Y'.
024700     05  WS-MS-LABOR-PCT          PIC S9(04)V99.
024800     05  WS-MS-LABOR-PCT-SW       PIC X(01).
024900         88  WS-MS-LABOR-PCT-OK              VALUE 'Y'.
025000 01  WS-CUR-REV-HEAD              PIC S9(09)V99.
025100 01  WS-CUR-REV-HEAD-SW           PIC X(01).
025200     88  WS-CUR-REV-HEAD-OK                  VALUE 'Y'.
025300 01  WS-CUR-LABOR-PCT             PIC S9(04)V99.
025400 01  WS-CUR-LABOR-PCT-SW          PIC X(01).
025500     88  WS-CUR-LABOR-PCT-OK                 VALUE 'Y'.
025600 01  WS-CHANGE-AMOUNT             PIC S9(09)V99.
025700 01  WS-CHANGE-HEADS              PIC S9(05).
025800 
025900 01  WS-SYS-DATE.
026000     05  WS-SYS-YYYY              PIC 9(04).
026100     05  WS-SYS-MM                PIC 9(02).
026200     05  WS-SYS-DD                PIC 9(02).
026300 
026400 01  WS-RUN-DATE-EDIT.
026500     05  WS-RE-MM                 PIC 9(02).
026600     05  FILLER                   PIC X(01)  VALUE '/'.
026700     05  WS-RE-DD                 PIC 9(02).
026800     05  FILLER                   PIC X(01)  VALUE '/'.
026900     05  WS-RE-YYYY               PIC 9(04).
027000 
027100 01  WS-AS-OF-LINE.
027200     05  FILLER                   PIC X(02)  VALUE SPACES.
027300     05  FILLER                   PIC X(23)
027400             VALUE 'ORDERS AS OF UNLOAD AT '.
027500     05  WS-AOL-DATE              PIC X(08).
027600     05  FILLER                   PIC X(01)  VALUE SPACE.
027700     05  WS-AOL-TIME              PIC X(06).
027800     05  FILLER                   PIC X(92)  VALUE SPACES.
027900 
027908 01  WS-PARTIAL-LINE.
027916     05  FILLER                   PIC X(02)  VALUE SPACES.
027924     05  FILLER                   PIC X(40)
027932             VALUE '*** LABOR COST NOT FULLY POSTED -- ONLY '.
027940     05  WS-PTL-PERIODS           PIC ZZ9.
027948     05  FILLER                   PIC X(44)
027956             VALUE ' PAY PERIOD(S) ON LABHIST FOR THE MONTH, NOT'.
027964     05  FILLER                   PIC X(21)
027972             VALUE ' SAVED TO PRFHIST ***'.
027980     05  FILLER                   PIC X(22)  VALUE SPACES.
027988 
028000 01  WS-ORD-C-BQ                  PIC X(15).
028100 01  WS-ORD-EMPL-ID               PIC 9(05)  VALUE ZERO.
028200 01  WS-ORD-DEPT                  PIC X(04)  VALUE SPACES.
028300 
028400     COPY ORDXSW.
028500 
028600 LINKAGE SECTION.
028700 01  LS-PARM.
028800     05  LS-PARM-LEN              PIC S9(04) COMP.
028900     05  LS-PARM-DATA.
029000         10  LS-PARM-MONTH        PIC X(06).
029100         10  LS-PARM-MONTH-R REDEFINES LS-PARM-MONTH.
029200             15  LS-PARM-YYYY     PIC 9(04).
029300             15  LS-PARM-MM       PIC 9(02).
029400 
029500 PROCEDURE DIVISION USING LS-PARM.
029600 
029700 0000-MAINLINE.
029800     OPEN EXTEND AUDIT-LOG-FILE.
029900     MOVE 'DEPTPROF' TO AL-PROGRAM.
030000     PERFORM 1000-INITIALIZE
030100         THRU 1000-INITIALIZE-EXIT.
030200     IF WS-ABEND-REQUESTED
030300         GO TO 9999-END-OF-JOB
030400     END-IF.
030500     PERFORM 2000-READ-ORDER
030600         THRU 2000-READ-ORDER-EXIT
030700         UNTIL WS-ORDX-EOF OR WS-ABEND-REQUESTED.
030800     IF NOT WS-ABEND-REQUESTED
030900         PERFORM VERIFY-ORDEXTR-TRAILER
031000             THRU VERIFY-ORDEXTR-TRAILER-EXIT
031100     END-IF.
031200     IF WS-ABEND-REQUESTED
031300         GO TO 9999-END-OF-JOB
031400     END-IF.
031500     PERFORM 3000-LOAD-LABOR
031600         THRU 3000-LOAD-LABOR-EXIT.
031700     IF WS-ABEND-REQUESTED
031800         GO TO 9999-END-OF-JOB
031900     END-IF.
032000     PERFORM 4000-LOAD-HEADCOUNT
032100         THRU 4000-LOAD-HEADCOUNT-EXIT.
032200     IF WS-ABEND-REQUESTED
032300         GO TO 9999-END-OF-JOB
032400     END-IF.
032500     PERFORM 5000-LOAD-PRIOR-MONTH
032600         THRU 5000-LOAD-PRIOR-MONTH-EXIT.
032700     IF WS-ABEND-REQUESTED
032800         GO TO 9999-END-OF-JOB
032900     END-IF.
033000     PERFORM 6000-PRINT-REPORT
033100         THRU 6000-PRINT-REPORT-EXIT.
033200     PERFORM 7000-APPEND-HISTORY
033300         THRU 7000-APPEND-HISTORY-EXIT.
033400 9999-END-OF-JOB.
033500     CLOSE ORDEXTR-FILE.
033600     CLOSE PRFRPT-FILE.
033700     CLOSE AUDIT-LOG-FILE.
033800     STOP RUN.
033900 
034000*****************************************************************
034100* 1000-INITIALIZE - SETTLE THE REPORT MONTH AND THE PRIOR MONTH
034200* FROM THE PARM, OPEN THE REPORT AND THE ORDER UNLOAD, PRINT THE
034300* TITLE, UNLOAD DATE/TIME, AND COLUMN HEADING LINES, LOAD THE
034400* DEPARTMENT REFERENCE TABLE AND SEED ONE BUCKET PER REFERENCE
034500* DEPARTMENT, AND LOAD THE EMPEXTR EXTRACT INTO THE SORTED
034600* EMPLOYEE ID/DEPARTMENT TABLE, VERIFYING ITS CONTROL RECORDS
034700* THE SAME WAY DEPTROLL DOES. A PARM THAT IS NOT A VALID YYYYMM
034800* FAILS THE STEP.
034900*****************************************************************
035000 1000-INITIALIZE.
035100     OPEN OUTPUT PRFRPT-FILE.
035200     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
035300     MOVE WS-SYS-MM   TO WS-RE-MM.
035400     MOVE WS-SYS-DD   TO WS-RE-DD.
035500     MOVE WS-SYS-YYYY TO WS-RE-YYYY.
035600     MOVE WS-SYS-YYYY TO WS-RPT-YYYY.
035700     MOVE WS-SYS-MM   TO WS-RPT-MM.
035800     IF LS-PARM-LEN > ZERO
035900             AND LS-PARM-MONTH NOT = SPACES
036000             AND LS-PARM-MONTH NOT = ZEROS
036100         IF LS-PARM-MONTH NOT NUMERIC
036200                 OR LS-PARM-MM < 1 OR LS-PARM-MM > 12
036300             DISPLAY 'DEPTPROF - PARM ' LS-PARM-MONTH
036400                     ' IS NOT A VALID YYYYMM MONTH, ABENDING'
036500             MOVE 'CHECK PARM'        TO AL-OPERATION
036600             MOVE ZERO                TO AL-SQLCODE
036700             MOVE 'BAD REPORT MONTH'  TO AL-MESSAGE
036800             MOVE 'S' TO AL-SEVERITY
036900             PERFORM WRITE-AUDIT-LOG
037000                 THRU WRITE-AUDIT-LOG-EXIT
037100             MOVE 16 TO RETURN-CODE
037200             MOVE 'Y' TO WS-ABEND-SW
037300             GO TO 1000-INITIALIZE-EXIT
037400         END-IF
037500         MOVE LS-PARM-YYYY TO WS-RPT-YYYY
037600         MOVE LS-PARM-MM   TO WS-RPT-MM
037700     END-IF.
037800     MOVE WS-RPT-YYYY TO WS-RO-YYYY.
037900     MOVE WS-RPT-MM   TO WS-RO-MM.
038000     IF WS-RPT-MM = 1
038100         COMPUTE WS-PRIOR-YYYY = WS-RPT-YYYY - 1
038200         MOVE 12 TO WS-PRIOR-MM
038300     ELSE
038400         MOVE WS-RPT-YYYY TO WS-PRIOR-YYYY
038500         COMPUTE WS-PRIOR-MM = WS-RPT-MM - 1
038600     END-IF.
038700     DISPLAY 'DEPTPROF - REPORT MONTH ' WS-RPT-MONTH
038800             ', PRIOR MONTH ' WS-PRIOR-MONTH.
038900 
039000     PERFORM OPEN-ORDEXTR
039100         THRU OPEN-ORDEXTR-EXIT.
039200     IF WS-ABEND-REQUESTED
039300         GO TO 1000-INITIALIZE-EXIT
039400     END-IF.
039500     MOVE SPACES TO PRFRPT-RECORD.
039600     MOVE 'DEPARTMENT PROFITABILITY' TO PT-TITLE-TEXT.
039700     MOVE 'RUN DATE: '      TO PT-RUN-DATE-LABEL.
039800     MOVE WS-RUN-DATE-EDIT  TO PT-RUN-DATE.
039900     MOVE 'MONTH: '         TO PT-MONTH-LABEL.
040000     MOVE WS-RPT-ORD-MONTH  TO PT-MONTH.
040100     WRITE PRFRPT-RECORD.
040200     MOVE WS-ORDX-AS-OF-DATE TO WS-AOL-DATE.
040300     MOVE WS-ORDX-AS-OF-TIME TO WS-AOL-TIME.
040400     MOVE WS-AS-OF-LINE TO PRFRPT-RECORD.
040500     WRITE PRFRPT-RECORD.
040600     MOVE SPACES TO PRFRPT-RECORD.
040700     WRITE PRFRPT-RECORD.
040800     MOVE SPACES TO PRFRPT-RECORD.
040900     MOVE 'DEPT'             TO PG-DEPT-HDG.
041000     MOVE 'NAME'             TO PG-NAME-HDG.
041100     MOVE '   ORDER AMOUNT'  TO PG-ORDERS-HDG.
041200     MOVE '     LABOR COST'  TO PG-LABOR-HDG.
041300     MOVE '  HEADS'          TO PG-HEADS-HDG.
041400     MOVE '  REV PER HEAD'   TO PG-REV-HEAD-HDG.
041500     MOVE ' LABOR %'         TO PG-RATIO-HDG.
041600     WRITE PRFRPT-RECORD.
041700 
041800     PERFORM LOAD-DEPT-TABLE
041900         THRU LOAD-DEPT-TABLE-EXIT.
042000     IF WS-DEPTREF-COUNT = ZERO
042100         DISPLAY 'DEPTPROF - DEPTREF REFERENCE FILE MISSING OR '
042200                 'EMPTY, ABENDING'
042300         MOVE 'LOAD DEPT TABLE'   TO AL-OPERATION
042400         MOVE ZERO                TO AL-SQLCODE
042500         MOVE 'NO DEPTREF DATA'   TO AL-MESSAGE
042600         MOVE 'S' TO AL-SEVERITY
042700         PERFORM WRITE-AUDIT-LOG
042800             THRU WRITE-AUDIT-LOG-EXIT
042900         MOVE 16 TO RETURN-CODE
043000         MOVE 'Y' TO WS-ABEND-SW
043100         GO TO 1000-INITIALIZE-EXIT
043200     END-IF.
043300     PERFORM 1050-SEED-DEPT-BUCKET
043400         THRU 1050-SEED-DEPT-BUCKET-EXIT
043500         VARYING WS-DEPTREF-IDX FROM 1 BY 1
043600         UNTIL WS-DEPTREF-IDX > WS-DEPTREF-COUNT.
043700 
043800     OPEN INPUT EMPEXTR-FILE.
043900     PERFORM 1100-LOAD-EMP-TABLE
044000         THRU 1100-LOAD-EMP-TABLE-EXIT
044100         UNTIL WS-EMPEXTR-EOF.
044200     CLOSE EMPEXTR-FILE.
044300     IF WS-ABEND-REQUESTED
044400         GO TO 1000-INITIALIZE-EXIT
044500     END-IF.
044600     IF WS-EMP-COUNT = ZERO
044700         DISPLAY 'DEPTPROF - EMPEXTR EXTRACT IS EMPTY, ABENDING'
044800         MOVE 'LOAD EMP TABLE'    TO AL-OPERATION
044900         MOVE ZERO                TO AL-SQLCODE
045000         MOVE 'EMPTY EXTRACT'     TO AL-MESSAGE
045100         MOVE 'S' TO AL-SEVERITY
045200         PERFORM WRITE-AUDIT-LOG
045300             THRU WRITE-AUDIT-LOG-EXIT
045400         MOVE 16 TO RETURN-CODE
045500         MOVE 'Y' TO WS-ABEND-SW
045600         GO TO 1000-INITIALIZE-EXIT
045700     END-IF.
045800     PERFORM 1160-VERIFY-EXTRACT-TRAILER
045900         THRU 1160-VERIFY-EXTRACT-TRAILER-EXIT.
046000 1000-INITIALIZE-EXIT.
046100     EXIT.
046200 
046300*****************************************************************
046400* 1050-SEED-DEPT-BUCKET - OPEN A ZEROED BUCKET FOR ONE REFERENCE
046500* DEPARTMENT SO THE DEPARTMENT LINES PRINT IN DEPTREF ORDER.
046600*****************************************************************
046700 1050-SEED-DEPT-BUCKET.
046800     MOVE WS-TDR-DEPT (WS-DEPTREF-IDX) TO WS-FIND-DEPT.
046900     PERFORM 3200-FIND-OR-ADD-DEPT
047000         THRU 3200-FIND-OR-ADD-DEPT-EXIT.
047100 1050-SEED-DEPT-BUCKET-EXIT.
047200     EXIT.
047300 
047400*****************************************************************
047500* 1100-LOAD-EMP-TABLE - READ ONE EMPEXTR RECORD. CONTROL RECORDS
047600* ARE CHECKED OFF; DETAILS GO TO 1120-ADD-EMP-ENTRY.
047700*****************************************************************
047800 1100-LOAD-EMP-TABLE.
047900     READ EMPEXTR-FILE
048000         AT END
048100             MOVE 'Y' TO WS-EMPEXTR-EOF-SW
048200         NOT AT END
048300             EVALUATE TRUE
048400                 WHEN XH-HEADER-REC
048500                     PERFORM 1150-CHECK-EXTRACT-HEADER
048600                         THRU 1150-CHECK-EXTRACT-HEADER-EXIT
048700                 WHEN XT-TRAILER-REC
048800                     MOVE 'Y' TO WS-TRAILER-SEEN-SW
048900                     MOVE XT-RECORD-COUNT TO WS-TRAILER-COUNT
049000                 WHEN OTHER
049100                     PERFORM 1120-ADD-EMP-ENTRY
049200                         THRU 1120-ADD-EMP-ENTRY-EXIT
049300             END-EVALUATE
049400     END-READ.
049500 1100-LOAD-EMP-TABLE-EXIT.
049600     EXIT.
049700 
049800*****************************************************************
049900* 1120-ADD-EMP-ENTRY - CARRY ONE DETAIL'S ID AND DEPARTMENT INTO
050000* THE NEXT TABLE ENTRY, ENFORCING THE CAPACITY AND ASCENDING-ID
050100* CONDITIONS THE BINARY SEARCH DEPENDS ON, THE SAME WAY
050200* DEPTROLL'S PARALLEL PARAGRAPH DOES.
050300*****************************************************************
050400 1120-ADD-EMP-ENTRY.
050500     IF WS-EMP-COUNT >= WS-EMP-CAPACITY
050600         DISPLAY 'DEPTPROF - EMPLOYEE TABLE CAPACITY '
050700                 WS-EMP-CAPACITY ' EXCEEDED, ABENDING'
050800         MOVE 'LOAD EMP TABLE'    TO AL-OPERATION
050900         MOVE ZERO                TO AL-SQLCODE
051000         MOVE 'TABLE CAPACITY'    TO AL-MESSAGE
051100         MOVE 'S' TO AL-SEVERITY
051200         PERFORM WRITE-AUDIT-LOG
051300             THRU WRITE-AUDIT-LOG-EXIT
051400         MOVE 16 TO RETURN-CODE
051500         MOVE 'Y' TO WS-ABEND-SW
051600         MOVE 'Y' TO WS-EMPEXTR-EOF-SW
051700         GO TO 1120-ADD-EMP-ENTRY-EXIT
051800     END-IF.
051900     IF ER-EMPL-ID NOT > WS-EMP-PREV-ID
052000         DISPLAY 'DEPTPROF - EMPEXTR OUT OF SEQUENCE AT ID '
052100                 ER-EMPL-ID ' AFTER ' WS-EMP-PREV-ID
052200                 ', ABENDING'
052300         MOVE 'LOAD EMP TABLE'    TO AL-OPERATION
052400         MOVE ZERO                TO AL-SQLCODE
052500         MOVE 'OUT OF SEQUENCE'   TO AL-MESSAGE
052600         MOVE 'S' TO AL-SEVERITY
052700         PERFORM WRITE-AUDIT-LOG
052800             THRU WRITE-AUDIT-LOG-EXIT
052900         MOVE 16 TO RETURN-CODE
053000         MOVE 'Y' TO WS-ABEND-SW
053100         MOVE 'Y' TO WS-EMPEXTR-EOF-SW
053200         GO TO 1120-ADD-EMP-ENTRY-EXIT
053300     END-IF.
053400     ADD 1 TO WS-EMP-COUNT.
053500     SET WS-EMP-TAB-IDX TO WS-EMP-COUNT.
053600     MOVE ER-EMPL-ID   TO WS-TE-EMPL-ID (WS-EMP-TAB-IDX).
053700     MOVE ER-EMPL-DEPT TO WS-TE-EMPL-DEPT (WS-EMP-TAB-IDX).
053800     MOVE ER-EMPL-ID   TO WS-EMP-PREV-ID.
053900 1120-ADD-EMP-ENTRY-EXIT.
054000     EXIT.
054100 
054200*****************************************************************
054300* 1150-CHECK-EXTRACT-HEADER - WARN LOUDLY WHEN THE HEADER FLAGS
054400* SNAPSHOT-SOURCED DATA, ON SYSOUT, THE REPORT, AND THE AUDIT
054500* TRAIL. THE REPORT STILL RUNS.
054600*****************************************************************
054700 1150-CHECK-EXTRACT-HEADER.
054800     IF XH-SOURCE-SNAPSHOT
054900         DISPLAY 'DEPTPROF - WARNING: EMPEXTR IS SNAPSHOT-'
055000                 'SOURCED (EMPSNAP FALLBACK), RUN DATE '
055100                 XH-RUN-DATE
055200         MOVE SPACES TO PRFRPT-RECORD
055300         MOVE '** WARNING ** EXTRACT IS SNAPSHOT-SOURCED'
055400                     TO PT-TITLE-TEXT
055500         WRITE PRFRPT-RECORD
055600         MOVE 'CHECK EXTRACT HEADER' TO AL-OPERATION
055700         MOVE ZERO                TO AL-SQLCODE
055800         MOVE 'SNAPSHOT SOURCED'  TO AL-MESSAGE
055900         MOVE 'W' TO AL-SEVERITY
056000         PERFORM WRITE-AUDIT-LOG
056100             THRU WRITE-AUDIT-LOG-EXIT
056200     END-IF.
056300 1150-CHECK-EXTRACT-HEADER-EXIT.
056400     EXIT.
056500 
056600*****************************************************************
056700* 1160-VERIFY-EXTRACT-TRAILER - A MISSING TRAILER OR A COUNT
056800* THAT DISAGREES WITH THE DETAILS LOADED FAILS THE STEP BEFORE
056900* ANY ORDER IS ROLLED UP AGAINST AN EXTRACT THAT CANNOT BE
057000* TRUSTED.
057100*****************************************************************
057200 1160-VERIFY-EXTRACT-TRAILER.
057300     IF NOT WS-TRAILER-SEEN
057400         DISPLAY 'DEPTPROF - EMPEXTR HAS NO TRAILER RECORD, '
057500                 'EXTRACT IS INCOMPLETE, ABENDING'
057600         MOVE 'VERIFY EXTRACT TRAILER' TO AL-OPERATION
057700         MOVE ZERO                TO AL-SQLCODE
057800         MOVE 'NO TRAILER'        TO AL-MESSAGE
057900         MOVE 'S' TO AL-SEVERITY
058000         PERFORM WRITE-AUDIT-LOG
058100             THRU WRITE-AUDIT-LOG-EXIT
058200         MOVE 16 TO RETURN-CODE
058300         MOVE 'Y' TO WS-ABEND-SW
058400         GO TO 1160-VERIFY-EXTRACT-TRAILER-EXIT
058500     END-IF.
058600     IF WS-TRAILER-COUNT NOT = WS-EMP-COUNT
058700         DISPLAY 'DEPTPROF - EMPEXTR TRAILER COUNT '
058800                 WS-TRAILER-COUNT ' DISAGREES WITH '
058900                 WS-EMP-COUNT ' DETAILS READ, ABENDING'
059000         MOVE 'VERIFY EXTRACT TRAILER' TO AL-OPERATION
059100         MOVE ZERO                TO AL-SQLCODE
059200         MOVE 'TRAILER MISMATCH'  TO AL-MESSAGE
059300         MOVE 'S' TO AL-SEVERITY
059400         PERFORM WRITE-AUDIT-LOG
059500             THRU WRITE-AUDIT-LOG-EXIT
059600         MOVE 16 TO RETURN-CODE
059700         MOVE 'Y' TO WS-ABEND-SW
059800     END-IF.
059900 1160-VERIFY-EXTRACT-TRAILER-EXIT.
060000     EXIT.
060100 
060200*****************************************************************
060300* 2000-READ-ORDER - READ ONE ORDER ROW FROM THE UNLOAD. A ROW
060400* DATED IN THE REPORT MONTH IS ROLLED UP TO THE OWNING
060500* EMPLOYEE'S DEPARTMENT (C_BQ BYTES 1-5, LOOKED UP THROUGH THE
060600* EMPLOYEE TABLE); AN ORDER WITH NO MATCHING EMPLOYEE ROLLS UP
060700* UNDER 'UNKN' SO THE MONTH'S REVENUE STILL TIES OUT. EVERY ROW
060800* STILL COUNTS TOWARD THE UNLOAD'S TRAILER CHECK.
060900*****************************************************************
061000 2000-READ-ORDER.
061100     PERFORM READ-ORDEXTR
061200         THRU READ-ORDEXTR-EXIT.
061300     IF NOT WS-ORDX-DETAIL-READ
061400         GO TO 2000-READ-ORDER-EXIT
061500     END-IF.
061600     IF OX-ORD-DATE (1:7) NOT = WS-RPT-ORD-MONTH
061700         GO TO 2000-READ-ORDER-EXIT
061800     END-IF.
061900     ADD 1 TO WS-MONTH-ORDER-COUNT.
062000     MOVE OX-C-BQ TO WS-ORD-C-BQ.
062100     PERFORM 2100-LOOK-UP-DEPARTMENT
062200         THRU 2100-LOOK-UP-DEPARTMENT-EXIT.
062300     MOVE WS-ORD-DEPT TO WS-FIND-DEPT.
062400     PERFORM 3200-FIND-OR-ADD-DEPT
062500         THRU 3200-FIND-OR-ADD-DEPT-EXIT.
062600     IF WS-DEPT-IDX > ZERO
062700         ADD OX-ORD-AMOUNT TO WS-TD-ORDER-AMOUNT (WS-DEPT-IDX)
062800     END-IF.
062900 2000-READ-ORDER-EXIT.
063000     EXIT.
063100 
063200*****************************************************************
063300* 2100-LOOK-UP-DEPARTMENT - BINARY-SEARCH THE SORTED EMPLOYEE
063400* TABLE FOR THE ID DERIVED FROM C_BQ. NO MATCH LEAVES THE
063500* DEPARTMENT AS 'UNKN'.
063600*****************************************************************
063700 2100-LOOK-UP-DEPARTMENT.
063800     MOVE 'UNKN' TO WS-ORD-DEPT.
063900     MOVE 'N'    TO WS-MATCH-FOUND-SW.
064000     IF WS-ORD-C-BQ (1:5) NOT NUMERIC
064100         GO TO 2100-LOOK-UP-DEPARTMENT-EXIT
064200     END-IF.
064300     MOVE WS-ORD-C-BQ (1:5) TO WS-ORD-EMPL-ID.
064400     SEARCH ALL WS-EMP-ENTRY
064500         AT END
064600             CONTINUE
064700         WHEN WS-TE-EMPL-ID (WS-EMP-TAB-IDX)
064800                 = WS-ORD-EMPL-ID
064900             MOVE 'Y' TO WS-MATCH-FOUND-SW
065000             MOVE WS-TE-EMPL-DEPT (WS-EMP-TAB-IDX)
065100                 TO WS-ORD-DEPT
065200     END-SEARCH.
065300 2100-LOOK-UP-DEPARTMENT-EXIT.
065400     EXIT.
065500 
065600*****************************************************************
065700* 3000-LOAD-LABOR - ADD UP THE REPORT MONTH'S LABOR COST FROM THE
065800* LABHIST HISTORY GLFEED APPENDS TO AS IT JOURNALS EACH PAY
065900* PERIOD: EVERY PERIOD DATED IN THE MONTH, GROSS BY DEPARTMENT,
066000* AS GLFEED POSTS IT. THE FIRST PASS FINDS THE MONTH'S PERIODS
066100* AND THE LATEST POSTING OF EACH; THE SECOND ADDS ONLY THAT
066110* POSTING'S FIGURES. A LABHIST THAT WILL NOT OPEN OR HOLDS NO
066120* PERIOD FOR THE MONTH FAILS THE STEP -- A MONTH WITH NO LABOR
066130* COST WOULD PRINT EVERY DEPARTMENT AS PURE PROFIT. A MONTH WITH
066140* A PERIOD MISSING IS FLAGGED BY 3300-CHECK-MONTH-POSTED.
066200*****************************************************************
066300 3000-LOAD-LABOR.
066400     MOVE SPACES TO WS-PERIOD-DAY-TABLE.
066500     PERFORM 3350-SET-MONTH-DAYS
066600         THRU 3350-SET-MONTH-DAYS-EXIT.
066700     OPEN INPUT LABHIST-FILE.
066800     IF WS-LABHIST-STATUS NOT = '00'
066809         GO TO 3090-LABHIST-NOT-OPEN
066818     END-IF.
066827     PERFORM 3050-FIND-PERIODS
066836         THRU 3050-FIND-PERIODS-EXIT
066845         UNTIL WS-LABHIST-EOF.
066854     CLOSE LABHIST-FILE.
066863     IF WS-PERIOD-COUNT = ZERO
066872         DISPLAY 'DEPTPROF - LABHIST HOLDS NO PAY PERIOD FOR '
066881                 WS-RPT-MONTH ', ABENDING'
066890         MOVE 'LOAD LABOR'        TO AL-OPERATION
066900         MOVE ZERO                TO AL-SQLCODE
067000         MOVE 'NO LABOR POSTED'   TO AL-MESSAGE
067100         MOVE 'S' TO AL-SEVERITY
067200         PERFORM WRITE-AUDIT-LOG
067300             THRU WRITE-AUDIT-LOG-EXIT
067400         MOVE 16 TO RETURN-CODE
067500         MOVE 'Y' TO WS-ABEND-SW
067600         GO TO 3000-LOAD-LABOR-EXIT
067700     END-IF.
067800     MOVE 'N' TO WS-LABHIST-EOF-SW.
067900     OPEN INPUT LABHIST-FILE.
068000     IF WS-LABHIST-STATUS NOT = '00'
068100         GO TO 3090-LABHIST-NOT-OPEN
069300     END-IF.
069305     PERFORM 3100-READ-LABHIST
069310         THRU 3100-READ-LABHIST-EXIT
069315         UNTIL WS-LABHIST-EOF.
069320     CLOSE LABHIST-FILE.
069325     PERFORM 3300-CHECK-MONTH-POSTED
069330         THRU 3300-CHECK-MONTH-POSTED-EXIT.
069335     GO TO 3000-LOAD-LABOR-EXIT.
069340 3090-LABHIST-NOT-OPEN.
069345     DISPLAY 'DEPTPROF - ERROR OPENING LABHIST, STATUS '
069350             WS-LABHIST-STATUS ', ABENDING'.
069355     MOVE 'OPEN LABHIST'      TO AL-OPERATION.
069360     MOVE ZERO                TO AL-SQLCODE.
069365     MOVE 'OPEN FAILED'       TO AL-MESSAGE.
069370     MOVE 'S' TO AL-SEVERITY.
069375     PERFORM WRITE-AUDIT-LOG
069380         THRU WRITE-AUDIT-LOG-EXIT.
069385     MOVE 16 TO RETURN-CODE.
069390     MOVE 'Y' TO WS-ABEND-SW.
069400 3000-LOAD-LABOR-EXIT.
069500     EXIT.
069600 
069700*****************************************************************
069800* 3050-FIND-PERIODS - READ ONE LABHIST RECORD AND, WHEN ITS
069900* PERIOD DATE FALLS IN THE REPORT MONTH, KEEP THE LATEST RUN
069910* STAMP SEEN FOR THAT DATE. A DELIBERATE RESEND OF A PERIOD IS
069920* APPENDED AGAIN UNDER A LATER STAMP, SO ONLY ITS LAST SEND
069930* COUNTS. THE FIRST STAMP FOR A DATE COUNTS A NEW PERIOD.
070000*****************************************************************
070100 3050-FIND-PERIODS.
070200     READ LABHIST-FILE
070300         AT END
070400             MOVE 'Y' TO WS-LABHIST-EOF-SW
070500             GO TO 3050-FIND-PERIODS-EXIT
070600     END-READ.
070700     PERFORM 3150-CHECK-PERIOD-DATE
070800         THRU 3150-CHECK-PERIOD-DATE-EXIT.
070810     IF WS-LH-DAY = ZERO
070820         GO TO 3050-FIND-PERIODS-EXIT
070900     END-IF.
071000     IF WS-PDY-STAMP (WS-LH-DAY) = SPACES
071100         ADD 1 TO WS-PERIOD-COUNT
071102     END-IF.
071104     IF LH-RUN-STAMP > WS-PDY-STAMP (WS-LH-DAY)
071106         MOVE LH-RUN-STAMP TO WS-PDY-STAMP (WS-LH-DAY)
071108     END-IF.
071110 3050-FIND-PERIODS-EXIT.
071112     EXIT.
071114 
071116*****************************************************************
071118* 3150-CHECK-PERIOD-DATE - LEAVE THE DAY OF THE MONTH OF THE
071120* LABHIST RECORD'S PERIOD DATE IN WS-LH-DAY, OR ZERO WHEN THE
071122* DATE IS NOT A DAY OF THE REPORT MONTH.
071124*****************************************************************
071126 3150-CHECK-PERIOD-DATE.
071128     MOVE ZERO TO WS-LH-DAY.
071130     IF LH-PERIOD-DATE (1:6) NOT = WS-RPT-MONTH
071132             OR LH-PERIOD-DATE (7:2) NOT NUMERIC
071134         GO TO 3150-CHECK-PERIOD-DATE-EXIT
071136     END-IF.
071138     MOVE LH-PERIOD-DATE (7:2) TO WS-LH-DAY.
071140     IF WS-LH-DAY > WS-MONTH-DAYS
071142         MOVE ZERO TO WS-LH-DAY
071144     END-IF.
071146 3150-CHECK-PERIOD-DATE-EXIT.
071148     EXIT.
071150 
071152*****************************************************************
071154* 3100-READ-LABHIST - READ ONE LABHIST RECORD AND, WHEN IT IS
071156* PART OF THE LATEST POSTING OF ONE OF THE MONTH'S PAY PERIODS,
071158* FOLD ITS LABOR COST INTO ITS DEPARTMENT.
071160*****************************************************************
071162 3100-READ-LABHIST.
071164     READ LABHIST-FILE
071166         AT END
071168             MOVE 'Y' TO WS-LABHIST-EOF-SW
071170             GO TO 3100-READ-LABHIST-EXIT
071172     END-READ.
071174     PERFORM 3150-CHECK-PERIOD-DATE
071176         THRU 3150-CHECK-PERIOD-DATE-EXIT.
071178     IF WS-LH-DAY = ZERO
071180         GO TO 3100-READ-LABHIST-EXIT
071182     END-IF.
071184     IF LH-RUN-STAMP NOT = WS-PDY-STAMP (WS-LH-DAY)
071186         GO TO 3100-READ-LABHIST-EXIT
071188     END-IF.
071190     ADD 1 TO WS-LABHIST-COUNT.
071192     MOVE LH-DEPT TO WS-FIND-DEPT.
071200     PERFORM 3200-FIND-OR-ADD-DEPT
071300         THRU 3200-FIND-OR-ADD-DEPT-EXIT.
071400     IF WS-DEPT-IDX > ZERO
071500         ADD LH-LABOR-COST TO WS-TD-LABOR-COST (WS-DEPT-IDX)
071600     END-IF.
071700 3100-READ-LABHIST-EXIT.
071800     EXIT.
071900 
071901*****************************************************************
071902* 3300-CHECK-MONTH-POSTED - PAY PERIODS ARE BIWEEKLY, SO ONCE THE
071903* MONTH IS FULLY POSTED NO STRETCH OF MORE THAN WS-PAY-CYCLE-DAYS
071904* DAYS IS WITHOUT A PERIOD DATE -- BEFORE THE FIRST PERIOD,
071905* BETWEEN TWO, OR FROM THE LAST THROUGH MONTH-END. A LONGER
071906* STRETCH MEANS A PERIOD IS NOT JOURNALED YET (OR THE MONTH IS
071907* NOT OVER) AND THE LABOR COST COVERS ONLY PART OF THE MONTH:
071908* THE STEP ENDS RC 4 WITH A WARNING AUDIT EVENT, THE REPORT
071909* CARRIES A FLAG LINE, AND 7000-APPEND-HISTORY LEAVES PRFHIST
071910* ALONE.
071911*****************************************************************
071912 3300-CHECK-MONTH-POSTED.
071913     MOVE ZERO TO WS-LAST-PERIOD-DAY.
071914     MOVE 'N' TO WS-PARTIAL-MONTH-SW.
071915     PERFORM 3310-CHECK-PERIOD-GAP
071916         THRU 3310-CHECK-PERIOD-GAP-EXIT
071917         VARYING WS-DAY-IDX FROM 1 BY 1
071918         UNTIL WS-DAY-IDX > WS-MONTH-DAYS.
071919     IF WS-LAST-PERIOD-DAY + WS-PAY-CYCLE-DAYS
071920             NOT > WS-MONTH-DAYS
071921         MOVE 'Y' TO WS-PARTIAL-MONTH-SW
071922     END-IF.
071923     IF NOT WS-PARTIAL-MONTH
071924         GO TO 3300-CHECK-MONTH-POSTED-EXIT
071925     END-IF.
071926     DISPLAY 'DEPTPROF - LABOR FOR ' WS-RPT-MONTH
071927             ' NOT FULLY POSTED, ' WS-PERIOD-COUNT
071928             ' PAY PERIODS ON LABHIST, PRFHIST NOT UPDATED'.
071929     MOVE 'CHECK MONTH POSTED' TO AL-OPERATION.
071930     MOVE ZERO                TO AL-SQLCODE.
071931     MOVE 'MONTH NOT POSTED'  TO AL-MESSAGE.
071932     MOVE 'W' TO AL-SEVERITY.
071933     PERFORM WRITE-AUDIT-LOG
071934         THRU WRITE-AUDIT-LOG-EXIT.
071935     MOVE 4 TO RETURN-CODE.
071936 3300-CHECK-MONTH-POSTED-EXIT.
071937     EXIT.
071938 
071939*****************************************************************
071940* 3310-CHECK-PERIOD-GAP - FOR A DAY HOLDING A PERIOD DATE, FLAG
071941* THE MONTH WHEN IT FALLS MORE THAN ONE PAY CYCLE AFTER THE LAST
071942* ONE (OR AFTER THE START OF THE MONTH).
071943*****************************************************************
071944 3310-CHECK-PERIOD-GAP.
071945     IF WS-PDY-STAMP (WS-DAY-IDX) = SPACES
071946         GO TO 3310-CHECK-PERIOD-GAP-EXIT
071947     END-IF.
071948     IF WS-DAY-IDX - WS-LAST-PERIOD-DAY > WS-PAY-CYCLE-DAYS
071949         MOVE 'Y' TO WS-PARTIAL-MONTH-SW
071950     END-IF.
071951     MOVE WS-DAY-IDX TO WS-LAST-PERIOD-DAY.
071952 3310-CHECK-PERIOD-GAP-EXIT.
071953     EXIT.
071954 
071955*****************************************************************
071956* 3350-SET-MONTH-DAYS - THE NUMBER OF DAYS IN THE REPORT MONTH,
071957* FEBRUARY BY THE GREGORIAN LEAP-YEAR RULE.
071958*****************************************************************
071959 3350-SET-MONTH-DAYS.
071960     EVALUATE WS-RPT-MM
071961         WHEN 01
071962         WHEN 03
071963         WHEN 05
071964         WHEN 07
071965         WHEN 08
071966         WHEN 10
071967         WHEN 12
071968             MOVE 31 TO WS-MONTH-DAYS
071969         WHEN 04
071970         WHEN 06
071971         WHEN 09
071972         WHEN 11
071973             MOVE 30 TO WS-MONTH-DAYS
071974         WHEN 02
071975             MOVE 28 TO WS-MONTH-DAYS
071976             DIVIDE WS-RPT-YYYY BY 4 GIVING WS-LEAP-REM-4
071977                 REMAINDER WS-LEAP-REM-4
071978             DIVIDE WS-RPT-YYYY BY 100 GIVING WS-LEAP-REM-100
071979                 REMAINDER WS-LEAP-REM-100
071980             DIVIDE WS-RPT-YYYY BY 400 GIVING WS-LEAP-REM-400
071981                 REMAINDER WS-LEAP-REM-400
071982             IF WS-LEAP-REM-400 = ZERO
071983                 MOVE 29 TO WS-MONTH-DAYS
071984             ELSE
071985                 IF WS-LEAP-REM-4 = ZERO
071986                         AND WS-LEAP-REM-100 NOT = ZERO
071987                     MOVE 29 TO WS-MONTH-DAYS
071988                 END-IF
071989             END-IF
071990     END-EVALUATE.
071991 3350-SET-MONTH-DAYS-EXIT.
071992     EXIT.
071993 
072000*****************************************************************
072100* 3200-FIND-OR-ADD-DEPT - FIND WS-FIND-DEPT'S BUCKET, OR ADD A
072200* ZEROED ONE (THE SAME FIND-OR-ADD SHAPE AS DEPTROLL'S), LEAVING
072300* ITS SUBSCRIPT IN WS-DEPT-IDX. A NEW CODE PAST THE TABLE IS
072400* WARNED AND COMES BACK WITH WS-DEPT-IDX ZERO SO THE CALLER
072500* SKIPS IT.
072600*****************************************************************
072700 3200-FIND-OR-ADD-DEPT.
072800     MOVE 'N' TO WS-DEPT-FOUND-SW.
072900     PERFORM 3210-SEARCH-DEPT-TABLE
073000         THRU 3210-SEARCH-DEPT-TABLE-EXIT
073100         VARYING WS-DEPT-IDX FROM 1 BY 1
073200         UNTIL WS-DEPT-IDX > WS-DEPT-COUNT OR WS-DEPT-FOUND.
073300     IF WS-DEPT-FOUND
073400         SUBTRACT 1 FROM WS-DEPT-IDX
073500         GO TO 3200-FIND-OR-ADD-DEPT-EXIT
073600     END-IF.
073700     IF WS-DEPT-COUNT >= WS-DEPT-CAPACITY
073800         DISPLAY 'DEPTPROF - DEPARTMENT TABLE CAPACITY '
073900                 WS-DEPT-CAPACITY ' EXCEEDED, DEPARTMENT '
074000                 WS-FIND-DEPT ' SKIPPED'
074100         MOVE ZERO TO WS-DEPT-IDX
074200         GO TO 3200-FIND-OR-ADD-DEPT-EXIT
074300     END-IF.
074400     ADD 1 TO WS-DEPT-COUNT.
074500     MOVE WS-DEPT-COUNT TO WS-DEPT-IDX.
074600     MOVE WS-FIND-DEPT TO WS-TD-DEPT (WS-DEPT-IDX).
074700     MOVE ZERO TO WS-TD-ORDER-AMOUNT (WS-DEPT-IDX).
074800     MOVE ZERO TO WS-TD-LABOR-COST (WS-DEPT-IDX).
074900     MOVE ZERO TO WS-TD-HEADCOUNT (WS-DEPT-IDX).
075000     MOVE 'N'  TO WS-TD-PRIOR-SW (WS-DEPT-IDX).
075100     MOVE ZERO TO WS-TD-PRIOR-ORDERS (WS-DEPT-IDX).
075200     MOVE ZERO TO WS-TD-PRIOR-LABOR (WS-DEPT-IDX).
075300     MOVE ZERO TO WS-TD-PRIOR-HEADS (WS-DEPT-IDX).
075400 3200-FIND-OR-ADD-DEPT-EXIT.
075500     EXIT.
075600 
075700*****************************************************************
075800* 3210-SEARCH-DEPT-TABLE - COMPARE ONE DEPARTMENT BUCKET AGAINST
075900* WS-FIND-DEPT.
076000*****************************************************************
076100 3210-SEARCH-DEPT-TABLE.
076200     IF WS-TD-DEPT (WS-DEPT-IDX) = WS-FIND-DEPT
076300         MOVE 'Y' TO WS-DEPT-FOUND-SW
076400     END-IF.
076500 3210-SEARCH-DEPT-TABLE-EXIT.
076600     EXIT.
076700 
076800*****************************************************************
076900* 4000-LOAD-HEADCOUNT - READ THE HDCTHIST HEADCOUNT HISTORY AND
077000* CARRY EACH DEPARTMENT'S ACTIVE COUNT FOR THE REPORT MONTH. THE
077100* HISTORY IS APPENDED IN RUN-DATE ORDER, SO EACH LATER RECORD IN
077200* THE MONTH OVERWRITES THE EARLIER ONE AND THE BUCKET ENDS UP
077300* WITH THE LAST POSITION RECORDED, AS DEPTTRND READS IT. AN
077400* UNOPENABLE HISTORY FAILS THE STEP; A MONTH WITH NO HISTORY IS
077500* WARNED AND PRINTS WITH NO HEADCOUNT.
077600*****************************************************************
077700 4000-LOAD-HEADCOUNT.
077800     OPEN INPUT HDCTHIST-FILE.
077900     IF WS-HIST-STATUS NOT = '00'
078000         DISPLAY 'DEPTPROF - ERROR OPENING HDCTHIST, STATUS '
078100                 WS-HIST-STATUS ', ABENDING'
078200         MOVE 'OPEN HDCTHIST'     TO AL-OPERATION
078300         MOVE ZERO                TO AL-SQLCODE
078400         MOVE 'OPEN FAILED'       TO AL-MESSAGE
078500         MOVE 'S' TO AL-SEVERITY
078600         PERFORM WRITE-AUDIT-LOG
078700             THRU WRITE-AUDIT-LOG-EXIT
078800         MOVE 16 TO RETURN-CODE
078900         MOVE 'Y' TO WS-ABEND-SW
079000         GO TO 4000-LOAD-HEADCOUNT-EXIT
079100     END-IF.
079200     PERFORM 4100-READ-HDCTHIST
079300         THRU 4100-READ-HDCTHIST-EXIT
079400         UNTIL WS-HIST-EOF.
079500     CLOSE HDCTHIST-FILE.
079600     IF WS-HDCT-MONTH-COUNT = ZERO
079700         DISPLAY 'DEPTPROF - WARNING: NO HDCTHIST HEADCOUNT FOR '
079800                 WS-RPT-MONTH ', REVENUE PER HEAD NOT FIGURED'
079900         MOVE 'LOAD HEADCOUNT'    TO AL-OPERATION
080000         MOVE ZERO                TO AL-SQLCODE
080100         MOVE 'NO MONTH HEADCOUNT' TO AL-MESSAGE
080200         MOVE 'W' TO AL-SEVERITY
080300         PERFORM WRITE-AUDIT-LOG
080400             THRU WRITE-AUDIT-LOG-EXIT
080500     END-IF.
080600 4000-LOAD-HEADCOUNT-EXIT.
080700     EXIT.
080800 
080900*****************************************************************
081000* 4100-READ-HDCTHIST - READ ONE HISTORY RECORD AND, WHEN IT FALLS
081100* IN THE REPORT MONTH, CARRY ITS ACTIVE COUNT.
081200*****************************************************************
081300 4100-READ-HDCTHIST.
081400     READ HDCTHIST-FILE
081500         AT END
081600             MOVE 'Y' TO WS-HIST-EOF-SW
081700             GO TO 4100-READ-HDCTHIST-EXIT
081800     END-READ.
081900     IF HC-RUN-YYYYMM NOT = WS-RPT-MONTH
082000         GO TO 4100-READ-HDCTHIST-EXIT
082100     END-IF.
082200     ADD 1 TO WS-HDCT-MONTH-COUNT.
082300     MOVE HC-DEPT TO WS-FIND-DEPT.
082400     PERFORM 3200-FIND-OR-ADD-DEPT
082500         THRU 3200-FIND-OR-ADD-DEPT-EXIT.
082600     IF WS-DEPT-IDX > ZERO
082700         MOVE HC-ACTIVE-COUNT TO WS-TD-HEADCOUNT (WS-DEPT-IDX)
082800     END-IF.
082900 4100-READ-HDCTHIST-EXIT.
083000     EXIT.
083100 
083200*****************************************************************
083300* 5000-LOAD-PRIOR-MONTH - READ THE PRFHIST PROFITABILITY HISTORY
083400* AND CARRY EACH DEPARTMENT'S FIGURES FOR THE PRIOR MONTH. THE
083500* LAST RECORD FOR THE MONTH WINS, SO A RERUN OF LAST MONTH'S
083600* REPORT REPLACES WHAT IT FIRST RECORDED. AN UNOPENABLE HISTORY
083700* FAILS THE STEP (THIS RUN'S FIGURES COULD NOT BE APPENDED
083800* EITHER); A PRIOR MONTH NOT ON THE HISTORY -- THE FIRST MONTH
083900* THE REPORT RUNS -- PRINTS 'NO PRIOR' IN PLACE OF THE CHANGE.
084000*****************************************************************
084100 5000-LOAD-PRIOR-MONTH.
084200     OPEN INPUT PRFHIST-FILE.
084300     IF WS-PRFHIST-STATUS NOT = '00'
084400         DISPLAY 'DEPTPROF - ERROR OPENING PRFHIST, STATUS '
084500                 WS-PRFHIST-STATUS ', ABENDING'
084600         MOVE 'OPEN PRFHIST'      TO AL-OPERATION
084700         MOVE ZERO                TO AL-SQLCODE
084800         MOVE 'OPEN FAILED'       TO AL-MESSAGE
084900         MOVE 'S' TO AL-SEVERITY
085000         PERFORM WRITE-AUDIT-LOG
085100             THRU WRITE-AUDIT-LOG-EXIT
085200         MOVE 16 TO RETURN-CODE
085300         MOVE 'Y' TO WS-ABEND-SW
085400         GO TO 5000-LOAD-PRIOR-MONTH-EXIT
085500     END-IF.
085600     PERFORM 5100-READ-PRFHIST
085700         THRU 5100-READ-PRFHIST-EXIT
085800         UNTIL WS-PRFHIST-EOF.
085900     CLOSE PRFHIST-FILE.
086000     IF WS-PRIOR-MONTH-COUNT = ZERO
086100         DISPLAY 'DEPTPROF - NO PRFHIST FIGURES FOR PRIOR MONTH '
086200                 WS-PRIOR-MONTH ', NO CHANGE PRINTED'
086300     END-IF.
086400 5000-LOAD-PRIOR-MONTH-EXIT.
086500     EXIT.
086600 
086700*****************************************************************
086800* 5100-READ-PRFHIST - READ ONE HISTORY RECORD AND, WHEN IT IS
086900* FOR THE PRIOR MONTH, CARRY ITS FIGURES INTO THE DEPARTMENT'S
087000* PRIOR-MONTH FIELDS. A DEPARTMENT THAT HAD FIGURES LAST MONTH
087100* BUT NONE THIS MONTH GETS A BUCKET SO ITS DROP SHOWS.
087200*****************************************************************
087300 5100-READ-PRFHIST.
087400     READ PRFHIST-FILE
087500         AT END
087600             MOVE 'Y' TO WS-PRFHIST-EOF-SW
087700             GO TO 5100-READ-PRFHIST-EXIT
087800     END-READ.
087900     IF PH-REPORT-MONTH NOT = WS-PRIOR-MONTH
088000         GO TO 5100-READ-PRFHIST-EXIT
088100     END-IF.
088200     ADD 1 TO WS-PRIOR-MONTH-COUNT.
088300     MOVE PH-DEPT TO WS-FIND-DEPT.
088400     PERFORM 3200-FIND-OR-ADD-DEPT
088500         THRU 3200-FIND-OR-ADD-DEPT-EXIT.
088600     IF WS-DEPT-IDX > ZERO
088700         MOVE 'Y' TO WS-TD-PRIOR-SW (WS-DEPT-IDX)
088800         MOVE PH-ORDER-AMOUNT
088900             TO WS-TD-PRIOR-ORDERS (WS-DEPT-IDX)
089000         MOVE PH-LABOR-COST
089100             TO WS-TD-PRIOR-LABOR (WS-DEPT-IDX)
089200         MOVE PH-HEADCOUNT
089300             TO WS-TD-PRIOR-HEADS (WS-DEPT-IDX)
089400     END-IF.
089500 5100-READ-PRFHIST-EXIT.
089600     EXIT.
089700 
089800*****************************************************************
089900* 6000-PRINT-REPORT - PRINT ONE LINE PAIR PER DEPARTMENT BUCKET,
090000* THEN THE DIVISION ROLLUP SECTION, THEN THE GRAND TOTAL PAIR,
090010* AND THE FLAG LINE WHEN THE MONTH'S LABOR IS NOT FULLY POSTED.
090100*****************************************************************
090200 6000-PRINT-REPORT.
090300     PERFORM 6100-PRINT-DEPT-PAIR
090400         THRU 6100-PRINT-DEPT-PAIR-EXIT
090500         VARYING WS-PRINT-IDX FROM 1 BY 1
090600         UNTIL WS-PRINT-IDX > WS-DEPT-COUNT.
090700     PERFORM 6500-PRINT-DIVISION-ROLLUP
090800         THRU 6500-PRINT-DIVISION-ROLLUP-EXIT.
090900     MOVE SPACES TO PRFRPT-RECORD.
091000     WRITE PRFRPT-RECORD.
091100     MOVE 'TOTAL'               TO WS-PR-CODE.
091200     MOVE SPACES                TO WS-PR-NAME.
091300     MOVE WS-GT-ORDER-AMOUNT    TO WS-PR-ORDER-AMOUNT.
091400     MOVE WS-GT-LABOR-COST      TO WS-PR-LABOR-COST.
091500     MOVE WS-GT-HEADCOUNT       TO WS-PR-HEADCOUNT.
091600     MOVE WS-GT-PRIOR-SW        TO WS-PR-PRIOR-SW.
091700     MOVE WS-GT-PRIOR-ORDERS    TO WS-PR-PRIOR-ORDERS.
091800     MOVE WS-GT-PRIOR-LABOR     TO WS-PR-PRIOR-LABOR.
091900     MOVE WS-GT-PRIOR-HEADS     TO WS-PR-PRIOR-HEADS.
092000     PERFORM 8000-PRINT-LINE-PAIR
092100         THRU 8000-PRINT-LINE-PAIR-EXIT.
092110     IF WS-PARTIAL-MONTH
092120         MOVE SPACES TO PRFRPT-RECORD
092130         WRITE PRFRPT-RECORD
092140         MOVE WS-PERIOD-COUNT TO WS-PTL-PERIODS
092150         MOVE WS-PARTIAL-LINE TO PRFRPT-RECORD
092160         WRITE PRFRPT-RECORD
092170     END-IF.
092200     MOVE 'PRINT REPORT'        TO AL-OPERATION.
092300     MOVE ZERO                  TO AL-SQLCODE.
092400     MOVE 'REPORT PRINTED'      TO AL-MESSAGE.
092500     MOVE SPACE                 TO AL-SEVERITY.
092600     PERFORM WRITE-AUDIT-LOG
092700         THRU WRITE-AUDIT-LOG-EXIT.
092800 6000-PRINT-REPORT-EXIT.
092900     EXIT.
093000 
093100*****************************************************************
093200* 6100-PRINT-DEPT-PAIR - PRINT ONE DEPARTMENT'S LINE PAIR WITH
093300* ITS NAME FROM THE REFERENCE FILE, AND FOLD THE BUCKET INTO ITS
093400* DIVISION'S ROLLUP AND THE GRAND TOTAL.
093500*****************************************************************
093600 6100-PRINT-DEPT-PAIR.
093700     MOVE WS-TD-DEPT (WS-PRINT-IDX) TO WS-DL-DEPT.
093800     PERFORM LOOK-UP-DEPT
093900         THRU LOOK-UP-DEPT-EXIT.
094000     PERFORM 6200-FOLD-INTO-DIVISION
094100         THRU 6200-FOLD-INTO-DIVISION-EXIT.
094200     ADD WS-TD-ORDER-AMOUNT (WS-PRINT-IDX) TO WS-GT-ORDER-AMOUNT.
094300     ADD WS-TD-LABOR-COST (WS-PRINT-IDX)   TO WS-GT-LABOR-COST.
094400     ADD WS-TD-HEADCOUNT (WS-PRINT-IDX)    TO WS-GT-HEADCOUNT.
094500     IF WS-TD-HAS-PRIOR (WS-PRINT-IDX)
094600         MOVE 'Y' TO WS-GT-PRIOR-SW
094700         ADD WS-TD-PRIOR-ORDERS (WS-PRINT-IDX)
094800             TO WS-GT-PRIOR-ORDERS
094900         ADD WS-TD-PRIOR-LABOR (WS-PRINT-IDX)
095000             TO WS-GT-PRIOR-LABOR
095100         ADD WS-TD-PRIOR-HEADS (WS-PRINT-IDX)
095200             TO WS-GT-PRIOR-HEADS
095300     END-IF.
095400     MOVE WS-TD-DEPT (WS-PRINT-IDX)         TO WS-PR-CODE.
095500     MOVE WS-DL-DEPT-NAME                   TO WS-PR-NAME.
095600     MOVE WS-TD-ORDER-AMOUNT (WS-PRINT-IDX) TO WS-PR-ORDER-AMOUNT.
095700     MOVE WS-TD-LABOR-COST (WS-PRINT-IDX)   TO WS-PR-LABOR-COST.
095800     MOVE WS-TD-HEADCOUNT (WS-PRINT-IDX)    TO WS-PR-HEADCOUNT.
095900     MOVE WS-TD-PRIOR-SW (WS-PRINT-IDX)     TO WS-PR-PRIOR-SW.
096000     MOVE WS-TD-PRIOR-ORDERS (WS-PRINT-IDX) TO WS-PR-PRIOR-ORDERS.
096100     MOVE WS-TD-PRIOR-LABOR (WS-PRINT-IDX)  TO WS-PR-PRIOR-LABOR.
096200     MOVE WS-TD-PRIOR-HEADS (WS-PRINT-IDX)  TO WS-PR-PRIOR-HEADS.
096300     PERFORM 8000-PRINT-LINE-PAIR
096400         THRU 8000-PRINT-LINE-PAIR-EXIT.
096500 6100-PRINT-DEPT-PAIR-EXIT.
096600     EXIT.
096700 
096800*****************************************************************
096900* 6200-FOLD-INTO-DIVISION - FOLD THE DEPARTMENT BUCKET JUST
097000* LOOKED UP INTO ITS DIVISION'S ROLLUP BUCKET
097100* (WS-DL-DIVISION/WS-DL-DIV-NAME ARE STILL FRESH FROM
097200* LOOK-UP-DEPT), ADDING A ZEROED BUCKET THE FIRST TIME A
097300* DIVISION IS SEEN. A POPULATION PAST THE DIVISION TABLE IS
097400* WARNED AND LEFT OUT OF THE ROLLUP ONLY.
097500*****************************************************************
097600 6200-FOLD-INTO-DIVISION.
097700     MOVE 'N' TO WS-DIV-FOUND-SW.
097800     PERFORM 6210-MATCH-DIV-ENTRY
097900         THRU 6210-MATCH-DIV-ENTRY-EXIT
098000         VARYING WS-DIV-IDX FROM 1 BY 1
098100         UNTIL WS-DIV-IDX > WS-DIV-COUNT OR WS-DIV-FOUND.
098200     IF WS-DIV-FOUND
098300         SUBTRACT 1 FROM WS-DIV-IDX
098400     END-IF.
098500     IF NOT WS-DIV-FOUND
098600         IF WS-DIV-COUNT >= WS-DIV-CAPACITY
098700             DISPLAY 'DEPTPROF - DIVISION TABLE CAPACITY '
098800                     WS-DIV-CAPACITY ' EXCEEDED, DIVISION '
098900                     WS-DL-DIVISION ' LEFT OFF THE ROLLUP'
099000             GO TO 6200-FOLD-INTO-DIVISION-EXIT
099100         END-IF
099200         ADD 1 TO WS-DIV-COUNT
099300         MOVE WS-DIV-COUNT   TO WS-DIV-IDX
099400         MOVE WS-DL-DIVISION TO WS-TV-DIVISION (WS-DIV-IDX)
099500         MOVE WS-DL-DIV-NAME TO WS-TV-DIV-NAME (WS-DIV-IDX)
099600         MOVE ZERO TO WS-TV-ORDER-AMOUNT (WS-DIV-IDX)
099700         MOVE ZERO TO WS-TV-LABOR-COST (WS-DIV-IDX)
099800         MOVE ZERO TO WS-TV-HEADCOUNT (WS-DIV-IDX)
099900         MOVE 'N'  TO WS-TV-PRIOR-SW (WS-DIV-IDX)
100000         MOVE ZERO TO WS-TV-PRIOR-ORDERS (WS-DIV-IDX)
100100         MOVE ZERO TO WS-TV-PRIOR-LABOR (WS-DIV-IDX)
100200         MOVE ZERO TO WS-TV-PRIOR-HEADS (WS-DIV-IDX)
100300     END-IF.
100400     ADD WS-TD-ORDER-AMOUNT (WS-PRINT-IDX)
100500         TO WS-TV-ORDER-AMOUNT (WS-DIV-IDX).
100600     ADD WS-TD-LABOR-COST (WS-PRINT-IDX)
100700         TO WS-TV-LABOR-COST (WS-DIV-IDX).
100800     ADD WS-TD-HEADCOUNT (WS-PRINT-IDX)
100900         TO WS-TV-HEADCOUNT (WS-DIV-IDX).
101000     IF WS-TD-HAS-PRIOR (WS-PRINT-IDX)
101100         MOVE 'Y' TO WS-TV-PRIOR-SW (WS-DIV-IDX)
101200         ADD WS-TD-PRIOR-ORDERS (WS-PRINT-IDX)
101300             TO WS-TV-PRIOR-ORDERS (WS-DIV-IDX)
101400         ADD WS-TD-PRIOR-LABOR (WS-PRINT-IDX)
101500             TO WS-TV-PRIOR-LABOR (WS-DIV-IDX)
101600         ADD WS-TD-PRIOR-HEADS (WS-PRINT-IDX)
101700             TO WS-TV-PRIOR-HEADS (WS-DIV-IDX)
101800     END-IF.
101900 6200-FOLD-INTO-DIVISION-EXIT.
102000     EXIT.
102100 
102200*****************************************************************
102300* 6210-MATCH-DIV-ENTRY - COMPARE ONE DIVISION BUCKET AGAINST THE
102400* DIVISION LOOK-UP-DEPT JUST RESOLVED. THE CALLER BACKS
102500* WS-DIV-IDX UP ONE ON A MATCH -- PERFORM VARYING AUGMENTS
102600* BEFORE ITS FINAL UNTIL TEST.
102700*****************************************************************
102800 6210-MATCH-DIV-ENTRY.
102900     IF WS-TV-DIVISION (WS-DIV-IDX) = WS-DL-DIVISION
103000         MOVE 'Y' TO WS-DIV-FOUND-SW
103100     END-IF.
103200 6210-MATCH-DIV-ENTRY-EXIT.
103300     EXIT.
103400 
103500*****************************************************************
103600* 6500-PRINT-DIVISION-ROLLUP - PRINT THE DIVISION ROLLUP
103700* SECTION: A SECTION HEADER AND ONE LINE PAIR PER DIVISION, IN
103800* THE SAME COLUMNS AS THE DEPARTMENT LINES. PER-HEAD AND PERCENT
103900* FIGURES ARE WORKED FROM THE DIVISION'S TOTALS, NOT SUMMED.
104000*****************************************************************
104100 6500-PRINT-DIVISION-ROLLUP.
104200     MOVE SPACES TO PRFRPT-RECORD.
104300     WRITE PRFRPT-RECORD.
104400     MOVE SPACES TO PRFRPT-RECORD.
104500     MOVE 'DIVISION ROLLUP' TO PT-TITLE-TEXT.
104600     WRITE PRFRPT-RECORD.
104700     PERFORM 6600-PRINT-ONE-DIVISION
104800         THRU 6600-PRINT-ONE-DIVISION-EXIT
104900         VARYING WS-DIV-IDX FROM 1 BY 1
105000         UNTIL WS-DIV-IDX > WS-DIV-COUNT.
105100 6500-PRINT-DIVISION-ROLLUP-EXIT.
105200     EXIT.
105300 
105400*****************************************************************
105500* 6600-PRINT-ONE-DIVISION - PRINT ONE DIVISION'S LINE PAIR.
105600*****************************************************************
105700 6600-PRINT-ONE-DIVISION.
105800     MOVE WS-TV-DIVISION (WS-DIV-IDX)     TO WS-PR-CODE.
105900     MOVE WS-TV-DIV-NAME (WS-DIV-IDX)     TO WS-PR-NAME.
106000     MOVE WS-TV-ORDER-AMOUNT (WS-DIV-IDX) TO WS-PR-ORDER-AMOUNT.
106100     MOVE WS-TV-LABOR-COST (WS-DIV-IDX)   TO WS-PR-LABOR-COST.
106200     MOVE WS-TV-HEADCOUNT (WS-DIV-IDX)    TO WS-PR-HEADCOUNT.
106300     MOVE WS-TV-PRIOR-SW (WS-DIV-IDX)     TO WS-PR-PRIOR-SW.
106400     MOVE WS-TV-PRIOR-ORDERS (WS-DIV-IDX) TO WS-PR-PRIOR-ORDERS.
106500     MOVE WS-TV-PRIOR-LABOR (WS-DIV-IDX)  TO WS-PR-PRIOR-LABOR.
106600     MOVE WS-TV-PRIOR-HEADS (WS-DIV-IDX)  TO WS-PR-PRIOR-HEADS.
106700     PERFORM 8000-PRINT-LINE-PAIR
106800         THRU 8000-PRINT-LINE-PAIR-EXIT.
106900 6600-PRINT-ONE-DIVISION-EXIT.
107000     EXIT.
107100 
107200*****************************************************************
107300* 7000-APPEND-HISTORY - APPEND THE REPORT MONTH'S FIGURES, ONE
107400* RECORD PER DEPARTMENT BUCKET, TO THE PRFHIST HISTORY FOR NEXT
107500* MONTH'S CHANGE COLUMNS. A MONTH WHOSE LABOR IS NOT FULLY POSTED
107510* IS NOT APPENDED, SO PART OF A MONTH NEVER BECOMES THE NEXT
107520* MONTH'S PRIOR; THE RERUN ONCE THE MISSING PERIOD IS JOURNALED
107530* APPENDS IT.
107600*****************************************************************
107700 7000-APPEND-HISTORY.
107710     IF WS-PARTIAL-MONTH
107720         GO TO 7000-APPEND-HISTORY-EXIT
107730     END-IF.
107800     OPEN EXTEND PRFHIST-FILE.
107900     IF WS-PRFHIST-STATUS NOT = '00'
108000         DISPLAY 'DEPTPROF - ERROR OPENING PRFHIST FOR APPEND, '
108100                 'STATUS ' WS-PRFHIST-STATUS ', ABENDING'
108200         MOVE 'APPEND PRFHIST'    TO AL-OPERATION
108300         MOVE ZERO                TO AL-SQLCODE
108400         MOVE 'OPEN FAILED'       TO AL-MESSAGE
108500         MOVE 'S' TO AL-SEVERITY
108600         PERFORM WRITE-AUDIT-LOG
108700             THRU WRITE-AUDIT-LOG-EXIT
108800         MOVE 16 TO RETURN-CODE
108900         MOVE 'Y' TO WS-ABEND-SW
109000         GO TO 7000-APPEND-HISTORY-EXIT
109100     END-IF.
109200     PERFORM 7100-WRITE-HISTORY
109300         THRU 7100-WRITE-HISTORY-EXIT
109400         VARYING WS-PRINT-IDX FROM 1 BY 1
109500         UNTIL WS-PRINT-IDX > WS-DEPT-COUNT
109510            OR WS-ABEND-REQUESTED.
109600     CLOSE PRFHIST-FILE.
109610     IF WS-ABEND-REQUESTED
109620         GO TO 7000-APPEND-HISTORY-EXIT
109630     END-IF.
109700     DISPLAY 'DEPTPROF - ' WS-MONTH-ORDER-COUNT ' ORDERS, '
109800             WS-LABHIST-COUNT ' LABOR RECORDS, '
109900             WS-HIST-WRITE-COUNT ' HISTORY RECORDS FOR '
110000             WS-RPT-MONTH.
110100 7000-APPEND-HISTORY-EXIT.
110200     EXIT.
110300 
110400*****************************************************************
110500* 7100-WRITE-HISTORY - WRITE ONE DEPARTMENT'S HISTORY RECORD.
110600*****************************************************************
110700 7100-WRITE-HISTORY.
110800     MOVE SPACES                        TO PRFHIST-RECORD.
110900     MOVE WS-RPT-MONTH                  TO PH-REPORT-MONTH.
111000     MOVE WS-TD-DEPT (WS-PRINT-IDX)     TO PH-DEPT.
111100     MOVE WS-TD-ORDER-AMOUNT (WS-PRINT-IDX) TO PH-ORDER-AMOUNT.
111200     MOVE WS-TD-LABOR-COST (WS-PRINT-IDX)   TO PH-LABOR-COST.
111300     MOVE WS-TD-HEADCOUNT (WS-PRINT-IDX)    TO PH-HEADCOUNT.
111400     MOVE WS-SYS-DATE                   TO PH-RUN-DATE.
111500     WRITE PRFHIST-RECORD.
111510     IF WS-PRFHIST-STATUS NOT = '00'
111520         DISPLAY 'DEPTPROF - ERROR WRITING PRFHIST, STATUS '
111530                 WS-PRFHIST-STATUS ', ABENDING'
111540         MOVE 'APPEND PRFHIST'    TO AL-OPERATION
111550         MOVE ZERO                TO AL-SQLCODE
111560         MOVE 'WRITE FAILED'      TO AL-MESSAGE
111570         MOVE 'S' TO AL-SEVERITY
111580         PERFORM WRITE-AUDIT-LOG
111590             THRU WRITE-AUDIT-LOG-EXIT
111591         MOVE 16 TO RETURN-CODE
111592         MOVE 'Y' TO WS-ABEND-SW
111593         GO TO 7100-WRITE-HISTORY-EXIT
111594     END-IF.
111600     ADD 1 TO WS-HIST-WRITE-COUNT.
111700 7100-WRITE-HISTORY-EXIT.
111800     EXIT.
111900 
112000*****************************************************************
112100* 8000-PRINT-LINE-PAIR - PRINT THE 'THIS MONTH' LINE FOR THE
112200* FIGURES IN WS-PAIR, THEN THE 'CHANGE' LINE (THIS MONTH LESS
112300* THE PRIOR MONTH) OR A 'NO PRIOR' LINE WHEN THE PRIOR MONTH IS
112400* NOT ON THE HISTORY. A PER-HEAD OR PERCENT CHANGE PRINTS 'N/A'
112500* UNLESS BOTH MONTHS' FIGURES COULD BE WORKED.
112600*****************************************************************
112700 8000-PRINT-LINE-PAIR.
112800     MOVE WS-PR-ORDER-AMOUNT TO WS-MS-ORDER-AMOUNT.
112900     MOVE WS-PR-LABOR-COST   TO WS-MS-LABOR-COST.
113000     MOVE WS-PR-HEADCOUNT    TO WS-MS-HEADCOUNT.
113100     PERFORM 8100-COMPUTE-MEASURES
113200         THRU 8100-COMPUTE-MEASURES-EXIT.
113300     MOVE WS-MS-REV-HEAD     TO WS-CUR-REV-HEAD.
113400     MOVE WS-MS-REV-HEAD-SW  TO WS-CUR-REV-HEAD-SW.
113500     MOVE WS-MS-LABOR-PCT    TO WS-CUR-LABOR-PCT.
113600     MOVE WS-MS-LABOR-PCT-SW TO WS-CUR-LABOR-PCT-SW.
113700     MOVE SPACES             TO PRFRPT-RECORD.
113800     MOVE WS-PR-CODE         TO PD-DEPT.
113900     MOVE WS-PR-NAME         TO PD-NAME.
114000     MOVE 'THIS MONTH'       TO PD-LABEL.
114100     MOVE WS-PR-ORDER-AMOUNT TO PD-ORDERS.
114200     MOVE WS-PR-LABOR-COST   TO PD-LABOR.
114300     MOVE WS-PR-HEADCOUNT    TO PD-HEADS.
114400     IF WS-CUR-REV-HEAD-OK
114500         MOVE WS-CUR-REV-HEAD TO PD-REV-HEAD
114600     ELSE
114700         MOVE '           N/A' TO PD-REV-HEAD-X
114800     END-IF.
114900     IF WS-CUR-LABOR-PCT-OK
115000         MOVE WS-CUR-LABOR-PCT TO PD-RATIO
115100     ELSE
115200         MOVE '     N/A' TO PD-RATIO-X
115300     END-IF.
115400     WRITE PRFRPT-RECORD.
115500 
115600     MOVE SPACES TO PRFRPT-RECORD.
115700     IF NOT WS-PR-HAS-PRIOR
115800         MOVE 'NO PRIOR' TO PD-LABEL
115900         WRITE PRFRPT-RECORD
116000         GO TO 8000-PRINT-LINE-PAIR-EXIT
116100     END-IF.
116200     MOVE WS-PR-PRIOR-ORDERS TO WS-MS-ORDER-AMOUNT.
116300     MOVE WS-PR-PRIOR-LABOR  TO WS-MS-LABOR-COST.
116400     MOVE WS-PR-PRIOR-HEADS  TO WS-MS-HEADCOUNT.
116500     PERFORM 8100-COMPUTE-MEASURES
116600         THRU 8100-COMPUTE-MEASURES-EXIT.
116700     MOVE 'CHANGE' TO PD-LABEL.
116800     COMPUTE WS-CHANGE-AMOUNT =
116900         WS-PR-ORDER-AMOUNT - WS-PR-PRIOR-ORDERS.
117000     MOVE WS-CHANGE-AMOUNT TO PD-ORDERS.
117100     COMPUTE WS-CHANGE-AMOUNT =
117200         WS-PR-LABOR-COST - WS-PR-PRIOR-LABOR.
117300     MOVE WS-CHANGE-AMOUNT TO PD-LABOR.
117400     COMPUTE WS-CHANGE-HEADS =
117500         WS-PR-HEADCOUNT - WS-PR-PRIOR-HEADS.
117600     MOVE WS-CHANGE-HEADS TO PD-HEADS.
117700     IF WS-CUR-REV-HEAD-OK AND WS-MS-REV-HEAD-OK
117800         COMPUTE WS-CHANGE-AMOUNT =
117900             WS-CUR-REV-HEAD - WS-MS-REV-HEAD
118000         MOVE WS-CHANGE-AMOUNT TO PD-REV-HEAD
118100     ELSE
118200         MOVE '           N/A' TO PD-REV-HEAD-X
118300     END-IF.
118400     IF WS-CUR-LABOR-PCT-OK AND WS-MS-LABOR-PCT-OK
118500         COMPUTE WS-CHANGE-AMOUNT =
118600             WS-CUR-LABOR-PCT - WS-MS-LABOR-PCT
118700         MOVE WS-CHANGE-AMOUNT TO PD-RATIO
118800     ELSE
118900         MOVE '     N/A' TO PD-RATIO-X
119000     END-IF.
119100     WRITE PRFRPT-RECORD.
119200 8000-PRINT-LINE-PAIR-EXIT.
119300     EXIT.
119400 
119500*****************************************************************
119600* 8100-COMPUTE-MEASURES - WORK REVENUE PER HEAD AND LABOR COST AS
119700* A PERCENT OF REVENUE FROM THE FIGURES IN WS-MEASURES. NEITHER
119800* IS FIGURED OVER A ZERO DIVISOR, AND A PERCENT TOO LARGE FOR
119900* THE COLUMN (A DEPARTMENT WITH ALMOST NO REVENUE) IS LEFT
120000* UNFIGURED RATHER THAN PRINTED TRUNCATED.
120100*****************************************************************
120200 8100-COMPUTE-MEASURES.
120300     MOVE ZERO TO WS-MS-REV-HEAD.
120400     MOVE ZERO TO WS-MS-LABOR-PCT.
120500     MOVE 'N'  TO WS-MS-REV-HEAD-SW.
120600     MOVE 'N'  TO WS-MS-LABOR-PCT-SW.
120700     IF WS-MS-HEADCOUNT > ZERO
120800         COMPUTE WS-MS-REV-HEAD ROUNDED =
120900             WS-MS-ORDER-AMOUNT / WS-MS-HEADCOUNT
121000         MOVE 'Y' TO WS-MS-REV-HEAD-SW
121100     END-IF.
121200     IF WS-MS-ORDER-AMOUNT > ZERO
121300         MOVE 'Y' TO WS-MS-LABOR-PCT-SW
121400         COMPUTE WS-MS-LABOR-PCT ROUNDED =
121500             WS-MS-LABOR-COST * 100 / WS-MS-ORDER-AMOUNT
121600             ON SIZE ERROR
121700                 MOVE 'N' TO WS-MS-LABOR-PCT-SW
121800         END-COMPUTE
121900     END-IF.
122000 8100-COMPUTE-MEASURES-EXIT.
122100     EXIT.
122200 
122300*****************************************************************
122400* WRITE-AUDIT-LOG - SHARED AUDIT LOG WRITE, COPIED FROM
122500* AUDLOG.CPY. SEE THE COPYBOOK FOR DETAILS.
122600*****************************************************************
122700     COPY AUDLOG.
122800 
122900*****************************************************************
123000* LOAD-DEPT-TABLE / LOOK-UP-DEPT - SHARED DEPARTMENT REFERENCE
123100* LOAD AND LOOKUP, COPIED FROM DEPTLKP.CPY. SEE THE COPYBOOK
123200* FOR DETAILS.
123300*****************************************************************
123400     COPY DEPTLKP.
123500 
123600*****************************************************************
123700* OPEN-ORDEXTR / READ-ORDEXTR / VERIFY-ORDEXTR-TRAILER - SHARED
123800* ORDER UNLOAD READ AND CONTROL-RECORD CHECKS, COPIED FROM
123900* ORDXRD.CPY. SEE THE COPYBOOK FOR DETAILS.
124000*****************************************************************
124100     COPY ORDXRD.
