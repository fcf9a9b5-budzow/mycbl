000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ATTRRPT.
000300 AUTHOR.        D BUDZOWSKI.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* MODIFICATION HISTORY
000900* DATE       INIT DESCRIPTION
001000* ---------- ---- ------------------------------------------
001100* 2026-10-15 DB   INITIAL VERSION - TURNOVER AND ATTRITION
001200*                 REPORT FROM THE PERMANENT EMPHIST CHANGE
001300*                 HISTORY. OVER THE ROLLING TWELVE MONTHS ENDING
001400*                 WITH THE REPORT MONTH (PARM YYYYMM, ZEROS FOR
001500*                 THE LAST CLOSED MONTH) EACH DEPARTMENT PRINTS
001600*                 ITS AVERAGE HEADCOUNT (MONTH-END HDCTHIST
001700*                 POSITIONS), TERMINATIONS, VOLUNTARY
001800*                 TERMINATIONS, TURNOVER AND VOLUNTARY TURNOVER
001900*                 RATES, AVERAGE TENURE AT TERMINATION (HIRE
002000*                 DATE TO TERMINATION DATE), AND TERMINATIONS
002100*                 INSIDE NINETY DAYS OF HIRE, ROLLED UP TO THE
002200*                 DEPTREF DIVISIONS AHEAD OF THE GRAND TOTAL,
002300*                 THEN THE EARLY-LEAVER COUNT BY HIRING MONTH.
002400*                 REPLACES THE QUARTERLY HAND COUNT FROM HISTINQ
002500*                 PRINTOUTS.
002600*****************************************************************
002700 
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT EMPHIST-FILE ASSIGN TO EMPHIST
003200         ORGANIZATION IS SEQUENTIAL
003300         FILE STATUS IS WS-EMPHIST-STATUS.
003400     SELECT HDCTHIST-FILE ASSIGN TO HDCTHIST
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS WS-HIST-STATUS.
003700     SELECT ATRRPT-FILE ASSIGN TO ATRRPT
003800         ORGANIZATION IS SEQUENTIAL.
003900     SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-AUDIT-STATUS.
004200     SELECT DEPTREF-FILE ASSIGN TO DEPTREF
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-DEPTREF-STATUS.
004500 
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  EMPHIST-FILE
004900     RECORDING MODE IS F
005000     RECORD CONTAINS 150 CHARACTERS
005100     LABEL RECORDS ARE STANDARD.
005200     COPY HISTREC.
005300 
005400 FD  HDCTHIST-FILE
005500     RECORDING MODE IS F
005600     RECORD CONTAINS 80 CHARACTERS
005700     LABEL RECORDS ARE STANDARD.
005800     COPY HDCREC.
005900 
006000 FD  ATRRPT-FILE
006100     RECORDING MODE IS F
006200     RECORD CONTAINS 132 CHARACTERS
006300     LABEL RECORDS ARE STANDARD.
006400     COPY ATRRPT.
006500 
006600 FD  AUDIT-LOG-FILE
006700     RECORDING MODE IS F
006800     RECORD CONTAINS 80 CHARACTERS
006900     LABEL RECORDS ARE STANDARD.
007000     COPY AUDREC.
007100 
007200 FD  DEPTREF-FILE
007300     RECORDING MODE IS F
007400     RECORD CONTAINS 80 CHARACTERS
007500     LABEL RECORDS ARE STANDARD.
007600     COPY DEPTREF.
007700 
007800 WORKING-STORAGE SECTION.
007900 01  WS-ABEND-SW                  PIC X(01)  VALUE 'N'.
008000     88  WS-ABEND-REQUESTED                  VALUE 'Y'.
008100 01  WS-DEPT-FOUND-SW             PIC X(01)  VALUE 'N'.
008200     88  WS-DEPT-FOUND                       VALUE 'Y'.
008300 01  WS-AUDIT-STATUS              PIC X(02).
008400 01  WS-HIST-STATUS               PIC X(02).
008500 01  WS-HIST-EOF-SW               PIC X(01)  VALUE 'N'.
008600     88  WS-HIST-EOF                         VALUE 'Y'.
008700 01  WS-EMPHIST-STATUS            PIC X(02).
008800 01  WS-EMPHIST-EOF-SW            PIC X(01)  VALUE 'N'.
008900     88  WS-EMPHIST-EOF                      VALUE 'Y'.
009000 
009100 01  WS-EMPHIST-READ-COUNT        PIC 9(07)  VALUE ZERO.
009200 01  WS-TERM-COUNT                PIC 9(07)  VALUE ZERO.
009300 01  WS-VOLUNTARY-COUNT           PIC 9(07)  VALUE ZERO.
009400 01  WS-INVOLUNTARY-COUNT         PIC 9(07)  VALUE ZERO.
009500 01  WS-RETIREMENT-COUNT          PIC 9(07)  VALUE ZERO.
009600 01  WS-OTHER-REASON-COUNT        PIC 9(07)  VALUE ZERO.
009700 01  WS-NOT-STATED-COUNT          PIC 9(07)  VALUE ZERO.
009800 01  WS-HIRE-COUNT                PIC 9(07)  VALUE ZERO.
009900 01  WS-BAD-DATE-COUNT            PIC 9(07)  VALUE ZERO.
010000 01  WS-HDCT-MONTHS               PIC 9(03)  VALUE ZERO.
010100 
010200*    THE REPORT MONTH (PARM YYYYMM, ZEROS OR NO PARM FOR THE
010300*    MONTH BEFORE THE RUN MONTH) ENDS THE WINDOW; THE WINDOW
010400*    OPENS ELEVEN MONTHS EARLIER. MONTHS ARE CARRIED AS SERIAL
010500*    NUMBERS (YEAR TIMES TWELVE PLUS MONTH LESS ONE) SO THE
010600*    WINDOW ARITHMETIC CROSSES YEAR-END WITHOUT SPECIAL CASES.
010700 01  WS-RPT-MONTH.
010800     05  WS-RPT-YYYY              PIC 9(04).
010900     05  WS-RPT-MM                PIC 9(02).
011000 01  WS-END-SERIAL                PIC 9(06)  VALUE ZERO.
011100 01  WS-START-SERIAL              PIC 9(06)  VALUE ZERO.
011200 01  WS-WINDOW-FROM-EDIT.
011300     05  WS-WF-YYYY               PIC 9(04).
011400     05  FILLER                   PIC X(01)  VALUE '-'.
011500     05  WS-WF-MM                 PIC 9(02).
011600 01  WS-WINDOW-TO-EDIT.
011700     05  WS-WT-YYYY               PIC 9(04).
011800     05  FILLER                   PIC X(01)  VALUE '-'.
011900     05  WS-WT-MM                 PIC 9(02).
012000 
012100*    3300-SET-MONTH-INDEX TURNS THE YYYYMM IN WS-MI-MONTH INTO
012200*    ITS POSITION IN THE WINDOW (1 THRU 12), OR ZERO WHEN IT IS
012300*    OUTSIDE THE WINDOW OR NOT A MONTH AT ALL.
012400 01  WS-MI-MONTH.
012500     05  WS-MI-YYYY               PIC X(04).
012600     05  WS-MI-MM                 PIC X(02).
012700 01  WS-MI-MONTH-N REDEFINES WS-MI-MONTH.
012800     05  WS-MI-YYYY-N             PIC 9(04).
012900     05  WS-MI-MM-N               PIC 9(02).
013000 01  WS-MI-SERIAL                 PIC 9(06)  VALUE ZERO.
013100 01  WS-MONTH-IDX                 PIC 9(03)  VALUE ZERO.
013200 
013300*    3400-SERIAL-TO-MONTH TURNS WS-SM-SERIAL BACK INTO A YEAR
013400*    AND MONTH.
013500 01  WS-SM-SERIAL                 PIC 9(06)  VALUE ZERO.
013600 01  WS-SM-YYYY                   PIC 9(04)  VALUE ZERO.
013700 01  WS-SM-MM                     PIC 9(02)  VALUE ZERO.
013800 
013900*    ONE ENTRY PER MONTH OF THE WINDOW: THE LAST HDCTHIST RUN
014000*    DATE IN THE MONTH (ITS POSITION IS THE MONTH-END HEADCOUNT),
014100*    AND THE HIRES DATED IN THE MONTH WITH HOW MANY OF THEM LEFT
014200*    INSIDE NINETY DAYS.
014300 01  WS-MONTH-TABLE.
014400     05  WS-MONTH-ENTRY OCCURS 12 TIMES.
014500         10  WS-TM-LAST-RUN       PIC X(08).
014600         10  WS-TM-HIRES          PIC 9(05).
014700         10  WS-TM-EARLY          PIC 9(05).
014800 01  WS-MONTH-SCAN-IDX            PIC 9(03)  VALUE ZERO.
014900 
015000*    ONE BUCKET PER DEPARTMENT, SEEDED IN DEPTREF ORDER SO EVERY
015100*    REFERENCE DEPARTMENT PRINTS EVEN WITH NO TURNOVER. ROOM IS
015200*    LEFT PAST THE FIFTY REFERENCE ENTRIES FOR CODES THAT TURN
015300*    UP ON HDCTHIST OR EMPHIST WITHOUT A REFERENCE ROW; A CODE
015400*    PAST CAPACITY IS WARNED AND SKIPPED. EACH BUCKET CARRIES
015500*    THE DEPARTMENT'S HDCTHIST POSITION FOR EACH WINDOW MONTH
015600*    AND THE RUN DATE IT WAS TAKEN ON.
015700 01  WS-DEPT-COUNT                PIC 9(03)  VALUE ZERO.
015800 01  WS-DEPT-CAPACITY             PIC 9(03)  VALUE 60.
015900 01  WS-DEPT-IDX                  PIC 9(03)  VALUE ZERO.
016000 01  WS-PRINT-IDX                 PIC 9(03)  VALUE ZERO.
016100 01  WS-FIND-DEPT                 PIC X(04)  VALUE SPACES.
016200 
016300 01  WS-DEPT-TABLE.
016400     05  WS-DEPT-ENTRY OCCURS 60 TIMES.
016500         10  WS-TD-DEPT           PIC X(04).
016600         10  WS-TD-MONTH OCCURS 12 TIMES.
016700             15  WS-TD-HC-DATE    PIC X(08).
016800             15  WS-TD-HC-COUNT   PIC 9(05).
016900         10  WS-TD-TERMS          PIC 9(05).
017000         10  WS-TD-VOLUNTARY      PIC 9(05).
017100         10  WS-TD-TENURE-DAYS    PIC 9(09).
017200         10  WS-TD-TENURE-COUNT   PIC 9(05).
017300         10  WS-TD-EARLY          PIC 9(05).
017400 
017500*    ONE BUCKET PER DIVISION THE DEPARTMENTS ROLL UP TO. A
017600*    HANDFUL OF DIVISIONS COVERS THE SHOP; TWENTY LEAVES ROOM.
017700 01  WS-DIV-COUNT                 PIC 9(03)  VALUE ZERO.
017800 01  WS-DIV-CAPACITY              PIC 9(03)  VALUE 20.
017900 01  WS-DIV-IDX                   PIC 9(03)  VALUE ZERO.
018000 01  WS-DIV-FOUND-SW              PIC X(01)  VALUE 'N'.
018100     88  WS-DIV-FOUND                        VALUE 'Y'.
018200 01  WS-DIV-TABLE.
018300     05  WS-DIV-ENTRY OCCURS 20 TIMES.
018400         10  WS-TV-DIVISION       PIC X(04).
018500         10  WS-TV-DIV-NAME       PIC X(20).
018600         10  WS-TV-AVG-HC         PIC 9(06)V9.
018700         10  WS-TV-TERMS          PIC 9(05).
018800         10  WS-TV-VOLUNTARY      PIC 9(05).
018900         10  WS-TV-TENURE-DAYS    PIC 9(09).
019000         10  WS-TV-TENURE-COUNT   PIC 9(05).
019100         10  WS-TV-EARLY          PIC 9(05).
019200 
019300     COPY DEPTTBL.
019400 
019500 01  WS-GRAND-TOTALS.
019600     05  WS-GT-AVG-HC             PIC 9(06)V9 VALUE ZERO.
019700     05  WS-GT-TERMS              PIC 9(05)  VALUE ZERO.
019800     05  WS-GT-VOLUNTARY          PIC 9(05)  VALUE ZERO.
019900     05  WS-GT-TENURE-DAYS        PIC 9(09)  VALUE ZERO.
020000     05  WS-GT-TENURE-COUNT       PIC 9(05)  VALUE ZERO.
020100     05  WS-GT-EARLY              PIC 9(05)  VALUE ZERO.
020200 
020300*    ONE LINE'S FIGURES, LOADED FROM A DEPARTMENT, DIVISION, OR
020400*    THE GRAND TOTAL BEFORE 8000-PRINT-LINE RUNS.
020500 01  WS-LINE.
020600     05  WS-LN-CODE               PIC X(06).
020700     05  WS-LN-NAME               PIC X(20).
020800     05  WS-LN-AVG-HC             PIC 9(06)V9.
020900     05  WS-LN-TERMS              PIC 9(05).
021000     05  WS-LN-VOLUNTARY          PIC 9(05).
021100     05  WS-LN-TENURE-DAYS        PIC 9(09).
021200     05  WS-LN-TENURE-COUNT       PIC 9(05).
021300     05  WS-LN-EARLY              PIC 9(05).
021400 01  WS-DEPT-AVG-HC               PIC 9(06)V9 VALUE ZERO.
021500 01  WS-HC-SUM                    PIC 9(07)  VALUE ZERO.
021600 01  WS-PCT                       PIC 9(04)V9 VALUE ZERO.
021700 01  WS-TENURE-YEARS              PIC 9(03)V9 VALUE ZERO.
021800 
021900*    ONE TERMINATION'S FACTS, SETTLED BY 5300-COUNT-TERMINATION.
022000*    TENURE IS CALENDAR DAYS FROM THE HIRE DATE ON THE BEFORE
022100*    IMAGE TO THE DAY THE TERMINATION WAS RECORDED; UNDER NINETY
022200*    DAYS IS AN EARLY LEAVER.
022300 01  WS-HIRE-DAY-NUMBER           PIC 9(07)  VALUE ZERO.
022400 01  WS-TERM-DAY-NUMBER           PIC 9(07)  VALUE ZERO.
022500 01  WS-RUN-DAY-NUMBER            PIC 9(07)  VALUE ZERO.
022600 01  WS-MONTH-END-DAY-NUMBER      PIC 9(07)  VALUE ZERO.
022700 01  WS-TENURE-DAYS               PIC S9(07) VALUE ZERO.
022800 01  WS-EARLY-DAYS                PIC 9(03)  VALUE 90.
022900 01  WS-TENURE-OK-SW              PIC X(01)  VALUE 'N'.
023000     88  WS-TENURE-OK                        VALUE 'Y'.
023100 01  WS-EARLY-SW                  PIC X(01)  VALUE 'N'.
023200     88  WS-EARLY-LEAVER                     VALUE 'Y'.
023300 
023400*    WS-DN-DATE AND FRIENDS FEED 8100-DATE-TO-DAY-NUMBER, THE SAME
023500*    SERIAL-DAY ARITHMETIC ANNIVRPT USES.
023600 01  WS-DN-DATE.
023700     05  WS-DN-YYYY               PIC X(04).
023800     05  WS-DN-SEP1               PIC X(01).
023900     05  WS-DN-MM                 PIC X(02).
024000     05  WS-DN-SEP2               PIC X(01).
024100     05  WS-DN-DD                 PIC X(02).
024200 01  WS-DN-YR                     PIC S9(05) VALUE ZERO.
024300 01  WS-DN-MO                     PIC S9(03) VALUE ZERO.
024400 01  WS-DN-DA                     PIC S9(03) VALUE ZERO.
024500 01  WS-DN-TERM-YEARS             PIC S9(07) VALUE ZERO.
024600 01  WS-DN-TERM-LEAP4             PIC S9(07) VALUE ZERO.
024700 01  WS-DN-TERM-LEAP100           PIC S9(07) VALUE ZERO.
024800 01  WS-DN-TERM-LEAP400           PIC S9(07) VALUE ZERO.
024900 01  WS-DN-TERM-MONTHS            PIC S9(07) VALUE ZERO.
025000 01  WS-DN-DAY-NUMBER             PIC 9(07)  VALUE ZERO.
025100 01  WS-DN-VALID-SW               PIC X(01)  VALUE 'N'.
025200     88  WS-DN-VALID                        VALUE 'Y'.
025300 
025400 01  WS-SYS-DATE.
025500     05  WS-SYS-YYYY              PIC 9(04).
025600     05  WS-SYS-MM                PIC 9(02).
025700     05  WS-SYS-DD                PIC 9(02).
025800 
025900 01  WS-RUN-DATE-EDIT.
026000     05  WS-RE-MM                 PIC 9(02).
026100     05  FILLER                   PIC X(01)  VALUE '/'.
026200     05  WS-RE-DD                 PIC 9(02).
026300     05  FILLER                   PIC X(01)  VALUE '/'.
026400     05  WS-RE-YYYY               PIC 9(04).
026500 
026600 LINKAGE SECTION.
026700 01  LS-PARM.
026800     05  LS-PARM-LEN              PIC S9(04) COMP.
026900     05  LS-PARM-DATA.
027000         10  LS-PARM-MONTH        PIC X(06).
027100         10  LS-PARM-MONTH-R REDEFINES LS-PARM-MONTH.
027200             15  LS-PARM-YYYY     PIC 9(04).
027300             15  LS-PARM-MM       PIC 9(02).
027400 
027500 PROCEDURE DIVISION USING LS-PARM.
027600 
027700 0000-MAINLINE.
027800     OPEN EXTEND AUDIT-LOG-FILE.
027900     MOVE 'ATTRRPT' TO AL-PROGRAM.
028000     PERFORM 1000-INITIALIZE
028100         THRU 1000-INITIALIZE-EXIT.
028200     IF WS-ABEND-REQUESTED
028300         GO TO 9999-END-OF-JOB
028400     END-IF.
028500     PERFORM 4000-LOAD-HEADCOUNT
028600         THRU 4000-LOAD-HEADCOUNT-EXIT.
028700     IF WS-ABEND-REQUESTED
028800         GO TO 9999-END-OF-JOB
028900     END-IF.
029000     PERFORM 5000-READ-HISTORY
029100         THRU 5000-READ-HISTORY-EXIT.
029200     IF WS-ABEND-REQUESTED
029300         GO TO 9999-END-OF-JOB
029400     END-IF.
029500     PERFORM 6000-PRINT-REPORT
029600         THRU 6000-PRINT-REPORT-EXIT.
029700     PERFORM 7000-FINALIZE
029800         THRU 7000-FINALIZE-EXIT.
029900 9999-END-OF-JOB.
030000     CLOSE ATRRPT-FILE.
030100     CLOSE AUDIT-LOG-FILE.
030200     STOP RUN.
030300 
030400*****************************************************************
030500* 1000-INITIALIZE - SETTLE THE REPORT MONTH FROM THE PARM AND
030600* THE WINDOW FROM IT, TAKE TODAY'S DAY NUMBER FOR THE HIRING-
030700* MONTH NOTES, OPEN THE REPORT, AND LOAD THE DEPARTMENT
030800* REFERENCE TABLE, SEEDING ONE BUCKET PER REFERENCE DEPARTMENT.
030900* A PARM THAT IS NOT A VALID YYYYMM OR A MISSING DEPTREF FAILS
031000* THE STEP.
031100*****************************************************************
031200 1000-INITIALIZE.
031300     OPEN OUTPUT ATRRPT-FILE.
031400     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
031500     MOVE WS-SYS-MM   TO WS-RE-MM.
031600     MOVE WS-SYS-DD   TO WS-RE-DD.
031700     MOVE WS-SYS-YYYY TO WS-RE-YYYY.
031800     COMPUTE WS-END-SERIAL = WS-SYS-YYYY * 12 + WS-SYS-MM - 2.
031900     IF LS-PARM-LEN > ZERO
032000             AND LS-PARM-MONTH NOT = SPACES
032100             AND LS-PARM-MONTH NOT = ZEROS
032200         IF LS-PARM-MONTH NOT NUMERIC
032300                 OR LS-PARM-MM < 1 OR LS-PARM-MM > 12
032400             DISPLAY 'ATTRRPT - PARM ' LS-PARM-MONTH
032500                     ' IS NOT A VALID YYYYMM MONTH, ABENDING'
032600             MOVE 'CHECK PARM'        TO AL-OPERATION
032700             MOVE ZERO                TO AL-SQLCODE
032800             MOVE 'BAD REPORT MONTH'  TO AL-MESSAGE
032900             MOVE 'S' TO AL-SEVERITY
033000             PERFORM WRITE-AUDIT-LOG
033100                 THRU WRITE-AUDIT-LOG-EXIT
033200             MOVE 16 TO RETURN-CODE
033300             MOVE 'Y' TO WS-ABEND-SW
033400             GO TO 1000-INITIALIZE-EXIT
033500         END-IF
033600         COMPUTE WS-END-SERIAL =
033700             LS-PARM-YYYY * 12 + LS-PARM-MM - 1
033800     END-IF.
033900     COMPUTE WS-START-SERIAL = WS-END-SERIAL - 11.
034000     MOVE WS-END-SERIAL TO WS-SM-SERIAL.
034100     PERFORM 3400-SERIAL-TO-MONTH
034200         THRU 3400-SERIAL-TO-MONTH-EXIT.
034300     MOVE WS-SM-YYYY TO WS-RPT-YYYY.
034400     MOVE WS-SM-MM   TO WS-RPT-MM.
034500     MOVE WS-SM-YYYY TO WS-WT-YYYY.
034600     MOVE WS-SM-MM   TO WS-WT-MM.
034700     MOVE WS-START-SERIAL TO WS-SM-SERIAL.
034800     PERFORM 3400-SERIAL-TO-MONTH
034900         THRU 3400-SERIAL-TO-MONTH-EXIT.
035000     MOVE WS-SM-YYYY TO WS-WF-YYYY.
035100     MOVE WS-SM-MM   TO WS-WF-MM.
035200     DISPLAY 'ATTRRPT - WINDOW ' WS-WINDOW-FROM-EDIT ' TO '
035300             WS-WINDOW-TO-EDIT.
035400     PERFORM 1020-CLEAR-MONTH
035500         THRU 1020-CLEAR-MONTH-EXIT
035600         VARYING WS-MONTH-SCAN-IDX FROM 1 BY 1
035700         UNTIL WS-MONTH-SCAN-IDX > 12.
035800 
035900     MOVE WS-SYS-DATE (1:4) TO WS-DN-YYYY.
036000     MOVE '-'               TO WS-DN-SEP1.
036100     MOVE WS-SYS-DATE (5:2) TO WS-DN-MM.
036200     MOVE '-'               TO WS-DN-SEP2.
036300     MOVE WS-SYS-DATE (7:2) TO WS-DN-DD.
036400     PERFORM 8100-DATE-TO-DAY-NUMBER
036500         THRU 8100-DATE-TO-DAY-NUMBER-EXIT.
036600     MOVE WS-DN-DAY-NUMBER TO WS-RUN-DAY-NUMBER.
036700 
036800     PERFORM LOAD-DEPT-TABLE
036900         THRU LOAD-DEPT-TABLE-EXIT.
037000     IF WS-DEPTREF-COUNT = ZERO
037100         DISPLAY 'ATTRRPT - DEPTREF REFERENCE FILE MISSING OR '
037200                 'EMPTY, ABENDING'
037300         MOVE 'LOAD DEPT TABLE'   TO AL-OPERATION
037400         MOVE ZERO                TO AL-SQLCODE
037500         MOVE 'NO DEPTREF DATA'   TO AL-MESSAGE
037600         MOVE 'S' TO AL-SEVERITY
037700         PERFORM WRITE-AUDIT-LOG
037800             THRU WRITE-AUDIT-LOG-EXIT
037900         MOVE 16 TO RETURN-CODE
038000         MOVE 'Y' TO WS-ABEND-SW
038100         GO TO 1000-INITIALIZE-EXIT
038200     END-IF.
038300     PERFORM 1050-SEED-DEPT-BUCKET
038400         THRU 1050-SEED-DEPT-BUCKET-EXIT
038500         VARYING WS-DEPTREF-IDX FROM 1 BY 1
038600         UNTIL WS-DEPTREF-IDX > WS-DEPTREF-COUNT.
038700 1000-INITIALIZE-EXIT.
038800     EXIT.
038900 
039000*****************************************************************
039100* 1020-CLEAR-MONTH - EMPTY ONE WINDOW MONTH'S ENTRY.
039200*****************************************************************
039300 1020-CLEAR-MONTH.
039400     MOVE SPACES TO WS-TM-LAST-RUN (WS-MONTH-SCAN-IDX).
039500     MOVE ZERO   TO WS-TM-HIRES (WS-MONTH-SCAN-IDX).
039600     MOVE ZERO   TO WS-TM-EARLY (WS-MONTH-SCAN-IDX).
039700 1020-CLEAR-MONTH-EXIT.
039800     EXIT.
039900 
040000*****************************************************************
040100* 1050-SEED-DEPT-BUCKET - OPEN AN EMPTY BUCKET FOR ONE REFERENCE
040200* DEPARTMENT SO THE DEPARTMENT LINES PRINT IN DEPTREF ORDER.
040300*****************************************************************
040400 1050-SEED-DEPT-BUCKET.
040500     MOVE WS-TDR-DEPT (WS-DEPTREF-IDX) TO WS-FIND-DEPT.
040600     PERFORM 3200-FIND-OR-ADD-DEPT
040700         THRU 3200-FIND-OR-ADD-DEPT-EXIT.
040800 1050-SEED-DEPT-BUCKET-EXIT.
040900     EXIT.
041000 
041100*****************************************************************
041200* 3200-FIND-OR-ADD-DEPT - FIND WS-FIND-DEPT'S BUCKET, OR ADD AN
041300* EMPTY ONE (THE SAME FIND-OR-ADD SHAPE AS POSCTL'S), LEAVING
041400* ITS SUBSCRIPT IN WS-DEPT-IDX. A NEW CODE PAST THE TABLE IS
041500* WARNED AND COMES BACK WITH WS-DEPT-IDX ZERO SO THE CALLER
041600* SKIPS IT.
041700*****************************************************************
041800 3200-FIND-OR-ADD-DEPT.
041900     MOVE 'N' TO WS-DEPT-FOUND-SW.
042000     PERFORM 3210-SEARCH-DEPT-TABLE
042100         THRU 3210-SEARCH-DEPT-TABLE-EXIT
042200         VARYING WS-DEPT-IDX FROM 1 BY 1
042300         UNTIL WS-DEPT-IDX > WS-DEPT-COUNT OR WS-DEPT-FOUND.
042400     IF WS-DEPT-FOUND
042500         SUBTRACT 1 FROM WS-DEPT-IDX
042600         GO TO 3200-FIND-OR-ADD-DEPT-EXIT
042700     END-IF.
042800     IF WS-DEPT-COUNT >= WS-DEPT-CAPACITY
042900         DISPLAY 'ATTRRPT - DEPARTMENT TABLE CAPACITY '
043000                 WS-DEPT-CAPACITY ' EXCEEDED, DEPARTMENT '
043100                 WS-FIND-DEPT ' SKIPPED'
043200         MOVE ZERO TO WS-DEPT-IDX
043300         GO TO 3200-FIND-OR-ADD-DEPT-EXIT
043400     END-IF.
043500     ADD 1 TO WS-DEPT-COUNT.
043600     MOVE WS-DEPT-COUNT TO WS-DEPT-IDX.
043700     MOVE WS-FIND-DEPT TO WS-TD-DEPT (WS-DEPT-IDX).
043800     PERFORM 3220-CLEAR-DEPT-MONTH
043900         THRU 3220-CLEAR-DEPT-MONTH-EXIT
044000         VARYING WS-MONTH-SCAN-IDX FROM 1 BY 1
044100         UNTIL WS-MONTH-SCAN-IDX > 12.
044200     MOVE ZERO TO WS-TD-TERMS (WS-DEPT-IDX).
044300     MOVE ZERO TO WS-TD-VOLUNTARY (WS-DEPT-IDX).
044400     MOVE ZERO TO WS-TD-TENURE-DAYS (WS-DEPT-IDX).
044500     MOVE ZERO TO WS-TD-TENURE-COUNT (WS-DEPT-IDX).
044600     MOVE ZERO TO WS-TD-EARLY (WS-DEPT-IDX).
044700 3200-FIND-OR-ADD-DEPT-EXIT.
044800     EXIT.
044900 
045000*****************************************************************
045100* 3210-SEARCH-DEPT-TABLE - COMPARE ONE DEPARTMENT BUCKET AGAINST
045200* WS-FIND-DEPT.
045300*****************************************************************
045400 3210-SEARCH-DEPT-TABLE.
045500     IF WS-TD-DEPT (WS-DEPT-IDX) = WS-FIND-DEPT
045600         MOVE 'Y' TO WS-DEPT-FOUND-SW
045700     END-IF.
045800 3210-SEARCH-DEPT-TABLE-EXIT.
045900     EXIT.
046000 
046100*****************************************************************
046200* 3220-CLEAR-DEPT-MONTH - EMPTY ONE MONTH OF A NEW DEPARTMENT
046300* BUCKET'S HEADCOUNT POSITIONS.
046400*****************************************************************
046500 3220-CLEAR-DEPT-MONTH.
046600     MOVE SPACES
046700         TO WS-TD-HC-DATE (WS-DEPT-IDX, WS-MONTH-SCAN-IDX).
046800     MOVE ZERO
046900         TO WS-TD-HC-COUNT (WS-DEPT-IDX, WS-MONTH-SCAN-IDX).
047000 3220-CLEAR-DEPT-MONTH-EXIT.
047100     EXIT.
047200 
047300*****************************************************************
047400* 3300-SET-MONTH-INDEX - SET WS-MONTH-IDX TO THE WINDOW POSITION
047500* (1 THRU 12) OF THE YYYYMM IN WS-MI-MONTH, OR ZERO WHEN THE
047600* MONTH IS OUTSIDE THE WINDOW OR IS NOT A VALID MONTH.
047700*****************************************************************
047800 3300-SET-MONTH-INDEX.
047900     MOVE ZERO TO WS-MONTH-IDX.
048000     IF WS-MI-MONTH NOT NUMERIC
048100         GO TO 3300-SET-MONTH-INDEX-EXIT
048200     END-IF.
048300     IF WS-MI-MM-N < 1 OR WS-MI-MM-N > 12
048400         GO TO 3300-SET-MONTH-INDEX-EXIT
048500     END-IF.
048600     COMPUTE WS-MI-SERIAL = WS-MI-YYYY-N * 12 + WS-MI-MM-N - 1.
048700     IF WS-MI-SERIAL < WS-START-SERIAL
048800             OR WS-MI-SERIAL > WS-END-SERIAL
048900         GO TO 3300-SET-MONTH-INDEX-EXIT
049000     END-IF.
049100     COMPUTE WS-MONTH-IDX = WS-MI-SERIAL - WS-START-SERIAL + 1.
049200 3300-SET-MONTH-INDEX-EXIT.
049300     EXIT.
049400 
049500*****************************************************************
049600* 3400-SERIAL-TO-MONTH - SPLIT THE MONTH SERIAL IN WS-SM-SERIAL
049700* BACK INTO WS-SM-YYYY AND WS-SM-MM.
049800*****************************************************************
049900 3400-SERIAL-TO-MONTH.
050000     DIVIDE WS-SM-SERIAL BY 12 GIVING WS-SM-YYYY
050100         REMAINDER WS-SM-MM.
050200     ADD 1 TO WS-SM-MM.
050300 3400-SERIAL-TO-MONTH-EXIT.
050400     EXIT.
050500 
050600*****************************************************************
050700* 4000-LOAD-HEADCOUNT - READ THE HDCTHIST HEADCOUNT HISTORY AND
050800* CARRY EACH DEPARTMENT'S POSITION FOR EVERY WINDOW MONTH. THE
050900* HISTORY IS APPENDED IN RUN-DATE ORDER, SO EACH LATER RECORD IN
051000* A MONTH OVERWRITES THE EARLIER ONE, AND THE LAST RUN DATE SEEN
051100* IN THE MONTH IS ITS MONTH-END POSITION. A WINDOW WITH NO
051200* HISTORY IS WARNED AND PRINTS NO RATES. AN UNOPENABLE HISTORY
051300* FAILS THE STEP.
051400*****************************************************************
051500 4000-LOAD-HEADCOUNT.
051600     OPEN INPUT HDCTHIST-FILE.
051700     IF WS-HIST-STATUS NOT = '00'
051800         DISPLAY 'ATTRRPT - ERROR OPENING HDCTHIST, STATUS '
051900                 WS-HIST-STATUS ', ABENDING'
052000         MOVE 'OPEN HDCTHIST'     TO AL-OPERATION
052100         MOVE ZERO                TO AL-SQLCODE
052200         MOVE 'OPEN FAILED'       TO AL-MESSAGE
052300         MOVE 'S' TO AL-SEVERITY
052400         PERFORM WRITE-AUDIT-LOG
052500             THRU WRITE-AUDIT-LOG-EXIT
052600         MOVE 16 TO RETURN-CODE
052700         MOVE 'Y' TO WS-ABEND-SW
052800         GO TO 4000-LOAD-HEADCOUNT-EXIT
052900     END-IF.
053000     PERFORM 4100-READ-HDCTHIST
053100         THRU 4100-READ-HDCTHIST-EXIT
053200         UNTIL WS-HIST-EOF.
053300     CLOSE HDCTHIST-FILE.
053400     PERFORM 4200-COUNT-HEADCOUNT-MONTH
053500         THRU 4200-COUNT-HEADCOUNT-MONTH-EXIT
053600         VARYING WS-MONTH-SCAN-IDX FROM 1 BY 1
053700         UNTIL WS-MONTH-SCAN-IDX > 12.
053800     IF WS-HDCT-MONTHS = ZERO
053900         DISPLAY 'ATTRRPT - WARNING: NO HDCTHIST HEADCOUNT IN '
054000                 'THE WINDOW, NO RATES REPORTED'
054100         MOVE 'LOAD HEADCOUNT'    TO AL-OPERATION
054200         MOVE ZERO                TO AL-SQLCODE
054300         MOVE 'NO WINDOW HEADCOUNT' TO AL-MESSAGE
054400         MOVE 'W' TO AL-SEVERITY
054500         PERFORM WRITE-AUDIT-LOG
054600             THRU WRITE-AUDIT-LOG-EXIT
054700     END-IF.
054800 4000-LOAD-HEADCOUNT-EXIT.
054900     EXIT.
055000 
055100*****************************************************************
055200* 4100-READ-HDCTHIST - READ ONE HISTORY RECORD AND, WHEN IT FALLS
055300* IN THE WINDOW, CARRY ITS POSITION -- ACTIVE, ON LEAVE, AND
055400* OTHER; ONLY THE TERMINATED ARE LEFT OUT, AS POSCTL COUNTS
055500* FILLED -- AND THE RUN DATE IT WAS TAKEN ON.
055600*****************************************************************
055700 4100-READ-HDCTHIST.
055800     READ HDCTHIST-FILE
055900         AT END
056000             MOVE 'Y' TO WS-HIST-EOF-SW
056100             GO TO 4100-READ-HDCTHIST-EXIT
056200     END-READ.
056300     MOVE HC-RUN-YYYYMM TO WS-MI-MONTH.
056400     PERFORM 3300-SET-MONTH-INDEX
056500         THRU 3300-SET-MONTH-INDEX-EXIT.
056600     IF WS-MONTH-IDX = ZERO
056700         GO TO 4100-READ-HDCTHIST-EXIT
056800     END-IF.
056900     IF WS-TM-LAST-RUN (WS-MONTH-IDX) = SPACES
057000             OR HC-RUN-DATE > WS-TM-LAST-RUN (WS-MONTH-IDX)
057100         MOVE HC-RUN-DATE TO WS-TM-LAST-RUN (WS-MONTH-IDX)
057200     END-IF.
057300     MOVE HC-DEPT TO WS-FIND-DEPT.
057400     PERFORM 3200-FIND-OR-ADD-DEPT
057500         THRU 3200-FIND-OR-ADD-DEPT-EXIT.
057600     IF WS-DEPT-IDX > ZERO
057700         MOVE HC-RUN-DATE
057800             TO WS-TD-HC-DATE (WS-DEPT-IDX, WS-MONTH-IDX)
057900         COMPUTE WS-TD-HC-COUNT (WS-DEPT-IDX, WS-MONTH-IDX) =
058000             HC-ACTIVE-COUNT + HC-LEAVE-COUNT + HC-OTHER-COUNT
058100     END-IF.
058200 4100-READ-HDCTHIST-EXIT.
058300     EXIT.
058400 
058500*****************************************************************
058600* 4200-COUNT-HEADCOUNT-MONTH - COUNT ONE WINDOW MONTH TOWARD THE
058700* AVERAGE WHEN THE HISTORY HAS A POSITION FOR IT. A MONTH THE
058800* NIGHTLY CYCLE NEVER RECORDED (BEFORE HDCTHIST BEGAN, SAY) IS
058900* LEFT OUT OF THE AVERAGE RATHER THAN COUNTED AS EMPTY.
059000*****************************************************************
059100 4200-COUNT-HEADCOUNT-MONTH.
059200     IF WS-TM-LAST-RUN (WS-MONTH-SCAN-IDX) NOT = SPACES
059300         ADD 1 TO WS-HDCT-MONTHS
059400     END-IF.
059500 4200-COUNT-HEADCOUNT-MONTH-EXIT.
059600     EXIT.
059700 
059800*****************************************************************
059900* 5000-READ-HISTORY - READ THE WHOLE EMPHIST CHANGE HISTORY,
060000* COUNTING HIRES BY HIRING MONTH AND TERMINATIONS BY DEPARTMENT.
060100* A HISTORY WITH NOTHING IN THE WINDOW IS WARNED. AN UNOPENABLE
060200* HISTORY FAILS THE STEP.
060300*****************************************************************
060400 5000-READ-HISTORY.
060500     OPEN INPUT EMPHIST-FILE.
060600     IF WS-EMPHIST-STATUS NOT = '00'
060700         DISPLAY 'ATTRRPT - ERROR OPENING EMPHIST, STATUS '
060800                 WS-EMPHIST-STATUS ', ABENDING'
060900         MOVE 'OPEN EMPHIST'      TO AL-OPERATION
061000         MOVE ZERO                TO AL-SQLCODE
061100         MOVE 'OPEN FAILED'       TO AL-MESSAGE
061200         MOVE 'S' TO AL-SEVERITY
061300         PERFORM WRITE-AUDIT-LOG
061400             THRU WRITE-AUDIT-LOG-EXIT
061500         MOVE 16 TO RETURN-CODE
061600         MOVE 'Y' TO WS-ABEND-SW
061700         GO TO 5000-READ-HISTORY-EXIT
061800     END-IF.
061900     PERFORM 5100-READ-EMPHIST
062000         THRU 5100-READ-EMPHIST-EXIT
062100         UNTIL WS-EMPHIST-EOF.
062200     CLOSE EMPHIST-FILE.
062300     IF WS-TERM-COUNT = ZERO AND WS-HIRE-COUNT = ZERO
062400         DISPLAY 'ATTRRPT - WARNING: NO HIRES OR TERMINATIONS '
062500                 'ON EMPHIST IN THE WINDOW'
062600         MOVE 'READ EMPHIST'      TO AL-OPERATION
062700         MOVE ZERO                TO AL-SQLCODE
062800         MOVE 'NO WINDOW HISTORY' TO AL-MESSAGE
062900         MOVE 'W' TO AL-SEVERITY
063000         PERFORM WRITE-AUDIT-LOG
063100             THRU WRITE-AUDIT-LOG-EXIT
063200     END-IF.
063300 5000-READ-HISTORY-EXIT.
063400     EXIT.
063500 
063600*****************************************************************
063700* 5100-READ-EMPHIST - READ ONE HISTORY RECORD. AN INSERT IS A
063800* HIRE. A TERMINATE IS A TERMINATION, AND SO IS A CURR-U STATUS
063900* FLIP THAT TAKES A ROW TO 'T' FROM ANYTHING ELSE (ITS REASON
064000* IS NEVER GIVEN). EVERYTHING ELSE IS PASSED OVER.
064100*****************************************************************
064200 5100-READ-EMPHIST.
064300     READ EMPHIST-FILE
064400         AT END
064500             MOVE 'Y' TO WS-EMPHIST-EOF-SW
064600             GO TO 5100-READ-EMPHIST-EXIT
064700     END-READ.
064800     ADD 1 TO WS-EMPHIST-READ-COUNT.
064900     EVALUATE TRUE
065000         WHEN EH-ACTION-INSERT
065100             PERFORM 5200-COUNT-HIRE
065200                 THRU 5200-COUNT-HIRE-EXIT
065300         WHEN EH-ACTION-TERMINATE
065400             PERFORM 5300-COUNT-TERMINATION
065500                 THRU 5300-COUNT-TERMINATION-EXIT
065600         WHEN EH-ACTION-STATUS AND EH-A-STATUS = 'T'
065700                 AND EH-B-STATUS NOT = 'T'
065800             PERFORM 5300-COUNT-TERMINATION
065900                 THRU 5300-COUNT-TERMINATION-EXIT
066000         WHEN OTHER
066100             CONTINUE
066200     END-EVALUATE.
066300 5100-READ-EMPHIST-EXIT.
066400     EXIT.
066500 
066600*****************************************************************
066700* 5200-COUNT-HIRE - COUNT AN INSERT AGAINST THE MONTH OF THE
066800* HIRE DATE ON ITS AFTER IMAGE WHEN THAT MONTH IS IN THE WINDOW.
066900*****************************************************************
067000 5200-COUNT-HIRE.
067100     MOVE EH-A-HIRE-DATE (1:4) TO WS-MI-YYYY.
067200     MOVE EH-A-HIRE-DATE (6:2) TO WS-MI-MM.
067300     PERFORM 3300-SET-MONTH-INDEX
067400         THRU 3300-SET-MONTH-INDEX-EXIT.
067500     IF WS-MONTH-IDX = ZERO
067600         GO TO 5200-COUNT-HIRE-EXIT
067700     END-IF.
067800     ADD 1 TO WS-TM-HIRES (WS-MONTH-IDX).
067900     ADD 1 TO WS-HIRE-COUNT.
068000 5200-COUNT-HIRE-EXIT.
068100     EXIT.
068200 
068300*****************************************************************
068400* 5300-COUNT-TERMINATION - SETTLE ONE TERMINATION'S TENURE (HIRE
068500* DATE ON THE BEFORE IMAGE TO THE DATE IT WAS RECORDED) AND
068600* WHETHER IT IS AN EARLY LEAVER. AN EARLY LEAVER COUNTS AGAINST
068700* ITS HIRING MONTH WHEN THAT MONTH IS IN THE WINDOW, WHENEVER
068800* IT LEFT. WHEN THE TERMINATION ITSELF FALLS IN THE WINDOW IT
068900* COUNTS BY REASON AND AGAINST THE DEPARTMENT IT LEFT FROM. A
069000* HIRE DATE THAT WILL NOT CONVERT, OR ONE AFTER THE TERMINATION,
069100* KEEPS THE TERMINATION OUT OF THE TENURE AND EARLY-LEAVER
069200* FIGURES ONLY, AND IS COUNTED.
069300*****************************************************************
069400 5300-COUNT-TERMINATION.
069500     MOVE 'N' TO WS-TENURE-OK-SW.
069600     MOVE 'N' TO WS-EARLY-SW.
069700     MOVE EH-CHANGE-DATE (1:4) TO WS-DN-YYYY.
069800     MOVE '-'                  TO WS-DN-SEP1.
069900     MOVE EH-CHANGE-DATE (5:2) TO WS-DN-MM.
070000     MOVE '-'                  TO WS-DN-SEP2.
070100     MOVE EH-CHANGE-DATE (7:2) TO WS-DN-DD.
070200     PERFORM 8100-DATE-TO-DAY-NUMBER
070300         THRU 8100-DATE-TO-DAY-NUMBER-EXIT.
070400     IF NOT WS-DN-VALID
070500         ADD 1 TO WS-BAD-DATE-COUNT
070600         GO TO 5300-COUNT-TERMINATION-EXIT
070700     END-IF.
070800     MOVE WS-DN-DAY-NUMBER TO WS-TERM-DAY-NUMBER.
070900     MOVE EH-B-HIRE-DATE TO WS-DN-DATE.
071000     PERFORM 8100-DATE-TO-DAY-NUMBER
071100         THRU 8100-DATE-TO-DAY-NUMBER-EXIT.
071200     IF WS-DN-VALID
071300         MOVE WS-DN-DAY-NUMBER TO WS-HIRE-DAY-NUMBER
071400         COMPUTE WS-TENURE-DAYS =
071500             WS-TERM-DAY-NUMBER - WS-HIRE-DAY-NUMBER
071600         IF WS-TENURE-DAYS NOT < ZERO
071700             MOVE 'Y' TO WS-TENURE-OK-SW
071800             IF WS-TENURE-DAYS < WS-EARLY-DAYS
071900                 MOVE 'Y' TO WS-EARLY-SW
072000             END-IF
072100         END-IF
072200     END-IF.
072300     IF NOT WS-TENURE-OK
072400         ADD 1 TO WS-BAD-DATE-COUNT
072500     END-IF.
072600     IF WS-EARLY-LEAVER
072700         MOVE EH-B-HIRE-DATE (1:4) TO WS-MI-YYYY
072800         MOVE EH-B-HIRE-DATE (6:2) TO WS-MI-MM
072900         PERFORM 3300-SET-MONTH-INDEX
073000             THRU 3300-SET-MONTH-INDEX-EXIT
073100         IF WS-MONTH-IDX > ZERO
073200             ADD 1 TO WS-TM-EARLY (WS-MONTH-IDX)
073300         END-IF
073400     END-IF.
073500 
073600     MOVE EH-CHANGE-DATE (1:6) TO WS-MI-MONTH.
073700     PERFORM 3300-SET-MONTH-INDEX
073800         THRU 3300-SET-MONTH-INDEX-EXIT.
073900     IF WS-MONTH-IDX = ZERO
074000         GO TO 5300-COUNT-TERMINATION-EXIT
074100     END-IF.
074200     ADD 1 TO WS-TERM-COUNT.
074300     EVALUATE TRUE
074400         WHEN EH-ACTION-STATUS
074500             ADD 1 TO WS-NOT-STATED-COUNT
074600         WHEN EH-SEP-VOLUNTARY
074700             ADD 1 TO WS-VOLUNTARY-COUNT
074800         WHEN EH-SEP-INVOLUNTARY
074900             ADD 1 TO WS-INVOLUNTARY-COUNT
075000         WHEN EH-SEP-RETIREMENT
075100             ADD 1 TO WS-RETIREMENT-COUNT
075200         WHEN EH-SEP-OTHER
075300             ADD 1 TO WS-OTHER-REASON-COUNT
075400         WHEN OTHER
075500             ADD 1 TO WS-NOT-STATED-COUNT
075600     END-EVALUATE.
075700     MOVE EH-B-EMPL-DEPT TO WS-FIND-DEPT.
075800     PERFORM 3200-FIND-OR-ADD-DEPT
075900         THRU 3200-FIND-OR-ADD-DEPT-EXIT.
076000     IF WS-DEPT-IDX = ZERO
076100         GO TO 5300-COUNT-TERMINATION-EXIT
076200     END-IF.
076300     ADD 1 TO WS-TD-TERMS (WS-DEPT-IDX).
076400     IF EH-ACTION-TERMINATE AND EH-SEP-VOLUNTARY
076500         ADD 1 TO WS-TD-VOLUNTARY (WS-DEPT-IDX)
076600     END-IF.
076700     IF WS-TENURE-OK
076800         ADD WS-TENURE-DAYS TO WS-TD-TENURE-DAYS (WS-DEPT-IDX)
076900         ADD 1 TO WS-TD-TENURE-COUNT (WS-DEPT-IDX)
077000     END-IF.
077100     IF WS-EARLY-LEAVER
077200         ADD 1 TO WS-TD-EARLY (WS-DEPT-IDX)
077300     END-IF.
077400 5300-COUNT-TERMINATION-EXIT.
077500     EXIT.
077600 
077700*****************************************************************
077800* 6000-PRINT-REPORT - PRINT THE TITLE AND COLUMN HEADING, ONE
077900* LINE PER DEPARTMENT BUCKET, THE DIVISION ROLLUP SECTION, THE
078000* GRAND TOTAL, THE EARLY LEAVERS BY HIRING MONTH, AND THE
078100* COUNTS.
078200*****************************************************************
078300 6000-PRINT-REPORT.
078400     MOVE SPACES TO ATRRPT-RECORD.
078500     MOVE 'TURNOVER AND ATTRITION' TO JT-TITLE-TEXT.
078600     MOVE 'RUN DATE: '        TO JT-RUN-DATE-LABEL.
078700     MOVE WS-RUN-DATE-EDIT    TO JT-RUN-DATE.
078800     MOVE 'WINDOW: '          TO JT-WINDOW-LABEL.
078900     MOVE WS-WINDOW-FROM-EDIT TO JT-WINDOW-FROM.
079000     MOVE ' TO '              TO JT-WINDOW-TO-LABEL.
079100     MOVE WS-WINDOW-TO-EDIT   TO JT-WINDOW-TO.
079200     WRITE ATRRPT-RECORD.
079300     MOVE SPACES TO ATRRPT-RECORD.
079400     WRITE ATRRPT-RECORD.
079500     MOVE SPACES TO ATRRPT-RECORD.
079600     MOVE 'DEPT'              TO JG-DEPT-HDG.
079700     MOVE 'NAME'              TO JG-NAME-HDG.
079800     MOVE '  AVG HC'          TO JG-AVG-HC-HDG.
079900     MOVE ' TERMS'            TO JG-TERMS-HDG.
080000     MOVE '   VOL'            TO JG-VOL-HDG.
080100     MOVE 'TURN %'            TO JG-TURN-PCT-HDG.
080200     MOVE ' VOL %'            TO JG-VOL-PCT-HDG.
080300     MOVE '  YRS'             TO JG-TENURE-HDG.
080400     MOVE '<90 DY'            TO JG-EARLY-HDG.
080500     WRITE ATRRPT-RECORD.
080600 
080700     PERFORM 6100-PRINT-DEPT-LINE
080800         THRU 6100-PRINT-DEPT-LINE-EXIT
080900         VARYING WS-PRINT-IDX FROM 1 BY 1
081000         UNTIL WS-PRINT-IDX > WS-DEPT-COUNT.
081100     PERFORM 6500-PRINT-DIVISION-ROLLUP
081200         THRU 6500-PRINT-DIVISION-ROLLUP-EXIT.
081300     MOVE SPACES TO ATRRPT-RECORD.
081400     WRITE ATRRPT-RECORD.
081500     MOVE 'TOTAL'               TO WS-LN-CODE.
081600     MOVE SPACES                TO WS-LN-NAME.
081700     MOVE WS-GT-AVG-HC          TO WS-LN-AVG-HC.
081800     MOVE WS-GT-TERMS           TO WS-LN-TERMS.
081900     MOVE WS-GT-VOLUNTARY       TO WS-LN-VOLUNTARY.
082000     MOVE WS-GT-TENURE-DAYS     TO WS-LN-TENURE-DAYS.
082100     MOVE WS-GT-TENURE-COUNT    TO WS-LN-TENURE-COUNT.
082200     MOVE WS-GT-EARLY           TO WS-LN-EARLY.
082300     PERFORM 8000-PRINT-LINE
082400         THRU 8000-PRINT-LINE-EXIT.
082500 
082600     PERFORM 6700-PRINT-HIRING-MONTHS
082700         THRU 6700-PRINT-HIRING-MONTHS-EXIT.
082800 
082900     MOVE SPACES TO ATRRPT-RECORD.
083000     WRITE ATRRPT-RECORD.
083100     MOVE SPACES TO ATRRPT-RECORD.
083200     MOVE 'EMPHIST RECORDS READ' TO JQ-LABEL.
083300     MOVE WS-EMPHIST-READ-COUNT TO JQ-COUNT.
083400     WRITE ATRRPT-RECORD.
083500     MOVE SPACES TO ATRRPT-RECORD.
083600     MOVE 'TERMINATIONS IN WINDOW' TO JQ-LABEL.
083700     MOVE WS-TERM-COUNT TO JQ-COUNT.
083800     WRITE ATRRPT-RECORD.
083900     MOVE SPACES TO ATRRPT-RECORD.
084000     MOVE '  VOLUNTARY' TO JQ-LABEL.
084100     MOVE WS-VOLUNTARY-COUNT TO JQ-COUNT.
084200     WRITE ATRRPT-RECORD.
084300     MOVE SPACES TO ATRRPT-RECORD.
084400     MOVE '  INVOLUNTARY' TO JQ-LABEL.
084500     MOVE WS-INVOLUNTARY-COUNT TO JQ-COUNT.
084600     WRITE ATRRPT-RECORD.
084700     MOVE SPACES TO ATRRPT-RECORD.
084800     MOVE '  RETIREMENT' TO JQ-LABEL.
084900     MOVE WS-RETIREMENT-COUNT TO JQ-COUNT.
085000     WRITE ATRRPT-RECORD.
085100     MOVE SPACES TO ATRRPT-RECORD.
085200     MOVE '  OTHER' TO JQ-LABEL.
085300     MOVE WS-OTHER-REASON-COUNT TO JQ-COUNT.
085400     WRITE ATRRPT-RECORD.
085500     MOVE SPACES TO ATRRPT-RECORD.
085600     MOVE '  REASON NOT STATED' TO JQ-LABEL.
085700     MOVE WS-NOT-STATED-COUNT TO JQ-COUNT.
085800     WRITE ATRRPT-RECORD.
085900     MOVE SPACES TO ATRRPT-RECORD.
086000     MOVE 'HIRES IN WINDOW' TO JQ-LABEL.
086100     MOVE WS-HIRE-COUNT TO JQ-COUNT.
086200     WRITE ATRRPT-RECORD.
086300     MOVE SPACES TO ATRRPT-RECORD.
086400     MOVE 'TERMINATIONS WITH UNUSABLE DATES' TO JQ-LABEL.
086500     MOVE WS-BAD-DATE-COUNT TO JQ-COUNT.
086600     WRITE ATRRPT-RECORD.
086700     MOVE SPACES TO ATRRPT-RECORD.
086800     MOVE 'MONTHS WITH HEADCOUNT HISTORY' TO JQ-LABEL.
086900     MOVE WS-HDCT-MONTHS TO JQ-COUNT.
087000     WRITE ATRRPT-RECORD.
087100     MOVE 'PRINT REPORT'        TO AL-OPERATION.
087200     MOVE ZERO                  TO AL-SQLCODE.
087300     MOVE 'REPORT PRINTED'      TO AL-MESSAGE.
087400     MOVE SPACE                 TO AL-SEVERITY.
087500     PERFORM WRITE-AUDIT-LOG
087600         THRU WRITE-AUDIT-LOG-EXIT.
087700 6000-PRINT-REPORT-EXIT.
087800     EXIT.
087900 
088000*****************************************************************
088100* 6100-PRINT-DEPT-LINE - SETTLE ONE DEPARTMENT'S AVERAGE
088200* HEADCOUNT, PRINT ITS LINE WITH ITS NAME FROM THE REFERENCE
088300* FILE, AND FOLD THE BUCKET INTO ITS DIVISION'S ROLLUP AND THE
088400* GRAND TOTAL.
088500*****************************************************************
088600 6100-PRINT-DEPT-LINE.
088700     MOVE WS-TD-DEPT (WS-PRINT-IDX) TO WS-DL-DEPT.
088800     PERFORM LOOK-UP-DEPT
088900         THRU LOOK-UP-DEPT-EXIT.
089000     MOVE ZERO TO WS-HC-SUM.
089100     MOVE ZERO TO WS-DEPT-AVG-HC.
089200     PERFORM 6150-ADD-MONTH-HEADCOUNT
089300         THRU 6150-ADD-MONTH-HEADCOUNT-EXIT
089400         VARYING WS-MONTH-SCAN-IDX FROM 1 BY 1
089500         UNTIL WS-MONTH-SCAN-IDX > 12.
089600     IF WS-HDCT-MONTHS > ZERO
089700         COMPUTE WS-DEPT-AVG-HC ROUNDED =
089800             WS-HC-SUM / WS-HDCT-MONTHS
089900     END-IF.
090000     PERFORM 6200-FOLD-INTO-DIVISION
090100         THRU 6200-FOLD-INTO-DIVISION-EXIT.
090200     ADD WS-DEPT-AVG-HC TO WS-GT-AVG-HC.
090300     ADD WS-TD-TERMS (WS-PRINT-IDX) TO WS-GT-TERMS.
090400     ADD WS-TD-VOLUNTARY (WS-PRINT-IDX) TO WS-GT-VOLUNTARY.
090500     ADD WS-TD-TENURE-DAYS (WS-PRINT-IDX) TO WS-GT-TENURE-DAYS.
090600     ADD WS-TD-TENURE-COUNT (WS-PRINT-IDX)
090700         TO WS-GT-TENURE-COUNT.
090800     ADD WS-TD-EARLY (WS-PRINT-IDX) TO WS-GT-EARLY.
090900     MOVE WS-TD-DEPT (WS-PRINT-IDX)         TO WS-LN-CODE.
091000     MOVE WS-DL-DEPT-NAME                   TO WS-LN-NAME.
091100     MOVE WS-DEPT-AVG-HC                    TO WS-LN-AVG-HC.
091200     MOVE WS-TD-TERMS (WS-PRINT-IDX)        TO WS-LN-TERMS.
091300     MOVE WS-TD-VOLUNTARY (WS-PRINT-IDX)    TO WS-LN-VOLUNTARY.
091400     MOVE WS-TD-TENURE-DAYS (WS-PRINT-IDX)
091500                                            TO WS-LN-TENURE-DAYS.
091600     MOVE WS-TD-TENURE-COUNT (WS-PRINT-IDX)
091700                                            TO WS-LN-TENURE-COUNT.
091800     MOVE WS-TD-EARLY (WS-PRINT-IDX)        TO WS-LN-EARLY.
091900     PERFORM 8000-PRINT-LINE
092000         THRU 8000-PRINT-LINE-EXIT.
092100 6100-PRINT-DEPT-LINE-EXIT.
092200     EXIT.
092300 
092400*****************************************************************
092500* 6150-ADD-MONTH-HEADCOUNT - ADD ONE MONTH'S MONTH-END POSITION
092600* TO THE DEPARTMENT'S HEADCOUNT SUM. A DEPARTMENT MISSING FROM
092700* THE MONTH'S LAST HDCTHIST RUN HAD NOBODY LEFT BY THEN (DEPTBRK
092800* ONLY WRITES DEPARTMENTS IT FINDS STAFF IN), SO AN EARLIER
092900* COUNT IN THE MONTH IS NOT USED.
093000*****************************************************************
093100 6150-ADD-MONTH-HEADCOUNT.
093200     IF WS-TM-LAST-RUN (WS-MONTH-SCAN-IDX) NOT = SPACES
093300             AND WS-TD-HC-DATE (WS-PRINT-IDX, WS-MONTH-SCAN-IDX)
093400                 = WS-TM-LAST-RUN (WS-MONTH-SCAN-IDX)
093500         ADD WS-TD-HC-COUNT (WS-PRINT-IDX, WS-MONTH-SCAN-IDX)
093600             TO WS-HC-SUM
093700     END-IF.
093800 6150-ADD-MONTH-HEADCOUNT-EXIT.
093900     EXIT.
094000 
094100*****************************************************************
094200* 6200-FOLD-INTO-DIVISION - FOLD THE DEPARTMENT BUCKET JUST
094300* LOOKED UP INTO ITS DIVISION'S ROLLUP BUCKET
094400* (WS-DL-DIVISION/WS-DL-DIV-NAME ARE STILL FRESH FROM
094500* LOOK-UP-DEPT), ADDING AN EMPTY BUCKET THE FIRST TIME A
094600* DIVISION IS SEEN. A POPULATION PAST THE DIVISION TABLE IS
094700* WARNED AND LEFT OUT OF THE ROLLUP ONLY.
094800*****************************************************************
094900 6200-FOLD-INTO-DIVISION.
095000     MOVE 'N' TO WS-DIV-FOUND-SW.
095100     PERFORM 6210-MATCH-DIV-ENTRY
095200         THRU 6210-MATCH-DIV-ENTRY-EXIT
095300         VARYING WS-DIV-IDX FROM 1 BY 1
095400         UNTIL WS-DIV-IDX > WS-DIV-COUNT OR WS-DIV-FOUND.
095500     IF WS-DIV-FOUND
095600         SUBTRACT 1 FROM WS-DIV-IDX
095700     END-IF.
095800     IF NOT WS-DIV-FOUND
095900         IF WS-DIV-COUNT >= WS-DIV-CAPACITY
096000             DISPLAY 'ATTRRPT - DIVISION TABLE CAPACITY '
096100                     WS-DIV-CAPACITY ' EXCEEDED, DIVISION '
096200                     WS-DL-DIVISION ' LEFT OFF THE ROLLUP'
096300             GO TO 6200-FOLD-INTO-DIVISION-EXIT
096400         END-IF
096500         ADD 1 TO WS-DIV-COUNT
096600         MOVE WS-DIV-COUNT   TO WS-DIV-IDX
096700         MOVE WS-DL-DIVISION TO WS-TV-DIVISION (WS-DIV-IDX)
096800         MOVE WS-DL-DIV-NAME TO WS-TV-DIV-NAME (WS-DIV-IDX)
096900         MOVE ZERO TO WS-TV-AVG-HC (WS-DIV-IDX)
097000         MOVE ZERO TO WS-TV-TERMS (WS-DIV-IDX)
097100         MOVE ZERO TO WS-TV-VOLUNTARY (WS-DIV-IDX)
097200         MOVE ZERO TO WS-TV-TENURE-DAYS (WS-DIV-IDX)
097300         MOVE ZERO TO WS-TV-TENURE-COUNT (WS-DIV-IDX)
097400         MOVE ZERO TO WS-TV-EARLY (WS-DIV-IDX)
097500     END-IF.
097600     ADD WS-DEPT-AVG-HC TO WS-TV-AVG-HC (WS-DIV-IDX).
097700     ADD WS-TD-TERMS (WS-PRINT-IDX)
097800         TO WS-TV-TERMS (WS-DIV-IDX).
097900     ADD WS-TD-VOLUNTARY (WS-PRINT-IDX)
098000         TO WS-TV-VOLUNTARY (WS-DIV-IDX).
098100     ADD WS-TD-TENURE-DAYS (WS-PRINT-IDX)
098200         TO WS-TV-TENURE-DAYS (WS-DIV-IDX).
098300     ADD WS-TD-TENURE-COUNT (WS-PRINT-IDX)
098400         TO WS-TV-TENURE-COUNT (WS-DIV-IDX).
098500     ADD WS-TD-EARLY (WS-PRINT-IDX)
098600         TO WS-TV-EARLY (WS-DIV-IDX).
098700 6200-FOLD-INTO-DIVISION-EXIT.
098800     EXIT.
098900 
099000*****************************************************************
099100* 6210-MATCH-DIV-ENTRY - COMPARE ONE DIVISION BUCKET AGAINST THE
099200* DIVISION LOOK-UP-DEPT JUST RESOLVED. THE CALLER BACKS
099300* WS-DIV-IDX UP ONE ON A MATCH -- PERFORM VARYING AUGMENTS
099400* BEFORE ITS FINAL UNTIL TEST.
099500*****************************************************************
099600 6210-MATCH-DIV-ENTRY.
099700     IF WS-TV-DIVISION (WS-DIV-IDX) = WS-DL-DIVISION
099800         MOVE 'Y' TO WS-DIV-FOUND-SW
099900     END-IF.
100000 6210-MATCH-DIV-ENTRY-EXIT.
100100     EXIT.
100200 
100300*****************************************************************
100400* 6500-PRINT-DIVISION-ROLLUP - PRINT THE DIVISION ROLLUP
100500* SECTION: A SECTION HEADER AND ONE LINE PER DIVISION, IN THE
100600* SAME COLUMNS AS THE DEPARTMENT LINES.
100700*****************************************************************
100800 6500-PRINT-DIVISION-ROLLUP.
100900     MOVE SPACES TO ATRRPT-RECORD.
101000     WRITE ATRRPT-RECORD.
101100     MOVE SPACES TO ATRRPT-RECORD.
101200     MOVE 'DIVISION ROLLUP' TO JT-TITLE-TEXT.
101300     WRITE ATRRPT-RECORD.
101400     PERFORM 6600-PRINT-ONE-DIVISION
101500         THRU 6600-PRINT-ONE-DIVISION-EXIT
101600         VARYING WS-DIV-IDX FROM 1 BY 1
101700         UNTIL WS-DIV-IDX > WS-DIV-COUNT.
101800 6500-PRINT-DIVISION-ROLLUP-EXIT.
101900     EXIT.
102000 
102100*****************************************************************
102200* 6600-PRINT-ONE-DIVISION - PRINT ONE DIVISION'S LINE.
102300*****************************************************************
102400 6600-PRINT-ONE-DIVISION.
102500     MOVE WS-TV-DIVISION (WS-DIV-IDX)     TO WS-LN-CODE.
102600     MOVE WS-TV-DIV-NAME (WS-DIV-IDX)     TO WS-LN-NAME.
102700     MOVE WS-TV-AVG-HC (WS-DIV-IDX)       TO WS-LN-AVG-HC.
102800     MOVE WS-TV-TERMS (WS-DIV-IDX)        TO WS-LN-TERMS.
102900     MOVE WS-TV-VOLUNTARY (WS-DIV-IDX)    TO WS-LN-VOLUNTARY.
103000     MOVE WS-TV-TENURE-DAYS (WS-DIV-IDX)  TO WS-LN-TENURE-DAYS.
103100     MOVE WS-TV-TENURE-COUNT (WS-DIV-IDX) TO WS-LN-TENURE-COUNT.
103200     MOVE WS-TV-EARLY (WS-DIV-IDX)        TO WS-LN-EARLY.
103300     PERFORM 8000-PRINT-LINE
103400         THRU 8000-PRINT-LINE-EXIT.
103500 6600-PRINT-ONE-DIVISION-EXIT.
103600     EXIT.
103700 
103800*****************************************************************
103900* 6700-PRINT-HIRING-MONTHS - PRINT THE EARLY-LEAVER SECTION: A
104000* SECTION HEADER, ITS COLUMN HEADING, AND ONE LINE PER WINDOW
104100* MONTH.
104200*****************************************************************
104300 6700-PRINT-HIRING-MONTHS.
104400     MOVE SPACES TO ATRRPT-RECORD.
104500     WRITE ATRRPT-RECORD.
104600     MOVE SPACES TO ATRRPT-RECORD.
104700     MOVE 'EARLY LEAVERS BY HIRING MONTH' TO JT-TITLE-TEXT.
104800     WRITE ATRRPT-RECORD.
104900     MOVE SPACES TO ATRRPT-RECORD.
105000     MOVE 'HIRED'             TO JH-MONTH-HDG.
105100     MOVE ' HIRES'            TO JH-HIRES-HDG.
105200     MOVE '<90 DY'            TO JH-EARLY-HDG.
105300     MOVE '     %'            TO JH-PCT-HDG.
105400     MOVE 'NOTE'              TO JH-NOTE-HDG.
105500     WRITE ATRRPT-RECORD.
105600     PERFORM 6800-PRINT-ONE-MONTH
105700         THRU 6800-PRINT-ONE-MONTH-EXIT
105800         VARYING WS-MONTH-SCAN-IDX FROM 1 BY 1
105900         UNTIL WS-MONTH-SCAN-IDX > 12.
106000 6700-PRINT-HIRING-MONTHS-EXIT.
106100     EXIT.
106200 
106300*****************************************************************
106400* 6800-PRINT-ONE-MONTH - PRINT ONE HIRING MONTH'S HIRES, EARLY
106500* LEAVERS, AND PERCENT. WHEN THE LAST DAY OF THE MONTH IS NOT
106600* YET NINETY DAYS BEHIND TODAY SOME OF ITS HIRES CAN STILL
106700* LEAVE EARLY, AND THE LINE SAYS SO.
106800*****************************************************************
106900 6800-PRINT-ONE-MONTH.
107000     COMPUTE WS-SM-SERIAL =
107100         WS-START-SERIAL + WS-MONTH-SCAN-IDX - 1.
107200     PERFORM 3400-SERIAL-TO-MONTH
107300         THRU 3400-SERIAL-TO-MONTH-EXIT.
107400     MOVE SPACES TO ATRRPT-RECORD.
107500     MOVE WS-SM-YYYY TO WS-WF-YYYY.
107600     MOVE WS-SM-MM   TO WS-WF-MM.
107700     MOVE WS-WINDOW-FROM-EDIT TO JE-MONTH.
107800     MOVE WS-TM-HIRES (WS-MONTH-SCAN-IDX) TO JE-HIRES.
107900     MOVE WS-TM-EARLY (WS-MONTH-SCAN-IDX) TO JE-EARLY.
108000     IF WS-TM-HIRES (WS-MONTH-SCAN-IDX) > ZERO
108100         COMPUTE WS-PCT ROUNDED =
108200             WS-TM-EARLY (WS-MONTH-SCAN-IDX) * 100
108300             / WS-TM-HIRES (WS-MONTH-SCAN-IDX)
108400             ON SIZE ERROR
108500                 MOVE 9999.9 TO WS-PCT
108600         END-COMPUTE
108700         MOVE WS-PCT TO JE-PCT
108800     ELSE
108900         MOVE '   N/A' TO JE-PCT-X
109000     END-IF.
109100 
109200*    LAST DAY OF THE HIRING MONTH = FIRST OF THE NEXT LESS ONE.
109300     ADD 1 TO WS-SM-SERIAL.
109400     PERFORM 3400-SERIAL-TO-MONTH
109500         THRU 3400-SERIAL-TO-MONTH-EXIT.
109600     MOVE WS-SM-YYYY TO WS-DN-YYYY.
109700     MOVE '-'        TO WS-DN-SEP1.
109800     MOVE WS-SM-MM   TO WS-DN-MM.
109900     MOVE '-'        TO WS-DN-SEP2.
110000     MOVE '01'       TO WS-DN-DD.
110100     PERFORM 8100-DATE-TO-DAY-NUMBER
110200         THRU 8100-DATE-TO-DAY-NUMBER-EXIT.
110300     COMPUTE WS-MONTH-END-DAY-NUMBER = WS-DN-DAY-NUMBER - 1.
110400     IF WS-MONTH-END-DAY-NUMBER + WS-EARLY-DAYS
110500             > WS-RUN-DAY-NUMBER
110600         MOVE 'STILL IN WINDOW' TO JE-NOTE
110700     END-IF.
110800     WRITE ATRRPT-RECORD.
110900 6800-PRINT-ONE-MONTH-EXIT.
111000     EXIT.
111100 
111200*****************************************************************
111300* 7000-FINALIZE - SUMMARIZE ON SYSOUT.
111400*****************************************************************
111500 7000-FINALIZE.
111600     DISPLAY 'ATTRRPT - ' WS-EMPHIST-READ-COUNT
111700             ' EMPHIST RECORDS READ, ' WS-TERM-COUNT
111800             ' TERMINATIONS AND ' WS-HIRE-COUNT
111900             ' HIRES IN THE WINDOW'.
112000 7000-FINALIZE-EXIT.
112100     EXIT.
112200 
112300*****************************************************************
112400* 8000-PRINT-LINE - PRINT ONE DETAIL LINE FROM THE FIGURES IN
112500* WS-LINE. THE RATES ARE TERMINATIONS PER HUNDRED OF AVERAGE
112600* HEADCOUNT AND PRINT 'N/A' WITH NO HEADCOUNT BEHIND THEM; THE
112700* AVERAGE TENURE PRINTS 'N/A' WITH NO DATED TERMINATIONS.
112800*****************************************************************
112900 8000-PRINT-LINE.
113000     MOVE SPACES             TO ATRRPT-RECORD.
113100     MOVE WS-LN-CODE         TO JD-DEPT.
113200     MOVE WS-LN-NAME         TO JD-NAME.
113300     MOVE WS-LN-AVG-HC       TO JD-AVG-HC.
113400     MOVE WS-LN-TERMS        TO JD-TERMS.
113500     MOVE WS-LN-VOLUNTARY    TO JD-VOL.
113600     MOVE WS-LN-EARLY        TO JD-EARLY.
113700     IF WS-LN-AVG-HC > ZERO
113800         COMPUTE WS-PCT ROUNDED =
113900             WS-LN-TERMS * 100 / WS-LN-AVG-HC
114000             ON SIZE ERROR
114100                 MOVE 9999.9 TO WS-PCT
114200         END-COMPUTE
114300         MOVE WS-PCT TO JD-TURN-PCT
114400         COMPUTE WS-PCT ROUNDED =
114500             WS-LN-VOLUNTARY * 100 / WS-LN-AVG-HC
114600             ON SIZE ERROR
114700                 MOVE 9999.9 TO WS-PCT
114800         END-COMPUTE
114900         MOVE WS-PCT TO JD-VOL-PCT
115000     ELSE
115100         MOVE '   N/A' TO JD-TURN-PCT-X
115200         MOVE '   N/A' TO JD-VOL-PCT-X
115300     END-IF.
115400     IF WS-LN-TENURE-COUNT > ZERO
115500         COMPUTE WS-TENURE-YEARS ROUNDED =
115600             WS-LN-TENURE-DAYS / (WS-LN-TENURE-COUNT * 365.25)
115700             ON SIZE ERROR
115800                 MOVE 999.9 TO WS-TENURE-YEARS
115900         END-COMPUTE
116000         MOVE WS-TENURE-YEARS TO JD-TENURE
116100     ELSE
116200         MOVE '  N/A' TO JD-TENURE-X
116300     END-IF.
116400     WRITE ATRRPT-RECORD.
116500 8000-PRINT-LINE-EXIT.
116600     EXIT.
116700 
116800*****************************************************************
116900* 8100-DATE-TO-DAY-NUMBER - CONVERT WS-DN-DATE (YYYY-MM-DD) TO A
117000* SERIAL DAY NUMBER IN WS-DN-DAY-NUMBER SO TWO DATES CAN BE
117100* SUBTRACTED FOR A DAY COUNT. THE SAME ARITHMETIC AS ANNIVRPT'S
117200* PARAGRAPH OF THE SAME NAME. WS-DN-VALID-SW IS 'N' WHEN THE
117300* DATE IS NOT A NUMERIC YYYY-MM-DD.
117400*****************************************************************
117500 8100-DATE-TO-DAY-NUMBER.
117600     MOVE 'N'  TO WS-DN-VALID-SW.
117700     MOVE ZERO TO WS-DN-DAY-NUMBER.
117800     IF WS-DN-YYYY NOT NUMERIC
117900             OR WS-DN-MM NOT NUMERIC
118000             OR WS-DN-DD NOT NUMERIC
118100             OR WS-DN-SEP1 NOT = '-'
118200             OR WS-DN-SEP2 NOT = '-'
118300         GO TO 8100-DATE-TO-DAY-NUMBER-EXIT
118400     END-IF.
118500     MOVE WS-DN-YYYY TO WS-DN-YR.
118600     MOVE WS-DN-MM   TO WS-DN-MO.
118700     MOVE WS-DN-DD   TO WS-DN-DA.
118800     IF WS-DN-MO < 1 OR WS-DN-MO > 12
118900             OR WS-DN-DA < 1 OR WS-DN-DA > 31
119000         GO TO 8100-DATE-TO-DAY-NUMBER-EXIT
119100     END-IF.
119200     IF WS-DN-MO <= 2
119300         SUBTRACT 1 FROM WS-DN-YR
119400         ADD 12 TO WS-DN-MO
119500     END-IF.
119600     COMPUTE WS-DN-TERM-YEARS   = 365 * WS-DN-YR.
119700     COMPUTE WS-DN-TERM-LEAP4   = WS-DN-YR / 4.
119800     COMPUTE WS-DN-TERM-LEAP100 = WS-DN-YR / 100.
119900     COMPUTE WS-DN-TERM-LEAP400 = WS-DN-YR / 400.
120000     COMPUTE WS-DN-TERM-MONTHS  = (153 * (WS-DN-MO + 1)) / 5.
120100     COMPUTE WS-DN-DAY-NUMBER =
120200             WS-DN-TERM-YEARS + WS-DN-TERM-LEAP4
120300             - WS-DN-TERM-LEAP100 + WS-DN-TERM-LEAP400
120400             + WS-DN-TERM-MONTHS + WS-DN-DA - 693000.
120500     MOVE 'Y' TO WS-DN-VALID-SW.
120600 8100-DATE-TO-DAY-NUMBER-EXIT.
120700     EXIT.
120800 
120900*****************************************************************
121000* WRITE-AUDIT-LOG - SHARED AUDIT LOG WRITE, COPIED FROM
121100* AUDLOG.CPY. SEE THE COPYBOOK FOR DETAILS.
121200*****************************************************************
121300     COPY AUDLOG.
121400 
121500*****************************************************************
121600* LOAD-DEPT-TABLE / LOOK-UP-DEPT - SHARED DEPARTMENT REFERENCE
121700* LOAD AND LOOKUP, COPIED FROM DEPTLKP.CPY. SEE THE COPYBOOK
121800* FOR DETAILS.
121900*****************************************************************
122000     COPY DEPTLKP.
