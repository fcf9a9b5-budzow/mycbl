000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ORGCHART.
000300 AUTHOR.        D BUDZOWSKI.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* MODIFICATION HISTORY
000900* DATE       INIT DESCRIPTION
001000* ---------- ---- ------------------------------------------
001100* 2026-10-15 DB   INITIAL VERSION - ORGANIZATION CHART FROM THE
001200*                 SUPVREL REPORTING-RELATIONSHIP KSDS
001300*                 (SUPVREC.CPY) THAT EMPBATCH'S 'S' TRANSACTION
001400*                 MAINTAINS. LOADS THE KEYED EMPMAST MASTER
001500*                 INTO A TABLE (THE EMPVRFY PATTERN), HANGS EACH
001600*                 SUPVREL RELATIONSHIP ON IT, AND PRINTS THREE
001700*                 SECTIONS: THE CHART BY DIVISION AND
001800*                 DEPARTMENT (DEPTREF ORDER, THROUGH THE SHARED
001900*                 DEPTLKP PARAGRAPHS) WITH EACH EMPLOYEE
002000*                 INDENTED UNDER THEIR SUPERVISOR; THE SPAN-OF-
002100*                 CONTROL SUMMARY (DIRECT AND TOTAL REPORTS PER
002200*                 SUPERVISOR); AND THE EXCEPTIONS -- EMPLOYEES
002300*                 WHOSE SUPERVISOR HAS TERMINATED, IS ON LEAVE,
002400*                 OR IS NOT ON THE MASTER, RELATIONSHIPS FOR AN
002500*                 EMPLOYEE NOT ON THE MASTER, AND ANY REPORTING
002600*                 LOOP. TERMINATED EMPLOYEES ARE NOT CHARTED.
002700*                 ENDS RC 4 WHEN THERE ARE EXCEPTIONS.
002800*                 PAGINATION COMES FROM THE SHARED RPTWRTR.
002810* 2026-10-15 DB   END OF JOB CLOSES WHICHEVER OF EMPMAST AND
002820*                 SUPVREL IS STILL OPEN (THE DQSWEEP OPEN
002830*                 SWITCHES), SO A FAILED MASTER LOAD NO LONGER
002840*                 LEAVES SUPVREL OPEN.
002900*****************************************************************
003000 
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT EMPMAST-FILE ASSIGN TO EMPMAST
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS SEQUENTIAL
003700         RECORD KEY IS EM-EMPL-ID
003800         FILE STATUS IS WS-MAST-STATUS.
003900     SELECT SUPVREL-FILE ASSIGN TO SUPVREL
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS SEQUENTIAL
004200         RECORD KEY IS SV-EMPL-ID
004300         FILE STATUS IS WS-SUPV-STATUS.
004400     SELECT DEPTREF-FILE ASSIGN TO DEPTREF
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-DEPTREF-STATUS.
004700     SELECT ORGRPT-FILE ASSIGN TO ORGRPT
004800         ORGANIZATION IS SEQUENTIAL.
004900     SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-AUDIT-STATUS.
005200 
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  EMPMAST-FILE
005600     RECORD CONTAINS 80 CHARACTERS
005700     LABEL RECORDS ARE STANDARD.
005800     COPY EMPMAST.
005900 
006000 FD  SUPVREL-FILE
006100     RECORD CONTAINS 80 CHARACTERS
006200     LABEL RECORDS ARE STANDARD.
006300     COPY SUPVREC.
006400 
006500 FD  DEPTREF-FILE
006600     RECORDING MODE IS F
006700     RECORD CONTAINS 80 CHARACTERS
006800     LABEL RECORDS ARE STANDARD.
006900     COPY DEPTREF.
007000 
007100 FD  ORGRPT-FILE
007200     RECORDING MODE IS F
007300     RECORD CONTAINS 132 CHARACTERS
007400     LABEL RECORDS ARE STANDARD.
007500     COPY ORGRPT.
007600 
007700 FD  AUDIT-LOG-FILE
007800     RECORDING MODE IS F
007900     RECORD CONTAINS 80 CHARACTERS
008000     LABEL RECORDS ARE STANDARD.
008100     COPY AUDREC.
008200 
008300 WORKING-STORAGE SECTION.
008400 01  WS-MAST-STATUS               PIC X(02).
008500 01  WS-SUPV-STATUS               PIC X(02).
008600 01  WS-AUDIT-STATUS              PIC X(02).
008700 01  WS-MAST-EOF-SW               PIC X(01)  VALUE 'N'.
008800     88  WS-MAST-EOF                         VALUE 'Y'.
008900 01  WS-SUPV-EOF-SW               PIC X(01)  VALUE 'N'.
009000     88  WS-SUPV-EOF                         VALUE 'Y'.
009100 01  WS-ABEND-SW                  PIC X(01)  VALUE 'N'.
009200     88  WS-ABEND-REQUESTED                  VALUE 'Y'.
009210 01  WS-MAST-OPEN-SW              PIC X(01)  VALUE 'N'.
009220     88  WS-MAST-OPEN                        VALUE 'Y'.
009230 01  WS-SUPV-OPEN-SW              PIC X(01)  VALUE 'N'.
009240     88  WS-SUPV-OPEN                        VALUE 'Y'.
009300 01  WS-MATCH-FOUND-SW            PIC X(01)  VALUE 'N'.
009400     88  WS-MATCH-FOUND                      VALUE 'Y'.
009500 01  WS-TREE-DONE-SW              PIC X(01)  VALUE 'N'.
009600     88  WS-TREE-DONE                        VALUE 'Y'.
009700 01  WS-CLIMB-DONE-SW             PIC X(01)  VALUE 'N'.
009800     88  WS-CLIMB-DONE                       VALUE 'Y'.
009900 01  WS-UNKNOWN-HDR-SW            PIC X(01)  VALUE 'N'.
010000     88  WS-UNKNOWN-HDR-PRINTED              VALUE 'Y'.
010100 
010200 01  WS-SUPV-READ-COUNT           PIC 9(05)  VALUE ZERO.
010300 01  WS-CHARTED-COUNT             PIC 9(05)  VALUE ZERO.
010400 01  WS-SUPERVISOR-COUNT          PIC 9(05)  VALUE ZERO.
010410 01  WS-DIRECT-TOTAL              PIC 9(05)  VALUE ZERO.
010500 01  WS-REPORTING-COUNT           PIC 9(05)  VALUE ZERO.
010600 01  WS-WIDEST-SPAN               PIC 9(05)  VALUE ZERO.
010700 01  WS-AVERAGE-SPAN              PIC 9(05)V9 VALUE ZERO.
010800 
010900*    THE EMPMAST MASTER, ONE ENTRY PER EMPLOYEE IN KEY ORDER SO
011000*    SEARCH ALL CAN FIND AN EMPLOYEE OR SUPERVISOR BY ID. THE
011100*    SUPVREL RELATIONSHIP HANGS ON EACH ENTRY AS THE SUPERVISOR'S
011200*    ID AND TABLE POSITION (ZERO WHEN THE SUPERVISOR IS NOT ON
011300*    THE MASTER). WS-OE-FIRST-CHILD/WS-OE-NEXT-SIB CHAIN THE
011400*    CHARTED DIRECT REPORTS OF EACH SUPERVISOR IN ID ORDER.
011500 01  WS-MAST-COUNT                PIC 9(05)  VALUE ZERO.
011600 01  WS-MAST-CAPACITY             PIC 9(05)  VALUE 30000.
011700 01  WS-MAST-PREV-ID              PIC 9(05)  VALUE ZERO.
011800 01  WS-ORG-TABLE.
011900     05  WS-ORG-ENTRY OCCURS 1 TO 30000 TIMES
012000                       DEPENDING ON WS-MAST-COUNT
012100                       ASCENDING KEY IS WS-OE-EMPL-ID
012200                       INDEXED BY WS-ORG-TAB-IDX.
012300         10  WS-OE-EMPL-ID        PIC 9(05).
012400         10  WS-OE-NAME           PIC X(15).
012500         10  WS-OE-DEPT           PIC X(04).
012600         10  WS-OE-STATUS         PIC X(01).
012700         10  WS-OE-SUPV-ID        PIC 9(05).
012800         10  WS-OE-SUPV-IDX       PIC 9(05).
012900         10  WS-OE-FIRST-CHILD    PIC 9(05).
013000         10  WS-OE-NEXT-SIB       PIC 9(05).
013100         10  WS-OE-DIRECT         PIC 9(05).
013200         10  WS-OE-TOTAL          PIC 9(05).
013300         10  WS-OE-LOOP-SW        PIC X(01).
013400         10  WS-OE-PRINTED-SW     PIC X(01).
013500 
013600 01  WS-EMP-IDX                   PIC 9(05)  VALUE ZERO.
013700 01  WS-SUPV-IDX                  PIC 9(05)  VALUE ZERO.
013800 01  WS-SEARCH-ID                 PIC 9(05)  VALUE ZERO.
013900 01  WS-FOUND-IDX                 PIC 9(05)  VALUE ZERO.
014000 01  WS-SAVE-IDX                  PIC 9(05)  VALUE ZERO.
014100 01  WS-CLIMB-IDX                 PIC 9(05)  VALUE ZERO.
014200 01  WS-CLIMB-DEPTH               PIC 9(03)  VALUE ZERO.
014300 01  WS-MAX-DEPTH                 PIC 9(03)  VALUE 50.
014400 
014500*    THE DEPARTMENT AND DIVISION BEING CHARTED.
014600 01  WS-CUR-DEPT                  PIC X(04)  VALUE SPACES.
014700 01  WS-CUR-DIVISION              PIC X(04)  VALUE SPACES.
014800 01  WS-DEPT-IDX                  PIC 9(03)  VALUE ZERO.
014900 01  WS-DEPT-IDX2                 PIC 9(03)  VALUE ZERO.
015000 01  WS-DIV-SEEN-SW               PIC X(01)  VALUE 'N'.
015100     88  WS-DIV-SEEN                         VALUE 'Y'.
015200 01  WS-DEPT-HEADCOUNT            PIC 9(05)  VALUE ZERO.
015300 
015400*    THE WALK DOWN ONE DEPARTMENT TREE. WS-STK-NODE HOLDS THE
015500*    SUPERVISORS ABOVE THE EMPLOYEE BEING PRINTED, SO ITS DEPTH
015600*    IS THE EMPLOYEE'S INDENT LEVEL.
015700 01  WS-NODE-IDX                  PIC 9(05)  VALUE ZERO.
015800 01  WS-STK-TOP                   PIC 9(03)  VALUE ZERO.
015900 01  WS-STK-CAPACITY              PIC 9(03)  VALUE 99.
016000 01  WS-STACK.
016100     05  WS-STK-NODE OCCURS 99 TIMES
016200                                  PIC 9(05).
016300 01  WS-INDENT-LEVEL              PIC 9(03)  VALUE ZERO.
016400 01  WS-INDENT-POS                PIC 9(03)  VALUE ZERO.
016500 01  WS-CHART-NODE                PIC X(80)  VALUE SPACES.
016600 01  WS-STATUS-TEXT               PIC X(08)  VALUE SPACES.
016700 01  WS-NOTE-TEXT                 PIC X(36)  VALUE SPACES.
016800 01  WS-NOTE-ID                   PIC 9(05)  VALUE ZERO.
016900 
017000*    ONE ENTRY PER EXCEPTION, HELD UNTIL THE CHART AND SPAN
017100*    SUMMARY ARE DONE SO THE EXCEPTIONS PRINT TOGETHER AS THE
017200*    LAST SECTION. PAST 500 THE REST ARE COUNTED AND NOTED BUT
017300*    NOT LISTED.
017400 01  WS-EXC-COUNT                 PIC 9(03)  VALUE ZERO.
017500 01  WS-EXC-CAPACITY              PIC 9(03)  VALUE 500.
017600 01  WS-EXC-IDX                   PIC 9(03)  VALUE ZERO.
017700 01  WS-EXC-DROPPED               PIC 9(05)  VALUE ZERO.
017800 01  WS-EXC-TOTAL                 PIC 9(05)  VALUE ZERO.
017900 01  WS-EXC-TABLE.
018000     05  WS-EXC-ENTRY OCCURS 500 TIMES.
018100         10  WS-EX-EMPL-ID        PIC 9(05).
018200         10  WS-EX-NAME           PIC X(15).
018300         10  WS-EX-DEPT           PIC X(04).
018400         10  WS-EX-SUPV-ID        PIC 9(05).
018500         10  WS-EX-SUPV-NAME      PIC X(15).
018600         10  WS-EX-REASON         PIC X(24).
018700 
018800*    THE EXCEPTION BEING TABLED BY 2900-ADD-EXCEPTION.
018900 01  WS-ADD-EXC.
019000     05  WS-AX-EMPL-ID            PIC 9(05).
019100     05  WS-AX-NAME               PIC X(15).
019200     05  WS-AX-DEPT               PIC X(04).
019300     05  WS-AX-SUPV-ID            PIC 9(05).
019400     05  WS-AX-SUPV-NAME          PIC X(15).
019500     05  WS-AX-REASON             PIC X(24).
019600 
019700 01  WS-SYS-DATE                  PIC X(08).
019800 01  WS-SYS-DATE-R REDEFINES WS-SYS-DATE.
019900     05  WS-SYS-YYYY              PIC 9(04).
020000     05  WS-SYS-MM                PIC 9(02).
020100     05  WS-SYS-DD                PIC 9(02).
020200 
020300 01  WS-RUN-DATE-EDIT.
020400     05  WS-RE-MM                 PIC 9(02).
020500     05  FILLER                   PIC X(01)  VALUE '/'.
020600     05  WS-RE-DD                 PIC 9(02).
020700     05  FILLER                   PIC X(01)  VALUE '/'.
020800     05  WS-RE-YYYY               PIC 9(04).
020900 
021000 01  WS-RW-WRITE-IDX              PIC 9(01)  VALUE ZERO.
021100 
021200     COPY DEPTTBL.
021300 
021400     COPY RPTPARM.
021500 
021600 PROCEDURE DIVISION.
021700 
021800 0000-MAINLINE.
021900     OPEN EXTEND AUDIT-LOG-FILE.
022000     MOVE 'ORGCHART' TO AL-PROGRAM.
022100     PERFORM 1000-INITIALIZE
022200         THRU 1000-INITIALIZE-EXIT.
022300     IF WS-ABEND-REQUESTED
022400         GO TO 9999-END-OF-JOB
022500     END-IF.
022600     PERFORM 1500-LOAD-MAST-TABLE
022700         THRU 1500-LOAD-MAST-TABLE-EXIT
022800         UNTIL WS-MAST-EOF.
022900     CLOSE EMPMAST-FILE.
022910     MOVE 'N' TO WS-MAST-OPEN-SW.
023000     IF WS-ABEND-REQUESTED
023100         GO TO 9999-END-OF-JOB
023200     END-IF.
023300     PERFORM 2000-ATTACH-SUPERVISOR
023400         THRU 2000-ATTACH-SUPERVISOR-EXIT
023500         UNTIL WS-SUPV-EOF.
023600     CLOSE SUPVREL-FILE.
023610     MOVE 'N' TO WS-SUPV-OPEN-SW.
023700     IF WS-ABEND-REQUESTED
023800         GO TO 9999-END-OF-JOB
023900     END-IF.
024000     PERFORM 2500-RESOLVE-SUPERVISOR
024100         THRU 2500-RESOLVE-SUPERVISOR-EXIT
024200         VARYING WS-EMP-IDX FROM 1 BY 1
024300         UNTIL WS-EMP-IDX > WS-MAST-COUNT.
024400     PERFORM 2600-LINK-DIRECT-REPORT
024500         THRU 2600-LINK-DIRECT-REPORT-EXIT
024600         VARYING WS-EMP-IDX FROM WS-MAST-COUNT BY -1
024700         UNTIL WS-EMP-IDX < 1.
024800     PERFORM 2700-COUNT-UP-CHAIN
024900         THRU 2700-COUNT-UP-CHAIN-EXIT
025000         VARYING WS-EMP-IDX FROM 1 BY 1
025100         UNTIL WS-EMP-IDX > WS-MAST-COUNT.
025200     PERFORM 3000-PRINT-DIVISION
025300         THRU 3000-PRINT-DIVISION-EXIT
025400         VARYING WS-DEPT-IDX FROM 1 BY 1
025500         UNTIL WS-DEPT-IDX > WS-DEPTREF-COUNT.
025600     PERFORM 3900-PRINT-UNKNOWN-DEPT
025700         THRU 3900-PRINT-UNKNOWN-DEPT-EXIT
025800         VARYING WS-EMP-IDX FROM 1 BY 1
025900         UNTIL WS-EMP-IDX > WS-MAST-COUNT.
026000     PERFORM 4000-PRINT-SPAN-SUMMARY
026100         THRU 4000-PRINT-SPAN-SUMMARY-EXIT.
026200     PERFORM 5000-PRINT-EXCEPTIONS
026300         THRU 5000-PRINT-EXCEPTIONS-EXIT.
026400     PERFORM 8000-FINALIZE
026500         THRU 8000-FINALIZE-EXIT.
026600 9999-END-OF-JOB.
026610     IF WS-MAST-OPEN
026620         CLOSE EMPMAST-FILE
026630     END-IF.
026640     IF WS-SUPV-OPEN
026650         CLOSE SUPVREL-FILE
026660     END-IF.
026700     CLOSE ORGRPT-FILE.
026800     CLOSE AUDIT-LOG-FILE.
026900     STOP RUN.
027000 
027100*****************************************************************
027200* 1000-INITIALIZE - ESTABLISH THE RUN DATE, START THE RPTWRTR
027300* PAGE STATE, LOAD THE DEPARTMENT TABLE, AND OPEN THE MASTER
027400* AND THE RELATIONSHIP FILE. NO DEPTREF DATA, OR EITHER KSDS
027500* FAILING TO OPEN, FAILS THE STEP -- A CHART WITHOUT THEM WOULD
027600* BE WRONG, NOT MERELY SHORT.
027700*****************************************************************
027800 1000-INITIALIZE.
027900     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
028000     MOVE WS-SYS-MM   TO WS-RE-MM.
028100     MOVE WS-SYS-DD   TO WS-RE-DD.
028200     MOVE WS-SYS-YYYY TO WS-RE-YYYY.
028300     OPEN OUTPUT ORGRPT-FILE.
028400     MOVE SPACES TO ORGRPT-RECORD.
028500     MOVE 'EMPLOYEES INDENTED UNDER THEIR SUPERVISOR'
028600                           TO OC-HEADING-TEXT.
028700     MOVE ORGRPT-RECORD TO WS-RW-HEADING-LINE.
028800     MOVE 'ORGANIZATION CHART AND SPAN OF CONTROL'
028900                           TO WS-RW-TITLE-TEXT.
029000     MOVE WS-RUN-DATE-EDIT TO WS-RW-RUN-DATE.
029100     MOVE 60 TO WS-RW-LINES-PER-PAGE.
029200     MOVE 'I' TO WS-RW-FUNCTION.
029300     CALL 'RPTWRTR' USING WS-RPTWRTR-PARM.
029400     PERFORM 8210-WRITE-RPT-OUT-LINES
029500         THRU 8210-WRITE-RPT-OUT-LINES-EXIT.
029600     PERFORM LOAD-DEPT-TABLE
029700         THRU LOAD-DEPT-TABLE-EXIT.
029800     IF WS-DEPTREF-COUNT = ZERO
029900         DISPLAY 'ORGCHART - DEPTREF REFERENCE FILE MISSING OR '
030000                 'EMPTY, ABENDING'
030100         MOVE 'LOAD DEPT TABLE'   TO AL-OPERATION
030200         MOVE 'NO DEPTREF DATA'   TO AL-MESSAGE
030300         PERFORM 1900-INIT-FAILED
030400             THRU 1900-INIT-FAILED-EXIT
030500         GO TO 1000-INITIALIZE-EXIT
030600     END-IF.
030700     OPEN INPUT EMPMAST-FILE.
030800     IF WS-MAST-STATUS NOT = '00'
030900         DISPLAY 'ORGCHART - ERROR OPENING EMPMAST, STATUS '
031000                 WS-MAST-STATUS
031100         MOVE 'OPEN EMPMAST'      TO AL-OPERATION
031200         MOVE 'OPEN FAILED'       TO AL-MESSAGE
031300         PERFORM 1900-INIT-FAILED
031400             THRU 1900-INIT-FAILED-EXIT
031500         GO TO 1000-INITIALIZE-EXIT
031600     END-IF.
031610     MOVE 'Y' TO WS-MAST-OPEN-SW.
031700     OPEN INPUT SUPVREL-FILE.
031800     IF WS-SUPV-STATUS NOT = '00'
031900         DISPLAY 'ORGCHART - ERROR OPENING SUPVREL, STATUS '
032000                 WS-SUPV-STATUS
032200         MOVE 'OPEN SUPVREL'      TO AL-OPERATION
032300         MOVE 'OPEN FAILED'       TO AL-MESSAGE
032400         PERFORM 1900-INIT-FAILED
032500             THRU 1900-INIT-FAILED-EXIT
032510         GO TO 1000-INITIALIZE-EXIT
032600     END-IF.
032610     MOVE 'Y' TO WS-SUPV-OPEN-SW.
032700 1000-INITIALIZE-EXIT.
032800     EXIT.
032900 
033000*****************************************************************
033100* 1500-LOAD-MAST-TABLE - CARRY ONE MASTER RECORD INTO THE NEXT
033200* TABLE ENTRY. THE KSDS READS BACK IN KEY ORDER; A RECORD OUT OF
033300* ORDER WOULD BREAK SEARCH ALL AND FAILS THE STEP.
033400*****************************************************************
033500 1500-LOAD-MAST-TABLE.
033600     READ EMPMAST-FILE
033700         AT END
033800             MOVE 'Y' TO WS-MAST-EOF-SW
033900             GO TO 1500-LOAD-MAST-TABLE-EXIT
034000     END-READ.
034100     IF WS-MAST-COUNT >= WS-MAST-CAPACITY
034200         DISPLAY 'ORGCHART - MASTER TABLE CAPACITY '
034300                 WS-MAST-CAPACITY ' EXCEEDED, ABENDING'
034400         MOVE 'LOAD MASTER TABLE' TO AL-OPERATION
034500         MOVE 'TABLE CAPACITY'    TO AL-MESSAGE
034600         PERFORM 1900-INIT-FAILED
034700             THRU 1900-INIT-FAILED-EXIT
034800         MOVE 'Y' TO WS-MAST-EOF-SW
034900         GO TO 1500-LOAD-MAST-TABLE-EXIT
035000     END-IF.
035100     IF EM-EMPL-ID NOT > WS-MAST-PREV-ID
035200         DISPLAY 'ORGCHART - EMPMAST OUT OF SEQUENCE AT ID '
035300                 EM-EMPL-ID ' AFTER ' WS-MAST-PREV-ID
035400                 ', ABENDING'
035500         MOVE 'LOAD MASTER TABLE' TO AL-OPERATION
035600         MOVE 'OUT OF SEQUENCE'   TO AL-MESSAGE
035700         PERFORM 1900-INIT-FAILED
035800             THRU 1900-INIT-FAILED-EXIT
035900         MOVE 'Y' TO WS-MAST-EOF-SW
036000         GO TO 1500-LOAD-MAST-TABLE-EXIT
036100     END-IF.
036200     ADD 1 TO WS-MAST-COUNT.
036300     SET WS-ORG-TAB-IDX TO WS-MAST-COUNT.
036400     MOVE EM-EMPL-ID      TO WS-OE-EMPL-ID (WS-ORG-TAB-IDX).
036500     MOVE EM-EMPL-NAME    TO WS-OE-NAME (WS-ORG-TAB-IDX).
036600     MOVE EM-EMPL-DEPT    TO WS-OE-DEPT (WS-ORG-TAB-IDX).
036700     MOVE EM-EMPL-STATUS  TO WS-OE-STATUS (WS-ORG-TAB-IDX).
036800     MOVE ZERO            TO WS-OE-SUPV-ID (WS-ORG-TAB-IDX).
036900     MOVE ZERO            TO WS-OE-SUPV-IDX (WS-ORG-TAB-IDX).
037000     MOVE ZERO            TO WS-OE-FIRST-CHILD (WS-ORG-TAB-IDX).
037100     MOVE ZERO            TO WS-OE-NEXT-SIB (WS-ORG-TAB-IDX).
037200     MOVE ZERO            TO WS-OE-DIRECT (WS-ORG-TAB-IDX).
037300     MOVE ZERO            TO WS-OE-TOTAL (WS-ORG-TAB-IDX).
037400     MOVE 'N'             TO WS-OE-LOOP-SW (WS-ORG-TAB-IDX).
037500     MOVE 'N'             TO WS-OE-PRINTED-SW (WS-ORG-TAB-IDX).
037600     MOVE EM-EMPL-ID      TO WS-MAST-PREV-ID.
037700 1500-LOAD-MAST-TABLE-EXIT.
037800     EXIT.
037900 
038000*****************************************************************
038100* 1900-INIT-FAILED - THE CALLER HAS SET AL-OPERATION AND
038200* AL-MESSAGE; WRITE THE SEVERE EVENT AND FAIL THE STEP.
038300*****************************************************************
038400 1900-INIT-FAILED.
038500     MOVE ZERO TO AL-SQLCODE.
038600     MOVE 'S'  TO AL-SEVERITY.
038700     PERFORM WRITE-AUDIT-LOG
038800         THRU WRITE-AUDIT-LOG-EXIT.
038900     MOVE 16  TO RETURN-CODE.
039000     MOVE 'Y' TO WS-ABEND-SW.
039100 1900-INIT-FAILED-EXIT.
039200     EXIT.
039300 
039400*****************************************************************
039500* 2000-ATTACH-SUPERVISOR - READ ONE SUPVREL RELATIONSHIP AND
039600* RECORD THE SUPERVISOR'S ID ON THE EMPLOYEE'S TABLE ENTRY. A
039700* RELATIONSHIP FOR AN EMPLOYEE NOT ON THE MASTER IS AN
039800* EXCEPTION AND IS OTHERWISE IGNORED.
039900*****************************************************************
040000 2000-ATTACH-SUPERVISOR.
040100     READ SUPVREL-FILE
040200         AT END
040300             MOVE 'Y' TO WS-SUPV-EOF-SW
040400             GO TO 2000-ATTACH-SUPERVISOR-EXIT
040500     END-READ.
040600     IF WS-SUPV-STATUS NOT = '00'
040700         DISPLAY 'ORGCHART - ERROR READING SUPVREL, STATUS '
040800                 WS-SUPV-STATUS ', ABENDING'
040900         MOVE 'READ SUPVREL'      TO AL-OPERATION
041000         MOVE 'READ FAILED'       TO AL-MESSAGE
041100         PERFORM 1900-INIT-FAILED
041200             THRU 1900-INIT-FAILED-EXIT
041300         MOVE 'Y' TO WS-SUPV-EOF-SW
041400         GO TO 2000-ATTACH-SUPERVISOR-EXIT
041500     END-IF.
041600     ADD 1 TO WS-SUPV-READ-COUNT.
041700     MOVE SV-EMPL-ID TO WS-SEARCH-ID.
041800     PERFORM 2100-FIND-EMPLOYEE
041900         THRU 2100-FIND-EMPLOYEE-EXIT.
042000     IF NOT WS-MATCH-FOUND
042100         MOVE SV-EMPL-ID          TO WS-AX-EMPL-ID
042200         MOVE SPACES              TO WS-AX-NAME
042300         MOVE SPACES              TO WS-AX-DEPT
042400         MOVE SV-SUPV-ID          TO WS-AX-SUPV-ID
042500         MOVE SPACES              TO WS-AX-SUPV-NAME
042600         MOVE 'EMPLOYEE NOT ON FILE' TO WS-AX-REASON
042700         PERFORM 2900-ADD-EXCEPTION
042800             THRU 2900-ADD-EXCEPTION-EXIT
042900         GO TO 2000-ATTACH-SUPERVISOR-EXIT
043000     END-IF.
043100     MOVE SV-SUPV-ID TO WS-OE-SUPV-ID (WS-FOUND-IDX).
043200 2000-ATTACH-SUPERVISOR-EXIT.
043300     EXIT.
043400 
043500*****************************************************************
043600* 2100-FIND-EMPLOYEE - BINARY-SEARCH THE MASTER TABLE FOR THE
043700* ID IN WS-SEARCH-ID, LEAVING ITS POSITION IN WS-FOUND-IDX.
043800*****************************************************************
043900 2100-FIND-EMPLOYEE.
044000     MOVE 'N'  TO WS-MATCH-FOUND-SW.
044100     MOVE ZERO TO WS-FOUND-IDX.
044200     SEARCH ALL WS-ORG-ENTRY
044300         AT END
044400             CONTINUE
044500         WHEN WS-OE-EMPL-ID (WS-ORG-TAB-IDX) = WS-SEARCH-ID
044600             MOVE 'Y' TO WS-MATCH-FOUND-SW
044700             SET WS-FOUND-IDX TO WS-ORG-TAB-IDX
044800     END-SEARCH.
044900 2100-FIND-EMPLOYEE-EXIT.
045000     EXIT.
045100 
045200*****************************************************************
045300* 2500-RESOLVE-SUPERVISOR - FOR ONE EMPLOYEE STILL ON THE
045400* PAYROLL WITH A SUPERVISOR, FIND THE SUPERVISOR ON THE TABLE,
045500* COUNT THE DIRECT REPORT, AND TABLE AN EXCEPTION WHEN THE
045600* SUPERVISOR IS NOT ON THE MASTER, HAS TERMINATED, OR IS ON
045700* LEAVE.
045800*****************************************************************
045900 2500-RESOLVE-SUPERVISOR.
046000     IF WS-OE-SUPV-ID (WS-EMP-IDX) = ZERO
046100             OR WS-OE-STATUS (WS-EMP-IDX) = 'T'
046200         GO TO 2500-RESOLVE-SUPERVISOR-EXIT
046300     END-IF.
046400     ADD 1 TO WS-REPORTING-COUNT.
046500     MOVE WS-OE-EMPL-ID (WS-EMP-IDX) TO WS-AX-EMPL-ID.
046600     MOVE WS-OE-NAME (WS-EMP-IDX)    TO WS-AX-NAME.
046700     MOVE WS-OE-DEPT (WS-EMP-IDX)    TO WS-AX-DEPT.
046800     MOVE WS-OE-SUPV-ID (WS-EMP-IDX) TO WS-AX-SUPV-ID.
046900     MOVE WS-OE-SUPV-ID (WS-EMP-IDX) TO WS-SEARCH-ID.
047000     PERFORM 2100-FIND-EMPLOYEE
047100         THRU 2100-FIND-EMPLOYEE-EXIT.
047200     IF NOT WS-MATCH-FOUND
047300         MOVE SPACES                   TO WS-AX-SUPV-NAME
047400         MOVE 'SUPERVISOR NOT ON FILE' TO WS-AX-REASON
047500         PERFORM 2900-ADD-EXCEPTION
047600             THRU 2900-ADD-EXCEPTION-EXIT
047700         GO TO 2500-RESOLVE-SUPERVISOR-EXIT
047800     END-IF.
047900     MOVE WS-FOUND-IDX TO WS-SUPV-IDX.
048000     MOVE WS-SUPV-IDX  TO WS-OE-SUPV-IDX (WS-EMP-IDX).
048100     ADD 1 TO WS-OE-DIRECT (WS-SUPV-IDX).
048200     MOVE WS-OE-NAME (WS-SUPV-IDX) TO WS-AX-SUPV-NAME.
048300     EVALUATE WS-OE-STATUS (WS-SUPV-IDX)
048400         WHEN 'T'
048500             MOVE 'SUPERVISOR TERMINATED' TO WS-AX-REASON
048600         WHEN 'L'
048700             MOVE 'SUPERVISOR ON LEAVE'   TO WS-AX-REASON
048800         WHEN OTHER
048900             GO TO 2500-RESOLVE-SUPERVISOR-EXIT
049000     END-EVALUATE.
049100     PERFORM 2900-ADD-EXCEPTION
049200         THRU 2900-ADD-EXCEPTION-EXIT.
049300 2500-RESOLVE-SUPERVISOR-EXIT.
049400     EXIT.
049500 
049600*****************************************************************
049700* 2600-LINK-DIRECT-REPORT - CHAIN ONE CHARTED EMPLOYEE ONTO
049800* THEIR SUPERVISOR'S LIST OF DIRECT REPORTS. ONLY A SUPERVISOR
049900* IN THE SAME DEPARTMENT WHO IS STILL ON THE PAYROLL GETS THE
050000* EMPLOYEE UNDER THEM ON THE CHART; OTHERWISE THE EMPLOYEE
050100* HEADS A TREE OF THEIR OWN IN THEIR DEPARTMENT. THE TABLE IS
050200* WALKED FROM THE BOTTOM UP SO EACH LIST COMES OUT IN ID ORDER.
050300*****************************************************************
050400 2600-LINK-DIRECT-REPORT.
050500     MOVE WS-OE-SUPV-IDX (WS-EMP-IDX) TO WS-SUPV-IDX.
050600     IF WS-SUPV-IDX = ZERO
050700             OR WS-OE-STATUS (WS-EMP-IDX) = 'T'
050800         GO TO 2600-LINK-DIRECT-REPORT-EXIT
050900     END-IF.
051000     IF WS-OE-STATUS (WS-SUPV-IDX) = 'T'
051100             OR WS-OE-DEPT (WS-SUPV-IDX)
051200                 NOT = WS-OE-DEPT (WS-EMP-IDX)
051300         GO TO 2600-LINK-DIRECT-REPORT-EXIT
051400     END-IF.
051500     MOVE WS-OE-FIRST-CHILD (WS-SUPV-IDX)
051600         TO WS-OE-NEXT-SIB (WS-EMP-IDX).
051700     MOVE WS-EMP-IDX TO WS-OE-FIRST-CHILD (WS-SUPV-IDX).
051800 2600-LINK-DIRECT-REPORT-EXIT.
051900     EXIT.
052000 
052100*****************************************************************
052200* 2700-COUNT-UP-CHAIN - CREDIT ONE EMPLOYEE STILL ON THE PAYROLL
052300* TO THE TOTAL REPORTS OF EVERY SUPERVISOR ABOVE THEM. A CHAIN
052400* THAT COMES BACK TO THE EMPLOYEE, OR RUNS PAST WS-MAX-DEPTH, IS
052500* A REPORTING LOOP -- EMPBATCH REJECTS THOSE, SO ONE ON FILE IS
052600* TABLED AS AN EXCEPTION.
052700*****************************************************************
052800 2700-COUNT-UP-CHAIN.
052900     IF WS-OE-STATUS (WS-EMP-IDX) = 'T'
053000             OR WS-OE-SUPV-IDX (WS-EMP-IDX) = ZERO
053100         GO TO 2700-COUNT-UP-CHAIN-EXIT
053200     END-IF.
053300     MOVE WS-OE-SUPV-IDX (WS-EMP-IDX) TO WS-CLIMB-IDX.
053400     MOVE ZERO TO WS-CLIMB-DEPTH.
053500     MOVE 'N'  TO WS-CLIMB-DONE-SW.
053600     PERFORM 2710-CREDIT-ONE-LEVEL
053700         THRU 2710-CREDIT-ONE-LEVEL-EXIT
053800         UNTIL WS-CLIMB-DONE.
053900 2700-COUNT-UP-CHAIN-EXIT.
054000     EXIT.
054100 
054200*****************************************************************
054300* 2710-CREDIT-ONE-LEVEL - ADD THE EMPLOYEE TO THE SUPERVISOR AT
054400* WS-CLIMB-IDX AND STEP UP ONE LEVEL.
054500*****************************************************************
054600 2710-CREDIT-ONE-LEVEL.
054700     ADD 1 TO WS-CLIMB-DEPTH.
054800     IF WS-CLIMB-IDX = WS-EMP-IDX
054900             OR WS-CLIMB-DEPTH > WS-MAX-DEPTH
055000         MOVE 'Y' TO WS-CLIMB-DONE-SW
055100         MOVE 'Y' TO WS-OE-LOOP-SW (WS-EMP-IDX)
055200         MOVE WS-OE-EMPL-ID (WS-EMP-IDX) TO WS-AX-EMPL-ID
055300         MOVE WS-OE-NAME (WS-EMP-IDX)    TO WS-AX-NAME
055400         MOVE WS-OE-DEPT (WS-EMP-IDX)    TO WS-AX-DEPT
055500         MOVE WS-OE-SUPV-ID (WS-EMP-IDX) TO WS-AX-SUPV-ID
055600         MOVE WS-OE-SUPV-IDX (WS-EMP-IDX) TO WS-SUPV-IDX
055700         MOVE WS-OE-NAME (WS-SUPV-IDX)   TO WS-AX-SUPV-NAME
055800         MOVE 'REPORTING LOOP'           TO WS-AX-REASON
055900         PERFORM 2900-ADD-EXCEPTION
056000             THRU 2900-ADD-EXCEPTION-EXIT
056100         GO TO 2710-CREDIT-ONE-LEVEL-EXIT
056200     END-IF.
056300     ADD 1 TO WS-OE-TOTAL (WS-CLIMB-IDX).
056400     MOVE WS-OE-SUPV-IDX (WS-CLIMB-IDX) TO WS-CLIMB-IDX.
056500     IF WS-CLIMB-IDX = ZERO
056600         MOVE 'Y' TO WS-CLIMB-DONE-SW
056700     END-IF.
056800 2710-CREDIT-ONE-LEVEL-EXIT.
056900     EXIT.
057000 
057100*****************************************************************
057200* 2900-ADD-EXCEPTION - TABLE THE EXCEPTION IN WS-ADD-EXC FOR THE
057300* LAST SECTION, OR COUNT IT WHEN THE TABLE IS FULL.
057400*****************************************************************
057500 2900-ADD-EXCEPTION.
057600     ADD 1 TO WS-EXC-TOTAL.
057700     IF WS-EXC-COUNT >= WS-EXC-CAPACITY
057800         ADD 1 TO WS-EXC-DROPPED
057900         GO TO 2900-ADD-EXCEPTION-EXIT
058000     END-IF.
058100     ADD 1 TO WS-EXC-COUNT.
058200     MOVE WS-ADD-EXC TO WS-EXC-ENTRY (WS-EXC-COUNT).
058300 2900-ADD-EXCEPTION-EXIT.
058400     EXIT.
058500 
058600*****************************************************************
058700* 3000-PRINT-DIVISION - THE FIRST DEPARTMENT OF EACH DIVISION
058800* IN DEPTREF ORDER PRINTS THE DIVISION HEADING AND CHARTS EVERY
058900* DEPARTMENT OF THAT DIVISION; LATER DEPARTMENTS OF A DIVISION
059000* ALREADY PRINTED ARE SKIPPED HERE.
059100*****************************************************************
059200 3000-PRINT-DIVISION.
059300     MOVE WS-TDR-DIVISION (WS-DEPT-IDX) TO WS-CUR-DIVISION.
059400     MOVE 'N' TO WS-DIV-SEEN-SW.
059500     PERFORM 3010-CHECK-DIV-SEEN
059600         THRU 3010-CHECK-DIV-SEEN-EXIT
059700         VARYING WS-DEPT-IDX2 FROM 1 BY 1
059800         UNTIL WS-DEPT-IDX2 >= WS-DEPT-IDX
059900             OR WS-DIV-SEEN.
060000     IF WS-DIV-SEEN
060100         GO TO 3000-PRINT-DIVISION-EXIT
060200     END-IF.
060300     MOVE SPACES TO ORGRPT-RECORD.
060400     MOVE 'DIVISION'                     TO OV-LABEL.
060500     MOVE WS-CUR-DIVISION                TO OV-DIVISION.
060600     MOVE WS-TDR-DIV-NAME (WS-DEPT-IDX)  TO OV-DIV-NAME.
060700     PERFORM 8200-PRINT-REPORT-LINE
060800         THRU 8200-PRINT-REPORT-LINE-EXIT.
060900     PERFORM 3020-PRINT-DIV-DEPT
061000         THRU 3020-PRINT-DIV-DEPT-EXIT
061100         VARYING WS-DEPT-IDX2 FROM WS-DEPT-IDX BY 1
061200         UNTIL WS-DEPT-IDX2 > WS-DEPTREF-COUNT.
061300     MOVE SPACES TO ORGRPT-RECORD.
061400     PERFORM 8200-PRINT-REPORT-LINE
061500         THRU 8200-PRINT-REPORT-LINE-EXIT.
061600 3000-PRINT-DIVISION-EXIT.
061700     EXIT.
061800 
061900*****************************************************************
062000* 3010-CHECK-DIV-SEEN - HAS AN EARLIER DEPARTMENT ALREADY
062100* CARRIED THIS DIVISION.
062200*****************************************************************
062300 3010-CHECK-DIV-SEEN.
062400     IF WS-TDR-DIVISION (WS-DEPT-IDX2) = WS-CUR-DIVISION
062500         MOVE 'Y' TO WS-DIV-SEEN-SW
062600     END-IF.
062700 3010-CHECK-DIV-SEEN-EXIT.
062800     EXIT.
062900 
063000*****************************************************************
063100* 3020-PRINT-DIV-DEPT - CHART ONE DEPARTMENT WHEN IT BELONGS TO
063200* THE DIVISION BEING PRINTED.
063300*****************************************************************
063400 3020-PRINT-DIV-DEPT.
063500     IF WS-TDR-DIVISION (WS-DEPT-IDX2) NOT = WS-CUR-DIVISION
063600         GO TO 3020-PRINT-DIV-DEPT-EXIT
063700     END-IF.
063800     MOVE WS-TDR-DEPT (WS-DEPT-IDX2)      TO WS-CUR-DEPT.
063900     MOVE WS-TDR-DEPT-NAME (WS-DEPT-IDX2) TO WS-DL-DEPT-NAME.
064000     PERFORM 3100-PRINT-DEPT-CHART
064100         THRU 3100-PRINT-DEPT-CHART-EXIT.
064200 3020-PRINT-DIV-DEPT-EXIT.
064300     EXIT.
064400 
064500*****************************************************************
064600* 3100-PRINT-DEPT-CHART - PRINT THE DEPARTMENT HEADING FOR
064700* WS-CUR-DEPT (NAME IN WS-DL-DEPT-NAME) AND ITS CHART. EVERY
064800* EMPLOYEE WHO DOES NOT HANG UNDER A SUPERVISOR IN THE
064900* DEPARTMENT STARTS A TREE; ANYONE LEFT UNPRINTED AFTER THAT
065000* CAN ONLY BE IN A REPORTING LOOP AND STARTS ONE AS WELL. A
065100* DEPARTMENT WITH NO ONE ON THE PAYROLL IS NOT PRINTED.
065200*****************************************************************
065300 3100-PRINT-DEPT-CHART.
065400     MOVE ZERO TO WS-DEPT-HEADCOUNT.
065500     PERFORM 3110-COUNT-DEPT-EMPLOYEE
065600         THRU 3110-COUNT-DEPT-EMPLOYEE-EXIT
065700         VARYING WS-NODE-IDX FROM 1 BY 1
065800         UNTIL WS-NODE-IDX > WS-MAST-COUNT.
065900     IF WS-DEPT-HEADCOUNT = ZERO
066000         GO TO 3100-PRINT-DEPT-CHART-EXIT
066100     END-IF.
066200     MOVE SPACES TO ORGRPT-RECORD.
066300     MOVE 'DEPT'            TO OL-LABEL.
066400     MOVE WS-CUR-DEPT       TO OL-DEPT.
066500     MOVE WS-DL-DEPT-NAME   TO OL-DEPT-NAME.
066600     MOVE WS-DEPT-HEADCOUNT TO OL-HEADCOUNT.
066700     MOVE ' EMPLOYEES'      TO OL-HEADCOUNT-LABEL.
066800     PERFORM 8200-PRINT-REPORT-LINE
066900         THRU 8200-PRINT-REPORT-LINE-EXIT.
067000     PERFORM 3120-START-ROOT-TREE
067100         THRU 3120-START-ROOT-TREE-EXIT
067200         VARYING WS-EMP-IDX FROM 1 BY 1
067300         UNTIL WS-EMP-IDX > WS-MAST-COUNT.
067400     PERFORM 3130-START-LEFTOVER-TREE
067500         THRU 3130-START-LEFTOVER-TREE-EXIT
067600         VARYING WS-EMP-IDX FROM 1 BY 1
067700         UNTIL WS-EMP-IDX > WS-MAST-COUNT.
067800 3100-PRINT-DEPT-CHART-EXIT.
067900     EXIT.
068000 
068100*****************************************************************
068200* 3110-COUNT-DEPT-EMPLOYEE - COUNT ONE EMPLOYEE ON THE PAYROLL
068300* IN THE DEPARTMENT BEING CHARTED.
068400*****************************************************************
068500 3110-COUNT-DEPT-EMPLOYEE.
068600     IF WS-OE-DEPT (WS-NODE-IDX) = WS-CUR-DEPT
068700             AND WS-OE-STATUS (WS-NODE-IDX) NOT = 'T'
068800         ADD 1 TO WS-DEPT-HEADCOUNT
068900     END-IF.
069000 3110-COUNT-DEPT-EMPLOYEE-EXIT.
069100     EXIT.
069200 
069300*****************************************************************
069400* 3120-START-ROOT-TREE - AN EMPLOYEE OF THE DEPARTMENT WITH NO
069500* SUPERVISOR, OR WHOSE SUPERVISOR IS NOT ON THE MASTER, HAS
069600* TERMINATED, OR WORKS IN ANOTHER DEPARTMENT, HEADS A TREE.
069700*****************************************************************
069800 3120-START-ROOT-TREE.
069900     IF WS-OE-DEPT (WS-EMP-IDX) NOT = WS-CUR-DEPT
070000             OR WS-OE-STATUS (WS-EMP-IDX) = 'T'
070100             OR WS-OE-PRINTED-SW (WS-EMP-IDX) = 'Y'
070200         GO TO 3120-START-ROOT-TREE-EXIT
070300     END-IF.
070400     MOVE WS-OE-SUPV-IDX (WS-EMP-IDX) TO WS-SUPV-IDX.
070500     IF WS-SUPV-IDX NOT = ZERO
070600         IF WS-OE-STATUS (WS-SUPV-IDX) NOT = 'T'
070700                 AND WS-OE-DEPT (WS-SUPV-IDX) = WS-CUR-DEPT
070800             GO TO 3120-START-ROOT-TREE-EXIT
070900         END-IF
071000     END-IF.
071100     MOVE WS-EMP-IDX TO WS-NODE-IDX.
071200     PERFORM 3200-PRINT-TREE
071300         THRU 3200-PRINT-TREE-EXIT.
071400 3120-START-ROOT-TREE-EXIT.
071500     EXIT.
071600 
071700*****************************************************************
071800* 3130-START-LEFTOVER-TREE - AN EMPLOYEE OF THE DEPARTMENT STILL
071900* UNPRINTED AFTER EVERY ROOT'S TREE IS IN A REPORTING LOOP;
072000* CHART THE LOOP FROM ITS LOWEST ID.
072100*****************************************************************
072200 3130-START-LEFTOVER-TREE.
072300     IF WS-OE-DEPT (WS-EMP-IDX) NOT = WS-CUR-DEPT
072400             OR WS-OE-STATUS (WS-EMP-IDX) = 'T'
072500             OR WS-OE-PRINTED-SW (WS-EMP-IDX) = 'Y'
072600         GO TO 3130-START-LEFTOVER-TREE-EXIT
072700     END-IF.
072800     MOVE WS-EMP-IDX TO WS-NODE-IDX.
072900     PERFORM 3200-PRINT-TREE
073000         THRU 3200-PRINT-TREE-EXIT.
073100 3130-START-LEFTOVER-TREE-EXIT.
073200     EXIT.
073300 
073400*****************************************************************
073500* 3200-PRINT-TREE - PRINT THE TREE HEADED BY THE EMPLOYEE AT
073600* WS-NODE-IDX, EACH DIRECT REPORT INDENTED ONE LEVEL UNDER THEIR
073700* SUPERVISOR, DEPTH FIRST IN ID ORDER.
073800*****************************************************************
073900 3200-PRINT-TREE.
074000     MOVE ZERO TO WS-STK-TOP.
074100     MOVE 'N'  TO WS-TREE-DONE-SW.
074200     PERFORM 3210-VISIT-NODE
074300         THRU 3210-VISIT-NODE-EXIT
074400         UNTIL WS-TREE-DONE.
074500 3200-PRINT-TREE-EXIT.
074600     EXIT.
074700 
074800*****************************************************************
074900* 3210-VISIT-NODE - PRINT THE EMPLOYEE AT WS-NODE-IDX AT THE
075000* CURRENT DEPTH, THEN MOVE TO THEIR FIRST DIRECT REPORT, OR
075100* FAILING THAT TO THE NEXT EMPLOYEE ACROSS OR BACK UP THE TREE.
075200* AN EMPLOYEE ALREADY PRINTED (ONLY POSSIBLE IN A LOOP) IS NOT
075300* PRINTED OR DESCENDED AGAIN.
075400*****************************************************************
075500 3210-VISIT-NODE.
075600     IF WS-OE-PRINTED-SW (WS-NODE-IDX) NOT = 'Y'
075700         PERFORM 3300-PRINT-CHART-LINE
075800             THRU 3300-PRINT-CHART-LINE-EXIT
075900         IF WS-OE-FIRST-CHILD (WS-NODE-IDX) NOT = ZERO
076000                 AND WS-STK-TOP < WS-STK-CAPACITY
076100             ADD 1 TO WS-STK-TOP
076200             MOVE WS-NODE-IDX TO WS-STK-NODE (WS-STK-TOP)
076300             MOVE WS-OE-FIRST-CHILD (WS-NODE-IDX)
076400                 TO WS-NODE-IDX
076500             GO TO 3210-VISIT-NODE-EXIT
076600         END-IF
076700     END-IF.
076800     MOVE 'N' TO WS-CLIMB-DONE-SW.
076900     PERFORM 3220-NEXT-NODE
077000         THRU 3220-NEXT-NODE-EXIT
077100         UNTIL WS-CLIMB-DONE.
077200 3210-VISIT-NODE-EXIT.
077300     EXIT.
077400 
077500*****************************************************************
077600* 3220-NEXT-NODE - FROM A FINISHED EMPLOYEE, MOVE TO THEIR NEXT
077700* SIBLING, OR CLIMB TO THE SUPERVISOR AND TRY AGAIN. BACK AT THE
077800* HEAD OF THE TREE, THE TREE IS DONE.
077900*****************************************************************
078000 3220-NEXT-NODE.
078100     IF WS-STK-TOP = ZERO
078200         MOVE 'Y' TO WS-TREE-DONE-SW
078300         MOVE 'Y' TO WS-CLIMB-DONE-SW
078400         GO TO 3220-NEXT-NODE-EXIT
078500     END-IF.
078600     IF WS-OE-NEXT-SIB (WS-NODE-IDX) NOT = ZERO
078700         MOVE WS-OE-NEXT-SIB (WS-NODE-IDX) TO WS-NODE-IDX
078800         MOVE 'Y' TO WS-CLIMB-DONE-SW
078900         GO TO 3220-NEXT-NODE-EXIT
079000     END-IF.
079100     MOVE WS-STK-NODE (WS-STK-TOP) TO WS-NODE-IDX.
079200     SUBTRACT 1 FROM WS-STK-TOP.
079300 3220-NEXT-NODE-EXIT.
079400     EXIT.
079500 
079600*****************************************************************
079700* 3300-PRINT-CHART-LINE - PRINT THE EMPLOYEE AT WS-NODE-IDX,
079800* INDENTED THREE COLUMNS PER LEVEL (CAPPED AT FIFTEEN LEVELS),
079900* WITH THEIR STATUS WHEN NOT ACTIVE. THE HEAD OF A TREE WHO HAS
080000* A SUPERVISOR CARRIES A NOTE SAYING WHERE THEY REPORT.
080100*****************************************************************
080200 3300-PRINT-CHART-LINE.
080300     MOVE 'Y' TO WS-OE-PRINTED-SW (WS-NODE-IDX).
080400     ADD 1 TO WS-CHARTED-COUNT.
080500     EVALUATE WS-OE-STATUS (WS-NODE-IDX)
080600         WHEN 'A'
080700             MOVE SPACES     TO WS-STATUS-TEXT
080800         WHEN 'L'
080900             MOVE 'ON LEAVE' TO WS-STATUS-TEXT
081000         WHEN OTHER
081100             MOVE 'STATUS'   TO WS-STATUS-TEXT
081200             MOVE WS-OE-STATUS (WS-NODE-IDX)
081300                 TO WS-STATUS-TEXT (8:1)
081400     END-EVALUATE.
081500     MOVE SPACES TO WS-NOTE-TEXT.
081600     IF WS-STK-TOP = ZERO
081700             AND WS-OE-SUPV-ID (WS-NODE-IDX) NOT = ZERO
081800         PERFORM 3310-BUILD-ROOT-NOTE
081900             THRU 3310-BUILD-ROOT-NOTE-EXIT
082000     END-IF.
082100     MOVE SPACES TO WS-CHART-NODE.
082200     STRING WS-OE-EMPL-ID (WS-NODE-IDX) '  '
082300            WS-OE-NAME (WS-NODE-IDX)    '  '
082400            WS-STATUS-TEXT              '  '
082500            WS-NOTE-TEXT
082600         DELIMITED BY SIZE INTO WS-CHART-NODE.
082700     MOVE WS-STK-TOP TO WS-INDENT-LEVEL.
082800     IF WS-INDENT-LEVEL > 15
082900         MOVE 15 TO WS-INDENT-LEVEL
083000     END-IF.
083100     COMPUTE WS-INDENT-POS = WS-INDENT-LEVEL * 3 + 1.
083200     MOVE SPACES TO ORGRPT-RECORD.
083300     MOVE WS-CHART-NODE TO OB-CHART-TEXT (WS-INDENT-POS:).
083400     PERFORM 8200-PRINT-REPORT-LINE
083500         THRU 8200-PRINT-REPORT-LINE-EXIT.
083600 3300-PRINT-CHART-LINE-EXIT.
083700     EXIT.
083800 
083900*****************************************************************
084000* 3310-BUILD-ROOT-NOTE - SAY WHY AN EMPLOYEE WITH A SUPERVISOR
084100* HEADS A TREE: THE SUPERVISOR IS IN ANOTHER DEPARTMENT, HAS
084200* TERMINATED, IS NOT ON THE MASTER, OR THE EMPLOYEE IS IN A
084300* REPORTING LOOP.
084400*****************************************************************
084500 3310-BUILD-ROOT-NOTE.
084600     MOVE WS-OE-SUPV-ID (WS-NODE-IDX)  TO WS-NOTE-ID.
084700     MOVE WS-OE-SUPV-IDX (WS-NODE-IDX) TO WS-SUPV-IDX.
084800     EVALUATE TRUE
084900         WHEN WS-SUPV-IDX = ZERO
085000             STRING 'SUPERVISOR ' WS-NOTE-ID ' NOT ON FILE'
085100                 DELIMITED BY SIZE INTO WS-NOTE-TEXT
085200         WHEN WS-OE-STATUS (WS-SUPV-IDX) = 'T'
085300             STRING 'SUPERVISOR ' WS-NOTE-ID ' TERMINATED'
085400                 DELIMITED BY SIZE INTO WS-NOTE-TEXT
085500         WHEN WS-OE-DEPT (WS-SUPV-IDX) NOT = WS-CUR-DEPT
085600             STRING 'REPORTS TO ' WS-NOTE-ID ' IN DEPT '
085700                    WS-OE-DEPT (WS-SUPV-IDX)
085800                 DELIMITED BY SIZE INTO WS-NOTE-TEXT
085900         WHEN OTHER
086000             STRING 'IN A REPORTING LOOP WITH ' WS-NOTE-ID
086100                 DELIMITED BY SIZE INTO WS-NOTE-TEXT
086200     END-EVALUATE.
086300 3310-BUILD-ROOT-NOTE-EXIT.
086400     EXIT.
086500 
086600*****************************************************************
086700* 3900-PRINT-UNKNOWN-DEPT - AN EMPLOYEE STILL UNPRINTED AFTER
086800* EVERY DEPTREF DEPARTMENT IS IN A DEPARTMENT DEPTREF DOES NOT
086900* KNOW. THE FIRST ONE PRINTS THE UNKNOWN-DIVISION HEADING; EACH
087000* SUCH DEPARTMENT IS THEN CHARTED LIKE ANY OTHER.
087100*****************************************************************
087200 3900-PRINT-UNKNOWN-DEPT.
087300     IF WS-OE-STATUS (WS-EMP-IDX) = 'T'
087400             OR WS-OE-PRINTED-SW (WS-EMP-IDX) = 'Y'
087500         GO TO 3900-PRINT-UNKNOWN-DEPT-EXIT
087600     END-IF.
087700     IF NOT WS-UNKNOWN-HDR-PRINTED
087800         MOVE 'Y' TO WS-UNKNOWN-HDR-SW
087900         MOVE SPACES TO ORGRPT-RECORD
088000         MOVE 'DIVISION'           TO OV-LABEL
088100         MOVE '????'               TO OV-DIVISION
088200         MOVE 'UNKNOWN DIVISION'   TO OV-DIV-NAME
088300         PERFORM 8200-PRINT-REPORT-LINE
088400             THRU 8200-PRINT-REPORT-LINE-EXIT
088500     END-IF.
088600     MOVE WS-OE-DEPT (WS-EMP-IDX) TO WS-CUR-DEPT.
088700     MOVE 'UNKNOWN DEPARTMENT'    TO WS-DL-DEPT-NAME.
088800     MOVE WS-EMP-IDX TO WS-SAVE-IDX.
088900     PERFORM 3100-PRINT-DEPT-CHART
089000         THRU 3100-PRINT-DEPT-CHART-EXIT.
089100     MOVE WS-SAVE-IDX TO WS-EMP-IDX.
089200 3900-PRINT-UNKNOWN-DEPT-EXIT.
089300     EXIT.
089400 
089500*****************************************************************
089600* 4000-PRINT-SPAN-SUMMARY - THE SECOND SECTION: EVERY EMPLOYEE
089700* WITH AT LEAST ONE DIRECT REPORT ON THE PAYROLL, IN ID ORDER,
089800* WITH THEIR DIRECT AND TOTAL (ALL LEVELS) REPORTS, THEN THE
089900* SUPERVISOR COUNT, THE AVERAGE AND WIDEST SPANS.
090000*****************************************************************
090100 4000-PRINT-SPAN-SUMMARY.
090110     IF WS-UNKNOWN-HDR-PRINTED
090120         MOVE SPACES TO ORGRPT-RECORD
090130         PERFORM 8200-PRINT-REPORT-LINE
090140             THRU 8200-PRINT-REPORT-LINE-EXIT
090150     END-IF.
090200     MOVE SPACES TO ORGRPT-RECORD.
090300     MOVE 'SPAN OF CONTROL' TO OZ-NOTE-TEXT.
090400     PERFORM 8200-PRINT-REPORT-LINE
090500         THRU 8200-PRINT-REPORT-LINE-EXIT.
090600     MOVE SPACES TO ORGRPT-RECORD.
090700     MOVE 'SUPV'            TO OW-ID-HDG.
090800     MOVE 'NAME'            TO OW-NAME-HDG.
090900     MOVE 'DEPT'            TO OW-DEPT-HDG.
091000     MOVE 'STATUS'          TO OW-STATUS-HDG.
091100     MOVE '  DIRECT'        TO OW-DIRECT-HDG.
091200     MOVE '   TOTAL'        TO OW-TOTAL-HDG.
091300     PERFORM 8200-PRINT-REPORT-LINE
091400         THRU 8200-PRINT-REPORT-LINE-EXIT.
091500     PERFORM 4100-PRINT-ONE-SPAN
091600         THRU 4100-PRINT-ONE-SPAN-EXIT
091700         VARYING WS-EMP-IDX FROM 1 BY 1
091800         UNTIL WS-EMP-IDX > WS-MAST-COUNT.
091900     IF WS-SUPERVISOR-COUNT = ZERO
092000         MOVE SPACES TO ORGRPT-RECORD
092100         MOVE 'NO REPORTING RELATIONSHIPS ON FILE'
092200                                    TO OZ-NOTE-TEXT
092300         PERFORM 8200-PRINT-REPORT-LINE
092400             THRU 8200-PRINT-REPORT-LINE-EXIT
092500     ELSE
092600         COMPUTE WS-AVERAGE-SPAN ROUNDED =
092700             WS-DIRECT-TOTAL / WS-SUPERVISOR-COUNT
092800     END-IF.
092900     MOVE SPACES TO ORGRPT-RECORD.
093000     PERFORM 8200-PRINT-REPORT-LINE
093100         THRU 8200-PRINT-REPORT-LINE-EXIT.
093200     MOVE SPACES TO ORGRPT-RECORD.
093300     MOVE 'SUPERVISORS'              TO OQ-LABEL.
093400     MOVE WS-SUPERVISOR-COUNT        TO OQ-COUNT.
093500     PERFORM 8200-PRINT-REPORT-LINE
093600         THRU 8200-PRINT-REPORT-LINE-EXIT.
093700     MOVE SPACES TO ORGRPT-RECORD.
093800     MOVE 'EMPLOYEES WITH A SUPERVISOR' TO OQ-LABEL.
093900     MOVE WS-REPORTING-COUNT         TO OQ-COUNT.
094000     PERFORM 8200-PRINT-REPORT-LINE
094100         THRU 8200-PRINT-REPORT-LINE-EXIT.
094200     MOVE SPACES TO ORGRPT-RECORD.
094300     MOVE 'AVERAGE SPAN OF CONTROL'  TO OU-LABEL.
094400     MOVE WS-AVERAGE-SPAN            TO OU-AVERAGE.
094500     PERFORM 8200-PRINT-REPORT-LINE
094600         THRU 8200-PRINT-REPORT-LINE-EXIT.
094700     MOVE SPACES TO ORGRPT-RECORD.
094800     MOVE 'WIDEST SPAN OF CONTROL'   TO OQ-LABEL.
094900     MOVE WS-WIDEST-SPAN             TO OQ-COUNT.
095000     PERFORM 8200-PRINT-REPORT-LINE
095100         THRU 8200-PRINT-REPORT-LINE-EXIT.
095200     MOVE SPACES TO ORGRPT-RECORD.
095300     PERFORM 8200-PRINT-REPORT-LINE
095400         THRU 8200-PRINT-REPORT-LINE-EXIT.
095500 4000-PRINT-SPAN-SUMMARY-EXIT.
095600     EXIT.
095700 
095800*****************************************************************
095900* 4100-PRINT-ONE-SPAN - PRINT ONE SUPERVISOR'S SPAN LINE.
096000*****************************************************************
096100 4100-PRINT-ONE-SPAN.
096200     IF WS-OE-DIRECT (WS-EMP-IDX) = ZERO
096300         GO TO 4100-PRINT-ONE-SPAN-EXIT
096400     END-IF.
096500     ADD 1 TO WS-SUPERVISOR-COUNT.
096510     ADD WS-OE-DIRECT (WS-EMP-IDX) TO WS-DIRECT-TOTAL.
096600     IF WS-OE-DIRECT (WS-EMP-IDX) > WS-WIDEST-SPAN
096700         MOVE WS-OE-DIRECT (WS-EMP-IDX) TO WS-WIDEST-SPAN
096800     END-IF.
096900     MOVE SPACES TO ORGRPT-RECORD.
097000     MOVE WS-OE-EMPL-ID (WS-EMP-IDX) TO OS-SUPV-ID.
097100     MOVE WS-OE-NAME (WS-EMP-IDX)    TO OS-NAME.
097200     MOVE WS-OE-DEPT (WS-EMP-IDX)    TO OS-DEPT.
097300     EVALUATE WS-OE-STATUS (WS-EMP-IDX)
097400         WHEN 'A'
097500             MOVE 'ACTIVE'     TO OS-STATUS
097600         WHEN 'L'
097700             MOVE 'ON LEAVE'   TO OS-STATUS
097800         WHEN 'T'
097900             MOVE 'TERMED'     TO OS-STATUS
098000         WHEN OTHER
098100             MOVE WS-OE-STATUS (WS-EMP-IDX) TO OS-STATUS
098200     END-EVALUATE.
098300     MOVE WS-OE-DIRECT (WS-EMP-IDX)  TO OS-DIRECT.
098400     MOVE WS-OE-TOTAL (WS-EMP-IDX)   TO OS-TOTAL.
098500     PERFORM 8200-PRINT-REPORT-LINE
098600         THRU 8200-PRINT-REPORT-LINE-EXIT.
098700 4100-PRINT-ONE-SPAN-EXIT.
098800     EXIT.
098900 
099000*****************************************************************
099100* 5000-PRINT-EXCEPTIONS - THE LAST SECTION: A HEADING, THEN EACH
099200* TABLED SUPERVISOR EXCEPTION IN ID ORDER.
099300*****************************************************************
099400 5000-PRINT-EXCEPTIONS.
099500     MOVE SPACES TO ORGRPT-RECORD.
099600     MOVE 'SUPERVISOR EXCEPTIONS' TO OZ-NOTE-TEXT.
099700     PERFORM 8200-PRINT-REPORT-LINE
099800         THRU 8200-PRINT-REPORT-LINE-EXIT.
099900     IF WS-EXC-TOTAL = ZERO
100000         MOVE SPACES TO ORGRPT-RECORD
100100         MOVE 'NO SUPERVISOR EXCEPTIONS' TO OZ-NOTE-TEXT
100200         PERFORM 8200-PRINT-REPORT-LINE
100300             THRU 8200-PRINT-REPORT-LINE-EXIT
100400         GO TO 5000-PRINT-EXCEPTIONS-EXIT
100500     END-IF.
100600     MOVE SPACES TO ORGRPT-RECORD.
100700     MOVE 'EMPL'            TO OY-ID-HDG.
100800     MOVE 'NAME'            TO OY-NAME-HDG.
100900     MOVE 'DEPT'            TO OY-DEPT-HDG.
101000     MOVE 'SUPV'            TO OY-SUPV-ID-HDG.
101100     MOVE 'SUPERVISOR NAME' TO OY-SUPV-NAME-HDG.
101200     MOVE 'EXCEPTION'       TO OY-REASON-HDG.
101300     PERFORM 8200-PRINT-REPORT-LINE
101400         THRU 8200-PRINT-REPORT-LINE-EXIT.
101500     PERFORM 5100-PRINT-ONE-EXCEPTION
101600         THRU 5100-PRINT-ONE-EXCEPTION-EXIT
101700         VARYING WS-EXC-IDX FROM 1 BY 1
101800         UNTIL WS-EXC-IDX > WS-EXC-COUNT.
101900     IF WS-EXC-DROPPED > ZERO
102000         MOVE SPACES TO ORGRPT-RECORD
102100         MOVE 'EXCEPTIONS NOT LISTED (TABLE FULL)' TO OQ-LABEL
102200         MOVE WS-EXC-DROPPED TO OQ-COUNT
102300         PERFORM 8200-PRINT-REPORT-LINE
102400             THRU 8200-PRINT-REPORT-LINE-EXIT
102500     END-IF.
102600 5000-PRINT-EXCEPTIONS-EXIT.
102700     EXIT.
102800 
102900*****************************************************************
103000* 5100-PRINT-ONE-EXCEPTION - PRINT ONE TABLED EXCEPTION.
103100*****************************************************************
103200 5100-PRINT-ONE-EXCEPTION.
103300     MOVE SPACES TO ORGRPT-RECORD.
103400     MOVE WS-EX-EMPL-ID (WS-EXC-IDX)   TO OJ-EMPL-ID.
103500     MOVE WS-EX-NAME (WS-EXC-IDX)      TO OJ-NAME.
103600     MOVE WS-EX-DEPT (WS-EXC-IDX)      TO OJ-DEPT.
103700     MOVE WS-EX-SUPV-ID (WS-EXC-IDX)   TO OJ-SUPV-ID.
103800     MOVE WS-EX-SUPV-NAME (WS-EXC-IDX) TO OJ-SUPV-NAME.
103900     MOVE WS-EX-REASON (WS-EXC-IDX)    TO OJ-REASON.
104000     PERFORM 8200-PRINT-REPORT-LINE
104100         THRU 8200-PRINT-REPORT-LINE-EXIT.
104200 5100-PRINT-ONE-EXCEPTION-EXIT.
104300     EXIT.
104400 
104500*****************************************************************
104600* 8000-FINALIZE - PRINT THE COUNTS. ENDS RC 4 WHEN THERE IS ANY
104700* SUPERVISOR EXCEPTION, AND WARNS THE COUNT TO THE AUDIT TRAIL.
104800*****************************************************************
104900 8000-FINALIZE.
105000     MOVE SPACES TO ORGRPT-RECORD.
105100     PERFORM 8200-PRINT-REPORT-LINE
105200         THRU 8200-PRINT-REPORT-LINE-EXIT.
105300     MOVE SPACES TO ORGRPT-RECORD.
105400     MOVE 'EMPLOYEES ON MASTER'      TO OQ-LABEL.
105500     MOVE WS-MAST-COUNT              TO OQ-COUNT.
105600     PERFORM 8200-PRINT-REPORT-LINE
105700         THRU 8200-PRINT-REPORT-LINE-EXIT.
105800     MOVE SPACES TO ORGRPT-RECORD.
105900     MOVE 'EMPLOYEES CHARTED'        TO OQ-LABEL.
106000     MOVE WS-CHARTED-COUNT           TO OQ-COUNT.
106100     PERFORM 8200-PRINT-REPORT-LINE
106200         THRU 8200-PRINT-REPORT-LINE-EXIT.
106300     MOVE SPACES TO ORGRPT-RECORD.
106400     MOVE 'RELATIONSHIPS READ'       TO OQ-LABEL.
106500     MOVE WS-SUPV-READ-COUNT         TO OQ-COUNT.
106600     PERFORM 8200-PRINT-REPORT-LINE
106700         THRU 8200-PRINT-REPORT-LINE-EXIT.
106800     MOVE SPACES TO ORGRPT-RECORD.
106900     MOVE 'SUPERVISOR EXCEPTIONS'    TO OQ-LABEL.
107000     MOVE WS-EXC-TOTAL               TO OQ-COUNT.
107100     PERFORM 8200-PRINT-REPORT-LINE
107200         THRU 8200-PRINT-REPORT-LINE-EXIT.
107300     DISPLAY 'ORGCHART - EMPLOYEES ' WS-MAST-COUNT
107400             ' CHARTED ' WS-CHARTED-COUNT
107500             ' RELATIONSHIPS ' WS-SUPV-READ-COUNT
107600             ' EXCEPTIONS ' WS-EXC-TOTAL.
107700     IF WS-EXC-TOTAL > ZERO
107800         MOVE 'SUPERVISOR CHECK'  TO AL-OPERATION
107900         MOVE ZERO                TO AL-SQLCODE
108000         MOVE 'SUPV EXCEPTIONS'   TO AL-MESSAGE
108100         MOVE 'W' TO AL-SEVERITY
108200         PERFORM WRITE-AUDIT-LOG
108300             THRU WRITE-AUDIT-LOG-EXIT
108400         MOVE 4 TO RETURN-CODE
108500     END-IF.
108600 8000-FINALIZE-EXIT.
108700     EXIT.
108800 
108900*****************************************************************
109000* 8200-PRINT-REPORT-LINE - SEND THE LINE SITTING IN
109100* ORGRPT-RECORD OUT THROUGH THE SHARED RPTWRTR PAGINATOR AND
109200* WRITE WHATEVER PRINT LINES COME BACK.
109300*****************************************************************
109400 8200-PRINT-REPORT-LINE.
109500     MOVE ORGRPT-RECORD TO WS-RW-DETAIL-LINE.
109600     MOVE 'D' TO WS-RW-FUNCTION.
109700     CALL 'RPTWRTR' USING WS-RPTWRTR-PARM.
109800     PERFORM 8210-WRITE-RPT-OUT-LINES
109900         THRU 8210-WRITE-RPT-OUT-LINES-EXIT.
110000 8200-PRINT-REPORT-LINE-EXIT.
110100     EXIT.
110200 
110300*****************************************************************
110400* 8210-WRITE-RPT-OUT-LINES - WRITE THE PRINT LINES THE LAST
110500* RPTWRTR CALL HANDED BACK, IN ORDER.
110600*****************************************************************
110700 8210-WRITE-RPT-OUT-LINES.
110800     PERFORM 8220-WRITE-ONE-RPT-LINE
110900         THRU 8220-WRITE-ONE-RPT-LINE-EXIT
111000         VARYING WS-RW-WRITE-IDX FROM 1 BY 1
111100         UNTIL WS-RW-WRITE-IDX > WS-RW-OUT-COUNT.
111200 8210-WRITE-RPT-OUT-LINES-EXIT.
111300     EXIT.
111400 
111500*****************************************************************
111600* 8220-WRITE-ONE-RPT-LINE - WRITE ONE RETURNED PRINT LINE.
111700*****************************************************************
111800 8220-WRITE-ONE-RPT-LINE.
111900     WRITE ORGRPT-RECORD
112000         FROM WS-RW-OUT-LINE (WS-RW-WRITE-IDX).
112100 8220-WRITE-ONE-RPT-LINE-EXIT.
112200     EXIT.
112300 
112400*****************************************************************
112500* LOAD-DEPT-TABLE / LOOK-UP-DEPT - SHARED DEPARTMENT REFERENCE
112600* LOOKUP, COPIED FROM DEPTLKP.CPY. SEE THE COPYBOOK FOR DETAILS.
112700*****************************************************************
112800     COPY DEPTLKP.
112900 
113000*****************************************************************
113100* WRITE-AUDIT-LOG - SHARED AUDIT LOG WRITE, COPIED FROM
113200* AUDLOG.CPY. SEE THE COPYBOOK FOR DETAILS.
113300*****************************************************************
113400     COPY AUDLOG.
