000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    COMMCALC.
000300 AUTHOR.        D BUDZOWSKI.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* MODIFICATION HISTORY
000900* DATE       INIT DESCRIPTION
001000* ---------- ---- ------------------------------------------
001100* 2026-10-15 DB   INITIAL VERSION - SALES COMMISSION RUN, ONCE
001200*                 EACH PAY CYCLE AHEAD OF PAYINTF. TOTALS EACH
001300*                 EMPLOYEE'S S1ORDCOU ORDERS (ORD_AMOUNT) WITH AN
001400*                 ORD_DATE INSIDE THE PAY PERIOD, THE OWNING
001500*                 EMPLOYEE BEING THE FIRST FIVE BYTES OF C_BQ AS
001600*                 IN RECONCIL AND DEPTROLL, AND WORKS THE
001700*                 COMMISSION OFF THE COMMRATE TIERED RATE
001800*                 SCHEDULE (COMMREF.CPY) FOR THE EMPLOYEE'S PAY
001900*                 GRADE -- EACH TIER'S RATE ON THE SLICE OF SALES
002000*                 THAT FALLS IN IT. PRINTS A COMMISSION STATEMENT
002100*                 PER EMPLOYEE ON THE COMMRPT REPORT (COMMRPT.CPY)
002200*                 AND WRITES THE COMMISSION TO THE COMMPAY FILE
002300*                 (COMMREC.CPY) THAT PAYINTF PAYS AS SUPPLEMENTAL
002400*                 EARNINGS. ORDERS FOR AN EMPLOYEE WHO IS NOT ON
002500*                 THE EMPEXTR EXTRACT (THE RECONCIL ORPHANS), IS
002600*                 TERMINATED OR NOT ACTIVE, OR HAS NO SCHEDULE
002700*                 FOR THE GRADE ARE HELD OUT, LISTED ON THE
002800*                 REPORT, WARNED TO THE AUDIT TRAIL, AND NOT PAID.
002810* 2026-10-15 DB   THE DEFAULT PAY PERIOD NOW STARTS THE DAY AFTER
002820*                 THE LAST PAYFILE SENT (THE IFREGF INTERFACE
002830*                 REGISTRY) INSTEAD OF THE FIRST OF THE MONTH --
002840*                 PAYROLL IS BIWEEKLY, AND THE MONTH-TO-DATE
002850*                 WINDOW PAID THE FIRST PERIOD'S ORDERS AGAIN IN
002860*                 THE SECOND. NO PAYFILE ON THE REGISTRY, OR ONE
002870*                 ALREADY SENT FOR THE TO DATE, FAILS THE STEP
002880*                 UNLESS THE PARM GIVES THE FROM DATE.
002900*****************************************************************
003000 
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT EMPEXTR-FILE ASSIGN TO EMPEXTR
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS WS-EXTR-STATUS.
003700     SELECT COMMRATE-FILE ASSIGN TO COMMRATE
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-COMMRATE-STATUS.
004000     SELECT COMMPAY-FILE ASSIGN TO COMMPAY
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-COMMPAY-STATUS.
004300     SELECT COMMRPT-FILE ASSIGN TO COMMRPT
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-AUDIT-STATUS.
004800 
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  EMPEXTR-FILE
005200     RECORDING MODE IS F
005300     RECORD CONTAINS 80 CHARACTERS
005400     LABEL RECORDS ARE STANDARD.
005500     COPY EMPREC.
005600     COPY EXTCTL.
005700 
005800 FD  COMMRATE-FILE
005900     RECORDING MODE IS F
006000     RECORD CONTAINS 80 CHARACTERS
006100     LABEL RECORDS ARE STANDARD.
006200     COPY COMMREF.
006300 
006400 FD  COMMPAY-FILE
006500     RECORDING MODE IS F
006600     RECORD CONTAINS 80 CHARACTERS
006700     LABEL RECORDS ARE STANDARD.
006800     COPY COMMREC.
006900 
007000 FD  COMMRPT-FILE
007100     RECORDING MODE IS F
007200     RECORD CONTAINS 132 CHARACTERS
007300     LABEL RECORDS ARE STANDARD.
007400     COPY COMMRPT.
007500 
007600 FD  AUDIT-LOG-FILE
007700     RECORDING MODE IS F
007800     RECORD CONTAINS 80 CHARACTERS
007900     LABEL RECORDS ARE STANDARD.
008000     COPY AUDREC.
008100 
008200 WORKING-STORAGE SECTION.
008300 01  WS-EXTR-STATUS               PIC X(02).
008400 01  WS-COMMRATE-STATUS           PIC X(02).
008500 01  WS-COMMPAY-STATUS            PIC X(02).
008600 01  WS-AUDIT-STATUS              PIC X(02).
008700 01  WS-EMPEXTR-EOF-SW            PIC X(01)  VALUE 'N'.
008800     88  WS-EMPEXTR-EOF                      VALUE 'Y'.
008900 01  WS-COMMRATE-EOF-SW           PIC X(01)  VALUE 'N'.
009000     88  WS-COMMRATE-EOF                     VALUE 'Y'.
009100 01  WS-ORDER-EOF-SW              PIC X(01)  VALUE 'N'.
009200     88  WS-ORDER-EOF                        VALUE 'Y'.
009300 01  WS-MATCH-FOUND-SW            PIC X(01)  VALUE 'N'.
009400     88  WS-MATCH-FOUND                      VALUE 'Y'.
009500 01  WS-TRAILER-SEEN-SW           PIC X(01)  VALUE 'N'.
009600     88  WS-TRAILER-SEEN                     VALUE 'Y'.
009700 01  WS-GROUP-OPEN-SW             PIC X(01)  VALUE 'N'.
009800     88  WS-GROUP-OPEN                       VALUE 'Y'.
009900 01  WS-GROUP-HELD-SW             PIC X(01)  VALUE 'N'.
010000     88  WS-GROUP-HELD                       VALUE 'Y'.
010100 01  WS-TIER-DONE-SW              PIC X(01)  VALUE 'N'.
010200     88  WS-TIER-DONE                        VALUE 'Y'.
010300 01  WS-TRAILER-COUNT             PIC 9(07)  VALUE ZERO.
010400 
010500 01  WS-TIER-COUNT                PIC 9(03)  VALUE ZERO.
010600 01  WS-TIER-CAPACITY             PIC 9(03)  VALUE 200.
010700 01  WS-TIER-IDX                  PIC 9(03)  VALUE ZERO.
010800 01  WS-TIER-FIRST-IDX            PIC 9(03)  VALUE ZERO.
010900 01  WS-TIER-NEXT-IDX             PIC 9(03)  VALUE ZERO.
011000 01  WS-MATCH-GRADE               PIC X(02)  VALUE SPACES.
011100 01  WS-PREV-GRADE                PIC X(02)  VALUE LOW-VALUES.
011200 01  WS-PREV-TIER-FROM            PIC 9(07)V99 VALUE ZERO.
011300 
011400*    ONE ENTRY PER PAY GRADE PER TIER ON THE COMMISSION
011500*    SCHEDULE, IN GRADE AND TIER ORDER AS THE FILE ARRIVES. A
011600*    FEW DOZEN GRADES WITH THREE OR FOUR TIERS EACH FITS IN 200;
011700*    OVERFLOW FAILS THE STEP RATHER THAN PAYING ANYONE OFF A
011800*    PART-LOADED SCHEDULE.
011900 01  WS-TIER-TABLE.
012000     05  WS-TIER-ENTRY OCCURS 200 TIMES.
012100         10  WS-TC-GRADE          PIC X(02).
012200         10  WS-TC-TIER-FROM      PIC 9(07)V99.
012300         10  WS-TC-RATE-PCT       PIC 9(02)V999.
012400         10  WS-TC-DESC           PIC X(20).
012500 
012600 01  WS-EMP-COUNT                 PIC 9(05)  VALUE ZERO.
012700 01  WS-EMP-CAPACITY              PIC 9(05)  VALUE 30000.
012800 01  WS-EMP-PREV-ID               PIC 9(05)  VALUE ZERO.
012900 
013000 01  WS-EMP-TABLE.
013100     05  WS-EMP-ENTRY OCCURS 1 TO 30000 TIMES
013200                       DEPENDING ON WS-EMP-COUNT
013300                       ASCENDING KEY IS WS-TE-EMPL-ID
013400                       INDEXED BY WS-EMP-TAB-IDX.
013500         10  WS-TE-EMPL-ID        PIC 9(05).
013600         10  WS-TE-EMPL-NAME      PIC X(15).
013700         10  WS-TE-EMPL-DEPT      PIC X(04).
013800         10  WS-TE-EMPL-STATUS    PIC X(01).
013900         10  WS-TE-PAY-GRADE      PIC X(02).
014000 
014100 01  WS-PERIOD-FROM               PIC X(10).
014200 01  WS-PERIOD-FROM-R REDEFINES WS-PERIOD-FROM.
014300     05  WS-PF-YYYY               PIC X(04).
014400     05  WS-PF-SEP1               PIC X(01).
014500     05  WS-PF-MM                 PIC X(02).
014600     05  WS-PF-SEP2               PIC X(01).
014700     05  WS-PF-DD                 PIC X(02).
014800 01  WS-PERIOD-TO                 PIC X(10).
014900 01  WS-PERIOD-TO-R REDEFINES WS-PERIOD-TO.
015000     05  WS-PT-YYYY               PIC X(04).
015100     05  WS-PT-SEP1               PIC X(01).
015200     05  WS-PT-MM                 PIC X(02).
015300     05  WS-PT-SEP2               PIC X(01).
015400     05  WS-PT-DD                 PIC X(02).
015500 
015506*    THE PERIOD DATE OF THE LAST PAYFILE SENT, AND THE DAY AFTER
015512*    IT, WHERE A DEFAULTED PAY PERIOD STARTS.
015518 01  WS-PAID-THRU-DATE.
015524     05  WS-PTD-YYYY              PIC 9(04).
015530     05  WS-PTD-MM                PIC 9(02).
015536     05  WS-PTD-DD                PIC 9(02).
015542 01  WS-PAID-NEXT-DATE.
015548     05  WS-PND-YYYY              PIC 9(04).
015554     05  WS-PND-MM                PIC 9(02).
015560     05  WS-PND-DD                PIC 9(02).
015566 01  WS-MONTH-DAYS                PIC 9(02).
015572 01  WS-LEAP-REM-4                PIC 9(04).
015578 01  WS-LEAP-REM-100              PIC 9(04).
015584 01  WS-LEAP-REM-400              PIC 9(04).
015590 
015600 01  WS-ORD-ROW.
015700     05  WS-ORD-C-BQ              PIC X(15).
015800     05  WS-ORD-AMOUNT            PIC S9(7)V9(2).
015900     05  WS-ORD-DATE              PIC X(10).
016000 
016100*    THE EMPLOYEE WHOSE ORDERS ARE BEING TOTALLED. ONE GROUP IS
016200*    EVERY ORDER WHOSE C_BQ STARTS WITH THE SAME FIVE BYTES.
016300 01  WS-CURR-EMPL-KEY             PIC X(05)  VALUE SPACES.
016400 01  WS-CURR-EMPL-ID-NUM          PIC 9(05)  VALUE ZERO.
016500 01  WS-CURR-EMPL-NAME            PIC X(15)  VALUE SPACES.
016600 01  WS-CURR-EMPL-DEPT            PIC X(04)  VALUE SPACES.
016700 01  WS-CURR-EMPL-STATUS          PIC X(01)  VALUE SPACES.
016800 01  WS-CURR-PAY-GRADE            PIC X(02)  VALUE SPACES.
016900 01  WS-GRP-ORDER-COUNT           PIC 9(05)  VALUE ZERO.
017000 01  WS-GRP-SALES                 PIC S9(09)V99 VALUE ZERO.
017100 01  WS-GRP-COMMISSION            PIC 9(07)V99 VALUE ZERO.
017200 
017300 01  WS-TIER-CEILING              PIC S9(09)V99 VALUE ZERO.
017400 01  WS-TIER-SLICE                PIC S9(09)V99 VALUE ZERO.
017500 01  WS-TIER-COMMISSION           PIC 9(07)V99 VALUE ZERO.
017600 
017700 01  WS-HOLD-REASON               PIC X(30)  VALUE SPACES.
017800 01  WS-HOLD-MESSAGE              PIC X(20)  VALUE SPACES.
017900 
018000 01  WS-ORDERS-READ-COUNT         PIC 9(07)  VALUE ZERO.
018100 01  WS-SALES-EMP-COUNT           PIC 9(07)  VALUE ZERO.
018200 01  WS-COMMPAY-COUNT             PIC 9(07)  VALUE ZERO.
018300 01  WS-NO-COMM-COUNT             PIC 9(07)  VALUE ZERO.
018400 01  WS-HELD-EMP-COUNT            PIC 9(07)  VALUE ZERO.
018500 01  WS-HELD-ORDER-COUNT          PIC 9(07)  VALUE ZERO.
018600 01  WS-TOTAL-SALES               PIC S9(09)V99 VALUE ZERO.
018700 01  WS-TOTAL-COMMISSION          PIC S9(09)V99 VALUE ZERO.
018800 01  WS-TOTAL-HELD                PIC S9(09)V99 VALUE ZERO.
018900 
019000 01  WS-SYS-DATE.
019100     05  WS-SYS-YYYY              PIC 9(04).
019200     05  WS-SYS-MM                PIC 9(02).
019300     05  WS-SYS-DD                PIC 9(02).
019400 
019500 01  WS-RUN-DATE-EDIT.
019600     05  WS-RD-MM                 PIC 9(02).
019700     05  FILLER                   PIC X(01)  VALUE '/'.
019800     05  WS-RD-DD                 PIC 9(02).
019900     05  FILLER                   PIC X(01)  VALUE '/'.
020000     05  WS-RD-YYYY               PIC 9(04).
020100 
020200 01  WS-RW-WRITE-IDX              PIC 9(01)  VALUE ZERO.
020300 
020400     COPY RPTPARM.
020500 
020510     COPY IFRPARM.
020520 
020600     COPY SQLSW.
020700     EXEC SQL
020800         INCLUDE SQLCA
020900     END-EXEC.
021000 
021100     EXEC SQL
021200         DECLARE COMM-CUR CURSOR FOR
021300            SELECT C_BQ, ORD_AMOUNT, ORD_DATE
021400              FROM S1ORDCOU
021500             WHERE ORD_DATE BETWEEN :WS-PERIOD-FROM
021600                                AND :WS-PERIOD-TO
021700             ORDER BY C_BQ, ORD_DATE
021800     END-EXEC.
021900 
022000 LINKAGE SECTION.
022100 01  LS-PARM.
022200     05  LS-PARM-LEN         PIC S9(04) COMP.
022300     05  LS-PARM-DATA.
022400         10  LS-PARM-FROM-DATE    PIC X(10).
022500         10  LS-PARM-TO-DATE      PIC X(10).
022600 
022700 PROCEDURE DIVISION USING LS-PARM.
022800 
022900 0000-MAINLINE.
023000     OPEN EXTEND AUDIT-LOG-FILE.
023100     MOVE 'COMMCALC' TO AL-PROGRAM.
023200     PERFORM 1000-INITIALIZE
023300         THRU 1000-INITIALIZE-EXIT.
023400     IF WS-ABEND-REQUESTED
023500         GO TO 9999-END-OF-JOB
023600     END-IF.
023700     PERFORM 2000-OPEN-COMM-CUR
023800         THRU 2000-OPEN-COMM-CUR-EXIT.
023900     IF NOT WS-ABEND-REQUESTED
024000         PERFORM 3000-FETCH-COMM-CUR
024100             THRU 3000-FETCH-COMM-CUR-EXIT
024200             UNTIL WS-ORDER-EOF OR WS-ABEND-REQUESTED
024300         PERFORM 4000-CLOSE-COMM-CUR
024400             THRU 4000-CLOSE-COMM-CUR-EXIT
024500     END-IF.
024600     IF NOT WS-ABEND-REQUESTED
024700         PERFORM 8000-FINALIZE
024800             THRU 8000-FINALIZE-EXIT
024900     END-IF.
025000 9999-END-OF-JOB.
025100     CLOSE COMMPAY-FILE.
025200     CLOSE COMMRPT-FILE.
025300     CLOSE AUDIT-LOG-FILE.
025400     STOP RUN.
025500 
025600*****************************************************************
025700* 1000-INITIALIZE - ESTABLISH THE PAY PERIOD, OPEN THE REPORT
025800* AND THE COMMPAY OUTPUT, START THE PAGINATED REPORT, LOAD THE
025900* COMMRATE SCHEDULE, AND LOAD THE EMPEXTR EXTRACT INTO THE
026000* EMPLOYEE TABLE. AN UNREADABLE OR EMPTY SCHEDULE OR EXTRACT,
026100* OR AN EXTRACT THAT FAILS ITS TRAILER CHECK, FAILS THE STEP --
026200* NOBODY IS PAID COMMISSION RATHER THAN SOME.
026300*****************************************************************
026400 1000-INITIALIZE.
026500     OPEN OUTPUT COMMRPT-FILE.
026600     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
026700     MOVE WS-SYS-MM   TO WS-RD-MM.
026800     MOVE WS-SYS-DD   TO WS-RD-DD.
026900     MOVE WS-SYS-YYYY TO WS-RD-YYYY.
027000     PERFORM 1100-SET-PERIOD-DATES
027100         THRU 1100-SET-PERIOD-DATES-EXIT.
027200     IF WS-ABEND-REQUESTED
027300         GO TO 1000-INITIALIZE-EXIT
027400     END-IF.
027500     MOVE SPACES TO COMMRPT-RECORD.
027600     MOVE 'PAY PERIOD'       TO CP-LABEL.
027700     MOVE WS-PERIOD-FROM     TO CP-FROM-DATE.
027800     MOVE ' THRU '           TO CP-THRU-LABEL.
027900     MOVE WS-PERIOD-TO       TO CP-TO-DATE.
028000     MOVE COMMRPT-RECORD     TO WS-RW-HEADING-LINE.
028100     MOVE 'SALES COMMISSION STATEMENTS' TO WS-RW-TITLE-TEXT.
028200     MOVE WS-RUN-DATE-EDIT   TO WS-RW-RUN-DATE.
028300     MOVE 60 TO WS-RW-LINES-PER-PAGE.
028400     MOVE 'I' TO WS-RW-FUNCTION.
028500     CALL 'RPTWRTR' USING WS-RPTWRTR-PARM.
028600     PERFORM 8210-WRITE-RPT-OUT-LINES
028700         THRU 8210-WRITE-RPT-OUT-LINES-EXIT.
028800 
028900     OPEN OUTPUT COMMPAY-FILE.
029000     IF WS-COMMPAY-STATUS NOT = '00'
029100         DISPLAY 'COMMCALC - ERROR OPENING COMMPAY, STATUS '
029200                 WS-COMMPAY-STATUS
029300         MOVE 'OPEN COMMPAY'      TO AL-OPERATION
029400         MOVE ZERO                TO AL-SQLCODE
029500         MOVE 'OPEN FAILED'       TO AL-MESSAGE
029600         MOVE 'S' TO AL-SEVERITY
029700         PERFORM WRITE-AUDIT-LOG
029800             THRU WRITE-AUDIT-LOG-EXIT
029900         MOVE 16 TO RETURN-CODE
030000         MOVE 'Y' TO WS-ABEND-SW
030100         GO TO 1000-INITIALIZE-EXIT
030200     END-IF.
030300 
030400     OPEN INPUT COMMRATE-FILE.
030500     IF WS-COMMRATE-STATUS NOT = '00'
030600         DISPLAY 'COMMCALC - ERROR OPENING COMMRATE, STATUS '
030700                 WS-COMMRATE-STATUS
030800         MOVE 'OPEN COMMRATE'     TO AL-OPERATION
030900         MOVE ZERO                TO AL-SQLCODE
031000         MOVE 'OPEN FAILED'       TO AL-MESSAGE
031100         MOVE 'S' TO AL-SEVERITY
031200         PERFORM WRITE-AUDIT-LOG
031300             THRU WRITE-AUDIT-LOG-EXIT
031400         MOVE 16 TO RETURN-CODE
031500         MOVE 'Y' TO WS-ABEND-SW
031600         GO TO 1000-INITIALIZE-EXIT
031700     END-IF.
031800     PERFORM 1200-LOAD-TIER-TABLE
031900         THRU 1200-LOAD-TIER-TABLE-EXIT
032000         UNTIL WS-COMMRATE-EOF OR WS-ABEND-REQUESTED.
032100     CLOSE COMMRATE-FILE.
032200     IF WS-ABEND-REQUESTED
032300         GO TO 1000-INITIALIZE-EXIT
032400     END-IF.
032500     IF WS-TIER-COUNT = ZERO
032600         DISPLAY 'COMMCALC - COMMRATE IS EMPTY, ABENDING'
032700         MOVE 'LOAD TIER TABLE'   TO AL-OPERATION
032800         MOVE ZERO                TO AL-SQLCODE
032900         MOVE 'EMPTY SCHEDULE'    TO AL-MESSAGE
033000         MOVE 'S' TO AL-SEVERITY
033100         PERFORM WRITE-AUDIT-LOG
033200             THRU WRITE-AUDIT-LOG-EXIT
033300         MOVE 16 TO RETURN-CODE
033400         MOVE 'Y' TO WS-ABEND-SW
033500         GO TO 1000-INITIALIZE-EXIT
033600     END-IF.
033700 
033800     OPEN INPUT EMPEXTR-FILE.
033900     IF WS-EXTR-STATUS NOT = '00'
034000         DISPLAY 'COMMCALC - ERROR OPENING EMPEXTR, STATUS '
034100                 WS-EXTR-STATUS
034200         MOVE 'OPEN EMPEXTR'      TO AL-OPERATION
034300         MOVE ZERO                TO AL-SQLCODE
034400         MOVE 'OPEN FAILED'       TO AL-MESSAGE
034500         MOVE 'S' TO AL-SEVERITY
034600         PERFORM WRITE-AUDIT-LOG
034700             THRU WRITE-AUDIT-LOG-EXIT
034800         MOVE 16 TO RETURN-CODE
034900         MOVE 'Y' TO WS-ABEND-SW
035000         GO TO 1000-INITIALIZE-EXIT
035100     END-IF.
035200     PERFORM 1300-LOAD-EMP-TABLE
035300         THRU 1300-LOAD-EMP-TABLE-EXIT
035400         UNTIL WS-EMPEXTR-EOF.
035500     CLOSE EMPEXTR-FILE.
035600     IF WS-ABEND-REQUESTED
035700         GO TO 1000-INITIALIZE-EXIT
035800     END-IF.
035900     IF WS-EMP-COUNT = ZERO
036000         DISPLAY 'COMMCALC - EMPEXTR EXTRACT IS EMPTY, ABENDING'
036100         MOVE 'LOAD EMP TABLE'    TO AL-OPERATION
036200         MOVE ZERO                TO AL-SQLCODE
036300         MOVE 'EMPTY EXTRACT'     TO AL-MESSAGE
036400         MOVE 'S' TO AL-SEVERITY
036500         PERFORM WRITE-AUDIT-LOG
036600             THRU WRITE-AUDIT-LOG-EXIT
036700         MOVE 16 TO RETURN-CODE
036800         MOVE 'Y' TO WS-ABEND-SW
036900         GO TO 1000-INITIALIZE-EXIT
037000     END-IF.
037100     PERFORM 1360-VERIFY-EXTRACT-TRAILER
037200         THRU 1360-VERIFY-EXTRACT-TRAILER-EXIT.
037300 1000-INITIALIZE-EXIT.
037400     EXIT.
037500 
037600*****************************************************************
037700* 1100-SET-PERIOD-DATES - ESTABLISH THE PAY PERIOD WHOSE ORDERS
037800* ARE COMMISSIONED. THE PARM IS THE FIRST AND LAST ORDER DATE OF
037900* THE PERIOD, YYYY-MM-DDYYYY-MM-DD. A MISSING, BLANK, OR
038000* ALL-ZERO DATE DEFAULTS -- THE DAY AFTER THE LAST PAY PERIOD
038100* PAID FOR THE FROM DATE (1150-DEFAULT-PERIOD-FROM), THE RUN
038200* DATE FOR THE TO DATE, WHICH IS PAYINTF'S DEFAULT PERIOD DATE.
038210* A DATE THAT DOES NOT PARSE, OR A FROM DATE AFTER THE TO DATE,
038220* FAILS THE STEP.
038300*****************************************************************
038400 1100-SET-PERIOD-DATES.
038500     MOVE SPACES      TO WS-PERIOD-FROM.
039000     MOVE WS-SYS-YYYY TO WS-PT-YYYY.
039100     MOVE '-'         TO WS-PT-SEP1.
039200     MOVE WS-SYS-MM   TO WS-PT-MM.
039300     MOVE '-'         TO WS-PT-SEP2.
039400     MOVE WS-SYS-DD   TO WS-PT-DD.
039500     IF LS-PARM-LEN NOT = ZERO
039600         IF LS-PARM-FROM-DATE NOT = SPACES
039610                 AND LS-PARM-FROM-DATE NOT = '0000000000'
039620             MOVE LS-PARM-FROM-DATE TO WS-PERIOD-FROM
039630         END-IF
039640         IF LS-PARM-LEN NOT < 20
039650                 AND LS-PARM-TO-DATE NOT = SPACES
039660                 AND LS-PARM-TO-DATE NOT = '0000000000'
039670             MOVE LS-PARM-TO-DATE TO WS-PERIOD-TO
039680         END-IF
039700     END-IF.
039800     IF WS-PERIOD-FROM = SPACES
039900         PERFORM 1150-DEFAULT-PERIOD-FROM
040000             THRU 1150-DEFAULT-PERIOD-FROM-EXIT
040010         IF WS-ABEND-REQUESTED
040020             GO TO 1100-SET-PERIOD-DATES-EXIT
040030         END-IF
040100     END-IF.
040700     IF WS-PF-YYYY NOT NUMERIC
040800             OR WS-PF-MM NOT NUMERIC
040900             OR WS-PF-DD NOT NUMERIC
041000             OR WS-PF-SEP1 NOT = '-'
041100             OR WS-PF-SEP2 NOT = '-'
041200             OR WS-PT-YYYY NOT NUMERIC
041300             OR WS-PT-MM NOT NUMERIC
041400             OR WS-PT-DD NOT NUMERIC
041500             OR WS-PT-SEP1 NOT = '-'
041600             OR WS-PT-SEP2 NOT = '-'
041700         DISPLAY 'COMMCALC - BAD PAY PERIOD PARM '
041800                 LS-PARM-DATA ', ABENDING'
041900         MOVE 'SET PERIOD DATES'  TO AL-OPERATION
042000         MOVE ZERO                TO AL-SQLCODE
042100         MOVE 'BAD PERIOD PARM'   TO AL-MESSAGE
042200         MOVE 'S' TO AL-SEVERITY
042300         PERFORM WRITE-AUDIT-LOG
042400             THRU WRITE-AUDIT-LOG-EXIT
042500         MOVE 16 TO RETURN-CODE
042600         MOVE 'Y' TO WS-ABEND-SW
042700         GO TO 1100-SET-PERIOD-DATES-EXIT
042800     END-IF.
042900     IF WS-PERIOD-FROM > WS-PERIOD-TO
043000         DISPLAY 'COMMCALC - PERIOD FROM ' WS-PERIOD-FROM
043100                 ' IS AFTER PERIOD TO ' WS-PERIOD-TO
043200                 ', ABENDING'
043300         MOVE 'SET PERIOD DATES'  TO AL-OPERATION
043400         MOVE ZERO                TO AL-SQLCODE
043500         MOVE 'PERIOD REVERSED'   TO AL-MESSAGE
043600         MOVE 'S' TO AL-SEVERITY
043700         PERFORM WRITE-AUDIT-LOG
043800             THRU WRITE-AUDIT-LOG-EXIT
043900         MOVE 16 TO RETURN-CODE
044000         MOVE 'Y' TO WS-ABEND-SW
044100     END-IF.
044200 1100-SET-PERIOD-DATES-EXIT.
044300     EXIT.
044400 
044401*****************************************************************
044402* 1150-DEFAULT-PERIOD-FROM - WITH NO FROM DATE IN THE PARM THE
044403* PERIOD STARTS THE DAY AFTER THE LAST ONE PAID: THE PERIOD DATE
044404* OF THE LATEST PAYFILE PAYINTF RECORDED ON THE IFREGF INTERFACE
044405* REGISTRY (AS GLFEED FINDS ITS BATCH DATE). PAYROLL IS BIWEEKLY,
044406* SO ANY CALENDAR DEFAULT WOULD PAY SOME ORDERS TWICE OR NEVER.
044407* A REGISTRY THAT CANNOT BE READ, NO PAYFILE ON IT (THE FIRST
044408* RUN), OR A PAYFILE ALREADY SENT FOR THE TO DATE (A RERUN)
044409* FAILS THE STEP -- THE PERIOD MUST THEN BE GIVEN IN THE PARM.
044410*****************************************************************
044411 1150-DEFAULT-PERIOD-FROM.
044412     MOVE 'COMMCALC'          TO WS-IF-PROGRAM.
044413     MOVE 'L'                 TO WS-IF-FUNCTION.
044414     MOVE 'PAYFILE'           TO WS-IF-INTERFACE.
044415     MOVE 'O'                 TO WS-IF-DIRECTION.
044416     CALL 'IFREG' USING WS-IFREG-PARM.
044417     IF WS-IF-UNAVAILABLE
044418         DISPLAY 'COMMCALC - IFREGF UNREADABLE, STATUS '
044419                 WS-IF-FILE-STATUS ', ABENDING'
044420         MOVE 'IFREGF UNREADABLE' TO AL-MESSAGE
044421         GO TO 1190-PERIOD-NOT-SET
044422     END-IF.
044423     IF NOT WS-IF-CLEAR
044424         DISPLAY 'COMMCALC - NO PAYFILE ON THE INTERFACE '
044425                 'REGISTRY, GIVE THE PERIOD IN THE PARM, '
044426                 'ABENDING'
044427         MOVE 'NO PAID-THRU DATE' TO AL-MESSAGE
044428         GO TO 1190-PERIOD-NOT-SET
044429     END-IF.
044430     MOVE WS-IF-PRIOR-BUS-DATE TO WS-PAID-THRU-DATE.
044431     PERFORM 1400-NEXT-CALENDAR-DAY
044432         THRU 1400-NEXT-CALENDAR-DAY-EXIT.
044433     MOVE WS-PND-YYYY TO WS-PF-YYYY.
044434     MOVE '-'         TO WS-PF-SEP1.
044435     MOVE WS-PND-MM   TO WS-PF-MM.
044436     MOVE '-'         TO WS-PF-SEP2.
044437     MOVE WS-PND-DD   TO WS-PF-DD.
044438     IF WS-PERIOD-FROM NOT > WS-PERIOD-TO
044439         GO TO 1150-DEFAULT-PERIOD-FROM-EXIT
044440     END-IF.
044441     DISPLAY 'COMMCALC - PAYFILE ALREADY SENT FOR '
044442             WS-IF-PRIOR-BUS-DATE ', GIVE THE PERIOD IN THE '
044443             'PARM, ABENDING'.
044444     MOVE 'PERIOD ALREADY PAID' TO AL-MESSAGE.
044445 1190-PERIOD-NOT-SET.
044446     MOVE 'SET PERIOD DATES'  TO AL-OPERATION.
044447     MOVE ZERO                TO AL-SQLCODE.
044448     MOVE 'S' TO AL-SEVERITY.
044449     PERFORM WRITE-AUDIT-LOG
044450         THRU WRITE-AUDIT-LOG-EXIT.
044451     MOVE 16 TO RETURN-CODE.
044452     MOVE 'Y' TO WS-ABEND-SW.
044453 1150-DEFAULT-PERIOD-FROM-EXIT.
044454     EXIT.
044455 
044500*****************************************************************
044600* 1200-LOAD-TIER-TABLE - LOAD ONE COMMISSION SCHEDULE TIER. THE
044700* TIER ARITHMETIC TAKES EACH TIER'S CEILING FROM THE NEXT ENTRY
044800* FOR THE SAME GRADE, SO THE FILE MUST BE IN ASCENDING GRADE
044900* ORDER WITH EACH GRADE'S TIERS IN ASCENDING CR-TIER-FROM ORDER;
045000* A SCHEDULE OUT OF THAT ORDER FAILS THE STEP.
045100*****************************************************************
045200 1200-LOAD-TIER-TABLE.
045300     READ COMMRATE-FILE
045400         AT END
045500             MOVE 'Y' TO WS-COMMRATE-EOF-SW
045600             GO TO 1200-LOAD-TIER-TABLE-EXIT
045700     END-READ.
045800     IF WS-TIER-COUNT >= WS-TIER-CAPACITY
045900         DISPLAY 'COMMCALC - TIER TABLE FULL, ABENDING'
046000         MOVE 'LOAD TIER TABLE'   TO AL-OPERATION
046100         MOVE ZERO                TO AL-SQLCODE
046200         MOVE 'TIER TABLE FULL'   TO AL-MESSAGE
046300         MOVE 'S' TO AL-SEVERITY
046400         PERFORM WRITE-AUDIT-LOG
046500             THRU WRITE-AUDIT-LOG-EXIT
046600         MOVE 16 TO RETURN-CODE
046700         MOVE 'Y' TO WS-ABEND-SW
046800         GO TO 1200-LOAD-TIER-TABLE-EXIT
046900     END-IF.
047000     IF CR-PAY-GRADE < WS-PREV-GRADE
047100             OR (CR-PAY-GRADE = WS-PREV-GRADE
047200                 AND CR-TIER-FROM NOT > WS-PREV-TIER-FROM)
047300         DISPLAY 'COMMCALC - COMMRATE OUT OF SEQUENCE AT GRADE '
047400                 CR-PAY-GRADE ' TIER ' CR-TIER-FROM
047500                 ', ABENDING'
047600         MOVE 'LOAD TIER TABLE'   TO AL-OPERATION
047700         MOVE ZERO                TO AL-SQLCODE
047800         MOVE 'OUT OF SEQUENCE'   TO AL-MESSAGE
047900         MOVE 'S' TO AL-SEVERITY
048000         PERFORM WRITE-AUDIT-LOG
048100             THRU WRITE-AUDIT-LOG-EXIT
048200         MOVE 16 TO RETURN-CODE
048300         MOVE 'Y' TO WS-ABEND-SW
048400         GO TO 1200-LOAD-TIER-TABLE-EXIT
048500     END-IF.
048600     ADD 1 TO WS-TIER-COUNT.
048700     MOVE CR-PAY-GRADE  TO WS-TC-GRADE (WS-TIER-COUNT).
048800     MOVE CR-TIER-FROM  TO WS-TC-TIER-FROM (WS-TIER-COUNT).
048900     MOVE CR-RATE-PCT   TO WS-TC-RATE-PCT (WS-TIER-COUNT).
049000     MOVE CR-DESC       TO WS-TC-DESC (WS-TIER-COUNT).
049100     MOVE CR-PAY-GRADE  TO WS-PREV-GRADE.
049200     MOVE CR-TIER-FROM  TO WS-PREV-TIER-FROM.
049300 1200-LOAD-TIER-TABLE-EXIT.
049400     EXIT.
049500 
049600*****************************************************************
049700* 1300-LOAD-EMP-TABLE - READ ONE EMPEXTR RECORD AND CARRY IT
049800* INTO THE WORKING-STORAGE EMPLOYEE TABLE, NOTING THE HEADER AND
049900* TRAILER CONTROL RECORDS ON THE WAY.
050000*****************************************************************
050100 1300-LOAD-EMP-TABLE.
050200     READ EMPEXTR-FILE
050300         AT END
050400             MOVE 'Y' TO WS-EMPEXTR-EOF-SW
050500         NOT AT END
050600             EVALUATE TRUE
050700                 WHEN XH-HEADER-REC
050800                     PERFORM 1350-CHECK-EXTRACT-HEADER
050900                         THRU 1350-CHECK-EXTRACT-HEADER-EXIT
051000                 WHEN XT-TRAILER-REC
051100                     MOVE 'Y' TO WS-TRAILER-SEEN-SW
051200                     MOVE XT-RECORD-COUNT TO WS-TRAILER-COUNT
051300                 WHEN OTHER
051400                     PERFORM 1320-ADD-EMP-ENTRY
051500                         THRU 1320-ADD-EMP-ENTRY-EXIT
051600             END-EVALUATE
051700     END-READ.
051800 1300-LOAD-EMP-TABLE-EXIT.
051900     EXIT.
052000 
052100*****************************************************************
052200* 1320-ADD-EMP-ENTRY - CARRY ONE DETAIL RECORD'S EMPLOYEE ID,
052300* NAME, DEPARTMENT, STATUS, AND PAY GRADE INTO THE NEXT TABLE
052400* ENTRY. THE TABLE IS SEARCHED WITH SEARCH ALL, SO THE LOAD
052500* ENFORCES CAPACITY AND ASCENDING ER-EMPL-ID ORDER AS RECONCIL
052600* DOES; EITHER VIOLATION FAILS THE STEP.
052700*****************************************************************
052800 1320-ADD-EMP-ENTRY.
052900     IF WS-EMP-COUNT >= WS-EMP-CAPACITY
053000         DISPLAY 'COMMCALC - EMPLOYEE TABLE CAPACITY '
053100                 WS-EMP-CAPACITY ' EXCEEDED, ABENDING'
053200         MOVE 'LOAD EMP TABLE'    TO AL-OPERATION
053300         MOVE ZERO                TO AL-SQLCODE
053400         MOVE 'TABLE CAPACITY'    TO AL-MESSAGE
053500         MOVE 'S' TO AL-SEVERITY
053600         PERFORM WRITE-AUDIT-LOG
053700             THRU WRITE-AUDIT-LOG-EXIT
053800         MOVE 16 TO RETURN-CODE
053900         MOVE 'Y' TO WS-ABEND-SW
054000         MOVE 'Y' TO WS-EMPEXTR-EOF-SW
054100         GO TO 1320-ADD-EMP-ENTRY-EXIT
054200     END-IF.
054300     IF ER-EMPL-ID NOT > WS-EMP-PREV-ID
054400         DISPLAY 'COMMCALC - EMPEXTR OUT OF SEQUENCE AT ID '
054500                 ER-EMPL-ID ' AFTER ' WS-EMP-PREV-ID
054600                 ', ABENDING'
054700         MOVE 'LOAD EMP TABLE'    TO AL-OPERATION
054800         MOVE ZERO                TO AL-SQLCODE
054900         MOVE 'OUT OF SEQUENCE'   TO AL-MESSAGE
055000         MOVE 'S' TO AL-SEVERITY
055100         PERFORM WRITE-AUDIT-LOG
055200             THRU WRITE-AUDIT-LOG-EXIT
055300         MOVE 16 TO RETURN-CODE
055400         MOVE 'Y' TO WS-ABEND-SW
055500         MOVE 'Y' TO WS-EMPEXTR-EOF-SW
055600         GO TO 1320-ADD-EMP-ENTRY-EXIT
055700     END-IF.
055800     ADD 1 TO WS-EMP-COUNT.
055900     SET WS-EMP-TAB-IDX TO WS-EMP-COUNT.
056000     MOVE ER-EMPL-ID        TO WS-TE-EMPL-ID (WS-EMP-TAB-IDX).
056100     MOVE ER-EMPL-NAME      TO WS-TE-EMPL-NAME (WS-EMP-TAB-IDX).
056200     MOVE ER-EMPL-DEPT      TO WS-TE-EMPL-DEPT (WS-EMP-TAB-IDX).
056300     MOVE ER-EMPL-STATUS
056400         TO WS-TE-EMPL-STATUS (WS-EMP-TAB-IDX).
056500     MOVE ER-EMPL-PAY-GRADE TO WS-TE-PAY-GRADE (WS-EMP-TAB-IDX).
056600     MOVE ER-EMPL-ID        TO WS-EMP-PREV-ID.
056700 1320-ADD-EMP-ENTRY-EXIT.
056800     EXIT.
056900 
057000*****************************************************************
057100* 1350-CHECK-EXTRACT-HEADER - AN EXTRACT FLAGGED SNAPSHOT-
057200* SOURCED IS WARNED ON SYSOUT, THE REPORT, AND THE AUDIT TRAIL.
057300* THE RUN CARRIES ON, BUT PAYROLL NEEDS TO KNOW THE EMPLOYEE
057400* STATUSES ORDERS WERE HELD ON CAME FROM YESTERDAY'S SNAPSHOT.
057500*****************************************************************
057600 1350-CHECK-EXTRACT-HEADER.
057700     IF XH-SOURCE-SNAPSHOT
057800         DISPLAY 'COMMCALC - WARNING: EMPEXTR IS SNAPSHOT-'
057900                 'SOURCED (EMPSNAP FALLBACK), RUN DATE '
058000                 XH-RUN-DATE
058100         MOVE SPACES              TO COMMRPT-RECORD
058200         MOVE '** WARNING **'     TO CH-C-BQ
058300         MOVE 'EXTRACT IS SNAPSHOT-SOURCED' TO CH-REASON
058400         PERFORM 8200-PRINT-REPORT-LINE
058500             THRU 8200-PRINT-REPORT-LINE-EXIT
058600         MOVE 'CHECK EXTRACT HEADER' TO AL-OPERATION
058700         MOVE ZERO                TO AL-SQLCODE
058800         MOVE 'SNAPSHOT SOURCED'  TO AL-MESSAGE
058900         MOVE 'W' TO AL-SEVERITY
059000         PERFORM WRITE-AUDIT-LOG
059100             THRU WRITE-AUDIT-LOG-EXIT
059200     END-IF.
059300 1350-CHECK-EXTRACT-HEADER-EXIT.
059400     EXIT.
059500 
059600*****************************************************************
059700* 1360-VERIFY-EXTRACT-TRAILER - A MISSING TRAILER, OR A TRAILER
059800* COUNT THAT DISAGREES WITH THE DETAILS LOADED, MEANS AN
059900* INCOMPLETE EXTRACT. ORDERS WOULD BE HELD AS UNKNOWN FOR
060000* EMPLOYEES WHO ARE MERELY MISSING FROM IT, SO THE STEP FAILS.
060100*****************************************************************
060200 1360-VERIFY-EXTRACT-TRAILER.
060300     IF NOT WS-TRAILER-SEEN
060400         DISPLAY 'COMMCALC - EMPEXTR HAS NO TRAILER RECORD, '
060500                 'EXTRACT IS INCOMPLETE, ABENDING'
060600         MOVE 'VERIFY EXTRACT TRAILER' TO AL-OPERATION
060700         MOVE ZERO                TO AL-SQLCODE
060800         MOVE 'NO TRAILER'        TO AL-MESSAGE
060900         MOVE 'S' TO AL-SEVERITY
061000         PERFORM WRITE-AUDIT-LOG
061100             THRU WRITE-AUDIT-LOG-EXIT
061200         MOVE 16 TO RETURN-CODE
061300         MOVE 'Y' TO WS-ABEND-SW
061400         GO TO 1360-VERIFY-EXTRACT-TRAILER-EXIT
061500     END-IF.
061600     IF WS-TRAILER-COUNT NOT = WS-EMP-COUNT
061700         DISPLAY 'COMMCALC - EMPEXTR TRAILER COUNT '
061800                 WS-TRAILER-COUNT ' DISAGREES WITH '
061900                 WS-EMP-COUNT ' DETAILS READ, ABENDING'
062000         MOVE 'VERIFY EXTRACT TRAILER' TO AL-OPERATION
062100         MOVE ZERO                TO AL-SQLCODE
062200         MOVE 'TRAILER MISMATCH'  TO AL-MESSAGE
062300         MOVE 'S' TO AL-SEVERITY
062400         PERFORM WRITE-AUDIT-LOG
062500             THRU WRITE-AUDIT-LOG-EXIT
062600         MOVE 16 TO RETURN-CODE
062700         MOVE 'Y' TO WS-ABEND-SW
062800     END-IF.
062900 1360-VERIFY-EXTRACT-TRAILER-EXIT.
063000     EXIT.
063100 
063101*****************************************************************
063102* 1400-NEXT-CALENDAR-DAY - THE CALENDAR DAY AFTER THE PAID-THRU
063103* DATE. PLAIN GREGORIAN MONTH LENGTHS WITH THE CENTURY LEAP
063104* RULE, THE SAME PARAGRAPH AS AUDALERT'S.
063105*****************************************************************
063106 1400-NEXT-CALENDAR-DAY.
063107     MOVE WS-PAID-THRU-DATE TO WS-PAID-NEXT-DATE.
063108     EVALUATE WS-PTD-MM
063109         WHEN 01
063110         WHEN 03
063111         WHEN 05
063112         WHEN 07
063113         WHEN 08
063114         WHEN 10
063115         WHEN 12
063116             MOVE 31 TO WS-MONTH-DAYS
063117         WHEN 04
063118         WHEN 06
063119         WHEN 09
063120         WHEN 11
063121             MOVE 30 TO WS-MONTH-DAYS
063122         WHEN 02
063123             MOVE 28 TO WS-MONTH-DAYS
063124             DIVIDE WS-PTD-YYYY BY 4 GIVING WS-LEAP-REM-4
063125                 REMAINDER WS-LEAP-REM-4
063126             DIVIDE WS-PTD-YYYY BY 100 GIVING WS-LEAP-REM-100
063127                 REMAINDER WS-LEAP-REM-100
063128             DIVIDE WS-PTD-YYYY BY 400 GIVING WS-LEAP-REM-400
063129                 REMAINDER WS-LEAP-REM-400
063130             IF WS-LEAP-REM-400 = ZERO
063131                 MOVE 29 TO WS-MONTH-DAYS
063132             ELSE
063133                 IF WS-LEAP-REM-4 = ZERO
063134                         AND WS-LEAP-REM-100 NOT = ZERO
063135                     MOVE 29 TO WS-MONTH-DAYS
063136                 END-IF
063137             END-IF
063138     END-EVALUATE.
063139     IF WS-PTD-DD < WS-MONTH-DAYS
063140         COMPUTE WS-PND-DD = WS-PTD-DD + 1
063141     ELSE
063142         MOVE 01 TO WS-PND-DD
063143         IF WS-PTD-MM < 12
063144             COMPUTE WS-PND-MM = WS-PTD-MM + 1
063145         ELSE
063146             MOVE 01 TO WS-PND-MM
063147             COMPUTE WS-PND-YYYY = WS-PTD-YYYY + 1
063148         END-IF
063149     END-IF.
063150 1400-NEXT-CALENDAR-DAY-EXIT.
063151     EXIT.
063152 
063200*****************************************************************
063300* 2000-OPEN-COMM-CUR - OPEN THE PAY-PERIOD ORDER CURSOR.
063400*****************************************************************
063500 2000-OPEN-COMM-CUR.
063600     MOVE 'OPEN COMM-CUR' TO WS-SQL-OPERATION.
063700     EXEC SQL
063800         OPEN COMM-CUR
063900     END-EXEC.
064000     PERFORM SQL-ERROR-CHECK
064100         THRU SQL-ERROR-CHECK-EXIT.
064200 2000-OPEN-COMM-CUR-EXIT.
064300     EXIT.
064400 
064500*****************************************************************
064600* 3000-FETCH-COMM-CUR - FETCH ONE ORDER IN THE PAY PERIOD. THE
064700* CURSOR RUNS IN C_BQ ORDER, SO EACH EMPLOYEE'S ORDERS ARRIVE
064800* TOGETHER; A CHANGE IN THE FIRST FIVE BYTES OF C_BQ CLOSES THE
064900* LAST EMPLOYEE'S STATEMENT AND OPENS THE NEXT. AN ORDER FOR AN
065000* EMPLOYEE WHO IS BEING HELD OUT IS LISTED, NOT TOTALLED.
065100*****************************************************************
065200 3000-FETCH-COMM-CUR.
065300     MOVE 'FETCH COMM-CUR' TO WS-SQL-OPERATION.
065400     EXEC SQL
065500         FETCH COMM-CUR
065600            INTO :WS-ORD-C-BQ, :WS-ORD-AMOUNT, :WS-ORD-DATE
065700     END-EXEC.
065800     PERFORM SQL-ERROR-CHECK
065900         THRU SQL-ERROR-CHECK-EXIT.
066000     IF SQLCODE = 100
066100         MOVE 'Y' TO WS-ORDER-EOF-SW
066200         IF WS-GROUP-OPEN
066300             PERFORM 3500-CLOSE-EMPLOYEE-GROUP
066400                 THRU 3500-CLOSE-EMPLOYEE-GROUP-EXIT
066500         END-IF
066600         GO TO 3000-FETCH-COMM-CUR-EXIT
066700     END-IF.
066800     IF SQLCODE NOT = ZERO
066900         GO TO 3000-FETCH-COMM-CUR-EXIT
067000     END-IF.
067100     ADD 1 TO WS-ORDERS-READ-COUNT.
067200     IF WS-GROUP-OPEN
067300             AND WS-ORD-C-BQ (1:5) NOT = WS-CURR-EMPL-KEY
067400         PERFORM 3500-CLOSE-EMPLOYEE-GROUP
067500             THRU 3500-CLOSE-EMPLOYEE-GROUP-EXIT
067600     END-IF.
067700     IF NOT WS-GROUP-OPEN
067800         PERFORM 3100-OPEN-EMPLOYEE-GROUP
067900             THRU 3100-OPEN-EMPLOYEE-GROUP-EXIT
068000     END-IF.
068100     IF WS-GROUP-HELD
068200         PERFORM 3900-LIST-HELD-ORDER
068300             THRU 3900-LIST-HELD-ORDER-EXIT
068400         GO TO 3000-FETCH-COMM-CUR-EXIT
068500     END-IF.
068600     ADD 1             TO WS-GRP-ORDER-COUNT.
068700     ADD WS-ORD-AMOUNT TO WS-GRP-SALES.
068800 3000-FETCH-COMM-CUR-EXIT.
068900     EXIT.
069000 
069100*****************************************************************
069200* 3100-OPEN-EMPLOYEE-GROUP - START A NEW EMPLOYEE'S ORDERS: FIND
069300* THE EMPLOYEE ON THE EXTRACT TABLE AND THE COMMISSION SCHEDULE
069400* FOR THE GRADE. AN ID THAT IS NOT NUMERIC OR NOT ON THE EXTRACT
069500* (A RECONCIL ORPHAN), AN EMPLOYEE WHO IS TERMINATED OR NOT
069600* ACTIVE (PAYINTF PAYS ONLY ACTIVE EMPLOYEES), OR A GRADE WITH
069700* NO SCHEDULE AND NO '**' DEFAULT HOLDS THE WHOLE GROUP OUT.
069800*****************************************************************
069900 3100-OPEN-EMPLOYEE-GROUP.
070000     MOVE 'Y' TO WS-GROUP-OPEN-SW.
070100     MOVE 'N' TO WS-GROUP-HELD-SW.
070200     MOVE WS-ORD-C-BQ (1:5) TO WS-CURR-EMPL-KEY.
070300     MOVE SPACES TO WS-CURR-EMPL-NAME.
070400     MOVE SPACES TO WS-CURR-EMPL-DEPT.
070500     MOVE SPACES TO WS-CURR-EMPL-STATUS.
070600     MOVE SPACES TO WS-CURR-PAY-GRADE.
070700     MOVE ZERO   TO WS-GRP-ORDER-COUNT.
070800     MOVE ZERO   TO WS-GRP-SALES.
070900     MOVE ZERO   TO WS-GRP-COMMISSION.
071000     MOVE ZERO   TO WS-TIER-FIRST-IDX.
071100     IF WS-CURR-EMPL-KEY NOT NUMERIC
071200         MOVE 'C_BQ CARRIES NO EMPLOYEE ID' TO WS-HOLD-REASON
071300         MOVE 'NO EMPLOYEE ID'    TO WS-HOLD-MESSAGE
071400         PERFORM 3150-HOLD-EMPLOYEE-GROUP
071500             THRU 3150-HOLD-EMPLOYEE-GROUP-EXIT
071600         GO TO 3100-OPEN-EMPLOYEE-GROUP-EXIT
071700     END-IF.
071800     MOVE WS-CURR-EMPL-KEY TO WS-CURR-EMPL-ID-NUM.
071900     MOVE 'N' TO WS-MATCH-FOUND-SW.
072000     SEARCH ALL WS-EMP-ENTRY
072100         AT END
072200             CONTINUE
072300         WHEN WS-TE-EMPL-ID (WS-EMP-TAB-IDX)
072400                 = WS-CURR-EMPL-ID-NUM
072500             MOVE 'Y' TO WS-MATCH-FOUND-SW
072600     END-SEARCH.
072700     IF NOT WS-MATCH-FOUND
072800         MOVE 'NO MATCHING EMPLOYEE IN EMPEXTR' TO WS-HOLD-REASON
072900         MOVE 'ORPHANED C_BQ'     TO WS-HOLD-MESSAGE
073000         PERFORM 3150-HOLD-EMPLOYEE-GROUP
073100             THRU 3150-HOLD-EMPLOYEE-GROUP-EXIT
073200         GO TO 3100-OPEN-EMPLOYEE-GROUP-EXIT
073300     END-IF.
073400     MOVE WS-TE-EMPL-NAME (WS-EMP-TAB-IDX)   TO WS-CURR-EMPL-NAME.
073500     MOVE WS-TE-EMPL-DEPT (WS-EMP-TAB-IDX)   TO WS-CURR-EMPL-DEPT.
073600     MOVE WS-TE-EMPL-STATUS (WS-EMP-TAB-IDX)
073700         TO WS-CURR-EMPL-STATUS.
073800     MOVE WS-TE-PAY-GRADE (WS-EMP-TAB-IDX)   TO WS-CURR-PAY-GRADE.
073900     IF WS-CURR-EMPL-STATUS = 'T'
074000         MOVE 'EMPLOYEE TERMINATED' TO WS-HOLD-REASON
074100         MOVE 'TERMINATED EMPLOYEE' TO WS-HOLD-MESSAGE
074200         PERFORM 3150-HOLD-EMPLOYEE-GROUP
074300             THRU 3150-HOLD-EMPLOYEE-GROUP-EXIT
074400         GO TO 3100-OPEN-EMPLOYEE-GROUP-EXIT
074500     END-IF.
074600     IF WS-CURR-EMPL-STATUS NOT = 'A'
074700         MOVE 'EMPLOYEE NOT ACTIVE' TO WS-HOLD-REASON
074800         MOVE 'EMPLOYEE NOT ACTIVE' TO WS-HOLD-MESSAGE
074900         PERFORM 3150-HOLD-EMPLOYEE-GROUP
075000             THRU 3150-HOLD-EMPLOYEE-GROUP-EXIT
075100         GO TO 3100-OPEN-EMPLOYEE-GROUP-EXIT
075200     END-IF.
075300     MOVE WS-CURR-PAY-GRADE TO WS-MATCH-GRADE.
075400     PERFORM 3200-FIND-FIRST-TIER
075500         THRU 3200-FIND-FIRST-TIER-EXIT.
075600     IF WS-TIER-FIRST-IDX = ZERO
075700         MOVE '**' TO WS-MATCH-GRADE
075800         PERFORM 3200-FIND-FIRST-TIER
075900             THRU 3200-FIND-FIRST-TIER-EXIT
076000     END-IF.
076100     IF WS-TIER-FIRST-IDX = ZERO
076200         MOVE 'NO COMMISSION SCHEDULE FOR GRADE'
076300             TO WS-HOLD-REASON
076400         MOVE 'NO COMMISSION TIER' TO WS-HOLD-MESSAGE
076500         PERFORM 3150-HOLD-EMPLOYEE-GROUP
076600             THRU 3150-HOLD-EMPLOYEE-GROUP-EXIT
076700     END-IF.
076800 3100-OPEN-EMPLOYEE-GROUP-EXIT.
076900     EXIT.
077000 
077100*****************************************************************
077200* 3150-HOLD-EMPLOYEE-GROUP - HOLD THIS EMPLOYEE'S ORDERS OUT OF
077300* THE RUN WITH WS-HOLD-REASON, WARNING THE AUDIT TRAIL ONCE PER
077400* EMPLOYEE WITH WS-HOLD-MESSAGE. EACH ORDER IS THEN LISTED AS
077500* IT IS FETCHED.
077600*****************************************************************
077700 3150-HOLD-EMPLOYEE-GROUP.
077800     MOVE 'Y' TO WS-GROUP-HELD-SW.
077900     ADD 1 TO WS-HELD-EMP-COUNT.
078000     MOVE 'CALC COMMISSION'   TO AL-OPERATION.
078100     MOVE ZERO                TO AL-SQLCODE.
078200     MOVE WS-HOLD-MESSAGE     TO AL-MESSAGE.
078300     MOVE 'W' TO AL-SEVERITY.
078400     PERFORM WRITE-AUDIT-LOG
078500         THRU WRITE-AUDIT-LOG-EXIT.
078600 3150-HOLD-EMPLOYEE-GROUP-EXIT.
078700     EXIT.
078800 
078900*****************************************************************
079000* 3200-FIND-FIRST-TIER - FIND THE FIRST (LOWEST) SCHEDULE TIER
079100* FOR WS-MATCH-GRADE. WS-TIER-FIRST-IDX COMES BACK ZERO WHEN
079200* THE GRADE HAS NO TIERS.
079300*****************************************************************
079400 3200-FIND-FIRST-TIER.
079500     MOVE ZERO TO WS-TIER-FIRST-IDX.
079600     PERFORM 3210-MATCH-TIER-GRADE
079700         THRU 3210-MATCH-TIER-GRADE-EXIT
079800         VARYING WS-TIER-IDX FROM 1 BY 1
079900         UNTIL WS-TIER-IDX > WS-TIER-COUNT
080000             OR WS-TIER-FIRST-IDX NOT = ZERO.
080100 3200-FIND-FIRST-TIER-EXIT.
080200     EXIT.
080300 
080400*****************************************************************
080500* 3210-MATCH-TIER-GRADE - KEEP ONE SCHEDULE ENTRY WHEN IT IS FOR
080600* THE GRADE BEING LOOKED UP.
080700*****************************************************************
080800 3210-MATCH-TIER-GRADE.
080900     IF WS-TC-GRADE (WS-TIER-IDX) = WS-MATCH-GRADE
081000         MOVE WS-TIER-IDX TO WS-TIER-FIRST-IDX
081100     END-IF.
081200 3210-MATCH-TIER-GRADE-EXIT.
081300     EXIT.
081400 
081500*****************************************************************
081600* 3500-CLOSE-EMPLOYEE-GROUP - THE EMPLOYEE'S LAST ORDER IS IN.
081700* A HELD EMPLOYEE'S ORDERS HAVE ALREADY BEEN LISTED. OTHERWISE
081800* PRINT THE STATEMENT -- HEADER, ONE LINE PER TIER THE SALES
081900* REACHED, AND THE COMMISSION PAYABLE -- AND PASS A COMMISSION
082000* ABOVE ZERO TO PAYINTF ON COMMPAY. NET SALES OF ZERO OR LESS
082100* (RETURNS AND CREDITS) OR BELOW THE FIRST TIER EARN NOTHING.
082200*****************************************************************
082300 3500-CLOSE-EMPLOYEE-GROUP.
082400     MOVE 'N' TO WS-GROUP-OPEN-SW.
082500     IF WS-GROUP-HELD
082600         GO TO 3500-CLOSE-EMPLOYEE-GROUP-EXIT
082700     END-IF.
082800     ADD 1 TO WS-SALES-EMP-COUNT.
082900     ADD WS-GRP-SALES TO WS-TOTAL-SALES.
083000     MOVE SPACES TO COMMRPT-RECORD.
083100     MOVE WS-CURR-EMPL-KEY      TO CS-EMPL-ID.
083200     MOVE WS-CURR-EMPL-NAME     TO CS-EMPL-NAME.
083300     MOVE WS-CURR-EMPL-DEPT     TO CS-DEPT.
083400     MOVE WS-CURR-PAY-GRADE     TO CS-GRADE.
083500     MOVE 'ORDERS '             TO CS-ORDERS-LABEL.
083600     MOVE WS-GRP-ORDER-COUNT    TO CS-ORDER-COUNT.
083700     MOVE 'SALES '              TO CS-SALES-LABEL.
083800     MOVE WS-GRP-SALES          TO CS-SALES-TOTAL.
083900     PERFORM 8200-PRINT-REPORT-LINE
084000         THRU 8200-PRINT-REPORT-LINE-EXIT.
084100     MOVE ZERO TO WS-GRP-COMMISSION.
084200     MOVE 'N'  TO WS-TIER-DONE-SW.
084300     IF WS-GRP-SALES > ZERO
084400         PERFORM 3600-APPLY-TIER
084500             THRU 3600-APPLY-TIER-EXIT
084600             VARYING WS-TIER-IDX FROM WS-TIER-FIRST-IDX BY 1
084700             UNTIL WS-TIER-IDX > WS-TIER-COUNT
084800                 OR WS-TIER-DONE
084900     END-IF.
085000     MOVE SPACES TO COMMRPT-RECORD.
085100     MOVE 'COMMISSION PAYABLE'  TO CE-LABEL.
085200     MOVE WS-GRP-COMMISSION     TO CE-COMMISSION.
085300     PERFORM 8200-PRINT-REPORT-LINE
085400         THRU 8200-PRINT-REPORT-LINE-EXIT.
085500     MOVE SPACES TO COMMRPT-RECORD.
085600     PERFORM 8200-PRINT-REPORT-LINE
085700         THRU 8200-PRINT-REPORT-LINE-EXIT.
085800     IF WS-GRP-COMMISSION = ZERO
085900         ADD 1 TO WS-NO-COMM-COUNT
086000         GO TO 3500-CLOSE-EMPLOYEE-GROUP-EXIT
086100     END-IF.
086200     MOVE SPACES TO COMMPAY-RECORD.
086300     MOVE WS-CURR-EMPL-KEY      TO CM-EMPL-ID.
086400     MOVE WS-CURR-EMPL-NAME     TO CM-EMPL-NAME.
086500     MOVE WS-CURR-EMPL-DEPT     TO CM-EMPL-DEPT.
086600     MOVE WS-CURR-PAY-GRADE     TO CM-PAY-GRADE.
086700     MOVE WS-PERIOD-FROM        TO CM-PERIOD-FROM.
086800     MOVE WS-PERIOD-TO          TO CM-PERIOD-TO.
086900     MOVE WS-GRP-ORDER-COUNT    TO CM-ORDER-COUNT.
087000     MOVE WS-GRP-SALES          TO CM-SALES-TOTAL.
087100     MOVE WS-GRP-COMMISSION     TO CM-COMMISSION.
087200     WRITE COMMPAY-RECORD.
087300     IF WS-COMMPAY-STATUS NOT = '00'
087400         DISPLAY 'COMMCALC - COMMPAY WRITE FOR EMP '
087500                 WS-CURR-EMPL-KEY ' FAILED, STATUS '
087600                 WS-COMMPAY-STATUS
087700         MOVE 'WRITE COMMPAY'     TO AL-OPERATION
087800         MOVE ZERO                TO AL-SQLCODE
087900         MOVE 'WRITE FAILED'      TO AL-MESSAGE
088000         MOVE 'S' TO AL-SEVERITY
088100         PERFORM WRITE-AUDIT-LOG
088200             THRU WRITE-AUDIT-LOG-EXIT
088300         MOVE 16 TO RETURN-CODE
088400         MOVE 'Y' TO WS-ABEND-SW
088500         GO TO 3500-CLOSE-EMPLOYEE-GROUP-EXIT
088600     END-IF.
088700     ADD 1 TO WS-COMMPAY-COUNT.
088800     ADD WS-GRP-COMMISSION TO WS-TOTAL-COMMISSION.
088900 3500-CLOSE-EMPLOYEE-GROUP-EXIT.
089000     EXIT.
089100 
089200*****************************************************************
089300* 3600-APPLY-TIER - PAY ONE TIER'S RATE ON THE SLICE OF THE
089400* EMPLOYEE'S SALES FROM THE TIER'S FLOOR UP TO THE NEXT TIER'S
089500* FLOOR FOR THE SAME GRADE (OR UP TO THE SALES TOTAL, FOR THE
089600* TOP TIER OR WHEN THE SALES STOP SHORT OF THE NEXT TIER), AND
089700* PRINT THE TIER LINE. A TIER FOR ANOTHER GRADE, OR ONE WHOSE
089800* FLOOR THE SALES DID NOT PASS, ENDS THE STATEMENT'S TIERS.
089900*****************************************************************
090000 3600-APPLY-TIER.
090100     IF WS-TC-GRADE (WS-TIER-IDX) NOT = WS-MATCH-GRADE
090200         MOVE 'Y' TO WS-TIER-DONE-SW
090300         GO TO 3600-APPLY-TIER-EXIT
090400     END-IF.
090500     IF WS-TC-TIER-FROM (WS-TIER-IDX) NOT < WS-GRP-SALES
090600         MOVE 'Y' TO WS-TIER-DONE-SW
090700         GO TO 3600-APPLY-TIER-EXIT
090800     END-IF.
090900     MOVE WS-GRP-SALES TO WS-TIER-CEILING.
091000     MOVE WS-TIER-IDX  TO WS-TIER-NEXT-IDX.
091100     ADD 1 TO WS-TIER-NEXT-IDX.
091200     IF WS-TIER-NEXT-IDX NOT > WS-TIER-COUNT
091300         IF WS-TC-GRADE (WS-TIER-NEXT-IDX) = WS-MATCH-GRADE
091400                 AND WS-TC-TIER-FROM (WS-TIER-NEXT-IDX)
091500                     < WS-TIER-CEILING
091600             MOVE WS-TC-TIER-FROM (WS-TIER-NEXT-IDX)
091700                 TO WS-TIER-CEILING
091800         END-IF
091900     END-IF.
092000     COMPUTE WS-TIER-SLICE =
092100             WS-TIER-CEILING - WS-TC-TIER-FROM (WS-TIER-IDX).
092200     COMPUTE WS-TIER-COMMISSION ROUNDED =
092300             WS-TIER-SLICE * WS-TC-RATE-PCT (WS-TIER-IDX) / 100.
092400     ADD WS-TIER-COMMISSION TO WS-GRP-COMMISSION.
092500     MOVE SPACES TO COMMRPT-RECORD.
092600     MOVE WS-TC-DESC (WS-TIER-IDX)     TO CT-DESC.
092700     MOVE 'ON '                        TO CT-SLICE-LABEL.
092800     MOVE WS-TIER-SLICE                TO CT-SLICE.
092900     MOVE ' AT '                       TO CT-AT-LABEL.
093000     MOVE WS-TC-RATE-PCT (WS-TIER-IDX) TO CT-RATE.
093100     MOVE ' PCT'                       TO CT-PCT-LABEL.
093200     MOVE WS-TIER-COMMISSION           TO CT-COMMISSION.
093300     PERFORM 8200-PRINT-REPORT-LINE
093400         THRU 8200-PRINT-REPORT-LINE-EXIT.
093500 3600-APPLY-TIER-EXIT.
093600     EXIT.
093700 
093800*****************************************************************
093900* 3900-LIST-HELD-ORDER - LIST ONE ORDER HELD OUT OF THE RUN WITH
094000* THE REASON ITS EMPLOYEE WAS HELD. HELD ORDERS ARE NOT PAID AND
094100* DO NOT REACH COMMPAY.
094200*****************************************************************
094300 3900-LIST-HELD-ORDER.
094400     ADD 1 TO WS-HELD-ORDER-COUNT.
094500     ADD WS-ORD-AMOUNT TO WS-TOTAL-HELD.
094600     MOVE SPACES TO COMMRPT-RECORD.
094700     MOVE WS-ORD-C-BQ       TO CH-C-BQ.
094800     MOVE WS-CURR-EMPL-KEY  TO CH-EMPL-ID.
094900     MOVE WS-ORD-DATE       TO CH-ORD-DATE.
095000     MOVE WS-ORD-AMOUNT     TO CH-AMOUNT.
095100     MOVE WS-HOLD-REASON    TO CH-REASON.
095200     PERFORM 8200-PRINT-REPORT-LINE
095300         THRU 8200-PRINT-REPORT-LINE-EXIT.
095400 3900-LIST-HELD-ORDER-EXIT.
095500     EXIT.
095600 
095700*****************************************************************
095800* 4000-CLOSE-COMM-CUR - CLOSE THE PAY-PERIOD ORDER CURSOR.
095900*****************************************************************
096000 4000-CLOSE-COMM-CUR.
096100     MOVE 'CLOSE COMM-CUR' TO WS-SQL-OPERATION.
096200     EXEC SQL
096300         CLOSE COMM-CUR
096400     END-EXEC.
096500     PERFORM SQL-ERROR-CHECK
096600         THRU SQL-ERROR-CHECK-EXIT.
096700 4000-CLOSE-COMM-CUR-EXIT.
096800     EXIT.
096900 
097000*****************************************************************
097100* 8000-FINALIZE - PRINT THE CONTROL COUNTS AND AMOUNTS PAYROLL
097200* BALANCES THE COMMPAY FILE AGAINST. ENDS RC 4 WHEN ANY ORDERS
097300* WERE HELD OUT, SO THE HELD LIST GETS WORKED.
097400*****************************************************************
097500 8000-FINALIZE.
097600     MOVE SPACES TO COMMRPT-RECORD.
097700     PERFORM 8200-PRINT-REPORT-LINE
097800         THRU 8200-PRINT-REPORT-LINE-EXIT.
097900     MOVE SPACES TO COMMRPT-RECORD.
098000     MOVE 'ORDERS IN PERIOD'           TO CG-LABEL.
098100     MOVE WS-ORDERS-READ-COUNT         TO CG-COUNT.
098200     PERFORM 8200-PRINT-REPORT-LINE
098300         THRU 8200-PRINT-REPORT-LINE-EXIT.
098400     MOVE SPACES TO COMMRPT-RECORD.
098500     MOVE 'EMPLOYEES WITH STATEMENTS'  TO CG-LABEL.
098600     MOVE WS-SALES-EMP-COUNT           TO CG-COUNT.
098700     PERFORM 8200-PRINT-REPORT-LINE
098800         THRU 8200-PRINT-REPORT-LINE-EXIT.
098900     MOVE SPACES TO COMMRPT-RECORD.
099000     MOVE 'COMMISSIONS PASSED TO PAY'  TO CG-LABEL.
099100     MOVE WS-COMMPAY-COUNT             TO CG-COUNT.
099200     PERFORM 8200-PRINT-REPORT-LINE
099300         THRU 8200-PRINT-REPORT-LINE-EXIT.
099400     MOVE SPACES TO COMMRPT-RECORD.
099500     MOVE 'NO COMMISSION EARNED'       TO CG-LABEL.
099600     MOVE WS-NO-COMM-COUNT             TO CG-COUNT.
099700     PERFORM 8200-PRINT-REPORT-LINE
099800         THRU 8200-PRINT-REPORT-LINE-EXIT.
099900     MOVE SPACES TO COMMRPT-RECORD.
100000     MOVE 'EMPLOYEES HELD OUT'         TO CG-LABEL.
100100     MOVE WS-HELD-EMP-COUNT            TO CG-COUNT.
100200     PERFORM 8200-PRINT-REPORT-LINE
100300         THRU 8200-PRINT-REPORT-LINE-EXIT.
100400     MOVE SPACES TO COMMRPT-RECORD.
100500     MOVE 'ORDERS HELD OUT'            TO CG-LABEL.
100600     MOVE WS-HELD-ORDER-COUNT          TO CG-COUNT.
100700     PERFORM 8200-PRINT-REPORT-LINE
100800         THRU 8200-PRINT-REPORT-LINE-EXIT.
100900     MOVE SPACES TO COMMRPT-RECORD.
101000     MOVE 'SALES COMMISSIONED'         TO CA-LABEL.
101100     MOVE WS-TOTAL-SALES               TO CA-AMOUNT.
101200     PERFORM 8200-PRINT-REPORT-LINE
101300         THRU 8200-PRINT-REPORT-LINE-EXIT.
101400     MOVE SPACES TO COMMRPT-RECORD.
101500     MOVE 'TOTAL COMMISSION'           TO CA-LABEL.
101600     MOVE WS-TOTAL-COMMISSION          TO CA-AMOUNT.
101700     PERFORM 8200-PRINT-REPORT-LINE
101800         THRU 8200-PRINT-REPORT-LINE-EXIT.
101900     MOVE SPACES TO COMMRPT-RECORD.
102000     MOVE 'SALES HELD OUT, NOT PAID'   TO CA-LABEL.
102100     MOVE WS-TOTAL-HELD                TO CA-AMOUNT.
102200     PERFORM 8200-PRINT-REPORT-LINE
102300         THRU 8200-PRINT-REPORT-LINE-EXIT.
102400     DISPLAY 'COMMCALC - PERIOD ' WS-PERIOD-FROM
102500             ' THRU ' WS-PERIOD-TO
102600             ' PAID ' WS-COMMPAY-COUNT
102700             ' HELD ' WS-HELD-EMP-COUNT.
102800     MOVE 'CALC COMMISSION'   TO AL-OPERATION.
102900     MOVE ZERO                TO AL-SQLCODE.
103000     MOVE WS-COMMPAY-COUNT    TO AL-MESSAGE.
103100     PERFORM WRITE-AUDIT-LOG
103200         THRU WRITE-AUDIT-LOG-EXIT.
103300     IF WS-HELD-EMP-COUNT > ZERO
103400         MOVE 4 TO RETURN-CODE
103500     END-IF.
103600 8000-FINALIZE-EXIT.
103700     EXIT.
103800 
103900*****************************************************************
104000* 8200-PRINT-REPORT-LINE - SEND THE LINE SITTING IN
104100* COMMRPT-RECORD OUT THROUGH THE SHARED RPTWRTR PAGINATOR AND
104200* WRITE WHATEVER PRINT LINES COME BACK (PAGE HEADERS PLUS THE
104300* LINE ITSELF).
104400*****************************************************************
104500 8200-PRINT-REPORT-LINE.
104600     MOVE COMMRPT-RECORD TO WS-RW-DETAIL-LINE.
104700     MOVE 'D' TO WS-RW-FUNCTION.
104800     CALL 'RPTWRTR' USING WS-RPTWRTR-PARM.
104900     PERFORM 8210-WRITE-RPT-OUT-LINES
105000         THRU 8210-WRITE-RPT-OUT-LINES-EXIT.
105100 8200-PRINT-REPORT-LINE-EXIT.
105200     EXIT.
105300 
105400*****************************************************************
105500* 8210-WRITE-RPT-OUT-LINES - WRITE THE PRINT LINES THE LAST
105600* RPTWRTR CALL HANDED BACK, IN ORDER.
105700*****************************************************************
105800 8210-WRITE-RPT-OUT-LINES.
105900     PERFORM 8220-WRITE-ONE-RPT-LINE
106000         THRU 8220-WRITE-ONE-RPT-LINE-EXIT
106100         VARYING WS-RW-WRITE-IDX FROM 1 BY 1
106200         UNTIL WS-RW-WRITE-IDX > WS-RW-OUT-COUNT.
106300 8210-WRITE-RPT-OUT-LINES-EXIT.
106400     EXIT.
106500 
106600*****************************************************************
106700* 8220-WRITE-ONE-RPT-LINE - WRITE ONE RETURNED PRINT LINE.
106800*****************************************************************
106900 8220-WRITE-ONE-RPT-LINE.
107000     WRITE COMMRPT-RECORD
107100         FROM WS-RW-OUT-LINE (WS-RW-WRITE-IDX).
107200 8220-WRITE-ONE-RPT-LINE-EXIT.
107300     EXIT.
107400 
107500*****************************************************************
107600* SQL-ERROR-CHECK - SHARED SQLCODE EVALUATION, COPIED FROM
107700* SQLERR.CPY. SEE THE COPYBOOK FOR DETAILS.
107800*****************************************************************
107900     COPY SQLERR.
108000 
108100*****************************************************************
108200* WRITE-AUDIT-LOG - SHARED AUDIT LOG WRITE, COPIED FROM
108300* AUDLOG.CPY. SEE THE COPYBOOK FOR DETAILS.
108400*****************************************************************
108500     COPY AUDLOG.
