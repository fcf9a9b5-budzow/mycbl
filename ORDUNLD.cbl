000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ORDUNLD.
000300 AUTHOR.        D BUDZOWSKI.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* MODIFICATION HISTORY
000900* DATE       INIT DESCRIPTION
001000* ---------- ---- ------------------------------------------
001100* 2026-10-15 DB   INITIAL VERSION - NIGHTLY ORDER UNLOAD. ONE
001200*                 READ-ONLY CURSOR OVER S1ORDCOU, IN C_BQ /
001300*                 ORD_DATE / ORD_AMOUNT ORDER, WRITES EVERY ORDER
001400*                 ROW TO THE ORDEXTR FLAT FILE (ORDXREC.CPY)
001500*                 BETWEEN A HEADER CARRYING THE UNLOAD DATE AND
001600*                 TIME AND A TRAILER CARRYING THE DETAIL COUNT
001700*                 AND THE ORD_AMOUNT TOTAL (ORDXCTL.CPY) -- THE
001800*                 SAME CONTROL-RECORD DISCIPLINE AS EMPEXTR. RUNS
001900*                 RIGHT AFTER THE EMPLOYEE EXTRACT IN THE NIGHTLY
002000*                 CYCLE; ORDSUMM, ORDAGE, DEPTROLL, RECONCIL,
002100*                 AND EMPOINQ READ THE FILE INSTEAD OF OPENING
002200*                 THEIR OWN CURSORS, SO THE NIGHT'S ORDER
002300*                 REPORTS ALL BALANCE TO ONE POINT IN TIME AND
002400*                 ONLY THIS STEP TOUCHES THE ORDER TABLE. AN SQL
002500*                 ERROR OR AN ORDEXTR WRITE FAILURE ENDS THE STEP
002600*                 RC 16 WITHOUT A TRAILER, SO NO READER CAN
002700*                 MISTAKE A HALF-WRITTEN UNLOAD FOR A SMALL ONE.
002800*****************************************************************
002900 
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT ORDEXTR-FILE ASSIGN TO ORDEXTR
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS WS-ORDX-STATUS.
003600     SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS WS-AUDIT-STATUS.
003900 
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  ORDEXTR-FILE
004300     RECORDING MODE IS F
004400     RECORD CONTAINS 80 CHARACTERS
004500     LABEL RECORDS ARE STANDARD.
004600     COPY ORDXREC.
004700     COPY ORDXCTL.
004800 
004900 FD  AUDIT-LOG-FILE
005000     RECORDING MODE IS F
005100     RECORD CONTAINS 80 CHARACTERS
005200     LABEL RECORDS ARE STANDARD.
005300     COPY AUDREC.
005400 
005500 WORKING-STORAGE SECTION.
005600 01  WS-ORDX-STATUS               PIC X(02).
005700 01  WS-AUDIT-STATUS              PIC X(02).
005800 01  WS-ORDER-EOF-SW              PIC X(01)  VALUE 'N'.
005900     88  WS-ORDER-EOF                        VALUE 'Y'.
006000 
006100 01  WS-ORD-ROW.
006200     05  WS-ORD-C-BQ              PIC X(15).
006300     05  WS-ORD-AMOUNT            PIC S9(7)V9(2).
006400     05  WS-ORD-DATE              PIC X(10).
006500 
006600 01  WS-UNLOAD-COUNT              PIC 9(07)  VALUE ZERO.
006700 01  WS-UNLOAD-AMOUNT             PIC S9(11)V99 VALUE ZERO.
006800 01  WS-UNLOAD-DATE               PIC X(08)  VALUE SPACES.
006900 01  WS-UNLOAD-TIME               PIC X(06)  VALUE SPACES.
007000 
007100 01  WS-TOTALS-MSG.
007200     05  FILLER                   PIC X(07)  VALUE 'ORDERS '.
007300     05  WS-TMSG-COUNT            PIC 9(07).
007400     05  FILLER                   PIC X(06)  VALUE SPACES.
007500 
007600     COPY SQLSW.
007700     EXEC SQL
007800         INCLUDE SQLCA
007900     END-EXEC.
008000 
008100     EXEC SQL
008200         DECLARE ORDX-CUR CURSOR FOR
008300            SELECT C_BQ, ORD_AMOUNT, ORD_DATE
008400              FROM S1ORDCOU
008500             ORDER BY C_BQ, ORD_DATE, ORD_AMOUNT
008600             FOR FETCH ONLY
008700     END-EXEC.
008800 
008900 PROCEDURE DIVISION.
009000 
009100 0000-MAINLINE.
009200     OPEN EXTEND AUDIT-LOG-FILE.
009300     MOVE 'ORDUNLD' TO AL-PROGRAM.
009400     PERFORM 1000-INITIALIZE
009500         THRU 1000-INITIALIZE-EXIT.
009600     IF WS-ABEND-REQUESTED
009700         GO TO 9999-END-OF-JOB
009800     END-IF.
009900     PERFORM 2000-OPEN-ORDX-CUR
010000         THRU 2000-OPEN-ORDX-CUR-EXIT.
010100     IF WS-ABEND-REQUESTED
010200         GO TO 9999-END-OF-JOB
010300     END-IF.
010400     PERFORM 3000-FETCH-ORDX-CUR
010500         THRU 3000-FETCH-ORDX-CUR-EXIT
010600         UNTIL WS-ORDER-EOF OR WS-ABEND-REQUESTED.
010700     IF WS-ABEND-REQUESTED
010800         GO TO 9999-END-OF-JOB
010900     END-IF.
011000     PERFORM 4000-CLOSE-ORDX-CUR
011100         THRU 4000-CLOSE-ORDX-CUR-EXIT.
011200     IF NOT WS-ABEND-REQUESTED
011300         PERFORM 8000-FINALIZE
011400             THRU 8000-FINALIZE-EXIT
011500     END-IF.
011600 9999-END-OF-JOB.
011700     CLOSE ORDEXTR-FILE.
011800     CLOSE AUDIT-LOG-FILE.
011900     STOP RUN.
012000 
012100*****************************************************************
012200* 1000-INITIALIZE - OPEN THE UNLOAD FILE AND WRITE THE HEADER
012300* CONTROL RECORD STAMPED WITH THE DATE AND TIME THE UNLOAD RAN.
012400* AN UNOPENABLE ORDEXTR FAILS THE STEP.
012500*****************************************************************
012600 1000-INITIALIZE.
012700     ACCEPT WS-UNLOAD-DATE FROM DATE YYYYMMDD.
012800     ACCEPT WS-UNLOAD-TIME FROM TIME.
012900     OPEN OUTPUT ORDEXTR-FILE.
013000     IF WS-ORDX-STATUS NOT = '00'
013100         DISPLAY 'ORDUNLD - ERROR OPENING ORDEXTR, STATUS '
013200                 WS-ORDX-STATUS ', ABENDING'
013300         MOVE 'OPEN ORDEXTR'      TO AL-OPERATION
013400         MOVE ZERO                TO AL-SQLCODE
013500         MOVE 'OPEN FAILED'       TO AL-MESSAGE
013600         MOVE 'S' TO AL-SEVERITY
013700         PERFORM WRITE-AUDIT-LOG
013800             THRU WRITE-AUDIT-LOG-EXIT
013900         MOVE 16 TO RETURN-CODE
014000         MOVE 'Y' TO WS-ABEND-SW
014100         GO TO 1000-INITIALIZE-EXIT
014200     END-IF.
014300     MOVE SPACES TO ORDEXTR-HEADER.
014400     MOVE 'H'            TO OXH-RECORD-TYPE.
014500     MOVE WS-UNLOAD-DATE TO OXH-RUN-DATE.
014600     MOVE WS-UNLOAD-TIME TO OXH-RUN-TIME.
014700     WRITE ORDEXTR-HEADER.
014800     PERFORM 3900-CHECK-WRITE-STATUS
014900         THRU 3900-CHECK-WRITE-STATUS-EXIT.
015000 1000-INITIALIZE-EXIT.
015100     EXIT.
015200 
015300*****************************************************************
015400* 2000-OPEN-ORDX-CUR - OPEN THE READ-ONLY UNLOAD CURSOR AGAINST
015500* S1ORDCOU.
015600*****************************************************************
015700 2000-OPEN-ORDX-CUR.
015800     MOVE 'OPEN ORDX-CUR' TO WS-SQL-OPERATION.
015900     EXEC SQL
016000         OPEN ORDX-CUR
016100     END-EXEC.
016200     PERFORM SQL-ERROR-CHECK
016300         THRU SQL-ERROR-CHECK-EXIT.
016400 2000-OPEN-ORDX-CUR-EXIT.
016500     EXIT.
016600 
016700*****************************************************************
016800* 3000-FETCH-ORDX-CUR - FETCH ONE ORDER ROW AND WRITE IT TO THE
016900* UNLOAD AS A DETAIL RECORD, ACCUMULATING THE TRAILER COUNT AND
017000* AMOUNT TOTAL.
017100*****************************************************************
017200 3000-FETCH-ORDX-CUR.
017300     MOVE 'FETCH ORDX-CUR' TO WS-SQL-OPERATION.
017400     EXEC SQL
017500         FETCH ORDX-CUR
017600            INTO :WS-ORD-C-BQ, :WS-ORD-AMOUNT, :WS-ORD-DATE
017700     END-EXEC.
017800     PERFORM SQL-ERROR-CHECK
017900         THRU SQL-ERROR-CHECK-EXIT.
018000     IF SQLCODE = 100
018100         MOVE 'Y' TO WS-ORDER-EOF-SW
018200         GO TO 3000-FETCH-ORDX-CUR-EXIT
018300     END-IF.
018400     IF SQLCODE NOT = ZERO
018500         GO TO 3000-FETCH-ORDX-CUR-EXIT
018600     END-IF.
018700     MOVE SPACES        TO ORDEXTR-RECORD.
018800     MOVE 'D'           TO OX-RECORD-TYPE.
018900     MOVE WS-ORD-C-BQ   TO OX-C-BQ.
019000     MOVE WS-ORD-AMOUNT TO OX-ORD-AMOUNT.
019100     MOVE WS-ORD-DATE   TO OX-ORD-DATE.
019200     WRITE ORDEXTR-RECORD.
019300     PERFORM 3900-CHECK-WRITE-STATUS
019400         THRU 3900-CHECK-WRITE-STATUS-EXIT.
019500     ADD 1             TO WS-UNLOAD-COUNT.
019600     ADD WS-ORD-AMOUNT TO WS-UNLOAD-AMOUNT.
019700 3000-FETCH-ORDX-CUR-EXIT.
019800     EXIT.
019900 
020000*****************************************************************
020100* 3900-CHECK-WRITE-STATUS - A FAILED WRITE TO ORDEXTR (OUT OF
020200* SPACE, MOST LIKELY) FAILS THE STEP BEFORE A TRAILER CAN BE
020300* WRITTEN, SO THE READERS REFUSE THE SHORT FILE.
020400*****************************************************************
020500 3900-CHECK-WRITE-STATUS.
020600     IF WS-ORDX-STATUS NOT = '00'
020700         DISPLAY 'ORDUNLD - WRITE TO ORDEXTR FAILED, STATUS '
020800                 WS-ORDX-STATUS ' AFTER ' WS-UNLOAD-COUNT
020900                 ' ORDERS, ABENDING'
021000         MOVE 'WRITE ORDEXTR'     TO AL-OPERATION
021100         MOVE ZERO                TO AL-SQLCODE
021200         MOVE 'WRITE FAILED'      TO AL-MESSAGE
021300         MOVE 'S' TO AL-SEVERITY
021400         PERFORM WRITE-AUDIT-LOG
021500             THRU WRITE-AUDIT-LOG-EXIT
021600         MOVE 16 TO RETURN-CODE
021700         MOVE 'Y' TO WS-ABEND-SW
021800     END-IF.
021900 3900-CHECK-WRITE-STATUS-EXIT.
022000     EXIT.
022100 
022200*****************************************************************
022300* 4000-CLOSE-ORDX-CUR - CLOSE THE UNLOAD CURSOR, RELEASING THE
022400* ORDER TABLE BACK TO THE ORDER DESK.
022500*****************************************************************
022600 4000-CLOSE-ORDX-CUR.
022700     MOVE 'CLOSE ORDX-CUR' TO WS-SQL-OPERATION.
022800     EXEC SQL
022900         CLOSE ORDX-CUR
023000     END-EXEC.
023100     PERFORM SQL-ERROR-CHECK
023200         THRU SQL-ERROR-CHECK-EXIT.
023300 4000-CLOSE-ORDX-CUR-EXIT.
023400     EXIT.
023500 
023600*****************************************************************
023700* 8000-FINALIZE - THE UNLOAD COMPLETED CLEANLY, SO WRITE THE
023800* TRAILER CONTROL RECORD WITH THE DETAIL COUNT AND AMOUNT TOTAL
023900* AND LOG THE COUNT TO SYSOUT AND THE AUDIT TRAIL.
024000*****************************************************************
024100 8000-FINALIZE.
024200     MOVE SPACES TO ORDEXTR-TRAILER.
024300     MOVE 'T'              TO OXT-RECORD-TYPE.
024400     MOVE WS-UNLOAD-COUNT  TO OXT-RECORD-COUNT.
024500     MOVE WS-UNLOAD-AMOUNT TO OXT-AMOUNT-TOTAL.
024600     WRITE ORDEXTR-TRAILER.
024700     PERFORM 3900-CHECK-WRITE-STATUS
024800         THRU 3900-CHECK-WRITE-STATUS-EXIT.
024900     IF WS-ABEND-REQUESTED
025000         GO TO 8000-FINALIZE-EXIT
025100     END-IF.
025200     DISPLAY 'ORDUNLD - ' WS-UNLOAD-COUNT
025300       ' ORDERS UNLOADED AS OF '
025400             WS-UNLOAD-DATE ' ' WS-UNLOAD-TIME ', TOTAL '
025500             WS-UNLOAD-AMOUNT.
025600     MOVE WS-UNLOAD-COUNT  TO WS-TMSG-COUNT.
025700     MOVE 'UNLOAD S1ORDCOU' TO AL-OPERATION.
025800     MOVE ZERO              TO AL-SQLCODE.
025900     MOVE WS-TOTALS-MSG     TO AL-MESSAGE.
026000     PERFORM WRITE-AUDIT-LOG
026100         THRU WRITE-AUDIT-LOG-EXIT.
026200 8000-FINALIZE-EXIT.
026300     EXIT.
026400 
026500*****************************************************************
026600* SQL-ERROR-CHECK - SHARED SQLCODE EVALUATION, COPIED FROM
026700* SQLERR.CPY. SEE THE COPYBOOK FOR DETAILS.
026800*****************************************************************
026900     COPY SQLERR.
027000 
027100*****************************************************************
027200* WRITE-AUDIT-LOG - SHARED AUDIT LOG WRITE, COPIED FROM
027300* AUDLOG.CPY. SEE THE COPYBOOK FOR DETAILS.
027400*****************************************************************
027500     COPY AUDLOG.
