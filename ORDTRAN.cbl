000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ORDTRAN.
000300 AUTHOR.        D BUDZOWSKI.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* MODIFICATION HISTORY
000900* DATE       INIT DESCRIPTION
001000* ---------- ---- ------------------------------------------
001100* 2026-10-15 DB   INITIAL VERSION - ORDER TRANSACTION INTAKE.
001200*                 READS A FILE OF ORDER TRANSACTIONS (ORDTREC.CPY
001300*                 -- 'A' ADD, 'J' ADJUST AMOUNT, 'X' CANCEL),
001400*                 EDITS EACH ONE, AND APPLIES IT TO S1ORDCOU, SO
001500*                 NEW ORDERS, CORRECTIONS, AND CANCELLATIONS NO
001600*                 LONGER GO IN BY DIRECT SQL. AN ADD OR AN
001700*                 ADJUSTMENT MUST BE BOOKED TO THE C_BQ OF AN
001800*                 ACTIVE EMPLOYEE ON THE KEYED EMPMAST MASTER;
001900*                 AN ADJUSTMENT OR CANCEL MUST NAME EXACTLY ONE
002000*                 EXISTING ORDER BY C_BQ, ORDER DATE, AND THE
002100*                 AMOUNT NOW ON IT. EVERY TRANSACTION PRINTS AN
002200*                 ACCEPT/REJECT LINE ON ORDTRPT, AND EVERY
002300*                 APPLIED CHANGE WRITES A BEFORE/AFTER IMAGE TO
002400*                 THE PERMANENT ORDHIST ORDER HISTORY (ORDHREC.CPY
002500*                 / ORDHIST.CPY), THE ORDER COUNTERPART OF
002600*                 EMPHIST. THE SUBMITTING USER IS CHECKED
002700*                 AGAINST AUTHFILE LIKE ORDMAINT.
002800*****************************************************************
002900 
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT ORDTRAN-FILE ASSIGN TO ORDTRAN
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS WS-TRAN-STATUS.
003600     SELECT ORDTRPT-FILE ASSIGN TO ORDTRPT
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT EMPMAST-FILE ASSIGN TO EMPMAST
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS RANDOM
004100         RECORD KEY IS EM-EMPL-ID
004200         FILE STATUS IS WS-MAST-STATUS.
004300     SELECT ORDHIST-FILE ASSIGN TO ORDHIST
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-OHIST-STATUS.
004600     SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-AUDIT-STATUS.
004900     SELECT AUTH-FILE ASSIGN TO AUTHFILE
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-AUTH-STATUS.
005200 
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  ORDTRAN-FILE
005600     RECORDING MODE IS F
005700     RECORD CONTAINS 80 CHARACTERS
005800     LABEL RECORDS ARE STANDARD.
005900     COPY ORDTREC.
006000 
006100 FD  ORDTRPT-FILE
006200     RECORDING MODE IS F
006300     RECORD CONTAINS 132 CHARACTERS
006400     LABEL RECORDS ARE STANDARD.
006500     COPY ORDTRPT.
006600 
006700 FD  EMPMAST-FILE
006800     RECORD CONTAINS 80 CHARACTERS.
006900     COPY EMPMAST.
007000 
007100 FD  ORDHIST-FILE
007200     RECORDING MODE IS F
007300     RECORD CONTAINS 150 CHARACTERS
007400     LABEL RECORDS ARE STANDARD.
007500     COPY ORDHREC.
007600 
007700 FD  AUDIT-LOG-FILE
007800     RECORDING MODE IS F
007900     RECORD CONTAINS 80 CHARACTERS
008000     LABEL RECORDS ARE STANDARD.
008100     COPY AUDREC.
008200 
008300 FD  AUTH-FILE
008400     RECORDING MODE IS F
008500     RECORD CONTAINS 80 CHARACTERS
008600     LABEL RECORDS ARE STANDARD.
008700     COPY AUTHREC.
008800 
008900 WORKING-STORAGE SECTION.
009000 01  WS-TRAN-STATUS               PIC X(02).
009100 01  WS-MAST-STATUS               PIC X(02).
009200 01  WS-OHIST-STATUS              PIC X(02).
009300 01  WS-AUDIT-STATUS              PIC X(02).
009400 01  WS-TRAN-EOF-SW               PIC X(01)  VALUE 'N'.
009500     88  WS-TRAN-EOF                         VALUE 'Y'.
009600 01  WS-TRAN-OK-SW                PIC X(01)  VALUE 'N'.
009700     88  WS-TRAN-OK                          VALUE 'Y'.
009800 01  WS-RPT-OPEN-SW               PIC X(01)  VALUE 'N'.
009900     88  WS-RPT-OPEN                         VALUE 'Y'.
010000 01  WS-MAST-OPEN-SW              PIC X(01)  VALUE 'N'.
010100     88  WS-MAST-OPEN                        VALUE 'Y'.
010200 01  WS-OHIST-OPEN-SW             PIC X(01)  VALUE 'N'.
010300     88  WS-OHIST-OPEN                       VALUE 'Y'.
010400 
010500 01  WS-REJECT-REASON             PIC X(02)  VALUE SPACES.
010600 01  WS-REJECT-TEXT               PIC X(25)  VALUE SPACES.
010700 
010800 01  WS-EDIT-DATE                 PIC X(10).
010900 01  WS-EDIT-DATE-R REDEFINES WS-EDIT-DATE.
011000     05  WS-ED-YYYY               PIC X(04).
011100     05  WS-ED-SEP1               PIC X(01).
011200     05  WS-ED-MM                 PIC X(02).
011300     05  WS-ED-SEP2               PIC X(01).
011400     05  WS-ED-DD                 PIC X(02).
011500 01  WS-EDIT-DATE-OK-SW           PIC X(01)  VALUE 'N'.
011600     88  WS-EDIT-DATE-OK                     VALUE 'Y'.
011700 01  WS-DATE-CHECK.
011800     05  WS-DC-MM                 PIC 9(02).
011900     05  WS-DC-DD                 PIC 9(02).
012000 
012100 01  WS-TRAN-READ-COUNT           PIC 9(05)  VALUE ZERO.
012200 01  WS-TRAN-ACCEPT-COUNT         PIC 9(05)  VALUE ZERO.
012300 01  WS-TRAN-REJECT-COUNT         PIC 9(05)  VALUE ZERO.
012400 01  WS-ADD-COUNT                 PIC 9(05)  VALUE ZERO.
012500 01  WS-ADJUST-COUNT              PIC 9(05)  VALUE ZERO.
012600 01  WS-CANCEL-COUNT              PIC 9(05)  VALUE ZERO.
012700 01  WS-NET-CHANGE                PIC S9(09)V99 VALUE ZERO.
012800 
012900 01  WS-OTR-SUMMARY-MSG.
013000     05  FILLER                   PIC X(04)  VALUE 'ACC '.
013100     05  WS-OTR-ACCEPTED          PIC 9(05).
013200     05  FILLER                   PIC X(05)  VALUE ' REJ '.
013300     05  WS-OTR-REJECTED          PIC 9(05).
013400     05  FILLER                   PIC X(01)  VALUE SPACE.
013500 
013600 01  WS-SYS-DATE.
013700     05  WS-SYS-YYYY              PIC 9(04).
013800     05  WS-SYS-MM                PIC 9(02).
013900     05  WS-SYS-DD                PIC 9(02).
014000 
014100 01  WS-RUN-DATE-EDIT.
014200     05  WS-RD-MM                 PIC 9(02).
014300     05  FILLER                   PIC X(01)  VALUE '/'.
014400     05  WS-RD-DD                 PIC 9(02).
014500     05  FILLER                   PIC X(01)  VALUE '/'.
014600     05  WS-RD-YYYY               PIC 9(04).
014700 
014800 01  WS-RUN-DATE-ISO.
014900     05  WS-RI-YYYY               PIC 9(04).
015000     05  FILLER                   PIC X(01)  VALUE '-'.
015100     05  WS-RI-MM                 PIC 9(02).
015200     05  FILLER                   PIC X(01)  VALUE '-'.
015300     05  WS-RI-DD                 PIC 9(02).
015400 
015500*****************************************************************
015600* S1ORDCOU HOST VARIABLES. THE ORDER A TRANSACTION NAMES IS
015700* MATCHED ON C_BQ, ORDER DATE, AND AMOUNT; WS-ORD-MATCH-COUNT
015800* HOLDS HOW MANY ROWS CARRY THAT TRIPLE.
015900*****************************************************************
016000 01  WS-ORD-C-BQ                  PIC X(15).
016100 01  WS-ORD-DATE                  PIC X(10).
016200 01  WS-ORD-AMOUNT                PIC S9(7)V9(2).
016300 01  WS-ORD-NEW-AMOUNT            PIC S9(7)V9(2).
016400 01  WS-ORD-MATCH-COUNT           PIC S9(09) COMP.
016500 
016600     COPY SQLSW.
016700 
016800     COPY AUTHSW.
016900     EXEC SQL
017000         INCLUDE SQLCA
017100     END-EXEC.
017200 
017300 PROCEDURE DIVISION.
017400 
017500 0000-MAINLINE.
017600     OPEN EXTEND AUDIT-LOG-FILE.
017700     MOVE 'ORDTRAN' TO AL-PROGRAM.
017800     MOVE 'ORDTRAN' TO WS-AUTH-FUNCTION.
017900     PERFORM CHECK-OPERATOR-AUTH
018000         THRU CHECK-OPERATOR-AUTH-EXIT.
018100     IF NOT WS-AUTH-OK
018200         GO TO 9999-END-OF-JOB
018300     END-IF.
018400     PERFORM 1000-INITIALIZE
018500         THRU 1000-INITIALIZE-EXIT.
018600     IF WS-ABEND-REQUESTED
018700         GO TO 9999-END-OF-JOB
018800     END-IF.
018900     PERFORM 2000-PROCESS-TRAN
019000         THRU 2000-PROCESS-TRAN-EXIT
019100         UNTIL WS-TRAN-EOF OR WS-ABEND-REQUESTED.
019200     CLOSE ORDTRAN-FILE.
019300     PERFORM 8000-FINALIZE
019400         THRU 8000-FINALIZE-EXIT.
019500 9999-END-OF-JOB.
019600     IF WS-RPT-OPEN
019700         CLOSE ORDTRPT-FILE
019800     END-IF.
019900     IF WS-MAST-OPEN
020000         CLOSE EMPMAST-FILE
020100     END-IF.
020200     IF WS-OHIST-OPEN
020300         CLOSE ORDHIST-FILE
020400     END-IF.
020500     CLOSE AUDIT-LOG-FILE.
020600     STOP RUN.
020700 
020800*****************************************************************
020900* 1000-INITIALIZE - OPEN THE REPORT AND PRINT ITS TITLE AND
021000* COLUMN HEADING, THEN OPEN THE KEYED EMPLOYEE MASTER, THE ORDER
021100* HISTORY, AND THE TRANSACTION FILE. ANY OF THE THREE THAT WILL
021200* NOT OPEN FAILS THE STEP BEFORE AN ORDER IS TOUCHED -- AN ORDER
021300* CHANGE WITH NO HISTORY TRAIL IS EXACTLY WHAT THIS PROGRAM IS
021400* HERE TO STOP.
021500*****************************************************************
021600 1000-INITIALIZE.
021700     OPEN OUTPUT ORDTRPT-FILE.
021800     MOVE 'Y' TO WS-RPT-OPEN-SW.
021900     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
022000     MOVE WS-SYS-MM   TO WS-RD-MM.
022100     MOVE WS-SYS-DD   TO WS-RD-DD.
022200     MOVE WS-SYS-YYYY TO WS-RD-YYYY.
022300     MOVE WS-SYS-YYYY TO WS-RI-YYYY.
022400     MOVE WS-SYS-MM   TO WS-RI-MM.
022500     MOVE WS-SYS-DD   TO WS-RI-DD.
022600     MOVE SPACES TO ORDTRPT-RECORD.
022700     MOVE 'ORDER TRANSACTION ACCEPT/REJECT'
022800                           TO TT-TITLE-TEXT.
022900     MOVE 'RUN DATE: '     TO TT-RUN-DATE-LABEL.
023000     MOVE WS-RUN-DATE-EDIT TO TT-RUN-DATE.
023100     WRITE ORDTRPT-RECORD.
023200     MOVE SPACES TO ORDTRPT-RECORD.
023300     WRITE ORDTRPT-RECORD.
023400     MOVE SPACES TO ORDTRPT-RECORD.
023500     MOVE 'TRAN'           TO TH-SEQ-HDG.
023600     MOVE 'ACT'            TO TH-ACTION-HDG.
023700     MOVE 'C_BQ'           TO TH-C-BQ-HDG.
023800     MOVE 'ORDER DATE'     TO TH-DATE-HDG.
023900     MOVE '      AMOUNT'   TO TH-AMOUNT-HDG.
024000     MOVE '  OLD AMOUNT'   TO TH-OLD-AMOUNT-HDG.
024100     MOVE 'DISP'           TO TH-DISP-HDG.
024200     MOVE 'REASON'         TO TH-REASON-HDG.
024300     WRITE ORDTRPT-RECORD.
024400 
024500     OPEN INPUT EMPMAST-FILE.
024600     IF WS-MAST-STATUS NOT = '00' AND WS-MAST-STATUS NOT = '97'
024700         DISPLAY 'ORDTRAN - ERROR OPENING EMPMAST, STATUS '
024800                 WS-MAST-STATUS
024900         MOVE 'OPEN EMPMAST'      TO AL-OPERATION
025000         MOVE ZERO                TO AL-SQLCODE
025100         MOVE 'OPEN FAILED'       TO AL-MESSAGE
025200         MOVE 'S' TO AL-SEVERITY
025300         PERFORM WRITE-AUDIT-LOG
025400             THRU WRITE-AUDIT-LOG-EXIT
025500         MOVE 16 TO RETURN-CODE
025600         MOVE 'Y' TO WS-ABEND-SW
025700         GO TO 1000-INITIALIZE-EXIT
025800     END-IF.
025900     MOVE 'Y' TO WS-MAST-OPEN-SW.
026000 
026100     OPEN EXTEND ORDHIST-FILE.
026200     IF WS-OHIST-STATUS NOT = '00'
026300         DISPLAY 'ORDTRAN - ERROR OPENING ORDHIST, STATUS '
026400                 WS-OHIST-STATUS
026500         MOVE 'OPEN ORDHIST'      TO AL-OPERATION
026600         MOVE ZERO                TO AL-SQLCODE
026700         MOVE 'OPEN FAILED'       TO AL-MESSAGE
026800         MOVE 'S' TO AL-SEVERITY
026900         PERFORM WRITE-AUDIT-LOG
027000             THRU WRITE-AUDIT-LOG-EXIT
027100         MOVE 16 TO RETURN-CODE
027200         MOVE 'Y' TO WS-ABEND-SW
027300         GO TO 1000-INITIALIZE-EXIT
027400     END-IF.
027500     MOVE 'Y' TO WS-OHIST-OPEN-SW.
027600     MOVE SPACES    TO ORDHIST-RECORD.
027700     MOVE 'ORDTRAN' TO OH-PROGRAM.
027800 
027900     OPEN INPUT ORDTRAN-FILE.
028000     IF WS-TRAN-STATUS NOT = '00'
028100         DISPLAY 'ORDTRAN - ERROR OPENING ORDTRAN, STATUS '
028200                 WS-TRAN-STATUS
028300         MOVE 'OPEN ORDTRAN'      TO AL-OPERATION
028400         MOVE ZERO                TO AL-SQLCODE
028500         MOVE 'OPEN FAILED'       TO AL-MESSAGE
028600         MOVE 'S' TO AL-SEVERITY
028700         PERFORM WRITE-AUDIT-LOG
028800             THRU WRITE-AUDIT-LOG-EXIT
028900         MOVE 16 TO RETURN-CODE
029000         MOVE 'Y' TO WS-ABEND-SW
029100     END-IF.
029200 1000-INITIALIZE-EXIT.
029300     EXIT.
029400 
029500*****************************************************************
029600* 2000-PROCESS-TRAN - READ ONE ORDER TRANSACTION, EDIT IT, APPLY
029700* IT WHEN IT PASSES, AND PRINT ITS DISPOSITION LINE. A REJECTED
029800* TRANSACTION NEVER TOUCHES S1ORDCOU; A SQL FAILURE WHILE
029900* APPLYING ONE STOPS THE RUN THROUGH THE SHARED SQL-ERROR-CHECK
030000* ABEND SWITCH.
030100*****************************************************************
030200 2000-PROCESS-TRAN.
030300     READ ORDTRAN-FILE
030400         AT END
030500             MOVE 'Y' TO WS-TRAN-EOF-SW
030600             GO TO 2000-PROCESS-TRAN-EXIT
030700     END-READ.
030800     ADD 1 TO WS-TRAN-READ-COUNT.
030900     PERFORM 2100-EDIT-TRAN
031000         THRU 2100-EDIT-TRAN-EXIT.
031100     IF WS-TRAN-OK
031200         EVALUATE TRUE
031300             WHEN OT-ACTION-ADD
031400                 PERFORM 3000-APPLY-ADD
031500                     THRU 3000-APPLY-ADD-EXIT
031600             WHEN OT-ACTION-ADJUST
031700                 PERFORM 4000-APPLY-ADJUST
031800                     THRU 4000-APPLY-ADJUST-EXIT
031900             WHEN OT-ACTION-CANCEL
032000                 PERFORM 5000-APPLY-CANCEL
032100                     THRU 5000-APPLY-CANCEL-EXIT
032200         END-EVALUATE
032300     END-IF.
032400     IF WS-ABEND-REQUESTED
032500         GO TO 2000-PROCESS-TRAN-EXIT
032600     END-IF.
032700     PERFORM 7000-PRINT-TRAN-LINE
032800         THRU 7000-PRINT-TRAN-LINE-EXIT.
032900 2000-PROCESS-TRAN-EXIT.
033000     EXIT.
033100 
033200*****************************************************************
033300* 2100-EDIT-TRAN - VALIDATE THE TRANSACTION JUST READ. THE FIRST
033400* EDIT THAT FAILS SETS THE REJECT REASON AND STOPS THE EDITING,
033500* ONE REASON PER REJECT LINE AS ON EMPBATCH'S REPORT. EDITS:
033600* KNOWN ACTION, NUMERIC NON-ZERO EMPLOYEE ID IN THE FIRST FIVE
033700* BYTES OF THE C_BQ, ORDER DATE FORMAT (AND NOT AFTER THE RUN
033800* DATE ON AN ADD), AMOUNTS (A NON-ZERO NEW AMOUNT ON AN ADD OR
033900* ADJUSTMENT, A NUMERIC OLD AMOUNT ON AN ADJUSTMENT OR CANCEL,
034000* AND AN ADJUSTMENT THAT ACTUALLY CHANGES SOMETHING), AN ACTIVE
034100* EMPLOYEE ON EMPMAST (ADD AND ADJUSTMENT -- A CANCEL MAY CLEAR
034200* AN ORDER OFF A TERMINATED EMPLOYEE), AND FINALLY THE ORDER
034300* ITSELF: AN ADD MUST NOT DUPLICATE AN EXISTING ROW, AND AN
034400* ADJUSTMENT OR CANCEL MUST MATCH EXACTLY ONE.
034500*****************************************************************
034600 2100-EDIT-TRAN.
034700     MOVE 'N'    TO WS-TRAN-OK-SW.
034800     MOVE SPACES TO WS-REJECT-REASON.
034900     MOVE SPACES TO WS-REJECT-TEXT.
035000     IF NOT OT-ACTION-ADD AND NOT OT-ACTION-ADJUST
035100             AND NOT OT-ACTION-CANCEL
035200         MOVE '01' TO WS-REJECT-REASON
035300         MOVE 'INVALID ACTION' TO WS-REJECT-TEXT
035400         GO TO 2100-EDIT-TRAN-EXIT
035500     END-IF.
035600     IF OT-EMPL-ID NOT NUMERIC OR OT-EMPL-ID = '00000'
035700         MOVE '02' TO WS-REJECT-REASON
035800         MOVE 'EMPL ID NOT NUMERIC' TO WS-REJECT-TEXT
035900         GO TO 2100-EDIT-TRAN-EXIT
036000     END-IF.
036100     MOVE OT-ORD-DATE TO WS-EDIT-DATE.
036200     PERFORM 2710-EDIT-ONE-DATE
036300         THRU 2710-EDIT-ONE-DATE-EXIT.
036400     IF NOT WS-EDIT-DATE-OK
036500         MOVE '03' TO WS-REJECT-REASON
036600         MOVE 'BAD ORDER DATE' TO WS-REJECT-TEXT
036700         GO TO 2100-EDIT-TRAN-EXIT
036800     END-IF.
036900     IF OT-ACTION-ADD AND OT-ORD-DATE > WS-RUN-DATE-ISO
037000         MOVE '03' TO WS-REJECT-REASON
037100         MOVE 'BAD ORDER DATE' TO WS-REJECT-TEXT
037200         GO TO 2100-EDIT-TRAN-EXIT
037300     END-IF.
037400     IF NOT OT-ACTION-CANCEL
037500         IF OT-AMOUNT NOT NUMERIC OR OT-AMOUNT = ZERO
037600             MOVE '04' TO WS-REJECT-REASON
037700             MOVE 'BAD AMOUNT' TO WS-REJECT-TEXT
037800             GO TO 2100-EDIT-TRAN-EXIT
037900         END-IF
038000     END-IF.
038100     IF NOT OT-ACTION-ADD
038200         IF OT-OLD-AMOUNT NOT NUMERIC
038300             MOVE '04' TO WS-REJECT-REASON
038400             MOVE 'BAD AMOUNT' TO WS-REJECT-TEXT
038500             GO TO 2100-EDIT-TRAN-EXIT
038600         END-IF
038700     END-IF.
038800     IF OT-ACTION-ADJUST AND OT-AMOUNT = OT-OLD-AMOUNT
038900         MOVE '10' TO WS-REJECT-REASON
039000         MOVE 'AMOUNT UNCHANGED' TO WS-REJECT-TEXT
039100         GO TO 2100-EDIT-TRAN-EXIT
039200     END-IF.
039300     IF NOT OT-ACTION-CANCEL
039400         PERFORM 2500-CHECK-EMPLOYEE
039500             THRU 2500-CHECK-EMPLOYEE-EXIT
039600         IF WS-ABEND-REQUESTED OR WS-REJECT-REASON NOT = SPACES
039700             GO TO 2100-EDIT-TRAN-EXIT
039800         END-IF
039900     END-IF.
040000     PERFORM 2600-COUNT-MATCHING-ORDERS
040100         THRU 2600-COUNT-MATCHING-ORDERS-EXIT.
040200     IF WS-ABEND-REQUESTED
040300         GO TO 2100-EDIT-TRAN-EXIT
040400     END-IF.
040500     IF OT-ACTION-ADD
040600         IF WS-ORD-MATCH-COUNT > ZERO
040700             MOVE '07' TO WS-REJECT-REASON
040800             MOVE 'DUPLICATE ORDER' TO WS-REJECT-TEXT
040900             GO TO 2100-EDIT-TRAN-EXIT
041000         END-IF
041100     ELSE
041200         IF WS-ORD-MATCH-COUNT = ZERO
041300             MOVE '08' TO WS-REJECT-REASON
041400             MOVE 'ORDER NOT FOUND' TO WS-REJECT-TEXT
041500             GO TO 2100-EDIT-TRAN-EXIT
041600         END-IF
041700         IF WS-ORD-MATCH-COUNT > 1
041800             MOVE '09' TO WS-REJECT-REASON
041900             MOVE 'ORDER NOT UNIQUE' TO WS-REJECT-TEXT
042000             GO TO 2100-EDIT-TRAN-EXIT
042100         END-IF
042200     END-IF.
042300     MOVE 'Y' TO WS-TRAN-OK-SW.
042400 2100-EDIT-TRAN-EXIT.
042500     EXIT.
042600 
042700*****************************************************************
042800* 2500-CHECK-EMPLOYEE - READ THE KEYED MASTER FOR THE EMPLOYEE
042900* THE C_BQ BELONGS TO. NOT ON THE MASTER IS REASON 05; ON IT BUT
043000* NOT ACTIVE (TERMINATED OR ON LEAVE) IS REASON 06 -- AN ORDER
043100* IS ONLY EVER BOOKED TO AN ACTIVE EMPLOYEE. ANY OTHER READ
043200* STATUS IS AN I/O FAILURE AND STOPS THE RUN.
043300*****************************************************************
043400 2500-CHECK-EMPLOYEE.
043500     MOVE OT-EMPL-ID TO EM-EMPL-ID.
043600     READ EMPMAST-FILE.
043700     EVALUATE WS-MAST-STATUS
043800         WHEN '00'
043900             IF EM-EMPL-STATUS NOT = 'A'
044000                 MOVE '06' TO WS-REJECT-REASON
044100                 MOVE 'EMP NOT ACTIVE' TO WS-REJECT-TEXT
044200             END-IF
044300         WHEN '23'
044400             MOVE '05' TO WS-REJECT-REASON
044500             MOVE 'EMP NOT ON EMPMAST' TO WS-REJECT-TEXT
044600         WHEN OTHER
044700             DISPLAY 'ORDTRAN - ERROR READING EMPMAST, STATUS '
044800                     WS-MAST-STATUS
044900             MOVE 'READ EMPMAST'      TO AL-OPERATION
045000             MOVE ZERO                TO AL-SQLCODE
045100             MOVE 'READ FAILED'       TO AL-MESSAGE
045200             MOVE 'S' TO AL-SEVERITY
045300             PERFORM WRITE-AUDIT-LOG
045400                 THRU WRITE-AUDIT-LOG-EXIT
045500             MOVE 16 TO RETURN-CODE
045600             MOVE 'Y' TO WS-ABEND-SW
045700     END-EVALUATE.
045800 2500-CHECK-EMPLOYEE-EXIT.
045900     EXIT.
046000 
046100*****************************************************************
046200* 2600-COUNT-MATCHING-ORDERS - COUNT THE S1ORDCOU ROWS CARRYING
046300* THE TRANSACTION'S C_BQ, ORDER DATE, AND AMOUNT -- THE NEW
046400* AMOUNT FOR AN ADD, THE AMOUNT NOW ON THE ORDER FOR AN
046500* ADJUSTMENT OR CANCEL. THE SAME HOST VARIABLES THEN DRIVE THE
046600* APPLY PARAGRAPH'S WHERE CLAUSE.
046700*****************************************************************
046800 2600-COUNT-MATCHING-ORDERS.
046900     MOVE OT-C-BQ     TO WS-ORD-C-BQ.
047000     MOVE OT-ORD-DATE TO WS-ORD-DATE.
047100     IF OT-ACTION-ADD
047200         MOVE OT-AMOUNT     TO WS-ORD-AMOUNT
047300     ELSE
047400         MOVE OT-OLD-AMOUNT TO WS-ORD-AMOUNT
047500     END-IF.
047600     MOVE ZERO TO WS-ORD-MATCH-COUNT.
047700     MOVE 'COUNT S1ORDCOU' TO WS-SQL-OPERATION.
047800     EXEC SQL
047900         SELECT COUNT(*)
048000           INTO :WS-ORD-MATCH-COUNT
048100           FROM S1ORDCOU
048200          WHERE C_BQ       = :WS-ORD-C-BQ
048300            AND ORD_DATE   = :WS-ORD-DATE
048400            AND ORD_AMOUNT = :WS-ORD-AMOUNT
048500     END-EXEC.
048600     PERFORM SQL-ERROR-CHECK
048700         THRU SQL-ERROR-CHECK-EXIT.
048800 2600-COUNT-MATCHING-ORDERS-EXIT.
048900     EXIT.
049000 
049100*****************************************************************
049200* 2710-EDIT-ONE-DATE - FORMAT-CHECK ONE YYYY-MM-DD DATE IN
049300* WS-EDIT-DATE (NUMERIC PARTS, DASH SEPARATORS, MONTH 01-12,
049400* DAY 01-31), THE SAME SHAPE AS EMPBATCH'S DATE EDIT.
049500*****************************************************************
049600 2710-EDIT-ONE-DATE.
049700     MOVE 'N' TO WS-EDIT-DATE-OK-SW.
049800     IF WS-ED-YYYY NOT NUMERIC
049900             OR WS-ED-MM NOT NUMERIC
050000             OR WS-ED-DD NOT NUMERIC
050100             OR WS-ED-SEP1 NOT = '-'
050200             OR WS-ED-SEP2 NOT = '-'
050300         GO TO 2710-EDIT-ONE-DATE-EXIT
050400     END-IF.
050500     MOVE WS-ED-MM TO WS-DC-MM.
050600     MOVE WS-ED-DD TO WS-DC-DD.
050700     IF WS-DC-MM < 01 OR WS-DC-MM > 12
050800             OR WS-DC-DD < 01 OR WS-DC-DD > 31
050900         GO TO 2710-EDIT-ONE-DATE-EXIT
051000     END-IF.
051100     MOVE 'Y' TO WS-EDIT-DATE-OK-SW.
051200 2710-EDIT-ONE-DATE-EXIT.
051300     EXIT.
051400 
051500*****************************************************************
051600* 3000-APPLY-ADD - INSERT THE NEW ORDER AND RECORD IT ON ORDHIST
051700* WITH AN ALL-SPACES BEFORE IMAGE.
051800*****************************************************************
051900 3000-APPLY-ADD.
052000     MOVE 'INSERT S1ORDCOU' TO WS-SQL-OPERATION.
052100     EXEC SQL
052200         INSERT INTO S1ORDCOU
052300                (C_BQ, ORD_AMOUNT, ORD_DATE)
052400         VALUES (:WS-ORD-C-BQ, :WS-ORD-AMOUNT, :WS-ORD-DATE)
052500     END-EXEC.
052600     PERFORM SQL-ERROR-CHECK
052700         THRU SQL-ERROR-CHECK-EXIT.
052800     IF WS-ABEND-REQUESTED
052900         GO TO 3000-APPLY-ADD-EXIT
053000     END-IF.
053100     ADD 1 TO WS-ADD-COUNT.
053200     ADD OT-AMOUNT TO WS-NET-CHANGE.
053300     MOVE SPACES        TO OH-BEFORE-IMAGE.
053400     MOVE OT-C-BQ       TO OH-A-C-BQ.
053500     MOVE OT-ORD-DATE   TO OH-A-ORD-DATE.
053600     MOVE OT-AMOUNT     TO OH-A-AMOUNT-N.
053700     PERFORM 6900-WRITE-HISTORY
053800         THRU 6900-WRITE-HISTORY-EXIT.
053900 3000-APPLY-ADD-EXIT.
054000     EXIT.
054100 
054200*****************************************************************
054300* 4000-APPLY-ADJUST - SET THE MATCHED ORDER'S AMOUNT TO THE NEW
054400* AMOUNT AND RECORD BOTH SIDES ON ORDHIST. A ROW THAT VANISHED
054500* SINCE THE EDIT COUNTED IT IS REJECTED AS NOT FOUND RATHER
054600* THAN REPORTED AS APPLIED.
054700*****************************************************************
054800 4000-APPLY-ADJUST.
054900     MOVE OT-AMOUNT TO WS-ORD-NEW-AMOUNT.
055000     MOVE 'UPDATE S1ORDCOU' TO WS-SQL-OPERATION.
055100     EXEC SQL
055200         UPDATE S1ORDCOU
055300            SET ORD_AMOUNT = :WS-ORD-NEW-AMOUNT
055400          WHERE C_BQ       = :WS-ORD-C-BQ
055500            AND ORD_DATE   = :WS-ORD-DATE
055600            AND ORD_AMOUNT = :WS-ORD-AMOUNT
055700     END-EXEC.
055800     PERFORM SQL-ERROR-CHECK
055900         THRU SQL-ERROR-CHECK-EXIT.
056000     IF WS-ABEND-REQUESTED
056100         GO TO 4000-APPLY-ADJUST-EXIT
056200     END-IF.
056300     IF SQLCODE = 100
056400         MOVE 'N'  TO WS-TRAN-OK-SW
056500         MOVE '08' TO WS-REJECT-REASON
056600         MOVE 'ORDER NOT FOUND' TO WS-REJECT-TEXT
056700         GO TO 4000-APPLY-ADJUST-EXIT
056800     END-IF.
056900     ADD 1 TO WS-ADJUST-COUNT.
057000     ADD OT-AMOUNT          TO WS-NET-CHANGE.
057100     SUBTRACT OT-OLD-AMOUNT FROM WS-NET-CHANGE.
057200     MOVE OT-C-BQ       TO OH-B-C-BQ.
057300     MOVE OT-ORD-DATE   TO OH-B-ORD-DATE.
057400     MOVE OT-OLD-AMOUNT TO OH-B-AMOUNT-N.
057500     MOVE OT-C-BQ       TO OH-A-C-BQ.
057600     MOVE OT-ORD-DATE   TO OH-A-ORD-DATE.
057700     MOVE OT-AMOUNT     TO OH-A-AMOUNT-N.
057800     PERFORM 6900-WRITE-HISTORY
057900         THRU 6900-WRITE-HISTORY-EXIT.
058000 4000-APPLY-ADJUST-EXIT.
058100     EXIT.
058200 
058300*****************************************************************
058400* 5000-APPLY-CANCEL - DELETE THE MATCHED ORDER AND RECORD IT ON
058500* ORDHIST WITH AN ALL-SPACES AFTER IMAGE -- THE HISTORY RECORD
058600* IS THEN THE ONLY TRACE THE ORDER EVER EXISTED.
058700*****************************************************************
058800 5000-APPLY-CANCEL.
058900     MOVE 'DELETE S1ORDCOU' TO WS-SQL-OPERATION.
059000     EXEC SQL
059100         DELETE FROM S1ORDCOU
059200          WHERE C_BQ       = :WS-ORD-C-BQ
059300            AND ORD_DATE   = :WS-ORD-DATE
059400            AND ORD_AMOUNT = :WS-ORD-AMOUNT
059500     END-EXEC.
059600     PERFORM SQL-ERROR-CHECK
059700         THRU SQL-ERROR-CHECK-EXIT.
059800     IF WS-ABEND-REQUESTED
059900         GO TO 5000-APPLY-CANCEL-EXIT
060000     END-IF.
060100     IF SQLCODE = 100
060200         MOVE 'N'  TO WS-TRAN-OK-SW
060300         MOVE '08' TO WS-REJECT-REASON
060400         MOVE 'ORDER NOT FOUND' TO WS-REJECT-TEXT
060500         GO TO 5000-APPLY-CANCEL-EXIT
060600     END-IF.
060700     ADD 1 TO WS-CANCEL-COUNT.
060800     SUBTRACT OT-OLD-AMOUNT FROM WS-NET-CHANGE.
060900     MOVE OT-C-BQ       TO OH-B-C-BQ.
061000     MOVE OT-ORD-DATE   TO OH-B-ORD-DATE.
061100     MOVE OT-OLD-AMOUNT TO OH-B-AMOUNT-N.
061200     MOVE SPACES        TO OH-AFTER-IMAGE.
061300     PERFORM 6900-WRITE-HISTORY
061400         THRU 6900-WRITE-HISTORY-EXIT.
061500 5000-APPLY-CANCEL-EXIT.
061600     EXIT.
061700 
061800*****************************************************************
061900* 6900-WRITE-HISTORY - STAMP THE ACTION, ORDER KEY, AND
062000* REQUESTER'S REFERENCE ON THE IMAGES THE APPLY PARAGRAPH
062100* FILLED, AND WRITE THE ORDHIST RECORD.
062200*****************************************************************
062300 6900-WRITE-HISTORY.
062400     MOVE OT-ACTION    TO OH-ACTION.
062500     MOVE OT-C-BQ      TO OH-C-BQ.
062600     MOVE OT-REFERENCE TO OH-REFERENCE.
062700     PERFORM WRITE-ORD-HISTORY
062800         THRU WRITE-ORD-HISTORY-EXIT.
062900 6900-WRITE-HISTORY-EXIT.
063000     EXIT.
063100 
063200*****************************************************************
063300* 7000-PRINT-TRAN-LINE - PRINT THE ACCEPT/REJECT LINE FOR THE
063400* TRANSACTION JUST PROCESSED AND BUMP THE DISPOSITION COUNT. THE
063500* AMOUNT COLUMNS PRINT ONLY WHERE THE ACTION USES THEM AND THE
063600* FIELD IS NUMERIC. A REJECTED TRANSACTION IS ALSO RECORDED IN
063700* THE PERMANENT AUDIT LOG, AS EMPBATCH DOES.
063800*****************************************************************
063900 7000-PRINT-TRAN-LINE.
064000     MOVE SPACES TO ORDTRPT-RECORD.
064100     MOVE WS-TRAN-READ-COUNT TO TD-SEQ.
064200     MOVE OT-ACTION          TO TD-ACTION.
064300     MOVE OT-C-BQ            TO TD-C-BQ.
064400     MOVE OT-ORD-DATE        TO TD-ORD-DATE.
064500     IF NOT OT-ACTION-CANCEL AND OT-AMOUNT NUMERIC
064600         MOVE OT-AMOUNT      TO TD-AMOUNT
064700     END-IF.
064800     IF NOT OT-ACTION-ADD AND OT-OLD-AMOUNT NUMERIC
064900         MOVE OT-OLD-AMOUNT  TO TD-OLD-AMOUNT
065000     END-IF.
065100     IF WS-TRAN-OK
065200         ADD 1 TO WS-TRAN-ACCEPT-COUNT
065300         MOVE 'ACCEPTED' TO TD-DISP
065400     ELSE
065500         ADD 1 TO WS-TRAN-REJECT-COUNT
065600         MOVE 'REJECTED' TO TD-DISP
065700         MOVE WS-REJECT-REASON TO TD-REASON-CODE
065800         MOVE WS-REJECT-TEXT   TO TD-REASON-TEXT
065900         MOVE 'EDIT ORDER TRAN' TO AL-OPERATION
066000         MOVE ZERO             TO AL-SQLCODE
066100         MOVE WS-REJECT-TEXT   TO AL-MESSAGE
066200         MOVE 'W' TO AL-SEVERITY
066300         PERFORM WRITE-AUDIT-LOG
066400             THRU WRITE-AUDIT-LOG-EXIT
066500     END-IF.
066600     WRITE ORDTRPT-RECORD.
066700 7000-PRINT-TRAN-LINE-EXIT.
066800     EXIT.
066900 
067000*****************************************************************
067100* 8000-FINALIZE - PRINT THE COUNTS AND THE NET CHANGE IN ORDER
067200* VALUE (ADDS PLUS ADJUSTMENT DIFFERENCES LESS CANCELLED
067300* AMOUNTS), SO THE RUN CAN BE BALANCED AGAINST THE ORDER
067400* REPORTS, AND LEAVE THE TOTALS ON THE AUDIT TRAIL.
067500*****************************************************************
067600 8000-FINALIZE.
067700     MOVE SPACES TO ORDTRPT-RECORD.
067800     WRITE ORDTRPT-RECORD.
067900     MOVE SPACES TO ORDTRPT-RECORD.
068000     MOVE 'TRANSACTIONS READ'     TO TG-LABEL.
068100     MOVE WS-TRAN-READ-COUNT      TO TG-COUNT.
068200     WRITE ORDTRPT-RECORD.
068300     MOVE SPACES TO ORDTRPT-RECORD.
068400     MOVE 'TRANSACTIONS ACCEPTED' TO TG-LABEL.
068500     MOVE WS-TRAN-ACCEPT-COUNT    TO TG-COUNT.
068600     WRITE ORDTRPT-RECORD.
068700     MOVE SPACES TO ORDTRPT-RECORD.
068800     MOVE 'TRANSACTIONS REJECTED' TO TG-LABEL.
068900     MOVE WS-TRAN-REJECT-COUNT    TO TG-COUNT.
069000     WRITE ORDTRPT-RECORD.
069100     MOVE SPACES TO ORDTRPT-RECORD.
069200     MOVE 'ORDERS ADDED'          TO TG-LABEL.
069300     MOVE WS-ADD-COUNT            TO TG-COUNT.
069400     WRITE ORDTRPT-RECORD.
069500     MOVE SPACES TO ORDTRPT-RECORD.
069600     MOVE 'AMOUNTS ADJUSTED'      TO TG-LABEL.
069700     MOVE WS-ADJUST-COUNT         TO TG-COUNT.
069800     WRITE ORDTRPT-RECORD.
069900     MOVE SPACES TO ORDTRPT-RECORD.
070000     MOVE 'ORDERS CANCELLED'      TO TG-LABEL.
070100     MOVE WS-CANCEL-COUNT         TO TG-COUNT.
070200     WRITE ORDTRPT-RECORD.
070300     MOVE SPACES TO ORDTRPT-RECORD.
070400     MOVE 'NET CHANGE IN ORDER VALUE' TO TA-LABEL.
070500     MOVE WS-NET-CHANGE           TO TA-AMOUNT.
070600     WRITE ORDTRPT-RECORD.
070700     DISPLAY 'ORDTRAN - READ ' WS-TRAN-READ-COUNT
070800             ' ACCEPTED ' WS-TRAN-ACCEPT-COUNT
070900             ' REJECTED ' WS-TRAN-REJECT-COUNT.
071000     MOVE WS-TRAN-ACCEPT-COUNT  TO WS-OTR-ACCEPTED.
071100     MOVE WS-TRAN-REJECT-COUNT  TO WS-OTR-REJECTED.
071200     MOVE 'ORDER TRAN TOTALS'   TO AL-OPERATION.
071300     MOVE ZERO                  TO AL-SQLCODE.
071400     MOVE WS-OTR-SUMMARY-MSG    TO AL-MESSAGE.
071500     PERFORM WRITE-AUDIT-LOG
071600         THRU WRITE-AUDIT-LOG-EXIT.
071700 8000-FINALIZE-EXIT.
071800     EXIT.
071900 
072000*****************************************************************
072100* SQL-ERROR-CHECK - SHARED SQLCODE EVALUATION, COPIED FROM
072200* SQLERR.CPY. SEE THE COPYBOOK FOR DETAILS.
072300*****************************************************************
072400     COPY SQLERR.
072500 
072600*****************************************************************
072700* WRITE-AUDIT-LOG - SHARED AUDIT LOG WRITE, COPIED FROM
072800* AUDLOG.CPY. SEE THE COPYBOOK FOR DETAILS.
072900*****************************************************************
073000     COPY AUDLOG.
073100 
073200*****************************************************************
073300* WRITE-ORD-HISTORY - SHARED ORDER HISTORY WRITE, COPIED FROM
073400* ORDHIST.CPY. SEE THE COPYBOOK FOR DETAILS.
073500*****************************************************************
073600     COPY ORDHIST.
073700 
073800*****************************************************************
073900* CHECK-OPERATOR-AUTH - SHARED OPERATOR AUTHORIZATION CHECK,
074000* COPIED FROM AUTHCHK.CPY. SEE THE COPYBOOK FOR DETAILS.
074100*****************************************************************
074200     COPY AUTHCHK.
