000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LVBALRPT.
000300 AUTHOR.        D BUDZOWSKI.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* MODIFICATION HISTORY
000900* DATE       INIT DESCRIPTION
001000* ---------- ---- ------------------------------------------
001100* 2026-10-15 DB   INITIAL VERSION - LEAVE BALANCE STATEMENT BY
001200*                 DEPARTMENT. READS THE FLAT REPRO COPY OF THE
001300*                 LVBAL LEAVE-BALANCE DATASET (LVBREC.CPY -- SEE
001400*                 LVBALRPT.JCL, WHICH REPROS THE KSDS AND SORTS
001500*                 IT BY DEPARTMENT AHEAD OF THIS STEP) AND
001600*                 PRINTS EACH EMPLOYEE'S VACATION AND SICK
001700*                 BALANCES AND CARRY-OVER CAPS, WITH DEPARTMENT
001800*                 AND GRAND TOTALS, SO SUPERVISORS CAN ANSWER
001900*                 BALANCE QUESTIONS WITHOUT GOING THROUGH HR.
002000*                 A SECOND SECTION LISTS THE EXCEPTIONS: EVERY
002100*                 NEGATIVE BALANCE AND EVERY BALANCE OVER ITS
002200*                 CARRY-OVER CAP (A ZERO CAP IS NO CAP). ENDS
002300*                 RC 4 WHEN THERE ARE ANY. PAGINATION COMES FROM
002400*                 THE SHARED RPTWRTR.
002500*****************************************************************
002600 
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT LVBSEQ-FILE ASSIGN TO LVBSEQ
003100         ORGANIZATION IS SEQUENTIAL
003200         FILE STATUS IS WS-LVB-STATUS.
003300     SELECT LVBRPT-FILE ASSIGN TO LVBRPT
003400         ORGANIZATION IS SEQUENTIAL.
003500     SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-AUDIT-STATUS.
003800 
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  LVBSEQ-FILE
004200     RECORDING MODE IS F
004300     RECORD CONTAINS 80 CHARACTERS
004400     LABEL RECORDS ARE STANDARD.
004500     COPY LVBREC.
004600 
004700 FD  LVBRPT-FILE
004800     RECORDING MODE IS F
004900     RECORD CONTAINS 132 CHARACTERS
005000     LABEL RECORDS ARE STANDARD.
005100     COPY LVBRPT.
005200 
005300 FD  AUDIT-LOG-FILE
005400     RECORDING MODE IS F
005500     RECORD CONTAINS 80 CHARACTERS
005600     LABEL RECORDS ARE STANDARD.
005700     COPY AUDREC.
005800 
005900 WORKING-STORAGE SECTION.
006000 01  WS-LVB-STATUS                PIC X(02).
006100 01  WS-AUDIT-STATUS              PIC X(02).
006200 01  WS-LVB-EOF-SW                PIC X(01)  VALUE 'N'.
006300     88  WS-LVB-EOF                          VALUE 'Y'.
006400 01  WS-ABEND-SW                  PIC X(01)  VALUE 'N'.
006500     88  WS-ABEND-REQUESTED                  VALUE 'Y'.
006600 01  WS-FIRST-DEPT-SW             PIC X(01)  VALUE 'Y'.
006700     88  WS-FIRST-DEPT                       VALUE 'Y'.
006800 
006900 01  WS-CUR-DEPT                  PIC X(04)  VALUE SPACES.
007000 01  WS-READ-COUNT                PIC 9(05)  VALUE ZERO.
007100 01  WS-NEGATIVE-COUNT            PIC 9(05)  VALUE ZERO.
007200 01  WS-OVER-CAP-COUNT            PIC 9(05)  VALUE ZERO.
007300 
007400 01  WS-DEPT-VAC-TOTAL            PIC S9(07)V99 VALUE ZERO.
007500 01  WS-DEPT-SICK-TOTAL           PIC S9(07)V99 VALUE ZERO.
007600 01  WS-GRAND-VAC-TOTAL           PIC S9(07)V99 VALUE ZERO.
007700 01  WS-GRAND-SICK-TOTAL          PIC S9(07)V99 VALUE ZERO.
007800 
007900*    ONE ENTRY PER EXCEPTION, HELD UNTIL THE STATEMENT IS DONE SO
008000*    THE EXCEPTIONS PRINT TOGETHER AS THE SECOND SECTION. AN
008100*    EMPLOYEE CAN BE LISTED TWICE (VACATION AND SICK). PAST 500
008200*    THE REST ARE COUNTED AND NOTED BUT NOT LISTED.
008300 01  WS-EXC-COUNT                 PIC 9(03)  VALUE ZERO.
008400 01  WS-EXC-CAPACITY              PIC 9(03)  VALUE 500.
008500 01  WS-EXC-IDX                   PIC 9(03)  VALUE ZERO.
008600 01  WS-EXC-DROPPED               PIC 9(05)  VALUE ZERO.
008700 01  WS-EXC-TABLE.
008800     05  WS-EXC-ENTRY OCCURS 500 TIMES.
008900         10  WS-EX-EMPL-ID        PIC X(05).
009000         10  WS-EX-NAME           PIC X(15).
009100         10  WS-EX-DEPT           PIC X(04).
009200         10  WS-EX-TYPE           PIC X(08).
009300         10  WS-EX-BALANCE        PIC S9(04)V99.
009400         10  WS-EX-CAP            PIC 9(04)V99.
009500         10  WS-EX-REASON         PIC X(20).
009600 
009700*    THE BALANCE BEING TESTED BY 2100-CHECK-ONE-BALANCE.
009800 01  WS-CHK-TYPE                  PIC X(08)  VALUE SPACES.
009900 01  WS-CHK-BALANCE               PIC S9(04)V99 VALUE ZERO.
010000 01  WS-CHK-CAP                   PIC 9(04)V99 VALUE ZERO.
010100 01  WS-CHK-REASON                PIC X(20)  VALUE SPACES.
010200 
010300 01  WS-SYS-DATE                  PIC X(08).
010400 01  WS-SYS-DATE-R REDEFINES WS-SYS-DATE.
010500     05  WS-SYS-YYYY              PIC 9(04).
010600     05  WS-SYS-MM                PIC 9(02).
010700     05  WS-SYS-DD                PIC 9(02).
010800 
010900 01  WS-RUN-DATE-EDIT.
011000     05  WS-RE-MM                 PIC 9(02).
011100     05  FILLER                   PIC X(01)  VALUE '/'.
011200     05  WS-RE-DD                 PIC 9(02).
011300     05  FILLER                   PIC X(01)  VALUE '/'.
011400     05  WS-RE-YYYY               PIC 9(04).
011500 
011600 01  WS-RW-WRITE-IDX              PIC 9(01)  VALUE ZERO.
011700 
011800     COPY RPTPARM.
011900 
012000 PROCEDURE DIVISION.
012100 
012200 0000-MAINLINE.
012300     OPEN EXTEND AUDIT-LOG-FILE.
012400     MOVE 'LVBALRPT' TO AL-PROGRAM.
012500     PERFORM 1000-INITIALIZE
012600         THRU 1000-INITIALIZE-EXIT.
012700     IF WS-ABEND-REQUESTED
012800         GO TO 9999-END-OF-JOB
012900     END-IF.
013000     PERFORM 2000-PROCESS-BALANCE
013100         THRU 2000-PROCESS-BALANCE-EXIT
013200         UNTIL WS-LVB-EOF.
013300     CLOSE LVBSEQ-FILE.
013400     PERFORM 8000-FINALIZE
013500         THRU 8000-FINALIZE-EXIT.
013600 9999-END-OF-JOB.
013700     CLOSE LVBRPT-FILE.
013800     CLOSE AUDIT-LOG-FILE.
013900     STOP RUN.
014000 
014100*****************************************************************
014200* 1000-INITIALIZE - ESTABLISH THE RUN DATE, OPEN THE FILES, AND
014300* START THE RPTWRTR PAGE STATE WITH THE TITLE AND THE BALANCE
014400* STATEMENT COLUMN HEADINGS.
014500*****************************************************************
014600 1000-INITIALIZE.
014700     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
014800     MOVE WS-SYS-MM   TO WS-RE-MM.
014900     MOVE WS-SYS-DD   TO WS-RE-DD.
015000     MOVE WS-SYS-YYYY TO WS-RE-YYYY.
015100     OPEN OUTPUT LVBRPT-FILE.
015200     MOVE SPACES TO LVBRPT-RECORD.
015300     MOVE 'EMPL ID'         TO VC-ID-HDG.
015400     MOVE 'NAME'            TO VC-NAME-HDG.
015500     MOVE 'DEPT'            TO VC-DEPT-HDG.
015600     MOVE 'GR'              TO VC-GRADE-HDG.
015700     MOVE 'YRS'             TO VC-YEARS-HDG.
015800     MOVE '   VAC HRS'      TO VC-VAC-HDG.
015900     MOVE '   VAC CAP'      TO VC-VAC-CAP-HDG.
016000     MOVE '  SICK HRS'      TO VC-SICK-HDG.
016100     MOVE '  SICK CAP'      TO VC-SICK-CAP-HDG.
016200     MOVE 'ACCRUED TO'      TO VC-ACCRUAL-HDG.
016300     MOVE 'LAST USED'       TO VC-USED-HDG.
016400     MOVE LVBRPT-RECORD TO WS-RW-HEADING-LINE.
016500     MOVE 'LEAVE BALANCE STATEMENT BY DEPARTMENT'
016600                           TO WS-RW-TITLE-TEXT.
016700     MOVE WS-RUN-DATE-EDIT TO WS-RW-RUN-DATE.
016800     MOVE 60 TO WS-RW-LINES-PER-PAGE.
016900     MOVE 'I' TO WS-RW-FUNCTION.
017000     CALL 'RPTWRTR' USING WS-RPTWRTR-PARM.
017100     PERFORM 8210-WRITE-RPT-OUT-LINES
017200         THRU 8210-WRITE-RPT-OUT-LINES-EXIT.
017300     OPEN INPUT LVBSEQ-FILE.
017400     IF WS-LVB-STATUS NOT = '00'
017500         DISPLAY 'LVBALRPT - ERROR OPENING LVBSEQ, STATUS '
017600                 WS-LVB-STATUS
017700         MOVE 'OPEN LVBSEQ'       TO AL-OPERATION
017800         MOVE ZERO                TO AL-SQLCODE
017900         MOVE 'OPEN FAILED'       TO AL-MESSAGE
018000         MOVE 'S' TO AL-SEVERITY
018100         PERFORM WRITE-AUDIT-LOG
018200             THRU WRITE-AUDIT-LOG-EXIT
018300         MOVE 16 TO RETURN-CODE
018400         MOVE 'Y' TO WS-ABEND-SW
018500     END-IF.
018600 1000-INITIALIZE-EXIT.
018700     EXIT.
018800 
018900*****************************************************************
019000* 2000-PROCESS-BALANCE - READ ONE LEAVE-BALANCE RECORD, PRINT
019100* ITS STATEMENT LINE, ADD IT TO THE TOTALS, AND HOLD ANY
019200* EXCEPTION ON IT FOR THE SECOND SECTION. A CHANGE OF
019300* DEPARTMENT PRINTS THE LAST DEPARTMENT'S TOTALS FIRST.
019400*****************************************************************
019500 2000-PROCESS-BALANCE.
019600     READ LVBSEQ-FILE
019700         AT END
019800             MOVE 'Y' TO WS-LVB-EOF-SW
019900             GO TO 2000-PROCESS-BALANCE-EXIT
020000     END-READ.
020100     ADD 1 TO WS-READ-COUNT.
020200     IF WS-FIRST-DEPT
020300         MOVE 'N' TO WS-FIRST-DEPT-SW
020400         MOVE LB-EMPL-DEPT TO WS-CUR-DEPT
020500     END-IF.
020600     IF LB-EMPL-DEPT NOT = WS-CUR-DEPT
020700         PERFORM 3000-PRINT-DEPT-TOTAL
020800             THRU 3000-PRINT-DEPT-TOTAL-EXIT
020900         MOVE LB-EMPL-DEPT TO WS-CUR-DEPT
021000     END-IF.
021100     MOVE SPACES TO LVBRPT-RECORD.
021200     MOVE LB-EMPL-ID       TO VS-EMPL-ID.
021300     MOVE LB-EMPL-NAME     TO VS-NAME.
021400     MOVE LB-EMPL-DEPT     TO VS-DEPT.
021500     MOVE LB-PAY-GRADE     TO VS-GRADE.
021600     MOVE LB-SERVICE-YEARS TO VS-YEARS.
021700     MOVE LB-VAC-BALANCE   TO VS-VAC-BALANCE.
021800     MOVE LB-VAC-CAP       TO VS-VAC-CAP.
021900     MOVE LB-SICK-BALANCE  TO VS-SICK-BALANCE.
022000     MOVE LB-SICK-CAP      TO VS-SICK-CAP.
022100     MOVE LB-LAST-ACCRUAL  TO VS-LAST-ACCRUAL.
022200     MOVE LB-LAST-USED     TO VS-LAST-USED.
022300     PERFORM 8200-PRINT-REPORT-LINE
022400         THRU 8200-PRINT-REPORT-LINE-EXIT.
022500     ADD LB-VAC-BALANCE  TO WS-DEPT-VAC-TOTAL.
022600     ADD LB-SICK-BALANCE TO WS-DEPT-SICK-TOTAL.
022700     ADD LB-VAC-BALANCE  TO WS-GRAND-VAC-TOTAL.
022800     ADD LB-SICK-BALANCE TO WS-GRAND-SICK-TOTAL.
022900     MOVE 'VACATION'      TO WS-CHK-TYPE.
023000     MOVE LB-VAC-BALANCE  TO WS-CHK-BALANCE.
023100     MOVE LB-VAC-CAP      TO WS-CHK-CAP.
023200     PERFORM 2100-CHECK-ONE-BALANCE
023300         THRU 2100-CHECK-ONE-BALANCE-EXIT.
023400     MOVE 'SICK'          TO WS-CHK-TYPE.
023500     MOVE LB-SICK-BALANCE TO WS-CHK-BALANCE.
023600     MOVE LB-SICK-CAP     TO WS-CHK-CAP.
023700     PERFORM 2100-CHECK-ONE-BALANCE
023800         THRU 2100-CHECK-ONE-BALANCE-EXIT.
023900 2000-PROCESS-BALANCE-EXIT.
024000     EXIT.
024100 
024200*****************************************************************
024300* 2100-CHECK-ONE-BALANCE - TEST THE BALANCE IN WS-CHK-BALANCE
024400* AGAINST ZERO AND ITS CAP, AND TABLE IT WHEN IT IS NEGATIVE OR
024500* OVER A NONZERO CAP.
024600*****************************************************************
024700 2100-CHECK-ONE-BALANCE.
024800     EVALUATE TRUE
024900         WHEN WS-CHK-BALANCE < ZERO
025000             MOVE 'NEGATIVE BALANCE'    TO WS-CHK-REASON
025100             ADD 1 TO WS-NEGATIVE-COUNT
025200         WHEN WS-CHK-CAP > ZERO AND WS-CHK-BALANCE > WS-CHK-CAP
025300             MOVE 'OVER CARRY-OVER CAP' TO WS-CHK-REASON
025400             ADD 1 TO WS-OVER-CAP-COUNT
025500         WHEN OTHER
025600             GO TO 2100-CHECK-ONE-BALANCE-EXIT
025700     END-EVALUATE.
025800     IF WS-EXC-COUNT >= WS-EXC-CAPACITY
025900         ADD 1 TO WS-EXC-DROPPED
026000         GO TO 2100-CHECK-ONE-BALANCE-EXIT
026100     END-IF.
026200     ADD 1 TO WS-EXC-COUNT.
026300     MOVE WS-EXC-COUNT   TO WS-EXC-IDX.
026400     MOVE LB-EMPL-ID     TO WS-EX-EMPL-ID (WS-EXC-IDX).
026500     MOVE LB-EMPL-NAME   TO WS-EX-NAME (WS-EXC-IDX).
026600     MOVE LB-EMPL-DEPT   TO WS-EX-DEPT (WS-EXC-IDX).
026700     MOVE WS-CHK-TYPE    TO WS-EX-TYPE (WS-EXC-IDX).
026800     MOVE WS-CHK-BALANCE TO WS-EX-BALANCE (WS-EXC-IDX).
026900     MOVE WS-CHK-CAP     TO WS-EX-CAP (WS-EXC-IDX).
027000     MOVE WS-CHK-REASON  TO WS-EX-REASON (WS-EXC-IDX).
027100 2100-CHECK-ONE-BALANCE-EXIT.
027200     EXIT.
027300 
027400*****************************************************************
027500* 3000-PRINT-DEPT-TOTAL - PRINT THE TOTALS LINE FOR THE
027600* DEPARTMENT JUST FINISHED AND A BLANK LINE, THEN CLEAR THE
027700* DEPARTMENT ACCUMULATORS.
027800*****************************************************************
027900 3000-PRINT-DEPT-TOTAL.
028000     MOVE SPACES TO LVBRPT-RECORD.
028100     STRING 'DEPT ' WS-CUR-DEPT ' TOTAL' DELIMITED BY SIZE
028200         INTO VQ-LABEL.
028300     MOVE WS-DEPT-VAC-TOTAL  TO VQ-VAC-BALANCE.
028400     MOVE WS-DEPT-SICK-TOTAL TO VQ-SICK-BALANCE.
028500     PERFORM 8200-PRINT-REPORT-LINE
028600         THRU 8200-PRINT-REPORT-LINE-EXIT.
028700     MOVE SPACES TO LVBRPT-RECORD.
028800     PERFORM 8200-PRINT-REPORT-LINE
028900         THRU 8200-PRINT-REPORT-LINE-EXIT.
029000     MOVE ZERO TO WS-DEPT-VAC-TOTAL.
029100     MOVE ZERO TO WS-DEPT-SICK-TOTAL.
029200 3000-PRINT-DEPT-TOTAL-EXIT.
029300     EXIT.
029400 
029500*****************************************************************
029600* 4000-PRINT-EXCEPTIONS - THE SECOND SECTION: A HEADING, THEN
029700* EACH TABLED NEGATIVE OR OVER-CAP BALANCE IN STATEMENT ORDER.
029800*****************************************************************
029900 4000-PRINT-EXCEPTIONS.
030000     MOVE SPACES TO LVBRPT-RECORD.
030100     MOVE 'EXCEPTIONS - NEGATIVE AND OVER-CAP BALANCES'
030200                                   TO VZ-NOTE-TEXT.
030300     PERFORM 8200-PRINT-REPORT-LINE
030400         THRU 8200-PRINT-REPORT-LINE-EXIT.
030500     IF WS-EXC-COUNT = ZERO
030600         MOVE SPACES TO LVBRPT-RECORD
030700         MOVE 'NO NEGATIVE OR OVER-CAP BALANCES'
030800                                   TO VZ-NOTE-TEXT
030900         PERFORM 8200-PRINT-REPORT-LINE
031000             THRU 8200-PRINT-REPORT-LINE-EXIT
031100         GO TO 4000-PRINT-EXCEPTIONS-EXIT
031200     END-IF.
031300     MOVE SPACES TO LVBRPT-RECORD.
031400     MOVE 'EMPL ID'         TO VY-ID-HDG.
031500     MOVE 'NAME'            TO VY-NAME-HDG.
031600     MOVE 'DEPT'            TO VY-DEPT-HDG.
031700     MOVE 'LEAVE'           TO VY-TYPE-HDG.
031800     MOVE '   BALANCE'      TO VY-BALANCE-HDG.
031900     MOVE '       CAP'      TO VY-CAP-HDG.
032000     MOVE '  EXCEPTION'     TO VY-REASON-HDG.
032100     PERFORM 8200-PRINT-REPORT-LINE
032200         THRU 8200-PRINT-REPORT-LINE-EXIT.
032300     PERFORM 4100-PRINT-ONE-EXCEPTION
032400         THRU 4100-PRINT-ONE-EXCEPTION-EXIT
032500         VARYING WS-EXC-IDX FROM 1 BY 1
032600         UNTIL WS-EXC-IDX > WS-EXC-COUNT.
032700     IF WS-EXC-DROPPED > ZERO
032800         MOVE SPACES TO LVBRPT-RECORD
032900         MOVE 'EXCEPTIONS NOT LISTED (TABLE FULL)' TO VK-LABEL
033000         MOVE WS-EXC-DROPPED TO VK-COUNT
033100         PERFORM 8200-PRINT-REPORT-LINE
033200             THRU 8200-PRINT-REPORT-LINE-EXIT
033300     END-IF.
033400 4000-PRINT-EXCEPTIONS-EXIT.
033500     EXIT.
033600 
033700*****************************************************************
033800* 4100-PRINT-ONE-EXCEPTION - PRINT ONE TABLED EXCEPTION.
033900*****************************************************************
034000 4100-PRINT-ONE-EXCEPTION.
034100     MOVE SPACES TO LVBRPT-RECORD.
034200     MOVE WS-EX-EMPL-ID (WS-EXC-IDX) TO VX-EMPL-ID.
034300     MOVE WS-EX-NAME (WS-EXC-IDX)    TO VX-NAME.
034400     MOVE WS-EX-DEPT (WS-EXC-IDX)    TO VX-DEPT.
034500     MOVE WS-EX-TYPE (WS-EXC-IDX)    TO VX-LEAVE-TYPE.
034600     MOVE WS-EX-BALANCE (WS-EXC-IDX) TO VX-BALANCE.
034700     MOVE WS-EX-CAP (WS-EXC-IDX)     TO VX-CAP.
034800     MOVE WS-EX-REASON (WS-EXC-IDX)  TO VX-REASON.
034900     PERFORM 8200-PRINT-REPORT-LINE
035000         THRU 8200-PRINT-REPORT-LINE-EXIT.
035100 4100-PRINT-ONE-EXCEPTION-EXIT.
035200     EXIT.
035300 
035400*****************************************************************
035500* 8000-FINALIZE - PRINT THE LAST DEPARTMENT'S TOTALS, THE GRAND
035600* TOTAL, THE EXCEPTION SECTION, AND THE COUNTS. ENDS RC 4 WHEN
035700* THERE IS ANY NEGATIVE OR OVER-CAP BALANCE, AND WARNS THE COUNT
035800* TO THE AUDIT TRAIL.
035900*****************************************************************
036000 8000-FINALIZE.
036100     IF WS-READ-COUNT = ZERO
036200         MOVE SPACES TO LVBRPT-RECORD
036300         MOVE 'NO LEAVE BALANCES ON FILE' TO VZ-NOTE-TEXT
036400         PERFORM 8200-PRINT-REPORT-LINE
036500             THRU 8200-PRINT-REPORT-LINE-EXIT
036600     ELSE
036700         PERFORM 3000-PRINT-DEPT-TOTAL
036800             THRU 3000-PRINT-DEPT-TOTAL-EXIT
036900         MOVE SPACES TO LVBRPT-RECORD
037000         MOVE 'GRAND TOTAL'       TO VQ-LABEL
037100         MOVE WS-GRAND-VAC-TOTAL  TO VQ-VAC-BALANCE
037200         MOVE WS-GRAND-SICK-TOTAL TO VQ-SICK-BALANCE
037300         PERFORM 8200-PRINT-REPORT-LINE
037400             THRU 8200-PRINT-REPORT-LINE-EXIT
037500     END-IF.
037600     MOVE SPACES TO LVBRPT-RECORD.
037700     PERFORM 8200-PRINT-REPORT-LINE
037800         THRU 8200-PRINT-REPORT-LINE-EXIT.
037900     PERFORM 4000-PRINT-EXCEPTIONS
038000         THRU 4000-PRINT-EXCEPTIONS-EXIT.
038100     MOVE SPACES TO LVBRPT-RECORD.
038200     PERFORM 8200-PRINT-REPORT-LINE
038300         THRU 8200-PRINT-REPORT-LINE-EXIT.
038400     MOVE SPACES TO LVBRPT-RECORD.
038500     MOVE 'LEAVE BALANCE RECORDS READ' TO VK-LABEL.
038600     MOVE WS-READ-COUNT                TO VK-COUNT.
038700     PERFORM 8200-PRINT-REPORT-LINE
038800         THRU 8200-PRINT-REPORT-LINE-EXIT.
038900     MOVE SPACES TO LVBRPT-RECORD.
039000     MOVE 'NEGATIVE BALANCES'          TO VK-LABEL.
039100     MOVE WS-NEGATIVE-COUNT            TO VK-COUNT.
039200     PERFORM 8200-PRINT-REPORT-LINE
039300         THRU 8200-PRINT-REPORT-LINE-EXIT.
039400     MOVE SPACES TO LVBRPT-RECORD.
039500     MOVE 'BALANCES OVER CARRY-OVER CAP' TO VK-LABEL.
039600     MOVE WS-OVER-CAP-COUNT            TO VK-COUNT.
039700     PERFORM 8200-PRINT-REPORT-LINE
039800         THRU 8200-PRINT-REPORT-LINE-EXIT.
039900     DISPLAY 'LVBALRPT - READ ' WS-READ-COUNT
040000             ' NEGATIVE ' WS-NEGATIVE-COUNT
040100             ' OVER CAP ' WS-OVER-CAP-COUNT.
040200     IF WS-NEGATIVE-COUNT > ZERO OR WS-OVER-CAP-COUNT > ZERO
040300         MOVE 'LEAVE BALANCE CHECK' TO AL-OPERATION
040400         MOVE ZERO                TO AL-SQLCODE
040500         MOVE 'BALANCE EXCEPTIONS' TO AL-MESSAGE
040600         MOVE 'W' TO AL-SEVERITY
040700         PERFORM WRITE-AUDIT-LOG
040800             THRU WRITE-AUDIT-LOG-EXIT
040900         MOVE 4 TO RETURN-CODE
041000     END-IF.
041100 8000-FINALIZE-EXIT.
041200     EXIT.
041300 
041400*****************************************************************
041500* 8200-PRINT-REPORT-LINE - SEND THE LINE SITTING IN
041600* LVBRPT-RECORD OUT THROUGH THE SHARED RPTWRTR PAGINATOR AND
041700* WRITE WHATEVER PRINT LINES COME BACK.
041800*****************************************************************
041900 8200-PRINT-REPORT-LINE.
042000     MOVE LVBRPT-RECORD TO WS-RW-DETAIL-LINE.
042100     MOVE 'D' TO WS-RW-FUNCTION.
042200     CALL 'RPTWRTR' USING WS-RPTWRTR-PARM.
042300     PERFORM 8210-WRITE-RPT-OUT-LINES
042400         THRU 8210-WRITE-RPT-OUT-LINES-EXIT.
042500 8200-PRINT-REPORT-LINE-EXIT.
042600     EXIT.
042700 
042800*****************************************************************
042900* 8210-WRITE-RPT-OUT-LINES - WRITE THE PRINT LINES THE LAST
043000* RPTWRTR CALL HANDED BACK, IN ORDER.
043100*****************************************************************
043200 8210-WRITE-RPT-OUT-LINES.
043300     PERFORM 8220-WRITE-ONE-RPT-LINE
043400         THRU 8220-WRITE-ONE-RPT-LINE-EXIT
043500         VARYING WS-RW-WRITE-IDX FROM 1 BY 1
043600         UNTIL WS-RW-WRITE-IDX > WS-RW-OUT-COUNT.
043700 8210-WRITE-RPT-OUT-LINES-EXIT.
043800     EXIT.
043900 
044000*****************************************************************
044100* 8220-WRITE-ONE-RPT-LINE - WRITE ONE RETURNED PRINT LINE.
044200*****************************************************************
044300 8220-WRITE-ONE-RPT-LINE.
044400     WRITE LVBRPT-RECORD
044500         FROM WS-RW-OUT-LINE (WS-RW-WRITE-IDX).
044600 8220-WRITE-ONE-RPT-LINE-EXIT.
044700     EXIT.
044800 
044900*****************************************************************
045000* WRITE-AUDIT-LOG - SHARED AUDIT LOG WRITE, COPIED FROM
045100* AUDLOG.CPY. SEE THE COPYBOOK FOR DETAILS.
045200*****************************************************************
045300     COPY AUDLOG.
