000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    YTDRPT.
000300 AUTHOR.        D BUDZOWSKI.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* MODIFICATION HISTORY
000900* DATE       INIT DESCRIPTION
001000* ---------- ---- ------------------------------------------
001100* 2026-10-15 DB   INITIAL VERSION - QUARTER-END EARNINGS
001200*                 REGISTER AND YEAR-END WAGE SUMMARY. READS THE
001300*                 FLAT REPRO COPY OF THE PAYYTD YEAR-TO-DATE
001400*                 DATASET (YTDREC.CPY -- SEE YTDRPT.JCL, WHICH
001500*                 REPROS THE KSDS AND SORTS IT BY DEPARTMENT
001600*                 AHEAD OF THIS STEP) AND PRINTS, BY DEPARTMENT
001700*                 WITH DEPARTMENT AND GRAND TOTALS, EITHER EACH
001800*                 EMPLOYEE'S EARNINGS FOR ONE QUARTER WITH THE
001900*                 YEAR TO DATE THROUGH IT (PARM TYPE 'Q') OR
002000*                 EACH EMPLOYEE'S FOUR QUARTERS AND YEAR TOTAL
002100*                 (PARM TYPE 'Y'). A YEAR THAT PAYRECON HAS
002200*                 ALREADY ROLLED IS READ FROM THE PRIOR-YEAR
002300*                 FIELDS, SO THE WAGE SUMMARY STILL RUNS AFTER
002400*                 THE NEW YEAR'S FIRST PAYROLL. PAGINATION
002500*                 COMES FROM THE SHARED RPTWRTR.
002600*****************************************************************
002700 
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT YTDSEQ-FILE ASSIGN TO YTDSEQ
003200         ORGANIZATION IS SEQUENTIAL
003300         FILE STATUS IS WS-YTD-STATUS.
003400     SELECT YTDRPT-FILE ASSIGN TO YTDRPT
003500         ORGANIZATION IS SEQUENTIAL.
003600     SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS WS-AUDIT-STATUS.
003900 
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  YTDSEQ-FILE
004300     RECORDING MODE IS F
004400     RECORD CONTAINS 150 CHARACTERS
004500     LABEL RECORDS ARE STANDARD.
004600     COPY YTDREC.
004700 
004800 FD  YTDRPT-FILE
004900     RECORDING MODE IS F
005000     RECORD CONTAINS 132 CHARACTERS
005100     LABEL RECORDS ARE STANDARD.
005200     COPY YTRPT.
005300 
005400 FD  AUDIT-LOG-FILE
005500     RECORDING MODE IS F
005600     RECORD CONTAINS 80 CHARACTERS
005700     LABEL RECORDS ARE STANDARD.
005800     COPY AUDREC.
005900 
006000 WORKING-STORAGE SECTION.
006100 01  WS-YTD-STATUS                PIC X(02).
006200 01  WS-AUDIT-STATUS              PIC X(02).
006300 01  WS-YTD-EOF-SW                PIC X(01)  VALUE 'N'.
006400     88  WS-YTD-EOF                          VALUE 'Y'.
006500 01  WS-ABEND-SW                  PIC X(01)  VALUE 'N'.
006600     88  WS-ABEND-REQUESTED                  VALUE 'Y'.
006700 01  WS-FIRST-DEPT-SW             PIC X(01)  VALUE 'Y'.
006800     88  WS-FIRST-DEPT                       VALUE 'Y'.
006900 
007000 01  WS-RPT-TYPE                  PIC X(01)  VALUE 'Q'.
007100     88  WS-RPT-QUARTER                      VALUE 'Q'.
007200     88  WS-RPT-YEAR-END                     VALUE 'Y'.
007300 01  WS-RPT-YEAR                  PIC 9(04)  VALUE ZERO.
007400 01  WS-RPT-QTR                   PIC 9(01)  VALUE ZERO.
007500 01  WS-AMT-COLS                  PIC 9(01)  VALUE ZERO.
007600 01  WS-COL-IDX                   PIC 9(01)  VALUE ZERO.
007700 01  WS-QTR-IDX                   PIC 9(01)  VALUE ZERO.
007800 01  WS-CUR-DEPT                  PIC X(04)  VALUE SPACES.
007900 
008000 01  WS-READ-COUNT                PIC 9(05)  VALUE ZERO.
008100 01  WS-LISTED-COUNT              PIC 9(05)  VALUE ZERO.
008200 01  WS-NOT-IN-YEAR-COUNT         PIC 9(05)  VALUE ZERO.
008300 01  WS-DEPT-COUNT                PIC 9(05)  VALUE ZERO.
008400 
008500*****************************************************************
008600* THE YEAR'S FIGURES FOR THE EMPLOYEE IN HAND, FROM EITHER THE
008700* CURRENT OR THE PRIOR-YEAR FIELDS, AND THE FIVE MONEY COLUMNS
008800* AT EMPLOYEE, DEPARTMENT, AND GRAND-TOTAL LEVEL.
008900*****************************************************************
009000 01  WS-YEAR-FIGURES.
009100     05  WS-YF-QTR                PIC 9(07)V99 OCCURS 4 TIMES.
009200     05  WS-YF-TOTAL              PIC 9(07)V99.
009300 01  WS-LINE-AMOUNTS.
009400     05  WS-LINE-AMT              PIC 9(09)V99 OCCURS 5 TIMES.
009500 01  WS-DEPT-AMOUNTS.
009600     05  WS-DEPT-AMT              PIC 9(09)V99 OCCURS 5 TIMES.
009700 01  WS-GRAND-AMOUNTS.
009800     05  WS-GRAND-AMT             PIC 9(09)V99 OCCURS 5 TIMES.
009900 
010000 01  WS-SYS-DATE                  PIC X(08).
010100 01  WS-SYS-DATE-R REDEFINES WS-SYS-DATE.
010200     05  WS-SYS-YYYY              PIC 9(04).
010300     05  WS-SYS-MM                PIC 9(02).
010400     05  WS-SYS-DD                PIC 9(02).
010500 
010600 01  WS-RUN-DATE-EDIT.
010700     05  WS-RE-MM                 PIC 9(02).
010800     05  FILLER                   PIC X(01)  VALUE '/'.
010900     05  WS-RE-DD                 PIC 9(02).
011000     05  FILLER                   PIC X(01)  VALUE '/'.
011100     05  WS-RE-YYYY               PIC 9(04).
011200 
011300 01  WS-QTR-TITLE.
011400     05  FILLER                   PIC X(30)
011500             VALUE 'QUARTER-END EARNINGS REGISTER '.
011600     05  WS-QT-YEAR               PIC 9(04).
011700     05  FILLER                   PIC X(02)  VALUE ' Q'.
011800     05  WS-QT-QTR                PIC 9(01).
011900 01  WS-YEAR-TITLE.
012000     05  FILLER                   PIC X(22)
012100             VALUE 'YEAR-END WAGE SUMMARY '.
012200     05  WS-YT-YEAR               PIC 9(04).
012300 
012400 01  WS-RW-WRITE-IDX              PIC 9(01)  VALUE ZERO.
012500 
012600     COPY RPTPARM.
012700 
012800 LINKAGE SECTION.
012900 01  LS-PARM.
013000     05  LS-PARM-LEN         PIC S9(04) COMP.
013100     05  LS-PARM-DATA.
013200         10  LS-PARM-TYPE         PIC X(01).
013300         10  LS-PARM-YEAR         PIC X(04).
013400         10  LS-PARM-QTR          PIC X(01).
013500 
013600 PROCEDURE DIVISION USING LS-PARM.
013700 
013800 0000-MAINLINE.
013900     OPEN EXTEND AUDIT-LOG-FILE.
014000     MOVE 'YTDRPT' TO AL-PROGRAM.
014100     PERFORM 1000-INITIALIZE
014200         THRU 1000-INITIALIZE-EXIT.
014300     IF WS-ABEND-REQUESTED
014400         GO TO 9999-END-OF-JOB
014500     END-IF.
014600     PERFORM 2000-PROCESS-YTD-RECORD
014700         THRU 2000-PROCESS-YTD-RECORD-EXIT
014800         UNTIL WS-YTD-EOF.
014900     CLOSE YTDSEQ-FILE.
015000     PERFORM 8000-FINALIZE
015100         THRU 8000-FINALIZE-EXIT.
015200 9999-END-OF-JOB.
015300     CLOSE YTDRPT-FILE.
015400     CLOSE AUDIT-LOG-FILE.
015500     STOP RUN.
015600 
015700*****************************************************************
015800* 1000-INITIALIZE - ESTABLISH THE RUN DATE AND THE REPORT TYPE
015900* AND PERIOD FROM THE PARM, OPEN THE FILES, AND START THE
016000* RPTWRTR PAGE STATE WITH THE TITLE AND COLUMN HEADINGS FOR THE
016100* REPORT ASKED FOR.
016200*****************************************************************
016300 1000-INITIALIZE.
016400     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
016500     MOVE WS-SYS-MM   TO WS-RE-MM.
016600     MOVE WS-SYS-DD   TO WS-RE-DD.
016700     MOVE WS-SYS-YYYY TO WS-RE-YYYY.
016800     OPEN OUTPUT YTDRPT-FILE.
016900     PERFORM 1100-SET-REPORT-PERIOD
017000         THRU 1100-SET-REPORT-PERIOD-EXIT.
017100     IF WS-ABEND-REQUESTED
017200         GO TO 1000-INITIALIZE-EXIT
017300     END-IF.
017400     MOVE SPACES TO YTDRPT-RECORD.
017500     MOVE 'EMPL ID'         TO YH-ID-HDG.
017600     MOVE 'NAME'            TO YH-NAME-HDG.
017700     MOVE 'DEPT'            TO YH-DEPT-HDG.
017800     IF WS-RPT-QUARTER
017900         MOVE 2 TO WS-AMT-COLS
018000         MOVE '         QUARTER' TO YH-AMT-HDG (1)
018100         MOVE '    YEAR TO DATE' TO YH-AMT-HDG (2)
018200         MOVE WS-RPT-YEAR  TO WS-QT-YEAR
018300         MOVE WS-RPT-QTR   TO WS-QT-QTR
018400         MOVE WS-QTR-TITLE TO WS-RW-TITLE-TEXT
018500     ELSE
018600         MOVE 5 TO WS-AMT-COLS
018700         MOVE '       QUARTER 1' TO YH-AMT-HDG (1)
018800         MOVE '       QUARTER 2' TO YH-AMT-HDG (2)
018900         MOVE '       QUARTER 3' TO YH-AMT-HDG (3)
019000         MOVE '       QUARTER 4' TO YH-AMT-HDG (4)
019100         MOVE '      YEAR TOTAL' TO YH-AMT-HDG (5)
019200         MOVE WS-RPT-YEAR   TO WS-YT-YEAR
019300         MOVE WS-YEAR-TITLE TO WS-RW-TITLE-TEXT
019400     END-IF.
019500     MOVE YTDRPT-RECORD TO WS-RW-HEADING-LINE.
019600     MOVE WS-RUN-DATE-EDIT TO WS-RW-RUN-DATE.
019700     MOVE 60 TO WS-RW-LINES-PER-PAGE.
019800     MOVE 'I' TO WS-RW-FUNCTION.
019900     CALL 'RPTWRTR' USING WS-RPTWRTR-PARM.
020000     PERFORM 8210-WRITE-RPT-OUT-LINES
020100         THRU 8210-WRITE-RPT-OUT-LINES-EXIT.
020200     MOVE ZERO TO WS-DEPT-AMOUNTS.
020300     MOVE ZERO TO WS-GRAND-AMOUNTS.
020400     OPEN INPUT YTDSEQ-FILE.
020500     IF WS-YTD-STATUS NOT = '00'
020600         DISPLAY 'YTDRPT - ERROR OPENING YTDSEQ, STATUS '
020700                 WS-YTD-STATUS
020800         MOVE 16 TO RETURN-CODE
020900         MOVE 'Y' TO WS-ABEND-SW
021000     END-IF.
021100 1000-INITIALIZE-EXIT.
021200     EXIT.
021300 
021400*****************************************************************
021500* 1100-SET-REPORT-PERIOD - THE PARM IS THE REPORT TYPE IN
021600* POSITION 1 ('Q' QUARTER-END REGISTER, 'Y' YEAR-END WAGE
021700* SUMMARY), THE YEAR IN 2-5, AND FOR 'Q' THE QUARTER (1-4) IN
021800* 6. A MISSING OR BLANK PARM IS THE REGISTER FOR THE RUN DATE'S
021900* QUARTER; A BLANK YEAR OR QUARTER DEFAULTS THE SAME WAY. A
022000* PARM THAT DOES NOT PARSE FAILS THE STEP.
022100*****************************************************************
022200 1100-SET-REPORT-PERIOD.
022300     MOVE WS-SYS-YYYY TO WS-RPT-YEAR.
022400     COMPUTE WS-RPT-QTR = (WS-SYS-MM + 2) / 3.
022500     IF LS-PARM-LEN = ZERO
022600         GO TO 1100-SET-REPORT-PERIOD-EXIT
022700     END-IF.
022800     IF LS-PARM-TYPE NOT = SPACE
022900         MOVE LS-PARM-TYPE TO WS-RPT-TYPE
023000     END-IF.
023100     IF LS-PARM-LEN > 1
023200             AND LS-PARM-YEAR NOT = SPACES
023300         IF LS-PARM-YEAR NUMERIC
023400             MOVE LS-PARM-YEAR TO WS-RPT-YEAR
023500         ELSE
023600             MOVE 'X' TO WS-RPT-TYPE
023700         END-IF
023800     END-IF.
023900     IF LS-PARM-LEN > 5
024000             AND LS-PARM-QTR NOT = SPACE
024100         IF LS-PARM-QTR >= '1' AND LS-PARM-QTR <= '4'
024200             MOVE LS-PARM-QTR TO WS-RPT-QTR
024300         ELSE
024400             MOVE 'X' TO WS-RPT-TYPE
024500         END-IF
024600     END-IF.
024700     IF NOT WS-RPT-QUARTER AND NOT WS-RPT-YEAR-END
024800         DISPLAY 'YTDRPT - BAD PARM ' LS-PARM-DATA
024900                 ', ABENDING'
025000         MOVE 'SET REPORT PERIOD'  TO AL-OPERATION
025100         MOVE ZERO                 TO AL-SQLCODE
025200         MOVE 'BAD REPORT PARM'    TO AL-MESSAGE
025300         MOVE 'S' TO AL-SEVERITY
025400         PERFORM WRITE-AUDIT-LOG
025500             THRU WRITE-AUDIT-LOG-EXIT
025600         MOVE 16 TO RETURN-CODE
025700         MOVE 'Y' TO WS-ABEND-SW
025800     END-IF.
025900 1100-SET-REPORT-PERIOD-EXIT.
026000     EXIT.
026100 
026200*****************************************************************
026300* 2000-PROCESS-YTD-RECORD - READ ONE YEAR-TO-DATE RECORD AND
026400* PRINT IT WHEN THE EMPLOYEE HAS EARNINGS IN THE REPORT PERIOD.
026500* THE YEAR'S FIGURES COME FROM THE CURRENT FIELDS WHEN THE
026600* RECORD IS STILL ON THE REPORT YEAR, FROM THE PRIOR-YEAR
026700* FIELDS WHEN PAYRECON HAS SINCE ROLLED IT; A RECORD ON NEITHER
026800* HAD NO PAY IN THE YEAR. A CHANGE OF DEPARTMENT PRINTS THE
026900* LAST DEPARTMENT'S TOTALS FIRST.
027000*****************************************************************
027100 2000-PROCESS-YTD-RECORD.
027200     READ YTDSEQ-FILE
027300         AT END
027400             MOVE 'Y' TO WS-YTD-EOF-SW
027500             GO TO 2000-PROCESS-YTD-RECORD-EXIT
027600     END-READ.
027700     ADD 1 TO WS-READ-COUNT.
027800     EVALUATE TRUE
027900         WHEN YT-YEAR = WS-RPT-YEAR
028000             PERFORM 2100-TAKE-CURRENT-YEAR
028100                 THRU 2100-TAKE-CURRENT-YEAR-EXIT
028200                 VARYING WS-QTR-IDX FROM 1 BY 1
028300                 UNTIL WS-QTR-IDX > 4
028400             MOVE YT-YTD-EARNINGS TO WS-YF-TOTAL
028500         WHEN YT-PRIOR-YEAR = WS-RPT-YEAR
028600             PERFORM 2110-TAKE-PRIOR-YEAR
028700                 THRU 2110-TAKE-PRIOR-YEAR-EXIT
028800                 VARYING WS-QTR-IDX FROM 1 BY 1
028900                 UNTIL WS-QTR-IDX > 4
029000             MOVE YT-PRIOR-YTD-EARN TO WS-YF-TOTAL
029100         WHEN OTHER
029200             ADD 1 TO WS-NOT-IN-YEAR-COUNT
029300             GO TO 2000-PROCESS-YTD-RECORD-EXIT
029400     END-EVALUATE.
029500     MOVE ZERO TO WS-LINE-AMOUNTS.
029600     IF WS-RPT-QUARTER
029700         MOVE WS-YF-QTR (WS-RPT-QTR) TO WS-LINE-AMT (1)
029800         PERFORM 2120-ADD-QTR-TO-DATE
029900             THRU 2120-ADD-QTR-TO-DATE-EXIT
030000             VARYING WS-QTR-IDX FROM 1 BY 1
030100             UNTIL WS-QTR-IDX > WS-RPT-QTR
030200     ELSE
030300         PERFORM 2130-TAKE-ONE-QUARTER
030400             THRU 2130-TAKE-ONE-QUARTER-EXIT
030500             VARYING WS-QTR-IDX FROM 1 BY 1
030600             UNTIL WS-QTR-IDX > 4
030700         MOVE WS-YF-TOTAL TO WS-LINE-AMT (5)
030800     END-IF.
030900     IF WS-RPT-QUARTER AND WS-LINE-AMT (2) = ZERO
031000         ADD 1 TO WS-NOT-IN-YEAR-COUNT
031100         GO TO 2000-PROCESS-YTD-RECORD-EXIT
031200     END-IF.
031300     IF WS-RPT-YEAR-END AND WS-LINE-AMT (5) = ZERO
031400         ADD 1 TO WS-NOT-IN-YEAR-COUNT
031500         GO TO 2000-PROCESS-YTD-RECORD-EXIT
031600     END-IF.
031700     IF WS-FIRST-DEPT
031800         MOVE 'N' TO WS-FIRST-DEPT-SW
031900         MOVE YT-EMPL-DEPT TO WS-CUR-DEPT
032000     END-IF.
032100     IF YT-EMPL-DEPT NOT = WS-CUR-DEPT
032200         PERFORM 3000-PRINT-DEPT-TOTAL
032300             THRU 3000-PRINT-DEPT-TOTAL-EXIT
032400         MOVE YT-EMPL-DEPT TO WS-CUR-DEPT
032500     END-IF.
032600     ADD 1 TO WS-LISTED-COUNT.
032700     ADD 1 TO WS-DEPT-COUNT.
032800     MOVE SPACES TO YTDRPT-RECORD.
032900     MOVE YT-EMPL-ID   TO YD-EMPL-ID.
033000     MOVE YT-EMPL-NAME TO YD-NAME.
033100     MOVE YT-EMPL-DEPT TO YD-DEPT.
033200     PERFORM 2200-POST-ONE-COLUMN
033300         THRU 2200-POST-ONE-COLUMN-EXIT
033400         VARYING WS-COL-IDX FROM 1 BY 1
033500         UNTIL WS-COL-IDX > WS-AMT-COLS.
033600     PERFORM 8200-PRINT-REPORT-LINE
033700         THRU 8200-PRINT-REPORT-LINE-EXIT.
033800 2000-PROCESS-YTD-RECORD-EXIT.
033900     EXIT.
034000 
034100*****************************************************************
034200* 2100-TAKE-CURRENT-YEAR - ONE QUARTER FROM THE CURRENT FIELDS.
034300*****************************************************************
034400 2100-TAKE-CURRENT-YEAR.
034500     MOVE YT-QTR-EARNINGS (WS-QTR-IDX)
034600         TO WS-YF-QTR (WS-QTR-IDX).
034700 2100-TAKE-CURRENT-YEAR-EXIT.
034800     EXIT.
034900 
035000*****************************************************************
035100* 2110-TAKE-PRIOR-YEAR - ONE QUARTER FROM THE PRIOR-YEAR FIELDS.
035200*****************************************************************
035300 2110-TAKE-PRIOR-YEAR.
035400     MOVE YT-PRIOR-QTR-EARN (WS-QTR-IDX)
035500         TO WS-YF-QTR (WS-QTR-IDX).
035600 2110-TAKE-PRIOR-YEAR-EXIT.
035700     EXIT.
035800 
035900*****************************************************************
036000* 2120-ADD-QTR-TO-DATE - ADD ONE QUARTER INTO THE REGISTER'S
036100* YEAR-TO-DATE COLUMN, WHICH RUNS THROUGH THE REPORT QUARTER.
036200*****************************************************************
036300 2120-ADD-QTR-TO-DATE.
036400     ADD WS-YF-QTR (WS-QTR-IDX) TO WS-LINE-AMT (2).
036500 2120-ADD-QTR-TO-DATE-EXIT.
036600     EXIT.
036700 
036800*****************************************************************
036900* 2130-TAKE-ONE-QUARTER - ONE QUARTER INTO ITS WAGE SUMMARY
037000* COLUMN.
037100*****************************************************************
037200 2130-TAKE-ONE-QUARTER.
037300     MOVE WS-YF-QTR (WS-QTR-IDX) TO WS-LINE-AMT (WS-QTR-IDX).
037400 2130-TAKE-ONE-QUARTER-EXIT.
037500     EXIT.
037600 
037700*****************************************************************
037800* 2200-POST-ONE-COLUMN - PRINT ONE MONEY COLUMN FOR THE EMPLOYEE
037900* AND ADD IT TO THE DEPARTMENT AND GRAND TOTALS.
038000*****************************************************************
038100 2200-POST-ONE-COLUMN.
038200     MOVE WS-LINE-AMT (WS-COL-IDX) TO YD-AMT (WS-COL-IDX).
038300     ADD WS-LINE-AMT (WS-COL-IDX) TO WS-DEPT-AMT (WS-COL-IDX).
038400     ADD WS-LINE-AMT (WS-COL-IDX) TO WS-GRAND-AMT (WS-COL-IDX).
038500 2200-POST-ONE-COLUMN-EXIT.
038600     EXIT.
038700 
038800*****************************************************************
038900* 3000-PRINT-DEPT-TOTAL - PRINT THE TOTALS LINE FOR THE
039000* DEPARTMENT JUST FINISHED AND A BLANK LINE, THEN CLEAR THE
039100* DEPARTMENT ACCUMULATORS.
039200*****************************************************************
039300 3000-PRINT-DEPT-TOTAL.
039400     MOVE SPACES TO YTDRPT-RECORD.
039500     STRING 'DEPT ' WS-CUR-DEPT ' TOTAL' DELIMITED BY SIZE
039600         INTO YG-LABEL.
039700     PERFORM 3100-TOTAL-ONE-COLUMN
039800         THRU 3100-TOTAL-ONE-COLUMN-EXIT
039900         VARYING WS-COL-IDX FROM 1 BY 1
040000         UNTIL WS-COL-IDX > WS-AMT-COLS.
040100     PERFORM 8200-PRINT-REPORT-LINE
040200         THRU 8200-PRINT-REPORT-LINE-EXIT.
040300     MOVE SPACES TO YTDRPT-RECORD.
040400     PERFORM 8200-PRINT-REPORT-LINE
040500         THRU 8200-PRINT-REPORT-LINE-EXIT.
040600     MOVE ZERO TO WS-DEPT-COUNT.
040700 3000-PRINT-DEPT-TOTAL-EXIT.
040800     EXIT.
040900 
041000*****************************************************************
041100* 3100-TOTAL-ONE-COLUMN - PRINT AND CLEAR ONE DEPARTMENT MONEY
041200* COLUMN.
041300*****************************************************************
041400 3100-TOTAL-ONE-COLUMN.
041500     MOVE WS-DEPT-AMT (WS-COL-IDX) TO YG-AMT (WS-COL-IDX).
041600     MOVE ZERO TO WS-DEPT-AMT (WS-COL-IDX).
041700 3100-TOTAL-ONE-COLUMN-EXIT.
041800     EXIT.
041900 
042000*****************************************************************
042100* 8000-FINALIZE - PRINT THE LAST DEPARTMENT'S TOTALS, THE GRAND
042200* TOTAL, AND THE COUNTS. ENDS RC 4 WHEN NOBODY HAD EARNINGS IN
042300* THE PERIOD -- USUALLY THE WRONG YEAR OR QUARTER IN THE PARM.
042400*****************************************************************
042500 8000-FINALIZE.
042600     IF WS-LISTED-COUNT = ZERO
042700         MOVE SPACES TO YTDRPT-RECORD
042800         MOVE 'NO EARNINGS POSTED FOR THE PERIOD'
042900                                   TO YN-NOTE-TEXT
043000         PERFORM 8200-PRINT-REPORT-LINE
043100             THRU 8200-PRINT-REPORT-LINE-EXIT
043200     ELSE
043300         PERFORM 3000-PRINT-DEPT-TOTAL
043400             THRU 3000-PRINT-DEPT-TOTAL-EXIT
043500         MOVE SPACES TO YTDRPT-RECORD
043600         MOVE 'GRAND TOTAL' TO YG-LABEL
043700         PERFORM 8100-GRAND-ONE-COLUMN
043800             THRU 8100-GRAND-ONE-COLUMN-EXIT
043900             VARYING WS-COL-IDX FROM 1 BY 1
044000             UNTIL WS-COL-IDX > WS-AMT-COLS
044100         PERFORM 8200-PRINT-REPORT-LINE
044200             THRU 8200-PRINT-REPORT-LINE-EXIT
044300     END-IF.
044400     MOVE SPACES TO YTDRPT-RECORD.
044500     PERFORM 8200-PRINT-REPORT-LINE
044600         THRU 8200-PRINT-REPORT-LINE-EXIT.
044700     MOVE SPACES TO YTDRPT-RECORD.
044800     MOVE 'YEAR-TO-DATE RECORDS READ'  TO YC-LABEL.
044900     MOVE WS-READ-COUNT                TO YC-COUNT.
045000     PERFORM 8200-PRINT-REPORT-LINE
045100         THRU 8200-PRINT-REPORT-LINE-EXIT.
045200     MOVE SPACES TO YTDRPT-RECORD.
045300     MOVE 'EMPLOYEES LISTED'           TO YC-LABEL.
045400     MOVE WS-LISTED-COUNT              TO YC-COUNT.
045500     PERFORM 8200-PRINT-REPORT-LINE
045600         THRU 8200-PRINT-REPORT-LINE-EXIT.
045700     MOVE SPACES TO YTDRPT-RECORD.
045800     MOVE 'NO EARNINGS IN THE PERIOD'  TO YC-LABEL.
045900     MOVE WS-NOT-IN-YEAR-COUNT         TO YC-COUNT.
046000     PERFORM 8200-PRINT-REPORT-LINE
046100         THRU 8200-PRINT-REPORT-LINE-EXIT.
046200     DISPLAY 'YTDRPT - READ ' WS-READ-COUNT
046300             ' LISTED ' WS-LISTED-COUNT.
046400     IF WS-LISTED-COUNT = ZERO
046500         MOVE 4 TO RETURN-CODE
046600     END-IF.
046700 8000-FINALIZE-EXIT.
046800     EXIT.
046900 
047000*****************************************************************
047100* 8100-GRAND-ONE-COLUMN - PRINT ONE GRAND-TOTAL MONEY COLUMN.
047200*****************************************************************
047300 8100-GRAND-ONE-COLUMN.
047400     MOVE WS-GRAND-AMT (WS-COL-IDX) TO YG-AMT (WS-COL-IDX).
047500 8100-GRAND-ONE-COLUMN-EXIT.
047600     EXIT.
047700 
047800*****************************************************************
047900* 8200-PRINT-REPORT-LINE - SEND THE LINE SITTING IN
048000* YTDRPT-RECORD OUT THROUGH THE SHARED RPTWRTR PAGINATOR AND
048100* WRITE WHATEVER PRINT LINES COME BACK.
048200*****************************************************************
048300 8200-PRINT-REPORT-LINE.
048400     MOVE YTDRPT-RECORD TO WS-RW-DETAIL-LINE.
048500     MOVE 'D' TO WS-RW-FUNCTION.
048600     CALL 'RPTWRTR' USING WS-RPTWRTR-PARM.
048700     PERFORM 8210-WRITE-RPT-OUT-LINES
048800         THRU 8210-WRITE-RPT-OUT-LINES-EXIT.
048900 8200-PRINT-REPORT-LINE-EXIT.
049000     EXIT.
049100 
049200*****************************************************************
049300* 8210-WRITE-RPT-OUT-LINES - WRITE THE PRINT LINES THE LAST
049400* RPTWRTR CALL HANDED BACK, IN ORDER.
049500*****************************************************************
049600 8210-WRITE-RPT-OUT-LINES.
049700     PERFORM 8220-WRITE-ONE-RPT-LINE
049800         THRU 8220-WRITE-ONE-RPT-LINE-EXIT
049900         VARYING WS-RW-WRITE-IDX FROM 1 BY 1
050000         UNTIL WS-RW-WRITE-IDX > WS-RW-OUT-COUNT.
050100 8210-WRITE-RPT-OUT-LINES-EXIT.
050200     EXIT.
050300 
050400*****************************************************************
050500* 8220-WRITE-ONE-RPT-LINE - WRITE ONE RETURNED PRINT LINE.
050600*****************************************************************
050700 8220-WRITE-ONE-RPT-LINE.
050800     WRITE YTDRPT-RECORD
050900         FROM WS-RW-OUT-LINE (WS-RW-WRITE-IDX).
051000 8220-WRITE-ONE-RPT-LINE-EXIT.
051100     EXIT.
051200 
051300*****************************************************************
051400* WRITE-AUDIT-LOG - SHARED AUDIT LOG WRITE, COPIED FROM
051500* AUDLOG.CPY. SEE THE COPYBOOK FOR DETAILS.
051600*****************************************************************
051700     COPY AUDLOG.
