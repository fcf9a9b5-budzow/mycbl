002200*                 ARITHMETIC USES THE SAME GREGORIAN SERIAL-DAY
002300*                 PARAGRAPH AS ORDAGE, EMPARCH, AND ANNIVRPT;
002400*                 PAGINATION COMES FROM THE SHARED RPTWRTR.
002410* 2026-10-15 DB   PRINT EACH OVERDUE EMPLOYEE'S DEPARTMENT, READ
002420*                 FROM THE KEYED EMPMAST MASTER ('UNKN' WHEN THE
002430*                 EMPLOYEE IS NOT ON IT OR THE MASTER WILL NOT
002440*                 OPEN -- THE REPORT STILL PRINTS), AND WRITE
002450*                 EVERY REPORT LINE TO THE RPTBRST BURST FILE
002460*                 (BRSTREC.CPY, THROUGH THE SHARED BRSTWR
002470*                 PARAGRAPHS) SO RPTBURST SENDS EACH DEPARTMENT
002480*                 MANAGER ONLY THEIR OWN PEOPLE. THE NOTE AND
002490*                 TOTALS GO ONLY TO WHOLE-SHOP RECIPIENTS.
002500*****************************************************************
002600 
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
002910     SELECT EMPMAST-FILE ASSIGN TO EMPMAST
002920         ORGANIZATION IS INDEXED
002930         ACCESS MODE IS RANDOM
002940         RECORD KEY IS EM-EMPL-ID
002950         FILE STATUS IS WS-MAST-STATUS.
003000     SELECT LEAVESEQ-FILE ASSIGN TO LEAVESEQ
003100         ORGANIZATION IS SEQUENTIAL
003200         FILE STATUS IS WS-LEAVE-STATUS.
003500     SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-AUDIT-STATUS.
003710     SELECT RPTBRST-FILE ASSIGN TO RPTBRST
003720         ORGANIZATION IS SEQUENTIAL
003730         FILE STATUS IS WS-BRST-STATUS.
003800 
003900 DATA DIVISION.
004000 FILE SECTION.
004010 FD  EMPMAST-FILE
004020     RECORD CONTAINS 80 CHARACTERS.
004030     COPY EMPMAST.
004040 
004100 FD  LEAVESEQ-FILE
004200     RECORDING MODE IS F
004300     RECORD CONTAINS 80 CHARACTERS
005600     LABEL RECORDS ARE STANDARD.
005700     COPY AUDREC.
005800 
005810 FD  RPTBRST-FILE
005820     RECORDING MODE IS F
005830     RECORD CONTAINS 160 CHARACTERS
005840     LABEL RECORDS ARE STANDARD.
005850     COPY BRSTREC.
005860 
005900 WORKING-STORAGE SECTION.
006000 01  WS-LEAVE-STATUS              PIC X(02).
006100 01  WS-AUDIT-STATUS              PIC X(02).
006110 01  WS-MAST-STATUS               PIC X(02).
006120 01  WS-MAST-OPEN-SW              PIC X(01)  VALUE 'N'.
006130     88  WS-MAST-OPEN                        VALUE 'Y'.
006200 01  WS-LEAVE-EOF-SW              PIC X(01)  VALUE 'N'.
006300     88  WS-LEAVE-EOF                        VALUE 'Y'.
006400 01  WS-ABEND-SW                  PIC X(01)  VALUE 'N'.
008900 01  WS-RW-WRITE-IDX              PIC 9(01)  VALUE ZERO.
009000 
009100     COPY RPTPARM.
009110 
009120     COPY BRSTSW.
009200 
009300*****************************************************************
009400* WS-DN-DATE AND FRIENDS FEED 8100-DATE-TO-DAY-NUMBER, THE SAME
013000     PERFORM 8000-FINALIZE
013100         THRU 8000-FINALIZE-EXIT.
013200 9999-END-OF-JOB.
013209     IF WS-ABEND-REQUESTED
013218         PERFORM ABANDON-BURST-FILE
013227             THRU ABANDON-BURST-FILE-EXIT
013236     ELSE
013245         PERFORM CLOSE-BURST-FILE
013254             THRU CLOSE-BURST-FILE-EXIT
013263     END-IF.
013272     IF WS-MAST-OPEN
013281         CLOSE EMPMAST-FILE
013290     END-IF.
013300     CLOSE LVRPT-FILE.
013400     CLOSE AUDIT-LOG-FILE.
013500     STOP RUN.
013700*****************************************************************
013800* 1000-INITIALIZE - ESTABLISH THE RUN DATE AND ITS SERIAL DAY,
013900* OPEN THE FILES, AND START THE RPTWRTR PAGE STATE WITH THE
013910* COLUMN HEADINGS. THE BURST FILE OPENS WITH THE SAME TITLE AND
013920* HEADING. AN EMPLOYEE MASTER THAT WILL NOT OPEN IS WARNED AND
013930* THE DEPARTMENT COLUMN SHOWS 'UNKN'.
014100*****************************************************************
014200 1000-INITIALIZE.
014300     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
015800     MOVE 'LEAVE START'     TO LH-START-HDG.
015900     MOVE 'EXPECTED RETURN' TO LH-EXPECT-HDG.
016000     MOVE 'DAYS OVERDUE'    TO LH-OVERDUE-HDG.
016010     MOVE 'DEPT'            TO LH-DEPT-HDG.
016100     MOVE LVRPT-RECORD TO WS-RW-HEADING-LINE.
016200     MOVE 'EMPLOYEES PAST EXPECTED RETURN FROM LEAVE'
016300                           TO WS-RW-TITLE-TEXT.
016700     CALL 'RPTWRTR' USING WS-RPTWRTR-PARM.
016800     PERFORM 8210-WRITE-RPT-OUT-LINES
016900         THRU 8210-WRITE-RPT-OUT-LINES-EXIT.
016904     MOVE 'LEAVERPT'         TO WS-BRST-REPORT-ID.
016908     MOVE WS-SYS-DATE        TO WS-BRST-RUN-DATE.
016912     MOVE WS-RW-TITLE-TEXT   TO WS-BRST-TITLE-TEXT.
016916     MOVE WS-RUN-DATE-EDIT   TO WS-BRST-RUN-DATE-EDIT.
016920     MOVE WS-RW-HEADING-LINE TO WS-BRST-HEADING-LINE.
016924     PERFORM OPEN-BURST-FILE
016928         THRU OPEN-BURST-FILE-EXIT.
016932     OPEN INPUT EMPMAST-FILE.
016936     IF WS-MAST-STATUS = '00' OR WS-MAST-STATUS = '97'
016940         MOVE 'Y' TO WS-MAST-OPEN-SW
016944     ELSE
016948         DISPLAY 'LEAVERPT - WARNING: ERROR OPENING EMPMAST, '
016952                 'STATUS ' WS-MAST-STATUS
016956                 ', DEPARTMENTS SHOW AS UNKN'
016960         MOVE 'OPEN EMPMAST'          TO AL-OPERATION
016964         MOVE ZERO                    TO AL-SQLCODE
016968         MOVE 'DEPARTMENTS UNKNOWN'   TO AL-MESSAGE
016972         MOVE 'W' TO AL-SEVERITY
016976         PERFORM WRITE-AUDIT-LOG
016980             THRU WRITE-AUDIT-LOG-EXIT
016984     END-IF.
017000     OPEN INPUT LEAVESEQ-FILE.
017100     IF WS-LEAVE-STATUS NOT = '00'
017200         DISPLAY 'LEAVERPT - ERROR OPENING LEAVESEQ, STATUS '
021800     MOVE LV-LEAVE-START   TO LD-LEAVE-START.
021900     MOVE LV-EXPECT-RETURN TO LD-EXPECT-RETURN.
022000     MOVE WS-DAYS-OVERDUE  TO LD-DAYS-OVERDUE.
022010     PERFORM 2100-LOOK-UP-EMPL-DEPT
022020         THRU 2100-LOOK-UP-EMPL-DEPT-EXIT.
022030     MOVE 'D'              TO WS-BRST-CLASS.
022040     MOVE LD-DEPT          TO WS-BRST-DEPT.
022100     PERFORM 8200-PRINT-REPORT-LINE
022200         THRU 8200-PRINT-REPORT-LINE-EXIT.
022300     MOVE 'CHECK EXPECTED RETURN' TO AL-OPERATION.
022700     PERFORM WRITE-AUDIT-LOG
022800         THRU WRITE-AUDIT-LOG-EXIT.
022900 2000-PROCESS-LEAVE-RECORD-EXIT.
022904     EXIT.
022908 
022912*****************************************************************
022916* 2100-LOOK-UP-EMPL-DEPT - READ THE OVERDUE EMPLOYEE FROM THE
022920* KEYED MASTER FOR THEIR DEPARTMENT. AN EMPLOYEE NOT ON THE
022924* MASTER, OR A MASTER THAT NEVER OPENED, SHOWS 'UNKN' -- THE
022928* BUCKET DEPTROLL USES -- SO THE LINE STILL PRINTS AND STILL
022932* REACHES THE WHOLE-SHOP RECIPIENTS.
022936*****************************************************************
022940 2100-LOOK-UP-EMPL-DEPT.
022944     MOVE 'UNKN' TO LD-DEPT.
022948     IF NOT WS-MAST-OPEN OR LV-EMPL-ID NOT NUMERIC
022952         GO TO 2100-LOOK-UP-EMPL-DEPT-EXIT
022956     END-IF.
022960     MOVE LV-EMPL-ID TO EM-EMPL-ID.
022964     READ EMPMAST-FILE.
022968     IF WS-MAST-STATUS = '00'
022972         MOVE EM-EMPL-DEPT TO LD-DEPT
022976     ELSE
022980         DISPLAY 'LEAVERPT - EMP ' LV-EMPL-ID
022984                 ' NOT ON EMPMAST, STATUS ' WS-MAST-STATUS
022988     END-IF.
022992 2100-LOOK-UP-EMPL-DEPT-EXIT.
023000     EXIT.
023100 
023200*****************************************************************
027600*****************************************************************
027700* 8200-PRINT-REPORT-LINE - SEND THE LINE SITTING IN LVRPT-RECORD
027800* OUT THROUGH THE SHARED RPTWRTR PAGINATOR AND WRITE WHATEVER
027810* PRINT LINES COME BACK, THEN WRITE THE LINE TO THE BURST FILE
027820* UNDER WHATEVER CLASS THE CALLER SET (SHOP-WIDE UNLESS TOLD
027830* OTHERWISE).
028000*****************************************************************
028100 8200-PRINT-REPORT-LINE.
028200     MOVE LVRPT-RECORD TO WS-RW-DETAIL-LINE.
028400     CALL 'RPTWRTR' USING WS-RPTWRTR-PARM.
028500     PERFORM 8210-WRITE-RPT-OUT-LINES
028600         THRU 8210-WRITE-RPT-OUT-LINES-EXIT.
028610     MOVE WS-RW-DETAIL-LINE TO WS-BRST-LINE.
028620     PERFORM WRITE-BURST-LINE
028630         THRU WRITE-BURST-LINE-EXIT.
028700 8200-PRINT-REPORT-LINE-EXIT.
028800     EXIT.
028900 
035700* AUDLOG.CPY. SEE THE COPYBOOK FOR DETAILS.
035800*****************************************************************
035900     COPY AUDLOG.
035910 
035920*****************************************************************
035930* OPEN-BURST-FILE / WRITE-BURST-LINE / CLOSE-BURST-FILE /
035940* ABANDON-BURST-FILE - SHARED REPORT BURST FILE WRITES, COPIED
035950* FROM BRSTWR.CPY. SEE THE COPYBOOK FOR DETAILS.
035960*****************************************************************
035970     COPY BRSTWR.
