002340*                 CURRENT DATE, SO A GRADE WHOSE LAST PERIOD HAS
002350*                 LAPSED SHOWS UP AS AN EXCEPTION AND A FUTURE-
002360*                 ONLY SCHEDULE DOES NOT HIDE ONE.
002361* 2026-10-15 DB   ALSO WRITE THE HEADING AND EVERY LISTING LINE
002362*                 TO THE RPTBRST BURST FILE (BRSTREC.CPY, THROUGH
002363*                 THE SHARED BRSTWR PARAGRAPHS) SO RPTBURST SENDS
002364*                 EACH DEPARTMENT MANAGER ONLY THEIR OWN
002365*                 EXCEPTIONS, PAGINATED. THE TOTAL LINE GOES ONLY
002366*                 TO WHOLE-SHOP RECIPIENTS. THE PRINTED LISTING
002367*                 ITSELF IS UNCHANGED.
002400*****************************************************************
002500 
002600 ENVIRONMENT DIVISION.
003100     SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
003200         ORGANIZATION IS SEQUENTIAL
003300         FILE STATUS IS WS-AUDIT-STATUS.
003310     SELECT RPTBRST-FILE ASSIGN TO RPTBRST
003320         ORGANIZATION IS SEQUENTIAL
003330         FILE STATUS IS WS-BRST-STATUS.
003400 
003500 DATA DIVISION.
003600 FILE SECTION.
004500     RECORD CONTAINS 80 CHARACTERS
004600     LABEL RECORDS ARE STANDARD.
004700     COPY AUDREC.
004710 
004720 FD  RPTBRST-FILE
004730     RECORDING MODE IS F
004740     RECORD CONTAINS 160 CHARACTERS
004750     LABEL RECORDS ARE STANDARD.
004760     COPY BRSTREC.
004800 
004900 WORKING-STORAGE SECTION.
005000 01  WS-EXCP-ROW.
007000     05  FILLER                   PIC X(01)  VALUE '/'.
007100     05  WS-RE-YYYY               PIC 9(04).
007200 
007210     COPY BRSTSW.
007220 
007300     COPY SQLSW.
007400     EXEC SQL
007500         INCLUDE SQLCA
010800     PERFORM 3000-FINALIZE
010900         THRU 3000-FINALIZE-EXIT.
011000 9999-END-OF-JOB.
011010     IF WS-ABEND-REQUESTED
011020         PERFORM ABANDON-BURST-FILE
011030             THRU ABANDON-BURST-FILE-EXIT
011040     ELSE
011050         PERFORM CLOSE-BURST-FILE
011060             THRU CLOSE-BURST-FILE-EXIT
011070     END-IF.
011100     CLOSE GRDRPT-FILE.
011200     CLOSE AUDIT-LOG-FILE.
011300     STOP RUN.
011400 
011500*****************************************************************
011600* 1000-INITIALIZE - OPEN THE REPORT, PRINT THE TITLE AND COLUMN
011700* HEADING LINES, OPEN THE BURST FILE WITH THE SAME TITLE AND
011710* HEADING, AND OPEN THE EXCEPTION CURSOR.
011800*****************************************************************
011900 1000-INITIALIZE.
012000     OPEN OUTPUT GRDRPT-FILE.
013500     MOVE 'NAME'    TO QH-NAME-HDG.
013600     MOVE 'DEPT'    TO QH-DEPT-HDG.
013700     MOVE 'GRADE'   TO QH-GRADE-HDG.
013710     MOVE GRDRPT-RECORD     TO WS-BRST-HEADING-LINE.
013800     WRITE GRDRPT-RECORD.
013810     MOVE 'GRDEXCP'         TO WS-BRST-REPORT-ID.
013820     MOVE WS-SYS-DATE       TO WS-BRST-RUN-DATE.
013830     MOVE 'PAY GRADES NOT ON THE SALARY SCHEDULE'
013840                            TO WS-BRST-TITLE-TEXT.
013850     MOVE WS-RUN-DATE-EDIT  TO WS-BRST-RUN-DATE-EDIT.
013860     PERFORM OPEN-BURST-FILE
013870         THRU OPEN-BURST-FILE-EXIT.
013900 
014000     MOVE 'OPEN GRDEXC-CUR' TO WS-SQL-OPERATION.
014100     EXEC SQL
017400     MOVE WS-EXCP-EMPL-NAME  TO QD-NAME.
017500     MOVE WS-EXCP-EMPL-DEPT  TO QD-DEPT.
017600     MOVE WS-EXCP-PAY-GRADE  TO QD-GRADE.
017610     MOVE GRDRPT-RECORD      TO WS-BRST-LINE.
017700     WRITE GRDRPT-RECORD.
017710     MOVE 'D'                TO WS-BRST-CLASS.
017720     MOVE WS-EXCP-EMPL-DEPT  TO WS-BRST-DEPT.
017730     PERFORM WRITE-BURST-LINE
017740         THRU WRITE-BURST-LINE-EXIT.
017800 2000-FETCH-GRDEXC-CUR-EXIT.
017900     EXIT.
018000 
019300         THRU SQL-ERROR-CHECK-EXIT.
019400     MOVE SPACES TO GRDRPT-RECORD.
019500     WRITE GRDRPT-RECORD.
019510     MOVE SPACES             TO WS-BRST-LINE.
019520     PERFORM WRITE-BURST-LINE
019530         THRU WRITE-BURST-LINE-EXIT.
019600     MOVE SPACES             TO GRDRPT-RECORD.
019700     MOVE 'TOTAL EXCEPTIONS' TO QG-LABEL.
019800     MOVE WS-EXCEPTION-COUNT TO QG-COUNT.
019810     MOVE GRDRPT-RECORD      TO WS-BRST-LINE.
019900     WRITE GRDRPT-RECORD.
019910     PERFORM WRITE-BURST-LINE
019920         THRU WRITE-BURST-LINE-EXIT.
020000     DISPLAY 'GRDEXCP - ' WS-EXCEPTION-COUNT
020100             ' EMP ROWS CARRY GRADES NOT ON THE SCHEDULE'.
020200     IF WS-EXCEPTION-COUNT > ZERO
022100* AUDLOG.CPY. SEE THE COPYBOOK FOR DETAILS.
022200*****************************************************************
022300     COPY AUDLOG.
022400 
022500*****************************************************************
022600* OPEN-BURST-FILE / WRITE-BURST-LINE / CLOSE-BURST-FILE /
022700* ABANDON-BURST-FILE - SHARED REPORT BURST FILE WRITES, COPIED
022800* FROM BRSTWR.CPY. SEE THE COPYBOOK FOR DETAILS.
022900*****************************************************************
023000     COPY BRSTWR.
