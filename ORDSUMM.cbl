002600*                 REPRINTED AT EVERY PAGE BREAK. EVERY REPORT
002700*                 LINE NOW GOES OUT THROUGH THE SHARED
002800*                 8200-PRINT-REPORT-LINE PARAGRAPH.
002807* 2026-10-15 DB   READ THE NIGHTLY ORDEXTR ORDER UNLOAD (ORDUNLD,
002814*                 ORDXREC.CPY/ORDXCTL.CPY, THROUGH THE SHARED
002821*                 ORDXRD PARAGRAPHS) INSTEAD OF OPENING A
002828*                 GROUP-BY CURSOR ON S1ORDCOU, SO THE SUMMARY
002835*                 BALANCES TO THE SAME POINT IN TIME AS EVERY
002842*                 OTHER ORDER REPORT IN THE CYCLE AND HOLDS NO
002849*                 LOCKS AGAINST THE ORDER DESK. THE UNLOAD IS IN
002856*                 C_BQ ORDER, SO THE COUNT PER CODE IS NOW A
002863*                 STRAIGHT CONTROL BREAK. THE UNLOAD'S DATE AND
002870*                 TIME PRINT UNDER THE HEADINGS, AND A MISSING OR
002877*                 DISAGREEING TRAILER FAILS THE STEP WITHOUT A
002884*                 GRAND TOTAL LINE.
002900*****************************************************************
003000 
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003310     SELECT ORDEXTR-FILE ASSIGN TO ORDEXTR
003320         ORGANIZATION IS SEQUENTIAL
003330         FILE STATUS IS WS-ORDX-STATUS.
003400     SELECT ORDRPT-FILE ASSIGN TO ORDRPT
003500         ORGANIZATION IS SEQUENTIAL.
003600     SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
003900 
004000 DATA DIVISION.
004100 FILE SECTION.
004110 FD  ORDEXTR-FILE
004120     RECORDING MODE IS F
004130     RECORD CONTAINS 80 CHARACTERS
004140     LABEL RECORDS ARE STANDARD.
004150     COPY ORDXREC.
004160     COPY ORDXCTL.
004170 
004200 FD  ORDRPT-FILE
004300     RECORDING MODE IS F
004400     RECORD CONTAINS 132 CHARACTERS
005300 
005400 WORKING-STORAGE SECTION.
005500 01  WS-C-BQ                      PIC X(15).
005600 01  WS-ORD-COUNT                 PIC S9(09) COMP VALUE ZERO.
005700 01  WS-GRAND-TOTAL               PIC S9(09) COMP VALUE ZERO.
005710 01  WS-GROUP-OPEN-SW             PIC X(01)  VALUE 'N'.
005720     88  WS-GROUP-OPEN                       VALUE 'Y'.
005800 01  WS-AUDIT-STATUS              PIC X(02).
005810 01  WS-ABEND-SW                  PIC X(01)  VALUE 'N'.
005820     88  WS-ABEND-REQUESTED                  VALUE 'Y'.
005900 
006000 01  WS-RUN-DATE                  PIC X(08).
006100 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
007400 
007500     COPY RPTPARM.
007600 
007700 01  WS-AS-OF-LINE.
007800     05  FILLER                   PIC X(05)  VALUE SPACES.
007810     05  FILLER                   PIC X(23)
007820             VALUE 'ORDERS AS OF UNLOAD AT '.
007830     05  WS-AOL-DATE              PIC X(08).
007840     05  FILLER                   PIC X(01)  VALUE SPACE.
007850     05  WS-AOL-TIME              PIC X(06).
007860     05  FILLER                   PIC X(89)  VALUE SPACES.
007900 
008000     COPY ORDXSW.
009200 
009300 PROCEDURE DIVISION.
009400 
010000     IF WS-ABEND-REQUESTED
010100         GO TO 9999-END-OF-JOB
010200     END-IF.
010300     PERFORM 2000-READ-ORDER
010400         THRU 2000-READ-ORDER-EXIT
010500         UNTIL WS-ORDX-EOF OR WS-ABEND-REQUESTED.
010510     IF NOT WS-ABEND-REQUESTED
010520         PERFORM VERIFY-ORDEXTR-TRAILER
010530             THRU VERIFY-ORDEXTR-TRAILER-EXIT
010540     END-IF.
010550     IF WS-ABEND-REQUESTED
010560         GO TO 9999-END-OF-JOB
010570     END-IF.
010600     PERFORM 3000-FINALIZE
010700         THRU 3000-FINALIZE-EXIT.
010800 9999-END-OF-JOB.
010810     CLOSE ORDEXTR-FILE.
010900     CLOSE ORDRPT-FILE.
011000     CLOSE AUDIT-LOG-FILE.
011100     STOP RUN.
011200 
011300*****************************************************************
011400* 1000-INITIALIZE - OPEN THE REPORT FILE, PRINT THE TITLE AND
011500* COLUMN HEADING LINES, AND OPEN THE ORDER UNLOAD, PRINTING THE
011510* DATE AND TIME IT WAS TAKEN.
011600*****************************************************************
011700 1000-INITIALIZE.
011800     OPEN OUTPUT ORDRPT-FILE.
013300     PERFORM 8210-WRITE-RPT-OUT-LINES
013400         THRU 8210-WRITE-RPT-OUT-LINES-EXIT.
013500 
013600     PERFORM OPEN-ORDEXTR
013700         THRU OPEN-ORDEXTR-EXIT.
013800     IF WS-ABEND-REQUESTED
013900         GO TO 1000-INITIALIZE-EXIT
014000     END-IF.
014100     MOVE WS-ORDX-AS-OF-DATE TO WS-AOL-DATE.
014200     MOVE WS-ORDX-AS-OF-TIME TO WS-AOL-TIME.
014210     MOVE WS-AS-OF-LINE TO ORDRPT-RECORD.
014220     PERFORM 8200-PRINT-REPORT-LINE
014230         THRU 8200-PRINT-REPORT-LINE-EXIT.
014240     MOVE SPACES TO ORDRPT-RECORD.
014250     PERFORM 8200-PRINT-REPORT-LINE
014260         THRU 8200-PRINT-REPORT-LINE-EXIT.
014300 1000-INITIALIZE-EXIT.
014400     EXIT.
014500 
014600*****************************************************************
014700* 2000-READ-ORDER - READ ONE ORDER ROW FROM THE UNLOAD. A CHANGE
014800* OF C_BQ PRINTS THE COUNT ACCUMULATED FOR THE CODE BEFORE IT
014810* (STRAIGHT CONTROL BREAK -- THE UNLOAD IS IN C_BQ ORDER), THEN
014820* THE ROW IS COUNTED AGAINST ITS OWN CODE.
014900*****************************************************************
015000 2000-READ-ORDER.
015100     PERFORM READ-ORDEXTR
015200         THRU READ-ORDEXTR-EXIT.
015300     IF NOT WS-ORDX-DETAIL-READ
015400         GO TO 2000-READ-ORDER-EXIT
017000     END-IF.
017100     IF WS-GROUP-OPEN AND OX-C-BQ NOT = WS-C-BQ
017110         PERFORM 2100-PRINT-CODE-LINE
017120             THRU 2100-PRINT-CODE-LINE-EXIT
017130     END-IF.
017140     MOVE 'Y'     TO WS-GROUP-OPEN-SW.
017150     MOVE OX-C-BQ TO WS-C-BQ.
017160     ADD 1 TO WS-ORD-COUNT.
017170 2000-READ-ORDER-EXIT.
017200     EXIT.
017300 
017400*****************************************************************
017500* 2100-PRINT-CODE-LINE - PRINT THE FINISHED C_BQ CODE'S COUNT
017600* LINE, ADD IT TO THE RUNNING GRAND TOTAL, AND CLEAR THE COUNT
017605* FOR THE NEXT CODE.
017610*****************************************************************
017615 2100-PRINT-CODE-LINE.
017620     ADD WS-ORD-COUNT TO WS-GRAND-TOTAL.
017625     MOVE SPACES       TO ORDRPT-RECORD.
017630     MOVE WS-C-BQ      TO OD-C-BQ.
017635     MOVE WS-ORD-COUNT TO OD-COUNT.
017640     PERFORM 8200-PRINT-REPORT-LINE
017645         THRU 8200-PRINT-REPORT-LINE-EXIT.
017650     MOVE ZERO TO WS-ORD-COUNT.
017655 2100-PRINT-CODE-LINE-EXIT.
017660     EXIT.
017665 
017670*****************************************************************
017675* 3000-FINALIZE - PRINT THE LAST OPEN CODE'S LINE AND THE GRAND
017680* TOTAL LINE.
017700*****************************************************************
017800 3000-FINALIZE.
017900     IF WS-GROUP-OPEN
018000         PERFORM 2100-PRINT-CODE-LINE
018100             THRU 2100-PRINT-CODE-LINE-EXIT
018200     END-IF.
018600     MOVE SPACES TO ORDRPT-RECORD.
018700     PERFORM 8200-PRINT-REPORT-LINE
018800         THRU 8200-PRINT-REPORT-LINE-EXIT.
023000 8220-WRITE-ONE-RPT-LINE-EXIT.
023100     EXIT.
023200 
023900*****************************************************************
024000* WRITE-AUDIT-LOG - SHARED AUDIT LOG WRITE, COPIED FROM
024100* AUDLOG.CPY. SEE THE COPYBOOK FOR DETAILS.
024200*****************************************************************
024300     COPY AUDLOG.
024310 
024320*****************************************************************
024330* OPEN-ORDEXTR / READ-ORDEXTR / VERIFY-ORDEXTR-TRAILER - SHARED
024340* ORDER UNLOAD READ AND CONTROL-RECORD CHECKS, COPIED FROM
024350* ORDXRD.CPY. SEE THE COPYBOOK FOR DETAILS.
024360*****************************************************************
024370     COPY ORDXRD.
