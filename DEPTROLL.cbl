003300*                 BUCKET PRINTS WITH THE UNKNOWN-DEPARTMENT
003400*                 DEFAULTS SO UNOWNED VOLUME STAYS VISIBLE. A
003500*                 MISSING OR EMPTY DEPTREF FAILS THE STEP.
003510* 2026-10-15 DB   READ THE NIGHTLY ORDEXTR ORDER UNLOAD (ORDUNLD,
003520*                 ORDXREC.CPY/ORDXCTL.CPY, THROUGH THE SHARED
003530*                 ORDXRD PARAGRAPHS) INSTEAD OF OPENING A CURSOR
003540*                 ON S1ORDCOU, SO THE ROLLUP BALANCES TO THE SAME
003550*                 POINT IN TIME AS EVERY OTHER ORDER REPORT AND
003560*                 HOLDS NO LOCKS AGAINST THE ORDER DESK. THE
003570*                 UNLOAD'S DATE AND TIME PRINT UNDER THE TITLE,
003580*                 AND A MISSING OR DISAGREEING TRAILER FAILS THE
003590*                 STEP BEFORE THE DEPARTMENT LINES PRINT.
003591* 2026-10-15 DB   ALSO WRITE THE HEADING AND EVERY REPORT LINE
003592*                 AFTER IT TO THE RPTBRST BURST FILE (BRSTREC.CPY,
003593*                 THROUGH THE SHARED BRSTWR PARAGRAPHS) SO
003594*                 RPTBURST SENDS EACH DEPARTMENT MANAGER ONLY
003595*                 THEIR OWN DEPARTMENT'S LINE (THE 'UNKN' BUCKET
003596*                 IS A DEPARTMENT FOR THIS PURPOSE). THE UNLOAD
003597*                 DATE/TIME AND SNAPSHOT WARNING GO TO EVERYONE;
003598*                 THE DIVISION ROLLUP AND GRAND TOTAL ONLY TO
003599*                 WHOLE-SHOP RECIPIENTS.
003600*****************************************************************
003700 
003800 ENVIRONMENT DIVISION.
004000 FILE-CONTROL.
004100     SELECT EMPEXTR-FILE ASSIGN TO EMPEXTR
004200         ORGANIZATION IS SEQUENTIAL.
004210     SELECT ORDEXTR-FILE ASSIGN TO ORDEXTR
004220         ORGANIZATION IS SEQUENTIAL
004230         FILE STATUS IS WS-ORDX-STATUS.
004300     SELECT DRLRPT-FILE ASSIGN TO DRLRPT
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
004800     SELECT DEPTREF-FILE ASSIGN TO DEPTREF
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-DEPTREF-STATUS.
005010     SELECT RPTBRST-FILE ASSIGN TO RPTBRST
005020         ORGANIZATION IS SEQUENTIAL
005030         FILE STATUS IS WS-BRST-STATUS.
005100 
005200 DATA DIVISION.
005300 FILE SECTION.
005800     COPY EMPREC.
005900     COPY EXTCTL.
006000 
006010 FD  ORDEXTR-FILE
006020     RECORDING MODE IS F
006030     RECORD CONTAINS 80 CHARACTERS
006040     LABEL RECORDS ARE STANDARD.
006050     COPY ORDXREC.
006060     COPY ORDXCTL.
006070 
006100 FD  DRLRPT-FILE
006200     RECORDING MODE IS F
006300     RECORD CONTAINS 132 CHARACTERS
007500     RECORD CONTAINS 80 CHARACTERS
007600     LABEL RECORDS ARE STANDARD.
007700     COPY DEPTREF.
007710 
007720 FD  RPTBRST-FILE
007730     RECORDING MODE IS F
007740     RECORD CONTAINS 160 CHARACTERS
007750     LABEL RECORDS ARE STANDARD.
007760     COPY BRSTREC.
007800 
007900 WORKING-STORAGE SECTION.
008000 01  WS-EMPEXTR-EOF-SW            PIC X(01)  VALUE 'N'.
008100     88  WS-EMPEXTR-EOF                      VALUE 'Y'.
008200 01  WS-ABEND-SW                  PIC X(01)  VALUE 'N'.
008300     88  WS-ABEND-REQUESTED                  VALUE 'Y'.
008400 01  WS-MATCH-FOUND-SW            PIC X(01)  VALUE 'N'.
008500     88  WS-MATCH-FOUND                      VALUE 'Y'.
008600 01  WS-DEPT-FOUND-SW             PIC X(01)  VALUE 'N'.
014900     05  FILLER                   PIC X(01)  VALUE '/'.
015000     05  WS-RE-YYYY               PIC 9(04).
015100 
015200 01  WS-AS-OF-LINE.
015300     05  FILLER                   PIC X(02)  VALUE SPACES.
015400     05  FILLER                   PIC X(23)
015500             VALUE 'ORDERS AS OF UNLOAD AT '.
015510     05  WS-AOL-DATE              PIC X(08).
015520     05  FILLER                   PIC X(01)  VALUE SPACE.
015530     05  WS-AOL-TIME              PIC X(06).
015540     05  FILLER                   PIC X(92)  VALUE SPACES.
015600 
015700     COPY ORDXSW.
015710 
015720     COPY BRSTSW.
016200 
016300 PROCEDURE DIVISION.
016400 
017000     IF WS-ABEND-REQUESTED
017100         GO TO 9999-END-OF-JOB
017200     END-IF.
017300     PERFORM 3000-READ-ORDER
017400         THRU 3000-READ-ORDER-EXIT
017410         UNTIL WS-ORDX-EOF OR WS-ABEND-REQUESTED.
017420     IF NOT WS-ABEND-REQUESTED
017430         PERFORM VERIFY-ORDEXTR-TRAILER
017440             THRU VERIFY-ORDEXTR-TRAILER-EXIT
017450     END-IF.
017500     IF WS-ABEND-REQUESTED
017600         GO TO 9999-END-OF-JOB
017700     END-IF.
018100     PERFORM 4000-FINALIZE
018200         THRU 4000-FINALIZE-EXIT.
018300 9999-END-OF-JOB.
018301     IF WS-ABEND-REQUESTED
018302         PERFORM ABANDON-BURST-FILE
018303             THRU ABANDON-BURST-FILE-EXIT
018304     ELSE
018305         PERFORM CLOSE-BURST-FILE
018306             THRU CLOSE-BURST-FILE-EXIT
018307     END-IF.
018310     CLOSE ORDEXTR-FILE.
018400     CLOSE DRLRPT-FILE.
018500     CLOSE AUDIT-LOG-FILE.
018600     STOP RUN.
018700 
018800*****************************************************************
018900* 1000-INITIALIZE - OPEN THE REPORT AND THE ORDER UNLOAD, PRINT
019000* THE TITLE, UNLOAD DATE/TIME, AND COLUMN HEADING LINES, AND
019100* LOAD THE EMPEXTR EXTRACT INTO THE SORTED EMPLOYEE
019200* ID/DEPARTMENT TABLE, VERIFYING THE EXTRACT'S CONTROL RECORDS
019210* THE SAME WAY RECONCIL DOES. THE BURST FILE OPENS WITH THE
019220* TITLE AND COLUMN HEADING; THE UNLOAD DATE/TIME LINE FOLLOWS AS
019230* ITS FIRST LINE FOR EVERY RECIPIENT.
019300*****************************************************************
019400 1000-INITIALIZE.
019500     OPEN OUTPUT DRLRPT-FILE.
019700     MOVE WS-SYS-MM   TO WS-RE-MM.
019800     MOVE WS-SYS-DD   TO WS-RE-DD.
019900     MOVE WS-SYS-YYYY TO WS-RE-YYYY.
019910     PERFORM OPEN-ORDEXTR
019920         THRU OPEN-ORDEXTR-EXIT.
019930     IF WS-ABEND-REQUESTED
019940         GO TO 1000-INITIALIZE-EXIT
019950     END-IF.
020000     MOVE SPACES TO DRLRPT-RECORD.
020100     MOVE 'ORDER VOLUME BY OWNING DEPARTMENT' TO RT-TITLE-TEXT.
020200     MOVE 'RUN DATE: '      TO RT-RUN-DATE-LABEL.
020300     MOVE WS-RUN-DATE-EDIT  TO RT-RUN-DATE.
020400     WRITE DRLRPT-RECORD.
020410     MOVE WS-ORDX-AS-OF-DATE TO WS-AOL-DATE.
020420     MOVE WS-ORDX-AS-OF-TIME TO WS-AOL-TIME.
020430     MOVE WS-AS-OF-LINE TO DRLRPT-RECORD.
020440     WRITE DRLRPT-RECORD.
020500     MOVE SPACES TO DRLRPT-RECORD.
020600     WRITE DRLRPT-RECORD.
020700     MOVE SPACES TO DRLRPT-RECORD.
020900     MOVE '      ORDERS'    TO RH-COUNT-HDG.
021000     MOVE '         AMOUNT' TO RH-AMOUNT-HDG.
021100     MOVE 'DEPARTMENT NAME'  TO RH-NAME-HDG.
021110     MOVE DRLRPT-RECORD      TO WS-BRST-HEADING-LINE.
021200     WRITE DRLRPT-RECORD.
021210     MOVE 'DEPTROLL'         TO WS-BRST-REPORT-ID.
021220     MOVE WS-SYS-DATE        TO WS-BRST-RUN-DATE.
021230     MOVE 'ORDER VOLUME BY OWNING DEPARTMENT'
021240                             TO WS-BRST-TITLE-TEXT.
021250     MOVE WS-RUN-DATE-EDIT   TO WS-BRST-RUN-DATE-EDIT.
021260     PERFORM OPEN-BURST-FILE
021270         THRU OPEN-BURST-FILE-EXIT.
021280     MOVE WS-AS-OF-LINE      TO WS-BRST-LINE.
021290     MOVE 'C'                TO WS-BRST-CLASS.
021291     PERFORM WRITE-BURST-LINE
021292         THRU WRITE-BURST-LINE-EXIT.
021300 
021400     PERFORM LOAD-DEPT-TABLE
021500         THRU LOAD-DEPT-TABLE-EXIT.
033300         MOVE SPACES TO DRLRPT-RECORD
033400         MOVE '** WARNING ** EXTRACT IS SNAPSHOT-SOURCED'
033500                     TO RT-TITLE-TEXT
033510         MOVE DRLRPT-RECORD TO WS-BRST-LINE
033600         WRITE DRLRPT-RECORD
033610         MOVE 'C' TO WS-BRST-CLASS
033620         PERFORM WRITE-BURST-LINE
033630             THRU WRITE-BURST-LINE-EXIT
033700         MOVE 'CHECK EXTRACT HEADER' TO AL-OPERATION
033800         MOVE ZERO                TO AL-SQLCODE
033900         MOVE 'SNAPSHOT SOURCED'  TO AL-MESSAGE
038000     EXIT.
038100 
038200*****************************************************************
038300* 3000-READ-ORDER - READ ONE ORDER ROW FROM THE UNLOAD, DERIVE
038400* THE OWNING EMPLOYEE FROM THE FIRST FIVE BYTES OF C_BQ, LOOK UP
038410* ITS DEPARTMENT, AND FOLD THE ROW INTO THAT DEPARTMENT'S
038420* BUCKET. AN ORDER WITH NO MATCHING EMPLOYEE ROLLS UP UNDER
038430* 'UNKN'.
038500*****************************************************************
038600 3000-READ-ORDER.
038700     PERFORM READ-ORDEXTR
038800         THRU READ-ORDEXTR-EXIT.
038900     IF NOT WS-ORDX-DETAIL-READ
039000         GO TO 3000-READ-ORDER-EXIT
041500     END-IF.
041600     MOVE OX-C-BQ       TO WS-ORD-C-BQ.
041700     MOVE OX-ORD-AMOUNT TO WS-ORD-AMOUNT.
041900     PERFORM 3100-LOOK-UP-DEPARTMENT
042000         THRU 3100-LOOK-UP-DEPARTMENT-EXIT.
042100     PERFORM 3200-ROLL-UP-ORDER
042200         THRU 3200-ROLL-UP-ORDER-EXIT.
042300 3000-READ-ORDER-EXIT.
042400     EXIT.
042500 
042600*****************************************************************
048600     EXIT.
048700 
048800*****************************************************************
048900* 4000-FINALIZE - PRINT ONE LINE PER DEPARTMENT BUCKET PLUS THE
049000* GRAND TOTAL LINE.
049100*****************************************************************
049200 4000-FINALIZE.
050000     PERFORM 4100-PRINT-DEPT-LINE
050100         THRU 4100-PRINT-DEPT-LINE-EXIT
050200         VARYING WS-PRINT-IDX FROM 1 BY 1
050500         THRU 4500-PRINT-DIVISION-ROLLUP-EXIT.
050600     MOVE SPACES TO DRLRPT-RECORD.
050700     WRITE DRLRPT-RECORD.
050710     MOVE SPACES          TO WS-BRST-LINE.
050720     PERFORM WRITE-BURST-LINE
050730         THRU WRITE-BURST-LINE-EXIT.
050800     MOVE SPACES          TO DRLRPT-RECORD.
050900     MOVE 'TOTAL'         TO RG-DEPT.
051000     MOVE WS-GRAND-COUNT  TO RG-COUNT.
051100     MOVE WS-GRAND-AMOUNT TO RG-AMOUNT.
051110     MOVE DRLRPT-RECORD   TO WS-BRST-LINE.
051200     WRITE DRLRPT-RECORD.
051210     PERFORM WRITE-BURST-LINE
051220         THRU WRITE-BURST-LINE-EXIT.
051300 4000-FINALIZE-EXIT.
051400     EXIT.
051500 
052900     MOVE WS-TD-ORDER-COUNT (WS-PRINT-IDX)  TO RD-COUNT.
053000     MOVE WS-TD-ORDER-AMOUNT (WS-PRINT-IDX) TO RD-AMOUNT.
053100     MOVE WS-DL-DEPT-NAME                   TO RD-DEPT-NAME.
053110     MOVE DRLRPT-RECORD                     TO WS-BRST-LINE.
053200     WRITE DRLRPT-RECORD.
053210     MOVE 'D'                               TO WS-BRST-CLASS.
053220     MOVE WS-TD-DEPT (WS-PRINT-IDX)         TO WS-BRST-DEPT.
053230     PERFORM WRITE-BURST-LINE
053240         THRU WRITE-BURST-LINE-EXIT.
053300 4100-PRINT-DEPT-LINE-EXIT.
053400     EXIT.
053500 
059200 4500-PRINT-DIVISION-ROLLUP.
059300     MOVE SPACES TO DRLRPT-RECORD.
059400     WRITE DRLRPT-RECORD.
059410     MOVE SPACES TO WS-BRST-LINE.
059420     PERFORM WRITE-BURST-LINE
059430         THRU WRITE-BURST-LINE-EXIT.
059500     MOVE SPACES TO DRLRPT-RECORD.
059600     MOVE 'DIVISION ROLLUP' TO RT-TITLE-TEXT.
059610     MOVE DRLRPT-RECORD TO WS-BRST-LINE.
059700     WRITE DRLRPT-RECORD.
059710     PERFORM WRITE-BURST-LINE
059720         THRU WRITE-BURST-LINE-EXIT.
059800     PERFORM 4600-PRINT-ONE-DIVISION
059900         THRU 4600-PRINT-ONE-DIVISION-EXIT
060000         VARYING WS-DIV-IDX FROM 1 BY 1
061100     MOVE WS-TV-ORDER-COUNT (WS-DIV-IDX)  TO RD-COUNT.
061200     MOVE WS-TV-ORDER-AMOUNT (WS-DIV-IDX) TO RD-AMOUNT.
061300     MOVE WS-TV-DIV-NAME (WS-DIV-IDX)     TO RD-DEPT-NAME.
061310     MOVE DRLRPT-RECORD                   TO WS-BRST-LINE.
061400     WRITE DRLRPT-RECORD.
061410     PERFORM WRITE-BURST-LINE
061420         THRU WRITE-BURST-LINE-EXIT.
061500 4600-PRINT-ONE-DIVISION-EXIT.
061600     EXIT.
061700 
062400*****************************************************************
062500* WRITE-AUDIT-LOG - SHARED AUDIT LOG WRITE, COPIED FROM
062600* AUDLOG.CPY. SEE THE COPYBOOK FOR DETAILS.
063300* FOR DETAILS.
063400*****************************************************************
063500     COPY DEPTLKP.
063510 
063520*****************************************************************
063530* OPEN-ORDEXTR / READ-ORDEXTR / VERIFY-ORDEXTR-TRAILER - SHARED
063540* ORDER UNLOAD READ AND CONTROL-RECORD CHECKS, COPIED FROM
063550* ORDXRD.CPY. SEE THE COPYBOOK FOR DETAILS.
063560*****************************************************************
063570     COPY ORDXRD.
063580 
063590*****************************************************************
063600* OPEN-BURST-FILE / WRITE-BURST-LINE / CLOSE-BURST-FILE /
063610* ABANDON-BURST-FILE - SHARED REPORT BURST FILE WRITES, COPIED
063620* FROM BRSTWR.CPY. SEE THE COPYBOOK FOR DETAILS.
063630*****************************************************************
063640     COPY BRSTWR.
