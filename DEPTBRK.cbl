006300*                 SO THE DEPARTMENT NAME COLUMN PRINTED UNDER
006400*                 A BLANK HEADER; MOVE 'DEPARTMENT NAME' IN
006500*                 WITH THE OTHER LABELS, AS DEPTROLL DOES.
006510* 2026-10-15 DB   ALSO WRITE EVERY REPORT LINE TO THE RPTBRST
006520*                 BURST FILE (BRSTREC.CPY, THROUGH THE SHARED
006530*                 BRSTWR PARAGRAPHS) SO RPTBURST CAN SEND EACH
006540*                 DEPARTMENT MANAGER ONLY THEIR OWN DEPARTMENT
006550*                 LINES. DEPARTMENT LINES ARE TAGGED WITH THEIR
006560*                 DEPARTMENT, THE SNAPSHOT WARNING GOES TO
006570*                 EVERYONE, AND THE ROLLUP AND GRAND TOTAL ONLY
006580*                 TO WHOLE-SHOP RECIPIENTS. AN ABENDED RUN LEAVES
006590*                 THE BURST FILE WITHOUT A TRAILER.
006600*****************************************************************
006700 
006800 ENVIRONMENT DIVISION.
007800     SELECT DEPTREF-FILE ASSIGN TO DEPTREF
007900         ORGANIZATION IS SEQUENTIAL
008000         FILE STATUS IS WS-DEPTREF-STATUS.
008010     SELECT RPTBRST-FILE ASSIGN TO RPTBRST
008020         ORGANIZATION IS SEQUENTIAL
008030         FILE STATUS IS WS-BRST-STATUS.
008100 
008200 DATA DIVISION.
008300 FILE SECTION.
010500     RECORD CONTAINS 80 CHARACTERS
010600     LABEL RECORDS ARE STANDARD.
010700     COPY DEPTREF.
010710 
010720 FD  RPTBRST-FILE
010730     RECORDING MODE IS F
010740     RECORD CONTAINS 160 CHARACTERS
010750     LABEL RECORDS ARE STANDARD.
010760     COPY BRSTREC.
010800 
010900 WORKING-STORAGE SECTION.
011000 01  WS-HIST-STATUS               PIC X(02).
012400 01  WS-RW-WRITE-IDX              PIC 9(01)  VALUE ZERO.
012500 
012600     COPY RPTPARM.
012610 
012620     COPY BRSTSW.
012700 
012800     COPY DEPTTBL.
012900 
019800     PERFORM 4000-PRINT-GRAND-TOTAL
019900         THRU 4000-PRINT-GRAND-TOTAL-EXIT.
020000 9999-END-OF-JOB.
020010     IF WS-ABEND-REQUESTED
020020         PERFORM ABANDON-BURST-FILE
020030             THRU ABANDON-BURST-FILE-EXIT
020040     ELSE
020050         PERFORM CLOSE-BURST-FILE
020060             THRU CLOSE-BURST-FILE-EXIT
020070     END-IF.
020100     CLOSE HDCTHIST-FILE.
020200     CLOSE DEPTRPT-FILE.
020300     STOP RUN.
020400 
020500*****************************************************************
020600* 1000-INITIALIZE - OPEN THE INPUT EXTRACT AND THE OUTPUT REPORT,
020700* AND PRINT THE TITLE AND COLUMN HEADING LINES. THE BURST FILE
020710* OPENS WITH THE SAME TITLE AND HEADING.
020800*****************************************************************
020900 1000-INITIALIZE.
021000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
024900         THRU 8210-WRITE-RPT-OUT-LINES-EXIT.
025000     DISPLAY 'DEPTBRK - LINES PER PAGE '
025100             WS-RW-LINES-PER-PAGE.
025110     MOVE 'DEPTBRK'          TO WS-BRST-REPORT-ID.
025120     MOVE WS-RUN-DATE        TO WS-BRST-RUN-DATE.
025130     MOVE WS-RW-TITLE-TEXT   TO WS-BRST-TITLE-TEXT.
025140     MOVE WS-RUN-DATE-EDIT   TO WS-BRST-RUN-DATE-EDIT.
025150     MOVE WS-RW-HEADING-LINE TO WS-BRST-HEADING-LINE.
025160     PERFORM OPEN-BURST-FILE
025170         THRU OPEN-BURST-FILE-EXIT.
025200 1000-INITIALIZE-EXIT.
025300     EXIT.
025400 
029400         MOVE SPACES TO DEPTRPT-RECORD
029500         MOVE '** WARNING ** EXTRACT IS SNAPSHOT-SOURCED'
029600                     TO DT-TITLE-TEXT
029650         MOVE 'C' TO WS-BRST-CLASS
029700         PERFORM 8200-PRINT-REPORT-LINE
029800             THRU 8200-PRINT-REPORT-LINE-EXIT
029900     END-IF.
040100     MOVE WS-TD-OTHER-COUNT (WS-PRINT-IDX)  TO DD-OTHER.
040200     MOVE WS-DEPT-TOTAL-COUNT                TO DD-TOTAL.
040300     MOVE WS-DL-DEPT-NAME                    TO DD-DEPT-NAME.
040310     MOVE 'D'                                TO WS-BRST-CLASS.
040320     MOVE WS-TD-DEPT (WS-PRINT-IDX)          TO WS-BRST-DEPT.
040400     PERFORM 8200-PRINT-REPORT-LINE
040500         THRU 8200-PRINT-REPORT-LINE-EXIT.
040600     MOVE SPACES TO HDCTHIST-RECORD.
054300* 8200-PRINT-REPORT-LINE - SEND THE LINE SITTING IN
054400* DEPTRPT-RECORD OUT THROUGH THE SHARED RPTWRTR PAGINATOR AND
054500* WRITE WHATEVER PRINT LINES COME BACK (PAGE HEADERS PLUS THE
054600* LINE ITSELF), THEN WRITE THE LINE TO THE BURST FILE UNDER
054610* WHATEVER CLASS THE CALLER SET (SHOP-WIDE UNLESS TOLD OTHERWISE).
054700*****************************************************************
054800 8200-PRINT-REPORT-LINE.
054900     MOVE DEPTRPT-RECORD TO WS-RW-DETAIL-LINE.
055100     CALL 'RPTWRTR' USING WS-RPTWRTR-PARM.
055200     PERFORM 8210-WRITE-RPT-OUT-LINES
055300         THRU 8210-WRITE-RPT-OUT-LINES-EXIT.
055310     MOVE WS-RW-DETAIL-LINE TO WS-BRST-LINE.
055320     PERFORM WRITE-BURST-LINE
055330         THRU WRITE-BURST-LINE-EXIT.
055400 8200-PRINT-REPORT-LINE-EXIT.
055500     EXIT.
055600 
058100* FOR DETAILS.
058200*****************************************************************
058300     COPY DEPTLKP.
058400 
058500*****************************************************************
058600* OPEN-BURST-FILE / WRITE-BURST-LINE / CLOSE-BURST-FILE /
058700* ABANDON-BURST-FILE - SHARED REPORT BURST FILE WRITES, COPIED
058800* FROM BRSTWR.CPY. SEE THE COPYBOOK FOR DETAILS.
058900*****************************************************************
059000     COPY BRSTWR.
