003200*                 DIVISION ROLLUP LINES TO THE TENURE-BAND
003300*                 SECTION AHEAD OF THE TOTAL LINE. A MISSING OR
003400*                 EMPTY DEPTREF FAILS THE STEP.
003410* 2026-10-15 DB   ALSO WRITE EVERY REPORT LINE TO THE RPTBRST
003420*                 BURST FILE (BRSTREC.CPY, THROUGH THE SHARED
003430*                 BRSTWR PARAGRAPHS) SO RPTBURST SENDS EACH
003440*                 DEPARTMENT MANAGER ONLY THEIR OWN DEPARTMENT'S
003450*                 ANNIVERSARIES AND BAND LINE. SECTION CAPTIONS,
003460*                 SPACING, THE BAND SUB-HEADING, AND THE SECTION 1
003470*                 NOTES GO TO EVERYONE; THE DIVISION ROLLUP, THE
003480*                 TOTAL LINE, AND THE HIRE-DATE NOTE ONLY TO
003490*                 WHOLE-SHOP RECIPIENTS.
003500*****************************************************************
003600 
003700 ENVIRONMENT DIVISION.
004500     SELECT DEPTREF-FILE ASSIGN TO DEPTREF
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-DEPTREF-STATUS.
004710     SELECT RPTBRST-FILE ASSIGN TO RPTBRST
004720         ORGANIZATION IS SEQUENTIAL
004730         FILE STATUS IS WS-BRST-STATUS.
004800 
004900 DATA DIVISION.
005000 FILE SECTION.
006500     RECORD CONTAINS 80 CHARACTERS
006600     LABEL RECORDS ARE STANDARD.
006700     COPY DEPTREF.
006710 
006720 FD  RPTBRST-FILE
006730     RECORDING MODE IS F
006740     RECORD CONTAINS 160 CHARACTERS
006750     LABEL RECORDS ARE STANDARD.
006760     COPY BRSTREC.
006800 
006900 WORKING-STORAGE SECTION.
007000 01  WS-AUDIT-STATUS              PIC X(02).
015600 01  WS-RW-WRITE-IDX              PIC 9(01)  VALUE ZERO.
015700 
015800     COPY RPTPARM.
015810 
015820     COPY BRSTSW.
015900 
016000*****************************************************************
016100* WS-DN-DATE AND FRIENDS FEED 8100-DATE-TO-DAY-NUMBER, THE SAME
022100     PERFORM 6000-PRINT-TENURE-BANDS
022200         THRU 6000-PRINT-TENURE-BANDS-EXIT.
022300 9999-END-OF-JOB.
022310     IF WS-ABEND-REQUESTED
022320         PERFORM ABANDON-BURST-FILE
022330             THRU ABANDON-BURST-FILE-EXIT
022340     ELSE
022350         PERFORM CLOSE-BURST-FILE
022360             THRU CLOSE-BURST-FILE-EXIT
022370     END-IF.
022400     CLOSE ANVRPT-FILE.
022500     CLOSE AUDIT-LOG-FILE.
022600     STOP RUN.
022700 
022800*****************************************************************
022900* 1000-INITIALIZE - ESTABLISH THE RUN DATE AND ITS SERIAL DAY,
023000* OPEN THE REPORT, AND START THE RPTWRTR PAGE STATE. THE BURST
023010* FILE OPENS WITH THE SAME TITLE AND (BLANK) HEADING.
023100*****************************************************************
023200 1000-INITIALIZE.
023300     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
025200     CALL 'RPTWRTR' USING WS-RPTWRTR-PARM.
025300     PERFORM 8210-WRITE-RPT-OUT-LINES
025400         THRU 8210-WRITE-RPT-OUT-LINES-EXIT.
025410     MOVE 'ANNIVRPT'         TO WS-BRST-REPORT-ID.
025420     MOVE WS-SYS-DATE        TO WS-BRST-RUN-DATE.
025430     MOVE WS-RW-TITLE-TEXT   TO WS-BRST-TITLE-TEXT.
025440     MOVE WS-RUN-DATE-EDIT   TO WS-BRST-RUN-DATE-EDIT.
025450     MOVE WS-RW-HEADING-LINE TO WS-BRST-HEADING-LINE.
025460     PERFORM OPEN-BURST-FILE
025470         THRU OPEN-BURST-FILE-EXIT.
025500     PERFORM LOAD-DEPT-TABLE
025600         THRU LOAD-DEPT-TABLE-EXIT.
025700     IF WS-DEPTREF-COUNT = ZERO
047900     MOVE SPACES TO ANVRPT-RECORD.
048000     MOVE 'UPCOMING SERVICE ANNIVERSARIES (NEXT 31 DAYS)'
048100             TO AV-SECTION-TEXT.
048150     MOVE 'C' TO WS-BRST-CLASS.
048200     PERFORM 8200-PRINT-REPORT-LINE
048300         THRU 8200-PRINT-REPORT-LINE-EXIT.
048400     MOVE SPACES TO ANVRPT-RECORD.
048450     MOVE 'C' TO WS-BRST-CLASS.
048500     PERFORM 8200-PRINT-REPORT-LINE
048600         THRU 8200-PRINT-REPORT-LINE-EXIT.
048700     IF WS-ANNIV-COUNT = ZERO
048800         MOVE SPACES TO ANVRPT-RECORD
048900         MOVE 'NONE IN THE WINDOW' TO AN-NOTE-TEXT
048950         MOVE 'C' TO WS-BRST-CLASS
049000         PERFORM 8200-PRINT-REPORT-LINE
049100             THRU 8200-PRINT-REPORT-LINE-EXIT
049200     END-IF.
049800         MOVE SPACES TO ANVRPT-RECORD
049900         MOVE 'ANNIVERSARY TABLE FULL - SOME NOT LISTED'
050000                 TO AN-NOTE-TEXT
050050         MOVE 'C' TO WS-BRST-CLASS
050100         PERFORM 8200-PRINT-REPORT-LINE
050200             THRU 8200-PRINT-REPORT-LINE-EXIT
050300     END-IF.
051800     MOVE WS-AN-MMDD (WS-PRINT-IDX)    TO AV-ANNIV-MMDD.
051900     MOVE WS-AN-YEARS (WS-PRINT-IDX)   TO AV-YEARS.
052000     MOVE WS-DL-DEPT-NAME              TO AV-DEPT-NAME.
052010     MOVE 'D'                          TO WS-BRST-CLASS.
052020     MOVE WS-AN-DEPT (WS-PRINT-IDX)    TO WS-BRST-DEPT.
052100     PERFORM 8200-PRINT-REPORT-LINE
052200         THRU 8200-PRINT-REPORT-LINE-EXIT.
052300 5100-PRINT-ONE-ANNIVERSARY-EXIT.
053000*****************************************************************
053100 6000-PRINT-TENURE-BANDS.
053200     MOVE SPACES TO ANVRPT-RECORD.
053250     MOVE 'C' TO WS-BRST-CLASS.
053300     PERFORM 8200-PRINT-REPORT-LINE
053400         THRU 8200-PRINT-REPORT-LINE-EXIT.
053500     MOVE SPACES TO ANVRPT-RECORD.
053600     MOVE 'TENURE BANDS BY DEPARTMENT (YEARS OF SERVICE)'
053700             TO AV-SECTION-TEXT.
053750     MOVE 'C' TO WS-BRST-CLASS.
053800     PERFORM 8200-PRINT-REPORT-LINE
053900         THRU 8200-PRINT-REPORT-LINE-EXIT.
054000     MOVE SPACES TO ANVRPT-RECORD.
054100     MOVE 'DEPT'   TO AB-DEPT.
054200     MOVE 'UNDER 1     1-5      5-10    OVER 10     TOTAL'
054300             TO ANVRPT-RECORD (11:46).
054350     MOVE 'C' TO WS-BRST-CLASS.
054400     PERFORM 8200-PRINT-REPORT-LINE
054500         THRU 8200-PRINT-REPORT-LINE-EXIT.
054600     PERFORM 6100-PRINT-ONE-DEPT-BAND
059600           + WS-TB-5-TO-10 (WS-PRINT-IDX)
059700           + WS-TB-OVER-10 (WS-PRINT-IDX).
059800     MOVE WS-DEPT-BAND-TOTAL TO AB-TOTAL.
059810     MOVE 'D'                       TO WS-BRST-CLASS.
059820     MOVE WS-TB-DEPT (WS-PRINT-IDX) TO WS-BRST-DEPT.
059900     PERFORM 8200-PRINT-REPORT-LINE
060000         THRU 8200-PRINT-REPORT-LINE-EXIT.
060100 6100-PRINT-ONE-DEPT-BAND-EXIT.
070400*****************************************************************
070500* 8200-PRINT-REPORT-LINE - SEND THE LINE SITTING IN
070600* ANVRPT-RECORD OUT THROUGH THE SHARED RPTWRTR PAGINATOR AND
070700* WRITE WHATEVER PRINT LINES COME BACK, THEN WRITE THE LINE TO
070710* THE BURST FILE UNDER WHATEVER CLASS THE CALLER SET (SHOP-WIDE
070720* UNLESS TOLD OTHERWISE).
070800*****************************************************************
070900 8200-PRINT-REPORT-LINE.
071000     MOVE ANVRPT-RECORD TO WS-RW-DETAIL-LINE.
071200     CALL 'RPTWRTR' USING WS-RPTWRTR-PARM.
071300     PERFORM 8210-WRITE-RPT-OUT-LINES
071400         THRU 8210-WRITE-RPT-OUT-LINES-EXIT.
071410     MOVE WS-RW-DETAIL-LINE TO WS-BRST-LINE.
071420     PERFORM WRITE-BURST-LINE
071430         THRU WRITE-BURST-LINE-EXIT.
071500 8200-PRINT-REPORT-LINE-EXIT.
071600     EXIT.
071700 
079800* FOR DETAILS.
079900*****************************************************************
080000     COPY DEPTLKP.
080100 
080200*****************************************************************
080300* OPEN-BURST-FILE / WRITE-BURST-LINE / CLOSE-BURST-FILE /
080400* ABANDON-BURST-FILE - SHARED REPORT BURST FILE WRITES, COPIED
080500* FROM BRSTWR.CPY. SEE THE COPYBOOK FOR DETAILS.
080600*****************************************************************
080700     COPY BRSTWR.
