003500*                 THE COLUMN HEADINGS STILL CARRY THE STANDARD
003600*                 LABELS -- OPERATIONS KEEPS THE LABELS IN STEP
003700*                 WHEN RETUNING THE BOUNDS.
003710* 2026-10-15 DB   READ THE NIGHTLY ORDEXTR ORDER UNLOAD (ORDUNLD,
003720*                 ORDXREC.CPY/ORDXCTL.CPY, THROUGH THE SHARED
003730*                 ORDXRD PARAGRAPHS) INSTEAD OF OPENING A CURSOR
003740*                 ON S1ORDCOU. THE UNLOAD IS IN C_BQ ORDER SO THE
003750*                 CONTROL BREAK IS UNCHANGED. THE UNLOAD'S DATE
003760*                 AND TIME PRINT UNDER THE TITLE, AND A MISSING
003770*                 OR DISAGREEING TRAILER FAILS THE STEP BEFORE
003780*                 THE GRAND TOTAL PRINTS.
003800*****************************************************************
003900 
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004210     SELECT ORDEXTR-FILE ASSIGN TO ORDEXTR
004220         ORGANIZATION IS SEQUENTIAL
004230         FILE STATUS IS WS-ORDX-STATUS.
004300     SELECT AGERPT-FILE ASSIGN TO AGERPT
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
004800 
004900 DATA DIVISION.
005000 FILE SECTION.
005010 FD  ORDEXTR-FILE
005020     RECORDING MODE IS F
005030     RECORD CONTAINS 80 CHARACTERS
005040     LABEL RECORDS ARE STANDARD.
005050     COPY ORDXREC.
005060     COPY ORDXCTL.
005070 
005100 FD  AGERPT-FILE
005200     RECORDING MODE IS F
005300     RECORD CONTAINS 132 CHARACTERS
013200 01  WS-DN-VALID-SW               PIC X(01)  VALUE 'N'.
013300     88  WS-DN-VALID                        VALUE 'Y'.
013400 
013500 01  WS-ABEND-SW                  PIC X(01)  VALUE 'N'.
013600     88  WS-ABEND-REQUESTED                 VALUE 'Y'.
013700 01  WS-AUDIT-STATUS              PIC X(02).
013800 
013900     COPY PRMPARM.
015000     05  WS-PMSG-B3               PIC 9(03).
015100     05  FILLER                   PIC X(05)  VALUE SPACES.
015200 
015300 01  WS-AS-OF-LINE.
015400     05  FILLER                   PIC X(02)  VALUE SPACES.
015500     05  FILLER                   PIC X(23)
015600             VALUE 'ORDERS AS OF UNLOAD AT '.
015610     05  WS-AOL-DATE              PIC X(08).
015620     05  FILLER                   PIC X(01)  VALUE SPACE.
015630     05  WS-AOL-TIME              PIC X(06).
015640     05  FILLER                   PIC X(92)  VALUE SPACES.
015700 
015800     COPY ORDXSW.
016400 
016500 PROCEDURE DIVISION.
016600 
017200     IF WS-ABEND-REQUESTED
017300         GO TO 9999-END-OF-JOB
017400     END-IF.
017500     PERFORM 2000-READ-ORDER
017600         THRU 2000-READ-ORDER-EXIT
017700         UNTIL WS-ORDX-EOF OR WS-ABEND-REQUESTED.
017710     IF NOT WS-ABEND-REQUESTED
017720         PERFORM VERIFY-ORDEXTR-TRAILER
017730             THRU VERIFY-ORDEXTR-TRAILER-EXIT
017740     END-IF.
017750     IF WS-ABEND-REQUESTED
017760         GO TO 9999-END-OF-JOB
017770     END-IF.
017800     PERFORM 4000-FINALIZE
017900         THRU 4000-FINALIZE-EXIT.
018000 9999-END-OF-JOB.
018010     CLOSE ORDEXTR-FILE.
018100     CLOSE AGERPT-FILE.
018200     CLOSE AUDIT-LOG-FILE.
018300     STOP RUN.
018400 
018500*****************************************************************
018600* 1000-INITIALIZE - OPEN THE REPORT AND THE ORDER UNLOAD, PRINT
018700* THE TITLE, UNLOAD DATE/TIME, AND COLUMN HEADING LINES, AND
018800* ESTABLISH THE RUN DATE'S SERIAL DAY NUMBER THE AGE BUCKETS ARE
018810* MEASURED AGAINST.
018900*****************************************************************
019000 1000-INITIALIZE.
019100     OPEN OUTPUT AGERPT-FILE.
019600     MOVE WS-SYS-MM   TO WS-RE-MM.
019700     MOVE WS-SYS-DD   TO WS-RE-DD.
019800     MOVE WS-SYS-YYYY TO WS-RE-YYYY.
019810     PERFORM OPEN-ORDEXTR
019820         THRU OPEN-ORDEXTR-EXIT.
019830     IF WS-ABEND-REQUESTED
019840         GO TO 1000-INITIALIZE-EXIT
019850     END-IF.
019900     MOVE SPACES TO AGERPT-RECORD.
020000     MOVE 'OPEN ORDER AGING BY C_BQ CODE' TO GT-TITLE-TEXT.
020100     MOVE 'RUN DATE: '      TO GT-RUN-DATE-LABEL.
020200     MOVE WS-RUN-DATE-EDIT  TO GT-RUN-DATE.
020300     WRITE AGERPT-RECORD.
020310     MOVE WS-ORDX-AS-OF-DATE TO WS-AOL-DATE.
020320     MOVE WS-ORDX-AS-OF-TIME TO WS-AOL-TIME.
020330     MOVE WS-AS-OF-LINE TO AGERPT-RECORD.
020340     WRITE AGERPT-RECORD.
020400     MOVE SPACES TO AGERPT-RECORD.
020500     WRITE AGERPT-RECORD.
020600     MOVE SPACES TO AGERPT-RECORD.
021900 
022000     PERFORM 1500-APPLY-RUN-PARMS
022100         THRU 1500-APPLY-RUN-PARMS-EXIT.
022900 1000-INITIALIZE-EXIT.
023000     EXIT.
023100 
026500     EXIT.
026600 
026700*****************************************************************
026800* 2000-READ-ORDER - READ ONE ORDER ROW FROM THE UNLOAD. A CHANGE
026900* OF C_BQ PRINTS THE GROUP LINE ACCUMULATED SO FAR (STRAIGHT
027000* CONTROL BREAK -- THE UNLOAD IS IN C_BQ ORDER), THEN THE ROW'S
027100* AMOUNT IS FOLDED INTO THE AGE BUCKET ITS ORD_DATE FALLS IN.
027200*****************************************************************
027300 2000-READ-ORDER.
027400     PERFORM READ-ORDEXTR
027500         THRU READ-ORDEXTR-EXIT.
027600     IF NOT WS-ORDX-DETAIL-READ
027700         GO TO 2000-READ-ORDER-EXIT
028500     END-IF.
028600     MOVE OX-C-BQ       TO WS-ORD-C-BQ.
028700     MOVE OX-ORD-AMOUNT TO WS-ORD-AMOUNT.
028800     MOVE OX-ORD-DATE   TO WS-ORD-DATE.
028900     IF WS-GROUP-OPEN AND WS-ORD-C-BQ NOT = WS-CURR-C-BQ
029000         PERFORM 3000-PRINT-GROUP-LINE
029100             THRU 3000-PRINT-GROUP-LINE-EXIT
029600     MOVE WS-ORD-C-BQ TO WS-CURR-C-BQ.
029700     PERFORM 2100-BUCKET-ORDER-AMOUNT
029800         THRU 2100-BUCKET-ORDER-AMOUNT-EXIT.
029900 2000-READ-ORDER-EXIT.
030000     EXIT.
030100 
030200*****************************************************************
036500     EXIT.
036600 
036700*****************************************************************
036800* 4000-FINALIZE - PRINT THE LAST OPEN GROUP AND THE GRAND TOTAL
036900* LINE.
037000*****************************************************************
037100 4000-FINALIZE.
037200     IF WS-GROUP-OPEN
037300         PERFORM 3000-PRINT-GROUP-LINE
037400             THRU 3000-PRINT-GROUP-LINE-EXIT
037500     END-IF.
038300     MOVE SPACES TO AGERPT-RECORD.
038400     WRITE AGERPT-RECORD.
038500     MOVE SPACES          TO AGERPT-RECORD.
043600 8100-DATE-TO-DAY-NUMBER-EXIT.
043700     EXIT.
043800 
044500*****************************************************************
044600* WRITE-AUDIT-LOG - SHARED AUDIT LOG WRITE, COPIED FROM
044700* AUDLOG.CPY. SEE THE COPYBOOK FOR DETAILS.
044800*****************************************************************
044900     COPY AUDLOG.
044910 
044920*****************************************************************
044930* OPEN-ORDEXTR / READ-ORDEXTR / VERIFY-ORDEXTR-TRAILER - SHARED
044940* ORDER UNLOAD READ AND CONTROL-RECORD CHECKS, COPIED FROM
044950* ORDXRD.CPY. SEE THE COPYBOOK FOR DETAILS.
044960*****************************************************************
044970     COPY ORDXRD.
