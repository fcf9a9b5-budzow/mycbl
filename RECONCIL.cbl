009000*                 EXCEPT THE NEW AGE COLUMN'S, SO AGE PRINTED
009100*                 UNDER A BLANK HEADER; MOVE 'AGE' TO
009200*                 RH-AGE-HDG WITH THE OTHERS.
009210* 2026-10-15 DB   WALK THE DISTINCT C_BQ CODES IN THE NIGHTLY
009220*                 ORDEXTR ORDER UNLOAD (ORDUNLD, ORDXREC.CPY/
009230*                 ORDXCTL.CPY, THROUGH THE SHARED ORDXRD
009240*                 PARAGRAPHS) INSTEAD OF A SELECT DISTINCT CURSOR
009250*                 ON S1ORDCOU -- THE UNLOAD IS IN C_BQ ORDER, SO
009260*                 A CODE IS CHECKED ONLY WHEN IT DIFFERS FROM THE
009270*                 ONE BEFORE IT. THE UNLOAD'S DATE AND TIME PRINT
009280*                 AT THE TOP OF THE REPORT, AND A MISSING OR
009290*                 DISAGREEING TRAILER FAILS THE STEP.
009300*****************************************************************
009400 
009500 ENVIRONMENT DIVISION.
009700 FILE-CONTROL.
009800     SELECT EMPEXTR-FILE ASSIGN TO EMPEXTR
009900         ORGANIZATION IS SEQUENTIAL.
009910     SELECT ORDEXTR-FILE ASSIGN TO ORDEXTR
009920         ORGANIZATION IS SEQUENTIAL
009930         FILE STATUS IS WS-ORDX-STATUS.
010000     SELECT RECONRPT-FILE ASSIGN TO RECONRPT
010100         ORGANIZATION IS SEQUENTIAL.
010200     SELECT RECONEXC-FILE ASSIGN TO RECONEXC
011500     COPY EMPREC.
011600     COPY EXTCTL.
011700 
011710 FD  ORDEXTR-FILE
011720     RECORDING MODE IS F
011730     RECORD CONTAINS 80 CHARACTERS
011740     LABEL RECORDS ARE STANDARD.
011750     COPY ORDXREC.
011760     COPY ORDXCTL.
011770 
011800 FD  RECONRPT-FILE
011900     RECORDING MODE IS F
012000     RECORD CONTAINS 132 CHARACTERS
013600 WORKING-STORAGE SECTION.
013700 01  WS-EMPEXTR-EOF-SW            PIC X(01)  VALUE 'N'.
013800     88  WS-EMPEXTR-EOF                      VALUE 'Y'.
013900 01  WS-ABEND-SW                  PIC X(01)  VALUE 'N'.
014000     88  WS-ABEND-REQUESTED                  VALUE 'Y'.
014100 01  WS-MATCH-FOUND-SW            PIC X(01)  VALUE 'N'.
014200     88  WS-MATCH-FOUND                       VALUE 'Y'.
014300 01  WS-AUDIT-STATUS              PIC X(02).
020700                       INDEXED BY WS-EMP-TAB-IDX.
020800         10  WS-TE-EMPL-ID        PIC 9(05).
020900 
021000 01  WS-RC-C-BQ                   PIC X(15)  VALUE LOW-VALUES.
021100 01  WS-RC-EMPL-ID-NUM            PIC 9(05).
021200 
021300 01  WS-AS-OF-LINE.
021400     05  FILLER                   PIC X(05)  VALUE SPACES.
021500     05  FILLER                   PIC X(23)
021600             VALUE 'ORDERS AS OF UNLOAD AT '.
021610     05  WS-AOL-DATE              PIC X(08).
021620     05  FILLER                   PIC X(01)  VALUE SPACE.
021630     05  WS-AOL-TIME              PIC X(06).
021640     05  FILLER                   PIC X(89)  VALUE SPACES.
021700 
021800     COPY ORDXSW.
022400 
022500 LINKAGE SECTION.
022600 01  LS-PARM.
023800     IF WS-ABEND-REQUESTED
023900         GO TO 9999-END-OF-JOB
024000     END-IF.
024100     PERFORM 2000-OPEN-ORDEXTR
024200         THRU 2000-OPEN-ORDEXTR-EXIT.
024300     IF WS-ABEND-REQUESTED
024400         GO TO 9999-END-OF-JOB
024500     END-IF.
024600     PERFORM 3000-READ-ORDER
024700         THRU 3000-READ-ORDER-EXIT
024800         UNTIL WS-ORDX-EOF OR WS-ABEND-REQUESTED.
024810     IF NOT WS-ABEND-REQUESTED
024820         PERFORM VERIFY-ORDEXTR-TRAILER
024830             THRU VERIFY-ORDEXTR-TRAILER-EXIT
024840     END-IF.
024850     IF WS-ABEND-REQUESTED
024860         GO TO 9999-END-OF-JOB
024870     END-IF.
024900     PERFORM 4000-FINALIZE
025000         THRU 4000-FINALIZE-EXIT.
025100 9999-END-OF-JOB.
025110     CLOSE ORDEXTR-FILE.
025200     CLOSE RECONEXC-FILE.
025300     CLOSE RECONRPT-FILE.
025400     CLOSE AUDIT-LOG-FILE.
055600 
055700 
055800*****************************************************************
055900* 2000-OPEN-ORDEXTR - OPEN THE NIGHTLY ORDER UNLOAD, AND PRINT
056000* THE DATE AND TIME IT WAS TAKEN AT THE TOP OF THE REPORT SO
056010* THE EXCEPTIONS BELOW CAN BE TIED TO A POINT IN TIME.
056100*****************************************************************
056200 2000-OPEN-ORDEXTR.
056300     PERFORM OPEN-ORDEXTR
056400         THRU OPEN-ORDEXTR-EXIT.
056500     IF WS-ABEND-REQUESTED
056600         GO TO 2000-OPEN-ORDEXTR-EXIT
056700     END-IF.
056800     MOVE WS-ORDX-AS-OF-DATE TO WS-AOL-DATE.
056900     MOVE WS-ORDX-AS-OF-TIME TO WS-AOL-TIME.
057000     MOVE WS-AS-OF-LINE TO RECONRPT-RECORD.
057010     PERFORM 8200-PRINT-REPORT-LINE
057020         THRU 8200-PRINT-REPORT-LINE-EXIT.
057030     MOVE SPACES TO RECONRPT-RECORD.
057040     PERFORM 8200-PRINT-REPORT-LINE
057050         THRU 8200-PRINT-REPORT-LINE-EXIT.
057060 2000-OPEN-ORDEXTR-EXIT.
057100     EXIT.
057200 
057300*****************************************************************
057400* 3000-READ-ORDER - READ ONE ORDER ROW FROM THE UNLOAD. THE
057500* UNLOAD IS IN C_BQ ORDER, SO THE FIRST ROW OF EACH NEW CODE IS
057510* CHECKED AGAINST THE EMPLOYEE TABLE LOADED FROM EMPEXTR AND THE
057520* REST OF THAT CODE'S ROWS ARE PASSED OVER.
057600*****************************************************************
057700 3000-READ-ORDER.
057800     PERFORM READ-ORDEXTR
057900         THRU READ-ORDEXTR-EXIT.
058000     IF NOT WS-ORDX-DETAIL-READ
058100         GO TO 3000-READ-ORDER-EXIT
059300     END-IF.
059400     IF OX-C-BQ = WS-RC-C-BQ
059410         GO TO 3000-READ-ORDER-EXIT
059420     END-IF.
059430     MOVE OX-C-BQ TO WS-RC-C-BQ.
059440     PERFORM 3100-CHECK-EMP-MATCH
059450         THRU 3100-CHECK-EMP-MATCH-EXIT.
059460 3000-READ-ORDER-EXIT.
059500     EXIT.
059600 
059700*****************************************************************
062700         MOVE WS-ORPHAN-FIRST-SEEN TO EX-FIRST-SEEN
062800         MOVE WS-ORPHAN-AGE     TO EX-AGE-COUNT
062900         WRITE RECONEXC-RECORD
063000         MOVE 'READ ORDEXTR'      TO AL-OPERATION
063100         MOVE ZERO                TO AL-SQLCODE
063200         IF WS-ORPHAN-AGE > WS-ESCALATE-AGE
063300             ADD 1 TO WS-ESCALATED-COUNT
064400     EXIT.
064500 
064600*****************************************************************
064700* 4000-FINALIZE - REPORT THE PRIOR ORPHANS RESOLVED SINCE LAST
064800* NIGHT AND PRINT THE EXCEPTION COUNT LINES.
064900*****************************************************************
065000 4000-FINALIZE.
065800     PERFORM 4500-REPORT-RESOLVED
065900         THRU 4500-REPORT-RESOLVED-EXIT
066000         VARYING WS-SWEEP-IDX FROM 1 BY 1
074500 8220-WRITE-ONE-RPT-LINE-EXIT.
074600     EXIT.
074700 
075400*****************************************************************
075500* WRITE-AUDIT-LOG - SHARED AUDIT LOG WRITE, COPIED FROM
075600* AUDLOG.CPY. SEE THE COPYBOOK FOR DETAILS.
075700*****************************************************************
075800     COPY AUDLOG.
075810 
075820*****************************************************************
075830* OPEN-ORDEXTR / READ-ORDEXTR / VERIFY-ORDEXTR-TRAILER - SHARED
075840* ORDER UNLOAD READ AND CONTROL-RECORD CHECKS, COPIED FROM
075850* ORDXRD.CPY. SEE THE COPYBOOK FOR DETAILS.
075860*****************************************************************
075870     COPY ORDXRD.
