000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    EMPAPRV.
000300 AUTHOR.        D BUDZOWSKI.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* MODIFICATION HISTORY
000900* DATE       INIT DESCRIPTION
001000* ---------- ---- ------------------------------------------
001100* 2026-10-15 DB   INITIAL VERSION - SECOND-USER RELEASE OF THE
001200*                 PAY-GRADE AND DEPARTMENT CHANGES EMPBATCH
001300*                 HOLDS ON THE EMPPEND PENDING-APPROVAL CYCLE
001400*                 (APRREC.CPY). READS THE APPROVER'S DECISION
001500*                 CARDS (APRCARD.CPY -- PENDING ID AS IT PRINTS
001600*                 ON THE APPROVAL-QUEUE REPORT, 'R' RELEASE OR
001700*                 'X' DECLINE) AND COPIES THE CURRENT PENDING
001800*                 GENERATION TO A NEW ONE WITH EACH DECIDED ITEM
001900*                 MARKED RELEASED OR DECLINED, STAMPED WITH THE
002000*                 APPROVER AND THE DATE. THE NEXT EMPBATCH RUN
002100*                 APPLIES THE RELEASED ITEMS AND DROPS THE
002200*                 DECLINED ONES. THE APPROVER MUST HOLD EMPAPRV
002300*                 ON THE AUTHFILE OPERATOR AUTHORIZATION
002400*                 REFERENCE AND MUST NOT BE THE USER WHO KEYED
002500*                 THE CHANGE: A DECISION ON ONE'S OWN ITEM IS
002600*                 REFUSED WITH A WARNING AUDIT EVENT AND THE
002700*                 ITEM KEEPS WAITING. A CARD FOR AN ITEM NOT ON
002800*                 THE QUEUE, ONE ALREADY DECIDED, OR A CARD WITH
002900*                 AN UNKNOWN DECISION CODE IS WARNED AND SKIPPED.
003000*****************************************************************
003100 
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT APRVCARD-FILE ASSIGN TO APRVCARD
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-CARD-STATUS.
003800     SELECT EMPPENDI-FILE ASSIGN TO EMPPENDI
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-PENDI-STATUS.
004100     SELECT EMPPENDO-FILE ASSIGN TO EMPPENDO
004200         ORGANIZATION IS SEQUENTIAL.
004300     SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-AUDIT-STATUS.
004600     SELECT AUTH-FILE ASSIGN TO AUTHFILE
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-AUTH-STATUS.
004900 
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  APRVCARD-FILE
005300     RECORDING MODE IS F
005400     RECORD CONTAINS 80 CHARACTERS
005500     LABEL RECORDS ARE STANDARD.
005600     COPY APRCARD.
005700 
005800 FD  EMPPENDI-FILE
005900     RECORDING MODE IS F
006000     RECORD CONTAINS 150 CHARACTERS
006100     LABEL RECORDS ARE STANDARD.
006200     COPY APRREC.
006300 
006400 FD  EMPPENDO-FILE
006500     RECORDING MODE IS F
006600     RECORD CONTAINS 150 CHARACTERS
006700     LABEL RECORDS ARE STANDARD.
006800 01  EMPPENDO-RECORD         PIC X(150).
006900 
007000 FD  AUDIT-LOG-FILE
007100     RECORDING MODE IS F
007200     RECORD CONTAINS 80 CHARACTERS
007300     LABEL RECORDS ARE STANDARD.
007400     COPY AUDREC.
007500 
007600 FD  AUTH-FILE
007700     RECORDING MODE IS F
007800     RECORD CONTAINS 80 CHARACTERS
007900     LABEL RECORDS ARE STANDARD.
008000     COPY AUTHREC.
008100 
008200 
008300 WORKING-STORAGE SECTION.
008400 01  WS-CARD-STATUS               PIC X(02).
008500 01  WS-PENDI-STATUS              PIC X(02).
008600 01  WS-AUDIT-STATUS              PIC X(02).
008700 01  WS-CARD-EOF-SW               PIC X(01)  VALUE 'N'.
008800     88  WS-CARD-EOF                         VALUE 'Y'.
008900 01  WS-PEND-EOF-SW               PIC X(01)  VALUE 'N'.
009000     88  WS-PEND-EOF                         VALUE 'Y'.
009100 01  WS-PENDI-OPEN-SW             PIC X(01)  VALUE 'N'.
009200     88  WS-PENDI-OPEN                       VALUE 'Y'.
009300 01  WS-PENDO-OPEN-SW             PIC X(01)  VALUE 'N'.
009400     88  WS-PENDO-OPEN                       VALUE 'Y'.
009500 01  WS-CARD-FOUND-SW             PIC X(01)  VALUE 'N'.
009600     88  WS-CARD-FOUND                       VALUE 'Y'.
009700 
009800 01  WS-CARD-READ-COUNT           PIC 9(05)  VALUE ZERO.
009900 01  WS-PEND-READ-COUNT           PIC 9(05)  VALUE ZERO.
010000 01  WS-RELEASE-COUNT             PIC 9(05)  VALUE ZERO.
010100 01  WS-DECLINE-COUNT             PIC 9(05)  VALUE ZERO.
010200 01  WS-SELF-COUNT                PIC 9(05)  VALUE ZERO.
010300 01  WS-REJECT-COUNT              PIC 9(05)  VALUE ZERO.
010400 
010500*    ONE ENTRY PER DECISION CARD. A NIGHT'S DECISIONS RUN TO A
010600*    HANDFUL OF CARDS; A DECK LARGER THAN THE TABLE FAILS THE
010700*    STEP RATHER THAN QUIETLY LEAVING DECISIONS UNAPPLIED.
010800 01  WS-CARD-COUNT                PIC 9(03)  VALUE ZERO.
010900 01  WS-CARD-CAPACITY             PIC 9(03)  VALUE 200.
011000 01  WS-CARD-IDX                  PIC 9(03)  VALUE ZERO.
011100 01  WS-CARD-HIT-IDX              PIC 9(03)  VALUE ZERO.
011200 
011300 01  WS-CARD-TABLE.
011400     05  WS-CARD-ENTRY OCCURS 200 TIMES.
011500         10  WS-TC-PEND-ID        PIC X(13).
011600         10  WS-TC-DECISION       PIC X(01).
011700         10  WS-TC-USED-SW        PIC X(01).
011800 
011900 01  WS-APR-SUMMARY-MSG.
012000     05  FILLER                   PIC X(04)  VALUE 'REL '.
012100     05  WS-ASM-RELEASED          PIC 9(05).
012200     05  FILLER                   PIC X(05)  VALUE ' DCL '.
012300     05  WS-ASM-DECLINED          PIC 9(05).
012400     05  FILLER                   PIC X(01)  VALUE SPACE.
012500 
012600 01  WS-SYS-DATE                  PIC X(08).
012700 
012800     COPY SQLSW.
012900 
013000     COPY AUTHSW.
013100 
013200 PROCEDURE DIVISION.
013300 
013400 0000-MAINLINE.
013500     OPEN EXTEND AUDIT-LOG-FILE.
013600     MOVE 'EMPAPRV' TO AL-PROGRAM.
013700     MOVE 'EMPAPRV' TO WS-AUTH-FUNCTION.
013800     PERFORM CHECK-OPERATOR-AUTH
013900         THRU CHECK-OPERATOR-AUTH-EXIT.
014000     IF NOT WS-AUTH-OK
014100         GO TO 9999-END-OF-JOB
014200     END-IF.
014300     PERFORM 1000-INITIALIZE
014400         THRU 1000-INITIALIZE-EXIT.
014500     IF WS-ABEND-REQUESTED
014600         GO TO 9999-END-OF-JOB
014700     END-IF.
014800     PERFORM 2000-DECIDE-PENDING
014900         THRU 2000-DECIDE-PENDING-EXIT
015000         UNTIL WS-PEND-EOF.
015100     PERFORM 3000-CHECK-UNUSED-CARD
015200         THRU 3000-CHECK-UNUSED-CARD-EXIT
015300         VARYING WS-CARD-IDX FROM 1 BY 1
015400         UNTIL WS-CARD-IDX > WS-CARD-COUNT.
015500     PERFORM 8000-FINALIZE
015600         THRU 8000-FINALIZE-EXIT.
015700 9999-END-OF-JOB.
015800     IF WS-PENDI-OPEN
015900         CLOSE EMPPENDI-FILE
016000     END-IF.
016100     IF WS-PENDO-OPEN
016200         CLOSE EMPPENDO-FILE
016300     END-IF.
016400     CLOSE AUDIT-LOG-FILE.
016500     STOP RUN.
016600 
016700*****************************************************************
016800* 1000-INITIALIZE - LOAD THE DECISION CARDS INTO THE TABLE AND
016900* OPEN THE PENDING CYCLE: THE CURRENT GENERATION IN, THE NEW
017000* STAGING DATASET OUT. NO DECISION DECK, OR ONE TOO LARGE FOR
017100* THE TABLE, FAILS THE STEP. NO PRIOR PENDING GENERATION
017200* (STATUS 35) IS AN EMPTY QUEUE -- EVERY CARD THEN WARNS AS NOT
017300* FOUND.
017400*****************************************************************
017500 1000-INITIALIZE.
017600     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
017700     OPEN INPUT APRVCARD-FILE.
017800     IF WS-CARD-STATUS NOT = '00'
017900         DISPLAY 'EMPAPRV - ERROR OPENING APRVCARD, STATUS '
018000                 WS-CARD-STATUS
018100         MOVE 'OPEN APRVCARD'     TO AL-OPERATION
018200         MOVE ZERO                TO AL-SQLCODE
018300         MOVE 'OPEN FAILED'       TO AL-MESSAGE
018400         MOVE 'S' TO AL-SEVERITY
018500         PERFORM WRITE-AUDIT-LOG
018600             THRU WRITE-AUDIT-LOG-EXIT
018700         MOVE 16 TO RETURN-CODE
018800         MOVE 'Y' TO WS-ABEND-SW
018900         GO TO 1000-INITIALIZE-EXIT
019000     END-IF.
019100     PERFORM 1100-LOAD-CARD
019200         THRU 1100-LOAD-CARD-EXIT
019300         UNTIL WS-CARD-EOF OR WS-ABEND-REQUESTED.
019400     CLOSE APRVCARD-FILE.
019500     IF WS-ABEND-REQUESTED
019600         GO TO 1000-INITIALIZE-EXIT
019700     END-IF.
019800     OPEN OUTPUT EMPPENDO-FILE.
019900     MOVE 'Y' TO WS-PENDO-OPEN-SW.
020000     OPEN INPUT EMPPENDI-FILE.
020100     EVALUATE WS-PENDI-STATUS
020200         WHEN '00'
020300             MOVE 'Y' TO WS-PENDI-OPEN-SW
020400         WHEN '35'
020500             DISPLAY 'EMPAPRV - NO PENDING GENERATION, '
020600                     'APPROVAL QUEUE EMPTY'
020700             MOVE 'Y' TO WS-PEND-EOF-SW
020800         WHEN OTHER
020900             DISPLAY 'EMPAPRV - ERROR OPENING EMPPENDI, STATUS '
021000                     WS-PENDI-STATUS
021100             MOVE 'OPEN EMPPENDI'     TO AL-OPERATION
021200             MOVE ZERO                TO AL-SQLCODE
021300             MOVE 'OPEN FAILED'       TO AL-MESSAGE
021400             MOVE 'S' TO AL-SEVERITY
021500             PERFORM WRITE-AUDIT-LOG
021600                 THRU WRITE-AUDIT-LOG-EXIT
021700             MOVE 16 TO RETURN-CODE
021800             MOVE 'Y' TO WS-ABEND-SW
021900     END-EVALUATE.
022000 1000-INITIALIZE-EXIT.
022100     EXIT.
022200 
022300*****************************************************************
022400* 1100-LOAD-CARD - READ ONE DECISION CARD INTO THE TABLE. AN
022500* UNKNOWN DECISION CODE IS WARNED AND LEFT OUT OF THE TABLE SO
022600* IT CAN NEVER TOUCH THE QUEUE.
022700*****************************************************************
022800 1100-LOAD-CARD.
022900     READ APRVCARD-FILE
023000         AT END
023100             MOVE 'Y' TO WS-CARD-EOF-SW
023200             GO TO 1100-LOAD-CARD-EXIT
023300     END-READ.
023400     ADD 1 TO WS-CARD-READ-COUNT.
023500     IF NOT AC-RELEASE AND NOT AC-DECLINE
023600         ADD 1 TO WS-REJECT-COUNT
023700         DISPLAY 'EMPAPRV - UNKNOWN DECISION ' AC-DECISION
023800                 ' FOR PENDING ' AC-PEND-ID ', SKIPPED'
023900         MOVE 'EDIT DECISION'     TO AL-OPERATION
024000         MOVE ZERO                TO AL-SQLCODE
024100         MOVE 'UNKNOWN DECISION'  TO AL-MESSAGE
024200         MOVE 'W' TO AL-SEVERITY
024300         PERFORM WRITE-AUDIT-LOG
024400             THRU WRITE-AUDIT-LOG-EXIT
024500         GO TO 1100-LOAD-CARD-EXIT
024600     END-IF.
024700     IF WS-CARD-COUNT NOT < WS-CARD-CAPACITY
024800         DISPLAY 'EMPAPRV - MORE THAN ' WS-CARD-CAPACITY
024900                 ' DECISION CARDS, RUN STOPPED'
025000         MOVE 'LOAD DECISIONS'    TO AL-OPERATION
025100         MOVE ZERO                TO AL-SQLCODE
025200         MOVE 'DECISION TABLE FULL' TO AL-MESSAGE
025300         MOVE 'S' TO AL-SEVERITY
025400         PERFORM WRITE-AUDIT-LOG
025500             THRU WRITE-AUDIT-LOG-EXIT
025600         MOVE 16 TO RETURN-CODE
025700         MOVE 'Y' TO WS-ABEND-SW
025800         GO TO 1100-LOAD-CARD-EXIT
025900     END-IF.
026000     ADD 1 TO WS-CARD-COUNT.
026100     MOVE AC-PEND-ID  TO WS-TC-PEND-ID (WS-CARD-COUNT).
026200     MOVE AC-DECISION TO WS-TC-DECISION (WS-CARD-COUNT).
026300     MOVE 'N'         TO WS-TC-USED-SW (WS-CARD-COUNT).
026400 1100-LOAD-CARD-EXIT.
026500     EXIT.
026600 
026700*****************************************************************
026800* 2000-DECIDE-PENDING - COPY ONE PENDING ITEM TO THE NEW
026900* GENERATION, APPLYING ITS DECISION CARD IF THERE IS ONE. ONLY A
027000* WAITING ITEM CAN BE DECIDED, AND NEVER BY THE USER WHO KEYED
027100* IT -- THAT IS THE WHOLE POINT OF THE SECOND SIGNATURE.
027200*****************************************************************
027300 2000-DECIDE-PENDING.
027400     READ EMPPENDI-FILE
027500         AT END
027600             MOVE 'Y' TO WS-PEND-EOF-SW
027700             GO TO 2000-DECIDE-PENDING-EXIT
027800     END-READ.
027900     ADD 1 TO WS-PEND-READ-COUNT.
028000     PERFORM 2100-FIND-CARD
028100         THRU 2100-FIND-CARD-EXIT.
028200     IF NOT WS-CARD-FOUND
028300         GO TO 2000-DECIDE-PENDING-WRITE
028400     END-IF.
028500     MOVE 'Y' TO WS-TC-USED-SW (WS-CARD-HIT-IDX).
028600     IF NOT AP-WAITING
028700         ADD 1 TO WS-REJECT-COUNT
028800         DISPLAY 'EMPAPRV - PENDING ' AP-PEND-ID
028900                 ' ALREADY DECIDED, CARD SKIPPED'
029000         MOVE 'DECIDE PENDING'    TO AL-OPERATION
029100         MOVE ZERO                TO AL-SQLCODE
029200         MOVE 'ALREADY DECIDED'   TO AL-MESSAGE
029300         MOVE 'W' TO AL-SEVERITY
029400         PERFORM WRITE-AUDIT-LOG
029500             THRU WRITE-AUDIT-LOG-EXIT
029600         GO TO 2000-DECIDE-PENDING-WRITE
029700     END-IF.
029800     IF AP-KEYED-USER = WS-AUTH-USER
029900         ADD 1 TO WS-SELF-COUNT
030000         DISPLAY 'EMPAPRV - PENDING ' AP-PEND-ID
030100                 ' WAS KEYED BY ' WS-AUTH-USER
030200                 ', SELF-APPROVAL REFUSED'
030300         MOVE 'DECIDE PENDING'    TO AL-OPERATION
030400         MOVE ZERO                TO AL-SQLCODE
030500         MOVE 'SELF-APPROVAL REFUSED' TO AL-MESSAGE
030600         MOVE 'W' TO AL-SEVERITY
030700         PERFORM WRITE-AUDIT-LOG
030800             THRU WRITE-AUDIT-LOG-EXIT
030900         GO TO 2000-DECIDE-PENDING-WRITE
031000     END-IF.
031100     MOVE WS-AUTH-USER TO AP-DECIDED-USER.
031200     MOVE WS-SYS-DATE  TO AP-DECIDED-DATE.
031300     IF WS-TC-DECISION (WS-CARD-HIT-IDX) = 'R'
031400         MOVE 'A' TO AP-STATUS
031500         ADD 1 TO WS-RELEASE-COUNT
031600         DISPLAY 'EMPAPRV - PENDING ' AP-PEND-ID ' FOR EMP '
031700                 AP-TI-EMPL-ID ' RELEASED'
031800         MOVE 'RELEASE PENDING'   TO AL-OPERATION
031900     ELSE
032000         MOVE 'X' TO AP-STATUS
032100         ADD 1 TO WS-DECLINE-COUNT
032200         DISPLAY 'EMPAPRV - PENDING ' AP-PEND-ID ' FOR EMP '
032300                 AP-TI-EMPL-ID ' DECLINED'
032400         MOVE 'DECLINE PENDING'   TO AL-OPERATION
032500     END-IF.
032600     MOVE ZERO                TO AL-SQLCODE.
032700     MOVE AP-PEND-ID          TO AL-MESSAGE.
032800     PERFORM WRITE-AUDIT-LOG
032900         THRU WRITE-AUDIT-LOG-EXIT.
033000 2000-DECIDE-PENDING-WRITE.
033100     WRITE EMPPENDO-RECORD FROM EMPPEND-RECORD.
033200 2000-DECIDE-PENDING-EXIT.
033300     EXIT.
033400 
033500*****************************************************************
033600* 2100-FIND-CARD - LOOK UP THE PENDING ITEM'S ID IN THE DECISION
033700* TABLE. THE FIRST CARD FOR AN ID WINS; A SECOND CARD FOR THE
033800* SAME ID IS LEFT UNUSED AND WARNED AT THE END.
033900*****************************************************************
034000 2100-FIND-CARD.
034100     MOVE 'N'  TO WS-CARD-FOUND-SW.
034200     MOVE ZERO TO WS-CARD-HIT-IDX.
034300     PERFORM 2110-CHECK-ONE-CARD
034400         THRU 2110-CHECK-ONE-CARD-EXIT
034500         VARYING WS-CARD-IDX FROM 1 BY 1
034600         UNTIL WS-CARD-IDX > WS-CARD-COUNT
034700            OR WS-CARD-FOUND.
034800 2100-FIND-CARD-EXIT.
034900     EXIT.
035000 
035100 2110-CHECK-ONE-CARD.
035200     IF WS-TC-PEND-ID (WS-CARD-IDX) = AP-PEND-ID
035300             AND WS-TC-USED-SW (WS-CARD-IDX) = 'N'
035400         MOVE 'Y' TO WS-CARD-FOUND-SW
035500         MOVE WS-CARD-IDX TO WS-CARD-HIT-IDX
035600     END-IF.
035700 2110-CHECK-ONE-CARD-EXIT.
035800     EXIT.
035900 
036000*****************************************************************
036100* 3000-CHECK-UNUSED-CARD - A DECISION CARD THAT MATCHED NOTHING
036200* ON THE QUEUE (MISKEYED ID, ITEM ALREADY APPLIED OR DROPPED, OR
036300* A DUPLICATE CARD) IS WARNED SO THE APPROVER CAN SEE THE
036400* DECISION DID NOT TAKE.
036500*****************************************************************
036600 3000-CHECK-UNUSED-CARD.
036700     IF WS-TC-USED-SW (WS-CARD-IDX) = 'Y'
036800         GO TO 3000-CHECK-UNUSED-CARD-EXIT
036900     END-IF.
037000     ADD 1 TO WS-REJECT-COUNT.
037100     DISPLAY 'EMPAPRV - PENDING ' WS-TC-PEND-ID (WS-CARD-IDX)
037200             ' NOT ON THE QUEUE, CARD SKIPPED'.
037300     MOVE 'DECIDE PENDING'    TO AL-OPERATION.
037400     MOVE ZERO                TO AL-SQLCODE.
037500     MOVE 'PENDING ID NOT FOUND' TO AL-MESSAGE.
037600     MOVE 'W' TO AL-SEVERITY.
037700     PERFORM WRITE-AUDIT-LOG
037800         THRU WRITE-AUDIT-LOG-EXIT.
037900 3000-CHECK-UNUSED-CARD-EXIT.
038000     EXIT.
038100 
038200*****************************************************************
038300* 8000-FINALIZE - REPORT THE RUN'S DECISION COUNTS ON SYSOUT AND
038400* LEAVE THE TOTALS ON THE AUDIT TRAIL.
038500*****************************************************************
038600 8000-FINALIZE.
038700     DISPLAY 'EMPAPRV - DECISION CARDS READ   '
038800             WS-CARD-READ-COUNT.
038900     DISPLAY 'EMPAPRV - PENDING ITEMS READ    '
039000             WS-PEND-READ-COUNT.
039100     DISPLAY 'EMPAPRV - RELEASED              '
039200             WS-RELEASE-COUNT.
039300     DISPLAY 'EMPAPRV - DECLINED              '
039400             WS-DECLINE-COUNT.
039500     DISPLAY 'EMPAPRV - SELF-APPROVAL REFUSED '
039600             WS-SELF-COUNT.
039700     DISPLAY 'EMPAPRV - CARDS SKIPPED         '
039800             WS-REJECT-COUNT.
039900     MOVE WS-RELEASE-COUNT      TO WS-ASM-RELEASED.
040000     MOVE WS-DECLINE-COUNT      TO WS-ASM-DECLINED.
040100     MOVE 'APPROVAL TOTALS'     TO AL-OPERATION.
040200     MOVE ZERO                  TO AL-SQLCODE.
040300     MOVE WS-APR-SUMMARY-MSG    TO AL-MESSAGE.
040400     PERFORM WRITE-AUDIT-LOG
040500         THRU WRITE-AUDIT-LOG-EXIT.
040600 8000-FINALIZE-EXIT.
040700     EXIT.
040800 
040900*****************************************************************
041000* WRITE-AUDIT-LOG - SHARED AUDIT LOG WRITE, COPIED FROM
041100* AUDLOG.CPY. SEE THE COPYBOOK FOR DETAILS.
041200*****************************************************************
041300     COPY AUDLOG.
041400 
041500*****************************************************************
041600* CHECK-OPERATOR-AUTH - SHARED OPERATOR AUTHORIZATION CHECK,
041700* COPIED FROM AUTHCHK.CPY. SEE THE COPYBOOK FOR DETAILS.
041800*****************************************************************
041900     COPY AUTHCHK.
