000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    EMPRECOV.
000300 AUTHOR.        D BUDZOWSKI.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* MODIFICATION HISTORY
000900* DATE       INIT DESCRIPTION
001000* ---------- ---- ------------------------------------------
001100* 2026-10-15 DB   INITIAL VERSION - FORWARD RECOVERY OF THE DB2
001200*                 EMP TABLE. UNTIL NOW A LOST OR DAMAGED EMP
001300*                 TABLE COULD ONLY GO BACK TO LAST NIGHT'S
001400*                 EMPSNAP, LOSING THE DAY'S MAINTENANCE. THIS
001500*                 PROGRAM LOADS THE LAST GOOD EMPSNAP INTO A
001600*                 SORTED WORKING-STORAGE TABLE (THE EMPVRFY
001700*                 TABLE SHAPE, CAPACITY AND ASCENDING GUARD),
001800*                 THEN REPLAYS EVERY EMPHIST AFTER IMAGE STAMPED
001900*                 AT OR AFTER THE SNAPSHOT POINT AND AT OR
002000*                 BEFORE THE CHOSEN STOP POINT. EVERY EMPHIST
002100*                 AFTER IMAGE IS THE WHOLE ROW, SO THE REPLAY
002200*                 KEEPS, PER EMPLOYEE, THE IMAGE WITH THE LATEST
002300*                 STAMP (A 'P' PURGE REMOVES THE ROW) -- THE
002400*                 RESULT IS THE SAME AS APPLYING THE IMAGES IN
002500*                 STAMP ORDER EVEN WHERE THE EMPUPDN SWEEP
002600*                 APPENDED A DAY'S ONLINE CHANGES AFTER LATER
002700*                 BATCH ONES, AND REPLAYING AN IMAGE THE
002800*                 SNAPSHOT ALREADY HOLDS CHANGES NOTHING.
002900*                 PARM IS MODE(1) SNAPSHOT-POINT(8+6)
003000*                 STOP-POINT(8+6), BLANK-SEPARATED:
003100*                   V  VERIFY ONLY (THE DEFAULT) - REPORT THE
003200*                      REBUILT TABLE, TOUCH NOTHING.
003300*                   L  LOAD - REPLACE EVERY EMP ROW WITH THE
003400*                      REBUILT TABLE IN ONE UNIT OF WORK.
003500*                 A ZERO OR BLANK SNAPSHOT POINT IS TAKEN FROM
003600*                 RUNCTLF: THE FIRST STEP010 (SQLCURSR EXTRACT)
003700*                 START OF THE LATEST NIGHTLY CYCLE WHOSE
003800*                 STEP015 (SNAPREFR) ENDED CLEAN. A ZERO OR
003900*                 BLANK STOP POINT REPLAYS TO THE END OF
004000*                 EMPHIST. A SNAPSHOT ROW WITH NO HIRE DATE
004100*                 (ONE WRITTEN BEFORE EMPSNAP CARRIED IT) TAKES
004200*                 THE LATEST HIRE DATE EMPHIST SHOWS FOR THE
004300*                 EMPLOYEE; A ROW STILL WITHOUT ONE, OR AN
004400*                 EMPHIST RECORD THAT CANNOT BE APPLIED, IS AN
004500*                 EXCEPTION -- THE REPORT ENDS RC 8 AND A LOAD
004600*                 IS REFUSED BEFORE EMP IS TOUCHED. A LOAD IS
004700*                 CHECKED AGAINST THE AUTHFILE OPERATOR
004800*                 AUTHORIZATION LIKE THE OTHER EMP MAINTENANCE
004900*                 PROGRAMS, COUNTS EMP AFTER THE INSERTS, AND
005000*                 ROLLS EVERYTHING BACK UNLESS THE COUNT EQUALS
005100*                 THE REBUILT ROWS. THE TOTALS ARE LABELED TO
005200*                 TIE TO THE EMPVRFY AUDIT RUN AFTERWARDS.
005210* 2026-10-15 DB   TAKE A RUNCTLF EVENT'S CYCLE FROM ITS OWN
005220*                 CYCLE FIELD WHEN IT HAS ONE, SO A MONTH-END
005230*                 CLOSE EVENT IS NEVER READ AS A NIGHTLY ONE.
005241* 2026-10-15 DB   A STOP POINT IN THE PARM COUNTS ONLY WHEN ITS
005252*                 DATE (AND TIME) IS THERE IN FULL, AS THE
005263*                 SNAPSHOT POINT ALREADY DID. A SNAPSHOT ROW
005274*                 WITH NO HIRE DATE NOW TAKES THE LATEST ONE
005285*                 EMPHIST SHOWS (A REHIRE'S), NOT THE FIRST.
005300*****************************************************************
005400 
005500 ENVIRONMENT DIVISION.
005600 INPUT-OUTPUT SECTION.
005700 FILE-CONTROL.
005800     SELECT EMPSNAP-FILE ASSIGN TO EMPSNAP
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-SNAP-STATUS.
006100     SELECT EMPHIST-FILE ASSIGN TO EMPHIST
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-HIST-STATUS.
006400     SELECT RUNCTL-FILE ASSIGN TO RUNCTLF
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS WS-RUNCTL-STATUS.
006700     SELECT RCVRPT-FILE ASSIGN TO RCVRPT
006800         ORGANIZATION IS SEQUENTIAL.
006900     SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS WS-AUDIT-STATUS.
007200     SELECT AUTH-FILE ASSIGN TO AUTHFILE
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS WS-AUTH-STATUS.
007500 
007600 DATA DIVISION.
007700 FILE SECTION.
007800 FD  EMPSNAP-FILE
007900     RECORDING MODE IS F
008000     RECORD CONTAINS 80 CHARACTERS
008100     LABEL RECORDS ARE STANDARD.
008200     COPY EMPREC REPLACING EMPEXTR-RECORD  BY EMPSNAP-RECORD
008300                           ER-EMPL-ID       BY SR-EMPL-ID
008400                           ER-EMPL-NAME     BY SR-EMPL-NAME
008500                           ER-EMPL-DEPT     BY SR-EMPL-DEPT
008600                           ER-EMPL-STATUS   BY SR-EMPL-STATUS
008700                           ER-EMPL-PAY-GRADE BY SR-EMPL-PAY-GRADE
008800                           ER-EMPL-HIRE-DATE BY SR-EMPL-HIRE-DATE.
008900 
009000 FD  EMPHIST-FILE
009100     RECORDING MODE IS F
009200     RECORD CONTAINS 150 CHARACTERS
009300     LABEL RECORDS ARE STANDARD.
009400     COPY HISTREC.
009500 
009600 FD  RUNCTL-FILE
009700     RECORDING MODE IS F
009800     RECORD CONTAINS 80 CHARACTERS
009900     LABEL RECORDS ARE STANDARD.
010000     COPY CTLREC.
010100 
010200 FD  RCVRPT-FILE
010300     RECORDING MODE IS F
010400     RECORD CONTAINS 132 CHARACTERS
010500     LABEL RECORDS ARE STANDARD.
010600     COPY RCVRPT.
010700 
010800 FD  AUDIT-LOG-FILE
010900     RECORDING MODE IS F
011000     RECORD CONTAINS 80 CHARACTERS
011100     LABEL RECORDS ARE STANDARD.
011200     COPY AUDREC.
011300 
011400 FD  AUTH-FILE
011500     RECORDING MODE IS F
011600     RECORD CONTAINS 80 CHARACTERS
011700     LABEL RECORDS ARE STANDARD.
011800     COPY AUTHREC.
011900 
012000 WORKING-STORAGE SECTION.
012100 01  WS-SNAP-STATUS               PIC X(02).
012200 01  WS-HIST-STATUS               PIC X(02).
012300 01  WS-RUNCTL-STATUS             PIC X(02).
012400 01  WS-AUDIT-STATUS              PIC X(02).
012500 
012600 01  WS-SNAP-EOF-SW               PIC X(01)  VALUE 'N'.
012700     88  WS-SNAP-EOF                         VALUE 'Y'.
012800 01  WS-HIST-EOF-SW               PIC X(01)  VALUE 'N'.
012900     88  WS-HIST-EOF                         VALUE 'Y'.
013000 01  WS-RUNCTL-EOF-SW             PIC X(01)  VALUE 'N'.
013100     88  WS-RUNCTL-EOF                       VALUE 'Y'.
013200 01  WS-MATCH-FOUND-SW            PIC X(01)  VALUE 'N'.
013300     88  WS-MATCH-FOUND                      VALUE 'Y'.
013400 01  WS-POINT-FOUND-SW            PIC X(01)  VALUE 'N'.
013500     88  WS-POINT-FOUND                      VALUE 'Y'.
013600 01  WS-INSERT-DONE-SW            PIC X(01)  VALUE 'N'.
013700     88  WS-INSERT-DONE                      VALUE 'Y'.
013800 01  WS-LOAD-STARTED-SW           PIC X(01)  VALUE 'N'.
013900     88  WS-LOAD-STARTED                     VALUE 'Y'.
014000 
014100 01  WS-RUN-MODE                  PIC X(01)  VALUE 'V'.
014200     88  WS-MODE-VERIFY                      VALUE 'V'.
014300     88  WS-MODE-LOAD                        VALUE 'L'.
014400 
014500*    THE REPLAY WINDOW. EACH POINT IS A YYYYMMDD DATE AND AN
014600*    HHMMSS TIME SIDE BY SIDE, SO ONE ALPHANUMERIC COMPARE OF
014700*    THE GROUP AGAINST WS-HIST-STAMP ORDERS THEM CORRECTLY.
014800 01  WS-FROM-STAMP.
014900     05  WS-FROM-DATE             PIC X(08)  VALUE SPACES.
015000     05  WS-FROM-TIME             PIC X(06)  VALUE SPACES.
015100 01  WS-FROM-SOURCE               PIC X(45)  VALUE SPACES.
015200 01  WS-THRU-STAMP.
015300     05  WS-THRU-DATE             PIC X(08)  VALUE '99999999'.
015400     05  WS-THRU-TIME             PIC X(06)  VALUE '999999'.
015500 01  WS-THRU-SOURCE               PIC X(45)  VALUE SPACES.
015600 01  WS-HIST-STAMP.
015700     05  WS-HIST-DATE             PIC X(08).
015800     05  WS-HIST-TIME             PIC X(06).
015900 
016000*    RUNCTLF SCAN STATE: THE CYCLE THE LATEST 'B' RECORD OPENED,
016100*    AND THE FIRST STEP010 START SEEN FOR THE CANDIDATE
016200*    BUSINESS DATE (A RESTARTED EXTRACT RESUMES FROM ITS
016300*    CHECKPOINT, SO ITS EARLIEST ROWS ARE AS OF THE FIRST START).
016400 01  WS-CUR-CYCLE                 PIC X(08)  VALUE SPACES.
016500 01  WS-CAND-BUS-DATE             PIC 9(08)  VALUE ZERO.
016600 01  WS-CAND-STAMP.
016700     05  WS-CAND-DATE             PIC X(08)  VALUE SPACES.
016800     05  WS-CAND-TIME             PIC X(06)  VALUE SPACES.
016900 01  WS-POINT-BUS-DATE            PIC 9(08)  VALUE ZERO.
017000 01  WS-POINT-SOURCE-MSG.
017100     05  FILLER                   PIC X(30)
017200             VALUE 'RUNCTLF - NIGHTLY STEP010 FOR '.
017300     05  WS-PS-BUS-DATE           PIC 9(08).
017400     05  FILLER                   PIC X(07)  VALUE SPACES.
017500 
017600 01  WS-HIST-EMPL-ID              PIC 9(05)  VALUE ZERO.
017700 01  WS-HIST-HIRE-DATE            PIC X(10)  VALUE SPACES.
017800 
017900 01  WS-SNAP-COUNT                PIC 9(07)  VALUE ZERO.
018000 01  WS-HIST-READ-COUNT           PIC 9(07)  VALUE ZERO.
018100 01  WS-HIST-BEFORE-COUNT         PIC 9(07)  VALUE ZERO.
018200 01  WS-HIST-AFTER-COUNT          PIC 9(07)  VALUE ZERO.
018300 01  WS-HIST-REPLAY-COUNT         PIC 9(07)  VALUE ZERO.
018400 01  WS-HIST-SUPERSEDED-COUNT     PIC 9(07)  VALUE ZERO.
018500 01  WS-HIST-UNUSABLE-COUNT       PIC 9(07)  VALUE ZERO.
018600 01  WS-ROWS-ADDED-COUNT          PIC 9(07)  VALUE ZERO.
018700 01  WS-ROWS-CHANGED-COUNT        PIC 9(07)  VALUE ZERO.
018800 01  WS-ROWS-REMOVED-COUNT        PIC 9(07)  VALUE ZERO.
018900 01  WS-REBUILT-COUNT             PIC 9(07)  VALUE ZERO.
019000 01  WS-ACTIVE-COUNT              PIC 9(07)  VALUE ZERO.
019100 01  WS-LEAVE-COUNT               PIC 9(07)  VALUE ZERO.
019200 01  WS-TERM-COUNT                PIC 9(07)  VALUE ZERO.
019300 01  WS-OTHER-STATUS-COUNT        PIC 9(07)  VALUE ZERO.
019400 01  WS-EXPECTED-DRIFT-COUNT      PIC 9(07)  VALUE ZERO.
019500 01  WS-ROW-DRIFT-COUNT           PIC 9(01)  VALUE ZERO.
019600 01  WS-EXCEPTION-COUNT           PIC 9(07)  VALUE ZERO.
019700 01  WS-INSERTED-COUNT            PIC 9(07)  VALUE ZERO.
019800 01  WS-EMP-BEFORE-COUNT          PIC S9(09) COMP VALUE ZERO.
019900 01  WS-EMP-AFTER-COUNT           PIC S9(09) COMP VALUE ZERO.
020000 
020100 01  WS-COUNT-MSG.
020200     05  WS-CMSG-VERB             PIC X(08).
020300     05  WS-CMSG-COUNT            PIC 9(07).
020400     05  FILLER                   PIC X(05)  VALUE ' ROWS'.
020500 
020600*    THE REBUILT TABLE. ONE ENTRY PER EMPLOYEE THE SNAPSHOT OR
020700*    THE REPLAY KNOWS, KEPT IN ASCENDING EMP_ID ORDER FOR THE
020800*    SEARCH ALL (A REPLAYED INSERT OF A NEW ID IS SLOTTED INTO
020900*    PLACE). WS-RT-LIVE-SW 'N' IS A ROW THE REPLAY PURGED; THE
021000*    WS-RT-SNAP- FIELDS KEEP THE ROW AS THE SNAPSHOT HAD IT SO
021100*    THE REPORT CAN SAY WHAT CHANGED, AND WS-RT-STAMP IS THE
021200*    STAMP OF THE LAST IMAGE APPLIED (ZERO FOR NONE).
021300 01  WS-RCV-COUNT                 PIC 9(05)  VALUE ZERO.
021400 01  WS-RCV-CAPACITY              PIC 9(05)  VALUE 30000.
021500 01  WS-SNAP-PREV-ID              PIC 9(05)  VALUE ZERO.
021600 01  WS-RCV-TABLE.
021700     05  WS-RCV-ENTRY OCCURS 1 TO 30000 TIMES
021800                      DEPENDING ON WS-RCV-COUNT
021900                      ASCENDING KEY IS WS-RT-EMPL-ID
022000                      INDEXED BY WS-RCV-IDX.
022100         10  WS-RT-EMPL-ID        PIC 9(05).
022200         10  WS-RT-NAME           PIC X(15).
022300         10  WS-RT-DEPT           PIC X(04).
022400         10  WS-RT-HIRE-DATE      PIC X(10).
022500         10  WS-RT-STATUS         PIC X(01).
022600         10  WS-RT-PAY-GRADE      PIC X(02).
022700         10  WS-RT-LIVE-SW        PIC X(01).
022800         10  WS-RT-IN-SNAP-SW     PIC X(01).
022900         10  WS-RT-SNAP-NAME      PIC X(15).
023000         10  WS-RT-SNAP-DEPT      PIC X(04).
023100         10  WS-RT-SNAP-HIRE-DATE PIC X(10).
023200         10  WS-RT-SNAP-STATUS    PIC X(01).
023300         10  WS-RT-SNAP-PAY-GRADE PIC X(02).
023400         10  WS-RT-STAMP.
023500             15  WS-RT-STAMP-DATE PIC X(08).
023600             15  WS-RT-STAMP-TIME PIC X(06).
023700 
023800 01  WS-SCAN-IDX                  PIC 9(05)  VALUE ZERO.
023900 01  WS-INSERT-POS                PIC 9(05)  VALUE ZERO.
024000 01  WS-PRIOR-POS                 PIC 9(05)  VALUE ZERO.
024100 
024200 01  WS-SYS-DATE.
024300     05  WS-SYS-YYYY              PIC 9(04).
024400     05  WS-SYS-MM                PIC 9(02).
024500     05  WS-SYS-DD                PIC 9(02).
024600 
024700 01  WS-RUN-DATE-EDIT.
024800     05  WS-RD-MM                 PIC 9(02).
024900     05  FILLER                   PIC X(01)  VALUE '/'.
025000     05  WS-RD-DD                 PIC 9(02).
025100     05  FILLER                   PIC X(01)  VALUE '/'.
025200     05  WS-RD-YYYY               PIC 9(04).
025300 
025400     COPY SQLSW.
025500     COPY AUTHSW.
025600     EXEC SQL
025700         INCLUDE SQLCA
025800     END-EXEC.
025900 
026000     EXEC SQL
026100         INCLUDE DCLEMP
026200     END-EXEC.
026300 
026400 LINKAGE SECTION.
026500 01  LS-PARM.
026600     05  LS-PARM-LEN         PIC S9(04) COMP.
026700     05  LS-PARM-DATA.
026800         10  LS-PARM-MODE        PIC X(01).
026900         10  FILLER              PIC X(01).
027000         10  LS-PARM-FROM-DATE   PIC X(08).
027100         10  LS-PARM-FROM-TIME   PIC X(06).
027200         10  FILLER              PIC X(01).
027300         10  LS-PARM-THRU-DATE   PIC X(08).
027400         10  LS-PARM-THRU-TIME   PIC X(06).
027500 
027600 PROCEDURE DIVISION USING LS-PARM.
027700 
027800 0000-MAINLINE.
027900     OPEN EXTEND AUDIT-LOG-FILE.
028000     MOVE 'EMPRECOV' TO AL-PROGRAM.
028100     PERFORM 0500-APPLY-PARM
028200         THRU 0500-APPLY-PARM-EXIT.
028300     IF WS-ABEND-REQUESTED
028400         GO TO 9990-REFUSE-RUN
028500     END-IF.
028600     IF WS-MODE-LOAD
028700         MOVE 'EMPRECOV' TO WS-AUTH-FUNCTION
028800         PERFORM CHECK-OPERATOR-AUTH
028900             THRU CHECK-OPERATOR-AUTH-EXIT
029000         IF NOT WS-AUTH-OK
029100             GO TO 9990-REFUSE-RUN
029200         END-IF
029300     END-IF.
029400     PERFORM 1000-INITIALIZE
029500         THRU 1000-INITIALIZE-EXIT.
029600     IF WS-ABEND-REQUESTED
029700         GO TO 9999-END-OF-JOB
029800     END-IF.
029900     PERFORM 2000-REPLAY-HISTORY
030000         THRU 2000-REPLAY-HISTORY-EXIT.
030100     IF WS-ABEND-REQUESTED
030200         GO TO 9999-END-OF-JOB
030300     END-IF.
030400     PERFORM 3000-REVIEW-ENTRY
030500         THRU 3000-REVIEW-ENTRY-EXIT
030600         VARYING WS-SCAN-IDX FROM 1 BY 1
030700         UNTIL WS-SCAN-IDX > WS-RCV-COUNT.
030800     IF WS-MODE-LOAD AND WS-EXCEPTION-COUNT = ZERO
030900         PERFORM 4000-LOAD-EMP
031000             THRU 4000-LOAD-EMP-EXIT
031100     END-IF.
031200     PERFORM 8000-FINALIZE
031300         THRU 8000-FINALIZE-EXIT.
031400 9999-END-OF-JOB.
031500     CLOSE RCVRPT-FILE.
031600     CLOSE AUDIT-LOG-FILE.
031700     STOP RUN.
031800 
031900*****************************************************************
032000* 9990-REFUSE-RUN - A BAD PARM OR THE AUTHORIZATION CHECK
032100* REFUSED THE RUN BEFORE 1000-INITIALIZE OPENED ANYTHING ELSE,
032200* SO ONLY THE AUDIT LOG IS OPEN TO CLOSE -- THE RCVRPT SELECT
032300* CARRIES NO FILE STATUS AND A CLOSE OF IT HERE WOULD BE AN
032400* UNHANDLED I/O ERROR.
032500*****************************************************************
032600 9990-REFUSE-RUN.
032700     CLOSE AUDIT-LOG-FILE.
032800     STOP RUN.
032900 
033000*****************************************************************
033100* 0500-APPLY-PARM - PICK UP THE MODE, THE SNAPSHOT POINT AND THE
033200* STOP POINT. NO PARM IS A VERIFY RUN FROM THE RUNCTLF SNAPSHOT
033300* POINT TO THE END OF EMPHIST. A POINT THAT IS NOT ALL DIGITS,
033400* OR A STOP POINT EARLIER THAN THE SNAPSHOT POINT, REFUSES THE
033500* RUN -- A RECOVERY TO THE WRONG MOMENT IS WORSE THAN NONE.
033600*****************************************************************
033700 0500-APPLY-PARM.
033800     IF LS-PARM-LEN > ZERO
033900         IF LS-PARM-MODE = 'V' OR LS-PARM-MODE = 'L'
034000             MOVE LS-PARM-MODE TO WS-RUN-MODE
034100         ELSE
034200             IF LS-PARM-MODE NOT = SPACE
034300                 DISPLAY 'EMPRECOV - PARM MODE MUST BE V OR L, '
034400                         'RUN REFUSED'
034500                 GO TO 0500-BAD-PARM
034600             END-IF
034700         END-IF
034800     END-IF.
034900     IF LS-PARM-LEN > 9
035000             AND LS-PARM-FROM-DATE NOT = SPACES
035100             AND LS-PARM-FROM-DATE NOT = '00000000'
035200         MOVE LS-PARM-FROM-DATE TO WS-FROM-DATE
035300         MOVE '000000'          TO WS-FROM-TIME
035400         IF LS-PARM-LEN > 15 AND LS-PARM-FROM-TIME NOT = SPACES
035500             MOVE LS-PARM-FROM-TIME TO WS-FROM-TIME
035600         END-IF
035700         IF WS-FROM-DATE NOT NUMERIC OR WS-FROM-TIME NOT NUMERIC
035800             DISPLAY 'EMPRECOV - PARM SNAPSHOT POINT '
035900                     WS-FROM-STAMP ' IS NOT NUMERIC, RUN REFUSED'
036000             GO TO 0500-BAD-PARM
036100         END-IF
036200         MOVE 'PARM' TO WS-FROM-SOURCE
036300     END-IF.
036400     MOVE 'END OF EMPHIST' TO WS-THRU-SOURCE.
036500     IF LS-PARM-LEN > 24
036600             AND LS-PARM-THRU-DATE NOT = SPACES
036700             AND LS-PARM-THRU-DATE NOT = '00000000'
036800         MOVE LS-PARM-THRU-DATE TO WS-THRU-DATE
036900         MOVE '235959'          TO WS-THRU-TIME
037000         IF LS-PARM-LEN > 30 AND LS-PARM-THRU-TIME NOT = SPACES
037100             MOVE LS-PARM-THRU-TIME TO WS-THRU-TIME
037200         END-IF
037300         IF WS-THRU-DATE NOT NUMERIC OR WS-THRU-TIME NOT NUMERIC
037400             DISPLAY 'EMPRECOV - PARM STOP POINT '
037500                     WS-THRU-STAMP ' IS NOT NUMERIC, RUN REFUSED'
037600             GO TO 0500-BAD-PARM
037700         END-IF
037800         MOVE 'PARM' TO WS-THRU-SOURCE
037900     END-IF.
038000     IF WS-FROM-DATE NOT = SPACES
038100             AND WS-THRU-STAMP < WS-FROM-STAMP
038200         DISPLAY 'EMPRECOV - PARM STOP POINT ' WS-THRU-STAMP
038300                 ' IS BEFORE THE SNAPSHOT POINT ' WS-FROM-STAMP
038400                 ', RUN REFUSED'
038500         GO TO 0500-BAD-PARM
038600     END-IF.
038700     GO TO 0500-APPLY-PARM-EXIT.
038800 0500-BAD-PARM.
038900     MOVE 'APPLY RUN PARMS'   TO AL-OPERATION.
039000     MOVE ZERO                TO AL-SQLCODE.
039100     MOVE 'INVALID PARM'      TO AL-MESSAGE.
039200     MOVE 'S' TO AL-SEVERITY.
039300     PERFORM WRITE-AUDIT-LOG
039400         THRU WRITE-AUDIT-LOG-EXIT.
039500     MOVE 16 TO RETURN-CODE.
039600     MOVE 'Y' TO WS-ABEND-SW.
039700 0500-APPLY-PARM-EXIT.
039800     EXIT.
039900 
040000*****************************************************************
040100* 1000-INITIALIZE - OPEN THE REPORT AND PRINT ITS TITLE, SETTLE
040200* THE SNAPSHOT POINT (FROM RUNCTLF WHEN THE PARM DID NOT GIVE
040300* ONE), PRINT THE RUN PARAMETERS AND COLUMN HEADINGS, AND LOAD
040400* THE SNAPSHOT INTO THE SORTED TABLE. AN UNREADABLE OR EMPTY
040500* SNAPSHOT FAILS THE STEP -- THERE IS NOTHING TO RECOVER FROM.
040600*****************************************************************
040700 1000-INITIALIZE.
040800     OPEN OUTPUT RCVRPT-FILE.
040900     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
041000     MOVE WS-SYS-MM   TO WS-RD-MM.
041100     MOVE WS-SYS-DD   TO WS-RD-DD.
041200     MOVE WS-SYS-YYYY TO WS-RD-YYYY.
041300     MOVE SPACES TO RCVRPT-RECORD.
041400     MOVE 'EMP TABLE FORWARD RECOVERY' TO QA-TITLE-TEXT.
041500     MOVE 'RUN DATE: '     TO QA-RUN-DATE-LABEL.
041600     MOVE WS-RUN-DATE-EDIT TO QA-RUN-DATE.
041700     WRITE RCVRPT-RECORD.
041800     MOVE SPACES TO RCVRPT-RECORD.
041900     WRITE RCVRPT-RECORD.
042000 
042100     IF WS-FROM-DATE = SPACES
042200         PERFORM 1100-FIND-SNAPSHOT-POINT
042300             THRU 1100-FIND-SNAPSHOT-POINT-EXIT
042400         IF WS-ABEND-REQUESTED
042500             GO TO 1000-INITIALIZE-EXIT
042600         END-IF
042700     END-IF.
042800 
042900     MOVE SPACES TO RCVRPT-RECORD.
043000     MOVE 'RUN MODE'          TO QS-LABEL.
043100     IF WS-MODE-LOAD
043200         MOVE 'LOAD - EMP IS REPLACED BY THE REBUILT TABLE'
043300             TO QS-TEXT
043400     ELSE
043500         MOVE 'VERIFY ONLY - EMP IS NOT TOUCHED' TO QS-TEXT
043600     END-IF.
043700     WRITE RCVRPT-RECORD.
043800     MOVE SPACES TO RCVRPT-RECORD.
043900     MOVE 'SNAPSHOT POINT'    TO QS-LABEL.
044000     MOVE WS-FROM-DATE        TO QS-DATE.
044100     MOVE WS-FROM-TIME        TO QS-TIME.
044200     MOVE WS-FROM-SOURCE      TO QS-TEXT.
044300     WRITE RCVRPT-RECORD.
044400     MOVE SPACES TO RCVRPT-RECORD.
044500     MOVE 'REPLAY STOP POINT' TO QS-LABEL.
044600     IF WS-THRU-DATE NOT = '99999999'
044700         MOVE WS-THRU-DATE    TO QS-DATE
044800         MOVE WS-THRU-TIME    TO QS-TIME
044900     END-IF.
045000     MOVE WS-THRU-SOURCE      TO QS-TEXT.
045100     WRITE RCVRPT-RECORD.
045200     MOVE SPACES TO RCVRPT-RECORD.
045300     WRITE RCVRPT-RECORD.
045400     MOVE SPACES TO RCVRPT-RECORD.
045500     MOVE 'EMPL ID'    TO QC-ID-HDG.
045600     MOVE 'RESULT'     TO QC-RESULT-HDG.
045700     MOVE 'NAME'       TO QC-NAME-HDG.
045800     MOVE 'DEPT'       TO QC-DEPT-HDG.
045900     MOVE 'HIRE DATE'  TO QC-HIRE-HDG.
046000     MOVE 'ST'         TO QC-STATUS-HDG.
046100     MOVE 'GR'         TO QC-GRADE-HDG.
046200     MOVE 'LAST IMAGE' TO QC-STAMP-HDG.
046300     MOVE 'NOTE'       TO QC-NOTE-HDG.
046400     WRITE RCVRPT-RECORD.
046500     MOVE SPACES TO RCVRPT-RECORD.
046600 
046700     OPEN INPUT EMPSNAP-FILE.
046800     IF WS-SNAP-STATUS NOT = '00'
046900         DISPLAY 'EMPRECOV - ERROR OPENING EMPSNAP, STATUS '
047000                 WS-SNAP-STATUS
047100         MOVE 'OPEN EMPSNAP'      TO AL-OPERATION
047200         MOVE ZERO                TO AL-SQLCODE
047300         MOVE 'OPEN FAILED'       TO AL-MESSAGE
047400         MOVE 'S' TO AL-SEVERITY
047500         PERFORM WRITE-AUDIT-LOG
047600             THRU WRITE-AUDIT-LOG-EXIT
047700         MOVE 16 TO RETURN-CODE
047800         MOVE 'Y' TO WS-ABEND-SW
047900         GO TO 1000-INITIALIZE-EXIT
048000     END-IF.
048100     PERFORM 1200-LOAD-SNAP-TABLE
048200         THRU 1200-LOAD-SNAP-TABLE-EXIT
048300         UNTIL WS-SNAP-EOF OR WS-ABEND-REQUESTED.
048400     CLOSE EMPSNAP-FILE.
048500     IF WS-ABEND-REQUESTED
048600         GO TO 1000-INITIALIZE-EXIT
048700     END-IF.
048800     IF WS-SNAP-COUNT = ZERO
048900         DISPLAY 'EMPRECOV - EMPSNAP HAS NO ROWS, NOTHING TO '
049000                 'RECOVER FROM'
049100         MOVE 'LOAD EMPSNAP'      TO AL-OPERATION
049200         MOVE ZERO                TO AL-SQLCODE
049300         MOVE 'EMPTY SNAPSHOT'    TO AL-MESSAGE
049400         MOVE 'S' TO AL-SEVERITY
049500         PERFORM WRITE-AUDIT-LOG
049600             THRU WRITE-AUDIT-LOG-EXIT
049700         MOVE 16 TO RETURN-CODE
049800         MOVE 'Y' TO WS-ABEND-SW
049900     END-IF.
050000 1000-INITIALIZE-EXIT.
050100     EXIT.
050200 
050300*****************************************************************
050400* 1100-FIND-SNAPSHOT-POINT - READ RUNCTLF FOR THE MOMENT THE
050500* SNAPSHOT ON DISK WAS TAKEN: THE FIRST STEP010 (THE SQLCURSR
050600* EXTRACT SNAPREFR COPIES) START OF THE LATEST NIGHTLY CYCLE
050700* WHOSE STEP015 (SNAPREFR) ENDED CLEAN. A REFRESH THAT FAILED
050800* LEFT THE PRIOR SNAPSHOT IN PLACE, SO ITS CYCLE IS RIGHTLY
050900* PASSED OVER. NO SUCH CYCLE, OR NO RUNCTLF, FAILS THE STEP --
051000* THE OPERATOR MUST THEN GIVE THE POINT IN THE PARM.
051100*****************************************************************
051200 1100-FIND-SNAPSHOT-POINT.
051300     OPEN INPUT RUNCTL-FILE.
051400     IF WS-RUNCTL-STATUS NOT = '00'
051500         DISPLAY 'EMPRECOV - ERROR OPENING RUNCTLF, STATUS '
051600                 WS-RUNCTL-STATUS ' - GIVE THE SNAPSHOT POINT '
051700                 'IN THE PARM'
051800         MOVE 'FIND SNAPSHOT POINT' TO AL-OPERATION
051900         MOVE ZERO                TO AL-SQLCODE
052000         MOVE 'OPEN FAILED'       TO AL-MESSAGE
052100         MOVE 'S' TO AL-SEVERITY
052200         PERFORM WRITE-AUDIT-LOG
052300             THRU WRITE-AUDIT-LOG-EXIT
052400         MOVE 16 TO RETURN-CODE
052500         MOVE 'Y' TO WS-ABEND-SW
052600         GO TO 1100-FIND-SNAPSHOT-POINT-EXIT
052700     END-IF.
052800     PERFORM 1110-SCAN-RUNCTL
052900         THRU 1110-SCAN-RUNCTL-EXIT
053000         UNTIL WS-RUNCTL-EOF.
053100     CLOSE RUNCTL-FILE.
053200     IF NOT WS-POINT-FOUND
053300         DISPLAY 'EMPRECOV - NO NIGHTLY CYCLE ON RUNCTLF '
053400                 'REFRESHED EMPSNAP - GIVE THE SNAPSHOT POINT '
053500                 'IN THE PARM'
053600         MOVE 'FIND SNAPSHOT POINT' TO AL-OPERATION
053700         MOVE ZERO                TO AL-SQLCODE
053800         MOVE 'NO REFRESH FOUND'  TO AL-MESSAGE
053900         MOVE 'S' TO AL-SEVERITY
054000         PERFORM WRITE-AUDIT-LOG
054100             THRU WRITE-AUDIT-LOG-EXIT
054200         MOVE 16 TO RETURN-CODE
054300         MOVE 'Y' TO WS-ABEND-SW
054400         GO TO 1100-FIND-SNAPSHOT-POINT-EXIT
054500     END-IF.
054600     MOVE WS-POINT-BUS-DATE  TO WS-PS-BUS-DATE.
054700     MOVE WS-POINT-SOURCE-MSG TO WS-FROM-SOURCE.
054800 1100-FIND-SNAPSHOT-POINT-EXIT.
054900     EXIT.
055000 
055100*****************************************************************
055200* 1110-SCAN-RUNCTL - ONE RUNCTLF EVENT. AN EVENT STAMPED WITH
055300* ITS CYCLE (CTLREC.CPY) SAYS WHICH CYCLE IT BELONGS TO; FOR AN
055400* OLDER UNSTAMPED EVENT A 'B' NAMES THE CYCLE THE EVENTS AFTER
055500* IT BELONG TO. WITHIN NIGHTLY, THE FIRST STEP010 START OF A
055510* BUSINESS DATE BECOMES THE CANDIDATE POINT, AND THAT DATE'S
055520* STEP015 END CONFIRMS IT.
055600*****************************************************************
055700 1110-SCAN-RUNCTL.
055800     READ RUNCTL-FILE
055900         AT END
056000             MOVE 'Y' TO WS-RUNCTL-EOF-SW
056100             GO TO 1110-SCAN-RUNCTL-EXIT
056200     END-READ.
056300     IF RC-FUNC-BEGIN
056400         MOVE RC-STEP TO WS-CUR-CYCLE
056500         GO TO 1110-SCAN-RUNCTL-EXIT
056600     END-IF.
056700     IF RC-CYCLE NOT = SPACES
056800         IF RC-CYCLE NOT = 'NIGHTLY'
056810             GO TO 1110-SCAN-RUNCTL-EXIT
056820         END-IF
056830     ELSE
056840         IF WS-CUR-CYCLE NOT = 'NIGHTLY'
056850             GO TO 1110-SCAN-RUNCTL-EXIT
056860         END-IF
056900     END-IF.
057000     IF RC-FUNC-START AND RC-STEP = 'STEP010'
057100             AND RC-BUS-DATE NOT = WS-CAND-BUS-DATE
057200         MOVE RC-BUS-DATE    TO WS-CAND-BUS-DATE
057300         MOVE RC-STAMP-DATE  TO WS-CAND-DATE
057400         MOVE RC-STAMP-TIME  TO WS-CAND-TIME
057500     END-IF.
057600     IF RC-FUNC-END AND RC-STEP = 'STEP015'
057700             AND RC-BUS-DATE = WS-CAND-BUS-DATE
057800         MOVE 'Y'              TO WS-POINT-FOUND-SW
057900         MOVE WS-CAND-BUS-DATE TO WS-POINT-BUS-DATE
058000         MOVE WS-CAND-STAMP    TO WS-FROM-STAMP
058100     END-IF.
058200 1110-SCAN-RUNCTL-EXIT.
058300     EXIT.
058400 
058500*****************************************************************
058600* 1200-LOAD-SNAP-TABLE - CARRY ONE SNAPSHOT RECORD INTO THE NEXT
058700* TABLE ENTRY, ENFORCING THE CAPACITY AND ASCENDING-ID
058800* CONDITIONS THE BINARY SEARCH DEPENDS ON, THE SAME WAY
058900* EMPVRFY'S PARALLEL PARAGRAPH DOES.
059000*****************************************************************
059100 1200-LOAD-SNAP-TABLE.
059200     READ EMPSNAP-FILE
059300         AT END
059400             MOVE 'Y' TO WS-SNAP-EOF-SW
059500             GO TO 1200-LOAD-SNAP-TABLE-EXIT
059600     END-READ.
059700     IF WS-RCV-COUNT >= WS-RCV-CAPACITY
059800         DISPLAY 'EMPRECOV - RECOVERY TABLE CAPACITY '
059900                 WS-RCV-CAPACITY ' EXCEEDED, ABENDING'
060000         MOVE 16 TO RETURN-CODE
060100         MOVE 'Y' TO WS-ABEND-SW
060200         MOVE 'Y' TO WS-SNAP-EOF-SW
060300         GO TO 1200-LOAD-SNAP-TABLE-EXIT
060400     END-IF.
060500     IF SR-EMPL-ID NOT > WS-SNAP-PREV-ID
060600         DISPLAY 'EMPRECOV - EMPSNAP OUT OF SEQUENCE AT ID '
060700                 SR-EMPL-ID ' AFTER ' WS-SNAP-PREV-ID
060800                 ', ABENDING'
060900         MOVE 16 TO RETURN-CODE
061000         MOVE 'Y' TO WS-ABEND-SW
061100         MOVE 'Y' TO WS-SNAP-EOF-SW
061200         GO TO 1200-LOAD-SNAP-TABLE-EXIT
061300     END-IF.
061400     ADD 1 TO WS-SNAP-COUNT.
061500     ADD 1 TO WS-RCV-COUNT.
061600     SET WS-RCV-IDX TO WS-RCV-COUNT.
061700     MOVE SR-EMPL-ID        TO WS-RT-EMPL-ID (WS-RCV-IDX).
061800     MOVE SR-EMPL-NAME      TO WS-RT-NAME (WS-RCV-IDX)
061900                               WS-RT-SNAP-NAME (WS-RCV-IDX).
062000     MOVE SR-EMPL-DEPT      TO WS-RT-DEPT (WS-RCV-IDX)
062100                               WS-RT-SNAP-DEPT (WS-RCV-IDX).
062200     MOVE SR-EMPL-HIRE-DATE TO WS-RT-HIRE-DATE (WS-RCV-IDX)
062300                               WS-RT-SNAP-HIRE-DATE (WS-RCV-IDX).
062400     MOVE SR-EMPL-STATUS    TO WS-RT-STATUS (WS-RCV-IDX)
062500                               WS-RT-SNAP-STATUS (WS-RCV-IDX).
062600     MOVE SR-EMPL-PAY-GRADE TO WS-RT-PAY-GRADE (WS-RCV-IDX)
062700                               WS-RT-SNAP-PAY-GRADE (WS-RCV-IDX).
062800     MOVE 'Y'               TO WS-RT-LIVE-SW (WS-RCV-IDX)
062900                               WS-RT-IN-SNAP-SW (WS-RCV-IDX).
063000     MOVE ZERO              TO WS-RT-STAMP-DATE (WS-RCV-IDX)
063100                               WS-RT-STAMP-TIME (WS-RCV-IDX).
063200     MOVE SR-EMPL-ID        TO WS-SNAP-PREV-ID.
063300 1200-LOAD-SNAP-TABLE-EXIT.
063400     EXIT.
063500 
063600*****************************************************************
063700* 2000-REPLAY-HISTORY - ONE PASS OVER THE WHOLE OF EMPHIST.
063800*****************************************************************
063900 2000-REPLAY-HISTORY.
064000     OPEN INPUT EMPHIST-FILE.
064100     IF WS-HIST-STATUS NOT = '00'
064200         DISPLAY 'EMPRECOV - ERROR OPENING EMPHIST, STATUS '
064300                 WS-HIST-STATUS
064400         MOVE 'OPEN EMPHIST'      TO AL-OPERATION
064500         MOVE ZERO                TO AL-SQLCODE
064600         MOVE 'OPEN FAILED'       TO AL-MESSAGE
064700         MOVE 'S' TO AL-SEVERITY
064800         PERFORM WRITE-AUDIT-LOG
064900             THRU WRITE-AUDIT-LOG-EXIT
065000         MOVE 16 TO RETURN-CODE
065100         MOVE 'Y' TO WS-ABEND-SW
065200         GO TO 2000-REPLAY-HISTORY-EXIT
065300     END-IF.
065400     PERFORM 2100-APPLY-HISTORY
065500         THRU 2100-APPLY-HISTORY-EXIT
065600         UNTIL WS-HIST-EOF OR WS-ABEND-REQUESTED.
065700     CLOSE EMPHIST-FILE.
065800 2000-REPLAY-HISTORY-EXIT.
065900     EXIT.
066000 
066100*****************************************************************
066200* 2100-APPLY-HISTORY - ONE EMPHIST RECORD. A PURGE NAMES ITS
066300* EMPLOYEE IN THE BEFORE IMAGE, EVERY OTHER ACTION IN THE AFTER
066400* IMAGE. A RECORD STAMPED BEFORE THE SNAPSHOT POINT ONLY LENDS
066500* ITS HIRE DATE TO A SNAPSHOT ROW THAT HAS NONE, THE LATEST DATE
066510* LENT WINNING (A REHIRE'S OVER THE ORIGINAL HIRE), UNTIL THE
066520* REPLAY APPLIES AN IMAGE TO THE ROW; ONE STAMPED
066600* AFTER THE STOP POINT IS PASSED OVER; ONE OLDER THAN AN IMAGE
066700* ALREADY APPLIED TO THE SAME EMPLOYEE IS SUPERSEDED BY IT.
066800* ANYTHING ELSE REPLACES THE ROW WITH ITS AFTER IMAGE, OR FOR
066900* A PURGE REMOVES IT.
067000*****************************************************************
067100 2100-APPLY-HISTORY.
067200     READ EMPHIST-FILE
067300         AT END
067400             MOVE 'Y' TO WS-HIST-EOF-SW
067500             GO TO 2100-APPLY-HISTORY-EXIT
067600     END-READ.
067700     ADD 1 TO WS-HIST-READ-COUNT.
067800     MOVE EH-CHANGE-DATE TO WS-HIST-DATE.
067900     MOVE EH-CHANGE-TIME TO WS-HIST-TIME.
068000     IF WS-HIST-STAMP > WS-THRU-STAMP
068100         ADD 1 TO WS-HIST-AFTER-COUNT
068200         GO TO 2100-APPLY-HISTORY-EXIT
068300     END-IF.
068400     IF EH-ACTION-PURGE
068500         MOVE EH-B-EMPL-ID   TO WS-HIST-EMPL-ID
068600         MOVE EH-B-HIRE-DATE TO WS-HIST-HIRE-DATE
068700         IF EH-B-EMPL-ID NOT NUMERIC
068800             GO TO 2100-UNUSABLE
068900         END-IF
069000     ELSE
069100         MOVE EH-A-EMPL-ID   TO WS-HIST-EMPL-ID
069200         MOVE EH-A-HIRE-DATE TO WS-HIST-HIRE-DATE
069300         IF EH-A-EMPL-ID NOT NUMERIC
069400             GO TO 2100-UNUSABLE
069500         END-IF
069600     END-IF.
069700     MOVE 'N' TO WS-MATCH-FOUND-SW.
069800     SEARCH ALL WS-RCV-ENTRY
069900         AT END
070000             CONTINUE
070100         WHEN WS-RT-EMPL-ID (WS-RCV-IDX) = WS-HIST-EMPL-ID
070200             MOVE 'Y' TO WS-MATCH-FOUND-SW
070300     END-SEARCH.
070400     IF WS-HIST-STAMP < WS-FROM-STAMP
070500         ADD 1 TO WS-HIST-BEFORE-COUNT
070600         IF WS-MATCH-FOUND
070700                 AND WS-RT-SNAP-HIRE-DATE (WS-RCV-IDX) = SPACES
070710                 AND WS-RT-STAMP-DATE (WS-RCV-IDX) = ZERO
070720                 AND WS-HIST-HIRE-DATE
070730                     > WS-RT-HIRE-DATE (WS-RCV-IDX)
070800             MOVE WS-HIST-HIRE-DATE
070900                 TO WS-RT-HIRE-DATE (WS-RCV-IDX)
071000         END-IF
071100         GO TO 2100-APPLY-HISTORY-EXIT
071200     END-IF.
071300     ADD 1 TO WS-HIST-REPLAY-COUNT.
071400     IF NOT WS-MATCH-FOUND
071500         PERFORM 2200-ADD-ENTRY
071600             THRU 2200-ADD-ENTRY-EXIT
071700         IF WS-ABEND-REQUESTED
071800             GO TO 2100-APPLY-HISTORY-EXIT
071900         END-IF
072000     END-IF.
072100     IF WS-RT-STAMP (WS-RCV-IDX) > WS-HIST-STAMP
072200         ADD 1 TO WS-HIST-SUPERSEDED-COUNT
072300         IF WS-RT-HIRE-DATE (WS-RCV-IDX) = SPACES
072400             MOVE WS-HIST-HIRE-DATE
072500                 TO WS-RT-HIRE-DATE (WS-RCV-IDX)
072600         END-IF
072700         GO TO 2100-APPLY-HISTORY-EXIT
072800     END-IF.
072900     MOVE WS-HIST-STAMP TO WS-RT-STAMP (WS-RCV-IDX).
073000     IF EH-ACTION-PURGE
073100         MOVE 'N' TO WS-RT-LIVE-SW (WS-RCV-IDX)
073200         GO TO 2100-APPLY-HISTORY-EXIT
073300     END-IF.
073400     MOVE 'Y'            TO WS-RT-LIVE-SW (WS-RCV-IDX).
073500     MOVE EH-A-EMPL-NAME TO WS-RT-NAME (WS-RCV-IDX).
073600     MOVE EH-A-EMPL-DEPT TO WS-RT-DEPT (WS-RCV-IDX).
073700     MOVE EH-A-STATUS    TO WS-RT-STATUS (WS-RCV-IDX).
073800     MOVE EH-A-PAY-GRADE TO WS-RT-PAY-GRADE (WS-RCV-IDX).
073900     IF EH-A-HIRE-DATE NOT = SPACES
074000         MOVE EH-A-HIRE-DATE TO WS-RT-HIRE-DATE (WS-RCV-IDX)
074100     END-IF.
074200     GO TO 2100-APPLY-HISTORY-EXIT.
074300 2100-UNUSABLE.
074400     ADD 1 TO WS-HIST-UNUSABLE-COUNT.
074500     ADD 1 TO WS-EXCEPTION-COUNT.
074600     MOVE SPACES TO RCVRPT-RECORD.
074700     IF EH-ACTION-PURGE
074800         MOVE EH-B-EMPL-ID TO QL-EMPL-ID
074900     ELSE
075000         MOVE EH-A-EMPL-ID TO QL-EMPL-ID
075100     END-IF.
075200     MOVE 'EXCEPTION'      TO QL-RESULT.
075300     MOVE EH-CHANGE-DATE   TO QL-STAMP-DATE.
075400     MOVE EH-CHANGE-TIME   TO QL-STAMP-TIME.
075500     MOVE 'EMPHIST ID NOT NUMERIC' TO QL-NOTE.
075600     WRITE RCVRPT-RECORD.
075700     MOVE SPACES TO RCVRPT-RECORD.
075800 2100-APPLY-HISTORY-EXIT.
075900     EXIT.
076000 
076100*****************************************************************
076200* 2200-ADD-ENTRY - SLOT AN EMPLOYEE THE TABLE DOES NOT YET HOLD
076300* INTO ITS ASCENDING PLACE, SHIFTING THE HIGHER IDS UP ONE, AND
076400* LEAVE WS-RCV-IDX ON THE NEW (EMPTY, NOT LIVE) ENTRY. NEW IDS
076500* ARE NORMALLY THE HIGHEST YET, SO THE SHIFT IS NORMALLY NONE.
076600*****************************************************************
076700 2200-ADD-ENTRY.
076800     IF WS-RCV-COUNT >= WS-RCV-CAPACITY
076900         DISPLAY 'EMPRECOV - RECOVERY TABLE CAPACITY '
077000                 WS-RCV-CAPACITY ' EXCEEDED, ABENDING'
077100         MOVE 16 TO RETURN-CODE
077200         MOVE 'Y' TO WS-ABEND-SW
077300         GO TO 2200-ADD-ENTRY-EXIT
077400     END-IF.
077500     ADD 1 TO WS-RCV-COUNT.
077600     MOVE WS-RCV-COUNT TO WS-INSERT-POS.
077700     MOVE 'N' TO WS-INSERT-DONE-SW.
077800     PERFORM 2210-SHIFT-ENTRY
077900         THRU 2210-SHIFT-ENTRY-EXIT
078000         UNTIL WS-INSERT-DONE.
078100     SET WS-RCV-IDX TO WS-INSERT-POS.
078200     MOVE SPACES          TO WS-RCV-ENTRY (WS-RCV-IDX).
078300     MOVE WS-HIST-EMPL-ID TO WS-RT-EMPL-ID (WS-RCV-IDX).
078400     MOVE 'N'             TO WS-RT-LIVE-SW (WS-RCV-IDX)
078500                             WS-RT-IN-SNAP-SW (WS-RCV-IDX).
078600     MOVE ZERO            TO WS-RT-STAMP-DATE (WS-RCV-IDX)
078700                             WS-RT-STAMP-TIME (WS-RCV-IDX).
078800 2200-ADD-ENTRY-EXIT.
078900     EXIT.
079000 
079100*****************************************************************
079200* 2210-SHIFT-ENTRY - MOVE THE ENTRY BELOW THE OPEN SLOT UP INTO
079300* IT WHILE ITS ID IS HIGHER THAN THE ONE BEING ADDED.
079400*****************************************************************
079500 2210-SHIFT-ENTRY.
079600     IF WS-INSERT-POS = 1
079700         MOVE 'Y' TO WS-INSERT-DONE-SW
079800         GO TO 2210-SHIFT-ENTRY-EXIT
079900     END-IF.
080000     COMPUTE WS-PRIOR-POS = WS-INSERT-POS - 1.
080100     IF WS-RT-EMPL-ID (WS-PRIOR-POS) < WS-HIST-EMPL-ID
080200         MOVE 'Y' TO WS-INSERT-DONE-SW
080300         GO TO 2210-SHIFT-ENTRY-EXIT
080400     END-IF.
080500     MOVE WS-RCV-ENTRY (WS-PRIOR-POS)
080600         TO WS-RCV-ENTRY (WS-INSERT-POS).
080700     MOVE WS-PRIOR-POS TO WS-INSERT-POS.
080800 2210-SHIFT-ENTRY-EXIT.
080900     EXIT.
081000 
081100*****************************************************************
081200* 3000-REVIEW-ENTRY - ONE REBUILT ENTRY. COUNT THE LIVE ROWS BY
081300* STATUS, PRINT A LINE FOR EVERY ROW THE REPLAY ADDED, CHANGED
081400* OR REMOVED, AND AN EXCEPTION FOR A LIVE ROW WITH NO HIRE
081500* DATE (EMP_HIRE_DATE IS NOT NULL). ALSO COUNT THE DRIFT LINES
081600* EMPVRFY WILL PRINT AGAINST EMPSNAP ONCE THE TABLE IS LOADED:
081700* ONE PER ADDED OR REMOVED ROW, ONE PER NAME, DEPT, STATUS OR
081800* PAY GRADE THAT NO LONGER MATCHES THE SNAPSHOT.
081900*****************************************************************
082000 3000-REVIEW-ENTRY.
082100     SET WS-RCV-IDX TO WS-SCAN-IDX.
082200     IF WS-RT-LIVE-SW (WS-RCV-IDX) = 'N'
082300         IF WS-RT-IN-SNAP-SW (WS-RCV-IDX) = 'Y'
082400             ADD 1 TO WS-ROWS-REMOVED-COUNT
082500             ADD 1 TO WS-EXPECTED-DRIFT-COUNT
082600             MOVE SPACES    TO RCVRPT-RECORD
082700             MOVE 'REMOVED' TO QL-RESULT
082800             MOVE 'PURGED SINCE THE SNAPSHOT' TO QL-NOTE
082900             PERFORM 3100-PRINT-ROW-LINE
083000                 THRU 3100-PRINT-ROW-LINE-EXIT
083100         END-IF
083200         GO TO 3000-REVIEW-ENTRY-EXIT
083300     END-IF.
083400     ADD 1 TO WS-REBUILT-COUNT.
083500     EVALUATE WS-RT-STATUS (WS-RCV-IDX)
083600         WHEN 'A'
083700             ADD 1 TO WS-ACTIVE-COUNT
083800         WHEN 'L'
083900             ADD 1 TO WS-LEAVE-COUNT
084000         WHEN 'T'
084100             ADD 1 TO WS-TERM-COUNT
084200         WHEN OTHER
084300             ADD 1 TO WS-OTHER-STATUS-COUNT
084400     END-EVALUATE.
084500     IF WS-RT-HIRE-DATE (WS-RCV-IDX) = SPACES
084600         ADD 1 TO WS-EXCEPTION-COUNT
084700         MOVE SPACES      TO RCVRPT-RECORD
084800         MOVE 'EXCEPTION' TO QL-RESULT
084900         MOVE 'HIRE DATE NOT KNOWN' TO QL-NOTE
085000         PERFORM 3100-PRINT-ROW-LINE
085100             THRU 3100-PRINT-ROW-LINE-EXIT
085200     END-IF.
085300     IF WS-RT-IN-SNAP-SW (WS-RCV-IDX) = 'N'
085400         ADD 1 TO WS-ROWS-ADDED-COUNT
085500         ADD 1 TO WS-EXPECTED-DRIFT-COUNT
085600         MOVE SPACES  TO RCVRPT-RECORD
085700         MOVE 'ADDED' TO QL-RESULT
085800         MOVE 'NOT ON THE SNAPSHOT' TO QL-NOTE
085900         PERFORM 3100-PRINT-ROW-LINE
086000             THRU 3100-PRINT-ROW-LINE-EXIT
086100         GO TO 3000-REVIEW-ENTRY-EXIT
086200     END-IF.
086300     MOVE ZERO TO WS-ROW-DRIFT-COUNT.
086400     IF WS-RT-NAME (WS-RCV-IDX) NOT = WS-RT-SNAP-NAME (WS-RCV-IDX)
086500         ADD 1 TO WS-ROW-DRIFT-COUNT
086600     END-IF.
086700     IF WS-RT-DEPT (WS-RCV-IDX) NOT = WS-RT-SNAP-DEPT (WS-RCV-IDX)
086800         ADD 1 TO WS-ROW-DRIFT-COUNT
086900     END-IF.
087000     IF WS-RT-STATUS (WS-RCV-IDX)
087100             NOT = WS-RT-SNAP-STATUS (WS-RCV-IDX)
087200         ADD 1 TO WS-ROW-DRIFT-COUNT
087300     END-IF.
087400     IF WS-RT-PAY-GRADE (WS-RCV-IDX)
087500             NOT = WS-RT-SNAP-PAY-GRADE (WS-RCV-IDX)
087600         ADD 1 TO WS-ROW-DRIFT-COUNT
087700     END-IF.
087800     ADD WS-ROW-DRIFT-COUNT TO WS-EXPECTED-DRIFT-COUNT.
087900     IF WS-ROW-DRIFT-COUNT > ZERO
088000             OR (WS-RT-HIRE-DATE (WS-RCV-IDX)
088100                 NOT = WS-RT-SNAP-HIRE-DATE (WS-RCV-IDX)
088200             AND WS-RT-SNAP-HIRE-DATE (WS-RCV-IDX) NOT = SPACES)
088300         ADD 1 TO WS-ROWS-CHANGED-COUNT
088400         MOVE SPACES    TO RCVRPT-RECORD
088500         MOVE 'CHANGED' TO QL-RESULT
088600         MOVE 'DIFFERS FROM THE SNAPSHOT' TO QL-NOTE
088700         PERFORM 3100-PRINT-ROW-LINE
088800             THRU 3100-PRINT-ROW-LINE-EXIT
088900     END-IF.
089000 3000-REVIEW-ENTRY-EXIT.
089100     EXIT.
089200 
089300*****************************************************************
089400* 3100-PRINT-ROW-LINE - PRINT ONE DETAIL LINE (QL-RESULT AND
089500* QL-NOTE ALREADY SET BY THE CALLER) FOR THE ENTRY AT
089600* WS-RCV-IDX: THE ROW AS IT WILL STAND, OR FOR A REMOVED ROW AS
089700* THE SNAPSHOT HAD IT.
089800*****************************************************************
089900 3100-PRINT-ROW-LINE.
090000     MOVE WS-RT-EMPL-ID (WS-RCV-IDX) TO QL-EMPL-ID.
090100     IF WS-RT-LIVE-SW (WS-RCV-IDX) = 'Y'
090200         MOVE WS-RT-NAME (WS-RCV-IDX)      TO QL-NAME
090300         MOVE WS-RT-DEPT (WS-RCV-IDX)      TO QL-DEPT
090400         MOVE WS-RT-HIRE-DATE (WS-RCV-IDX) TO QL-HIRE-DATE
090500         MOVE WS-RT-STATUS (WS-RCV-IDX)    TO QL-STATUS
090600         MOVE WS-RT-PAY-GRADE (WS-RCV-IDX) TO QL-PAY-GRADE
090700     ELSE
090800         MOVE WS-RT-SNAP-NAME (WS-RCV-IDX)      TO QL-NAME
090900         MOVE WS-RT-SNAP-DEPT (WS-RCV-IDX)      TO QL-DEPT
091000         MOVE WS-RT-SNAP-HIRE-DATE (WS-RCV-IDX) TO QL-HIRE-DATE
091100         MOVE WS-RT-SNAP-STATUS (WS-RCV-IDX)    TO QL-STATUS
091200         MOVE WS-RT-SNAP-PAY-GRADE (WS-RCV-IDX) TO QL-PAY-GRADE
091300     END-IF.
091400     IF WS-RT-STAMP-DATE (WS-RCV-IDX) NOT = ZERO
091500         MOVE WS-RT-STAMP-DATE (WS-RCV-IDX) TO QL-STAMP-DATE
091600         MOVE WS-RT-STAMP-TIME (WS-RCV-IDX) TO QL-STAMP-TIME
091700     END-IF.
091800     WRITE RCVRPT-RECORD.
091900     MOVE SPACES TO RCVRPT-RECORD.
092000 3100-PRINT-ROW-LINE-EXIT.
092100     EXIT.
092200 
092300*****************************************************************
092400* 4000-LOAD-EMP - REPLACE THE EMP TABLE WITH THE REBUILT ROWS AS
092500* ONE UNIT OF WORK: COUNT WHAT IS THERE, DELETE EVERY ROW,
092600* INSERT EVERY LIVE ENTRY, AND COUNT AGAIN. ONLY WHEN THE FINAL
092700* COUNT EQUALS THE REBUILT ROWS IS THE WORK COMMITTED; ANY SQL
092800* ERROR OR A COUNT THAT DISAGREES ROLLS IT ALL BACK, SO EMP IS
092900* EITHER WHOLLY RECOVERED OR LEFT EXACTLY AS IT WAS FOUND.
093000*****************************************************************
093100 4000-LOAD-EMP.
093200     MOVE 'Y' TO WS-LOAD-STARTED-SW.
093300     MOVE 'COUNT EMP (BEFORE LOAD)' TO WS-SQL-OPERATION.
093400     EXEC SQL
093500         SELECT COUNT(*)
093600           INTO :WS-EMP-BEFORE-COUNT
093700           FROM EMP
093800     END-EXEC.
093900     PERFORM SQL-ERROR-CHECK
094000         THRU SQL-ERROR-CHECK-EXIT.
094100     IF WS-ABEND-REQUESTED
094200         GO TO 4000-BACK-OUT
094300     END-IF.
094400     MOVE 'DELETE EMP (RECOVERY)' TO WS-SQL-OPERATION.
094500     EXEC SQL
094600         DELETE FROM EMP
094700     END-EXEC.
094800     PERFORM SQL-ERROR-CHECK
094900         THRU SQL-ERROR-CHECK-EXIT.
095000     IF WS-ABEND-REQUESTED
095100         GO TO 4000-BACK-OUT
095200     END-IF.
095300     PERFORM 4100-INSERT-ENTRY
095400         THRU 4100-INSERT-ENTRY-EXIT
095500         VARYING WS-SCAN-IDX FROM 1 BY 1
095600         UNTIL WS-SCAN-IDX > WS-RCV-COUNT
095700            OR WS-ABEND-REQUESTED.
095800     IF WS-ABEND-REQUESTED
095900         GO TO 4000-BACK-OUT
096000     END-IF.
096100     MOVE 'COUNT EMP (AFTER LOAD)' TO WS-SQL-OPERATION.
096200     EXEC SQL
096300         SELECT COUNT(*)
096400           INTO :WS-EMP-AFTER-COUNT
096500           FROM EMP
096600     END-EXEC.
096700     PERFORM SQL-ERROR-CHECK
096800         THRU SQL-ERROR-CHECK-EXIT.
096900     IF WS-ABEND-REQUESTED
097000         GO TO 4000-BACK-OUT
097100     END-IF.
097200     IF WS-EMP-AFTER-COUNT NOT = WS-REBUILT-COUNT
097300         DISPLAY 'EMPRECOV - EMP HOLDS ' WS-EMP-AFTER-COUNT
097400                 ' ROWS AFTER THE LOAD, NOT THE '
097500                 WS-REBUILT-COUNT ' REBUILT - BACKING OUT'
097600         MOVE 'LOAD EMP (RECOVERY)' TO AL-OPERATION
097700         MOVE ZERO                TO AL-SQLCODE
097800         MOVE 'COUNT MISMATCH'    TO AL-MESSAGE
097900         MOVE 'S' TO AL-SEVERITY
098000         PERFORM WRITE-AUDIT-LOG
098100             THRU WRITE-AUDIT-LOG-EXIT
098200         MOVE 16 TO RETURN-CODE
098300         MOVE 'Y' TO WS-ABEND-SW
098400         GO TO 4000-BACK-OUT
098500     END-IF.
098600     MOVE 'COMMIT' TO WS-SQL-OPERATION.
098700     EXEC SQL
098800         COMMIT
098900     END-EXEC.
099000     PERFORM SQL-ERROR-CHECK
099100         THRU SQL-ERROR-CHECK-EXIT.
099200     IF WS-ABEND-REQUESTED
099300         GO TO 4000-BACK-OUT
099400     END-IF.
099500     GO TO 4000-LOAD-EMP-EXIT.
099600 4000-BACK-OUT.
099700     DISPLAY 'EMPRECOV - LOAD FAILED, EMP ROLLED BACK TO THE '
099800             WS-EMP-BEFORE-COUNT ' ROWS IT HELD'.
099900     EXEC SQL
100000         ROLLBACK
100100     END-EXEC.
100200     MOVE ZERO TO WS-INSERTED-COUNT.
100300     MOVE ZERO TO WS-EMP-AFTER-COUNT.
100400 4000-LOAD-EMP-EXIT.
100500     EXIT.
100600 
100700*****************************************************************
100800* 4100-INSERT-ENTRY - INSERT ONE LIVE REBUILT ROW.
100900*****************************************************************
101000 4100-INSERT-ENTRY.
101100     SET WS-RCV-IDX TO WS-SCAN-IDX.
101200     IF WS-RT-LIVE-SW (WS-RCV-IDX) NOT = 'Y'
101300         GO TO 4100-INSERT-ENTRY-EXIT
101400     END-IF.
101500     MOVE WS-RT-EMPL-ID (WS-RCV-IDX)   TO EMP-ID.
101600     MOVE WS-RT-NAME (WS-RCV-IDX)      TO EMP-NAME.
101700     MOVE WS-RT-DEPT (WS-RCV-IDX)      TO EMP-DEPT.
101800     MOVE WS-RT-HIRE-DATE (WS-RCV-IDX) TO EMP-HIRE-DATE.
101900     MOVE WS-RT-STATUS (WS-RCV-IDX)    TO EMP-STATUS.
102000     MOVE WS-RT-PAY-GRADE (WS-RCV-IDX) TO EMP-PAY-GRADE.
102100     MOVE 'INSERT EMP (RECOVERY)' TO WS-SQL-OPERATION.
102200     EXEC SQL
102300         INSERT INTO EMP
102400             (EMP_ID, EMP_NAME, EMP_DEPT, EMP_HIRE_DATE,
102500              EMP_STATUS, EMP_PAY_GRADE)
102600         VALUES
102700             (:EMP-ID, :EMP-NAME, :EMP-DEPT, :EMP-HIRE-DATE,
102800              :EMP-STATUS, :EMP-PAY-GRADE)
102900     END-EXEC.
103000     PERFORM SQL-ERROR-CHECK
103100         THRU SQL-ERROR-CHECK-EXIT.
103200     IF WS-ABEND-REQUESTED
103300         DISPLAY 'EMPRECOV - INSERT OF EMP ' EMP-ID ' FAILED'
103400         GO TO 4100-INSERT-ENTRY-EXIT
103500     END-IF.
103600     ADD 1 TO WS-INSERTED-COUNT.
103700 4100-INSERT-ENTRY-EXIT.
103800     EXIT.
103900 
104000*****************************************************************
104100* 8000-FINALIZE - PRINT THE RECOVERY TOTALS, EACH LABELED WITH
104200* THE EMPVRFY FIGURE IT MUST TIE TO ONCE THE TABLE IS LOADED,
104300* RECORD THE RUN ON THE AUDIT TRAIL, AND SET THE RETURN CODE:
104400* 8 WHEN EXCEPTIONS KEEP THE REBUILT TABLE FROM LOADING (A LOAD
104500* RUN IS REFUSED WITHOUT TOUCHING EMP), 16 WHEN A LOAD FAILED
104600* AND WAS ROLLED BACK, 0 OTHERWISE.
104700*****************************************************************
104800 8000-FINALIZE.
104900     MOVE SPACES TO RCVRPT-RECORD.
105000     WRITE RCVRPT-RECORD.
105100     MOVE 'EMPSNAP ROWS LOADED'        TO QZ-LABEL.
105200     MOVE WS-SNAP-COUNT                TO QZ-COUNT.
105300     MOVE '= EMPVRFY EMPSNAP ROWS LOADED' TO QZ-NOTE.
105400     PERFORM 8100-PRINT-TOTAL
105500         THRU 8100-PRINT-TOTAL-EXIT.
105600     MOVE 'EMPHIST RECORDS READ'       TO QZ-LABEL.
105700     MOVE WS-HIST-READ-COUNT           TO QZ-COUNT.
105800     PERFORM 8100-PRINT-TOTAL
105900         THRU 8100-PRINT-TOTAL-EXIT.
106000     MOVE '  BEFORE SNAPSHOT POINT'    TO QZ-LABEL.
106100     MOVE WS-HIST-BEFORE-COUNT         TO QZ-COUNT.
106200     PERFORM 8100-PRINT-TOTAL
106300         THRU 8100-PRINT-TOTAL-EXIT.
106400     MOVE '  AFTER REPLAY STOP POINT'  TO QZ-LABEL.
106500     MOVE WS-HIST-AFTER-COUNT          TO QZ-COUNT.
106600     PERFORM 8100-PRINT-TOTAL
106700         THRU 8100-PRINT-TOTAL-EXIT.
106800     MOVE '  REPLAYED'                 TO QZ-LABEL.
106900     MOVE WS-HIST-REPLAY-COUNT         TO QZ-COUNT.
107000     PERFORM 8100-PRINT-TOTAL
107100         THRU 8100-PRINT-TOTAL-EXIT.
107200     MOVE '    SUPERSEDED BY A LATER IMAGE' TO QZ-LABEL.
107300     MOVE WS-HIST-SUPERSEDED-COUNT     TO QZ-COUNT.
107400     PERFORM 8100-PRINT-TOTAL
107500         THRU 8100-PRINT-TOTAL-EXIT.
107600     MOVE '  UNUSABLE'                 TO QZ-LABEL.
107700     MOVE WS-HIST-UNUSABLE-COUNT       TO QZ-COUNT.
107800     PERFORM 8100-PRINT-TOTAL
107900         THRU 8100-PRINT-TOTAL-EXIT.
108000     MOVE 'ROWS ADDED SINCE SNAPSHOT'  TO QZ-LABEL.
108100     MOVE WS-ROWS-ADDED-COUNT          TO QZ-COUNT.
108200     PERFORM 8100-PRINT-TOTAL
108300         THRU 8100-PRINT-TOTAL-EXIT.
108400     MOVE 'ROWS CHANGED SINCE SNAPSHOT' TO QZ-LABEL.
108500     MOVE WS-ROWS-CHANGED-COUNT        TO QZ-COUNT.
108600     PERFORM 8100-PRINT-TOTAL
108700         THRU 8100-PRINT-TOTAL-EXIT.
108800     MOVE 'ROWS REMOVED SINCE SNAPSHOT' TO QZ-LABEL.
108900     MOVE WS-ROWS-REMOVED-COUNT        TO QZ-COUNT.
109000     PERFORM 8100-PRINT-TOTAL
109100         THRU 8100-PRINT-TOTAL-EXIT.
109200     MOVE 'EMP ROWS REBUILT'           TO QZ-LABEL.
109300     MOVE WS-REBUILT-COUNT             TO QZ-COUNT.
109400     MOVE '= EMPVRFY EMP ROWS EXAMINED' TO QZ-NOTE.
109500     PERFORM 8100-PRINT-TOTAL
109600         THRU 8100-PRINT-TOTAL-EXIT.
109700     MOVE '  ACTIVE'                   TO QZ-LABEL.
109800     MOVE WS-ACTIVE-COUNT              TO QZ-COUNT.
109900     PERFORM 8100-PRINT-TOTAL
110000         THRU 8100-PRINT-TOTAL-EXIT.
110100     MOVE '  ON LEAVE'                 TO QZ-LABEL.
110200     MOVE WS-LEAVE-COUNT               TO QZ-COUNT.
110300     PERFORM 8100-PRINT-TOTAL
110400         THRU 8100-PRINT-TOTAL-EXIT.
110500     MOVE '  TERMINATED'               TO QZ-LABEL.
110600     MOVE WS-TERM-COUNT                TO QZ-COUNT.
110700     PERFORM 8100-PRINT-TOTAL
110800         THRU 8100-PRINT-TOTAL-EXIT.
110900     MOVE '  OTHER STATUS'             TO QZ-LABEL.
111000     MOVE WS-OTHER-STATUS-COUNT        TO QZ-COUNT.
111100     PERFORM 8100-PRINT-TOTAL
111200         THRU 8100-PRINT-TOTAL-EXIT.
111300     MOVE 'EXPECTED EMPSNAP DRIFTS'    TO QZ-LABEL.
111400     MOVE WS-EXPECTED-DRIFT-COUNT      TO QZ-COUNT.
111500     MOVE '= EMPVRFY DRIFT LINES FOR STORE EMPSNAP'
111600         TO QZ-NOTE.
111700     PERFORM 8100-PRINT-TOTAL
111800         THRU 8100-PRINT-TOTAL-EXIT.
111900     MOVE 'EXCEPTIONS'                 TO QZ-LABEL.
112000     MOVE WS-EXCEPTION-COUNT           TO QZ-COUNT.
112100     IF WS-EXCEPTION-COUNT > ZERO
112200         MOVE 'REBUILT TABLE CANNOT BE LOADED' TO QZ-NOTE
112300     END-IF.
112400     PERFORM 8100-PRINT-TOTAL
112500         THRU 8100-PRINT-TOTAL-EXIT.
112600     IF WS-LOAD-STARTED
112700         MOVE 'EMP ROWS BEFORE LOAD'   TO QZ-LABEL
112800         MOVE WS-EMP-BEFORE-COUNT      TO QZ-COUNT
112900         PERFORM 8100-PRINT-TOTAL
113000             THRU 8100-PRINT-TOTAL-EXIT
113100         MOVE 'EMP ROWS INSERTED'      TO QZ-LABEL
113200         MOVE WS-INSERTED-COUNT        TO QZ-COUNT
113300         PERFORM 8100-PRINT-TOTAL
113400             THRU 8100-PRINT-TOTAL-EXIT
113500         MOVE 'EMP ROWS AFTER LOAD'    TO QZ-LABEL
113600         MOVE WS-EMP-AFTER-COUNT       TO QZ-COUNT
113700         IF WS-ABEND-REQUESTED
113800             MOVE 'LOAD ROLLED BACK - EMP UNCHANGED'
113900                 TO QZ-NOTE
114000         ELSE
114100             MOVE '= EMP ROWS REBUILT, COMMITTED' TO QZ-NOTE
114200         END-IF
114300         PERFORM 8100-PRINT-TOTAL
114400             THRU 8100-PRINT-TOTAL-EXIT
114500     END-IF.
114600     DISPLAY 'EMPRECOV - ' WS-SNAP-COUNT ' SNAPSHOT ROWS, '
114700             WS-HIST-REPLAY-COUNT ' IMAGES REPLAYED, '
114800             WS-REBUILT-COUNT ' ROWS REBUILT, '
114900             WS-EXCEPTION-COUNT ' EXCEPTIONS'.
115000     MOVE ZERO TO AL-SQLCODE.
115100     MOVE WS-REBUILT-COUNT TO WS-CMSG-COUNT.
115200     IF WS-MODE-LOAD
115300         MOVE 'RECOVER EMP (LOAD)'   TO AL-OPERATION
115400     ELSE
115500         MOVE 'RECOVER EMP (VERIFY)' TO AL-OPERATION
115600     END-IF.
115700     EVALUATE TRUE
115800         WHEN WS-ABEND-REQUESTED
115900             MOVE 'LOAD ROLLED BACK'  TO AL-MESSAGE
116000             MOVE 'S' TO AL-SEVERITY
116100         WHEN WS-EXCEPTION-COUNT > ZERO
116200             MOVE 'EXCEPTIONS FOUND'  TO AL-MESSAGE
116300             IF WS-MODE-LOAD
116400                 MOVE 'S' TO AL-SEVERITY
116500                 DISPLAY 'EMPRECOV - LOAD REFUSED, EXCEPTIONS '
116600                         'ON THE REBUILT TABLE - EMP NOT '
116700                         'TOUCHED'
116800             ELSE
116900                 MOVE 'W' TO AL-SEVERITY
117000             END-IF
117100             MOVE 8 TO RETURN-CODE
117200         WHEN WS-MODE-LOAD
117300             MOVE 'LOADED'            TO WS-CMSG-VERB
117400             MOVE WS-COUNT-MSG        TO AL-MESSAGE
117500             MOVE 'W' TO AL-SEVERITY
117600         WHEN OTHER
117700             MOVE 'REBUILT'           TO WS-CMSG-VERB
117800             MOVE WS-COUNT-MSG        TO AL-MESSAGE
117900     END-EVALUATE.
118000     PERFORM WRITE-AUDIT-LOG
118100         THRU WRITE-AUDIT-LOG-EXIT.
118200 8000-FINALIZE-EXIT.
118300     EXIT.
118400 
118500*****************************************************************
118600* 8100-PRINT-TOTAL - PRINT ONE TOTAL LINE (QZ-LABEL, QZ-COUNT
118700* AND ANY QZ-NOTE ALREADY SET BY THE CALLER) AND CLEAR THE
118800* RECORD FOR THE NEXT.
118900*****************************************************************
119000 8100-PRINT-TOTAL.
119100     WRITE RCVRPT-RECORD.
119200     MOVE SPACES TO RCVRPT-RECORD.
119300 8100-PRINT-TOTAL-EXIT.
119400     EXIT.
119500 
119600*****************************************************************
119700* SQL-ERROR-CHECK - SHARED SQLCODE EVALUATION, COPIED FROM
119800* SQLERR.CPY. SEE THE COPYBOOK FOR DETAILS.
119900*****************************************************************
120000     COPY SQLERR.
120100 
120200*****************************************************************
120300* WRITE-AUDIT-LOG - SHARED AUDIT LOG WRITE, COPIED FROM
120400* AUDLOG.CPY. SEE THE COPYBOOK FOR DETAILS.
120500*****************************************************************
120600     COPY AUDLOG.
120700 
120800*****************************************************************
120900* CHECK-OPERATOR-AUTH - SHARED OPERATOR AUTHORIZATION CHECK,
121000* COPIED FROM AUTHCHK.CPY. SEE THE COPYBOOK FOR DETAILS.
121100*****************************************************************
121200     COPY AUTHCHK.
