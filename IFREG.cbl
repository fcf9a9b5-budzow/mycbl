000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IFREG.
000300 AUTHOR.        D BUDZOWSKI.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* MODIFICATION HISTORY
000900* DATE       INIT DESCRIPTION
001000* ---------- ---- ------------------------------------------
001100* 2026-10-15 DB   INITIAL VERSION - CALLED INTERFACE FILE
001200*                 REGISTRY SUBPROGRAM (THE PRMLKUP PATTERN, SEE
001300*                 IFRPARM.CPY FOR THE PROTOCOL). EVERY FILE WE
001400*                 SEND OUT (PAYFILE, GLJRNL, BENFEED, HRRETN)
001500*                 AND EVERY FILE WE LOAD (HRFEED, PAYACK,
001600*                 EMPTRAN) IS CHECKED AGAINST AND THEN RECORDED
001700*                 ON THE IFREGF DATASET (IFRREC.CPY) WITH ITS
001800*                 BUSINESS DATE, RECORD COUNT, CONTROL TOTAL AND
001900*                 HASH TOTAL, SO THE SAME PAYFILE GENERATION IS
002000*                 NOT TRANSMITTED TO THE BUREAU TWICE, THE SAME
002100*                 GL BATCH IS NOT POSTED TWICE, AND YESTERDAY'S
002200*                 HRFEED IS NOT FED IN AGAIN AFTER A RESTART.
002300*                 EACH CALL READS THE REGISTRY FROM THE TOP --
002400*                 A FEW THOUSAND ENTRIES A YEAR, AND A CHECK IS
002500*                 MADE ONCE OR TWICE A STEP. A DUPLICATE THE
002600*                 PARMFILE 'IFREG OVERRIDE  ' VALUE NAMES
002700*                 (INTERFACE AND BUSINESS DATE) IS LET THROUGH
002800*                 AND THE ENTRY IT RECORDS IS FLAGGED.
002900*****************************************************************
003000 
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT IFREGF-FILE ASSIGN TO IFREGF
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS WS-REG-STATUS.
003700 
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  IFREGF-FILE
004100     RECORDING MODE IS F
004200     RECORD CONTAINS 100 CHARACTERS
004300     LABEL RECORDS ARE STANDARD.
004400     COPY IFRREC.
004500 
004600 WORKING-STORAGE SECTION.
004700 01  WS-REG-STATUS                PIC X(02).
004800 01  WS-REG-EOF-SW                PIC X(01)  VALUE 'N'.
004900     88  WS-REG-EOF                          VALUE 'Y'.
005000 01  WS-MATCH-SW                  PIC X(01)  VALUE 'N'.
005100     88  WS-MATCH                            VALUE 'Y'.
005200 
005300     COPY PRMPARM.
005400 
005500 LINKAGE SECTION.
005600 01  LS-IFREG-PARM.
005700     05  LS-IF-FUNCTION           PIC X(01).
005800         88  LS-IF-CHECK                  VALUE 'C'.
005900         88  LS-IF-RECORD                 VALUE 'R'.
006000         88  LS-IF-LATEST                 VALUE 'L'.
006100     05  LS-IF-INTERFACE          PIC X(08).
006200     05  LS-IF-DIRECTION          PIC X(01).
006300     05  LS-IF-MATCH-RULE         PIC X(01).
006400         88  LS-IF-MATCH-DATE             VALUE 'D'.
006500         88  LS-IF-MATCH-CONTENTS         VALUE 'C'.
006600     05  LS-IF-BUS-DATE           PIC X(08).
006700     05  LS-IF-RECORD-COUNT       PIC 9(09).
006800     05  LS-IF-CONTROL-TOTAL      PIC 9(13)V99.
006900     05  LS-IF-HASH-TOTAL         PIC 9(15).
007000     05  LS-IF-PROGRAM            PIC X(08).
007100     05  LS-IF-OVERRIDE-SW        PIC X(01).
007200     05  LS-IF-RESULT             PIC X(01).
007300         88  LS-IF-CLEAR                  VALUE 'Y'.
007400         88  LS-IF-DUPLICATE              VALUE 'D'.
007500     05  LS-IF-FILE-STATUS        PIC X(02).
007600     05  LS-IF-PRIOR.
007700         10  LS-IF-PRIOR-BUS-DATE PIC X(08).
007800         10  LS-IF-PRIOR-COUNT    PIC 9(09).
007900         10  LS-IF-PRIOR-TOTAL    PIC 9(13)V99.
008000         10  LS-IF-PRIOR-HASH     PIC 9(15).
008100         10  LS-IF-PRIOR-PROGRAM  PIC X(08).
008200         10  LS-IF-PRIOR-JOB      PIC X(08).
008300         10  LS-IF-PRIOR-DATE     PIC X(08).
008400         10  LS-IF-PRIOR-TIME     PIC X(06).
008500 
008600 PROCEDURE DIVISION USING LS-IFREG-PARM.
008700 
008800 0000-MAINLINE.
008900     MOVE SPACES TO LS-IF-FILE-STATUS.
009000     MOVE SPACES TO LS-IF-PRIOR-BUS-DATE.
009100     MOVE ZERO   TO LS-IF-PRIOR-COUNT.
009200     MOVE ZERO   TO LS-IF-PRIOR-TOTAL.
009300     MOVE ZERO   TO LS-IF-PRIOR-HASH.
009400     MOVE SPACES TO LS-IF-PRIOR-PROGRAM.
009500     MOVE SPACES TO LS-IF-PRIOR-JOB.
009600     MOVE SPACES TO LS-IF-PRIOR-DATE.
009700     MOVE SPACES TO LS-IF-PRIOR-TIME.
009800     EVALUATE TRUE
009900         WHEN LS-IF-CHECK
010000             PERFORM 1000-CHECK-REGISTRY
010100                 THRU 1000-CHECK-REGISTRY-EXIT
010200         WHEN LS-IF-RECORD
010300             PERFORM 2000-RECORD-ENTRY
010400                 THRU 2000-RECORD-ENTRY-EXIT
010500         WHEN LS-IF-LATEST
010600             PERFORM 3000-FIND-LATEST
010700                 THRU 3000-FIND-LATEST-EXIT
010800         WHEN OTHER
010900             DISPLAY 'IFREG - UNKNOWN FUNCTION ' LS-IF-FUNCTION
011000                     ' FROM ' LS-IF-PROGRAM
011100             MOVE 'E' TO LS-IF-RESULT
011200     END-EVALUATE.
011300     GOBACK.
011400 
011500*****************************************************************
011600* 1000-CHECK-REGISTRY - READ THE REGISTRY FOR AN EARLIER ENTRY
011700* THAT MAKES THIS FILE A DUPLICATE UNDER THE CALLER'S MATCH
011800* RULE. THE FIRST ONE FOUND IS REPORTED BACK. A DUPLICATE IS
011900* THEN TESTED AGAINST THE PARMFILE OVERRIDE. A REGISTRY THAT
012000* CANNOT BE OPENED -- INCLUDING NO IFREGF DD -- COMES BACK
012100* UNAVAILABLE: AN UNCHECKED FILE MUST NOT GO.
012200*****************************************************************
012300 1000-CHECK-REGISTRY.
012400     MOVE 'Y' TO LS-IF-RESULT.
012500     MOVE 'N' TO LS-IF-OVERRIDE-SW.
012600     MOVE 'N' TO WS-MATCH-SW.
012700     MOVE 'N' TO WS-REG-EOF-SW.
012800     OPEN INPUT IFREGF-FILE.
012900     IF WS-REG-STATUS NOT = '00'
013000         MOVE 'E' TO LS-IF-RESULT
013100         MOVE WS-REG-STATUS TO LS-IF-FILE-STATUS
013200         GO TO 1000-CHECK-REGISTRY-EXIT
013300     END-IF.
013400     PERFORM 1100-MATCH-ONE-ENTRY
013500         THRU 1100-MATCH-ONE-ENTRY-EXIT
013600         UNTIL WS-REG-EOF OR WS-MATCH.
013700     CLOSE IFREGF-FILE.
013800     IF NOT WS-MATCH
013900         GO TO 1000-CHECK-REGISTRY-EXIT
014000     END-IF.
014100     MOVE 'D' TO LS-IF-RESULT.
014200     MOVE 'IFREG OVERRIDE  ' TO WS-PM-KEY.
014300     CALL 'PRMLKUP' USING WS-PRMLKUP-PARM.
014400     IF WS-PM-FOUND
014500             AND WS-PM-VALUE (1:8) = LS-IF-INTERFACE
014600             AND WS-PM-VALUE (9:8) = LS-IF-BUS-DATE
014700         MOVE 'O' TO LS-IF-RESULT
014800         MOVE 'Y' TO LS-IF-OVERRIDE-SW
014900     END-IF.
015000 1000-CHECK-REGISTRY-EXIT.
015100     EXIT.
015200 
015300*****************************************************************
015400* 1100-MATCH-ONE-ENTRY - READ ONE REGISTRY ENTRY AND TEST IT
015500* AGAINST THE FILE BEING CHECKED: SAME INTERFACE AND DIRECTION,
015600* THEN THE SAME BUSINESS DATE ('D') OR THE SAME RECORD COUNT,
015700* CONTROL TOTAL AND HASH TOTAL ('C'). AN EMPTY FILE IS NEVER A
015800* CONTENTS DUPLICATE -- THERE IS NOTHING IN IT TO SEND OR LOAD
015900* TWICE.
016000*****************************************************************
016100 1100-MATCH-ONE-ENTRY.
016200     READ IFREGF-FILE
016300         AT END
016400             MOVE 'Y' TO WS-REG-EOF-SW
016500             GO TO 1100-MATCH-ONE-ENTRY-EXIT
016600     END-READ.
016700     IF IR-INTERFACE NOT = LS-IF-INTERFACE
016800             OR IR-DIRECTION NOT = LS-IF-DIRECTION
016900         GO TO 1100-MATCH-ONE-ENTRY-EXIT
017000     END-IF.
017100     IF LS-IF-MATCH-DATE
017200             AND IR-BUS-DATE = LS-IF-BUS-DATE
017300         MOVE 'Y' TO WS-MATCH-SW
017400     END-IF.
017500     IF LS-IF-MATCH-CONTENTS
017600             AND LS-IF-RECORD-COUNT > ZERO
017700             AND IR-RECORD-COUNT  = LS-IF-RECORD-COUNT
017800             AND IR-CONTROL-TOTAL = LS-IF-CONTROL-TOTAL
017900             AND IR-HASH-TOTAL    = LS-IF-HASH-TOTAL
018000         MOVE 'Y' TO WS-MATCH-SW
018100     END-IF.
018200     IF WS-MATCH
018300         PERFORM 4000-RETURN-PRIOR-ENTRY
018400             THRU 4000-RETURN-PRIOR-ENTRY-EXIT
018500     END-IF.
018600 1100-MATCH-ONE-ENTRY-EXIT.
018700     EXIT.
018800 
018900*****************************************************************
019000* 2000-RECORD-ENTRY - APPEND THE CALLER'S FILE TO THE REGISTRY,
019100* STAMPED WITH THE DATE, TIME, JOB AND USER. THE JOB AND USER
019200* COME FROM THE LANGUAGE-ENVIRONMENT VARIABLES EACH STEP'S JCL
019300* SUPPLIES, READ THE SAME WAY WRITE-EMP-HISTORY (EMPHIST.CPY)
019400* READS THEM. AN OPEN OR WRITE FAILURE COMES BACK UNAVAILABLE.
019500*****************************************************************
019600 2000-RECORD-ENTRY.
019700     MOVE 'Y' TO LS-IF-RESULT.
019800     OPEN EXTEND IFREGF-FILE.
019900     IF WS-REG-STATUS NOT = '00'
020000         MOVE 'E' TO LS-IF-RESULT
020100         MOVE WS-REG-STATUS TO LS-IF-FILE-STATUS
020200         GO TO 2000-RECORD-ENTRY-EXIT
020300     END-IF.
020400     MOVE SPACES              TO IFREG-RECORD.
020500     MOVE LS-IF-INTERFACE     TO IR-INTERFACE.
020600     MOVE LS-IF-DIRECTION     TO IR-DIRECTION.
020700     MOVE LS-IF-BUS-DATE      TO IR-BUS-DATE.
020800     MOVE LS-IF-RECORD-COUNT  TO IR-RECORD-COUNT.
020900     MOVE LS-IF-CONTROL-TOTAL TO IR-CONTROL-TOTAL.
021000     MOVE LS-IF-HASH-TOTAL    TO IR-HASH-TOTAL.
021100     MOVE LS-IF-PROGRAM       TO IR-PROGRAM.
021200     MOVE 'N'                 TO IR-OVERRIDE-SW.
021300     IF LS-IF-OVERRIDE-SW = 'Y'
021400         MOVE 'Y' TO IR-OVERRIDE-SW
021500     END-IF.
021600     ACCEPT IR-STAMP-DATE FROM DATE YYYYMMDD.
021700     ACCEPT IR-STAMP-TIME FROM TIME.
021800     DISPLAY 'JOBNAME' UPON ENVIRONMENT-NAME.
021900     ACCEPT IR-JOB-NAME FROM ENVIRONMENT-VALUE.
022000     DISPLAY 'USER' UPON ENVIRONMENT-NAME.
022100     ACCEPT IR-USER-ID FROM ENVIRONMENT-VALUE.
022200     WRITE IFREG-RECORD.
022300     IF WS-REG-STATUS NOT = '00'
022400         MOVE 'E' TO LS-IF-RESULT
022500         MOVE WS-REG-STATUS TO LS-IF-FILE-STATUS
022600     END-IF.
022700     CLOSE IFREGF-FILE.
022800 2000-RECORD-ENTRY-EXIT.
022900     EXIT.
023000 
023100*****************************************************************
023200* 3000-FIND-LATEST - READ THE WHOLE REGISTRY AND RETURN THE
023300* LAST ENTRY FOR THE INTERFACE AND DIRECTION. THE REGISTRY IS
023400* APPEND-ONLY, SO THE LAST ONE READ IS THE MOST RECENT.
023500*****************************************************************
023600 3000-FIND-LATEST.
023700     MOVE 'N' TO LS-IF-RESULT.
023800     MOVE 'N' TO WS-REG-EOF-SW.
023900     OPEN INPUT IFREGF-FILE.
024000     IF WS-REG-STATUS NOT = '00'
024100         MOVE 'E' TO LS-IF-RESULT
024200         MOVE WS-REG-STATUS TO LS-IF-FILE-STATUS
024300         GO TO 3000-FIND-LATEST-EXIT
024400     END-IF.
024500     PERFORM 3100-TAKE-ONE-ENTRY
024600         THRU 3100-TAKE-ONE-ENTRY-EXIT
024700         UNTIL WS-REG-EOF.
024800     CLOSE IFREGF-FILE.
024900 3000-FIND-LATEST-EXIT.
025000     EXIT.
025100 
025200*****************************************************************
025300* 3100-TAKE-ONE-ENTRY - READ ONE REGISTRY ENTRY; ONE FOR THE
025400* INTERFACE AND DIRECTION REPLACES WHATEVER WAS RETURNED BEFORE.
025500*****************************************************************
025600 3100-TAKE-ONE-ENTRY.
025700     READ IFREGF-FILE
025800         AT END
025900             MOVE 'Y' TO WS-REG-EOF-SW
026000             GO TO 3100-TAKE-ONE-ENTRY-EXIT
026100     END-READ.
026200     IF IR-INTERFACE = LS-IF-INTERFACE
026300             AND IR-DIRECTION = LS-IF-DIRECTION
026400         MOVE 'Y' TO LS-IF-RESULT
026500         PERFORM 4000-RETURN-PRIOR-ENTRY
026600             THRU 4000-RETURN-PRIOR-ENTRY-EXIT
026700     END-IF.
026800 3100-TAKE-ONE-ENTRY-EXIT.
026900     EXIT.
027000 
027100*****************************************************************
027200* 4000-RETURN-PRIOR-ENTRY - HAND THE REGISTRY ENTRY JUST READ
027300* BACK TO THE CALLER IN THE PRIOR-ENTRY FIELDS.
027400*****************************************************************
027500 4000-RETURN-PRIOR-ENTRY.
027600     MOVE IR-BUS-DATE      TO LS-IF-PRIOR-BUS-DATE.
027700     MOVE IR-RECORD-COUNT  TO LS-IF-PRIOR-COUNT.
027800     MOVE IR-CONTROL-TOTAL TO LS-IF-PRIOR-TOTAL.
027900     MOVE IR-HASH-TOTAL    TO LS-IF-PRIOR-HASH.
028000     MOVE IR-PROGRAM       TO LS-IF-PRIOR-PROGRAM.
028100     MOVE IR-JOB-NAME      TO LS-IF-PRIOR-JOB.
028200     MOVE IR-STAMP-DATE    TO LS-IF-PRIOR-DATE.
028300     MOVE IR-STAMP-TIME    TO LS-IF-PRIOR-TIME.
028400 4000-RETURN-PRIOR-ENTRY-EXIT.
028500     EXIT.
