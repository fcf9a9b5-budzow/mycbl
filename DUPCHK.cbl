000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DUPCHK.
000300 AUTHOR.        D BUDZOWSKI.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* MODIFICATION HISTORY
000900* DATE       INIT DESCRIPTION
001000* ---------- ---- ------------------------------------------
001100* 2026-10-15 DB   INITIAL VERSION - NIGHTLY DUPLICATE EMPLOYEE
001200*                 CANDIDATE REPORT. HRTRANS ONLY CATCHES A REHIRE
001300*                 BY ID, SO AN HRTRANS HIRE AND A HAND-KEYED
001400*                 EMPTRAN INSERT FOR THE SAME PERSON BOTH LAND AND
001500*                 PAYINTF PAYS THEM TWICE. LOADS EVERY ACTIVE AND
001600*                 ON-LEAVE EMP ROW, NORMALIZES EACH NAME (CASE,
001700*                 PUNCTUATION, SPACING, MIDDLE INITIALS, WORD
001800*                 ORDER), AND SCORES EVERY PAIR WHOSE NAMES MATCH,
001900*                 ADDING POINTS FOR THE SAME HIRE DATE, DEPARTMENT
002000*                 AND PAY GRADE. PAIRS AT OR ABOVE THE MINIMUM
002100*                 SCORE (PARMFILE KEY 'DUPCHK  MINSCORE', DEFAULT
002200*                 65) PRINT FOR HR REVIEW AND GO TO THE MACHINE-
002300*                 READABLE DUPCAND FILE (DUPREC.CPY), WHICH
002400*                 CARRIES HR'S DECISIONS FROM NIGHT TO NIGHT: A
002500*                 PAIR CONFIRMED AS DIFFERENT PEOPLE IS REMEMBERED
002600*                 AND NO LONGER PRINTED. THE STEP ENDS WITH RETURN
002700*                 CODE ZERO WHEN THE SCAN RUNS -- A CANDIDATE
002800*                 LISTING IS INFORMATION -- AND LEAVES A WARNING
002900*                 ON THE AUDIT TRAIL WHEN ANY PAIR IS LISTED.
002910* 2026-10-15 DB   ONLY A MISSING DUPCAND (STATUS 35) IS A FIRST
002920*                 NIGHT; ANY OTHER OPEN OR READ FAILURE ON THE
002930*                 PRIOR FILE, OR A FAILED OPEN FOR THE REWRITE,
002940*                 IS RC 16 WITH HR'S DECISIONS LEFT AS THEY WERE.
002950* 2026-10-15 DB   A FAILED WRITE TO THE NEW DUPCAND ALSO ENDS THE
002960*                 RUN RC 16, SO A SHORT FILE IS NEVER TAKEN AS
002970*                 THE FULL LIST OF PAIRS.
003000*****************************************************************
003100 
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT DUPRPT-FILE ASSIGN TO DUPRPT
003600         ORGANIZATION IS SEQUENTIAL.
003700     SELECT DUPCAND-FILE ASSIGN TO DUPCAND
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-DUPCAND-STATUS.
004000     SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-AUDIT-STATUS.
004300 
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  DUPRPT-FILE
004700     RECORDING MODE IS F
004800     RECORD CONTAINS 132 CHARACTERS
004900     LABEL RECORDS ARE STANDARD.
005000     COPY DUPRPT.
005100 
005200 FD  DUPCAND-FILE
005300     RECORDING MODE IS F
005400     RECORD CONTAINS 80 CHARACTERS
005500     LABEL RECORDS ARE STANDARD.
005600     COPY DUPREC.
005700 
005800 FD  AUDIT-LOG-FILE
005900     RECORDING MODE IS F
006000     RECORD CONTAINS 80 CHARACTERS
006100     LABEL RECORDS ARE STANDARD.
006200     COPY AUDREC.
006300 
006400 WORKING-STORAGE SECTION.
006500 01  WS-FETCH-ROW.
006600     05  WS-FR-EMPL-ID            PIC 9(05).
006700     05  WS-FR-EMPL-NAME          PIC X(15).
006800     05  WS-FR-EMPL-DEPT          PIC X(04).
006900     05  WS-FR-HIRE-DATE          PIC X(10).
007000     05  WS-FR-STATUS             PIC X(01).
007100     05  WS-FR-PAY-GRADE          PIC X(02).
007200 
007300 01  WS-EMP-EOF-SW                PIC X(01)  VALUE 'N'.
007400     88  WS-EMP-EOF                          VALUE 'Y'.
007500 01  WS-PRIOR-EOF-SW              PIC X(01)  VALUE 'N'.
007600     88  WS-PRIOR-EOF                        VALUE 'Y'.
007700 01  WS-PRIOR-FOUND-SW            PIC X(01)  VALUE 'N'.
007800     88  WS-PRIOR-FOUND                      VALUE 'Y'.
007900 01  WS-DUPCAND-OPEN-SW           PIC X(01)  VALUE 'N'.
008000     88  WS-DUPCAND-OPEN                     VALUE 'Y'.
008100 01  WS-DUPCAND-STATUS            PIC X(02).
008200 01  WS-AUDIT-STATUS              PIC X(02).
008300 
008400 01  WS-SYS-DATE.
008500     05  WS-SYS-YYYY              PIC 9(04).
008600     05  WS-SYS-MM                PIC 9(02).
008700     05  WS-SYS-DD                PIC 9(02).
008800 01  WS-RUN-DATE-ISO REDEFINES WS-SYS-DATE
008900                                  PIC X(08).
009000 
009100 01  WS-RUN-DATE-EDIT.
009200     05  WS-RE-MM                 PIC 9(02).
009300     05  FILLER                   PIC X(01)  VALUE '/'.
009400     05  WS-RE-DD                 PIC 9(02).
009500     05  FILLER                   PIC X(01)  VALUE '/'.
009600     05  WS-RE-YYYY               PIC 9(04).
009700 
009800*    FIRST-SEEN DATES ARE KEPT AS YYYYMMDD ON DUPCAND AND PRINT
009900*    AS MM/DD/YYYY LIKE THE RUN DATE.
010000 01  WS-FD-IN.
010100     05  WS-FD-IN-YYYY            PIC X(04).
010200     05  WS-FD-IN-MM              PIC X(02).
010300     05  WS-FD-IN-DD              PIC X(02).
010400 01  WS-FD-OUT.
010500     05  WS-FD-OUT-MM             PIC X(02).
010600     05  FILLER                   PIC X(01)  VALUE '/'.
010700     05  WS-FD-OUT-DD             PIC X(02).
010800     05  FILLER                   PIC X(01)  VALUE '/'.
010900     05  WS-FD-OUT-YYYY           PIC X(04).
011000 
011100*    SCORING. THE NAMES MUST MATCH BEFORE ANYTHING ELSE COUNTS:
011200*    THE SAME LETTERS IN THE SAME ORDER SCORE WS-SC-NAME-EXACT,
011300*    THE SAME WORDS IN ANY ORDER WITH INITIALS DROPPED SCORE
011400*    WS-SC-NAME-SIMILAR. THE SAME HIRE DATE, DEPARTMENT AND PAY
011500*    GRADE EACH ADD THEIR POINTS ON TOP, TO A HUNDRED AT MOST.
011600 01  WS-SC-NAME-EXACT             PIC 9(03)  VALUE 50.
011700 01  WS-SC-NAME-SIMILAR           PIC 9(03)  VALUE 40.
011800 01  WS-SC-HIRE-DATE              PIC 9(03)  VALUE 25.
011900 01  WS-SC-DEPT                   PIC 9(03)  VALUE 15.
012000 01  WS-SC-GRADE                  PIC 9(03)  VALUE 10.
012100 01  WS-MIN-SCORE                 PIC 9(03)  VALUE 65.
012200 01  WS-PAIR-SCORE                PIC 9(03)  VALUE ZERO.
012300 01  WS-PAIR-MATCH                PIC X(07)  VALUE SPACES.
012400 
012500 01  WS-PARM-MSG.
012600     05  FILLER                   PIC X(10)  VALUE 'MIN SCORE '.
012700     05  WS-PMSG-MIN-SCORE        PIC 9(03).
012800     05  FILLER                   PIC X(07)  VALUE SPACES.
012900 
013000 01  WS-COMPARED-COUNT            PIC 9(05)  VALUE ZERO.
013100 01  WS-LISTED-COUNT              PIC 9(05)  VALUE ZERO.
013200 01  WS-NEW-COUNT                 PIC 9(05)  VALUE ZERO.
013300 01  WS-CONFIRMED-DUP-COUNT       PIC 9(05)  VALUE ZERO.
013400 01  WS-DIFFERENT-COUNT           PIC 9(05)  VALUE ZERO.
013500 01  WS-CLEARED-COUNT             PIC 9(05)  VALUE ZERO.
013600 01  WS-BAD-DECISION-COUNT        PIC 9(05)  VALUE ZERO.
013700 
013800*    EVERY ACTIVE AND ON-LEAVE EMP ROW, IN EMP_ID ORDER SO SEARCH
013900*    ALL CAN TELL WHETHER A REMEMBERED PAIR IS STILL LIVE. EACH
014000*    ENTRY CARRIES ITS TWO NORMALIZED NAME KEYS (8100).
014100 01  WS-EMP-COUNT                 PIC 9(05)  VALUE ZERO.
014200 01  WS-EMP-CAPACITY              PIC 9(05)  VALUE 30000.
014300 01  WS-OUTER-SUB                 PIC 9(05)  VALUE ZERO.
014400 01  WS-INNER-SUB                 PIC 9(05)  VALUE ZERO.
014500 01  WS-INNER-START               PIC 9(05)  VALUE ZERO.
014600 01  WS-LINE-SUB                  PIC 9(05)  VALUE ZERO.
014700 01  WS-EMP-TABLE.
014800     05  WS-EMP-ENTRY OCCURS 1 TO 30000 TIMES
014900                       DEPENDING ON WS-EMP-COUNT
015000                       ASCENDING KEY IS WS-EE-EMPL-ID
015100                       INDEXED BY WS-EMP-TAB-IDX.
015200         10  WS-EE-EMPL-ID        PIC 9(05).
015300         10  WS-EE-NAME           PIC X(15).
015400         10  WS-EE-KEY1           PIC X(15).
015500         10  WS-EE-KEY2           PIC X(15).
015600         10  WS-EE-DEPT           PIC X(04).
015700         10  WS-EE-HIRE-DATE      PIC X(10).
015800         10  WS-EE-GRADE          PIC X(02).
015900         10  WS-EE-STATUS         PIC X(01).
016000 
016100*    THE PRIOR NIGHT'S DUPCAND, CARRYING HR'S DECISIONS. AN
016200*    ENTRY IS MARKED MATCHED WHEN TONIGHT'S SCAN LISTS THE SAME
016300*    PAIR AGAIN.
016400 01  WS-PRIOR-COUNT               PIC 9(05)  VALUE ZERO.
016500 01  WS-PRIOR-CAPACITY            PIC 9(05)  VALUE 2000.
016600 01  WS-PRIOR-IDX                 PIC 9(05)  VALUE ZERO.
016700 01  WS-PRIOR-HIT                 PIC 9(05)  VALUE ZERO.
016800 01  WS-PRIOR-TABLE.
016900     05  WS-PRIOR-ENTRY OCCURS 2000 TIMES.
017000         10  WS-TP-EMPL-ID-1      PIC 9(05).
017100         10  WS-TP-EMPL-ID-2      PIC 9(05).
017200         10  WS-TP-SCORE          PIC 9(03).
017300         10  WS-TP-DECISION       PIC X(01).
017400         10  WS-TP-REVIEWER       PIC X(08).
017500         10  WS-TP-FIRST-SEEN     PIC X(08).
017600         10  WS-TP-NAME-1         PIC X(15).
017700         10  WS-TP-NAME-2         PIC X(15).
017800         10  WS-TP-MATCHED-SW     PIC X(01).
017900             88  WS-TP-MATCHED               VALUE 'Y'.
018000 01  WS-LIVE-SW                   PIC X(01)  VALUE 'N'.
018100     88  WS-PAIR-LIVE                        VALUE 'Y'.
018200 
018300*    NAME NORMALIZATION WORK AREAS (8100). KEY1 IS EVERY LETTER
018400*    OF THE NAME IN ORDER. KEY2 IS THE WORDS OF TWO OR MORE
018500*    LETTERS IN ALPHABETICAL ORDER, RUN TOGETHER, SO 'SMITH, JOHN
018600*    A' AND 'JOHN SMITH' AGREE; A NAME WITH FEWER THAN TWO SUCH
018700*    WORDS USES KEY1 AS ITS KEY2.
018800 01  WS-NM-NAME                   PIC X(15).
018900 01  WS-NM-KEY1                   PIC X(15).
019000 01  WS-NM-KEY2                   PIC X(15).
019100 01  WS-NM-CHAR                   PIC X(01).
019200     88  WS-NM-LETTER                        VALUE 'A' THRU 'I'
019300                                                   'J' THRU 'R'
019400                                                   'S' THRU 'Z'.
019500 01  WS-NM-POS                    PIC 9(02)  VALUE ZERO.
019600 01  WS-NM-K1-LEN                 PIC 9(02)  VALUE ZERO.
019700 01  WS-NM-WORD                   PIC X(15).
019800 01  WS-NM-WORD-LEN               PIC 9(02)  VALUE ZERO.
019900 01  WS-NM-WORD-COUNT             PIC 9(02)  VALUE ZERO.
020000 01  WS-NM-WORD-CAPACITY          PIC 9(02)  VALUE 8.
020100 01  WS-NM-SUB                    PIC 9(02)  VALUE ZERO.
020200 01  WS-NM-NEXT                   PIC 9(02)  VALUE ZERO.
020300 01  WS-NM-PASS                   PIC 9(02)  VALUE ZERO.
020400 01  WS-NM-PTR                    PIC 9(02)  VALUE ZERO.
020500 01  WS-NM-HOLD                   PIC X(15).
020600 01  WS-NM-WORD-TABLE.
020700     05  WS-NM-WORD-ENTRY OCCURS 8 TIMES
020800                                  PIC X(15).
020900 
021000     COPY PRMPARM.
021100 
021200     COPY SQLSW.
021300     EXEC SQL
021400         INCLUDE SQLCA
021500     END-EXEC.
021600 
021700     EXEC SQL
021800         INCLUDE DCLEMP
021900     END-EXEC.
022000 
022100     EXEC SQL
022200         DECLARE DUPEMP-CUR CURSOR FOR
022300            SELECT EMP_ID, EMP_NAME, EMP_DEPT, EMP_HIRE_DATE,
022400                   EMP_STATUS, EMP_PAY_GRADE
022500              FROM EMP
022600             WHERE EMP_STATUS IN ('A', 'L')
022700             ORDER BY EMP_ID
022800     END-EXEC.
022900 
023000 PROCEDURE DIVISION.
023100 
023200 0000-MAINLINE.
023300     OPEN EXTEND AUDIT-LOG-FILE.
023400     MOVE 'DUPCHK' TO AL-PROGRAM.
023500     PERFORM 1000-INITIALIZE
023600         THRU 1000-INITIALIZE-EXIT.
023700     IF WS-ABEND-REQUESTED
023800         GO TO 9999-END-OF-JOB
023900     END-IF.
024000     PERFORM 2000-FETCH-DUPEMP-CUR
024100         THRU 2000-FETCH-DUPEMP-CUR-EXIT
024200         UNTIL WS-EMP-EOF OR WS-ABEND-REQUESTED.
024300     IF WS-ABEND-REQUESTED
024400         GO TO 9999-END-OF-JOB
024500     END-IF.
024600     PERFORM 2900-CLOSE-DUPEMP-CUR
024700         THRU 2900-CLOSE-DUPEMP-CUR-EXIT.
024800     IF WS-ABEND-REQUESTED
024900         GO TO 9999-END-OF-JOB
025000     END-IF.
025100     OPEN OUTPUT DUPCAND-FILE.
025107     IF WS-DUPCAND-STATUS NOT = '00'
025114         DISPLAY 'DUPCHK - ERROR OPENING DUPCAND FOR OUTPUT, '
025121                 'STATUS ' WS-DUPCAND-STATUS ', ABENDING'
025128         MOVE 'OPEN DUPCAND'      TO AL-OPERATION
025135         MOVE ZERO                TO AL-SQLCODE
025142         MOVE 'OPEN FAILED'       TO AL-MESSAGE
025149         MOVE 'S' TO AL-SEVERITY
025156         PERFORM WRITE-AUDIT-LOG
025163             THRU WRITE-AUDIT-LOG-EXIT
025170         MOVE 16  TO RETURN-CODE
025177         MOVE 'Y' TO WS-ABEND-SW
025184         GO TO 9999-END-OF-JOB
025191     END-IF.
025200     MOVE 'Y' TO WS-DUPCAND-OPEN-SW.
025300     PERFORM 3000-SCAN-ONE-EMPLOYEE
025400         THRU 3000-SCAN-ONE-EMPLOYEE-EXIT
025500         VARYING WS-OUTER-SUB FROM 1 BY 1
025600         UNTIL WS-OUTER-SUB >= WS-EMP-COUNT
025610            OR WS-ABEND-REQUESTED.
025700     PERFORM 4000-CARRY-ONE-PRIOR
025800         THRU 4000-CARRY-ONE-PRIOR-EXIT
025900         VARYING WS-PRIOR-IDX FROM 1 BY 1
026000         UNTIL WS-PRIOR-IDX > WS-PRIOR-COUNT
026010            OR WS-ABEND-REQUESTED.
026020     IF WS-ABEND-REQUESTED
026030         GO TO 9999-END-OF-JOB
026040     END-IF.
026100     PERFORM 5000-FINALIZE
026200         THRU 5000-FINALIZE-EXIT.
026300 9999-END-OF-JOB.
026400     CLOSE DUPRPT-FILE.
026500     IF WS-DUPCAND-OPEN
026600         CLOSE DUPCAND-FILE
026700     END-IF.
026800     CLOSE AUDIT-LOG-FILE.
026900     STOP RUN.
027000 
027100*****************************************************************
027200* 1000-INITIALIZE - OPEN THE REPORT, PICK UP THE MINIMUM SCORE,
027300* PRINT THE TITLE AND COLUMN HEADING LINES, CARRY IN THE PRIOR
027400* NIGHT'S CANDIDATES AND DECISIONS, AND OPEN THE EMP CURSOR.
027500*****************************************************************
027600 1000-INITIALIZE.
027700     OPEN OUTPUT DUPRPT-FILE.
027800     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
027900     MOVE WS-SYS-MM   TO WS-RE-MM.
028000     MOVE WS-SYS-DD   TO WS-RE-DD.
028100     MOVE WS-SYS-YYYY TO WS-RE-YYYY.
028200     PERFORM 1100-APPLY-RUN-PARMS
028300         THRU 1100-APPLY-RUN-PARMS-EXIT.
028400     MOVE SPACES TO DUPRPT-RECORD.
028500     MOVE 'DUPLICATE EMPLOYEE CANDIDATES'
028600                            TO UT-TITLE-TEXT.
028700     MOVE 'RUN DATE: '      TO UT-RUN-DATE-LABEL.
028800     MOVE WS-RUN-DATE-EDIT  TO UT-RUN-DATE.
028900     MOVE 'MIN SCORE: '     TO UT-MIN-SCORE-LABEL.
029000     MOVE WS-MIN-SCORE      TO UT-MIN-SCORE.
029100     WRITE DUPRPT-RECORD.
029200     MOVE SPACES TO DUPRPT-RECORD.
029300     WRITE DUPRPT-RECORD.
029400     MOVE SPACES TO DUPRPT-RECORD.
029500     MOVE 'SCORE'      TO UH-SCORE-HDG.
029600     MOVE 'MATCH'      TO UH-MATCH-HDG.
029700     MOVE 'EMPL ID'    TO UH-ID-HDG.
029800     MOVE 'NAME'       TO UH-NAME-HDG.
029900     MOVE 'DEPT'       TO UH-DEPT-HDG.
030000     MOVE 'HIRE DATE'  TO UH-HIRE-HDG.
030100     MOVE 'GRADE'      TO UH-GRADE-HDG.
030200     MOVE 'STATUS'     TO UH-STATUS-HDG.
030300     MOVE 'FIRST SEEN' TO UH-FIRST-SEEN-HDG.
030400     MOVE 'REVIEW'     TO UH-NOTE-HDG.
030500     WRITE DUPRPT-RECORD.
030600 
030700     PERFORM 1200-LOAD-PRIOR-CANDIDATES
030800         THRU 1200-LOAD-PRIOR-CANDIDATES-EXIT.
030810     IF WS-ABEND-REQUESTED
030820         GO TO 1000-INITIALIZE-EXIT
030830     END-IF.
030900 
031000     MOVE 'OPEN DUPEMP-CUR' TO WS-SQL-OPERATION.
031100     EXEC SQL
031200         OPEN DUPEMP-CUR
031300     END-EXEC.
031400 
031500     PERFORM SQL-ERROR-CHECK
031600         THRU SQL-ERROR-CHECK-EXIT.
031700 1000-INITIALIZE-EXIT.
031800     EXIT.
031900 
032000*****************************************************************
032100* 1100-APPLY-RUN-PARMS - PICK THE MINIMUM PAIR SCORE UP FROM THE
032200* PARMFILE DATASET THROUGH THE SHARED PRMLKUP SUBPROGRAM,
032300* KEEPING THE COMPILED 65 WHEN THE KEY IS MISSING OR NOT A SCORE
032400* FROM 1 TO 100, AND LOG THE MINIMUM THIS RUN USES TO THE AUDIT
032500* TRAIL.
032600*****************************************************************
032700 1100-APPLY-RUN-PARMS.
032800     MOVE 'DUPCHK  MINSCORE' TO WS-PM-KEY.
032900     CALL 'PRMLKUP' USING WS-PRMLKUP-PARM.
033000     IF WS-PM-FOUND AND WS-PM-NUMERIC-VALUE > ZERO
033100             AND WS-PM-NUMERIC-VALUE NOT > 100
033200         MOVE WS-PM-NUMERIC-VALUE TO WS-MIN-SCORE
033300     END-IF.
033400     DISPLAY 'DUPCHK - MINIMUM PAIR SCORE ' WS-MIN-SCORE.
033500     MOVE WS-MIN-SCORE TO WS-PMSG-MIN-SCORE.
033600     MOVE 'APPLY RUN PARMS' TO AL-OPERATION.
033700     MOVE ZERO             TO AL-SQLCODE.
033800     MOVE WS-PARM-MSG      TO AL-MESSAGE.
033900     PERFORM WRITE-AUDIT-LOG
034000         THRU WRITE-AUDIT-LOG-EXIT.
034100 1100-APPLY-RUN-PARMS-EXIT.
034200     EXIT.
034300 
034400*****************************************************************
034500* 1200-LOAD-PRIOR-CANDIDATES - READ THE PRIOR NIGHT'S DUPCAND,
034600* AS HR LEFT IT AFTER REVIEW, INTO THE WORKING-STORAGE TABLE
034700* BEFORE THE FILE IS REWRITTEN. NO DATASET (STATUS 35) OR AN
034800* EMPTY FILE MEANS A FIRST NIGHT -- EVERY PAIR LISTED IS NEW.
034810* ANY OTHER FAILURE TO OPEN OR READ IT FAILS THE STEP BEFORE THE
034820* REWRITE, WHICH WOULD OTHERWISE THROW HR'S DECISIONS AWAY.
034900*****************************************************************
035000 1200-LOAD-PRIOR-CANDIDATES.
035100     OPEN INPUT DUPCAND-FILE.
035200     IF WS-DUPCAND-STATUS = '35'
035300         DISPLAY 'DUPCHK - NO PRIOR DUPCAND TO CARRY, '
035400                 'STATUS ' WS-DUPCAND-STATUS
035407         GO TO 1200-LOAD-PRIOR-CANDIDATES-EXIT
035414     END-IF.
035421     IF WS-DUPCAND-STATUS NOT = '00'
035428         DISPLAY 'DUPCHK - ERROR OPENING PRIOR DUPCAND, STATUS '
035435                 WS-DUPCAND-STATUS ', ABENDING'
035442         MOVE 'LOAD PRIOR DUPCAND' TO AL-OPERATION
035449         MOVE ZERO                TO AL-SQLCODE
035456         MOVE 'OPEN FAILED'       TO AL-MESSAGE
035463         MOVE 'S' TO AL-SEVERITY
035470         PERFORM WRITE-AUDIT-LOG
035477             THRU WRITE-AUDIT-LOG-EXIT
035484         MOVE 16  TO RETURN-CODE
035491         MOVE 'Y' TO WS-ABEND-SW
035500         GO TO 1200-LOAD-PRIOR-CANDIDATES-EXIT
035600     END-IF.
035700     PERFORM 1210-LOAD-ONE-PRIOR
035800         THRU 1210-LOAD-ONE-PRIOR-EXIT
035900         UNTIL WS-PRIOR-EOF.
036000     CLOSE DUPCAND-FILE.
036010     IF WS-ABEND-REQUESTED
036020         GO TO 1200-LOAD-PRIOR-CANDIDATES-EXIT
036030     END-IF.
036100     DISPLAY 'DUPCHK - ' WS-PRIOR-COUNT
036200             ' PRIOR CANDIDATE PAIRS CARRIED IN'.
036300 1200-LOAD-PRIOR-CANDIDATES-EXIT.
036400     EXIT.
036500 
036600*****************************************************************
036700* 1210-LOAD-ONE-PRIOR - CARRY ONE PRIOR PAIR INTO THE TABLE. A
036800* DECISION BYTE HR KEYED AS ANYTHING BUT SPACE, 'N' OR 'D' IS
036900* COUNTED AND TREATED AS NOT YET REVIEWED RATHER THAN GUESSED
037000* AT; A BLANK FIRST-SEEN ADOPTS THE RECORD'S RUN DATE. A TABLE
037100* PAST CAPACITY STOPS LOADING WITH A WARNING -- THE EXTRAS ARE
037200* LISTED AS NEW AGAIN TONIGHT.
037300*****************************************************************
037400 1210-LOAD-ONE-PRIOR.
037500     READ DUPCAND-FILE
037600         AT END
037700             MOVE 'Y' TO WS-PRIOR-EOF-SW
037800             GO TO 1210-LOAD-ONE-PRIOR-EXIT
037900     END-READ.
037906     IF WS-DUPCAND-STATUS NOT = '00'
037912         DISPLAY 'DUPCHK - ERROR READING PRIOR DUPCAND, STATUS '
037918                 WS-DUPCAND-STATUS ', ABENDING'
037924         MOVE 'LOAD PRIOR DUPCAND' TO AL-OPERATION
037930         MOVE ZERO                TO AL-SQLCODE
037936         MOVE 'READ FAILED'       TO AL-MESSAGE
037942         MOVE 'S' TO AL-SEVERITY
037948         PERFORM WRITE-AUDIT-LOG
037954             THRU WRITE-AUDIT-LOG-EXIT
037960         MOVE 16  TO RETURN-CODE
037966         MOVE 'Y' TO WS-ABEND-SW
037972         MOVE 'Y' TO WS-PRIOR-EOF-SW
037978         GO TO 1210-LOAD-ONE-PRIOR-EXIT
037984     END-IF.
038000     IF DC-EMPL-ID-1 NOT NUMERIC OR DC-EMPL-ID-2 NOT NUMERIC
038100         GO TO 1210-LOAD-ONE-PRIOR-EXIT
038200     END-IF.
038300     IF WS-PRIOR-COUNT >= WS-PRIOR-CAPACITY
038400         DISPLAY 'DUPCHK - PRIOR CANDIDATE TABLE CAPACITY '
038500                 WS-PRIOR-CAPACITY ' EXCEEDED, REST NOT CARRIED'
038600         MOVE 'LOAD PRIOR CANDIDATES' TO AL-OPERATION
038700         MOVE ZERO                    TO AL-SQLCODE
038800         MOVE 'TABLE CAPACITY'        TO AL-MESSAGE
038900         MOVE 'W' TO AL-SEVERITY
039000         PERFORM WRITE-AUDIT-LOG
039100             THRU WRITE-AUDIT-LOG-EXIT
039200         MOVE 'Y' TO WS-PRIOR-EOF-SW
039300         GO TO 1210-LOAD-ONE-PRIOR-EXIT
039400     END-IF.
039500     ADD 1 TO WS-PRIOR-COUNT.
039600     MOVE DC-EMPL-ID-1 TO WS-TP-EMPL-ID-1 (WS-PRIOR-COUNT).
039700     MOVE DC-EMPL-ID-2 TO WS-TP-EMPL-ID-2 (WS-PRIOR-COUNT).
039800     MOVE DC-SCORE     TO WS-TP-SCORE (WS-PRIOR-COUNT).
039900     MOVE DC-REVIEWER  TO WS-TP-REVIEWER (WS-PRIOR-COUNT).
040000     MOVE DC-NAME-1    TO WS-TP-NAME-1 (WS-PRIOR-COUNT).
040100     MOVE DC-NAME-2    TO WS-TP-NAME-2 (WS-PRIOR-COUNT).
040200     IF DC-DECISION-NONE OR DC-DECISION-DIFFERENT
040300             OR DC-DECISION-DUPLICATE
040400         MOVE DC-DECISION TO WS-TP-DECISION (WS-PRIOR-COUNT)
040500     ELSE
040600         DISPLAY 'DUPCHK - UNRECOGNIZED DECISION ' DC-DECISION
040700                 ' ON ' DC-EMPL-ID-1 '/' DC-EMPL-ID-2
040800                 ', TREATED AS NOT REVIEWED'
040900         ADD 1 TO WS-BAD-DECISION-COUNT
041000         MOVE SPACE TO WS-TP-DECISION (WS-PRIOR-COUNT)
041100     END-IF.
041200     IF DC-FIRST-SEEN = SPACES
041300         MOVE DC-RUN-DATE TO WS-TP-FIRST-SEEN (WS-PRIOR-COUNT)
041400     ELSE
041500         MOVE DC-FIRST-SEEN
041600             TO WS-TP-FIRST-SEEN (WS-PRIOR-COUNT)
041700     END-IF.
041800     MOVE 'N' TO WS-TP-MATCHED-SW (WS-PRIOR-COUNT).
041900 1210-LOAD-ONE-PRIOR-EXIT.
042000     EXIT.
042100 
042200*****************************************************************
042300* 2000-FETCH-DUPEMP-CUR - FETCH ONE ACTIVE OR ON-LEAVE EMP ROW
042400* AND ADD IT TO THE TABLE WITH ITS NORMALIZED NAME KEYS. A TABLE
042500* PAST CAPACITY FAILS THE STEP -- A PARTIAL SCAN WOULD MISS
042600* PAIRS AND DROP HR'S REMEMBERED DECISIONS -- AND LEAVES THE
042700* PRIOR DUPCAND UNTOUCHED.
042800*****************************************************************
042900 2000-FETCH-DUPEMP-CUR.
043000     MOVE 'FETCH DUPEMP-CUR' TO WS-SQL-OPERATION.
043100     EXEC SQL
043200         FETCH DUPEMP-CUR
043300            INTO :WS-FR-EMPL-ID, :WS-FR-EMPL-NAME,
043400                 :WS-FR-EMPL-DEPT, :WS-FR-HIRE-DATE,
043500                 :WS-FR-STATUS, :WS-FR-PAY-GRADE
043600     END-EXEC.
043700 
043800     PERFORM SQL-ERROR-CHECK
043900         THRU SQL-ERROR-CHECK-EXIT.
044000     IF SQLCODE = 100
044100         MOVE 'Y' TO WS-EMP-EOF-SW
044200         GO TO 2000-FETCH-DUPEMP-CUR-EXIT
044300     END-IF.
044400     IF SQLCODE NOT = ZERO
044500         GO TO 2000-FETCH-DUPEMP-CUR-EXIT
044600     END-IF.
044700     IF WS-EMP-COUNT >= WS-EMP-CAPACITY
044800         DISPLAY 'DUPCHK - EMPLOYEE TABLE CAPACITY '
044900                 WS-EMP-CAPACITY ' EXCEEDED, ABENDING'
045000         MOVE 'LOAD EMP TABLE'  TO AL-OPERATION
045100         MOVE ZERO              TO AL-SQLCODE
045200         MOVE 'TABLE CAPACITY'  TO AL-MESSAGE
045300         MOVE 'S' TO AL-SEVERITY
045400         PERFORM WRITE-AUDIT-LOG
045500             THRU WRITE-AUDIT-LOG-EXIT
045600         MOVE 16  TO RETURN-CODE
045700         MOVE 'Y' TO WS-ABEND-SW
045800         GO TO 2000-FETCH-DUPEMP-CUR-EXIT
045900     END-IF.
046000     ADD 1 TO WS-EMP-COUNT.
046100     MOVE WS-FR-EMPL-ID   TO WS-EE-EMPL-ID (WS-EMP-COUNT).
046200     MOVE WS-FR-EMPL-NAME TO WS-EE-NAME (WS-EMP-COUNT).
046300     MOVE WS-FR-EMPL-DEPT TO WS-EE-DEPT (WS-EMP-COUNT).
046400     MOVE WS-FR-HIRE-DATE TO WS-EE-HIRE-DATE (WS-EMP-COUNT).
046500     MOVE WS-FR-PAY-GRADE TO WS-EE-GRADE (WS-EMP-COUNT).
046600     MOVE WS-FR-STATUS    TO WS-EE-STATUS (WS-EMP-COUNT).
046700     MOVE WS-FR-EMPL-NAME TO WS-NM-NAME.
046800     PERFORM 8100-NORMALIZE-NAME
046900         THRU 8100-NORMALIZE-NAME-EXIT.
047000     MOVE WS-NM-KEY1 TO WS-EE-KEY1 (WS-EMP-COUNT).
047100     MOVE WS-NM-KEY2 TO WS-EE-KEY2 (WS-EMP-COUNT).
047200 2000-FETCH-DUPEMP-CUR-EXIT.
047300     EXIT.
047400 
047500*****************************************************************
047600* 2900-CLOSE-DUPEMP-CUR - CLOSE THE EMP CURSOR ONCE THE TABLE IS
047700* LOADED.
047800*****************************************************************
047900 2900-CLOSE-DUPEMP-CUR.
048000     MOVE 'CLOSE DUPEMP-CUR' TO WS-SQL-OPERATION.
048100     EXEC SQL
048200         CLOSE DUPEMP-CUR
048300     END-EXEC.
048400 
048500     PERFORM SQL-ERROR-CHECK
048600         THRU SQL-ERROR-CHECK-EXIT.
048700     MOVE WS-EMP-COUNT TO WS-COMPARED-COUNT.
048800     DISPLAY 'DUPCHK - ' WS-EMP-COUNT
048900             ' ACTIVE AND ON-LEAVE EMPLOYEES LOADED'.
049000 2900-CLOSE-DUPEMP-CUR-EXIT.
049100     EXIT.
049200 
049300*****************************************************************
049400* 3000-SCAN-ONE-EMPLOYEE - SCORE THE EMPLOYEE AT WS-OUTER-SUB
049500* AGAINST EVERY EMPLOYEE AFTER IT IN THE TABLE, SO EACH PAIR IS
049600* SCORED ONCE WITH THE LOWER EMPLOYEE ID FIRST. A NAME WITH NO
049700* LETTERS IN IT HAS NOTHING TO MATCH ON.
049800*****************************************************************
049900 3000-SCAN-ONE-EMPLOYEE.
050000     IF WS-EE-KEY2 (WS-OUTER-SUB) = SPACES
050100         GO TO 3000-SCAN-ONE-EMPLOYEE-EXIT
050200     END-IF.
050300     COMPUTE WS-INNER-START = WS-OUTER-SUB + 1.
050400     PERFORM 3100-SCORE-PAIR
050500         THRU 3100-SCORE-PAIR-EXIT
050600         VARYING WS-INNER-SUB FROM WS-INNER-START BY 1
050700         UNTIL WS-INNER-SUB > WS-EMP-COUNT
050710            OR WS-ABEND-REQUESTED.
050800 3000-SCAN-ONE-EMPLOYEE-EXIT.
050900     EXIT.
051000 
051100*****************************************************************
051200* 3100-SCORE-PAIR - SCORE ONE PAIR. THE NAME KEYS MUST AGREE
051300* (KEY1 FOR AN EXACT MATCH, OTHERWISE KEY2 FOR A SIMILAR ONE);
051400* THE SAME HIRE DATE, DEPARTMENT AND PAY GRADE ADD TO THE SCORE.
051500* A PAIR AT OR ABOVE THE MINIMUM IS A CANDIDATE.
051600*****************************************************************
051700 3100-SCORE-PAIR.
051800     IF WS-EE-KEY2 (WS-INNER-SUB) NOT = WS-EE-KEY2 (WS-OUTER-SUB)
051900         GO TO 3100-SCORE-PAIR-EXIT
052000     END-IF.
052100     IF WS-EE-KEY1 (WS-INNER-SUB) = WS-EE-KEY1 (WS-OUTER-SUB)
052200         MOVE WS-SC-NAME-EXACT   TO WS-PAIR-SCORE
052300         MOVE 'EXACT'            TO WS-PAIR-MATCH
052400     ELSE
052500         MOVE WS-SC-NAME-SIMILAR TO WS-PAIR-SCORE
052600         MOVE 'SIMILAR'          TO WS-PAIR-MATCH
052700     END-IF.
052800     IF WS-EE-HIRE-DATE (WS-INNER-SUB) NOT = SPACES
052900         AND WS-EE-HIRE-DATE (WS-INNER-SUB)
053000           = WS-EE-HIRE-DATE (WS-OUTER-SUB)
053100         ADD WS-SC-HIRE-DATE TO WS-PAIR-SCORE
053200     END-IF.
053300     IF WS-EE-DEPT (WS-INNER-SUB) NOT = SPACES
053400         AND WS-EE-DEPT (WS-INNER-SUB) = WS-EE-DEPT (WS-OUTER-SUB)
053500         ADD WS-SC-DEPT TO WS-PAIR-SCORE
053600     END-IF.
053700     IF WS-EE-GRADE (WS-INNER-SUB) NOT = SPACES
053800         AND WS-EE-GRADE (WS-INNER-SUB)
053900           = WS-EE-GRADE (WS-OUTER-SUB)
054000         ADD WS-SC-GRADE TO WS-PAIR-SCORE
054100     END-IF.
054200     IF WS-PAIR-SCORE < WS-MIN-SCORE
054300         GO TO 3100-SCORE-PAIR-EXIT
054400     END-IF.
054500     PERFORM 3200-FIND-PRIOR-PAIR
054600         THRU 3200-FIND-PRIOR-PAIR-EXIT.
054700     PERFORM 3300-LIST-CANDIDATE
054800         THRU 3300-LIST-CANDIDATE-EXIT.
054900 3100-SCORE-PAIR-EXIT.
055000     EXIT.
055100 
055200*****************************************************************
055300* 3200-FIND-PRIOR-PAIR - LINEAR-SEARCH THE PRIOR TABLE FOR THE
055400* PAIR, LEAVING ITS POSITION IN WS-PRIOR-HIT AND MARKING THE
055500* ENTRY MATCHED.
055600*****************************************************************
055700 3200-FIND-PRIOR-PAIR.
055800     MOVE 'N'  TO WS-PRIOR-FOUND-SW.
055900     MOVE ZERO TO WS-PRIOR-HIT.
056000     PERFORM 3210-MATCH-PRIOR-ENTRY
056100         THRU 3210-MATCH-PRIOR-ENTRY-EXIT
056200         VARYING WS-PRIOR-IDX FROM 1 BY 1
056300         UNTIL WS-PRIOR-IDX > WS-PRIOR-COUNT
056400             OR WS-PRIOR-FOUND.
056500 3200-FIND-PRIOR-PAIR-EXIT.
056600     EXIT.
056700 
056800 3210-MATCH-PRIOR-ENTRY.
056900     IF WS-TP-EMPL-ID-1 (WS-PRIOR-IDX)
057000             = WS-EE-EMPL-ID (WS-OUTER-SUB)
057100         AND WS-TP-EMPL-ID-2 (WS-PRIOR-IDX)
057200             = WS-EE-EMPL-ID (WS-INNER-SUB)
057300         AND NOT WS-TP-MATCHED (WS-PRIOR-IDX)
057400         MOVE 'Y' TO WS-PRIOR-FOUND-SW
057500         MOVE 'Y' TO WS-TP-MATCHED-SW (WS-PRIOR-IDX)
057600         MOVE WS-PRIOR-IDX TO WS-PRIOR-HIT
057700     END-IF.
057800 3210-MATCH-PRIOR-ENTRY-EXIT.
057900     EXIT.
058000 
058100*****************************************************************
058200* 3300-LIST-CANDIDATE - WRITE THE PAIR TO DUPCAND, CARRYING HR'S
058300* DECISION, REVIEWER AND FIRST-SEEN DATE FROM THE PRIOR NIGHT. A
058400* PAIR HR CONFIRMED AS DIFFERENT PEOPLE IS ONLY REMEMBERED AND
058500* COUNTED; ANY OTHER PAIR ALSO PRINTS ITS TWO DETAIL LINES.
058600*****************************************************************
058700 3300-LIST-CANDIDATE.
058800     MOVE SPACES                        TO DUPCAND-RECORD.
058900     MOVE WS-RUN-DATE-ISO               TO DC-RUN-DATE.
059000     MOVE WS-EE-EMPL-ID (WS-OUTER-SUB)  TO DC-EMPL-ID-1.
059100     MOVE WS-EE-EMPL-ID (WS-INNER-SUB)  TO DC-EMPL-ID-2.
059200     MOVE WS-PAIR-SCORE                 TO DC-SCORE.
059300     MOVE WS-EE-NAME (WS-OUTER-SUB)     TO DC-NAME-1.
059400     MOVE WS-EE-NAME (WS-INNER-SUB)     TO DC-NAME-2.
059500     IF WS-PRIOR-FOUND
059600         MOVE WS-TP-DECISION (WS-PRIOR-HIT)   TO DC-DECISION
059700         MOVE WS-TP-REVIEWER (WS-PRIOR-HIT)   TO DC-REVIEWER
059800         MOVE WS-TP-FIRST-SEEN (WS-PRIOR-HIT) TO DC-FIRST-SEEN
059900     ELSE
060000         MOVE SPACE                           TO DC-DECISION
060100         MOVE WS-RUN-DATE-ISO                 TO DC-FIRST-SEEN
060200     END-IF.
060300     WRITE DUPCAND-RECORD.
060310     IF WS-DUPCAND-STATUS NOT = '00'
060320         PERFORM 4900-DUPCAND-WRITE-FAILED
060330             THRU 4900-DUPCAND-WRITE-FAILED-EXIT
060340         GO TO 3300-LIST-CANDIDATE-EXIT
060350     END-IF.
060400     IF DC-DECISION-DIFFERENT
060500         ADD 1 TO WS-DIFFERENT-COUNT
060600         GO TO 3300-LIST-CANDIDATE-EXIT
060700     END-IF.
060800 
060900     ADD 1 TO WS-LISTED-COUNT.
061000     MOVE SPACES TO DUPRPT-RECORD.
061100     WRITE DUPRPT-RECORD.
061200     MOVE SPACES        TO DUPRPT-RECORD.
061300     MOVE WS-PAIR-SCORE TO UD-SCORE.
061400     MOVE WS-PAIR-MATCH TO UD-MATCH.
061500     MOVE DC-FIRST-SEEN TO WS-FD-IN.
061600     PERFORM 8500-FORMAT-DATE
061700         THRU 8500-FORMAT-DATE-EXIT.
061800     MOVE WS-FD-OUT     TO UD-FIRST-SEEN.
061900     EVALUATE TRUE
062000         WHEN NOT WS-PRIOR-FOUND
062100             MOVE 'NEW'                 TO UD-NOTE
062200             ADD 1 TO WS-NEW-COUNT
062300         WHEN DC-DECISION-DUPLICATE
062400             MOVE 'CONFIRMED DUPLICATE' TO UD-NOTE
062500             ADD 1 TO WS-CONFIRMED-DUP-COUNT
062600         WHEN OTHER
062700             MOVE 'AWAITING REVIEW'     TO UD-NOTE
062800     END-EVALUATE.
062900     MOVE WS-OUTER-SUB TO WS-LINE-SUB.
063000     PERFORM 3310-FILL-EMPLOYEE-LINE
063100         THRU 3310-FILL-EMPLOYEE-LINE-EXIT.
063200     WRITE DUPRPT-RECORD.
063300     MOVE SPACES TO DUPRPT-RECORD.
063400     MOVE WS-INNER-SUB TO WS-LINE-SUB.
063500     PERFORM 3310-FILL-EMPLOYEE-LINE
063600         THRU 3310-FILL-EMPLOYEE-LINE-EXIT.
063700     WRITE DUPRPT-RECORD.
063800 3300-LIST-CANDIDATE-EXIT.
063900     EXIT.
064000 
064100*****************************************************************
064200* 3310-FILL-EMPLOYEE-LINE - MOVE THE EMPLOYEE COLUMNS OF THE
064300* TABLE ENTRY AT WS-LINE-SUB TO THE DETAIL LINE.
064400*****************************************************************
064500 3310-FILL-EMPLOYEE-LINE.
064600     MOVE WS-EE-EMPL-ID (WS-LINE-SUB)    TO UD-EMPL-ID.
064700     MOVE WS-EE-NAME (WS-LINE-SUB)       TO UD-NAME.
064800     MOVE WS-EE-DEPT (WS-LINE-SUB)       TO UD-DEPT.
064900     MOVE WS-EE-HIRE-DATE (WS-LINE-SUB)  TO UD-HIRE-DATE.
065000     MOVE WS-EE-GRADE (WS-LINE-SUB)      TO UD-GRADE.
065100     MOVE WS-EE-STATUS (WS-LINE-SUB)     TO UD-STATUS.
065200 3310-FILL-EMPLOYEE-LINE-EXIT.
065300     EXIT.
065400 
065500*****************************************************************
065600* 4000-CARRY-ONE-PRIOR - DEAL WITH A PRIOR PAIR TONIGHT'S SCAN
065700* DID NOT LIST AGAIN. A PAIR HR CONFIRMED AS DIFFERENT PEOPLE IS
065800* CARRIED FORWARD AS IT STANDS WHILE BOTH EMPLOYEES ARE STILL
065900* ACTIVE OR ON LEAVE, SO A NAME CORRECTION THAT DROPS THE SCORE
066000* FOR A WHILE DOES NOT LOSE THE DECISION. ANY OTHER PAIR -- OR
066100* ONE WHOSE EMPLOYEE HAS SINCE BEEN TERMINATED -- IS NO LONGER A
066200* CANDIDATE AND IS COUNTED AS CLEARED.
066300*****************************************************************
066400 4000-CARRY-ONE-PRIOR.
066500     IF WS-TP-MATCHED (WS-PRIOR-IDX)
066600         GO TO 4000-CARRY-ONE-PRIOR-EXIT
066700     END-IF.
066800     MOVE 'N' TO WS-LIVE-SW.
066900     IF WS-TP-DECISION (WS-PRIOR-IDX) = 'N'
067000         PERFORM 4100-CHECK-PAIR-LIVE
067100             THRU 4100-CHECK-PAIR-LIVE-EXIT
067200     END-IF.
067300     IF NOT WS-PAIR-LIVE
067400         ADD 1 TO WS-CLEARED-COUNT
067500         GO TO 4000-CARRY-ONE-PRIOR-EXIT
067600     END-IF.
067700     MOVE SPACES                            TO DUPCAND-RECORD.
067800     MOVE WS-RUN-DATE-ISO                   TO DC-RUN-DATE.
067900     MOVE WS-TP-EMPL-ID-1 (WS-PRIOR-IDX)    TO DC-EMPL-ID-1.
068000     MOVE WS-TP-EMPL-ID-2 (WS-PRIOR-IDX)    TO DC-EMPL-ID-2.
068100     MOVE WS-TP-SCORE (WS-PRIOR-IDX)        TO DC-SCORE.
068200     MOVE WS-TP-DECISION (WS-PRIOR-IDX)     TO DC-DECISION.
068300     MOVE WS-TP-REVIEWER (WS-PRIOR-IDX)     TO DC-REVIEWER.
068400     MOVE WS-TP-FIRST-SEEN (WS-PRIOR-IDX)   TO DC-FIRST-SEEN.
068500     MOVE WS-TP-NAME-1 (WS-PRIOR-IDX)       TO DC-NAME-1.
068600     MOVE WS-TP-NAME-2 (WS-PRIOR-IDX)       TO DC-NAME-2.
068700     WRITE DUPCAND-RECORD.
068710     IF WS-DUPCAND-STATUS NOT = '00'
068720         PERFORM 4900-DUPCAND-WRITE-FAILED
068730             THRU 4900-DUPCAND-WRITE-FAILED-EXIT
068740         GO TO 4000-CARRY-ONE-PRIOR-EXIT
068750     END-IF.
068800     ADD 1 TO WS-DIFFERENT-COUNT.
068900 4000-CARRY-ONE-PRIOR-EXIT.
069000     EXIT.
069100 
069200*****************************************************************
069300* 4100-CHECK-PAIR-LIVE - SET WS-PAIR-LIVE WHEN BOTH EMPLOYEES OF
069400* THE PRIOR PAIR ARE STILL IN TONIGHT'S ACTIVE AND ON-LEAVE
069500* TABLE.
069600*****************************************************************
069700 4100-CHECK-PAIR-LIVE.
069800     IF WS-EMP-COUNT = ZERO
069900         GO TO 4100-CHECK-PAIR-LIVE-EXIT
070000     END-IF.
070100     SEARCH ALL WS-EMP-ENTRY
070200         AT END
070300             GO TO 4100-CHECK-PAIR-LIVE-EXIT
070400         WHEN WS-EE-EMPL-ID (WS-EMP-TAB-IDX)
070500                 = WS-TP-EMPL-ID-1 (WS-PRIOR-IDX)
070600             CONTINUE
070700     END-SEARCH.
070800     SEARCH ALL WS-EMP-ENTRY
070900         AT END
071000             GO TO 4100-CHECK-PAIR-LIVE-EXIT
071100         WHEN WS-EE-EMPL-ID (WS-EMP-TAB-IDX)
071200                 = WS-TP-EMPL-ID-2 (WS-PRIOR-IDX)
071300             MOVE 'Y' TO WS-LIVE-SW
071400     END-SEARCH.
071500 4100-CHECK-PAIR-LIVE-EXIT.
071600     EXIT.
071700 
071704*****************************************************************
071708* 4900-DUPCAND-WRITE-FAILED - A WRITE TO THE NEW DUPCAND FAILED.
071712* THE FILE IS SHORT AND WOULD LOSE HR'S DECISIONS, SO THE RUN
071716* ENDS RC 16.
071720*****************************************************************
071724 4900-DUPCAND-WRITE-FAILED.
071728     DISPLAY 'DUPCHK - ERROR WRITING DUPCAND, STATUS '
071732             WS-DUPCAND-STATUS ', ABENDING'.
071736     MOVE 'WRITE DUPCAND'     TO AL-OPERATION.
071740     MOVE ZERO                TO AL-SQLCODE.
071744     MOVE 'WRITE FAILED'      TO AL-MESSAGE.
071748     MOVE 'S' TO AL-SEVERITY.
071752     PERFORM WRITE-AUDIT-LOG
071756         THRU WRITE-AUDIT-LOG-EXIT.
071760     MOVE 16  TO RETURN-CODE.
071764     MOVE 'Y' TO WS-ABEND-SW.
071768 4900-DUPCAND-WRITE-FAILED-EXIT.
071772     EXIT.
071776 
071800*****************************************************************
071900* 5000-FINALIZE - PRINT THE COUNTS AND LEAVE A WARNING ON THE
072000* AUDIT TRAIL WHEN ANY PAIR IS LISTED SO THE OPERATOR ALERT
072100* COUNTS IT.
072200*****************************************************************
072300 5000-FINALIZE.
072400     IF WS-LISTED-COUNT = ZERO
072500         MOVE SPACES TO DUPRPT-RECORD
072600         WRITE DUPRPT-RECORD
072700         MOVE SPACES TO DUPRPT-RECORD
072800         MOVE 'NO DUPLICATE CANDIDATES TO REVIEW' TO UQ-LABEL
072900         WRITE DUPRPT-RECORD
073000     END-IF.
073100     MOVE SPACES TO DUPRPT-RECORD.
073200     WRITE DUPRPT-RECORD.
073300     MOVE SPACES                   TO DUPRPT-RECORD.
073400     MOVE 'ACTIVE AND ON-LEAVE EMPLOYEES COMPARED'
073500                                   TO UQ-LABEL.
073600     MOVE WS-COMPARED-COUNT        TO UQ-COUNT.
073700     WRITE DUPRPT-RECORD.
073800     MOVE SPACES                   TO DUPRPT-RECORD.
073900     MOVE 'CANDIDATE PAIRS LISTED' TO UQ-LABEL.
074000     MOVE WS-LISTED-COUNT          TO UQ-COUNT.
074100     WRITE DUPRPT-RECORD.
074200     MOVE SPACES                   TO DUPRPT-RECORD.
074300     MOVE '  NEW TONIGHT'          TO UQ-LABEL.
074400     MOVE WS-NEW-COUNT             TO UQ-COUNT.
074500     WRITE DUPRPT-RECORD.
074600     MOVE SPACES                   TO DUPRPT-RECORD.
074700     MOVE '  CONFIRMED DUPLICATES STILL OPEN'
074800                                   TO UQ-LABEL.
074900     MOVE WS-CONFIRMED-DUP-COUNT   TO UQ-COUNT.
075000     WRITE DUPRPT-RECORD.
075100     MOVE SPACES                   TO DUPRPT-RECORD.
075200     MOVE 'PAIRS CONFIRMED DIFFERENT, NOT LISTED'
075300                                   TO UQ-LABEL.
075400     MOVE WS-DIFFERENT-COUNT       TO UQ-COUNT.
075500     WRITE DUPRPT-RECORD.
075600     MOVE SPACES                   TO DUPRPT-RECORD.
075700     MOVE 'PRIOR PAIRS NO LONGER CANDIDATES'
075800                                   TO UQ-LABEL.
075900     MOVE WS-CLEARED-COUNT         TO UQ-COUNT.
076000     WRITE DUPRPT-RECORD.
076100     IF WS-BAD-DECISION-COUNT > ZERO
076200         MOVE SPACES                TO DUPRPT-RECORD
076300         MOVE 'UNRECOGNIZED DECISIONS, TREATED AS OPEN'
076400                                    TO UQ-LABEL
076500         MOVE WS-BAD-DECISION-COUNT TO UQ-COUNT
076600         WRITE DUPRPT-RECORD
076700     END-IF.
076800     DISPLAY 'DUPCHK - ' WS-LISTED-COUNT
076900             ' DUPLICATE CANDIDATE PAIRS LISTED, '
077000             WS-NEW-COUNT ' NEW'.
077100     IF WS-LISTED-COUNT > ZERO
077200         MOVE 'DUPLICATE EMPLOYEE SCAN' TO AL-OPERATION
077300         MOVE ZERO                      TO AL-SQLCODE
077400         MOVE 'DUPLICATE CANDIDATES'    TO AL-MESSAGE
077500         MOVE 'W' TO AL-SEVERITY
077600         PERFORM WRITE-AUDIT-LOG
077700             THRU WRITE-AUDIT-LOG-EXIT
077800     END-IF.
077900 5000-FINALIZE-EXIT.
078000     EXIT.
078100 
078200*****************************************************************
078300* 8100-NORMALIZE-NAME - BUILD THE TWO MATCHING KEYS FOR THE NAME
078400* IN WS-NM-NAME. CASE IS FOLDED TO UPPER; ANYTHING THAT IS NOT A
078500* LETTER (SPACE, COMMA, PERIOD, HYPHEN, APOSTROPHE) ENDS A WORD.
078600* KEY1 IS EVERY LETTER IN ORDER. KEY2 IS THE WORDS OF TWO OR
078700* MORE LETTERS SORTED AND RUN TOGETHER, DROPPING INITIALS AND
078800* WORD ORDER; WITH FEWER THAN TWO SUCH WORDS IT IS KEY1, SO A
078900* SURNAME ALONE NEVER MATCHES EVERY NAME THAT CARRIES IT.
079000*****************************************************************
079100 8100-NORMALIZE-NAME.
079200     INSPECT WS-NM-NAME
079300         CONVERTING 'abcdefghijklmnopqrstuvwxyz'
079400                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
079500     MOVE SPACES TO WS-NM-KEY1.
079600     MOVE SPACES TO WS-NM-KEY2.
079700     MOVE SPACES TO WS-NM-WORD.
079800     MOVE SPACES TO WS-NM-WORD-TABLE.
079900     MOVE ZERO   TO WS-NM-K1-LEN.
080000     MOVE ZERO   TO WS-NM-WORD-LEN.
080100     MOVE ZERO   TO WS-NM-WORD-COUNT.
080200     PERFORM 8110-SCAN-NAME-CHAR
080300         THRU 8110-SCAN-NAME-CHAR-EXIT
080400         VARYING WS-NM-POS FROM 1 BY 1
080500         UNTIL WS-NM-POS > 15.
080600     PERFORM 8120-END-WORD
080700         THRU 8120-END-WORD-EXIT.
080800     IF WS-NM-WORD-COUNT < 2
080900         MOVE WS-NM-KEY1 TO WS-NM-KEY2
081000         GO TO 8100-NORMALIZE-NAME-EXIT
081100     END-IF.
081200     PERFORM 8130-SORT-PASS
081300         THRU 8130-SORT-PASS-EXIT
081400         VARYING WS-NM-PASS FROM 1 BY 1
081500         UNTIL WS-NM-PASS >= WS-NM-WORD-COUNT.
081600     MOVE 1 TO WS-NM-PTR.
081700     PERFORM 8150-APPEND-WORD
081800         THRU 8150-APPEND-WORD-EXIT
081900         VARYING WS-NM-SUB FROM 1 BY 1
082000         UNTIL WS-NM-SUB > WS-NM-WORD-COUNT.
082100 8100-NORMALIZE-NAME-EXIT.
082200     EXIT.
082300 
082400 8110-SCAN-NAME-CHAR.
082500     MOVE WS-NM-NAME (WS-NM-POS:1) TO WS-NM-CHAR.
082600     IF NOT WS-NM-LETTER
082700         PERFORM 8120-END-WORD
082800             THRU 8120-END-WORD-EXIT
082900         GO TO 8110-SCAN-NAME-CHAR-EXIT
083000     END-IF.
083100     ADD 1 TO WS-NM-K1-LEN.
083200     MOVE WS-NM-CHAR TO WS-NM-KEY1 (WS-NM-K1-LEN:1).
083300     ADD 1 TO WS-NM-WORD-LEN.
083400     MOVE WS-NM-CHAR TO WS-NM-WORD (WS-NM-WORD-LEN:1).
083500 8110-SCAN-NAME-CHAR-EXIT.
083600     EXIT.
083700 
083800 8120-END-WORD.
083900     IF WS-NM-WORD-LEN > 1
084000         AND WS-NM-WORD-COUNT < WS-NM-WORD-CAPACITY
084100         ADD 1 TO WS-NM-WORD-COUNT
084200         MOVE WS-NM-WORD TO WS-NM-WORD-ENTRY (WS-NM-WORD-COUNT)
084300     END-IF.
084400     MOVE SPACES TO WS-NM-WORD.
084500     MOVE ZERO   TO WS-NM-WORD-LEN.
084600 8120-END-WORD-EXIT.
084700     EXIT.
084800 
084900 8130-SORT-PASS.
085000     PERFORM 8140-ORDER-ADJACENT
085100         THRU 8140-ORDER-ADJACENT-EXIT
085200         VARYING WS-NM-SUB FROM 1 BY 1
085300         UNTIL WS-NM-SUB >= WS-NM-WORD-COUNT.
085400 8130-SORT-PASS-EXIT.
085500     EXIT.
085600 
085700 8140-ORDER-ADJACENT.
085800     COMPUTE WS-NM-NEXT = WS-NM-SUB + 1.
085900     IF WS-NM-WORD-ENTRY (WS-NM-SUB)
086000             > WS-NM-WORD-ENTRY (WS-NM-NEXT)
086100         MOVE WS-NM-WORD-ENTRY (WS-NM-SUB)  TO WS-NM-HOLD
086200         MOVE WS-NM-WORD-ENTRY (WS-NM-NEXT)
086300             TO WS-NM-WORD-ENTRY (WS-NM-SUB)
086400         MOVE WS-NM-HOLD TO WS-NM-WORD-ENTRY (WS-NM-NEXT)
086500     END-IF.
086600 8140-ORDER-ADJACENT-EXIT.
086700     EXIT.
086800 
086900 8150-APPEND-WORD.
087000     STRING WS-NM-WORD-ENTRY (WS-NM-SUB) DELIMITED BY SPACE
087100         INTO WS-NM-KEY2
087200         WITH POINTER WS-NM-PTR.
087300 8150-APPEND-WORD-EXIT.
087400     EXIT.
087500 
087600*****************************************************************
087700* 8500-FORMAT-DATE - TURN THE YYYYMMDD DATE IN WS-FD-IN INTO
087800* MM/DD/YYYY IN WS-FD-OUT.
087900*****************************************************************
088000 8500-FORMAT-DATE.
088100     MOVE WS-FD-IN-MM   TO WS-FD-OUT-MM.
088200     MOVE WS-FD-IN-DD   TO WS-FD-OUT-DD.
088300     MOVE WS-FD-IN-YYYY TO WS-FD-OUT-YYYY.
088400 8500-FORMAT-DATE-EXIT.
088500     EXIT.
088600 
088700*****************************************************************
088800* SQL-ERROR-CHECK - SHARED SQLCODE EVALUATION, COPIED FROM
088900* SQLERR.CPY. SEE THE COPYBOOK FOR DETAILS.
089000*****************************************************************
089100     COPY SQLERR.
089200 
089300*****************************************************************
089400* WRITE-AUDIT-LOG - SHARED AUDIT LOG WRITE, COPIED FROM
089500* AUDLOG.CPY. SEE THE COPYBOOK FOR DETAILS.
089600*****************************************************************
089700     COPY AUDLOG.
