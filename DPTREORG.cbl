000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DPTREORG.
000300 AUTHOR.        D BUDZOWSKI.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* MODIFICATION HISTORY
000900* DATE       INIT DESCRIPTION
001000* ---------- ---- ------------------------------------------
001100* 2026-10-15 DB   INITIAL VERSION - DEPARTMENT REORGANIZATION.
001200*                 REPLACES THE HUNDREDS OF EMPTRAN 'C' CARDS A
001300*                 MERGE, SPLIT OR RECODE USED TO TAKE. DRIVEN BY
001400*                 THE REORGMAP MAPPING CARDS (RORGMAP.CPY): AN
001500*                 'H' HEADER WITH THE EFFECTIVE DATE, A 'D' CARD
001600*                 PER OLD DEPARTMENT CODE NAMING ITS NEW CODE,
001700*                 AND AN 'E' CARD PER EMPLOYEE OF A SPLIT WHO
001800*                 GOES SOMEWHERE OTHER THAN THE 'D' CARD SAYS.
001900*                 PARM MODE 'S' (THE DEFAULT) SIMULATES: IT
002000*                 CHECKS THE CARDS AGAINST DEPTREF AND EMP AND
002100*                 PRINTS THE RORGRPT SIGN-OFF REPORT -- EVERY
002200*                 CARD WITH THE EMPLOYEES IT MOVES, THEN THE
002300*                 BEFORE AND AFTER HEADCOUNT BY DEPARTMENT AND
002400*                 STATUS -- AND CHANGES NOTHING. MODE 'A'
002500*                 APPLIES, ONCE THE EFFECTIVE DATE HAS COME AND
002600*                 ONLY WHEN EVERY CARD IS CLEAN, UNDER THE
002700*                 AUTHFILE OPERATOR AUTHORIZATION: EVERY
002800*                 AFFECTED EMP ROW MOVES IN ONE UNIT OF WORK
002900*                 (ROLLED BACK UNLESS THE RETIRED CODES END UP
003000*                 EMPTY), EACH MOVE LEAVES A 'C' RECORD ON
003100*                 EMPHIST, AND NEW COPIES OF DEPTREF (OLD CODES
003200*                 RETIRED, NEW CODES ADDED), HDCTHIST AND
003300*                 PRFHIST (EACH OLD CODE'S HISTORY RESTATED
003400*                 UNDER ITS NEW CODE, MERGED DEPARTMENTS
003500*                 SUMMED) GO TO DEPTNEW, HDCTNEW AND PRFHNEW FOR
003600*                 THE JOB TO COPY BACK, SO DEPTTRND AND DEPTPROF
003700*                 COMPARE LIKE WITH LIKE ACROSS THE CHANGE.
003710* 2026-10-15 DB   EVERY WRITE TO DEPTNEW, HDCTNEW AND PRFHNEW IS
003720*                 CHECKED; A FAILED ONE ENDS THE RUN RC 16 SO
003730*                 THE JOB NEVER COPIES A SHORT FILE BACK.
003800*****************************************************************
003900 
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT REORGMAP-FILE ASSIGN TO REORGMAP
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-MAP-STATUS.
004600     SELECT DEPTREF-FILE ASSIGN TO DEPTREF
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-DEPTREF-STATUS.
004900     SELECT DEPTNEW-FILE ASSIGN TO DEPTNEW
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-DEPTNEW-STATUS.
005200     SELECT HDCTHIST-FILE ASSIGN TO HDCTHIST
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-HDCT-STATUS.
005500     SELECT HDCTNEW-FILE ASSIGN TO HDCTNEW
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-HDCTNEW-STATUS.
005800     SELECT PRFHIST-FILE ASSIGN TO PRFHIST
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-PRFH-STATUS.
006100     SELECT PRFHNEW-FILE ASSIGN TO PRFHNEW
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-PRFHNEW-STATUS.
006400     SELECT EMPHIST-FILE ASSIGN TO EMPHIST
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS WS-HIST-STATUS.
006700     SELECT RORGRPT-FILE ASSIGN TO RORGRPT
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
007800 FD  REORGMAP-FILE
007900     RECORDING MODE IS F
008000     RECORD CONTAINS 80 CHARACTERS
008100     LABEL RECORDS ARE STANDARD.
008200     COPY RORGMAP.
008300 
008400 FD  DEPTREF-FILE
008500     RECORDING MODE IS F
008600     RECORD CONTAINS 80 CHARACTERS
008700     LABEL RECORDS ARE STANDARD.
008800     COPY DEPTREF.
008900 
009000 FD  DEPTNEW-FILE
009100     RECORDING MODE IS F
009200     RECORD CONTAINS 80 CHARACTERS
009300     LABEL RECORDS ARE STANDARD.
009400     COPY DEPTREF REPLACING DEPTREF-RECORD BY DEPTNEW-RECORD
009500                            DP-DEPT         BY DN-DEPT
009600                            DP-DEPT-NAME    BY DN-DEPT-NAME
009700                            DP-DIVISION     BY DN-DIVISION
009800                            DP-DIV-NAME     BY DN-DIV-NAME.
009900 
010000 FD  HDCTHIST-FILE
010100     RECORDING MODE IS F
010200     RECORD CONTAINS 80 CHARACTERS
010300     LABEL RECORDS ARE STANDARD.
010400     COPY HDCREC.
010500 
010600 FD  HDCTNEW-FILE
010700     RECORDING MODE IS F
010800     RECORD CONTAINS 80 CHARACTERS
010900     LABEL RECORDS ARE STANDARD.
011000     COPY HDCREC REPLACING HDCTHIST-RECORD BY HDCTNEW-RECORD
011100                           HC-RUN-DATE     BY HN-RUN-DATE
011200                           HC-RUN-DATE-R   BY HN-RUN-DATE-R
011300                           HC-RUN-YYYYMM   BY HN-RUN-YYYYMM
011400                           HC-RUN-DD       BY HN-RUN-DD
011500                           HC-DEPT         BY HN-DEPT
011600                           HC-ACTIVE-COUNT BY HN-ACTIVE-COUNT
011700                           HC-TERM-COUNT   BY HN-TERM-COUNT
011800                           HC-LEAVE-COUNT  BY HN-LEAVE-COUNT
011900                           HC-OTHER-COUNT  BY HN-OTHER-COUNT
012000                           HC-TOTAL-COUNT  BY HN-TOTAL-COUNT.
012100 
012200 FD  PRFHIST-FILE
012300     RECORDING MODE IS F
012400     RECORD CONTAINS 80 CHARACTERS
012500     LABEL RECORDS ARE STANDARD.
012600     COPY PRFHREC.
012700 
012800 FD  PRFHNEW-FILE
012900     RECORDING MODE IS F
013000     RECORD CONTAINS 80 CHARACTERS
013100     LABEL RECORDS ARE STANDARD.
013200     COPY PRFHREC REPLACING PRFHIST-RECORD  BY PRFHNEW-RECORD
013300                            PH-REPORT-MONTH BY PN-REPORT-MONTH
013400                            PH-DEPT         BY PN-DEPT
013500                            PH-ORDER-AMOUNT BY PN-ORDER-AMOUNT
013600                            PH-LABOR-COST   BY PN-LABOR-COST
013700                            PH-HEADCOUNT    BY PN-HEADCOUNT
013800                            PH-RUN-DATE     BY PN-RUN-DATE.
013900 
014000 FD  EMPHIST-FILE
014100     RECORDING MODE IS F
014200     RECORD CONTAINS 150 CHARACTERS
014300     LABEL RECORDS ARE STANDARD.
014400     COPY HISTREC.
014500 
014600 FD  RORGRPT-FILE
014700     RECORDING MODE IS F
014800     RECORD CONTAINS 132 CHARACTERS
014900     LABEL RECORDS ARE STANDARD.
015000     COPY RORGRPT.
015100 
015200 FD  AUDIT-LOG-FILE
015300     RECORDING MODE IS F
015400     RECORD CONTAINS 80 CHARACTERS
015500     LABEL RECORDS ARE STANDARD.
015600     COPY AUDREC.
015700 
015800 FD  AUTH-FILE
015900     RECORDING MODE IS F
016000     RECORD CONTAINS 80 CHARACTERS
016100     LABEL RECORDS ARE STANDARD.
016200     COPY AUTHREC.
016300 
016400 WORKING-STORAGE SECTION.
016500 01  WS-MAP-STATUS                PIC X(02).
016600 01  WS-DEPTNEW-STATUS            PIC X(02).
016700 01  WS-HDCT-STATUS               PIC X(02).
016800 01  WS-HDCTNEW-STATUS            PIC X(02).
016900 01  WS-PRFH-STATUS               PIC X(02).
017000 01  WS-PRFHNEW-STATUS            PIC X(02).
017100 01  WS-HIST-STATUS               PIC X(02).
017200 01  WS-AUDIT-STATUS              PIC X(02).
017300 01  WS-OPEN-STATUS               PIC X(02).
017310 01  WS-WRITE-STATUS              PIC X(02).
017320 01  WS-WRITE-FILE                PIC X(07).
017400 
017500 01  WS-MAP-EOF-SW                PIC X(01)  VALUE 'N'.
017600     88  WS-MAP-EOF                          VALUE 'Y'.
017700 01  WS-EMP-EOF-SW                PIC X(01)  VALUE 'N'.
017800     88  WS-EMP-EOF                          VALUE 'Y'.
017900 01  WS-HDCT-EOF-SW               PIC X(01)  VALUE 'N'.
018000     88  WS-HDCT-EOF                         VALUE 'Y'.
018100 01  WS-PRFH-EOF-SW               PIC X(01)  VALUE 'N'.
018200     88  WS-PRFH-EOF                         VALUE 'Y'.
018300 01  WS-MATCH-FOUND-SW            PIC X(01)  VALUE 'N'.
018400     88  WS-MATCH-FOUND                      VALUE 'Y'.
018500 01  WS-INSERT-DONE-SW            PIC X(01)  VALUE 'N'.
018600     88  WS-INSERT-DONE                      VALUE 'Y'.
018700 01  WS-OUTPUTS-OPEN-SW           PIC X(01)  VALUE 'N'.
018800     88  WS-OUTPUTS-OPEN                     VALUE 'Y'.
018900 01  WS-APPLY-STARTED-SW          PIC X(01)  VALUE 'N'.
019000     88  WS-APPLY-STARTED                    VALUE 'Y'.
019100 01  WS-EMP-COMMITTED-SW          PIC X(01)  VALUE 'N'.
019200     88  WS-EMP-COMMITTED                    VALUE 'Y'.
019300 01  WS-NOT-EFFECTIVE-SW          PIC X(01)  VALUE 'N'.
019400     88  WS-NOT-EFFECTIVE                    VALUE 'Y'.
019500 
019600 01  WS-RUN-MODE                  PIC X(01)  VALUE 'S'.
019700     88  WS-MODE-SIMULATE                    VALUE 'S'.
019800     88  WS-MODE-APPLY                       VALUE 'A'.
019900 
020000*    THE HEADER CARD.
020100 01  WS-HEADER-COUNT              PIC 9(03)  VALUE ZERO.
020200 01  WS-EFF-DATE                  PIC X(10)  VALUE SPACES.
020300 01  WS-REFERENCE                 PIC X(30)  VALUE SPACES.
020400 01  WS-TODAY-ISO.
020500     05  WS-TI-YYYY               PIC 9(04).
020600     05  FILLER                   PIC X(01)  VALUE '-'.
020700     05  WS-TI-MM                 PIC 9(02).
020800     05  FILLER                   PIC X(01)  VALUE '-'.
020900     05  WS-TI-DD                 PIC 9(02).
021000 
021100*    EVERY MAPPING CARD, IN CARD ORDER, WITH THE EMPLOYEES IT
021200*    MOVES AND THE FIRST ERROR FOUND AGAINST IT, FOR THE
021300*    MAPPING SECTION OF THE REPORT.
021400 01  WS-CARD-COUNT                PIC 9(05)  VALUE ZERO.
021500 01  WS-CARD-CAPACITY             PIC 9(05)  VALUE 2000.
021600 01  WS-CARD-IDX                  PIC 9(05)  VALUE ZERO.
021700 01  WS-CARD-IDX2                 PIC 9(05)  VALUE ZERO.
021800 01  WS-CARD-TABLE.
021900     05  WS-CARD-ENTRY OCCURS 2000 TIMES.
022000         10  WS-CD-TYPE           PIC X(01).
022100         10  WS-CD-EMPL-ID        PIC X(05).
022200         10  WS-CD-OLD-DEPT       PIC X(04).
022300         10  WS-CD-NEW-DEPT       PIC X(04).
022400         10  WS-CD-NEW-NAME       PIC X(20).
022500         10  WS-CD-NEW-DIVISION   PIC X(04).
022600         10  WS-CD-NEW-DIV-NAME   PIC X(20).
022700         10  WS-CD-MOVING         PIC 9(05).
022800         10  WS-CD-ERROR-SW       PIC X(01).
022900         10  WS-CD-NOTE           PIC X(30).
023000 
023100*    ONE ENTRY PER 'D' CARD, POINTING BACK AT ITS CARD.
023200*    WS-DM-VALID-SW GOES TO 'N' WHEN THE CARD IS IN ERROR SO A
023300*    SIMULATION STILL SHOWS WHAT THE CLEAN CARDS WOULD DO.
023400 01  WS-DM-COUNT                  PIC 9(03)  VALUE ZERO.
023500 01  WS-DM-CAPACITY               PIC 9(03)  VALUE 50.
023600 01  WS-DM-IDX                    PIC 9(03)  VALUE ZERO.
023700 01  WS-DM-IDX2                   PIC 9(03)  VALUE ZERO.
023800 01  WS-DMAP-TABLE.
023900     05  WS-DMAP-ENTRY OCCURS 50 TIMES.
024000         10  WS-DM-OLD            PIC X(04).
024100         10  WS-DM-NEW            PIC X(04).
024200         10  WS-DM-CARD-IDX       PIC 9(05).
024300         10  WS-DM-IDENTITY-SW    PIC X(01).
024400         10  WS-DM-VALID-SW       PIC X(01).
024500 
024600 01  WS-MAP-ERROR-COUNT           PIC 9(05)  VALUE ZERO.
024700 01  WS-ERR-TEXT                  PIC X(30)  VALUE SPACES.
024800 01  WS-NEW-CODE-COUNT            PIC 9(03)  VALUE ZERO.
024900 01  WS-RETIRED-CODE-COUNT        PIC 9(03)  VALUE ZERO.
025000 01  WS-RESULT-DEPT-COUNT         PIC 9(03)  VALUE ZERO.
025100 
025200*    2950-CLASSIFY-DEPT AND 2970-FIND-DEPT-DEFINITION WORK ON
025300*    WS-LOOK-DEPT.
025400 01  WS-LOOK-DEPT                 PIC X(04).
025500 01  WS-LOOK-TARGET               PIC X(04).
025600 01  WS-LOOK-DM-IDX               PIC 9(03)  VALUE ZERO.
025700 01  WS-LOOK-RETIRED-SW           PIC X(01)  VALUE 'N'.
025800     88  WS-LOOK-RETIRED                     VALUE 'Y'.
025900 01  WS-LOOK-AFFECTED-SW          PIC X(01)  VALUE 'N'.
026000     88  WS-LOOK-AFFECTED                    VALUE 'Y'.
026100 01  WS-DEF-FOUND-SW              PIC X(01)  VALUE 'N'.
026200     88  WS-DEF-FOUND                        VALUE 'Y'.
026300 01  WS-DEF-NAME                  PIC X(20).
026400 01  WS-DEF-DIVISION              PIC X(04).
026500 01  WS-DEF-DIV-NAME              PIC X(20).
026600 
026700*    EVERY EMP ROW, IN EMP_ID ORDER FOR THE SEARCH ALL OF AN
026800*    'E' CARD'S EMPLOYEE, WITH THE DEPARTMENT IT WILL END UP IN.
026900 01  WS-EMP-COUNT                 PIC 9(05)  VALUE ZERO.
027000 01  WS-EMP-CAPACITY              PIC 9(05)  VALUE 30000.
027100 01  WS-SCAN-IDX                  PIC 9(05)  VALUE ZERO.
027200 01  WS-EMP-TABLE.
027300     05  WS-EMP-ENTRY OCCURS 1 TO 30000 TIMES
027400                      DEPENDING ON WS-EMP-COUNT
027500                      ASCENDING KEY IS WS-ET-EMPL-ID
027600                      INDEXED BY WS-EMP-IDX.
027700         10  WS-ET-EMPL-ID        PIC 9(05).
027800         10  WS-ET-NAME           PIC X(15).
027900         10  WS-ET-DEPT           PIC X(04).
028000         10  WS-ET-HIRE-DATE      PIC X(10).
028100         10  WS-ET-STATUS         PIC X(01).
028200         10  WS-ET-PAY-GRADE      PIC X(02).
028300         10  WS-ET-NEW-DEPT       PIC X(04).
028400         10  WS-ET-SPLIT-SW       PIC X(01).
028500 01  WS-SEARCH-EMPL-ID            PIC 9(05)  VALUE ZERO.
028600 
028700*    BEFORE AND AFTER HEADCOUNT PER DEPARTMENT, KEPT IN CODE
028800*    ORDER. BUCKETS 1-4 ARE ACTIVE, ON LEAVE, TERMINATED AND
028900*    ANY OTHER STATUS; BUCKET 5 IS THE TOTAL.
029000 01  WS-DT-COUNT                  PIC 9(03)  VALUE ZERO.
029100 01  WS-DT-CAPACITY               PIC 9(03)  VALUE 100.
029200 01  WS-DT-IDX                    PIC 9(03)  VALUE ZERO.
029300 01  WS-DT-INSERT-POS             PIC 9(03)  VALUE ZERO.
029400 01  WS-DT-PRIOR-POS              PIC 9(03)  VALUE ZERO.
029500 01  WS-DT-FIND-DEPT              PIC X(04).
029600 01  WS-BUCKET                    PIC 9(01)  VALUE ZERO.
029700 01  WS-HDC-TABLE.
029800     05  WS-HDC-ENTRY OCCURS 100 TIMES.
029900         10  WS-DT-DEPT           PIC X(04).
030000         10  WS-DT-B-COUNT        PIC 9(05) OCCURS 5 TIMES.
030100         10  WS-DT-A-COUNT        PIC 9(05) OCCURS 5 TIMES.
030200 01  WS-GRAND-TOTALS.
030300     05  WS-GRAND-B-COUNT         PIC 9(07) OCCURS 5 TIMES.
030400     05  WS-GRAND-A-COUNT         PIC 9(07) OCCURS 5 TIMES.
030500 01  WS-CHANGE-COUNT              PIC S9(07) VALUE ZERO.
030600 
030700*    ONE RUN DATE'S (HDCTHIST) OR ONE MONTH'S (PRFHIST)
030800*    RECORDS FOR THE AFFECTED DEPARTMENTS, HELD UNTIL THE DATE
030900*    OR MONTH CHANGES: THE LAST RECORD PER DEPARTMENT WINS, AS
031000*    IT DOES FOR DEPTTRND AND DEPTPROF, AND EACH NEW CODE IS
031100*    THEN WRITTEN ONCE WITH ITS OLD CODES SUMMED INTO IT.
031200 01  WS-GRP-KEY                   PIC X(08)  VALUE SPACES.
031300 01  WS-GRP-COUNT                 PIC 9(03)  VALUE ZERO.
031400 01  WS-GRP-CAPACITY              PIC 9(03)  VALUE 100.
031500 01  WS-GRP-IDX                   PIC 9(03)  VALUE ZERO.
031600 01  WS-GRP-TABLE.
031700     05  WS-GRP-ENTRY OCCURS 100 TIMES.
031800         10  WS-GE-DEPT           PIC X(04).
031900         10  WS-GE-COUNT          PIC 9(05) OCCURS 5 TIMES.
032000         10  WS-GE-ORDER-AMOUNT   PIC S9(09)V99.
032100         10  WS-GE-LABOR-COST     PIC S9(09)V99.
032200         10  WS-GE-HEADCOUNT      PIC 9(05).
032300         10  WS-GE-RUN-DATE       PIC X(08).
032400 01  WS-SUM-COUNT                 PIC 9(03)  VALUE ZERO.
032500 01  WS-SUM-IDX                   PIC 9(03)  VALUE ZERO.
032600 01  WS-SUM-TABLE.
032700     05  WS-SUM-ENTRY OCCURS 100 TIMES.
032800         10  WS-SE-DEPT           PIC X(04).
032900         10  WS-SE-COUNT          PIC 9(05) OCCURS 5 TIMES.
033000         10  WS-SE-ORDER-AMOUNT   PIC S9(09)V99.
033100         10  WS-SE-LABOR-COST     PIC S9(09)V99.
033200         10  WS-SE-HEADCOUNT      PIC 9(05).
033300         10  WS-SE-RUN-DATE       PIC X(08).
033400 01  WS-HIST-KIND                 PIC X(01)  VALUE SPACE.
033500     88  WS-KIND-HDCT                        VALUE 'H'.
033600     88  WS-KIND-PRFH                        VALUE 'P'.
033700 
033800 01  WS-CARDS-READ-COUNT          PIC 9(07)  VALUE ZERO.
033900 01  WS-DEPT-CARD-COUNT           PIC 9(07)  VALUE ZERO.
034000 01  WS-EMPL-CARD-COUNT           PIC 9(07)  VALUE ZERO.
034100 01  WS-MOVE-COUNT                PIC 9(07)  VALUE ZERO.
034200 01  WS-MOVED-COUNT               PIC 9(07)  VALUE ZERO.
034300 01  WS-HISTORY-COUNT             PIC 9(07)  VALUE ZERO.
034400 01  WS-DREF-WRITTEN-COUNT        PIC 9(07)  VALUE ZERO.
034500 01  WS-DREF-RETIRED-COUNT        PIC 9(07)  VALUE ZERO.
034600 01  WS-DREF-UPDATED-COUNT        PIC 9(07)  VALUE ZERO.
034700 01  WS-DREF-ADDED-COUNT          PIC 9(07)  VALUE ZERO.
034800 01  WS-HDCT-READ-COUNT           PIC 9(07)  VALUE ZERO.
034900 01  WS-HDCT-KEPT-COUNT           PIC 9(07)  VALUE ZERO.
035000 01  WS-HDCT-RESTATED-COUNT       PIC 9(07)  VALUE ZERO.
035100 01  WS-HDCT-SUMMED-COUNT         PIC 9(07)  VALUE ZERO.
035200 01  WS-PRFH-READ-COUNT           PIC 9(07)  VALUE ZERO.
035300 01  WS-PRFH-KEPT-COUNT           PIC 9(07)  VALUE ZERO.
035400 01  WS-PRFH-RESTATED-COUNT       PIC 9(07)  VALUE ZERO.
035500 01  WS-PRFH-SUMMED-COUNT         PIC 9(07)  VALUE ZERO.
035600 
035700 01  WS-HV-OLD-DEPT               PIC X(04).
035800 01  WS-HV-LEFT-COUNT             PIC S9(09) COMP VALUE ZERO.
035900 
036000 01  WS-COUNT-MSG.
036100     05  WS-CMSG-VERB             PIC X(08).
036200     05  WS-CMSG-COUNT            PIC 9(07).
036300     05  FILLER                   PIC X(05)  VALUE ' ROWS'.
036400 
036500 01  WS-SYS-DATE.
036600     05  WS-SYS-YYYY              PIC 9(04).
036700     05  WS-SYS-MM                PIC 9(02).
036800     05  WS-SYS-DD                PIC 9(02).
036900 
037000 01  WS-RUN-DATE-EDIT.
037100     05  WS-RD-MM                 PIC 9(02).
037200     05  FILLER                   PIC X(01)  VALUE '/'.
037300     05  WS-RD-DD                 PIC 9(02).
037400     05  FILLER                   PIC X(01)  VALUE '/'.
037500     05  WS-RD-YYYY               PIC 9(04).
037600 
037700     COPY DEPTTBL.
037800     COPY SQLSW.
037900     COPY AUTHSW.
038000     EXEC SQL
038100         INCLUDE SQLCA
038200     END-EXEC.
038300 
038400     EXEC SQL
038500         INCLUDE DCLEMP
038600     END-EXEC.
038700 
038800     EXEC SQL
038900         DECLARE REORG-CUR CURSOR FOR
039000            SELECT EMP_ID, EMP_NAME, EMP_DEPT, EMP_HIRE_DATE,
039100                   EMP_STATUS, EMP_PAY_GRADE
039200              FROM EMP
039300             ORDER BY EMP_ID
039400     END-EXEC.
039500 
039600 LINKAGE SECTION.
039700 01  LS-PARM.
039800     05  LS-PARM-LEN         PIC S9(04) COMP.
039900     05  LS-PARM-DATA.
040000         10  LS-PARM-MODE        PIC X(01).
040100 
040200 PROCEDURE DIVISION USING LS-PARM.
040300 
040400 0000-MAINLINE.
040500     OPEN EXTEND AUDIT-LOG-FILE.
040600     MOVE 'DPTREORG' TO AL-PROGRAM.
040700     MOVE 'DPTREORG' TO EH-PROGRAM.
040800     IF LS-PARM-LEN > ZERO AND LS-PARM-MODE NOT = SPACE
040900         IF LS-PARM-MODE = 'S' OR LS-PARM-MODE = 'A'
041000             MOVE LS-PARM-MODE TO WS-RUN-MODE
041100         ELSE
041200             DISPLAY 'DPTREORG - PARM MODE MUST BE S OR A, '
041300                     'RUN REFUSED'
041400             MOVE 'APPLY RUN PARMS'   TO AL-OPERATION
041500             MOVE ZERO                TO AL-SQLCODE
041600             MOVE 'INVALID PARM'      TO AL-MESSAGE
041700             MOVE 'S' TO AL-SEVERITY
041800             PERFORM WRITE-AUDIT-LOG
041900                 THRU WRITE-AUDIT-LOG-EXIT
042000             MOVE 16 TO RETURN-CODE
042100             GO TO 9990-REFUSE-RUN
042200         END-IF
042300     END-IF.
042400     IF WS-MODE-APPLY
042500         MOVE 'DPTREORG' TO WS-AUTH-FUNCTION
042600         PERFORM CHECK-OPERATOR-AUTH
042700             THRU CHECK-OPERATOR-AUTH-EXIT
042800         IF NOT WS-AUTH-OK
042900             GO TO 9990-REFUSE-RUN
043000         END-IF
043100     END-IF.
043200     PERFORM 1000-INITIALIZE
043300         THRU 1000-INITIALIZE-EXIT.
043400     IF WS-ABEND-REQUESTED
043500         GO TO 9999-END-OF-JOB
043600     END-IF.
043700     PERFORM 2000-LOAD-EMP
043800         THRU 2000-LOAD-EMP-EXIT.
043900     IF WS-ABEND-REQUESTED
044000         GO TO 9999-END-OF-JOB
044100     END-IF.
044200     PERFORM 2500-PLAN-MOVES
044300         THRU 2500-PLAN-MOVES-EXIT.
044400     IF WS-ABEND-REQUESTED
044500         GO TO 9999-END-OF-JOB
044600     END-IF.
044700     PERFORM 3000-PRINT-MAPPING
044800         THRU 3000-PRINT-MAPPING-EXIT.
044900     PERFORM 3500-PRINT-HEADCOUNT
045000         THRU 3500-PRINT-HEADCOUNT-EXIT.
045100     IF WS-MODE-APPLY AND WS-MAP-ERROR-COUNT = ZERO
045200         IF WS-TODAY-ISO < WS-EFF-DATE
045300             MOVE 'Y' TO WS-NOT-EFFECTIVE-SW
045400         ELSE
045500             PERFORM 5000-APPLY-EMP
045600                 THRU 5000-APPLY-EMP-EXIT
045700             IF WS-EMP-COMMITTED
045800                 PERFORM 6000-WRITE-DEPTNEW
045900                     THRU 6000-WRITE-DEPTNEW-EXIT
046000             END-IF
046100         END-IF
046200     END-IF.
046300     IF NOT WS-ABEND-REQUESTED
046400         MOVE 'H' TO WS-HIST-KIND
046500         PERFORM 7000-RESTATE-HISTORY
046600             THRU 7000-RESTATE-HISTORY-EXIT
046700     END-IF.
046800     IF NOT WS-ABEND-REQUESTED
046900         MOVE 'P' TO WS-HIST-KIND
047000         PERFORM 7000-RESTATE-HISTORY
047100             THRU 7000-RESTATE-HISTORY-EXIT
047200     END-IF.
047300     PERFORM 8000-FINALIZE
047400         THRU 8000-FINALIZE-EXIT.
047500 9999-END-OF-JOB.
047600     IF WS-OUTPUTS-OPEN
047700         CLOSE EMPHIST-FILE
047800         CLOSE DEPTNEW-FILE
047900         CLOSE HDCTNEW-FILE
048000         CLOSE PRFHNEW-FILE
048100     END-IF.
048200     CLOSE RORGRPT-FILE.
048300     CLOSE AUDIT-LOG-FILE.
048400     STOP RUN.
048500 
048600*****************************************************************
048700* 9990-REFUSE-RUN - A BAD PARM OR THE AUTHORIZATION CHECK
048800* REFUSED THE RUN BEFORE 1000-INITIALIZE OPENED ANYTHING ELSE,
048900* SO ONLY THE AUDIT LOG IS OPEN TO CLOSE -- THE RORGRPT SELECT
049000* CARRIES NO FILE STATUS AND A CLOSE OF IT HERE WOULD BE AN
049100* UNHANDLED I/O ERROR.
049200*****************************************************************
049300 9990-REFUSE-RUN.
049400     CLOSE AUDIT-LOG-FILE.
049500     STOP RUN.
049600 
049700*****************************************************************
049800* 1000-INITIALIZE - OPEN THE REPORT AND PRINT ITS TITLE, LOAD
049900* DEPTREF, READ AND CHECK THE MAPPING CARDS, AND PRINT THE RUN
050000* PARAMETERS. A DEPTREF OR REORGMAP THAT CANNOT BE READ FAILS
050100* THE STEP; A BAD CARD IS A MAPPING ERROR, REPORTED AGAINST THE
050200* CARD, THAT STOPS AN APPLY BUT LETS A SIMULATION FINISH.
050300*****************************************************************
050400 1000-INITIALIZE.
050500     OPEN OUTPUT RORGRPT-FILE.
050600     INITIALIZE WS-GRAND-TOTALS.
050700     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
050800     MOVE WS-SYS-MM   TO WS-RD-MM  WS-TI-MM.
050900     MOVE WS-SYS-DD   TO WS-RD-DD  WS-TI-DD.
051000     MOVE WS-SYS-YYYY TO WS-RD-YYYY WS-TI-YYYY.
051100     MOVE SPACES TO RORGRPT-RECORD.
051200     MOVE 'DEPARTMENT REORGANIZATION' TO RA-TITLE-TEXT.
051300     MOVE 'RUN DATE: '     TO RA-RUN-DATE-LABEL.
051400     MOVE WS-RUN-DATE-EDIT TO RA-RUN-DATE.
051500     WRITE RORGRPT-RECORD.
051600     MOVE SPACES TO RORGRPT-RECORD.
051700     WRITE RORGRPT-RECORD.
051800 
051900     PERFORM LOAD-DEPT-TABLE
052000         THRU LOAD-DEPT-TABLE-EXIT.
052100     IF WS-DEPTREF-COUNT = ZERO
052200         DISPLAY 'DPTREORG - DEPTREF MISSING OR EMPTY, '
052300                 'ABENDING'
052400         MOVE 'LOAD DEPTREF'      TO AL-OPERATION
052500         MOVE ZERO                TO AL-SQLCODE
052600         MOVE 'NO DEPTREF'        TO AL-MESSAGE
052700         MOVE 'S' TO AL-SEVERITY
052800         PERFORM WRITE-AUDIT-LOG
052900             THRU WRITE-AUDIT-LOG-EXIT
053000         MOVE 16 TO RETURN-CODE
053100         MOVE 'Y' TO WS-ABEND-SW
053200         GO TO 1000-INITIALIZE-EXIT
053300     END-IF.
053400 
053500     OPEN INPUT REORGMAP-FILE.
053600     IF WS-MAP-STATUS NOT = '00'
053700         DISPLAY 'DPTREORG - ERROR OPENING REORGMAP, STATUS '
053800                 WS-MAP-STATUS
053900         MOVE 'OPEN REORGMAP'     TO AL-OPERATION
054000         MOVE ZERO                TO AL-SQLCODE
054100         MOVE 'OPEN FAILED'       TO AL-MESSAGE
054200         MOVE 'S' TO AL-SEVERITY
054300         PERFORM WRITE-AUDIT-LOG
054400             THRU WRITE-AUDIT-LOG-EXIT
054500         MOVE 16 TO RETURN-CODE
054600         MOVE 'Y' TO WS-ABEND-SW
054700         GO TO 1000-INITIALIZE-EXIT
054800     END-IF.
054900     PERFORM 1100-LOAD-MAP-CARD
055000         THRU 1100-LOAD-MAP-CARD-EXIT
055100         UNTIL WS-MAP-EOF OR WS-ABEND-REQUESTED.
055200     CLOSE REORGMAP-FILE.
055300     IF WS-ABEND-REQUESTED
055400         GO TO 1000-INITIALIZE-EXIT
055500     END-IF.
055600     PERFORM 1200-CHECK-DEPT-CARD
055700         THRU 1200-CHECK-DEPT-CARD-EXIT
055800         VARYING WS-DM-IDX FROM 1 BY 1
055900         UNTIL WS-DM-IDX > WS-DM-COUNT.
056000     PERFORM 1300-CHECK-EMPL-CARD
056100         THRU 1300-CHECK-EMPL-CARD-EXIT
056200         VARYING WS-CARD-IDX FROM 1 BY 1
056300         UNTIL WS-CARD-IDX > WS-CARD-COUNT.
056400     PERFORM 1400-CHECK-DEPTREF-ROOM
056500         THRU 1400-CHECK-DEPTREF-ROOM-EXIT.
056600 
056700     MOVE SPACES TO RORGRPT-RECORD.
056800     MOVE 'RUN MODE'          TO RS-LABEL.
056900     IF WS-MODE-APPLY
057000         MOVE 'APPLY - EMP, DEPTREF AND HISTORY ARE CHANGED'
057100             TO RS-TEXT
057200     ELSE
057300         MOVE 'SIMULATE - NOTHING IS CHANGED' TO RS-TEXT
057400     END-IF.
057500     WRITE RORGRPT-RECORD.
057600     MOVE SPACES TO RORGRPT-RECORD.
057700     MOVE 'REFERENCE'         TO RS-LABEL.
057800     MOVE WS-REFERENCE        TO RS-TEXT.
057900     WRITE RORGRPT-RECORD.
058000     MOVE SPACES TO RORGRPT-RECORD.
058100     MOVE 'EFFECTIVE DATE'    TO RS-LABEL.
058200     IF WS-HEADER-COUNT = ZERO
058300         MOVE 'MISSING - NO H CARD' TO RS-TEXT
058400         ADD 1 TO WS-MAP-ERROR-COUNT
058500         DISPLAY 'DPTREORG - NO H HEADER CARD ON REORGMAP'
058600     ELSE
058700         MOVE WS-EFF-DATE     TO RS-TEXT
058800     END-IF.
058900     WRITE RORGRPT-RECORD.
059000     IF WS-DEPT-CARD-COUNT = ZERO
059100         MOVE SPACES TO RORGRPT-RECORD
059200         MOVE 'DEPARTMENT CARDS'  TO RS-LABEL
059300         MOVE 'MISSING - NO D CARD' TO RS-TEXT
059400         WRITE RORGRPT-RECORD
059500         ADD 1 TO WS-MAP-ERROR-COUNT
059600         DISPLAY 'DPTREORG - NO D DEPARTMENT CARD ON REORGMAP'
059700     END-IF.
059800     MOVE SPACES TO RORGRPT-RECORD.
059900     WRITE RORGRPT-RECORD.
060000     MOVE 'APPLY RUN PARMS'   TO AL-OPERATION.
060100     MOVE ZERO                TO AL-SQLCODE.
060200     MOVE WS-REFERENCE        TO AL-MESSAGE.
060300     PERFORM WRITE-AUDIT-LOG
060400         THRU WRITE-AUDIT-LOG-EXIT.
060500 1000-INITIALIZE-EXIT.
060600     EXIT.
060700 
060800*****************************************************************
060900* 1100-LOAD-MAP-CARD - READ ONE MAPPING CARD INTO THE CARD TABLE
061000* AND RUN THE CHECKS THAT NEED ONLY THE CARD ITSELF AND THE
061100* CARDS BEFORE IT.
061200*****************************************************************
061300 1100-LOAD-MAP-CARD.
061400     READ REORGMAP-FILE
061500         AT END
061600             MOVE 'Y' TO WS-MAP-EOF-SW
061700             GO TO 1100-LOAD-MAP-CARD-EXIT
061800     END-READ.
061900     IF MC-BLANK-CARD
062000         GO TO 1100-LOAD-MAP-CARD-EXIT
062100     END-IF.
062200     ADD 1 TO WS-CARDS-READ-COUNT.
062300     IF WS-CARD-COUNT >= WS-CARD-CAPACITY
062400         DISPLAY 'DPTREORG - MAPPING CARD CAPACITY '
062500                 WS-CARD-CAPACITY ' EXCEEDED, ABENDING'
062600         MOVE 16 TO RETURN-CODE
062700         MOVE 'Y' TO WS-ABEND-SW
062800         GO TO 1100-LOAD-MAP-CARD-EXIT
062900     END-IF.
063000     ADD 1 TO WS-CARD-COUNT.
063100     MOVE WS-CARD-COUNT TO WS-CARD-IDX.
063200     MOVE SPACES        TO WS-CARD-ENTRY (WS-CARD-IDX).
063300     MOVE ZERO          TO WS-CD-MOVING (WS-CARD-IDX).
063400     MOVE 'N'           TO WS-CD-ERROR-SW (WS-CARD-IDX).
063500     MOVE MC-CARD-TYPE  TO WS-CD-TYPE (WS-CARD-IDX).
063600     EVALUATE TRUE
063700         WHEN MC-HEADER-CARD
063800             PERFORM 1110-STORE-HEADER-CARD
063900                 THRU 1110-STORE-HEADER-CARD-EXIT
064000         WHEN MC-DEPT-CARD
064100             PERFORM 1120-STORE-DEPT-CARD
064200                 THRU 1120-STORE-DEPT-CARD-EXIT
064300         WHEN MC-EMPL-CARD
064400             PERFORM 1130-STORE-EMPL-CARD
064500                 THRU 1130-STORE-EMPL-CARD-EXIT
064600         WHEN OTHER
064700             MOVE 'UNKNOWN CARD TYPE' TO WS-ERR-TEXT
064800             PERFORM 1900-FLAG-CARD-ERROR
064900                 THRU 1900-FLAG-CARD-ERROR-EXIT
065000     END-EVALUATE.
065100 1100-LOAD-MAP-CARD-EXIT.
065200     EXIT.
065300 
065400*****************************************************************
065500* 1110-STORE-HEADER-CARD - THE EFFECTIVE DATE MUST BE A REAL
065600* YYYY-MM-DD DATE; THERE MAY BE ONLY ONE HEADER.
065700*****************************************************************
065800 1110-STORE-HEADER-CARD.
065900     MOVE MC-H-EFF-DATE TO WS-CD-NEW-NAME (WS-CARD-IDX).
066000     IF WS-HEADER-COUNT > ZERO
066100         MOVE 'SECOND HEADER CARD' TO WS-ERR-TEXT
066200         PERFORM 1900-FLAG-CARD-ERROR
066300             THRU 1900-FLAG-CARD-ERROR-EXIT
066400         GO TO 1110-STORE-HEADER-CARD-EXIT
066500     END-IF.
066600     ADD 1 TO WS-HEADER-COUNT.
066700     MOVE MC-H-REFERENCE TO WS-REFERENCE.
066800     IF MC-H-EFF-YYYY NOT NUMERIC OR MC-H-EFF-MM NOT NUMERIC
066900             OR MC-H-EFF-DD NOT NUMERIC
067000             OR MC-H-EFF-SEP1 NOT = '-'
067100             OR MC-H-EFF-SEP2 NOT = '-'
067200             OR MC-H-EFF-MM < '01' OR MC-H-EFF-MM > '12'
067300             OR MC-H-EFF-DD < '01' OR MC-H-EFF-DD > '31'
067400         MOVE 'INVALID DATE' TO WS-EFF-DATE
067500         MOVE 'EFFECTIVE DATE NOT YYYY-MM-DD' TO WS-ERR-TEXT
067600         PERFORM 1900-FLAG-CARD-ERROR
067700             THRU 1900-FLAG-CARD-ERROR-EXIT
067800         GO TO 1110-STORE-HEADER-CARD-EXIT
067900     END-IF.
068000     MOVE MC-H-EFF-DATE TO WS-EFF-DATE.
068100 1110-STORE-HEADER-CARD-EXIT.
068200     EXIT.
068300 
068400*****************************************************************
068500* 1120-STORE-DEPT-CARD - THE OLD CODE MUST BE ON DEPTREF AND ON
068600* NO EARLIER 'D' CARD. THE CHECKS THAT NEED EVERY CARD WAIT FOR
068700* 1200-CHECK-DEPT-CARD.
068800*****************************************************************
068900 1120-STORE-DEPT-CARD.
069000     ADD 1 TO WS-DEPT-CARD-COUNT.
069100     MOVE MC-D-OLD-DEPT     TO WS-CD-OLD-DEPT (WS-CARD-IDX).
069200     MOVE MC-D-NEW-DEPT     TO WS-CD-NEW-DEPT (WS-CARD-IDX).
069300     MOVE MC-D-NEW-NAME     TO WS-CD-NEW-NAME (WS-CARD-IDX).
069400     MOVE MC-D-NEW-DIVISION TO WS-CD-NEW-DIVISION (WS-CARD-IDX).
069500     MOVE MC-D-NEW-DIV-NAME TO WS-CD-NEW-DIV-NAME (WS-CARD-IDX).
069600     IF WS-DM-COUNT >= WS-DM-CAPACITY
069700         MOVE 'MORE THAN 50 DEPT CARDS' TO WS-ERR-TEXT
069800         PERFORM 1900-FLAG-CARD-ERROR
069900             THRU 1900-FLAG-CARD-ERROR-EXIT
070000         GO TO 1120-STORE-DEPT-CARD-EXIT
070100     END-IF.
070200     ADD 1 TO WS-DM-COUNT.
070300     MOVE MC-D-OLD-DEPT TO WS-DM-OLD (WS-DM-COUNT).
070400     MOVE MC-D-NEW-DEPT TO WS-DM-NEW (WS-DM-COUNT).
070500     MOVE WS-CARD-IDX   TO WS-DM-CARD-IDX (WS-DM-COUNT).
070600     MOVE 'Y'           TO WS-DM-VALID-SW (WS-DM-COUNT).
070700     IF MC-D-OLD-DEPT = MC-D-NEW-DEPT
070800         MOVE 'Y' TO WS-DM-IDENTITY-SW (WS-DM-COUNT)
070900     ELSE
071000         MOVE 'N' TO WS-DM-IDENTITY-SW (WS-DM-COUNT)
071100     END-IF.
071200     IF MC-D-OLD-DEPT = SPACES OR MC-D-NEW-DEPT = SPACES
071300         MOVE 'OLD AND NEW DEPT REQUIRED' TO WS-ERR-TEXT
071400         GO TO 1120-DEPT-CARD-ERROR
071500     END-IF.
071600     MOVE MC-D-OLD-DEPT TO WS-DL-DEPT.
071700     PERFORM LOOK-UP-DEPT
071800         THRU LOOK-UP-DEPT-EXIT.
071900     IF NOT WS-DEPTREF-FOUND
072000         MOVE 'FROM DEPT NOT ON DEPTREF' TO WS-ERR-TEXT
072100         GO TO 1120-DEPT-CARD-ERROR
072200     END-IF.
072300     MOVE 'N' TO WS-MATCH-FOUND-SW.
072400     PERFORM 1125-MATCH-EARLIER-OLD
072500         THRU 1125-MATCH-EARLIER-OLD-EXIT
072600         VARYING WS-DM-IDX2 FROM 1 BY 1
072700         UNTIL WS-DM-IDX2 >= WS-DM-COUNT OR WS-MATCH-FOUND.
072800     IF WS-MATCH-FOUND
072900         MOVE 'FROM DEPT ON AN EARLIER CARD' TO WS-ERR-TEXT
073000         GO TO 1120-DEPT-CARD-ERROR
073100     END-IF.
073200     GO TO 1120-STORE-DEPT-CARD-EXIT.
073300 1120-DEPT-CARD-ERROR.
073400     MOVE 'N' TO WS-DM-VALID-SW (WS-DM-COUNT).
073500     PERFORM 1900-FLAG-CARD-ERROR
073600         THRU 1900-FLAG-CARD-ERROR-EXIT.
073700 1120-STORE-DEPT-CARD-EXIT.
073800     EXIT.
073900 
074000 1125-MATCH-EARLIER-OLD.
074100     IF WS-DM-OLD (WS-DM-IDX2) = MC-D-OLD-DEPT
074200         MOVE 'Y' TO WS-MATCH-FOUND-SW
074300     END-IF.
074400 1125-MATCH-EARLIER-OLD-EXIT.
074500     EXIT.
074600 
074700*****************************************************************
074800* 1130-STORE-EMPL-CARD - THE EMPLOYEE ID MUST BE NUMERIC AND ON
074900* NO EARLIER 'E' CARD. THE DEPARTMENTS ARE CHECKED BY
075000* 1300-CHECK-EMPL-CARD ONCE EVERY 'D' CARD IS IN, AND THE
075100* EMPLOYEE AGAINST EMP BY 2600-APPLY-EMPL-CARD.
075200*****************************************************************
075300 1130-STORE-EMPL-CARD.
075400     ADD 1 TO WS-EMPL-CARD-COUNT.
075500     MOVE MC-E-EMPL-ID  TO WS-CD-EMPL-ID (WS-CARD-IDX).
075600     MOVE MC-E-OLD-DEPT TO WS-CD-OLD-DEPT (WS-CARD-IDX).
075700     MOVE MC-E-NEW-DEPT TO WS-CD-NEW-DEPT (WS-CARD-IDX).
075800     IF MC-E-EMPL-ID NOT NUMERIC
075900         MOVE 'EMPLOYEE ID NOT NUMERIC' TO WS-ERR-TEXT
076000         PERFORM 1900-FLAG-CARD-ERROR
076100             THRU 1900-FLAG-CARD-ERROR-EXIT
076200         GO TO 1130-STORE-EMPL-CARD-EXIT
076300     END-IF.
076400     MOVE 'N' TO WS-MATCH-FOUND-SW.
076500     PERFORM 1135-MATCH-EARLIER-EMPL
076600         THRU 1135-MATCH-EARLIER-EMPL-EXIT
076700         VARYING WS-CARD-IDX2 FROM 1 BY 1
076800         UNTIL WS-CARD-IDX2 >= WS-CARD-IDX OR WS-MATCH-FOUND.
076900     IF WS-MATCH-FOUND
077000         MOVE 'EMPLOYEE ON AN EARLIER CARD' TO WS-ERR-TEXT
077100         PERFORM 1900-FLAG-CARD-ERROR
077200             THRU 1900-FLAG-CARD-ERROR-EXIT
077300     END-IF.
077400 1130-STORE-EMPL-CARD-EXIT.
077500     EXIT.
077600 
077700 1135-MATCH-EARLIER-EMPL.
077800     IF WS-CD-TYPE (WS-CARD-IDX2) = 'E'
077900             AND WS-CD-EMPL-ID (WS-CARD-IDX2) = MC-E-EMPL-ID
078000         MOVE 'Y' TO WS-MATCH-FOUND-SW
078100     END-IF.
078200 1135-MATCH-EARLIER-EMPL-EXIT.
078300     EXIT.
078400 
078500*****************************************************************
078600* 1200-CHECK-DEPT-CARD - THE CHECKS ON ONE 'D' CARD THAT NEED
078700* ALL OF THEM: A RENAME-ONLY CARD MUST CHANGE SOMETHING; A NEW
078800* CODE MUST NOT ITSELF BE RETIRING (NO CHAINS -- MAP EACH OLD
078900* CODE STRAIGHT TO ITS FINAL CODE); A NEW CODE NOT ON DEPTREF
079000* NEEDS A NAME AND DIVISION FROM SOME CARD; AND TWO CARDS MAY
079100* NOT GIVE ONE CODE DIFFERENT NAMES OR DIVISIONS.
079200*****************************************************************
079300 1200-CHECK-DEPT-CARD.
079400     IF WS-DM-VALID-SW (WS-DM-IDX) NOT = 'Y'
079500         GO TO 1200-CHECK-DEPT-CARD-EXIT
079600     END-IF.
079700     MOVE WS-DM-CARD-IDX (WS-DM-IDX) TO WS-CARD-IDX.
079800     IF WS-DM-IDENTITY-SW (WS-DM-IDX) = 'Y'
079900         IF WS-CD-NEW-NAME (WS-CARD-IDX) = SPACES
080000                 AND WS-CD-NEW-DIVISION (WS-CARD-IDX) = SPACES
080100                 AND WS-CD-NEW-DIV-NAME (WS-CARD-IDX) = SPACES
080200             MOVE 'SAME CODE, NOTHING TO CHANGE'
080300                 TO WS-ERR-TEXT
080400             GO TO 1200-DEPT-CARD-ERROR
080500         END-IF
080600     ELSE
080700         MOVE 'N' TO WS-MATCH-FOUND-SW
080800         PERFORM 1210-MATCH-RETIRING-NEW
080900             THRU 1210-MATCH-RETIRING-NEW-EXIT
081000             VARYING WS-DM-IDX2 FROM 1 BY 1
081100             UNTIL WS-DM-IDX2 > WS-DM-COUNT OR WS-MATCH-FOUND
081200         IF WS-MATCH-FOUND
081300             MOVE 'TO DEPT IS ITSELF RETIRING' TO WS-ERR-TEXT
081400             GO TO 1200-DEPT-CARD-ERROR
081500         END-IF
081600     END-IF.
081700     MOVE 'N' TO WS-MATCH-FOUND-SW.
081800     PERFORM 1220-MATCH-CONFLICT
081900         THRU 1220-MATCH-CONFLICT-EXIT
082000         VARYING WS-DM-IDX2 FROM 1 BY 1
082100         UNTIL WS-DM-IDX2 >= WS-DM-IDX OR WS-MATCH-FOUND.
082200     IF WS-MATCH-FOUND
082300         MOVE 'CONFLICTS WITH AN EARLIER CARD' TO WS-ERR-TEXT
082400         GO TO 1200-DEPT-CARD-ERROR
082500     END-IF.
082600     MOVE WS-DM-NEW (WS-DM-IDX) TO WS-DL-DEPT.
082700     PERFORM LOOK-UP-DEPT
082800         THRU LOOK-UP-DEPT-EXIT.
082900     IF NOT WS-DEPTREF-FOUND
083000         MOVE WS-DM-NEW (WS-DM-IDX) TO WS-LOOK-DEPT
083100         PERFORM 2970-FIND-DEPT-DEFINITION
083200             THRU 2970-FIND-DEPT-DEFINITION-EXIT
083300         IF WS-DEF-NAME = SPACES OR WS-DEF-DIVISION = SPACES
083400                 OR WS-DEF-DIV-NAME = SPACES
083500             MOVE 'NEW DEPT NEEDS NAME AND DIV'
083600                 TO WS-ERR-TEXT
083700             GO TO 1200-DEPT-CARD-ERROR
083800         END-IF
083900     END-IF.
084000     GO TO 1200-CHECK-DEPT-CARD-EXIT.
084100 1200-DEPT-CARD-ERROR.
084200     MOVE 'N' TO WS-DM-VALID-SW (WS-DM-IDX).
084300     PERFORM 1900-FLAG-CARD-ERROR
084400         THRU 1900-FLAG-CARD-ERROR-EXIT.
084500 1200-CHECK-DEPT-CARD-EXIT.
084600     EXIT.
084700 
084800 1210-MATCH-RETIRING-NEW.
084900     IF WS-DM-IDENTITY-SW (WS-DM-IDX2) = 'N'
085000             AND WS-DM-OLD (WS-DM-IDX2) = WS-DM-NEW (WS-DM-IDX)
085100         MOVE 'Y' TO WS-MATCH-FOUND-SW
085200     END-IF.
085300 1210-MATCH-RETIRING-NEW-EXIT.
085400     EXIT.
085500 
085600 1220-MATCH-CONFLICT.
085700     IF WS-DM-NEW (WS-DM-IDX2) NOT = WS-DM-NEW (WS-DM-IDX)
085800         GO TO 1220-MATCH-CONFLICT-EXIT
085900     END-IF.
086000     MOVE WS-DM-CARD-IDX (WS-DM-IDX2) TO WS-CARD-IDX2.
086100     IF WS-CD-NEW-NAME (WS-CARD-IDX) NOT = SPACES
086200             AND WS-CD-NEW-NAME (WS-CARD-IDX2) NOT = SPACES
086300             AND WS-CD-NEW-NAME (WS-CARD-IDX)
086400                 NOT = WS-CD-NEW-NAME (WS-CARD-IDX2)
086500         MOVE 'Y' TO WS-MATCH-FOUND-SW
086600     END-IF.
086700     IF WS-CD-NEW-DIVISION (WS-CARD-IDX) NOT = SPACES
086800             AND WS-CD-NEW-DIVISION (WS-CARD-IDX2) NOT = SPACES
086900             AND WS-CD-NEW-DIVISION (WS-CARD-IDX)
087000                 NOT = WS-CD-NEW-DIVISION (WS-CARD-IDX2)
087100         MOVE 'Y' TO WS-MATCH-FOUND-SW
087200     END-IF.
087300     IF WS-CD-NEW-DIV-NAME (WS-CARD-IDX) NOT = SPACES
087400             AND WS-CD-NEW-DIV-NAME (WS-CARD-IDX2) NOT = SPACES
087500             AND WS-CD-NEW-DIV-NAME (WS-CARD-IDX)
087600                 NOT = WS-CD-NEW-DIV-NAME (WS-CARD-IDX2)
087700         MOVE 'Y' TO WS-MATCH-FOUND-SW
087800     END-IF.
087900 1220-MATCH-CONFLICT-EXIT.
088000     EXIT.
088100 
088200*****************************************************************
088300* 1300-CHECK-EMPL-CARD - AN 'E' CARD MUST MOVE ITS EMPLOYEE OUT
088400* OF A RETIRING DEPARTMENT INTO ONE THAT WILL EXIST AFTERWARDS
088500* (ON DEPTREF OR NEW ON A 'D' CARD) AND IS NOT RETIRING ITSELF.
088600*****************************************************************
088700 1300-CHECK-EMPL-CARD.
088800     IF WS-CD-TYPE (WS-CARD-IDX) NOT = 'E'
088900             OR WS-CD-ERROR-SW (WS-CARD-IDX) = 'Y'
089000         GO TO 1300-CHECK-EMPL-CARD-EXIT
089100     END-IF.
089200     MOVE WS-CD-OLD-DEPT (WS-CARD-IDX) TO WS-LOOK-DEPT.
089300     PERFORM 2950-CLASSIFY-DEPT
089400         THRU 2950-CLASSIFY-DEPT-EXIT.
089500     IF NOT WS-LOOK-RETIRED
089600         MOVE 'FROM DEPT IS NOT RETIRING' TO WS-ERR-TEXT
089700         PERFORM 1900-FLAG-CARD-ERROR
089800             THRU 1900-FLAG-CARD-ERROR-EXIT
089900         GO TO 1300-CHECK-EMPL-CARD-EXIT
090000     END-IF.
090100     MOVE WS-CD-NEW-DEPT (WS-CARD-IDX) TO WS-LOOK-DEPT.
090200     PERFORM 2950-CLASSIFY-DEPT
090300         THRU 2950-CLASSIFY-DEPT-EXIT.
090400     IF WS-LOOK-RETIRED
090500         MOVE 'TO DEPT IS ITSELF RETIRING' TO WS-ERR-TEXT
090600         PERFORM 1900-FLAG-CARD-ERROR
090700             THRU 1900-FLAG-CARD-ERROR-EXIT
090800         GO TO 1300-CHECK-EMPL-CARD-EXIT
090900     END-IF.
091000     MOVE WS-CD-NEW-DEPT (WS-CARD-IDX) TO WS-DL-DEPT.
091100     PERFORM LOOK-UP-DEPT
091200         THRU LOOK-UP-DEPT-EXIT.
091300     IF NOT WS-DEPTREF-FOUND AND NOT WS-LOOK-AFFECTED
091400         MOVE 'TO DEPT NOT KNOWN' TO WS-ERR-TEXT
091500         PERFORM 1900-FLAG-CARD-ERROR
091600             THRU 1900-FLAG-CARD-ERROR-EXIT
091700     END-IF.
091800 1300-CHECK-EMPL-CARD-EXIT.
091900     EXIT.
092000 
092100*****************************************************************
092200* 1400-CHECK-DEPTREF-ROOM - THE REWRITTEN DEPTREF MUST FIT THE
092300* SHARED DEPARTMENT TABLE (DEPTTBL.CPY) EVERY READER LOADS IT
092400* INTO. A DEPTREF ALREADY AT THAT CAPACITY MAY HAVE BEEN CUT
092500* SHORT BY LOAD-DEPT-TABLE, AND REWRITING IT WOULD LOSE THE
092600* DEPARTMENTS PAST THE CUT, SO THAT IS AN ERROR TOO.
092700*****************************************************************
092800 1400-CHECK-DEPTREF-ROOM.
092900     MOVE ZERO TO WS-NEW-CODE-COUNT.
093000     MOVE ZERO TO WS-RETIRED-CODE-COUNT.
093100     PERFORM 1410-COUNT-CODES
093200         THRU 1410-COUNT-CODES-EXIT
093300         VARYING WS-DM-IDX FROM 1 BY 1
093400         UNTIL WS-DM-IDX > WS-DM-COUNT.
093500     COMPUTE WS-RESULT-DEPT-COUNT = WS-DEPTREF-COUNT
093600             - WS-RETIRED-CODE-COUNT + WS-NEW-CODE-COUNT.
093700     IF WS-DEPTREF-COUNT >= WS-DEPTREF-CAPACITY
093800             OR WS-RESULT-DEPT-COUNT > WS-DEPTREF-CAPACITY
093900         DISPLAY 'DPTREORG - DEPTREF WOULD HOLD '
094000                 WS-RESULT-DEPT-COUNT ' DEPARTMENTS FROM '
094100                 WS-DEPTREF-COUNT '; THE DEPARTMENT TABLE '
094200                 'HOLDS ' WS-DEPTREF-CAPACITY
094300         ADD 1 TO WS-MAP-ERROR-COUNT
094400         MOVE SPACES TO RORGRPT-RECORD
094500         MOVE 'DEPTREF CAPACITY'  TO RS-LABEL
094600         MOVE 'EXCEEDED - DEPARTMENT TABLE IS FULL' TO RS-TEXT
094700         WRITE RORGRPT-RECORD
094800     END-IF.
094900 1400-CHECK-DEPTREF-ROOM-EXIT.
095000     EXIT.
095100 
095200*****************************************************************
095300* 1410-COUNT-CODES - ONE 'D' CARD'S CONTRIBUTION: ITS OLD CODE
095400* LEAVES DEPTREF; ITS NEW CODE JOINS IT WHEN NOT ALREADY THERE
095500* AND NOT ALREADY COUNTED FOR AN EARLIER CARD.
095600*****************************************************************
095700 1410-COUNT-CODES.
095800     IF WS-DM-VALID-SW (WS-DM-IDX) NOT = 'Y'
095900             OR WS-DM-IDENTITY-SW (WS-DM-IDX) = 'Y'
096000         GO TO 1410-COUNT-CODES-EXIT
096100     END-IF.
096200     ADD 1 TO WS-RETIRED-CODE-COUNT.
096300     MOVE WS-DM-NEW (WS-DM-IDX) TO WS-DL-DEPT.
096400     PERFORM LOOK-UP-DEPT
096500         THRU LOOK-UP-DEPT-EXIT.
096600     IF WS-DEPTREF-FOUND
096700         GO TO 1410-COUNT-CODES-EXIT
096800     END-IF.
096900     MOVE 'N' TO WS-MATCH-FOUND-SW.
097000     PERFORM 1415-MATCH-EARLIER-NEW
097100         THRU 1415-MATCH-EARLIER-NEW-EXIT
097200         VARYING WS-DM-IDX2 FROM 1 BY 1
097300         UNTIL WS-DM-IDX2 >= WS-DM-IDX OR WS-MATCH-FOUND.
097400     IF NOT WS-MATCH-FOUND
097500         ADD 1 TO WS-NEW-CODE-COUNT
097600     END-IF.
097700 1410-COUNT-CODES-EXIT.
097800     EXIT.
097900 
098000 1415-MATCH-EARLIER-NEW.
098100     IF WS-DM-VALID-SW (WS-DM-IDX2) = 'Y'
098200             AND WS-DM-IDENTITY-SW (WS-DM-IDX2) = 'N'
098300             AND WS-DM-NEW (WS-DM-IDX2) = WS-DM-NEW (WS-DM-IDX)
098400         MOVE 'Y' TO WS-MATCH-FOUND-SW
098500     END-IF.
098600 1415-MATCH-EARLIER-NEW-EXIT.
098700     EXIT.
098800 
098900*****************************************************************
099000* 1900-FLAG-CARD-ERROR - RECORD WS-ERR-TEXT AGAINST THE CARD AT
099100* WS-CARD-IDX. ONLY THE FIRST ERROR ON A CARD IS KEPT AND
099200* COUNTED.
099300*****************************************************************
099400 1900-FLAG-CARD-ERROR.
099500     IF WS-CD-ERROR-SW (WS-CARD-IDX) = 'Y'
099600         GO TO 1900-FLAG-CARD-ERROR-EXIT
099700     END-IF.
099800     MOVE 'Y'         TO WS-CD-ERROR-SW (WS-CARD-IDX).
099900     MOVE WS-ERR-TEXT TO WS-CD-NOTE (WS-CARD-IDX).
100000     ADD 1 TO WS-MAP-ERROR-COUNT.
100100 1900-FLAG-CARD-ERROR-EXIT.
100200     EXIT.
100300 
100400*****************************************************************
100500* 2000-LOAD-EMP - READ EVERY EMP ROW INTO THE EMPLOYEE TABLE.
100600*****************************************************************
100700 2000-LOAD-EMP.
100800     MOVE 'OPEN REORG-CUR' TO WS-SQL-OPERATION.
100900     EXEC SQL
101000         OPEN REORG-CUR
101100     END-EXEC.
101200     PERFORM SQL-ERROR-CHECK
101300         THRU SQL-ERROR-CHECK-EXIT.
101400     IF WS-ABEND-REQUESTED
101500         GO TO 2000-LOAD-EMP-EXIT
101600     END-IF.
101700     PERFORM 2100-FETCH-EMP
101800         THRU 2100-FETCH-EMP-EXIT
101900         UNTIL WS-EMP-EOF OR WS-ABEND-REQUESTED.
102000     MOVE 'CLOSE REORG-CUR' TO WS-SQL-OPERATION.
102100     EXEC SQL
102200         CLOSE REORG-CUR
102300     END-EXEC.
102400     PERFORM SQL-ERROR-CHECK
102500         THRU SQL-ERROR-CHECK-EXIT.
102600 2000-LOAD-EMP-EXIT.
102700     EXIT.
102800 
102900 2100-FETCH-EMP.
103000     MOVE 'FETCH REORG-CUR' TO WS-SQL-OPERATION.
103100     EXEC SQL
103200         FETCH REORG-CUR
103300          INTO :EMP-ID, :EMP-NAME, :EMP-DEPT, :EMP-HIRE-DATE,
103400               :EMP-STATUS, :EMP-PAY-GRADE
103500     END-EXEC.
103600     PERFORM SQL-ERROR-CHECK
103700         THRU SQL-ERROR-CHECK-EXIT.
103800     IF SQLCODE = 100
103900         MOVE 'Y' TO WS-EMP-EOF-SW
104000         GO TO 2100-FETCH-EMP-EXIT
104100     END-IF.
104200     IF WS-ABEND-REQUESTED
104300         GO TO 2100-FETCH-EMP-EXIT
104400     END-IF.
104500     IF WS-EMP-COUNT >= WS-EMP-CAPACITY
104600         DISPLAY 'DPTREORG - EMPLOYEE TABLE CAPACITY '
104700                 WS-EMP-CAPACITY ' EXCEEDED, ABENDING'
104800         MOVE 16 TO RETURN-CODE
104900         MOVE 'Y' TO WS-ABEND-SW
105000         GO TO 2100-FETCH-EMP-EXIT
105100     END-IF.
105200     ADD 1 TO WS-EMP-COUNT.
105300     SET WS-EMP-IDX TO WS-EMP-COUNT.
105400     MOVE EMP-ID        TO WS-ET-EMPL-ID (WS-EMP-IDX).
105500     MOVE EMP-NAME      TO WS-ET-NAME (WS-EMP-IDX).
105600     MOVE EMP-DEPT      TO WS-ET-DEPT (WS-EMP-IDX).
105700     MOVE EMP-HIRE-DATE TO WS-ET-HIRE-DATE (WS-EMP-IDX).
105800     MOVE EMP-STATUS    TO WS-ET-STATUS (WS-EMP-IDX).
105900     MOVE EMP-PAY-GRADE TO WS-ET-PAY-GRADE (WS-EMP-IDX).
106000     MOVE 'N'           TO WS-ET-SPLIT-SW (WS-EMP-IDX).
106100 2100-FETCH-EMP-EXIT.
106200     EXIT.
106300 
106400*****************************************************************
106500* 2500-PLAN-MOVES - SETTLE WHERE EVERY EMPLOYEE ENDS UP: THE
106600* 'D' CARD'S NEW CODE FOR EVERYONE IN A RETIRING DEPARTMENT,
106700* THEN THE 'E' CARDS OVER THAT, THEN COUNT EVERY ROW BEFORE AND
106800* AFTER BY DEPARTMENT AND STATUS. EVERY CODE A CLEAN 'D' CARD
106900* NAMES GETS A HEADCOUNT LINE EVEN WHEN NOBODY IS IN IT.
107000*****************************************************************
107100 2500-PLAN-MOVES.
107200     PERFORM 2510-MAP-EMP-ROW
107300         THRU 2510-MAP-EMP-ROW-EXIT
107400         VARYING WS-SCAN-IDX FROM 1 BY 1
107500         UNTIL WS-SCAN-IDX > WS-EMP-COUNT.
107600     PERFORM 2600-APPLY-EMPL-CARD
107700         THRU 2600-APPLY-EMPL-CARD-EXIT
107800         VARYING WS-CARD-IDX FROM 1 BY 1
107900         UNTIL WS-CARD-IDX > WS-CARD-COUNT.
108000     PERFORM 2700-TALLY-EMP-ROW
108100         THRU 2700-TALLY-EMP-ROW-EXIT
108200         VARYING WS-SCAN-IDX FROM 1 BY 1
108300         UNTIL WS-SCAN-IDX > WS-EMP-COUNT
108400            OR WS-ABEND-REQUESTED.
108500     PERFORM 2800-ADD-CARD-DEPTS
108600         THRU 2800-ADD-CARD-DEPTS-EXIT
108700         VARYING WS-DM-IDX FROM 1 BY 1
108800         UNTIL WS-DM-IDX > WS-DM-COUNT
108900            OR WS-ABEND-REQUESTED.
109000 2500-PLAN-MOVES-EXIT.
109100     EXIT.
109200 
109300 2510-MAP-EMP-ROW.
109400     SET WS-EMP-IDX TO WS-SCAN-IDX.
109500     MOVE WS-ET-DEPT (WS-EMP-IDX) TO WS-LOOK-DEPT.
109600     PERFORM 2950-CLASSIFY-DEPT
109700         THRU 2950-CLASSIFY-DEPT-EXIT.
109800     MOVE WS-LOOK-TARGET TO WS-ET-NEW-DEPT (WS-EMP-IDX).
109900 2510-MAP-EMP-ROW-EXIT.
110000     EXIT.
110100 
110200*****************************************************************
110300* 2600-APPLY-EMPL-CARD - SEND ONE CLEAN 'E' CARD'S EMPLOYEE TO
110400* THE CARD'S DEPARTMENT. AN EMPLOYEE ALREADY IN THAT DEPARTMENT
110500* (A RERUN AFTER EMP WAS MOVED) IS NOTED AND LEFT ALONE; ONE
110600* NOT ON EMP, OR IN ANOTHER DEPARTMENT, IS AN ERROR.
110700*****************************************************************
110800 2600-APPLY-EMPL-CARD.
110900     IF WS-CD-TYPE (WS-CARD-IDX) NOT = 'E'
111000             OR WS-CD-ERROR-SW (WS-CARD-IDX) = 'Y'
111100         GO TO 2600-APPLY-EMPL-CARD-EXIT
111200     END-IF.
111300     MOVE WS-CD-EMPL-ID (WS-CARD-IDX) TO WS-SEARCH-EMPL-ID.
111400     MOVE 'N' TO WS-MATCH-FOUND-SW.
111500     SEARCH ALL WS-EMP-ENTRY
111600         AT END
111700             CONTINUE
111800         WHEN WS-ET-EMPL-ID (WS-EMP-IDX) = WS-SEARCH-EMPL-ID
111900             MOVE 'Y' TO WS-MATCH-FOUND-SW
112000     END-SEARCH.
112100     IF NOT WS-MATCH-FOUND
112200         MOVE 'EMPLOYEE NOT ON EMP' TO WS-ERR-TEXT
112300         PERFORM 1900-FLAG-CARD-ERROR
112400             THRU 1900-FLAG-CARD-ERROR-EXIT
112500         GO TO 2600-APPLY-EMPL-CARD-EXIT
112600     END-IF.
112700     IF WS-ET-DEPT (WS-EMP-IDX) = WS-CD-NEW-DEPT (WS-CARD-IDX)
112800         MOVE 'ALREADY IN THE TO DEPT' TO WS-CD-NOTE (WS-CARD-IDX)
112900         GO TO 2600-APPLY-EMPL-CARD-EXIT
113000     END-IF.
113100     IF WS-ET-DEPT (WS-EMP-IDX) NOT = WS-CD-OLD-DEPT (WS-CARD-IDX)
113200         MOVE 'EMPLOYEE NOT IN THE FROM DEPT' TO WS-ERR-TEXT
113300         PERFORM 1900-FLAG-CARD-ERROR
113400             THRU 1900-FLAG-CARD-ERROR-EXIT
113500         GO TO 2600-APPLY-EMPL-CARD-EXIT
113600     END-IF.
113700     MOVE WS-CD-NEW-DEPT (WS-CARD-IDX)
113800         TO WS-ET-NEW-DEPT (WS-EMP-IDX).
113900     MOVE 'Y' TO WS-ET-SPLIT-SW (WS-EMP-IDX).
114000     MOVE 1   TO WS-CD-MOVING (WS-CARD-IDX).
114100 2600-APPLY-EMPL-CARD-EXIT.
114200     EXIT.
114300 
114400*****************************************************************
114500* 2700-TALLY-EMP-ROW - COUNT ONE EMPLOYEE UNDER ITS DEPARTMENT
114600* BEFORE AND AFTER, AND A MOVE AGAINST THE 'D' CARD THAT MAKES
114700* IT (AN 'E' CARD'S MOVE WAS COUNTED WHEN THE CARD APPLIED).
114800*****************************************************************
114900 2700-TALLY-EMP-ROW.
115000     SET WS-EMP-IDX TO WS-SCAN-IDX.
115100     EVALUATE WS-ET-STATUS (WS-EMP-IDX)
115200         WHEN 'A'
115300             MOVE 1 TO WS-BUCKET
115400         WHEN 'L'
115500             MOVE 2 TO WS-BUCKET
115600         WHEN 'T'
115700             MOVE 3 TO WS-BUCKET
115800         WHEN OTHER
115900             MOVE 4 TO WS-BUCKET
116000     END-EVALUATE.
116100     MOVE WS-ET-DEPT (WS-EMP-IDX) TO WS-DT-FIND-DEPT.
116200     PERFORM 2900-FIND-OR-ADD-HDC
116300         THRU 2900-FIND-OR-ADD-HDC-EXIT.
116400     IF WS-ABEND-REQUESTED
116500         GO TO 2700-TALLY-EMP-ROW-EXIT
116600     END-IF.
116700     ADD 1 TO WS-DT-B-COUNT (WS-DT-IDX WS-BUCKET)
116800              WS-DT-B-COUNT (WS-DT-IDX 5)
116900              WS-GRAND-B-COUNT (WS-BUCKET)
117000              WS-GRAND-B-COUNT (5).
117100     MOVE WS-ET-NEW-DEPT (WS-EMP-IDX) TO WS-DT-FIND-DEPT.
117200     PERFORM 2900-FIND-OR-ADD-HDC
117300         THRU 2900-FIND-OR-ADD-HDC-EXIT.
117400     IF WS-ABEND-REQUESTED
117500         GO TO 2700-TALLY-EMP-ROW-EXIT
117600     END-IF.
117700     ADD 1 TO WS-DT-A-COUNT (WS-DT-IDX WS-BUCKET)
117800              WS-DT-A-COUNT (WS-DT-IDX 5)
117900              WS-GRAND-A-COUNT (WS-BUCKET)
118000              WS-GRAND-A-COUNT (5).
118100     IF WS-ET-NEW-DEPT (WS-EMP-IDX) = WS-ET-DEPT (WS-EMP-IDX)
118200         GO TO 2700-TALLY-EMP-ROW-EXIT
118300     END-IF.
118400     ADD 1 TO WS-MOVE-COUNT.
118500     IF WS-ET-SPLIT-SW (WS-EMP-IDX) = 'N'
118600         MOVE WS-ET-DEPT (WS-EMP-IDX) TO WS-LOOK-DEPT
118700         PERFORM 2950-CLASSIFY-DEPT
118800             THRU 2950-CLASSIFY-DEPT-EXIT
118900         MOVE WS-DM-CARD-IDX (WS-LOOK-DM-IDX) TO WS-CARD-IDX
119000         ADD 1 TO WS-CD-MOVING (WS-CARD-IDX)
119100     END-IF.
119200 2700-TALLY-EMP-ROW-EXIT.
119300     EXIT.
119400 
119500 2800-ADD-CARD-DEPTS.
119600     IF WS-DM-VALID-SW (WS-DM-IDX) NOT = 'Y'
119700         GO TO 2800-ADD-CARD-DEPTS-EXIT
119800     END-IF.
119900     MOVE WS-DM-OLD (WS-DM-IDX) TO WS-DT-FIND-DEPT.
120000     PERFORM 2900-FIND-OR-ADD-HDC
120100         THRU 2900-FIND-OR-ADD-HDC-EXIT.
120200     IF WS-ABEND-REQUESTED
120300         GO TO 2800-ADD-CARD-DEPTS-EXIT
120400     END-IF.
120500     MOVE WS-DM-NEW (WS-DM-IDX) TO WS-DT-FIND-DEPT.
120600     PERFORM 2900-FIND-OR-ADD-HDC
120700         THRU 2900-FIND-OR-ADD-HDC-EXIT.
120800 2800-ADD-CARD-DEPTS-EXIT.
120900     EXIT.
121000 
121100*****************************************************************
121200* 2900-FIND-OR-ADD-HDC - LEAVE WS-DT-IDX ON THE HEADCOUNT LINE
121300* FOR WS-DT-FIND-DEPT, SLOTTING A NEW ZEROED LINE INTO CODE
121400* ORDER WHEN THERE IS NONE YET.
121500*****************************************************************
121600 2900-FIND-OR-ADD-HDC.
121700     MOVE 'N' TO WS-MATCH-FOUND-SW.
121800     PERFORM 2910-MATCH-HDC
121900         THRU 2910-MATCH-HDC-EXIT
122000         VARYING WS-DT-IDX FROM 1 BY 1
122100         UNTIL WS-DT-IDX > WS-DT-COUNT OR WS-MATCH-FOUND.
122200     IF WS-MATCH-FOUND
122300         SUBTRACT 1 FROM WS-DT-IDX
122400         GO TO 2900-FIND-OR-ADD-HDC-EXIT
122500     END-IF.
122600     IF WS-DT-COUNT >= WS-DT-CAPACITY
122700         DISPLAY 'DPTREORG - HEADCOUNT TABLE CAPACITY '
122800                 WS-DT-CAPACITY ' EXCEEDED, ABENDING'
122900         MOVE 16 TO RETURN-CODE
123000         MOVE 'Y' TO WS-ABEND-SW
123100         GO TO 2900-FIND-OR-ADD-HDC-EXIT
123200     END-IF.
123300     ADD 1 TO WS-DT-COUNT.
123400     MOVE WS-DT-COUNT TO WS-DT-INSERT-POS.
123500     MOVE 'N' TO WS-INSERT-DONE-SW.
123600     PERFORM 2920-SHIFT-HDC
123700         THRU 2920-SHIFT-HDC-EXIT
123800         UNTIL WS-INSERT-DONE.
123900     MOVE WS-DT-INSERT-POS TO WS-DT-IDX.
124000     MOVE WS-DT-FIND-DEPT  TO WS-DT-DEPT (WS-DT-IDX).
124100     MOVE ZERO TO WS-DT-B-COUNT (WS-DT-IDX 1)
124200                  WS-DT-B-COUNT (WS-DT-IDX 2)
124300                  WS-DT-B-COUNT (WS-DT-IDX 3)
124400                  WS-DT-B-COUNT (WS-DT-IDX 4)
124500                  WS-DT-B-COUNT (WS-DT-IDX 5)
124600                  WS-DT-A-COUNT (WS-DT-IDX 1)
124700                  WS-DT-A-COUNT (WS-DT-IDX 2)
124800                  WS-DT-A-COUNT (WS-DT-IDX 3)
124900                  WS-DT-A-COUNT (WS-DT-IDX 4)
125000                  WS-DT-A-COUNT (WS-DT-IDX 5).
125100 2900-FIND-OR-ADD-HDC-EXIT.
125200     EXIT.
125300 
125400 2910-MATCH-HDC.
125500     IF WS-DT-DEPT (WS-DT-IDX) = WS-DT-FIND-DEPT
125600         MOVE 'Y' TO WS-MATCH-FOUND-SW
125700     END-IF.
125800 2910-MATCH-HDC-EXIT.
125900     EXIT.
126000 
126100 2920-SHIFT-HDC.
126200     IF WS-DT-INSERT-POS = 1
126300         MOVE 'Y' TO WS-INSERT-DONE-SW
126400         GO TO 2920-SHIFT-HDC-EXIT
126500     END-IF.
126600     COMPUTE WS-DT-PRIOR-POS = WS-DT-INSERT-POS - 1.
126700     IF WS-DT-DEPT (WS-DT-PRIOR-POS) < WS-DT-FIND-DEPT
126800         MOVE 'Y' TO WS-INSERT-DONE-SW
126900         GO TO 2920-SHIFT-HDC-EXIT
127000     END-IF.
127100     MOVE WS-HDC-ENTRY (WS-DT-PRIOR-POS)
127200         TO WS-HDC-ENTRY (WS-DT-INSERT-POS).
127300     MOVE WS-DT-PRIOR-POS TO WS-DT-INSERT-POS.
127400 2920-SHIFT-HDC-EXIT.
127500     EXIT.
127600 
127700*****************************************************************
127800* 2950-CLASSIFY-DEPT - WHAT THE CLEAN 'D' CARDS DO TO
127900* WS-LOOK-DEPT: WS-LOOK-RETIRED WHEN IT IS AN OLD CODE BEING
128000* RETIRED (WS-LOOK-TARGET IS THEN ITS NEW CODE AND
128100* WS-LOOK-DM-IDX ITS CARD; OTHERWISE THE TARGET IS THE CODE
128200* ITSELF), AND WS-LOOK-AFFECTED WHEN IT IS EITHER A RETIRING
128300* CODE OR A CODE OTHERS ARE MAPPED INTO -- THE CODES WHOSE
128400* HEADCOUNT HISTORY HAS TO BE RESTATED.
128500*****************************************************************
128600 2950-CLASSIFY-DEPT.
128700     MOVE 'N'          TO WS-LOOK-RETIRED-SW.
128800     MOVE 'N'          TO WS-LOOK-AFFECTED-SW.
128900     MOVE ZERO         TO WS-LOOK-DM-IDX.
129000     MOVE WS-LOOK-DEPT TO WS-LOOK-TARGET.
129100     PERFORM 2960-CLASSIFY-ONE
129200         THRU 2960-CLASSIFY-ONE-EXIT
129300         VARYING WS-DM-IDX2 FROM 1 BY 1
129400         UNTIL WS-DM-IDX2 > WS-DM-COUNT.
129500 2950-CLASSIFY-DEPT-EXIT.
129600     EXIT.
129700 
129800 2960-CLASSIFY-ONE.
129900     IF WS-DM-VALID-SW (WS-DM-IDX2) NOT = 'Y'
130000             OR WS-DM-IDENTITY-SW (WS-DM-IDX2) = 'Y'
130100         GO TO 2960-CLASSIFY-ONE-EXIT
130200     END-IF.
130300     IF WS-DM-OLD (WS-DM-IDX2) = WS-LOOK-DEPT
130400         MOVE 'Y'                   TO WS-LOOK-RETIRED-SW
130500         MOVE 'Y'                   TO WS-LOOK-AFFECTED-SW
130600         MOVE WS-DM-NEW (WS-DM-IDX2) TO WS-LOOK-TARGET
130700         MOVE WS-DM-IDX2            TO WS-LOOK-DM-IDX
130800     END-IF.
130900     IF WS-DM-NEW (WS-DM-IDX2) = WS-LOOK-DEPT
131000         MOVE 'Y' TO WS-LOOK-AFFECTED-SW
131100     END-IF.
131200 2960-CLASSIFY-ONE-EXIT.
131300     EXIT.
131400 
131500*****************************************************************
131600* 2970-FIND-DEPT-DEFINITION - THE NAME, DIVISION AND DIVISION
131700* NAME THE 'D' CARDS GIVE WS-LOOK-DEPT AS A NEW (OR RENAMED)
131800* CODE, EACH FROM THE FIRST CARD THAT GIVES IT. WS-DEF-FOUND
131900* WHEN ANY CARD GIVES ANY OF THEM.
132000*****************************************************************
132100 2970-FIND-DEPT-DEFINITION.
132200     MOVE 'N'    TO WS-DEF-FOUND-SW.
132300     MOVE SPACES TO WS-DEF-NAME WS-DEF-DIVISION WS-DEF-DIV-NAME.
132400     PERFORM 2980-DEFINITION-ONE
132500         THRU 2980-DEFINITION-ONE-EXIT
132600         VARYING WS-DM-IDX2 FROM 1 BY 1
132700         UNTIL WS-DM-IDX2 > WS-DM-COUNT.
132800 2970-FIND-DEPT-DEFINITION-EXIT.
132900     EXIT.
133000 
133100 2980-DEFINITION-ONE.
133200     IF WS-DM-VALID-SW (WS-DM-IDX2) NOT = 'Y'
133300             OR WS-DM-NEW (WS-DM-IDX2) NOT = WS-LOOK-DEPT
133400         GO TO 2980-DEFINITION-ONE-EXIT
133500     END-IF.
133600     MOVE WS-DM-CARD-IDX (WS-DM-IDX2) TO WS-CARD-IDX2.
133700     IF WS-DEF-NAME = SPACES
133800             AND WS-CD-NEW-NAME (WS-CARD-IDX2) NOT = SPACES
133900         MOVE WS-CD-NEW-NAME (WS-CARD-IDX2) TO WS-DEF-NAME
134000         MOVE 'Y' TO WS-DEF-FOUND-SW
134100     END-IF.
134200     IF WS-DEF-DIVISION = SPACES
134300             AND WS-CD-NEW-DIVISION (WS-CARD-IDX2) NOT = SPACES
134400         MOVE WS-CD-NEW-DIVISION (WS-CARD-IDX2)
134500             TO WS-DEF-DIVISION
134600         MOVE 'Y' TO WS-DEF-FOUND-SW
134700     END-IF.
134800     IF WS-DEF-DIV-NAME = SPACES
134900             AND WS-CD-NEW-DIV-NAME (WS-CARD-IDX2) NOT = SPACES
135000         MOVE WS-CD-NEW-DIV-NAME (WS-CARD-IDX2)
135100             TO WS-DEF-DIV-NAME
135200         MOVE 'Y' TO WS-DEF-FOUND-SW
135300     END-IF.
135400 2980-DEFINITION-ONE-EXIT.
135500     EXIT.
135600 
135700*****************************************************************
135800* 3000-PRINT-MAPPING - ECHO EVERY CARD: A 'D' CARD WITH THE
135900* DEPARTMENT NAMES ON BOTH SIDES AND THE EMPLOYEES IT MOVES, AN
136000* 'E' CARD WITH ITS EMPLOYEE, AND ANY ERROR AGAINST A CARD. A
136100* CLEAN HEADER CARD IS ALREADY SHOWN IN THE RUN PARAMETERS.
136200*****************************************************************
136300 3000-PRINT-MAPPING.
136400     MOVE SPACES TO RORGRPT-RECORD.
136500     MOVE 'CARD'   TO RB-CARD-HDG.
136600     MOVE 'EMPL'   TO RB-EMPL-HDG.
136700     MOVE 'FROM'   TO RB-OLD-HDG.
136800     MOVE 'NAME'   TO RB-OLD-NAME-HDG.
136900     MOVE 'TO'     TO RB-NEW-HDG.
137000     MOVE 'NAME'   TO RB-NEW-NAME-HDG.
137100     MOVE 'DIV'    TO RB-DIV-HDG.
137200     MOVE 'MOVING' TO RB-COUNT-HDG.
137300     MOVE 'NOTE'   TO RB-NOTE-HDG.
137400     WRITE RORGRPT-RECORD.
137500     MOVE SPACES TO RORGRPT-RECORD.
137600     PERFORM 3100-PRINT-CARD-LINE
137700         THRU 3100-PRINT-CARD-LINE-EXIT
137800         VARYING WS-CARD-IDX FROM 1 BY 1
137900         UNTIL WS-CARD-IDX > WS-CARD-COUNT.
138000     MOVE SPACES TO RORGRPT-RECORD.
138100     WRITE RORGRPT-RECORD.
138200 3000-PRINT-MAPPING-EXIT.
138300     EXIT.
138400 
138500 3100-PRINT-CARD-LINE.
138600     IF WS-CD-TYPE (WS-CARD-IDX) = 'H'
138700             AND WS-CD-ERROR-SW (WS-CARD-IDX) NOT = 'Y'
138800         GO TO 3100-PRINT-CARD-LINE-EXIT
138900     END-IF.
139000     MOVE SPACES TO RORGRPT-RECORD.
139100     MOVE WS-CD-TYPE (WS-CARD-IDX) TO RL-CARD.
139200     MOVE WS-CD-NOTE (WS-CARD-IDX) TO RL-NOTE.
139300     IF WS-CD-ERROR-SW (WS-CARD-IDX) = 'Y'
139400         MOVE '*' TO RL-CARD (2:1)
139500     END-IF.
139600     IF WS-CD-TYPE (WS-CARD-IDX) NOT = 'D'
139700             AND WS-CD-TYPE (WS-CARD-IDX) NOT = 'E'
139800         MOVE WS-CD-NEW-NAME (WS-CARD-IDX) TO RL-OLD-NAME
139900         GO TO 3100-WRITE-CARD-LINE
140000     END-IF.
140100     MOVE WS-CD-EMPL-ID (WS-CARD-IDX)  TO RL-EMPL-ID.
140200     MOVE WS-CD-OLD-DEPT (WS-CARD-IDX) TO RL-OLD-DEPT.
140300     MOVE WS-CD-OLD-DEPT (WS-CARD-IDX) TO WS-DL-DEPT.
140400     PERFORM LOOK-UP-DEPT
140500         THRU LOOK-UP-DEPT-EXIT.
140600     MOVE WS-DL-DEPT-NAME TO RL-OLD-NAME.
140700     MOVE '->'                         TO RL-ARROW.
140800     MOVE WS-CD-NEW-DEPT (WS-CARD-IDX) TO RL-NEW-DEPT.
140900     MOVE WS-CD-NEW-DEPT (WS-CARD-IDX) TO WS-DL-DEPT WS-LOOK-DEPT.
141000     PERFORM LOOK-UP-DEPT
141100         THRU LOOK-UP-DEPT-EXIT.
141200     PERFORM 2970-FIND-DEPT-DEFINITION
141300         THRU 2970-FIND-DEPT-DEFINITION-EXIT.
141400     IF WS-DEF-NAME NOT = SPACES
141500         MOVE WS-DEF-NAME TO RL-NEW-NAME
141600     ELSE
141700         MOVE WS-DL-DEPT-NAME TO RL-NEW-NAME
141800     END-IF.
141900     IF WS-DEF-DIVISION NOT = SPACES
142000         MOVE WS-DEF-DIVISION TO RL-NEW-DIVISION
142100     ELSE
142200         MOVE WS-DL-DIVISION TO RL-NEW-DIVISION
142300     END-IF.
142400     MOVE WS-CD-MOVING (WS-CARD-IDX) TO RL-EMPL-COUNT.
142500     IF WS-CD-NOTE (WS-CARD-IDX) = SPACES
142600             AND WS-CD-TYPE (WS-CARD-IDX) = 'D'
142700         IF WS-CD-OLD-DEPT (WS-CARD-IDX)
142800                 = WS-CD-NEW-DEPT (WS-CARD-IDX)
142900             MOVE 'RENAME OR NEW DIVISION ONLY' TO RL-NOTE
143000         ELSE
143100             IF NOT WS-DEPTREF-FOUND
143200                 MOVE 'NEW DEPARTMENT CODE' TO RL-NOTE
143300             END-IF
143400         END-IF
143500     END-IF.
143600 3100-WRITE-CARD-LINE.
143700     WRITE RORGRPT-RECORD.
143800     MOVE SPACES TO RORGRPT-RECORD.
143900 3100-PRINT-CARD-LINE-EXIT.
144000     EXIT.
144100 
144200*****************************************************************
144300* 3500-PRINT-HEADCOUNT - THE SIGN-OFF SECTION: ONE LINE PER
144400* DEPARTMENT WITH ITS HEADCOUNT BY STATUS BEFORE AND AFTER THE
144500* REORGANIZATION AND THE NET CHANGE, THEN THE GRAND TOTALS,
144600* WHICH MUST AGREE -- A REORGANIZATION MOVES PEOPLE, IT DOES
144700* NOT ADD OR LOSE THEM.
144800*****************************************************************
144900 3500-PRINT-HEADCOUNT.
145000     MOVE SPACES TO RORGRPT-RECORD.
145100     MOVE '------------- BEFORE -------------'
145200         TO RF-BEFORE-CAPTION.
145300     MOVE '------------- AFTER --------------'
145400         TO RF-AFTER-CAPTION.
145500     WRITE RORGRPT-RECORD.
145600     MOVE SPACES TO RORGRPT-RECORD.
145700     MOVE 'DEPT'    TO RJ-DEPT-HDG.
145800     MOVE 'NAME'    TO RJ-NAME-HDG.
145900     MOVE 'ACTIVE  LEAVE   TERM  OTHER  TOTAL'
146000         TO RJ-BEFORE-HDG RJ-AFTER-HDG.
146100     MOVE ' CHANGE' TO RJ-CHANGE-HDG.
146200     MOVE 'NOTE'    TO RJ-NOTE-HDG.
146300     WRITE RORGRPT-RECORD.
146400     MOVE SPACES TO RORGRPT-RECORD.
146500     PERFORM 3600-PRINT-HDC-LINE
146600         THRU 3600-PRINT-HDC-LINE-EXIT
146700         VARYING WS-DT-IDX FROM 1 BY 1
146800         UNTIL WS-DT-IDX > WS-DT-COUNT.
146900     MOVE SPACES TO RORGRPT-RECORD.
147000     WRITE RORGRPT-RECORD.
147100     MOVE 'ALL'                  TO RE-DEPT.
147200     MOVE 'TOTAL'                TO RE-DEPT-NAME.
147300     MOVE WS-GRAND-B-COUNT (1)   TO RE-B-ACTIVE.
147400     MOVE WS-GRAND-B-COUNT (2)   TO RE-B-LEAVE.
147500     MOVE WS-GRAND-B-COUNT (3)   TO RE-B-TERM.
147600     MOVE WS-GRAND-B-COUNT (4)   TO RE-B-OTHER.
147700     MOVE WS-GRAND-B-COUNT (5)   TO RE-B-TOTAL.
147800     MOVE WS-GRAND-A-COUNT (1)   TO RE-A-ACTIVE.
147900     MOVE WS-GRAND-A-COUNT (2)   TO RE-A-LEAVE.
148000     MOVE WS-GRAND-A-COUNT (3)   TO RE-A-TERM.
148100     MOVE WS-GRAND-A-COUNT (4)   TO RE-A-OTHER.
148200     MOVE WS-GRAND-A-COUNT (5)   TO RE-A-TOTAL.
148300     COMPUTE WS-CHANGE-COUNT = WS-GRAND-A-COUNT (5)
148400                             - WS-GRAND-B-COUNT (5).
148500     MOVE WS-CHANGE-COUNT        TO RE-CHANGE.
148600     WRITE RORGRPT-RECORD.
148700     MOVE SPACES TO RORGRPT-RECORD.
148800     WRITE RORGRPT-RECORD.
148900 3500-PRINT-HEADCOUNT-EXIT.
149000     EXIT.
149100 
149200 3600-PRINT-HDC-LINE.
149300     MOVE SPACES TO RORGRPT-RECORD.
149400     MOVE WS-DT-DEPT (WS-DT-IDX) TO RE-DEPT WS-DL-DEPT
149500                                    WS-LOOK-DEPT.
149600     PERFORM LOOK-UP-DEPT
149700         THRU LOOK-UP-DEPT-EXIT.
149800     PERFORM 2950-CLASSIFY-DEPT
149900         THRU 2950-CLASSIFY-DEPT-EXIT.
150000     PERFORM 2970-FIND-DEPT-DEFINITION
150100         THRU 2970-FIND-DEPT-DEFINITION-EXIT.
150200     IF WS-DEF-NAME NOT = SPACES AND NOT WS-LOOK-RETIRED
150300         MOVE WS-DEF-NAME     TO RE-DEPT-NAME
150400     ELSE
150500         MOVE WS-DL-DEPT-NAME TO RE-DEPT-NAME
150600     END-IF.
150700     MOVE WS-DT-B-COUNT (WS-DT-IDX 1) TO RE-B-ACTIVE.
150800     MOVE WS-DT-B-COUNT (WS-DT-IDX 2) TO RE-B-LEAVE.
150900     MOVE WS-DT-B-COUNT (WS-DT-IDX 3) TO RE-B-TERM.
151000     MOVE WS-DT-B-COUNT (WS-DT-IDX 4) TO RE-B-OTHER.
151100     MOVE WS-DT-B-COUNT (WS-DT-IDX 5) TO RE-B-TOTAL.
151200     MOVE WS-DT-A-COUNT (WS-DT-IDX 1) TO RE-A-ACTIVE.
151300     MOVE WS-DT-A-COUNT (WS-DT-IDX 2) TO RE-A-LEAVE.
151400     MOVE WS-DT-A-COUNT (WS-DT-IDX 3) TO RE-A-TERM.
151500     MOVE WS-DT-A-COUNT (WS-DT-IDX 4) TO RE-A-OTHER.
151600     MOVE WS-DT-A-COUNT (WS-DT-IDX 5) TO RE-A-TOTAL.
151700     COMPUTE WS-CHANGE-COUNT = WS-DT-A-COUNT (WS-DT-IDX 5)
151800                             - WS-DT-B-COUNT (WS-DT-IDX 5).
151900     MOVE WS-CHANGE-COUNT TO RE-CHANGE.
152000     EVALUATE TRUE
152100         WHEN WS-LOOK-RETIRED
152200             MOVE 'RETIRED'          TO RE-NOTE
152300         WHEN NOT WS-DEPTREF-FOUND AND WS-LOOK-AFFECTED
152400             MOVE 'NEW'              TO RE-NOTE
152500         WHEN NOT WS-DEPTREF-FOUND
152600             MOVE 'NOT ON DEPTREF'   TO RE-NOTE
152700         WHEN WS-DEF-FOUND
152800             MOVE 'REDEFINED'        TO RE-NOTE
152900     END-EVALUATE.
153000     WRITE RORGRPT-RECORD.
153100     MOVE SPACES TO RORGRPT-RECORD.
153200 3600-PRINT-HDC-LINE-EXIT.
153300     EXIT.
153400 
153500*****************************************************************
153600* 5000-APPLY-EMP - MOVE EVERY PLANNED EMP ROW AS ONE UNIT OF
153700* WORK. EACH UPDATE IS GUARDED BY THE DEPARTMENT THE ROW WAS
153800* READ WITH, SO A ROW CHANGED UNDERNEATH THE RUN FAILS IT
153900* RATHER THAN BEING OVERWRITTEN; AFTERWARDS EVERY RETIRED CODE
154000* MUST HOLD NO ROWS. ANY FAILURE ROLLS THE WHOLE UNIT BACK SO
154100* EMP IS NEVER LEFT HALF REORGANIZED. THE EMPHIST RECORDS ARE
154200* WRITTEN ONLY ONCE THE MOVES ARE COMMITTED, SO THE HISTORY
154300* NEVER SHOWS A MOVE THAT DID NOT HAPPEN. THE OUTPUT FILES ARE
154400* OPENED FIRST SO A MISSING DATASET FAILS THE STEP BEFORE EMP
154500* IS TOUCHED.
154600*****************************************************************
154700 5000-APPLY-EMP.
154800     PERFORM 5050-OPEN-OUTPUTS
154900         THRU 5050-OPEN-OUTPUTS-EXIT.
155000     IF WS-ABEND-REQUESTED
155100         GO TO 5000-APPLY-EMP-EXIT
155200     END-IF.
155300     MOVE 'Y' TO WS-APPLY-STARTED-SW.
155400     PERFORM 5100-UPDATE-EMP-ROW
155500         THRU 5100-UPDATE-EMP-ROW-EXIT
155600         VARYING WS-SCAN-IDX FROM 1 BY 1
155700         UNTIL WS-SCAN-IDX > WS-EMP-COUNT
155800            OR WS-ABEND-REQUESTED.
155900     IF WS-ABEND-REQUESTED
156000         GO TO 5000-BACK-OUT
156100     END-IF.
156200     PERFORM 5200-CHECK-RETIRED-EMPTY
156300         THRU 5200-CHECK-RETIRED-EMPTY-EXIT
156400         VARYING WS-DM-IDX FROM 1 BY 1
156500         UNTIL WS-DM-IDX > WS-DM-COUNT
156600            OR WS-ABEND-REQUESTED.
156700     IF WS-ABEND-REQUESTED
156800         GO TO 5000-BACK-OUT
156900     END-IF.
157000     MOVE 'COMMIT' TO WS-SQL-OPERATION.
157100     EXEC SQL
157200         COMMIT
157300     END-EXEC.
157400     PERFORM SQL-ERROR-CHECK
157500         THRU SQL-ERROR-CHECK-EXIT.
157600     IF WS-ABEND-REQUESTED
157700         GO TO 5000-BACK-OUT
157800     END-IF.
157900     MOVE 'Y' TO WS-EMP-COMMITTED-SW.
158000     PERFORM 5300-WRITE-MOVE-HISTORY
158100         THRU 5300-WRITE-MOVE-HISTORY-EXIT
158200         VARYING WS-SCAN-IDX FROM 1 BY 1
158300         UNTIL WS-SCAN-IDX > WS-EMP-COUNT.
158400     GO TO 5000-APPLY-EMP-EXIT.
158500 5000-BACK-OUT.
158600     DISPLAY 'DPTREORG - REORGANIZATION FAILED, EMP ROLLED '
158700             'BACK - NOTHING WAS MOVED'.
158800     EXEC SQL
158900         ROLLBACK
159000     END-EXEC.
159100     MOVE ZERO TO WS-MOVED-COUNT.
159200 5000-APPLY-EMP-EXIT.
159300     EXIT.
159400 
159500 5050-OPEN-OUTPUTS.
159600     OPEN EXTEND EMPHIST-FILE.
159700     IF WS-HIST-STATUS NOT = '00'
159800         DISPLAY 'DPTREORG - ERROR OPENING EMPHIST, STATUS '
159900                 WS-HIST-STATUS
160000         GO TO 5050-OPEN-FAILED
160100     END-IF.
160200     OPEN OUTPUT DEPTNEW-FILE.
160300     IF WS-DEPTNEW-STATUS NOT = '00'
160400         DISPLAY 'DPTREORG - ERROR OPENING DEPTNEW, STATUS '
160500                 WS-DEPTNEW-STATUS
160600         CLOSE EMPHIST-FILE
160700         GO TO 5050-OPEN-FAILED
160800     END-IF.
160900     OPEN OUTPUT HDCTNEW-FILE.
161000     IF WS-HDCTNEW-STATUS NOT = '00'
161100         DISPLAY 'DPTREORG - ERROR OPENING HDCTNEW, STATUS '
161200                 WS-HDCTNEW-STATUS
161300         CLOSE EMPHIST-FILE
161400         CLOSE DEPTNEW-FILE
161500         GO TO 5050-OPEN-FAILED
161600     END-IF.
161700     OPEN OUTPUT PRFHNEW-FILE.
161800     IF WS-PRFHNEW-STATUS NOT = '00'
161900         DISPLAY 'DPTREORG - ERROR OPENING PRFHNEW, STATUS '
162000                 WS-PRFHNEW-STATUS
162100         CLOSE EMPHIST-FILE
162200         CLOSE DEPTNEW-FILE
162300         CLOSE HDCTNEW-FILE
162400         GO TO 5050-OPEN-FAILED
162500     END-IF.
162600     MOVE 'Y' TO WS-OUTPUTS-OPEN-SW.
162700     GO TO 5050-OPEN-OUTPUTS-EXIT.
162800 5050-OPEN-FAILED.
162900     MOVE 'OPEN OUTPUT FILES'  TO AL-OPERATION.
163000     MOVE ZERO                 TO AL-SQLCODE.
163100     MOVE 'OPEN FAILED'        TO AL-MESSAGE.
163200     MOVE 'S' TO AL-SEVERITY.
163300     PERFORM WRITE-AUDIT-LOG
163400         THRU WRITE-AUDIT-LOG-EXIT.
163500     MOVE 16 TO RETURN-CODE.
163600     MOVE 'Y' TO WS-ABEND-SW.
163700 5050-OPEN-OUTPUTS-EXIT.
163800     EXIT.
163900 
164000 5100-UPDATE-EMP-ROW.
164100     SET WS-EMP-IDX TO WS-SCAN-IDX.
164200     IF WS-ET-NEW-DEPT (WS-EMP-IDX) = WS-ET-DEPT (WS-EMP-IDX)
164300         GO TO 5100-UPDATE-EMP-ROW-EXIT
164400     END-IF.
164500     MOVE WS-ET-EMPL-ID (WS-EMP-IDX)  TO EMP-ID.
164600     MOVE WS-ET-NEW-DEPT (WS-EMP-IDX) TO EMP-DEPT.
164700     MOVE WS-ET-DEPT (WS-EMP-IDX)     TO WS-HV-OLD-DEPT.
164800     MOVE 'UPDATE EMP (REORG)' TO WS-SQL-OPERATION.
164900     EXEC SQL
165000         UPDATE EMP
165100            SET EMP_DEPT = :EMP-DEPT
165200          WHERE EMP_ID   = :EMP-ID
165300            AND EMP_DEPT = :WS-HV-OLD-DEPT
165400     END-EXEC.
165500     PERFORM SQL-ERROR-CHECK
165600         THRU SQL-ERROR-CHECK-EXIT.
165700     IF WS-ABEND-REQUESTED
165800         DISPLAY 'DPTREORG - UPDATE OF EMP ' EMP-ID ' FAILED'
165900         GO TO 5100-UPDATE-EMP-ROW-EXIT
166000     END-IF.
166100     IF SQLCODE = 100
166200         DISPLAY 'DPTREORG - EMP ' EMP-ID ' NO LONGER IN DEPT '
166300                 WS-HV-OLD-DEPT ' - CHANGED SINCE IT WAS READ'
166400         MOVE 'UPDATE EMP (REORG)' TO AL-OPERATION
166500         MOVE ZERO                TO AL-SQLCODE
166600         MOVE 'ROW CHANGED UNDER RUN' TO AL-MESSAGE
166700         MOVE 'S' TO AL-SEVERITY
166800         PERFORM WRITE-AUDIT-LOG
166900             THRU WRITE-AUDIT-LOG-EXIT
167000         MOVE 16 TO RETURN-CODE
167100         MOVE 'Y' TO WS-ABEND-SW
167200         GO TO 5100-UPDATE-EMP-ROW-EXIT
167300     END-IF.
167400     ADD 1 TO WS-MOVED-COUNT.
167500 5100-UPDATE-EMP-ROW-EXIT.
167600     EXIT.
167700 
167800 5200-CHECK-RETIRED-EMPTY.
167900     IF WS-DM-VALID-SW (WS-DM-IDX) NOT = 'Y'
168000             OR WS-DM-IDENTITY-SW (WS-DM-IDX) = 'Y'
168100         GO TO 5200-CHECK-RETIRED-EMPTY-EXIT
168200     END-IF.
168300     MOVE WS-DM-OLD (WS-DM-IDX) TO WS-HV-OLD-DEPT.
168400     MOVE 'COUNT EMP (RETIRED DEPT)' TO WS-SQL-OPERATION.
168500     EXEC SQL
168600         SELECT COUNT(*)
168700           INTO :WS-HV-LEFT-COUNT
168800           FROM EMP
168900          WHERE EMP_DEPT = :WS-HV-OLD-DEPT
169000     END-EXEC.
169100     PERFORM SQL-ERROR-CHECK
169200         THRU SQL-ERROR-CHECK-EXIT.
169300     IF WS-ABEND-REQUESTED
169400         GO TO 5200-CHECK-RETIRED-EMPTY-EXIT
169500     END-IF.
169600     IF WS-HV-LEFT-COUNT > ZERO
169700         DISPLAY 'DPTREORG - ' WS-HV-LEFT-COUNT ' EMP ROWS '
169800                 'STILL IN RETIRED DEPT ' WS-HV-OLD-DEPT
169900         MOVE 'COUNT EMP (RETIRED DEPT)' TO AL-OPERATION
170000         MOVE ZERO                TO AL-SQLCODE
170100         MOVE 'RETIRED DEPT IN USE' TO AL-MESSAGE
170200         MOVE 'S' TO AL-SEVERITY
170300         PERFORM WRITE-AUDIT-LOG
170400             THRU WRITE-AUDIT-LOG-EXIT
170500         MOVE 16 TO RETURN-CODE
170600         MOVE 'Y' TO WS-ABEND-SW
170700     END-IF.
170800 5200-CHECK-RETIRED-EMPTY-EXIT.
170900     EXIT.
171000 
171100*****************************************************************
171200* 5300-WRITE-MOVE-HISTORY - ONE 'C' EMPHIST RECORD PER MOVED
171300* ROW: THE ROW AS IT WAS AND AS IT IS, DIFFERING ONLY IN THE
171400* DEPARTMENT.
171500*****************************************************************
171600 5300-WRITE-MOVE-HISTORY.
171700     SET WS-EMP-IDX TO WS-SCAN-IDX.
171800     IF WS-ET-NEW-DEPT (WS-EMP-IDX) = WS-ET-DEPT (WS-EMP-IDX)
171900         GO TO 5300-WRITE-MOVE-HISTORY-EXIT
172000     END-IF.
172100     MOVE 'C' TO EH-ACTION.
172200     MOVE WS-ET-EMPL-ID (WS-EMP-IDX)   TO EH-B-EMPL-ID
172300                                          EH-A-EMPL-ID.
172400     MOVE WS-ET-NAME (WS-EMP-IDX)      TO EH-B-EMPL-NAME
172500                                          EH-A-EMPL-NAME.
172600     MOVE WS-ET-DEPT (WS-EMP-IDX)      TO EH-B-EMPL-DEPT.
172700     MOVE WS-ET-NEW-DEPT (WS-EMP-IDX)  TO EH-A-EMPL-DEPT.
172800     MOVE WS-ET-HIRE-DATE (WS-EMP-IDX) TO EH-B-HIRE-DATE
172900                                          EH-A-HIRE-DATE.
173000     MOVE WS-ET-STATUS (WS-EMP-IDX)    TO EH-B-STATUS
173100                                          EH-A-STATUS.
173200     MOVE WS-ET-PAY-GRADE (WS-EMP-IDX) TO EH-B-PAY-GRADE
173300                                          EH-A-PAY-GRADE.
173400     PERFORM WRITE-EMP-HISTORY
173500         THRU WRITE-EMP-HISTORY-EXIT.
173600     ADD 1 TO WS-HISTORY-COUNT.
173700 5300-WRITE-MOVE-HISTORY-EXIT.
173800     EXIT.
173900 
174000*****************************************************************
174100* 6000-WRITE-DEPTNEW - THE REORGANIZED DEPARTMENT REFERENCE:
174200* EVERY DEPTREF RECORD IN ITS ORIGINAL ORDER LESS THE RETIRED
174300* CODES, WITH ANY NAME OR DIVISION A CARD GIVES IT, THEN EACH
174400* NEW CODE ONCE, IN CARD ORDER.
174500*****************************************************************
174600 6000-WRITE-DEPTNEW.
174700     PERFORM 6100-WRITE-DEPTREF-ENTRY
174800         THRU 6100-WRITE-DEPTREF-ENTRY-EXIT
174900         VARYING WS-DEPTREF-IDX FROM 1 BY 1
175000         UNTIL WS-DEPTREF-IDX > WS-DEPTREF-COUNT
175010            OR WS-ABEND-REQUESTED.
175020     IF WS-ABEND-REQUESTED
175030         GO TO 6000-WRITE-DEPTNEW-EXIT
175040     END-IF.
175100     PERFORM 6200-WRITE-NEW-CODE
175200         THRU 6200-WRITE-NEW-CODE-EXIT
175300         VARYING WS-DM-IDX FROM 1 BY 1
175400         UNTIL WS-DM-IDX > WS-DM-COUNT
175410            OR WS-ABEND-REQUESTED.
175500 6000-WRITE-DEPTNEW-EXIT.
175600     EXIT.
175700 
175800 6100-WRITE-DEPTREF-ENTRY.
175900     MOVE WS-TDR-DEPT (WS-DEPTREF-IDX) TO WS-LOOK-DEPT.
176000     PERFORM 2950-CLASSIFY-DEPT
176100         THRU 2950-CLASSIFY-DEPT-EXIT.
176200     IF WS-LOOK-RETIRED
176300         ADD 1 TO WS-DREF-RETIRED-COUNT
176400         GO TO 6100-WRITE-DEPTREF-ENTRY-EXIT
176500     END-IF.
176600     MOVE SPACES TO DEPTNEW-RECORD.
176700     MOVE WS-TDR-DEPT (WS-DEPTREF-IDX)      TO DN-DEPT.
176800     MOVE WS-TDR-DEPT-NAME (WS-DEPTREF-IDX) TO DN-DEPT-NAME.
176900     MOVE WS-TDR-DIVISION (WS-DEPTREF-IDX)  TO DN-DIVISION.
177000     MOVE WS-TDR-DIV-NAME (WS-DEPTREF-IDX)  TO DN-DIV-NAME.
177100     PERFORM 2970-FIND-DEPT-DEFINITION
177200         THRU 2970-FIND-DEPT-DEFINITION-EXIT.
177300     IF WS-DEF-FOUND
177400         PERFORM 6300-APPLY-DEFINITION
177500             THRU 6300-APPLY-DEFINITION-EXIT
177600         ADD 1 TO WS-DREF-UPDATED-COUNT
177700     END-IF.
177800     WRITE DEPTNEW-RECORD.
177810     IF WS-DEPTNEW-STATUS NOT = '00'
177820         MOVE 'DEPTNEW'           TO WS-WRITE-FILE
177830         MOVE WS-DEPTNEW-STATUS   TO WS-WRITE-STATUS
177840         PERFORM 6900-WRITE-FAILED
177850             THRU 6900-WRITE-FAILED-EXIT
177860         GO TO 6100-WRITE-DEPTREF-ENTRY-EXIT
177870     END-IF.
177900     ADD 1 TO WS-DREF-WRITTEN-COUNT.
178000 6100-WRITE-DEPTREF-ENTRY-EXIT.
178100     EXIT.
178200 
178300 6200-WRITE-NEW-CODE.
178400     IF WS-DM-VALID-SW (WS-DM-IDX) NOT = 'Y'
178500             OR WS-DM-IDENTITY-SW (WS-DM-IDX) = 'Y'
178600         GO TO 6200-WRITE-NEW-CODE-EXIT
178700     END-IF.
178800     MOVE WS-DM-NEW (WS-DM-IDX) TO WS-DL-DEPT WS-LOOK-DEPT.
178900     PERFORM LOOK-UP-DEPT
179000         THRU LOOK-UP-DEPT-EXIT.
179100     IF WS-DEPTREF-FOUND
179200         GO TO 6200-WRITE-NEW-CODE-EXIT
179300     END-IF.
179400     MOVE 'N' TO WS-MATCH-FOUND-SW.
179500     PERFORM 1415-MATCH-EARLIER-NEW
179600         THRU 1415-MATCH-EARLIER-NEW-EXIT
179700         VARYING WS-DM-IDX2 FROM 1 BY 1
179800         UNTIL WS-DM-IDX2 >= WS-DM-IDX OR WS-MATCH-FOUND.
179900     IF WS-MATCH-FOUND
180000         GO TO 6200-WRITE-NEW-CODE-EXIT
180100     END-IF.
180200     MOVE SPACES TO DEPTNEW-RECORD.
180300     MOVE WS-DM-NEW (WS-DM-IDX) TO DN-DEPT.
180400     PERFORM 2970-FIND-DEPT-DEFINITION
180500         THRU 2970-FIND-DEPT-DEFINITION-EXIT.
180600     PERFORM 6300-APPLY-DEFINITION
180700         THRU 6300-APPLY-DEFINITION-EXIT.
180800     WRITE DEPTNEW-RECORD.
180810     IF WS-DEPTNEW-STATUS NOT = '00'
180820         MOVE 'DEPTNEW'           TO WS-WRITE-FILE
180830         MOVE WS-DEPTNEW-STATUS   TO WS-WRITE-STATUS
180840         PERFORM 6900-WRITE-FAILED
180850             THRU 6900-WRITE-FAILED-EXIT
180860         GO TO 6200-WRITE-NEW-CODE-EXIT
180870     END-IF.
180900     ADD 1 TO WS-DREF-WRITTEN-COUNT.
181000     ADD 1 TO WS-DREF-ADDED-COUNT.
181100 6200-WRITE-NEW-CODE-EXIT.
181200     EXIT.
181300 
181400 6300-APPLY-DEFINITION.
181500     IF WS-DEF-NAME NOT = SPACES
181600         MOVE WS-DEF-NAME     TO DN-DEPT-NAME
181700     END-IF.
181800     IF WS-DEF-DIVISION NOT = SPACES
181900         MOVE WS-DEF-DIVISION TO DN-DIVISION
182000     END-IF.
182100     IF WS-DEF-DIV-NAME NOT = SPACES
182200         MOVE WS-DEF-DIV-NAME TO DN-DIV-NAME
182300     END-IF.
182400 6300-APPLY-DEFINITION-EXIT.
182500     EXIT.
182600 
182604*****************************************************************
182608* 6900-WRITE-FAILED - A WRITE TO DEPTNEW, HDCTNEW OR PRFHNEW
182612* (NAMED IN WS-WRITE-FILE, ITS STATUS IN WS-WRITE-STATUS) FAILED.
182616* LOG IT AS SEVERE AND END THE RUN RC 16: THE JOB COPIES THESE
182620* FILES OVER DEPTREF, HDCTHIST AND PRFHIST ON RC 0, AND A SHORT
182624* ONE WOULD LOSE REFERENCE DATA OR HISTORY.
182628*****************************************************************
182632 6900-WRITE-FAILED.
182636     DISPLAY 'DPTREORG - ERROR WRITING ' WS-WRITE-FILE
182640             ', STATUS ' WS-WRITE-STATUS ', ABENDING'.
182641     MOVE SPACES              TO AL-OPERATION.
182642     STRING 'WRITE ' WS-WRITE-FILE DELIMITED BY SIZE
182643         INTO AL-OPERATION.
182644     MOVE ZERO                TO AL-SQLCODE.
182648     MOVE 'WRITE FAILED'      TO AL-MESSAGE.
182652     MOVE 'S' TO AL-SEVERITY.
182656     PERFORM WRITE-AUDIT-LOG
182660         THRU WRITE-AUDIT-LOG-EXIT.
182664     MOVE 16 TO RETURN-CODE.
182668     MOVE 'Y' TO WS-ABEND-SW.
182672 6900-WRITE-FAILED-EXIT.
182676     EXIT.
182680 
182700*****************************************************************
182800* 7000-RESTATE-HISTORY - RESTATE HDCTHIST (WS-KIND-HDCT) OR
182900* PRFHIST (WS-KIND-PRFH) UNDER THE NEW CODES. A RECORD FOR A
183000* DEPARTMENT THE CARDS DO NOT TOUCH IS COPIED AS IT STANDS.
183100* THE RECORDS FOR THE RETIRING CODES AND THE CODES THEY MAP
183200* INTO ARE HELD FOR THE REST OF THEIR RUN DATE (HDCTHIST) OR
183300* REPORT MONTH (PRFHIST) AND WRITTEN AS ONE RECORD PER NEW
183400* CODE, THE OLD CODES' FIGURES SUMMED INTO IT. BOTH FILES ARE
183500* APPENDED IN DATE ORDER, SO A CHANGE OF DATE OR MONTH CLOSES
183600* THE GROUP. A SIMULATION COUNTS WITHOUT WRITING, AND SO DOES
183700* AN APPLY THAT STOPPED BEFORE EMP WAS COMMITTED.
183800*****************************************************************
183900 7000-RESTATE-HISTORY.
184000     MOVE SPACES TO WS-GRP-KEY.
184100     MOVE ZERO   TO WS-GRP-COUNT.
184200     IF WS-KIND-HDCT
184300         OPEN INPUT HDCTHIST-FILE
184400         MOVE WS-HDCT-STATUS TO WS-OPEN-STATUS
184500     ELSE
184600         OPEN INPUT PRFHIST-FILE
184700         MOVE WS-PRFH-STATUS TO WS-OPEN-STATUS
184800     END-IF.
184900     IF WS-OPEN-STATUS NOT = '00'
185000         DISPLAY 'DPTREORG - ERROR OPENING HISTORY FILE '
185100                 WS-HIST-KIND ', STATUS ' WS-OPEN-STATUS
185200         MOVE 'RESTATE HISTORY'   TO AL-OPERATION
185300         MOVE ZERO                TO AL-SQLCODE
185400         MOVE 'OPEN FAILED'       TO AL-MESSAGE
185500         MOVE 'S' TO AL-SEVERITY
185600         PERFORM WRITE-AUDIT-LOG
185700             THRU WRITE-AUDIT-LOG-EXIT
185800         MOVE 16 TO RETURN-CODE
185900         MOVE 'Y' TO WS-ABEND-SW
186000         GO TO 7000-RESTATE-HISTORY-EXIT
186100     END-IF.
186200     IF WS-KIND-HDCT
186300         PERFORM 7100-READ-HDCTHIST
186400             THRU 7100-READ-HDCTHIST-EXIT
186500             UNTIL WS-HDCT-EOF OR WS-ABEND-REQUESTED
186600     ELSE
186700         PERFORM 7200-READ-PRFHIST
186800             THRU 7200-READ-PRFHIST-EXIT
186900             UNTIL WS-PRFH-EOF OR WS-ABEND-REQUESTED
187000     END-IF.
187100     IF NOT WS-ABEND-REQUESTED
187200         PERFORM 7500-FLUSH-GROUP
187300             THRU 7500-FLUSH-GROUP-EXIT
187400     END-IF.
187500     IF WS-KIND-HDCT
187600         CLOSE HDCTHIST-FILE
187700     ELSE
187800         CLOSE PRFHIST-FILE
187900     END-IF.
188000 7000-RESTATE-HISTORY-EXIT.
188100     EXIT.
188200 
188300 7100-READ-HDCTHIST.
188400     READ HDCTHIST-FILE
188500         AT END
188600             MOVE 'Y' TO WS-HDCT-EOF-SW
188700             GO TO 7100-READ-HDCTHIST-EXIT
188800     END-READ.
188900     ADD 1 TO WS-HDCT-READ-COUNT.
189000     IF HC-RUN-DATE NOT = WS-GRP-KEY
189100         PERFORM 7500-FLUSH-GROUP
189200             THRU 7500-FLUSH-GROUP-EXIT
189210         IF WS-ABEND-REQUESTED
189220             GO TO 7100-READ-HDCTHIST-EXIT
189230         END-IF
189300         MOVE HC-RUN-DATE TO WS-GRP-KEY
189400     END-IF.
189500     MOVE HC-DEPT TO WS-LOOK-DEPT.
189600     PERFORM 2950-CLASSIFY-DEPT
189700         THRU 2950-CLASSIFY-DEPT-EXIT.
189800     IF NOT WS-LOOK-AFFECTED
189900         ADD 1 TO WS-HDCT-KEPT-COUNT
190000         IF WS-EMP-COMMITTED
190100             WRITE HDCTNEW-RECORD FROM HDCTHIST-RECORD
190110             IF WS-HDCTNEW-STATUS NOT = '00'
190120                 MOVE 'HDCTNEW'           TO WS-WRITE-FILE
190130                 MOVE WS-HDCTNEW-STATUS   TO WS-WRITE-STATUS
190140                 PERFORM 6900-WRITE-FAILED
190150                     THRU 6900-WRITE-FAILED-EXIT
190160             END-IF
190200         END-IF
190300         GO TO 7100-READ-HDCTHIST-EXIT
190400     END-IF.
190500     ADD 1 TO WS-HDCT-RESTATED-COUNT.
190600     PERFORM 7600-FIND-OR-ADD-GROUP
190700         THRU 7600-FIND-OR-ADD-GROUP-EXIT.
190800     IF WS-ABEND-REQUESTED
190900         GO TO 7100-READ-HDCTHIST-EXIT
191000     END-IF.
191100     MOVE HC-ACTIVE-COUNT TO WS-GE-COUNT (WS-GRP-IDX 1).
191200     MOVE HC-LEAVE-COUNT  TO WS-GE-COUNT (WS-GRP-IDX 2).
191300     MOVE HC-TERM-COUNT   TO WS-GE-COUNT (WS-GRP-IDX 3).
191400     MOVE HC-OTHER-COUNT  TO WS-GE-COUNT (WS-GRP-IDX 4).
191500     MOVE HC-TOTAL-COUNT  TO WS-GE-COUNT (WS-GRP-IDX 5).
191600 7100-READ-HDCTHIST-EXIT.
191700     EXIT.
191800 
191900 7200-READ-PRFHIST.
192000     READ PRFHIST-FILE
192100         AT END
192200             MOVE 'Y' TO WS-PRFH-EOF-SW
192300             GO TO 7200-READ-PRFHIST-EXIT
192400     END-READ.
192500     ADD 1 TO WS-PRFH-READ-COUNT.
192600     IF PH-REPORT-MONTH NOT = WS-GRP-KEY
192700         PERFORM 7500-FLUSH-GROUP
192800             THRU 7500-FLUSH-GROUP-EXIT
192810         IF WS-ABEND-REQUESTED
192820             GO TO 7200-READ-PRFHIST-EXIT
192830         END-IF
192900         MOVE PH-REPORT-MONTH TO WS-GRP-KEY
193000     END-IF.
193100     MOVE PH-DEPT TO WS-LOOK-DEPT.
193200     PERFORM 2950-CLASSIFY-DEPT
193300         THRU 2950-CLASSIFY-DEPT-EXIT.
193400     IF NOT WS-LOOK-AFFECTED
193500         ADD 1 TO WS-PRFH-KEPT-COUNT
193600         IF WS-EMP-COMMITTED
193700             WRITE PRFHNEW-RECORD FROM PRFHIST-RECORD
193710             IF WS-PRFHNEW-STATUS NOT = '00'
193720                 MOVE 'PRFHNEW'           TO WS-WRITE-FILE
193730                 MOVE WS-PRFHNEW-STATUS   TO WS-WRITE-STATUS
193740                 PERFORM 6900-WRITE-FAILED
193750                     THRU 6900-WRITE-FAILED-EXIT
193760             END-IF
193800         END-IF
193900         GO TO 7200-READ-PRFHIST-EXIT
194000     END-IF.
194100     ADD 1 TO WS-PRFH-RESTATED-COUNT.
194200     PERFORM 7600-FIND-OR-ADD-GROUP
194300         THRU 7600-FIND-OR-ADD-GROUP-EXIT.
194400     IF WS-ABEND-REQUESTED
194500         GO TO 7200-READ-PRFHIST-EXIT
194600     END-IF.
194700     MOVE PH-ORDER-AMOUNT TO WS-GE-ORDER-AMOUNT (WS-GRP-IDX).
194800     MOVE PH-LABOR-COST   TO WS-GE-LABOR-COST (WS-GRP-IDX).
194900     MOVE PH-HEADCOUNT    TO WS-GE-HEADCOUNT (WS-GRP-IDX).
195000     MOVE PH-RUN-DATE     TO WS-GE-RUN-DATE (WS-GRP-IDX).
195100 7200-READ-PRFHIST-EXIT.
195200     EXIT.
195300 
195400*****************************************************************
195500* 7500-FLUSH-GROUP - SUM THE HELD RECORDS OF ONE DATE OR MONTH
195600* BY NEW CODE AND WRITE ONE RECORD PER NEW CODE. A PRFHIST
195700* RECORD KEEPS THE LATEST RUN DATE OF THE RECORDS SUMMED INTO
195800* IT.
195900*****************************************************************
196000 7500-FLUSH-GROUP.
196100     IF WS-GRP-COUNT = ZERO
196200         GO TO 7500-FLUSH-GROUP-EXIT
196300     END-IF.
196400     MOVE ZERO TO WS-SUM-COUNT.
196500     PERFORM 7510-SUM-GROUP-ENTRY
196600         THRU 7510-SUM-GROUP-ENTRY-EXIT
196700         VARYING WS-GRP-IDX FROM 1 BY 1
196800         UNTIL WS-GRP-IDX > WS-GRP-COUNT.
196900     PERFORM 7520-WRITE-SUM-ENTRY
197000         THRU 7520-WRITE-SUM-ENTRY-EXIT
197100         VARYING WS-SUM-IDX FROM 1 BY 1
197200         UNTIL WS-SUM-IDX > WS-SUM-COUNT
197210            OR WS-ABEND-REQUESTED.
197300     MOVE ZERO TO WS-GRP-COUNT.
197400 7500-FLUSH-GROUP-EXIT.
197500     EXIT.
197600 
197700 7510-SUM-GROUP-ENTRY.
197800     MOVE WS-GE-DEPT (WS-GRP-IDX) TO WS-LOOK-DEPT.
197900     PERFORM 2950-CLASSIFY-DEPT
198000         THRU 2950-CLASSIFY-DEPT-EXIT.
198100     MOVE 'N' TO WS-MATCH-FOUND-SW.
198200     PERFORM 7515-MATCH-SUM
198300         THRU 7515-MATCH-SUM-EXIT
198400         VARYING WS-SUM-IDX FROM 1 BY 1
198500         UNTIL WS-SUM-IDX > WS-SUM-COUNT OR WS-MATCH-FOUND.
198600     IF WS-MATCH-FOUND
198700         SUBTRACT 1 FROM WS-SUM-IDX
198800     ELSE
198900         ADD 1 TO WS-SUM-COUNT
199000         MOVE WS-SUM-COUNT   TO WS-SUM-IDX
199100         MOVE SPACES         TO WS-SUM-ENTRY (WS-SUM-IDX)
199200         MOVE WS-LOOK-TARGET TO WS-SE-DEPT (WS-SUM-IDX)
199300         MOVE ZERO TO WS-SE-COUNT (WS-SUM-IDX 1)
199400                      WS-SE-COUNT (WS-SUM-IDX 2)
199500                      WS-SE-COUNT (WS-SUM-IDX 3)
199600                      WS-SE-COUNT (WS-SUM-IDX 4)
199700                      WS-SE-COUNT (WS-SUM-IDX 5)
199800                      WS-SE-ORDER-AMOUNT (WS-SUM-IDX)
199900                      WS-SE-LABOR-COST (WS-SUM-IDX)
200000                      WS-SE-HEADCOUNT (WS-SUM-IDX)
200100     END-IF.
200200     IF WS-KIND-HDCT
200300         ADD WS-GE-COUNT (WS-GRP-IDX 1)
200400             TO WS-SE-COUNT (WS-SUM-IDX 1)
200500         ADD WS-GE-COUNT (WS-GRP-IDX 2)
200600             TO WS-SE-COUNT (WS-SUM-IDX 2)
200700         ADD WS-GE-COUNT (WS-GRP-IDX 3)
200800             TO WS-SE-COUNT (WS-SUM-IDX 3)
200900         ADD WS-GE-COUNT (WS-GRP-IDX 4)
201000             TO WS-SE-COUNT (WS-SUM-IDX 4)
201100         ADD WS-GE-COUNT (WS-GRP-IDX 5)
201200             TO WS-SE-COUNT (WS-SUM-IDX 5)
201300     ELSE
201400         ADD WS-GE-ORDER-AMOUNT (WS-GRP-IDX)
201500             TO WS-SE-ORDER-AMOUNT (WS-SUM-IDX)
201600         ADD WS-GE-LABOR-COST (WS-GRP-IDX)
201700             TO WS-SE-LABOR-COST (WS-SUM-IDX)
201800         ADD WS-GE-HEADCOUNT (WS-GRP-IDX)
201900             TO WS-SE-HEADCOUNT (WS-SUM-IDX)
202000         IF WS-GE-RUN-DATE (WS-GRP-IDX)
202100                 > WS-SE-RUN-DATE (WS-SUM-IDX)
202200             MOVE WS-GE-RUN-DATE (WS-GRP-IDX)
202300                 TO WS-SE-RUN-DATE (WS-SUM-IDX)
202400         END-IF
202500     END-IF.
202600 7510-SUM-GROUP-ENTRY-EXIT.
202700     EXIT.
202800 
202900 7515-MATCH-SUM.
203000     IF WS-SE-DEPT (WS-SUM-IDX) = WS-LOOK-TARGET
203100         MOVE 'Y' TO WS-MATCH-FOUND-SW
203200     END-IF.
203300 7515-MATCH-SUM-EXIT.
203400     EXIT.
203500 
203600 7520-WRITE-SUM-ENTRY.
203700     IF WS-KIND-HDCT
203800         ADD 1 TO WS-HDCT-SUMMED-COUNT
203900     ELSE
204000         ADD 1 TO WS-PRFH-SUMMED-COUNT
204100     END-IF.
204200     IF NOT WS-EMP-COMMITTED
204300         GO TO 7520-WRITE-SUM-ENTRY-EXIT
204400     END-IF.
204500     IF WS-KIND-HDCT
204600         MOVE SPACES                  TO HDCTNEW-RECORD
204700         MOVE WS-GRP-KEY              TO HN-RUN-DATE
204800         MOVE WS-SE-DEPT (WS-SUM-IDX) TO HN-DEPT
204900         MOVE WS-SE-COUNT (WS-SUM-IDX 1) TO HN-ACTIVE-COUNT
205000         MOVE WS-SE-COUNT (WS-SUM-IDX 2) TO HN-LEAVE-COUNT
205100         MOVE WS-SE-COUNT (WS-SUM-IDX 3) TO HN-TERM-COUNT
205200         MOVE WS-SE-COUNT (WS-SUM-IDX 4) TO HN-OTHER-COUNT
205300         MOVE WS-SE-COUNT (WS-SUM-IDX 5) TO HN-TOTAL-COUNT
205400         WRITE HDCTNEW-RECORD
205410         IF WS-HDCTNEW-STATUS NOT = '00'
205420             MOVE 'HDCTNEW'           TO WS-WRITE-FILE
205430             MOVE WS-HDCTNEW-STATUS   TO WS-WRITE-STATUS
205440             PERFORM 6900-WRITE-FAILED
205450                 THRU 6900-WRITE-FAILED-EXIT
205460         END-IF
205500     ELSE
205600         MOVE SPACES                  TO PRFHNEW-RECORD
205700         MOVE WS-GRP-KEY              TO PN-REPORT-MONTH
205800         MOVE WS-SE-DEPT (WS-SUM-IDX) TO PN-DEPT
205900         MOVE WS-SE-ORDER-AMOUNT (WS-SUM-IDX)
206000             TO PN-ORDER-AMOUNT
206100         MOVE WS-SE-LABOR-COST (WS-SUM-IDX) TO PN-LABOR-COST
206200         MOVE WS-SE-HEADCOUNT (WS-SUM-IDX)  TO PN-HEADCOUNT
206300         MOVE WS-SE-RUN-DATE (WS-SUM-IDX)   TO PN-RUN-DATE
206400         WRITE PRFHNEW-RECORD
206410         IF WS-PRFHNEW-STATUS NOT = '00'
206420             MOVE 'PRFHNEW'           TO WS-WRITE-FILE
206430             MOVE WS-PRFHNEW-STATUS   TO WS-WRITE-STATUS
206440             PERFORM 6900-WRITE-FAILED
206450                 THRU 6900-WRITE-FAILED-EXIT
206460         END-IF
206500     END-IF.
206600 7520-WRITE-SUM-ENTRY-EXIT.
206700     EXIT.
206800 
206900*****************************************************************
207000* 7600-FIND-OR-ADD-GROUP - LEAVE WS-GRP-IDX ON THE HELD ENTRY
207100* FOR WS-LOOK-DEPT IN THE CURRENT DATE OR MONTH, ADDING ONE
207200* WHEN IT IS THE FIRST RECORD FOR THE CODE. A LATER RECORD FOR
207300* THE SAME CODE (A RERUN OF THE WRITING REPORT) REPLACES IT.
207400*****************************************************************
207500 7600-FIND-OR-ADD-GROUP.
207600     MOVE 'N' TO WS-MATCH-FOUND-SW.
207700     PERFORM 7610-MATCH-GROUP
207800         THRU 7610-MATCH-GROUP-EXIT
207900         VARYING WS-GRP-IDX FROM 1 BY 1
208000         UNTIL WS-GRP-IDX > WS-GRP-COUNT OR WS-MATCH-FOUND.
208100     IF WS-MATCH-FOUND
208200         SUBTRACT 1 FROM WS-GRP-IDX
208300         GO TO 7600-FIND-OR-ADD-GROUP-EXIT
208400     END-IF.
208500     IF WS-GRP-COUNT >= WS-GRP-CAPACITY
208600         DISPLAY 'DPTREORG - HISTORY GROUP CAPACITY '
208700                 WS-GRP-CAPACITY ' EXCEEDED AT ' WS-GRP-KEY
208800                 ', ABENDING'
208900         MOVE 16 TO RETURN-CODE
209000         MOVE 'Y' TO WS-ABEND-SW
209100         GO TO 7600-FIND-OR-ADD-GROUP-EXIT
209200     END-IF.
209300     ADD 1 TO WS-GRP-COUNT.
209400     MOVE WS-GRP-COUNT TO WS-GRP-IDX.
209500     MOVE SPACES       TO WS-GRP-ENTRY (WS-GRP-IDX).
209600     MOVE WS-LOOK-DEPT TO WS-GE-DEPT (WS-GRP-IDX).
209700 7600-FIND-OR-ADD-GROUP-EXIT.
209800     EXIT.
209900 
210000 7610-MATCH-GROUP.
210100     IF WS-GE-DEPT (WS-GRP-IDX) = WS-LOOK-DEPT
210200         MOVE 'Y' TO WS-MATCH-FOUND-SW
210300     END-IF.
210400 7610-MATCH-GROUP-EXIT.
210500     EXIT.
210600 
210700*****************************************************************
210800* 8000-FINALIZE - PRINT THE RUN TOTALS, RECORD THE RUN ON THE
210900* AUDIT TRAIL AND SET THE RETURN CODE: A SIMULATION ENDS 8 WHEN
211000* ANY CARD IS IN ERROR, 0 OTHERWISE; AN APPLY ENDS 16 WHEN IT
211100* WAS REFUSED (CARD ERRORS, BEFORE THE EFFECTIVE DATE) OR
211200* FAILED, SO THE JOB'S COPY-BACK STEPS DO NOT RUN, AND 0 WHEN
211300* EVERYTHING WAS WRITTEN.
211400*****************************************************************
211500 8000-FINALIZE.
211600     MOVE SPACES TO RORGRPT-RECORD.
211700     MOVE 'MAPPING CARDS READ'           TO RZ-LABEL.
211800     MOVE WS-CARDS-READ-COUNT            TO RZ-COUNT.
211900     PERFORM 8100-PRINT-TOTAL
212000         THRU 8100-PRINT-TOTAL-EXIT.
212100     MOVE '  DEPARTMENT CARDS'           TO RZ-LABEL.
212200     MOVE WS-DEPT-CARD-COUNT             TO RZ-COUNT.
212300     PERFORM 8100-PRINT-TOTAL
212400         THRU 8100-PRINT-TOTAL-EXIT.
212500     MOVE '  EMPLOYEE CARDS'             TO RZ-LABEL.
212600     MOVE WS-EMPL-CARD-COUNT             TO RZ-COUNT.
212700     PERFORM 8100-PRINT-TOTAL
212800         THRU 8100-PRINT-TOTAL-EXIT.
212900     MOVE 'MAPPING ERRORS'               TO RZ-LABEL.
213000     MOVE WS-MAP-ERROR-COUNT             TO RZ-COUNT.
213100     IF WS-MAP-ERROR-COUNT > ZERO
213200         MOVE 'CARDS MARKED * - CORRECT BEFORE APPLYING'
213300             TO RZ-NOTE
213400     END-IF.
213500     PERFORM 8100-PRINT-TOTAL
213600         THRU 8100-PRINT-TOTAL-EXIT.
213700     MOVE 'EMP ROWS READ'                TO RZ-LABEL.
213800     MOVE WS-EMP-COUNT                   TO RZ-COUNT.
213900     PERFORM 8100-PRINT-TOTAL
214000         THRU 8100-PRINT-TOTAL-EXIT.
214100     MOVE 'EMP ROWS TO MOVE'             TO RZ-LABEL.
214200     MOVE WS-MOVE-COUNT                  TO RZ-COUNT.
214300     PERFORM 8100-PRINT-TOTAL
214400         THRU 8100-PRINT-TOTAL-EXIT.
214500     IF WS-APPLY-STARTED
214600         MOVE 'EMP ROWS MOVED'           TO RZ-LABEL
214700         MOVE WS-MOVED-COUNT             TO RZ-COUNT
214800         IF WS-EMP-COMMITTED
214900             MOVE 'COMMITTED'            TO RZ-NOTE
215000         ELSE
215100             MOVE 'ROLLED BACK - EMP UNCHANGED' TO RZ-NOTE
215200         END-IF
215300         PERFORM 8100-PRINT-TOTAL
215400             THRU 8100-PRINT-TOTAL-EXIT
215500         MOVE 'EMPHIST RECORDS WRITTEN'  TO RZ-LABEL
215600         MOVE WS-HISTORY-COUNT           TO RZ-COUNT
215700         PERFORM 8100-PRINT-TOTAL
215800             THRU 8100-PRINT-TOTAL-EXIT
215900         MOVE 'DEPTNEW RECORDS WRITTEN'  TO RZ-LABEL
216000         MOVE WS-DREF-WRITTEN-COUNT      TO RZ-COUNT
216100         PERFORM 8100-PRINT-TOTAL
216200             THRU 8100-PRINT-TOTAL-EXIT
216300         MOVE '  CODES RETIRED'          TO RZ-LABEL
216400         MOVE WS-DREF-RETIRED-COUNT      TO RZ-COUNT
216500         PERFORM 8100-PRINT-TOTAL
216600             THRU 8100-PRINT-TOTAL-EXIT
216700         MOVE '  CODES REDEFINED'        TO RZ-LABEL
216800         MOVE WS-DREF-UPDATED-COUNT      TO RZ-COUNT
216900         PERFORM 8100-PRINT-TOTAL
217000             THRU 8100-PRINT-TOTAL-EXIT
217100         MOVE '  CODES ADDED'            TO RZ-LABEL
217200         MOVE WS-DREF-ADDED-COUNT        TO RZ-COUNT
217300         PERFORM 8100-PRINT-TOTAL
217400             THRU 8100-PRINT-TOTAL-EXIT
217500     END-IF.
217600     MOVE 'HDCTHIST RECORDS READ'        TO RZ-LABEL.
217700     MOVE WS-HDCT-READ-COUNT             TO RZ-COUNT.
217800     PERFORM 8100-PRINT-TOTAL
217900         THRU 8100-PRINT-TOTAL-EXIT.
218000     MOVE '  UNCHANGED'                  TO RZ-LABEL.
218100     MOVE WS-HDCT-KEPT-COUNT             TO RZ-COUNT.
218200     PERFORM 8100-PRINT-TOTAL
218300         THRU 8100-PRINT-TOTAL-EXIT.
218400     MOVE '  RESTATED'                   TO RZ-LABEL.
218500     MOVE WS-HDCT-RESTATED-COUNT         TO RZ-COUNT.
218600     PERFORM 8100-PRINT-TOTAL
218700         THRU 8100-PRINT-TOTAL-EXIT.
218800     MOVE '    AS RECORDS UNDER THE NEW CODES' TO RZ-LABEL.
218900     MOVE WS-HDCT-SUMMED-COUNT           TO RZ-COUNT.
219000     IF WS-EMP-COMMITTED
219100         MOVE 'WRITTEN TO HDCTNEW'       TO RZ-NOTE
219200     END-IF.
219300     PERFORM 8100-PRINT-TOTAL
219400         THRU 8100-PRINT-TOTAL-EXIT.
219500     MOVE 'PRFHIST RECORDS READ'         TO RZ-LABEL.
219600     MOVE WS-PRFH-READ-COUNT             TO RZ-COUNT.
219700     PERFORM 8100-PRINT-TOTAL
219800         THRU 8100-PRINT-TOTAL-EXIT.
219900     MOVE '  UNCHANGED'                  TO RZ-LABEL.
220000     MOVE WS-PRFH-KEPT-COUNT             TO RZ-COUNT.
220100     PERFORM 8100-PRINT-TOTAL
220200         THRU 8100-PRINT-TOTAL-EXIT.
220300     MOVE '  RESTATED'                   TO RZ-LABEL.
220400     MOVE WS-PRFH-RESTATED-COUNT         TO RZ-COUNT.
220500     PERFORM 8100-PRINT-TOTAL
220600         THRU 8100-PRINT-TOTAL-EXIT.
220700     MOVE '    AS RECORDS UNDER THE NEW CODES' TO RZ-LABEL.
220800     MOVE WS-PRFH-SUMMED-COUNT           TO RZ-COUNT.
220900     IF WS-EMP-COMMITTED
221000         MOVE 'WRITTEN TO PRFHNEW'       TO RZ-NOTE
221100     END-IF.
221200     PERFORM 8100-PRINT-TOTAL
221300         THRU 8100-PRINT-TOTAL-EXIT.
221400 
221500     DISPLAY 'DPTREORG - ' WS-CARDS-READ-COUNT ' CARDS, '
221600             WS-MAP-ERROR-COUNT ' ERRORS, ' WS-MOVE-COUNT
221700             ' ROWS TO MOVE, ' WS-MOVED-COUNT ' MOVED'.
221800     MOVE ZERO TO AL-SQLCODE.
221900     IF WS-MODE-APPLY
222000         MOVE 'DEPT REORG (APPLY)'    TO AL-OPERATION
222100     ELSE
222200         MOVE 'DEPT REORG (SIMULATE)' TO AL-OPERATION
222300     END-IF.
222400     EVALUATE TRUE
222500         WHEN WS-ABEND-REQUESTED AND WS-EMP-COMMITTED
222600             MOVE 'HISTORY NOT RESTATED' TO AL-MESSAGE
222700             MOVE 'S' TO AL-SEVERITY
222800             DISPLAY 'DPTREORG - EMP WAS MOVED BUT THE '
222900                     'REFERENCE AND HISTORY FILES WERE NOT '
223000                     'REWRITTEN - RERUN THE APPLY'
223100         WHEN WS-ABEND-REQUESTED
223200             MOVE 'REORG ROLLED BACK'  TO AL-MESSAGE
223300             MOVE 'S' TO AL-SEVERITY
223400         WHEN WS-MAP-ERROR-COUNT > ZERO
223500             MOVE 'MAPPING ERRORS'     TO AL-MESSAGE
223600             IF WS-MODE-APPLY
223700                 MOVE 'S' TO AL-SEVERITY
223800                 MOVE 16 TO RETURN-CODE
223900                 DISPLAY 'DPTREORG - APPLY REFUSED, MAPPING '
224000                         'ERRORS - NOTHING CHANGED'
224100             ELSE
224200                 MOVE 'W' TO AL-SEVERITY
224300                 MOVE 8 TO RETURN-CODE
224400             END-IF
224500         WHEN WS-NOT-EFFECTIVE
224600             MOVE 'NOT YET EFFECTIVE'  TO AL-MESSAGE
224700             MOVE 'S' TO AL-SEVERITY
224800             MOVE 16 TO RETURN-CODE
224900             DISPLAY 'DPTREORG - APPLY REFUSED, EFFECTIVE DATE '
225000                     WS-EFF-DATE ' NOT YET REACHED - NOTHING '
225100                     'CHANGED'
225200         WHEN WS-MODE-APPLY
225300             MOVE 'MOVED'              TO WS-CMSG-VERB
225400             MOVE WS-MOVED-COUNT       TO WS-CMSG-COUNT
225500             MOVE WS-COUNT-MSG         TO AL-MESSAGE
225600         WHEN OTHER
225700             MOVE 'PLANNED'            TO WS-CMSG-VERB
225800             MOVE WS-MOVE-COUNT        TO WS-CMSG-COUNT
225900             MOVE WS-COUNT-MSG         TO AL-MESSAGE
226000     END-EVALUATE.
226100     PERFORM WRITE-AUDIT-LOG
226200         THRU WRITE-AUDIT-LOG-EXIT.
226300 8000-FINALIZE-EXIT.
226400     EXIT.
226500 
226600*****************************************************************
226700* 8100-PRINT-TOTAL - PRINT ONE TOTAL LINE (RZ-LABEL, RZ-COUNT
226800* AND ANY RZ-NOTE ALREADY SET BY THE CALLER) AND CLEAR THE
226900* RECORD FOR THE NEXT.
227000*****************************************************************
227100 8100-PRINT-TOTAL.
227200     WRITE RORGRPT-RECORD.
227300     MOVE SPACES TO RORGRPT-RECORD.
227400 8100-PRINT-TOTAL-EXIT.
227500     EXIT.
227600 
227700*****************************************************************
227800* LOAD-DEPT-TABLE / LOOK-UP-DEPT - SHARED DEPARTMENT REFERENCE
227900* LOAD AND LOOKUP, COPIED FROM DEPTLKP.CPY. SEE THE COPYBOOK
228000* FOR DETAILS.
228100*****************************************************************
228200     COPY DEPTLKP.
228300 
228400*****************************************************************
228500* WRITE-EMP-HISTORY - SHARED EMPHIST WRITE, COPIED FROM
228600* EMPHIST.CPY. SEE THE COPYBOOK FOR DETAILS.
228700*****************************************************************
228800     COPY EMPHIST.
228900 
229000*****************************************************************
229100* SQL-ERROR-CHECK - SHARED SQLCODE EVALUATION, COPIED FROM
229200* SQLERR.CPY. SEE THE COPYBOOK FOR DETAILS.
229300*****************************************************************
229400     COPY SQLERR.
229500 
229600*****************************************************************
229700* WRITE-AUDIT-LOG - SHARED AUDIT LOG WRITE, COPIED FROM
229800* AUDLOG.CPY. SEE THE COPYBOOK FOR DETAILS.
229900*****************************************************************
230000     COPY AUDLOG.
230100 
230200*****************************************************************
230300* CHECK-OPERATOR-AUTH - SHARED OPERATOR AUTHORIZATION CHECK,
230400* COPIED FROM AUTHCHK.CPY. SEE THE COPYBOOK FOR DETAILS.
230500*****************************************************************
230600     COPY AUTHCHK.
