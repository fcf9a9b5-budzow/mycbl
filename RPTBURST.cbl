000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RPTBURST.
000300 AUTHOR.        D BUDZOWSKI.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* MODIFICATION HISTORY
000900* DATE       INIT DESCRIPTION
001000* ---------- ---- ------------------------------------------
001100* 2026-10-15 DB   INITIAL VERSION - BURSTS THE SHOP-WIDE
001200*                 REPORTS (DEPTBRK, GRDEXCP, LEAVERPT, ANNIVRPT,
001300*                 DEPTROLL) INTO ONE COPY PER RECIPIENT FROM
001400*                 THE BURST FILES THEY WRITE BESIDE THE PRINTED
001500*                 REPORT (BRSTREC.CPY). THE DISTCTL CONTROL
001600*                 CARDS (DISTCTL.CPY) SAY WHICH DEPARTMENTS OF
001700*                 WHICH REPORT GO TO WHOM. EACH COPY CARRIES THE
001800*                 REPORT'S COMMON LINES AND ONLY THE RECIPIENT'S
001900*                 DEPARTMENT LINES -- SHOP-WIDE TOTALS AND
002000*                 ROLLUPS GO ONLY TO 'ALL ' RECIPIENTS -- WITH
002100*                 ITS OWN RPTWRTR PAGE NUMBERING AND CONTROL
002200*                 TOTALS, TO THE DISTRPT DATASET (DISTRPT.CPY).
002300*                 EVERY COPY SENT IS LOGGED TO THE PERMANENT
002400*                 DISTLOG (DISTLOG.CPY) UNDER THE BUSINESS DATE
002500*                 -- PARM YYYYMMDD, 00000000 OR NO PARM FOR THE
002600*                 RUN DATE -- AND A COPY ALREADY LOGGED FOR THE
002700*                 DATE IS NOT SENT AGAIN UNLESS PARM POSITION 9
002800*                 IS 'R' (RESEND).
002810* 2026-10-15 DB   A DEFAULTED BUSINESS DATE IS THE LATEST
002820*                 NIGHTLY 'B' ON RUNCTLF, NOT THE RUN DATE, SO A
002830*                 CYCLE PAST MIDNIGHT NO LONGER REFUSES ITS OWN
002840*                 REPORTS AS STALE. A FAILED DISTRPT WRITE IS RC
002850*                 16 AND THE COPY IS NOT LOGGED. A FULL COPY OR
002860*                 UNCOVERED DEPARTMENT TABLE IS WARNED.
002900*****************************************************************
003000 
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT DISTCTL-FILE ASSIGN TO DISTCTL
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS WS-DCTL-STATUS.
003700     SELECT RPTBRST-FILE ASSIGN TO RPTBRST
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-BRST-STATUS.
004000     SELECT DISTRPT-FILE ASSIGN TO DISTRPT
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-DRPT-STATUS.
004300     SELECT DISTLOG-FILE ASSIGN TO DISTLOG
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-DLOG-STATUS.
004600     SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-AUDIT-STATUS.
004810     SELECT RUNCTL-FILE ASSIGN TO RUNCTLF
004820         ORGANIZATION IS SEQUENTIAL
004830         FILE STATUS IS WS-RUNCTL-STATUS.
004900 
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  DISTCTL-FILE
005300     RECORDING MODE IS F
005400     RECORD CONTAINS 80 CHARACTERS
005500     LABEL RECORDS ARE STANDARD.
005600     COPY DISTCTL.
005700 
005800 FD  RPTBRST-FILE
005900     RECORDING MODE IS F
006000     RECORD CONTAINS 160 CHARACTERS
006100     LABEL RECORDS ARE STANDARD.
006200     COPY BRSTREC.
006300 
006400 FD  DISTRPT-FILE
006500     RECORDING MODE IS F
006600     RECORD CONTAINS 140 CHARACTERS
006700     LABEL RECORDS ARE STANDARD.
006800     COPY DISTRPT.
006900 
007000 FD  DISTLOG-FILE
007100     RECORDING MODE IS F
007200     RECORD CONTAINS 80 CHARACTERS
007300     LABEL RECORDS ARE STANDARD.
007400     COPY DISTLOG.
007500 
007600 FD  AUDIT-LOG-FILE
007700     RECORDING MODE IS F
007800     RECORD CONTAINS 80 CHARACTERS
007900     LABEL RECORDS ARE STANDARD.
008000     COPY AUDREC.
008100 
008110 FD  RUNCTL-FILE
008120     RECORDING MODE IS F
008130     RECORD CONTAINS 80 CHARACTERS
008140     LABEL RECORDS ARE STANDARD.
008150     COPY CTLREC.
008160 
008200 WORKING-STORAGE SECTION.
008300 01  WS-DCTL-STATUS               PIC X(02).
008400 01  WS-BRST-STATUS               PIC X(02).
008500 01  WS-DRPT-STATUS               PIC X(02).
008600 01  WS-DLOG-STATUS               PIC X(02).
008700 01  WS-AUDIT-STATUS              PIC X(02).
008710 01  WS-RUNCTL-STATUS             PIC X(02).
008800 
008900 01  WS-DCTL-EOF-SW               PIC X(01)  VALUE 'N'.
009000     88  WS-DCTL-EOF                         VALUE 'Y'.
009100 01  WS-BRST-EOF-SW               PIC X(01)  VALUE 'N'.
009200     88  WS-BRST-EOF                         VALUE 'Y'.
009300 01  WS-DLOG-EOF-SW               PIC X(01)  VALUE 'N'.
009400     88  WS-DLOG-EOF                         VALUE 'Y'.
009410 01  WS-RUNCTL-EOF-SW             PIC X(01)  VALUE 'N'.
009420     88  WS-RUNCTL-EOF                       VALUE 'Y'.
009500 01  WS-ABEND-SW                  PIC X(01)  VALUE 'N'.
009600     88  WS-ABEND-REQUESTED                  VALUE 'Y'.
009700 01  WS-RESEND-SW                 PIC X(01)  VALUE 'N'.
009800     88  WS-RESEND-REQUESTED                 VALUE 'Y'.
009900 01  WS-FOUND-SW                  PIC X(01)  VALUE 'N'.
010000     88  WS-FOUND                            VALUE 'Y'.
010100 01  WS-SENT-BEFORE-SW            PIC X(01)  VALUE 'N'.
010200     88  WS-SENT-BEFORE                      VALUE 'Y'.
010300 01  WS-PRINT-SW                  PIC X(01)  VALUE 'N'.
010400     88  WS-PRINT-THIS-LINE                  VALUE 'Y'.
010500 
010600*    HIGHEST CONDITION SEEN, RETURNED AT THE END: 8 WHEN A
010700*    REPORT WAS REFUSED. WARNINGS LEAVE IT AT 0 AND GO TO THE
010800*    AUDIT TRAIL AS 'W' EVENTS FOR AUDALERT.
010900 01  WS-HIGH-RC                   PIC 9(02)  VALUE ZERO.
011000 
011100 01  WS-SYS-DATE                  PIC X(08).
011200 01  WS-SYS-TIME                  PIC X(08).
011300 01  WS-BUS-DATE                  PIC X(08).
011400 
011500 01  WS-CARD-READ-COUNT           PIC 9(05)  VALUE ZERO.
011600 01  WS-CARD-REJECT-COUNT         PIC 9(05)  VALUE ZERO.
011700 01  WS-LOG-READ-COUNT            PIC 9(07)  VALUE ZERO.
011800 01  WS-BRST-READ-COUNT           PIC 9(07)  VALUE ZERO.
011900 01  WS-STRAY-COUNT               PIC 9(07)  VALUE ZERO.
012000 01  WS-REPORT-COUNT              PIC 9(05)  VALUE ZERO.
012100 01  WS-REFUSED-COUNT             PIC 9(05)  VALUE ZERO.
012200 01  WS-COPY-COUNT                PIC 9(05)  VALUE ZERO.
012300 01  WS-RESENT-COUNT              PIC 9(05)  VALUE ZERO.
012400 01  WS-ALREADY-SENT-COUNT        PIC 9(05)  VALUE ZERO.
012500 01  WS-NO-RECIP-COUNT            PIC 9(05)  VALUE ZERO.
012600 
012700 01  WS-RW-WRITE-IDX              PIC 9(01)  VALUE ZERO.
012800 01  WS-PRINT-LINE                PIC X(132) VALUE SPACES.
012900 01  WS-REFUSE-REASON             PIC X(20)  VALUE SPACES.
013000 
013100     COPY RPTPARM.
013200 
013300*    DISTRIBUTION CONTROL CARDS, AS READ FROM DISTCTL.
013400 01  WS-DC-MAX                    PIC 9(05)  VALUE 500.
013500 01  WS-DC-COUNT                  PIC 9(05)  VALUE ZERO.
013600 01  WS-DC-IDX                    PIC 9(05)  VALUE ZERO.
013700 01  WS-DC-TABLE.
013800     05  WS-DC-ENTRY OCCURS 500 TIMES.
013900         10  WS-DC-REPORT-ID      PIC X(08).
014000         10  WS-DC-DEPT           PIC X(04).
014100         10  WS-DC-RECIPIENT-ID   PIC X(08).
014200         10  WS-DC-NAME           PIC X(30).
014300         10  WS-DC-LOCATION       PIC X(20).
014400 
014500*    COPIES ALREADY ON DISTLOG FOR THE BUSINESS DATE, PLUS THE
014600*    COPIES SENT BY THIS RUN.
014700 01  WS-ST-MAX                    PIC 9(05)  VALUE 1000.
014800 01  WS-ST-COUNT                  PIC 9(05)  VALUE ZERO.
014900 01  WS-ST-IDX                    PIC 9(05)  VALUE ZERO.
015000 01  WS-ST-TABLE.
015100     05  WS-ST-ENTRY OCCURS 1000 TIMES.
015200         10  WS-ST-REPORT-ID      PIC X(08).
015300         10  WS-ST-RECIPIENT-ID   PIC X(08).
015400 
015500*    THE REPORT BEING DISTRIBUTED -- ITS TITLE AND HEADING, ITS
015600*    LINES IN PRINT ORDER, AND WHAT ITS TRAILER SAID.
015700 01  WS-RP-REPORT-ID              PIC X(08).
015800 01  WS-RP-RUN-DATE               PIC X(08).
015900 01  WS-RP-TITLE-TEXT             PIC X(45).
016000 01  WS-RP-RUN-DATE-EDIT          PIC X(10).
016100 01  WS-RP-HEADING-LINE           PIC X(132).
016200 01  WS-RP-TRAILER-SW             PIC X(01).
016300     88  WS-RP-TRAILER-SEEN                  VALUE 'Y'.
016400 01  WS-RP-BAD-RECORD-SW          PIC X(01).
016500     88  WS-RP-BAD-RECORD                    VALUE 'Y'.
016600 01  WS-RP-LINE-COUNT             PIC 9(07).
016700 01  WS-RP-DEPT-LINE-COUNT        PIC 9(07).
016800 01  WS-RP-Z-LINE-COUNT           PIC 9(07).
016900 01  WS-RP-Z-DEPT-LINE-COUNT      PIC 9(07).
017000 
017100 01  WS-LT-MAX                    PIC 9(05)  VALUE 5000.
017200 01  WS-LT-COUNT                  PIC 9(05)  VALUE ZERO.
017300 01  WS-LT-IDX                    PIC 9(05)  VALUE ZERO.
017400 01  WS-LT-TABLE.
017500     05  WS-LT-ENTRY OCCURS 5000 TIMES.
017600         10  WS-LT-CLASS          PIC X(01).
017700             88  WS-LT-COMMON                VALUE 'C'.
017800             88  WS-LT-DEPT-LINE             VALUE 'D'.
017900             88  WS-LT-SHOP                  VALUE 'S'.
018000         10  WS-LT-DEPT           PIC X(04).
018100         10  WS-LT-LINE           PIC X(132).
018200 
018300*    THE REPORT'S RECIPIENTS, ONE ENTRY PER RECIPIENT ID HOWEVER
018400*    MANY CARDS THEY HAVE. THE NAME AND LOCATION COME FROM THEIR
018500*    FIRST CARD.
018600 01  WS-RC-MAX                    PIC 9(05)  VALUE 100.
018700 01  WS-RC-COUNT                  PIC 9(05)  VALUE ZERO.
018800 01  WS-RC-IDX                    PIC 9(05)  VALUE ZERO.
018900 01  WS-RC-TABLE.
019000     05  WS-RC-ENTRY OCCURS 100 TIMES.
019100         10  WS-RC-RECIPIENT-ID   PIC X(08).
019200         10  WS-RC-NAME           PIC X(30).
019300         10  WS-RC-LOCATION       PIC X(20).
019400         10  WS-RC-ALL-SW         PIC X(01).
019500             88  WS-RC-ALL-DEPTS             VALUE 'Y'.
019600 
019700*    THE COPY BEING PRINTED -- ITS DEPARTMENTS AND LINE COUNTS.
019800 01  WS-CP-RECIPIENT-ID           PIC X(08).
019900 01  WS-CP-LINE-COUNT             PIC 9(07).
020000 01  WS-CP-DEPT-LINE-COUNT        PIC 9(07).
020100 01  WS-CP-SHOP-LINE-COUNT        PIC 9(07).
020110 01  WS-CP-DEPT-MAX               PIC 9(05)  VALUE 100.
020200 01  WS-CP-DEPT-COUNT             PIC 9(05)  VALUE ZERO.
020300 01  WS-CP-DEPT-IDX               PIC 9(05)  VALUE ZERO.
020310 01  WS-CP-DEPT-FULL-SW           PIC X(01)  VALUE 'N'.
020320     88  WS-CP-DEPT-FULL                     VALUE 'Y'.
020400 01  WS-CP-DEPT-TABLE.
020500     05  WS-CP-DEPT OCCURS 100 TIMES
020600                                  PIC X(04).
020700 
020800*    DEPARTMENTS ON THE REPORT THAT NO DEPARTMENT RECIPIENT
020900*    COVERS, WITH THEIR LINE COUNT.
020910 01  WS-UC-MAX                    PIC 9(05)  VALUE 100.
021000 01  WS-UC-COUNT                  PIC 9(05)  VALUE ZERO.
021100 01  WS-UC-IDX                    PIC 9(05)  VALUE ZERO.
021110 01  WS-UC-FULL-SW                PIC X(01)  VALUE 'N'.
021120     88  WS-UC-FULL                          VALUE 'Y'.
021200 01  WS-UC-LINE-COUNT             PIC 9(07)  VALUE ZERO.
021300 01  WS-UC-TABLE.
021400     05  WS-UC-DEPT OCCURS 100 TIMES
021500                                  PIC X(04).
021600 
021700 LINKAGE SECTION.
021800 01  LS-PARM.
021900     05  LS-PARM-LEN         PIC S9(04) COMP.
022000     05  LS-PARM-DATA.
022100         10  LS-PARM-BUS-DATE     PIC X(08).
022200         10  LS-PARM-RESEND       PIC X(01).
022300 
022400 PROCEDURE DIVISION USING LS-PARM.
022500 
022600 0000-MAINLINE.
022700     OPEN EXTEND AUDIT-LOG-FILE.
022800     MOVE 'RPTBURST' TO AL-PROGRAM.
022900     PERFORM 1000-INITIALIZE
023000         THRU 1000-INITIALIZE-EXIT.
023100     IF WS-ABEND-REQUESTED
023200         GO TO 9999-END-OF-JOB
023300     END-IF.
023400     PERFORM 2000-LOAD-DIST-CONTROL
023500         THRU 2000-LOAD-DIST-CONTROL-EXIT.
023600     IF WS-ABEND-REQUESTED
023700         GO TO 9999-END-OF-JOB
023800     END-IF.
023900     PERFORM 2500-LOAD-DIST-LOG
024000         THRU 2500-LOAD-DIST-LOG-EXIT.
024100     IF WS-ABEND-REQUESTED
024200         GO TO 9999-END-OF-JOB
024300     END-IF.
024400     PERFORM 2900-OPEN-REPORT-FILES
024500         THRU 2900-OPEN-REPORT-FILES-EXIT.
024600     IF WS-ABEND-REQUESTED
024700         CLOSE DISTLOG-FILE
024800         GO TO 9999-END-OF-JOB
024900     END-IF.
025000     PERFORM 3000-READ-BURST-RECORD
025100         THRU 3000-READ-BURST-RECORD-EXIT.
025200     IF WS-BRST-EOF
025300         DISPLAY 'RPTBURST - WARNING: RPTBRST IS EMPTY, '
025400                 'NOTHING TO DISTRIBUTE'
025500         MOVE 'READ RPTBRST'       TO AL-OPERATION
025600         MOVE ZERO                 TO AL-SQLCODE
025700         MOVE 'NO REPORTS'         TO AL-MESSAGE
025800         MOVE 'W' TO AL-SEVERITY
025900         PERFORM WRITE-AUDIT-LOG
026000             THRU WRITE-AUDIT-LOG-EXIT
026100     END-IF.
026200     PERFORM 4000-PROCESS-REPORT
026300         THRU 4000-PROCESS-REPORT-EXIT
026400         UNTIL WS-BRST-EOF OR WS-ABEND-REQUESTED.
026500     PERFORM 8000-FINALIZE
026600         THRU 8000-FINALIZE-EXIT.
026700 9999-END-OF-JOB.
026800     CLOSE AUDIT-LOG-FILE.
026900     STOP RUN.
027000 
027100*****************************************************************
027200* 1000-INITIALIZE - SETTLE THE BUSINESS DATE AND THE RESEND
027300* FLAG FROM THE PARM. A DATE THAT IS NOT EIGHT DIGITS, OR A
027400* NINTH BYTE THAT IS NEITHER BLANK NOR 'R', FAILS THE STEP
027500* BEFORE ANYTHING IS SENT. A DEFAULTED DATE COMES FROM
027510* RUNCTLF (1100).
027600*****************************************************************
027700 1000-INITIALIZE.
027800     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
027900     ACCEPT WS-SYS-TIME FROM TIME.
028000     MOVE WS-SYS-DATE TO WS-BUS-DATE.
028100     IF LS-PARM-LEN > ZERO
028200             AND LS-PARM-BUS-DATE NOT = '00000000'
028300         IF LS-PARM-BUS-DATE NOT NUMERIC
028400             DISPLAY 'RPTBURST - PARM BUSINESS DATE '
028500                     LS-PARM-BUS-DATE ' NOT YYYYMMDD, ABENDING'
028600             MOVE 'PARM BUSINESS DATE'  TO AL-OPERATION
028700             MOVE ZERO                  TO AL-SQLCODE
028800             MOVE LS-PARM-BUS-DATE      TO AL-MESSAGE
028900             MOVE 'S' TO AL-SEVERITY
029000             PERFORM WRITE-AUDIT-LOG
029100                 THRU WRITE-AUDIT-LOG-EXIT
029200             MOVE 16 TO RETURN-CODE
029300             MOVE 'Y' TO WS-ABEND-SW
029400             GO TO 1000-INITIALIZE-EXIT
029500         END-IF
029600         MOVE LS-PARM-BUS-DATE TO WS-BUS-DATE
029610     ELSE
029620         PERFORM 1100-ADOPT-NIGHTLY-DATE
029630             THRU 1100-ADOPT-NIGHTLY-DATE-EXIT
029640         IF WS-ABEND-REQUESTED
029650             GO TO 1000-INITIALIZE-EXIT
029660         END-IF
029700     END-IF.
029800     IF LS-PARM-LEN > 8
029900         EVALUATE LS-PARM-RESEND
030000             WHEN 'R'
030100                 MOVE 'Y' TO WS-RESEND-SW
030200             WHEN SPACE
030300                 CONTINUE
030400             WHEN OTHER
030500                 DISPLAY 'RPTBURST - PARM RESEND FLAG '
030600                         LS-PARM-RESEND ' NOT R OR BLANK, '
030700                         'ABENDING'
030800                 MOVE 'PARM RESEND FLAG'    TO AL-OPERATION
030900                 MOVE ZERO                  TO AL-SQLCODE
031000                 MOVE LS-PARM-RESEND        TO AL-MESSAGE
031100                 MOVE 'S' TO AL-SEVERITY
031200                 PERFORM WRITE-AUDIT-LOG
031300                     THRU WRITE-AUDIT-LOG-EXIT
031400                 MOVE 16 TO RETURN-CODE
031500                 MOVE 'Y' TO WS-ABEND-SW
031600                 GO TO 1000-INITIALIZE-EXIT
031700         END-EVALUATE
031800     END-IF.
031900     DISPLAY 'RPTBURST - BUSINESS DATE ' WS-BUS-DATE.
032000     IF WS-RESEND-REQUESTED
032100         DISPLAY 'RPTBURST - RESEND REQUESTED, COPIES ALREADY '
032200                 'SENT FOR THE DATE WILL BE SENT AGAIN'
032300     END-IF.
032400 1000-INITIALIZE-EXIT.
032500     EXIT.
032600 
032601*****************************************************************
032602* 1100-ADOPT-NIGHTLY-DATE - A DEFAULTED BUSINESS DATE IS THE
032603* ONE THE LATEST NIGHTLY 'B' ON RUNCTLF OPENED, AS RUNCTL
032604* ITSELF ADOPTS IT, NOT THE WALL CLOCK'S: A CYCLE THAT RUNS
032605* PAST MIDNIGHT STILL TAKES ITS OWN REPORTS AS CURRENT AND
032606* LOGS THEM UNDER ITS OWN DATE. NO RUNCTLF (STATUS 35) OR NO
032607* 'B' ON IT LEAVES THE RUN DATE; A RUNCTLF THAT WILL NOT OPEN
032608* FAILS THE STEP. A RECORD WITH NO CYCLE IS NIGHTLY'S.
032609*****************************************************************
032610 1100-ADOPT-NIGHTLY-DATE.
032611     OPEN INPUT RUNCTL-FILE.
032612     EVALUATE WS-RUNCTL-STATUS
032613         WHEN '00'
032614             CONTINUE
032615         WHEN '35'
032616             GO TO 1100-ADOPT-NIGHTLY-DATE-EXIT
032617         WHEN OTHER
032618             DISPLAY 'RPTBURST - ERROR OPENING RUNCTLF, STATUS '
032619                     WS-RUNCTL-STATUS
032620             MOVE 'OPEN RUNCTLF'      TO AL-OPERATION
032621             MOVE ZERO                TO AL-SQLCODE
032622             MOVE 'OPEN FAILED'       TO AL-MESSAGE
032623             MOVE 'S' TO AL-SEVERITY
032624             PERFORM WRITE-AUDIT-LOG
032625                 THRU WRITE-AUDIT-LOG-EXIT
032626             MOVE 16 TO RETURN-CODE
032627             MOVE 'Y' TO WS-ABEND-SW
032628             GO TO 1100-ADOPT-NIGHTLY-DATE-EXIT
032629     END-EVALUATE.
032630     PERFORM 1110-SCAN-FOR-BEGIN
032631         THRU 1110-SCAN-FOR-BEGIN-EXIT
032632         UNTIL WS-RUNCTL-EOF.
032633     CLOSE RUNCTL-FILE.
032634 1100-ADOPT-NIGHTLY-DATE-EXIT.
032635     EXIT.
032636 
032637*****************************************************************
032638* 1110-SCAN-FOR-BEGIN - TAKE THE BUSINESS DATE OF EACH NIGHTLY
032639* 'B' RECORD READ; THE LAST ONE STANDING IS THE LATEST CYCLE'S.
032640*****************************************************************
032641 1110-SCAN-FOR-BEGIN.
032642     READ RUNCTL-FILE
032643         AT END
032644             MOVE 'Y' TO WS-RUNCTL-EOF-SW
032645             GO TO 1110-SCAN-FOR-BEGIN-EXIT
032646     END-READ.
032647     IF RC-FUNC-BEGIN
032648             AND (RC-CYCLE = SPACES OR RC-CYCLE = 'NIGHTLY')
032649         MOVE RC-BUS-DATE TO WS-BUS-DATE
032650     END-IF.
032651 1110-SCAN-FOR-BEGIN-EXIT.
032652     EXIT.
032653 
032700*****************************************************************
032800* 2000-LOAD-DIST-CONTROL - LOAD THE DISTCTL CARDS. COMMENT AND
032900* BLANK CARDS ARE SKIPPED; A CARD MISSING ITS REPORT, DEPARTMENT
033000* OR RECIPIENT IS WARNED AND SKIPPED. NO CARDS AT ALL, OR MORE
033100* THAN THE TABLE HOLDS, FAILS THE STEP -- SENDING TO PART OF
033200* THE LIST WOULD LOOK LIKE A COMPLETE DISTRIBUTION.
033300*****************************************************************
033400 2000-LOAD-DIST-CONTROL.
033500     OPEN INPUT DISTCTL-FILE.
033600     IF WS-DCTL-STATUS NOT = '00'
033700         DISPLAY 'RPTBURST - ERROR OPENING DISTCTL, STATUS '
033800                 WS-DCTL-STATUS
033900         MOVE 'OPEN DISTCTL'      TO AL-OPERATION
034000         MOVE ZERO                TO AL-SQLCODE
034100         MOVE 'OPEN FAILED'       TO AL-MESSAGE
034200         MOVE 'S' TO AL-SEVERITY
034300         PERFORM WRITE-AUDIT-LOG
034400             THRU WRITE-AUDIT-LOG-EXIT
034500         MOVE 16 TO RETURN-CODE
034600         MOVE 'Y' TO WS-ABEND-SW
034700         GO TO 2000-LOAD-DIST-CONTROL-EXIT
034800     END-IF.
034900     PERFORM 2100-READ-DIST-CARD
035000         THRU 2100-READ-DIST-CARD-EXIT
035100         UNTIL WS-DCTL-EOF.
035200     CLOSE DISTCTL-FILE.
035300     IF WS-ABEND-REQUESTED
035400         GO TO 2000-LOAD-DIST-CONTROL-EXIT
035500     END-IF.
035600     IF WS-DC-COUNT = ZERO
035700         DISPLAY 'RPTBURST - DISTCTL HAS NO CONTROL CARDS, '
035800                 'ABENDING'
035900         MOVE 'LOAD DISTCTL'      TO AL-OPERATION
036000         MOVE ZERO                TO AL-SQLCODE
036100         MOVE 'NO CONTROL CARDS'  TO AL-MESSAGE
036200         MOVE 'S' TO AL-SEVERITY
036300         PERFORM WRITE-AUDIT-LOG
036400             THRU WRITE-AUDIT-LOG-EXIT
036500         MOVE 16 TO RETURN-CODE
036600         MOVE 'Y' TO WS-ABEND-SW
036700         GO TO 2000-LOAD-DIST-CONTROL-EXIT
036800     END-IF.
036900     IF WS-CARD-REJECT-COUNT > ZERO
037000         MOVE 'LOAD DISTCTL'      TO AL-OPERATION
037100         MOVE ZERO                TO AL-SQLCODE
037200         MOVE 'CARDS SKIPPED'     TO AL-MESSAGE
037300         MOVE 'W' TO AL-SEVERITY
037400         PERFORM WRITE-AUDIT-LOG
037500             THRU WRITE-AUDIT-LOG-EXIT
037600     END-IF.
037700     DISPLAY 'RPTBURST - ' WS-DC-COUNT ' DISTRIBUTION CARDS '
037800             'LOADED, ' WS-CARD-REJECT-COUNT ' SKIPPED'.
037900 2000-LOAD-DIST-CONTROL-EXIT.
038000     EXIT.
038100 
038200*****************************************************************
038300* 2100-READ-DIST-CARD - READ AND FILE ONE DISTCTL CARD.
038400*****************************************************************
038500 2100-READ-DIST-CARD.
038600     READ DISTCTL-FILE
038700         AT END
038800             MOVE 'Y' TO WS-DCTL-EOF-SW
038900             GO TO 2100-READ-DIST-CARD-EXIT
039000     END-READ.
039100     ADD 1 TO WS-CARD-READ-COUNT.
039200     IF DISTCTL-RECORD = SPACES
039300             OR DISTCTL-RECORD (1:1) = '*'
039400         GO TO 2100-READ-DIST-CARD-EXIT
039500     END-IF.
039600     IF DS-REPORT-ID = SPACES OR DS-DEPT = SPACES
039700             OR DS-RECIPIENT-ID = SPACES
039800         DISPLAY 'RPTBURST - WARNING: DISTCTL CARD '
039900                 WS-CARD-READ-COUNT ' INCOMPLETE, SKIPPED: '
040000                 DISTCTL-RECORD (1:22)
040100         ADD 1 TO WS-CARD-REJECT-COUNT
040200         GO TO 2100-READ-DIST-CARD-EXIT
040300     END-IF.
040400     IF WS-DC-COUNT NOT < WS-DC-MAX
040500         DISPLAY 'RPTBURST - MORE THAN ' WS-DC-MAX
040600                 ' DISTCTL CARDS, ABENDING'
040700         MOVE 'LOAD DISTCTL'      TO AL-OPERATION
040800         MOVE ZERO                TO AL-SQLCODE
040900         MOVE 'TABLE FULL'        TO AL-MESSAGE
041000         MOVE 'S' TO AL-SEVERITY
041100         PERFORM WRITE-AUDIT-LOG
041200             THRU WRITE-AUDIT-LOG-EXIT
041300         MOVE 16 TO RETURN-CODE
041400         MOVE 'Y' TO WS-ABEND-SW
041500         MOVE 'Y' TO WS-DCTL-EOF-SW
041600         GO TO 2100-READ-DIST-CARD-EXIT
041700     END-IF.
041800     ADD 1 TO WS-DC-COUNT.
041900     MOVE DS-REPORT-ID      TO WS-DC-REPORT-ID (WS-DC-COUNT).
042000     MOVE DS-DEPT           TO WS-DC-DEPT (WS-DC-COUNT).
042100     MOVE DS-RECIPIENT-ID   TO WS-DC-RECIPIENT-ID (WS-DC-COUNT).
042200     MOVE DS-RECIPIENT-NAME TO WS-DC-NAME (WS-DC-COUNT).
042300     MOVE DS-LOCATION       TO WS-DC-LOCATION (WS-DC-COUNT).
042400 2100-READ-DIST-CARD-EXIT.
042500     EXIT.
042600 
042700*****************************************************************
042800* 2500-LOAD-DIST-LOG - NOTE EVERY COPY DISTLOG SAYS WAS ALREADY
042900* SENT FOR THE BUSINESS DATE, THEN REOPEN THE LOG TO APPEND. A
043000* LOG THAT DOES NOT EXIST YET (STATUS 35) HAS SENT NOTHING; ANY
043100* OTHER FAILURE STOPS THE STEP, SINCE WITHOUT THE LOG A RERUN
043200* WOULD SEND EVERY COPY TWICE.
043300*****************************************************************
043400 2500-LOAD-DIST-LOG.
043500     OPEN INPUT DISTLOG-FILE.
043600     EVALUATE WS-DLOG-STATUS
043700         WHEN '00'
043800             PERFORM 2600-READ-DIST-LOG
043900                 THRU 2600-READ-DIST-LOG-EXIT
044000                 UNTIL WS-DLOG-EOF
044100             CLOSE DISTLOG-FILE
044200         WHEN '35'
044300             CONTINUE
044400         WHEN OTHER
044500             DISPLAY 'RPTBURST - ERROR OPENING DISTLOG, STATUS '
044600                     WS-DLOG-STATUS
044700             MOVE 'OPEN DISTLOG'      TO AL-OPERATION
044800             MOVE ZERO                TO AL-SQLCODE
044900             MOVE 'OPEN FAILED'       TO AL-MESSAGE
045000             MOVE 'S' TO AL-SEVERITY
045100             PERFORM WRITE-AUDIT-LOG
045200                 THRU WRITE-AUDIT-LOG-EXIT
045300             MOVE 16 TO RETURN-CODE
045400             MOVE 'Y' TO WS-ABEND-SW
045500     END-EVALUATE.
045600     IF WS-ABEND-REQUESTED
045700         GO TO 2500-LOAD-DIST-LOG-EXIT
045800     END-IF.
045900     OPEN EXTEND DISTLOG-FILE.
046000     IF WS-DLOG-STATUS NOT = '00'
046100         DISPLAY 'RPTBURST - ERROR OPENING DISTLOG FOR UPDATE, '
046200                 'STATUS ' WS-DLOG-STATUS
046300         MOVE 'OPEN DISTLOG'      TO AL-OPERATION
046400         MOVE ZERO                TO AL-SQLCODE
046500         MOVE 'OPEN EXTEND FAILED' TO AL-MESSAGE
046600         MOVE 'S' TO AL-SEVERITY
046700         PERFORM WRITE-AUDIT-LOG
046800             THRU WRITE-AUDIT-LOG-EXIT
046900         MOVE 16 TO RETURN-CODE
047000         MOVE 'Y' TO WS-ABEND-SW
047100         GO TO 2500-LOAD-DIST-LOG-EXIT
047200     END-IF.
047300     DISPLAY 'RPTBURST - ' WS-ST-COUNT ' COPIES ALREADY SENT '
047400             'FOR THE DATE'.
047500 2500-LOAD-DIST-LOG-EXIT.
047600     EXIT.
047700 
047800*****************************************************************
047900* 2600-READ-DIST-LOG - READ ONE DISTLOG RECORD AND NOTE IT WHEN
048000* IT IS A COPY SENT OR RESENT FOR THE BUSINESS DATE.
048100*****************************************************************
048200 2600-READ-DIST-LOG.
048300     READ DISTLOG-FILE
048400         AT END
048500             MOVE 'Y' TO WS-DLOG-EOF-SW
048600             GO TO 2600-READ-DIST-LOG-EXIT
048700     END-READ.
048800     ADD 1 TO WS-LOG-READ-COUNT.
048900     IF DZ-BUS-DATE NOT = WS-BUS-DATE
049000         GO TO 2600-READ-DIST-LOG-EXIT
049100     END-IF.
049200     IF NOT DZ-SENT AND NOT DZ-RESENT
049300         GO TO 2600-READ-DIST-LOG-EXIT
049400     END-IF.
049500     IF WS-ST-COUNT NOT < WS-ST-MAX
049600         DISPLAY 'RPTBURST - MORE THAN ' WS-ST-MAX
049700                 ' COPIES LOGGED FOR THE DATE, ABENDING'
049800         MOVE 'LOAD DISTLOG'      TO AL-OPERATION
049900         MOVE ZERO                TO AL-SQLCODE
050000         MOVE 'TABLE FULL'        TO AL-MESSAGE
050100         MOVE 'S' TO AL-SEVERITY
050200         PERFORM WRITE-AUDIT-LOG
050300             THRU WRITE-AUDIT-LOG-EXIT
050400         MOVE 16 TO RETURN-CODE
050500         MOVE 'Y' TO WS-ABEND-SW
050600         MOVE 'Y' TO WS-DLOG-EOF-SW
050700         GO TO 2600-READ-DIST-LOG-EXIT
050800     END-IF.
050900     ADD 1 TO WS-ST-COUNT.
051000     MOVE DZ-REPORT-ID    TO WS-ST-REPORT-ID (WS-ST-COUNT).
051100     MOVE DZ-RECIPIENT-ID TO WS-ST-RECIPIENT-ID (WS-ST-COUNT).
051200 2600-READ-DIST-LOG-EXIT.
051300     EXIT.
051400 
051500*****************************************************************
051600* 2900-OPEN-REPORT-FILES - OPEN THE BURST FILE(S) TO READ AND
051700* THE DISTRIBUTED COPIES TO WRITE.
051800*****************************************************************
051900 2900-OPEN-REPORT-FILES.
052000     OPEN INPUT RPTBRST-FILE.
052100     IF WS-BRST-STATUS NOT = '00'
052200         DISPLAY 'RPTBURST - ERROR OPENING RPTBRST, STATUS '
052300                 WS-BRST-STATUS
052400         MOVE 'OPEN RPTBRST'      TO AL-OPERATION
052500         MOVE ZERO                TO AL-SQLCODE
052600         MOVE 'OPEN FAILED'       TO AL-MESSAGE
052700         MOVE 'S' TO AL-SEVERITY
052800         PERFORM WRITE-AUDIT-LOG
052900             THRU WRITE-AUDIT-LOG-EXIT
053000         MOVE 16 TO RETURN-CODE
053100         MOVE 'Y' TO WS-ABEND-SW
053200         GO TO 2900-OPEN-REPORT-FILES-EXIT
053300     END-IF.
053400     OPEN OUTPUT DISTRPT-FILE.
053500     IF WS-DRPT-STATUS NOT = '00'
053600         DISPLAY 'RPTBURST - ERROR OPENING DISTRPT, STATUS '
053700                 WS-DRPT-STATUS
053800         MOVE 'OPEN DISTRPT'      TO AL-OPERATION
053900         MOVE ZERO                TO AL-SQLCODE
054000         MOVE 'OPEN FAILED'       TO AL-MESSAGE
054100         MOVE 'S' TO AL-SEVERITY
054200         PERFORM WRITE-AUDIT-LOG
054300             THRU WRITE-AUDIT-LOG-EXIT
054400         CLOSE RPTBRST-FILE
054500         MOVE 16 TO RETURN-CODE
054600         MOVE 'Y' TO WS-ABEND-SW
054700         GO TO 2900-OPEN-REPORT-FILES-EXIT
054800     END-IF.
054900 2900-OPEN-REPORT-FILES-EXIT.
055000     EXIT.
055100 
055200*****************************************************************
055300* 3000-READ-BURST-RECORD - READ THE NEXT BURST RECORD. THE
055400* RECORD READ IS LOOKED AT BY THE CALLER BEFORE IT IS USED, SO
055500* ONE REPORT'S LOAD STOPS ON THE NEXT REPORT'S TITLE RECORD.
055600*****************************************************************
055700 3000-READ-BURST-RECORD.
055800     READ RPTBRST-FILE
055900         AT END
056000             MOVE 'Y' TO WS-BRST-EOF-SW
056100             GO TO 3000-READ-BURST-RECORD-EXIT
056200     END-READ.
056300     ADD 1 TO WS-BRST-READ-COUNT.
056400 3000-READ-BURST-RECORD-EXIT.
056500     EXIT.
056600 
056700*****************************************************************
056800* 4000-PROCESS-REPORT - LOAD ONE REPORT, FROM ITS TITLE RECORD
056900* TO ITS TRAILER, AND DISTRIBUTE IT WHEN IT IS COMPLETE AND
057000* CURRENT. RECORDS AHEAD OF A TITLE RECORD BELONG TO NO REPORT
057100* AND ARE SKIPPED AS ONE REFUSAL.
057200*****************************************************************
057300 4000-PROCESS-REPORT.
057400     IF NOT BR-TITLE-REC
057500         MOVE ZERO TO WS-STRAY-COUNT
057600         PERFORM 4050-SKIP-STRAY-RECORD
057700             THRU 4050-SKIP-STRAY-RECORD-EXIT
057800             UNTIL WS-BRST-EOF OR BR-TITLE-REC
057900         DISPLAY 'RPTBURST - ' WS-STRAY-COUNT ' BURST RECORDS '
058000                 'OUTSIDE ANY REPORT SKIPPED'
058100         MOVE 'READ RPTBRST'       TO AL-OPERATION
058200         MOVE ZERO                 TO AL-SQLCODE
058300         MOVE 'STRAY RECORDS'      TO AL-MESSAGE
058400         MOVE 'S' TO AL-SEVERITY
058500         PERFORM WRITE-AUDIT-LOG
058600             THRU WRITE-AUDIT-LOG-EXIT
058700         IF WS-HIGH-RC < 8
058800             MOVE 8 TO WS-HIGH-RC
058900         END-IF
059000         GO TO 4000-PROCESS-REPORT-EXIT
059100     END-IF.
059200     ADD 1 TO WS-REPORT-COUNT.
059300     MOVE BR-REPORT-ID        TO WS-RP-REPORT-ID.
059400     MOVE BR-RUN-DATE         TO WS-RP-RUN-DATE.
059500     MOVE BR-T-TITLE-TEXT     TO WS-RP-TITLE-TEXT.
059600     MOVE BR-T-RUN-DATE-EDIT  TO WS-RP-RUN-DATE-EDIT.
059700     MOVE SPACES              TO WS-RP-HEADING-LINE.
059800     MOVE 'N'                 TO WS-RP-TRAILER-SW.
059900     MOVE 'N'                 TO WS-RP-BAD-RECORD-SW.
060000     MOVE ZERO                TO WS-RP-LINE-COUNT.
060100     MOVE ZERO                TO WS-RP-DEPT-LINE-COUNT.
060200     MOVE ZERO                TO WS-RP-Z-LINE-COUNT.
060300     MOVE ZERO                TO WS-RP-Z-DEPT-LINE-COUNT.
060400     MOVE ZERO                TO WS-LT-COUNT.
060500     PERFORM 3000-READ-BURST-RECORD
060600         THRU 3000-READ-BURST-RECORD-EXIT.
060700     PERFORM 4100-LOAD-REPORT-RECORD
060800         THRU 4100-LOAD-REPORT-RECORD-EXIT
060900         UNTIL WS-BRST-EOF OR BR-TITLE-REC
061000            OR WS-RP-TRAILER-SEEN.
061100     PERFORM 4200-CHECK-REPORT
061200         THRU 4200-CHECK-REPORT-EXIT.
061300     IF WS-REFUSE-REASON NOT = SPACES
061400         DISPLAY 'RPTBURST - ' WS-RP-REPORT-ID ' RUN '
061500                 WS-RP-RUN-DATE ' NOT DISTRIBUTED: '
061600                 WS-REFUSE-REASON
061700         MOVE SPACES               TO AL-OPERATION
061800         STRING 'DISTRIBUTE ' WS-RP-REPORT-ID
061900             DELIMITED BY SIZE INTO AL-OPERATION
062000         MOVE ZERO                 TO AL-SQLCODE
062100         MOVE WS-REFUSE-REASON     TO AL-MESSAGE
062200         MOVE 'S' TO AL-SEVERITY
062300         PERFORM WRITE-AUDIT-LOG
062400             THRU WRITE-AUDIT-LOG-EXIT
062500         ADD 1 TO WS-REFUSED-COUNT
062600         IF WS-HIGH-RC < 8
062700             MOVE 8 TO WS-HIGH-RC
062800         END-IF
062900         GO TO 4000-PROCESS-REPORT-EXIT
063000     END-IF.
063100     PERFORM 4300-DISTRIBUTE-REPORT
063200         THRU 4300-DISTRIBUTE-REPORT-EXIT.
063300 4000-PROCESS-REPORT-EXIT.
063400     EXIT.
063500 
063600*****************************************************************
063700* 4050-SKIP-STRAY-RECORD - COUNT AND PASS OVER ONE RECORD THAT
063800* IS NOT PART OF ANY REPORT.
063900*****************************************************************
064000 4050-SKIP-STRAY-RECORD.
064100     ADD 1 TO WS-STRAY-COUNT.
064200     PERFORM 3000-READ-BURST-RECORD
064300         THRU 3000-READ-BURST-RECORD-EXIT.
064400 4050-SKIP-STRAY-RECORD-EXIT.
064500     EXIT.
064600 
064700*****************************************************************
064800* 4100-LOAD-REPORT-RECORD - FILE ONE RECORD OF THE REPORT: THE
064900* HEADING, A LINE INTO THE LINE TABLE, OR THE TRAILER'S COUNTS.
065000* A RECORD FROM ANOTHER REPORT OR OF NO KNOWN TYPE SPOILS THE
065100* REPORT. LINES PAST THE TABLE'S SIZE ARE STILL COUNTED SO THE
065200* TRAILER CHECK SEES THEM.
065300*****************************************************************
065400 4100-LOAD-REPORT-RECORD.
065500     IF BR-REPORT-ID NOT = WS-RP-REPORT-ID
065600         MOVE 'Y' TO WS-RP-BAD-RECORD-SW
065700     END-IF.
065800     EVALUATE TRUE
065900         WHEN BR-HEADING-REC
066000             MOVE BR-LINE TO WS-RP-HEADING-LINE
066100         WHEN BR-COMMON-LINE
066200           OR BR-DEPT-LINE
066300           OR BR-SHOP-LINE
066400             ADD 1 TO WS-RP-LINE-COUNT
066500             IF BR-DEPT-LINE
066600                 ADD 1 TO WS-RP-DEPT-LINE-COUNT
066700             END-IF
066800             IF WS-RP-LINE-COUNT NOT > WS-LT-MAX
066900                 ADD 1 TO WS-LT-COUNT
067000                 MOVE BR-REC-TYPE TO WS-LT-CLASS (WS-LT-COUNT)
067100                 MOVE BR-DEPT     TO WS-LT-DEPT (WS-LT-COUNT)
067200                 MOVE BR-LINE     TO WS-LT-LINE (WS-LT-COUNT)
067300             END-IF
067400         WHEN BR-TRAILER-REC
067500             MOVE 'Y' TO WS-RP-TRAILER-SW
067600             MOVE BR-Z-LINE-COUNT      TO WS-RP-Z-LINE-COUNT
067700             MOVE BR-Z-DEPT-LINE-COUNT
067800                                 TO WS-RP-Z-DEPT-LINE-COUNT
067900         WHEN OTHER
068000             MOVE 'Y' TO WS-RP-BAD-RECORD-SW
068100     END-EVALUATE.
068200     PERFORM 3000-READ-BURST-RECORD
068300         THRU 3000-READ-BURST-RECORD-EXIT.
068400 4100-LOAD-REPORT-RECORD-EXIT.
068500     EXIT.
068600 
068700*****************************************************************
068800* 4200-CHECK-REPORT - DECIDE WHETHER THE REPORT LOADED MAY GO
068900* OUT. IT MUST END IN ITS TRAILER (A PRODUCER THAT ABENDED
069000* LEAVES NONE), THE TRAILER MUST AGREE WITH THE LINES READ, THE
069100* LINES MUST ALL HAVE FIT, AND THE REPORT MUST NOT BE OLDER
069200* THAN THE BUSINESS DATE (A BURST FILE LEFT OVER FROM AN
069300* EARLIER RUN). WS-REFUSE-REASON IS LEFT BLANK WHEN IT MAY GO.
069400*****************************************************************
069500 4200-CHECK-REPORT.
069600     MOVE SPACES TO WS-REFUSE-REASON.
069700     EVALUATE TRUE
069800         WHEN WS-RP-BAD-RECORD
069900             MOVE 'UNEXPECTED RECORD'   TO WS-REFUSE-REASON
070000         WHEN NOT WS-RP-TRAILER-SEEN
070100             MOVE 'NO TRAILER'          TO WS-REFUSE-REASON
070200         WHEN WS-RP-Z-LINE-COUNT NOT = WS-RP-LINE-COUNT
070300           OR WS-RP-Z-DEPT-LINE-COUNT NOT = WS-RP-DEPT-LINE-COUNT
070400             MOVE 'COUNT MISMATCH'      TO WS-REFUSE-REASON
070500         WHEN WS-RP-LINE-COUNT > WS-LT-MAX
070600             MOVE 'TOO MANY LINES'      TO WS-REFUSE-REASON
070700         WHEN WS-RP-RUN-DATE < WS-BUS-DATE
070800             MOVE 'STALE REPORT'        TO WS-REFUSE-REASON
070900     END-EVALUATE.
071000 4200-CHECK-REPORT-EXIT.
071100     EXIT.
071200 
071300*****************************************************************
071400* 4300-DISTRIBUTE-REPORT - GATHER THE REPORT'S RECIPIENTS FROM
071500* THE CONTROL CARDS, SEND EACH ONE THEIR COPY, AND THEN REPORT
071600* ANY DEPARTMENT THAT NO DEPARTMENT RECIPIENT COVERS.
071700*****************************************************************
071800 4300-DISTRIBUTE-REPORT.
071900     MOVE ZERO TO WS-RC-COUNT.
072000     PERFORM 4310-ADD-RECIPIENT
072100         THRU 4310-ADD-RECIPIENT-EXIT
072200         VARYING WS-DC-IDX FROM 1 BY 1
072300         UNTIL WS-DC-IDX > WS-DC-COUNT
072400            OR WS-RC-COUNT > WS-RC-MAX.
072500     IF WS-RC-COUNT > WS-RC-MAX
072600         DISPLAY 'RPTBURST - ' WS-RP-REPORT-ID ' HAS MORE THAN '
072700                 WS-RC-MAX ' RECIPIENTS, NOT DISTRIBUTED'
072800         MOVE SPACES               TO AL-OPERATION
072900         STRING 'DISTRIBUTE ' WS-RP-REPORT-ID
073000             DELIMITED BY SIZE INTO AL-OPERATION
073100         MOVE ZERO                 TO AL-SQLCODE
073200         MOVE 'TOO MANY RECIPIENTS' TO AL-MESSAGE
073300         MOVE 'S' TO AL-SEVERITY
073400         PERFORM WRITE-AUDIT-LOG
073500             THRU WRITE-AUDIT-LOG-EXIT
073600         ADD 1 TO WS-REFUSED-COUNT
073700         IF WS-HIGH-RC < 8
073800             MOVE 8 TO WS-HIGH-RC
073900         END-IF
074000         GO TO 4300-DISTRIBUTE-REPORT-EXIT
074100     END-IF.
074200     IF WS-RC-COUNT = ZERO
074300         DISPLAY 'RPTBURST - WARNING: NO DISTCTL CARDS FOR '
074400                 WS-RP-REPORT-ID ', NO COPIES SENT'
074500         MOVE SPACES               TO AL-OPERATION
074600         STRING 'DISTRIBUTE ' WS-RP-REPORT-ID
074700             DELIMITED BY SIZE INTO AL-OPERATION
074800         MOVE ZERO                 TO AL-SQLCODE
074900         MOVE 'NO RECIPIENTS'      TO AL-MESSAGE
075000         MOVE 'W' TO AL-SEVERITY
075100         PERFORM WRITE-AUDIT-LOG
075200             THRU WRITE-AUDIT-LOG-EXIT
075300         ADD 1 TO WS-NO-RECIP-COUNT
075400     END-IF.
075500     PERFORM 4400-SEND-COPY
075600         THRU 4400-SEND-COPY-EXIT
075700         VARYING WS-RC-IDX FROM 1 BY 1
075800         UNTIL WS-RC-IDX > WS-RC-COUNT OR WS-ABEND-REQUESTED.
075810     IF WS-ABEND-REQUESTED
075820         GO TO 4300-DISTRIBUTE-REPORT-EXIT
075830     END-IF.
075900     PERFORM 4700-CHECK-UNCOVERED
076000         THRU 4700-CHECK-UNCOVERED-EXIT.
076100 4300-DISTRIBUTE-REPORT-EXIT.
076200     EXIT.
076300 
076400*****************************************************************
076500* 4310-ADD-RECIPIENT - WHEN CARD WS-DC-IDX IS FOR THIS REPORT,
076600* ADD ITS RECIPIENT TO THE LIST (ONCE), FLAGGING AN 'ALL ' CARD.
076700* ONE PAST THE TABLE'S SIZE IN WS-RC-COUNT MEANS IT OVERFLOWED.
076800*****************************************************************
076900 4310-ADD-RECIPIENT.
077000     IF WS-DC-REPORT-ID (WS-DC-IDX) NOT = WS-RP-REPORT-ID
077100         GO TO 4310-ADD-RECIPIENT-EXIT
077200     END-IF.
077300     MOVE 'N' TO WS-FOUND-SW.
077400     PERFORM 4320-FIND-RECIPIENT
077500         THRU 4320-FIND-RECIPIENT-EXIT
077600         VARYING WS-RC-IDX FROM 1 BY 1
077700         UNTIL WS-RC-IDX > WS-RC-COUNT OR WS-FOUND.
077800     IF WS-FOUND
077900         SUBTRACT 1 FROM WS-RC-IDX
078000     ELSE
078100         ADD 1 TO WS-RC-COUNT
078200         IF WS-RC-COUNT > WS-RC-MAX
078300             GO TO 4310-ADD-RECIPIENT-EXIT
078400         END-IF
078500         MOVE WS-RC-COUNT TO WS-RC-IDX
078600         MOVE WS-DC-RECIPIENT-ID (WS-DC-IDX)
078700                             TO WS-RC-RECIPIENT-ID (WS-RC-IDX)
078800         MOVE WS-DC-NAME (WS-DC-IDX)
078900                             TO WS-RC-NAME (WS-RC-IDX)
079000         MOVE WS-DC-LOCATION (WS-DC-IDX)
079100                             TO WS-RC-LOCATION (WS-RC-IDX)
079200         MOVE 'N'            TO WS-RC-ALL-SW (WS-RC-IDX)
079300     END-IF.
079400     IF WS-DC-DEPT (WS-DC-IDX) = 'ALL '
079500         MOVE 'Y' TO WS-RC-ALL-SW (WS-RC-IDX)
079600     END-IF.
079700 4310-ADD-RECIPIENT-EXIT.
079800     EXIT.
079900 
080000*****************************************************************
080100* 4320-FIND-RECIPIENT - TEST ONE LIST ENTRY AGAINST CARD
080200* WS-DC-IDX'S RECIPIENT.
080300*****************************************************************
080400 4320-FIND-RECIPIENT.
080500     IF WS-RC-RECIPIENT-ID (WS-RC-IDX) =
080600             WS-DC-RECIPIENT-ID (WS-DC-IDX)
080700         MOVE 'Y' TO WS-FOUND-SW
080800     END-IF.
080900 4320-FIND-RECIPIENT-EXIT.
081000     EXIT.
081100 
081200*****************************************************************
081300* 4400-SEND-COPY - PRINT RECIPIENT WS-RC-IDX'S COPY OF THE
081400* REPORT AND LOG IT. A COPY ALREADY LOGGED FOR THE BUSINESS
081500* DATE IS PASSED OVER UNLESS A RESEND WAS ASKED FOR. THE COPY
081600* GETS ITS OWN PAGE 1: THE REPORT'S TITLE AND HEADING, THE
081700* DISTRIBUTION LINE, THE COMMON LINES, THE RECIPIENT'S
081800* DEPARTMENT LINES (ALL OF THEM, WITH THE SHOP-WIDE LINES, FOR
081900* AN 'ALL ' RECIPIENT), AND THE COPY'S CONTROL TOTALS. A COPY
081910* WHOSE PRINT LINES DID NOT ALL WRITE IS NOT LOGGED, SO A RERUN
081920* SENDS IT AGAIN.
082000*****************************************************************
082100 4400-SEND-COPY.
082200     MOVE WS-RC-RECIPIENT-ID (WS-RC-IDX) TO WS-CP-RECIPIENT-ID.
082300     MOVE 'N' TO WS-SENT-BEFORE-SW.
082400     PERFORM 4410-FIND-SENT
082500         THRU 4410-FIND-SENT-EXIT
082600         VARYING WS-ST-IDX FROM 1 BY 1
082700         UNTIL WS-ST-IDX > WS-ST-COUNT OR WS-SENT-BEFORE.
082800     IF WS-SENT-BEFORE AND NOT WS-RESEND-REQUESTED
082900         DISPLAY 'RPTBURST - ' WS-RP-REPORT-ID ' ALREADY SENT TO '
083000                 WS-CP-RECIPIENT-ID ' FOR ' WS-BUS-DATE
083100                 ', NOT SENT AGAIN'
083200         ADD 1 TO WS-ALREADY-SENT-COUNT
083300         GO TO 4400-SEND-COPY-EXIT
083400     END-IF.
083500     MOVE ZERO TO WS-CP-LINE-COUNT.
083600     MOVE ZERO TO WS-CP-DEPT-LINE-COUNT.
083700     MOVE ZERO TO WS-CP-SHOP-LINE-COUNT.
083800     MOVE ZERO TO WS-CP-DEPT-COUNT.
083810     MOVE 'N'  TO WS-CP-DEPT-FULL-SW.
083900     MOVE WS-RP-TITLE-TEXT    TO WS-RW-TITLE-TEXT.
084000     MOVE WS-RP-HEADING-LINE  TO WS-RW-HEADING-LINE.
084100     MOVE WS-RP-RUN-DATE-EDIT TO WS-RW-RUN-DATE.
084200     MOVE 60 TO WS-RW-LINES-PER-PAGE.
084300     MOVE 'I' TO WS-RW-FUNCTION.
084400     CALL 'RPTWRTR' USING WS-RPTWRTR-PARM.
084500     PERFORM 8210-WRITE-RPT-OUT-LINES
084600         THRU 8210-WRITE-RPT-OUT-LINES-EXIT.
084700     MOVE SPACES                         TO DISTRPT-RECORD.
084800     MOVE 'DISTRIBUTED TO: '             TO DP-B-LABEL.
084900     MOVE WS-RC-NAME (WS-RC-IDX)         TO DP-B-NAME.
085000     MOVE 'ID'                           TO DP-B-ID-LABEL.
085100     MOVE WS-CP-RECIPIENT-ID             TO DP-B-RECIPIENT-ID.
085200     MOVE WS-RC-LOCATION (WS-RC-IDX)     TO DP-B-LOCATION.
085300     MOVE DP-LINE TO WS-PRINT-LINE.
085400     PERFORM 8200-PRINT-REPORT-LINE
085500         THRU 8200-PRINT-REPORT-LINE-EXIT.
085600     MOVE SPACES TO WS-PRINT-LINE.
085700     PERFORM 8200-PRINT-REPORT-LINE
085800         THRU 8200-PRINT-REPORT-LINE-EXIT.
085900     PERFORM 4500-COPY-ONE-LINE
086000         THRU 4500-COPY-ONE-LINE-EXIT
086100         VARYING WS-LT-IDX FROM 1 BY 1
086200         UNTIL WS-LT-IDX > WS-LT-COUNT.
086300     IF WS-CP-DEPT-LINE-COUNT = ZERO
086400         MOVE SPACES TO WS-PRINT-LINE
086500         PERFORM 8200-PRINT-REPORT-LINE
086600             THRU 8200-PRINT-REPORT-LINE-EXIT
086700         MOVE SPACES TO DISTRPT-RECORD
086800         MOVE 'NO LINES FOR YOUR DEPARTMENTS THIS RUN'
086900                                 TO DP-N-NOTE-TEXT
087000         MOVE DP-LINE TO WS-PRINT-LINE
087100         PERFORM 8200-PRINT-REPORT-LINE
087200             THRU 8200-PRINT-REPORT-LINE-EXIT
087300     END-IF.
087400     PERFORM 4600-PRINT-COPY-TOTALS
087500         THRU 4600-PRINT-COPY-TOTALS-EXIT.
087510     IF WS-ABEND-REQUESTED
087520         GO TO 4400-SEND-COPY-EXIT
087530     END-IF.
087600     MOVE SPACES                 TO DISTLOG-RECORD.
087700     MOVE WS-BUS-DATE            TO DZ-BUS-DATE.
087800     MOVE WS-RP-REPORT-ID        TO DZ-REPORT-ID.
087900     MOVE WS-CP-RECIPIENT-ID     TO DZ-RECIPIENT-ID.
088000     MOVE WS-RP-RUN-DATE         TO DZ-RUN-DATE.
088100     IF WS-SENT-BEFORE
088200         MOVE 'R'                TO DZ-ACTION
088300         ADD 1 TO WS-RESENT-COUNT
088400     ELSE
088500         MOVE 'S'                TO DZ-ACTION
088600     END-IF.
088700     MOVE WS-CP-DEPT-COUNT       TO DZ-DEPT-COUNT.
088800     MOVE WS-CP-LINE-COUNT       TO DZ-LINE-COUNT.
088900     MOVE WS-RW-PAGE-NUMBER      TO DZ-PAGE-COUNT.
089000     PERFORM 4800-WRITE-DIST-LOG
089100         THRU 4800-WRITE-DIST-LOG-EXIT.
089200     ADD 1 TO WS-COPY-COUNT.
089300     IF NOT WS-SENT-BEFORE AND WS-ST-COUNT < WS-ST-MAX
089400         ADD 1 TO WS-ST-COUNT
089500         MOVE WS-RP-REPORT-ID    TO WS-ST-REPORT-ID (WS-ST-COUNT)
089600         MOVE WS-CP-RECIPIENT-ID
089700                            TO WS-ST-RECIPIENT-ID (WS-ST-COUNT)
089800     END-IF.
089900 4400-SEND-COPY-EXIT.
090000     EXIT.
090100 
090200*****************************************************************
090300* 4410-FIND-SENT - TEST ONE SENT-TABLE ENTRY AGAINST THE REPORT
090400* AND RECIPIENT BEING SENT.
090500*****************************************************************
090600 4410-FIND-SENT.
090700     IF WS-ST-REPORT-ID (WS-ST-IDX) = WS-RP-REPORT-ID
090800             AND WS-ST-RECIPIENT-ID (WS-ST-IDX) =
090900                 WS-CP-RECIPIENT-ID
091000         MOVE 'Y' TO WS-SENT-BEFORE-SW
091100     END-IF.
091200 4410-FIND-SENT-EXIT.
091300     EXIT.
091400 
091500*****************************************************************
091600* 4500-COPY-ONE-LINE - PRINT REPORT LINE WS-LT-IDX ON THE COPY
091700* WHEN THE RECIPIENT GETS IT: COMMON LINES ALWAYS, A DEPARTMENT
091800* LINE WHEN THEY HOLD A CARD FOR THAT DEPARTMENT OR 'ALL ', A
091900* SHOP-WIDE LINE ONLY ON AN 'ALL ' COPY.
092000*****************************************************************
092100 4500-COPY-ONE-LINE.
092200     MOVE 'N' TO WS-PRINT-SW.
092300     EVALUATE TRUE
092400         WHEN WS-LT-COMMON (WS-LT-IDX)
092500             MOVE 'Y' TO WS-PRINT-SW
092600         WHEN WS-LT-DEPT-LINE (WS-LT-IDX)
092700             IF WS-RC-ALL-DEPTS (WS-RC-IDX)
092800                 MOVE 'Y' TO WS-PRINT-SW
092900             ELSE
093000                 MOVE 'N' TO WS-FOUND-SW
093100                 PERFORM 4510-FIND-DEPT-CARD
093200                     THRU 4510-FIND-DEPT-CARD-EXIT
093300                     VARYING WS-DC-IDX FROM 1 BY 1
093400                     UNTIL WS-DC-IDX > WS-DC-COUNT OR WS-FOUND
093500                 MOVE WS-FOUND-SW TO WS-PRINT-SW
093600             END-IF
093700             IF WS-PRINT-THIS-LINE
093800                 ADD 1 TO WS-CP-DEPT-LINE-COUNT
093900                 PERFORM 4520-NOTE-COPY-DEPT
094000                     THRU 4520-NOTE-COPY-DEPT-EXIT
094100             END-IF
094200         WHEN WS-LT-SHOP (WS-LT-IDX)
094300             IF WS-RC-ALL-DEPTS (WS-RC-IDX)
094400                 MOVE 'Y' TO WS-PRINT-SW
094500                 ADD 1 TO WS-CP-SHOP-LINE-COUNT
094600             END-IF
094700     END-EVALUATE.
094800     IF NOT WS-PRINT-THIS-LINE
094900         GO TO 4500-COPY-ONE-LINE-EXIT
095000     END-IF.
095100     ADD 1 TO WS-CP-LINE-COUNT.
095200     MOVE WS-LT-LINE (WS-LT-IDX) TO WS-PRINT-LINE.
095300     PERFORM 8200-PRINT-REPORT-LINE
095400         THRU 8200-PRINT-REPORT-LINE-EXIT.
095500 4500-COPY-ONE-LINE-EXIT.
095600     EXIT.
095700 
095800*****************************************************************
095900* 4510-FIND-DEPT-CARD - TEST WHETHER CARD WS-DC-IDX GIVES THE
096000* RECIPIENT LINE WS-LT-IDX'S DEPARTMENT OF THIS REPORT.
096100*****************************************************************
096200 4510-FIND-DEPT-CARD.
096300     IF WS-DC-REPORT-ID (WS-DC-IDX) = WS-RP-REPORT-ID
096400             AND WS-DC-RECIPIENT-ID (WS-DC-IDX) =
096500                 WS-CP-RECIPIENT-ID
096600             AND WS-DC-DEPT (WS-DC-IDX) = WS-LT-DEPT (WS-LT-IDX)
096700         MOVE 'Y' TO WS-FOUND-SW
096800     END-IF.
096900 4510-FIND-DEPT-CARD-EXIT.
097000     EXIT.
097100 
097200*****************************************************************
097300* 4520-NOTE-COPY-DEPT - COUNT LINE WS-LT-IDX'S DEPARTMENT AMONG
097400* THE COPY'S DEPARTMENTS THE FIRST TIME IT PRINTS. PAST THE
097410* TABLE'S SIZE THE LINES STILL PRINT BUT THE COUNT STOPS, AND
097420* THAT IS WARNED ONCE PER COPY.
097500*****************************************************************
097600 4520-NOTE-COPY-DEPT.
097700     MOVE 'N' TO WS-FOUND-SW.
097800     PERFORM 4530-FIND-COPY-DEPT
097900         THRU 4530-FIND-COPY-DEPT-EXIT
098000         VARYING WS-CP-DEPT-IDX FROM 1 BY 1
098100         UNTIL WS-CP-DEPT-IDX > WS-CP-DEPT-COUNT OR WS-FOUND.
098200     IF WS-FOUND
098210         GO TO 4520-NOTE-COPY-DEPT-EXIT
098220     END-IF.
098230     IF WS-CP-DEPT-COUNT < WS-CP-DEPT-MAX
098300         ADD 1 TO WS-CP-DEPT-COUNT
098400         MOVE WS-LT-DEPT (WS-LT-IDX)
098500                             TO WS-CP-DEPT (WS-CP-DEPT-COUNT)
098510         GO TO 4520-NOTE-COPY-DEPT-EXIT
098600     END-IF.
098606     IF WS-CP-DEPT-FULL
098612         GO TO 4520-NOTE-COPY-DEPT-EXIT
098618     END-IF.
098624     MOVE 'Y' TO WS-CP-DEPT-FULL-SW.
098630     DISPLAY 'RPTBURST - WARNING: ' WS-RP-REPORT-ID ' COPY FOR '
098636             WS-CP-RECIPIENT-ID ' HAS MORE THAN '
098642             WS-CP-DEPT-MAX ' DEPARTMENTS, COUNT UNDERSTATED'.
098648     MOVE SPACES               TO AL-OPERATION.
098654     STRING 'COPY DEPTS ' WS-RP-REPORT-ID
098660         DELIMITED BY SIZE INTO AL-OPERATION.
098666     MOVE ZERO                 TO AL-SQLCODE.
098672     MOVE 'TABLE FULL'         TO AL-MESSAGE.
098678     MOVE 'W' TO AL-SEVERITY.
098684     PERFORM WRITE-AUDIT-LOG
098690         THRU WRITE-AUDIT-LOG-EXIT.
098700 4520-NOTE-COPY-DEPT-EXIT.
098800     EXIT.
098900 
099000*****************************************************************
099100* 4530-FIND-COPY-DEPT - TEST ONE OF THE COPY'S DEPARTMENTS
099200* AGAINST LINE WS-LT-IDX'S.
099300*****************************************************************
099400 4530-FIND-COPY-DEPT.
099500     IF WS-CP-DEPT (WS-CP-DEPT-IDX) = WS-LT-DEPT (WS-LT-IDX)
099600         MOVE 'Y' TO WS-FOUND-SW
099700     END-IF.
099800 4530-FIND-COPY-DEPT-EXIT.
099900     EXIT.
100000 
100100*****************************************************************
100200* 4600-PRINT-COPY-TOTALS - CLOSE THE COPY WITH ITS OWN CONTROL
100300* TOTALS, SO THE RECIPIENT CAN SEE THEY HAVE EVERY LINE THAT
100400* WAS MEANT FOR THEM.
100500*****************************************************************
100600 4600-PRINT-COPY-TOTALS.
100700     MOVE SPACES TO WS-PRINT-LINE.
100800     PERFORM 8200-PRINT-REPORT-LINE
100900         THRU 8200-PRINT-REPORT-LINE-EXIT.
101000     MOVE SPACES TO DISTRPT-RECORD.
101100     MOVE 'DISTRIBUTION CONTROL TOTALS'  TO DP-T-LABEL.
101200     MOVE DP-LINE TO WS-PRINT-LINE.
101300     PERFORM 8200-PRINT-REPORT-LINE
101400         THRU 8200-PRINT-REPORT-LINE-EXIT.
101500     MOVE SPACES TO DISTRPT-RECORD.
101600     MOVE '  DEPARTMENTS INCLUDED'       TO DP-T-LABEL.
101700     MOVE WS-CP-DEPT-COUNT               TO DP-T-COUNT.
101800     MOVE DP-LINE TO WS-PRINT-LINE.
101900     PERFORM 8200-PRINT-REPORT-LINE
102000         THRU 8200-PRINT-REPORT-LINE-EXIT.
102100     MOVE SPACES TO DISTRPT-RECORD.
102200     MOVE '  DEPARTMENT LINES'           TO DP-T-LABEL.
102300     MOVE WS-CP-DEPT-LINE-COUNT          TO DP-T-COUNT.
102400     MOVE DP-LINE TO WS-PRINT-LINE.
102500     PERFORM 8200-PRINT-REPORT-LINE
102600         THRU 8200-PRINT-REPORT-LINE-EXIT.
102700     IF WS-RC-ALL-DEPTS (WS-RC-IDX)
102800         MOVE SPACES TO DISTRPT-RECORD
102900         MOVE '  SHOP-WIDE LINES'        TO DP-T-LABEL
103000         MOVE WS-CP-SHOP-LINE-COUNT      TO DP-T-COUNT
103100         MOVE DP-LINE TO WS-PRINT-LINE
103200         PERFORM 8200-PRINT-REPORT-LINE
103300             THRU 8200-PRINT-REPORT-LINE-EXIT
103400     END-IF.
103500 4600-PRINT-COPY-TOTALS-EXIT.
103600     EXIT.
103700 
103800*****************************************************************
103900* 4700-CHECK-UNCOVERED - LIST EVERY DEPARTMENT ON THE REPORT
104000* THAT NO CARD FOR THE REPORT NAMES, SO ITS LINES REACHED ONLY
104100* THE 'ALL ' RECIPIENTS (IF ANY). THE GAP IS WARNED ON SYSOUT
104200* AND THE AUDIT TRAIL AND LOGGED AS A 'U' DISTLOG RECORD.
104300*****************************************************************
104400 4700-CHECK-UNCOVERED.
104500     MOVE ZERO TO WS-UC-COUNT.
104600     MOVE ZERO TO WS-UC-LINE-COUNT.
104610     MOVE 'N'  TO WS-UC-FULL-SW.
104700     PERFORM 4710-CHECK-ONE-LINE
104800         THRU 4710-CHECK-ONE-LINE-EXIT
104900         VARYING WS-LT-IDX FROM 1 BY 1
105000         UNTIL WS-LT-IDX > WS-LT-COUNT.
105100     IF WS-UC-COUNT = ZERO
105200         GO TO 4700-CHECK-UNCOVERED-EXIT
105300     END-IF.
105400     PERFORM 4730-SHOW-UNCOVERED
105500         THRU 4730-SHOW-UNCOVERED-EXIT
105600         VARYING WS-UC-IDX FROM 1 BY 1
105700         UNTIL WS-UC-IDX > WS-UC-COUNT.
105800     MOVE SPACES               TO AL-OPERATION.
105900     STRING 'UNCOVERED DEPTS ' WS-RP-REPORT-ID
106000         DELIMITED BY SIZE INTO AL-OPERATION.
106100     MOVE ZERO                 TO AL-SQLCODE.
106200     MOVE WS-UC-COUNT          TO AL-MESSAGE.
106300     MOVE 'W' TO AL-SEVERITY.
106400     PERFORM WRITE-AUDIT-LOG
106500         THRU WRITE-AUDIT-LOG-EXIT.
106600     MOVE SPACES                 TO DISTLOG-RECORD.
106700     MOVE WS-BUS-DATE            TO DZ-BUS-DATE.
106800     MOVE WS-RP-REPORT-ID        TO DZ-REPORT-ID.
106900     MOVE '*NONE*'               TO DZ-RECIPIENT-ID.
107000     MOVE WS-RP-RUN-DATE         TO DZ-RUN-DATE.
107100     MOVE 'U'                    TO DZ-ACTION.
107200     MOVE WS-UC-COUNT            TO DZ-DEPT-COUNT.
107300     MOVE WS-UC-LINE-COUNT       TO DZ-LINE-COUNT.
107400     MOVE ZERO                   TO DZ-PAGE-COUNT.
107500     PERFORM 4800-WRITE-DIST-LOG
107600         THRU 4800-WRITE-DIST-LOG-EXIT.
107700 4700-CHECK-UNCOVERED-EXIT.
107800     EXIT.
107900 
108000*****************************************************************
108100* 4710-CHECK-ONE-LINE - WHEN LINE WS-LT-IDX IS A DEPARTMENT LINE
108200* WHOSE DEPARTMENT NO CARD FOR THE REPORT NAMES, COUNT IT AND
108300* NOTE THE DEPARTMENT (ONCE). DEPARTMENTS PAST THE TABLE'S
108310* SIZE GO UNLISTED, WHICH IS WARNED ONCE PER REPORT.
108400*****************************************************************
108500 4710-CHECK-ONE-LINE.
108600     IF NOT WS-LT-DEPT-LINE (WS-LT-IDX)
108700         GO TO 4710-CHECK-ONE-LINE-EXIT
108800     END-IF.
108900     MOVE 'N' TO WS-FOUND-SW.
109000     PERFORM 4720-FIND-ANY-DEPT-CARD
109100         THRU 4720-FIND-ANY-DEPT-CARD-EXIT
109200         VARYING WS-DC-IDX FROM 1 BY 1
109300         UNTIL WS-DC-IDX > WS-DC-COUNT OR WS-FOUND.
109400     IF WS-FOUND
109500         GO TO 4710-CHECK-ONE-LINE-EXIT
109600     END-IF.
109700     ADD 1 TO WS-UC-LINE-COUNT.
109800     PERFORM 4740-FIND-UNCOVERED
109900         THRU 4740-FIND-UNCOVERED-EXIT
110000         VARYING WS-UC-IDX FROM 1 BY 1
110100         UNTIL WS-UC-IDX > WS-UC-COUNT OR WS-FOUND.
110200     IF WS-FOUND
110210         GO TO 4710-CHECK-ONE-LINE-EXIT
110220     END-IF.
110230     IF WS-UC-COUNT < WS-UC-MAX
110300         ADD 1 TO WS-UC-COUNT
110400         MOVE WS-LT-DEPT (WS-LT-IDX) TO WS-UC-DEPT (WS-UC-COUNT)
110410         GO TO 4710-CHECK-ONE-LINE-EXIT
110500     END-IF.
110506     IF WS-UC-FULL
110512         GO TO 4710-CHECK-ONE-LINE-EXIT
110518     END-IF.
110524     MOVE 'Y' TO WS-UC-FULL-SW.
110530     DISPLAY 'RPTBURST - WARNING: ' WS-RP-REPORT-ID ' HAS MORE '
110536             'THAN ' WS-UC-MAX ' UNCOVERED DEPARTMENTS, THE '
110542             'REST ARE NOT LISTED'.
110548     MOVE SPACES               TO AL-OPERATION.
110554     STRING 'UNCOVERED DEPTS ' WS-RP-REPORT-ID
110560         DELIMITED BY SIZE INTO AL-OPERATION.
110566     MOVE ZERO                 TO AL-SQLCODE.
110572     MOVE 'TABLE FULL'         TO AL-MESSAGE.
110578     MOVE 'W' TO AL-SEVERITY.
110584     PERFORM WRITE-AUDIT-LOG
110590         THRU WRITE-AUDIT-LOG-EXIT.
110600 4710-CHECK-ONE-LINE-EXIT.
110700     EXIT.
110800 
110900*****************************************************************
111000* 4720-FIND-ANY-DEPT-CARD - TEST WHETHER CARD WS-DC-IDX NAMES
111100* LINE WS-LT-IDX'S DEPARTMENT FOR THIS REPORT, WHOEVER HOLDS IT.
111200*****************************************************************
111300 4720-FIND-ANY-DEPT-CARD.
111400     IF WS-DC-REPORT-ID (WS-DC-IDX) = WS-RP-REPORT-ID
111500             AND WS-DC-DEPT (WS-DC-IDX) = WS-LT-DEPT (WS-LT-IDX)
111600         MOVE 'Y' TO WS-FOUND-SW
111700     END-IF.
111800 4720-FIND-ANY-DEPT-CARD-EXIT.
111900     EXIT.
112000 
112100*****************************************************************
112200* 4730-SHOW-UNCOVERED - WARN ONE UNCOVERED DEPARTMENT ON SYSOUT.
112300*****************************************************************
112400 4730-SHOW-UNCOVERED.
112500     DISPLAY 'RPTBURST - WARNING: ' WS-RP-REPORT-ID
112600             ' DEPARTMENT ' WS-UC-DEPT (WS-UC-IDX)
112700             ' HAS NO DISTCTL RECIPIENT'.
112800 4730-SHOW-UNCOVERED-EXIT.
112900     EXIT.
113000 
113100*****************************************************************
113200* 4740-FIND-UNCOVERED - TEST ONE NOTED UNCOVERED DEPARTMENT
113300* AGAINST LINE WS-LT-IDX'S.
113400*****************************************************************
113500 4740-FIND-UNCOVERED.
113600     IF WS-UC-DEPT (WS-UC-IDX) = WS-LT-DEPT (WS-LT-IDX)
113700         MOVE 'Y' TO WS-FOUND-SW
113800     END-IF.
113900 4740-FIND-UNCOVERED-EXIT.
114000     EXIT.
114100 
114200*****************************************************************
114300* 4800-WRITE-DIST-LOG - STAMP AND APPEND THE DISTLOG RECORD
114400* BUILT BY THE CALLER.
114500*****************************************************************
114600 4800-WRITE-DIST-LOG.
114700     MOVE WS-SYS-DATE        TO DZ-STAMP-DATE.
114800     MOVE WS-SYS-TIME (1:6)  TO DZ-STAMP-TIME.
114900     WRITE DISTLOG-RECORD.
115000     IF WS-DLOG-STATUS NOT = '00'
115100         DISPLAY 'RPTBURST - WARNING: WRITE TO DISTLOG FAILED, '
115200                 'STATUS ' WS-DLOG-STATUS ' - ' DZ-REPORT-ID
115300                 ' ' DZ-RECIPIENT-ID ' NOT LOGGED'
115400         MOVE 'WRITE DISTLOG'      TO AL-OPERATION
115500         MOVE ZERO                 TO AL-SQLCODE
115600         MOVE 'WRITE FAILED'       TO AL-MESSAGE
115700         MOVE 'W' TO AL-SEVERITY
115800         PERFORM WRITE-AUDIT-LOG
115900             THRU WRITE-AUDIT-LOG-EXIT
116000     END-IF.
116100 4800-WRITE-DIST-LOG-EXIT.
116200     EXIT.
116300 
116400*****************************************************************
116500* 8000-FINALIZE - CLOSE UP, SHOW THE RUN'S COUNTS ON SYSOUT AND
116600* THE AUDIT TRAIL, AND SET THE RETURN CODE -- 16 WHEN A DISTRPT
116610* WRITE FAILED.
116700*****************************************************************
116800 8000-FINALIZE.
116900     CLOSE RPTBRST-FILE.
117000     CLOSE DISTRPT-FILE.
117100     CLOSE DISTLOG-FILE.
117200     DISPLAY 'RPTBURST - ' WS-BRST-READ-COUNT ' BURST RECORDS '
117300             'READ, ' WS-REPORT-COUNT ' REPORTS, '
117400             WS-REFUSED-COUNT ' NOT DISTRIBUTED'.
117500     DISPLAY 'RPTBURST - ' WS-COPY-COUNT ' COPIES SENT ('
117600             WS-RESENT-COUNT ' RESENT), ' WS-ALREADY-SENT-COUNT
117700             ' ALREADY SENT, ' WS-NO-RECIP-COUNT
117800             ' REPORTS WITH NO RECIPIENTS'.
117900     MOVE 'DISTRIBUTE REPORTS'  TO AL-OPERATION.
118000     MOVE ZERO                  TO AL-SQLCODE.
118100     MOVE WS-COPY-COUNT         TO AL-MESSAGE.
118200     PERFORM WRITE-AUDIT-LOG
118300         THRU WRITE-AUDIT-LOG-EXIT.
118310     IF WS-ABEND-REQUESTED
118320         MOVE 16 TO WS-HIGH-RC
118330     END-IF.
118400     MOVE WS-HIGH-RC TO RETURN-CODE.
118500 8000-FINALIZE-EXIT.
118600     EXIT.
118700 
118800*****************************************************************
118900* 8200-PRINT-REPORT-LINE - SEND THE LINE SITTING IN
119000* WS-PRINT-LINE OUT THROUGH THE SHARED RPTWRTR PAGINATOR AND
119100* WRITE WHATEVER IT HANDS BACK TO THE CURRENT COPY.
119200*****************************************************************
119300 8200-PRINT-REPORT-LINE.
119400     MOVE WS-PRINT-LINE TO WS-RW-DETAIL-LINE.
119500     MOVE 'D' TO WS-RW-FUNCTION.
119600     CALL 'RPTWRTR' USING WS-RPTWRTR-PARM.
119700     PERFORM 8210-WRITE-RPT-OUT-LINES
119800         THRU 8210-WRITE-RPT-OUT-LINES-EXIT.
119900 8200-PRINT-REPORT-LINE-EXIT.
120000     EXIT.
120100 
120200*****************************************************************
120300* 8210-WRITE-RPT-OUT-LINES - WRITE THE PRINT LINES THE LAST
120400* RPTWRTR CALL HANDED BACK, IN ORDER.
120500*****************************************************************
120600 8210-WRITE-RPT-OUT-LINES.
120700     PERFORM 8220-WRITE-ONE-RPT-LINE
120800         THRU 8220-WRITE-ONE-RPT-LINE-EXIT
120900         VARYING WS-RW-WRITE-IDX FROM 1 BY 1
121000         UNTIL WS-RW-WRITE-IDX > WS-RW-OUT-COUNT.
121100 8210-WRITE-RPT-OUT-LINES-EXIT.
121200     EXIT.
121300 
121400*****************************************************************
121500* 8220-WRITE-ONE-RPT-LINE - WRITE ONE RETURNED PRINT LINE UNDER
121600* THE RECIPIENT'S ID. A FAILED WRITE FAILS THE STEP; NOTHING
121610* MORE IS WRITTEN AFTER IT.
121700*****************************************************************
121800 8220-WRITE-ONE-RPT-LINE.
121810     IF WS-ABEND-REQUESTED
121820         GO TO 8220-WRITE-ONE-RPT-LINE-EXIT
121830     END-IF.
121900     MOVE WS-CP-RECIPIENT-ID TO DP-RECIPIENT-ID.
122000     MOVE WS-RW-OUT-LINE (WS-RW-WRITE-IDX) TO DP-LINE.
122100     WRITE DISTRPT-RECORD.
122107     IF WS-DRPT-STATUS NOT = '00'
122114         DISPLAY 'RPTBURST - ERROR WRITING DISTRPT, STATUS '
122121                 WS-DRPT-STATUS ' - ' WS-RP-REPORT-ID
122128                 ' COPY FOR ' WS-CP-RECIPIENT-ID ' NOT SENT'
122135         MOVE 'WRITE DISTRPT'      TO AL-OPERATION
122142         MOVE ZERO                 TO AL-SQLCODE
122149         MOVE 'WRITE FAILED'       TO AL-MESSAGE
122156         MOVE 'S' TO AL-SEVERITY
122163         PERFORM WRITE-AUDIT-LOG
122170             THRU WRITE-AUDIT-LOG-EXIT
122177         MOVE 16 TO RETURN-CODE
122184         MOVE 'Y' TO WS-ABEND-SW
122191     END-IF.
122200 8220-WRITE-ONE-RPT-LINE-EXIT.
122300     EXIT.
122400 
122500*****************************************************************
122600* WRITE-AUDIT-LOG - SHARED AUDIT LOG WRITE, COPIED FROM
122700* AUDLOG.CPY. SEE THE COPYBOOK FOR DETAILS.
122800*****************************************************************
122900     COPY AUDLOG.
