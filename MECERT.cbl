000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MECERT.
000300 AUTHOR.        D BUDZOWSKI.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* MODIFICATION HISTORY
000900* DATE       INIT DESCRIPTION
001000* ---------- ---- ------------------------------------------
001100* 2026-10-15 DB   INITIAL VERSION - MONTH-END CLOSE CERTIFICATE,
001200*                 THE LAST STEP OF THE MONTHEND CYCLE. READS THE
001300*                 CYCLE'S RUNCTLF EVENTS (CTLREC.CPY) FOR THE
001400*                 BUSINESS DATE -- PARM, EIGHT DIGITS, ZEROS
001500*                 MEANING THE LATEST MONTHEND BEGIN ON RUNCTLF,
001600*                 THE RUNCTL CONVENTION -- AND PRINTS, THROUGH
001700*                 THE SHARED RPTWRTR PAGINATOR, WHO RELEASED THE
001800*                 CYCLE AND WHEN, ANY RESTARTS, AND ONE LINE PER
001900*                 CLOSE STEP WITH THE RETURN CODE ITS JCL
002000*                 BRACKET RECORDED, ITS STATUS, AND ITS CONTROL
002100*                 TOTALS:
002200*                   ME010 HEADCOUNT SNAPSHOT - THE GRAND TOTAL
002300*                         LINE OF THE HDCTSNAP COPY OF DEPTRPT.
002400*                   ME020 HEADCOUNT TREND - THE TRNDRPT TOTAL
002500*                         LINE: LATEST MONTH AND NET CHANGE.
002600*                   ME030 SALARY PROJECTION - THE SALRPT TOTAL
002700*                         LINE: ACTIVES AND ANNUAL AMOUNTS.
002800*                   ME040 BENEFITS FEED AND ME050 GL JOURNAL -
002900*                         THE BENFEED AND GLJRNL ENTRIES ON THE
003000*                         IFREGF INTERFACE REGISTRY RECORDED
003100*                         SINCE THE CYCLE WAS FIRST RELEASED.
003200*                   ME060 AUDIT LOG HOUSEKEEPING - THE AUDMRPT
003300*                         SPLIT TOTALS.
003400*                 A STEP THAT DID NOT END CLEAN SHOWS NO TOTALS
003500*                 -- ITS REPORT STILL HOLDS LAST MONTH'S. THE
003600*                 CLOSE IS CERTIFIED ONLY WHEN EVERY STEP ENDED
003700*                 AND THE CYCLE RECORDED ITS COMPLETE; OTHERWISE
003800*                 THE CERTIFICATE SAYS SO, THE STEP ENDS RC 4,
003900*                 AND A WARNING AUDIT EVENT IS LOGGED. NO
004000*                 MONTHEND CYCLE FOR THE DATE, OR AN UNREADABLE
004100*                 RUNCTLF, IS RC 16.
004110* 2026-10-15 DB   COUNT A JCL RESTART= AT A STEP'S 'S' BRACKET AS
004120*                 A RESTART: A STEP STARTED AGAIN, OR STARTED BY A
004130*                 DIFFERENT OPERATOR THAN THE STEP BEFORE IT. THE
004140*                 RESTARTED LINE NAMES THE STEP AND THE OPERATOR.
004150*                 A CERTIFICATE THAT CANNOT BE OPENED OR WRITTEN
004160*                 IS NOW RC 16 WITH A SEVERE EVENT, NEVER LOGGED
004170*                 AS CERTIFIED.
004200*****************************************************************
004300 
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT RUNCTL-FILE ASSIGN TO RUNCTLF
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-RUNCTL-STATUS.
005000     SELECT HDCTSNAP-FILE ASSIGN TO HDCTSNAP
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-SNAP-STATUS.
005300     SELECT TRNDRPT-FILE ASSIGN TO TRNDRPT
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-TRND-STATUS.
005600     SELECT SALRPT-FILE ASSIGN TO SALRPT
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-SAL-STATUS.
005900     SELECT AUDMRPT-FILE ASSIGN TO AUDMRPT
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-AUDM-STATUS.
006200     SELECT IFREGF-FILE ASSIGN TO IFREGF
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS WS-REG-STATUS.
006500     SELECT CERTRPT-FILE ASSIGN TO CERTRPT
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS WS-CERT-STATUS.
006800     SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS WS-AUDIT-STATUS.
007100 
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  RUNCTL-FILE
007500     RECORDING MODE IS F
007600     RECORD CONTAINS 80 CHARACTERS
007700     LABEL RECORDS ARE STANDARD.
007800     COPY CTLREC.
007900 
008000 FD  HDCTSNAP-FILE
008100     RECORDING MODE IS F
008200     RECORD CONTAINS 132 CHARACTERS
008300     LABEL RECORDS ARE STANDARD.
008400     COPY DEPTRPT.
008500 
008600 FD  TRNDRPT-FILE
008700     RECORDING MODE IS F
008800     RECORD CONTAINS 132 CHARACTERS
008900     LABEL RECORDS ARE STANDARD.
009000     COPY TRNDRPT.
009100 
009200 FD  SALRPT-FILE
009300     RECORDING MODE IS F
009400     RECORD CONTAINS 132 CHARACTERS
009500     LABEL RECORDS ARE STANDARD.
009600     COPY SALRPT.
009700 
009800 FD  AUDMRPT-FILE
009900     RECORDING MODE IS F
010000     RECORD CONTAINS 132 CHARACTERS
010100     LABEL RECORDS ARE STANDARD.
010200     COPY AUDMRPT.
010300 
010400 FD  IFREGF-FILE
010500     RECORDING MODE IS F
010600     RECORD CONTAINS 100 CHARACTERS
010700     LABEL RECORDS ARE STANDARD.
010800     COPY IFRREC.
010900 
011000 FD  CERTRPT-FILE
011100     RECORDING MODE IS F
011200     RECORD CONTAINS 132 CHARACTERS
011300     LABEL RECORDS ARE STANDARD.
011400     COPY CERTRPT.
011500 
011600 FD  AUDIT-LOG-FILE
011700     RECORDING MODE IS F
011800     RECORD CONTAINS 80 CHARACTERS
011900     LABEL RECORDS ARE STANDARD.
012000     COPY AUDREC.
012100 
012200 WORKING-STORAGE SECTION.
012300 01  WS-RUNCTL-STATUS             PIC X(02).
012400 01  WS-SNAP-STATUS               PIC X(02).
012500 01  WS-TRND-STATUS               PIC X(02).
012600 01  WS-SAL-STATUS                PIC X(02).
012700 01  WS-AUDM-STATUS               PIC X(02).
012800 01  WS-REG-STATUS                PIC X(02).
012900 01  WS-CERT-STATUS               PIC X(02).
013000 01  WS-AUDIT-STATUS              PIC X(02).
013100 
013200 01  WS-RUNCTL-EOF-SW             PIC X(01)  VALUE 'N'.
013300     88  WS-RUNCTL-EOF                       VALUE 'Y'.
013400 01  WS-SNAP-EOF-SW               PIC X(01)  VALUE 'N'.
013500     88  WS-SNAP-EOF                         VALUE 'Y'.
013600 01  WS-TRND-EOF-SW               PIC X(01)  VALUE 'N'.
013700     88  WS-TRND-EOF                         VALUE 'Y'.
013800 01  WS-SAL-EOF-SW                PIC X(01)  VALUE 'N'.
013900     88  WS-SAL-EOF                          VALUE 'Y'.
014000 01  WS-AUDM-EOF-SW               PIC X(01)  VALUE 'N'.
014100     88  WS-AUDM-EOF                         VALUE 'Y'.
014200 01  WS-REG-EOF-SW                PIC X(01)  VALUE 'N'.
014300     88  WS-REG-EOF                          VALUE 'Y'.
014400 01  WS-ABEND-SW                  PIC X(01)  VALUE 'N'.
014500     88  WS-ABEND-REQUESTED                  VALUE 'Y'.
014600 01  WS-COMPLETE-SW               PIC X(01)  VALUE 'N'.
014700     88  WS-CYCLE-COMPLETE                   VALUE 'Y'.
014800 01  WS-CERTIFIED-SW              PIC X(01)  VALUE 'N'.
014900     88  WS-CERTIFIED                        VALUE 'Y'.
015000 01  WS-FOUND-SW                  PIC X(01)  VALUE 'N'.
015100     88  WS-FOUND                            VALUE 'Y'.
015200 01  WS-LINE-SEEN-SW              PIC X(01)  VALUE 'N'.
015300     88  WS-LINE-SEEN                        VALUE 'Y'.
015400 01  WS-BEN-SEEN-SW               PIC X(01)  VALUE 'N'.
015500     88  WS-BEN-SEEN                         VALUE 'Y'.
015600 01  WS-GL-SEEN-SW                PIC X(01)  VALUE 'N'.
015700     88  WS-GL-SEEN                          VALUE 'Y'.
015800 
015900 01  WS-HIGH-RC                   PIC 9(02)  VALUE ZERO.
016000 
016100 01  WS-CYCLE                     PIC X(08)  VALUE 'MONTHEND'.
016200 01  WS-REC-CYCLE                 PIC X(08)  VALUE SPACES.
016300 01  WS-BUS-DATE                  PIC 9(08)  VALUE ZERO.
016400 01  WS-SYS-DATE                  PIC X(08).
016500 01  WS-RUN-DATE-EDIT             PIC X(10).
016600 
016700*    WHO RELEASED THE CYCLE (THE FIRST 'B' FOR THE DATE), THE
016800*    RESTARTS (ANOTHER 'B', OR A RESTART= AT A STEP'S 'S') AND
016900*    WHO MADE THE LAST ONE, AND WHEN THE CYCLE RECORDED ITS
016910*    COMPLETE.
017000 01  WS-RELEASE-COUNT             PIC 9(03)  VALUE ZERO.
017010 01  WS-RESTART-COUNT             PIC 9(03)  VALUE ZERO.
017020 01  WS-RESTART-STEP              PIC X(08)  VALUE SPACES.
017030 01  WS-PREV-START-USER           PIC X(08)  VALUE SPACES.
017100 01  WS-FIRST-USER                PIC X(08)  VALUE SPACES.
017200 01  WS-FIRST-STAMP.
017300     05  WS-FIRST-DATE            PIC X(08)  VALUE SPACES.
017400     05  WS-FIRST-TIME            PIC X(06)  VALUE SPACES.
017500 01  WS-LAST-USER                 PIC X(08)  VALUE SPACES.
017600 01  WS-LAST-STAMP.
017700     05  WS-LAST-DATE             PIC X(08)  VALUE SPACES.
017800     05  WS-LAST-TIME             PIC X(06)  VALUE SPACES.
017900 01  WS-COMPLETE-STAMP.
018000     05  WS-COMPLETE-DATE         PIC X(08)  VALUE SPACES.
018100     05  WS-COMPLETE-TIME         PIC X(06)  VALUE SPACES.
018200 01  WS-REG-STAMP.
018300     05  WS-REG-DATE              PIC X(08).
018400     05  WS-REG-TIME              PIC X(06).
018500 
018600 01  WS-EDIT-DATE                 PIC X(08).
018700 01  WS-EDIT-TIME                 PIC X(06).
018800 01  WS-STAMP-EDIT                PIC X(19).
018900 01  WS-RELEASE-COUNT-EDIT        PIC ZZ9.
019000 
019100*    THE CLOSE STEPS, IN CYCLE ORDER: RUNCTLF STEP NAME AND
019200*    WHAT THE STEP DOES.
019300 01  WS-ST-VALUES.
019400     05  FILLER   PIC X(34)  VALUE
019500             'ME010   HEADCOUNT SNAPSHOT        '.
019600     05  FILLER   PIC X(34)  VALUE
019700             'ME020   HEADCOUNT TREND           '.
019800     05  FILLER   PIC X(34)  VALUE
019900             'ME030   SALARY PROJECTION         '.
020000     05  FILLER   PIC X(34)  VALUE
020100             'ME040   BENEFITS ELIGIBILITY FEED '.
020200     05  FILLER   PIC X(34)  VALUE
020300             'ME050   GL JOURNAL FEED           '.
020400     05  FILLER   PIC X(34)  VALUE
020500             'ME060   AUDIT LOG HOUSEKEEPING    '.
020600 01  WS-ST-TABLE REDEFINES WS-ST-VALUES.
020700     05  WS-ST-ENTRY OCCURS 6 TIMES.
020800         10  WS-ST-STEP           PIC X(08).
020900         10  WS-ST-DESC           PIC X(26).
021000 01  WS-ST-COUNT                  PIC 9(02)  VALUE 6.
021100 
021200*    WHAT RUNCTLF SAYS ABOUT EACH STEP (THE LATEST EVENT WINS)
021300*    AND THE CONTROL TOTALS GATHERED FOR IT. TOTAL TYPES: C
021400*    COUNT, A AMOUNT, S SIGNED COUNT, H HASH, N NOTE (LABEL
021500*    ONLY).
021600 01  WS-STEP-STATE.
021700     05  WS-SS-ENTRY OCCURS 6 TIMES.
021800         10  WS-SS-STATUS         PIC X(01).
021900             88  WS-SS-NOT-RUN               VALUE 'N'.
022000             88  WS-SS-STARTED               VALUE 'S'.
022100             88  WS-SS-ENDED                 VALUE 'E'.
022200             88  WS-SS-FAILED                VALUE 'F'.
022300         10  WS-SS-RC             PIC X(02).
022400         10  WS-SS-TOTAL-COUNT    PIC 9(01).
022500         10  WS-SS-TOTAL OCCURS 3 TIMES.
022600             15  WS-SS-T-LABEL    PIC X(26).
022700             15  WS-SS-T-TYPE     PIC X(01).
022800             15  WS-SS-T-VALUE    PIC S9(13)V99.
022900 01  WS-STEP-IDX                  PIC 9(02)  VALUE ZERO.
023000 01  WS-TOTAL-IDX                 PIC 9(01)  VALUE ZERO.
023100 01  WS-ENDED-COUNT               PIC 9(02)  VALUE ZERO.
023200 
023300 01  WS-NEW-LABEL                 PIC X(26).
023400 01  WS-NEW-TYPE                  PIC X(01).
023500 01  WS-NEW-VALUE                 PIC S9(13)V99.
023600 
023700*    THE REGISTRY ENTRIES FOR THE TWO FEEDS.
023800 01  WS-BEN-RECORDS               PIC 9(09)  VALUE ZERO.
023900 01  WS-BEN-HASH                  PIC 9(15)  VALUE ZERO.
024000 01  WS-GL-LINES                  PIC 9(09)  VALUE ZERO.
024100 01  WS-GL-DEBITS                 PIC 9(13)V99 VALUE ZERO.
024200 
024300 01  WS-MONTH-IDX                 PIC 9(01)  VALUE ZERO.
024400 01  WS-LATEST-MONTH              PIC 9(15)  VALUE ZERO.
024500 
024600 01  WS-DE-EDIT-SOURCE            PIC X(21).
024700 01  WS-DE-EDIT-VALUE             PIC 9(15)  VALUE ZERO.
024800 01  WS-DE-EDIT-IDX               PIC 9(02)  VALUE ZERO.
024900 01  WS-DE-EDIT-CHAR              PIC X(01).
025000 01  WS-DE-EDIT-DIGIT             PIC 9(01).
025100 
025200 01  WS-RW-WRITE-IDX              PIC 9(01)  VALUE ZERO.
025300 01  WS-HEAD-LINE.
025400     05  FILLER                   PIC X(02)  VALUE SPACES.
025500     05  FILLER                   PIC X(10)  VALUE 'STEP'.
025600     05  FILLER                   PIC X(28)  VALUE 'DESCRIPTION'.
025700     05  FILLER                   PIC X(04)  VALUE 'RC'.
025800     05  FILLER                   PIC X(14)  VALUE 'STATUS'.
025900     05  FILLER                   PIC X(28)
026000             VALUE 'CONTROL TOTAL'.
026100     05  FILLER                   PIC X(21)
026200             VALUE '                VALUE'.
026300     05  FILLER                   PIC X(25)  VALUE SPACES.
026400 
026500     COPY RPTPARM.
026600 
026700 LINKAGE SECTION.
026800 01  LS-PARM.
026900     05  LS-PARM-LEN         PIC S9(04) COMP.
027000     05  LS-PARM-DATA.
027100         10  LS-PARM-BUS-DATE    PIC X(08).
027200 
027300 PROCEDURE DIVISION USING LS-PARM.
027400 
027500 0000-MAINLINE.
027600     OPEN EXTEND AUDIT-LOG-FILE.
027700     MOVE 'MECERT' TO AL-PROGRAM.
027800     PERFORM 1000-INITIALIZE
027900         THRU 1000-INITIALIZE-EXIT.
028000     IF WS-ABEND-REQUESTED
028100         GO TO 9999-END-OF-JOB
028200     END-IF.
028300     PERFORM 2000-READ-RUNCTL
028400         THRU 2000-READ-RUNCTL-EXIT.
028500     IF WS-ABEND-REQUESTED
028600         GO TO 9999-END-OF-JOB
028700     END-IF.
028800     PERFORM 3000-COLLECT-TOTALS
028900         THRU 3000-COLLECT-TOTALS-EXIT.
029000     PERFORM 4000-PRINT-CERTIFICATE
029100         THRU 4000-PRINT-CERTIFICATE-EXIT.
029110     IF WS-ABEND-REQUESTED
029120         GO TO 9999-END-OF-JOB
029130     END-IF.
029200     PERFORM 8000-FINALIZE
029300         THRU 8000-FINALIZE-EXIT.
029400 9999-END-OF-JOB.
029500     CLOSE AUDIT-LOG-FILE.
029600     STOP RUN.
029700 
029800*****************************************************************
029900* 1000-INITIALIZE - NOTE THE RUN DATE, CLEAR THE STEP TABLE, AND
030000* SETTLE THE BUSINESS DATE: THE PARM WHEN IT GIVES ONE,
030100* OTHERWISE THE LATEST MONTHEND BEGIN ON RUNCTLF.
030200*****************************************************************
030300 1000-INITIALIZE.
030400     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
030500     STRING WS-SYS-DATE (1:4) '-' WS-SYS-DATE (5:2) '-'
030600            WS-SYS-DATE (7:2)
030700         DELIMITED BY SIZE INTO WS-RUN-DATE-EDIT.
030800     PERFORM 1010-CLEAR-STEP
030900         THRU 1010-CLEAR-STEP-EXIT
031000         VARYING WS-STEP-IDX FROM 1 BY 1
031100         UNTIL WS-STEP-IDX > WS-ST-COUNT.
031200     IF LS-PARM-LEN > ZERO
031300             AND LS-PARM-BUS-DATE NUMERIC
031400             AND LS-PARM-BUS-DATE NOT = '00000000'
031500         MOVE LS-PARM-BUS-DATE TO WS-BUS-DATE
031600         GO TO 1000-INITIALIZE-EXIT
031700     END-IF.
031800     MOVE 'N' TO WS-RUNCTL-EOF-SW.
031900     OPEN INPUT RUNCTL-FILE.
032000     IF WS-RUNCTL-STATUS NOT = '00'
032100         DISPLAY 'MECERT - ERROR OPENING RUNCTLF, STATUS '
032200                 WS-RUNCTL-STATUS
032300         MOVE 'OPEN RUNCTLF'      TO AL-OPERATION
032400         MOVE ZERO                TO AL-SQLCODE
032500         MOVE 'OPEN FAILED'       TO AL-MESSAGE
032600         MOVE 'S'                 TO AL-SEVERITY
032700         PERFORM WRITE-AUDIT-LOG
032800             THRU WRITE-AUDIT-LOG-EXIT
032900         MOVE 16 TO RETURN-CODE
033000         MOVE 'Y' TO WS-ABEND-SW
033100         GO TO 1000-INITIALIZE-EXIT
033200     END-IF.
033300     PERFORM 1100-SCAN-FOR-BEGIN
033400         THRU 1100-SCAN-FOR-BEGIN-EXIT
033500         UNTIL WS-RUNCTL-EOF.
033600     CLOSE RUNCTL-FILE.
033700     IF WS-BUS-DATE = ZERO
033800         DISPLAY 'MECERT - NO ' WS-CYCLE ' CYCLE ON RUNCTLF'
033900         MOVE 'FIND MONTHEND CYCLE' TO AL-OPERATION
034000         MOVE ZERO                TO AL-SQLCODE
034100         MOVE 'NO CYCLE ON RUNCTLF' TO AL-MESSAGE
034200         MOVE 'S'                 TO AL-SEVERITY
034300         PERFORM WRITE-AUDIT-LOG
034400             THRU WRITE-AUDIT-LOG-EXIT
034500         MOVE 16 TO RETURN-CODE
034600         MOVE 'Y' TO WS-ABEND-SW
034700     END-IF.
034800 1000-INITIALIZE-EXIT.
034900     EXIT.
035000 
035100*****************************************************************
035200* 1010-CLEAR-STEP - ONE STEP TABLE ENTRY TO NOT RUN, NO TOTALS.
035300*****************************************************************
035400 1010-CLEAR-STEP.
035500     MOVE 'N'    TO WS-SS-STATUS (WS-STEP-IDX).
035600     MOVE SPACES TO WS-SS-RC (WS-STEP-IDX).
035700     MOVE ZERO   TO WS-SS-TOTAL-COUNT (WS-STEP-IDX).
035800 1010-CLEAR-STEP-EXIT.
035900     EXIT.
036000 
036100*****************************************************************
036200* 1100-SCAN-FOR-BEGIN - REMEMBER THE BUSINESS DATE OF EACH
036300* MONTHEND 'B' RECORD SEEN; THE LAST ONE STANDING IS THE CYCLE
036400* TO CERTIFY. SAME RULE AS RUNCTL'S 0510.
036500*****************************************************************
036600 1100-SCAN-FOR-BEGIN.
036700     READ RUNCTL-FILE
036800         AT END
036900             MOVE 'Y' TO WS-RUNCTL-EOF-SW
037000             GO TO 1100-SCAN-FOR-BEGIN-EXIT
037100     END-READ.
037200     PERFORM 2900-SET-RECORD-CYCLE
037300         THRU 2900-SET-RECORD-CYCLE-EXIT.
037400     IF RC-FUNC-BEGIN AND WS-REC-CYCLE = WS-CYCLE
037500         MOVE RC-BUS-DATE TO WS-BUS-DATE
037600     END-IF.
037700 1100-SCAN-FOR-BEGIN-EXIT.
037800     EXIT.
037900 
038000*****************************************************************
038100* 2000-READ-RUNCTL - ONE PASS OVER RUNCTLF GATHERING THE CYCLE'S
038200* RELEASES, RESTARTS, STEP EVENTS AND COMPLETE FOR THE BUSINESS
038210* DATE. A DATE WITH NO MONTHEND BEGIN AT ALL HAS NOTHING TO
038300* CERTIFY -- RC 16.
038500*****************************************************************
038600 2000-READ-RUNCTL.
038700     MOVE 'N' TO WS-RUNCTL-EOF-SW.
038800     OPEN INPUT RUNCTL-FILE.
038900     IF WS-RUNCTL-STATUS NOT = '00'
039000         DISPLAY 'MECERT - ERROR OPENING RUNCTLF, STATUS '
039100                 WS-RUNCTL-STATUS
039200         MOVE 'OPEN RUNCTLF'      TO AL-OPERATION
039300         MOVE ZERO                TO AL-SQLCODE
039400         MOVE 'OPEN FAILED'       TO AL-MESSAGE
039500         MOVE 'S'                 TO AL-SEVERITY
039600         PERFORM WRITE-AUDIT-LOG
039700             THRU WRITE-AUDIT-LOG-EXIT
039800         MOVE 16 TO RETURN-CODE
039900         MOVE 'Y' TO WS-ABEND-SW
040000         GO TO 2000-READ-RUNCTL-EXIT
040100     END-IF.
040200     PERFORM 2100-SCAN-RUNCTL
040300         THRU 2100-SCAN-RUNCTL-EXIT
040400         UNTIL WS-RUNCTL-EOF.
040500     CLOSE RUNCTL-FILE.
040600     IF WS-RELEASE-COUNT = ZERO
040700         DISPLAY 'MECERT - NO ' WS-CYCLE ' CYCLE FOR BUSINESS '
040800                 'DATE ' WS-BUS-DATE ' ON RUNCTLF'
040900         MOVE 'FIND MONTHEND CYCLE' TO AL-OPERATION
041000         MOVE ZERO                TO AL-SQLCODE
041100         MOVE SPACES              TO AL-MESSAGE
041200         STRING 'NO CYCLE ' WS-BUS-DATE
041300             DELIMITED BY SIZE INTO AL-MESSAGE
041400         MOVE 'S'                 TO AL-SEVERITY
041500         PERFORM WRITE-AUDIT-LOG
041600             THRU WRITE-AUDIT-LOG-EXIT
041700         MOVE 16 TO RETURN-CODE
041800         MOVE 'Y' TO WS-ABEND-SW
041900     END-IF.
042000 2000-READ-RUNCTL-EXIT.
042100     EXIT.
042200 
042300*****************************************************************
042400* 2100-SCAN-RUNCTL - FOLD ONE RUNCTLF EVENT OF THIS CYCLE AND
042500* DATE INTO THE PICTURE. EACH 'B' IS A RELEASE (THE FIRST IS THE
042600* RELEASE, THE REST RESTARTS); A STEP'S LATEST START, END OR
042700* FAILED EVENT IS ITS STATUS. AN 'E' WRITTEN WITHOUT A RETURN
042800* CODE ENDED BELOW RC 4, WHICH FOR THESE STEPS IS 00. A JCL
042810* RESTART= SKIPS THE 'B', SO A START IS ALSO A RESTART WHEN ITS
042820* STEP HAD ALREADY STARTED, OR WHEN A DIFFERENT OPERATOR STARTED
042830* IT THAN STARTED THE STEP BEFORE.
042900*****************************************************************
043000 2100-SCAN-RUNCTL.
043100     READ RUNCTL-FILE
043200         AT END
043300             MOVE 'Y' TO WS-RUNCTL-EOF-SW
043400             GO TO 2100-SCAN-RUNCTL-EXIT
043500     END-READ.
043600     IF RC-BUS-DATE NOT = WS-BUS-DATE
043700         GO TO 2100-SCAN-RUNCTL-EXIT
043800     END-IF.
043900     PERFORM 2900-SET-RECORD-CYCLE
044000         THRU 2900-SET-RECORD-CYCLE-EXIT.
044100     IF WS-REC-CYCLE NOT = WS-CYCLE
044200         GO TO 2100-SCAN-RUNCTL-EXIT
044300     END-IF.
044400     IF RC-FUNC-BEGIN
044500         ADD 1 TO WS-RELEASE-COUNT
044600         IF WS-RELEASE-COUNT = 1
044700             MOVE RC-USER-ID    TO WS-FIRST-USER
044800             MOVE RC-STAMP-DATE TO WS-FIRST-DATE
044900             MOVE RC-STAMP-TIME TO WS-FIRST-TIME
044910         ELSE
044920             ADD 1 TO WS-RESTART-COUNT
044930             MOVE 'STEP005'     TO WS-RESTART-STEP
044940             MOVE RC-USER-ID    TO WS-LAST-USER
044950             MOVE RC-STAMP-DATE TO WS-LAST-DATE
044960             MOVE RC-STAMP-TIME TO WS-LAST-TIME
045000         END-IF
045100         MOVE RC-USER-ID    TO WS-PREV-START-USER
045400         GO TO 2100-SCAN-RUNCTL-EXIT
045500     END-IF.
045600     IF RC-FUNC-COMPLETE
045700         MOVE 'Y'           TO WS-COMPLETE-SW
045800         MOVE RC-STAMP-DATE TO WS-COMPLETE-DATE
045900         MOVE RC-STAMP-TIME TO WS-COMPLETE-TIME
046000         GO TO 2100-SCAN-RUNCTL-EXIT
046100     END-IF.
046200     PERFORM 2200-FIND-STEP
046300         THRU 2200-FIND-STEP-EXIT.
046400     IF NOT WS-FOUND
046500         GO TO 2100-SCAN-RUNCTL-EXIT
046600     END-IF.
046700     EVALUATE TRUE
046800         WHEN RC-FUNC-START
046810             IF NOT WS-SS-NOT-RUN (WS-STEP-IDX)
046820                     OR RC-USER-ID NOT = WS-PREV-START-USER
046830                 ADD 1 TO WS-RESTART-COUNT
046840                 MOVE RC-STEP       TO WS-RESTART-STEP
046850                 MOVE RC-USER-ID    TO WS-LAST-USER
046860                 MOVE RC-STAMP-DATE TO WS-LAST-DATE
046870                 MOVE RC-STAMP-TIME TO WS-LAST-TIME
046880             END-IF
046890             MOVE RC-USER-ID TO WS-PREV-START-USER
046900             MOVE 'S'    TO WS-SS-STATUS (WS-STEP-IDX)
047000             MOVE SPACES TO WS-SS-RC (WS-STEP-IDX)
047100         WHEN RC-FUNC-END
047200             MOVE 'E'    TO WS-SS-STATUS (WS-STEP-IDX)
047300             MOVE RC-STEP-RC TO WS-SS-RC (WS-STEP-IDX)
047400             IF RC-STEP-RC = SPACES
047500                 MOVE '00' TO WS-SS-RC (WS-STEP-IDX)
047600             END-IF
047700         WHEN RC-FUNC-FAILED
047800             MOVE 'F'    TO WS-SS-STATUS (WS-STEP-IDX)
047900             MOVE RC-STEP-RC TO WS-SS-RC (WS-STEP-IDX)
048000     END-EVALUATE.
048100 2100-SCAN-RUNCTL-EXIT.
048200     EXIT.
048300 
048400*****************************************************************
048500* 2200-FIND-STEP - LOOK THE EVENT'S STEP UP IN THE STEP TABLE.
048600* A STEP NAME THE CERTIFICATE DOES NOT KNOW IS IGNORED.
048700*****************************************************************
048800 2200-FIND-STEP.
048900     MOVE 'N' TO WS-FOUND-SW.
049000     PERFORM 2210-MATCH-STEP
049100         THRU 2210-MATCH-STEP-EXIT
049200         VARYING WS-STEP-IDX FROM 1 BY 1
049300         UNTIL WS-FOUND OR WS-STEP-IDX > WS-ST-COUNT.
049400     IF WS-FOUND
049500         SUBTRACT 1 FROM WS-STEP-IDX
049600     END-IF.
049700 2200-FIND-STEP-EXIT.
049800     EXIT.
049900 
050000*****************************************************************
050100* 2210-MATCH-STEP - COMPARE ONE STEP TABLE ENTRY.
050200*****************************************************************
050300 2210-MATCH-STEP.
050400     IF WS-ST-STEP (WS-STEP-IDX) = RC-STEP
050500         MOVE 'Y' TO WS-FOUND-SW
050600     END-IF.
050700 2210-MATCH-STEP-EXIT.
050800     EXIT.
050900 
051000*****************************************************************
051100* 2900-SET-RECORD-CYCLE - THE CYCLE THE RUNCTLF RECORD JUST READ
051200* BELONGS TO. RECORDS FROM BEFORE THE CYCLE FIELD ARE NIGHTLY'S.
051300*****************************************************************
051400 2900-SET-RECORD-CYCLE.
051500     IF RC-CYCLE = SPACES
051600         MOVE 'NIGHTLY' TO WS-REC-CYCLE
051700     ELSE
051800         MOVE RC-CYCLE  TO WS-REC-CYCLE
051900     END-IF.
052000 2900-SET-RECORD-CYCLE-EXIT.
052100     EXIT.
052200 
052300*****************************************************************
052400* 3000-COLLECT-TOTALS - GATHER THE CONTROL TOTALS OF EACH STEP
052500* THAT ENDED CLEAN IN THIS CYCLE. A STEP THAT DID NOT END LEFT
052600* LAST MONTH'S FIGURES BEHIND, SO ITS SOURCES ARE NOT READ.
052700*****************************************************************
052800 3000-COLLECT-TOTALS.
052900     IF WS-SS-ENDED (1)
053000         MOVE 1 TO WS-STEP-IDX
053100         PERFORM 3100-SCAN-HDCTSNAP
053200             THRU 3100-SCAN-HDCTSNAP-EXIT
053300     END-IF.
053400     IF WS-SS-ENDED (2)
053500         MOVE 2 TO WS-STEP-IDX
053600         PERFORM 3200-SCAN-TRNDRPT
053700             THRU 3200-SCAN-TRNDRPT-EXIT
053800     END-IF.
053900     IF WS-SS-ENDED (3)
054000         MOVE 3 TO WS-STEP-IDX
054100         PERFORM 3300-SCAN-SALRPT
054200             THRU 3300-SCAN-SALRPT-EXIT
054300     END-IF.
054400     IF WS-SS-ENDED (4) OR WS-SS-ENDED (5)
054500         PERFORM 3400-SCAN-IFREGF
054600             THRU 3400-SCAN-IFREGF-EXIT
054700     END-IF.
054800     IF WS-SS-ENDED (6)
054900         MOVE 6 TO WS-STEP-IDX
055000         PERFORM 3600-SCAN-AUDMRPT
055100             THRU 3600-SCAN-AUDMRPT-EXIT
055200     END-IF.
055300 3000-COLLECT-TOTALS-EXIT.
055400     EXIT.
055500 
055600*****************************************************************
055700* 3100-SCAN-HDCTSNAP - THE HEADCOUNT SNAPSHOT IS A COPY OF THE
055800* DEPTBRK REPORT; ITS GRAND TOTAL LINE (DG-DEPT = 'TOTAL')
055900* CARRIES THE OVERALL AND ACTIVE HEADCOUNT.
056000*****************************************************************
056100 3100-SCAN-HDCTSNAP.
056200     MOVE 'N' TO WS-LINE-SEEN-SW.
056300     OPEN INPUT HDCTSNAP-FILE.
056400     IF WS-SNAP-STATUS NOT = '00'
056500         DISPLAY 'MECERT - HDCTSNAP NOT AVAILABLE, STATUS '
056600                 WS-SNAP-STATUS
056700         PERFORM 5800-ADD-NOT-AVAILABLE
056800             THRU 5800-ADD-NOT-AVAILABLE-EXIT
056900         GO TO 3100-SCAN-HDCTSNAP-EXIT
057000     END-IF.
057100     PERFORM 3110-READ-HDCTSNAP
057200         THRU 3110-READ-HDCTSNAP-EXIT
057300         UNTIL WS-SNAP-EOF OR WS-LINE-SEEN.
057400     CLOSE HDCTSNAP-FILE.
057500     IF NOT WS-LINE-SEEN
057600         PERFORM 5810-ADD-NOT-FOUND
057700             THRU 5810-ADD-NOT-FOUND-EXIT
057800     END-IF.
057900 3100-SCAN-HDCTSNAP-EXIT.
058000     EXIT.
058100 
058200*****************************************************************
058300* 3110-READ-HDCTSNAP - READ ONE SNAPSHOT LINE AND TAKE THE
058400* TOTALS OFF THE GRAND TOTAL LINE WHEN IT COMES BY.
058500*****************************************************************
058600 3110-READ-HDCTSNAP.
058700     READ HDCTSNAP-FILE
058800         AT END
058900             MOVE 'Y' TO WS-SNAP-EOF-SW
059000             GO TO 3110-READ-HDCTSNAP-EXIT
059100     END-READ.
059200     IF DG-DEPT NOT = 'TOTAL'
059300         GO TO 3110-READ-HDCTSNAP-EXIT
059400     END-IF.
059500     MOVE 'Y' TO WS-LINE-SEEN-SW.
059600     MOVE DG-TOTAL TO WS-DE-EDIT-SOURCE.
059700     PERFORM 9100-DE-EDIT-COUNT
059800         THRU 9100-DE-EDIT-COUNT-EXIT.
059900     MOVE 'MONTH-END HEADCOUNT'  TO WS-NEW-LABEL.
060000     MOVE 'C'                    TO WS-NEW-TYPE.
060100     MOVE WS-DE-EDIT-VALUE       TO WS-NEW-VALUE.
060200     PERFORM 5900-ADD-TOTAL
060300         THRU 5900-ADD-TOTAL-EXIT.
060400     MOVE DG-ACTIVE TO WS-DE-EDIT-SOURCE.
060500     PERFORM 9100-DE-EDIT-COUNT
060600         THRU 9100-DE-EDIT-COUNT-EXIT.
060700     MOVE 'MONTH-END ACTIVE'     TO WS-NEW-LABEL.
060800     MOVE 'C'                    TO WS-NEW-TYPE.
060900     MOVE WS-DE-EDIT-VALUE       TO WS-NEW-VALUE.
061000     PERFORM 5900-ADD-TOTAL
061100         THRU 5900-ADD-TOTAL-EXIT.
061200 3110-READ-HDCTSNAP-EXIT.
061300     EXIT.
061400 
061500*****************************************************************
061600* 3200-SCAN-TRNDRPT - THE TREND REPORT'S ALL-DEPARTMENTS TOTAL
061700* LINE (TN-DEPT = 'TOTAL'): ITS RIGHTMOST MONTH COLUMN IS THE
061800* MONTH JUST CLOSED, AND ITS NET CHANGE ACROSS THE WINDOW.
061900*****************************************************************
062000 3200-SCAN-TRNDRPT.
062100     MOVE 'N' TO WS-LINE-SEEN-SW.
062200     OPEN INPUT TRNDRPT-FILE.
062300     IF WS-TRND-STATUS NOT = '00'
062400         DISPLAY 'MECERT - TRNDRPT NOT AVAILABLE, STATUS '
062500                 WS-TRND-STATUS
062600         PERFORM 5800-ADD-NOT-AVAILABLE
062700             THRU 5800-ADD-NOT-AVAILABLE-EXIT
062800         GO TO 3200-SCAN-TRNDRPT-EXIT
062900     END-IF.
063000     PERFORM 3210-READ-TRNDRPT
063100         THRU 3210-READ-TRNDRPT-EXIT
063200         UNTIL WS-TRND-EOF OR WS-LINE-SEEN.
063300     CLOSE TRNDRPT-FILE.
063400     IF NOT WS-LINE-SEEN
063500         PERFORM 5810-ADD-NOT-FOUND
063600             THRU 5810-ADD-NOT-FOUND-EXIT
063700     END-IF.
063800 3200-SCAN-TRNDRPT-EXIT.
063900     EXIT.
064000 
064100*****************************************************************
064200* 3210-READ-TRNDRPT - READ ONE TREND LINE AND TAKE THE TOTALS
064300* OFF THE ALL-DEPARTMENTS TOTAL LINE WHEN IT COMES BY.
064400*****************************************************************
064500 3210-READ-TRNDRPT.
064600     READ TRNDRPT-FILE
064700         AT END
064800             MOVE 'Y' TO WS-TRND-EOF-SW
064900             GO TO 3210-READ-TRNDRPT-EXIT
065000     END-READ.
065100     IF TN-DEPT NOT = 'TOTAL'
065200         GO TO 3210-READ-TRNDRPT-EXIT
065300     END-IF.
065400     MOVE 'Y'  TO WS-LINE-SEEN-SW.
065500     MOVE ZERO TO WS-LATEST-MONTH.
065600     PERFORM 3220-TAKE-MONTH-COLUMN
065700         THRU 3220-TAKE-MONTH-COLUMN-EXIT
065800         VARYING WS-MONTH-IDX FROM 1 BY 1
065900         UNTIL WS-MONTH-IDX > 6.
066000     MOVE 'LATEST MONTH HEADCOUNT'   TO WS-NEW-LABEL.
066100     MOVE 'C'                        TO WS-NEW-TYPE.
066200     MOVE WS-LATEST-MONTH            TO WS-NEW-VALUE.
066300     PERFORM 5900-ADD-TOTAL
066400         THRU 5900-ADD-TOTAL-EXIT.
066500     MOVE TN-NET-CHANGE TO WS-DE-EDIT-SOURCE.
066600     PERFORM 9100-DE-EDIT-COUNT
066700         THRU 9100-DE-EDIT-COUNT-EXIT.
066800     MOVE 'NET CHANGE OVER WINDOW'   TO WS-NEW-LABEL.
066900     MOVE 'S'                        TO WS-NEW-TYPE.
067000     MOVE WS-DE-EDIT-VALUE           TO WS-NEW-VALUE.
067100     IF TN-NET-CHANGE (1:1) = '-'
067200         COMPUTE WS-NEW-VALUE = ZERO - WS-NEW-VALUE
067300     END-IF.
067400     PERFORM 5900-ADD-TOTAL
067500         THRU 5900-ADD-TOTAL-EXIT.
067600 3210-READ-TRNDRPT-EXIT.
067700     EXIT.
067800 
067900*****************************************************************
068000* 3220-TAKE-MONTH-COLUMN - A MONTH COLUMN THAT PRINTED A FIGURE
068100* BECOMES THE LATEST; THE LAST ONE STANDING IS THE NEWEST MONTH.
068200*****************************************************************
068300 3220-TAKE-MONTH-COLUMN.
068400     MOVE TN-MONTH-COUNT (WS-MONTH-IDX) TO WS-DE-EDIT-SOURCE.
068500     IF WS-DE-EDIT-SOURCE NOT = SPACES
068600         PERFORM 9100-DE-EDIT-COUNT
068700             THRU 9100-DE-EDIT-COUNT-EXIT
068800         MOVE WS-DE-EDIT-VALUE TO WS-LATEST-MONTH
068900     END-IF.
069000 3220-TAKE-MONTH-COLUMN-EXIT.
069100     EXIT.
069200 
069300*****************************************************************
069400* 3300-SCAN-SALRPT - THE PROJECTION'S GRAND TOTAL LINE (SD-DEPT
069500* = 'TOTAL'): ACTIVES PRICED AND THE CURRENT AND PROPOSED ANNUAL
069600* AMOUNTS. THE AMOUNTS DE-EDIT TO CENTS.
069700*****************************************************************
069800 3300-SCAN-SALRPT.
069900     MOVE 'N' TO WS-LINE-SEEN-SW.
070000     OPEN INPUT SALRPT-FILE.
070100     IF WS-SAL-STATUS NOT = '00'
070200         DISPLAY 'MECERT - SALRPT NOT AVAILABLE, STATUS '
070300                 WS-SAL-STATUS
070400         PERFORM 5800-ADD-NOT-AVAILABLE
070500             THRU 5800-ADD-NOT-AVAILABLE-EXIT
070600         GO TO 3300-SCAN-SALRPT-EXIT
070700     END-IF.
070800     PERFORM 3310-READ-SALRPT
070900         THRU 3310-READ-SALRPT-EXIT
071000         UNTIL WS-SAL-EOF OR WS-LINE-SEEN.
071100     CLOSE SALRPT-FILE.
071200     IF NOT WS-LINE-SEEN
071300         PERFORM 5810-ADD-NOT-FOUND
071400             THRU 5810-ADD-NOT-FOUND-EXIT
071500     END-IF.
071600 3300-SCAN-SALRPT-EXIT.
071700     EXIT.
071800 
071900*****************************************************************
072000* 3310-READ-SALRPT - READ ONE PROJECTION LINE AND TAKE THE
072100* TOTALS OFF THE GRAND TOTAL LINE WHEN IT COMES BY.
072200*****************************************************************
072300 3310-READ-SALRPT.
072400     READ SALRPT-FILE
072500         AT END
072600             MOVE 'Y' TO WS-SAL-EOF-SW
072700             GO TO 3310-READ-SALRPT-EXIT
072800     END-READ.
072900     IF SD-DEPT NOT = 'TOTAL'
073000         GO TO 3310-READ-SALRPT-EXIT
073100     END-IF.
073200     MOVE 'Y' TO WS-LINE-SEEN-SW.
073300     MOVE SD-COUNT TO WS-DE-EDIT-SOURCE.
073400     PERFORM 9100-DE-EDIT-COUNT
073500         THRU 9100-DE-EDIT-COUNT-EXIT.
073600     MOVE 'ACTIVES PRICED'           TO WS-NEW-LABEL.
073700     MOVE 'C'                        TO WS-NEW-TYPE.
073800     MOVE WS-DE-EDIT-VALUE           TO WS-NEW-VALUE.
073900     PERFORM 5900-ADD-TOTAL
074000         THRU 5900-ADD-TOTAL-EXIT.
074100     MOVE SD-CURRENT TO WS-DE-EDIT-SOURCE.
074200     PERFORM 9100-DE-EDIT-COUNT
074300         THRU 9100-DE-EDIT-COUNT-EXIT.
074400     MOVE 'CURRENT ANNUAL'           TO WS-NEW-LABEL.
074500     MOVE 'A'                        TO WS-NEW-TYPE.
074600     COMPUTE WS-NEW-VALUE = WS-DE-EDIT-VALUE / 100.
074700     PERFORM 5900-ADD-TOTAL
074800         THRU 5900-ADD-TOTAL-EXIT.
074900     MOVE SD-PROPOSED TO WS-DE-EDIT-SOURCE.
075000     PERFORM 9100-DE-EDIT-COUNT
075100         THRU 9100-DE-EDIT-COUNT-EXIT.
075200     MOVE 'PROPOSED ANNUAL'          TO WS-NEW-LABEL.
075300     MOVE 'A'                        TO WS-NEW-TYPE.
075400     COMPUTE WS-NEW-VALUE = WS-DE-EDIT-VALUE / 100.
075500     PERFORM 5900-ADD-TOTAL
075600         THRU 5900-ADD-TOTAL-EXIT.
075700 3310-READ-SALRPT-EXIT.
075800     EXIT.
075900 
076000*****************************************************************
076100* 3400-SCAN-IFREGF - THE TWO FEEDS REGISTER WHAT THEY SENT ON
076200* IFREGF. TAKE THE LATEST BENFEED AND GLJRNL ENTRIES RECORDED
076300* SINCE THE CYCLE WAS FIRST RELEASED -- AN ENTRY FROM BEFORE IT
076400* IS LAST MONTH'S.
076500*****************************************************************
076600 3400-SCAN-IFREGF.
076700     OPEN INPUT IFREGF-FILE.
076800     IF WS-REG-STATUS NOT = '00'
076900         DISPLAY 'MECERT - IFREGF NOT AVAILABLE, STATUS '
077000                 WS-REG-STATUS
077100         IF WS-SS-ENDED (4)
077200             MOVE 4 TO WS-STEP-IDX
077300             PERFORM 5800-ADD-NOT-AVAILABLE
077400                 THRU 5800-ADD-NOT-AVAILABLE-EXIT
077500         END-IF
077600         IF WS-SS-ENDED (5)
077700             MOVE 5 TO WS-STEP-IDX
077800             PERFORM 5800-ADD-NOT-AVAILABLE
077900                 THRU 5800-ADD-NOT-AVAILABLE-EXIT
078000         END-IF
078100         GO TO 3400-SCAN-IFREGF-EXIT
078200     END-IF.
078300     PERFORM 3410-READ-IFREGF
078400         THRU 3410-READ-IFREGF-EXIT
078500         UNTIL WS-REG-EOF.
078600     CLOSE IFREGF-FILE.
078700     IF WS-SS-ENDED (4)
078800         MOVE 4 TO WS-STEP-IDX
078900         PERFORM 3420-ADD-BENFEED-TOTALS
079000             THRU 3420-ADD-BENFEED-TOTALS-EXIT
079100     END-IF.
079200     IF WS-SS-ENDED (5)
079300         MOVE 5 TO WS-STEP-IDX
079400         PERFORM 3430-ADD-GLJRNL-TOTALS
079500             THRU 3430-ADD-GLJRNL-TOTALS-EXIT
079600     END-IF.
079700 3400-SCAN-IFREGF-EXIT.
079800     EXIT.
079900 
080000*****************************************************************
080100* 3410-READ-IFREGF - READ ONE REGISTRY ENTRY AND KEEP IT WHEN IT
080200* IS ONE OF THE TWO FEEDS AND WAS RECORDED INSIDE THE CYCLE.
080300*****************************************************************
080400 3410-READ-IFREGF.
080500     READ IFREGF-FILE
080600         AT END
080700             MOVE 'Y' TO WS-REG-EOF-SW
080800             GO TO 3410-READ-IFREGF-EXIT
080900     END-READ.
081000     MOVE IR-STAMP-DATE TO WS-REG-DATE.
081100     MOVE IR-STAMP-TIME TO WS-REG-TIME.
081200     IF WS-REG-STAMP < WS-FIRST-STAMP
081300         GO TO 3410-READ-IFREGF-EXIT
081400     END-IF.
081500     IF IR-INTERFACE = 'BENFEED'
081600         MOVE 'Y'             TO WS-BEN-SEEN-SW
081700         MOVE IR-RECORD-COUNT TO WS-BEN-RECORDS
081800         MOVE IR-HASH-TOTAL   TO WS-BEN-HASH
081900     END-IF.
082000     IF IR-INTERFACE = 'GLJRNL'
082100         MOVE 'Y'              TO WS-GL-SEEN-SW
082200         MOVE IR-RECORD-COUNT  TO WS-GL-LINES
082300         MOVE IR-CONTROL-TOTAL TO WS-GL-DEBITS
082400     END-IF.
082500 3410-READ-IFREGF-EXIT.
082600     EXIT.
082700 
082800*****************************************************************
082900* 3420-ADD-BENFEED-TOTALS - THE BENEFITS FEED'S RECORD COUNT AND
083000* EMPLOYEE-ID HASH, AS THE CARRIER'S INVOICE TIES BACK TO THEM.
083100*****************************************************************
083200 3420-ADD-BENFEED-TOTALS.
083300     IF NOT WS-BEN-SEEN
083400         PERFORM 5810-ADD-NOT-FOUND
083500             THRU 5810-ADD-NOT-FOUND-EXIT
083600         GO TO 3420-ADD-BENFEED-TOTALS-EXIT
083700     END-IF.
083800     MOVE 'BENFEED RECORDS SENT'     TO WS-NEW-LABEL.
083900     MOVE 'C'                        TO WS-NEW-TYPE.
084000     MOVE WS-BEN-RECORDS             TO WS-NEW-VALUE.
084100     PERFORM 5900-ADD-TOTAL
084200         THRU 5900-ADD-TOTAL-EXIT.
084300     MOVE 'BENFEED EMPLOYEE-ID HASH' TO WS-NEW-LABEL.
084400     MOVE 'H'                        TO WS-NEW-TYPE.
084500     MOVE WS-BEN-HASH                TO WS-NEW-VALUE.
084600     PERFORM 5900-ADD-TOTAL
084700         THRU 5900-ADD-TOTAL-EXIT.
084800 3420-ADD-BENFEED-TOTALS-EXIT.
084900     EXIT.
085000 
085100*****************************************************************
085200* 3430-ADD-GLJRNL-TOTALS - THE GL JOURNAL'S LINE COUNT AND TOTAL
085300* DEBITS (THE BATCH BALANCES, SO THE CREDITS ARE THE SAME).
085400*****************************************************************
085500 3430-ADD-GLJRNL-TOTALS.
085600     IF NOT WS-GL-SEEN
085700         PERFORM 5810-ADD-NOT-FOUND
085800             THRU 5810-ADD-NOT-FOUND-EXIT
085900         GO TO 3430-ADD-GLJRNL-TOTALS-EXIT
086000     END-IF.
086100     MOVE 'GLJRNL LINES SENT'        TO WS-NEW-LABEL.
086200     MOVE 'C'                        TO WS-NEW-TYPE.
086300     MOVE WS-GL-LINES                TO WS-NEW-VALUE.
086400     PERFORM 5900-ADD-TOTAL
086500         THRU 5900-ADD-TOTAL-EXIT.
086600     MOVE 'GLJRNL TOTAL DEBITS'      TO WS-NEW-LABEL.
086700     MOVE 'A'                        TO WS-NEW-TYPE.
086800     MOVE WS-GL-DEBITS               TO WS-NEW-VALUE.
086900     PERFORM 5900-ADD-TOTAL
087000         THRU 5900-ADD-TOTAL-EXIT.
087100 3430-ADD-GLJRNL-TOTALS-EXIT.
087200     EXIT.
087300 
087400*****************************************************************
087500* 3600-SCAN-AUDMRPT - THE HOUSEKEEPING SPLIT TOTALS BLOCK:
087600* RECORDS READ, ARCHIVED, AND RETAINED (MG-LABEL LINES).
087700*****************************************************************
087800 3600-SCAN-AUDMRPT.
087900     MOVE 'N' TO WS-LINE-SEEN-SW.
088000     OPEN INPUT AUDMRPT-FILE.
088100     IF WS-AUDM-STATUS NOT = '00'
088200         DISPLAY 'MECERT - AUDMRPT NOT AVAILABLE, STATUS '
088300                 WS-AUDM-STATUS
088400         PERFORM 5800-ADD-NOT-AVAILABLE
088500             THRU 5800-ADD-NOT-AVAILABLE-EXIT
088600         GO TO 3600-SCAN-AUDMRPT-EXIT
088700     END-IF.
088800     PERFORM 3610-READ-AUDMRPT
088900         THRU 3610-READ-AUDMRPT-EXIT
089000         UNTIL WS-AUDM-EOF.
089100     CLOSE AUDMRPT-FILE.
089200     IF NOT WS-LINE-SEEN
089300         PERFORM 5810-ADD-NOT-FOUND
089400             THRU 5810-ADD-NOT-FOUND-EXIT
089500     END-IF.
089600 3600-SCAN-AUDMRPT-EXIT.
089700     EXIT.
089800 
089900*****************************************************************
090000* 3610-READ-AUDMRPT - READ ONE STATISTICS LINE AND TAKE EACH OF
090100* THE THREE SPLIT TOTALS WHEN ITS LINE COMES BY.
090200*****************************************************************
090300 3610-READ-AUDMRPT.
090400     READ AUDMRPT-FILE
090500         AT END
090600             MOVE 'Y' TO WS-AUDM-EOF-SW
090700             GO TO 3610-READ-AUDMRPT-EXIT
090800     END-READ.
090900     IF MG-LABEL NOT = 'LOG RECORDS READ'
091000             AND MG-LABEL NOT = 'ARCHIVED TO AUDARCH'
091100             AND MG-LABEL NOT = 'RETAINED ON THE LIVE LOG'
091200         GO TO 3610-READ-AUDMRPT-EXIT
091300     END-IF.
091400     MOVE 'Y' TO WS-LINE-SEEN-SW.
091500     MOVE MG-COUNT TO WS-DE-EDIT-SOURCE.
091600     PERFORM 9100-DE-EDIT-COUNT
091700         THRU 9100-DE-EDIT-COUNT-EXIT.
091800     MOVE MG-LABEL                   TO WS-NEW-LABEL.
091900     MOVE 'C'                        TO WS-NEW-TYPE.
092000     MOVE WS-DE-EDIT-VALUE           TO WS-NEW-VALUE.
092100     PERFORM 5900-ADD-TOTAL
092200         THRU 5900-ADD-TOTAL-EXIT.
092300 3610-READ-AUDMRPT-EXIT.
092400     EXIT.
092500 
092600*****************************************************************
092700* 4000-PRINT-CERTIFICATE - OPEN THE CERTIFICATE, START THE
092800* RPTWRTR PAGINATOR, AND PRINT THE CYCLE PARTICULARS, THE STEP
092900* LINES, AND THE CLOSE STATUS.
093000*****************************************************************
093100 4000-PRINT-CERTIFICATE.
093200     OPEN OUTPUT CERTRPT-FILE.
093207     IF WS-CERT-STATUS NOT = '00'
093214         DISPLAY 'MECERT - ERROR OPENING CERTRPT, STATUS '
093221                 WS-CERT-STATUS
093228         MOVE 'OPEN CERTRPT'      TO AL-OPERATION
093235         MOVE ZERO                TO AL-SQLCODE
093242         MOVE 'OPEN FAILED'       TO AL-MESSAGE
093249         MOVE 'S'                 TO AL-SEVERITY
093256         PERFORM WRITE-AUDIT-LOG
093263             THRU WRITE-AUDIT-LOG-EXIT
093270         MOVE 16 TO RETURN-CODE
093277         MOVE 'Y' TO WS-ABEND-SW
093284         GO TO 4000-PRINT-CERTIFICATE-EXIT
093291     END-IF.
093300     MOVE 'MONTH-END CLOSE CERTIFICATE' TO WS-RW-TITLE-TEXT.
093400     MOVE WS-HEAD-LINE     TO WS-RW-HEADING-LINE.
093500     MOVE WS-RUN-DATE-EDIT TO WS-RW-RUN-DATE.
093600     MOVE 60 TO WS-RW-LINES-PER-PAGE.
093700     MOVE 'I' TO WS-RW-FUNCTION.
093800     CALL 'RPTWRTR' USING WS-RPTWRTR-PARM.
093900     PERFORM 8210-WRITE-RPT-OUT-LINES
094000         THRU 8210-WRITE-RPT-OUT-LINES-EXIT.
094100     PERFORM 4100-PRINT-PARTICULARS
094200         THRU 4100-PRINT-PARTICULARS-EXIT.
094300     MOVE ZERO TO WS-ENDED-COUNT.
094400     PERFORM 4200-PRINT-STEP
094500         THRU 4200-PRINT-STEP-EXIT
094600         VARYING WS-STEP-IDX FROM 1 BY 1
094700         UNTIL WS-STEP-IDX > WS-ST-COUNT.
094800     IF WS-CYCLE-COMPLETE AND WS-ENDED-COUNT = WS-ST-COUNT
094900         MOVE 'Y' TO WS-CERTIFIED-SW
095000     END-IF.
095100     MOVE SPACES TO CERTRPT-RECORD.
095200     PERFORM 8200-PRINT-REPORT-LINE
095300         THRU 8200-PRINT-REPORT-LINE-EXIT.
095400     MOVE SPACES TO CERTRPT-RECORD.
095500     MOVE 'CLOSE STATUS:' TO CF-LABEL.
095600     IF WS-CERTIFIED
095700         MOVE '** CERTIFIED COMPLETE **' TO CF-TEXT
095800     ELSE
095900         MOVE '** NOT CERTIFIED - CLOSE IS INCOMPLETE **'
096000             TO CF-TEXT
096100     END-IF.
096200     PERFORM 8200-PRINT-REPORT-LINE
096300         THRU 8200-PRINT-REPORT-LINE-EXIT.
096400     DISPLAY 'MECERT - ' WS-BUS-DATE ' ' CF-TEXT.
096500     CLOSE CERTRPT-FILE.
096600 4000-PRINT-CERTIFICATE-EXIT.
096700     EXIT.
096800 
096900*****************************************************************
097000* 4100-PRINT-PARTICULARS - BUSINESS DATE AND CYCLE, WHO RELEASED
097100* IT AND WHEN, RESTARTS AND WHERE AND BY WHOM THE LAST ONE WAS
097200* MADE, AND WHEN THE CYCLE RECORDED ITS COMPLETE.
097300*****************************************************************
097400 4100-PRINT-PARTICULARS.
097500     MOVE SPACES TO CERTRPT-RECORD.
097600     MOVE 'BUSINESS DATE'   TO CI-LABEL.
097700     MOVE WS-BUS-DATE       TO CI-VALUE.
097800     PERFORM 8200-PRINT-REPORT-LINE
097900         THRU 8200-PRINT-REPORT-LINE-EXIT.
098000     MOVE SPACES TO CERTRPT-RECORD.
098100     MOVE 'CYCLE'           TO CI-LABEL.
098200     MOVE WS-CYCLE          TO CI-VALUE.
098300     PERFORM 8200-PRINT-REPORT-LINE
098400         THRU 8200-PRINT-REPORT-LINE-EXIT.
098500     MOVE WS-FIRST-DATE TO WS-EDIT-DATE.
098600     MOVE WS-FIRST-TIME TO WS-EDIT-TIME.
098700     PERFORM 9200-EDIT-STAMP
098800         THRU 9200-EDIT-STAMP-EXIT.
098900     MOVE SPACES TO CERTRPT-RECORD.
099000     MOVE 'RELEASED BY'     TO CI-LABEL.
099100     STRING WS-FIRST-USER ' AT ' WS-STAMP-EDIT
099200         DELIMITED BY SIZE INTO CI-VALUE.
099300     PERFORM 8200-PRINT-REPORT-LINE
099400         THRU 8200-PRINT-REPORT-LINE-EXIT.
099500     IF WS-RESTART-COUNT > ZERO
099600         MOVE WS-LAST-DATE TO WS-EDIT-DATE
099700         MOVE WS-LAST-TIME TO WS-EDIT-TIME
099800         PERFORM 9200-EDIT-STAMP
099900             THRU 9200-EDIT-STAMP-EXIT
100000         MOVE WS-RESTART-COUNT TO WS-RELEASE-COUNT-EDIT
100100         MOVE SPACES TO CERTRPT-RECORD
100200         MOVE 'RESTARTED'       TO CI-LABEL
100300         STRING WS-RELEASE-COUNT-EDIT ' TIME(S), LAST AT '
100400                    DELIMITED BY SIZE
100500                WS-RESTART-STEP DELIMITED BY SPACE
100510                ' BY ' DELIMITED BY SIZE
100520                WS-LAST-USER DELIMITED BY SPACE
100530                ' AT ' WS-STAMP-EDIT DELIMITED BY SIZE
100540             INTO CI-VALUE
100600         PERFORM 8200-PRINT-REPORT-LINE
100700             THRU 8200-PRINT-REPORT-LINE-EXIT
100800     END-IF.
100900     MOVE SPACES TO CERTRPT-RECORD.
101000     MOVE 'CYCLE COMPLETE'  TO CI-LABEL.
101100     IF WS-CYCLE-COMPLETE
101200         MOVE WS-COMPLETE-DATE TO WS-EDIT-DATE
101300         MOVE WS-COMPLETE-TIME TO WS-EDIT-TIME
101400         PERFORM 9200-EDIT-STAMP
101500             THRU 9200-EDIT-STAMP-EXIT
101600         MOVE WS-STAMP-EDIT TO CI-VALUE
101700     ELSE
101800         MOVE 'NOT RECORDED' TO CI-VALUE
101900     END-IF.
102000     PERFORM 8200-PRINT-REPORT-LINE
102100         THRU 8200-PRINT-REPORT-LINE-EXIT.
102200     MOVE SPACES TO CERTRPT-RECORD.
102300     PERFORM 8200-PRINT-REPORT-LINE
102400         THRU 8200-PRINT-REPORT-LINE-EXIT.
102500 4100-PRINT-PARTICULARS-EXIT.
102600     EXIT.
102700 
102800*****************************************************************
102900* 4200-PRINT-STEP - ONE STEP LINE: STEP, WHAT IT DOES, RETURN
103000* CODE ('--' WHEN NONE WAS RECORDED), STATUS, AND ITS FIRST
103100* CONTROL TOTAL; ANY FURTHER TOTALS GO ON THE LINES UNDER IT.
103200*****************************************************************
103300 4200-PRINT-STEP.
103400     MOVE SPACES TO CERTRPT-RECORD.
103500     MOVE WS-ST-STEP (WS-STEP-IDX) TO CS-STEP.
103600     MOVE WS-ST-DESC (WS-STEP-IDX) TO CS-DESC.
103700     MOVE WS-SS-RC (WS-STEP-IDX)   TO CS-RC.
103800     IF WS-SS-RC (WS-STEP-IDX) = SPACES
103900         MOVE '--' TO CS-RC
104000     END-IF.
104100     EVALUATE TRUE
104200         WHEN WS-SS-ENDED (WS-STEP-IDX)
104300             MOVE 'ENDED'     TO CS-STATUS
104400             ADD 1 TO WS-ENDED-COUNT
104500         WHEN WS-SS-FAILED (WS-STEP-IDX)
104600             MOVE 'FAILED'    TO CS-STATUS
104700         WHEN WS-SS-STARTED (WS-STEP-IDX)
104800             MOVE 'NOT ENDED' TO CS-STATUS
104900         WHEN OTHER
105000             MOVE 'NOT RUN'   TO CS-STATUS
105100     END-EVALUATE.
105200     IF WS-SS-TOTAL-COUNT (WS-STEP-IDX) = ZERO
105300         PERFORM 8200-PRINT-REPORT-LINE
105400             THRU 8200-PRINT-REPORT-LINE-EXIT
105500         GO TO 4200-PRINT-STEP-EXIT
105600     END-IF.
105700     MOVE 1 TO WS-TOTAL-IDX.
105800     PERFORM 4300-SET-TOTAL
105900         THRU 4300-SET-TOTAL-EXIT.
106000     PERFORM 8200-PRINT-REPORT-LINE
106100         THRU 8200-PRINT-REPORT-LINE-EXIT.
106200     PERFORM 4210-PRINT-MORE-TOTALS
106300         THRU 4210-PRINT-MORE-TOTALS-EXIT
106400         VARYING WS-TOTAL-IDX FROM 2 BY 1
106500         UNTIL WS-TOTAL-IDX > WS-SS-TOTAL-COUNT (WS-STEP-IDX).
106600 4200-PRINT-STEP-EXIT.
106700     EXIT.
106800 
106900*****************************************************************
107000* 4210-PRINT-MORE-TOTALS - ONE FURTHER CONTROL TOTAL ON A LINE
107100* OF ITS OWN UNDER THE STEP LINE.
107200*****************************************************************
107300 4210-PRINT-MORE-TOTALS.
107400     MOVE SPACES TO CERTRPT-RECORD.
107500     PERFORM 4300-SET-TOTAL
107600         THRU 4300-SET-TOTAL-EXIT.
107700     PERFORM 8200-PRINT-REPORT-LINE
107800         THRU 8200-PRINT-REPORT-LINE-EXIT.
107900 4210-PRINT-MORE-TOTALS-EXIT.
108000     EXIT.
108100 
108200*****************************************************************
108300* 4300-SET-TOTAL - PLACE CONTROL TOTAL WS-TOTAL-IDX OF THE STEP
108400* ON THE LINE, IN THE VIEW ITS TYPE CALLS FOR.
108500*****************************************************************
108600 4300-SET-TOTAL.
108700     MOVE WS-SS-T-LABEL (WS-STEP-IDX WS-TOTAL-IDX)
108800         TO CS-TOTAL-LABEL.
108900     EVALUATE WS-SS-T-TYPE (WS-STEP-IDX WS-TOTAL-IDX)
109000         WHEN 'C'
109100             MOVE WS-SS-T-VALUE (WS-STEP-IDX WS-TOTAL-IDX)
109200                 TO CS-COUNT
109300         WHEN 'A'
109400             MOVE WS-SS-T-VALUE (WS-STEP-IDX WS-TOTAL-IDX)
109500                 TO CS-AMOUNT
109600         WHEN 'S'
109700             MOVE WS-SS-T-VALUE (WS-STEP-IDX WS-TOTAL-IDX)
109800                 TO CS-SIGNED
109900         WHEN 'H'
110000             MOVE WS-SS-T-VALUE (WS-STEP-IDX WS-TOTAL-IDX)
110100                 TO CS-HASH
110200         WHEN OTHER
110300             CONTINUE
110400     END-EVALUATE.
110500 4300-SET-TOTAL-EXIT.
110600     EXIT.
110700 
110800*****************************************************************
110900* 5800-ADD-NOT-AVAILABLE - THE STEP ENDED BUT ITS CONTROL-TOTAL
111000* SOURCE COULD NOT BE OPENED; SAY SO ON THE CERTIFICATE.
111100*****************************************************************
111200 5800-ADD-NOT-AVAILABLE.
111300     MOVE 'TOTALS SOURCE NOT AVAILABLE' TO WS-NEW-LABEL.
111400     MOVE 'N'                           TO WS-NEW-TYPE.
111500     MOVE ZERO                          TO WS-NEW-VALUE.
111600     PERFORM 5900-ADD-TOTAL
111700         THRU 5900-ADD-TOTAL-EXIT.
111800 5800-ADD-NOT-AVAILABLE-EXIT.
111900     EXIT.
112000 
112100*****************************************************************
112200* 5810-ADD-NOT-FOUND - THE SOURCE OPENED BUT HELD NO TOTALS FOR
112300* THIS CYCLE; SAY SO ON THE CERTIFICATE.
112400*****************************************************************
112500 5810-ADD-NOT-FOUND.
112600     MOVE 'NO CONTROL TOTALS FOUND'     TO WS-NEW-LABEL.
112700     MOVE 'N'                           TO WS-NEW-TYPE.
112800     MOVE ZERO                          TO WS-NEW-VALUE.
112900     PERFORM 5900-ADD-TOTAL
113000         THRU 5900-ADD-TOTAL-EXIT.
113100 5810-ADD-NOT-FOUND-EXIT.
113200     EXIT.
113300 
113400*****************************************************************
113500* 5900-ADD-TOTAL - FILE WS-NEW-LABEL/TYPE/VALUE AS THE STEP'S
113600* NEXT CONTROL TOTAL. THREE PER STEP IS ALL ANY STEP HAS.
113700*****************************************************************
113800 5900-ADD-TOTAL.
113900     IF WS-SS-TOTAL-COUNT (WS-STEP-IDX) NOT < 3
114000         GO TO 5900-ADD-TOTAL-EXIT
114100     END-IF.
114200     ADD 1 TO WS-SS-TOTAL-COUNT (WS-STEP-IDX).
114300     MOVE WS-SS-TOTAL-COUNT (WS-STEP-IDX) TO WS-TOTAL-IDX.
114400     MOVE WS-NEW-LABEL
114500         TO WS-SS-T-LABEL (WS-STEP-IDX WS-TOTAL-IDX).
114600     MOVE WS-NEW-TYPE
114700         TO WS-SS-T-TYPE (WS-STEP-IDX WS-TOTAL-IDX).
114800     MOVE WS-NEW-VALUE
114900         TO WS-SS-T-VALUE (WS-STEP-IDX WS-TOTAL-IDX).
115000 5900-ADD-TOTAL-EXIT.
115100     EXIT.
115200 
115300*****************************************************************
115400* 8000-FINALIZE - LOG THE CLOSE TO THE AUDIT TRAIL AND SET THE
115500* RETURN CODE: 0 CERTIFIED, 4 NOT CERTIFIED (WARNING EVENT).
115600*****************************************************************
115700 8000-FINALIZE.
115800     MOVE ZERO   TO AL-SQLCODE.
115900     MOVE SPACES TO AL-MESSAGE.
116000     STRING WS-CYCLE ' ' WS-BUS-DATE
116100         DELIMITED BY SIZE INTO AL-MESSAGE.
116200     IF WS-CERTIFIED
116300         MOVE 'MONTH-END CLOSE CERTIFIED' TO AL-OPERATION
116400         MOVE 'I' TO AL-SEVERITY
116500     ELSE
116600         MOVE 'MONTH-END CLOSE NOT CERTIFIED' TO AL-OPERATION
116700         MOVE 'W' TO AL-SEVERITY
116800         MOVE 4 TO WS-HIGH-RC
116900     END-IF.
117000     PERFORM WRITE-AUDIT-LOG
117100         THRU WRITE-AUDIT-LOG-EXIT.
117200     MOVE WS-HIGH-RC TO RETURN-CODE.
117300 8000-FINALIZE-EXIT.
117400     EXIT.
117500 
117600*****************************************************************
117700* 8200-PRINT-REPORT-LINE - SEND THE LINE SITTING IN
117800* CERTRPT-RECORD OUT THROUGH THE SHARED RPTWRTR PAGINATOR AND
117900* WRITE WHATEVER PRINT LINES COME BACK.
118000*****************************************************************
118100 8200-PRINT-REPORT-LINE.
118200     MOVE CERTRPT-RECORD TO WS-RW-DETAIL-LINE.
118300     MOVE 'D' TO WS-RW-FUNCTION.
118400     CALL 'RPTWRTR' USING WS-RPTWRTR-PARM.
118500     PERFORM 8210-WRITE-RPT-OUT-LINES
118600         THRU 8210-WRITE-RPT-OUT-LINES-EXIT.
118700 8200-PRINT-REPORT-LINE-EXIT.
118800     EXIT.
118900 
119000*****************************************************************
119100* 8210-WRITE-RPT-OUT-LINES - WRITE THE PRINT LINES THE LAST
119200* RPTWRTR CALL HANDED BACK, IN ORDER.
119300*****************************************************************
119400 8210-WRITE-RPT-OUT-LINES.
119500     PERFORM 8220-WRITE-ONE-RPT-LINE
119600         THRU 8220-WRITE-ONE-RPT-LINE-EXIT
119700         VARYING WS-RW-WRITE-IDX FROM 1 BY 1
119800         UNTIL WS-RW-WRITE-IDX > WS-RW-OUT-COUNT.
119900 8210-WRITE-RPT-OUT-LINES-EXIT.
120000     EXIT.
120100 
120200*****************************************************************
120300* 8220-WRITE-ONE-RPT-LINE - WRITE ONE RETURNED PRINT LINE.
120400*****************************************************************
120500 8220-WRITE-ONE-RPT-LINE.
120510     IF WS-ABEND-REQUESTED
120520         GO TO 8220-WRITE-ONE-RPT-LINE-EXIT
120530     END-IF.
120600     WRITE CERTRPT-RECORD
120700         FROM WS-RW-OUT-LINE (WS-RW-WRITE-IDX).
120707     IF WS-CERT-STATUS NOT = '00'
120714         DISPLAY 'MECERT - WRITE TO CERTRPT FAILED, STATUS '
120721                 WS-CERT-STATUS
120728         MOVE 'WRITE CERTRPT'     TO AL-OPERATION
120735         MOVE ZERO                TO AL-SQLCODE
120742         MOVE 'WRITE FAILED'      TO AL-MESSAGE
120749         MOVE 'S'                 TO AL-SEVERITY
120756         PERFORM WRITE-AUDIT-LOG
120763             THRU WRITE-AUDIT-LOG-EXIT
120770         MOVE 16 TO RETURN-CODE
120777         MOVE 'Y' TO WS-ABEND-SW
120784     END-IF.
120800 8220-WRITE-ONE-RPT-LINE-EXIT.
120900     EXIT.
121000 
121100*****************************************************************
121200* 9100-DE-EDIT-COUNT - TURN AN EDITED FIGURE (ZZZ,ZZ9 OR
121300* ZZZ,ZZ9.99 STYLE, UP TO TWENTY-ONE CHARACTERS) BACK INTO A
121400* NUMBER BY COLLECTING ITS DIGITS LEFT TO RIGHT AND IGNORING THE
121500* SPACES, COMMAS, SIGN AND POINT THE EDIT PICTURE INSERTED. AN
121600* AMOUNT COMES BACK IN CENTS. SAME PARAGRAPH AS NITESUMM'S,
121700* WIDENED FOR AMOUNTS.
121800*****************************************************************
121900 9100-DE-EDIT-COUNT.
122000     MOVE ZERO TO WS-DE-EDIT-VALUE.
122100     PERFORM 9110-DE-EDIT-ONE-CHAR
122200         THRU 9110-DE-EDIT-ONE-CHAR-EXIT
122300         VARYING WS-DE-EDIT-IDX FROM 1 BY 1
122400         UNTIL WS-DE-EDIT-IDX > 21.
122500 9100-DE-EDIT-COUNT-EXIT.
122600     EXIT.
122700 
122800*****************************************************************
122900* 9110-DE-EDIT-ONE-CHAR - FOLD ONE CHARACTER OF THE EDITED
123000* FIELD INTO THE RUNNING VALUE WHEN IT IS A DIGIT.
123100*****************************************************************
123200 9110-DE-EDIT-ONE-CHAR.
123300     MOVE WS-DE-EDIT-SOURCE (WS-DE-EDIT-IDX:1)
123400         TO WS-DE-EDIT-CHAR.
123500     IF WS-DE-EDIT-CHAR NUMERIC
123600         MOVE WS-DE-EDIT-CHAR TO WS-DE-EDIT-DIGIT
123700         COMPUTE WS-DE-EDIT-VALUE =
123800                 (WS-DE-EDIT-VALUE * 10) + WS-DE-EDIT-DIGIT
123900     END-IF.
124000 9110-DE-EDIT-ONE-CHAR-EXIT.
124100     EXIT.
124200 
124300*****************************************************************
124400* 9200-EDIT-STAMP - WS-EDIT-DATE AND WS-EDIT-TIME AS
124500* YYYY-MM-DD HH:MM:SS IN WS-STAMP-EDIT.
124600*****************************************************************
124700 9200-EDIT-STAMP.
124800     MOVE SPACES TO WS-STAMP-EDIT.
124900     STRING WS-EDIT-DATE (1:4) '-' WS-EDIT-DATE (5:2) '-'
125000            WS-EDIT-DATE (7:2) ' '
125100            WS-EDIT-TIME (1:2) ':' WS-EDIT-TIME (3:2) ':'
125200            WS-EDIT-TIME (5:2)
125300         DELIMITED BY SIZE INTO WS-STAMP-EDIT.
125400 9200-EDIT-STAMP-EXIT.
125500     EXIT.
125600 
125700*****************************************************************
125800* WRITE-AUDIT-LOG - SHARED AUDIT LOG WRITE, COPIED FROM
125900* AUDLOG.CPY. SEE THE COPYBOOK FOR DETAILS.
126000*****************************************************************
126100     COPY AUDLOG.
