000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    EMPVLTR.
000300 AUTHOR.        D BUDZOWSKI.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* MODIFICATION HISTORY
000900* DATE       INIT DESCRIPTION
001000* ---------- ---- ------------------------------------------
001100* 2026-10-15 DB   INITIAL VERSION - EMPLOYMENT VERIFICATION
001200*                 LETTERS FOR LENDERS, LANDLORDS AND THE LIKE,
001300*                 IN BATCH INSTEAD OF TYPED BY HAND OFF AN EINQ
001400*                 SCREEN. EACH VLREQ REQUEST (VLREQ.CPY: AN
001500*                 EMPLOYEE ID, THE REQUESTER'S NAME, AND THEIR
001600*                 REFERENCE) IS ANSWERED WITH A ONE-PAGE LETTER
001700*                 ON VLTRPT (VLTRLN.CPY) GIVING THE EMPLOYEE'S
001800*                 NAME, DEPARTMENT NAME (DEPTREF, THROUGH THE
001900*                 SHARED DEPTLKP PARAGRAPHS), DATE OF HIRE, AND
002000*                 STATUS. A CURRENT EMPLOYEE IS ANSWERED FROM
002100*                 THE KEYED EMPMAST MASTER AND ITS HIRE DATE
002200*                 (EMP_HIRE_DATE, CARRIED ON EMPMAST SINCE THE
002300*                 EMPQRY CHANGE); ONE ON LEAVE IS WORDED AS
002400*                 CURRENTLY EMPLOYED -- THE LEAVE ITSELF IS NOT
002500*                 DISCLOSED. A TERMINATED EMPLOYEE, OR ONE
002600*                 ALREADY PURGED FROM THE MASTER, IS ANSWERED
002700*                 FROM THE EMPARCHV ARCHIVE WITH THE SEPARATION
002800*                 DATE. EVERY LETTER IS FIRST LOGGED TO THE
002900*                 DISCLOG DISCLOSURE LOG (VLDISC.CPY) UNDER A
003000*                 LETTER NUMBER THAT RUNS ON ACROSS RUNS AND
003100*                 PRINTS ON THE LETTER. A REQUEST THAT CANNOT BE
003200*                 ANSWERED IN FULL -- AN UNKNOWN OR INVALID ID,
003300*                 NO REQUESTER, A MISSING HIRE OR SEPARATION
003400*                 DATE, A TERMINATION NOT YET ARCHIVED -- GETS
003500*                 NO LETTER AND A LINE ON THE VLXRPT EXCEPTION
003600*                 LIST (VLXRPT.CPY, THROUGH RPTWRTR) FOR HR TO
003700*                 ANSWER BY HAND. RC 4 WHEN ANY REQUEST WAS
003800*                 LISTED, RC 16 WHEN A FILE WILL NOT OPEN OR THE
003900*                 DISCLOSURE LOG CANNOT BE WRITTEN.
003910* 2026-10-15 DB   A TERMINATED REHIRE WHOSE LATEST EMPARCHV
003920*                 RECORD IS FROM AN EARLIER SPELL (ITS HIRE DATE
003930*                 DIFFERS FROM EMPMAST'S) IS LISTED AS NOT YET
003940*                 ARCHIVED, NOT ANSWERED WITH THE OLD DATES.
004000*****************************************************************
004100 
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT VLREQ-FILE ASSIGN TO VLREQ
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-VLREQ-STATUS.
004800     SELECT EMPMAST-FILE ASSIGN TO EMPMAST
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS RANDOM
005100         RECORD KEY IS EM-EMPL-ID
005200         FILE STATUS IS WS-MAST-STATUS.
005300     SELECT EMPARCHV-FILE ASSIGN TO EMPARCHV
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-ARCH-STATUS.
005600     SELECT DEPTREF-FILE ASSIGN TO DEPTREF
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-DEPTREF-STATUS.
005900     SELECT VLTRPT-FILE ASSIGN TO VLTRPT
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-VLTR-STATUS.
006200     SELECT VLXRPT-FILE ASSIGN TO VLXRPT
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS WS-VLXR-STATUS.
006500     SELECT DISCLOG-FILE ASSIGN TO DISCLOG
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS WS-DISC-STATUS.
006800     SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS WS-AUDIT-STATUS.
007100 
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  VLREQ-FILE
007500     RECORDING MODE IS F
007600     RECORD CONTAINS 80 CHARACTERS
007700     LABEL RECORDS ARE STANDARD.
007800     COPY VLREQ.
007900 
008000 FD  EMPMAST-FILE
008100     RECORD CONTAINS 80 CHARACTERS.
008200     COPY EMPMAST.
008300 
008400 FD  EMPARCHV-FILE
008500     RECORDING MODE IS F
008600     RECORD CONTAINS 80 CHARACTERS
008700     LABEL RECORDS ARE STANDARD.
008800     COPY ARCREC.
008900 
009000 FD  DEPTREF-FILE
009100     RECORDING MODE IS F
009200     RECORD CONTAINS 80 CHARACTERS
009300     LABEL RECORDS ARE STANDARD.
009400     COPY DEPTREF.
009500 
009600 FD  VLTRPT-FILE
009700     RECORDING MODE IS F
009800     RECORD CONTAINS 80 CHARACTERS
009900     LABEL RECORDS ARE STANDARD.
010000     COPY VLTRLN.
010100 
010200 FD  VLXRPT-FILE
010300     RECORDING MODE IS F
010400     RECORD CONTAINS 132 CHARACTERS
010500     LABEL RECORDS ARE STANDARD.
010600     COPY VLXRPT.
010700 
010800 FD  DISCLOG-FILE
010900     RECORDING MODE IS F
011000     RECORD CONTAINS 100 CHARACTERS
011100     LABEL RECORDS ARE STANDARD.
011200     COPY VLDISC.
011300 
011400 FD  AUDIT-LOG-FILE
011500     RECORDING MODE IS F
011600     RECORD CONTAINS 80 CHARACTERS
011700     LABEL RECORDS ARE STANDARD.
011800     COPY AUDREC.
011900 
012000 WORKING-STORAGE SECTION.
012100 01  WS-VLREQ-STATUS              PIC X(02).
012200 01  WS-MAST-STATUS               PIC X(02).
012300 01  WS-ARCH-STATUS               PIC X(02).
012400 01  WS-VLTR-STATUS               PIC X(02).
012500 01  WS-VLXR-STATUS               PIC X(02).
012600 01  WS-DISC-STATUS               PIC X(02).
012700 01  WS-AUDIT-STATUS              PIC X(02).
012800 
012900 01  WS-VLREQ-EOF-SW              PIC X(01)  VALUE 'N'.
013000     88  WS-VLREQ-EOF                        VALUE 'Y'.
013100 01  WS-ARCH-EOF-SW               PIC X(01)  VALUE 'N'.
013200     88  WS-ARCH-EOF                         VALUE 'Y'.
013300 01  WS-DISC-EOF-SW               PIC X(01)  VALUE 'N'.
013400     88  WS-DISC-EOF                         VALUE 'Y'.
013500 01  WS-ARCH-FOUND-SW             PIC X(01)  VALUE 'N'.
013600     88  WS-ARCH-FOUND                       VALUE 'Y'.
013700 01  WS-ABEND-SW                  PIC X(01)  VALUE 'N'.
013800     88  WS-ABEND-REQUESTED                  VALUE 'Y'.
013900 01  WS-LETTER-SW                 PIC X(01)  VALUE 'N'.
014000     88  WS-LETTER-READY                     VALUE 'Y'.
014100 
014200 01  WS-HIGH-RC                   PIC 9(02)  VALUE ZERO.
014300 01  WS-SYS-DATE                  PIC X(08).
014400 01  WS-SYS-TIME                  PIC X(08).
014500 01  WS-RUN-DATE-EDIT             PIC X(10).
014600 01  WS-USER-ID                   PIC X(08)  VALUE SPACES.
014700 01  WS-JOB-NAME                  PIC X(08)  VALUE SPACES.
014800 
014900 01  WS-REQUEST-COUNT             PIC 9(05)  VALUE ZERO.
015000 01  WS-LETTER-COUNT              PIC 9(05)  VALUE ZERO.
015100 01  WS-EXCEPTION-COUNT           PIC 9(05)  VALUE ZERO.
015200 01  WS-EXCEPTION-REASON          PIC X(40)  VALUE SPACES.
015300 01  WS-AUDIT-MSG.
015400     05  FILLER                   PIC X(04)  VALUE 'LTR '.
015500     05  WS-AM-LETTERS            PIC 9(05).
015600     05  FILLER                   PIC X(05)  VALUE ' EXC '.
015700     05  WS-AM-EXCEPTIONS         PIC 9(05).
015800     05  FILLER                   PIC X(01)  VALUE SPACES.
015900 
016000*    THE LAST LETTER NUMBER ON THE DISCLOSURE LOG, AND THE
016100*    ONE BEING ISSUED.
016200 01  WS-LETTER-NO                 PIC 9(07)  VALUE ZERO.
016300 01  WS-LETTER-NO-EDIT            PIC Z(06)9.
016400 
016500*    THE LETTER BEING ISSUED. DATES ARE HELD YYYYMMDD.
016600 01  WS-LT-BASIS                  PIC X(01).
016700     88  WS-LT-CURRENT                       VALUE 'C'.
016800     88  WS-LT-FORMER                        VALUE 'F'.
016900 01  WS-LT-EMPL-ID                PIC X(05).
017000 01  WS-LT-NAME                   PIC X(15).
017100 01  WS-LT-DEPT                   PIC X(04).
017200 01  WS-LT-HIRE-DATE              PIC X(08).
017300 01  WS-LT-SEP-DATE               PIC X(08).
017400 01  WS-LT-LINE-COUNT             PIC 9(03)  VALUE ZERO.
017500 01  WS-LINES-PER-PAGE            PIC 9(03)  VALUE 60.
017600 
017700*    LONG-FORM DATE EDIT: YYYYMMDD IN, 'MARCH 1, 2019' OUT.
017800 01  WS-LD-DATE.
017900     05  WS-LD-YYYY               PIC X(04).
018000     05  WS-LD-MM                 PIC X(02).
018100     05  WS-LD-MM-N REDEFINES WS-LD-MM
018200                                  PIC 9(02).
018300     05  WS-LD-DD                 PIC X(02).
018400 01  WS-LD-TEXT                   PIC X(18).
018500 01  WS-LD-DAY                    PIC Z9.
018600 01  WS-LD-DAY-X REDEFINES WS-LD-DAY
018700                                  PIC X(02).
018800 01  WS-MONTH-NAMES.
018900     05  FILLER   PIC X(09)  VALUE 'JANUARY  '.
019000     05  FILLER   PIC X(09)  VALUE 'FEBRUARY '.
019100     05  FILLER   PIC X(09)  VALUE 'MARCH    '.
019200     05  FILLER   PIC X(09)  VALUE 'APRIL    '.
019300     05  FILLER   PIC X(09)  VALUE 'MAY      '.
019400     05  FILLER   PIC X(09)  VALUE 'JUNE     '.
019500     05  FILLER   PIC X(09)  VALUE 'JULY     '.
019600     05  FILLER   PIC X(09)  VALUE 'AUGUST   '.
019700     05  FILLER   PIC X(09)  VALUE 'SEPTEMBER'.
019800     05  FILLER   PIC X(09)  VALUE 'OCTOBER  '.
019900     05  FILLER   PIC X(09)  VALUE 'NOVEMBER '.
020000     05  FILLER   PIC X(09)  VALUE 'DECEMBER '.
020100 01  WS-MONTH-TABLE REDEFINES WS-MONTH-NAMES.
020200     05  WS-MONTH-NAME OCCURS 12 TIMES
020300                                  PIC X(09).
020400 
020500 01  WS-ARC-MATCH-ID              PIC X(05)  VALUE SPACES.
020600 01  WS-ARC-COUNT                 PIC 9(05)  VALUE ZERO.
020700 01  WS-ARC-CAPACITY              PIC 9(05)  VALUE 30000.
020800 01  WS-ARC-IDX                   PIC 9(05)  VALUE ZERO.
020900 
021000*    ONE ENTRY PER PURGED EMPLOYEE ON THE EMPARCHV ARCHIVE,
021100*    LATEST RECORD PER ID WINNING (A RE-PURGED REHIRE). THE
021200*    ARCHIVE APPENDS ACROSS RUNS AND IS NOT IN ID ORDER, SO THE
021300*    LOOKUPS ARE LINEAR -- A RUN ANSWERS DOZENS OF REQUESTS, NOT
021400*    THOUSANDS. SAME 30000 CAPACITY AS EMPARCH'S OWN TABLE.
021500 01  WS-ARC-TABLE.
021600     05  WS-ARC-ENTRY OCCURS 1 TO 30000 TIMES
021700                       DEPENDING ON WS-ARC-COUNT.
021800         10  WS-TA-EMPL-ID        PIC X(05).
021900         10  WS-TA-EMPL-NAME      PIC X(15).
022000         10  WS-TA-EMPL-DEPT      PIC X(04).
022100         10  WS-TA-HIRE-DATE      PIC X(10).
022200         10  WS-TA-TERM-DATE      PIC X(08).
022300 
022400     COPY DEPTTBL.
022500 
022600     COPY PRMPARM.
022700 
022800 01  WS-RW-WRITE-IDX              PIC 9(01)  VALUE ZERO.
022900 01  WS-HEAD-LINE.
023000     05  FILLER                   PIC X(02)  VALUE SPACES.
023100     05  FILLER                   PIC X(09)  VALUE 'EMPL ID'.
023200     05  FILLER                   PIC X(32)  VALUE 'REQUESTER'.
023300     05  FILLER                   PIC X(17)  VALUE 'REFERENCE'.
023400     05  FILLER                   PIC X(40)  VALUE 'REASON'.
023500     05  FILLER                   PIC X(32)  VALUE SPACES.
023600 
023700     COPY RPTPARM.
023800 
023900 PROCEDURE DIVISION.
024000 
024100 0000-MAINLINE.
024200     OPEN EXTEND AUDIT-LOG-FILE.
024300     MOVE 'EMPVLTR' TO AL-PROGRAM.
024400     PERFORM 1000-INITIALIZE
024500         THRU 1000-INITIALIZE-EXIT.
024600     IF NOT WS-ABEND-REQUESTED
024700         PERFORM 1500-LOAD-REFERENCE
024800             THRU 1500-LOAD-REFERENCE-EXIT
024900     END-IF.
025000     IF NOT WS-ABEND-REQUESTED
025100         PERFORM 1700-OPEN-DISCLOSURE-LOG
025200             THRU 1700-OPEN-DISCLOSURE-LOG-EXIT
025300     END-IF.
025400     IF WS-ABEND-REQUESTED
025500         GO TO 9999-END-OF-JOB
025600     END-IF.
025700     PERFORM 2000-PROCESS-REQUEST
025800         THRU 2000-PROCESS-REQUEST-EXIT
025900         UNTIL WS-VLREQ-EOF OR WS-ABEND-REQUESTED.
026000     PERFORM 8000-FINALIZE
026100         THRU 8000-FINALIZE-EXIT.
026200 9999-END-OF-JOB.
026300     CLOSE VLREQ-FILE.
026400     CLOSE EMPMAST-FILE.
026500     CLOSE VLTRPT-FILE.
026600     CLOSE VLXRPT-FILE.
026700     CLOSE DISCLOG-FILE.
026800     CLOSE AUDIT-LOG-FILE.
026900     STOP RUN.
027000 
027100*****************************************************************
027200* 1000-INITIALIZE - NOTE THE RUN DATE AND WHO IS ISSUING (THE
027300* JOB'S USER AND JOB NAME FROM CEEOPTS), PICK UP THE SHOP-WIDE
027400* PAGE LENGTH THE LETTERS ARE PADDED TO, OPEN THE FILES, AND
027500* START THE EXCEPTION LIST. A FILE THAT WILL NOT OPEN FAILS THE
027600* STEP BEFORE ANY LETTER IS WRITTEN.
027700*****************************************************************
027800 1000-INITIALIZE.
027900     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
028000     STRING WS-SYS-DATE (1:4) '-' WS-SYS-DATE (5:2) '-'
028100            WS-SYS-DATE (7:2)
028200         DELIMITED BY SIZE INTO WS-RUN-DATE-EDIT.
028300     DISPLAY 'USER' UPON ENVIRONMENT-NAME.
028400     ACCEPT WS-USER-ID FROM ENVIRONMENT-VALUE.
028500     DISPLAY 'JOBNAME' UPON ENVIRONMENT-NAME.
028600     ACCEPT WS-JOB-NAME FROM ENVIRONMENT-VALUE.
028700     DISPLAY 'EMPVLTR - LETTERS ISSUED BY ' WS-USER-ID
028800             ' JOB ' WS-JOB-NAME.
028900     MOVE 'RPT     LINESPG ' TO WS-PM-KEY.
029000     CALL 'PRMLKUP' USING WS-PRMLKUP-PARM.
029100     IF WS-PM-FOUND AND WS-PM-NUMERIC-VALUE > 39
029200             AND WS-PM-NUMERIC-VALUE < 1000
029300         MOVE WS-PM-NUMERIC-VALUE TO WS-LINES-PER-PAGE
029400     END-IF.
029500     OPEN INPUT VLREQ-FILE.
029600     IF WS-VLREQ-STATUS NOT = '00'
029700         DISPLAY 'EMPVLTR - ERROR OPENING VLREQ, STATUS '
029800                 WS-VLREQ-STATUS
029900         MOVE 'OPEN VLREQ'        TO AL-OPERATION
030000         PERFORM 1900-OPEN-FAILED
030100             THRU 1900-OPEN-FAILED-EXIT
030200         GO TO 1000-INITIALIZE-EXIT
030300     END-IF.
030400     OPEN INPUT EMPMAST-FILE.
030500     IF WS-MAST-STATUS NOT = '00' AND WS-MAST-STATUS NOT = '97'
030600         DISPLAY 'EMPVLTR - ERROR OPENING EMPMAST, STATUS '
030700                 WS-MAST-STATUS
030800         MOVE 'OPEN EMPMAST'      TO AL-OPERATION
030900         PERFORM 1900-OPEN-FAILED
031000             THRU 1900-OPEN-FAILED-EXIT
031100         GO TO 1000-INITIALIZE-EXIT
031200     END-IF.
031300     OPEN OUTPUT VLTRPT-FILE.
031400     IF WS-VLTR-STATUS NOT = '00'
031500         DISPLAY 'EMPVLTR - ERROR OPENING VLTRPT, STATUS '
031600                 WS-VLTR-STATUS
031700         MOVE 'OPEN VLTRPT'       TO AL-OPERATION
031800         PERFORM 1900-OPEN-FAILED
031900             THRU 1900-OPEN-FAILED-EXIT
032000         GO TO 1000-INITIALIZE-EXIT
032100     END-IF.
032200     OPEN OUTPUT VLXRPT-FILE.
032300     IF WS-VLXR-STATUS NOT = '00'
032400         DISPLAY 'EMPVLTR - ERROR OPENING VLXRPT, STATUS '
032500                 WS-VLXR-STATUS
032600         MOVE 'OPEN VLXRPT'       TO AL-OPERATION
032700         PERFORM 1900-OPEN-FAILED
032800             THRU 1900-OPEN-FAILED-EXIT
032900         GO TO 1000-INITIALIZE-EXIT
033000     END-IF.
033100     MOVE 'EMPLOYMENT VERIFICATION EXCEPTIONS'
033200         TO WS-RW-TITLE-TEXT.
033300     MOVE WS-HEAD-LINE     TO WS-RW-HEADING-LINE.
033400     MOVE WS-RUN-DATE-EDIT TO WS-RW-RUN-DATE.
033500     MOVE 60 TO WS-RW-LINES-PER-PAGE.
033600     MOVE 'I' TO WS-RW-FUNCTION.
033700     CALL 'RPTWRTR' USING WS-RPTWRTR-PARM.
033800     PERFORM 8210-WRITE-RPT-OUT-LINES
033900         THRU 8210-WRITE-RPT-OUT-LINES-EXIT.
034000 1000-INITIALIZE-EXIT.
034100     EXIT.
034200 
034300*****************************************************************
034400* 1500-LOAD-REFERENCE - LOAD THE DEPARTMENT NAMES AND THE
034500* EMPARCHV ARCHIVE. NO DEPTREF DATA FAILS THE STEP -- A LETTER
034600* NAMES THE DEPARTMENT. NO EMPARCHV DD (FILE STATUS 35) MEANS
034700* NOTHING HAS EVER BEEN PURGED, SO EVERY FORMER EMPLOYEE GOES TO
034800* THE EXCEPTION LIST; ANY OTHER OPEN FAILURE FAILS THE STEP.
034900*****************************************************************
035000 1500-LOAD-REFERENCE.
035100     PERFORM LOAD-DEPT-TABLE
035200         THRU LOAD-DEPT-TABLE-EXIT.
035300     IF WS-DEPTREF-COUNT = ZERO
035400         DISPLAY 'EMPVLTR - DEPTREF REFERENCE FILE MISSING OR '
035500                 'EMPTY, ABENDING'
035600         MOVE 'LOAD DEPT TABLE'   TO AL-OPERATION
035700         MOVE ZERO                TO AL-SQLCODE
035800         MOVE 'NO DEPTREF DATA'   TO AL-MESSAGE
035900         MOVE 'S' TO AL-SEVERITY
036000         PERFORM WRITE-AUDIT-LOG
036100             THRU WRITE-AUDIT-LOG-EXIT
036200         MOVE 16 TO RETURN-CODE
036300         MOVE 'Y' TO WS-ABEND-SW
036400         GO TO 1500-LOAD-REFERENCE-EXIT
036500     END-IF.
036600     OPEN INPUT EMPARCHV-FILE.
036700     IF WS-ARCH-STATUS = '35'
036800         DISPLAY 'EMPVLTR - NO EMPARCHV DD, FORMER EMPLOYEES '
036900                 'WILL BE LISTED AS EXCEPTIONS'
037000         GO TO 1500-LOAD-REFERENCE-EXIT
037100     END-IF.
037200     IF WS-ARCH-STATUS NOT = '00'
037300         DISPLAY 'EMPVLTR - ERROR OPENING EMPARCHV, STATUS '
037400                 WS-ARCH-STATUS
037500         MOVE 'OPEN EMPARCHV'     TO AL-OPERATION
037600         PERFORM 1900-OPEN-FAILED
037700             THRU 1900-OPEN-FAILED-EXIT
037800         GO TO 1500-LOAD-REFERENCE-EXIT
037900     END-IF.
038000     PERFORM 1510-LOAD-ARCHIVE-RECORD
038100         THRU 1510-LOAD-ARCHIVE-RECORD-EXIT
038200         UNTIL WS-ARCH-EOF OR WS-ABEND-REQUESTED.
038300     CLOSE EMPARCHV-FILE.
038400     DISPLAY 'EMPVLTR - ' WS-ARC-COUNT
038500             ' ARCHIVED EMPLOYEES LOADED'.
038600 1500-LOAD-REFERENCE-EXIT.
038700     EXIT.
038800 
038900*****************************************************************
039000* 1510-LOAD-ARCHIVE-RECORD - CARRY ONE ARCHIVE RECORD INTO THE
039100* TABLE. A LATER RECORD FOR THE SAME ID (A RE-PURGED REHIRE)
039200* OVERWRITES THE EARLIER ONE, THE SAME LATEST-WINS RULE AS
039300* HRTRANS. A FULL TABLE FAILS THE STEP RATHER THAN ANSWERING
039400* FROM PART OF THE ARCHIVE.
039500*****************************************************************
039600 1510-LOAD-ARCHIVE-RECORD.
039700     READ EMPARCHV-FILE
039800         AT END
039900             MOVE 'Y' TO WS-ARCH-EOF-SW
040000             GO TO 1510-LOAD-ARCHIVE-RECORD-EXIT
040100     END-READ.
040200     MOVE AR-EMPL-ID TO WS-ARC-MATCH-ID.
040300     PERFORM 1520-FIND-ARCHIVE-ENTRY
040400         THRU 1520-FIND-ARCHIVE-ENTRY-EXIT.
040500     IF NOT WS-ARCH-FOUND
040600         IF WS-ARC-COUNT >= WS-ARC-CAPACITY
040700             DISPLAY 'EMPVLTR - ARCHIVE TABLE CAPACITY '
040800                     WS-ARC-CAPACITY ' EXCEEDED, ABENDING'
040900             MOVE 'LOAD EMPARCHV'     TO AL-OPERATION
041000             MOVE ZERO                TO AL-SQLCODE
041100             MOVE 'TABLE FULL'        TO AL-MESSAGE
041200             MOVE 'S' TO AL-SEVERITY
041300             PERFORM WRITE-AUDIT-LOG
041400                 THRU WRITE-AUDIT-LOG-EXIT
041500             MOVE 16 TO RETURN-CODE
041600             MOVE 'Y' TO WS-ABEND-SW
041700             GO TO 1510-LOAD-ARCHIVE-RECORD-EXIT
041800         END-IF
041900         ADD 1 TO WS-ARC-COUNT
042000         MOVE WS-ARC-COUNT TO WS-ARC-IDX
042100     END-IF.
042200     MOVE AR-EMPL-ID   TO WS-TA-EMPL-ID (WS-ARC-IDX).
042300     MOVE AR-EMPL-NAME TO WS-TA-EMPL-NAME (WS-ARC-IDX).
042400     MOVE AR-EMPL-DEPT TO WS-TA-EMPL-DEPT (WS-ARC-IDX).
042500     MOVE AR-HIRE-DATE TO WS-TA-HIRE-DATE (WS-ARC-IDX).
042600     MOVE AR-TERM-DATE TO WS-TA-TERM-DATE (WS-ARC-IDX).
042700 1510-LOAD-ARCHIVE-RECORD-EXIT.
042800     EXIT.
042900 
043000*****************************************************************
043100* 1520-FIND-ARCHIVE-ENTRY - LOOK WS-ARC-MATCH-ID UP IN THE
043200* ARCHIVE TABLE, LEAVING WS-ARC-IDX ON IT WHEN FOUND.
043300*****************************************************************
043400 1520-FIND-ARCHIVE-ENTRY.
043500     MOVE 'N' TO WS-ARCH-FOUND-SW.
043600     PERFORM 1530-MATCH-ARCHIVE-ENTRY
043700         THRU 1530-MATCH-ARCHIVE-ENTRY-EXIT
043800         VARYING WS-ARC-IDX FROM 1 BY 1
043900         UNTIL WS-ARC-IDX > WS-ARC-COUNT OR WS-ARCH-FOUND.
044000     IF WS-ARCH-FOUND
044100         SUBTRACT 1 FROM WS-ARC-IDX
044200     END-IF.
044300 1520-FIND-ARCHIVE-ENTRY-EXIT.
044400     EXIT.
044500 
044600*****************************************************************
044700* 1530-MATCH-ARCHIVE-ENTRY - COMPARE ONE ARCHIVE TABLE ENTRY.
044800*****************************************************************
044900 1530-MATCH-ARCHIVE-ENTRY.
045000     IF WS-TA-EMPL-ID (WS-ARC-IDX) = WS-ARC-MATCH-ID
045100         MOVE 'Y' TO WS-ARCH-FOUND-SW
045200     END-IF.
045300 1530-MATCH-ARCHIVE-ENTRY-EXIT.
045400     EXIT.
045500 
045600*****************************************************************
045700* 1700-OPEN-DISCLOSURE-LOG - READ THE DISCLOSURE LOG THROUGH FOR
045800* THE LAST LETTER NUMBER ISSUED, THEN OPEN IT TO APPEND. A LOG
045900* THAT DOES NOT EXIST YET (STATUS 35) HAS ISSUED NOTHING; ANY
046000* OTHER FAILURE FAILS THE STEP -- NO LETTER GOES OUT UNLOGGED.
046100*****************************************************************
046200 1700-OPEN-DISCLOSURE-LOG.
046300     OPEN INPUT DISCLOG-FILE.
046400     EVALUATE WS-DISC-STATUS
046500         WHEN '00'
046600             PERFORM 1710-READ-DISCLOSURE-LOG
046700                 THRU 1710-READ-DISCLOSURE-LOG-EXIT
046800                 UNTIL WS-DISC-EOF
046900             CLOSE DISCLOG-FILE
047000         WHEN '35'
047100             CONTINUE
047200         WHEN OTHER
047300             DISPLAY 'EMPVLTR - ERROR OPENING DISCLOG, STATUS '
047400                     WS-DISC-STATUS
047500             MOVE 'OPEN DISCLOG'      TO AL-OPERATION
047600             PERFORM 1900-OPEN-FAILED
047700                 THRU 1900-OPEN-FAILED-EXIT
047800             GO TO 1700-OPEN-DISCLOSURE-LOG-EXIT
047900     END-EVALUATE.
048000     OPEN EXTEND DISCLOG-FILE.
048100     IF WS-DISC-STATUS NOT = '00'
048200         DISPLAY 'EMPVLTR - ERROR OPENING DISCLOG FOR UPDATE, '
048300                 'STATUS ' WS-DISC-STATUS
048400         MOVE 'OPEN DISCLOG'      TO AL-OPERATION
048500         PERFORM 1900-OPEN-FAILED
048600             THRU 1900-OPEN-FAILED-EXIT
048700         GO TO 1700-OPEN-DISCLOSURE-LOG-EXIT
048800     END-IF.
048900     MOVE WS-LETTER-NO TO WS-LETTER-NO-EDIT.
049000     DISPLAY 'EMPVLTR - LAST LETTER NUMBER ISSUED '
049100             WS-LETTER-NO-EDIT.
049200 1700-OPEN-DISCLOSURE-LOG-EXIT.
049300     EXIT.
049400 
049500*****************************************************************
049600* 1710-READ-DISCLOSURE-LOG - KEEP THE HIGHEST LETTER NUMBER ON
049700* THE LOG.
049800*****************************************************************
049900 1710-READ-DISCLOSURE-LOG.
050000     READ DISCLOG-FILE
050100         AT END
050200             MOVE 'Y' TO WS-DISC-EOF-SW
050300             GO TO 1710-READ-DISCLOSURE-LOG-EXIT
050400     END-READ.
050500     IF VD-LETTER-NO NUMERIC AND VD-LETTER-NO > WS-LETTER-NO
050600         MOVE VD-LETTER-NO TO WS-LETTER-NO
050700     END-IF.
050800 1710-READ-DISCLOSURE-LOG-EXIT.
050900     EXIT.
051000 
051100*****************************************************************
051200* 1900-OPEN-FAILED - LOG THE OPEN THE CALLER NAMED AS SEVERE
051300* AND FAIL THE STEP.
051400*****************************************************************
051500 1900-OPEN-FAILED.
051600     MOVE ZERO                TO AL-SQLCODE.
051700     MOVE 'OPEN FAILED'       TO AL-MESSAGE.
051800     MOVE 'S' TO AL-SEVERITY.
051900     PERFORM WRITE-AUDIT-LOG
052000         THRU WRITE-AUDIT-LOG-EXIT.
052100     MOVE 16 TO RETURN-CODE.
052200     MOVE 'Y' TO WS-ABEND-SW.
052300 1900-OPEN-FAILED-EXIT.
052400     EXIT.
052500 
052600*****************************************************************
052700* 2000-PROCESS-REQUEST - ANSWER ONE REQUEST. A CURRENT EMPLOYEE
052800* (ACTIVE OR ON LEAVE) IS ANSWERED FROM EMPMAST; A TERMINATED
052900* ONE, OR AN ID NO LONGER ON THE MASTER, FROM THE ARCHIVE.
053000* ANYTHING THAT CANNOT BE ANSWERED IN FULL IS LISTED INSTEAD.
053100*****************************************************************
053200 2000-PROCESS-REQUEST.
053300     READ VLREQ-FILE
053400         AT END
053500             MOVE 'Y' TO WS-VLREQ-EOF-SW
053600             GO TO 2000-PROCESS-REQUEST-EXIT
053700     END-READ.
053800     IF VLREQ-RECORD = SPACES
053900         GO TO 2000-PROCESS-REQUEST-EXIT
054000     END-IF.
054100     ADD 1 TO WS-REQUEST-COUNT.
054200     MOVE 'N' TO WS-LETTER-SW.
054300     IF VR-EMPL-ID NOT NUMERIC OR VR-EMPL-ID = '00000'
054400         MOVE 'INVALID EMPLOYEE ID' TO WS-EXCEPTION-REASON
054500         PERFORM 2900-LIST-EXCEPTION
054600             THRU 2900-LIST-EXCEPTION-EXIT
054700         GO TO 2000-PROCESS-REQUEST-EXIT
054800     END-IF.
054900     IF VR-REQUESTER-NAME = SPACES
055000         MOVE 'NO REQUESTER NAME' TO WS-EXCEPTION-REASON
055100         PERFORM 2900-LIST-EXCEPTION
055200             THRU 2900-LIST-EXCEPTION-EXIT
055300         GO TO 2000-PROCESS-REQUEST-EXIT
055400     END-IF.
055500     MOVE VR-EMPL-ID TO WS-LT-EMPL-ID.
055600     MOVE VR-EMPL-ID TO EM-EMPL-ID.
055700     READ EMPMAST-FILE.
055800     EVALUATE TRUE
055900         WHEN WS-MAST-STATUS = '00'
056000             PERFORM 2100-ANSWER-FROM-MASTER
056100                 THRU 2100-ANSWER-FROM-MASTER-EXIT
056200         WHEN WS-MAST-STATUS = '23'
056300             PERFORM 2200-ANSWER-FROM-ARCHIVE
056400                 THRU 2200-ANSWER-FROM-ARCHIVE-EXIT
056500         WHEN OTHER
056600             DISPLAY 'EMPVLTR - EMPMAST READ FAILED FOR '
056700                     VR-EMPL-ID ', STATUS ' WS-MAST-STATUS
056800             MOVE 'EMPLOYEE MASTER READ FAILED'
056900                 TO WS-EXCEPTION-REASON
057000             PERFORM 2900-LIST-EXCEPTION
057100                 THRU 2900-LIST-EXCEPTION-EXIT
057200     END-EVALUATE.
057300     IF WS-LETTER-READY
057400         PERFORM 3000-ISSUE-LETTER
057500             THRU 3000-ISSUE-LETTER-EXIT
057600     END-IF.
057700 2000-PROCESS-REQUEST-EXIT.
057800     EXIT.
057900 
058000*****************************************************************
058100* 2100-ANSWER-FROM-MASTER - THE ID IS ON EMPMAST. ACTIVE AND ON
058200* LEAVE ARE BOTH CURRENTLY EMPLOYED; TERMINATED GOES TO THE
058300* ARCHIVE FOR THE SEPARATION DATE; ANY OTHER STATUS IS LISTED.
058400*****************************************************************
058500 2100-ANSWER-FROM-MASTER.
058600     IF EM-EMPL-STATUS = 'T'
058700         PERFORM 2200-ANSWER-FROM-ARCHIVE
058800             THRU 2200-ANSWER-FROM-ARCHIVE-EXIT
058900         GO TO 2100-ANSWER-FROM-MASTER-EXIT
059000     END-IF.
059100     IF EM-EMPL-STATUS NOT = 'A' AND EM-EMPL-STATUS NOT = 'L'
059200         MOVE 'UNRECOGNIZED STATUS ON EMPMAST'
059300             TO WS-EXCEPTION-REASON
059400         PERFORM 2900-LIST-EXCEPTION
059500             THRU 2900-LIST-EXCEPTION-EXIT
059600         GO TO 2100-ANSWER-FROM-MASTER-EXIT
059700     END-IF.
059800     IF EM-EMPL-HIRE-DATE = SPACES
059900         MOVE 'HIRE DATE NOT ON EMPMAST' TO WS-EXCEPTION-REASON
060000         PERFORM 2900-LIST-EXCEPTION
060100             THRU 2900-LIST-EXCEPTION-EXIT
060200         GO TO 2100-ANSWER-FROM-MASTER-EXIT
060300     END-IF.
060400     MOVE 'C'                      TO WS-LT-BASIS.
060500     MOVE EM-EMPL-NAME             TO WS-LT-NAME.
060600     MOVE EM-EMPL-DEPT             TO WS-LT-DEPT.
060700     MOVE EM-EMPL-HIRE-DATE (1:4)  TO WS-LT-HIRE-DATE (1:4).
060800     MOVE EM-EMPL-HIRE-DATE (6:2)  TO WS-LT-HIRE-DATE (5:2).
060900     MOVE EM-EMPL-HIRE-DATE (9:2)  TO WS-LT-HIRE-DATE (7:2).
061000     MOVE SPACES                   TO WS-LT-SEP-DATE.
061100     MOVE 'Y' TO WS-LETTER-SW.
061200 2100-ANSWER-FROM-MASTER-EXIT.
061300     EXIT.
061400 
061500*****************************************************************
061600* 2200-ANSWER-FROM-ARCHIVE - A FORMER EMPLOYEE, ANSWERED FROM
061700* THE EMPARCHV ARCHIVE WITH THE SEPARATION DATE. A TERMINATION
061800* NOT ARCHIVED YET, OR AN ARCHIVE RECORD WITHOUT A SEPARATION
061900* OR HIRE DATE, IS LISTED; AN ID ON NEITHER FILE IS UNKNOWN. AN
061910* EMPMAST 'T' WHOSE ARCHIVE RECORD CARRIES A DIFFERENT HIRE
061920* DATE IS A REHIRE WHOSE LATEST SPELL IS NOT ARCHIVED YET -- THE
061930* ARCHIVE ONLY HOLDS THE EARLIER ONE.
062000*****************************************************************
062100 2200-ANSWER-FROM-ARCHIVE.
062200     MOVE VR-EMPL-ID TO WS-ARC-MATCH-ID.
062300     PERFORM 1520-FIND-ARCHIVE-ENTRY
062400         THRU 1520-FIND-ARCHIVE-ENTRY-EXIT.
062500     IF NOT WS-ARCH-FOUND
062600         IF WS-MAST-STATUS = '00'
062700             MOVE 'TERMINATED - NOT YET ON EMPARCHV'
062800                 TO WS-EXCEPTION-REASON
062900         ELSE
063000             MOVE 'UNKNOWN EMPLOYEE ID' TO WS-EXCEPTION-REASON
063100         END-IF
063200         PERFORM 2900-LIST-EXCEPTION
063300             THRU 2900-LIST-EXCEPTION-EXIT
063400         GO TO 2200-ANSWER-FROM-ARCHIVE-EXIT
063500     END-IF.
063600     IF WS-TA-TERM-DATE (WS-ARC-IDX) = SPACES
063700         MOVE 'SEPARATION DATE NOT ON EMPARCHV'
063800             TO WS-EXCEPTION-REASON
063900         PERFORM 2900-LIST-EXCEPTION
064000             THRU 2900-LIST-EXCEPTION-EXIT
064100         GO TO 2200-ANSWER-FROM-ARCHIVE-EXIT
064200     END-IF.
064210     IF WS-MAST-STATUS = '00'
064220             AND WS-TA-HIRE-DATE (WS-ARC-IDX)
064230                 NOT = EM-EMPL-HIRE-DATE
064240         MOVE 'TERMINATED - NOT YET ON EMPARCHV'
064250             TO WS-EXCEPTION-REASON
064260         PERFORM 2900-LIST-EXCEPTION
064270             THRU 2900-LIST-EXCEPTION-EXIT
064280         GO TO 2200-ANSWER-FROM-ARCHIVE-EXIT
064290     END-IF.
064300     IF WS-TA-HIRE-DATE (WS-ARC-IDX) = SPACES
064400         MOVE 'HIRE DATE NOT ON EMPARCHV' TO WS-EXCEPTION-REASON
064500         PERFORM 2900-LIST-EXCEPTION
064600             THRU 2900-LIST-EXCEPTION-EXIT
064700         GO TO 2200-ANSWER-FROM-ARCHIVE-EXIT
064800     END-IF.
064900     MOVE 'F'                              TO WS-LT-BASIS.
065000     MOVE WS-TA-EMPL-NAME (WS-ARC-IDX)     TO WS-LT-NAME.
065100     MOVE WS-TA-EMPL-DEPT (WS-ARC-IDX)     TO WS-LT-DEPT.
065200     MOVE WS-TA-HIRE-DATE (WS-ARC-IDX) (1:4)
065300         TO WS-LT-HIRE-DATE (1:4).
065400     MOVE WS-TA-HIRE-DATE (WS-ARC-IDX) (6:2)
065500         TO WS-LT-HIRE-DATE (5:2).
065600     MOVE WS-TA-HIRE-DATE (WS-ARC-IDX) (9:2)
065700         TO WS-LT-HIRE-DATE (7:2).
065800     MOVE WS-TA-TERM-DATE (WS-ARC-IDX)     TO WS-LT-SEP-DATE.
065900     MOVE 'Y' TO WS-LETTER-SW.
066000 2200-ANSWER-FROM-ARCHIVE-EXIT.
066100     EXIT.
066200 
066300*****************************************************************
066400* 2900-LIST-EXCEPTION - ONE LINE ON THE EXCEPTION LIST FOR A
066500* REQUEST THAT GOT NO LETTER, WITH WS-EXCEPTION-REASON.
066600*****************************************************************
066700 2900-LIST-EXCEPTION.
066800     ADD 1 TO WS-EXCEPTION-COUNT.
066900     DISPLAY 'EMPVLTR - NO LETTER FOR ' VR-EMPL-ID ': '
067000             WS-EXCEPTION-REASON.
067100     MOVE SPACES              TO VLXRPT-RECORD.
067200     MOVE VR-EMPL-ID          TO VX-EMPL-ID.
067300     MOVE VR-REQUESTER-NAME   TO VX-REQUESTER-NAME.
067400     MOVE VR-REQUESTER-REF    TO VX-REQUESTER-REF.
067500     MOVE WS-EXCEPTION-REASON TO VX-REASON.
067600     PERFORM 8200-PRINT-REPORT-LINE
067700         THRU 8200-PRINT-REPORT-LINE-EXIT.
067800 2900-LIST-EXCEPTION-EXIT.
067900     EXIT.
068000 
068100*****************************************************************
068200* 3000-ISSUE-LETTER - LOG THE DISCLOSURE UNDER THE NEXT LETTER
068300* NUMBER, THEN PRINT THE LETTER. THE LOG IS WRITTEN FIRST SO NO
068400* LETTER EVER GOES OUT UNLOGGED: A FAILED LOG WRITE STOPS THE
068500* RUN RC 16 WITH THAT REQUEST UNANSWERED.
068600*****************************************************************
068700 3000-ISSUE-LETTER.
068800     ADD 1 TO WS-LETTER-NO.
068900     MOVE WS-LT-DEPT TO WS-DL-DEPT.
069000     PERFORM LOOK-UP-DEPT
069100         THRU LOOK-UP-DEPT-EXIT.
069200     IF NOT WS-DEPTREF-FOUND
069300         MOVE WS-LT-DEPT TO WS-DL-DEPT-NAME
069400     END-IF.
069500     ACCEPT WS-SYS-TIME FROM TIME.
069600     MOVE SPACES             TO DISCLOG-RECORD.
069700     MOVE WS-LETTER-NO       TO VD-LETTER-NO.
069800     MOVE WS-SYS-DATE        TO VD-ISSUE-DATE.
069900     MOVE WS-SYS-TIME (1:6)  TO VD-ISSUE-TIME.
070000     MOVE WS-LT-EMPL-ID      TO VD-EMPL-ID.
070100     MOVE WS-LT-BASIS        TO VD-BASIS.
070200     MOVE WS-LT-DEPT         TO VD-EMPL-DEPT.
070300     MOVE VR-REQUESTER-NAME  TO VD-REQUESTER-NAME.
070400     MOVE VR-REQUESTER-REF   TO VD-REQUESTER-REF.
070500     MOVE WS-USER-ID         TO VD-USER-ID.
070600     MOVE WS-JOB-NAME        TO VD-JOB-NAME.
070700     WRITE DISCLOG-RECORD.
070800     IF WS-DISC-STATUS NOT = '00'
070900         DISPLAY 'EMPVLTR - WRITE TO DISCLOG FAILED, STATUS '
071000                 WS-DISC-STATUS ' - NO LETTER FOR '
071100                 WS-LT-EMPL-ID ', ABENDING'
071200         MOVE 'WRITE DISCLOG'     TO AL-OPERATION
071300         MOVE ZERO                TO AL-SQLCODE
071400         MOVE 'WRITE FAILED'      TO AL-MESSAGE
071500         MOVE 'S' TO AL-SEVERITY
071600         PERFORM WRITE-AUDIT-LOG
071700             THRU WRITE-AUDIT-LOG-EXIT
071800         MOVE 16 TO RETURN-CODE
071900         MOVE 'Y' TO WS-ABEND-SW
072000         GO TO 3000-ISSUE-LETTER-EXIT
072100     END-IF.
072200     ADD 1 TO WS-LETTER-COUNT.
072300     PERFORM 3100-PRINT-LETTER
072400         THRU 3100-PRINT-LETTER-EXIT.
072500 3000-ISSUE-LETTER-EXIT.
072600     EXIT.
072700 
072800*****************************************************************
072900* 3100-PRINT-LETTER - ONE PAGE: LETTERHEAD, DATE AND LETTER
073000* NUMBER, ADDRESSEE, THE PARTICULARS BLOCK, THE RELEASE NOTE,
073100* AND THE SIGNATURE, THEN BLANK LINES DOWN TO THE PAGE LENGTH.
073200* THE PARTICULARS NEVER MENTION LEAVE, PAY, OR GRADE.
073300*****************************************************************
073400 3100-PRINT-LETTER.
073500     MOVE ZERO TO WS-LT-LINE-COUNT.
073600     PERFORM 3900-WRITE-BLANK-LINE
073700         THRU 3900-WRITE-BLANK-LINE-EXIT 4 TIMES.
073800     MOVE SPACES TO VLTRPT-RECORD.
073900     MOVE 'HUMAN RESOURCES DEPARTMENT' TO VL-TEXT.
074000     PERFORM 3910-WRITE-LETTER-LINE
074100         THRU 3910-WRITE-LETTER-LINE-EXIT.
074200     MOVE SPACES TO VLTRPT-RECORD.
074300     MOVE 'EMPLOYMENT VERIFICATION' TO VL-TEXT.
074400     PERFORM 3910-WRITE-LETTER-LINE
074500         THRU 3910-WRITE-LETTER-LINE-EXIT.
074600     PERFORM 3900-WRITE-BLANK-LINE
074700         THRU 3900-WRITE-BLANK-LINE-EXIT 2 TIMES.
074800     MOVE WS-SYS-DATE TO WS-LD-DATE.
074900     PERFORM 9200-EDIT-LONG-DATE
075000         THRU 9200-EDIT-LONG-DATE-EXIT.
075100     MOVE SPACES TO VLTRPT-RECORD.
075200     MOVE WS-LD-TEXT TO VL-TEXT.
075300     PERFORM 3910-WRITE-LETTER-LINE
075400         THRU 3910-WRITE-LETTER-LINE-EXIT.
075500     MOVE WS-LETTER-NO TO WS-LETTER-NO-EDIT.
075600     MOVE SPACES TO VLTRPT-RECORD.
075700     STRING 'LETTER NUMBER ' WS-LETTER-NO-EDIT
075800         DELIMITED BY SIZE INTO VL-TEXT.
075900     PERFORM 3910-WRITE-LETTER-LINE
076000         THRU 3910-WRITE-LETTER-LINE-EXIT.
076100     PERFORM 3900-WRITE-BLANK-LINE
076200         THRU 3900-WRITE-BLANK-LINE-EXIT 2 TIMES.
076300     MOVE SPACES TO VLTRPT-RECORD.
076400     STRING 'TO:  ' VR-REQUESTER-NAME
076500         DELIMITED BY SIZE INTO VL-TEXT.
076600     PERFORM 3910-WRITE-LETTER-LINE
076700         THRU 3910-WRITE-LETTER-LINE-EXIT.
076800     IF VR-REQUESTER-REF NOT = SPACES
076900         MOVE SPACES TO VLTRPT-RECORD
077000         STRING 'YOUR REFERENCE:  ' VR-REQUESTER-REF
077100             DELIMITED BY SIZE INTO VL-TEXT
077200         PERFORM 3910-WRITE-LETTER-LINE
077300             THRU 3910-WRITE-LETTER-LINE-EXIT
077400     END-IF.
077500     PERFORM 3900-WRITE-BLANK-LINE
077600         THRU 3900-WRITE-BLANK-LINE-EXIT.
077700     MOVE SPACES TO VLTRPT-RECORD.
077800     MOVE 'RE:  EMPLOYMENT VERIFICATION' TO VL-TEXT.
077900     PERFORM 3910-WRITE-LETTER-LINE
078000         THRU 3910-WRITE-LETTER-LINE-EXIT.
078100     PERFORM 3900-WRITE-BLANK-LINE
078200         THRU 3900-WRITE-BLANK-LINE-EXIT.
078300     MOVE SPACES TO VLTRPT-RECORD.
078400     MOVE 'IN ANSWER TO YOUR REQUEST, OUR PERSONNEL RECORDS SHOW'
078500         TO VL-TEXT.
078600     PERFORM 3910-WRITE-LETTER-LINE
078700         THRU 3910-WRITE-LETTER-LINE-EXIT.
078800     MOVE SPACES TO VLTRPT-RECORD.
078900     MOVE 'THE FOLLOWING FOR THE EMPLOYEE NAMED BELOW:'
079000         TO VL-TEXT.
079100     PERFORM 3910-WRITE-LETTER-LINE
079200         THRU 3910-WRITE-LETTER-LINE-EXIT.
079300     PERFORM 3900-WRITE-BLANK-LINE
079400         THRU 3900-WRITE-BLANK-LINE-EXIT.
079500     PERFORM 3200-PRINT-PARTICULARS
079600         THRU 3200-PRINT-PARTICULARS-EXIT.
079700     PERFORM 3900-WRITE-BLANK-LINE
079800         THRU 3900-WRITE-BLANK-LINE-EXIT.
079900     MOVE SPACES TO VLTRPT-RECORD.
080000     MOVE 'THIS LETTER CONFIRMS EMPLOYMENT DATES AND STATUS ONLY.'
080100         TO VL-TEXT.
080200     PERFORM 3910-WRITE-LETTER-LINE
080300         THRU 3910-WRITE-LETTER-LINE-EXIT.
080400     MOVE SPACES TO VLTRPT-RECORD.
080500     MOVE 'NO SALARY OR OTHER PERSONNEL INFORMATION IS RELEASED.'
080600         TO VL-TEXT.
080700     PERFORM 3910-WRITE-LETTER-LINE
080800         THRU 3910-WRITE-LETTER-LINE-EXIT.
080900     PERFORM 3900-WRITE-BLANK-LINE
081000         THRU 3900-WRITE-BLANK-LINE-EXIT 3 TIMES.
081100     MOVE SPACES TO VLTRPT-RECORD.
081200     MOVE 'HUMAN RESOURCES DEPARTMENT' TO VL-TEXT.
081300     PERFORM 3910-WRITE-LETTER-LINE
081400         THRU 3910-WRITE-LETTER-LINE-EXIT.
081500     PERFORM 3900-WRITE-BLANK-LINE
081600         THRU 3900-WRITE-BLANK-LINE-EXIT
081700         UNTIL WS-LT-LINE-COUNT NOT < WS-LINES-PER-PAGE.
081800 3100-PRINT-LETTER-EXIT.
081900     EXIT.
082000 
082100*****************************************************************
082200* 3200-PRINT-PARTICULARS - THE LABELLED BLOCK: NAME, ID,
082300* DEPARTMENT NAME, HIRE DATE, STATUS, AND FOR A FORMER EMPLOYEE
082400* THE SEPARATION DATE.
082500*****************************************************************
082600 3200-PRINT-PARTICULARS.
082700     MOVE SPACES TO VLTRPT-RECORD.
082800     MOVE 'EMPLOYEE NAME:'     TO VL-ITEM-LABEL.
082900     MOVE WS-LT-NAME           TO VL-ITEM-VALUE.
083000     PERFORM 3910-WRITE-LETTER-LINE
083100         THRU 3910-WRITE-LETTER-LINE-EXIT.
083200     MOVE SPACES TO VLTRPT-RECORD.
083300     MOVE 'EMPLOYEE ID:'       TO VL-ITEM-LABEL.
083400     MOVE WS-LT-EMPL-ID        TO VL-ITEM-VALUE.
083500     PERFORM 3910-WRITE-LETTER-LINE
083600         THRU 3910-WRITE-LETTER-LINE-EXIT.
083700     MOVE SPACES TO VLTRPT-RECORD.
083800     MOVE 'DEPARTMENT:'        TO VL-ITEM-LABEL.
083900     MOVE WS-DL-DEPT-NAME      TO VL-ITEM-VALUE.
084000     PERFORM 3910-WRITE-LETTER-LINE
084100         THRU 3910-WRITE-LETTER-LINE-EXIT.
084200     MOVE WS-LT-HIRE-DATE TO WS-LD-DATE.
084300     PERFORM 9200-EDIT-LONG-DATE
084400         THRU 9200-EDIT-LONG-DATE-EXIT.
084500     MOVE SPACES TO VLTRPT-RECORD.
084600     MOVE 'DATE OF HIRE:'      TO VL-ITEM-LABEL.
084700     MOVE WS-LD-TEXT           TO VL-ITEM-VALUE.
084800     PERFORM 3910-WRITE-LETTER-LINE
084900         THRU 3910-WRITE-LETTER-LINE-EXIT.
085000     MOVE SPACES TO VLTRPT-RECORD.
085100     MOVE 'EMPLOYMENT STATUS:' TO VL-ITEM-LABEL.
085200     IF WS-LT-CURRENT
085300         MOVE 'CURRENTLY EMPLOYED' TO VL-ITEM-VALUE
085400     ELSE
085500         MOVE 'NO LONGER EMPLOYED' TO VL-ITEM-VALUE
085600     END-IF.
085700     PERFORM 3910-WRITE-LETTER-LINE
085800         THRU 3910-WRITE-LETTER-LINE-EXIT.
085900     IF WS-LT-FORMER
086000         MOVE WS-LT-SEP-DATE TO WS-LD-DATE
086100         PERFORM 9200-EDIT-LONG-DATE
086200             THRU 9200-EDIT-LONG-DATE-EXIT
086300         MOVE SPACES TO VLTRPT-RECORD
086400         MOVE 'SEPARATION DATE:' TO VL-ITEM-LABEL
086500         MOVE WS-LD-TEXT         TO VL-ITEM-VALUE
086600         PERFORM 3910-WRITE-LETTER-LINE
086700             THRU 3910-WRITE-LETTER-LINE-EXIT
086800     END-IF.
086900 3200-PRINT-PARTICULARS-EXIT.
087000     EXIT.
087100 
087200*****************************************************************
087300* 3900-WRITE-BLANK-LINE - ONE BLANK LINE OF THE LETTER.
087400*****************************************************************
087500 3900-WRITE-BLANK-LINE.
087600     MOVE SPACES TO VLTRPT-RECORD.
087700     PERFORM 3910-WRITE-LETTER-LINE
087800         THRU 3910-WRITE-LETTER-LINE-EXIT.
087900 3900-WRITE-BLANK-LINE-EXIT.
088000     EXIT.
088100 
088200*****************************************************************
088300* 3910-WRITE-LETTER-LINE - WRITE THE LINE IN VLTRPT-RECORD AND
088400* COUNT IT AGAINST THE PAGE.
088500*****************************************************************
088600 3910-WRITE-LETTER-LINE.
088700     WRITE VLTRPT-RECORD.
088800     ADD 1 TO WS-LT-LINE-COUNT.
088900 3910-WRITE-LETTER-LINE-EXIT.
089000     EXIT.
089100 
089200*****************************************************************
089300* 8000-FINALIZE - PRINT THE CONTROL TOTALS UNDER THE EXCEPTION
089400* LIST, LOG THE RUN TO THE AUDIT TRAIL, AND SET THE RETURN CODE:
089500* 0 EVERY REQUEST ANSWERED, 4 SOME LISTED FOR HR (WARNING
089600* EVENT). A RUN STOPPED BY A FAILED DISCLOSURE WRITE KEEPS ITS
089700* RC 16.
089800*****************************************************************
089900 8000-FINALIZE.
090000     MOVE SPACES TO VLXRPT-RECORD.
090100     PERFORM 8200-PRINT-REPORT-LINE
090200         THRU 8200-PRINT-REPORT-LINE-EXIT.
090300     MOVE SPACES TO VLXRPT-RECORD.
090400     MOVE 'REQUESTS READ'      TO VT-LABEL.
090500     MOVE WS-REQUEST-COUNT     TO VT-COUNT.
090600     PERFORM 8200-PRINT-REPORT-LINE
090700         THRU 8200-PRINT-REPORT-LINE-EXIT.
090800     MOVE SPACES TO VLXRPT-RECORD.
090900     MOVE 'LETTERS ISSUED'     TO VT-LABEL.
091000     MOVE WS-LETTER-COUNT      TO VT-COUNT.
091100     PERFORM 8200-PRINT-REPORT-LINE
091200         THRU 8200-PRINT-REPORT-LINE-EXIT.
091300     MOVE SPACES TO VLXRPT-RECORD.
091400     MOVE 'EXCEPTIONS LISTED'  TO VT-LABEL.
091500     MOVE WS-EXCEPTION-COUNT   TO VT-COUNT.
091600     PERFORM 8200-PRINT-REPORT-LINE
091700         THRU 8200-PRINT-REPORT-LINE-EXIT.
091800     DISPLAY 'EMPVLTR - ' WS-REQUEST-COUNT ' REQUESTS, '
091900             WS-LETTER-COUNT ' LETTERS, ' WS-EXCEPTION-COUNT
092000             ' EXCEPTIONS'.
092100     MOVE WS-LETTER-COUNT    TO WS-AM-LETTERS.
092200     MOVE WS-EXCEPTION-COUNT TO WS-AM-EXCEPTIONS.
092300     MOVE 'VERIFICATION LETTERS' TO AL-OPERATION.
092400     MOVE ZERO                   TO AL-SQLCODE.
092500     MOVE WS-AUDIT-MSG           TO AL-MESSAGE.
092600     IF WS-EXCEPTION-COUNT > ZERO
092700         MOVE 'W' TO AL-SEVERITY
092800         MOVE 4 TO WS-HIGH-RC
092900     ELSE
093000         MOVE 'I' TO AL-SEVERITY
093100     END-IF.
093200     PERFORM WRITE-AUDIT-LOG
093300         THRU WRITE-AUDIT-LOG-EXIT.
093400     IF NOT WS-ABEND-REQUESTED
093500         MOVE WS-HIGH-RC TO RETURN-CODE
093600     END-IF.
093700 8000-FINALIZE-EXIT.
093800     EXIT.
093900 
094000*****************************************************************
094100* 8200-PRINT-REPORT-LINE - SEND THE LINE SITTING IN
094200* VLXRPT-RECORD OUT THROUGH THE SHARED RPTWRTR PAGINATOR AND
094300* WRITE WHATEVER PRINT LINES COME BACK.
094400*****************************************************************
094500 8200-PRINT-REPORT-LINE.
094600     MOVE VLXRPT-RECORD TO WS-RW-DETAIL-LINE.
094700     MOVE 'D' TO WS-RW-FUNCTION.
094800     CALL 'RPTWRTR' USING WS-RPTWRTR-PARM.
094900     PERFORM 8210-WRITE-RPT-OUT-LINES
095000         THRU 8210-WRITE-RPT-OUT-LINES-EXIT.
095100 8200-PRINT-REPORT-LINE-EXIT.
095200     EXIT.
095300 
095400*****************************************************************
095500* 8210-WRITE-RPT-OUT-LINES - WRITE THE PRINT LINES THE LAST
095600* RPTWRTR CALL HANDED BACK, IN ORDER.
095700*****************************************************************
095800 8210-WRITE-RPT-OUT-LINES.
095900     PERFORM 8220-WRITE-ONE-RPT-LINE
096000         THRU 8220-WRITE-ONE-RPT-LINE-EXIT
096100         VARYING WS-RW-WRITE-IDX FROM 1 BY 1
096200         UNTIL WS-RW-WRITE-IDX > WS-RW-OUT-COUNT.
096300 8210-WRITE-RPT-OUT-LINES-EXIT.
096400     EXIT.
096500 
096600*****************************************************************
096700* 8220-WRITE-ONE-RPT-LINE - WRITE ONE RETURNED PRINT LINE.
096800*****************************************************************
096900 8220-WRITE-ONE-RPT-LINE.
097000     WRITE VLXRPT-RECORD
097100         FROM WS-RW-OUT-LINE (WS-RW-WRITE-IDX).
097200 8220-WRITE-ONE-RPT-LINE-EXIT.
097300     EXIT.
097400 
097500*****************************************************************
097600* 9200-EDIT-LONG-DATE - WS-LD-DATE (YYYYMMDD) AS A LETTER DATE,
097700* 'MARCH 1, 2019', IN WS-LD-TEXT. A DATE WHOSE MONTH OR DAY IS
097800* NOT A NUMBER IN RANGE PRINTS AS YYYY-MM-DD INSTEAD.
097900*****************************************************************
098000 9200-EDIT-LONG-DATE.
098100     MOVE SPACES TO WS-LD-TEXT.
098200     IF WS-LD-MM NOT NUMERIC OR WS-LD-DD NOT NUMERIC
098300             OR WS-LD-MM-N < 1 OR WS-LD-MM-N > 12
098400         STRING WS-LD-YYYY '-' WS-LD-MM '-' WS-LD-DD
098500             DELIMITED BY SIZE INTO WS-LD-TEXT
098600         GO TO 9200-EDIT-LONG-DATE-EXIT
098700     END-IF.
098800     MOVE WS-LD-DD TO WS-LD-DAY.
098900     IF WS-LD-DAY-X (1:1) = SPACE
099000         STRING WS-MONTH-NAME (WS-LD-MM-N) DELIMITED BY SPACE
099100                ' ' WS-LD-DAY-X (2:1) ', ' WS-LD-YYYY
099200             DELIMITED BY SIZE INTO WS-LD-TEXT
099300     ELSE
099400         STRING WS-MONTH-NAME (WS-LD-MM-N) DELIMITED BY SPACE
099500                ' ' WS-LD-DAY-X ', ' WS-LD-YYYY
099600             DELIMITED BY SIZE INTO WS-LD-TEXT
099700     END-IF.
099800 9200-EDIT-LONG-DATE-EXIT.
099900     EXIT.
100000 
100100*****************************************************************
100200* LOAD-DEPT-TABLE / LOOK-UP-DEPT - SHARED DEPARTMENT REFERENCE
100300* LOAD AND LOOKUP, COPIED FROM DEPTLKP.CPY. SEE THE COPYBOOK
100400* FOR DETAILS.
100500*****************************************************************
100600     COPY DEPTLKP.
100700 
100800*****************************************************************
100900* WRITE-AUDIT-LOG - SHARED AUDIT LOG WRITE, COPIED FROM
101000* AUDLOG.CPY. SEE THE COPYBOOK FOR DETAILS.
101100*****************************************************************
101200     COPY AUDLOG.
