000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ACCREVW.
000300 AUTHOR.        D BUDZOWSKI.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* MODIFICATION HISTORY
000900* DATE       INIT DESCRIPTION
001000* ---------- ---- ------------------------------------------
001100* 2026-10-15 DB   INITIAL VERSION - WEEKLY INQUIRY ACCESS REVIEW
001200*                 FOR PRIVACY. READS THE INQACC ACCESS TRAIL
001300*                 (ACCREC.CPY) THE EINQ TRANSACTION AND THE
001400*                 EMPOINQ ORDER INQUIRY WRITE, FOR THE SEVEN
001500*                 DAYS ENDING ON THE PARM DATE (YYYYMMDD, ZEROS
001600*                 FOR THE DAY BEFORE THE RUN), AND PRINTS THREE
001700*                 SECTIONS ON ACCRPT: LOOKUPS OF EMPLOYEES WHO
001800*                 WERE TERMINATED AT THE TIME, OR WHO WERE NOT
001900*                 ON FILE BECAUSE EMPARCH HAD ARCHIVED THEM
002000*                 (EMPARCHV); ACCESS OUTSIDE BUSINESS HOURS --
002100*                 BEFORE THE DAY STARTS, AFTER IT ENDS, OR ON A
002200*                 BUSCAL WEEKEND OR BANK HOLIDAY; AND USERS WHO
002300*                 TOUCHED MORE DEPARTMENTS IN THE WEEK THAN THE
002400*                 LIMIT, BY DEPARTMENT PAGING OR ONE EMPLOYEE AT
002500*                 A TIME. THE HOURS AND THE LIMIT COME FROM
002600*                 PARMFILE ('ACCREVW HOURFROM', 'ACCREVW
002700*                 HOURTO', HHMM, DEFAULT 0700 AND 1900;
002800*                 'ACCREVW MAXDEPTS', DEFAULT 5). ENDS RC 4
002900*                 WITH A WARNING AUDIT EVENT WHEN ANYTHING IS
003000*                 LISTED.
003100*****************************************************************
003200 
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT INQACC-FILE ASSIGN TO INQACC
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS WS-INQACC-STATUS.
003900     SELECT EMPARCHV-FILE ASSIGN TO EMPARCHV
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-ARCHV-STATUS.
004200     SELECT BUSCAL-FILE ASSIGN TO BUSCAL
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-BUSCAL-STATUS.
004500     SELECT ACCRPT-FILE ASSIGN TO ACCRPT
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-AUDIT-STATUS.
005000 
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  INQACC-FILE
005400     RECORDING MODE IS F
005500     RECORD CONTAINS 80 CHARACTERS
005600     LABEL RECORDS ARE STANDARD.
005700     COPY ACCREC.
005800 
005900 FD  EMPARCHV-FILE
006000     RECORDING MODE IS F
006100     RECORD CONTAINS 80 CHARACTERS
006200     LABEL RECORDS ARE STANDARD.
006300     COPY ARCREC.
006400 
006500 FD  BUSCAL-FILE
006600     RECORDING MODE IS F
006700     RECORD CONTAINS 80 CHARACTERS
006800     LABEL RECORDS ARE STANDARD.
006900     COPY CALREC.
007000 
007100 FD  ACCRPT-FILE
007200     RECORDING MODE IS F
007300     RECORD CONTAINS 132 CHARACTERS
007400     LABEL RECORDS ARE STANDARD.
007500     COPY ACCRPT.
007600 
007700 FD  AUDIT-LOG-FILE
007800     RECORDING MODE IS F
007900     RECORD CONTAINS 80 CHARACTERS
008000     LABEL RECORDS ARE STANDARD.
008100     COPY AUDREC.
008200 
008300 WORKING-STORAGE SECTION.
008400 01  WS-ABEND-SW                  PIC X(01)  VALUE 'N'.
008500     88  WS-ABEND-REQUESTED                  VALUE 'Y'.
008600 01  WS-AUDIT-STATUS              PIC X(02).
008700 01  WS-INQACC-STATUS             PIC X(02).
008800 01  WS-INQACC-EOF-SW             PIC X(01)  VALUE 'N'.
008900     88  WS-INQACC-EOF                       VALUE 'Y'.
009000 01  WS-ARCHV-STATUS              PIC X(02).
009100 01  WS-ARCHV-EOF-SW              PIC X(01)  VALUE 'N'.
009200     88  WS-ARCHV-EOF                        VALUE 'Y'.
009300 01  WS-BUSCAL-STATUS             PIC X(02).
009400 01  WS-BUSCAL-EOF-SW             PIC X(01)  VALUE 'N'.
009500     88  WS-BUSCAL-EOF                       VALUE 'Y'.
009600 01  WS-IN-WEEK-SW                PIC X(01)  VALUE 'N'.
009700     88  WS-IN-WEEK                          VALUE 'Y'.
009800 
009900*    THE WEEK UNDER REVIEW, ONE ENTRY PER DAY, ENDING DATE
010000*    FIRST. EACH DAY'S TYPE STARTS FROM THE DAY OF THE WEEK
010100*    (SATURDAY AND SUNDAY 'W', OTHERS 'B') AND IS REPLACED BY
010200*    THE BUSCAL RECORD FOR THE DATE WHEN THERE IS ONE, SO A
010300*    BANK HOLIDAY COUNTS AS OUTSIDE BUSINESS HOURS ALL DAY.
010400 01  WS-WEEK-TABLE.
010500     05  WS-WEEK-ENTRY OCCURS 7 TIMES.
010600         10  WS-WK-DATE           PIC X(08).
010700         10  WS-WK-DAY-TYPE       PIC X(01).
010800 01  WS-WEEK-IDX                  PIC 9(02)  VALUE ZERO.
010900 01  WS-WEEK-START                PIC X(08)  VALUE SPACES.
011000 01  WS-WEEK-END                  PIC X(08)  VALUE SPACES.
011100 01  WS-DAY-TYPE                  PIC X(01)  VALUE SPACE.
011200     88  WS-DAY-WEEKEND                      VALUE 'W'.
011300     88  WS-DAY-HOLIDAY                      VALUE 'H'.
011400 
011500*    DATE BEING STEPPED BACK A DAY AT A TIME BY 1200 AND ITS
011600*    DAY OF THE WEEK (SERIAL DAY REMAINDER 7: 0 SATURDAY,
011700*    1 SUNDAY, 2 MONDAY ... 6 FRIDAY).
011800 01  WS-STEP-DATE.
011900     05  WS-SD-YYYY               PIC 9(04).
012000     05  WS-SD-MM                 PIC 9(02).
012100     05  WS-SD-DD                 PIC 9(02).
012200 01  WS-STEP-DATE-X REDEFINES WS-STEP-DATE
012300                                  PIC X(08).
012400 01  WS-STEP-WEEKDAY              PIC 9(01)  VALUE ZERO.
012500 01  WS-WEEKDAY-QUOT              PIC 9(07)  VALUE ZERO.
012600 01  WS-LEAP-QUOT                 PIC 9(04)  VALUE ZERO.
012700 01  WS-LEAP-REM-4                PIC 9(04)  VALUE ZERO.
012800 01  WS-LEAP-REM-100              PIC 9(04)  VALUE ZERO.
012900 01  WS-LEAP-REM-400              PIC 9(04)  VALUE ZERO.
013000 01  WS-MONTH-DAYS-VALUES.
013100     05  FILLER                   PIC X(24)
013200             VALUE '312831303130313130313031'.
013300 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
013400     05  WS-MONTH-DAYS OCCURS 12 TIMES
013500                                  PIC 9(02).
013600 
013700*    WS-DN-DATE AND FRIENDS FEED 8100-DATE-TO-DAY-NUMBER, THE
013800*    SAME GREGORIAN SERIAL-DAY PARAGRAPH ORDAGE AND EMPOINQ USE.
013900 01  WS-DN-DATE.
014000     05  WS-DN-YYYY               PIC X(04).
014100     05  WS-DN-SEP1               PIC X(01).
014200     05  WS-DN-MM                 PIC X(02).
014300     05  WS-DN-SEP2               PIC X(01).
014400     05  WS-DN-DD                 PIC X(02).
014500 01  WS-DN-YR                     PIC S9(05) VALUE ZERO.
014600 01  WS-DN-MO                     PIC S9(03) VALUE ZERO.
014700 01  WS-DN-DA                     PIC S9(03) VALUE ZERO.
014800 01  WS-DN-TERM-YEARS             PIC S9(07) VALUE ZERO.
014900 01  WS-DN-TERM-LEAP4             PIC S9(07) VALUE ZERO.
015000 01  WS-DN-TERM-LEAP100           PIC S9(07) VALUE ZERO.
015100 01  WS-DN-TERM-LEAP400           PIC S9(07) VALUE ZERO.
015200 01  WS-DN-TERM-MONTHS            PIC S9(07) VALUE ZERO.
015300 01  WS-DN-DAY-NUMBER             PIC 9(07)  VALUE ZERO.
015400 01  WS-DN-VALID-SW               PIC X(01)  VALUE 'N'.
015500     88  WS-DN-VALID                        VALUE 'Y'.
015600 
015700*    EMPLOYEE IDS EMPARCH HAS MOVED TO THE ARCHIVE, ONE FLAG
015800*    BYTE PER POSSIBLE ID, SO THE ARCHIVE NEVER OUTGROWS IT.
015900 01  WS-ARCH-TABLE.
016000     05  WS-ARCH-FLAG OCCURS 99999 TIMES
016100                                  PIC X(01).
016200 01  WS-ARCH-ID                   PIC 9(05)  VALUE ZERO.
016300 
016400*    BUSINESS HOURS (HHMM) AND THE DEPARTMENT LIMIT, COMPILED
016500*    DEFAULTS OVERRIDDEN FROM PARMFILE BY 1500.
016600     COPY PRMPARM.
016700 
016800 01  WS-HOUR-FROM                 PIC 9(04)  VALUE 0700.
016900 01  WS-HOUR-TO                   PIC 9(04)  VALUE 1900.
017000 01  WS-MAX-DEPTS                 PIC 9(03)  VALUE 5.
017100 01  WS-PARM-MSG.
017200     05  WS-PMSG-FROM             PIC 9(04).
017300     05  FILLER                   PIC X(01)  VALUE '-'.
017400     05  WS-PMSG-TO               PIC 9(04).
017500     05  FILLER                   PIC X(06)  VALUE ' DEPTS'.
017600     05  WS-PMSG-MAX              PIC 9(03).
017700     05  FILLER                   PIC X(02)  VALUE SPACES.
017800 01  WS-ACCESS-HHMM-X             PIC X(04)  VALUE SPACES.
017900 01  WS-ACCESS-HHMM REDEFINES WS-ACCESS-HHMM-X
018000                                  PIC 9(04).
018100 
018200*    THE USERS SEEN IN THE WEEK, WITH THEIR LOOKUP COUNT AND THE
018300*    NUMBER OF DISTINCT DEPARTMENTS THEY TOUCHED, AND EVERY
018400*    USER/DEPARTMENT PAIR SEEN. A TRAIL PAST EITHER CAPACITY
018500*    FAILS THE STEP RATHER THAN REVIEW PART OF THE WEEK.
018600 01  WS-USER-COUNT                PIC 9(04)  VALUE ZERO.
018700 01  WS-USER-CAPACITY             PIC 9(04)  VALUE 1000.
018800 01  WS-USER-IDX                  PIC 9(04)  VALUE ZERO.
018900 01  WS-USER-SCAN-IDX             PIC 9(04)  VALUE ZERO.
019000 01  WS-USER-TABLE.
019100     05  WS-USER-ENTRY OCCURS 1000 TIMES.
019200         10  WS-TU-USER-ID        PIC X(08).
019300         10  WS-TU-LOOKUPS        PIC 9(07).
019400         10  WS-TU-DEPTS          PIC 9(05).
019500 01  WS-PAIR-COUNT                PIC 9(05)  VALUE ZERO.
019600 01  WS-PAIR-CAPACITY             PIC 9(05)  VALUE 10000.
019700 01  WS-PAIR-IDX                  PIC 9(05)  VALUE ZERO.
019800 01  WS-PAIR-TABLE.
019900     05  WS-PAIR-ENTRY OCCURS 10000 TIMES.
020000         10  WS-TP-USER-IDX       PIC 9(04).
020100         10  WS-TP-DEPT           PIC X(04).
020200 01  WS-FIND-SW                   PIC X(01)  VALUE 'N'.
020300     88  WS-FIND-FOUND                       VALUE 'Y'.
020400 
020500 01  WS-FINDING-TEXT              PIC X(30)  VALUE SPACES.
020600 
020700 01  WS-ARCH-LOADED-COUNT         PIC 9(07)  VALUE ZERO.
020800 01  WS-ACC-READ-COUNT            PIC 9(07)  VALUE ZERO.
020900 01  WS-WEEK-COUNT                PIC 9(07)  VALUE ZERO.
021000 01  WS-EMP-LOOKUP-COUNT          PIC 9(07)  VALUE ZERO.
021100 01  WS-DEPT-PAGE-COUNT           PIC 9(07)  VALUE ZERO.
021200 01  WS-ORDER-INQ-COUNT           PIC 9(07)  VALUE ZERO.
021300 01  WS-TERM-COUNT                PIC 9(05)  VALUE ZERO.
021400 01  WS-ARCHIVED-COUNT            PIC 9(05)  VALUE ZERO.
021500 01  WS-UNKNOWN-ID-COUNT          PIC 9(05)  VALUE ZERO.
021600 01  WS-AFTER-HOURS-COUNT         PIC 9(05)  VALUE ZERO.
021700 01  WS-MANY-DEPTS-COUNT          PIC 9(05)  VALUE ZERO.
021800 01  WS-SECTION-COUNT             PIC 9(05)  VALUE ZERO.
021900 01  WS-FINDING-COUNT             PIC 9(05)  VALUE ZERO.
022000 01  WS-CNT-LABEL                 PIC X(50)  VALUE SPACES.
022100 01  WS-CNT-VALUE                 PIC 9(07)  VALUE ZERO.
022200 
022300 01  WS-SYS-DATE.
022400     05  WS-SYS-YYYY              PIC 9(04).
022500     05  WS-SYS-MM                PIC 9(02).
022600     05  WS-SYS-DD                PIC 9(02).
022700 
022800 01  WS-RUN-DATE-EDIT.
022900     05  WS-RE-MM                 PIC 9(02).
023000     05  FILLER                   PIC X(01)  VALUE '/'.
023100     05  WS-RE-DD                 PIC 9(02).
023200     05  FILLER                   PIC X(01)  VALUE '/'.
023300     05  WS-RE-YYYY               PIC 9(04).
023400 
023500 01  WS-ISO-DATE-EDIT.
023600     05  WS-IE-YYYY               PIC X(04).
023700     05  FILLER                   PIC X(01)  VALUE '-'.
023800     05  WS-IE-MM                 PIC X(02).
023900     05  FILLER                   PIC X(01)  VALUE '-'.
024000     05  WS-IE-DD                 PIC X(02).
024100 
024200 LINKAGE SECTION.
024300 01  LS-PARM.
024400     05  LS-PARM-LEN              PIC S9(04) COMP.
024500     05  LS-PARM-DATA.
024600         10  LS-PARM-DATE         PIC X(08).
024700         10  LS-PARM-DATE-R REDEFINES LS-PARM-DATE.
024800             15  LS-PARM-YYYY     PIC 9(04).
024900             15  LS-PARM-MM       PIC 9(02).
025000             15  LS-PARM-DD       PIC 9(02).
025100 
025200 PROCEDURE DIVISION USING LS-PARM.
025300 
025400 0000-MAINLINE.
025500     OPEN EXTEND AUDIT-LOG-FILE.
025600     MOVE 'ACCREVW' TO AL-PROGRAM.
025700     PERFORM 1000-INITIALIZE
025800         THRU 1000-INITIALIZE-EXIT.
025900     IF WS-ABEND-REQUESTED
026000         GO TO 9999-END-OF-JOB
026100     END-IF.
026200     PERFORM 2000-LOAD-REFERENCE
026300         THRU 2000-LOAD-REFERENCE-EXIT.
026400     IF WS-ABEND-REQUESTED
026500         GO TO 9999-END-OF-JOB
026600     END-IF.
026700     PERFORM 3000-REVIEW-LOOKUPS
026800         THRU 3000-REVIEW-LOOKUPS-EXIT.
026900     IF WS-ABEND-REQUESTED
027000         GO TO 9999-END-OF-JOB
027100     END-IF.
027200     PERFORM 4000-REVIEW-HOURS
027300         THRU 4000-REVIEW-HOURS-EXIT.
027400     IF WS-ABEND-REQUESTED
027500         GO TO 9999-END-OF-JOB
027600     END-IF.
027700     PERFORM 5000-REVIEW-DEPARTMENTS
027800         THRU 5000-REVIEW-DEPARTMENTS-EXIT.
027900     PERFORM 6000-FINALIZE
028000         THRU 6000-FINALIZE-EXIT.
028100 9999-END-OF-JOB.
028200     CLOSE ACCRPT-FILE.
028300     CLOSE AUDIT-LOG-FILE.
028400     STOP RUN.
028500 
028600*****************************************************************
028700* 1000-INITIALIZE - SETTLE THE WEEK FROM THE PARM, BUILD THE
028800* SEVEN-DAY TABLE, APPLY THE RUN PARMS, OPEN THE REPORT AND
028900* PRINT ITS TITLE. A PARM THAT IS NOT A VALID YYYYMMDD DATE
029000* FAILS THE STEP.
029100*****************************************************************
029200 1000-INITIALIZE.
029300     OPEN OUTPUT ACCRPT-FILE.
029400     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
029500     MOVE WS-SYS-MM   TO WS-RE-MM.
029600     MOVE WS-SYS-DD   TO WS-RE-DD.
029700     MOVE WS-SYS-YYYY TO WS-RE-YYYY.
029800     MOVE WS-SYS-DATE TO WS-STEP-DATE.
029900     PERFORM 1200-STEP-BACK-ONE-DAY
030000         THRU 1200-STEP-BACK-ONE-DAY-EXIT.
030100     IF LS-PARM-LEN > ZERO
030200             AND LS-PARM-DATE NOT = SPACES
030300             AND LS-PARM-DATE NOT = ZEROS
030400         MOVE LS-PARM-DATE (1:4) TO WS-DN-YYYY
030500         MOVE '-'                TO WS-DN-SEP1
030600         MOVE LS-PARM-DATE (5:2) TO WS-DN-MM
030700         MOVE '-'                TO WS-DN-SEP2
030800         MOVE LS-PARM-DATE (7:2) TO WS-DN-DD
030900         PERFORM 8100-DATE-TO-DAY-NUMBER
031000             THRU 8100-DATE-TO-DAY-NUMBER-EXIT
031100         IF WS-DN-VALID
031200             PERFORM 1050-CHECK-MONTH-LENGTH
031300                 THRU 1050-CHECK-MONTH-LENGTH-EXIT
031400         END-IF
031500         IF NOT WS-DN-VALID
031600             DISPLAY 'ACCREVW - PARM ' LS-PARM-DATE
031700                     ' IS NOT A VALID YYYYMMDD DATE, ABENDING'
031800             MOVE 'CHECK PARM'        TO AL-OPERATION
031900             MOVE 'BAD WEEK END DATE' TO AL-MESSAGE
032000             PERFORM 1900-INIT-FAILED
032100                 THRU 1900-INIT-FAILED-EXIT
032200             GO TO 1000-INITIALIZE-EXIT
032300         END-IF
032400         MOVE LS-PARM-DATE TO WS-STEP-DATE-X
032500     END-IF.
032600     PERFORM 1100-BUILD-WEEK
032700         THRU 1100-BUILD-WEEK-EXIT.
032800     PERFORM 1500-APPLY-RUN-PARMS
032900         THRU 1500-APPLY-RUN-PARMS-EXIT.
033000     DISPLAY 'ACCREVW - REVIEW WEEK ' WS-WEEK-START
033100             ' TO ' WS-WEEK-END.
033200 
033300     MOVE SPACES TO ACCRPT-RECORD.
033400     MOVE 'INQUIRY ACCESS REVIEW' TO XJ-TITLE-TEXT.
033500     MOVE 'RUN DATE: '           TO XJ-RUN-DATE-LABEL.
033600     MOVE WS-RUN-DATE-EDIT       TO XJ-RUN-DATE.
033700     MOVE 'WEEK: '               TO XJ-WEEK-LABEL.
033800     MOVE WS-WEEK-START (1:4)    TO WS-IE-YYYY.
033900     MOVE WS-WEEK-START (5:2)    TO WS-IE-MM.
034000     MOVE WS-WEEK-START (7:2)    TO WS-IE-DD.
034100     MOVE WS-ISO-DATE-EDIT       TO XJ-WEEK-FROM.
034200     MOVE ' TO '                 TO XJ-WEEK-TO-LABEL.
034300     MOVE WS-WEEK-END (1:4)      TO WS-IE-YYYY.
034400     MOVE WS-WEEK-END (5:2)      TO WS-IE-MM.
034500     MOVE WS-WEEK-END (7:2)      TO WS-IE-DD.
034600     MOVE WS-ISO-DATE-EDIT       TO XJ-WEEK-TO.
034700     WRITE ACCRPT-RECORD.
034800 1000-INITIALIZE-EXIT.
034900     EXIT.
035000 
035100*****************************************************************
035200* 1050-CHECK-MONTH-LENGTH - 8100 TAKES ANY DAY 01-31; TURN
035300* WS-DN-VALID OFF FOR A PARM DAY PAST THE END OF ITS MONTH
035400* (FEBRUARY 29 IS LET THROUGH).
035500*****************************************************************
035600 1050-CHECK-MONTH-LENGTH.
035700     IF LS-PARM-DD > WS-MONTH-DAYS (LS-PARM-MM)
035800         IF LS-PARM-MM NOT = 2 OR LS-PARM-DD > 29
035900             MOVE 'N' TO WS-DN-VALID-SW
036000         END-IF
036100     END-IF.
036200 1050-CHECK-MONTH-LENGTH-EXIT.
036300     EXIT.
036400 
036500*****************************************************************
036600* 1100-BUILD-WEEK - FILL THE SEVEN-DAY TABLE BACKWARD FROM THE
036700* WEEK'S LAST DAY IN WS-STEP-DATE, TYPING EACH DAY BY ITS DAY OF
036800* THE WEEK. THE DAY OF THE WEEK IS TAKEN ONCE FROM THE SERIAL
036900* DAY AND STEPPED BACK WITH THE DATE.
037000*****************************************************************
037100 1100-BUILD-WEEK.
037200     MOVE WS-STEP-DATE-X TO WS-WEEK-END.
037300     MOVE WS-SD-YYYY TO WS-DN-YYYY.
037400     MOVE '-'        TO WS-DN-SEP1.
037500     MOVE WS-SD-MM   TO WS-DN-MM.
037600     MOVE '-'        TO WS-DN-SEP2.
037700     MOVE WS-SD-DD   TO WS-DN-DD.
037800     PERFORM 8100-DATE-TO-DAY-NUMBER
037900         THRU 8100-DATE-TO-DAY-NUMBER-EXIT.
038000     DIVIDE WS-DN-DAY-NUMBER BY 7 GIVING WS-WEEKDAY-QUOT
038100         REMAINDER WS-STEP-WEEKDAY.
038200     PERFORM 1110-ADD-WEEK-DAY
038300         THRU 1110-ADD-WEEK-DAY-EXIT
038400         VARYING WS-WEEK-IDX FROM 1 BY 1
038500         UNTIL WS-WEEK-IDX > 7.
038600 1100-BUILD-WEEK-EXIT.
038700     EXIT.
038800 
038900 1110-ADD-WEEK-DAY.
039000     MOVE WS-STEP-DATE-X TO WS-WK-DATE (WS-WEEK-IDX).
039100     MOVE WS-STEP-DATE-X TO WS-WEEK-START.
039200     IF WS-STEP-WEEKDAY < 2
039300         MOVE 'W' TO WS-WK-DAY-TYPE (WS-WEEK-IDX)
039400     ELSE
039500         MOVE 'B' TO WS-WK-DAY-TYPE (WS-WEEK-IDX)
039600     END-IF.
039700     PERFORM 1200-STEP-BACK-ONE-DAY
039800         THRU 1200-STEP-BACK-ONE-DAY-EXIT.
039900     IF WS-STEP-WEEKDAY = ZERO
040000         MOVE 6 TO WS-STEP-WEEKDAY
040100     ELSE
040200         SUBTRACT 1 FROM WS-STEP-WEEKDAY
040300     END-IF.
040400 1110-ADD-WEEK-DAY-EXIT.
040500     EXIT.
040600 
040700*****************************************************************
040800* 1200-STEP-BACK-ONE-DAY - MOVE WS-STEP-DATE TO THE DAY BEFORE,
040900* ACROSS MONTH AND YEAR ENDS; FEBRUARY HAS 29 DAYS IN A
041000* GREGORIAN LEAP YEAR.
041100*****************************************************************
041200 1200-STEP-BACK-ONE-DAY.
041300     IF WS-SD-DD > 1
041400         SUBTRACT 1 FROM WS-SD-DD
041500         GO TO 1200-STEP-BACK-ONE-DAY-EXIT
041600     END-IF.
041700     IF WS-SD-MM > 1
041800         SUBTRACT 1 FROM WS-SD-MM
041900     ELSE
042000         MOVE 12 TO WS-SD-MM
042100         SUBTRACT 1 FROM WS-SD-YYYY
042200     END-IF.
042300     MOVE WS-MONTH-DAYS (WS-SD-MM) TO WS-SD-DD.
042400     IF WS-SD-MM NOT = 2
042500         GO TO 1200-STEP-BACK-ONE-DAY-EXIT
042600     END-IF.
042700     DIVIDE WS-SD-YYYY BY 4   GIVING WS-LEAP-QUOT
042800         REMAINDER WS-LEAP-REM-4.
042900     DIVIDE WS-SD-YYYY BY 100 GIVING WS-LEAP-QUOT
043000         REMAINDER WS-LEAP-REM-100.
043100     DIVIDE WS-SD-YYYY BY 400 GIVING WS-LEAP-QUOT
043200         REMAINDER WS-LEAP-REM-400.
043300     IF WS-LEAP-REM-4 = ZERO
043400             AND (WS-LEAP-REM-100 NOT = ZERO
043500                  OR WS-LEAP-REM-400 = ZERO)
043600         MOVE 29 TO WS-SD-DD
043700     END-IF.
043800 1200-STEP-BACK-ONE-DAY-EXIT.
043900     EXIT.
044000 
044100*****************************************************************
044200* 1500-APPLY-RUN-PARMS - PICK THE BUSINESS HOURS AND THE
044300* DEPARTMENT LIMIT UP FROM THE PARMFILE DATASET THROUGH THE
044400* SHARED PRMLKUP SUBPROGRAM, KEEPING THE COMPILED 0700-1900 AND
044500* 5 FOR A KEY THAT IS MISSING OR OUT OF RANGE, AND LOG THE
044600* VALUES THIS RUN USES TO THE AUDIT TRAIL.
044700*****************************************************************
044800 1500-APPLY-RUN-PARMS.
044900     MOVE 'ACCREVW HOURFROM' TO WS-PM-KEY.
045000     CALL 'PRMLKUP' USING WS-PRMLKUP-PARM.
045100     IF WS-PM-FOUND AND WS-PM-NUMERIC-VALUE < 2400
045200         MOVE WS-PM-NUMERIC-VALUE TO WS-HOUR-FROM
045300     END-IF.
045400     MOVE 'ACCREVW HOURTO  ' TO WS-PM-KEY.
045500     CALL 'PRMLKUP' USING WS-PRMLKUP-PARM.
045600     IF WS-PM-FOUND AND WS-PM-NUMERIC-VALUE > WS-HOUR-FROM
045700             AND WS-PM-NUMERIC-VALUE NOT > 2400
045800         MOVE WS-PM-NUMERIC-VALUE TO WS-HOUR-TO
045900     END-IF.
046000     MOVE 'ACCREVW MAXDEPTS' TO WS-PM-KEY.
046100     CALL 'PRMLKUP' USING WS-PRMLKUP-PARM.
046200     IF WS-PM-FOUND AND WS-PM-NUMERIC-VALUE > ZERO
046300             AND WS-PM-NUMERIC-VALUE < 1000
046400         MOVE WS-PM-NUMERIC-VALUE TO WS-MAX-DEPTS
046500     END-IF.
046600     DISPLAY 'ACCREVW - BUSINESS HOURS ' WS-HOUR-FROM '-'
046700             WS-HOUR-TO ', DEPARTMENT LIMIT ' WS-MAX-DEPTS.
046800     MOVE WS-HOUR-FROM TO WS-PMSG-FROM.
046900     MOVE WS-HOUR-TO   TO WS-PMSG-TO.
047000     MOVE WS-MAX-DEPTS TO WS-PMSG-MAX.
047100     MOVE 'APPLY RUN PARMS' TO AL-OPERATION.
047200     MOVE ZERO             TO AL-SQLCODE.
047300     MOVE WS-PARM-MSG      TO AL-MESSAGE.
047400     PERFORM WRITE-AUDIT-LOG
047500         THRU WRITE-AUDIT-LOG-EXIT.
047600 1500-APPLY-RUN-PARMS-EXIT.
047700     EXIT.
047800 
047900*****************************************************************
048000* 1900-INIT-FAILED - LOG THE FAILURE DESCRIBED IN AL-OPERATION/
048100* AL-MESSAGE AS SEVERE AND FAIL THE STEP.
048200*****************************************************************
048300 1900-INIT-FAILED.
048400     MOVE ZERO TO AL-SQLCODE.
048500     MOVE 'S'  TO AL-SEVERITY.
048600     PERFORM WRITE-AUDIT-LOG
048700         THRU WRITE-AUDIT-LOG-EXIT.
048800     MOVE 16  TO RETURN-CODE.
048900     MOVE 'Y' TO WS-ABEND-SW.
049000 1900-INIT-FAILED-EXIT.
049100     EXIT.
049200 
049300*****************************************************************
049400* 2000-LOAD-REFERENCE - FLAG EVERY ARCHIVED EMPLOYEE ID FROM
049500* EMPARCHV AND TYPE THE WEEK'S DAYS FROM BUSCAL. EITHER ONE
049600* MISSING FAILS THE STEP -- A REVIEW WITHOUT THEM WOULD PASS
049700* ARCHIVED LOOKUPS AND HOLIDAY ACCESS IT CANNOT VOUCH FOR.
049800*****************************************************************
049900 2000-LOAD-REFERENCE.
050000     MOVE ALL 'N' TO WS-ARCH-TABLE.
050100     OPEN INPUT EMPARCHV-FILE.
050200     IF WS-ARCHV-STATUS NOT = '00'
050300         DISPLAY 'ACCREVW - ERROR OPENING EMPARCHV, STATUS '
050400                 WS-ARCHV-STATUS ', ABENDING'
050500         MOVE 'OPEN EMPARCHV'     TO AL-OPERATION
050600         MOVE 'OPEN FAILED'       TO AL-MESSAGE
050700         PERFORM 1900-INIT-FAILED
050800             THRU 1900-INIT-FAILED-EXIT
050900         GO TO 2000-LOAD-REFERENCE-EXIT
051000     END-IF.
051100     PERFORM 2100-LOAD-ARCHIVE-ENTRY
051200         THRU 2100-LOAD-ARCHIVE-ENTRY-EXIT
051300         UNTIL WS-ARCHV-EOF.
051400     CLOSE EMPARCHV-FILE.
051500 
051600     OPEN INPUT BUSCAL-FILE.
051700     IF WS-BUSCAL-STATUS NOT = '00'
051800         DISPLAY 'ACCREVW - ERROR OPENING BUSCAL, STATUS '
051900                 WS-BUSCAL-STATUS ', ABENDING'
052000         MOVE 'OPEN BUSCAL'       TO AL-OPERATION
052100         MOVE 'OPEN FAILED'       TO AL-MESSAGE
052200         PERFORM 1900-INIT-FAILED
052300             THRU 1900-INIT-FAILED-EXIT
052400         GO TO 2000-LOAD-REFERENCE-EXIT
052500     END-IF.
052600     PERFORM 2200-APPLY-CALENDAR-DAY
052700         THRU 2200-APPLY-CALENDAR-DAY-EXIT
052800         UNTIL WS-BUSCAL-EOF.
052900     CLOSE BUSCAL-FILE.
053000     DISPLAY 'ACCREVW - ' WS-ARCH-LOADED-COUNT
053100             ' ARCHIVED EMPLOYEES LOADED'.
053200 2000-LOAD-REFERENCE-EXIT.
053300     EXIT.
053400 
053500 2100-LOAD-ARCHIVE-ENTRY.
053600     READ EMPARCHV-FILE
053700         AT END
053800             MOVE 'Y' TO WS-ARCHV-EOF-SW
053900             GO TO 2100-LOAD-ARCHIVE-ENTRY-EXIT
054000     END-READ.
054100     IF AR-EMPL-ID NOT NUMERIC OR AR-EMPL-ID = '00000'
054200         GO TO 2100-LOAD-ARCHIVE-ENTRY-EXIT
054300     END-IF.
054400     MOVE AR-EMPL-ID TO WS-ARCH-ID.
054500     MOVE 'Y' TO WS-ARCH-FLAG (WS-ARCH-ID).
054600     ADD 1 TO WS-ARCH-LOADED-COUNT.
054700 2100-LOAD-ARCHIVE-ENTRY-EXIT.
054800     EXIT.
054900 
055000*****************************************************************
055100* 2200-APPLY-CALENDAR-DAY - READ ONE BUSCAL RECORD AND, WHEN ITS
055200* DATE IS IN THE WEEK, TAKE ITS DAY TYPE OVER THE WEEKDAY RULE.
055300*****************************************************************
055400 2200-APPLY-CALENDAR-DAY.
055500     READ BUSCAL-FILE
055600         AT END
055700             MOVE 'Y' TO WS-BUSCAL-EOF-SW
055800             GO TO 2200-APPLY-CALENDAR-DAY-EXIT
055900     END-READ.
056000     MOVE CL-DATE TO WS-STEP-DATE.
056100     PERFORM 2210-MATCH-WEEK-DAY
056200         THRU 2210-MATCH-WEEK-DAY-EXIT
056300         VARYING WS-WEEK-IDX FROM 1 BY 1
056400         UNTIL WS-WEEK-IDX > 7.
056500 2200-APPLY-CALENDAR-DAY-EXIT.
056600     EXIT.
056700 
056800 2210-MATCH-WEEK-DAY.
056900     IF WS-WK-DATE (WS-WEEK-IDX) = WS-STEP-DATE-X
057000         MOVE CL-DAY-TYPE TO WS-WK-DAY-TYPE (WS-WEEK-IDX)
057100     END-IF.
057200 2210-MATCH-WEEK-DAY-EXIT.
057300     EXIT.
057400 
057500*****************************************************************
057600* 3000-REVIEW-LOOKUPS - SECTION ONE, FIRST PASS OF INQACC. A
057700* LOOKUP IN THE WEEK OF AN EMPLOYEE WHO WAS TERMINATED AT THE
057800* TIME, OR WHO WAS NOT ON FILE AND IS ON THE ARCHIVE, IS
057900* LISTED; AN ID NOT ON FILE AND NOT ARCHIVED IS ONLY COUNTED.
058000* THE SAME PASS TALLIES EACH USER'S LOOKUPS AND DEPARTMENTS
058100* FOR SECTION THREE.
058200*****************************************************************
058300 3000-REVIEW-LOOKUPS.
058400     MOVE SPACES TO ACCRPT-RECORD.
058500     WRITE ACCRPT-RECORD.
058600     MOVE SPACES TO ACCRPT-RECORD.
058700     MOVE 'LOOKUPS OF TERMINATED OR ARCHIVED EMPLOYEES'
058800         TO XS-SECTION-TEXT.
058900     WRITE ACCRPT-RECORD.
059000     PERFORM 7200-PRINT-ACCESS-HEADING
059100         THRU 7200-PRINT-ACCESS-HEADING-EXIT.
059200     MOVE ZERO TO WS-SECTION-COUNT.
059300     PERFORM 3900-OPEN-INQACC
059400         THRU 3900-OPEN-INQACC-EXIT.
059500     IF WS-ABEND-REQUESTED
059600         GO TO 3000-REVIEW-LOOKUPS-EXIT
059700     END-IF.
059800     PERFORM 3100-CHECK-LOOKUP
059900         THRU 3100-CHECK-LOOKUP-EXIT
060000         UNTIL WS-INQACC-EOF OR WS-ABEND-REQUESTED.
060100     CLOSE INQACC-FILE.
060200     IF WS-SECTION-COUNT = ZERO
060300         PERFORM 7100-PRINT-NONE
060400             THRU 7100-PRINT-NONE-EXIT
060500     END-IF.
060600 3000-REVIEW-LOOKUPS-EXIT.
060700     EXIT.
060800 
060900 3100-CHECK-LOOKUP.
061000     PERFORM 3800-READ-WEEK-RECORD
061100         THRU 3800-READ-WEEK-RECORD-EXIT.
061200     IF NOT WS-IN-WEEK
061300         GO TO 3100-CHECK-LOOKUP-EXIT
061400     END-IF.
061500     ADD 1 TO WS-WEEK-COUNT.
061600     EVALUATE TRUE
061700         WHEN IA-INQ-EMPLOYEE
061800             ADD 1 TO WS-EMP-LOOKUP-COUNT
061900         WHEN IA-INQ-DEPARTMENT
062000             ADD 1 TO WS-DEPT-PAGE-COUNT
062100         WHEN IA-INQ-ORDERS
062200             ADD 1 TO WS-ORDER-INQ-COUNT
062300     END-EVALUATE.
062400     PERFORM 3200-TALLY-USER
062500         THRU 3200-TALLY-USER-EXIT.
062600     IF WS-ABEND-REQUESTED
062700         GO TO 3100-CHECK-LOOKUP-EXIT
062800     END-IF.
062900     IF IA-EMPL-TERMINATED
063000         ADD 1 TO WS-TERM-COUNT
063100         MOVE 'TERMINATED EMPLOYEE' TO WS-FINDING-TEXT
063200         PERFORM 7000-PRINT-ACCESS
063300             THRU 7000-PRINT-ACCESS-EXIT
063400         GO TO 3100-CHECK-LOOKUP-EXIT
063500     END-IF.
063600     IF NOT IA-EMPL-NOT-ON-FILE
063700         GO TO 3100-CHECK-LOOKUP-EXIT
063800     END-IF.
063900     IF IA-EMPL-ID NUMERIC AND IA-EMPL-ID NOT = '00000'
064000         MOVE IA-EMPL-ID TO WS-ARCH-ID
064100         IF WS-ARCH-FLAG (WS-ARCH-ID) = 'Y'
064200             ADD 1 TO WS-ARCHIVED-COUNT
064300             MOVE 'ARCHIVED EMPLOYEE' TO WS-FINDING-TEXT
064400             PERFORM 7000-PRINT-ACCESS
064500                 THRU 7000-PRINT-ACCESS-EXIT
064600             GO TO 3100-CHECK-LOOKUP-EXIT
064700         END-IF
064800     END-IF.
064900     ADD 1 TO WS-UNKNOWN-ID-COUNT.
065000 3100-CHECK-LOOKUP-EXIT.
065100     EXIT.
065200 
065300*****************************************************************
065400* 3200-TALLY-USER - COUNT THE LOOKUP AGAINST ITS USER AND, WHEN
065500* IT NAMES A DEPARTMENT THE USER HAS NOT TOUCHED YET THIS WEEK,
065600* RECORD THE PAIR AND COUNT THE DEPARTMENT.
065700*****************************************************************
065800 3200-TALLY-USER.
065900     MOVE 'N' TO WS-FIND-SW.
066000     PERFORM 3210-CHECK-USER
066100         THRU 3210-CHECK-USER-EXIT
066200         VARYING WS-USER-SCAN-IDX FROM 1 BY 1
066300         UNTIL WS-USER-SCAN-IDX > WS-USER-COUNT
066400            OR WS-FIND-FOUND.
066500     IF NOT WS-FIND-FOUND
066600         IF WS-USER-COUNT NOT < WS-USER-CAPACITY
066700             DISPLAY 'ACCREVW - MORE THAN ' WS-USER-CAPACITY
066800                     ' USERS IN THE WEEK, ABENDING'
066900             MOVE 'TALLY USERS'       TO AL-OPERATION
067000             MOVE 'USER TABLE FULL'   TO AL-MESSAGE
067100             PERFORM 1900-INIT-FAILED
067200                 THRU 1900-INIT-FAILED-EXIT
067300             GO TO 3200-TALLY-USER-EXIT
067400         END-IF
067500         ADD 1 TO WS-USER-COUNT
067600         MOVE WS-USER-COUNT TO WS-USER-IDX
067700         MOVE IA-USER-ID    TO WS-TU-USER-ID (WS-USER-IDX)
067800         MOVE ZERO          TO WS-TU-LOOKUPS (WS-USER-IDX)
067900         MOVE ZERO          TO WS-TU-DEPTS (WS-USER-IDX)
068000     END-IF.
068100     ADD 1 TO WS-TU-LOOKUPS (WS-USER-IDX).
068200     IF IA-EMPL-DEPT = SPACES
068300         GO TO 3200-TALLY-USER-EXIT
068400     END-IF.
068500     MOVE 'N' TO WS-FIND-SW.
068600     PERFORM 3220-CHECK-PAIR
068700         THRU 3220-CHECK-PAIR-EXIT
068800         VARYING WS-PAIR-IDX FROM 1 BY 1
068900         UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
069000            OR WS-FIND-FOUND.
069100     IF WS-FIND-FOUND
069200         GO TO 3200-TALLY-USER-EXIT
069300     END-IF.
069400     IF WS-PAIR-COUNT NOT < WS-PAIR-CAPACITY
069500         DISPLAY 'ACCREVW - MORE THAN ' WS-PAIR-CAPACITY
069600                 ' USER/DEPARTMENT PAIRS IN THE WEEK, ABENDING'
069700         MOVE 'TALLY DEPARTMENTS'  TO AL-OPERATION
069800         MOVE 'PAIR TABLE FULL'    TO AL-MESSAGE
069900         PERFORM 1900-INIT-FAILED
070000             THRU 1900-INIT-FAILED-EXIT
070100         GO TO 3200-TALLY-USER-EXIT
070200     END-IF.
070300     ADD 1 TO WS-PAIR-COUNT.
070400     MOVE WS-USER-IDX  TO WS-TP-USER-IDX (WS-PAIR-COUNT).
070500     MOVE IA-EMPL-DEPT TO WS-TP-DEPT (WS-PAIR-COUNT).
070600     ADD 1 TO WS-TU-DEPTS (WS-USER-IDX).
070700 3200-TALLY-USER-EXIT.
070800     EXIT.
070900 
071000 3210-CHECK-USER.
071100     IF WS-TU-USER-ID (WS-USER-SCAN-IDX) = IA-USER-ID
071200         MOVE 'Y' TO WS-FIND-SW
071300         MOVE WS-USER-SCAN-IDX TO WS-USER-IDX
071400     END-IF.
071500 3210-CHECK-USER-EXIT.
071600     EXIT.
071700 
071800 3220-CHECK-PAIR.
071900     IF WS-TP-USER-IDX (WS-PAIR-IDX) = WS-USER-IDX
072000             AND WS-TP-DEPT (WS-PAIR-IDX) = IA-EMPL-DEPT
072100         MOVE 'Y' TO WS-FIND-SW
072200     END-IF.
072300 3220-CHECK-PAIR-EXIT.
072400     EXIT.
072500 
072600*****************************************************************
072700* 3800-READ-WEEK-RECORD - READ THE NEXT INQACC RECORD AND SAY
072800* WHETHER ITS ACCESS DATE FALLS IN THE WEEK.
072900*****************************************************************
073000 3800-READ-WEEK-RECORD.
073100     MOVE 'N' TO WS-IN-WEEK-SW.
073200     READ INQACC-FILE
073300         AT END
073400             MOVE 'Y' TO WS-INQACC-EOF-SW
073500             GO TO 3800-READ-WEEK-RECORD-EXIT
073600     END-READ.
073700     ADD 1 TO WS-ACC-READ-COUNT.
073800     IF IA-ACCESS-DATE < WS-WEEK-START
073900             OR IA-ACCESS-DATE > WS-WEEK-END
074000         GO TO 3800-READ-WEEK-RECORD-EXIT
074100     END-IF.
074200     MOVE 'Y' TO WS-IN-WEEK-SW.
074300 3800-READ-WEEK-RECORD-EXIT.
074400     EXIT.
074500 
074600*****************************************************************
074700* 3900-OPEN-INQACC - OPEN THE ACCESS TRAIL FOR A PASS. AN
074800* UNOPENABLE TRAIL FAILS THE STEP.
074900*****************************************************************
075000 3900-OPEN-INQACC.
075100     MOVE 'N' TO WS-INQACC-EOF-SW.
075200     OPEN INPUT INQACC-FILE.
075300     IF WS-INQACC-STATUS NOT = '00'
075400         DISPLAY 'ACCREVW - ERROR OPENING INQACC, STATUS '
075500                 WS-INQACC-STATUS ', ABENDING'
075600         MOVE 'OPEN INQACC'       TO AL-OPERATION
075700         MOVE 'OPEN FAILED'       TO AL-MESSAGE
075800         PERFORM 1900-INIT-FAILED
075900             THRU 1900-INIT-FAILED-EXIT
076000     END-IF.
076100 3900-OPEN-INQACC-EXIT.
076200     EXIT.
076300 
076400*****************************************************************
076500* 4000-REVIEW-HOURS - SECTION TWO, SECOND PASS OF INQACC. A
076600* LOOKUP IN THE WEEK ON A WEEKEND OR BANK HOLIDAY, OR BEFORE THE
076700* BUSINESS DAY STARTS OR FROM THE TIME IT ENDS, IS LISTED.
076800*****************************************************************
076900 4000-REVIEW-HOURS.
077000     MOVE SPACES TO ACCRPT-RECORD.
077100     WRITE ACCRPT-RECORD.
077200     MOVE SPACES TO ACCRPT-RECORD.
077300     MOVE 'ACCESS OUTSIDE BUSINESS HOURS' TO XS-SECTION-TEXT.
077400     WRITE ACCRPT-RECORD.
077500     PERFORM 7200-PRINT-ACCESS-HEADING
077600         THRU 7200-PRINT-ACCESS-HEADING-EXIT.
077700     MOVE ZERO TO WS-SECTION-COUNT.
077800     PERFORM 3900-OPEN-INQACC
077900         THRU 3900-OPEN-INQACC-EXIT.
078000     IF WS-ABEND-REQUESTED
078100         GO TO 4000-REVIEW-HOURS-EXIT
078200     END-IF.
078300     PERFORM 4100-CHECK-ACCESS-TIME
078400         THRU 4100-CHECK-ACCESS-TIME-EXIT
078500         UNTIL WS-INQACC-EOF.
078600     CLOSE INQACC-FILE.
078700     IF WS-SECTION-COUNT = ZERO
078800         PERFORM 7100-PRINT-NONE
078900             THRU 7100-PRINT-NONE-EXIT
079000     END-IF.
079100 4000-REVIEW-HOURS-EXIT.
079200     EXIT.
079300 
079400 4100-CHECK-ACCESS-TIME.
079500     PERFORM 3800-READ-WEEK-RECORD
079600         THRU 3800-READ-WEEK-RECORD-EXIT.
079700     IF NOT WS-IN-WEEK
079800         GO TO 4100-CHECK-ACCESS-TIME-EXIT
079900     END-IF.
080000     MOVE 'B' TO WS-DAY-TYPE.
080100     PERFORM 4110-FIND-DAY-TYPE
080200         THRU 4110-FIND-DAY-TYPE-EXIT
080300         VARYING WS-WEEK-IDX FROM 1 BY 1
080400         UNTIL WS-WEEK-IDX > 7.
080500     MOVE IA-ACCESS-TIME (1:4) TO WS-ACCESS-HHMM-X.
080600     EVALUATE TRUE
080700         WHEN WS-DAY-WEEKEND
080800             MOVE 'WEEKEND'            TO WS-FINDING-TEXT
080900         WHEN WS-DAY-HOLIDAY
081000             MOVE 'BANK HOLIDAY'       TO WS-FINDING-TEXT
081100         WHEN WS-ACCESS-HHMM-X NOT NUMERIC
081200             GO TO 4100-CHECK-ACCESS-TIME-EXIT
081300         WHEN WS-ACCESS-HHMM < WS-HOUR-FROM
081400             MOVE 'BEFORE BUSINESS HOURS' TO WS-FINDING-TEXT
081500         WHEN WS-ACCESS-HHMM NOT < WS-HOUR-TO
081600             MOVE 'AFTER BUSINESS HOURS'  TO WS-FINDING-TEXT
081700         WHEN OTHER
081800             GO TO 4100-CHECK-ACCESS-TIME-EXIT
081900     END-EVALUATE.
082000     ADD 1 TO WS-AFTER-HOURS-COUNT.
082100     PERFORM 7000-PRINT-ACCESS
082200         THRU 7000-PRINT-ACCESS-EXIT.
082300 4100-CHECK-ACCESS-TIME-EXIT.
082400     EXIT.
082500 
082600 4110-FIND-DAY-TYPE.
082700     IF WS-WK-DATE (WS-WEEK-IDX) = IA-ACCESS-DATE
082800         MOVE WS-WK-DAY-TYPE (WS-WEEK-IDX) TO WS-DAY-TYPE
082900     END-IF.
083000 4110-FIND-DAY-TYPE-EXIT.
083100     EXIT.
083200 
083300*****************************************************************
083400* 5000-REVIEW-DEPARTMENTS - SECTION THREE. EVERY USER WHO
083500* TOUCHED MORE DEPARTMENTS IN THE WEEK THAN THE LIMIT --
083600* PAGING A DEPARTMENT OR LOOKING UP ONE OF ITS EMPLOYEES -- IS
083700* LISTED WITH THE COUNT AND THEIR LOOKUPS FOR THE WEEK.
083800*****************************************************************
083900 5000-REVIEW-DEPARTMENTS.
084000     MOVE SPACES TO ACCRPT-RECORD.
084100     WRITE ACCRPT-RECORD.
084200     MOVE SPACES TO ACCRPT-RECORD.
084300     MOVE 'USERS BROWSING MANY DEPARTMENTS' TO XS-SECTION-TEXT.
084400     WRITE ACCRPT-RECORD.
084500     MOVE SPACES       TO ACCRPT-RECORD.
084600     MOVE 'USER ID'    TO XU-USER-HDG.
084700     MOVE 'DEPTS'      TO XU-DEPTS-HDG.
084800     MOVE 'LOOKUPS'    TO XU-LOOKUPS-HDG.
084900     MOVE 'FINDING'    TO XU-FINDING-HDG.
085000     WRITE ACCRPT-RECORD.
085100     MOVE 'OVER THE DEPARTMENT LIMIT' TO WS-FINDING-TEXT.
085200     PERFORM 5100-CHECK-USER-DEPTS
085300         THRU 5100-CHECK-USER-DEPTS-EXIT
085400         VARYING WS-USER-IDX FROM 1 BY 1
085500         UNTIL WS-USER-IDX > WS-USER-COUNT.
085600     IF WS-MANY-DEPTS-COUNT = ZERO
085700         PERFORM 7100-PRINT-NONE
085800             THRU 7100-PRINT-NONE-EXIT
085900     END-IF.
086000 5000-REVIEW-DEPARTMENTS-EXIT.
086100     EXIT.
086200 
086300 5100-CHECK-USER-DEPTS.
086400     IF WS-TU-DEPTS (WS-USER-IDX) NOT > WS-MAX-DEPTS
086500         GO TO 5100-CHECK-USER-DEPTS-EXIT
086600     END-IF.
086700     ADD 1 TO WS-MANY-DEPTS-COUNT.
086800     MOVE SPACES                     TO ACCRPT-RECORD.
086900     MOVE WS-TU-USER-ID (WS-USER-IDX) TO XV-USER.
087000     MOVE WS-TU-DEPTS (WS-USER-IDX)   TO XV-DEPT-COUNT.
087100     MOVE WS-TU-LOOKUPS (WS-USER-IDX) TO XV-LOOKUP-COUNT.
087200     MOVE WS-FINDING-TEXT             TO XV-FINDING.
087300     WRITE ACCRPT-RECORD.
087400 5100-CHECK-USER-DEPTS-EXIT.
087500     EXIT.
087600 
087700*****************************************************************
087800* 6000-FINALIZE - PRINT THE COUNTS AND LOG THE OUTCOME. ANY
087900* FINDING ENDS THE STEP RC 4 WITH A WARNING AUDIT EVENT FOR
088000* PRIVACY; A CLEAN WEEK ENDS RC 0.
088100*****************************************************************
088200 6000-FINALIZE.
088300     COMPUTE WS-FINDING-COUNT = WS-TERM-COUNT
088400         + WS-ARCHIVED-COUNT + WS-AFTER-HOURS-COUNT
088500         + WS-MANY-DEPTS-COUNT.
088600     MOVE SPACES TO ACCRPT-RECORD.
088700     WRITE ACCRPT-RECORD.
088800     MOVE 'ACCESS RECORDS IN THE WEEK'
088900         TO WS-CNT-LABEL.
089000     MOVE WS-WEEK-COUNT TO WS-CNT-VALUE.
089100     PERFORM 7300-PRINT-COUNT
089200         THRU 7300-PRINT-COUNT-EXIT.
089300     MOVE '  EMPLOYEE LOOKUPS'
089400         TO WS-CNT-LABEL.
089500     MOVE WS-EMP-LOOKUP-COUNT TO WS-CNT-VALUE.
089600     PERFORM 7300-PRINT-COUNT
089700         THRU 7300-PRINT-COUNT-EXIT.
089800     MOVE '  DEPARTMENT PAGES'
089900         TO WS-CNT-LABEL.
090000     MOVE WS-DEPT-PAGE-COUNT TO WS-CNT-VALUE.
090100     PERFORM 7300-PRINT-COUNT
090200         THRU 7300-PRINT-COUNT-EXIT.
090300     MOVE '  EMPLOYEE ORDER INQUIRIES'
090400         TO WS-CNT-LABEL.
090500     MOVE WS-ORDER-INQ-COUNT TO WS-CNT-VALUE.
090600     PERFORM 7300-PRINT-COUNT
090700         THRU 7300-PRINT-COUNT-EXIT.
090800     MOVE 'USERS IN THE WEEK'
090900         TO WS-CNT-LABEL.
091000     MOVE WS-USER-COUNT TO WS-CNT-VALUE.
091100     PERFORM 7300-PRINT-COUNT
091200         THRU 7300-PRINT-COUNT-EXIT.
091300     MOVE 'LOOKUPS OF TERMINATED EMPLOYEES'
091400         TO WS-CNT-LABEL.
091500     MOVE WS-TERM-COUNT TO WS-CNT-VALUE.
091600     PERFORM 7300-PRINT-COUNT
091700         THRU 7300-PRINT-COUNT-EXIT.
091800     MOVE 'LOOKUPS OF ARCHIVED EMPLOYEES'
091900         TO WS-CNT-LABEL.
092000     MOVE WS-ARCHIVED-COUNT TO WS-CNT-VALUE.
092100     PERFORM 7300-PRINT-COUNT
092200         THRU 7300-PRINT-COUNT-EXIT.
092300     MOVE 'LOOKUPS OF IDS NOT ON FILE OR ARCHIVE (NOT LISTED)'
092400         TO WS-CNT-LABEL.
092500     MOVE WS-UNKNOWN-ID-COUNT TO WS-CNT-VALUE.
092600     PERFORM 7300-PRINT-COUNT
092700         THRU 7300-PRINT-COUNT-EXIT.
092800     MOVE 'ACCESS OUTSIDE BUSINESS HOURS'
092900         TO WS-CNT-LABEL.
093000     MOVE WS-AFTER-HOURS-COUNT TO WS-CNT-VALUE.
093100     PERFORM 7300-PRINT-COUNT
093200         THRU 7300-PRINT-COUNT-EXIT.
093300     MOVE 'DEPARTMENT LIMIT (PARMFILE ACCREVW MAXDEPTS)'
093400         TO WS-CNT-LABEL.
093500     MOVE WS-MAX-DEPTS TO WS-CNT-VALUE.
093600     PERFORM 7300-PRINT-COUNT
093700         THRU 7300-PRINT-COUNT-EXIT.
093800     MOVE 'USERS OVER THE DEPARTMENT LIMIT'
093900         TO WS-CNT-LABEL.
094000     MOVE WS-MANY-DEPTS-COUNT TO WS-CNT-VALUE.
094100     PERFORM 7300-PRINT-COUNT
094200         THRU 7300-PRINT-COUNT-EXIT.
094300     DISPLAY 'ACCREVW - ' WS-WEEK-COUNT
094400             ' ACCESS RECORDS REVIEWED, ' WS-FINDING-COUNT
094500             ' FINDINGS'.
094600     MOVE 'INQUIRY ACCESS REVIEW' TO AL-OPERATION.
094700     MOVE ZERO                    TO AL-SQLCODE.
094800     IF WS-FINDING-COUNT = ZERO
094900         MOVE 'NO FINDINGS'       TO AL-MESSAGE
095000         MOVE ZERO TO RETURN-CODE
095100     ELSE
095200         MOVE 'ACCESS FINDINGS'   TO AL-MESSAGE
095300         MOVE 'W' TO AL-SEVERITY
095400         MOVE 4 TO RETURN-CODE
095500     END-IF.
095600     PERFORM WRITE-AUDIT-LOG
095700         THRU WRITE-AUDIT-LOG-EXIT.
095800 6000-FINALIZE-EXIT.
095900     EXIT.
096000 
096100*****************************************************************
096200* 7000-PRINT-ACCESS - PRINT THE CURRENT INQACC RECORD WITH THE
096300* FINDING IN WS-FINDING-TEXT.
096400*****************************************************************
096500 7000-PRINT-ACCESS.
096600     ADD 1 TO WS-SECTION-COUNT.
096700     MOVE SPACES          TO ACCRPT-RECORD.
096800     MOVE IA-ACCESS-DATE  TO XD-DATE.
096900     MOVE IA-ACCESS-TIME  TO XD-TIME.
097000     MOVE IA-USER-ID      TO XD-USER.
097100     MOVE IA-JOB-NAME     TO XD-JOB.
097200     MOVE IA-PROGRAM      TO XD-PROGRAM.
097300     MOVE IA-INQ-TYPE     TO XD-TYPE.
097400     MOVE IA-EMPL-ID      TO XD-EMPL-ID.
097500     MOVE IA-EMPL-DEPT    TO XD-DEPT.
097600     MOVE IA-EMPL-STATUS  TO XD-STATUS.
097700     MOVE WS-FINDING-TEXT TO XD-FINDING.
097800     WRITE ACCRPT-RECORD.
097900 7000-PRINT-ACCESS-EXIT.
098000     EXIT.
098100 
098200 7100-PRINT-NONE.
098300     MOVE SPACES TO ACCRPT-RECORD.
098400     MOVE '  NONE' TO XS-SECTION-TEXT.
098500     WRITE ACCRPT-RECORD.
098600 7100-PRINT-NONE-EXIT.
098700     EXIT.
098800 
098900 7200-PRINT-ACCESS-HEADING.
099000     MOVE SPACES      TO ACCRPT-RECORD.
099100     MOVE 'DATE'      TO XK-DATE-HDG.
099200     MOVE 'TIME'      TO XK-TIME-HDG.
099300     MOVE 'USER ID'   TO XK-USER-HDG.
099400     MOVE 'JOB/TERM'  TO XK-JOB-HDG.
099500     MOVE 'PROGRAM'   TO XK-PROGRAM-HDG.
099600     MOVE 'TYP'       TO XK-TYPE-HDG.
099700     MOVE 'EMPL'      TO XK-EMPL-HDG.
099800     MOVE 'DEPT'      TO XK-DEPT-HDG.
099900     MOVE 'ST'        TO XK-STATUS-HDG.
100000     MOVE 'FINDING'   TO XK-FINDING-HDG.
100100     WRITE ACCRPT-RECORD.
100200 7200-PRINT-ACCESS-HEADING-EXIT.
100300     EXIT.
100400 
100500 7300-PRINT-COUNT.
100600     MOVE SPACES       TO ACCRPT-RECORD.
100700     MOVE WS-CNT-LABEL TO XN-LABEL.
100800     MOVE WS-CNT-VALUE TO XN-COUNT.
100900     WRITE ACCRPT-RECORD.
101000 7300-PRINT-COUNT-EXIT.
101100     EXIT.
101200 
101300*****************************************************************
101400* 8100-DATE-TO-DAY-NUMBER - TURN WS-DN-DATE (YYYY-MM-DD) INTO A
101500* SERIAL DAY COUNT. STANDARD GREGORIAN DAY-COUNT ARITHMETIC:
101600* MONTHS ARE SHIFTED SO THE YEAR STARTS IN MARCH, PUTTING THE
101700* LEAP DAY AT THE END, AND THE CONSTANT IS CHOSEN TO KEEP THE
101800* RESULT POSITIVE. AN UNPARSEABLE DATE LEAVES WS-DN-VALID OFF.
101900*****************************************************************
102000 8100-DATE-TO-DAY-NUMBER.
102100     MOVE 'N'  TO WS-DN-VALID-SW.
102200     MOVE ZERO TO WS-DN-DAY-NUMBER.
102300     IF WS-DN-YYYY NOT NUMERIC
102400             OR WS-DN-MM NOT NUMERIC
102500             OR WS-DN-DD NOT NUMERIC
102600             OR WS-DN-SEP1 NOT = '-'
102700             OR WS-DN-SEP2 NOT = '-'
102800         GO TO 8100-DATE-TO-DAY-NUMBER-EXIT
102900     END-IF.
103000     MOVE WS-DN-YYYY TO WS-DN-YR.
103100     MOVE WS-DN-MM   TO WS-DN-MO.
103200     MOVE WS-DN-DD   TO WS-DN-DA.
103300     IF WS-DN-MO < 1 OR WS-DN-MO > 12
103400             OR WS-DN-DA < 1 OR WS-DN-DA > 31
103500         GO TO 8100-DATE-TO-DAY-NUMBER-EXIT
103600     END-IF.
103700     IF WS-DN-MO <= 2
103800         SUBTRACT 1 FROM WS-DN-YR
103900         ADD 12 TO WS-DN-MO
104000     END-IF.
104100     COMPUTE WS-DN-TERM-YEARS   = 365 * WS-DN-YR.
104200     COMPUTE WS-DN-TERM-LEAP4   = WS-DN-YR / 4.
104300     COMPUTE WS-DN-TERM-LEAP100 = WS-DN-YR / 100.
104400     COMPUTE WS-DN-TERM-LEAP400 = WS-DN-YR / 400.
104500     COMPUTE WS-DN-TERM-MONTHS  = (153 * (WS-DN-MO + 1)) / 5.
104600     COMPUTE WS-DN-DAY-NUMBER =
104700             WS-DN-TERM-YEARS + WS-DN-TERM-LEAP4
104800             - WS-DN-TERM-LEAP100 + WS-DN-TERM-LEAP400
104900             + WS-DN-TERM-MONTHS + WS-DN-DA - 693000.
105000     MOVE 'Y' TO WS-DN-VALID-SW.
105100 8100-DATE-TO-DAY-NUMBER-EXIT.
105200     EXIT.
105300 
105400*****************************************************************
105500* WRITE-AUDIT-LOG - SHARED AUDIT LOG WRITE, COPIED FROM
105600* AUDLOG.CPY. SEE THE COPYBOOK FOR DETAILS.
105700*****************************************************************
105800     COPY AUDLOG.
