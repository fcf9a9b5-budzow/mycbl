000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SODREVW.
000300 AUTHOR.        D BUDZOWSKI.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* MODIFICATION HISTORY
000900* DATE       INIT DESCRIPTION
001000* ---------- ---- ------------------------------------------
001100* 2026-10-15 DB   INITIAL VERSION - SEGREGATION-OF-DUTIES AND
001200*                 SELF-CHANGE REVIEW FOR INTERNAL AUDIT. CROSS-
001300*                 CHECKS THE AUTHFILE OPERATOR AUTHORIZATION
001400*                 REFERENCE AGAINST THE EMPHIST CHANGE HISTORY
001500*                 FOR THE REVIEW PERIOD (PARM YYYYMM ENDING
001600*                 MONTH, ZEROS FOR THE LAST CLOSED MONTH, AND
001700*                 AN OPTIONAL TWO-DIGIT MONTH COUNT, DEFAULT 01,
001800*                 03 FOR THE QUARTERLY REVIEW). PRINTS THREE
001900*                 SECTIONS ON SODRPT: AUTHFILE USERS HOLDING A
002000*                 CONFLICTING PAIR OF FUNCTIONS (MAINTENANCE
002100*                 PLUS PURGE, KEYING PLUS APPROVAL); CHANGES AN
002200*                 OPERATOR MADE TO THEIR OWN EMPLOYEE RECORD OR
002300*                 TO THE RECORD OF SOMEONE ABOVE THEM ON THE
002400*                 SUPVREL REPORTING CHAIN, THE OPERATOR'S
002500*                 EMPLOYEE ID COMING FROM THE NEW OPRXREF
002600*                 OPERATOR CROSS-REFERENCE (OPRXREF.CPY); AND
002700*                 CHANGES BY AN AUTHORIZATION-CONTROLLED PROGRAM
002800*                 UNDER A USER ID NO LONGER ON AUTHFILE, OR NO
002900*                 LONGER HOLDING THAT PROGRAM'S FUNCTION. ENDS
003000*                 RC 4 WITH A WARNING AUDIT EVENT WHEN ANYTHING
003100*                 IS LISTED.
003200*****************************************************************
003300 
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT AUTH-FILE ASSIGN TO AUTHFILE
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-AUTH-STATUS.
004000     SELECT OPRXREF-FILE ASSIGN TO OPRXREF
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-OPRX-STATUS.
004300     SELECT EMPHIST-FILE ASSIGN TO EMPHIST
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-EMPHIST-STATUS.
004600     SELECT SUPVREL-FILE ASSIGN TO SUPVREL
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS SV-EMPL-ID
005000         FILE STATUS IS WS-SUPVREL-STATUS.
005100     SELECT SODRPT-FILE ASSIGN TO SODRPT
005200         ORGANIZATION IS SEQUENTIAL.
005300     SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-AUDIT-STATUS.
005600 
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  AUTH-FILE
006000     RECORDING MODE IS F
006100     RECORD CONTAINS 80 CHARACTERS
006200     LABEL RECORDS ARE STANDARD.
006300     COPY AUTHREC.
006400 
006500 FD  OPRXREF-FILE
006600     RECORDING MODE IS F
006700     RECORD CONTAINS 80 CHARACTERS
006800     LABEL RECORDS ARE STANDARD.
006900     COPY OPRXREF.
007000 
007100 FD  EMPHIST-FILE
007200     RECORDING MODE IS F
007300     RECORD CONTAINS 150 CHARACTERS
007400     LABEL RECORDS ARE STANDARD.
007500     COPY HISTREC.
007600 
007700 FD  SUPVREL-FILE
007800     RECORD CONTAINS 80 CHARACTERS
007900     LABEL RECORDS ARE STANDARD.
008000     COPY SUPVREC.
008100 
008200 FD  SODRPT-FILE
008300     RECORDING MODE IS F
008400     RECORD CONTAINS 132 CHARACTERS
008500     LABEL RECORDS ARE STANDARD.
008600     COPY SODRPT.
008700 
008800 FD  AUDIT-LOG-FILE
008900     RECORDING MODE IS F
009000     RECORD CONTAINS 80 CHARACTERS
009100     LABEL RECORDS ARE STANDARD.
009200     COPY AUDREC.
009300 
009400 WORKING-STORAGE SECTION.
009500 01  WS-ABEND-SW                  PIC X(01)  VALUE 'N'.
009600     88  WS-ABEND-REQUESTED                  VALUE 'Y'.
009700 01  WS-AUDIT-STATUS              PIC X(02).
009800 01  WS-AUTH-STATUS               PIC X(02).
009900 01  WS-AUTH-EOF-SW               PIC X(01)  VALUE 'N'.
010000     88  WS-AUTH-EOF                         VALUE 'Y'.
010100 01  WS-OPRX-STATUS               PIC X(02).
010200 01  WS-OPRX-EOF-SW               PIC X(01)  VALUE 'N'.
010300     88  WS-OPRX-EOF                         VALUE 'Y'.
010400 01  WS-EMPHIST-STATUS            PIC X(02).
010500 01  WS-EMPHIST-EOF-SW            PIC X(01)  VALUE 'N'.
010600     88  WS-EMPHIST-EOF                      VALUE 'Y'.
010700 01  WS-SUPVREL-STATUS            PIC X(02).
010800 01  WS-SUPVREL-OPEN-SW           PIC X(01)  VALUE 'N'.
010900     88  WS-SUPVREL-OPEN                     VALUE 'Y'.
011000 01  WS-IN-PERIOD-SW              PIC X(01)  VALUE 'N'.
011100     88  WS-IN-PERIOD                        VALUE 'Y'.
011200 
011300*    THE REVIEW PERIOD. THE ENDING MONTH (PARM YYYYMM, ZEROS OR
011400*    NO PARM FOR THE MONTH BEFORE THE RUN MONTH) AND THE MONTH
011500*    COUNT BEHIND IT (PARM BYTES 7-8, DEFAULT 01) ARE CARRIED AS
011600*    MONTH SERIALS (YEAR TIMES TWELVE PLUS MONTH LESS ONE), THE
011700*    ATTRRPT WAY, SO A QUARTER CROSSES YEAR-END CLEANLY.
011800 01  WS-END-SERIAL                PIC 9(06)  VALUE ZERO.
011900 01  WS-START-SERIAL              PIC 9(06)  VALUE ZERO.
012000 01  WS-PERIOD-MONTHS             PIC 9(02)  VALUE 1.
012100 01  WS-SM-SERIAL                 PIC 9(06)  VALUE ZERO.
012200 01  WS-SM-YYYY                   PIC 9(04)  VALUE ZERO.
012300 01  WS-SM-MM                     PIC 9(02)  VALUE ZERO.
012400 01  WS-PERIOD-FROM-EDIT.
012500     05  WS-PF-YYYY               PIC 9(04).
012600     05  FILLER                   PIC X(01)  VALUE '-'.
012700     05  WS-PF-MM                 PIC 9(02).
012800 01  WS-PERIOD-TO-EDIT.
012900     05  WS-PT-YYYY               PIC 9(04).
013000     05  FILLER                   PIC X(01)  VALUE '-'.
013100     05  WS-PT-MM                 PIC 9(02).
013200 01  WS-CHANGE-MONTH.
013300     05  WS-CM-YYYY               PIC X(04).
013400     05  WS-CM-MM                 PIC X(02).
013500 01  WS-CHANGE-MONTH-N REDEFINES WS-CHANGE-MONTH.
013600     05  WS-CM-YYYY-N             PIC 9(04).
013700     05  WS-CM-MM-N               PIC 9(02).
013800 01  WS-CHANGE-SERIAL             PIC 9(06)  VALUE ZERO.
013900 
014000*    THE AUTHFILE GRANTS, ONE ENTRY PER USER/FUNCTION RECORD.
014100*    THE SHOP CARRIES A FEW DOZEN; A FILE PAST CAPACITY FAILS
014200*    THE STEP RATHER THAN REVIEW AGAINST HALF THE GRANTS.
014300 01  WS-AUTH-COUNT                PIC 9(04)  VALUE ZERO.
014400 01  WS-AUTH-CAPACITY             PIC 9(04)  VALUE 1000.
014500 01  WS-AUTH-IDX                  PIC 9(04)  VALUE ZERO.
014600 01  WS-AUTH-SCAN-IDX             PIC 9(04)  VALUE ZERO.
014700 01  WS-AUTH-TABLE.
014800     05  WS-AUTH-ENTRY OCCURS 1000 TIMES.
014900         10  WS-TA-USER-ID        PIC X(08).
015000         10  WS-TA-FUNCTION       PIC X(08).
015100 
015200*    THE OPRXREF CROSS-REFERENCE, SAME CAPACITY RULE.
015300 01  WS-OPRX-COUNT                PIC 9(04)  VALUE ZERO.
015400 01  WS-OPRX-CAPACITY             PIC 9(04)  VALUE 1000.
015500 01  WS-OPRX-IDX                  PIC 9(04)  VALUE ZERO.
015600 01  WS-OPRX-TABLE.
015700     05  WS-OPRX-ENTRY OCCURS 1000 TIMES.
015800         10  WS-TX-USER-ID        PIC X(08).
015900         10  WS-TX-EMPL-ID        PIC X(05).
016000 
016100*    THE CONFLICTING FUNCTION PAIRS. HOLDING BOTH FUNCTIONS OF A
016200*    PAIR LETS ONE USER MAKE A CHANGE AND THEN ERASE OR RELEASE
016300*    IT WITH NOBODY ELSE INVOLVED. EACH ENTRY IS THE FIRST
016400*    FUNCTION, THE SECOND, AND THE DESCRIPTION PRINTED.
016500 01  WS-CONFLICT-VALUES.
016600     05  FILLER  PIC X(46)
016700             VALUE 'EMPMAINTEMPARCH MAINTENANCE PLUS PURGE'.
016800     05  FILLER  PIC X(46)
016900             VALUE 'EMPBATCHEMPARCH BATCH UPDATE PLUS PURGE'.
017000     05  FILLER  PIC X(46)
017100             VALUE 'EMPUPD  EMPARCH ONLINE UPDATE PLUS PURGE'.
017200     05  FILLER  PIC X(46)
017300             VALUE 'EMPBATCHEMPAPRV KEYING PLUS APPROVAL'.
017400 01  WS-CONFLICT-TABLE REDEFINES WS-CONFLICT-VALUES.
017500     05  WS-CONFLICT-ENTRY OCCURS 4 TIMES.
017600         10  WS-CF-FUNCTION-1     PIC X(08).
017700         10  WS-CF-FUNCTION-2     PIC X(08).
017800         10  WS-CF-DESC           PIC X(30).
017900 01  WS-CONFLICT-MAX              PIC 9(02)  VALUE 4.
018000 01  WS-CONFLICT-IDX              PIC 9(02)  VALUE ZERO.
018100 
018200*    LOOKUP ARGUMENTS AND RESULTS FOR THE 8000 PARAGRAPHS.
018300 01  WS-FIND-USER                 PIC X(08)  VALUE SPACES.
018400 01  WS-FIND-FUNCTION             PIC X(08)  VALUE SPACES.
018500 01  WS-FIND-SW                   PIC X(01)  VALUE 'N'.
018600     88  WS-FIND-FOUND                       VALUE 'Y'.
018700 01  WS-OPR-EMPL-ID               PIC X(05)  VALUE SPACES.
018800 
018900*    THE CHANGE UNDER REVIEW: THE EMPLOYEE IT TOUCHED (AFTER
019000*    IMAGE, OR THE BEFORE IMAGE WHEN THERE IS NO AFTER) AND THE
019100*    FINDING TEXT FOR 7000-PRINT-CHANGE.
019200 01  WS-CHG-EMPL-ID               PIC X(05)  VALUE SPACES.
019300 01  WS-CHG-EMPL-NAME             PIC X(15)  VALUE SPACES.
019400 01  WS-FINDING-TEXT              PIC X(30)  VALUE SPACES.
019500 
019600*    THE SUPVREL CLIMB FROM THE OPERATOR UP THEIR REPORTING
019700*    CHAIN, THE EMPBATCH 2780-CLIMB-ONE-LEVEL SHAPE. THE CHAIN
019800*    IS TODAY'S -- SUPVREL KEEPS NO HISTORY -- SO A CHANGE MADE
019900*    BEFORE A REORGANIZATION IS JUDGED ON THE CURRENT CHAIN.
020000 01  WS-SV-CHAIN-ID               PIC X(05)  VALUE SPACES.
020100 01  WS-SV-CHAIN-DEPTH            PIC 9(03)  VALUE ZERO.
020200 01  WS-SV-MAX-DEPTH              PIC 9(03)  VALUE 50.
020300 01  WS-SV-CHAIN-END-SW           PIC X(01)  VALUE 'N'.
020400     88  WS-SV-CHAIN-END                     VALUE 'Y'.
020500 01  WS-SV-MATCH-SW               PIC X(01)  VALUE 'N'.
020600     88  WS-SV-MATCH                         VALUE 'Y'.
020700 01  WS-LEVEL-EDIT                PIC Z9.
020800 
020900 01  WS-AUTH-LOADED-COUNT         PIC 9(05)  VALUE ZERO.
021000 01  WS-HIST-READ-COUNT           PIC 9(07)  VALUE ZERO.
021100 01  WS-PERIOD-COUNT              PIC 9(07)  VALUE ZERO.
021200 01  WS-CONFLICT-COUNT            PIC 9(05)  VALUE ZERO.
021300 01  WS-SELF-COUNT                PIC 9(05)  VALUE ZERO.
021400 01  WS-SUPV-COUNT                PIC 9(05)  VALUE ZERO.
021500 01  WS-NO-XREF-COUNT             PIC 9(05)  VALUE ZERO.
021600 01  WS-NOT-ON-AUTH-COUNT         PIC 9(05)  VALUE ZERO.
021700 01  WS-NO-FUNCTION-COUNT         PIC 9(05)  VALUE ZERO.
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
023500 LINKAGE SECTION.
023600 01  LS-PARM.
023700     05  LS-PARM-LEN              PIC S9(04) COMP.
023800     05  LS-PARM-DATA.
023900         10  LS-PARM-MONTH        PIC X(06).
024000         10  LS-PARM-MONTH-R REDEFINES LS-PARM-MONTH.
024100             15  LS-PARM-YYYY     PIC 9(04).
024200             15  LS-PARM-MM       PIC 9(02).
024300         10  LS-PARM-SPAN         PIC X(02).
024400         10  LS-PARM-SPAN-N REDEFINES LS-PARM-SPAN
024500                                  PIC 9(02).
024600 
024700 PROCEDURE DIVISION USING LS-PARM.
024800 
024900 0000-MAINLINE.
025000     OPEN EXTEND AUDIT-LOG-FILE.
025100     MOVE 'SODREVW' TO AL-PROGRAM.
025200     PERFORM 1000-INITIALIZE
025300         THRU 1000-INITIALIZE-EXIT.
025400     IF WS-ABEND-REQUESTED
025500         GO TO 9999-END-OF-JOB
025600     END-IF.
025700     PERFORM 2000-LOAD-REFERENCE
025800         THRU 2000-LOAD-REFERENCE-EXIT.
025900     IF WS-ABEND-REQUESTED
026000         GO TO 9999-END-OF-JOB
026100     END-IF.
026200     PERFORM 3000-LIST-CONFLICTS
026300         THRU 3000-LIST-CONFLICTS-EXIT.
026400     PERFORM 4000-REVIEW-SELF-CHANGES
026500         THRU 4000-REVIEW-SELF-CHANGES-EXIT.
026600     IF WS-ABEND-REQUESTED
026700         GO TO 9999-END-OF-JOB
026800     END-IF.
026900     PERFORM 5000-REVIEW-UNAUTHORIZED
027000         THRU 5000-REVIEW-UNAUTHORIZED-EXIT.
027100     IF WS-ABEND-REQUESTED
027200         GO TO 9999-END-OF-JOB
027300     END-IF.
027400     PERFORM 6000-FINALIZE
027500         THRU 6000-FINALIZE-EXIT.
027600 9999-END-OF-JOB.
027700     IF WS-SUPVREL-OPEN
027800         CLOSE SUPVREL-FILE
027900     END-IF.
028000     CLOSE SODRPT-FILE.
028100     CLOSE AUDIT-LOG-FILE.
028200     STOP RUN.
028300 
028400*****************************************************************
028500* 1000-INITIALIZE - SETTLE THE REVIEW PERIOD FROM THE PARM, OPEN
028600* THE REPORT AND PRINT ITS TITLE. A PARM MONTH THAT IS NOT A
028700* VALID YYYYMM, OR A MONTH COUNT OUTSIDE 01-12, FAILS THE STEP.
028800*****************************************************************
028900 1000-INITIALIZE.
029000     OPEN OUTPUT SODRPT-FILE.
029100     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
029200     MOVE WS-SYS-MM   TO WS-RE-MM.
029300     MOVE WS-SYS-DD   TO WS-RE-DD.
029400     MOVE WS-SYS-YYYY TO WS-RE-YYYY.
029500     COMPUTE WS-END-SERIAL = WS-SYS-YYYY * 12 + WS-SYS-MM - 2.
029600     IF LS-PARM-LEN > ZERO
029700             AND LS-PARM-MONTH NOT = SPACES
029800             AND LS-PARM-MONTH NOT = ZEROS
029900         IF LS-PARM-MONTH NOT NUMERIC
030000                 OR LS-PARM-MM < 1 OR LS-PARM-MM > 12
030100             DISPLAY 'SODREVW - PARM ' LS-PARM-MONTH
030200                     ' IS NOT A VALID YYYYMM MONTH, ABENDING'
030300             MOVE 'BAD REPORT MONTH'  TO AL-MESSAGE
030400             PERFORM 1900-PARM-FAILED
030500                 THRU 1900-PARM-FAILED-EXIT
030600             GO TO 1000-INITIALIZE-EXIT
030700         END-IF
030800         COMPUTE WS-END-SERIAL =
030900             LS-PARM-YYYY * 12 + LS-PARM-MM - 1
031000     END-IF.
031100     IF LS-PARM-LEN > 6
031200             AND LS-PARM-SPAN NOT = SPACES
031300             AND LS-PARM-SPAN NOT = ZEROS
031400         IF LS-PARM-SPAN NOT NUMERIC
031500                 OR LS-PARM-SPAN-N > 12
031600             DISPLAY 'SODREVW - PARM MONTH COUNT '
031700                     LS-PARM-SPAN ' IS NOT 01-12, ABENDING'
031800             MOVE 'BAD MONTH COUNT'   TO AL-MESSAGE
031900             PERFORM 1900-PARM-FAILED
032000                 THRU 1900-PARM-FAILED-EXIT
032100             GO TO 1000-INITIALIZE-EXIT
032200         END-IF
032300         MOVE LS-PARM-SPAN-N TO WS-PERIOD-MONTHS
032400     END-IF.
032500     COMPUTE WS-START-SERIAL =
032600         WS-END-SERIAL - WS-PERIOD-MONTHS + 1.
032700     MOVE WS-END-SERIAL TO WS-SM-SERIAL.
032800     PERFORM 1100-SERIAL-TO-MONTH
032900         THRU 1100-SERIAL-TO-MONTH-EXIT.
033000     MOVE WS-SM-YYYY TO WS-PT-YYYY.
033100     MOVE WS-SM-MM   TO WS-PT-MM.
033200     MOVE WS-START-SERIAL TO WS-SM-SERIAL.
033300     PERFORM 1100-SERIAL-TO-MONTH
033400         THRU 1100-SERIAL-TO-MONTH-EXIT.
033500     MOVE WS-SM-YYYY TO WS-PF-YYYY.
033600     MOVE WS-SM-MM   TO WS-PF-MM.
033700     DISPLAY 'SODREVW - REVIEW PERIOD ' WS-PERIOD-FROM-EDIT
033800             ' TO ' WS-PERIOD-TO-EDIT.
033900 
034000     MOVE SPACES TO SODRPT-RECORD.
034100     MOVE 'SEGREGATION OF DUTIES REVIEW' TO SJ-TITLE-TEXT.
034200     MOVE 'RUN DATE: '         TO SJ-RUN-DATE-LABEL.
034300     MOVE WS-RUN-DATE-EDIT     TO SJ-RUN-DATE.
034400     MOVE 'PERIOD: '           TO SJ-PERIOD-LABEL.
034500     MOVE WS-PERIOD-FROM-EDIT  TO SJ-PERIOD-FROM.
034600     MOVE ' TO '               TO SJ-PERIOD-TO-LABEL.
034700     MOVE WS-PERIOD-TO-EDIT    TO SJ-PERIOD-TO.
034800     WRITE SODRPT-RECORD.
034900 1000-INITIALIZE-EXIT.
035000     EXIT.
035100 
035200*****************************************************************
035300* 1100-SERIAL-TO-MONTH - SPLIT THE MONTH SERIAL IN WS-SM-SERIAL
035400* BACK INTO WS-SM-YYYY AND WS-SM-MM.
035500*****************************************************************
035600 1100-SERIAL-TO-MONTH.
035700     DIVIDE WS-SM-SERIAL BY 12 GIVING WS-SM-YYYY
035800         REMAINDER WS-SM-MM.
035900     ADD 1 TO WS-SM-MM.
036000 1100-SERIAL-TO-MONTH-EXIT.
036100     EXIT.
036200 
036300*****************************************************************
036400* 1900-PARM-FAILED - LOG THE BAD PARM DESCRIBED IN AL-MESSAGE AS
036500* SEVERE AND FAIL THE STEP.
036600*****************************************************************
036700 1900-PARM-FAILED.
036800     MOVE 'CHECK PARM' TO AL-OPERATION.
036900     MOVE ZERO         TO AL-SQLCODE.
037000     MOVE 'S'          TO AL-SEVERITY.
037100     PERFORM WRITE-AUDIT-LOG
037200         THRU WRITE-AUDIT-LOG-EXIT.
037300     MOVE 16  TO RETURN-CODE.
037400     MOVE 'Y' TO WS-ABEND-SW.
037500 1900-PARM-FAILED-EXIT.
037600     EXIT.
037700 
037800*****************************************************************
037900* 2000-LOAD-REFERENCE - LOAD THE AUTHFILE GRANTS AND THE OPRXREF
038000* CROSS-REFERENCE INTO THEIR TABLES AND OPEN THE SUPVREL KSDS.
038100* ANY OF THE THREE MISSING, OR A TABLE PAST CAPACITY, FAILS THE
038200* STEP -- A REVIEW RUN AGAINST PART OF THE REFERENCE WOULD
038300* REPORT A CLEAN PERIOD IT CANNOT VOUCH FOR.
038400*****************************************************************
038500 2000-LOAD-REFERENCE.
038600     OPEN INPUT AUTH-FILE.
038700     IF WS-AUTH-STATUS NOT = '00'
038800         DISPLAY 'SODREVW - ERROR OPENING AUTHFILE, STATUS '
038900                 WS-AUTH-STATUS ', ABENDING'
039000         MOVE 'OPEN AUTHFILE'     TO AL-OPERATION
039100         MOVE 'OPEN FAILED'       TO AL-MESSAGE
039200         PERFORM 2900-LOAD-FAILED
039300             THRU 2900-LOAD-FAILED-EXIT
039400         GO TO 2000-LOAD-REFERENCE-EXIT
039500     END-IF.
039600     PERFORM 2100-LOAD-AUTH-ENTRY
039700         THRU 2100-LOAD-AUTH-ENTRY-EXIT
039800         UNTIL WS-AUTH-EOF OR WS-ABEND-REQUESTED.
039900     CLOSE AUTH-FILE.
040000     IF WS-ABEND-REQUESTED
040100         GO TO 2000-LOAD-REFERENCE-EXIT
040200     END-IF.
040300 
040400     OPEN INPUT OPRXREF-FILE.
040500     IF WS-OPRX-STATUS NOT = '00'
040600         DISPLAY 'SODREVW - ERROR OPENING OPRXREF, STATUS '
040700                 WS-OPRX-STATUS ', ABENDING'
040800         MOVE 'OPEN OPRXREF'      TO AL-OPERATION
040900         MOVE 'OPEN FAILED'       TO AL-MESSAGE
041000         PERFORM 2900-LOAD-FAILED
041100             THRU 2900-LOAD-FAILED-EXIT
041200         GO TO 2000-LOAD-REFERENCE-EXIT
041300     END-IF.
041400     PERFORM 2200-LOAD-OPRX-ENTRY
041500         THRU 2200-LOAD-OPRX-ENTRY-EXIT
041600         UNTIL WS-OPRX-EOF OR WS-ABEND-REQUESTED.
041700     CLOSE OPRXREF-FILE.
041800     IF WS-ABEND-REQUESTED
041900         GO TO 2000-LOAD-REFERENCE-EXIT
042000     END-IF.
042100 
042200     OPEN INPUT SUPVREL-FILE.
042300     IF WS-SUPVREL-STATUS NOT = '00'
042400             AND WS-SUPVREL-STATUS NOT = '97'
042500         DISPLAY 'SODREVW - ERROR OPENING SUPVREL, STATUS '
042600                 WS-SUPVREL-STATUS ', ABENDING'
042700         MOVE 'OPEN SUPVREL'      TO AL-OPERATION
042800         MOVE 'OPEN FAILED'       TO AL-MESSAGE
042900         PERFORM 2900-LOAD-FAILED
043000             THRU 2900-LOAD-FAILED-EXIT
043100         GO TO 2000-LOAD-REFERENCE-EXIT
043200     END-IF.
043300     MOVE 'Y' TO WS-SUPVREL-OPEN-SW.
043400     DISPLAY 'SODREVW - ' WS-AUTH-COUNT ' AUTHFILE GRANTS, '
043500             WS-OPRX-COUNT ' OPRXREF ENTRIES LOADED'.
043600 2000-LOAD-REFERENCE-EXIT.
043700     EXIT.
043800 
043900 2100-LOAD-AUTH-ENTRY.
044000     READ AUTH-FILE
044100         AT END
044200             MOVE 'Y' TO WS-AUTH-EOF-SW
044300             GO TO 2100-LOAD-AUTH-ENTRY-EXIT
044400     END-READ.
044500     IF WS-AUTH-COUNT NOT < WS-AUTH-CAPACITY
044600         DISPLAY 'SODREVW - MORE THAN ' WS-AUTH-CAPACITY
044700                 ' AUTHFILE GRANTS, ABENDING'
044800         MOVE 'LOAD AUTHFILE'     TO AL-OPERATION
044900         MOVE 'TABLE OVERFLOW'    TO AL-MESSAGE
045000         PERFORM 2900-LOAD-FAILED
045100             THRU 2900-LOAD-FAILED-EXIT
045200         GO TO 2100-LOAD-AUTH-ENTRY-EXIT
045300     END-IF.
045400     ADD 1 TO WS-AUTH-COUNT.
045500     MOVE AU-USER-ID  TO WS-TA-USER-ID (WS-AUTH-COUNT).
045600     MOVE AU-FUNCTION TO WS-TA-FUNCTION (WS-AUTH-COUNT).
045700 2100-LOAD-AUTH-ENTRY-EXIT.
045800     EXIT.
045900 
046000 2200-LOAD-OPRX-ENTRY.
046100     READ OPRXREF-FILE
046200         AT END
046300             MOVE 'Y' TO WS-OPRX-EOF-SW
046400             GO TO 2200-LOAD-OPRX-ENTRY-EXIT
046500     END-READ.
046600     IF WS-OPRX-COUNT NOT < WS-OPRX-CAPACITY
046700         DISPLAY 'SODREVW - MORE THAN ' WS-OPRX-CAPACITY
046800                 ' OPRXREF ENTRIES, ABENDING'
046900         MOVE 'LOAD OPRXREF'      TO AL-OPERATION
047000         MOVE 'TABLE OVERFLOW'    TO AL-MESSAGE
047100         PERFORM 2900-LOAD-FAILED
047200             THRU 2900-LOAD-FAILED-EXIT
047300         GO TO 2200-LOAD-OPRX-ENTRY-EXIT
047400     END-IF.
047500     ADD 1 TO WS-OPRX-COUNT.
047600     MOVE OP-USER-ID TO WS-TX-USER-ID (WS-OPRX-COUNT).
047700     MOVE OP-EMPL-ID TO WS-TX-EMPL-ID (WS-OPRX-COUNT).
047800 2200-LOAD-OPRX-ENTRY-EXIT.
047900     EXIT.
048000 
048100*****************************************************************
048200* 2900-LOAD-FAILED - LOG THE REFERENCE FAILURE DESCRIBED IN
048300* AL-OPERATION/AL-MESSAGE AS SEVERE AND FAIL THE STEP.
048400*****************************************************************
048500 2900-LOAD-FAILED.
048600     MOVE ZERO TO AL-SQLCODE.
048700     MOVE 'S'  TO AL-SEVERITY.
048800     PERFORM WRITE-AUDIT-LOG
048900         THRU WRITE-AUDIT-LOG-EXIT.
049000     MOVE 16  TO RETURN-CODE.
049100     MOVE 'Y' TO WS-ABEND-SW.
049200 2900-LOAD-FAILED-EXIT.
049300     EXIT.
049400 
049500*****************************************************************
049600* 3000-LIST-CONFLICTS - SECTION ONE. FOR EVERY CONFLICTING PAIR,
049700* EVERY AUTHFILE GRANT OF THE FIRST FUNCTION WHOSE USER ALSO
049800* HOLDS THE SECOND PRINTS ONE LINE.
049900*****************************************************************
050000 3000-LIST-CONFLICTS.
050100     MOVE SPACES TO SODRPT-RECORD.
050200     WRITE SODRPT-RECORD.
050300     MOVE SPACES TO SODRPT-RECORD.
050400     MOVE 'CONFLICTING FUNCTION GRANTS ON AUTHFILE'
050500         TO SS-SECTION-TEXT.
050600     WRITE SODRPT-RECORD.
050700     MOVE SPACES        TO SODRPT-RECORD.
050800     MOVE 'USER ID'     TO SY-USER-HDG.
050900     MOVE 'EMPL'        TO SY-OPR-HDG.
051000     MOVE 'FUNCTION'    TO SY-FUNCTION-1-HDG.
051100     MOVE 'FUNCTION'    TO SY-FUNCTION-2-HDG.
051200     MOVE 'CONFLICT'    TO SY-CONFLICT-HDG.
051300     WRITE SODRPT-RECORD.
051400     PERFORM 3100-CHECK-CONFLICT-PAIR
051500         THRU 3100-CHECK-CONFLICT-PAIR-EXIT
051600         VARYING WS-CONFLICT-IDX FROM 1 BY 1
051700         UNTIL WS-CONFLICT-IDX > WS-CONFLICT-MAX.
051800     IF WS-CONFLICT-COUNT = ZERO
051900         PERFORM 7100-PRINT-NONE
052000             THRU 7100-PRINT-NONE-EXIT
052100     END-IF.
052200 3000-LIST-CONFLICTS-EXIT.
052300     EXIT.
052400 
052500 3100-CHECK-CONFLICT-PAIR.
052600     PERFORM 3200-CHECK-CONFLICT-GRANT
052700         THRU 3200-CHECK-CONFLICT-GRANT-EXIT
052800         VARYING WS-AUTH-IDX FROM 1 BY 1
052900         UNTIL WS-AUTH-IDX > WS-AUTH-COUNT.
053000 3100-CHECK-CONFLICT-PAIR-EXIT.
053100     EXIT.
053200 
053300 3200-CHECK-CONFLICT-GRANT.
053400     IF WS-TA-FUNCTION (WS-AUTH-IDX)
053500             NOT = WS-CF-FUNCTION-1 (WS-CONFLICT-IDX)
053600         GO TO 3200-CHECK-CONFLICT-GRANT-EXIT
053700     END-IF.
053800     MOVE WS-TA-USER-ID (WS-AUTH-IDX)        TO WS-FIND-USER.
053900     MOVE WS-CF-FUNCTION-2 (WS-CONFLICT-IDX) TO WS-FIND-FUNCTION.
054000     PERFORM 8100-FIND-GRANT
054100         THRU 8100-FIND-GRANT-EXIT.
054200     IF NOT WS-FIND-FOUND
054300         GO TO 3200-CHECK-CONFLICT-GRANT-EXIT
054400     END-IF.
054500     PERFORM 8300-FIND-OPERATOR
054600         THRU 8300-FIND-OPERATOR-EXIT.
054700     ADD 1 TO WS-CONFLICT-COUNT.
054800     MOVE SPACES                              TO SODRPT-RECORD.
054900     MOVE WS-FIND-USER                        TO SW-USER.
055000     MOVE WS-OPR-EMPL-ID                      TO SW-OPR-EMPL-ID.
055100     MOVE WS-CF-FUNCTION-1 (WS-CONFLICT-IDX)  TO SW-FUNCTION-1.
055200     MOVE WS-CF-FUNCTION-2 (WS-CONFLICT-IDX)  TO SW-FUNCTION-2.
055300     MOVE WS-CF-DESC (WS-CONFLICT-IDX)        TO SW-CONFLICT.
055400     WRITE SODRPT-RECORD.
055500 3200-CHECK-CONFLICT-GRANT-EXIT.
055600     EXIT.
055700 
055800*****************************************************************
055900* 4000-REVIEW-SELF-CHANGES - SECTION TWO. FIRST PASS OF EMPHIST:
056000* EVERY CHANGE IN THE PERIOD WHOSE USER IS ON OPRXREF IS CHECKED
056100* AGAINST THE OPERATOR'S OWN EMPLOYEE ID AND THEIR REPORTING
056200* CHAIN. A USER NOT ON OPRXREF CANNOT BE CHECKED AND IS ONLY
056300* COUNTED. AN UNOPENABLE HISTORY FAILS THE STEP.
056400*****************************************************************
056500 4000-REVIEW-SELF-CHANGES.
056600     MOVE SPACES TO SODRPT-RECORD.
056700     WRITE SODRPT-RECORD.
056800     MOVE SPACES TO SODRPT-RECORD.
056900     MOVE 'CHANGES TO OWN RECORD OR A SUPERVISOR''S RECORD'
057000         TO SS-SECTION-TEXT.
057100     WRITE SODRPT-RECORD.
057200     PERFORM 7200-PRINT-CHANGE-HEADING
057300         THRU 7200-PRINT-CHANGE-HEADING-EXIT.
057400     MOVE ZERO TO WS-SECTION-COUNT.
057500     PERFORM 4900-OPEN-EMPHIST
057600         THRU 4900-OPEN-EMPHIST-EXIT.
057700     IF WS-ABEND-REQUESTED
057800         GO TO 4000-REVIEW-SELF-CHANGES-EXIT
057900     END-IF.
058000     PERFORM 4100-CHECK-SELF-CHANGE
058100         THRU 4100-CHECK-SELF-CHANGE-EXIT
058200         UNTIL WS-EMPHIST-EOF OR WS-ABEND-REQUESTED.
058300     CLOSE EMPHIST-FILE.
058400     IF WS-SECTION-COUNT = ZERO
058500         PERFORM 7100-PRINT-NONE
058600             THRU 7100-PRINT-NONE-EXIT
058700     END-IF.
058800 4000-REVIEW-SELF-CHANGES-EXIT.
058900     EXIT.
059000 
059100*****************************************************************
059200* 4100-CHECK-SELF-CHANGE - READ ONE HISTORY RECORD AND, WHEN IT
059300* IS IN THE PERIOD, COMPARE THE EMPLOYEE CHANGED WITH THE
059400* OPERATOR'S OWN EMPLOYEE ID AND THEN WITH EACH SUPERVISOR UP
059500* THE OPERATOR'S CHAIN.
059600*****************************************************************
059700 4100-CHECK-SELF-CHANGE.
059800     PERFORM 4800-READ-PERIOD-RECORD
059900         THRU 4800-READ-PERIOD-RECORD-EXIT.
060000     IF NOT WS-IN-PERIOD
060100         GO TO 4100-CHECK-SELF-CHANGE-EXIT
060200     END-IF.
060300     ADD 1 TO WS-PERIOD-COUNT.
060400     MOVE EH-USER-ID TO WS-FIND-USER.
060500     PERFORM 8300-FIND-OPERATOR
060600         THRU 8300-FIND-OPERATOR-EXIT.
060700     IF WS-OPR-EMPL-ID = SPACES
060800         ADD 1 TO WS-NO-XREF-COUNT
060900         GO TO 4100-CHECK-SELF-CHANGE-EXIT
061000     END-IF.
061100     IF WS-OPR-EMPL-ID = WS-CHG-EMPL-ID
061200         ADD 1 TO WS-SELF-COUNT
061300         MOVE 'OWN EMPLOYEE RECORD' TO WS-FINDING-TEXT
061400         PERFORM 7000-PRINT-CHANGE
061500             THRU 7000-PRINT-CHANGE-EXIT
061600         GO TO 4100-CHECK-SELF-CHANGE-EXIT
061700     END-IF.
061800     MOVE WS-OPR-EMPL-ID TO WS-SV-CHAIN-ID.
061900     MOVE ZERO           TO WS-SV-CHAIN-DEPTH.
062000     MOVE 'N'            TO WS-SV-CHAIN-END-SW.
062100     MOVE 'N'            TO WS-SV-MATCH-SW.
062200     PERFORM 4200-CLIMB-ONE-LEVEL
062300         THRU 4200-CLIMB-ONE-LEVEL-EXIT
062400         UNTIL WS-SV-CHAIN-END.
062500     IF WS-ABEND-REQUESTED OR NOT WS-SV-MATCH
062600         GO TO 4100-CHECK-SELF-CHANGE-EXIT
062700     END-IF.
062800     ADD 1 TO WS-SUPV-COUNT.
062900     IF WS-SV-CHAIN-DEPTH = 1
063000         MOVE 'RECORD OF OWN SUPERVISOR' TO WS-FINDING-TEXT
063100     ELSE
063200         MOVE WS-SV-CHAIN-DEPTH TO WS-LEVEL-EDIT
063300         MOVE SPACES            TO WS-FINDING-TEXT
063400         STRING 'RECORD OF MANAGER' WS-LEVEL-EDIT
063500                ' LEVELS UP' DELIMITED BY SIZE
063600             INTO WS-FINDING-TEXT
063700     END-IF.
063800     PERFORM 7000-PRINT-CHANGE
063900         THRU 7000-PRINT-CHANGE-EXIT.
064000 4100-CHECK-SELF-CHANGE-EXIT.
064100     EXIT.
064200 
064300*****************************************************************
064400* 4200-CLIMB-ONE-LEVEL - READ THE SUPVREL RECORD FOR THE
064500* EMPLOYEE IN WS-SV-CHAIN-ID AND STEP UP TO THEIR SUPERVISOR. NO
064600* RECORD IS THE TOP OF THE TREE AND ENDS THE CLIMB; MEETING THE
064700* EMPLOYEE CHANGED ENDS IT WITH A MATCH. A CHAIN DEEPER THAN
064800* WS-SV-MAX-DEPTH CAN ONLY BE A LOOP ON FILE AND ENDS IT TOO.
064900*****************************************************************
065000 4200-CLIMB-ONE-LEVEL.
065100     MOVE WS-SV-CHAIN-ID TO SV-EMPL-ID.
065200     READ SUPVREL-FILE.
065300     IF WS-SUPVREL-STATUS = '23'
065400         MOVE 'Y' TO WS-SV-CHAIN-END-SW
065500         GO TO 4200-CLIMB-ONE-LEVEL-EXIT
065600     END-IF.
065700     IF WS-SUPVREL-STATUS NOT = '00'
065800         DISPLAY 'SODREVW - SUPVREL READ FOR EMP '
065900                 WS-SV-CHAIN-ID ' FAILED, STATUS '
066000                 WS-SUPVREL-STATUS ', ABENDING'
066100         MOVE 'READ SUPVREL'       TO AL-OPERATION
066200         MOVE 'SUPVREL I/O FAILED' TO AL-MESSAGE
066300         PERFORM 2900-LOAD-FAILED
066400             THRU 2900-LOAD-FAILED-EXIT
066500         MOVE 'Y' TO WS-SV-CHAIN-END-SW
066600         GO TO 4200-CLIMB-ONE-LEVEL-EXIT
066700     END-IF.
066800     ADD 1 TO WS-SV-CHAIN-DEPTH.
066900     IF SV-SUPV-ID = WS-CHG-EMPL-ID
067000         MOVE 'Y' TO WS-SV-MATCH-SW
067100         MOVE 'Y' TO WS-SV-CHAIN-END-SW
067200         GO TO 4200-CLIMB-ONE-LEVEL-EXIT
067300     END-IF.
067400     IF WS-SV-CHAIN-DEPTH NOT < WS-SV-MAX-DEPTH
067500         MOVE 'Y' TO WS-SV-CHAIN-END-SW
067600         GO TO 4200-CLIMB-ONE-LEVEL-EXIT
067700     END-IF.
067800     MOVE SV-SUPV-ID TO WS-SV-CHAIN-ID.
067900 4200-CLIMB-ONE-LEVEL-EXIT.
068000     EXIT.
068100 
068200*****************************************************************
068300* 4800-READ-PERIOD-RECORD - READ THE NEXT EMPHIST RECORD AND SAY
068400* WHETHER ITS CHANGE DATE FALLS IN THE REVIEW PERIOD. THE
068500* EMPLOYEE CHANGED IS TAKEN FROM THE AFTER IMAGE, OR THE BEFORE
068600* IMAGE WHEN THE AFTER IS BLANK.
068700*****************************************************************
068800 4800-READ-PERIOD-RECORD.
068900     MOVE 'N' TO WS-IN-PERIOD-SW.
069000     READ EMPHIST-FILE
069100         AT END
069200             MOVE 'Y' TO WS-EMPHIST-EOF-SW
069300             GO TO 4800-READ-PERIOD-RECORD-EXIT
069400     END-READ.
069500     ADD 1 TO WS-HIST-READ-COUNT.
069600     MOVE EH-CHANGE-DATE (1:6) TO WS-CHANGE-MONTH.
069700     IF WS-CHANGE-MONTH NOT NUMERIC
069800         GO TO 4800-READ-PERIOD-RECORD-EXIT
069900     END-IF.
070000     COMPUTE WS-CHANGE-SERIAL =
070100         WS-CM-YYYY-N * 12 + WS-CM-MM-N - 1.
070200     IF WS-CHANGE-SERIAL < WS-START-SERIAL
070300             OR WS-CHANGE-SERIAL > WS-END-SERIAL
070400         GO TO 4800-READ-PERIOD-RECORD-EXIT
070500     END-IF.
070600     MOVE 'Y' TO WS-IN-PERIOD-SW.
070700     IF EH-A-EMPL-ID NOT = SPACES
070800         MOVE EH-A-EMPL-ID   TO WS-CHG-EMPL-ID
070900         MOVE EH-A-EMPL-NAME TO WS-CHG-EMPL-NAME
071000     ELSE
071100         MOVE EH-B-EMPL-ID   TO WS-CHG-EMPL-ID
071200         MOVE EH-B-EMPL-NAME TO WS-CHG-EMPL-NAME
071300     END-IF.
071400 4800-READ-PERIOD-RECORD-EXIT.
071500     EXIT.
071600 
071700*****************************************************************
071800* 4900-OPEN-EMPHIST - OPEN THE HISTORY FOR A PASS. AN
071900* UNOPENABLE HISTORY FAILS THE STEP.
072000*****************************************************************
072100 4900-OPEN-EMPHIST.
072200     MOVE 'N' TO WS-EMPHIST-EOF-SW.
072300     OPEN INPUT EMPHIST-FILE.
072400     IF WS-EMPHIST-STATUS NOT = '00'
072500         DISPLAY 'SODREVW - ERROR OPENING EMPHIST, STATUS '
072600                 WS-EMPHIST-STATUS ', ABENDING'
072700         MOVE 'OPEN EMPHIST'      TO AL-OPERATION
072800         MOVE 'OPEN FAILED'       TO AL-MESSAGE
072900         PERFORM 2900-LOAD-FAILED
073000             THRU 2900-LOAD-FAILED-EXIT
073100     END-IF.
073200 4900-OPEN-EMPHIST-EXIT.
073300     EXIT.
073400 
073500*****************************************************************
073600* 5000-REVIEW-UNAUTHORIZED - SECTION THREE. SECOND PASS OF
073700* EMPHIST: A CHANGE IN THE PERIOD MADE BY A PROGRAM UNDER
073800* AUTHFILE CONTROL (ONE GRANTED AS A FUNCTION TO SOMEBODY) IS
073900* LISTED WHEN ITS USER IS NOT ON AUTHFILE AT ALL, OR NO LONGER
074000* HOLDS THAT PROGRAM'S FUNCTION. CHANGES BY PROGRAMS NOBODY IS
074100* GRANTED, LIKE THE NIGHTLY CURR-U, ARE NOT AUTHFILE'S TO JUDGE.
074200*****************************************************************
074300 5000-REVIEW-UNAUTHORIZED.
074400     MOVE SPACES TO SODRPT-RECORD.
074500     WRITE SODRPT-RECORD.
074600     MOVE SPACES TO SODRPT-RECORD.
074700     MOVE 'CHANGES BY USERS NOT AUTHORIZED ON AUTHFILE TODAY'
074800         TO SS-SECTION-TEXT.
074900     WRITE SODRPT-RECORD.
075000     PERFORM 7200-PRINT-CHANGE-HEADING
075100         THRU 7200-PRINT-CHANGE-HEADING-EXIT.
075200     MOVE ZERO TO WS-SECTION-COUNT.
075300     PERFORM 4900-OPEN-EMPHIST
075400         THRU 4900-OPEN-EMPHIST-EXIT.
075500     IF WS-ABEND-REQUESTED
075600         GO TO 5000-REVIEW-UNAUTHORIZED-EXIT
075700     END-IF.
075800     PERFORM 5100-CHECK-CHANGE-USER
075900         THRU 5100-CHECK-CHANGE-USER-EXIT
076000         UNTIL WS-EMPHIST-EOF.
076100     CLOSE EMPHIST-FILE.
076200     IF WS-SECTION-COUNT = ZERO
076300         PERFORM 7100-PRINT-NONE
076400             THRU 7100-PRINT-NONE-EXIT
076500     END-IF.
076600 5000-REVIEW-UNAUTHORIZED-EXIT.
076700     EXIT.
076800 
076900 5100-CHECK-CHANGE-USER.
077000     PERFORM 4800-READ-PERIOD-RECORD
077100         THRU 4800-READ-PERIOD-RECORD-EXIT.
077200     IF NOT WS-IN-PERIOD
077300         GO TO 5100-CHECK-CHANGE-USER-EXIT
077400     END-IF.
077500     MOVE EH-PROGRAM TO WS-FIND-FUNCTION.
077600     PERFORM 8200-FIND-FUNCTION
077700         THRU 8200-FIND-FUNCTION-EXIT.
077800     IF NOT WS-FIND-FOUND
077900         GO TO 5100-CHECK-CHANGE-USER-EXIT
078000     END-IF.
078100     MOVE EH-USER-ID TO WS-FIND-USER.
078200     PERFORM 8100-FIND-GRANT
078300         THRU 8100-FIND-GRANT-EXIT.
078400     IF WS-FIND-FOUND
078500         GO TO 5100-CHECK-CHANGE-USER-EXIT
078600     END-IF.
078700     MOVE SPACES TO WS-FIND-FUNCTION.
078800     PERFORM 8100-FIND-GRANT
078900         THRU 8100-FIND-GRANT-EXIT.
079000     IF WS-FIND-FOUND
079100         ADD 1 TO WS-NO-FUNCTION-COUNT
079200         MOVE 'USER NO LONGER HOLDS FUNCTION' TO WS-FINDING-TEXT
079300     ELSE
079400         ADD 1 TO WS-NOT-ON-AUTH-COUNT
079500         MOVE 'USER NOT ON AUTHFILE'          TO WS-FINDING-TEXT
079600     END-IF.
079700     PERFORM 8300-FIND-OPERATOR
079800         THRU 8300-FIND-OPERATOR-EXIT.
079900     PERFORM 7000-PRINT-CHANGE
080000         THRU 7000-PRINT-CHANGE-EXIT.
080100 5100-CHECK-CHANGE-USER-EXIT.
080200     EXIT.
080300 
080400*****************************************************************
080500* 6000-FINALIZE - PRINT THE COUNTS AND LOG THE OUTCOME. ANY
080600* FINDING ENDS THE STEP RC 4 WITH A WARNING AUDIT EVENT FOR THE
080700* REVIEWER; A CLEAN PERIOD ENDS RC 0.
080800*****************************************************************
080900 6000-FINALIZE.
081000     COMPUTE WS-FINDING-COUNT = WS-CONFLICT-COUNT
081100         + WS-SELF-COUNT + WS-SUPV-COUNT
081200         + WS-NOT-ON-AUTH-COUNT + WS-NO-FUNCTION-COUNT.
081300     MOVE SPACES TO SODRPT-RECORD.
081400     WRITE SODRPT-RECORD.
081500     MOVE 'AUTHFILE GRANTS REVIEWED'
081600         TO WS-CNT-LABEL.
081700     MOVE WS-AUTH-COUNT TO WS-CNT-VALUE.
081800     PERFORM 7300-PRINT-COUNT
081900         THRU 7300-PRINT-COUNT-EXIT.
082000     MOVE 'CONFLICTING FUNCTION GRANTS'
082100         TO WS-CNT-LABEL.
082200     MOVE WS-CONFLICT-COUNT TO WS-CNT-VALUE.
082300     PERFORM 7300-PRINT-COUNT
082400         THRU 7300-PRINT-COUNT-EXIT.
082500     MOVE 'EMPHIST CHANGES IN THE PERIOD'
082600         TO WS-CNT-LABEL.
082700     MOVE WS-PERIOD-COUNT TO WS-CNT-VALUE.
082800     PERFORM 7300-PRINT-COUNT
082900         THRU 7300-PRINT-COUNT-EXIT.
083000     MOVE 'CHANGES TO OPERATOR''S OWN RECORD'
083100         TO WS-CNT-LABEL.
083200     MOVE WS-SELF-COUNT TO WS-CNT-VALUE.
083300     PERFORM 7300-PRINT-COUNT
083400         THRU 7300-PRINT-COUNT-EXIT.
083500     MOVE 'CHANGES TO A RECORD UP THE REPORTING CHAIN'
083600         TO WS-CNT-LABEL.
083700     MOVE WS-SUPV-COUNT TO WS-CNT-VALUE.
083800     PERFORM 7300-PRINT-COUNT
083900         THRU 7300-PRINT-COUNT-EXIT.
084000     MOVE 'CHANGES BY USERS NOT ON OPRXREF (NOT CHECKED)'
084100         TO WS-CNT-LABEL.
084200     MOVE WS-NO-XREF-COUNT TO WS-CNT-VALUE.
084300     PERFORM 7300-PRINT-COUNT
084400         THRU 7300-PRINT-COUNT-EXIT.
084500     MOVE 'CHANGES BY USERS NOT ON AUTHFILE'
084600         TO WS-CNT-LABEL.
084700     MOVE WS-NOT-ON-AUTH-COUNT TO WS-CNT-VALUE.
084800     PERFORM 7300-PRINT-COUNT
084900         THRU 7300-PRINT-COUNT-EXIT.
085000     MOVE 'CHANGES BY USERS NO LONGER HOLDING THE FUNCTION'
085100         TO WS-CNT-LABEL.
085200     MOVE WS-NO-FUNCTION-COUNT TO WS-CNT-VALUE.
085300     PERFORM 7300-PRINT-COUNT
085400         THRU 7300-PRINT-COUNT-EXIT.
085500     DISPLAY 'SODREVW - ' WS-PERIOD-COUNT
085600             ' CHANGES REVIEWED, ' WS-FINDING-COUNT ' FINDINGS'.
085700     MOVE 'SEGREGATION OF DUTIES' TO AL-OPERATION.
085800     MOVE ZERO                    TO AL-SQLCODE.
085900     IF WS-FINDING-COUNT = ZERO
086000         MOVE 'NO FINDINGS'       TO AL-MESSAGE
086100         MOVE ZERO TO RETURN-CODE
086200     ELSE
086300         MOVE 'SOD FINDINGS'      TO AL-MESSAGE
086400         MOVE 'W' TO AL-SEVERITY
086500         MOVE 4 TO RETURN-CODE
086600     END-IF.
086700     PERFORM WRITE-AUDIT-LOG
086800         THRU WRITE-AUDIT-LOG-EXIT.
086900 6000-FINALIZE-EXIT.
087000     EXIT.
087100 
087200*****************************************************************
087300* 7000-PRINT-CHANGE - PRINT THE CURRENT EMPHIST RECORD WITH THE
087400* FINDING IN WS-FINDING-TEXT AND THE OPERATOR'S EMPLOYEE ID IN
087500* WS-OPR-EMPL-ID (BLANK WHEN NOT ON OPRXREF).
087600*****************************************************************
087700 7000-PRINT-CHANGE.
087800     ADD 1 TO WS-SECTION-COUNT.
087900     MOVE SPACES           TO SODRPT-RECORD.
088000     MOVE EH-CHANGE-DATE   TO SX-DATE.
088100     MOVE EH-CHANGE-TIME   TO SX-TIME.
088200     MOVE EH-USER-ID       TO SX-USER.
088300     MOVE WS-OPR-EMPL-ID   TO SX-OPR-EMPL-ID.
088400     MOVE EH-PROGRAM       TO SX-PROGRAM.
088500     MOVE EH-ACTION        TO SX-ACTION.
088600     MOVE WS-CHG-EMPL-ID   TO SX-EMPL-ID.
088700     MOVE WS-CHG-EMPL-NAME TO SX-NAME.
088800     MOVE WS-FINDING-TEXT  TO SX-FINDING.
088900     WRITE SODRPT-RECORD.
089000 7000-PRINT-CHANGE-EXIT.
089100     EXIT.
089200 
089300 7100-PRINT-NONE.
089400     MOVE SPACES TO SODRPT-RECORD.
089500     MOVE '  NONE' TO SS-SECTION-TEXT.
089600     WRITE SODRPT-RECORD.
089700 7100-PRINT-NONE-EXIT.
089800     EXIT.
089900 
090000 7200-PRINT-CHANGE-HEADING.
090100     MOVE SPACES      TO SODRPT-RECORD.
090200     MOVE 'DATE'      TO SK-DATE-HDG.
090300     MOVE 'TIME'      TO SK-TIME-HDG.
090400     MOVE 'USER ID'   TO SK-USER-HDG.
090500     MOVE 'EMPL'      TO SK-OPR-HDG.
090600     MOVE 'PROGRAM'   TO SK-PROGRAM-HDG.
090700     MOVE 'ACT'       TO SK-ACTION-HDG.
090800     MOVE 'EMPL'      TO SK-EMPL-HDG.
090900     MOVE 'NAME'      TO SK-NAME-HDG.
091000     MOVE 'FINDING'   TO SK-FINDING-HDG.
091100     WRITE SODRPT-RECORD.
091200 7200-PRINT-CHANGE-HEADING-EXIT.
091300     EXIT.
091400 
091500 7300-PRINT-COUNT.
091600     MOVE SPACES       TO SODRPT-RECORD.
091700     MOVE WS-CNT-LABEL TO SN-LABEL.
091800     MOVE WS-CNT-VALUE TO SN-COUNT.
091900     WRITE SODRPT-RECORD.
092000 7300-PRINT-COUNT-EXIT.
092100     EXIT.
092200 
092300*****************************************************************
092400* 8100-FIND-GRANT - IS THERE AN AUTHFILE GRANT FOR WS-FIND-USER
092500* AND WS-FIND-FUNCTION? A BLANK WS-FIND-FUNCTION MATCHES ANY
092600* FUNCTION, SO THE SAME SCAN ANSWERS WHETHER THE USER IS ON
092700* AUTHFILE AT ALL.
092800*****************************************************************
092900 8100-FIND-GRANT.
093000     MOVE 'N' TO WS-FIND-SW.
093100     PERFORM 8110-CHECK-GRANT
093200         THRU 8110-CHECK-GRANT-EXIT
093300         VARYING WS-AUTH-SCAN-IDX FROM 1 BY 1
093400         UNTIL WS-AUTH-SCAN-IDX > WS-AUTH-COUNT
093500            OR WS-FIND-FOUND.
093600 8100-FIND-GRANT-EXIT.
093700     EXIT.
093800 
093900 8110-CHECK-GRANT.
094000     IF WS-TA-USER-ID (WS-AUTH-SCAN-IDX) = WS-FIND-USER
094100             AND (WS-FIND-FUNCTION = SPACES
094200              OR WS-TA-FUNCTION (WS-AUTH-SCAN-IDX)
094300                     = WS-FIND-FUNCTION)
094400         MOVE 'Y' TO WS-FIND-SW
094500     END-IF.
094600 8110-CHECK-GRANT-EXIT.
094700     EXIT.
094800 
094900*****************************************************************
095000* 8200-FIND-FUNCTION - IS WS-FIND-FUNCTION GRANTED TO ANYBODY ON
095100* AUTHFILE, I.E. IS THAT PROGRAM UNDER AUTHORIZATION CONTROL?
095200*****************************************************************
095300 8200-FIND-FUNCTION.
095400     MOVE 'N' TO WS-FIND-SW.
095500     PERFORM 8210-CHECK-FUNCTION
095600         THRU 8210-CHECK-FUNCTION-EXIT
095700         VARYING WS-AUTH-SCAN-IDX FROM 1 BY 1
095800         UNTIL WS-AUTH-SCAN-IDX > WS-AUTH-COUNT
095900            OR WS-FIND-FOUND.
096000 8200-FIND-FUNCTION-EXIT.
096100     EXIT.
096200 
096300 8210-CHECK-FUNCTION.
096400     IF WS-TA-FUNCTION (WS-AUTH-SCAN-IDX) = WS-FIND-FUNCTION
096500         MOVE 'Y' TO WS-FIND-SW
096600     END-IF.
096700 8210-CHECK-FUNCTION-EXIT.
096800     EXIT.
096900 
097000*****************************************************************
097100* 8300-FIND-OPERATOR - THE EMPLOYEE ID OPRXREF GIVES FOR
097200* WS-FIND-USER, IN WS-OPR-EMPL-ID; SPACES WHEN THE USER IS NOT
097300* ON THE CROSS-REFERENCE.
097400*****************************************************************
097500 8300-FIND-OPERATOR.
097600     MOVE SPACES TO WS-OPR-EMPL-ID.
097700     PERFORM 8310-CHECK-OPERATOR
097800         THRU 8310-CHECK-OPERATOR-EXIT
097900         VARYING WS-OPRX-IDX FROM 1 BY 1
098000         UNTIL WS-OPRX-IDX > WS-OPRX-COUNT
098100            OR WS-OPR-EMPL-ID NOT = SPACES.
098200 8300-FIND-OPERATOR-EXIT.
098300     EXIT.
098400 
098500 8310-CHECK-OPERATOR.
098600     IF WS-TX-USER-ID (WS-OPRX-IDX) = WS-FIND-USER
098700         MOVE WS-TX-EMPL-ID (WS-OPRX-IDX) TO WS-OPR-EMPL-ID
098800     END-IF.
098900 8310-CHECK-OPERATOR-EXIT.
099000     EXIT.
099100 
099200*****************************************************************
099300* WRITE-AUDIT-LOG - SHARED AUDIT LOG WRITE, COPIED FROM
099400* AUDLOG.CPY. SEE THE COPYBOOK FOR DETAILS.
099500*****************************************************************
099600     COPY AUDLOG.
