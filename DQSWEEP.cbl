000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DQSWEEP.
000300 AUTHOR.        D BUDZOWSKI.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* MODIFICATION HISTORY
000900* DATE       INIT DESCRIPTION
001000* ---------- ---- ------------------------------------------
001100* 2026-10-15 DB   INITIAL VERSION - NIGHTLY BUSINESS-RULE DATA
001200*                 QUALITY SWEEP. EMPVRFY PROVES EMP, EMPSNAP AND
001300*                 EMPMAST AGREE; THIS SWEEP CHECKS WHETHER WHAT
001400*                 THEY AGREE ON MAKES SENSE. EMPMAST (THE KEYED
001500*                 COPY OF EMP) IS READ IN KEY ORDER WITH ITS
001600*                 LEAVEF RECORD BY KEY, THE BENEFEED SHAPE, FOR
001700*                 THE STATUS, LEAVE, NAME AND DEPARTMENT RULES;
001800*                 A FILTERED EMP CURSOR FINDS THE HIRE DATES IN
001900*                 THE FUTURE OR BEFORE THE COMPANY WAS FOUNDED
002000*                 (PARMFILE 'DQSWEEP FOUNDED', YYYYMMDD). THE
002100*                 NAME-FORMAT AND ID-RANGE RULES ARE THE FLDEDIT
002200*                 EDITS. EVERY FINDING CARRIES A RULE CODE AND
002300*                 SEVERITY, PRINTS ON THE DQRPT EXCEPTIONS
002400*                 REPORT, AND GOES TO THE AUDIT TRAIL AT THE
002500*                 RULE'S SEVERITY SO AUDALERT PAGES ON THE
002600*                 SEVERE ONES; THE REPORT ENDS WITH THE COUNT BY
002700*                 RULE. THE STEP ITSELF ENDS WITH RETURN CODE
002800*                 ZERO WHEN THE SWEEP RUNS -- THE FINDINGS ARE
002900*                 FOR THE DATA OWNERS, NOT A REASON TO STOP THE
003000*                 CYCLE.
003010* 2026-10-15 DB   ONLY A LEAVEF NOT-FOUND (STATUS 23) IS A LEAVE
003020*                 FINDING; ANY OTHER FAILED READ FAILS THE STEP
003030*                 RC 16 INSTEAD OF PASSING FOR A MISSING RECORD.
003100*****************************************************************
003200 
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT EMPMAST-FILE ASSIGN TO EMPMAST
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS SEQUENTIAL
003900         RECORD KEY IS EM-EMPL-ID
004000         FILE STATUS IS WS-MAST-STATUS.
004100     SELECT LEAVEF-FILE ASSIGN TO LEAVEF
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS RANDOM
004400         RECORD KEY IS LV-EMPL-ID
004500         FILE STATUS IS WS-LEAVE-STATUS.
004600     SELECT DEPTREF-FILE ASSIGN TO DEPTREF
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-DEPTREF-STATUS.
004900     SELECT DQRPT-FILE ASSIGN TO DQRPT
005000         ORGANIZATION IS SEQUENTIAL.
005100     SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-AUDIT-STATUS.
005400 
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  EMPMAST-FILE
005800     RECORD CONTAINS 80 CHARACTERS.
005900     COPY EMPMAST.
006000 
006100 FD  LEAVEF-FILE
006200     RECORD CONTAINS 80 CHARACTERS
006300     LABEL RECORDS ARE STANDARD.
006400     COPY LVREC.
006500 
006600 FD  DEPTREF-FILE
006700     RECORDING MODE IS F
006800     RECORD CONTAINS 80 CHARACTERS
006900     LABEL RECORDS ARE STANDARD.
007000     COPY DEPTREF.
007100 
007200 FD  DQRPT-FILE
007300     RECORDING MODE IS F
007400     RECORD CONTAINS 132 CHARACTERS
007500     LABEL RECORDS ARE STANDARD.
007600     COPY DQRPT.
007700 
007800 FD  AUDIT-LOG-FILE
007900     RECORDING MODE IS F
008000     RECORD CONTAINS 80 CHARACTERS
008100     LABEL RECORDS ARE STANDARD.
008200     COPY AUDREC.
008300 
008400 WORKING-STORAGE SECTION.
008500 01  WS-MAST-STATUS               PIC X(02).
008600 01  WS-LEAVE-STATUS              PIC X(02).
008700 01  WS-AUDIT-STATUS              PIC X(02).
008800 
008900 01  WS-MAST-EOF-SW               PIC X(01)  VALUE 'N'.
009000     88  WS-MAST-EOF                         VALUE 'Y'.
009100 01  WS-HIRE-EOF-SW               PIC X(01)  VALUE 'N'.
009200     88  WS-HIRE-EOF                         VALUE 'Y'.
009300 01  WS-MAST-OPEN-SW              PIC X(01)  VALUE 'N'.
009400     88  WS-MAST-OPEN                        VALUE 'Y'.
009500 01  WS-LEAVE-OPEN-SW             PIC X(01)  VALUE 'N'.
009600     88  WS-LEAVE-OPEN                       VALUE 'Y'.
009700 01  WS-DIGIT-SW                  PIC X(01)  VALUE 'N'.
009800     88  WS-NAME-HAS-DIGIT                   VALUE 'Y'.
009900 01  WS-LOWER-SW                  PIC X(01)  VALUE 'N'.
010000     88  WS-NAME-HAS-LOWER                   VALUE 'Y'.
010100 
010200 01  WS-NAME-CHAR                 PIC X(01).
010300     88  WS-NAME-CHAR-DIGIT                  VALUE '0' THRU '9'.
010400     88  WS-NAME-CHAR-LOWER                  VALUE 'a' THRU 'i'
010500                                                   'j' THRU 'r'
010600                                                   's' THRU 'z'.
010700 01  WS-NAME-POS                  PIC 9(02)  VALUE ZERO.
010800 
010900 01  WS-SYS-DATE.
011000     05  WS-SYS-YYYY              PIC 9(04).
011100     05  WS-SYS-MM                PIC 9(02).
011200     05  WS-SYS-DD                PIC 9(02).
011300 
011400 01  WS-RUN-DATE-EDIT.
011500     05  WS-RE-MM                 PIC 9(02).
011600     05  FILLER                   PIC X(01)  VALUE '/'.
011700     05  WS-RE-DD                 PIC 9(02).
011800     05  FILLER                   PIC X(01)  VALUE '/'.
011900     05  WS-RE-YYYY               PIC 9(04).
012000 
012100*    THE RUN DATE AND THE FOUNDING DATE AS YYYY-MM-DD, THE FORM
012200*    EMP_HIRE_DATE COMPARES WITH IN THE HIRE-DATE CURSOR.
012300 01  WS-RUN-DATE-ISO.
012400     05  WS-RI-YYYY               PIC 9(04).
012500     05  FILLER                   PIC X(01)  VALUE '-'.
012600     05  WS-RI-MM                 PIC 9(02).
012700     05  FILLER                   PIC X(01)  VALUE '-'.
012800     05  WS-RI-DD                 PIC 9(02).
012900 
013000*    THE EARLIEST PLAUSIBLE HIRE DATE. THE COMPILED DEFAULT IS A
013100*    FLOOR; PARMFILE 'DQSWEEP FOUNDED' CARRIES THE REAL DATE.
013200 01  WS-FOUNDED-DATE              PIC 9(08)  VALUE 19600101.
013300 01  WS-FOUNDED-DATE-R REDEFINES WS-FOUNDED-DATE.
013400     05  WS-FD-YYYY               PIC 9(04).
013500     05  WS-FD-MM                 PIC 9(02).
013600     05  WS-FD-DD                 PIC 9(02).
013700 01  WS-FOUNDED-ISO.
013800     05  WS-FI-YYYY               PIC 9(04).
013900     05  FILLER                   PIC X(01)  VALUE '-'.
014000     05  WS-FI-MM                 PIC 9(02).
014100     05  FILLER                   PIC X(01)  VALUE '-'.
014200     05  WS-FI-DD                 PIC 9(02).
014300 
014400 01  WS-PARM-MSG.
014500     05  FILLER                   PIC X(08)  VALUE 'FOUNDED '.
014600     05  WS-PMSG-FOUNDED          PIC X(10).
014700     05  FILLER                   PIC X(02)  VALUE SPACES.
014800 
014900 01  WS-HIRE-ROW.
015000     05  WS-HR-EMPL-ID            PIC 9(05).
015100     05  WS-HR-EMPL-NAME          PIC X(15).
015200     05  WS-HR-HIRE-DATE          PIC X(10).
015300 
015400*    THE RULES. EACH ENTRY IS THE RULE CODE, ITS SEVERITY ('S'
015500*    SEVERE -- AUDALERT PAGES ON IT -- OR 'W' WARNING), AND THE
015600*    DESCRIPTION PRINTED BESIDE EVERY FINDING AND COUNT. THE
015700*    WS-RULE-DQnn SUBSCRIPTS BELOW NAME THE ENTRIES.
015800 01  WS-RULE-VALUES.
015900     05  FILLER  PIC X(40)
016000             VALUE 'DQ01WON LEAVE, NO OPEN LEAVEF RECORD    '.
016100     05  FILLER  PIC X(40)
016200             VALUE 'DQ02WOPEN LEAVEF RECORD, NOT ON LEAVE   '.
016300     05  FILLER  PIC X(40)
016400             VALUE 'DQ03SHIRE DATE IN THE FUTURE            '.
016500     05  FILLER  PIC X(40)
016600             VALUE 'DQ04SHIRE DATE BEFORE COMPANY FOUNDED   '.
016700     05  FILLER  PIC X(40)
016800             VALUE 'DQ05WNAME CONTAINS DIGITS               '.
016900     05  FILLER  PIC X(40)
017000             VALUE 'DQ06WNAME CONTAINS LOWERCASE            '.
017100     05  FILLER  PIC X(40)
017200             VALUE 'DQ07WNAME BLANK OR FAILS NAME EDIT      '.
017300     05  FILLER  PIC X(40)
017400             VALUE 'DQ08SACTIVE IN DEPT NOT ON DEPTREF      '.
017500     05  FILLER  PIC X(40)
017600             VALUE 'DQ09SSTATUS NOT A, L OR T               '.
017700     05  FILLER  PIC X(40)
017800             VALUE 'DQ10SEMPLOYEE ID OUT OF RANGE           '.
017900 01  WS-RULE-TABLE REDEFINES WS-RULE-VALUES.
018000     05  WS-RULE-ENTRY OCCURS 10 TIMES.
018100         10  WS-RL-CODE           PIC X(04).
018200         10  WS-RL-SEVERITY       PIC X(01).
018300         10  WS-RL-DESC           PIC X(35).
018400 01  WS-RULE-COUNT-TABLE.
018500     05  WS-RL-COUNT OCCURS 10 TIMES
018600                                  PIC 9(05).
018700 01  WS-RULE-MAX                  PIC 9(02)  VALUE 10.
018800 01  WS-RULE-IDX                  PIC 9(02)  VALUE ZERO.
018900 01  WS-RULE-DQ01                 PIC 9(02)  VALUE 1.
019000 01  WS-RULE-DQ02                 PIC 9(02)  VALUE 2.
019100 01  WS-RULE-DQ03                 PIC 9(02)  VALUE 3.
019200 01  WS-RULE-DQ04                 PIC 9(02)  VALUE 4.
019300 01  WS-RULE-DQ05                 PIC 9(02)  VALUE 5.
019400 01  WS-RULE-DQ06                 PIC 9(02)  VALUE 6.
019500 01  WS-RULE-DQ07                 PIC 9(02)  VALUE 7.
019600 01  WS-RULE-DQ08                 PIC 9(02)  VALUE 8.
019700 01  WS-RULE-DQ09                 PIC 9(02)  VALUE 9.
019800 01  WS-RULE-DQ10                 PIC 9(02)  VALUE 10.
019900 
020000*    ONE FINDING, FILLED IN BY THE RULE THAT FIRED AND HANDED TO
020100*    8000-RECORD-FINDING.
020200 01  WS-FINDING.
020300     05  WS-FN-RULE               PIC 9(02).
020400     05  WS-FN-STORE              PIC X(07).
020500     05  WS-FN-EMPL-ID            PIC 9(05).
020600     05  WS-FN-NAME               PIC X(15).
020700     05  WS-FN-VALUE              PIC X(15).
020800 
020900 01  WS-FINDING-MSG.
021000     05  FILLER                   PIC X(05)  VALUE 'EMPL '.
021100     05  WS-FM-EMPL-ID            PIC 9(05).
021200     05  FILLER                   PIC X(01)  VALUE SPACE.
021300     05  WS-FM-STORE              PIC X(07).
021400     05  FILLER                   PIC X(02)  VALUE SPACES.
021500 
021600 01  WS-STATUS-VALUE.
021700     05  FILLER                   PIC X(07)  VALUE 'STATUS '.
021800     05  WS-SV-STATUS             PIC X(01).
021900     05  FILLER                   PIC X(07)  VALUE SPACES.
022000 
022100 01  WS-MAST-READ-COUNT           PIC 9(05)  VALUE ZERO.
022200 01  WS-HIRE-ROW-COUNT            PIC 9(05)  VALUE ZERO.
022300 01  WS-FINDING-COUNT             PIC 9(05)  VALUE ZERO.
022400 01  WS-SEVERE-COUNT              PIC 9(05)  VALUE ZERO.
022500 01  WS-WARNING-COUNT             PIC 9(05)  VALUE ZERO.
022600 
022700     COPY FLDPARM.
022800 
022900     COPY PRMPARM.
023000 
023100     COPY DEPTTBL.
023200 
023300     COPY SQLSW.
023400     EXEC SQL
023500         INCLUDE SQLCA
023600     END-EXEC.
023700 
023800     EXEC SQL
023900         INCLUDE DCLEMP
024000     END-EXEC.
024100 
024200     EXEC SQL
024300         DECLARE DQHIRE-CUR CURSOR FOR
024400            SELECT EMP_ID, EMP_NAME, EMP_HIRE_DATE
024500              FROM EMP
024600             WHERE EMP_HIRE_DATE > :WS-RUN-DATE-ISO
024700                OR EMP_HIRE_DATE < :WS-FOUNDED-ISO
024800             ORDER BY EMP_ID
024900     END-EXEC.
025000 
025100 PROCEDURE DIVISION.
025200 
025300 0000-MAINLINE.
025400     OPEN EXTEND AUDIT-LOG-FILE.
025500     MOVE 'DQSWEEP' TO AL-PROGRAM.
025600     PERFORM 1000-INITIALIZE
025700         THRU 1000-INITIALIZE-EXIT.
025800     IF WS-ABEND-REQUESTED
025900         GO TO 9999-END-OF-JOB
026000     END-IF.
026100     PERFORM 2000-SWEEP-ONE-MASTER
026200         THRU 2000-SWEEP-ONE-MASTER-EXIT
026300         UNTIL WS-MAST-EOF.
026310     IF WS-ABEND-REQUESTED
026320         GO TO 9999-END-OF-JOB
026330     END-IF.
026400     PERFORM 3000-SWEEP-HIRE-DATES
026500         THRU 3000-SWEEP-HIRE-DATES-EXIT.
026600     IF WS-ABEND-REQUESTED
026700         GO TO 9999-END-OF-JOB
026800     END-IF.
026900     PERFORM 4000-FINALIZE
027000         THRU 4000-FINALIZE-EXIT.
027100 9999-END-OF-JOB.
027200     IF WS-MAST-OPEN
027300         CLOSE EMPMAST-FILE
027400     END-IF.
027500     IF WS-LEAVE-OPEN
027600         CLOSE LEAVEF-FILE
027700     END-IF.
027800     CLOSE DQRPT-FILE.
027900     CLOSE AUDIT-LOG-FILE.
028000     STOP RUN.
028100 
028200*****************************************************************
028300* 1000-INITIALIZE - ESTABLISH THE RUN DATE, PICK UP THE FOUNDING
028400* DATE, PRINT THE TITLE AND FINDING HEADING, LOAD THE DEPARTMENT
028500* TABLE, AND OPEN EMPMAST AND LEAVEF. NO DEPTREF DATA, OR EITHER
028600* KSDS FAILING TO OPEN, FAILS THE STEP -- A SWEEP WITHOUT THEM
028700* WOULD FLAG EVERY EMPLOYEE OR NONE.
028800*****************************************************************
028900 1000-INITIALIZE.
029000     OPEN OUTPUT DQRPT-FILE.
029100     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
029200     MOVE WS-SYS-MM   TO WS-RE-MM.
029300     MOVE WS-SYS-DD   TO WS-RE-DD.
029400     MOVE WS-SYS-YYYY TO WS-RE-YYYY.
029500     MOVE WS-SYS-YYYY TO WS-RI-YYYY.
029600     MOVE WS-SYS-MM   TO WS-RI-MM.
029700     MOVE WS-SYS-DD   TO WS-RI-DD.
029800     MOVE ZERO TO WS-RULE-COUNT-TABLE.
029900     PERFORM 1100-APPLY-RUN-PARMS
030000         THRU 1100-APPLY-RUN-PARMS-EXIT.
030100 
030200     MOVE SPACES TO DQRPT-RECORD.
030300     MOVE 'DATA QUALITY EXCEPTIONS' TO WT-TITLE-TEXT.
030400     MOVE 'RUN DATE: '              TO WT-RUN-DATE-LABEL.
030500     MOVE WS-RUN-DATE-EDIT          TO WT-RUN-DATE.
030600     WRITE DQRPT-RECORD.
030700     MOVE SPACES TO DQRPT-RECORD.
030800     WRITE DQRPT-RECORD.
030900     MOVE SPACES TO DQRPT-RECORD.
031000     MOVE 'RULE'        TO WH-RULE-HDG.
031100     MOVE 'SEV'         TO WH-SEV-HDG.
031200     MOVE 'STORE'       TO WH-STORE-HDG.
031300     MOVE 'EMPL ID'     TO WH-ID-HDG.
031400     MOVE 'NAME'        TO WH-NAME-HDG.
031500     MOVE 'VALUE'       TO WH-VALUE-HDG.
031600     MOVE 'DESCRIPTION' TO WH-DESC-HDG.
031700     WRITE DQRPT-RECORD.
031800 
031900     PERFORM LOAD-DEPT-TABLE
032000         THRU LOAD-DEPT-TABLE-EXIT.
032100     IF WS-DEPTREF-COUNT = ZERO
032200         DISPLAY 'DQSWEEP - DEPTREF REFERENCE FILE MISSING OR '
032300                 'EMPTY, ABENDING'
032400         MOVE 'LOAD DEPT TABLE'   TO AL-OPERATION
032500         MOVE 'NO DEPTREF DATA'   TO AL-MESSAGE
032600         PERFORM 1900-INIT-FAILED
032700             THRU 1900-INIT-FAILED-EXIT
032800         GO TO 1000-INITIALIZE-EXIT
032900     END-IF.
033000 
033100     OPEN INPUT EMPMAST-FILE.
033200     IF WS-MAST-STATUS NOT = '00' AND WS-MAST-STATUS NOT = '97'
033300         DISPLAY 'DQSWEEP - ERROR OPENING EMPMAST, STATUS '
033400                 WS-MAST-STATUS
033500         MOVE 'OPEN EMPMAST'      TO AL-OPERATION
033600         MOVE 'OPEN FAILED'       TO AL-MESSAGE
033700         PERFORM 1900-INIT-FAILED
033800             THRU 1900-INIT-FAILED-EXIT
033900         GO TO 1000-INITIALIZE-EXIT
034000     END-IF.
034100     MOVE 'Y' TO WS-MAST-OPEN-SW.
034200     OPEN INPUT LEAVEF-FILE.
034300     IF WS-LEAVE-STATUS NOT = '00' AND WS-LEAVE-STATUS NOT = '97'
034400         DISPLAY 'DQSWEEP - ERROR OPENING LEAVEF, STATUS '
034500                 WS-LEAVE-STATUS
034600         MOVE 'OPEN LEAVEF'       TO AL-OPERATION
034700         MOVE 'OPEN FAILED'       TO AL-MESSAGE
034800         PERFORM 1900-INIT-FAILED
034900             THRU 1900-INIT-FAILED-EXIT
035000         GO TO 1000-INITIALIZE-EXIT
035100     END-IF.
035200     MOVE 'Y' TO WS-LEAVE-OPEN-SW.
035300 1000-INITIALIZE-EXIT.
035400     EXIT.
035500 
035600*****************************************************************
035700* 1100-APPLY-RUN-PARMS - PICK THE COMPANY FOUNDING DATE UP FROM
035800* THE PARMFILE DATASET THROUGH THE SHARED PRMLKUP SUBPROGRAM,
035900* KEEPING THE COMPILED FLOOR WHEN THE KEY IS MISSING OR NOT A
036000* YYYYMMDD DATE BEFORE TODAY, AND LOG THE DATE THIS RUN USES TO
036100* THE AUDIT TRAIL.
036200*****************************************************************
036300 1100-APPLY-RUN-PARMS.
036400     MOVE 'DQSWEEP FOUNDED ' TO WS-PM-KEY.
036500     CALL 'PRMLKUP' USING WS-PRMLKUP-PARM.
036600     IF WS-PM-FOUND
036700             AND WS-PM-NUMERIC-VALUE > 18000101
036800             AND WS-PM-NUMERIC-VALUE < WS-SYS-DATE
036900         MOVE WS-PM-NUMERIC-VALUE TO WS-FOUNDED-DATE
037000     END-IF.
037100     MOVE WS-FD-YYYY TO WS-FI-YYYY.
037200     MOVE WS-FD-MM   TO WS-FI-MM.
037300     MOVE WS-FD-DD   TO WS-FI-DD.
037400     DISPLAY 'DQSWEEP - COMPANY FOUNDED ' WS-FOUNDED-ISO.
037500     MOVE WS-FOUNDED-ISO TO WS-PMSG-FOUNDED.
037600     MOVE 'APPLY RUN PARMS' TO AL-OPERATION.
037700     MOVE ZERO             TO AL-SQLCODE.
037800     MOVE WS-PARM-MSG      TO AL-MESSAGE.
037900     PERFORM WRITE-AUDIT-LOG
038000         THRU WRITE-AUDIT-LOG-EXIT.
038100 1100-APPLY-RUN-PARMS-EXIT.
038200     EXIT.
038300 
038400*****************************************************************
038500* 1900-INIT-FAILED - LOG THE INITIALIZATION FAILURE (OR LEAVEF
038600* READ FAILURE) DESCRIBED IN AL-OPERATION/AL-MESSAGE AS SEVERE
038610* AND FAIL THE STEP.
038700*****************************************************************
038800 1900-INIT-FAILED.
038900     MOVE ZERO TO AL-SQLCODE.
039000     MOVE 'S'  TO AL-SEVERITY.
039100     PERFORM WRITE-AUDIT-LOG
039200         THRU WRITE-AUDIT-LOG-EXIT.
039300     MOVE 16  TO RETURN-CODE.
039400     MOVE 'Y' TO WS-ABEND-SW.
039500 1900-INIT-FAILED-EXIT.
039600     EXIT.
039700 
039800*****************************************************************
039900* 2000-SWEEP-ONE-MASTER - READ THE NEXT EMPMAST RECORD AND RUN
040000* THE MASTER RULES AGAINST IT: ID RANGE (FLDEDIT), STATUS CODE,
040100* LEAVE AGAINST LEAVEF, NAME, AND DEPARTMENT.
040200*****************************************************************
040300 2000-SWEEP-ONE-MASTER.
040400     READ EMPMAST-FILE
040500         AT END
040600             MOVE 'Y' TO WS-MAST-EOF-SW
040700             GO TO 2000-SWEEP-ONE-MASTER-EXIT
040800     END-READ.
040900     ADD 1 TO WS-MAST-READ-COUNT.
041000     MOVE 'EMPMAST'    TO WS-FN-STORE.
041100     MOVE EM-EMPL-ID   TO WS-FN-EMPL-ID.
041200     MOVE EM-EMPL-NAME TO WS-FN-NAME.
041300 
041400     MOVE 'N'          TO WS-FE-EDIT-TYPE.
041500     MOVE EM-EMPL-ID   TO WS-FE-NUMERIC-VALUE.
041600     MOVE 1            TO WS-FE-NUMERIC-LOW.
041700     MOVE 99999        TO WS-FE-NUMERIC-HIGH.
041800     MOVE 'EM-EMPL-ID' TO WS-FE-FIELD-NAME.
041900     CALL 'FLDEDIT' USING WS-FLDEDIT-PARM.
042000     IF WS-FE-EDIT-INVALID
042100         MOVE WS-RULE-DQ10 TO WS-FN-RULE
042200         MOVE EM-EMPL-ID   TO WS-FN-VALUE
042300         PERFORM 8000-RECORD-FINDING
042400             THRU 8000-RECORD-FINDING-EXIT
042500     END-IF.
042600 
042700     MOVE EM-EMPL-STATUS TO WS-SV-STATUS.
042800     IF EM-EMPL-STATUS NOT = 'A' AND EM-EMPL-STATUS NOT = 'L'
042900             AND EM-EMPL-STATUS NOT = 'T'
043000         MOVE WS-RULE-DQ09    TO WS-FN-RULE
043100         MOVE WS-STATUS-VALUE TO WS-FN-VALUE
043200         PERFORM 8000-RECORD-FINDING
043300             THRU 8000-RECORD-FINDING-EXIT
043400     ELSE
043500         PERFORM 2100-CHECK-LEAVE
043600             THRU 2100-CHECK-LEAVE-EXIT
043700     END-IF.
043800 
043900     PERFORM 2200-CHECK-NAME
044000         THRU 2200-CHECK-NAME-EXIT.
044100 
044200     IF EM-EMPL-STATUS = 'A'
044300         MOVE EM-EMPL-DEPT TO WS-DL-DEPT
044400         PERFORM LOOK-UP-DEPT
044500             THRU LOOK-UP-DEPT-EXIT
044600         IF NOT WS-DEPTREF-FOUND
044700             MOVE 'EMPMAST'    TO WS-FN-STORE
044800             MOVE WS-RULE-DQ08 TO WS-FN-RULE
044900             MOVE SPACES       TO WS-FN-VALUE
045000             STRING 'DEPT ' EM-EMPL-DEPT DELIMITED BY SIZE
045100                 INTO WS-FN-VALUE
045200             PERFORM 8000-RECORD-FINDING
045300                 THRU 8000-RECORD-FINDING-EXIT
045400         END-IF
045500     END-IF.
045600 2000-SWEEP-ONE-MASTER-EXIT.
045700     EXIT.
045800 
045900*****************************************************************
046000* 2100-CHECK-LEAVE - READ THE EMPLOYEE'S LEAVEF RECORD BY KEY.
046100* AN EMPLOYEE ON LEAVE NEEDS AN OPEN ONE (DQ01 OTHERWISE -- NO
046200* RECORD, OR ONE ALREADY MARKED RETURNED); AN ACTIVE OR
046300* TERMINATED EMPLOYEE MUST NOT STILL HAVE ONE OPEN (DQ02,
046400* FOUND IN LEAVEF). ONLY STATUS 23 MEANS NO RECORD; ANY OTHER
046410* FAILED READ ENDS THE SWEEP RC 16 -- A LEAVEF THAT CANNOT BE
046420* READ WOULD OTHERWISE BE REPORTED AS A DQ01 ON EVERY LEAVE.
046500*****************************************************************
046600 2100-CHECK-LEAVE.
046700     MOVE EM-EMPL-ID TO LV-EMPL-ID.
046800     READ LEAVEF-FILE.
046809     IF WS-LEAVE-STATUS NOT = '00' AND WS-LEAVE-STATUS NOT = '23'
046818         DISPLAY 'DQSWEEP - ERROR READING LEAVEF FOR '
046827                 EM-EMPL-ID ', STATUS ' WS-LEAVE-STATUS
046836         MOVE 'READ LEAVEF'       TO AL-OPERATION
046845         MOVE 'READ FAILED'       TO AL-MESSAGE
046854         PERFORM 1900-INIT-FAILED
046863             THRU 1900-INIT-FAILED-EXIT
046872         MOVE 'Y' TO WS-MAST-EOF-SW
046881         GO TO 2100-CHECK-LEAVE-EXIT
046890     END-IF.
046900     IF EM-EMPL-STATUS = 'L'
047000         IF WS-LEAVE-STATUS NOT = '00'
047100             MOVE WS-RULE-DQ01       TO WS-FN-RULE
047200             MOVE 'NO LEAVEF RECORD' TO WS-FN-VALUE
047300             PERFORM 8000-RECORD-FINDING
047400                 THRU 8000-RECORD-FINDING-EXIT
047500         ELSE
047600             IF NOT LV-ON-LEAVE
047700                 MOVE WS-RULE-DQ01       TO WS-FN-RULE
047800                 MOVE SPACES             TO WS-FN-VALUE
047900                 STRING 'LEAVEF STATUS ' LV-STATUS
048000                     DELIMITED BY SIZE INTO WS-FN-VALUE
048100                 PERFORM 8000-RECORD-FINDING
048200                     THRU 8000-RECORD-FINDING-EXIT
048300             END-IF
048400         END-IF
048500         GO TO 2100-CHECK-LEAVE-EXIT
048600     END-IF.
048700     IF WS-LEAVE-STATUS = '00' AND LV-ON-LEAVE
048800         MOVE 'LEAVEF'        TO WS-FN-STORE
048900         MOVE WS-RULE-DQ02    TO WS-FN-RULE
049000         MOVE WS-STATUS-VALUE TO WS-FN-VALUE
049100         PERFORM 8000-RECORD-FINDING
049200             THRU 8000-RECORD-FINDING-EXIT
049300         MOVE 'EMPMAST'       TO WS-FN-STORE
049400     END-IF.
049500 2100-CHECK-LEAVE-EXIT.
049600     EXIT.
049700 
049800*****************************************************************
049900* 2200-CHECK-NAME - A BLANK NAME OR ONE THE FLDEDIT NAME-FORMAT
050000* EDIT REJECTS IS DQ07. THE EDIT ALLOWS DIGITS AND IS BLIND TO
050100* CASE, SO A SCAN OF THE NAME FLAGS DIGITS (DQ05) AND LOWERCASE
050200* LETTERS (DQ06) SEPARATELY -- EVERY NAME IS KEYED IN UPPER CASE.
050300*****************************************************************
050400 2200-CHECK-NAME.
050500     MOVE 'A'            TO WS-FE-EDIT-TYPE.
050600     MOVE EM-EMPL-NAME   TO WS-FE-ALPHA-VALUE.
050700     MOVE 'EM-EMPL-NAME' TO WS-FE-FIELD-NAME.
050800     CALL 'FLDEDIT' USING WS-FLDEDIT-PARM.
050900     IF EM-EMPL-NAME = SPACES OR WS-FE-EDIT-INVALID
051000         MOVE WS-RULE-DQ07 TO WS-FN-RULE
051100         MOVE EM-EMPL-NAME TO WS-FN-VALUE
051200         PERFORM 8000-RECORD-FINDING
051300             THRU 8000-RECORD-FINDING-EXIT
051400     END-IF.
051500     MOVE 'N' TO WS-DIGIT-SW.
051600     MOVE 'N' TO WS-LOWER-SW.
051700     PERFORM 2210-SCAN-NAME-CHAR
051800         THRU 2210-SCAN-NAME-CHAR-EXIT
051900         VARYING WS-NAME-POS FROM 1 BY 1
052000         UNTIL WS-NAME-POS > 15.
052100     IF WS-NAME-HAS-DIGIT
052200         MOVE WS-RULE-DQ05 TO WS-FN-RULE
052300         MOVE EM-EMPL-NAME TO WS-FN-VALUE
052400         PERFORM 8000-RECORD-FINDING
052500             THRU 8000-RECORD-FINDING-EXIT
052600     END-IF.
052700     IF WS-NAME-HAS-LOWER
052800         MOVE WS-RULE-DQ06 TO WS-FN-RULE
052900         MOVE EM-EMPL-NAME TO WS-FN-VALUE
053000         PERFORM 8000-RECORD-FINDING
053100             THRU 8000-RECORD-FINDING-EXIT
053200     END-IF.
053300 2200-CHECK-NAME-EXIT.
053400     EXIT.
053500 
053600 2210-SCAN-NAME-CHAR.
053700     MOVE EM-EMPL-NAME (WS-NAME-POS:1) TO WS-NAME-CHAR.
053800     IF WS-NAME-CHAR-DIGIT
053900         MOVE 'Y' TO WS-DIGIT-SW
054000     END-IF.
054100     IF WS-NAME-CHAR-LOWER
054200         MOVE 'Y' TO WS-LOWER-SW
054300     END-IF.
054400 2210-SCAN-NAME-CHAR-EXIT.
054500     EXIT.
054600 
054700*****************************************************************
054800* 3000-SWEEP-HIRE-DATES - OPEN THE HIRE-DATE CURSOR, WHICH ONLY
054900* RETURNS EMP ROWS HIRED AFTER TODAY OR BEFORE THE FOUNDING
055000* DATE, AND RECORD A FINDING FOR EACH.
055100*****************************************************************
055200 3000-SWEEP-HIRE-DATES.
055300     MOVE 'OPEN DQHIRE-CUR' TO WS-SQL-OPERATION.
055400     EXEC SQL
055500         OPEN DQHIRE-CUR
055600     END-EXEC.
055700 
055800     PERFORM SQL-ERROR-CHECK
055900         THRU SQL-ERROR-CHECK-EXIT.
056000     IF WS-ABEND-REQUESTED
056100         GO TO 3000-SWEEP-HIRE-DATES-EXIT
056200     END-IF.
056300     PERFORM 3100-FETCH-DQHIRE-CUR
056400         THRU 3100-FETCH-DQHIRE-CUR-EXIT
056500         UNTIL WS-HIRE-EOF OR WS-ABEND-REQUESTED.
056600     IF WS-ABEND-REQUESTED
056700         GO TO 3000-SWEEP-HIRE-DATES-EXIT
056800     END-IF.
056900     MOVE 'CLOSE DQHIRE-CUR' TO WS-SQL-OPERATION.
057000     EXEC SQL
057100         CLOSE DQHIRE-CUR
057200     END-EXEC.
057300 
057400     PERFORM SQL-ERROR-CHECK
057500         THRU SQL-ERROR-CHECK-EXIT.
057600 3000-SWEEP-HIRE-DATES-EXIT.
057700     EXIT.
057800 
057900 3100-FETCH-DQHIRE-CUR.
058000     MOVE 'FETCH DQHIRE-CUR' TO WS-SQL-OPERATION.
058100     EXEC SQL
058200         FETCH DQHIRE-CUR
058300            INTO :WS-HR-EMPL-ID, :WS-HR-EMPL-NAME,
058400                 :WS-HR-HIRE-DATE
058500     END-EXEC.
058600 
058700     PERFORM SQL-ERROR-CHECK
058800         THRU SQL-ERROR-CHECK-EXIT.
058900     IF SQLCODE = 100
059000         MOVE 'Y' TO WS-HIRE-EOF-SW
059100         GO TO 3100-FETCH-DQHIRE-CUR-EXIT
059200     END-IF.
059300     IF SQLCODE NOT = ZERO
059400         GO TO 3100-FETCH-DQHIRE-CUR-EXIT
059500     END-IF.
059600     ADD 1 TO WS-HIRE-ROW-COUNT.
059700     MOVE 'EMP'           TO WS-FN-STORE.
059800     MOVE WS-HR-EMPL-ID   TO WS-FN-EMPL-ID.
059900     MOVE WS-HR-EMPL-NAME TO WS-FN-NAME.
060000     MOVE WS-HR-HIRE-DATE TO WS-FN-VALUE.
060100     IF WS-HR-HIRE-DATE > WS-RUN-DATE-ISO
060200         MOVE WS-RULE-DQ03 TO WS-FN-RULE
060300     ELSE
060400         MOVE WS-RULE-DQ04 TO WS-FN-RULE
060500     END-IF.
060600     PERFORM 8000-RECORD-FINDING
060700         THRU 8000-RECORD-FINDING-EXIT.
060800 3100-FETCH-DQHIRE-CUR-EXIT.
060900     EXIT.
061000 
061100*****************************************************************
061200* 4000-FINALIZE - PRINT THE COUNT BY RULE AND THE TOTALS, AND
061300* LOG THE SWEEP'S OUTCOME TO THE AUDIT TRAIL. THE FINDINGS
061400* THEMSELVES ARE ALREADY THERE AT THEIR OWN SEVERITIES.
061500*****************************************************************
061600 4000-FINALIZE.
061700     IF WS-FINDING-COUNT = ZERO
061800         MOVE SPACES TO DQRPT-RECORD
061900         MOVE 'NO DATA QUALITY FINDINGS' TO WC-DESC
062000         WRITE DQRPT-RECORD
062100     END-IF.
062200     MOVE SPACES TO DQRPT-RECORD.
062300     WRITE DQRPT-RECORD.
062400     MOVE SPACES        TO DQRPT-RECORD.
062500     MOVE 'RULE'        TO WR-RULE-HDG.
062600     MOVE 'SEV'         TO WR-SEV-HDG.
062700     MOVE 'DESCRIPTION' TO WR-DESC-HDG.
062800     MOVE '  COUNT'     TO WR-COUNT-HDG.
062900     WRITE DQRPT-RECORD.
063000     PERFORM 4100-PRINT-RULE-COUNT
063100         THRU 4100-PRINT-RULE-COUNT-EXIT
063200         VARYING WS-RULE-IDX FROM 1 BY 1
063300         UNTIL WS-RULE-IDX > WS-RULE-MAX.
063400     MOVE SPACES TO DQRPT-RECORD.
063500     WRITE DQRPT-RECORD.
063600     MOVE SPACES                    TO DQRPT-RECORD.
063700     MOVE 'EMPMAST RECORDS SWEPT'   TO WC-DESC.
063800     MOVE WS-MAST-READ-COUNT        TO WC-COUNT.
063900     WRITE DQRPT-RECORD.
064000     MOVE SPACES                    TO DQRPT-RECORD.
064100     MOVE 'SEVERE FINDINGS'         TO WC-DESC.
064200     MOVE WS-SEVERE-COUNT           TO WC-COUNT.
064300     WRITE DQRPT-RECORD.
064400     MOVE SPACES                    TO DQRPT-RECORD.
064500     MOVE 'WARNING FINDINGS'        TO WC-DESC.
064600     MOVE WS-WARNING-COUNT          TO WC-COUNT.
064700     WRITE DQRPT-RECORD.
064800     MOVE SPACES                    TO DQRPT-RECORD.
064900     MOVE 'TOTAL FINDINGS'          TO WC-DESC.
065000     MOVE WS-FINDING-COUNT          TO WC-COUNT.
065100     WRITE DQRPT-RECORD.
065200     DISPLAY 'DQSWEEP - ' WS-MAST-READ-COUNT
065300             ' EMPMAST RECORDS SWEPT, ' WS-FINDING-COUNT
065400             ' FINDINGS (' WS-SEVERE-COUNT ' SEVERE)'.
065500     MOVE 'DATA QUALITY SWEEP' TO AL-OPERATION.
065600     MOVE ZERO                 TO AL-SQLCODE.
065700     IF WS-FINDING-COUNT = ZERO
065800         MOVE 'NO FINDINGS'    TO AL-MESSAGE
065900     ELSE
066000         MOVE 'FINDINGS LISTED' TO AL-MESSAGE
066100     END-IF.
066200     PERFORM WRITE-AUDIT-LOG
066300         THRU WRITE-AUDIT-LOG-EXIT.
066400 4000-FINALIZE-EXIT.
066500     EXIT.
066600 
066700 4100-PRINT-RULE-COUNT.
066800     MOVE SPACES                        TO DQRPT-RECORD.
066900     MOVE WS-RL-CODE (WS-RULE-IDX)      TO WC-RULE.
067000     MOVE WS-RL-SEVERITY (WS-RULE-IDX)  TO WC-SEV.
067100     MOVE WS-RL-DESC (WS-RULE-IDX)      TO WC-DESC.
067200     MOVE WS-RL-COUNT (WS-RULE-IDX)     TO WC-COUNT.
067300     WRITE DQRPT-RECORD.
067400 4100-PRINT-RULE-COUNT-EXIT.
067500     EXIT.
067600 
067700*****************************************************************
067800* 8000-RECORD-FINDING - COUNT THE FINDING IN WS-FINDING AGAINST
067900* ITS RULE AND SEVERITY, PRINT ITS DETAIL LINE, AND WRITE IT TO
068000* THE AUDIT TRAIL AT THE RULE'S SEVERITY WITH THE RULE CODE AND
068100* DESCRIPTION AS THE OPERATION AND THE EMPLOYEE AND STORE AS THE
068200* MESSAGE.
068300*****************************************************************
068400 8000-RECORD-FINDING.
068500     ADD 1 TO WS-FINDING-COUNT.
068600     ADD 1 TO WS-RL-COUNT (WS-FN-RULE).
068700     IF WS-RL-SEVERITY (WS-FN-RULE) = 'S'
068800         ADD 1 TO WS-SEVERE-COUNT
068900     ELSE
069000         ADD 1 TO WS-WARNING-COUNT
069100     END-IF.
069200     MOVE SPACES                      TO DQRPT-RECORD.
069300     MOVE WS-RL-CODE (WS-FN-RULE)     TO WD-RULE.
069400     MOVE WS-RL-SEVERITY (WS-FN-RULE) TO WD-SEV.
069500     MOVE WS-FN-STORE                 TO WD-STORE.
069600     MOVE WS-FN-EMPL-ID               TO WD-EMPL-ID.
069700     MOVE WS-FN-NAME                  TO WD-NAME.
069800     MOVE WS-FN-VALUE                 TO WD-VALUE.
069900     MOVE WS-RL-DESC (WS-FN-RULE)     TO WD-DESC.
070000     WRITE DQRPT-RECORD.
070100     MOVE SPACES TO AL-OPERATION.
070200     STRING WS-RL-CODE (WS-FN-RULE) ' ' WS-RL-DESC (WS-FN-RULE)
070300         DELIMITED BY SIZE INTO AL-OPERATION.
070400     MOVE ZERO                        TO AL-SQLCODE.
070500     MOVE WS-FN-EMPL-ID               TO WS-FM-EMPL-ID.
070600     MOVE WS-FN-STORE                 TO WS-FM-STORE.
070700     MOVE WS-FINDING-MSG              TO AL-MESSAGE.
070800     MOVE WS-RL-SEVERITY (WS-FN-RULE) TO AL-SEVERITY.
070900     PERFORM WRITE-AUDIT-LOG
071000         THRU WRITE-AUDIT-LOG-EXIT.
071100 8000-RECORD-FINDING-EXIT.
071200     EXIT.
071300 
071400*****************************************************************
071500* SQL-ERROR-CHECK - SHARED SQLCODE EVALUATION, COPIED FROM
071600* SQLERR.CPY. SEE THE COPYBOOK FOR DETAILS.
071700*****************************************************************
071800     COPY SQLERR.
071900 
072000*****************************************************************
072100* WRITE-AUDIT-LOG - SHARED AUDIT LOG WRITE, COPIED FROM
072200* AUDLOG.CPY. SEE THE COPYBOOK FOR DETAILS.
072300*****************************************************************
072400     COPY AUDLOG.
072500 
072600*****************************************************************
072700* LOAD-DEPT-TABLE / LOOK-UP-DEPT - SHARED DEPARTMENT REFERENCE
072800* LOAD AND LOOKUP, COPIED FROM DEPTLKP.CPY. SEE THE COPYBOOK
072900* FOR DETAILS.
073000*****************************************************************
073100     COPY DEPTLKP.
