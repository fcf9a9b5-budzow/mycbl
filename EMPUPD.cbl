000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    EMPUPD.
000300 AUTHOR.        D BUDZOWSKI.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* MODIFICATION HISTORY
000900* DATE       INIT DESCRIPTION
001000* ---------- ---- ------------------------------------------
001100* 2026-10-15 DB   INITIAL VERSION - ONLINE EMPLOYEE MAINTENANCE
001200*                 (TRANSACTION EUPD), THE COMPANION TO THE
001300*                 READ-ONLY EINQ INQUIRY, SO THE DESK CAN FIX
001400*                 WHAT IT TAKES OVER THE PHONE WITHOUT KEYING AN
001500*                 EMPTRAN CARD AND WAITING FOR TONIGHT'S
001600*                 EMPBATCH. THREE REQUEST SHAPES, POSITIONAL
001700*                 LIKE THE EMPTRAN CARD (SEE 7000-ADD-USAGE-
001800*                 LINES FOR THE COLUMN TEMPLATE):
001900*                     EUPD C NNNNN NAME DEPT GR  CHANGE NAME,
002000*                                     DEPARTMENT AND/OR PAY
002100*                                     GRADE -- A BLANK FIELD
002200*                                     KEEPS THE CURRENT VALUE,
002300*                                     THE SAME RULE AS
002400*                                     EMPBATCH'S 'C'
002500*                     EUPD L NNNNN START  RETURN
002600*                                     PUT AN ACTIVE EMPLOYEE
002700*                                     ON LEAVE (BLANK START IS
002800*                                     TODAY, EXPECTED RETURN
002900*                                     REQUIRED)
003000*                     EUPD R NNNNN    RETURN AN EMPLOYEE FROM
003100*                                     LEAVE
003200*                 EVERY REQUEST RUNS THE SAME CONTROLS AS THE
003300*                 BATCH PATH: THE SIGNED-ON USER MUST HOLD
003400*                 FUNCTION EMPUPD ON THE AUTHFILE OPERATOR
003500*                 AUTHORIZATION REFERENCE; NAMES GO THROUGH
003600*                 FLDEDIT; PAY GRADES ARE PROBED ON PAYGRD FOR
003700*                 THE ROW IN EFFECT TODAY; DEPARTMENTS MUST BE ON
003800*                 DEPTREF; LEAVE DATES GET THE EMPBATCH REASON-08
003900*                 EDIT. EACH APPLIED CHANGE WRITES AN EMPHIST
004000*                 BEFORE/AFTER IMAGE (USER ID = THE SIGNED-ON
004100*                 USER, JOB NAME = TRANSACTION + TERMINAL) AND
004200*                 EACH APPLY, REJECT, OR REFUSAL AN AUDITLOG
004300*                 EVENT, SO NOTHING DONE ONLINE ESCAPES THE
004400*                 AUDIT TRAIL. A FAILED UPDATE BACKS THE WHOLE
004500*                 TASK OUT (SYNCPOINT ROLLBACK) BEFORE ANY
004600*                 HISTORY IS WRITTEN.
004700*                 CSD NOTES: DEFINE PROGRAM EMPUPD (COBOL) AND
004800*                 TRANSACTION EUPD POINTING AT IT; THE EMP PLAN
004900*                 NEEDS SELECT AND UPDATE ON EMP AND SELECT ON
005000*                 PAYGRD. DEFINE FILE AUTHREF OVER
005100*                 PROD.APPL.AUTHREF.KSDS AND FILE DEPTREF OVER
005200*                 PROD.APPL.DEPTREF.KSDS, BOTH READ-ONLY, AND
005300*                 FILE LEAVEF OVER PROD.APPL.LEAVEF WITH READ,
005400*                 UPDATE, AND ADD. DEFINE EXTRAPARTITION
005500*                 OUTPUT TDQUEUES EUAL (DSN
005600*                 PROD.APPL.EUPD.AUDITQ, RECFM FB LRECL 80) AND
005700*                 EUHS (DSN PROD.APPL.EUPD.HISTQ, RECFM FB
005800*                 LRECL 150); THE EMPUPDN JOB SWEEPS BOTH INTO
005900*                 AUDITLOG/EMPHIST AND REFRESHES THE KEYED
006000*                 REFERENCE COPIES EACH NIGHT AHEAD OF THE
006100*                 NIGHTLY CYCLE.
006108* 2026-10-15 DB   PAY-GRADE AND DEPARTMENT CHANGES NOW NEED A
006116*                 SECOND USER'S RELEASE (EMPBATCH HOLDS THEM ON
006124*                 THE EMPPEND APPROVAL QUEUE, EMPAPRV RELEASES
006132*                 THEM), SO A 'C' REQUEST THAT WOULD MOVE THE
006140*                 EMPLOYEE TO A DIFFERENT DEPARTMENT OR GRADE IS
006148*                 REFUSED HERE WITH REJECT TEXT 'DEPT/GRADE
006156*                 NEEDS APPROVAL' AND A WARNING AUDIT EVENT --
006164*                 THE CHANGE GOES ON AN EMPTRAN CARD INSTEAD.
006172*                 NAME CORRECTIONS, AND A DEPARTMENT OR GRADE
006180*                 THAT ONLY REPEATS THE CURRENT VALUE, STILL
006188*                 APPLY ONLINE.
006190* 2026-10-15 DB   A FAILED EUHS HISTORY OR EUAL AUDIT QUEUE WRITE
006192*                 NOW BACKS THE REQUEST OUT (SYNCPOINT ROLLBACK)
006194*                 INSTEAD OF COMMITTING A CHANGE THE TRAIL DOES
006196*                 NOT HOLD. THE SQLCODE SHOWN IS EDITED.
006200*****************************************************************
006300 
006400 ENVIRONMENT DIVISION.
006500 
006600 DATA DIVISION.
006700 WORKING-STORAGE SECTION.
006800 01  WS-INPUT-AREA                PIC X(80).
006900 01  WS-INPUT-LENGTH              PIC S9(04) COMP VALUE 80.
007000 01  WS-CMD-AREA                  PIC X(75).
007100 01  WS-CMD-FIELDS REDEFINES WS-CMD-AREA.
007200     05  WS-CMD-ACTION            PIC X(01).
007300         88  WS-CMD-CHANGE                   VALUE 'C'.
007400         88  WS-CMD-LEAVE                    VALUE 'L'.
007500         88  WS-CMD-RETURN                   VALUE 'R'.
007600     05  FILLER                   PIC X(01).
007700     05  WS-CMD-ID                PIC X(05).
007800     05  WS-CMD-ID-N REDEFINES WS-CMD-ID
007900                                  PIC 9(05).
008000     05  FILLER                   PIC X(01).
008100     05  WS-CMD-VARIABLE          PIC X(67).
008200     05  WS-CMD-CHANGE-FIELDS REDEFINES WS-CMD-VARIABLE.
008300         10  WS-CMD-NAME          PIC X(15).
008400         10  FILLER               PIC X(01).
008500         10  WS-CMD-DEPT          PIC X(04).
008600         10  FILLER               PIC X(01).
008700         10  WS-CMD-GRADE         PIC X(02).
008800         10  FILLER               PIC X(44).
008900     05  WS-CMD-LEAVE-FIELDS REDEFINES WS-CMD-VARIABLE.
009000         10  WS-CMD-LEAVE-START   PIC X(10).
009100         10  FILLER               PIC X(01).
009200         10  WS-CMD-EXPECT-RETURN PIC X(10).
009300         10  FILLER               PIC X(46).
009400 
009500 01  WS-SCREEN-AREA.
009600     05  WS-SCREEN-LINE OCCURS 20 TIMES.
009700         10  WS-SL-TEXT           PIC X(79).
009800         10  WS-SL-NL             PIC X(01).
009900 01  WS-LINE-IDX                  PIC 9(02)  VALUE ZERO.
010000 01  WS-SEND-LENGTH               PIC S9(04) COMP VALUE ZERO.
010100 
010200 01  WS-DETAIL-LINE.
010300     05  WS-DL-LABEL              PIC X(08).
010400     05  WS-DL-EMPL-ID            PIC X(05).
010500     05  FILLER                   PIC X(02)  VALUE SPACES.
010600     05  WS-DL-NAME               PIC X(15).
010700     05  FILLER                   PIC X(02)  VALUE SPACES.
010800     05  WS-DL-DEPT               PIC X(04).
010900     05  FILLER                   PIC X(02)  VALUE SPACES.
011000     05  WS-DL-HIRE-DATE          PIC X(10).
011100     05  FILLER                   PIC X(02)  VALUE SPACES.
011200     05  WS-DL-STATUS             PIC X(01).
011300     05  FILLER                   PIC X(02)  VALUE SPACES.
011400     05  WS-DL-PAY-GRADE          PIC X(02).
011500     05  FILLER                   PIC X(24)  VALUE SPACES.
011600 
011700 01  WS-REJECT-TEXT               PIC X(25)  VALUE SPACES.
011800 01  WS-RESULT-TEXT               PIC X(40)  VALUE SPACES.
011900 01  WS-CICS-RESP                 PIC S9(08) COMP VALUE ZERO.
012000 01  WS-ABSTIME                   PIC S9(15) COMP-3 VALUE ZERO.
012100 01  WS-TODAY-YYYYMMDD            PIC X(08)  VALUE SPACES.
012200 01  WS-TODAY-EDIT                PIC X(10)  VALUE SPACES.
012300 01  WS-NOW-HHMMSS                PIC X(06)  VALUE SPACES.
012400 01  WS-LEAVE-START-USED          PIC X(10)  VALUE SPACES.
012500 01  WS-DEPT-KEY                  PIC X(04)  VALUE SPACES.
012600 01  WS-LEAVE-KEY                 PIC X(05)  VALUE SPACES.
012700 01  WS-AUTH-KEY.
012800     05  WS-AK-USER               PIC X(08).
012900     05  WS-AK-FUNCTION           PIC X(08).
013000 
013100 01  WS-EDIT-DATE                 PIC X(10).
013200 01  WS-EDIT-DATE-R REDEFINES WS-EDIT-DATE.
013300     05  WS-ED-YYYY               PIC X(04).
013400     05  WS-ED-SEP1               PIC X(01).
013500     05  WS-ED-MM                 PIC X(02).
013600     05  WS-ED-SEP2               PIC X(01).
013700     05  WS-ED-DD                 PIC X(02).
013800 01  WS-EDIT-DATE-OK-SW           PIC X(01)  VALUE 'N'.
013900     88  WS-EDIT-DATE-OK                     VALUE 'Y'.
014000 01  WS-DATE-CHECK.
014100     05  WS-DC-MM                 PIC 9(02).
014200     05  WS-DC-DD                 PIC 9(02).
014300 
014400 01  WS-REQUEST-OK-SW             PIC X(01)  VALUE 'N'.
014500     88  WS-REQUEST-OK                       VALUE 'Y'.
014600 01  WS-APPLY-FAILED-SW           PIC X(01)  VALUE 'N'.
014700     88  WS-APPLY-FAILED                     VALUE 'Y'.
014710 01  WS-FAIL-REASON               PIC X(20)  VALUE SPACES.
014720 01  WS-SQLCODE-EDIT              PIC -(5)9.
014800 
014900     COPY AUTHSW.
015000 
015100     COPY FLDPARM.
015200 
015300     COPY AUDREC.
015400 
015500     COPY HISTREC.
015600 
015700     COPY AUTHREC.
015800 
015900     COPY DEPTREF.
016000 
016100     COPY LVREC.
016200 
016300     EXEC SQL
016400         INCLUDE SQLCA
016500     END-EXEC.
016600 
016700     EXEC SQL
016800         INCLUDE DCLEMP
016900     END-EXEC.
017000 
017100     EXEC SQL
017200         INCLUDE DCLPAYGR
017300     END-EXEC.
017400 
017500 PROCEDURE DIVISION.
017600 
017700 0000-MAINLINE.
017800     MOVE SPACES TO WS-SCREEN-AREA.
017900     MOVE ZERO   TO WS-LINE-IDX.
018000     MOVE SPACES TO AUDIT-LOG-RECORD.
018100     MOVE SPACES TO EMPHIST-RECORD.
018200     MOVE 'EMPUPD' TO AL-PROGRAM.
018300     MOVE 'EMPUPD' TO EH-PROGRAM.
018400     PERFORM 1000-GET-TIMESTAMP
018500         THRU 1000-GET-TIMESTAMP-EXIT.
018600     PERFORM 1100-RECEIVE-COMMAND
018700         THRU 1100-RECEIVE-COMMAND-EXIT.
018800     IF NOT WS-CMD-CHANGE AND NOT WS-CMD-LEAVE
018900             AND NOT WS-CMD-RETURN
019000         PERFORM 7000-ADD-USAGE-LINES
019100             THRU 7000-ADD-USAGE-LINES-EXIT
019200         GO TO 0000-MAINLINE-RETURN
019300     END-IF.
019400     PERFORM 1200-CHECK-AUTHORIZATION
019500         THRU 1200-CHECK-AUTHORIZATION-EXIT.
019600     IF NOT WS-AUTH-OK
019700         GO TO 0000-MAINLINE-RETURN
019800     END-IF.
019900     PERFORM 2000-EDIT-REQUEST
020000         THRU 2000-EDIT-REQUEST-EXIT.
020100     IF NOT WS-REQUEST-OK
020200         PERFORM 2900-REJECT-REQUEST
020300             THRU 2900-REJECT-REQUEST-EXIT
020400         GO TO 0000-MAINLINE-RETURN
020500     END-IF.
020600     EVALUATE TRUE
020700         WHEN WS-CMD-CHANGE
020800             PERFORM 4000-APPLY-CHANGE
020900                 THRU 4000-APPLY-CHANGE-EXIT
021000         WHEN WS-CMD-LEAVE
021100             PERFORM 5500-APPLY-LEAVE
021200                 THRU 5500-APPLY-LEAVE-EXIT
021300         WHEN WS-CMD-RETURN
021400             PERFORM 5700-APPLY-RETURN
021500                 THRU 5700-APPLY-RETURN-EXIT
021600     END-EVALUATE.
021700     IF WS-APPLY-FAILED
021800         PERFORM 6800-BACK-OUT-REQUEST
021900             THRU 6800-BACK-OUT-REQUEST-EXIT
022000     ELSE
022100         PERFORM 6700-CONFIRM-REQUEST
022200             THRU 6700-CONFIRM-REQUEST-EXIT
022300     END-IF.
022400 0000-MAINLINE-RETURN.
022500     PERFORM 8000-SEND-SCREEN
022600         THRU 8000-SEND-SCREEN-EXIT.
022700     EXEC CICS
022800         RETURN
022900     END-EXEC.
023000 
023100*****************************************************************
023200* 1000-GET-TIMESTAMP - TAKE THE TASK'S DATE AND TIME ONCE: THE
023300* YYYYMMDD/HHMMSS PAIR STAMPS THE AUDIT AND HISTORY RECORDS, AND
023400* THE YYYY-MM-DD FORM IS TODAY FOR A BLANK LEAVE START AND THE
023500* ACTUAL RETURN DATE, THE SAME AS EMPBATCH'S RUN DATE.
023600*****************************************************************
023700 1000-GET-TIMESTAMP.
023800     EXEC CICS
023900         ASKTIME ABSTIME(WS-ABSTIME)
024000     END-EXEC.
024100     EXEC CICS
024200         FORMATTIME ABSTIME(WS-ABSTIME)
024300                    YYYYMMDD(WS-TODAY-YYYYMMDD)
024400                    TIME(WS-NOW-HHMMSS)
024500     END-EXEC.
024600     EXEC CICS
024700         FORMATTIME ABSTIME(WS-ABSTIME)
024800                    YYYYMMDD(WS-TODAY-EDIT)
024900                    DATESEP('-')
025000     END-EXEC.
025100 1000-GET-TIMESTAMP-EXIT.
025200     EXIT.
025300 
025400*****************************************************************
025500* 1100-RECEIVE-COMMAND - RECEIVE THE TERMINAL INPUT AND STRIP THE
025600* TRANSACTION ID, LEAVING THE POSITIONAL REQUEST IN WS-CMD-AREA.
025700*****************************************************************
025800 1100-RECEIVE-COMMAND.
025900     MOVE SPACES TO WS-INPUT-AREA.
026000     MOVE 80 TO WS-INPUT-LENGTH.
026100     EXEC CICS
026200         RECEIVE INTO (WS-INPUT-AREA)
026300                 LENGTH (WS-INPUT-LENGTH)
026400                 RESP (WS-CICS-RESP)
026500     END-EXEC.
026600     MOVE WS-INPUT-AREA (6:75) TO WS-CMD-AREA.
026700 1100-RECEIVE-COMMAND-EXIT.
026800     EXIT.
026900 
027000*****************************************************************
027100* 1200-CHECK-AUTHORIZATION - THE ONLINE FORM OF THE SHARED
027200* CHECK-OPERATOR-AUTH (AUTHCHK.CPY): THE SIGNED-ON USER MUST
027300* HOLD FUNCTION EMPUPD ON THE AUTHFILE REFERENCE, READ HERE BY
027400* KEY (USER + FUNCTION, THE FIRST SIXTEEN BYTES OF AUTHREC)
027500* THROUGH THE AUTHREF KEYED COPY. FAILS CLOSED THE SAME WAY --
027600* NO USER, AN UNREADABLE FILE, AND AN UNLISTED USER ARE ALL
027700* REFUSED WITH A SEVERE AUDIT EVENT SO AUDALERT SURFACES THE
027800* ATTEMPT THE SAME NIGHT.
027900*****************************************************************
028000 1200-CHECK-AUTHORIZATION.
028100     MOVE 'N'      TO WS-AUTH-OK-SW.
028200     MOVE 'EMPUPD' TO WS-AUTH-FUNCTION.
028300     MOVE SPACES   TO WS-AUTH-USER.
028400     EXEC CICS
028500         ASSIGN USERID(WS-AUTH-USER)
028600                RESP(WS-CICS-RESP)
028700     END-EXEC.
028800     IF WS-AUTH-USER NOT = SPACES
028900         MOVE WS-AUTH-USER     TO WS-AK-USER
029000         MOVE WS-AUTH-FUNCTION TO WS-AK-FUNCTION
029100         EXEC CICS
029200             READ FILE('AUTHREF')
029300                  INTO(AUTHREF-RECORD)
029400                  RIDFLD(WS-AUTH-KEY)
029500                  KEYLENGTH(16)
029600                  RESP(WS-CICS-RESP)
029700         END-EXEC
029800         IF WS-CICS-RESP = DFHRESP(NORMAL)
029900             MOVE 'Y' TO WS-AUTH-OK-SW
030000         END-IF
030100     END-IF.
030200     IF NOT WS-AUTH-OK
030300         MOVE 'CHECK OPERATOR AUTH' TO AL-OPERATION
030400         MOVE ZERO                  TO AL-SQLCODE
030500         MOVE 'NOT AUTHORIZED'      TO AL-MESSAGE
030600         MOVE 'S' TO AL-SEVERITY
030700         PERFORM 8100-WRITE-AUDIT-EVENT
030800             THRU 8100-WRITE-AUDIT-EVENT-EXIT
030900         PERFORM 6000-ADD-SCREEN-LINE
031000             THRU 6000-ADD-SCREEN-LINE-EXIT
031100         STRING 'USER ' DELIMITED BY SIZE
031200                WS-AUTH-USER DELIMITED BY SPACE
031300                ' NOT AUTHORIZED FOR EMPLOYEE MAINTENANCE'
031400                    DELIMITED BY SIZE
031500             INTO WS-SL-TEXT (WS-LINE-IDX)
031600     END-IF.
031700 1200-CHECK-AUTHORIZATION-EXIT.
031800     EXIT.
031900 
032000*****************************************************************
032100* 2000-EDIT-REQUEST - THE ONLINE COUNTERPART OF EMPBATCH'S
032200* 2100-EDIT-TRAN FOR THE THREE ACTIONS THE DESK MAY TAKE. THE
032300* FIRST EDIT THAT FAILS SETS THE REJECT TEXT (THE SAME WORDING
032400* AS THE BATCH REASON CODES) AND STOPS THE EDITING. THE CURRENT
032500* EMP ROW IS LEFT IN THE DCLEMP HOST STRUCTURE FOR THE BEFORE
032600* IMAGE AND THE KEEP-WHAT-IS-BLANK OVERLAY.
032700*****************************************************************
032800 2000-EDIT-REQUEST.
032900     MOVE 'N'    TO WS-REQUEST-OK-SW.
033000     MOVE SPACES TO WS-REJECT-TEXT.
033100     IF WS-CMD-ID NOT NUMERIC OR WS-CMD-ID-N = ZERO
033200         MOVE 'EMPL ID NOT NUMERIC' TO WS-REJECT-TEXT
033300         GO TO 2000-EDIT-REQUEST-EXIT
033400     END-IF.
033500     IF WS-CMD-CHANGE
033600         PERFORM 2100-EDIT-CHANGE-FIELDS
033700             THRU 2100-EDIT-CHANGE-FIELDS-EXIT
033800         IF WS-REJECT-TEXT NOT = SPACES
033900             GO TO 2000-EDIT-REQUEST-EXIT
034000         END-IF
034100     END-IF.
034200     IF WS-CMD-LEAVE
034300         PERFORM 2700-EDIT-LEAVE-DATES
034400             THRU 2700-EDIT-LEAVE-DATES-EXIT
034500         IF WS-REJECT-TEXT NOT = SPACES
034600             GO TO 2000-EDIT-REQUEST-EXIT
034700         END-IF
034800     END-IF.
034900     MOVE WS-CMD-ID-N TO EMP-ID.
035000     EXEC SQL
035100         SELECT EMP_NAME, EMP_DEPT, EMP_HIRE_DATE,
035200                EMP_STATUS, EMP_PAY_GRADE
035300           INTO :EMP-NAME, :EMP-DEPT, :EMP-HIRE-DATE,
035400                :EMP-STATUS, :EMP-PAY-GRADE
035500           FROM EMP
035600          WHERE EMP_ID = :EMP-ID
035700     END-EXEC.
035800     IF SQLCODE = 100
035900         MOVE 'UNKNOWN EMPLOYEE ID' TO WS-REJECT-TEXT
036000         GO TO 2000-EDIT-REQUEST-EXIT
036100     END-IF.
036200     IF SQLCODE NOT = ZERO
036300         MOVE 'SQL ERROR ON SELECT EMP' TO WS-REJECT-TEXT
036400         MOVE 'SELECT EMP' TO AL-OPERATION
036500         MOVE SQLCODE      TO AL-SQLCODE
036600         MOVE 'SQL ERROR'  TO AL-MESSAGE
036700         MOVE 'S' TO AL-SEVERITY
036800         PERFORM 8100-WRITE-AUDIT-EVENT
036900             THRU 8100-WRITE-AUDIT-EVENT-EXIT
037000         GO TO 2000-EDIT-REQUEST-EXIT
037100     END-IF.
037200     IF WS-CMD-LEAVE AND NOT EMP-STATUS-ACTIVE
037300         MOVE 'EMP NOT ACTIVE' TO WS-REJECT-TEXT
037400         GO TO 2000-EDIT-REQUEST-EXIT
037500     END-IF.
037600     IF WS-CMD-RETURN AND NOT EMP-STATUS-LEAVE
037700         MOVE 'EMP NOT ON LEAVE' TO WS-REJECT-TEXT
037800         GO TO 2000-EDIT-REQUEST-EXIT
037900     END-IF.
038000     IF WS-CMD-CHANGE AND EMP-STATUS-TERMINATED
038100         MOVE 'EMP TERMINATED' TO WS-REJECT-TEXT
038200         GO TO 2000-EDIT-REQUEST-EXIT
038300     END-IF.
038310     IF WS-CMD-CHANGE
038320         IF (WS-CMD-DEPT NOT = SPACES
038330                 AND WS-CMD-DEPT NOT = EMP-DEPT)
038340             OR (WS-CMD-GRADE NOT = SPACES
038350                 AND WS-CMD-GRADE NOT = EMP-PAY-GRADE)
038360             MOVE 'DEPT/GRADE NEEDS APPROVAL' TO WS-REJECT-TEXT
038370             GO TO 2000-EDIT-REQUEST-EXIT
038380         END-IF
038390     END-IF.
038400     MOVE 'Y' TO WS-REQUEST-OK-SW.
038500 2000-EDIT-REQUEST-EXIT.
038600     EXIT.
038700 
038800*****************************************************************
038900* 2100-EDIT-CHANGE-FIELDS - A CHANGE MUST CARRY AT LEAST ONE
039000* FIELD. A NON-BLANK NAME GOES THROUGH FLDEDIT, A NON-BLANK PAY
039100* GRADE MUST BE ON PAYGRD FOR THE ROW IN EFFECT TODAY, AND A
039200* NON-BLANK DEPARTMENT MUST BE ON DEPTREF -- THE SAME THREE
039300* EDITS EMPBATCH RUNS ON A 'C' TRANSACTION.
039400*****************************************************************
039500 2100-EDIT-CHANGE-FIELDS.
039600     IF WS-CMD-NAME = SPACES AND WS-CMD-DEPT = SPACES
039700             AND WS-CMD-GRADE = SPACES
039800         MOVE 'NOTHING TO CHANGE' TO WS-REJECT-TEXT
039900         GO TO 2100-EDIT-CHANGE-FIELDS-EXIT
040000     END-IF.
040100     IF WS-CMD-NAME NOT = SPACES
040200         MOVE 'A'            TO WS-FE-EDIT-TYPE
040300         MOVE WS-CMD-NAME    TO WS-FE-ALPHA-VALUE
040400         MOVE 'WS-CMD-NAME'  TO WS-FE-FIELD-NAME
040500         CALL 'FLDEDIT' USING WS-FLDEDIT-PARM
040600         IF WS-FE-EDIT-INVALID
040700             MOVE 'INVALID NAME FORMAT' TO WS-REJECT-TEXT
040800             GO TO 2100-EDIT-CHANGE-FIELDS-EXIT
040900         END-IF
041000     END-IF.
041100     IF WS-CMD-GRADE NOT = SPACES
041200         MOVE WS-CMD-GRADE TO GRD-CODE
041300         EXEC SQL
041400             SELECT GRD_DESC, GRD_RATE
041500               INTO :GRD-DESC, :GRD-RATE
041600               FROM PAYGRD
041700              WHERE GRD_CODE = :GRD-CODE
041800                AND GRD_EFF_FROM <= CURRENT DATE
041900                AND GRD_EFF_TO   >= CURRENT DATE
042000         END-EXEC
042100         IF SQLCODE NOT = ZERO
042200             MOVE 'UNKNOWN PAY GRADE' TO WS-REJECT-TEXT
042300             GO TO 2100-EDIT-CHANGE-FIELDS-EXIT
042400         END-IF
042500     END-IF.
042600     IF WS-CMD-DEPT NOT = SPACES
042700         MOVE WS-CMD-DEPT TO WS-DEPT-KEY
042800         EXEC CICS
042900             READ FILE('DEPTREF')
043000                  INTO(DEPTREF-RECORD)
043100                  RIDFLD(WS-DEPT-KEY)
043200                  RESP(WS-CICS-RESP)
043300         END-EXEC
043400         IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
043500             MOVE 'UNKNOWN DEPARTMENT' TO WS-REJECT-TEXT
043600             GO TO 2100-EDIT-CHANGE-FIELDS-EXIT
043700         END-IF
043800     END-IF.
043900 2100-EDIT-CHANGE-FIELDS-EXIT.
044000     EXIT.
044100 
044200*****************************************************************
044300* 2700-EDIT-LEAVE-DATES - THE EMPBATCH REASON-08 EDIT: A BLANK
044400* LEAVE START MEANS TODAY BUT A SUPPLIED ONE MUST PARSE; THE
044500* EXPECTED RETURN IS REQUIRED, MUST PARSE, AND MUST FALL AFTER
044600* THE LEAVE START.
044700*****************************************************************
044800 2700-EDIT-LEAVE-DATES.
044900     IF WS-CMD-LEAVE-START = SPACES
045000         MOVE WS-TODAY-EDIT TO WS-LEAVE-START-USED
045100     ELSE
045200         MOVE WS-CMD-LEAVE-START TO WS-EDIT-DATE
045300         PERFORM 2710-EDIT-ONE-DATE
045400             THRU 2710-EDIT-ONE-DATE-EXIT
045500         IF NOT WS-EDIT-DATE-OK
045600             MOVE 'BAD LEAVE DATES' TO WS-REJECT-TEXT
045700             GO TO 2700-EDIT-LEAVE-DATES-EXIT
045800         END-IF
045900         MOVE WS-CMD-LEAVE-START TO WS-LEAVE-START-USED
046000     END-IF.
046100     MOVE WS-CMD-EXPECT-RETURN TO WS-EDIT-DATE.
046200     PERFORM 2710-EDIT-ONE-DATE
046300         THRU 2710-EDIT-ONE-DATE-EXIT.
046400     IF NOT WS-EDIT-DATE-OK
046500         MOVE 'BAD LEAVE DATES' TO WS-REJECT-TEXT
046600         GO TO 2700-EDIT-LEAVE-DATES-EXIT
046700     END-IF.
046800     IF WS-CMD-EXPECT-RETURN NOT > WS-LEAVE-START-USED
046900         MOVE 'BAD LEAVE DATES' TO WS-REJECT-TEXT
047000     END-IF.
047100 2700-EDIT-LEAVE-DATES-EXIT.
047200     EXIT.
047300 
047400*****************************************************************
047500* 2710-EDIT-ONE-DATE - FORMAT-CHECK ONE YYYY-MM-DD DATE IN
047600* WS-EDIT-DATE, THE SAME SHAPE AS EMPBATCH'S 2710.
047700*****************************************************************
047800 2710-EDIT-ONE-DATE.
047900     MOVE 'N' TO WS-EDIT-DATE-OK-SW.
048000     IF WS-ED-YYYY NOT NUMERIC
048100             OR WS-ED-MM NOT NUMERIC
048200             OR WS-ED-DD NOT NUMERIC
048300             OR WS-ED-SEP1 NOT = '-'
048400             OR WS-ED-SEP2 NOT = '-'
048500         GO TO 2710-EDIT-ONE-DATE-EXIT
048600     END-IF.
048700     MOVE WS-ED-MM TO WS-DC-MM.
048800     MOVE WS-ED-DD TO WS-DC-DD.
048900     IF WS-DC-MM < 01 OR WS-DC-MM > 12
049000             OR WS-DC-DD < 01 OR WS-DC-DD > 31
049100         GO TO 2710-EDIT-ONE-DATE-EXIT
049200     END-IF.
049300     MOVE 'Y' TO WS-EDIT-DATE-OK-SW.
049400 2710-EDIT-ONE-DATE-EXIT.
049500     EXIT.
049600 
049700*****************************************************************
049800* 2900-REJECT-REQUEST - THE REQUEST FAILED AN EDIT: NOTHING WAS
049900* TOUCHED. LOG A WARNING AUDIT EVENT (THE SAME 'EDIT TRAN' SHAPE
050000* AS AN EMPBATCH REJECT) AND TELL THE OPERATOR WHY.
050100*****************************************************************
050200 2900-REJECT-REQUEST.
050300     MOVE 'EDIT TRAN'    TO AL-OPERATION.
050400     MOVE ZERO           TO AL-SQLCODE.
050500     MOVE WS-REJECT-TEXT TO AL-MESSAGE.
050600     MOVE 'W' TO AL-SEVERITY.
050700     PERFORM 8100-WRITE-AUDIT-EVENT
050800         THRU 8100-WRITE-AUDIT-EVENT-EXIT.
050900     PERFORM 6000-ADD-SCREEN-LINE
051000         THRU 6000-ADD-SCREEN-LINE-EXIT.
051100     STRING 'REQUEST REJECTED - ' DELIMITED BY SIZE
051200            WS-REJECT-TEXT        DELIMITED BY SIZE
051300         INTO WS-SL-TEXT (WS-LINE-IDX).
051400     PERFORM 7000-ADD-USAGE-LINES
051500         THRU 7000-ADD-USAGE-LINES-EXIT.
051600 2900-REJECT-REQUEST-EXIT.
051700     EXIT.
051800 
051900*****************************************************************
052000* 4000-APPLY-CHANGE - OVERLAY THE NON-BLANK FIELDS ON THE
052100* CURRENT ROW AND UPDATE EMP, THE SAME SHAPE AS EMPBATCH'S
052200* 4000-APPLY-CHANGE.
052300*****************************************************************
052400 4000-APPLY-CHANGE.
052500     PERFORM 6900-FILL-BEFORE-IMAGE
052600         THRU 6900-FILL-BEFORE-IMAGE-EXIT.
052700     IF WS-CMD-NAME NOT = SPACES
052800         MOVE WS-CMD-NAME TO EMP-NAME
052900     END-IF.
053000     IF WS-CMD-DEPT NOT = SPACES
053100         MOVE WS-CMD-DEPT TO EMP-DEPT
053200     END-IF.
053300     IF WS-CMD-GRADE NOT = SPACES
053400         MOVE WS-CMD-GRADE TO EMP-PAY-GRADE
053500     END-IF.
053600     EXEC SQL
053700         UPDATE EMP
053800            SET EMP_NAME      = :EMP-NAME,
053900                EMP_DEPT      = :EMP-DEPT,
054000                EMP_PAY_GRADE = :EMP-PAY-GRADE
054100          WHERE EMP_ID = :EMP-ID
054200     END-EXEC.
054300     IF SQLCODE NOT = ZERO
054400         MOVE 'UPDATE EMP (CHANGE)' TO AL-OPERATION
054500         PERFORM 6600-SQL-FAILURE
054600             THRU 6600-SQL-FAILURE-EXIT
054700         GO TO 4000-APPLY-CHANGE-EXIT
054800     END-IF.
054900     MOVE 'UPDATE EMP (CHANGE)' TO AL-OPERATION.
055000     MOVE 'EMP CHANGED'         TO AL-MESSAGE.
055100     MOVE 'C'                   TO EH-ACTION.
055200     MOVE 'EMPLOYEE CHANGED'    TO WS-RESULT-TEXT.
055300 4000-APPLY-CHANGE-EXIT.
055400     EXIT.
055500 
055600*****************************************************************
055700* 5500-APPLY-LEAVE - FLAG THE EMPLOYEE ON LEAVE AND RECORD THE
055800* LEAVE ON LEAVEF: ADD A NEW RECORD, OR REWRITE THE EMPLOYEE'S
055900* EXISTING ONE (THE DATASET CARRIES THE CURRENT LEAVE), THE
056000* SAME AS EMPBATCH'S 5500-APPLY-LEAVE. AS THERE, A LEAVEF
056100* PROBLEM IS WARNED, NOT FATAL -- EMP IS THE SYSTEM OF RECORD.
056200*****************************************************************
056300 5500-APPLY-LEAVE.
056400     PERFORM 6900-FILL-BEFORE-IMAGE
056500         THRU 6900-FILL-BEFORE-IMAGE-EXIT.
056600     EXEC SQL
056700         UPDATE EMP
056800            SET EMP_STATUS = 'L'
056900          WHERE EMP_ID = :EMP-ID
057000     END-EXEC.
057100     IF SQLCODE NOT = ZERO
057200         MOVE 'UPDATE EMP (LEAVE)' TO AL-OPERATION
057300         PERFORM 6600-SQL-FAILURE
057400             THRU 6600-SQL-FAILURE-EXIT
057500         GO TO 5500-APPLY-LEAVE-EXIT
057600     END-IF.
057700     MOVE 'L' TO EMP-STATUS.
057800     MOVE SPACES               TO LEAVEF-RECORD.
057900     MOVE WS-CMD-ID            TO LV-EMPL-ID.
058000     MOVE WS-LEAVE-START-USED  TO LV-LEAVE-START.
058100     MOVE WS-CMD-EXPECT-RETURN TO LV-EXPECT-RETURN.
058200     MOVE 'L'                  TO LV-STATUS.
058300     MOVE WS-CMD-ID            TO WS-LEAVE-KEY.
058400     EXEC CICS
058500         WRITE FILE('LEAVEF')
058600               FROM(LEAVEF-RECORD)
058700               RIDFLD(WS-LEAVE-KEY)
058800               RESP(WS-CICS-RESP)
058900     END-EXEC.
059000     IF WS-CICS-RESP = DFHRESP(DUPREC)
059100         EXEC CICS
059200             READ FILE('LEAVEF')
059300                  INTO(WS-INPUT-AREA)
059400                  RIDFLD(WS-LEAVE-KEY)
059500                  UPDATE
059600                  RESP(WS-CICS-RESP)
059700         END-EXEC
059800         IF WS-CICS-RESP = DFHRESP(NORMAL)
059900             EXEC CICS
060000                 REWRITE FILE('LEAVEF')
060100                         FROM(LEAVEF-RECORD)
060200                         RESP(WS-CICS-RESP)
060300             END-EXEC
060400         END-IF
060500     END-IF.
060600     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
060700         MOVE 'WRITE LEAVEF'       TO AL-OPERATION
060800         MOVE ZERO                 TO AL-SQLCODE
060900         MOVE 'LEAVEF OUT OF STEP' TO AL-MESSAGE
061000         MOVE 'W' TO AL-SEVERITY
061100         PERFORM 8100-WRITE-AUDIT-EVENT
061200             THRU 8100-WRITE-AUDIT-EVENT-EXIT
061300     END-IF.
061400     MOVE 'UPDATE EMP (LEAVE)' TO AL-OPERATION.
061500     MOVE 'EMP ON LEAVE'       TO AL-MESSAGE.
061600     MOVE 'L'                  TO EH-ACTION.
061700     MOVE 'EMPLOYEE PLACED ON LEAVE' TO WS-RESULT-TEXT.
061800 5500-APPLY-LEAVE-EXIT.
061900     EXIT.
062000 
062100*****************************************************************
062200* 5700-APPLY-RETURN - FLIP THE EMPLOYEE BACK TO ACTIVE AND STAMP
062300* TODAY AS THE ACTUAL RETURN ON THE LEAVEF RECORD. A MISSING
062400* LEAVEF RECORD IS WARNED, NOT FATAL, AS IN EMPBATCH.
062500*****************************************************************
062600 5700-APPLY-RETURN.
062700     PERFORM 6900-FILL-BEFORE-IMAGE
062800         THRU 6900-FILL-BEFORE-IMAGE-EXIT.
062900     EXEC SQL
063000         UPDATE EMP
063100            SET EMP_STATUS = 'A'
063200          WHERE EMP_ID = :EMP-ID
063300     END-EXEC.
063400     IF SQLCODE NOT = ZERO
063500         MOVE 'UPDATE EMP (RETURN)' TO AL-OPERATION
063600         PERFORM 6600-SQL-FAILURE
063700             THRU 6600-SQL-FAILURE-EXIT
063800         GO TO 5700-APPLY-RETURN-EXIT
063900     END-IF.
064000     MOVE 'A' TO EMP-STATUS.
064100     MOVE WS-CMD-ID TO WS-LEAVE-KEY.
064200     EXEC CICS
064300         READ FILE('LEAVEF')
064400              INTO(LEAVEF-RECORD)
064500              RIDFLD(WS-LEAVE-KEY)
064600              UPDATE
064700              RESP(WS-CICS-RESP)
064800     END-EXEC.
064900     IF WS-CICS-RESP = DFHRESP(NORMAL)
065000         MOVE WS-TODAY-EDIT TO LV-ACTUAL-RETURN
065100         MOVE 'R'           TO LV-STATUS
065200         EXEC CICS
065300             REWRITE FILE('LEAVEF')
065400                     FROM(LEAVEF-RECORD)
065500                     RESP(WS-CICS-RESP)
065600         END-EXEC
065700     END-IF.
065800     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
065900         MOVE 'READ LEAVEF'        TO AL-OPERATION
066000         MOVE ZERO                 TO AL-SQLCODE
066100         MOVE 'NO LEAVEF RECORD'   TO AL-MESSAGE
066200         MOVE 'W' TO AL-SEVERITY
066300         PERFORM 8100-WRITE-AUDIT-EVENT
066400             THRU 8100-WRITE-AUDIT-EVENT-EXIT
066500     END-IF.
066600     MOVE 'UPDATE EMP (RETURN)' TO AL-OPERATION.
066700     MOVE 'EMP RETURNED'        TO AL-MESSAGE.
066800     MOVE 'R'                   TO EH-ACTION.
066900     MOVE 'EMPLOYEE RETURNED FROM LEAVE' TO WS-RESULT-TEXT.
067000 5700-APPLY-RETURN-EXIT.
067100     EXIT.
067200 
067300*****************************************************************
067400* 6000-ADD-SCREEN-LINE - CLAIM THE NEXT SCREEN LINE AND TAG THE
067500* PREVIOUS ONE WITH THE NEW-LINE CHARACTER SEND TEXT HONORS,
067600* THE SAME TWENTY-LINE SCREEN AS EINQ.
067700*****************************************************************
067800 6000-ADD-SCREEN-LINE.
067900     IF WS-LINE-IDX < 20
068000         ADD 1 TO WS-LINE-IDX
068100     END-IF.
068200     IF WS-LINE-IDX > 1
068300         MOVE X'15' TO WS-SL-NL (WS-LINE-IDX - 1)
068400     END-IF.
068500     MOVE SPACES TO WS-SL-TEXT (WS-LINE-IDX).
068600 6000-ADD-SCREEN-LINE-EXIT.
068700     EXIT.
068800 
068900*****************************************************************
069000* 6600-SQL-FAILURE - THE EMP UPDATE FAILED (AL-OPERATION ALREADY
069100* NAMES THE STATEMENT): RECORD THE SQLCODE AS A SEVERE AUDIT
069200* EVENT AND MARK THE REQUEST FAILED SO THE MAINLINE BACKS THE
069300* TASK OUT.
069400*****************************************************************
069500 6600-SQL-FAILURE.
069600     MOVE SQLCODE     TO AL-SQLCODE.
069700     MOVE 'SQL ERROR' TO AL-MESSAGE.
069800     MOVE 'S' TO AL-SEVERITY.
069900     PERFORM 8100-WRITE-AUDIT-EVENT
070000         THRU 8100-WRITE-AUDIT-EVENT-EXIT.
070100     MOVE 'Y' TO WS-APPLY-FAILED-SW.
070200 6600-SQL-FAILURE-EXIT.
070300     EXIT.
070400 
070500*****************************************************************
070600* 6700-CONFIRM-REQUEST - THE UPDATE WENT THROUGH: WRITE THE
070700* EMPHIST BEFORE/AFTER IMAGE AND THE AUDIT EVENT THE APPLY
070800* PARAGRAPH STAGED, COMMIT THE TASK, AND SHOW THE OPERATOR BOTH
070900* IMAGES. WHEN EITHER QUEUE WRITE FAILS THE TASK IS BACKED OUT
070910* INSTEAD (6800) -- NO CHANGE IS COMMITTED WITHOUT ITS TRAIL.
071000*****************************************************************
071100 6700-CONFIRM-REQUEST.
071200     PERFORM 6950-FILL-AFTER-IMAGE
071300         THRU 6950-FILL-AFTER-IMAGE-EXIT.
071400     PERFORM 8200-WRITE-HISTORY
071500         THRU 8200-WRITE-HISTORY-EXIT.
071510     IF WS-APPLY-FAILED
071520         PERFORM 6800-BACK-OUT-REQUEST
071530             THRU 6800-BACK-OUT-REQUEST-EXIT
071540         GO TO 6700-CONFIRM-REQUEST-EXIT
071550     END-IF.
071600     MOVE ZERO TO AL-SQLCODE.
071700     PERFORM 8100-WRITE-AUDIT-EVENT
071800         THRU 8100-WRITE-AUDIT-EVENT-EXIT.
071810     IF WS-APPLY-FAILED
071820         PERFORM 6800-BACK-OUT-REQUEST
071830             THRU 6800-BACK-OUT-REQUEST-EXIT
071840         GO TO 6700-CONFIRM-REQUEST-EXIT
071850     END-IF.
071900     EXEC CICS
072000         SYNCPOINT
072100     END-EXEC.
072200     PERFORM 6000-ADD-SCREEN-LINE
072300         THRU 6000-ADD-SCREEN-LINE-EXIT.
072400     MOVE WS-RESULT-TEXT TO WS-SL-TEXT (WS-LINE-IDX).
072500     PERFORM 6000-ADD-SCREEN-LINE
072600         THRU 6000-ADD-SCREEN-LINE-EXIT.
072700     MOVE '        ID     NAME             DEPT  HIRED'
072800         TO WS-SL-TEXT (WS-LINE-IDX) (1:44).
072900     MOVE 'S  GR' TO WS-SL-TEXT (WS-LINE-IDX) (52:5).
073000     MOVE 'BEFORE'        TO WS-DL-LABEL.
073100     MOVE EH-B-EMPL-ID    TO WS-DL-EMPL-ID.
073200     MOVE EH-B-EMPL-NAME  TO WS-DL-NAME.
073300     MOVE EH-B-EMPL-DEPT  TO WS-DL-DEPT.
073400     MOVE EH-B-HIRE-DATE  TO WS-DL-HIRE-DATE.
073500     MOVE EH-B-STATUS     TO WS-DL-STATUS.
073600     MOVE EH-B-PAY-GRADE  TO WS-DL-PAY-GRADE.
073700     PERFORM 6000-ADD-SCREEN-LINE
073800         THRU 6000-ADD-SCREEN-LINE-EXIT.
073900     MOVE WS-DETAIL-LINE TO WS-SL-TEXT (WS-LINE-IDX).
074000     MOVE 'AFTER'         TO WS-DL-LABEL.
074100     MOVE EH-A-EMPL-ID    TO WS-DL-EMPL-ID.
074200     MOVE EH-A-EMPL-NAME  TO WS-DL-NAME.
074300     MOVE EH-A-EMPL-DEPT  TO WS-DL-DEPT.
074400     MOVE EH-A-HIRE-DATE  TO WS-DL-HIRE-DATE.
074500     MOVE EH-A-STATUS     TO WS-DL-STATUS.
074600     MOVE EH-A-PAY-GRADE  TO WS-DL-PAY-GRADE.
074700     PERFORM 6000-ADD-SCREEN-LINE
074800         THRU 6000-ADD-SCREEN-LINE-EXIT.
074900     MOVE WS-DETAIL-LINE TO WS-SL-TEXT (WS-LINE-IDX).
075000 6700-CONFIRM-REQUEST-EXIT.
075100     EXIT.
075200 
075300*****************************************************************
075400* 6800-BACK-OUT-REQUEST - THE UPDATE FAILED: ROLL THE TASK BACK
075500* SO NO PARTIAL CHANGE (EMP OR LEAVEF) SURVIVES, AND TELL THE
075600* OPERATOR TO LEAVE IT FOR THE BATCH PATH. THE SEVERE AUDIT
075700* EVENT WAS WRITTEN BY 6600-SQL-FAILURE OR 8200-WRITE-HISTORY
075800* AHEAD OF THE ROLLBACK; THE AUDIT QUEUE IS NOT RECOVERABLE, SO
075810* THE EVENT SURVIVES. WS-FAIL-REASON NAMES A FAILED QUEUE; WHEN
075820* BLANK IT WAS THE SQL STATEMENT.
075900*****************************************************************
076000 6800-BACK-OUT-REQUEST.
076100     EXEC CICS
076200         SYNCPOINT ROLLBACK
076300     END-EXEC.
076400     PERFORM 6000-ADD-SCREEN-LINE
076500         THRU 6000-ADD-SCREEN-LINE-EXIT.
076600     IF WS-FAIL-REASON = SPACES
076700         MOVE AL-SQLCODE TO WS-SQLCODE-EDIT
076800         STRING 'EMPUPD - UPDATE FAILED, SQLCODE'
076900                    DELIMITED BY SIZE
076910                WS-SQLCODE-EDIT DELIMITED BY SIZE
076920                ' - NOTHING CHANGED' DELIMITED BY SIZE
076930             INTO WS-SL-TEXT (WS-LINE-IDX)
076940     ELSE
076950         STRING 'EMPUPD - UPDATE FAILED, ' DELIMITED BY SIZE
076960                WS-FAIL-REASON DELIMITED BY '  '
076970                ' - NOTHING CHANGED' DELIMITED BY SIZE
076980             INTO WS-SL-TEXT (WS-LINE-IDX)
076990     END-IF.
077000     PERFORM 6000-ADD-SCREEN-LINE
077100         THRU 6000-ADD-SCREEN-LINE-EXIT.
077200     MOVE 'RETRY LATER OR KEY AN EMPTRAN CARD FOR TONIGHT'
077300         TO WS-SL-TEXT (WS-LINE-IDX).
077400 6800-BACK-OUT-REQUEST-EXIT.
077500     EXIT.
077600 
077700*****************************************************************
077800* 6900-FILL-BEFORE-IMAGE - CAPTURE THE ROW 2000-EDIT-REQUEST LEFT
077900* IN THE DCLEMP HOST STRUCTURE AS THE HISTORY BEFORE IMAGE,
078000* AHEAD OF ANY OVERLAY.
078100*****************************************************************
078200 6900-FILL-BEFORE-IMAGE.
078300     MOVE EMP-ID        TO EH-B-EMPL-ID.
078400     MOVE EMP-NAME      TO EH-B-EMPL-NAME.
078500     MOVE EMP-DEPT      TO EH-B-EMPL-DEPT.
078600     MOVE EMP-HIRE-DATE TO EH-B-HIRE-DATE.
078700     MOVE EMP-STATUS    TO EH-B-STATUS.
078800     MOVE EMP-PAY-GRADE TO EH-B-PAY-GRADE.
078900 6900-FILL-BEFORE-IMAGE-EXIT.
079000     EXIT.
079100 
079200*****************************************************************
079300* 6950-FILL-AFTER-IMAGE - CARRY THE DCLEMP HOST STRUCTURE AS IT
079400* STANDS AFTER THE APPLY INTO THE HISTORY AFTER IMAGE.
079500*****************************************************************
079600 6950-FILL-AFTER-IMAGE.
079700     MOVE EMP-ID        TO EH-A-EMPL-ID.
079800     MOVE EMP-NAME      TO EH-A-EMPL-NAME.
079900     MOVE EMP-DEPT      TO EH-A-EMPL-DEPT.
080000     MOVE EMP-HIRE-DATE TO EH-A-HIRE-DATE.
080100     MOVE EMP-STATUS    TO EH-A-STATUS.
080200     MOVE EMP-PAY-GRADE TO EH-A-PAY-GRADE.
080300 6950-FILL-AFTER-IMAGE-EXIT.
080400     EXIT.
080500 
080600*****************************************************************
080700* 7000-ADD-USAGE-LINES - SHOW THE THREE REQUEST SHAPES WITH THE
080800* COLUMN TEMPLATE THE POSITIONAL FIELDS LINE UP UNDER.
080900*****************************************************************
081000 7000-ADD-USAGE-LINES.
081100     PERFORM 6000-ADD-SCREEN-LINE
081200         THRU 6000-ADD-SCREEN-LINE-EXIT.
081300     MOVE 'EUPD C NNNNN NAME----------- DEPT GR  - CHANGE'
081400         TO WS-SL-TEXT (WS-LINE-IDX).
081500     PERFORM 6000-ADD-SCREEN-LINE
081600         THRU 6000-ADD-SCREEN-LINE-EXIT.
081700     MOVE '                (BLANK FIELD KEEPS THE CURRENT VALUE)'
081800         TO WS-SL-TEXT (WS-LINE-IDX).
081810     PERFORM 6000-ADD-SCREEN-LINE
081820         THRU 6000-ADD-SCREEN-LINE-EXIT.
081830     MOVE '                (NEW DEPT OR GRADE: EMPTRAN CARD)'
081840         TO WS-SL-TEXT (WS-LINE-IDX).
081900     PERFORM 6000-ADD-SCREEN-LINE
082000         THRU 6000-ADD-SCREEN-LINE-EXIT.
082100     MOVE 'EUPD L NNNNN YYYY-MM-DD YYYY-MM-DD - PUT ON LEAVE'
082200         TO WS-SL-TEXT (WS-LINE-IDX).
082300     PERFORM 6000-ADD-SCREEN-LINE
082400         THRU 6000-ADD-SCREEN-LINE-EXIT.
082500     MOVE 'EUPD R NNNNN                       - RETURN'
082600         TO WS-SL-TEXT (WS-LINE-IDX).
082700 7000-ADD-USAGE-LINES-EXIT.
082800     EXIT.
082900 
083000*****************************************************************
083100* 8000-SEND-SCREEN - SEND THE BUILT LINES TO THE TERMINAL.
083200*****************************************************************
083300 8000-SEND-SCREEN.
083400     COMPUTE WS-SEND-LENGTH = WS-LINE-IDX * 80.
083500     EXEC CICS
083600         SEND TEXT FROM (WS-SCREEN-AREA)
083700              LENGTH (WS-SEND-LENGTH)
083800              ERASE
083900              FREEKB
084000     END-EXEC.
084100 8000-SEND-SCREEN-EXIT.
084200     EXIT.
084300 
084400*****************************************************************
084500* 8100-WRITE-AUDIT-EVENT - THE ONLINE FORM OF WRITE-AUDIT-LOG
084600* (AUDLOG.CPY): STAMP THE TASK'S DATE/TIME, APPLY THE SAME
084700* BLANK-SEVERITY DEFAULT, AND WRITE THE AUDREC RECORD TO THE
084800* EUAL EXTRAPARTITION QUEUE THE EMPUPDN JOB APPENDS TO
084900* AUDITLOG. THE SEVERITY IS CLEARED AFTER THE WRITE, AS THERE.
084910* A FAILED WRITE MARKS THE REQUEST FAILED, SO AN APPLY THE
084920* TRAIL CANNOT RECORD IS BACKED OUT (THE EMPINQ 8600 RULE).
085000*****************************************************************
085100 8100-WRITE-AUDIT-EVENT.
085200     MOVE WS-TODAY-YYYYMMDD TO AL-LOG-DATE.
085300     MOVE WS-NOW-HHMMSS     TO AL-LOG-TIME.
085400     IF NOT AL-SEV-INFO AND NOT AL-SEV-WARNING
085500             AND NOT AL-SEV-SEVERE
085600         IF AL-SQLCODE = ZERO
085700             MOVE 'I' TO AL-SEVERITY
085800         ELSE
085900             MOVE 'S' TO AL-SEVERITY
086000         END-IF
086100     END-IF.
086200     EXEC CICS
086300         WRITEQ TD QUEUE('EUAL')
086400                FROM(AUDIT-LOG-RECORD)
086500                LENGTH(80)
086600                RESP(WS-CICS-RESP)
086700     END-EXEC.
086710     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
086720         IF NOT WS-APPLY-FAILED
086730             MOVE 'AUDIT QUEUE' TO WS-FAIL-REASON
086740         END-IF
086750         MOVE 'Y' TO WS-APPLY-FAILED-SW
086760     END-IF.
086800     MOVE SPACE TO AL-SEVERITY.
086900 8100-WRITE-AUDIT-EVENT-EXIT.
087000     EXIT.
087100 
087200*****************************************************************
087300* 8200-WRITE-HISTORY - THE ONLINE FORM OF WRITE-EMP-HISTORY
087400* (EMPHIST.CPY): THE USER IS THE SIGNED-ON CICS USER AND THE JOB
087500* NAME IS THE TRANSACTION ID PLUS THE TERMINAL ID, SO AN ONLINE
087600* CHANGE IS TRACEABLE TO A DESK. WRITTEN TO THE EUHS
087700* EXTRAPARTITION QUEUE THE EMPUPDN JOB APPENDS TO EMPHIST. A
087710* FAILED WRITE IS A SEVERE AUDIT EVENT UNDER THE OPERATION THE
087720* APPLY STAGED, AND MARKS THE REQUEST FAILED FOR 6700.
087800*****************************************************************
087900 8200-WRITE-HISTORY.
088000     MOVE WS-TODAY-YYYYMMDD TO EH-CHANGE-DATE.
088100     MOVE WS-NOW-HHMMSS     TO EH-CHANGE-TIME.
088200     MOVE SPACES            TO EH-JOB-NAME.
088300     MOVE EIBTRNID          TO EH-JOB-NAME (1:4).
088400     MOVE EIBTRMID          TO EH-JOB-NAME (5:4).
088500     MOVE WS-AUTH-USER      TO EH-USER-ID.
088600     EXEC CICS
088700         WRITEQ TD QUEUE('EUHS')
088800                FROM(EMPHIST-RECORD)
088900                LENGTH(150)
089000                RESP(WS-CICS-RESP)
089100     END-EXEC.
089200     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
089400         MOVE ZERO                 TO AL-SQLCODE
089500         MOVE 'EUHS WRITE FAILED'  TO AL-MESSAGE
089600         MOVE 'S' TO AL-SEVERITY
089700         PERFORM 8100-WRITE-AUDIT-EVENT
089800             THRU 8100-WRITE-AUDIT-EVENT-EXIT
089810         MOVE 'HISTORY QUEUE' TO WS-FAIL-REASON
089820         MOVE 'Y' TO WS-APPLY-FAILED-SW
089900     END-IF.
090000 8200-WRITE-HISTORY-EXIT.
090100     EXIT.
