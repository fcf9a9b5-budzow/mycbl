002600*                 BUREAU NEVER ACKNOWLEDGED AT ALL. THE STEP
002700*                 ENDS RC 8 WHEN ANY EXCEPTION EXISTS SO THE
002800*                 SCHEDULER SHOWS THE CYCLE DID NOT LAND CLEAN.
002805* 2026-10-15 DB   POST YEAR-TO-DATE EARNINGS. EVERY RECORD THE
002810*                 BUREAU ACKNOWLEDGES AS PAID POSTS ITS PAID
002815*                 AMOUNT TO THE KEYED PAYYTD YEAR-TO-DATE
002820*                 DATASET (YTDREC.CPY) -- THE MONEY THAT
002825*                 ACTUALLY WENT OUT, EVEN WHEN IT DISAGREES WITH
002830*                 WHAT WE SENT. THE PAY-PERIOD DATE COMES IN AS
002835*                 AN OPTIONAL JCL PARM, THE SAME YYYY-MM-DD
002840*                 CONVENTION AS PAYINTF (BLANK OR ZEROS MEANS
002845*                 THE RUN DATE), AND PICKS THE YEAR AND QUARTER
002850*                 POSTED TO. A PERIOD NOT AFTER THE EMPLOYEE'S
002855*                 LAST POSTED PERIOD IS NOT POSTED AGAIN, SO A
002860*                 RERUN IS SAFE; IT PRINTS AND WARNS. THE FIRST
002865*                 POSTING OF A NEW YEAR ROLLS THE CLOSING YEAR
002870*                 TO THE PRIOR-YEAR FIELDS. AN UNOPENABLE PAYYTD
002875*                 FAILS THE STEP. YTDRPT PRINTS THE QUARTER-END
002880*                 REGISTER AND YEAR-END WAGE SUMMARY FROM IT.
002881* 2026-10-15 DB   PAYFILE NOW FOLLOWS EACH EARNINGS LINE WITH ITS
002882*                 'D' DEDUCTION LINES. THE BUREAU ACKNOWLEDGES
002883*                 ONE RECORD PER EMPLOYEE, SO ONLY EARNINGS
002884*                 LINES LOAD THE PAY TABLE AND COUNT AS SENT.
002885* 2026-10-15 DB   PAYACK IS CHECKED AGAINST THE IFREGF INTERFACE
002886*                 REGISTRY (IFRCHK.CPY) BY PERIOD DATE BEFORE IT
002887*                 IS OPENED, AND RECORDED WHEN THE RUN COMPLETES.
002888* 2026-10-15 DB   WITH NO PARM THE PERIOD IS NOW THAT OF THE
002889*                 LATEST PAYFILE PAYINTF RECORDED ON IFREGF, NOT
002890*                 THE RUN DATE; NO PAYFILE THERE FAILS THE STEP
002891*                 RC 16. PAYACK IS REGISTERED BY CONTENTS (COUNT,
002892*                 PAID TOTAL, ID HASH) FROM A FIRST PASS, SO THE
002893*                 SAME FILE IS REFUSED WHATEVER PERIOD IT IS
002894*                 LOADED FOR.
002900*****************************************************************
003000
003100 ENVIRONMENT DIVISION.
004200     SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-AUDIT-STATUS.
004410     SELECT PAYYTD-FILE ASSIGN TO PAYYTD
004420         ORGANIZATION IS INDEXED
004430         ACCESS MODE IS RANDOM
004440         RECORD KEY IS YT-EMPL-ID
004450         FILE STATUS IS WS-YTD-STATUS.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
006900     LABEL RECORDS ARE STANDARD.
007000     COPY AUDREC.
007100
007110 FD  PAYYTD-FILE
007120     RECORD CONTAINS 150 CHARACTERS
007130     LABEL RECORDS ARE STANDARD.
007140     COPY YTDREC.
007150
007200 WORKING-STORAGE SECTION.
007300 01  WS-PAY-STATUS                PIC X(02).
007400 01  WS-ACK-STATUS                PIC X(02).
007500 01  WS-AUDIT-STATUS              PIC X(02).
007510 01  WS-YTD-STATUS                PIC X(02).
007520 01  WS-YTD-OPEN-SW               PIC X(01)  VALUE 'N'.
007530     88  WS-YTD-OPEN                         VALUE 'Y'.
007600
007700 01  WS-PAY-EOF-SW                PIC X(01)  VALUE 'N'.
007800     88  WS-PAY-EOF                          VALUE 'Y'.
009400                       INDEXED BY WS-PAY-TAB-IDX.
009500         10  WS-TP-EMPL-ID        PIC 9(05).
009600         10  WS-TP-NAME           PIC X(15).
009610         10  WS-TP-DEPT           PIC X(04).
009700         10  WS-TP-GROSS          PIC 9(07)V99.
009800         10  WS-TP-ACKED-SW       PIC X(01).
009900
010600 01  WS-MISMATCH-COUNT            PIC 9(05)  VALUE ZERO.
010700 01  WS-NOACK-COUNT               PIC 9(05)  VALUE ZERO.
010800 01  WS-EXCEPTION-COUNT           PIC 9(05)  VALUE ZERO.
010810 01  WS-POSTED-COUNT              PIC 9(05)  VALUE ZERO.
010820 01  WS-NOT-POSTED-COUNT          PIC 9(05)  VALUE ZERO.
010830 01  WS-NEW-YTD-COUNT             PIC 9(05)  VALUE ZERO.
010840 01  WS-ROLLED-COUNT              PIC 9(05)  VALUE ZERO.
010850 01  WS-POSTED-AMOUNT             PIC 9(09)V99 VALUE ZERO.
010860 01  WS-ACK-PAID-TOTAL            PIC 9(09)V99 VALUE ZERO.
010870 01  WS-ACK-ID-HASH               PIC 9(15)  VALUE ZERO.
010900
010908 01  WS-PERIOD-DATE.
010916     05  WS-PD-YYYY               PIC X(04).
010924     05  WS-PD-SEP1               PIC X(01).
010932     05  WS-PD-MM                 PIC X(02).
010940     05  WS-PD-SEP2               PIC X(01).
010948     05  WS-PD-DD                 PIC X(02).
010956 01  WS-PERIOD-YEAR               PIC 9(04)  VALUE ZERO.
010964 01  WS-PERIOD-MONTH              PIC 9(02)  VALUE ZERO.
010972 01  WS-PERIOD-QTR                PIC 9(01)  VALUE ZERO.
010980 01  WS-QTR-IDX                   PIC 9(01)  VALUE ZERO.
010988
011000 01  WS-SYS-DATE.
011100     05  WS-SYS-YYYY              PIC 9(04).
011200     05  WS-SYS-MM                PIC 9(02).
011800     05  WS-RD-DD                 PIC 9(02).
011900     05  FILLER                   PIC X(01)  VALUE '/'.
012000     05  WS-RD-YYYY               PIC 9(04).
012010
012020     COPY IFRPARM.
012100
012200 LINKAGE SECTION.
012210 01  LS-PARM.
012220     05  LS-PARM-LEN         PIC S9(04) COMP.
012230     05  LS-PARM-DATA.
012240         10  LS-PARM-PERIOD-DATE  PIC X(10).
012250
012260 PROCEDURE DIVISION USING LS-PARM.
012300
012400 0000-MAINLINE.
012500     OPEN EXTEND AUDIT-LOG-FILE.
014000             UNTIL WS-SCAN-IDX > WS-PAY-COUNT
014100         PERFORM 8000-FINALIZE
014200             THRU 8000-FINALIZE-EXIT
014210         MOVE WS-ACK-READ-COUNT TO WS-IF-RECORD-COUNT
014220         MOVE WS-ACK-PAID-TOTAL TO WS-IF-CONTROL-TOTAL
014230         MOVE WS-ACK-ID-HASH    TO WS-IF-HASH-TOTAL
014240         PERFORM RECORD-INTERFACE-REGISTRY
014250             THRU RECORD-INTERFACE-REGISTRY-EXIT
014300     END-IF.
014400 9999-END-OF-JOB.
014410     IF WS-YTD-OPEN
014420         CLOSE PAYYTD-FILE
014430     END-IF.
014500     CLOSE PAYAKRPT-FILE.
014600     CLOSE AUDIT-LOG-FILE.
014700     STOP RUN.
015000* 1000-INITIALIZE - OPEN THE REPORT, PRINT THE TITLE AND COLUMN
015100* HEADINGS, AND LOAD THE TRANSMITTED PAYFILE INTO THE SORTED
015200* WORKING-STORAGE TABLE. AN UNOPENABLE OR EMPTY PAYFILE FAILS
015300* THE STEP -- THERE IS NOTHING TO RECONCILE AGAINST. THE
015310* PAY-PERIOD DATE IS SET FROM THE PARM (OR THE INTERFACE
015320* REGISTRY), PAYACK IS CHECKED AGAINST THE REGISTRY, AND THE
015330* PAYYTD YEAR-TO-DATE DATASET IS OPENED FOR POSTING; ANY OF
015340* THESE FAILING FAILS THE STEP.
015400*****************************************************************
015500 1000-INITIALIZE.
015600     OPEN OUTPUT PAYAKRPT-FILE.
015800     MOVE WS-SYS-MM   TO WS-RD-MM.
015900     MOVE WS-SYS-DD   TO WS-RD-DD.
016000     MOVE WS-SYS-YYYY TO WS-RD-YYYY.
016010     PERFORM 1100-SET-PERIOD-DATE
016020         THRU 1100-SET-PERIOD-DATE-EXIT.
016030     IF WS-ABEND-REQUESTED
016040         GO TO 1000-INITIALIZE-EXIT
016050     END-IF.
016100     MOVE SPACES TO PAYAKRPT-RECORD.
016200     MOVE 'PAYROLL ACKNOWLEDGMENT RECONCILIATION'
016300                           TO KT-TITLE-TEXT.
016500     MOVE WS-RUN-DATE-EDIT TO KT-RUN-DATE.
016600     WRITE PAYAKRPT-RECORD.
016700     MOVE SPACES TO PAYAKRPT-RECORD.
016710     MOVE 'PAY PERIOD POSTED:' TO KP-LABEL.
016720     MOVE WS-PERIOD-DATE      TO KP-DATE.
016800     WRITE PAYAKRPT-RECORD.
016810     MOVE SPACES TO PAYAKRPT-RECORD.
016820     WRITE PAYAKRPT-RECORD.
016900     MOVE SPACES TO PAYAKRPT-RECORD.
017000     MOVE 'EMPL ID'     TO KH-ID-HDG.
017100     MOVE 'NAME'        TO KH-NAME-HDG.
020800         GO TO 1000-INITIALIZE-EXIT
020900     END-IF.
021000
021010     PERFORM 1300-OPEN-PAYACK
021020         THRU 1300-OPEN-PAYACK-EXIT.
021030     IF WS-ABEND-REQUESTED
021040         GO TO 1000-INITIALIZE-EXIT
021050     END-IF.
021060     PERFORM 1200-HASH-ACK-RECORD
021070         THRU 1200-HASH-ACK-RECORD-EXIT
021080         UNTIL WS-ACK-EOF.
021090     CLOSE PAYACK-FILE.
021100     MOVE 'N' TO WS-ACK-EOF-SW.
021110     MOVE 'PAYRECON'          TO WS-IF-PROGRAM.
021120     MOVE 'PAYACK'            TO WS-IF-INTERFACE.
021130     MOVE 'I'                 TO WS-IF-DIRECTION.
021140     MOVE 'C'                 TO WS-IF-MATCH-RULE.
021150     MOVE WS-PD-YYYY          TO WS-IF-BUS-DATE (1:4).
021160     MOVE WS-PD-MM            TO WS-IF-BUS-DATE (5:2).
021170     MOVE WS-PD-DD            TO WS-IF-BUS-DATE (7:2).
021180     MOVE WS-ACK-READ-COUNT   TO WS-IF-RECORD-COUNT.
021190     MOVE WS-ACK-PAID-TOTAL   TO WS-IF-CONTROL-TOTAL.
021200     MOVE WS-ACK-ID-HASH      TO WS-IF-HASH-TOTAL.
021210     MOVE ZERO                TO WS-ACK-READ-COUNT.
021220     MOVE ZERO                TO WS-ACK-PAID-TOTAL.
021230     MOVE ZERO                TO WS-ACK-ID-HASH.
021240     PERFORM CHECK-INTERFACE-REGISTRY
021250         THRU CHECK-INTERFACE-REGISTRY-EXIT.
021260     IF NOT WS-IF-OK
021270         MOVE 'Y' TO WS-ABEND-SW
021280         GO TO 1000-INITIALIZE-EXIT
021290     END-IF.
021300     PERFORM 1300-OPEN-PAYACK
021310         THRU 1300-OPEN-PAYACK-EXIT.
021320     IF WS-ABEND-REQUESTED
021330         GO TO 1000-INITIALIZE-EXIT
021340     END-IF.
022305
022310     OPEN I-O PAYYTD-FILE.
022315     IF WS-YTD-STATUS NOT = '00' AND WS-YTD-STATUS NOT = '97'
022320         DISPLAY 'PAYRECON - ERROR OPENING PAYYTD, STATUS '
022325                 WS-YTD-STATUS
022330         MOVE 'OPEN PAYYTD'       TO AL-OPERATION
022335         MOVE ZERO                TO AL-SQLCODE
022340         MOVE 'OPEN FAILED'       TO AL-MESSAGE
022345         MOVE 'S' TO AL-SEVERITY
022350         PERFORM WRITE-AUDIT-LOG
022355             THRU WRITE-AUDIT-LOG-EXIT
022360         MOVE 16 TO RETURN-CODE
022365         MOVE 'Y' TO WS-ABEND-SW
022370         GO TO 1000-INITIALIZE-EXIT
022375     END-IF.
022380     MOVE 'Y' TO WS-YTD-OPEN-SW.
022400 1000-INITIALIZE-EXIT.
022500     EXIT.
022501
022503*****************************************************************
022505* 1100-SET-PERIOD-DATE - ESTABLISH THE PAY-PERIOD DATE BEING
022507* POSTED: A PARM OF YYYY-MM-DD POSTS THAT PERIOD; A MISSING,
022509* BLANK, OR ALL-ZERO PARM POSTS THE PERIOD OF THE LATEST PAYFILE
022511* PAYINTF RECORDED ON THE IFREGF INTERFACE REGISTRY (AS COMMCALC
022513* AND GLFEED FIND IT) -- THE ACKNOWLEDGMENT ANSWERS THE LAST FILE
022515* SENT, AND PAYROLL IS BIWEEKLY, SO THE RUN DATE WOULD POST TO
022517* THE WRONG PERIOD. A REGISTRY THAT CANNOT BE READ, NO PAYFILE ON
022519* IT, OR A PARM THAT DOES NOT PARSE FAILS THE STEP -- EARNINGS
022521* POSTED TO THE WRONG QUARTER ARE WORSE THAN NONE. THE YEAR AND
022523* QUARTER POSTED TO COME FROM THE PERIOD DATE.
022525*****************************************************************
022527 1100-SET-PERIOD-DATE.
022529     IF LS-PARM-LEN = ZERO
022531             OR LS-PARM-PERIOD-DATE = SPACES
022533             OR LS-PARM-PERIOD-DATE = '0000000000'
022535         PERFORM 1150-DEFAULT-PERIOD-DATE
022537             THRU 1150-DEFAULT-PERIOD-DATE-EXIT
022539         IF WS-ABEND-REQUESTED
022541             GO TO 1100-SET-PERIOD-DATE-EXIT
022543         END-IF
022545     ELSE
022547         MOVE LS-PARM-PERIOD-DATE TO WS-PERIOD-DATE
022549     END-IF.
022551     IF WS-PD-YYYY NOT NUMERIC
022553             OR WS-PD-MM NOT NUMERIC
022555             OR WS-PD-DD NOT NUMERIC
022557             OR WS-PD-SEP1 NOT = '-'
022559             OR WS-PD-SEP2 NOT = '-'
022561             OR WS-PD-MM < '01' OR WS-PD-MM > '12'
022563         DISPLAY 'PAYRECON - BAD PERIOD DATE PARM '
022565                 LS-PARM-PERIOD-DATE ', ABENDING'
022567         MOVE 'SET PERIOD DATE'   TO AL-OPERATION
022569         MOVE ZERO                TO AL-SQLCODE
022571         MOVE 'BAD PERIOD PARM'   TO AL-MESSAGE
022573         MOVE 'S' TO AL-SEVERITY
022575         PERFORM WRITE-AUDIT-LOG
022577             THRU WRITE-AUDIT-LOG-EXIT
022579         MOVE 16 TO RETURN-CODE
022581         MOVE 'Y' TO WS-ABEND-SW
022583         GO TO 1100-SET-PERIOD-DATE-EXIT
022585     END-IF.
022587     MOVE WS-PD-YYYY TO WS-PERIOD-YEAR.
022589     MOVE WS-PD-MM   TO WS-PERIOD-MONTH.
022591     COMPUTE WS-PERIOD-QTR = (WS-PERIOD-MONTH + 2) / 3.
022593 1100-SET-PERIOD-DATE-EXIT.
022595     EXIT.
022600
022601*****************************************************************
022602* 1150-DEFAULT-PERIOD-DATE - WITH NO PERIOD IN THE PARM, TAKE THE
022603* BUSINESS DATE OF THE LATEST PAYFILE ON THE IFREGF REGISTRY.
022604*****************************************************************
022605 1150-DEFAULT-PERIOD-DATE.
022606     MOVE 'PAYRECON'          TO WS-IF-PROGRAM.
022607     MOVE 'L'                 TO WS-IF-FUNCTION.
022608     MOVE 'PAYFILE'           TO WS-IF-INTERFACE.
022609     MOVE 'O'                 TO WS-IF-DIRECTION.
022610     CALL 'IFREG' USING WS-IFREG-PARM.
022611     IF WS-IF-UNAVAILABLE
022612         DISPLAY 'PAYRECON - IFREGF UNREADABLE, STATUS '
022613                 WS-IF-FILE-STATUS ', ABENDING'
022614         MOVE 'IFREGF UNREADABLE' TO AL-MESSAGE
022615         GO TO 1190-PERIOD-NOT-SET
022616     END-IF.
022617     IF NOT WS-IF-CLEAR
022618         DISPLAY 'PAYRECON - NO PAYFILE ON THE INTERFACE '
022619                 'REGISTRY, GIVE THE PERIOD IN THE PARM, '
022620                 'ABENDING'
022621         MOVE 'NO PAYFILE PERIOD' TO AL-MESSAGE
022622         GO TO 1190-PERIOD-NOT-SET
022623     END-IF.
022624     MOVE WS-IF-PRIOR-BUS-DATE (1:4) TO WS-PD-YYYY.
022625     MOVE '-'                        TO WS-PD-SEP1.
022626     MOVE WS-IF-PRIOR-BUS-DATE (5:2) TO WS-PD-MM.
022627     MOVE '-'                        TO WS-PD-SEP2.
022628     MOVE WS-IF-PRIOR-BUS-DATE (7:2) TO WS-PD-DD.
022629     GO TO 1150-DEFAULT-PERIOD-DATE-EXIT.
022630 1190-PERIOD-NOT-SET.
022631     MOVE 'SET PERIOD DATE'   TO AL-OPERATION.
022632     MOVE ZERO                TO AL-SQLCODE.
022633     MOVE 'S' TO AL-SEVERITY.
022634     PERFORM WRITE-AUDIT-LOG
022635         THRU WRITE-AUDIT-LOG-EXIT.
022636     MOVE 16 TO RETURN-CODE.
022637     MOVE 'Y' TO WS-ABEND-SW.
022638 1150-DEFAULT-PERIOD-DATE-EXIT.
022639     EXIT.
022640
022641*****************************************************************
022642* 1200-HASH-ACK-RECORD - FIRST PASS OVER PAYACK FOR THE INTERFACE
022643* REGISTRY: THE RECORD COUNT, PAID-AMOUNT TOTAL AND EMPLOYEE-ID
022644* HASH THE MAIN PASS WILL RECORD, SO THE SAME ACKNOWLEDGMENT
022645* LOADED AGAIN IS REFUSED WHATEVER PERIOD IT IS RUN FOR. NOTHING
022646* IS MATCHED OR POSTED ON THIS PASS.
022647*****************************************************************
022648 1200-HASH-ACK-RECORD.
022649     READ PAYACK-FILE
022650         AT END
022651             MOVE 'Y' TO WS-ACK-EOF-SW
022652             GO TO 1200-HASH-ACK-RECORD-EXIT
022653     END-READ.
022654     ADD 1 TO WS-ACK-READ-COUNT.
022655     IF PA-EMPL-ID NUMERIC
022656         ADD PA-EMPL-ID TO WS-ACK-ID-HASH
022657     END-IF.
022658     IF PA-PAID-AMOUNT NUMERIC
022659         ADD PA-PAID-AMOUNT TO WS-ACK-PAID-TOTAL
022660     END-IF.
022661 1200-HASH-ACK-RECORD-EXIT.
022662     EXIT.
022663
022664*****************************************************************
022665* 1300-OPEN-PAYACK - OPEN THE ACKNOWLEDGMENT FILE FOR A PASS. AN
022666* OPEN FAILURE FAILS THE STEP.
022667*****************************************************************
022668 1300-OPEN-PAYACK.
022669     OPEN INPUT PAYACK-FILE.
022670     IF WS-ACK-STATUS NOT = '00'
022671         DISPLAY 'PAYRECON - ERROR OPENING PAYACK, STATUS '
022672                 WS-ACK-STATUS
022673         MOVE 'OPEN PAYACK'       TO AL-OPERATION
022674         MOVE ZERO                TO AL-SQLCODE
022675         MOVE 'OPEN FAILED'       TO AL-MESSAGE
022676         MOVE 'S' TO AL-SEVERITY
022677         PERFORM WRITE-AUDIT-LOG
022678             THRU WRITE-AUDIT-LOG-EXIT
022679         MOVE 16 TO RETURN-CODE
022680         MOVE 'Y' TO WS-ABEND-SW
022681     END-IF.
022682 1300-OPEN-PAYACK-EXIT.
022683     EXIT.
022684
022700*****************************************************************
022800* 2000-LOAD-PAY-TABLE - CARRY ONE TRANSMITTED PAYFILE RECORD
022900* INTO THE NEXT TABLE ENTRY. THE TABLE IS SEARCHED WITH SEARCH
023100* PARALLEL PARAGRAPH DOES: THE TABLE CANNOT OVERFLOW ITS
023200* CAPACITY, AND THE FILE MUST ARRIVE IN ASCENDING PF-EMPL-ID
023300* ORDER (GUARANTEED BY THE EXTRACT ORDER PAYINTF PRICES IN).
023310* DEDUCTION LINES RIDE UNDER THEIR EARNINGS LINE AND ARE NOT
023320* ACKNOWLEDGED SEPARATELY, SO THEY ARE PASSED OVER.
023400*****************************************************************
023500 2000-LOAD-PAY-TABLE.
023600     READ PAYFILE-FILE
023800             MOVE 'Y' TO WS-PAY-EOF-SW
023900             GO TO 2000-LOAD-PAY-TABLE-EXIT
024000     END-READ.
024010     IF PF-DEDUCTION-LINE
024020         GO TO 2000-LOAD-PAY-TABLE-EXIT
024030     END-IF.
024100     IF WS-PAY-COUNT >= WS-PAY-CAPACITY
024200         DISPLAY 'PAYRECON - PAY TABLE CAPACITY '
024300                 WS-PAY-CAPACITY ' EXCEEDED, ABENDING'
027100     SET WS-PAY-TAB-IDX TO WS-PAY-COUNT.
027200     MOVE PF-EMPL-ID      TO WS-TP-EMPL-ID (WS-PAY-TAB-IDX).
027300     MOVE PF-EMPL-NAME    TO WS-TP-NAME (WS-PAY-TAB-IDX).
027310     MOVE PF-EMPL-DEPT    TO WS-TP-DEPT (WS-PAY-TAB-IDX).
027400     MOVE PF-PERIOD-GROSS TO WS-TP-GROSS (WS-PAY-TAB-IDX).
027500     MOVE 'N'             TO WS-TP-ACKED-SW (WS-PAY-TAB-IDX).
027600     MOVE PF-EMPL-ID      TO WS-PAY-PREV-ID.
028300* SENT, A RECORD THE BUREAU DID NOT PAY, AND A PAID AMOUNT THAT
028400* DISAGREES WITH THE SENT GROSS ARE EACH AN EXCEPTION; A CLEAN
028500* MATCH MARKS THE TABLE ENTRY ACKNOWLEDGED SO THE FINAL SWEEP
028600* CAN FIND THE SENT RECORDS THE BUREAU NEVER ANSWERED FOR. A
028610* PAID RECORD POSTS ITS PAID AMOUNT TO YEAR-TO-DATE BEFORE THE
028620* AMOUNT IS COMPARED.
028700*****************************************************************
028800 3000-PROCESS-ACK.
028900     READ PAYACK-FILE
029200             GO TO 3000-PROCESS-ACK-EXIT
029300     END-READ.
029400     ADD 1 TO WS-ACK-READ-COUNT.
029410     IF PA-EMPL-ID NUMERIC
029420         ADD PA-EMPL-ID TO WS-ACK-ID-HASH
029430     END-IF.
029440     IF PA-PAID-AMOUNT NUMERIC
029450         ADD PA-PAID-AMOUNT TO WS-ACK-PAID-TOTAL
029460     END-IF.
029500     MOVE 'N' TO WS-MATCH-FOUND-SW.
029600     IF PA-EMPL-ID NUMERIC
029700         SEARCH ALL WS-PAY-ENTRY
032300         WRITE PAYAKRPT-RECORD
032400         PERFORM 3900-LOG-EXCEPTION
032500             THRU 3900-LOG-EXCEPTION-EXIT
032510         GO TO 3000-PROCESS-ACK-EXIT
032520     END-IF.
032530     PERFORM 3500-POST-YTD
032540         THRU 3500-POST-YTD-EXIT.
032550     IF WS-ABEND-REQUESTED
032600         GO TO 3000-PROCESS-ACK-EXIT
032700     END-IF.
032800     IF PA-PAID-AMOUNT NOT = WS-TP-GROSS (WS-PAY-TAB-IDX)
034200 3000-PROCESS-ACK-EXIT.
034300     EXIT.
034400
034410*****************************************************************
034420* 3500-POST-YTD - POST THE PAID AMOUNT TO THE EMPLOYEE'S PAYYTD
034430* RECORD. NO RECORD YET MEANS THE EMPLOYEE'S FIRST PAY: ONE IS
034440* WRITTEN. A RECORD STILL ON AN EARLIER YEAR ROLLS THAT YEAR TO
034450* THE PRIOR-YEAR FIELDS FIRST. A PERIOD NOT AFTER THE LAST ONE
034460* POSTED (A RERUN, OR A MISSED PERIOD KEYED OUT OF ORDER) IS
034470* PRINTED AND WARNED BUT NOT POSTED -- PAYROLL CORRECTS IT BY
034480* HAND RATHER THAN RISK COUNTING A PAY TWICE. A KEYED I/O
034490* FAILURE FAILS THE STEP.
034500*****************************************************************
034510 3500-POST-YTD.
034520     MOVE PA-EMPL-ID TO YT-EMPL-ID.
034530     READ PAYYTD-FILE.
034540     EVALUATE WS-YTD-STATUS
034550         WHEN '00'
034560             CONTINUE
034570         WHEN '23'
034580             PERFORM 3510-NEW-YTD-RECORD
034590                 THRU 3510-NEW-YTD-RECORD-EXIT
034600         WHEN OTHER
034610             PERFORM 3590-YTD-IO-FAILED
034620                 THRU 3590-YTD-IO-FAILED-EXIT
034630             GO TO 3500-POST-YTD-EXIT
034640     END-EVALUATE.
034650     IF YT-LAST-PERIOD NOT = SPACES
034660             AND WS-PERIOD-DATE NOT > YT-LAST-PERIOD
034670         ADD 1 TO WS-NOT-POSTED-COUNT
034680         MOVE SPACES TO PAYAKRPT-RECORD
034690         MOVE PA-EMPL-ID      TO KD-EMPL-ID
034700         MOVE WS-TP-NAME (WS-PAY-TAB-IDX)  TO KD-NAME
034710         MOVE WS-TP-GROSS (WS-PAY-TAB-IDX) TO KD-SENT-GROSS
034720         MOVE PA-PAID-AMOUNT  TO KD-PAID-AMOUNT
034730         MOVE 'YTD ALREADY POSTED'         TO KD-EXCEPTION
034740         WRITE PAYAKRPT-RECORD
034750         MOVE 'POST YTD'          TO AL-OPERATION
034760         MOVE ZERO                TO AL-SQLCODE
034770         MOVE 'PERIOD ALREADY POSTED' TO AL-MESSAGE
034780         MOVE 'W' TO AL-SEVERITY
034790         PERFORM WRITE-AUDIT-LOG
034800             THRU WRITE-AUDIT-LOG-EXIT
034810         GO TO 3500-POST-YTD-EXIT
034820     END-IF.
034830     IF YT-YEAR < WS-PERIOD-YEAR
034840         PERFORM 3520-ROLL-YTD-YEAR
034850             THRU 3520-ROLL-YTD-YEAR-EXIT
034860     END-IF.
034870     MOVE WS-TP-NAME (WS-PAY-TAB-IDX) TO YT-EMPL-NAME.
034880     MOVE WS-TP-DEPT (WS-PAY-TAB-IDX) TO YT-EMPL-DEPT.
034890     ADD PA-PAID-AMOUNT TO YT-QTR-EARNINGS (WS-PERIOD-QTR).
034900     ADD PA-PAID-AMOUNT TO YT-YTD-EARNINGS.
034910     ADD 1 TO YT-PERIODS-POSTED.
034920     MOVE WS-PERIOD-DATE TO YT-LAST-PERIOD.
034930     IF WS-YTD-STATUS = '23'
034940         WRITE PAYYTD-RECORD
034950     ELSE
034960         REWRITE PAYYTD-RECORD
034970     END-IF.
034980     IF WS-YTD-STATUS NOT = '00'
034990         PERFORM 3590-YTD-IO-FAILED
035000             THRU 3590-YTD-IO-FAILED-EXIT
035010         GO TO 3500-POST-YTD-EXIT
035020     END-IF.
035030     ADD 1 TO WS-POSTED-COUNT.
035040     ADD PA-PAID-AMOUNT TO WS-POSTED-AMOUNT.
035050 3500-POST-YTD-EXIT.
035060     EXIT.
035070
035080*****************************************************************
035090* 3510-NEW-YTD-RECORD - FIRST PAY FOR THIS EMPLOYEE: START AN
035100* EMPTY RECORD IN THE PERIOD'S YEAR. WS-YTD-STATUS STAYS '23'
035110* SO THE POSTING WRITES RATHER THAN REWRITES.
035120*****************************************************************
035130 3510-NEW-YTD-RECORD.
035140     MOVE SPACES         TO PAYYTD-RECORD.
035150     MOVE PA-EMPL-ID     TO YT-EMPL-ID.
035160     MOVE WS-PERIOD-YEAR TO YT-YEAR.
035170     MOVE ZERO           TO YT-YTD-EARNINGS.
035180     MOVE ZERO           TO YT-PERIODS-POSTED.
035190     MOVE ZERO           TO YT-PRIOR-YEAR.
035200     MOVE ZERO           TO YT-PRIOR-YTD-EARN.
035210     PERFORM 3515-ZERO-ONE-QUARTER
035220         THRU 3515-ZERO-ONE-QUARTER-EXIT
035230         VARYING WS-QTR-IDX FROM 1 BY 1
035240         UNTIL WS-QTR-IDX > 4.
035250     ADD 1 TO WS-NEW-YTD-COUNT.
035260 3510-NEW-YTD-RECORD-EXIT.
035270     EXIT.
035280
035290*****************************************************************
035300* 3515-ZERO-ONE-QUARTER - CLEAR ONE CURRENT AND ONE PRIOR-YEAR
035310* QUARTER BUCKET ON A NEW RECORD.
035320*****************************************************************
035330 3515-ZERO-ONE-QUARTER.
035340     MOVE ZERO TO YT-QTR-EARNINGS (WS-QTR-IDX).
035350     MOVE ZERO TO YT-PRIOR-QTR-EARN (WS-QTR-IDX).
035360 3515-ZERO-ONE-QUARTER-EXIT.
035370     EXIT.
035380
035390*****************************************************************
035400* 3520-ROLL-YTD-YEAR - THE FIRST POSTING OF A NEW YEAR: THE
035410* CLOSING YEAR MOVES TO THE PRIOR-YEAR FIELDS (WHERE THE
035420* YEAR-END WAGE SUMMARY STILL FINDS IT) AND THE NEW YEAR STARTS
035430* AT ZERO.
035440*****************************************************************
035450 3520-ROLL-YTD-YEAR.
035460     MOVE YT-YEAR         TO YT-PRIOR-YEAR.
035470     MOVE YT-YTD-EARNINGS TO YT-PRIOR-YTD-EARN.
035480     PERFORM 3525-ROLL-ONE-QUARTER
035490         THRU 3525-ROLL-ONE-QUARTER-EXIT
035500         VARYING WS-QTR-IDX FROM 1 BY 1
035510         UNTIL WS-QTR-IDX > 4.
035520     MOVE WS-PERIOD-YEAR  TO YT-YEAR.
035530     MOVE ZERO            TO YT-YTD-EARNINGS.
035540     MOVE ZERO            TO YT-PERIODS-POSTED.
035550     ADD 1 TO WS-ROLLED-COUNT.
035560 3520-ROLL-YTD-YEAR-EXIT.
035570     EXIT.
035580
035590*****************************************************************
035600* 3525-ROLL-ONE-QUARTER - CARRY ONE QUARTER BUCKET TO THE PRIOR
035610* YEAR AND CLEAR IT.
035620*****************************************************************
035630 3525-ROLL-ONE-QUARTER.
035640     MOVE YT-QTR-EARNINGS (WS-QTR-IDX)
035650         TO YT-PRIOR-QTR-EARN (WS-QTR-IDX).
035660     MOVE ZERO TO YT-QTR-EARNINGS (WS-QTR-IDX).
035670 3525-ROLL-ONE-QUARTER-EXIT.
035680     EXIT.
035690
035700*****************************************************************
035710* 3590-YTD-IO-FAILED - A KEYED READ, WRITE, OR REWRITE ON PAYYTD
035720* FAILED: LEAVE A SEVERE AUDIT EVENT AND FAIL THE STEP.
035730*****************************************************************
035740 3590-YTD-IO-FAILED.
035750     DISPLAY 'PAYRECON - PAYYTD I/O FOR EMP ' PA-EMPL-ID
035760             ' FAILED, STATUS ' WS-YTD-STATUS.
035770     MOVE 'POST YTD'          TO AL-OPERATION.
035780     MOVE ZERO                TO AL-SQLCODE.
035790     MOVE 'PAYYTD I/O FAILED' TO AL-MESSAGE.
035800     MOVE 'S' TO AL-SEVERITY.
035810     PERFORM WRITE-AUDIT-LOG
035820         THRU WRITE-AUDIT-LOG-EXIT.
035830     MOVE 16 TO RETURN-CODE.
035840     MOVE 'Y' TO WS-ABEND-SW.
035850     MOVE 'Y' TO WS-ACK-EOF-SW.
035860 3590-YTD-IO-FAILED-EXIT.
035870     EXIT.
035880
035890*****************************************************************
035900* 3900-LOG-EXCEPTION - LEAVE THE EXCEPTION JUST PRINTED ON THE
035910* PERMANENT AUDIT TRAIL AS A SEVERE EVENT, SO AUDALERT PAGES
035920* WHEN THE PAYROLL CYCLE DID NOT LAND CLEAN. THE PRINTED LINE'S
035930* EXCEPTION TEXT RIDES IN AL-MESSAGE.
035940*****************************************************************
035950 3900-LOG-EXCEPTION.
035960     ADD 1 TO WS-EXCEPTION-COUNT.
035970     MOVE 'MATCH ACKNOWLEDGMENT' TO AL-OPERATION.
035980     MOVE ZERO                   TO AL-SQLCODE.
035990     MOVE KD-EXCEPTION           TO AL-MESSAGE.
036000     MOVE 'S' TO AL-SEVERITY.
036010     PERFORM WRITE-AUDIT-LOG
036020         THRU WRITE-AUDIT-LOG-EXIT.
036030 3900-LOG-EXCEPTION-EXIT.
036040     EXIT.
036100
036200*****************************************************************
036300* 4000-REPORT-UNACKED - ONE FINAL SWEEP OF THE TRANSMITTED
038000     EXIT.
038100
038200*****************************************************************
038300* 8000-FINALIZE - PRINT THE RECONCILIATION AND YEAR-TO-DATE
038400* POSTING TOTALS AND SET THE RETURN CODE: 8 WHEN ANY EXCEPTION
038410* EXISTS, 0 ON A CLEAN CYCLE. A PERIOD ALREADY POSTED IS A
038420* WARNING, NOT A RECONCILIATION EXCEPTION.
038500*****************************************************************
038600 8000-FINALIZE.
038700     MOVE SPACES TO PAYAKRPT-RECORD.
041400     MOVE 'SENT BUT NEVER ACKNOWLEDGED' TO KG-LABEL.
041500     MOVE WS-NOACK-COUNT               TO KG-COUNT.
041600     WRITE PAYAKRPT-RECORD.
041604     MOVE SPACES TO PAYAKRPT-RECORD.
041608     MOVE 'POSTED TO YEAR-TO-DATE'     TO KG-LABEL.
041612     MOVE WS-POSTED-COUNT              TO KG-COUNT.
041616     WRITE PAYAKRPT-RECORD.
041620     MOVE SPACES TO PAYAKRPT-RECORD.
041624     MOVE '  NEW YEAR-TO-DATE RECORDS' TO KG-LABEL.
041628     MOVE WS-NEW-YTD-COUNT             TO KG-COUNT.
041632     WRITE PAYAKRPT-RECORD.
041636     MOVE SPACES TO PAYAKRPT-RECORD.
041640     MOVE '  ROLLED TO A NEW YEAR'     TO KG-LABEL.
041644     MOVE WS-ROLLED-COUNT              TO KG-COUNT.
041648     WRITE PAYAKRPT-RECORD.
041652     MOVE SPACES TO PAYAKRPT-RECORD.
041656     MOVE 'PERIOD ALREADY POSTED'      TO KG-LABEL.
041660     MOVE WS-NOT-POSTED-COUNT          TO KG-COUNT.
041664     WRITE PAYAKRPT-RECORD.
041668     MOVE SPACES TO PAYAKRPT-RECORD.
041672     MOVE 'AMOUNT POSTED TO YTD'       TO KM-LABEL.
041676     MOVE WS-POSTED-AMOUNT             TO KM-AMOUNT.
041680     WRITE PAYAKRPT-RECORD.
041700     DISPLAY 'PAYRECON - SENT ' WS-PAY-COUNT
041800             ' ACKED ' WS-ACK-READ-COUNT
041900             ' EXCEPTIONS ' WS-EXCEPTION-COUNT
041910             ' YTD POSTED ' WS-POSTED-COUNT.
042000     IF WS-EXCEPTION-COUNT > ZERO
042100         MOVE 8 TO RETURN-CODE
042200     END-IF.
042800* AUDLOG.CPY. SEE THE COPYBOOK FOR DETAILS.
042900*****************************************************************
043000     COPY AUDLOG.
043100
043200*****************************************************************
043300* CHECK-INTERFACE-REGISTRY / RECORD-INTERFACE-REGISTRY - SHARED
043400* INTERFACE FILE REGISTRY CHECK AND RECORD, COPIED FROM
043500* IFRCHK.CPY. SEE THE COPYBOOK FOR DETAILS.
043600*****************************************************************
043700     COPY IFRCHK.
