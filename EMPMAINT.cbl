008800*                 RETRIES STILL FAIL THE STEP WITH RC 16. ONE
008900*                 LOCK COLLISION WITH THE ONLINE DAY NO LONGER
009000*                 COSTS A FULL CYCLE RESTART.
009010* 2026-10-15 DB   A TERMINATE NOW READS THE EMPLOYEE'S LVBAL
009020*                 LEAVE BALANCE AND REPORTS THE UNUSED VACATION
009030*                 AND SICK HOURS ON SYSOUT AND THE AUDIT LOG SO
009040*                 FINAL PAY CAN INCLUDE THEM. A MISSING BALANCE
009050*                 IS WARNED; IT DOES NOT FAIL THE TERMINATE.
009055* 2026-10-15 DB   POSITION CONTROL. AN INSERT IS CHECKED AGAINST
009060*                 THE DEPARTMENT'S AUTHORIZED HEADCOUNT ON THE
009065*                 NEW POSAUTH REFERENCE FILE (POSAUTH.CPY,
009070*                 SHARED POSLKP PARAGRAPHS) IN EFFECT TODAY. A
009075*                 HIRE THAT WOULD TAKE A HARD-CAPPED DEPARTMENT
009080*                 OVER ITS AUTHORIZATION IS REJECTED WITH RC 16;
009085*                 OVER A SOFT CAP IT IS INSERTED WITH A WARNING
009090*                 AUDIT EVENT. AN UNREADABLE POSAUTH REJECTS.
009091* 2026-10-15 DB   A TERMINATE MAY CARRY A SEPARATION REASON IN
009092*                 PARM POSITION 29 (V VOLUNTARY, I INVOLUNTARY,
009093*                 R RETIREMENT, O OTHER; BLANK OR OMITTED MEANS
009094*                 NOT GIVEN), WRITTEN TO THE EMPHIST TERMINATE
009095*                 RECORD. ANY OTHER CODE REJECTS WITH RC 16.
009096* 2026-10-15 DB   AN INSERT WRITES A BLANK EH-SOURCE TO EMPHIST --
009097*                 IT DID NOT COME FROM THE HR VENDOR'S FEED.
009098* 2026-10-15 DB   UNUSED LEAVE DISPLAYS EDITED (SIGNED) HOURS.
009100*****************************************************************
009200 
009300 ENVIRONMENT DIVISION.
010200     SELECT DEPTREF-FILE ASSIGN TO DEPTREF
010300         ORGANIZATION IS SEQUENTIAL
010400         FILE STATUS IS WS-DEPTREF-STATUS.
010410     SELECT POSAUTH-FILE ASSIGN TO POSAUTH
010420         ORGANIZATION IS SEQUENTIAL
010430         FILE STATUS IS WS-POSAUTH-STATUS.
010500     SELECT AUTH-FILE ASSIGN TO AUTHFILE
010600         ORGANIZATION IS SEQUENTIAL
010700         FILE STATUS IS WS-AUTH-STATUS.
010710     SELECT LVBAL-FILE ASSIGN TO LVBAL
010720         ORGANIZATION IS INDEXED
010730         ACCESS MODE IS RANDOM
010740         RECORD KEY IS LB-EMPL-ID
010750         FILE STATUS IS WS-LVBAL-STATUS.
010800 
010900 DATA DIVISION.
011000 FILE SECTION.
012600     LABEL RECORDS ARE STANDARD.
012700     COPY DEPTREF.
012800 
012810 FD  POSAUTH-FILE
012820     RECORDING MODE IS F
012830     RECORD CONTAINS 80 CHARACTERS
012840     LABEL RECORDS ARE STANDARD.
012850     COPY POSAUTH.
012860 
012900 FD  AUTH-FILE
013000     RECORDING MODE IS F
013100     RECORD CONTAINS 80 CHARACTERS
013200     LABEL RECORDS ARE STANDARD.
013300     COPY AUTHREC.
013400 
013410 FD  LVBAL-FILE
013420     RECORD CONTAINS 80 CHARACTERS
013430     LABEL RECORDS ARE STANDARD.
013440     COPY LVBREC.
013450 
013500 
013600 WORKING-STORAGE SECTION.
013700 01  WS-SYS-DATE.
014800 
014900 01  WS-AUDIT-STATUS         PIC X(02).
015000 01  WS-HIST-STATUS          PIC X(02).
015010 01  WS-LVBAL-STATUS         PIC X(02).
015040 01  WS-VAC-BAL-EDIT         PIC -(4)9.99.
015070 01  WS-SICK-BAL-EDIT        PIC -(4)9.99.
015100 01  WS-TERM-ROW-FOUND-SW    PIC X(01)  VALUE 'N'.
015200     88  WS-TERM-ROW-FOUND              VALUE 'Y'.
015210 01  WS-SEP-REASON           PIC X(01)  VALUE SPACE.
015220     88  WS-SEP-REASON-VALID            VALUE 'V' 'I' 'R'
015230                                              'O' SPACE.
015300 
015400 01  WS-GRADE-VALID-SW       PIC X(01)  VALUE 'N'.
015500     88  WS-GRADE-VALID                 VALUE 'Y'.
015700 01  WS-DEPT-VALID-SW        PIC X(01)  VALUE 'N'.
015800     88  WS-DEPT-VALID                  VALUE 'Y'.
015900 
015910 01  WS-HC-OK-SW             PIC X(01)  VALUE 'N'.
015920     88  WS-HC-OK                       VALUE 'Y'.
015930 01  WS-HC-FILLED            PIC S9(09) COMP.
015940 01  WS-HC-AFTER             PIC 9(05)  VALUE ZERO.
015950 
016000     COPY DEPTTBL.
016010 
016020     COPY POSTBL.
016100 
016200     COPY AUTHSW.
016300 
018800         10  LS-PARM-EMPL-DEPT   PIC X(04).
018900         10  LS-PARM-EMPL-STATUS PIC X(01).
019000         10  LS-PARM-PAY-GRADE   PIC X(02).
019010         10  LS-PARM-SEP-REASON  PIC X(01).
019100 
019200 PROCEDURE DIVISION USING LS-PARM.
019300 
031900 1600-VALIDATE-DEPARTMENT-EXIT.
032000     EXIT.
032100 
032101*****************************************************************
032102* 1700-CHECK-HEADCOUNT - POSITION CONTROL. LOAD THE POSAUTH
032103* REFERENCE FILE THROUGH THE SHARED POSLKP PARAGRAPHS AND LOOK UP
032104* THE AUTHORIZATION IN EFFECT TODAY FOR THE PARM'S DEPARTMENT. A
032105* DEPARTMENT WITH NONE IS NOT UNDER POSITION CONTROL. OTHERWISE
032106* COUNT THE DEPARTMENT'S NON-TERMINATED EMPLOYEES ON EMP (ACTIVE
032107* AND ON LEAVE BOTH HOLD A POSITION); IF THE NEW HIRE WOULD TAKE
032108* THE COUNT PAST THE AUTHORIZATION, A HARD-CAPPED DEPARTMENT
032109* REJECTS THE INSERT WITH RC 16 AND A SEVERE AUDIT EVENT AND A
032110* SOFT-CAPPED ONE LETS IT THROUGH WITH A WARNING EVENT. A
032111* MISSING POSAUTH REJECTS, THE SAME AS A MISSING DEPTREF.
032112*****************************************************************
032113 1700-CHECK-HEADCOUNT.
032114     MOVE 'N' TO WS-HC-OK-SW.
032115     PERFORM LOAD-POSAUTH-TABLE
032116         THRU LOAD-POSAUTH-TABLE-EXIT.
032117     IF NOT WS-POSAUTH-LOADED
032118         DISPLAY 'EMPMAINT - POSAUTH REFERENCE FILE MISSING, '
032119                 'INSERT REJECTED'
032120         MOVE 'CHECK HEADCOUNT'     TO AL-OPERATION
032121         MOVE ZERO                  TO AL-SQLCODE
032122         MOVE 'NO POSAUTH FILE'     TO AL-MESSAGE
032123         MOVE 'S' TO AL-SEVERITY
032124         PERFORM WRITE-AUDIT-LOG
032125             THRU WRITE-AUDIT-LOG-EXIT
032126         MOVE 16 TO RETURN-CODE
032127         GO TO 1700-CHECK-HEADCOUNT-EXIT
032128     END-IF.
032129     MOVE LS-PARM-EMPL-DEPT TO WS-PL-DEPT.
032130     MOVE WS-HIRE-DATE-EDIT TO WS-PL-DATE.
032131     PERFORM LOOK-UP-POSAUTH
032132         THRU LOOK-UP-POSAUTH-EXIT.
032133     IF NOT WS-POSAUTH-FOUND OR LS-PARM-EMPL-STATUS = 'T'
032134         MOVE 'Y' TO WS-HC-OK-SW
032135         GO TO 1700-CHECK-HEADCOUNT-EXIT
032136     END-IF.
032137     MOVE LS-PARM-EMPL-DEPT TO EMP-DEPT.
032138     MOVE ZERO TO WS-HC-FILLED.
032139     MOVE 'COUNT EMP DEPT' TO WS-SQL-OPERATION.
032140     EXEC SQL
032141         SELECT COUNT(*)
032142           INTO :WS-HC-FILLED
032143           FROM EMP
032144          WHERE EMP_DEPT   =  :EMP-DEPT
032145            AND EMP_STATUS <> 'T'
032146     END-EXEC.
032147     PERFORM SQL-ERROR-CHECK
032148         THRU SQL-ERROR-CHECK-EXIT.
032149     IF WS-ABEND-REQUESTED
032150         GO TO 1700-CHECK-HEADCOUNT-EXIT
032151     END-IF.
032152     COMPUTE WS-HC-AFTER = WS-HC-FILLED + 1.
032153     IF WS-HC-AFTER NOT > WS-PL-AUTH-COUNT
032154         MOVE 'Y' TO WS-HC-OK-SW
032155         GO TO 1700-CHECK-HEADCOUNT-EXIT
032156     END-IF.
032157     IF WS-PL-HARD-CAP
032158         DISPLAY 'EMPMAINT - DEPARTMENT ' LS-PARM-EMPL-DEPT
032159                 ' WOULD GO TO ' WS-HC-AFTER ' AGAINST HARD CAP '
032160                 WS-PL-AUTH-COUNT ', INSERT REJECTED'
032161         MOVE 'CHECK HEADCOUNT'     TO AL-OPERATION
032162         MOVE ZERO                  TO AL-SQLCODE
032163         MOVE 'OVER HEADCOUNT CAP'  TO AL-MESSAGE
032164         MOVE 'S' TO AL-SEVERITY
032165         PERFORM WRITE-AUDIT-LOG
032166             THRU WRITE-AUDIT-LOG-EXIT
032167         MOVE 16 TO RETURN-CODE
032168         GO TO 1700-CHECK-HEADCOUNT-EXIT
032169     END-IF.
032170     DISPLAY 'EMPMAINT - DEPARTMENT ' LS-PARM-EMPL-DEPT
032171             ' GOES TO ' WS-HC-AFTER ' AGAINST '
032172             WS-PL-AUTH-COUNT ' AUTHORIZED'.
032173     MOVE 'CHECK HEADCOUNT'     TO AL-OPERATION.
032174     MOVE ZERO                  TO AL-SQLCODE.
032175     MOVE 'OVER AUTHORIZATION'  TO AL-MESSAGE.
032176     MOVE 'W' TO AL-SEVERITY.
032177     PERFORM WRITE-AUDIT-LOG
032178         THRU WRITE-AUDIT-LOG-EXIT.
032179     MOVE 'Y' TO WS-HC-OK-SW.
032180 1700-CHECK-HEADCOUNT-EXIT.
032181     EXIT.
032182 
032200*****************************************************************
032300* 2000-INSERT-EMP - INSERT A NEW HIRE INTO THE EMP TABLE FROM THE
032400* PARM DATA. HIRE DATE IS STAMPED WITH TODAY'S DATE.
032500*****************************************************************
032600 2000-INSERT-EMP.
032610     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
032620     MOVE WS-SYS-YYYY TO WS-HD-YYYY.
032630     MOVE WS-SYS-MM   TO WS-HD-MM.
032640     MOVE WS-SYS-DD   TO WS-HD-DD.
032700     PERFORM 1500-VALIDATE-PAY-GRADE
032800         THRU 1500-VALIDATE-PAY-GRADE-EXIT.
032900     IF NOT WS-GRADE-VALID
033400     IF NOT WS-DEPT-VALID
033500         GO TO 2000-INSERT-EMP-EXIT
033600     END-IF.
033610     PERFORM 1700-CHECK-HEADCOUNT
033620         THRU 1700-CHECK-HEADCOUNT-EXIT.
033630     IF NOT WS-HC-OK
033640         GO TO 2000-INSERT-EMP-EXIT
033650     END-IF.
033700     MOVE LS-PARM-EMPL-ID     TO EMP-ID.
033800     MOVE LS-PARM-EMPL-NAME   TO EMP-NAME.
033900     MOVE LS-PARM-EMPL-DEPT   TO EMP-DEPT.
034000     MOVE LS-PARM-EMPL-STATUS TO EMP-STATUS.
034100     MOVE LS-PARM-PAY-GRADE   TO EMP-PAY-GRADE.
034200 
034700     MOVE WS-HIRE-DATE-EDIT TO EMP-HIRE-DATE.
034800 
034900     MOVE 'INSERT EMP' TO WS-SQL-OPERATION.
036400             THRU WRITE-AUDIT-LOG-EXIT
036500         MOVE 'I'    TO EH-ACTION
036600         MOVE SPACES TO EH-BEFORE-IMAGE
036650         MOVE SPACE  TO EH-SOURCE
036700         PERFORM 2900-FILL-AFTER-IMAGE
036800             THRU 2900-FILL-AFTER-IMAGE-EXIT
036900         PERFORM WRITE-EMP-HISTORY
039100* 3000-FLAG-TERMINATED - MARK AN EXISTING EMPLOYEE AS TERMINATED
039200* (EMP-STATUS-TERMINATED) RATHER THAN PHYSICALLY DELETING THE
039300* ROW, SO THE EMP TABLE KEEPS A FULL HISTORY FOR AUDIT/PAYROLL
039400* PURPOSES. THE SEPARATION REASON IS OPTIONAL -- A SHORT PARM
039410* THAT STOPS AT THE PAY GRADE LEAVES IT BLANK (NOT GIVEN).
039500*****************************************************************
039600 3000-FLAG-TERMINATED.
039605     MOVE SPACE TO WS-SEP-REASON.
039610     IF LS-PARM-LEN > 28
039615         MOVE LS-PARM-SEP-REASON TO WS-SEP-REASON
039620     END-IF.
039625     IF NOT WS-SEP-REASON-VALID
039630         DISPLAY 'EMPMAINT - SEPARATION REASON ' WS-SEP-REASON
039635                 ' INVALID, TERMINATE REJECTED'
039640         MOVE 'UPDATE EMP (TERMINATE)' TO AL-OPERATION
039645         MOVE ZERO                     TO AL-SQLCODE
039650         MOVE 'BAD SEPARATION REASON'  TO AL-MESSAGE
039655         MOVE 'S' TO AL-SEVERITY
039660         PERFORM WRITE-AUDIT-LOG
039665             THRU WRITE-AUDIT-LOG-EXIT
039670         MOVE 16 TO RETURN-CODE
039675         GO TO 3000-FLAG-TERMINATED-EXIT
039680     END-IF.
039700     MOVE LS-PARM-EMPL-ID TO EMP-ID.
039800     PERFORM 3100-GET-BEFORE-IMAGE
039900         THRU 3100-GET-BEFORE-IMAGE-EXIT.
043100             THRU WRITE-AUDIT-LOG-EXIT
043200         IF WS-TERM-ROW-FOUND
043300             MOVE 'T' TO EH-ACTION
043310             MOVE WS-SEP-REASON TO EH-SEP-REASON
043400             MOVE 'T' TO EMP-STATUS
043500             PERFORM 2900-FILL-AFTER-IMAGE
043600                 THRU 2900-FILL-AFTER-IMAGE-EXIT
043700             PERFORM WRITE-EMP-HISTORY
043800                 THRU WRITE-EMP-HISTORY-EXIT
043900         END-IF
043910         PERFORM 3200-REPORT-LEAVE-PAYOUT
043920             THRU 3200-REPORT-LEAVE-PAYOUT-EXIT
044000     END-IF.
044100 3000-FLAG-TERMINATED-EXIT.
044200     EXIT.
047300 3100-GET-BEFORE-IMAGE-EXIT.
047400     EXIT.
047500 
047502*****************************************************************
047504* 3200-REPORT-LEAVE-PAYOUT - REPORT THE TERMINATED EMPLOYEE'S
047506* UNUSED VACATION AND SICK HOURS FROM THE LVBAL LEAVE-BALANCE
047508* KSDS SO FINAL PAY CAN INCLUDE THEM. THE BALANCE IS READ, NOT
047510* CHANGED. NO BALANCE RECORD, OR NO LVBAL AT ALL, IS A WARNING
047512* FOR THE PAYROLL CLERK -- THE TERMINATE ITSELF HAS ALREADY
047514* BEEN APPLIED.
047516*****************************************************************
047518 3200-REPORT-LEAVE-PAYOUT.
047520     OPEN INPUT LVBAL-FILE.
047522     IF WS-LVBAL-STATUS NOT = '00' AND WS-LVBAL-STATUS NOT = '97'
047524         DISPLAY 'EMPMAINT - LVBAL NOT AVAILABLE, STATUS '
047526                 WS-LVBAL-STATUS ', UNUSED LEAVE NOT REPORTED'
047528         MOVE 'READ LVBAL'           TO AL-OPERATION
047530         MOVE ZERO                   TO AL-SQLCODE
047532         MOVE 'LVBAL NOT AVAILABLE'  TO AL-MESSAGE
047534         MOVE 'W' TO AL-SEVERITY
047536         PERFORM WRITE-AUDIT-LOG
047538             THRU WRITE-AUDIT-LOG-EXIT
047540         GO TO 3200-REPORT-LEAVE-PAYOUT-EXIT
047542     END-IF.
047544     MOVE EMP-ID TO LB-EMPL-ID.
047546     READ LVBAL-FILE.
047548     IF WS-LVBAL-STATUS = '00'
047549         MOVE LB-VAC-BALANCE  TO WS-VAC-BAL-EDIT
047550         MOVE LB-SICK-BALANCE TO WS-SICK-BAL-EDIT
047551         DISPLAY 'EMP ' EMP-ID ' UNUSED LEAVE - VAC '
047552                 WS-VAC-BAL-EDIT ' SICK ' WS-SICK-BAL-EDIT
047554         MOVE 'LEAVE PAYOUT'         TO AL-OPERATION
047556         MOVE ZERO                   TO AL-SQLCODE
047558         MOVE 'UNUSED LEAVE REPORTED' TO AL-MESSAGE
047560     ELSE
047562         DISPLAY 'EMPMAINT - NO LEAVE BALANCE FOR EMP ' EMP-ID
047564                 ', STATUS ' WS-LVBAL-STATUS
047566         MOVE 'LEAVE PAYOUT'         TO AL-OPERATION
047568         MOVE ZERO                   TO AL-SQLCODE
047570         MOVE 'NO LEAVE BALANCE'     TO AL-MESSAGE
047572         MOVE 'W' TO AL-SEVERITY
047574     END-IF.
047576     PERFORM WRITE-AUDIT-LOG
047578         THRU WRITE-AUDIT-LOG-EXIT.
047580     CLOSE LVBAL-FILE.
047582 3200-REPORT-LEAVE-PAYOUT-EXIT.
047584     EXIT.
047586 
047600*****************************************************************
047700* 2010-EXEC-INSERT - THE RETRYABLE STATEMENT, IN ITS OWN
047800* PARAGRAPH SO THE CHECK-SQL-RETRY LOOP CAN RE-DRIVE IT ON A
053300*****************************************************************
053400     COPY DEPTLKP.
053500 
053510*****************************************************************
053520* LOAD-POSAUTH-TABLE / LOOK-UP-POSAUTH - SHARED AUTHORIZED
053530* HEADCOUNT LOAD AND LOOKUP, COPIED FROM POSLKP.CPY. SEE THE
053540* COPYBOOK FOR DETAILS.
053550*****************************************************************
053560     COPY POSLKP.
053570 
053600 
053700*****************************************************************
053800* CHECK-OPERATOR-AUTH - SHARED OPERATOR AUTHORIZATION CHECK,
