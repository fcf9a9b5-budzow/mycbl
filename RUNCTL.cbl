006200*                     CONDS PERIOD-END STEPS ON IT.
006300*                 AN UNREADABLE CALENDAR FAILS 'B' AND 'M'
006400*                 CLOSED; 'S'/'E'/'C' NEVER TOUCH IT.
006403* 2026-10-15 DB   RUN MORE THAN ONE CYCLE OFF RUNCTLF. THE PARM
006406*                 TAKES AN OPTIONAL CYCLE NAME(8) AND STEP
006409*                 RETURN CODE(2) AFTER THE BUSINESS DATE, EACH
006412*                 ONE SPACE APART. 'B'/'P'/'C' NAME THEIR CYCLE
006415*                 IN THE STEP FIELD AS BEFORE; 'S'/'E'/'F'/'M'
006418*                 TAKE IT FROM THE CYCLE FIELD, DEFAULT NIGHTLY,
006421*                 SO THE NIGHTLY PARMS DO NOT CHANGE. EVERY
006424*                 EVENT IS STAMPED WITH ITS CYCLE (CTLREC.CPY),
006427*                 AND THE DOUBLE-RUN CHECK, THE RESUME STEP, THE
006430*                 NEXT-DATE DERIVATION, AND THE DEFAULTED-DATE
006433*                 ADOPTION ONLY LOOK AT THEIR OWN CYCLE'S
006436*                 EVENTS -- THE MONTH-END CLOSE RUNS FOR THE
006439*                 SAME BUSINESS DATE AS THAT NIGHT'S CYCLE.
006442*                   P  PERIOD-END BEGIN - A 'B' FOR A CYCLE THAT
006445*                      RUNS ONLY ON THE CALENDAR'S PERIOD-END
006448*                      BUSINESS DAY, AFTER THAT DAY'S NIGHTLY
006451*                      CYCLE HAS COMPLETED. A DEFAULTED DATE IS
006454*                      THE LATEST COMPLETED NIGHTLY BUSINESS
006457*                      DATE; A DATE WHOSE NIGHTLY CYCLE HAS NOT
006460*                      COMPLETED IS REFUSED (RC 16). A DATE THE
006463*                      CALENDAR DOES NOT FLAG AS PERIOD-END ENDS
006466*                      RC 1 AND BEGINS NOTHING, SO THE JCL CAN
006469*                      SCHEDULE THE CYCLE EVERY DAY. OTHERWISE
006472*                      IT IS A 'B' -- SAME CHECKS, SAME RECORD.
006475*                   F  STEP FAILED  - RECORDS THE STEP ENDING
006478*                      WITH THE FAILING RETURN CODE THE JCL
006481*                      BRACKET NAMES. IT DOES NOT CLOSE THE
006484*                      START, SO THE RESUME STEP IS UNCHANGED.
006487*                 EVERY EVENT ALSO CARRIES THE SUBMITTING USER
006490*                 (CEEOPTS ENVAR USER) -- THE OPERATOR WHO
006493*                 RELEASED THE CYCLE IS ON ITS 'B' RECORD.
006494* 2026-10-15 DB   'P' REFUSES (RC 16) TO RE-BEGIN A PERIOD-END
006495*                 CYCLE WHOSE STEPS HAVE STARTED FOR THE DATE --
006496*                 A RESUBMIT FROM THE TOP RERAN SENT FEEDS -- AND
006497*                 NAMES THE STEP TO RESTART THE JOB AT (JCL
006498*                 RESTART= AT ITS 'S' STEP, WHOSE RECORD CARRIES
006499*                 THE RESTARTING OPERATOR).
006500*****************************************************************
006600 
006700 ENVIRONMENT DIVISION.
009700 01  WS-CYCLE-COMPLETE-SW         PIC X(01)  VALUE 'N'.
009800     88  WS-CYCLE-COMPLETE                   VALUE 'Y'.
009900 01  WS-OPEN-STEP                 PIC X(08)  VALUE SPACES.
009910 01  WS-CYCLE                     PIC X(08)  VALUE 'NIGHTLY'.
009920 01  WS-SCAN-CYCLE                PIC X(08)  VALUE SPACES.
009930 01  WS-REC-CYCLE                 PIC X(08)  VALUE SPACES.
009940 01  WS-STEP-RC                   PIC X(02)  VALUE SPACES.
009950 01  WS-USER-ID                   PIC X(08)  VALUE SPACES.
009960 01  WS-DATE-DONE-SW              PIC X(01)  VALUE 'N'.
009970     88  WS-DATE-DONE                        VALUE 'Y'.
009977 01  WS-STEP-SEEN-SW              PIC X(01)  VALUE 'N'.
009984     88  WS-STEP-SEEN                        VALUE 'Y'.
009991 01  WS-LAST-ENDED                PIC X(08)  VALUE SPACES.
010000 
010100 01  WS-CAL-STATUS                PIC X(02).
010200 01  WS-CAL-EOF-SW                PIC X(01)  VALUE 'N'.
012000             88  LS-FUNC-END                 VALUE 'E'.
012100             88  LS-FUNC-COMPLETE            VALUE 'C'.
012200             88  LS-FUNC-MONTH-END           VALUE 'M'.
012210             88  LS-FUNC-PERIOD-BEGIN        VALUE 'P'.
012220             88  LS-FUNC-FAILED              VALUE 'F'.
012300         10  FILLER              PIC X(01).
012400         10  LS-PARM-STEP        PIC X(08).
012500         10  FILLER              PIC X(01).
012600         10  LS-PARM-BUS-DATE    PIC X(08).
012610         10  FILLER              PIC X(01).
012620         10  LS-PARM-CYCLE       PIC X(08).
012630         10  FILLER              PIC X(01).
012640         10  LS-PARM-STEP-RC     PIC X(02).
012700 
012800 PROCEDURE DIVISION USING LS-PARM.
012900 
013100     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
013200     IF LS-PARM-LEN = ZERO OR NOT
013300             (LS-FUNC-BEGIN OR LS-FUNC-START OR LS-FUNC-END
013400              OR LS-FUNC-COMPLETE OR LS-FUNC-MONTH-END
013500              OR LS-FUNC-PERIOD-BEGIN OR LS-FUNC-FAILED)
013510         DISPLAY 'RUNCTL - PARM MUST BE B/P/S/E/F/C/M STEP '
013520                 'BUSDATE [CYCLE [RC]]'
013600         MOVE 16 TO RETURN-CODE
013700         GO TO 9999-END-OF-JOB
013800     END-IF.
013810     PERFORM 0100-SET-CYCLE
013820         THRU 0100-SET-CYCLE-EXIT.
013900     IF LS-PARM-BUS-DATE = SPACES OR LS-PARM-BUS-DATE = '00000000'
014000         IF LS-FUNC-BEGIN
014100             PERFORM 0600-DERIVE-NEXT-BUS-DATE
014300             IF RETURN-CODE = 16
014400                 GO TO 9999-END-OF-JOB
014500             END-IF
014600         END-IF
014610         IF NOT LS-FUNC-BEGIN AND NOT LS-FUNC-PERIOD-BEGIN
014700             PERFORM 0500-ADOPT-BEGIN-DATE
014800                 THRU 0500-ADOPT-BEGIN-DATE-EXIT
014900         END-IF
016100             THRU 2000-QUERY-MONTH-END-EXIT
016200         GO TO 9999-END-OF-JOB
016300     END-IF.
016400     IF LS-FUNC-PERIOD-BEGIN
016410         PERFORM 0800-CHECK-NIGHTLY-DONE
016420             THRU 0800-CHECK-NIGHTLY-DONE-EXIT
016430         IF RETURN-CODE = 16
016440             GO TO 9999-END-OF-JOB
016450         END-IF
016460     END-IF.
016470     IF LS-FUNC-BEGIN OR LS-FUNC-PERIOD-BEGIN
016500         PERFORM 0700-CHECK-BUSINESS-DAY
016600             THRU 0700-CHECK-BUSINESS-DAY-EXIT
016700         IF RETURN-CODE = 16
016800             GO TO 9999-END-OF-JOB
016900         END-IF
016910         IF LS-FUNC-PERIOD-BEGIN AND WS-CAL-MONTH-END NOT = 'Y'
016920             DISPLAY 'RUNCTL - ' WS-BUS-DATE ' IS NOT PERIOD-'
016930                     'END - ' WS-CYCLE ' NOT BEGUN'
016940             MOVE 1 TO RETURN-CODE
016950             GO TO 9999-END-OF-JOB
016960         END-IF
017000         PERFORM 1000-CHECK-PRIOR-CYCLE
017100             THRU 1000-CHECK-PRIOR-CYCLE-EXIT
017200         IF RETURN-CODE = 16
017900     STOP RUN.
018000 
018100*****************************************************************
018200* 0100-SET-CYCLE - WORK OUT WHICH CYCLE THIS EVENT BELONGS TO.
018204* 'B', 'P' AND 'C' HAVE ALWAYS NAMED THE CYCLE IN THE STEP
018208* FIELD; THE OTHERS TAKE THE OPTIONAL CYCLE FIELD, NIGHTLY WHEN
018212* THE PARM IS TOO SHORT TO CARRY ONE. ALSO PICK UP THE STEP
018216* RETURN CODE THE JCL BRACKET NAMES AND THE SUBMITTING USER.
018220*****************************************************************
018224 0100-SET-CYCLE.
018228     IF LS-FUNC-BEGIN OR LS-FUNC-PERIOD-BEGIN OR LS-FUNC-COMPLETE
018232         MOVE LS-PARM-STEP TO WS-CYCLE
018236     ELSE
018240         IF LS-PARM-LEN NOT < 28
018244                 AND LS-PARM-CYCLE NOT = SPACES
018248             MOVE LS-PARM-CYCLE TO WS-CYCLE
018252         END-IF
018256     END-IF.
018260     IF LS-PARM-LEN NOT < 31
018264         MOVE LS-PARM-STEP-RC TO WS-STEP-RC
018268     END-IF.
018272     DISPLAY 'USER' UPON ENVIRONMENT-NAME.
018276     ACCEPT WS-USER-ID FROM ENVIRONMENT-VALUE.
018280 0100-SET-CYCLE-EXIT.
018284     EXIT.
018288 
018292*****************************************************************
018296* 0500-ADOPT-BEGIN-DATE - AN 'S'/'E'/'F'/'C' INVOCATION WITH A
018300* DEFAULTED BUSINESS DATE BELONGS TO THE CYCLE THE LAST 'B'
018400* OPENED, NOT TO WHATEVER CALENDAR DAY THE WALL CLOCK HAS
018500* REACHED -- A CYCLE THAT CROSSES MIDNIGHT MUST KEEP ALL ITS
018600* EVENTS UNDER ONE BUSINESS DATE. SCAN RUNCTLF FOR THE LATEST
018700* 'B' RECORD OF THIS CYCLE AND ADOPT ITS BUSINESS DATE; WITH NO
018800* 'B' ON FILE (OR NO FILE) FALL BACK TO THE RUN DATE.
018900*****************************************************************
019000 0500-ADOPT-BEGIN-DATE.
019100     MOVE WS-SYS-DATE TO WS-BUS-DATE.
020400 
020500*****************************************************************
020600* 0510-SCAN-FOR-BEGIN - REMEMBER THE BUSINESS DATE OF EACH 'B'
020700* RECORD OF THIS CYCLE SEEN; THE LAST ONE STANDING IS THE OPEN
020710* CYCLE'S.
020800*****************************************************************
020900 0510-SCAN-FOR-BEGIN.
021000     READ RUNCTL-FILE
021200             MOVE 'Y' TO WS-RUNCTL-EOF-SW
021300             GO TO 0510-SCAN-FOR-BEGIN-EXIT
021400     END-READ.
021500     PERFORM 0900-SET-RECORD-CYCLE
021510         THRU 0900-SET-RECORD-CYCLE-EXIT.
021520     IF RC-FUNC-BEGIN AND WS-REC-CYCLE = WS-CYCLE
021600         MOVE RC-BUS-DATE TO WS-BUS-DATE
021700     END-IF.
021800 0510-SCAN-FOR-BEGIN-EXIT.
022200* 0600-DERIVE-NEXT-BUS-DATE - A 'B' WITH A DEFAULTED BUSINESS
022300* DATE DERIVES IT FROM THE CALENDAR: THE FIRST BUSINESS DAY ON
022400* BUSCAL AFTER THE LATEST COMPLETED CYCLE'S BUSINESS DATE ON
022500* RUNCTLF (THIS CYCLE'S COMPLETIONS ONLY). WITH NO COMPLETED
022600* CYCLE ON FILE THE RUN DATE IS USED AND 0700 CHECKS IT
022610* AGAINST THE CALENDAR LIKE ANY OTHER.
022700* A CALENDAR WITH NO BUSINESS DAY LEFT AFTER THE LAST CYCLE
022800* MEANS OPERATIONS HAS NOT LOADED THE NEXT YEAR -- RC 16.
022900*****************************************************************
023000 0600-DERIVE-NEXT-BUS-DATE.
023100     MOVE ZERO TO WS-LAST-COMPLETE.
023110     MOVE WS-CYCLE TO WS-SCAN-CYCLE.
023200     MOVE 'N'  TO WS-RUNCTL-EOF-SW.
023300     OPEN INPUT RUNCTL-FILE.
023400     IF WS-RUNCTL-STATUS = '00'
026900 
027000*****************************************************************
027100* 0610-SCAN-FOR-COMPLETE - REMEMBER THE LATEST 'C' RECORD'S
027200* BUSINESS DATE FOR THE CYCLE IN WS-SCAN-CYCLE; THE LAST ONE
027300* STANDING IS THE LAST CYCLE THAT RAN TO COMPLETION. NOTE TOO
027310* WHETHER WS-BUS-DATE ITSELF COMPLETED.
027400*****************************************************************
027500 0610-SCAN-FOR-COMPLETE.
027600     READ RUNCTL-FILE
027800             MOVE 'Y' TO WS-RUNCTL-EOF-SW
027900             GO TO 0610-SCAN-FOR-COMPLETE-EXIT
028000     END-READ.
028100     PERFORM 0900-SET-RECORD-CYCLE
028200         THRU 0900-SET-RECORD-CYCLE-EXIT.
028210     IF NOT RC-FUNC-COMPLETE OR WS-REC-CYCLE NOT = WS-SCAN-CYCLE
028220         GO TO 0610-SCAN-FOR-COMPLETE-EXIT
028230     END-IF.
028240     IF RC-BUS-DATE > WS-LAST-COMPLETE
028300         MOVE RC-BUS-DATE TO WS-LAST-COMPLETE
028400     END-IF.
028410     IF RC-BUS-DATE = WS-BUS-DATE
028420         MOVE 'Y' TO WS-DATE-DONE-SW
028430     END-IF.
028500 0610-SCAN-FOR-COMPLETE-EXIT.
028600     EXIT.
028700 
037100     END-IF.
037200 0720-MATCH-CAL-RECORD-EXIT.
037300     EXIT.
037301 
037302*****************************************************************
037303* 0800-CHECK-NIGHTLY-DONE - A PERIOD-END CYCLE CLOSES THE BOOKS
037304* ON WHAT THE NIGHTLY CYCLE PRODUCED FOR ITS BUSINESS DATE (THE
037305* MONTH'S LAST HDCTHIST POSITION AND DEPTRPT HEADCOUNT), SO
037306* THAT NIGHT MUST HAVE COMPLETED. A DEFAULTED DATE IS THE LATEST
037307* COMPLETED NIGHTLY BUSINESS DATE; AN EXPLICIT ONE MUST HAVE A
037308* NIGHTLY 'C' OF ITS OWN. EITHER WAY, NOTHING TO CLOSE ON IS
037309* RC 16.
037310*****************************************************************
037311 0800-CHECK-NIGHTLY-DONE.
037312     MOVE ZERO      TO WS-LAST-COMPLETE.
037313     MOVE 'NIGHTLY' TO WS-SCAN-CYCLE.
037314     MOVE 'N'       TO WS-DATE-DONE-SW.
037315     MOVE 'N'       TO WS-RUNCTL-EOF-SW.
037316     OPEN INPUT RUNCTL-FILE.
037317     IF WS-RUNCTL-STATUS = '00'
037318         PERFORM 0610-SCAN-FOR-COMPLETE
037319             THRU 0610-SCAN-FOR-COMPLETE-EXIT
037320             UNTIL WS-RUNCTL-EOF
037321         CLOSE RUNCTL-FILE
037322     END-IF.
037323     MOVE 'N' TO WS-RUNCTL-EOF-SW.
037324     IF WS-BUS-DATE = ZERO
037325         IF WS-LAST-COMPLETE = ZERO
037326             DISPLAY 'RUNCTL - NO COMPLETED NIGHTLY CYCLE ON '
037327                     'RUNCTLF - ' WS-CYCLE ' REFUSED'
037328             MOVE 16 TO RETURN-CODE
037329             GO TO 0800-CHECK-NIGHTLY-DONE-EXIT
037330         END-IF
037331         MOVE WS-LAST-COMPLETE TO WS-BUS-DATE
037332         MOVE 'Y' TO WS-DATE-DONE-SW
037333         DISPLAY 'RUNCTL - ' WS-CYCLE ' BUSINESS DATE IS THE '
037334                 'LAST COMPLETED NIGHTLY: ' WS-BUS-DATE
037335     END-IF.
037336     IF NOT WS-DATE-DONE
037337         DISPLAY 'RUNCTL - NIGHTLY CYCLE FOR ' WS-BUS-DATE
037338                 ' HAS NOT COMPLETED - ' WS-CYCLE ' REFUSED'
037339         MOVE 16 TO RETURN-CODE
037340     END-IF.
037341 0800-CHECK-NIGHTLY-DONE-EXIT.
037342     EXIT.
037343 
037344*****************************************************************
037345* 0900-SET-RECORD-CYCLE - THE CYCLE THE RUNCTLF RECORD JUST READ
037346* BELONGS TO. RECORDS FROM BEFORE THE CYCLE FIELD ARE NIGHTLY'S.
037347*****************************************************************
037348 0900-SET-RECORD-CYCLE.
037349     IF RC-CYCLE = SPACES
037350         MOVE 'NIGHTLY' TO WS-REC-CYCLE
037351     ELSE
037352         MOVE RC-CYCLE  TO WS-REC-CYCLE
037353     END-IF.
037354 0900-SET-RECORD-CYCLE-EXIT.
037355     EXIT.
037400 
037500*****************************************************************
037600* 2000-QUERY-MONTH-END - ANSWER THE MONTH-END QUESTION FOR THE
039700 
039800*****************************************************************
039900* 1000-CHECK-PRIOR-CYCLE - SCAN RUNCTLF FOR THIS BUSINESS DATE
040000* AND CYCLE BEFORE A NEW CYCLE STARTS. A COMPLETED CYCLE FOR THE
040100* SAME BUSINESS DATE IS A DOUBLE RUN AND IS REFUSED WITH RC 16
040200* -- THAT IS EXACTLY THE CASE THAT HAS CLOBBERED A GOOD EMPEXTR
040300* TWICE. A CYCLE THAT STARTED BUT NEVER COMPLETED NAMES THE
040400* STEP TO RESUME FROM: THE LAST START WITH NO MATCHING END.
040500*****************************************************************
041900         UNTIL WS-RUNCTL-EOF.
042000     CLOSE RUNCTL-FILE.
042100     IF WS-CYCLE-COMPLETE
042200         DISPLAY 'RUNCTL - ' WS-CYCLE ' FOR BUSINESS DATE '
042210                 WS-BUS-DATE
042300                 ' ALREADY COMPLETED - DOUBLE RUN REFUSED'
042400         MOVE 16 TO RETURN-CODE
042500         GO TO 1000-CHECK-PRIOR-CYCLE-EXIT
042900                 WS-BUS-DATE ' DID NOT COMPLETE - RESUME AT '
043000                 WS-OPEN-STEP
043100     END-IF.
043107     IF LS-FUNC-PERIOD-BEGIN AND WS-STEP-SEEN
043114         IF WS-OPEN-STEP NOT = SPACES
043121             DISPLAY 'RUNCTL - ' WS-CYCLE ' ALREADY BEGUN - '
043128                     'RESTART THE JOB AT THE START STEP FOR '
043135                     WS-OPEN-STEP
043142         ELSE
043149             DISPLAY 'RUNCTL - ' WS-CYCLE ' ALREADY BEGUN - '
043156                     'RESTART THE JOB AFTER THE END STEP FOR '
043163                     WS-LAST-ENDED
043170         END-IF
043177         MOVE 16 TO RETURN-CODE
043184     END-IF.
043200 1000-CHECK-PRIOR-CYCLE-EXIT.
043300     EXIT.
043400 
043500*****************************************************************
043600* 1100-SCAN-RUNCTL-RECORD - FOLD ONE RUN-CONTROL RECORD INTO THE
043700* PRIOR-CYCLE PICTURE: A COMPLETE MARKS THE CYCLE DONE, A START
043800* OPENS A STEP, ITS END CLOSES IT AGAIN (A FAILED RECORD DOES
043900* NOT), AND A NEW BEGIN WIPES THE SLATE (AN OPERATOR-ACCEPTED
043910* EARLIER RESTART). OTHER CYCLES' EVENTS ARE SKIPPED. NOTE TOO
043940* WHETHER ANY STEP HAS STARTED SINCE THE LAST BEGIN, AND THE
043970* LAST STEP TO END.
044000*****************************************************************
044100 1100-SCAN-RUNCTL-RECORD.
044200     READ RUNCTL-FILE
044700     IF RC-BUS-DATE NOT = WS-BUS-DATE
044800         GO TO 1100-SCAN-RUNCTL-RECORD-EXIT
044900     END-IF.
044910     PERFORM 0900-SET-RECORD-CYCLE
044920         THRU 0900-SET-RECORD-CYCLE-EXIT.
044930     IF WS-REC-CYCLE NOT = WS-CYCLE
044940         GO TO 1100-SCAN-RUNCTL-RECORD-EXIT
044950     END-IF.
045000     EVALUATE TRUE
045100         WHEN RC-FUNC-COMPLETE
045200             MOVE 'Y' TO WS-CYCLE-COMPLETE-SW
045300         WHEN RC-FUNC-BEGIN
045400             MOVE SPACES TO WS-OPEN-STEP
045410             MOVE SPACES TO WS-LAST-ENDED
045420             MOVE 'N' TO WS-STEP-SEEN-SW
045500         WHEN RC-FUNC-START
045600             MOVE RC-STEP TO WS-OPEN-STEP
045610             MOVE 'Y' TO WS-STEP-SEEN-SW
045700         WHEN RC-FUNC-END
045800             IF RC-STEP = WS-OPEN-STEP
045900                 MOVE SPACES TO WS-OPEN-STEP
046000             END-IF
046010             MOVE RC-STEP TO WS-LAST-ENDED
046100     END-EVALUATE.
046200 1100-SCAN-RUNCTL-RECORD-EXIT.
046300     EXIT.
046400 
046500*****************************************************************
046600* 3000-WRITE-EVENT - APPEND THIS INVOCATION'S EVENT RECORD TO
046700* RUNCTLF WITH THE WALL-CLOCK TIMESTAMP, THE CYCLE, THE STEP
046710* RETURN CODE AND THE USER. A 'P' IS RECORDED AS THE 'B' IT IS.
046800*****************************************************************
046900 3000-WRITE-EVENT.
047000     OPEN EXTEND RUNCTL-FILE.
047700     MOVE SPACES          TO RUNCTL-RECORD.
047800     MOVE WS-BUS-DATE     TO RC-BUS-DATE.
047900     MOVE LS-PARM-FUNC    TO RC-FUNC.
047910     IF LS-FUNC-PERIOD-BEGIN
047920         MOVE 'B'         TO RC-FUNC
047930     END-IF.
048000     MOVE LS-PARM-STEP    TO RC-STEP.
048100     ACCEPT RC-STAMP-DATE FROM DATE YYYYMMDD.
048200     ACCEPT RC-STAMP-TIME FROM TIME.
048210     MOVE WS-CYCLE        TO RC-CYCLE.
048220     MOVE WS-STEP-RC      TO RC-STEP-RC.
048230     MOVE WS-USER-ID      TO RC-USER-ID.
048300     WRITE RUNCTL-RECORD.
048400     CLOSE RUNCTL-FILE.
048500     DISPLAY 'RUNCTL - ' LS-PARM-FUNC ' ' LS-PARM-STEP
048600             ' BUSINESS DATE ' WS-BUS-DATE ' CYCLE ' WS-CYCLE
048610             ' RECORDED'.
048700 3000-WRITE-EVENT-EXIT.
048800     EXIT.
