005600*                 SHOWS IT. CSD NOTES: DEFINE FILE EMPMASTD
005700*                 POINTING AT THE PROD.APPL.EMPMAST.DPATH AIX
005800*                 PATH, READ-ONLY.
005805* 2026-10-15 DB   EVERY LOOKUP NOW LEAVES AN ACCESS RECORD
005812*                 (ACCREC.CPY) -- THE SIGNED-ON USER, THE
005819*                 TRANSACTION PLUS TERMINAL ID, THE TIME, AND
005826*                 THE EMPLOYEE ID LOOKED UP (WITH THE STATUS
005833*                 SEEN, 'N' WHEN NOT ON FILE) OR THE DEPARTMENT
005840*                 PAGED, ONE RECORD PER PAGE. WRITTEN TO THE EIAC
005847*                 EXTRAPARTITION QUEUE THE EMPUPDN JOB SWEEPS
005854*                 ONTO THE INQACC ACCESS TRAIL ACCREVW REVIEWS
005861*                 WEEKLY. IF THE RECORD CANNOT BE WRITTEN THE
005868*                 ANSWER IS WITHHELD -- NO LOOKUP WITHOUT A
005875*                 TRAIL. CSD NOTES: DEFINE EXTRAPARTITION OUTPUT
005882*                 TDQUEUE EIAC (DSN PROD.APPL.EINQ.ACCESSQ, RECFM
005889*                 FB LRECL 80).
005900*****************************************************************
006000 
006100 ENVIRONMENT DIVISION.
012100 01  WS-CICS-RESP                 PIC S9(08) COMP VALUE ZERO.
012200 01  WS-BROWSE-KEY                PIC X(04)  VALUE SPACES.
012300 01  WS-MAST-LEN                  PIC S9(04) COMP VALUE 80.
012310 01  WS-ABSTIME                   PIC S9(15) COMP-3 VALUE ZERO.
012340 
012350     COPY ACCREC.
012400 
012500     COPY EMPMAST REPLACING EMPMAST-RECORD BY WS-MAST-REC
012600                            EM-EMPL-ID     BY WS-EM-EMPL-ID
022500         PERFORM 6000-ADD-SCREEN-LINE
022600             THRU 6000-ADD-SCREEN-LINE-EXIT
022700         MOVE 'EMPLOYEE NOT ON FILE' TO WS-SL-TEXT (WS-LINE-IDX)
022710         MOVE 'E'       TO IA-INQ-TYPE
022720         MOVE WS-CMD-ID TO IA-EMPL-ID
022730         MOVE SPACES    TO IA-EMPL-DEPT
022740         MOVE 'N'       TO IA-EMPL-STATUS
022750         MOVE ZERO      TO IA-ROWS-SHOWN
022760         PERFORM 8600-WRITE-ACCESS
022770             THRU 8600-WRITE-ACCESS-EXIT
022800         GO TO 2000-INQUIRE-ONE-EMP-EXIT
022900     END-IF.
023000     IF SQLCODE NOT = ZERO
024100         THRU 5500-ADD-COLUMN-HEADINGS-EXIT.
024200     PERFORM 5000-ADD-DETAIL-LINE
024300         THRU 5000-ADD-DETAIL-LINE-EXIT.
024310     MOVE 'E'        TO IA-INQ-TYPE.
024320     MOVE WS-CMD-ID  TO IA-EMPL-ID.
024330     MOVE EMP-DEPT   TO IA-EMPL-DEPT.
024340     MOVE EMP-STATUS TO IA-EMPL-STATUS.
024350     MOVE 1          TO IA-ROWS-SHOWN.
024360     PERFORM 8600-WRITE-ACCESS
024370         THRU 8600-WRITE-ACCESS-EXIT.
024400 2000-INQUIRE-ONE-EMP-EXIT.
024500     EXIT.
024600 
030100         MOVE 'PRESS ENTER FOR THE NEXT PAGE'
030200             TO WS-SL-TEXT (WS-LINE-IDX)
030300     END-IF.
030310     MOVE 'D'               TO IA-INQ-TYPE.
030320     MOVE SPACES            TO IA-EMPL-ID.
030330     MOVE WS-PAGE-DEPT      TO IA-EMPL-DEPT.
030340     MOVE SPACE             TO IA-EMPL-STATUS.
030350     MOVE WS-ROWS-THIS-PAGE TO IA-ROWS-SHOWN.
030360     PERFORM 8600-WRITE-ACCESS
030370         THRU 8600-WRITE-ACCESS-EXIT.
030400 3000-PAGE-DEPARTMENT-EXIT.
030500     EXIT.
030600 
045000     END-EXEC.
045100 8500-RETURN-FOR-PAGING-EXIT.
045200     EXIT.
045300 
045400*****************************************************************
045500* 8600-WRITE-ACCESS - RECORD THE LOOKUP JUST ANSWERED ON THE
045600* ACCESS TRAIL (ACCREC.CPY): THE TASK'S DATE/TIME, THE SIGNED-ON
045700* USER, AND THE TRANSACTION ID PLUS TERMINAL ID AS THE JOB NAME,
045800* THE SAME DESK STAMP EMPUPD PUTS ON ITS HISTORY. WRITTEN TO THE
045900* EIAC EXTRAPARTITION QUEUE THE EMPUPDN JOB APPENDS TO INQACC.
046000* WHEN THE WRITE FAILS THE BUILT ANSWER IS REPLACED BY A REFUSAL
046100* LINE AND PAGING STOPS, SO NOTHING IS SHOWN THAT THE TRAIL
046200* DOES NOT HOLD.
046300*****************************************************************
046400 8600-WRITE-ACCESS.
046500     EXEC CICS
046600         ASKTIME ABSTIME(WS-ABSTIME)
046700     END-EXEC.
046800     EXEC CICS
046900         FORMATTIME ABSTIME(WS-ABSTIME)
047000                    YYYYMMDD(IA-ACCESS-DATE)
047100                    TIME(IA-ACCESS-TIME)
047200     END-EXEC.
047300     MOVE SPACES TO IA-USER-ID.
047400     EXEC CICS
047500         ASSIGN USERID(IA-USER-ID)
047600     END-EXEC.
047700     MOVE 'EMPINQ'   TO IA-PROGRAM.
047800     MOVE SPACES     TO IA-JOB-NAME.
047900     MOVE EIBTRNID   TO IA-JOB-NAME (1:4).
048000     MOVE EIBTRMID   TO IA-JOB-NAME (5:4).
048100     EXEC CICS
048200         WRITEQ TD QUEUE('EIAC')
048300                FROM(INQACC-RECORD)
048400                LENGTH(80)
048500                RESP(WS-CICS-RESP)
048600     END-EXEC.
048700     IF WS-CICS-RESP = DFHRESP(NORMAL)
048800         GO TO 8600-WRITE-ACCESS-EXIT
048900     END-IF.
049100     MOVE SPACES TO WS-SCREEN-AREA.
049200     MOVE ZERO   TO WS-LINE-IDX.
049300     PERFORM 6000-ADD-SCREEN-LINE
049400         THRU 6000-ADD-SCREEN-LINE-EXIT.
049500     MOVE 'EMPINQ - ACCESS TRAIL UNAVAILABLE, INQUIRY NOT SHOWN'
049600         TO WS-SL-TEXT (WS-LINE-IDX).
049700     MOVE 'Y' TO WS-DEPT-EOF-SW.
049800 8600-WRITE-ACCESS-EXIT.
049900     EXIT.
