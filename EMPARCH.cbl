006500*                 ALSO MOVED BELOW THE ARCRPT OPEN SO EVERY
006600*                 INITIALIZATION ABEND REACHES 9999 WITH THE
006700*                 MANIFEST ALREADY OPEN.
006710* 2026-10-15 DB   EACH PURGE NOW LEAVES A 'P' RECORD ON EMPHIST
006720*                 WITH THE PURGED ROW AS ITS BEFORE IMAGE AND AN
006730*                 ALL-SPACES AFTER IMAGE, SO THE HISTORY SHOWS
006740*                 THE ROW LEAVING EMP. EMPHIST IS REOPENED
006750*                 EXTEND ONCE THE TERMINATION DATES ARE LOADED.
006800*****************************************************************
006900 
007000 ENVIRONMENT DIVISION.
013900     88  WS-TERM-FOUND                       VALUE 'Y'.
014000 01  WS-ELIGIBLE-SW               PIC X(01)  VALUE 'N'.
014100     88  WS-ELIGIBLE                         VALUE 'Y'.
014110 01  WS-HIST-EXTEND-SW            PIC X(01)  VALUE 'N'.
014120     88  WS-HIST-EXTENDED                    VALUE 'Y'.
014200 
014300 01  WS-RETENTION-DAYS            PIC 9(05)  VALUE 1095.
014400 01  WS-CUTOFF-DAY-NUMBER         PIC S9(07) VALUE ZERO.
028700     IF WS-ABEND-REQUESTED
028800         GO TO 9999-END-OF-JOB
028900     END-IF.
028910     PERFORM 1600-REOPEN-EMPHIST
028920         THRU 1600-REOPEN-EMPHIST-EXIT.
028930     IF WS-ABEND-REQUESTED
028940         GO TO 9999-END-OF-JOB
028950     END-IF.
029000     PERFORM 2000-OPEN-ARCH-CUR
029100         THRU 2000-OPEN-ARCH-CUR-EXIT.
029200     IF WS-ABEND-REQUESTED
030300     IF WS-ORD-DISP-ARCHIVE
030400         CLOSE ORDARCHV-FILE
030500     END-IF.
030510     IF WS-HIST-EXTENDED
030520         CLOSE EMPHIST-FILE
030530     END-IF.
030600     CLOSE EMPARCHV-FILE.
030700     CLOSE ARCRPT-FILE.
030800     CLOSE AUDIT-LOG-FILE.
048800 1510-MATCH-TERM-ENTRY-EXIT.
048900     EXIT.
049000 
049005*****************************************************************
049010* 1600-REOPEN-EMPHIST - THE TERMINATION DATES ARE LOADED AND
049015* EMPHIST IS CLOSED; OPEN IT AGAIN EXTEND SO EACH PURGE CAN
049020* APPEND ITS 'P' HISTORY RECORD.
049025*****************************************************************
049030 1600-REOPEN-EMPHIST.
049035     OPEN EXTEND EMPHIST-FILE.
049040     IF WS-HIST-STATUS NOT = '00'
049045         DISPLAY 'EMPARCH - ERROR OPENING EMPHIST EXTEND, STATUS '
049050                 WS-HIST-STATUS
049055         MOVE 'OPEN EMPHIST'      TO AL-OPERATION
049060         MOVE ZERO                TO AL-SQLCODE
049065         MOVE 'OPEN FAILED'       TO AL-MESSAGE
049070         MOVE 'S' TO AL-SEVERITY
049075         PERFORM WRITE-AUDIT-LOG
049080             THRU WRITE-AUDIT-LOG-EXIT
049085         MOVE 16 TO RETURN-CODE
049087         MOVE 'Y' TO WS-ABEND-SW
049089         GO TO 1600-REOPEN-EMPHIST-EXIT
049091     END-IF.
049093     MOVE 'Y' TO WS-HIST-EXTEND-SW.
049095     MOVE 'EMPARCH' TO EH-PROGRAM.
049096 1600-REOPEN-EMPHIST-EXIT.
049097     EXIT.
049098 
049100*****************************************************************
049200* 2000-OPEN-ARCH-CUR - OPEN THE TERMINATED-ROW CURSOR.
049300*****************************************************************
059300* ARCHIVE FIRST, AND ONLY THEN DELETE IT FROM EMP -- A FAILURE
059400* BETWEEN THE TWO LEAVES THE ROW SAFELY ON BOTH SIDES, NEVER ON
059500* NEITHER. EACH PURGE PRINTS ITS MANIFEST LINE AND LANDS ON THE
059600* PERMANENT AUDIT TRAIL, AND LEAVES A 'P' RECORD ON EMPHIST
059650* CARRYING THE PURGED ROW AS ITS BEFORE IMAGE.
059700*****************************************************************
059800 3500-ARCHIVE-AND-PURGE.
059900     MOVE SPACES TO EMPARCHV-RECORD.
065400     MOVE 'EMP ARCHIVED'         TO AL-MESSAGE.
065500     PERFORM WRITE-AUDIT-LOG
065600         THRU WRITE-AUDIT-LOG-EXIT.
065610     MOVE 'P'                 TO EH-ACTION.
065620     MOVE WS-EMPL-ID-DISPLAY  TO EH-B-EMPL-ID.
065630     MOVE EMP-NAME            TO EH-B-EMPL-NAME.
065640     MOVE EMP-DEPT            TO EH-B-EMPL-DEPT.
065650     MOVE EMP-HIRE-DATE       TO EH-B-HIRE-DATE.
065660     MOVE EMP-STATUS          TO EH-B-STATUS.
065670     MOVE EMP-PAY-GRADE       TO EH-B-PAY-GRADE.
065680     MOVE SPACES              TO EH-AFTER-IMAGE.
065690     PERFORM WRITE-EMP-HISTORY
065695         THRU WRITE-EMP-HISTORY-EXIT.
065700 3500-ARCHIVE-AND-PURGE-EXIT.
065800     EXIT.
065900 
088200* COPIED FROM AUTHCHK.CPY. SEE THE COPYBOOK FOR DETAILS.
088300*****************************************************************
088400     COPY AUTHCHK.
088500 
088600*****************************************************************
088700* WRITE-EMP-HISTORY - SHARED EMP CHANGE HISTORY WRITE, COPIED
088800* FROM EMPHIST.CPY. SEE THE COPYBOOK FOR DETAILS.
088900*****************************************************************
089000     COPY EMPHIST.
