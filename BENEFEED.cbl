003000*                 PREMIUMS WE PAID ON EMPLOYEES TERMINATED IN
003100*                 MARCH. RUN MONTH-END (THE JCL GATES IT ON
003200*                 RUNCTL'S 'M' PERIOD-END QUERY).
003210* 2026-10-15 DB   BENFEED IS CHECKED AGAINST THE IFREGF INTERFACE
003220*                 REGISTRY (IFRCHK.CPY) BEFORE IT IS OPENED -- ONE
003230*                 FEED PER RUN DATE UNLESS THE PARMFILE IFREG
003240*                 OVERRIDE NAMES IT -- AND RECORDED WITH ITS COUNT
003250*                 AND EMPLOYEE-ID HASH WHEN COMPLETE.
003300*****************************************************************
003400
003500 ENVIRONMENT DIVISION.
009700 01  WS-DROP-COUNT                PIC 9(07)  VALUE ZERO.
009800 01  WS-CONTINUE-COUNT            PIC 9(07)  VALUE ZERO.
009900 01  WS-NO-LEAVE-REC-COUNT        PIC 9(05)  VALUE ZERO.
009950 01  WS-EMPL-ID-HASH              PIC 9(15)  VALUE ZERO.
010000
010100 01  WS-RUN-DATE-ISO.
010200     05  WS-RI-YYYY               PIC X(04).
011700     05  WS-RE-DD                 PIC 9(02).
011800     05  FILLER                   PIC X(01)  VALUE '/'.
011900     05  WS-RE-YYYY               PIC 9(04).
011910
011920     COPY IFRPARM.
012000
012100 PROCEDURE DIVISION.
012200
013600     CLOSE BENFEED-FILE.
013700     PERFORM 8000-FINALIZE
013800         THRU 8000-FINALIZE-EXIT.
013810     MOVE WS-READ-COUNT   TO WS-IF-RECORD-COUNT.
013820     MOVE ZERO            TO WS-IF-CONTROL-TOTAL.
013830     MOVE WS-EMPL-ID-HASH TO WS-IF-HASH-TOTAL.
013840     PERFORM RECORD-INTERFACE-REGISTRY
013850         THRU RECORD-INTERFACE-REGISTRY-EXIT.
013900 9999-END-OF-JOB.
014000     CLOSE BENRPT-FILE.
014100     CLOSE AUDIT-LOG-FILE.
020000         MOVE 'Y' TO WS-ABEND-SW
020100         GO TO 1000-INITIALIZE-EXIT
020200     END-IF.
020210     MOVE 'BENEFEED'          TO WS-IF-PROGRAM.
020220     MOVE 'BENFEED'           TO WS-IF-INTERFACE.
020230     MOVE 'O'                 TO WS-IF-DIRECTION.
020240     MOVE 'D'                 TO WS-IF-MATCH-RULE.
020250     MOVE WS-SYS-DATE         TO WS-IF-BUS-DATE.
020255     MOVE ZERO                TO WS-IF-RECORD-COUNT.
020260     MOVE ZERO                TO WS-IF-CONTROL-TOTAL.
020265     MOVE ZERO                TO WS-IF-HASH-TOTAL.
020270     PERFORM CHECK-INTERFACE-REGISTRY
020275         THRU CHECK-INTERFACE-REGISTRY-EXIT.
020280     IF NOT WS-IF-OK
020285         MOVE 'Y' TO WS-ABEND-SW
020290         GO TO 1000-INITIALIZE-EXIT
020295     END-IF.
020300     OPEN OUTPUT BENFEED-FILE.
020400 1000-INITIALIZE-EXIT.
020500     EXIT.
021800             GO TO 2000-FEED-ONE-EMPLOYEE-EXIT
021900     END-READ.
022000     ADD 1 TO WS-READ-COUNT.
022050     ADD EM-EMPL-ID TO WS-EMPL-ID-HASH.
022100     MOVE SPACES TO BENFEED-RECORD.
022200     MOVE EM-EMPL-ID   TO BN-EMPL-ID.
022300     MOVE EM-EMPL-NAME TO BN-EMPL-NAME.
032700* AUDLOG.CPY. SEE THE COPYBOOK FOR DETAILS.
032800*****************************************************************
032900     COPY AUDLOG.
033000
033100*****************************************************************
033200* CHECK-INTERFACE-REGISTRY / RECORD-INTERFACE-REGISTRY - SHARED
033300* INTERFACE FILE REGISTRY CHECK AND RECORD, COPIED FROM
033400* IFRCHK.CPY. SEE THE COPYBOOK FOR DETAILS.
033500*****************************************************************
033600     COPY IFRCHK.
