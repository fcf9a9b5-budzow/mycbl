005000*                 VENDOR CORRECTS BAD RECORDS AT THEIR END
005100*                 INSTEAD OF US CHASING THEM BY PHONE EVERY
005200*                 MONDAY. THE FEED IS NO LONGER ONE-WAY.
005206* 2026-10-15 DB   POSITION CONTROL. A CLEAN NEW HIRE IS CHECKED
005212*                 AGAINST THE DEPARTMENT'S AUTHORIZED HEADCOUNT
005218*                 ON THE NEW POSAUTH REFERENCE FILE (POSAUTH.CPY,
005224*                 SHARED POSLKP PARAGRAPHS) IN EFFECT ON ITS
005230*                 START DATE. THE FILLED COUNT IS THE
005236*                 DEPARTMENT'S NON-TERMINATED EMPLOYEES ON THE
005242*                 KEYED EMPMAST MASTER PLUS THE HIRES ALREADY
005248*                 TRANSLATED FROM THIS FEED. OVER A HARD CAP IS
005254*                 REJECT REASON 08 (BACK TO THE VENDOR ON
005260*                 HRRETN LIKE ANY OTHER REJECT); OVER A SOFT CAP
005266*                 IS TRANSLATED BUT PRINTS OVER AUTH AND IS
005272*                 COUNTED. EMPBATCH REPEATS THE CHECK AGAINST
005278*                 EMP WHEN IT APPLIES THE TRANSACTIONS. AN
005284*                 UNREADABLE POSAUTH OR EMPMAST FAILS THE STEP.
005285* 2026-10-15 DB   INTERFACE FILE REGISTRY. HRFEED IS COUNTED AND
005286*                 HASHED BEFORE IT IS TRANSLATED AND CHECKED
005287*                 AGAINST THE IFREGF REGISTRY (IFRCHK.CPY) BY ITS
005288*                 CONTENTS -- THE SAME FEED AGAIN AFTER A RESTART
005289*                 FAILS THE STEP -- AND HRRETN IS CHECKED THE
005290*                 SAME WAY. BOTH ARE RECORDED WHEN THE RUN ENDS.
005291*                 THE STEP NOW WRITES THE AUDIT LOG.
005292* 2026-10-15 DB   EACH TRANSACTION IS MARKED TR-SOURCE 'V' SO THE
005293*                 OUTBOUND CHANGE FEED NEVER SENDS THE VENDOR ITS
005294*                 OWN HIRES BACK.
005295* 2026-10-15 DB   HRFEED'S REGISTRY HASH COVERS EVERY BYTE OF EACH
005296*                 'NH' RECORD, SO A CORRECTED FEED IS NOT REFUSED
005297*                 AS A DUPLICATE. AN EMPMAST READ ERROR FAILS THE
005298*                 STEP.
005300*****************************************************************
005400 
005500 ENVIRONMENT DIVISION.
006500     SELECT EMPARCHV-FILE ASSIGN TO EMPARCHV
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS WS-ARCH-STATUS.
006710     SELECT EMPMAST-FILE ASSIGN TO EMPMAST
006720         ORGANIZATION IS INDEXED
006730         ACCESS MODE IS SEQUENTIAL
006740         RECORD KEY IS EM-EMPL-ID
006750         FILE STATUS IS WS-MAST-STATUS.
006760     SELECT POSAUTH-FILE ASSIGN TO POSAUTH
006770         ORGANIZATION IS SEQUENTIAL
006780         FILE STATUS IS WS-POSAUTH-STATUS.
006800     SELECT HRRETN-FILE ASSIGN TO HRRETN
006900         ORGANIZATION IS SEQUENTIAL.
006910     SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
006920         ORGANIZATION IS SEQUENTIAL
006930         FILE STATUS IS WS-AUDIT-STATUS.
007000 
007100 DATA DIVISION.
007200 FILE SECTION.
009400     LABEL RECORDS ARE STANDARD.
009500     COPY ARCREC.
009600 
009608 FD  EMPMAST-FILE
009616     RECORD CONTAINS 80 CHARACTERS
009624     LABEL RECORDS ARE STANDARD.
009632     COPY EMPMAST.
009640 
009648 FD  POSAUTH-FILE
009656     RECORDING MODE IS F
009664     RECORD CONTAINS 80 CHARACTERS
009672     LABEL RECORDS ARE STANDARD.
009680     COPY POSAUTH.
009688 
009700 FD  HRRETN-FILE
009800     RECORDING MODE IS F
009900     RECORD CONTAINS 120 CHARACTERS
010000     LABEL RECORDS ARE STANDARD.
010100     COPY HRRETN.
010200 
010210 FD  AUDIT-LOG-FILE
010220     RECORDING MODE IS F
010230     RECORD CONTAINS 80 CHARACTERS
010240     LABEL RECORDS ARE STANDARD.
010250     COPY AUDREC.
010260 
010300 WORKING-STORAGE SECTION.
010400 01  WS-FEED-STATUS               PIC X(02).
010410 01  WS-AUDIT-STATUS              PIC X(02).
010500 01  WS-FEED-EOF-SW               PIC X(01)  VALUE 'N'.
010600     88  WS-FEED-EOF                         VALUE 'Y'.
010700 01  WS-ABEND-SW                  PIC X(01)  VALUE 'N'.
013800         10  WS-TA-EMPL-ID        PIC X(05).
013900         10  WS-TA-HIRE-DATE      PIC X(10).
014000 
014004 01  WS-MAST-STATUS               PIC X(02).
014008 01  WS-MAST-EOF-SW               PIC X(01)  VALUE 'N'.
014012     88  WS-MAST-EOF                         VALUE 'Y'.
014016 01  WS-OVER-AUTH-SW              PIC X(01)  VALUE 'N'.
014020     88  WS-OVER-AUTH                        VALUE 'Y'.
014024 01  WS-OVER-AUTH-COUNT           PIC 9(05)  VALUE ZERO.
014028 01  WS-HC-FOUND-SW               PIC X(01)  VALUE 'N'.
014032     88  WS-HC-FOUND                         VALUE 'Y'.
014036 01  WS-HC-MATCH-DEPT             PIC X(04)  VALUE SPACES.
014040 01  WS-HC-COUNT                  PIC 9(03)  VALUE ZERO.
014044 01  WS-HC-CAPACITY               PIC 9(03)  VALUE 60.
014048 01  WS-HC-IDX                    PIC 9(03)  VALUE ZERO.
014052 01  WS-HC-AFTER                  PIC 9(05)  VALUE ZERO.
014056 
014060*    FILLED HEADCOUNT PER DEPARTMENT FOR THE POSITION-CONTROL
014064*    CHECK: NON-TERMINATED EMPLOYEES ON EMPMAST AT THE START OF
014068*    THE RUN, PLUS ONE FOR EACH HIRE TRANSLATED INTO THE
014072*    DEPARTMENT SINCE. SIXTY COVERS THE FIFTY DEPTREF
014076*    DEPARTMENTS WITH ROOM FOR STRAYS ON THE MASTER.
014080 01  WS-HC-TABLE.
014084     05  WS-HC-ENTRY OCCURS 60 TIMES.
014088         10  WS-TH-DEPT           PIC X(04).
014092         10  WS-TH-FILLED         PIC 9(05).
014096 
014100 01  WS-FEED-READ-COUNT           PIC 9(05)  VALUE ZERO.
014200 01  WS-NH-COUNT                  PIC 9(05)  VALUE ZERO.
014300 01  WS-TRANSLATED-COUNT          PIC 9(05)  VALUE ZERO.
014400 01  WS-REJECT-COUNT              PIC 9(05)  VALUE ZERO.
014500 01  WS-CONTROL-COUNT             PIC 9(05)  VALUE ZERO.
014510 
014520*    CONTENTS OF THE FEED FOR THE INTERFACE REGISTRY: THE
014530*    NEW-HIRE RECORDS, AND THE SUM OF THEIR WHOLE-RECORD
014540*    HASHES. THE SAME FEED FED AGAIN COMES TO THE SAME FIGURES;
014550*    A CORRECTED ONE DOES NOT. HRRETN CARRIES THEM TOO, WITH THE
014560*    ACCEPTED COUNT AS ITS CONTROL TOTAL.
014570 01  WS-FEED-NH-COUNT             PIC 9(09)  VALUE ZERO.
014580 01  WS-FEED-HASH                 PIC 9(15)  VALUE ZERO.
014594 01  WS-FEED-OVERRIDE-SW          PIC X(01)  VALUE 'N'.
014596     88  WS-FEED-OVERRIDE-USED               VALUE 'Y'.
014600 
014700 01  WS-BUILT-NAME                PIC X(36).
014800 01  WS-NAME-LENGTH               PIC 9(02)  VALUE ZERO.
017400 
017500     COPY FLDPARM.
017600 
017610     COPY POSTBL.
017620 
017630     COPY IFRPARM.
017640 
017700 PROCEDURE DIVISION.
017800 
017900 0000-MAINLINE.
017910     OPEN EXTEND AUDIT-LOG-FILE.
017920     MOVE 'HRTRANS' TO AL-PROGRAM.
018000     PERFORM 1000-INITIALIZE
018100         THRU 1000-INITIALIZE-EXIT.
018200     IF WS-ABEND-REQUESTED
018800     CLOSE HRFEED-FILE.
018900     PERFORM 8000-FINALIZE
019000         THRU 8000-FINALIZE-EXIT.
019010     PERFORM 7000-RECORD-INTERFACES
019020         THRU 7000-RECORD-INTERFACES-EXIT.
019100 9999-END-OF-JOB.
019200     CLOSE EMPTRAN-FILE.
019300     CLOSE HRRETN-FILE.
019400     CLOSE HRTRPT-FILE.
019410     CLOSE AUDIT-LOG-FILE.
019500     STOP RUN.
019600 
019700*****************************************************************
023400         MOVE 'Y' TO WS-ABEND-SW
023500         GO TO 1000-INITIALIZE-EXIT
023600     END-IF.
023605     PERFORM 1100-HASH-FEED-RECORD
023610         THRU 1100-HASH-FEED-RECORD-EXIT
023615         UNTIL WS-FEED-EOF.
023620     CLOSE HRFEED-FILE.
023625     MOVE 'N' TO WS-FEED-EOF-SW.
023630     MOVE 'HRTRANS'           TO WS-IF-PROGRAM.
023635     MOVE 'HRFEED'            TO WS-IF-INTERFACE.
023640     MOVE 'I'                 TO WS-IF-DIRECTION.
023645     MOVE 'C'                 TO WS-IF-MATCH-RULE.
023650     MOVE WS-RUN-DATE         TO WS-IF-BUS-DATE.
023655     MOVE WS-FEED-NH-COUNT    TO WS-IF-RECORD-COUNT.
023660     MOVE ZERO                TO WS-IF-CONTROL-TOTAL.
023665     MOVE WS-FEED-HASH        TO WS-IF-HASH-TOTAL.
023670     PERFORM CHECK-INTERFACE-REGISTRY
023675         THRU CHECK-INTERFACE-REGISTRY-EXIT.
023680     IF NOT WS-IF-OK
023685         MOVE 'Y' TO WS-ABEND-SW
023690         GO TO 1000-INITIALIZE-EXIT
023692     END-IF.
023694     MOVE WS-IF-OVERRIDE-SW   TO WS-FEED-OVERRIDE-SW.
023696     OPEN INPUT HRFEED-FILE.
023700     PERFORM 1500-LOAD-ARCHIVE-TABLE
023800         THRU 1500-LOAD-ARCHIVE-TABLE-EXIT.
023806     IF WS-ABEND-REQUESTED
023812         GO TO 1000-INITIALIZE-EXIT
023818     END-IF.
023824     PERFORM LOAD-POSAUTH-TABLE
023830         THRU LOAD-POSAUTH-TABLE-EXIT.
023836     IF NOT WS-POSAUTH-LOADED
023842         DISPLAY 'HRTRANS - POSAUTH REFERENCE FILE MISSING, '
023848                 'ABENDING'
023854         MOVE 16 TO RETURN-CODE
023860         MOVE 'Y' TO WS-ABEND-SW
023866         GO TO 1000-INITIALIZE-EXIT
023872     END-IF.
023878     PERFORM 1600-LOAD-HEADCOUNT-TABLE
023884         THRU 1600-LOAD-HEADCOUNT-TABLE-EXIT.
023900 1000-INITIALIZE-EXIT.
023903     EXIT.
023906 
023909*****************************************************************
023912* 1100-HASH-FEED-RECORD - FIRST PASS OVER THE FEED FOR THE
023915* INTERFACE REGISTRY: COUNT THE NEW-HIRE RECORDS AND ADD THE
023918* HASH OF EACH WHOLE RECORD IMAGE (HASH-INTERFACE-RECORD) INTO
023921* THE FILE HASH, SO A CORRECTED RESUBMISSION IS NOT REFUSED AS
023922* THE FEED IT REPLACES. NOTHING IS EDITED OR WRITTEN ON THIS
023923* PASS.
023924*****************************************************************
023927 1100-HASH-FEED-RECORD.
023930     READ HRFEED-FILE
023933         AT END
023936             MOVE 'Y' TO WS-FEED-EOF-SW
023939             GO TO 1100-HASH-FEED-RECORD-EXIT
023942     END-READ.
023945     IF VN-FEED-HEADER OR VN-FEED-TRAILER
023948         GO TO 1100-HASH-FEED-RECORD-EXIT
023951     END-IF.
023954     ADD 1 TO WS-FEED-NH-COUNT.
023957     MOVE HRFEED-RECORD TO WS-IF-HASH-IMAGE.
023960     MOVE 120 TO WS-IF-HASH-LENGTH.
023963     PERFORM HASH-INTERFACE-RECORD
023966         THRU HASH-INTERFACE-RECORD-EXIT.
023969     ADD WS-IF-HASH-RECORD TO WS-FEED-HASH.
023981 1100-HASH-FEED-RECORD-EXIT.
024000     EXIT.
024100 
024200*****************************************************************
032300     EXIT.
032400 
032500*****************************************************************
032501* 1600-LOAD-HEADCOUNT-TABLE - COUNT THE NON-TERMINATED EMPLOYEES
032502* PER DEPARTMENT ON THE KEYED EMPMAST MASTER (AS OF THE LAST
032503* NIGHTLY REBUILD) FOR THE POSITION-CONTROL CHECK. AN EMPMAST
032504* THAT CANNOT BE OPENED, OR MORE DEPARTMENTS THAN THE TABLE
032505* HOLDS, FAILS THE STEP RATHER THAN CHECKING HIRES AGAINST A
032506* HEADCOUNT OF ZERO.
032507*****************************************************************
032508 1600-LOAD-HEADCOUNT-TABLE.
032509     OPEN INPUT EMPMAST-FILE.
032510     IF WS-MAST-STATUS NOT = '00'
032511         DISPLAY 'HRTRANS - ERROR OPENING EMPMAST, STATUS '
032512                 WS-MAST-STATUS
032513         MOVE 16 TO RETURN-CODE
032514         MOVE 'Y' TO WS-ABEND-SW
032515         GO TO 1600-LOAD-HEADCOUNT-TABLE-EXIT
032516     END-IF.
032517     PERFORM 1610-COUNT-MASTER-RECORD
032518         THRU 1610-COUNT-MASTER-RECORD-EXIT
032519         UNTIL WS-MAST-EOF OR WS-ABEND-REQUESTED.
032520     CLOSE EMPMAST-FILE.
032521     DISPLAY 'HRTRANS - ' WS-HC-COUNT
032522             ' DEPARTMENTS LOADED FOR HEADCOUNT CHECK, '
032523             WS-POSAUTH-COUNT ' POSAUTH PERIODS'.
032524 1600-LOAD-HEADCOUNT-TABLE-EXIT.
032525     EXIT.
032526 
032527*****************************************************************
032528* 1610-COUNT-MASTER-RECORD - ADD ONE NON-TERMINATED MASTER RECORD
032529* TO ITS DEPARTMENT'S FILLED COUNT. A READ ERROR FAILS THE STEP,
032530* THE SAME AS AN EMPMAST THAT CANNOT BE OPENED.
032531*****************************************************************
032532 1610-COUNT-MASTER-RECORD.
032533     READ EMPMAST-FILE
032534         AT END
032535             MOVE 'Y' TO WS-MAST-EOF-SW
032536             GO TO 1610-COUNT-MASTER-RECORD-EXIT
032537     END-READ.
032538     IF WS-MAST-STATUS NOT = '00'
032539         DISPLAY 'HRTRANS - ERROR READING EMPMAST, STATUS '
032540                 WS-MAST-STATUS ', ABENDING'
032541         MOVE 16 TO RETURN-CODE
032542         MOVE 'Y' TO WS-ABEND-SW
032543         GO TO 1610-COUNT-MASTER-RECORD-EXIT
032544     END-IF.
032545     IF EM-EMPL-STATUS = 'T'
032546         GO TO 1610-COUNT-MASTER-RECORD-EXIT
032547     END-IF.
032548     MOVE EM-EMPL-DEPT TO WS-HC-MATCH-DEPT.
032549     PERFORM 1620-FIND-HEADCOUNT-ENTRY
032550         THRU 1620-FIND-HEADCOUNT-ENTRY-EXIT.
032551     IF NOT WS-HC-FOUND
032552         DISPLAY 'HRTRANS - HEADCOUNT TABLE CAPACITY '
032553                 WS-HC-CAPACITY ' EXCEEDED, ABENDING'
032554         MOVE 16 TO RETURN-CODE
032555         MOVE 'Y' TO WS-ABEND-SW
032556         GO TO 1610-COUNT-MASTER-RECORD-EXIT
032557     END-IF.
032558     ADD 1 TO WS-TH-FILLED (WS-HC-IDX).
032559 1610-COUNT-MASTER-RECORD-EXIT.
032560     EXIT.
032561 
032562*****************************************************************
032563* 1620-FIND-HEADCOUNT-ENTRY - LEAVE WS-HC-IDX ON THE TABLE ENTRY
032564* FOR THE DEPARTMENT IN WS-HC-MATCH-DEPT, ADDING A ZERO ENTRY
032565* WHEN THE DEPARTMENT IS NEW. WS-HC-FOUND OFF MEANS THE TABLE IS
032566* FULL.
032567*****************************************************************
032568 1620-FIND-HEADCOUNT-ENTRY.
032569     MOVE 'N' TO WS-HC-FOUND-SW.
032570     PERFORM 1630-MATCH-HEADCOUNT-ENTRY
032571         THRU 1630-MATCH-HEADCOUNT-ENTRY-EXIT
032572         VARYING WS-HC-IDX FROM 1 BY 1
032573         UNTIL WS-HC-IDX > WS-HC-COUNT OR WS-HC-FOUND.
032574     IF WS-HC-FOUND
032575         SUBTRACT 1 FROM WS-HC-IDX
032576         GO TO 1620-FIND-HEADCOUNT-ENTRY-EXIT
032577     END-IF.
032578     IF WS-HC-COUNT >= WS-HC-CAPACITY
032579         GO TO 1620-FIND-HEADCOUNT-ENTRY-EXIT
032580     END-IF.
032581     ADD 1 TO WS-HC-COUNT.
032582     MOVE WS-HC-COUNT      TO WS-HC-IDX.
032583     MOVE WS-HC-MATCH-DEPT TO WS-TH-DEPT (WS-HC-IDX).
032584     MOVE ZERO             TO WS-TH-FILLED (WS-HC-IDX).
032585     MOVE 'Y' TO WS-HC-FOUND-SW.
032586 1620-FIND-HEADCOUNT-ENTRY-EXIT.
032587     EXIT.
032588 
032589*****************************************************************
032590* 1630-MATCH-HEADCOUNT-ENTRY - COMPARE ONE HEADCOUNT TABLE ENTRY
032591* AGAINST WS-HC-MATCH-DEPT. THE CALLER BACKS WS-HC-IDX UP ONE ON
032592* A MATCH -- PERFORM VARYING AUGMENTS BEFORE ITS FINAL UNTIL TEST.
032593*****************************************************************
032594 1630-MATCH-HEADCOUNT-ENTRY.
032595     IF WS-TH-DEPT (WS-HC-IDX) = WS-HC-MATCH-DEPT
032596         MOVE 'Y' TO WS-HC-FOUND-SW
032597     END-IF.
032598 1630-MATCH-HEADCOUNT-ENTRY-EXIT.
032599     EXIT.
032600 
032601*****************************************************************
032602* 2000-PROCESS-FEED-RECORD - READ ONE VENDOR RECORD. HEADER AND
032700* TRAILER CONTROL RECORDS ARE COUNTED AND PASSED OVER; EVERY
032800* OTHER RECORD IS EDITED, TRANSLATED WHEN CLEAN, AND PRINTED ON
032900* THE REPORT EITHER WAY.
035900* 3000-EDIT-FEED-RECORD - VALIDATE ONE VENDOR RECORD. THE FIRST
036000* EDIT THAT FAILS SETS THE REJECT REASON AND STOPS THE EDITING
036100* -- ONE REASON PER REJECT LINE IS WHAT THE VENDOR CONTACT
036200* WORKS FROM. THE POSITION-CONTROL CHECK RUNS LAST, ON AN
036210* OTHERWISE CLEAN RECORD, SO ONLY A HIRE THAT WOULD REALLY BE
036220* TRANSLATED COUNTS AGAINST THE DEPARTMENT.
036300*****************************************************************
036400 3000-EDIT-FEED-RECORD.
036500     MOVE 'N'    TO WS-REC-OK-SW.
036510     MOVE 'N'    TO WS-OVER-AUTH-SW.
036600     MOVE SPACES TO WS-REJECT-REASON.
036700     MOVE SPACES TO WS-REJECT-TEXT.
036800     MOVE SPACES TO WS-BUILT-NAME.
041400         MOVE 'PAY GRADE MISSING' TO WS-REJECT-TEXT
041500         GO TO 3000-EDIT-FEED-RECORD-EXIT
041600     END-IF.
041610     PERFORM 3300-CHECK-HEADCOUNT
041620         THRU 3300-CHECK-HEADCOUNT-EXIT.
041630     IF WS-REJECT-REASON NOT = SPACES
041640         GO TO 3000-EDIT-FEED-RECORD-EXIT
041650     END-IF.
041700     MOVE 'Y' TO WS-REC-OK-SW.
041800 3000-EDIT-FEED-RECORD-EXIT.
041802     EXIT.
041804 
041806*****************************************************************
041808* 3300-CHECK-HEADCOUNT - POSITION CONTROL. LOOK UP THE POSAUTH
041810* AUTHORIZATION IN EFFECT FOR THE HIRE'S DEPARTMENT ON ITS START
041812* DATE; A DEPARTMENT WITH NONE IS NOT UNDER POSITION CONTROL.
041814* OTHERWISE ONE MORE THAN THE DEPARTMENT'S FILLED COUNT OVER THE
041816* AUTHORIZATION IS REJECT REASON 08 WHEN THE DEPARTMENT IS
041818* HARD-CAPPED, AND A SOFT OVERRUN (TRANSLATED, FLAGGED OVER AUTH
041820* ON THE REPORT) OTHERWISE. A HIRE THAT GOES THROUGH ADDS ONE TO
041822* THE FILLED COUNT SO THE NEXT HIRE INTO THE SAME DEPARTMENT
041824* SEES IT.
041826*****************************************************************
041828 3300-CHECK-HEADCOUNT.
041830     MOVE VN-DC-DEPT TO WS-PL-DEPT.
041832     MOVE VN-SD-YYYY TO WS-HB-YYYY.
041834     MOVE VN-SD-MM   TO WS-HB-MM.
041836     MOVE VN-SD-DD   TO WS-HB-DD.
041838     MOVE WS-HIRE-DATE-BUILD TO WS-PL-DATE.
041840     PERFORM LOOK-UP-POSAUTH
041842         THRU LOOK-UP-POSAUTH-EXIT.
041844     IF NOT WS-POSAUTH-FOUND
041846         GO TO 3300-CHECK-HEADCOUNT-EXIT
041848     END-IF.
041850     MOVE VN-DC-DEPT TO WS-HC-MATCH-DEPT.
041852     PERFORM 1620-FIND-HEADCOUNT-ENTRY
041854         THRU 1620-FIND-HEADCOUNT-ENTRY-EXIT.
041856     IF NOT WS-HC-FOUND
041858         DISPLAY 'HRTRANS - HEADCOUNT TABLE FULL, DEPT '
041860                 VN-DC-DEPT ' NOT CHECKED'
041862         GO TO 3300-CHECK-HEADCOUNT-EXIT
041864     END-IF.
041866     COMPUTE WS-HC-AFTER = WS-TH-FILLED (WS-HC-IDX) + 1.
041868     IF WS-HC-AFTER > WS-PL-AUTH-COUNT
041870         IF WS-PL-HARD-CAP
041872             MOVE '08' TO WS-REJECT-REASON
041874             MOVE 'OVER HEADCOUNT CAP' TO WS-REJECT-TEXT
041876             GO TO 3300-CHECK-HEADCOUNT-EXIT
041878         END-IF
041880         MOVE 'Y' TO WS-OVER-AUTH-SW
041882         ADD 1 TO WS-OVER-AUTH-COUNT
041884         DISPLAY 'HRTRANS - NEW HIRE ' VN-EN-EMPL-ID
041886                 ' TAKES DEPT ' VN-DC-DEPT ' TO ' WS-HC-AFTER
041888                 ' AGAINST ' WS-PL-AUTH-COUNT ' AUTHORIZED'
041890     END-IF.
041892     MOVE WS-HC-AFTER TO WS-TH-FILLED (WS-HC-IDX).
041894 3300-CHECK-HEADCOUNT-EXIT.
041900     EXIT.
042000 
042100*****************************************************************
052300     IF WS-REHIRE AND WS-REHIRE-HIRE-DATE NOT = SPACES
052400         MOVE WS-REHIRE-HIRE-DATE TO TR-HIRE-DATE
052500     END-IF.
052550     MOVE 'V'                  TO TR-SOURCE.
052600     WRITE EMPTRAN-RECORD.
052700     ADD 1 TO WS-TRANSLATED-COUNT.
052800 4000-WRITE-TRANSACTION-EXIT.
053700     MOVE WS-NH-COUNT            TO HD-SEQ.
053800     MOVE VN-EMPLOYEE-NBR        TO HD-EMPL-NBR.
053900     MOVE WS-BUILT-NAME (1:15)   TO HD-NAME.
053910     IF WS-REC-OK AND WS-OVER-AUTH
053920         MOVE 'OVER AUTH' TO HD-DISP
053930         MOVE 'DEPT OVER AUTHORIZATION' TO HD-REASON-TEXT
053940     ELSE
054000     IF WS-REC-OK AND WS-REHIRE
054100         MOVE 'REHIRE'    TO HD-DISP
054200         MOVE 'SVC FROM ' TO HD-REASON-TEXT (1:9)
054900         MOVE 'REJECTED'  TO HD-DISP
055000         MOVE WS-REJECT-REASON TO HD-REASON-CODE
055100         MOVE WS-REJECT-TEXT   TO HD-REASON-TEXT
055110     END-IF
055200     END-IF
055300     END-IF.
055400     WRITE HRTRPT-RECORD.
058000     EXIT.
058100 
058200*****************************************************************
058202* 7000-RECORD-INTERFACES - CHECK THE HRRETN RETURN FILE AGAINST
058204* THE INTERFACE REGISTRY BY ITS CONTENTS -- THE SAME NEW-HIRE
058206* COUNT AND HASH AS THE FEED IT ANSWERS, WITH THE ACCEPTED COUNT
058208* -- AND RECORD IT AND THE FEED. A FEED LET THROUGH BY THE IFREG
058210* OVERRIDE IS ANSWERED WITHOUT A SECOND OVERRIDE, AND THE RETURN
058212* FILE IS FLAGGED THE SAME WAY. THE RETURN FILE IS CHECKED
058214* BEFORE EITHER IS RECORDED.
058216*****************************************************************
058218 7000-RECORD-INTERFACES.
058220     MOVE 'HRRETN'            TO WS-IF-INTERFACE.
058222     MOVE 'O'                 TO WS-IF-DIRECTION.
058224     MOVE 'C'                 TO WS-IF-MATCH-RULE.
058226     MOVE WS-RUN-DATE         TO WS-IF-BUS-DATE.
058228     MOVE WS-FEED-NH-COUNT    TO WS-IF-RECORD-COUNT.
058230     MOVE WS-TRANSLATED-COUNT TO WS-IF-CONTROL-TOTAL.
058232     MOVE WS-FEED-HASH        TO WS-IF-HASH-TOTAL.
058234     IF NOT WS-FEED-OVERRIDE-USED
058236         PERFORM CHECK-INTERFACE-REGISTRY
058238             THRU CHECK-INTERFACE-REGISTRY-EXIT
058240         IF NOT WS-IF-OK
058242             MOVE 'Y' TO WS-ABEND-SW
058244             GO TO 7000-RECORD-INTERFACES-EXIT
058246         END-IF
058248     END-IF.
058250     MOVE WS-FEED-OVERRIDE-SW TO WS-IF-OVERRIDE-SW.
058252     PERFORM RECORD-INTERFACE-REGISTRY
058254         THRU RECORD-INTERFACE-REGISTRY-EXIT.
058256     IF NOT WS-IF-OK
058258         MOVE 'Y' TO WS-ABEND-SW
058260         GO TO 7000-RECORD-INTERFACES-EXIT
058262     END-IF.
058264     MOVE 'HRFEED'            TO WS-IF-INTERFACE.
058266     MOVE 'I'                 TO WS-IF-DIRECTION.
058268     MOVE ZERO                TO WS-IF-CONTROL-TOTAL.
058270     MOVE WS-FEED-OVERRIDE-SW TO WS-IF-OVERRIDE-SW.
058272     PERFORM RECORD-INTERFACE-REGISTRY
058274         THRU RECORD-INTERFACE-REGISTRY-EXIT.
058276     IF NOT WS-IF-OK
058278         MOVE 'Y' TO WS-ABEND-SW
058280     END-IF.
058282 7000-RECORD-INTERFACES-EXIT.
058284     EXIT.
058286 
058288*****************************************************************
058300* 8000-FINALIZE - PRINT THE FEED/TRANSLATED/REJECTED TOTALS
058400* BLOCK. A FEED WITH REJECTS ENDS RC 4 SO THE SCHEDULER SHOWS
058500* THE RUN NEEDS A LOOK BEFORE THE MAINTENANCE STEP CONSUMES THE
060800     MOVE 'REHIRES DETECTED'       TO HG-LABEL.
060900     MOVE WS-REHIRE-COUNT          TO HG-COUNT.
061000     WRITE HRTRPT-RECORD.
061010     MOVE SPACES TO HRTRPT-RECORD.
061020     MOVE 'OVER AUTHORIZED HEADCOUNT' TO HG-LABEL.
061030     MOVE WS-OVER-AUTH-COUNT       TO HG-COUNT.
061040     WRITE HRTRPT-RECORD.
061100     MOVE SPACES TO HRRETN-HEADER.
061200     MOVE 'TR'                TO RK-T-RECORD-TYPE.
061300     MOVE WS-TRANSLATED-COUNT TO RK-T-ACCEPT-COUNT.
062100     END-IF.
062200 8000-FINALIZE-EXIT.
062300     EXIT.
062310 
062320*****************************************************************
062330* LOAD-POSAUTH-TABLE / LOOK-UP-POSAUTH - SHARED AUTHORIZED
062340* HEADCOUNT LOAD AND LOOKUP, COPIED FROM POSLKP.CPY. SEE THE
062350* COPYBOOK FOR DETAILS.
062360*****************************************************************
062370     COPY POSLKP.
062380 
062390*****************************************************************
062400* WRITE-AUDIT-LOG - SHARED AUDIT LOG WRITE, COPIED FROM
062410* AUDLOG.CPY. SEE THE COPYBOOK FOR DETAILS.
062420*****************************************************************
062430     COPY AUDLOG.
062440 
062450*****************************************************************
062460* CHECK-INTERFACE-REGISTRY / RECORD-INTERFACE-REGISTRY - SHARED
062470* INTERFACE FILE REGISTRY CHECK AND RECORD, COPIED FROM
062480* IFRCHK.CPY. SEE THE COPYBOOK FOR DETAILS.
062490*****************************************************************
062500     COPY IFRCHK.
