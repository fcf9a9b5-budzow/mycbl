005000*                 FORCE. THE PERIOD DATE PRICED PRINTS ON THE
005100*                 CONTROL REPORT SO THE BUREAU SEES WHICH PERIOD
005200*                 THE TOTALS BELONG TO.
005204* 2026-10-15 DB   DEDUCTIONS AND NET PAY. THE DEDREF DEDUCTION
005208*                 REFERENCE FILE (DEDREF.CPY) LOADS THROUGH THE
005212*                 SHARED DEDLKP PARAGRAPHS, AND THE EMPLOYEE
005216*                 ELECTIONS COME IN AS A KEY-ORDER FLAT COPY OF
005220*                 THE DEDELECT KSDS (DEDSEQ, DEDREC.CPY),
005224*                 MATCHED TO THE EXTRACT BY EMPLOYEE ID. EACH
005228*                 ELECTION IN FORCE ON THE PERIOD DATE IS PRICED
005232*                 -- FLAT DOLLARS, OR A PERCENT OF THE PERIOD
005236*                 GROSS ROUNDED TO THE CENT -- IN DEDUCTION-CODE
005240*                 ORDER; ONE THAT WOULD TAKE NET PAY BELOW ZERO
005244*                 IS CUT TO WHAT IS LEFT AND LISTED, AND AN
005248*                 ELECTION FOR A CODE NO LONGER ON DEDREF IS
005252*                 LISTED AND NOT TAKEN. THE EARNINGS LINE NOW
005256*                 CARRIES TOTAL DEDUCTIONS AND NET PAY AND IS
005260*                 FOLLOWED BY ONE 'D' LINE PER DEDUCTION WITH ITS
005264*                 GL LIABILITY ACCOUNT (PAYFILE.CPY), AND THE
005268*                 CONTROL REPORT CARRIES THE DEDUCTION AND NET
005272*                 TOTALS. AN UNREADABLE DEDREF OR DEDSEQ FAILS
005276*                 THE STEP -- A FEED THAT SILENTLY DROPS EVERY
005280*                 DEDUCTION OVERPAYS EVERYBODY.
005281* 2026-10-15 DB   SALES COMMISSION. COMMCALC'S COMMPAY FILE
005282*                 (COMMREC.CPY, EMPLOYEE-ID ORDER) IS MATCHED TO
005283*                 THE EXTRACT LIKE DEDSEQ, AND A PAID EMPLOYEE'S
005284*                 COMMISSION IS ADDED TO THE PERIOD GROSS AS
005285*                 SUPPLEMENTAL EARNINGS -- SHOWN SEPARATELY IN
005286*                 PF-SUPP-EARNINGS (PAYFILE.CPY) -- AHEAD OF THE
005287*                 DEDUCTIONS, SO PERCENT DEDUCTIONS TAKE IT IN.
005288*                 A COMMISSION FOR AN EMPLOYEE THIS FEED DOES
005289*                 NOT PAY (NOT ACTIVE, NO RATE, NOT ON THE
005290*                 EXTRACT) IS LISTED AND WARNED, NOT DROPPED
005291*                 SILENTLY. THE CONTROL REPORT CARRIES THE
005292*                 COMMISSION COUNTS AND TOTALS. AN UNREADABLE
005293*                 COMMPAY FAILS THE STEP.
005294* 2026-10-15 DB   PAYFILE IS CHECKED AGAINST THE IFREGF INTERFACE
005295*                 REGISTRY (IFRCHK.CPY) BEFORE IT IS OPENED -- ONE
005296*                 PAYFILE PER PERIOD DATE UNLESS THE PARMFILE
005297*                 IFREG OVERRIDE NAMES IT -- AND RECORDED WITH ITS
005298*                 COUNT, GROSS AND EMPLOYEE-ID HASH WHEN COMPLETE.
005299* 2026-10-15 DB   COMMPAY MUST BE FOR THIS PAY PERIOD OR RC 16.
005300*****************************************************************
005400 
005500 ENVIRONMENT DIVISION.
006100     SELECT PAYRATE-FILE ASSIGN TO PAYRATE
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-RATE-STATUS.
006310     SELECT DEDREF-FILE ASSIGN TO DEDREF
006320         ORGANIZATION IS SEQUENTIAL
006330         FILE STATUS IS WS-DEDREF-STATUS.
006340     SELECT DEDSEQ-FILE ASSIGN TO DEDSEQ
006350         ORGANIZATION IS SEQUENTIAL
006360         FILE STATUS IS WS-DEDSEQ-STATUS.
006370     SELECT COMMPAY-FILE ASSIGN TO COMMPAY
006380         ORGANIZATION IS SEQUENTIAL
006390         FILE STATUS IS WS-COMMPAY-STATUS.
006400     SELECT PAYFILE-FILE ASSIGN TO PAYFILE
006500         ORGANIZATION IS SEQUENTIAL.
006600     SELECT PAYRPT-FILE ASSIGN TO PAYRPT
008400     LABEL RECORDS ARE STANDARD.
008500     COPY PAYRATE.
008600 
008607 FD  DEDREF-FILE
008614     RECORDING MODE IS F
008621     RECORD CONTAINS 80 CHARACTERS
008628     LABEL RECORDS ARE STANDARD.
008635     COPY DEDREF.
008642 
008649 FD  DEDSEQ-FILE
008656     RECORDING MODE IS F
008663     RECORD CONTAINS 80 CHARACTERS
008670     LABEL RECORDS ARE STANDARD.
008677     COPY DEDREC.
008684 
008686 FD  COMMPAY-FILE
008688     RECORDING MODE IS F
008690     RECORD CONTAINS 80 CHARACTERS
008692     LABEL RECORDS ARE STANDARD.
008694     COPY COMMREC.
008696 
008700 FD  PAYFILE-FILE
008800     RECORDING MODE IS F
008900     RECORD CONTAINS 80 CHARACTERS
010600 01  WS-EXTR-STATUS               PIC X(02).
010700 01  WS-RATE-STATUS               PIC X(02).
010800 01  WS-AUDIT-STATUS              PIC X(02).
010810 01  WS-DEDSEQ-STATUS             PIC X(02).
010855 01  WS-COMMPAY-STATUS            PIC X(02).
010900 
011000 01  WS-EMPEXTR-EOF-SW            PIC X(01)  VALUE 'N'.
011100     88  WS-EMPEXTR-EOF                      VALUE 'Y'.
011300     88  WS-RATE-EOF                         VALUE 'Y'.
011400 01  WS-RATE-FOUND-SW             PIC X(01)  VALUE 'N'.
011500     88  WS-RATE-FOUND                       VALUE 'Y'.
011510 01  WS-DEDSEQ-EOF-SW             PIC X(01)  VALUE 'N'.
011520     88  WS-DEDSEQ-EOF                       VALUE 'Y'.
011546 01  WS-COMMPAY-EOF-SW            PIC X(01)  VALUE 'N'.
011572     88  WS-COMMPAY-EOF                      VALUE 'Y'.
011600 01  WS-ABEND-SW                  PIC X(01)  VALUE 'N'.
011700     88  WS-ABEND-REQUESTED                  VALUE 'Y'.
011800 01  WS-TRAILER-SEEN-SW           PIC X(01)  VALUE 'N'.
014400     05  WS-PD-SEP2               PIC X(01).
014500     05  WS-PD-DD                 PIC X(02).
014600 
014610*    THE PERIOD DATE OF THE LAST PAYFILE SENT BEFORE THIS ONE
014620*    (YYYY-MM-DD), LOW-VALUES WHEN THE REGISTRY HAS NONE.
014630 01  WS-PAID-THRU-DATE            PIC X(10)  VALUE LOW-VALUES.
014640 
014700 01  WS-PAID-COUNT                PIC 9(07)  VALUE ZERO.
014800 01  WS-SKIP-STATUS-COUNT         PIC 9(07)  VALUE ZERO.
014900 01  WS-SKIP-RATE-COUNT           PIC 9(07)  VALUE ZERO.
015000 01  WS-TOTAL-GROSS               PIC 9(09)V99 VALUE ZERO.
015010 01  WS-TOTAL-DEDUCT              PIC 9(09)V99 VALUE ZERO.
015020 01  WS-TOTAL-NET                 PIC 9(09)V99 VALUE ZERO.
015030 01  WS-DEDUCT-LINE-COUNT         PIC 9(07)  VALUE ZERO.
015040 01  WS-DED-LIMITED-COUNT         PIC 9(07)  VALUE ZERO.
015050 01  WS-DED-UNKNOWN-COUNT         PIC 9(07)  VALUE ZERO.
015060 01  WS-COMM-PAID-COUNT           PIC 9(07)  VALUE ZERO.
015070 01  WS-COMM-UNPAID-COUNT         PIC 9(07)  VALUE ZERO.
015080 01  WS-TOTAL-COMMISSION          PIC 9(09)V99 VALUE ZERO.
015090 01  WS-TOTAL-COMM-UNPAID         PIC 9(09)V99 VALUE ZERO.
015095 01  WS-EMPL-ID-HASH              PIC 9(15)  VALUE ZERO.
015100 
015103*    ONE EMPLOYEE'S DEDUCTIONS FOR THE PERIOD, GATHERED FROM HIS
015106*    ELECTIONS BEFORE ANYTHING IS WRITTEN SO THE EARNINGS LINE
015109*    CAN CARRY THE TOTAL AND THE NET AHEAD OF ITS DEDUCTION
015112*    LINES. NOBODY ELECTS ANYWHERE NEAR TWENTY DEDUCTIONS; AN
015115*    EMPLOYEE WHO DOES FAILS THE STEP RATHER THAN BEING PAID
015118*    WITH SOME OF THEM DROPPED.
015121 01  WS-MATCH-ID                  PIC X(05)  VALUE SPACES.
015124 01  WS-EMP-GROSS                 PIC 9(07)V99 VALUE ZERO.
015125 01  WS-EMP-COMMISSION            PIC 9(07)V99 VALUE ZERO.
015127 01  WS-EMP-DEDUCT                PIC 9(07)V99 VALUE ZERO.
015130 01  WS-EMP-NET                   PIC 9(07)V99 VALUE ZERO.
015133 01  WS-DED-AMOUNT                PIC 9(07)V99 VALUE ZERO.
015136 01  WS-EMP-DED-COUNT             PIC 9(02)  VALUE ZERO.
015139 01  WS-EMP-DED-CAPACITY          PIC 9(02)  VALUE 20.
015142 01  WS-EMP-DED-IDX               PIC 9(02)  VALUE ZERO.
015145 01  WS-EMP-DED-TABLE.
015148     05  WS-EMP-DED-ENTRY OCCURS 20 TIMES.
015151         10  WS-ED-CODE           PIC X(04).
015154         10  WS-ED-AMOUNT         PIC 9(07)V99.
015157         10  WS-ED-ACCOUNT        PIC X(10).
015160 
015163 01  WS-DED-REASON.
015166     05  FILLER                   PIC X(10)  VALUE 'DEDUCTION '.
015169     05  WS-DR-CODE               PIC X(04).
015172     05  WS-DR-TEXT               PIC X(16).
015175 
015178     COPY DEDTBL.
015181 
015184     COPY IFRPARM.
015187 
015200 01  WS-SYS-DATE.
015300     05  WS-SYS-YYYY              PIC 9(04).
015400     05  WS-SYS-MM                PIC 9(02).
018100         THRU 3000-PRICE-EMPLOYEE-EXIT
018200         UNTIL WS-EMPEXTR-EOF OR WS-ABEND-REQUESTED.
018300     CLOSE EMPEXTR-FILE.
018301     IF NOT WS-ABEND-REQUESTED
018302         MOVE HIGH-VALUES TO WS-MATCH-ID
018303         PERFORM 3500-SKIP-COMMISSION
018304             THRU 3500-SKIP-COMMISSION-EXIT
018305             UNTIL WS-COMMPAY-EOF
018306     END-IF.
018310     CLOSE DEDSEQ-FILE.
018355     CLOSE COMMPAY-FILE.
018400     CLOSE PAYFILE-FILE.
018500     IF NOT WS-ABEND-REQUESTED
018600         PERFORM 7000-VERIFY-EXTRACT-TRAILER
019000         PERFORM 8000-FINALIZE
019100             THRU 8000-FINALIZE-EXIT
019200     END-IF.
019210     IF NOT WS-ABEND-REQUESTED
019220         COMPUTE WS-IF-RECORD-COUNT =
019230             WS-PAID-COUNT + WS-DEDUCT-LINE-COUNT
019240         MOVE WS-TOTAL-GROSS  TO WS-IF-CONTROL-TOTAL
019250         MOVE WS-EMPL-ID-HASH TO WS-IF-HASH-TOTAL
019260         PERFORM RECORD-INTERFACE-REGISTRY
019270             THRU RECORD-INTERFACE-REGISTRY-EXIT
019280     END-IF.
019300 9999-END-OF-JOB.
019400     CLOSE PAYRPT-FILE.
019500     CLOSE AUDIT-LOG-FILE.
020000* TITLE, AND LOAD THE PAYRATE REFERENCE FILE INTO THE
020100* WORKING-STORAGE RATE TABLE. AN UNOPENABLE OR EMPTY RATE FILE
020200* FAILS THE STEP -- A FEED PRICED OFF NO RATES IS WORSE THAN NO
020300* FEED. LOAD THE DEDREF DEDUCTION TABLE AND PRIME THE DEDSEQ
020310* ELECTION FILE; EITHER ONE UNREADABLE FAILS THE STEP TOO. AN
020320* EMPTY ONE IS FINE -- NOBODY HAS ELECTED ANYTHING YET. PRIME
020346* THE COMMPAY COMMISSION FILE THE SAME WAY; AN EMPTY ONE MEANS
020372* NO COMMISSION WAS EARNED THIS PERIOD, AND ONE FOR ANY OTHER
020386* PERIOD FAILS THE STEP (3650-CHECK-COMMISSION-PERIOD).
020400*****************************************************************
020500 1000-INITIALIZE.
020600     OPEN OUTPUT PAYRPT-FILE.
025800         MOVE 'Y' TO WS-ABEND-SW
025900         GO TO 1000-INITIALIZE-EXIT
026000     END-IF.
026003     PERFORM LOAD-DED-TABLE
026006         THRU LOAD-DED-TABLE-EXIT.
026009     IF WS-DEDREF-COUNT = ZERO AND WS-DEDREF-STATUS NOT = '00'
026012         DISPLAY 'PAYINTF - DEDREF UNREADABLE, ABENDING'
026015         MOVE 'LOAD DED TABLE'    TO AL-OPERATION
026018         MOVE ZERO                TO AL-SQLCODE
026021         MOVE 'OPEN FAILED'       TO AL-MESSAGE
026024         MOVE 'S' TO AL-SEVERITY
026027         PERFORM WRITE-AUDIT-LOG
026030             THRU WRITE-AUDIT-LOG-EXIT
026033         MOVE 16 TO RETURN-CODE
026036         MOVE 'Y' TO WS-ABEND-SW
026039         GO TO 1000-INITIALIZE-EXIT
026042     END-IF.
026045     OPEN INPUT DEDSEQ-FILE.
026048     IF WS-DEDSEQ-STATUS NOT = '00'
026051         DISPLAY 'PAYINTF - ERROR OPENING DEDSEQ, STATUS '
026054                 WS-DEDSEQ-STATUS
026057         MOVE 'OPEN DEDSEQ'       TO AL-OPERATION
026060         MOVE ZERO                TO AL-SQLCODE
026063         MOVE 'OPEN FAILED'       TO AL-MESSAGE
026066         MOVE 'S' TO AL-SEVERITY
026069         PERFORM WRITE-AUDIT-LOG
026072             THRU WRITE-AUDIT-LOG-EXIT
026075         MOVE 16 TO RETURN-CODE
026078         MOVE 'Y' TO WS-ABEND-SW
026081         GO TO 1000-INITIALIZE-EXIT
026084     END-IF.
026087     PERFORM 3300-READ-ELECTION
026090         THRU 3300-READ-ELECTION-EXIT.
026091     PERFORM 1200-GET-PAID-THRU
026092         THRU 1200-GET-PAID-THRU-EXIT.
026093     IF WS-ABEND-REQUESTED
026094         GO TO 1000-INITIALIZE-EXIT
026095     END-IF.
026100     OPEN INPUT COMMPAY-FILE.
026110     IF WS-COMMPAY-STATUS NOT = '00'
026120         DISPLAY 'PAYINTF - ERROR OPENING COMMPAY, STATUS '
026130                 WS-COMMPAY-STATUS
026140         MOVE 'OPEN COMMPAY'      TO AL-OPERATION
026150         MOVE ZERO                TO AL-SQLCODE
026160         MOVE 'OPEN FAILED'       TO AL-MESSAGE
026170         MOVE 'S' TO AL-SEVERITY
026180         PERFORM WRITE-AUDIT-LOG
026190             THRU WRITE-AUDIT-LOG-EXIT
026200         MOVE 16 TO RETURN-CODE
026210         MOVE 'Y' TO WS-ABEND-SW
026220         GO TO 1000-INITIALIZE-EXIT
026230     END-IF.
026240     PERFORM 3600-READ-COMMISSION
026250         THRU 3600-READ-COMMISSION-EXIT.
026252     IF WS-ABEND-REQUESTED
026254         GO TO 1000-INITIALIZE-EXIT
026256     END-IF.
026260 
026270     OPEN INPUT EMPEXTR-FILE.
026300     IF WS-EXTR-STATUS NOT = '00'
026400         DISPLAY 'PAYINTF - ERROR OPENING EMPEXTR, STATUS '
026500                 WS-EXTR-STATUS
027300         MOVE 'Y' TO WS-ABEND-SW
027400         GO TO 1000-INITIALIZE-EXIT
027500     END-IF.
027505     MOVE 'PAYINTF'           TO WS-IF-PROGRAM.
027510     MOVE 'PAYFILE'           TO WS-IF-INTERFACE.
027515     MOVE 'O'                 TO WS-IF-DIRECTION.
027520     MOVE 'D'                 TO WS-IF-MATCH-RULE.
027525     MOVE WS-PD-YYYY          TO WS-IF-BUS-DATE (1:4).
027530     MOVE WS-PD-MM            TO WS-IF-BUS-DATE (5:2).
027535     MOVE WS-PD-DD            TO WS-IF-BUS-DATE (7:2).
027540     MOVE ZERO                TO WS-IF-RECORD-COUNT.
027545     MOVE ZERO                TO WS-IF-CONTROL-TOTAL.
027550     MOVE ZERO                TO WS-IF-HASH-TOTAL.
027555     PERFORM CHECK-INTERFACE-REGISTRY
027560         THRU CHECK-INTERFACE-REGISTRY-EXIT.
027565     IF NOT WS-IF-OK
027570         MOVE 'Y' TO WS-ABEND-SW
027575         GO TO 1000-INITIALIZE-EXIT
027580     END-IF.
027600     OPEN OUTPUT PAYFILE-FILE.
027700 1000-INITIALIZE-EXIT.
027800     EXIT.
031600 1100-SET-PERIOD-DATE-EXIT.
031700     EXIT.
031800 
031802*****************************************************************
031804* 1200-GET-PAID-THRU - THE LAST PAY PERIOD ALREADY PAID IS THE
031806* PERIOD DATE OF THE LATEST PAYFILE ON THE IFREGF INTERFACE
031808* REGISTRY. COMMCALC STARTS ITS ORDER WINDOW THE DAY AFTER IT,
031810* SO A COMMPAY RECORD STARTING ON OR BEFORE IT WOULD PAY ORDERS
031812* A SECOND TIME. A LATEST PAYFILE FOR THIS PERIOD DATE OR LATER
031814* IS A RESEND OR A PRIOR-PERIOD RERUN, WHICH THE REGISTRY CHECK
031816* GOVERNS, AND THE START IS NOT CHECKED. A REGISTRY THAT CANNOT
031818* BE READ FAILS THE STEP.
031820*****************************************************************
031822 1200-GET-PAID-THRU.
031824     MOVE 'PAYINTF'           TO WS-IF-PROGRAM.
031826     MOVE 'L'                 TO WS-IF-FUNCTION.
031828     MOVE 'PAYFILE'           TO WS-IF-INTERFACE.
031830     MOVE 'O'                 TO WS-IF-DIRECTION.
031832     CALL 'IFREG' USING WS-IFREG-PARM.
031834     IF WS-IF-UNAVAILABLE
031836         DISPLAY 'PAYINTF - IFREGF UNREADABLE, STATUS '
031838                 WS-IF-FILE-STATUS ', ABENDING'
031840         MOVE 'GET PAID THRU'     TO AL-OPERATION
031842         MOVE ZERO                TO AL-SQLCODE
031844         MOVE 'IFREGF UNREADABLE' TO AL-MESSAGE
031846         MOVE 'S' TO AL-SEVERITY
031848         PERFORM WRITE-AUDIT-LOG
031850             THRU WRITE-AUDIT-LOG-EXIT
031852         MOVE 16 TO RETURN-CODE
031854         MOVE 'Y' TO WS-ABEND-SW
031856         GO TO 1200-GET-PAID-THRU-EXIT
031858     END-IF.
031860     IF NOT WS-IF-CLEAR
031862         GO TO 1200-GET-PAID-THRU-EXIT
031864     END-IF.
031866     MOVE WS-IF-PRIOR-BUS-DATE (1:4) TO WS-PAID-THRU-DATE (1:4).
031868     MOVE '-'                        TO WS-PAID-THRU-DATE (5:1).
031870     MOVE WS-IF-PRIOR-BUS-DATE (5:2) TO WS-PAID-THRU-DATE (6:2).
031872     MOVE '-'                        TO WS-PAID-THRU-DATE (8:1).
031874     MOVE WS-IF-PRIOR-BUS-DATE (7:2) TO WS-PAID-THRU-DATE (9:2).
031876     IF WS-PAID-THRU-DATE NOT < WS-PERIOD-DATE
031878         MOVE LOW-VALUES TO WS-PAID-THRU-DATE
031880     END-IF.
031882 1200-GET-PAID-THRU-EXIT.
031884     EXIT.
031886 
031900*****************************************************************
032000* 2000-LOAD-RATE-TABLE - READ ONE PAYRATE RECORD INTO THE NEXT
032100* RATE TABLE ENTRY. THE EFFECTIVE DATES RIDE ALONG; A BLANK PAIR
036400* STATUS; AN ACTIVE EMPLOYEE CARRYING A GRADE THE RATE FILE
036500* DOESN'T PRICE IS COUNTED, LISTED ON THE CONTROL REPORT, AND
036600* RECORDED ON THE AUDIT TRAIL -- THAT EMPLOYEE ISN'T PAID BY
036700* THIS FEED AND SOMEBODY HAS TO KNOW. A PAID EMPLOYEE'S
036703* COMMISSION, IF ANY, IS ADDED TO THE GROSS (COMMISSIONS FOR
036706* LOWER IDS ARE LISTED AS NOT PAID ON THE WAY), THEN THE
036710* ELECTIONS ARE PRICED AGAINST THE GROSS (ELECTIONS FOR LOWER
036720* IDS -- EMPLOYEES SKIPPED OR NO LONGER ON THE EXTRACT -- ARE
036730* PASSED OVER ON THE WAY), THEN THE EARNINGS LINE GOES OUT WITH
036740* THE DEDUCTION TOTAL AND NET, FOLLOWED BY ITS DEDUCTION LINES.
036800*****************************************************************
036900 3000-PRICE-EMPLOYEE.
037000     READ EMPEXTR-FILE
040800             THRU WRITE-AUDIT-LOG-EXIT
040900         GO TO 3000-PRICE-EMPLOYEE-EXIT
041000     END-IF.
041006     MOVE WS-TR-PERIOD-RATE (WS-RATE-HIT-IDX) TO WS-EMP-GROSS.
041012     MOVE ZERO       TO WS-EMP-DEDUCT.
041018     MOVE ZERO       TO WS-EMP-DED-COUNT.
041021     MOVE ZERO       TO WS-EMP-COMMISSION.
041024     MOVE ER-EMPL-ID TO WS-MATCH-ID.
041034     PERFORM 3500-SKIP-COMMISSION
041044         THRU 3500-SKIP-COMMISSION-EXIT
041054         UNTIL WS-COMMPAY-EOF OR CM-EMPL-ID NOT < WS-MATCH-ID.
041064     IF NOT WS-COMMPAY-EOF AND CM-EMPL-ID = WS-MATCH-ID
041074         MOVE CM-COMMISSION TO WS-EMP-COMMISSION
041084         ADD CM-COMMISSION  TO WS-EMP-GROSS
041094         ADD 1 TO WS-COMM-PAID-COUNT
041104         ADD CM-COMMISSION  TO WS-TOTAL-COMMISSION
041114         PERFORM 3600-READ-COMMISSION
041124             THRU 3600-READ-COMMISSION-EXIT
041134     END-IF.
041144     PERFORM 3300-READ-ELECTION
041154         THRU 3300-READ-ELECTION-EXIT
041164         UNTIL WS-DEDSEQ-EOF OR EL-EMPL-ID NOT < WS-MATCH-ID.
041174     PERFORM 3200-TAKE-DEDUCTION
041184         THRU 3200-TAKE-DEDUCTION-EXIT
041194         UNTIL WS-DEDSEQ-EOF OR EL-EMPL-ID NOT = WS-MATCH-ID
041204             OR WS-ABEND-REQUESTED.
041214     IF WS-ABEND-REQUESTED
041224         GO TO 3000-PRICE-EMPLOYEE-EXIT
041234     END-IF.
041244     COMPUTE WS-EMP-NET = WS-EMP-GROSS - WS-EMP-DEDUCT.
041254     ADD 1 TO WS-PAID-COUNT.
041264     MOVE SPACES            TO PAYFILE-RECORD.
041300     MOVE ER-EMPL-ID        TO PF-EMPL-ID.
041400     MOVE ER-EMPL-NAME      TO PF-EMPL-NAME.
041500     MOVE ER-EMPL-DEPT      TO PF-EMPL-DEPT.
041600     MOVE ER-EMPL-PAY-GRADE TO PF-PAY-GRADE.
041700     MOVE WS-EMP-GROSS      TO PF-PERIOD-GROSS.
041800     MOVE 'E'               TO PF-RECORD-TYPE.
041810     MOVE WS-EMP-DEDUCT     TO PF-TOTAL-DEDUCT.
041820     MOVE WS-EMP-NET        TO PF-NET-PAY.
041830     MOVE WS-EMP-DED-COUNT  TO PF-DEDUCT-COUNT.
041865     MOVE WS-EMP-COMMISSION TO PF-SUPP-EARNINGS.
041900     WRITE PAYFILE-RECORD.
042000     ADD WS-EMP-GROSS  TO WS-TOTAL-GROSS.
042005     ADD PF-EMPL-ID    TO WS-EMPL-ID-HASH.
042010     ADD WS-EMP-DEDUCT TO WS-TOTAL-DEDUCT.
042020     ADD WS-EMP-NET    TO WS-TOTAL-NET.
042030     PERFORM 3400-WRITE-DEDUCTION-LINE
042040         THRU 3400-WRITE-DEDUCTION-LINE-EXIT
042050         VARYING WS-EMP-DED-IDX FROM 1 BY 1
042060         UNTIL WS-EMP-DED-IDX > WS-EMP-DED-COUNT.
042100 3000-PRICE-EMPLOYEE-EXIT.
042200     EXIT.
042300 
044300 3100-SEARCH-RATE-TABLE-EXIT.
044400     EXIT.
044500 
044510*****************************************************************
044520* 3200-TAKE-DEDUCTION - PRICE THE ELECTION IN THE DEDSEQ RECORD
044530* AREA FOR THE EMPLOYEE BEING PAID AND HOLD IT IN THE
044540* EMPLOYEE'S DEDUCTION TABLE, THEN READ THE NEXT ELECTION. AN
044550* ELECTION EFFECTIVE AFTER THE PERIOD DATE IS NOT YET IN FORCE
044560* (A PRIOR-PERIOD RERUN) AND IS PASSED OVER. A CODE NO LONGER ON
044570* DEDREF IS LISTED, WARNED, AND NOT TAKEN. A DEDUCTION THAT
044580* WOULD TAKE NET PAY BELOW ZERO IS CUT TO THE NET THAT IS LEFT,
044590* LISTED, AND WARNED -- THE BUREAU CANNOT PAY A NEGATIVE CHECK.
044600*****************************************************************
044610 3200-TAKE-DEDUCTION.
044620     IF EL-EFF-DATE > WS-PERIOD-DATE
044630         GO TO 3290-NEXT-ELECTION
044640     END-IF.
044650     MOVE EL-DED-CODE TO WS-DK-CODE.
044660     MOVE EL-DED-CODE TO WS-DR-CODE.
044670     PERFORM LOOK-UP-DED
044680         THRU LOOK-UP-DED-EXIT.
044690     IF NOT WS-DEDREF-FOUND
044700         ADD 1 TO WS-DED-UNKNOWN-COUNT
044710         MOVE ' NOT ON DEDREF'  TO WS-DR-TEXT
044720         PERFORM 3250-LIST-DEDUCTION
044730             THRU 3250-LIST-DEDUCTION-EXIT
044740         MOVE 'DED NOT ON DEDREF' TO AL-MESSAGE
044750         PERFORM WRITE-AUDIT-LOG
044760             THRU WRITE-AUDIT-LOG-EXIT
044770         GO TO 3290-NEXT-ELECTION
044780     END-IF.
044790     IF WS-DK-METHOD-FLAT
044800         MOVE EL-AMOUNT TO WS-DED-AMOUNT
044810     ELSE
044820         COMPUTE WS-DED-AMOUNT ROUNDED =
044830             WS-EMP-GROSS * EL-AMOUNT / 100
044840     END-IF.
044850     IF WS-EMP-DEDUCT + WS-DED-AMOUNT > WS-EMP-GROSS
044860         COMPUTE WS-DED-AMOUNT = WS-EMP-GROSS - WS-EMP-DEDUCT
044870         ADD 1 TO WS-DED-LIMITED-COUNT
044880         MOVE ' CUT TO NET PAY' TO WS-DR-TEXT
044890         PERFORM 3250-LIST-DEDUCTION
044900             THRU 3250-LIST-DEDUCTION-EXIT
044910         MOVE 'DED CUT TO NET PAY' TO AL-MESSAGE
044920         PERFORM WRITE-AUDIT-LOG
044930             THRU WRITE-AUDIT-LOG-EXIT
044940     END-IF.
044950     IF WS-DED-AMOUNT = ZERO
044960         GO TO 3290-NEXT-ELECTION
044970     END-IF.
044980     IF WS-EMP-DED-COUNT >= WS-EMP-DED-CAPACITY
044990         DISPLAY 'PAYINTF - EMP ' ER-EMPL-ID ' HAS MORE THAN '
045000                 WS-EMP-DED-CAPACITY ' DEDUCTIONS, ABENDING'
045010         MOVE 'PRICE DEDUCTIONS'  TO AL-OPERATION
045020         MOVE ZERO                TO AL-SQLCODE
045030         MOVE 'TABLE CAPACITY'    TO AL-MESSAGE
045040         MOVE 'S' TO AL-SEVERITY
045050         PERFORM WRITE-AUDIT-LOG
045060             THRU WRITE-AUDIT-LOG-EXIT
045070         MOVE 16 TO RETURN-CODE
045080         MOVE 'Y' TO WS-ABEND-SW
045090         GO TO 3200-TAKE-DEDUCTION-EXIT
045100     END-IF.
045110     ADD 1 TO WS-EMP-DED-COUNT.
045120     MOVE EL-DED-CODE   TO WS-ED-CODE (WS-EMP-DED-COUNT).
045130     MOVE WS-DED-AMOUNT TO WS-ED-AMOUNT (WS-EMP-DED-COUNT).
045140     MOVE WS-DK-ACCOUNT TO WS-ED-ACCOUNT (WS-EMP-DED-COUNT).
045150     ADD WS-DED-AMOUNT  TO WS-EMP-DEDUCT.
045160 3290-NEXT-ELECTION.
045170     PERFORM 3300-READ-ELECTION
045180         THRU 3300-READ-ELECTION-EXIT.
045190 3200-TAKE-DEDUCTION-EXIT.
045200     EXIT.
045210 
045220*****************************************************************
045230* 3250-LIST-DEDUCTION - PRINT A DEDUCTION EXCEPTION FOR THE
045240* EMPLOYEE BEING PAID ON THE CONTROL REPORT, REASON IN
045250* WS-DED-REASON, AND SET UP THE WARNING AUDIT EVENT THE CALLER
045260* WRITES WITH ITS OWN MESSAGE.
045270*****************************************************************
045280 3250-LIST-DEDUCTION.
045290     MOVE SPACES            TO PAYRPT-RECORD.
045300     MOVE ER-EMPL-ID        TO PX-EMPL-ID.
045310     MOVE ER-EMPL-NAME      TO PX-EMPL-NAME.
045320     MOVE ER-EMPL-PAY-GRADE TO PX-GRADE.
045330     MOVE WS-DED-REASON     TO PX-REASON.
045340     WRITE PAYRPT-RECORD.
045350     MOVE 'PRICE DEDUCTIONS' TO AL-OPERATION.
045360     MOVE ZERO               TO AL-SQLCODE.
045370     MOVE 'W' TO AL-SEVERITY.
045380 3250-LIST-DEDUCTION-EXIT.
045390     EXIT.
045400 
045410*****************************************************************
045420* 3300-READ-ELECTION - READ THE NEXT ELECTION FROM THE DEDSEQ
045430* KEY-ORDER COPY (EMPLOYEE ID, THEN DEDUCTION CODE).
045440*****************************************************************
045450 3300-READ-ELECTION.
045460     READ DEDSEQ-FILE
045470         AT END
045480             MOVE 'Y' TO WS-DEDSEQ-EOF-SW
045490     END-READ.
045500 3300-READ-ELECTION-EXIT.
045510     EXIT.
045520 
045530*****************************************************************
045540* 3400-WRITE-DEDUCTION-LINE - WRITE ONE OF THE PAID EMPLOYEE'S
045550* 'D' DEDUCTION LINES BEHIND HIS EARNINGS LINE: THE EMPLOYEE
045560* FIELDS AGAIN, A ZERO GROSS, AND THE CODE, AMOUNT, AND GL
045570* LIABILITY ACCOUNT GLFEED CREDITS IT TO.
045580*****************************************************************
045590 3400-WRITE-DEDUCTION-LINE.
045600     MOVE SPACES            TO PAYFILE-RECORD.
045610     MOVE ER-EMPL-ID        TO PF-EMPL-ID.
045620     MOVE ER-EMPL-NAME      TO PF-EMPL-NAME.
045630     MOVE ER-EMPL-DEPT      TO PF-EMPL-DEPT.
045640     MOVE ER-EMPL-PAY-GRADE TO PF-PAY-GRADE.
045650     MOVE ZERO              TO PF-PERIOD-GROSS.
045660     MOVE 'D'               TO PF-RECORD-TYPE.
045670     MOVE WS-ED-CODE (WS-EMP-DED-IDX)    TO PF-DED-CODE.
045680     MOVE WS-ED-AMOUNT (WS-EMP-DED-IDX)  TO PF-DED-AMOUNT.
045690     MOVE WS-ED-ACCOUNT (WS-EMP-DED-IDX) TO PF-DED-ACCOUNT.
045700     WRITE PAYFILE-RECORD.
045710     ADD 1 TO WS-DEDUCT-LINE-COUNT.
045720 3400-WRITE-DEDUCTION-LINE-EXIT.
045730     EXIT.
045740 
045750*****************************************************************
045760* 3500-SKIP-COMMISSION - THE COMMISSION IN THE COMMPAY RECORD
045770* AREA BELONGS TO AN EMPLOYEE THIS FEED IS NOT PAYING (NOT
045780* ACTIVE, NO RATE FOR THE GRADE, OR NO LONGER ON THE EXTRACT).
045790* LIST IT ON THE CONTROL REPORT AND WARN IT SO PAYROLL CAN PAY
045800* IT BY HAND OR RELEASE IT NEXT PERIOD, THEN READ THE NEXT ONE.
045810*****************************************************************
045820 3500-SKIP-COMMISSION.
045830     ADD 1 TO WS-COMM-UNPAID-COUNT.
045840     ADD CM-COMMISSION TO WS-TOTAL-COMM-UNPAID.
045850     MOVE SPACES            TO PAYRPT-RECORD.
045860     MOVE CM-EMPL-ID        TO PX-EMPL-ID.
045870     MOVE CM-EMPL-NAME      TO PX-EMPL-NAME.
045880     MOVE CM-PAY-GRADE      TO PX-GRADE.
045890     MOVE 'COMMISSION NOT PAID' TO PX-REASON.
045900     WRITE PAYRPT-RECORD.
045910     MOVE 'PRICE COMMISSION'  TO AL-OPERATION.
045920     MOVE ZERO                TO AL-SQLCODE.
045930     MOVE 'COMMISSION NOT PAID' TO AL-MESSAGE.
045940     MOVE 'W' TO AL-SEVERITY.
045950     PERFORM WRITE-AUDIT-LOG
045960         THRU WRITE-AUDIT-LOG-EXIT.
045970     PERFORM 3600-READ-COMMISSION
045980         THRU 3600-READ-COMMISSION-EXIT.
045990 3500-SKIP-COMMISSION-EXIT.
046000     EXIT.
046010 
046020*****************************************************************
046030* 3600-READ-COMMISSION - READ THE NEXT COMMISSION FROM THE
046040* COMMPAY FILE (EMPLOYEE-ID ORDER) AND CHECK ITS PERIOD.
046050*****************************************************************
046060 3600-READ-COMMISSION.
046070     READ COMMPAY-FILE
046080         AT END
046090             MOVE 'Y' TO WS-COMMPAY-EOF-SW
046095             GO TO 3600-READ-COMMISSION-EXIT
046100     END-READ.
046103     PERFORM 3650-CHECK-COMMISSION-PERIOD
046106         THRU 3650-CHECK-COMMISSION-PERIOD-EXIT.
046110 3600-READ-COMMISSION-EXIT.
046120     EXIT.
046130 
046140*****************************************************************
046150* 3050-CHECK-EXTRACT-HEADER - THE EXTRACT HEADER IS IN THE
046160* RECORD AREA. WHEN IT FLAGS SNAPSHOT-SOURCED DATA (SQLCURSR'S
046170* DB2-UNREACHABLE FALLBACK FIRED), WARN ON SYSOUT, THE CONTROL
046180* REPORT, AND THE AUDIT TRAIL -- THE FEED STILL PRICES, BUT THE
046190* BUREAU IS PAYING OFF YESTERDAY'S SNAPSHOT AND NEEDS TO KNOW.
046200*****************************************************************
046210 3050-CHECK-EXTRACT-HEADER.
046220     IF XH-SOURCE-SNAPSHOT
046230         DISPLAY 'PAYINTF - WARNING: EMPEXTR IS SNAPSHOT-'
046240                 'SOURCED (EMPSNAP FALLBACK), RUN DATE '
046250                 XH-RUN-DATE
046260         MOVE SPACES              TO PAYRPT-RECORD
046270         MOVE '*WARN'             TO PX-EMPL-ID
046280         MOVE 'EXTRACT IS SNAPSHOT-SOURCED' TO PX-REASON
046290         WRITE PAYRPT-RECORD
046300         MOVE 'CHECK EXTRACT HEADER' TO AL-OPERATION
046310         MOVE ZERO                TO AL-SQLCODE
046400         MOVE 'SNAPSHOT SOURCED'  TO AL-MESSAGE
046500         MOVE 'W' TO AL-SEVERITY
046600         PERFORM WRITE-AUDIT-LOG
046900 3050-CHECK-EXTRACT-HEADER-EXIT.
047000     EXIT.
047100 
047103*****************************************************************
047106* 3650-CHECK-COMMISSION-PERIOD - THE ORDERS A COMMPAY RECORD WAS
047109* WORKED ON MUST BE THIS PAY PERIOD'S: THROUGH THE PERIOD DATE,
047112* AND FROM A DATE AFTER THE LAST PAYFILE SENT
047115* (1200-GET-PAID-THRU). A COMMPAY LEFT OVER FROM ANOTHER PERIOD,
047118* OR ONE WHOSE WINDOW REACHES BACK INTO A PERIOD ALREADY PAID,
047121* FAILS THE STEP -- PAYING IT WOULD PAY THOSE ORDERS TWICE OR
047124* NOT AT ALL.
047127*****************************************************************
047130 3650-CHECK-COMMISSION-PERIOD.
047133     IF CM-PERIOD-TO = WS-PERIOD-DATE
047136             AND CM-PERIOD-FROM NOT > CM-PERIOD-TO
047139             AND CM-PERIOD-FROM > WS-PAID-THRU-DATE
047142         GO TO 3650-CHECK-COMMISSION-PERIOD-EXIT
047145     END-IF.
047148     DISPLAY 'PAYINTF - COMMPAY FOR ' CM-EMPL-ID
047151             ' COVERS ' CM-PERIOD-FROM ' THRU ' CM-PERIOD-TO
047154             ', NOT THE PERIOD ENDING ' WS-PERIOD-DATE
047157             ', ABENDING'.
047160     MOVE 'READ COMMPAY'      TO AL-OPERATION.
047163     MOVE ZERO                TO AL-SQLCODE.
047166     MOVE 'WRONG PAY PERIOD'  TO AL-MESSAGE.
047169     MOVE 'S' TO AL-SEVERITY.
047172     PERFORM WRITE-AUDIT-LOG
047175         THRU WRITE-AUDIT-LOG-EXIT.
047178     MOVE 16 TO RETURN-CODE.
047181     MOVE 'Y' TO WS-ABEND-SW.
047184     MOVE 'Y' TO WS-COMMPAY-EOF-SW.
047187 3650-CHECK-COMMISSION-PERIOD-EXIT.
047190     EXIT.
047193 
047200*****************************************************************
047300* 7000-VERIFY-EXTRACT-TRAILER - A MISSING TRAILER MEANS THE
047400* EXTRACT STEP NEVER REACHED ITS CLEAN END; A TRAILER COUNT
052900     MOVE WS-SKIP-RATE-COUNT           TO PG-COUNT.
053000     WRITE PAYRPT-RECORD.
053100     MOVE SPACES TO PAYRPT-RECORD.
053107     MOVE 'DEDUCTION LINES WRITTEN'    TO PG-LABEL.
053114     MOVE WS-DEDUCT-LINE-COUNT         TO PG-COUNT.
053121     WRITE PAYRPT-RECORD.
053128     MOVE SPACES TO PAYRPT-RECORD.
053135     MOVE 'DEDUCTIONS CUT TO NET PAY'  TO PG-LABEL.
053142     MOVE WS-DED-LIMITED-COUNT         TO PG-COUNT.
053149     WRITE PAYRPT-RECORD.
053156     MOVE SPACES TO PAYRPT-RECORD.
053163     MOVE 'ELECTIONS NOT ON DEDREF'    TO PG-LABEL.
053170     MOVE WS-DED-UNKNOWN-COUNT         TO PG-COUNT.
053177     WRITE PAYRPT-RECORD.
053184     MOVE SPACES TO PAYRPT-RECORD.
053185     MOVE 'COMMISSIONS PAID'           TO PG-LABEL.
053186     MOVE WS-COMM-PAID-COUNT           TO PG-COUNT.
053187     WRITE PAYRPT-RECORD.
053188     MOVE SPACES TO PAYRPT-RECORD.
053189     MOVE 'COMMISSIONS NOT PAID'       TO PG-LABEL.
053190     MOVE WS-COMM-UNPAID-COUNT         TO PG-COUNT.
053191     WRITE PAYRPT-RECORD.
053192     MOVE SPACES TO PAYRPT-RECORD.
053200     MOVE 'TOTAL PERIOD GROSS'         TO PA-LABEL.
053300     MOVE WS-TOTAL-GROSS               TO PA-AMOUNT.
053400     WRITE PAYRPT-RECORD.
053401     MOVE SPACES TO PAYRPT-RECORD.
053402     MOVE 'COMMISSION IN GROSS'        TO PA-LABEL.
053403     MOVE WS-TOTAL-COMMISSION          TO PA-AMOUNT.
053404     WRITE PAYRPT-RECORD.
053405     MOVE SPACES TO PAYRPT-RECORD.
053406     MOVE 'COMMISSION NOT PAID'        TO PA-LABEL.
053407     MOVE WS-TOTAL-COMM-UNPAID         TO PA-AMOUNT.
053408     WRITE PAYRPT-RECORD.
053410     MOVE SPACES TO PAYRPT-RECORD.
053420     MOVE 'TOTAL DEDUCTIONS'           TO PA-LABEL.
053430     MOVE WS-TOTAL-DEDUCT              TO PA-AMOUNT.
053440     WRITE PAYRPT-RECORD.
053450     MOVE SPACES TO PAYRPT-RECORD.
053460     MOVE 'TOTAL NET PAY'              TO PA-LABEL.
053470     MOVE WS-TOTAL-NET                 TO PA-AMOUNT.
053480     WRITE PAYRPT-RECORD.
053500     DISPLAY 'PAYINTF - PAID ' WS-PAID-COUNT
053600             ' SKIPPED-STATUS ' WS-SKIP-STATUS-COUNT
053700             ' SKIPPED-RATE ' WS-SKIP-RATE-COUNT
053710             ' DEDUCTION LINES ' WS-DEDUCT-LINE-COUNT.
053800     MOVE 'WRITE PAYFILE'   TO AL-OPERATION.
053900     MOVE ZERO              TO AL-SQLCODE.
054000     MOVE WS-PAID-COUNT     TO AL-MESSAGE.
054800* AUDLOG.CPY. SEE THE COPYBOOK FOR DETAILS.
054900*****************************************************************
055000     COPY AUDLOG.
055010 
055020*****************************************************************
055030* LOAD-DED-TABLE / LOOK-UP-DED - SHARED DEDUCTION REFERENCE LOAD
055040* AND LOOKUP, COPIED FROM DEDLKP.CPY. SEE THE COPYBOOK FOR
055050* DETAILS.
055060*****************************************************************
055070     COPY DEDLKP.
055080 
055090*****************************************************************
055100* CHECK-INTERFACE-REGISTRY / RECORD-INTERFACE-REGISTRY - SHARED
055110* INTERFACE FILE REGISTRY CHECK AND RECORD, COPIED FROM
055120* IFRCHK.CPY. SEE THE COPYBOOK FOR DETAILS.
055130*****************************************************************
055140     COPY IFRCHK.
