000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HRCHGOUT.
000300 AUTHOR.        D BUDZOWSKI.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* MODIFICATION HISTORY
000900* DATE       INIT DESCRIPTION
001000* ---------- ---- ------------------------------------------
001100* 2026-10-15 DB   INITIAL VERSION - NIGHTLY OUTBOUND CHANGE FEED
001200*                 TO THE HR VENDOR. READS THE PERMANENT EMPHIST
001300*                 CHANGE HISTORY (HISTREC.CPY) AND SENDS EVERY
001400*                 CHANGE DATED ON THE BUSINESS DATE -- PARM
001500*                 YYYYMMDD, 00000000 OR NO PARM FOR THE RUN
001600*                 DATE -- TO THE HRCHGF FEED IN THE VENDOR'S
001700*                 120-BYTE FORMAT (HRCHG.CPY):
001800*                 HIRES WE MADE, TRANSFERS, PAY-GRADE, NAME AND
001900*                 START-DATE CHANGES, LEAVES, RETURNS,
002000*                 TERMINATIONS, OTHER STATUS CHANGES AND EMPARCH
002100*                 PURGES, ONE 'CH' RECORD PER FIELD THAT MOVED,
002200*                 BETWEEN AN 'HD' HEADER AND A 'TR' TRAILER. OUR
002300*                 EMPLOYEE ID GOES BACK AS THEIR NINE-DIGIT
002400*                 EMPLOYEE NUMBER. A HIRE THAT CAME IN ON THEIR
002500*                 OWN HRFEED (EH-SOURCE 'V') IS NOT SENT BACK --
002600*                 THEY ALREADY HAVE IT AND HAVE HAD THE HRRETN
002700*                 ACKNOWLEDGMENT FOR IT. THE FEED IS CHECKED
002800*                 AGAINST THE IFREGF INTERFACE REGISTRY
002900*                 (IFRCHK.CPY) BEFORE IT IS OPENED AND RECORDED
003000*                 WITH ITS COUNT AND EMPLOYEE-ID HASH WHEN
003100*                 COMPLETE.
003110* 2026-10-15 DB   SENDS EVERY EMPHIST RECORD APPENDED SINCE THE
003120*                 LAST FEED, BY THE HIGH-WATER MARK KEPT ON
003130*                 HRCHGMK (HCMKREC.CPY), INSTEAD OF THE RECORDS
003140*                 DATED ON THE BUSINESS DATE -- A CHANGE WRITTEN
003150*                 AFTER THE FEED RAN, OR STAMPED WITH AN EARLIER
003160*                 DATE, WAS NEVER SENT. A DEFAULTED BUSINESS DATE
003170*                 IS THE LATEST NIGHTLY CYCLE'S ON RUNCTLF.
003200*****************************************************************
003300 
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT EMPHIST-FILE ASSIGN TO EMPHIST
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-HIST-STATUS.
004000     SELECT HRCHGF-FILE ASSIGN TO HRCHGF
004100         ORGANIZATION IS SEQUENTIAL.
004110     SELECT HRCHGMK-FILE ASSIGN TO HRCHGMK
004120         ORGANIZATION IS SEQUENTIAL
004130         FILE STATUS IS WS-MARK-STATUS.
004140     SELECT RUNCTL-FILE ASSIGN TO RUNCTLF
004150         ORGANIZATION IS SEQUENTIAL
004160         FILE STATUS IS WS-RUNCTL-STATUS.
004200     SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-AUDIT-STATUS.
004500 
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  EMPHIST-FILE
004900     RECORDING MODE IS F
005000     RECORD CONTAINS 150 CHARACTERS
005100     LABEL RECORDS ARE STANDARD.
005200     COPY HISTREC.
005300 
005400 FD  HRCHGF-FILE
005500     RECORDING MODE IS F
005600     RECORD CONTAINS 120 CHARACTERS
005700     LABEL RECORDS ARE STANDARD.
005800     COPY HRCHG.
005900 
005907 FD  HRCHGMK-FILE
005914     RECORDING MODE IS F
005921     RECORD CONTAINS 80 CHARACTERS
005928     LABEL RECORDS ARE STANDARD.
005935     COPY HCMKREC.
005942 
005949 FD  RUNCTL-FILE
005956     RECORDING MODE IS F
005963     RECORD CONTAINS 80 CHARACTERS
005970     LABEL RECORDS ARE STANDARD.
005977     COPY CTLREC.
005984 
006000 FD  AUDIT-LOG-FILE
006100     RECORDING MODE IS F
006200     RECORD CONTAINS 80 CHARACTERS
006300     LABEL RECORDS ARE STANDARD.
006400     COPY AUDREC.
006500 
006600 WORKING-STORAGE SECTION.
006700 01  WS-HIST-STATUS               PIC X(02).
006800 01  WS-AUDIT-STATUS              PIC X(02).
006810 01  WS-MARK-STATUS               PIC X(02).
006820 01  WS-RUNCTL-STATUS             PIC X(02).
006900 
007000 01  WS-HIST-EOF-SW               PIC X(01)  VALUE 'N'.
007100     88  WS-HIST-EOF                         VALUE 'Y'.
007110 01  WS-RUNCTL-EOF-SW             PIC X(01)  VALUE 'N'.
007120     88  WS-RUNCTL-EOF                       VALUE 'Y'.
007200 01  WS-ABEND-SW                  PIC X(01)  VALUE 'N'.
007300     88  WS-ABEND-REQUESTED                  VALUE 'Y'.
007400 
007500 01  WS-READ-COUNT                PIC 9(07)  VALUE ZERO.
007600 01  WS-SELECTED-COUNT            PIC 9(07)  VALUE ZERO.
007700 01  WS-SENT-COUNT                PIC 9(07)  VALUE ZERO.
007800 01  WS-SENT-BEFORE               PIC 9(07)  VALUE ZERO.
007900 01  WS-VENDOR-SKIP-COUNT         PIC 9(07)  VALUE ZERO.
008000 01  WS-NO-CHANGE-COUNT           PIC 9(07)  VALUE ZERO.
008100 01  WS-EMPL-ID-HASH              PIC 9(15)  VALUE ZERO.
008200 
008300 01  WS-SYS-DATE                  PIC X(08).
008310 01  WS-SYS-TIME                  PIC X(08).
008400 01  WS-BUS-DATE                  PIC X(08).
008410 
008420*    THE HIGH-WATER MARK THIS RUN STARTS FROM: THE NUMBER OF
008430*    EMPHIST RECORDS EARLIER FEEDS HAVE COVERED. NO MARK YET (A
008440*    FIRST RUN) FALLS BACK TO THE RECORDS DATED ON THE BUSINESS
008450*    DATE.
008460 01  WS-MARK-LAST-RECORD          PIC 9(09)  VALUE ZERO.
008470 01  WS-MARK-FOUND-SW             PIC X(01)  VALUE 'N'.
008480     88  WS-MARK-FOUND                       VALUE 'Y'.
008500 
008600 01  WS-CHANGE-CODE               PIC X(02).
008700 01  WS-NAME-PTR                  PIC S9(04) COMP.
008800 
008900 01  WS-EMPL-ID-X                 PIC X(05).
009000 01  WS-EMPL-ID-N REDEFINES WS-EMPL-ID-X
009100                                  PIC 9(05).
009200 
009300*    THE EMPLOYEE AS THE FEED DESCRIBES THEM -- THE AFTER IMAGE,
009400*    OR FOR A PURGE THE BEFORE IMAGE. SAME SHAPE AS EITHER.
009500 01  WS-CURRENT-IMAGE.
009600     05  WS-CI-EMPL-ID            PIC X(05).
009700     05  WS-CI-EMPL-NAME          PIC X(15).
009800     05  WS-CI-EMPL-DEPT          PIC X(04).
009900     05  WS-CI-HIRE-DATE.
010000         10  WS-CI-HD-YYYY        PIC X(04).
010100         10  FILLER               PIC X(01).
010200         10  WS-CI-HD-MM          PIC X(02).
010300         10  FILLER               PIC X(01).
010400         10  WS-CI-HD-DD          PIC X(02).
010500     05  WS-CI-STATUS             PIC X(01).
010600     05  WS-CI-PAY-GRADE          PIC X(02).
010700 
010800     COPY IFRPARM.
010900 
011000 LINKAGE SECTION.
011100 01  LS-PARM.
011200     05  LS-PARM-LEN         PIC S9(04) COMP.
011300     05  LS-PARM-DATA.
011400         10  LS-PARM-BUS-DATE     PIC X(08).
011500 
011600 PROCEDURE DIVISION USING LS-PARM.
011700 
011800 0000-MAINLINE.
011900     OPEN EXTEND AUDIT-LOG-FILE.
012000     MOVE 'HRCHGOUT' TO AL-PROGRAM.
012100     PERFORM 1000-INITIALIZE
012200         THRU 1000-INITIALIZE-EXIT.
012300     IF WS-ABEND-REQUESTED
012400         GO TO 9999-END-OF-JOB
012500     END-IF.
012600     PERFORM 2000-READ-HISTORY
012700         THRU 2000-READ-HISTORY-EXIT
012800         UNTIL WS-HIST-EOF.
012900     CLOSE EMPHIST-FILE.
012906     IF WS-MARK-FOUND
012912             AND WS-READ-COUNT < WS-MARK-LAST-RECORD
012918         DISPLAY 'HRCHGOUT - EMPHIST HOLDS ' WS-READ-COUNT
012924                 ' RECORDS, FEWER THAN THE MARK '
012930                 WS-MARK-LAST-RECORD ', ABENDING'
012936         MOVE 'READ EMPHIST'      TO AL-OPERATION
012942         MOVE ZERO                TO AL-SQLCODE
012948         MOVE 'SHORTER THAN MARK' TO AL-MESSAGE
012954         MOVE 'S' TO AL-SEVERITY
012960         PERFORM WRITE-AUDIT-LOG
012966             THRU WRITE-AUDIT-LOG-EXIT
012972         MOVE 16 TO RETURN-CODE
012978         CLOSE HRCHGF-FILE
012984         GO TO 9999-END-OF-JOB
012990     END-IF.
013000     PERFORM 8000-FINALIZE
013100         THRU 8000-FINALIZE-EXIT.
013110     PERFORM 8100-WRITE-MARK
013120         THRU 8100-WRITE-MARK-EXIT.
013130     IF WS-ABEND-REQUESTED
013140         GO TO 9999-END-OF-JOB
013150     END-IF.
013200     MOVE WS-SENT-COUNT   TO WS-IF-RECORD-COUNT.
013300     MOVE ZERO            TO WS-IF-CONTROL-TOTAL.
013400     MOVE WS-EMPL-ID-HASH TO WS-IF-HASH-TOTAL.
013500     PERFORM RECORD-INTERFACE-REGISTRY
013600         THRU RECORD-INTERFACE-REGISTRY-EXIT.
013700 9999-END-OF-JOB.
013800     CLOSE AUDIT-LOG-FILE.
013900     STOP RUN.
014000 
014100*****************************************************************
014110* 1000-INITIALIZE - SETTLE THE BUSINESS DATE, PICK UP THE MARK,
014120* OPEN THE HISTORY, CHECK THE REGISTRY, AND START THE FEED WITH
014130* ITS HEADER. A PARM DATE THAT IS NOT EIGHT DIGITS, OR A MARK OR
014140* HISTORY THAT CANNOT BE READ, FAILS THE STEP BEFORE ANYTHING
014150* GOES OUT -- AN EMPTY FEED WOULD TELL THE VENDOR NOTHING
014160* CHANGED.
014700*****************************************************************
014800 1000-INITIALIZE.
014900     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
014910     ACCEPT WS-SYS-TIME FROM TIME.
015000     MOVE WS-SYS-DATE TO WS-BUS-DATE.
015100     IF LS-PARM-LEN > ZERO
015200             AND LS-PARM-BUS-DATE NOT = '00000000'
015300         IF LS-PARM-BUS-DATE NOT NUMERIC
015400             DISPLAY 'HRCHGOUT - PARM BUSINESS DATE '
015500                     LS-PARM-BUS-DATE ' NOT YYYYMMDD, ABENDING'
015600             MOVE 'PARM BUSINESS DATE'  TO AL-OPERATION
015700             MOVE ZERO                  TO AL-SQLCODE
015800             MOVE LS-PARM-BUS-DATE      TO AL-MESSAGE
015900             MOVE 'S' TO AL-SEVERITY
016000             PERFORM WRITE-AUDIT-LOG
016100                 THRU WRITE-AUDIT-LOG-EXIT
016200             MOVE 16 TO RETURN-CODE
016300             MOVE 'Y' TO WS-ABEND-SW
016400             GO TO 1000-INITIALIZE-EXIT
016500         END-IF
016600         MOVE LS-PARM-BUS-DATE TO WS-BUS-DATE
016607     END-IF.
016614     IF LS-PARM-LEN = ZERO
016621             OR LS-PARM-BUS-DATE = '00000000'
016628         PERFORM 1100-ADOPT-NIGHTLY-DATE
016635             THRU 1100-ADOPT-NIGHTLY-DATE-EXIT
016642         IF WS-ABEND-REQUESTED
016649             GO TO 1000-INITIALIZE-EXIT
016656         END-IF
016663     END-IF.
016670     PERFORM 1200-READ-MARK
016677         THRU 1200-READ-MARK-EXIT.
016684     IF WS-ABEND-REQUESTED
016691         GO TO 1000-INITIALIZE-EXIT
016700     END-IF.
016800     OPEN INPUT EMPHIST-FILE.
016900     IF WS-HIST-STATUS NOT = '00'
017000         DISPLAY 'HRCHGOUT - ERROR OPENING EMPHIST, STATUS '
017100                 WS-HIST-STATUS
017200         MOVE 'OPEN EMPHIST'      TO AL-OPERATION
017300         MOVE ZERO                TO AL-SQLCODE
017400         MOVE 'OPEN FAILED'       TO AL-MESSAGE
017500         MOVE 'S' TO AL-SEVERITY
017600         PERFORM WRITE-AUDIT-LOG
017700             THRU WRITE-AUDIT-LOG-EXIT
017800         MOVE 16 TO RETURN-CODE
017900         MOVE 'Y' TO WS-ABEND-SW
018000         GO TO 1000-INITIALIZE-EXIT
018100     END-IF.
018200     MOVE 'HRCHGOUT'          TO WS-IF-PROGRAM.
018300     MOVE 'HRCHGF'            TO WS-IF-INTERFACE.
018400     MOVE 'O'                 TO WS-IF-DIRECTION.
018500     MOVE 'D'                 TO WS-IF-MATCH-RULE.
018600     MOVE WS-BUS-DATE         TO WS-IF-BUS-DATE.
018700     MOVE ZERO                TO WS-IF-RECORD-COUNT.
018800     MOVE ZERO                TO WS-IF-CONTROL-TOTAL.
018900     MOVE ZERO                TO WS-IF-HASH-TOTAL.
019000     PERFORM CHECK-INTERFACE-REGISTRY
019100         THRU CHECK-INTERFACE-REGISTRY-EXIT.
019200     IF NOT WS-IF-OK
019300         CLOSE EMPHIST-FILE
019400         MOVE 'Y' TO WS-ABEND-SW
019500         GO TO 1000-INITIALIZE-EXIT
019600     END-IF.
019700     OPEN OUTPUT HRCHGF-FILE.
019800     MOVE SPACES TO HRCHG-HEADER.
019900     MOVE 'HD'        TO CF-H-RECORD-TYPE.
020000     MOVE WS-BUS-DATE TO CF-H-BUS-DATE.
020100     WRITE HRCHG-HEADER.
020200 1000-INITIALIZE-EXIT.
020300     EXIT.
020400 
020500*****************************************************************
020502* 1100-ADOPT-NIGHTLY-DATE - A DEFAULTED BUSINESS DATE IS THE ONE
020504* THE LATEST NIGHTLY 'B' ON RUNCTLF OPENED (RPTBURST'S RULE), SO
020506* A CYCLE THAT RUNS PAST MIDNIGHT STILL SENDS UNDER ITS OWN DATE.
020508* NO RUNCTLF (STATUS 35) OR NO 'B' ON IT LEAVES THE RUN DATE; A
020510* RUNCTLF THAT WILL NOT OPEN FAILS THE STEP. A RECORD WITH NO
020512* CYCLE IS NIGHTLY'S.
020514*****************************************************************
020516 1100-ADOPT-NIGHTLY-DATE.
020518     OPEN INPUT RUNCTL-FILE.
020520     EVALUATE WS-RUNCTL-STATUS
020522         WHEN '00'
020524             CONTINUE
020526         WHEN '35'
020528             GO TO 1100-ADOPT-NIGHTLY-DATE-EXIT
020530         WHEN OTHER
020532             DISPLAY 'HRCHGOUT - ERROR OPENING RUNCTLF, STATUS '
020534                     WS-RUNCTL-STATUS
020536             MOVE 'OPEN RUNCTLF'      TO AL-OPERATION
020538             MOVE ZERO                TO AL-SQLCODE
020540             MOVE 'OPEN FAILED'       TO AL-MESSAGE
020542             MOVE 'S' TO AL-SEVERITY
020544             PERFORM WRITE-AUDIT-LOG
020546                 THRU WRITE-AUDIT-LOG-EXIT
020548             MOVE 16 TO RETURN-CODE
020550             MOVE 'Y' TO WS-ABEND-SW
020552             GO TO 1100-ADOPT-NIGHTLY-DATE-EXIT
020554     END-EVALUATE.
020556     PERFORM 1110-SCAN-FOR-BEGIN
020558         THRU 1110-SCAN-FOR-BEGIN-EXIT
020560         UNTIL WS-RUNCTL-EOF.
020562     CLOSE RUNCTL-FILE.
020564 1100-ADOPT-NIGHTLY-DATE-EXIT.
020566     EXIT.
020568 
020570*****************************************************************
020572* 1110-SCAN-FOR-BEGIN - TAKE THE BUSINESS DATE OF EACH NIGHTLY
020574* 'B' RECORD READ; THE LAST ONE STANDING IS THE LATEST CYCLE'S.
020576*****************************************************************
020578 1110-SCAN-FOR-BEGIN.
020580     READ RUNCTL-FILE
020582         AT END
020584             MOVE 'Y' TO WS-RUNCTL-EOF-SW
020586             GO TO 1110-SCAN-FOR-BEGIN-EXIT
020588     END-READ.
020590     IF RC-FUNC-BEGIN
020592             AND (RC-CYCLE = SPACES OR RC-CYCLE = 'NIGHTLY')
020594         MOVE RC-BUS-DATE TO WS-BUS-DATE
020596     END-IF.
020598 1110-SCAN-FOR-BEGIN-EXIT.
020600     EXIT.
020602 
020604*****************************************************************
020606* 1200-READ-MARK - PICK UP THE HIGH-WATER MARK THE LAST FEED LEFT
020608* ON HRCHGMK. A DATASET THAT DOES NOT EXIST (STATUS 35) OR IS
020610* EMPTY MEANS NO FEED HAS RUN YET. ONE THAT WILL NOT OPEN OR READ,
020612* OR A MARK THAT IS NOT NUMERIC, FAILS THE STEP -- GUESSING WOULD
020614* RESEND THE WHOLE HISTORY OR SKIP CHANGES.
020616*****************************************************************
020618 1200-READ-MARK.
020620     OPEN INPUT HRCHGMK-FILE.
020622     IF WS-MARK-STATUS = '35'
020624         GO TO 1200-READ-MARK-EXIT
020626     END-IF.
020628     IF WS-MARK-STATUS NOT = '00'
020630         DISPLAY 'HRCHGOUT - ERROR OPENING HRCHGMK, STATUS '
020632                 WS-MARK-STATUS ', ABENDING'
020634         MOVE 'OPEN FAILED'       TO AL-MESSAGE
020636         GO TO 1290-MARK-UNREADABLE
020638     END-IF.
020640     READ HRCHGMK-FILE
020642         AT END
020644             CLOSE HRCHGMK-FILE
020646             DISPLAY 'HRCHGOUT - NO MARK ON HRCHGMK, SENDING '
020648                     'THE CHANGES DATED ' WS-BUS-DATE
020650             GO TO 1200-READ-MARK-EXIT
020652     END-READ.
020654     CLOSE HRCHGMK-FILE.
020656     IF WS-MARK-STATUS NOT = '00'
020658         DISPLAY 'HRCHGOUT - ERROR READING HRCHGMK, STATUS '
020660                 WS-MARK-STATUS ', ABENDING'
020662         MOVE 'READ FAILED'       TO AL-MESSAGE
020664         GO TO 1290-MARK-UNREADABLE
020666     END-IF.
020668     IF HM-LAST-RECORD NOT NUMERIC
020670         DISPLAY 'HRCHGOUT - HRCHGMK MARK ' HM-LAST-RECORD
020672                 ' NOT NUMERIC, ABENDING'
020674         MOVE 'MARK NOT NUMERIC'  TO AL-MESSAGE
020676         GO TO 1290-MARK-UNREADABLE
020678     END-IF.
020680     MOVE HM-LAST-RECORD TO WS-MARK-LAST-RECORD.
020682     MOVE 'Y' TO WS-MARK-FOUND-SW.
020684     DISPLAY 'HRCHGOUT - SENDING EMPHIST RECORDS AFTER '
020686             WS-MARK-LAST-RECORD ', THE MARK LEFT BY THE '
020688             HM-BUS-DATE ' FEED'.
020690     GO TO 1200-READ-MARK-EXIT.
020692 1290-MARK-UNREADABLE.
020694     MOVE 'READ HRCHGMK'      TO AL-OPERATION.
020696     MOVE ZERO                TO AL-SQLCODE.
020698     MOVE 'S' TO AL-SEVERITY.
020700     PERFORM WRITE-AUDIT-LOG
020702         THRU WRITE-AUDIT-LOG-EXIT.
020704     MOVE 16 TO RETURN-CODE.
020706     MOVE 'Y' TO WS-ABEND-SW.
020708 1200-READ-MARK-EXIT.
020710     EXIT.
020712 
020714*****************************************************************
020716* 2000-READ-HISTORY - READ ONE EMPHIST RECORD AND, WHEN IT IS
020718* PAST THE MARK (OR, WITH NO MARK YET, DATED ON THE BUSINESS
020720* DATE), SEND IT. A HIRE OFF THE VENDOR'S
020800* OWN FEED IS COUNTED AND SKIPPED. TERMINATE, LEAVE, RETURN AND
020900* PURGE EACH MAP TO ONE CHANGE CODE; ANY OTHER ACTION (A FIELD
021000* CHANGE OR A BARE STATUS CHANGE) IS SPLIT FIELD BY FIELD.
021100*****************************************************************
021200 2000-READ-HISTORY.
021300     READ EMPHIST-FILE
021400         AT END
021500             MOVE 'Y' TO WS-HIST-EOF-SW
021600             GO TO 2000-READ-HISTORY-EXIT
021700     END-READ.
021800     ADD 1 TO WS-READ-COUNT.
021810     IF WS-MARK-FOUND
021820         IF WS-READ-COUNT NOT > WS-MARK-LAST-RECORD
021830             GO TO 2000-READ-HISTORY-EXIT
021840         END-IF
021850     ELSE
021860         IF EH-CHANGE-DATE NOT = WS-BUS-DATE
021870             GO TO 2000-READ-HISTORY-EXIT
021880         END-IF
022100     END-IF.
022200     ADD 1 TO WS-SELECTED-COUNT.
022300     IF EH-ACTION-PURGE
022400         MOVE EH-BEFORE-IMAGE TO WS-CURRENT-IMAGE
022500     ELSE
022600         MOVE EH-AFTER-IMAGE  TO WS-CURRENT-IMAGE
022700     END-IF.
022800     EVALUATE TRUE
022900         WHEN EH-ACTION-INSERT
023000             IF EH-SOURCE-HR-VENDOR
023100                 ADD 1 TO WS-VENDOR-SKIP-COUNT
023200                 GO TO 2000-READ-HISTORY-EXIT
023300             END-IF
023400             MOVE 'HI' TO WS-CHANGE-CODE
023500             PERFORM 3000-WRITE-CHANGE
023600                 THRU 3000-WRITE-CHANGE-EXIT
023700         WHEN EH-ACTION-TERMINATE
023800             MOVE 'TM' TO WS-CHANGE-CODE
023900             PERFORM 3000-WRITE-CHANGE
024000                 THRU 3000-WRITE-CHANGE-EXIT
024100         WHEN EH-ACTION-LEAVE
024200             MOVE 'LV' TO WS-CHANGE-CODE
024300             PERFORM 3000-WRITE-CHANGE
024400                 THRU 3000-WRITE-CHANGE-EXIT
024500         WHEN EH-ACTION-RETURN
024600             MOVE 'RL' TO WS-CHANGE-CODE
024700             PERFORM 3000-WRITE-CHANGE
024800                 THRU 3000-WRITE-CHANGE-EXIT
024900         WHEN EH-ACTION-PURGE
025000             MOVE 'PU' TO WS-CHANGE-CODE
025100             PERFORM 3000-WRITE-CHANGE
025200                 THRU 3000-WRITE-CHANGE-EXIT
025300         WHEN OTHER
025400             PERFORM 2100-SPLIT-FIELD-CHANGES
025500                 THRU 2100-SPLIT-FIELD-CHANGES-EXIT
025600     END-EVALUATE.
025700 2000-READ-HISTORY-EXIT.
025800     EXIT.
025900 
026000*****************************************************************
026100* 2100-SPLIT-FIELD-CHANGES - COMPARE THE BEFORE AND AFTER IMAGES
026200* AND SEND ONE CHANGE PER FIELD THAT DIFFERS, SO A TRANSFER WITH
026300* A REGRADE GOES AS AN 'XF' AND A 'PG'. A STATUS MOVE IS CODED
026400* BY WHERE IT LANDS: 'T' TERMINATION, 'L' LEAVE, 'A' A RETURN
026500* WHEN IT CAME FROM 'L' AND A REACTIVATION OTHERWISE. TWO
026600* IDENTICAL IMAGES (A RE-FLAGGED STATUS, SAY) SEND NOTHING AND
026700* ARE COUNTED.
026800*****************************************************************
026900 2100-SPLIT-FIELD-CHANGES.
027000     MOVE WS-SENT-COUNT TO WS-SENT-BEFORE.
027100     IF EH-B-EMPL-NAME NOT = EH-A-EMPL-NAME
027200         MOVE 'NC' TO WS-CHANGE-CODE
027300         PERFORM 3000-WRITE-CHANGE
027400             THRU 3000-WRITE-CHANGE-EXIT
027500     END-IF.
027600     IF EH-B-EMPL-DEPT NOT = EH-A-EMPL-DEPT
027700         MOVE 'XF' TO WS-CHANGE-CODE
027800         PERFORM 3000-WRITE-CHANGE
027900             THRU 3000-WRITE-CHANGE-EXIT
028000     END-IF.
028100     IF EH-B-HIRE-DATE NOT = EH-A-HIRE-DATE
028200         MOVE 'SD' TO WS-CHANGE-CODE
028300         PERFORM 3000-WRITE-CHANGE
028400             THRU 3000-WRITE-CHANGE-EXIT
028500     END-IF.
028600     IF EH-B-PAY-GRADE NOT = EH-A-PAY-GRADE
028700         MOVE 'PG' TO WS-CHANGE-CODE
028800         PERFORM 3000-WRITE-CHANGE
028900             THRU 3000-WRITE-CHANGE-EXIT
029000     END-IF.
029100     IF EH-B-STATUS NOT = EH-A-STATUS
029200         EVALUATE TRUE
029300             WHEN EH-A-STATUS = 'T'
029400                 MOVE 'TM' TO WS-CHANGE-CODE
029500             WHEN EH-A-STATUS = 'L'
029600                 MOVE 'LV' TO WS-CHANGE-CODE
029700             WHEN EH-A-STATUS = 'A' AND EH-B-STATUS = 'L'
029800                 MOVE 'RL' TO WS-CHANGE-CODE
029900             WHEN EH-A-STATUS = 'A'
030000                 MOVE 'RA' TO WS-CHANGE-CODE
030100             WHEN OTHER
030200                 MOVE 'ST' TO WS-CHANGE-CODE
030300         END-EVALUATE
030400         PERFORM 3000-WRITE-CHANGE
030500             THRU 3000-WRITE-CHANGE-EXIT
030600     END-IF.
030700     IF WS-SENT-COUNT = WS-SENT-BEFORE
030800         ADD 1 TO WS-NO-CHANGE-COUNT
030900     END-IF.
031000 2100-SPLIT-FIELD-CHANGES-EXIT.
031100     EXIT.
031200 
031300*****************************************************************
031400* 3000-WRITE-CHANGE - BUILD AND WRITE ONE 'CH' RECORD FOR
031500* WS-CHANGE-CODE FROM WS-CURRENT-IMAGE, TRANSLATED TO THE
031600* VENDOR'S FORMAT: NINE-DIGIT EMPLOYEE NUMBER, LAST/FIRST NAME,
031700* SIX-BYTE DEPARTMENT, MMDDYYYY DATES. THE PRIOR DEPARTMENT AND
031800* GRADE COME FROM THE BEFORE IMAGE WHEN THERE IS ONE.
031900*****************************************************************
032000 3000-WRITE-CHANGE.
032100     MOVE SPACES TO HRCHG-HEADER.
032200     MOVE 'CH'                 TO CF-RECORD-TYPE.
032300     MOVE '0000'               TO CF-EN-PREFIX.
032400     MOVE WS-CI-EMPL-ID        TO CF-EN-EMPL-ID.
032500     MOVE WS-CHANGE-CODE       TO CF-CHANGE-CODE.
032600     MOVE EH-CHANGE-DATE (5:2) TO CF-ED-MM.
032700     MOVE EH-CHANGE-DATE (7:2) TO CF-ED-DD.
032800     MOVE EH-CHANGE-DATE (1:4) TO CF-ED-YYYY.
032900     PERFORM 3100-SPLIT-NAME
033000         THRU 3100-SPLIT-NAME-EXIT.
033100     MOVE WS-CI-EMPL-DEPT      TO CF-DEPT-CODE.
033200     IF WS-CI-HIRE-DATE NOT = SPACES
033300         MOVE WS-CI-HD-MM      TO CF-SD-MM
033400         MOVE WS-CI-HD-DD      TO CF-SD-DD
033500         MOVE WS-CI-HD-YYYY    TO CF-SD-YYYY
033600     END-IF.
033700     MOVE WS-CI-PAY-GRADE      TO CF-PAY-GRADE.
033800     MOVE WS-CI-STATUS         TO CF-STATUS.
033900     MOVE EH-SEP-REASON        TO CF-SEP-REASON.
034000     IF EH-BEFORE-IMAGE NOT = SPACES
034100         MOVE EH-B-EMPL-DEPT   TO CF-PRIOR-DEPT-CODE
034200         MOVE EH-B-PAY-GRADE   TO CF-PRIOR-PAY-GRADE
034300     END-IF.
034400     WRITE HRCHG-HEADER.
034500     ADD 1 TO WS-SENT-COUNT.
034600     MOVE WS-CI-EMPL-ID TO WS-EMPL-ID-X.
034700     IF WS-EMPL-ID-X NUMERIC
034800         ADD WS-EMPL-ID-N TO WS-EMPL-ID-HASH
034900     END-IF.
035000 3000-WRITE-CHANGE-EXIT.
035100     EXIT.
035200 
035300*****************************************************************
035400* 3100-SPLIT-NAME - SPLIT OUR FIRST-SPACE-LAST NAME BACK INTO
035500* THE VENDOR'S LAST/FIRST FIELDS AT THE FIRST SPACE, THE REVERSE
035600* OF HRTRANS' 3100-BUILD-NAME. A ONE-WORD NAME GOES OUT AS THE
035700* LAST NAME WITH THE FIRST NAME BLANK.
035800*****************************************************************
035900 3100-SPLIT-NAME.
036000     MOVE 1 TO WS-NAME-PTR.
036100     UNSTRING WS-CI-EMPL-NAME DELIMITED BY ALL SPACE
036200         INTO CF-FIRST-NAME
036300         WITH POINTER WS-NAME-PTR.
036400     IF WS-NAME-PTR > 15
036500         MOVE SPACES          TO CF-FIRST-NAME
036600         MOVE WS-CI-EMPL-NAME TO CF-LAST-NAME
036700         GO TO 3100-SPLIT-NAME-EXIT
036800     END-IF.
036900     MOVE WS-CI-EMPL-NAME (WS-NAME-PTR:) TO CF-LAST-NAME.
037000 3100-SPLIT-NAME-EXIT.
037100     EXIT.
037200 
037300*****************************************************************
037400* 8000-FINALIZE - CLOSE THE FEED WITH ITS TRAILER AND RECORD THE
037500* TRANSMISSION ON SYSOUT AND THE AUDIT TRAIL.
037600*****************************************************************
037700 8000-FINALIZE.
037800     MOVE SPACES TO HRCHG-HEADER.
037900     MOVE 'TR'          TO CF-T-RECORD-TYPE.
038000     MOVE WS-SENT-COUNT TO CF-T-CHANGE-COUNT.
038100     WRITE HRCHG-HEADER.
038200     CLOSE HRCHGF-FILE.
038300     DISPLAY 'HRCHGOUT - BUSINESS DATE ' WS-BUS-DATE ', '
038400             WS-READ-COUNT ' HISTORY RECORDS READ, '
038410             WS-SELECTED-COUNT ' NEW SINCE THE LAST FEED'.
038600     DISPLAY 'HRCHGOUT - ' WS-SENT-COUNT ' CHANGES SENT, '
038700             WS-VENDOR-SKIP-COUNT ' VENDOR HIRES SKIPPED, '
038800             WS-NO-CHANGE-COUNT ' WITH NOTHING CHANGED'.
038900     MOVE 'WRITE HR CHANGE FEED' TO AL-OPERATION.
039000     MOVE ZERO                   TO AL-SQLCODE.
039100     MOVE WS-SENT-COUNT          TO AL-MESSAGE.
039200     PERFORM WRITE-AUDIT-LOG
039300         THRU WRITE-AUDIT-LOG-EXIT.
039400 8000-FINALIZE-EXIT.
039402     EXIT.
039404 
039406*****************************************************************
039408* 8100-WRITE-MARK - REWRITE HRCHGMK WITH THE NUMBER OF EMPHIST
039410* RECORDS THIS FEED COVERED, SO THE NEXT ONE STARTS AFTER THEM.
039412* IT IS WRITTEN BEFORE THE REGISTRY ENTRY: A MARK THAT CANNOT BE
039414* WRITTEN FAILS THE STEP WITH NOTHING RECORDED, AND THE RERUN
039416* SENDS THE SAME CHANGES (AND ANY SINCE) FROM THE OLD MARK.
039418*****************************************************************
039420 8100-WRITE-MARK.
039422     OPEN OUTPUT HRCHGMK-FILE.
039424     IF WS-MARK-STATUS NOT = '00'
039426         DISPLAY 'HRCHGOUT - ERROR OPENING HRCHGMK FOR OUTPUT, '
039428                 'STATUS ' WS-MARK-STATUS ', ABENDING'
039430         MOVE 'OPEN FAILED'       TO AL-MESSAGE
039432         GO TO 8190-MARK-NOT-WRITTEN
039434     END-IF.
039436     MOVE SPACES          TO HRCHGMK-RECORD.
039438     MOVE WS-READ-COUNT   TO HM-LAST-RECORD.
039440     MOVE WS-BUS-DATE     TO HM-BUS-DATE.
039442     MOVE WS-SENT-COUNT   TO HM-SENT-COUNT.
039444     MOVE WS-SYS-DATE     TO HM-RUN-DATE.
039446     MOVE WS-SYS-TIME (1:6) TO HM-RUN-TIME.
039448     WRITE HRCHGMK-RECORD.
039450     IF WS-MARK-STATUS NOT = '00'
039452         CLOSE HRCHGMK-FILE
039454         DISPLAY 'HRCHGOUT - ERROR WRITING HRCHGMK, STATUS '
039456                 WS-MARK-STATUS ', ABENDING'
039458         MOVE 'WRITE FAILED'      TO AL-MESSAGE
039460         GO TO 8190-MARK-NOT-WRITTEN
039462     END-IF.
039464     CLOSE HRCHGMK-FILE.
039466     GO TO 8100-WRITE-MARK-EXIT.
039468 8190-MARK-NOT-WRITTEN.
039470     MOVE 'WRITE HRCHGMK'     TO AL-OPERATION.
039472     MOVE ZERO                TO AL-SQLCODE.
039474     MOVE 'S' TO AL-SEVERITY.
039476     PERFORM WRITE-AUDIT-LOG
039478         THRU WRITE-AUDIT-LOG-EXIT.
039480     MOVE 16 TO RETURN-CODE.
039482     MOVE 'Y' TO WS-ABEND-SW.
039484 8100-WRITE-MARK-EXIT.
039500     EXIT.
039600 
039700*****************************************************************
039800* WRITE-AUDIT-LOG - SHARED AUDIT LOG WRITE, COPIED FROM
039900* AUDLOG.CPY. SEE THE COPYBOOK FOR DETAILS.
040000*****************************************************************
040100     COPY AUDLOG.
040200 
040300*****************************************************************
040400* CHECK-INTERFACE-REGISTRY / RECORD-INTERFACE-REGISTRY - SHARED
040500* INTERFACE FILE REGISTRY CHECK AND RECORD, COPIED FROM
040600* IFRCHK.CPY. SEE THE COPYBOOK FOR DETAILS.
040700*****************************************************************
040800     COPY IFRCHK.
