002700*                 RC 16 BEFORE ANY EDITED FILE IS WRITTEN;
002800*                 NOBODY INTENDED THAT COMBINATION AND NO SORT
002900*                 ORDER MAKES IT RIGHT.
002902* 2026-10-15 DB   FUTURE-DATED MAINTENANCE. A TRANSACTION WHOSE
002904*                 NEW TR-EFFECTIVE-DATE FALLS AFTER THE RUN DATE
002906*                 IS NOT PASSED TO EMPBATCH: IT IS PARKED ON THE
002908*                 EMPFUTR PENDING GENERATION (FUTREC.CPY). EACH
002910*                 RUN READS THE CURRENT PENDING GENERATION
002912*                 FIRST; ON A BUSCAL BUSINESS DAY (CALREC.CPY)
002914*                 EVERY ITEM WHOSE EFFECTIVE DATE HAS ARRIVED IS
002916*                 RELEASED INTO TONIGHT'S TABLE AHEAD OF THE NEW
002918*                 FILE, SO IT IS SEQUENCED AND CONFLICT-CHECKED
002920*                 WITH EVERYTHING ELSE; THE REST CARRY FORWARD TO
002922*                 THE NEW GENERATION THE JCL ROLLS ONLY WHEN THE
002924*                 APPLY ENDS CLEAN (THE EMPSUSP PATTERN). A
002926*                 NON-BUSINESS DAY RELEASES NOTHING, SO A CHANGE
002928*                 EFFECTIVE ON A WEEKEND OR HOLIDAY GOES IN ON
002930*                 THE NEXT BUSINESS DAY. AN UNREADABLE CALENDAR
002932*                 FAILS THE STEP. THE NEW FUTRPT LISTING SHOWS
002934*                 WHAT WAS RELEASED TONIGHT, WHAT IS STILL
002936*                 PENDING, AND WHAT WAS NEWLY PARKED. A BADLY
002938*                 FORMED EFFECTIVE DATE IS NOT PARKED -- IT GOES
002940*                 THROUGH FOR EMPBATCH TO REJECT AS REASON 12.
002942* 2026-10-15 DB   THE NEW 'E' DEDUCTION ELECTION SEQUENCES AFTER
002944*                 R AND AHEAD OF D (I, C, L, R, E, D), SO A NEW
002946*                 HIRE'S ELECTIONS FOLLOW THE INSERT AND A STOP
002948*                 KEYED WITH A TERMINATION STILL APPLIES.
002950* 2026-10-15 DB   THE NEW 'U' LEAVE-TAKEN TRANSACTION SEQUENCES
002952*                 AFTER E AND AHEAD OF D (I, C, L, R, E, U, D), SO
002954*                 HOURS KEYED WITH A TERMINATION ARE POSTED BEFORE
002956*                 THE UNUSED BALANCE IS REPORTED FOR FINAL PAY.
002958* 2026-10-15 DB   THE NEW 'S' SUPERVISOR TRANSACTION SEQUENCES
002960*                 AFTER U AND AHEAD OF D (I, C, L, R, E, U, S, D),
002962*                 SO A NEW HIRE'S SUPERVISOR FOLLOWS THE INSERT
002964*                 AND A REMOVAL KEYED WITH A TERMINATION STILL
002966*                 APPLIES.
003000*****************************************************************
003100
003200 ENVIRONMENT DIVISION.
004200     SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-AUDIT-STATUS.
004409     SELECT EMPFUTI-FILE ASSIGN TO EMPFUTI
004418         ORGANIZATION IS SEQUENTIAL
004427         FILE STATUS IS WS-FUTI-STATUS.
004436     SELECT EMPFUTO-FILE ASSIGN TO EMPFUTO
004445         ORGANIZATION IS SEQUENTIAL.
004454     SELECT FUTRPT-FILE ASSIGN TO FUTRPT
004463         ORGANIZATION IS SEQUENTIAL.
004472     SELECT BUSCAL-FILE ASSIGN TO BUSCAL
004481         ORGANIZATION IS SEQUENTIAL
004490         FILE STATUS IS WS-CAL-STATUS.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
006900     LABEL RECORDS ARE STANDARD.
007000     COPY AUDREC.
007100
007104 FD  EMPFUTI-FILE
007108     RECORDING MODE IS F
007112     RECORD CONTAINS 100 CHARACTERS
007116     LABEL RECORDS ARE STANDARD.
007120     COPY FUTREC.
007124
007128 FD  EMPFUTO-FILE
007132     RECORDING MODE IS F
007136     RECORD CONTAINS 100 CHARACTERS
007140     LABEL RECORDS ARE STANDARD.
007144 01  EMPFUTO-RECORD          PIC X(100).
007148
007152 FD  FUTRPT-FILE
007156     RECORDING MODE IS F
007160     RECORD CONTAINS 132 CHARACTERS
007164     LABEL RECORDS ARE STANDARD.
007168     COPY FUTRPT.
007172
007176 FD  BUSCAL-FILE
007180     RECORDING MODE IS F
007184     RECORD CONTAINS 80 CHARACTERS
007188     LABEL RECORDS ARE STANDARD.
007192     COPY CALREC.
007196
007200 WORKING-STORAGE SECTION.
007300 01  WS-TRANI-STATUS              PIC X(02).
007400 01  WS-AUDIT-STATUS              PIC X(02).
007900     88  WS-ABEND-REQUESTED                  VALUE 'Y'.
008000 01  WS-SWAPPED-SW                PIC X(01)  VALUE 'N'.
008100     88  WS-SWAPPED                          VALUE 'Y'.
008103 01  WS-FUTI-STATUS               PIC X(02).
008106 01  WS-CAL-STATUS                PIC X(02).
008109 01  WS-FUT-EOF-SW                PIC X(01)  VALUE 'N'.
008112     88  WS-FUT-EOF                          VALUE 'Y'.
008115 01  WS-FUTI-OPEN-SW              PIC X(01)  VALUE 'N'.
008118     88  WS-FUTI-OPEN                        VALUE 'Y'.
008121 01  WS-FUTO-OPEN-SW              PIC X(01)  VALUE 'N'.
008124     88  WS-FUTO-OPEN                        VALUE 'Y'.
008127 01  WS-CAL-EOF-SW                PIC X(01)  VALUE 'N'.
008130     88  WS-CAL-EOF                          VALUE 'Y'.
008133 01  WS-CAL-FOUND-SW              PIC X(01)  VALUE 'N'.
008136     88  WS-CAL-FOUND                        VALUE 'Y'.
008139 01  WS-BUSINESS-DAY-SW           PIC X(01)  VALUE 'N'.
008142     88  WS-BUSINESS-DAY                     VALUE 'Y'.
008145 01  WS-FUTURE-SW                 PIC X(01)  VALUE 'N'.
008148     88  WS-FUTURE-DATED                     VALUE 'Y'.
008151
008154 01  WS-READ-COUNT                PIC 9(05)  VALUE ZERO.
008157 01  WS-PARKED-COUNT              PIC 9(05)  VALUE ZERO.
008160 01  WS-RELEASED-COUNT            PIC 9(05)  VALUE ZERO.
008163 01  WS-PENDING-COUNT             PIC 9(05)  VALUE ZERO.
008166 01  WS-FUT-STATUS                PIC X(10)  VALUE SPACES.
008169
008172*    THE TRANSACTION BEING ADDED TO THE TABLE OR PARKED -- A RAW
008175*    EMPTRAN RECORD OR A RELEASED PENDING ONE, SO BOTH PATHS
008178*    SHARE ONE SET OF PARAGRAPHS.
008181     COPY EMPTRAN REPLACING EMPTRAN-RECORD BY WS-ADD-TRAN
008184                            LEADING ==TR-== BY ==WS-AT-==.
008187
008190*    THE PENDING RECORD BEING CARRIED FORWARD OR NEWLY PARKED.
008193     COPY FUTREC REPLACING EMPFUT-RECORD BY WS-FUT-OUT
008196                           LEADING ==FT-== BY ==WS-FO-==.
008200
008300 01  WS-TRAN-COUNT                PIC 9(05)  VALUE ZERO.
008400 01  WS-TRAN-CAPACITY             PIC 9(05)  VALUE 10000.
012500     05  FILLER                   PIC X(01)  VALUE '/'.
012600     05  WS-RD-YYYY               PIC 9(04).
012700
012705*    THE RUN DATE IN THE EMPTRAN DATE SHAPE (YYYY-MM-DD), SO AN
012710*    EFFECTIVE DATE COMPARES AGAINST IT DIRECTLY.
012715 01  WS-RUN-DATE-ISO.
012720     05  WS-RI-YYYY               PIC 9(04).
012725     05  FILLER                   PIC X(01)  VALUE '-'.
012730     05  WS-RI-MM                 PIC 9(02).
012735     05  FILLER                   PIC X(01)  VALUE '-'.
012740     05  WS-RI-DD                 PIC 9(02).
012745
012750 01  WS-PARKED-DATE-EDIT.
012755     05  WS-PD-YYYY               PIC X(04).
012760     05  FILLER                   PIC X(01)  VALUE '-'.
012765     05  WS-PD-MM                 PIC X(02).
012770     05  FILLER                   PIC X(01)  VALUE '-'.
012775     05  WS-PD-DD                 PIC X(02).
012780
012800 PROCEDURE DIVISION.
012900
013000 0000-MAINLINE.
013200     MOVE 'TRANEDIT' TO AL-PROGRAM.
013300     PERFORM 1000-INITIALIZE
013400         THRU 1000-INITIALIZE-EXIT.
013410     IF WS-ABEND-REQUESTED
013420         GO TO 9999-END-OF-JOB
013430     END-IF.
013440     PERFORM 1500-RELEASE-FUTURE
013450         THRU 1500-RELEASE-FUTURE-EXIT
013460         UNTIL WS-FUT-EOF OR WS-ABEND-REQUESTED.
013470     IF WS-FUTI-OPEN
013480         CLOSE EMPFUTI-FILE
013490     END-IF.
013500     IF WS-ABEND-REQUESTED
013600         GO TO 9999-END-OF-JOB
013700     END-IF.
015600     PERFORM 8000-FINALIZE
015700         THRU 8000-FINALIZE-EXIT.
015800 9999-END-OF-JOB.
015810     IF WS-FUTO-OPEN
015820         CLOSE EMPFUTO-FILE
015830     END-IF.
015840     CLOSE FUTRPT-FILE.
015900     CLOSE TEDRPT-FILE.
016000     CLOSE AUDIT-LOG-FILE.
016100     STOP RUN.
016300*****************************************************************
016400* 1000-INITIALIZE - OPEN THE FILES AND PRINT THE REPORT TITLE
016500* AND COLUMN HEADINGS. A TRANSACTION FILE THAT CANNOT BE OPENED
016600* FAILS THE STEP. THEN CHECK THE RUN DATE AGAINST BUSCAL AND
016610* OPEN THE FUTURE-DATED PENDING FILES.
016700*****************************************************************
016800 1000-INITIALIZE.
016900     OPEN OUTPUT TEDRPT-FILE.
016910     OPEN OUTPUT FUTRPT-FILE.
017000     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
017100     MOVE WS-SYS-MM   TO WS-RD-MM.
017200     MOVE WS-SYS-DD   TO WS-RD-DD.
017300     MOVE WS-SYS-YYYY TO WS-RD-YYYY.
017310     MOVE WS-SYS-MM   TO WS-RI-MM.
017320     MOVE WS-SYS-DD   TO WS-RI-DD.
017330     MOVE WS-SYS-YYYY TO WS-RI-YYYY.
017400     MOVE SPACES TO TEDRPT-RECORD.
017500     MOVE 'EMPTRAN EDIT AND SEQUENCING REPORT'
017600                           TO ET-TITLE-TEXT.
019700             THRU WRITE-AUDIT-LOG-EXIT
019800         MOVE 16 TO RETURN-CODE
019900         MOVE 'Y' TO WS-ABEND-SW
019910         GO TO 1000-INITIALIZE-EXIT
020000     END-IF.
020010     PERFORM 1100-CHECK-BUSINESS-DAY
020020         THRU 1100-CHECK-BUSINESS-DAY-EXIT.
020030     IF WS-ABEND-REQUESTED
020040         GO TO 1000-INITIALIZE-EXIT
020050     END-IF.
020060     PERFORM 1200-OPEN-FUTURE
020070         THRU 1200-OPEN-FUTURE-EXIT.
020100 1000-INITIALIZE-EXIT.
020200     EXIT.
020300
020400*****************************************************************
020402* 1100-CHECK-BUSINESS-DAY - LOOK THE RUN DATE UP ON THE BUSCAL
020404* CALENDAR. ONLY A BUSINESS DAY RELEASES PENDING FUTURE-DATED
020406* TRANSACTIONS. A DATE THE CALENDAR DOES NOT CARRY RELEASES
020408* NOTHING AND WARNS (OPERATIONS HAS NOT LOADED THE YEAR); AN
020410* UNREADABLE CALENDAR FAILS THE STEP, THE SAME FAIL-CLOSED RULE
020412* AS RUNCTL.
020414*****************************************************************
020416 1100-CHECK-BUSINESS-DAY.
020418     MOVE 'N' TO WS-BUSINESS-DAY-SW.
020420     MOVE 'N' TO WS-CAL-FOUND-SW.
020422     MOVE 'N' TO WS-CAL-EOF-SW.
020424     OPEN INPUT BUSCAL-FILE.
020426     IF WS-CAL-STATUS NOT = '00'
020428         DISPLAY 'TRANEDIT - BUSCAL CALENDAR UNREADABLE, STATUS '
020430                 WS-CAL-STATUS
020432         MOVE 'OPEN BUSCAL'       TO AL-OPERATION
020434         MOVE ZERO                TO AL-SQLCODE
020436         MOVE 'OPEN FAILED'       TO AL-MESSAGE
020438         MOVE 'S' TO AL-SEVERITY
020440         PERFORM WRITE-AUDIT-LOG
020442             THRU WRITE-AUDIT-LOG-EXIT
020444         MOVE 16 TO RETURN-CODE
020446         MOVE 'Y' TO WS-ABEND-SW
020448         GO TO 1100-CHECK-BUSINESS-DAY-EXIT
020450     END-IF.
020452     PERFORM 1110-MATCH-CAL-RECORD
020454         THRU 1110-MATCH-CAL-RECORD-EXIT
020456         UNTIL WS-CAL-EOF OR WS-CAL-FOUND.
020458     CLOSE BUSCAL-FILE.
020460     IF NOT WS-CAL-FOUND
020462         DISPLAY 'TRANEDIT - RUN DATE ' WS-SYS-DATE
020464                 ' NOT ON THE BUSCAL CALENDAR, NOTHING RELEASED'
020466         MOVE 'CHECK BUSCAL'      TO AL-OPERATION
020468         MOVE ZERO                TO AL-SQLCODE
020470         MOVE 'DATE NOT ON CALENDAR' TO AL-MESSAGE
020472         MOVE 'W' TO AL-SEVERITY
020474         PERFORM WRITE-AUDIT-LOG
020476             THRU WRITE-AUDIT-LOG-EXIT
020478     END-IF.
020480 1100-CHECK-BUSINESS-DAY-EXIT.
020482     EXIT.
020484
020486*****************************************************************
020488* 1110-MATCH-CAL-RECORD - COMPARE ONE CALENDAR RECORD AGAINST
020490* THE RUN DATE.
020492*****************************************************************
020494 1110-MATCH-CAL-RECORD.
020496     READ BUSCAL-FILE
020498         AT END
020500             MOVE 'Y' TO WS-CAL-EOF-SW
020502             GO TO 1110-MATCH-CAL-RECORD-EXIT
020504     END-READ.
020506     IF CL-DATE = WS-SYS-DATE
020508         MOVE 'Y' TO WS-CAL-FOUND-SW
020510         IF CL-BUSINESS-DAY
020512             MOVE 'Y' TO WS-BUSINESS-DAY-SW
020514         END-IF
020516     END-IF.
020518 1110-MATCH-CAL-RECORD-EXIT.
020520     EXIT.
020522
020524*****************************************************************
020526* 1200-OPEN-FUTURE - PRINT THE FUTURE-DATED LISTING TITLE AND
020528* HEADINGS, OPEN THE NEW PENDING GENERATION, AND OPEN THE
020530* CURRENT ONE. NO PRIOR GENERATION (THE FIRST RUN) IS AN EMPTY
020532* PENDING FILE; ANY OTHER OPEN FAILURE FAILS THE STEP.
020534*****************************************************************
020536 1200-OPEN-FUTURE.
020538     MOVE SPACES TO FUTRPT-RECORD.
020540     MOVE 'FUTURE-DATED MAINTENANCE TRANSACTIONS'
020542                           TO FT-TITLE-TEXT.
020544     MOVE 'RUN DATE: '     TO FT-RUN-DATE-LABEL.
020546     MOVE WS-RUN-DATE-EDIT TO FT-RUN-DATE.
020548     IF NOT WS-BUSINESS-DAY
020550         MOVE 'NOT A BUSCAL BUSINESS DAY - NOTHING RELEASED'
020552                           TO FT-DAY-NOTE
020554     END-IF.
020556     WRITE FUTRPT-RECORD.
020558     MOVE SPACES TO FUTRPT-RECORD.
020560     WRITE FUTRPT-RECORD.
020562     MOVE SPACES TO FUTRPT-RECORD.
020564     MOVE 'EMPL ID'   TO FH-ID-HDG.
020566     MOVE 'ACT'       TO FH-ACTION-HDG.
020568     MOVE 'NAME'      TO FH-NAME-HDG.
020570     MOVE 'DEPT'      TO FH-DEPT-HDG.
020572     MOVE 'GR'        TO FH-GRADE-HDG.
020574     MOVE 'EFFECTIVE' TO FH-EFFECTIVE-HDG.
020576     MOVE 'PARKED ON' TO FH-PARKED-HDG.
020578     MOVE 'STATUS'    TO FH-STATUS-HDG.
020580     WRITE FUTRPT-RECORD.
020582     OPEN OUTPUT EMPFUTO-FILE.
020584     MOVE 'Y' TO WS-FUTO-OPEN-SW.
020586     OPEN INPUT EMPFUTI-FILE.
020588     EVALUATE WS-FUTI-STATUS
020590         WHEN '00'
020592             MOVE 'Y' TO WS-FUTI-OPEN-SW
020594         WHEN '35'
020596             DISPLAY 'TRANEDIT - NO PRIOR PENDING GENERATION, '
020598                     'NOTHING FUTURE-DATED ON FILE'
020600             MOVE 'Y' TO WS-FUT-EOF-SW
020602         WHEN OTHER
020604             DISPLAY 'TRANEDIT - ERROR OPENING EMPFUTI, STATUS '
020606                     WS-FUTI-STATUS
020608             MOVE 'OPEN EMPFUTI'      TO AL-OPERATION
020610             MOVE ZERO                TO AL-SQLCODE
020612             MOVE 'OPEN FAILED'       TO AL-MESSAGE
020614             MOVE 'S' TO AL-SEVERITY
020616             PERFORM WRITE-AUDIT-LOG
020618                 THRU WRITE-AUDIT-LOG-EXIT
020620             MOVE 16 TO RETURN-CODE
020622             MOVE 'Y' TO WS-ABEND-SW
020624     END-EVALUATE.
020626 1200-OPEN-FUTURE-EXIT.
020628     EXIT.
020630
020632*****************************************************************
020634* 1500-RELEASE-FUTURE - ONE RECORD FROM THE CURRENT PENDING
020636* GENERATION. ON A BUSINESS DAY, AN ITEM WHOSE EFFECTIVE DATE
020638* HAS ARRIVED IS RELEASED INTO TONIGHT'S TABLE; EVERYTHING ELSE
020640* CARRIES FORWARD TO THE NEW GENERATION. EITHER WAY IT PRINTS.
020642*****************************************************************
020644 1500-RELEASE-FUTURE.
020646     READ EMPFUTI-FILE
020648         AT END
020650             MOVE 'Y' TO WS-FUT-EOF-SW
020652             GO TO 1500-RELEASE-FUTURE-EXIT
020654     END-READ.
020656     MOVE EMPFUT-RECORD    TO WS-FUT-OUT.
020658     MOVE WS-FO-TRAN-IMAGE TO WS-ADD-TRAN.
020660     IF WS-BUSINESS-DAY
020662             AND WS-AT-EFFECTIVE-DATE NOT > WS-RUN-DATE-ISO
020664         PERFORM 2100-ADD-TABLE-ENTRY
020666             THRU 2100-ADD-TABLE-ENTRY-EXIT
020668         IF WS-ABEND-REQUESTED
020670             GO TO 1500-RELEASE-FUTURE-EXIT
020672         END-IF
020674         ADD 1 TO WS-RELEASED-COUNT
020676         MOVE 'RELEASED' TO WS-FUT-STATUS
020678     ELSE
020680         WRITE EMPFUTO-RECORD FROM WS-FUT-OUT
020682         ADD 1 TO WS-PENDING-COUNT
020684         MOVE 'PENDING' TO WS-FUT-STATUS
020686     END-IF.
020688     PERFORM 6000-PRINT-FUTURE-LINE
020690         THRU 6000-PRINT-FUTURE-LINE-EXIT.
020692 1500-RELEASE-FUTURE-EXIT.
020694     EXIT.
020696
020698*****************************************************************
020700* 2000-LOAD-TRAN-TABLE - READ ONE RAW TRANSACTION. ONE DATED
020702* AFTER THE RUN DATE IS PARKED ON THE NEW PENDING GENERATION;
020704* ANY OTHER GOES INTO THE TABLE.
020800*****************************************************************
020900 2000-LOAD-TRAN-TABLE.
021000     READ EMPTRANI-FILE
021200             MOVE 'Y' TO WS-TRAN-EOF-SW
021300             GO TO 2000-LOAD-TRAN-TABLE-EXIT
021400     END-READ.
021403     ADD 1 TO WS-READ-COUNT.
021406     MOVE EMPTRAN-RECORD TO WS-ADD-TRAN.
021409     PERFORM 2200-CHECK-FUTURE-DATED
021412         THRU 2200-CHECK-FUTURE-DATED-EXIT.
021415     IF WS-FUTURE-DATED
021418         MOVE SPACES      TO WS-FUT-OUT
021421         MOVE WS-SYS-DATE TO WS-FO-PARKED-DATE
021424         MOVE WS-ADD-TRAN TO WS-FO-TRAN-IMAGE
021427         WRITE EMPFUTO-RECORD FROM WS-FUT-OUT
021430         ADD 1 TO WS-PARKED-COUNT
021433         MOVE 'PARKED' TO WS-FUT-STATUS
021436         PERFORM 6000-PRINT-FUTURE-LINE
021439             THRU 6000-PRINT-FUTURE-LINE-EXIT
021442     ELSE
021445         PERFORM 2100-ADD-TABLE-ENTRY
021448             THRU 2100-ADD-TABLE-ENTRY-EXIT
021451     END-IF.
021454 2000-LOAD-TRAN-TABLE-EXIT.
021457     EXIT.
021460
021463*****************************************************************
021466* 2100-ADD-TABLE-ENTRY - CARRY THE TRANSACTION IN WS-ADD-TRAN
021469* (RAW OR RELEASED FROM PENDING) INTO THE NEXT TABLE ENTRY WITH
021472* ITS SORT KEY: EMPLOYEE ID, ACTION PRECEDENCE RANK, AND THE
021475* LOAD SEQUENCE SO TIES KEEP FILE ORDER. RELEASED ITEMS LOAD
021478* FIRST, SO THEY APPLY AHEAD OF TONIGHT'S FILE.
021481*****************************************************************
021484 2100-ADD-TABLE-ENTRY.
021500     IF WS-TRAN-COUNT >= WS-TRAN-CAPACITY
021600         DISPLAY 'TRANEDIT - TRANSACTION TABLE CAPACITY '
021700                 WS-TRAN-CAPACITY ' EXCEEDED, ABENDING'
022400         MOVE 16 TO RETURN-CODE
022500         MOVE 'Y' TO WS-ABEND-SW
022600         MOVE 'Y' TO WS-TRAN-EOF-SW
022700         GO TO 2100-ADD-TABLE-ENTRY-EXIT
022800     END-IF.
022900     ADD 1 TO WS-TRAN-COUNT.
023000     MOVE WS-AT-EMPL-ID TO WS-TT-EMPL-ID (WS-TRAN-COUNT).
023100     EVALUATE TRUE
023200         WHEN WS-AT-ACTION-INSERT
023300             MOVE 1 TO WS-TT-RANK (WS-TRAN-COUNT)
023400         WHEN WS-AT-ACTION-CHANGE
023500             MOVE 2 TO WS-TT-RANK (WS-TRAN-COUNT)
023600         WHEN WS-AT-ACTION-LEAVE
023700             MOVE 3 TO WS-TT-RANK (WS-TRAN-COUNT)
023800         WHEN WS-AT-ACTION-RETURN
023900             MOVE 4 TO WS-TT-RANK (WS-TRAN-COUNT)
023910         WHEN WS-AT-ACTION-ELECT
024100             MOVE 5 TO WS-TT-RANK (WS-TRAN-COUNT)
024110         WHEN WS-AT-ACTION-LEAVE-USED
024120             MOVE 6 TO WS-TT-RANK (WS-TRAN-COUNT)
024130         WHEN WS-AT-ACTION-SUPERVISOR
024140             MOVE 7 TO WS-TT-RANK (WS-TRAN-COUNT)
024150         WHEN WS-AT-ACTION-DELETE
024160             MOVE 8 TO WS-TT-RANK (WS-TRAN-COUNT)
024200         WHEN OTHER
024300             MOVE 9 TO WS-TT-RANK (WS-TRAN-COUNT)
024400     END-EVALUATE.
024500     MOVE WS-TRAN-COUNT  TO WS-TT-SEQ (WS-TRAN-COUNT).
024509     MOVE WS-ADD-TRAN    TO WS-TT-RECORD (WS-TRAN-COUNT).
024518 2100-ADD-TABLE-ENTRY-EXIT.
024527     EXIT.
024536
024545*****************************************************************
024554* 2200-CHECK-FUTURE-DATED - A TRANSACTION IS FUTURE-DATED WHEN
024563* ITS EFFECTIVE DATE IS A WELL-FORMED YYYY-MM-DD AFTER THE RUN
024572* DATE. A BLANK DATE MEANS TONIGHT; A BADLY FORMED ONE GOES
024581* THROUGH FOR EMPBATCH TO REJECT RATHER THAN SITTING PARKED.
024590*****************************************************************
024599 2200-CHECK-FUTURE-DATED.
024608     MOVE 'N' TO WS-FUTURE-SW.
024617     IF WS-AT-EFFECTIVE-DATE = SPACES
024626         GO TO 2200-CHECK-FUTURE-DATED-EXIT
024635     END-IF.
024644     IF WS-AT-EF-YYYY NOT NUMERIC
024653             OR WS-AT-EF-MM NOT NUMERIC
024662             OR WS-AT-EF-DD NOT NUMERIC
024671             OR WS-AT-EF-SEP1 NOT = '-'
024680             OR WS-AT-EF-SEP2 NOT = '-'
024689         GO TO 2200-CHECK-FUTURE-DATED-EXIT
024698     END-IF.
024707     IF WS-AT-EF-MM < '01' OR WS-AT-EF-MM > '12'
024716             OR WS-AT-EF-DD < '01' OR WS-AT-EF-DD > '31'
024725         GO TO 2200-CHECK-FUTURE-DATED-EXIT
024734     END-IF.
024743     IF WS-AT-EFFECTIVE-DATE > WS-RUN-DATE-ISO
024752         MOVE 'Y' TO WS-FUTURE-SW
024761     END-IF.
024770 2200-CHECK-FUTURE-DATED-EXIT.
024800     EXIT.
024900
025000*****************************************************************
033800     IF WS-TT-RANK (WS-TRAN-IDX) = 1
033900         ADD 1 TO WS-GROUP-I-COUNT
034000     END-IF.
034100     IF WS-TT-RANK (WS-TRAN-IDX) = 8
034200         ADD 1 TO WS-GROUP-D-COUNT
034300     END-IF.
034400 4100-CHECK-ONE-ENTRY-EXIT.
042900     EXIT.
043000
043100*****************************************************************
043108* 6000-PRINT-FUTURE-LINE - ONE LINE ON THE FUTURE-DATED LISTING
043116* FOR THE TRANSACTION IN WS-ADD-TRAN; THE DISPOSITION IS ALREADY
043124* IN WS-FUT-STATUS AND THE PARKED DATE IN WS-FO-PARKED-DATE.
043132*****************************************************************
043140 6000-PRINT-FUTURE-LINE.
043148     MOVE SPACES TO FUTRPT-RECORD.
043156     MOVE WS-AT-EMPL-ID        TO FD-EMPL-ID.
043164     MOVE WS-AT-ACTION         TO FD-ACTION.
043172     MOVE WS-AT-EMPL-NAME      TO FD-NAME.
043180     MOVE WS-AT-EMPL-DEPT      TO FD-DEPT.
043188     MOVE WS-AT-PAY-GRADE      TO FD-GRADE.
043196     MOVE WS-AT-EFFECTIVE-DATE TO FD-EFFECTIVE.
043204     MOVE WS-FO-PARKED-DATE (1:4) TO WS-PD-YYYY.
043212     MOVE WS-FO-PARKED-DATE (5:2) TO WS-PD-MM.
043220     MOVE WS-FO-PARKED-DATE (7:2) TO WS-PD-DD.
043228     MOVE WS-PARKED-DATE-EDIT  TO FD-PARKED.
043236     MOVE WS-FUT-STATUS        TO FD-STATUS.
043244     WRITE FUTRPT-RECORD.
043252 6000-PRINT-FUTURE-LINE-EXIT.
043260     EXIT.
043268
043276*****************************************************************
043284* 8000-FINALIZE - PRINT THE READ/WRITTEN/CONFLICT TOTALS BLOCK,
043292* AND THE FUTURE-DATED TOTALS ON BOTH REPORTS.
043300*****************************************************************
043400 8000-FINALIZE.
043500     MOVE SPACES TO TEDRPT-RECORD.
043600     WRITE TEDRPT-RECORD.
043700     MOVE SPACES TO TEDRPT-RECORD.
043800     MOVE 'TRANSACTIONS READ'        TO EG-LABEL.
043810     MOVE WS-READ-COUNT              TO EG-COUNT.
043820     WRITE TEDRPT-RECORD.
043830     MOVE SPACES TO TEDRPT-RECORD.
043840     MOVE 'PARKED FOR FUTURE DATE'   TO EG-LABEL.
043850     MOVE WS-PARKED-COUNT            TO EG-COUNT.
043860     WRITE TEDRPT-RECORD.
043870     MOVE SPACES TO TEDRPT-RECORD.
043880     MOVE 'RELEASED FROM PENDING'    TO EG-LABEL.
043890     MOVE WS-RELEASED-COUNT          TO EG-COUNT.
044000     WRITE TEDRPT-RECORD.
044100     MOVE SPACES TO TEDRPT-RECORD.
044200     MOVE 'TRANSACTIONS WRITTEN'     TO EG-LABEL.
044600     MOVE 'CONFLICTS FOUND'          TO EG-LABEL.
044700     MOVE WS-CONFLICT-COUNT          TO EG-COUNT.
044800     WRITE TEDRPT-RECORD.
044900     MOVE SPACES TO FUTRPT-RECORD.
044906     WRITE FUTRPT-RECORD.
044912     MOVE SPACES TO FUTRPT-RECORD.
044918     MOVE 'RELEASED TONIGHT'         TO FG-LABEL.
044924     MOVE WS-RELEASED-COUNT          TO FG-COUNT.
044930     WRITE FUTRPT-RECORD.
044936     MOVE SPACES TO FUTRPT-RECORD.
044942     MOVE 'STILL PENDING'            TO FG-LABEL.
044948     MOVE WS-PENDING-COUNT           TO FG-COUNT.
044954     WRITE FUTRPT-RECORD.
044960     MOVE SPACES TO FUTRPT-RECORD.
044966     MOVE 'NEWLY PARKED'             TO FG-LABEL.
044972     MOVE WS-PARKED-COUNT            TO FG-COUNT.
044978     WRITE FUTRPT-RECORD.
044984     DISPLAY 'TRANEDIT - READ ' WS-READ-COUNT
045000             ' WRITTEN ' WS-WRITTEN-COUNT
045100             ' CONFLICTS ' WS-CONFLICT-COUNT.
045110     DISPLAY 'TRANEDIT - RELEASED ' WS-RELEASED-COUNT
045120             ' PENDING ' WS-PENDING-COUNT
045130             ' PARKED ' WS-PARKED-COUNT.
045200 8000-FINALIZE-EXIT.
045300     EXIT.
045400
