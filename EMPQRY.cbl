000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    EMPQRY.
000300 AUTHOR.        D BUDZOWSKI.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* MODIFICATION HISTORY
000900* DATE       INIT DESCRIPTION
001000* ---------- ---- ------------------------------------------
001100* 2026-10-15 DB   INITIAL VERSION - AD-HOC EMPLOYEE QUERY
001200*                 AGAINST EMPMAST AND LEAVEF, DESCRIBED BY
001300*                 QRYCARD CONTROL CARDS (QRYCARD.CPY): SELECT
001400*                 CRITERIA ON ANY FIELD (LISTS, EXCLUSIONS,
001500*                 RANGES AND DATE WINDOWS), THE COLUMNS TO
001600*                 SHOW, UP TO THREE SORT FIELDS, AND OPTIONAL
001700*                 DEPARTMENT SUBTOTALS. THE ROWS GO TO THE
001800*                 QRYRPT LISTING THROUGH RPTWRTR OR, FOR
001900*                 OUTPUT CSV, TO THE COMMA-DELIMITED QRYCSV
002000*                 FILE WITH A HEADER ROW. THE LISTING ALWAYS
002100*                 SHOWS WHO RAN THE QUERY, THE CARDS AS READ,
002200*                 AND THE COUNTS. A CARD IN ERROR IS MARKED ON
002300*                 THE LISTING AND THE QUERY IS NOT RUN (RC 8).
002400*                 EVERY RUN IS LOGGED TO AUDITLOG WITH THE
002500*                 REQUESTING USER AND JOB.
002510* 2026-10-15 DB   A FAILED WRITE TO QRYCSV STOPS THE EXPORT AND
002520*                 ENDS THE STEP RC 16, SO A SHORT FILE IS NEVER
002530*                 HANDED ON AS THE ANSWER.
002600*****************************************************************
002700 
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT QRYCARD-FILE ASSIGN TO QRYCARD
003200         ORGANIZATION IS SEQUENTIAL
003300         FILE STATUS IS WS-CARD-STATUS.
003400     SELECT EMPMAST-FILE ASSIGN TO EMPMAST
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS SEQUENTIAL
003700         RECORD KEY IS EM-EMPL-ID
003800         FILE STATUS IS WS-MAST-STATUS.
003900     SELECT LEAVEF-FILE ASSIGN TO LEAVEF
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS RANDOM
004200         RECORD KEY IS LV-EMPL-ID
004300         FILE STATUS IS WS-LEAVE-STATUS.
004400     SELECT QRYRPT-FILE ASSIGN TO QRYRPT
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-QRPT-STATUS.
004700     SELECT QRYCSV-FILE ASSIGN TO QRYCSV
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-QCSV-STATUS.
005000     SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-AUDIT-STATUS.
005300 
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  QRYCARD-FILE
005700     RECORDING MODE IS F
005800     RECORD CONTAINS 80 CHARACTERS
005900     LABEL RECORDS ARE STANDARD.
006000     COPY QRYCARD.
006100 
006200 FD  EMPMAST-FILE
006300     RECORD CONTAINS 80 CHARACTERS
006400     LABEL RECORDS ARE STANDARD.
006500     COPY EMPMAST.
006600 
006700 FD  LEAVEF-FILE
006800     RECORD CONTAINS 80 CHARACTERS
006900     LABEL RECORDS ARE STANDARD.
007000     COPY LVREC.
007100 
007200 FD  QRYRPT-FILE
007300     RECORDING MODE IS F
007400     RECORD CONTAINS 132 CHARACTERS
007500     LABEL RECORDS ARE STANDARD.
007600     COPY QRYRPT.
007700 
007800 FD  QRYCSV-FILE
007900     RECORDING MODE IS F
008000     RECORD CONTAINS 200 CHARACTERS
008100     LABEL RECORDS ARE STANDARD.
008200 01  QRYCSV-RECORD                PIC X(200).
008300 
008400 FD  AUDIT-LOG-FILE
008500     RECORDING MODE IS F
008600     RECORD CONTAINS 80 CHARACTERS
008700     LABEL RECORDS ARE STANDARD.
008800     COPY AUDREC.
008900 
009000 WORKING-STORAGE SECTION.
009100 01  WS-CARD-STATUS               PIC X(02).
009200 01  WS-MAST-STATUS               PIC X(02).
009300 01  WS-LEAVE-STATUS              PIC X(02).
009400 01  WS-QRPT-STATUS               PIC X(02).
009500 01  WS-QCSV-STATUS               PIC X(02).
009600 01  WS-AUDIT-STATUS              PIC X(02).
009700 
009800 01  WS-CARD-EOF-SW               PIC X(01)  VALUE 'N'.
009900     88  WS-CARD-EOF                         VALUE 'Y'.
010000 01  WS-MAST-EOF-SW               PIC X(01)  VALUE 'N'.
010100     88  WS-MAST-EOF                         VALUE 'Y'.
010200 01  WS-ABEND-SW                  PIC X(01)  VALUE 'N'.
010300     88  WS-ABEND-REQUESTED                  VALUE 'Y'.
010400 01  WS-CARD-ERRORS-SW            PIC X(01)  VALUE 'N'.
010500     88  WS-CARD-ERRORS                      VALUE 'Y'.
010600 01  WS-TOO-MANY-CARDS-SW         PIC X(01)  VALUE 'N'.
010700     88  WS-TOO-MANY-CARDS                   VALUE 'Y'.
010800 01  WS-OVERFLOW-SW               PIC X(01)  VALUE 'N'.
010900     88  WS-ROW-OVERFLOW                     VALUE 'Y'.
011000 01  WS-FOUND-SW                  PIC X(01)  VALUE 'N'.
011100     88  WS-FOUND                            VALUE 'Y'.
011200 01  WS-LIST-OVERFLOW-SW          PIC X(01)  VALUE 'N'.
011300     88  WS-LIST-OVERFLOW                    VALUE 'Y'.
011400 01  WS-SORT-SEEN-SW              PIC X(01)  VALUE 'N'.
011500     88  WS-SORT-SEEN                        VALUE 'Y'.
011600 01  WS-SUBTOTAL-SW               PIC X(01)  VALUE 'N'.
011700     88  WS-SUBTOTAL-REQUESTED               VALUE 'Y'.
011800 01  WS-OUTPUT-SW                 PIC X(01)  VALUE 'R'.
011900     88  WS-OUTPUT-REPORT                    VALUE 'R'.
012000     88  WS-OUTPUT-CSV                       VALUE 'C'.
012100 01  WS-SELECTED-SW               PIC X(01)  VALUE 'N'.
012200     88  WS-ROW-SELECTED                     VALUE 'Y'.
012300 01  WS-HIT-SW                    PIC X(01)  VALUE 'N'.
012400     88  WS-VALUE-HIT                        VALUE 'Y'.
012500 01  WS-SLOT-FOUND-SW             PIC X(01)  VALUE 'N'.
012600     88  WS-SLOT-FOUND                       VALUE 'Y'.
012700 
012800*    HIGHEST CONDITION SEEN, RETURNED AT THE END: 8 WHEN THE
012900*    QUERY COULD NOT BE RUN OR ITS ROWS COULD NOT BE LISTED.
013000 01  WS-HIGH-RC                   PIC 9(02)  VALUE ZERO.
013100 
013200 01  WS-SYS-DATE                  PIC X(08).
013300 01  WS-RUN-DATE-EDIT             PIC X(10).
013400 01  WS-USER-ID                   PIC X(08)  VALUE SPACES.
013500 01  WS-JOB-NAME                  PIC X(08)  VALUE SPACES.
013600 01  WS-QUERY-TITLE               PIC X(45)
013700             VALUE 'EMPLOYEE QUERY'.
013800 
013900 01  WS-CARD-READ-COUNT           PIC 9(05)  VALUE ZERO.
014000 01  WS-CARD-ERROR-COUNT          PIC 9(05)  VALUE ZERO.
014100 01  WS-MAST-READ-COUNT           PIC 9(07)  VALUE ZERO.
014200 01  WS-SELECT-COUNT              PIC 9(07)  VALUE ZERO.
014300 01  WS-CSV-COUNT                 PIC 9(07)  VALUE ZERO.
014400 01  WS-DEPT-ROW-COUNT            PIC 9(05)  VALUE ZERO.
014500 
014600 01  WS-RW-WRITE-IDX              PIC 9(01)  VALUE ZERO.
014700 01  WS-CARD-ERROR                PIC X(30)  VALUE SPACES.
014800 01  WS-AUDIT-COUNT-EDIT          PIC Z(06)9.
014900 
015000     COPY RPTPARM.
015100 
015200*    THE FIELDS A QUERY CAN NAME: CARD NAME, COLUMN HEADING,
015300*    PRINT WIDTH, AND TYPE (N FIVE-DIGIT ID, D YYYY-MM-DD DATE,
015400*    X TEXT). THE FIRST SIX ARE EMPMAST'S AND ARE THE COLUMNS
015500*    SHOWN WHEN NO COLUMNS CARD IS GIVEN; THE LAST FOUR ARE
015600*    LEAVEF'S.
015700 01  WS-FD-VALUES.
015800     05  FILLER   PIC X(21)  VALUE 'ID      EMPL ID   07N'.
015900     05  FILLER   PIC X(21)  VALUE 'NAME    NAME      15X'.
016000     05  FILLER   PIC X(21)  VALUE 'DEPT    DEPT      04X'.
016100     05  FILLER   PIC X(21)  VALUE 'STATUS  STATUS    06X'.
016200     05  FILLER   PIC X(21)  VALUE 'GRADE   GRADE     05X'.
016300     05  FILLER   PIC X(21)  VALUE 'HIREDATEHIRE DATE 10D'.
016400     05  FILLER   PIC X(21)  VALUE 'LVSTATUSLEAVE     05X'.
016500     05  FILLER   PIC X(21)  VALUE 'LVSTART LV START  10D'.
016600     05  FILLER   PIC X(21)  VALUE 'LVRETURNEXP RETURN10D'.
016700     05  FILLER   PIC X(21)  VALUE 'LVACTUALACT RETURN10D'.
016800 01  WS-FD-TABLE REDEFINES WS-FD-VALUES.
016900     05  WS-FD-ENTRY OCCURS 10 TIMES.
017000         10  WS-FD-NAME           PIC X(08).
017100         10  WS-FD-HEADING        PIC X(10).
017200         10  WS-FD-WIDTH          PIC 9(02).
017300         10  WS-FD-TYPE           PIC X(01).
017400             88  WS-FD-NUMERIC               VALUE 'N'.
017500             88  WS-FD-DATE                  VALUE 'D'.
017600 01  WS-FD-COUNT                  PIC 9(02)  VALUE 10.
017700 01  WS-FD-DEFAULT-COUNT          PIC 9(02)  VALUE 6.
017800 01  WS-FD-DEPT-NO                PIC 9(02)  VALUE 3.
017900 01  WS-FD-IDX                    PIC 9(02)  VALUE ZERO.
018000 01  WS-LOOKUP-NAME               PIC X(15).
018100 01  WS-LOOKUP-FIELD              PIC 9(02)  VALUE ZERO.
018200 
018300*    THE QUERY CARDS AS READ, WITH ANY ERROR FOUND ON EACH,
018400*    FOR THE LISTING.
018500 01  WS-CE-MAX                    PIC 9(02)  VALUE 50.
018600 01  WS-CE-COUNT                  PIC 9(02)  VALUE ZERO.
018700 01  WS-CE-IDX                    PIC 9(02)  VALUE ZERO.
018800 01  WS-CE-TABLE.
018900     05  WS-CE-ENTRY OCCURS 50 TIMES.
019000         10  WS-CE-CARD           PIC X(80).
019100         10  WS-CE-ERROR          PIC X(30).
019200 
019300*    A COMMA-SEPARATED CARD LIST, SPLIT INTO ITS ITEMS.
019400 01  WS-LI-COUNT                  PIC 9(02)  VALUE ZERO.
019500 01  WS-LI-IDX                    PIC 9(02)  VALUE ZERO.
019600 01  WS-LI-TABLE.
019700     05  WS-LI-ITEM OCCURS 10 TIMES
019800                                  PIC X(15).
019900 01  WS-JUST-FIELD                PIC X(15).
020000 01  WS-JUST-WORK                 PIC X(15).
020100 01  WS-LEAD-COUNT                PIC 9(02)  VALUE ZERO.
020200 01  WS-CHECK-VALUE               PIC X(15).
020300 01  WS-SK-ITEM-NAME              PIC X(15).
020400 01  WS-SK-ITEM-DIR               PIC X(15).
020500 01  WS-SK-ITEM-EXTRA             PIC X(15).
020600 
020700*    SELECTION CRITERIA, ONE PER SELECT CARD. FOR A RANGE THE
020800*    FIRST VALUE IS THE LOW BOUND AND THE SECOND THE HIGH.
020900 01  WS-SL-MAX                    PIC 9(02)  VALUE 20.
021000 01  WS-SL-COUNT                  PIC 9(02)  VALUE ZERO.
021100 01  WS-SL-IDX                    PIC 9(02)  VALUE ZERO.
021200 01  WS-SV-IDX                    PIC 9(02)  VALUE ZERO.
021300 01  WS-SL-NEW-OPERATOR           PIC X(01).
021400 01  WS-SL-TABLE.
021500     05  WS-SL-ENTRY OCCURS 20 TIMES.
021600         10  WS-SL-FIELD          PIC 9(02).
021700         10  WS-SL-OPERATOR       PIC X(01).
021800             88  WS-SL-IN                    VALUE 'I'.
021900             88  WS-SL-NOT                   VALUE 'N'.
022000             88  WS-SL-RANGE                 VALUE 'R'.
022100         10  WS-SL-VALUE-COUNT    PIC 9(02).
022200         10  WS-SL-VALUE OCCURS 8 TIMES
022300                                  PIC X(15).
022400 
022500*    COLUMNS TO SHOW, AS FIELD NUMBERS, IN ORDER.
022600 01  WS-CL-MAX                    PIC 9(02)  VALUE 10.
022700 01  WS-CL-COUNT                  PIC 9(02)  VALUE ZERO.
022800 01  WS-CL-IDX                    PIC 9(02)  VALUE ZERO.
022900 01  WS-CL-TABLE.
023000     05  WS-CL-FIELD OCCURS 10 TIMES
023100                                  PIC 9(02).
023200 
023300*    SORT FIELDS, MAJOR FIRST. ONE SPARE ENTRY FOR THE
023400*    DEPARTMENT KEY A SUBTOTAL CARD PUTS IN FRONT.
023500 01  WS-SK-MAX                    PIC 9(02)  VALUE 3.
023600 01  WS-SK-COUNT                  PIC 9(02)  VALUE ZERO.
023700 01  WS-SK-IDX                    PIC 9(02)  VALUE ZERO.
023800 01  WS-SK-TABLE.
023900     05  WS-SK-ENTRY OCCURS 4 TIMES.
024000         10  WS-SK-FIELD          PIC 9(02).
024100         10  WS-SK-DIR            PIC X(01).
024200             88  WS-SK-DESCENDING            VALUE 'D'.
024300 
024400*    THE EMPLOYEE BEING LOOKED AT, EVERY FIELD IN DICTIONARY
024500*    ORDER, AND THE ROWS SELECTED SO FAR IN OUTPUT ORDER.
024600 01  WS-NR-ROW.
024700     05  WS-NR-VALUE OCCURS 10 TIMES
024800                                  PIC X(15).
024900 01  WS-RT-MAX                    PIC 9(05)  VALUE 5000.
025000 01  WS-RT-COUNT                  PIC 9(05)  VALUE ZERO.
025100 01  WS-RT-IDX                    PIC 9(05)  VALUE ZERO.
025200 01  WS-SCAN-IDX                  PIC 9(05)  VALUE ZERO.
025300 01  WS-SLOT-IDX                  PIC 9(05)  VALUE ZERO.
025400 01  WS-RT-TABLE.
025500     05  WS-RT-ENTRY OCCURS 5000 TIMES.
025600         10  WS-RT-VALUE OCCURS 10 TIMES
025700                                  PIC X(15).
025800 01  WS-CMP-FIELD                 PIC 9(02)  VALUE ZERO.
025900 01  WS-CMP-RESULT                PIC X(01).
026000     88  WS-CMP-BEFORE                       VALUE '<'.
026100     88  WS-CMP-AFTER                        VALUE '>'.
026200     88  WS-CMP-EQUAL                        VALUE '='.
026300 
026400*    OUTPUT WORK AREAS.
026500 01  WS-HEAD-LINE                 PIC X(132).
026600 01  WS-COL-POS                   PIC 9(03)  VALUE ZERO.
026700 01  WS-COL-WIDTH                 PIC 9(02)  VALUE ZERO.
026800 01  WS-PREV-DEPT                 PIC X(15)  VALUE SPACES.
026900 01  WS-CSV-LINE                  PIC X(200).
027000 01  WS-CSV-PTR                   PIC 9(03)  VALUE ZERO.
027100 01  WS-CSV-VALUE                 PIC X(15).
027200 
027300 PROCEDURE DIVISION.
027400 
027500 0000-MAINLINE.
027600     OPEN EXTEND AUDIT-LOG-FILE.
027700     MOVE 'EMPQRY' TO AL-PROGRAM.
027800     PERFORM 1000-INITIALIZE
027900         THRU 1000-INITIALIZE-EXIT.
028000     IF WS-ABEND-REQUESTED
028100         GO TO 9999-END-OF-JOB
028200     END-IF.
028300     PERFORM 2000-READ-QUERY-CARDS
028400         THRU 2000-READ-QUERY-CARDS-EXIT.
028500     PERFORM 3000-START-LISTING
028600         THRU 3000-START-LISTING-EXIT.
028700     IF NOT WS-CARD-ERRORS
028800         PERFORM 4000-SELECT-EMPLOYEES
028900             THRU 4000-SELECT-EMPLOYEES-EXIT
029000         PERFORM 5000-WRITE-RESULTS
029100             THRU 5000-WRITE-RESULTS-EXIT
029200     END-IF.
029300     PERFORM 8000-FINALIZE
029400         THRU 8000-FINALIZE-EXIT.
029500 9999-END-OF-JOB.
029600     CLOSE AUDIT-LOG-FILE.
029700     STOP RUN.
029800 
029900*****************************************************************
030000* 1000-INITIALIZE - NOTE THE RUN DATE AND WHO IS ASKING (THE
030100* JOB'S USER AND JOB NAME FROM CEEOPTS), AND OPEN THE FILES.
030200* A FILE THAT WILL NOT OPEN FAILS THE STEP.
030300*****************************************************************
030400 1000-INITIALIZE.
030500     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
030600     STRING WS-SYS-DATE (1:4) '-' WS-SYS-DATE (5:2) '-'
030700            WS-SYS-DATE (7:2)
030800         DELIMITED BY SIZE INTO WS-RUN-DATE-EDIT.
030900     DISPLAY 'USER' UPON ENVIRONMENT-NAME.
031000     ACCEPT WS-USER-ID FROM ENVIRONMENT-VALUE.
031100     DISPLAY 'JOBNAME' UPON ENVIRONMENT-NAME.
031200     ACCEPT WS-JOB-NAME FROM ENVIRONMENT-VALUE.
031300     DISPLAY 'EMPQRY - QUERY REQUESTED BY ' WS-USER-ID
031400             ' JOB ' WS-JOB-NAME.
031500     OPEN INPUT QRYCARD-FILE.
031600     IF WS-CARD-STATUS NOT = '00'
031700         DISPLAY 'EMPQRY - ERROR OPENING QRYCARD, STATUS '
031800                 WS-CARD-STATUS
031900         MOVE 'OPEN QRYCARD'      TO AL-OPERATION
032000         PERFORM 1900-OPEN-FAILED
032100             THRU 1900-OPEN-FAILED-EXIT
032200         GO TO 1000-INITIALIZE-EXIT
032300     END-IF.
032400     OPEN INPUT EMPMAST-FILE.
032500     IF WS-MAST-STATUS NOT = '00' AND WS-MAST-STATUS NOT = '97'
032600         DISPLAY 'EMPQRY - ERROR OPENING EMPMAST, STATUS '
032700                 WS-MAST-STATUS
032800         MOVE 'OPEN EMPMAST'      TO AL-OPERATION
032900         PERFORM 1900-OPEN-FAILED
033000             THRU 1900-OPEN-FAILED-EXIT
033100         GO TO 1000-INITIALIZE-EXIT
033200     END-IF.
033300     OPEN INPUT LEAVEF-FILE.
033400     IF WS-LEAVE-STATUS NOT = '00'
033500             AND WS-LEAVE-STATUS NOT = '97'
033600         DISPLAY 'EMPQRY - ERROR OPENING LEAVEF, STATUS '
033700                 WS-LEAVE-STATUS
033800         MOVE 'OPEN LEAVEF'       TO AL-OPERATION
033900         PERFORM 1900-OPEN-FAILED
034000             THRU 1900-OPEN-FAILED-EXIT
034100         GO TO 1000-INITIALIZE-EXIT
034200     END-IF.
034300     OPEN OUTPUT QRYRPT-FILE.
034400     IF WS-QRPT-STATUS NOT = '00'
034500         DISPLAY 'EMPQRY - ERROR OPENING QRYRPT, STATUS '
034600                 WS-QRPT-STATUS
034700         MOVE 'OPEN QRYRPT'       TO AL-OPERATION
034800         PERFORM 1900-OPEN-FAILED
034900             THRU 1900-OPEN-FAILED-EXIT
035000         GO TO 1000-INITIALIZE-EXIT
035100     END-IF.
035200     OPEN OUTPUT QRYCSV-FILE.
035300     IF WS-QCSV-STATUS NOT = '00'
035400         DISPLAY 'EMPQRY - ERROR OPENING QRYCSV, STATUS '
035500                 WS-QCSV-STATUS
035600         MOVE 'OPEN QRYCSV'       TO AL-OPERATION
035700         PERFORM 1900-OPEN-FAILED
035800             THRU 1900-OPEN-FAILED-EXIT
035900         GO TO 1000-INITIALIZE-EXIT
036000     END-IF.
036100 1000-INITIALIZE-EXIT.
036200     EXIT.
036300 
036400*****************************************************************
036500* 1900-OPEN-FAILED - LOG THE OPEN THE CALLER NAMED AS SEVERE
036600* AND FAIL THE STEP.
036700*****************************************************************
036800 1900-OPEN-FAILED.
036900     MOVE ZERO                TO AL-SQLCODE.
037000     MOVE 'OPEN FAILED'       TO AL-MESSAGE.
037100     MOVE 'S' TO AL-SEVERITY.
037200     PERFORM WRITE-AUDIT-LOG
037300         THRU WRITE-AUDIT-LOG-EXIT.
037400     MOVE 16 TO RETURN-CODE.
037500     MOVE 'Y' TO WS-ABEND-SW.
037600 1900-OPEN-FAILED-EXIT.
037700     EXIT.
037800 
037900*****************************************************************
038000* 2000-READ-QUERY-CARDS - READ AND CHECK EVERY QUERY CARD, THEN
038100* FILL IN WHAT THE CARDS LEFT TO THE DEFAULTS. ANY CARD IN
038200* ERROR MEANS THE QUERY IS NOT RUN -- HALF A SELECTION WOULD
038300* LOOK LIKE AN ANSWER.
038400*****************************************************************
038500 2000-READ-QUERY-CARDS.
038600     PERFORM 2100-READ-QUERY-CARD
038700         THRU 2100-READ-QUERY-CARD-EXIT
038800         UNTIL WS-CARD-EOF.
038900     CLOSE QRYCARD-FILE.
039000     IF WS-CARD-ERRORS
039100         DISPLAY 'EMPQRY - ' WS-CARD-ERROR-COUNT
039200                 ' QUERY CARDS IN ERROR, QUERY NOT RUN'
039300         MOVE 8 TO WS-HIGH-RC
039400         GO TO 2000-READ-QUERY-CARDS-EXIT
039500     END-IF.
039600     IF WS-CL-COUNT = ZERO
039700         PERFORM 2910-DEFAULT-COLUMN
039800             THRU 2910-DEFAULT-COLUMN-EXIT
039900             VARYING WS-FD-IDX FROM 1 BY 1
040000             UNTIL WS-FD-IDX > WS-FD-DEFAULT-COUNT
040100     END-IF.
040200     IF WS-SUBTOTAL-REQUESTED
040300         IF WS-SK-COUNT = ZERO
040400                 OR WS-SK-FIELD (1) NOT = WS-FD-DEPT-NO
040500             PERFORM 2920-SHIFT-SORT-KEY
040600                 THRU 2920-SHIFT-SORT-KEY-EXIT
040700                 VARYING WS-SK-IDX FROM WS-SK-COUNT BY -1
040800                 UNTIL WS-SK-IDX < 1
040900             ADD 1 TO WS-SK-COUNT
041000             MOVE WS-FD-DEPT-NO TO WS-SK-FIELD (1)
041100             MOVE 'A'           TO WS-SK-DIR (1)
041200         END-IF
041300     END-IF.
041400     DISPLAY 'EMPQRY - ' WS-CARD-READ-COUNT ' QUERY CARDS, '
041500             WS-SL-COUNT ' SELECT, ' WS-CL-COUNT ' COLUMNS, '
041600             WS-SK-COUNT ' SORT FIELDS'.
041700 2000-READ-QUERY-CARDS-EXIT.
041800     EXIT.
041900 
042000*****************************************************************
042100* 2100-READ-QUERY-CARD - READ ONE CARD, KEEP IT FOR THE
042200* LISTING, AND HAND IT TO THE CHECK FOR ITS KEYWORD. BLANK AND
042300* '*' CARDS ARE COMMENTS.
042400*****************************************************************
042500 2100-READ-QUERY-CARD.
042600     READ QRYCARD-FILE
042700         AT END
042800             MOVE 'Y' TO WS-CARD-EOF-SW
042900             GO TO 2100-READ-QUERY-CARD-EXIT
043000     END-READ.
043100     ADD 1 TO WS-CARD-READ-COUNT.
043200     IF WS-CE-COUNT NOT < WS-CE-MAX
043300         DISPLAY 'EMPQRY - MORE THAN ' WS-CE-MAX
043400                 ' QUERY CARDS, QUERY NOT RUN'
043500         MOVE 'Y' TO WS-TOO-MANY-CARDS-SW
043600         MOVE 'Y' TO WS-CARD-ERRORS-SW
043700         ADD 1 TO WS-CARD-ERROR-COUNT
043800         MOVE 'Y' TO WS-CARD-EOF-SW
043900         GO TO 2100-READ-QUERY-CARD-EXIT
044000     END-IF.
044100     ADD 1 TO WS-CE-COUNT.
044200     MOVE QRYCARD-RECORD TO WS-CE-CARD (WS-CE-COUNT).
044300     MOVE SPACES         TO WS-CE-ERROR (WS-CE-COUNT).
044400     MOVE SPACES         TO WS-CARD-ERROR.
044500     IF QRYCARD-RECORD = SPACES
044600             OR QRYCARD-RECORD (1:1) = '*'
044700         GO TO 2100-READ-QUERY-CARD-EXIT
044800     END-IF.
044900     EVALUATE TRUE
045000         WHEN QC-TITLE-CARD
045100             PERFORM 2200-TITLE-CARD
045200                 THRU 2200-TITLE-CARD-EXIT
045300         WHEN QC-SELECT-CARD
045400             PERFORM 2300-SELECT-CARD
045500                 THRU 2300-SELECT-CARD-EXIT
045600         WHEN QC-COLUMNS-CARD
045700             PERFORM 2400-COLUMNS-CARD
045800                 THRU 2400-COLUMNS-CARD-EXIT
045900         WHEN QC-SORT-CARD
046000             PERFORM 2500-SORT-CARD
046100                 THRU 2500-SORT-CARD-EXIT
046200         WHEN QC-SUBTOTAL-CARD
046300             PERFORM 2600-SUBTOTAL-CARD
046400                 THRU 2600-SUBTOTAL-CARD-EXIT
046500         WHEN QC-OUTPUT-CARD
046600             PERFORM 2700-OUTPUT-CARD
046700                 THRU 2700-OUTPUT-CARD-EXIT
046800         WHEN OTHER
046900             MOVE 'UNKNOWN KEYWORD' TO WS-CARD-ERROR
047000     END-EVALUATE.
047100     IF WS-CARD-ERROR NOT = SPACES
047200         MOVE WS-CARD-ERROR TO WS-CE-ERROR (WS-CE-COUNT)
047300         MOVE 'Y' TO WS-CARD-ERRORS-SW
047400         ADD 1 TO WS-CARD-ERROR-COUNT
047500         DISPLAY 'EMPQRY - CARD ' WS-CARD-READ-COUNT ' '
047600                 WS-CARD-ERROR ': ' QRYCARD-RECORD (1:40)
047700     END-IF.
047800 2100-READ-QUERY-CARD-EXIT.
047900     EXIT.
048000 
048100*****************************************************************
048200* 2200-TITLE-CARD - THE LISTING'S TITLE. A BLANK TITLE CARD
048300* KEEPS THE STANDARD ONE.
048400*****************************************************************
048500 2200-TITLE-CARD.
048600     IF QRYCARD-RECORD (55:26) NOT = SPACES
048700         MOVE 'TITLE OVER 45 CHARACTERS' TO WS-CARD-ERROR
048800         GO TO 2200-TITLE-CARD-EXIT
048900     END-IF.
049000     IF QC-T-TITLE NOT = SPACES
049100         MOVE QC-T-TITLE TO WS-QUERY-TITLE
049200     END-IF.
049300 2200-TITLE-CARD-EXIT.
049400     EXIT.
049500 
049600*****************************************************************
049700* 2300-SELECT-CARD - ONE SELECTION CRITERION: A KNOWN FIELD, A
049800* KNOWN OPERATOR, AND VALUES THAT FIT THE FIELD'S TYPE. A
049900* RANGE IS EXACTLY 'LOW,HIGH' WITH AT LEAST ONE BOUND GIVEN.
050000*****************************************************************
050100 2300-SELECT-CARD.
050200     IF WS-SL-COUNT NOT < WS-SL-MAX
050300         MOVE 'MORE THAN 20 SELECT CARDS' TO WS-CARD-ERROR
050400         GO TO 2300-SELECT-CARD-EXIT
050500     END-IF.
050600     MOVE QC-S-FIELD TO WS-LOOKUP-NAME.
050700     PERFORM 2800-FIND-FIELD
050800         THRU 2800-FIND-FIELD-EXIT.
050900     IF NOT WS-FOUND
051000         MOVE 'UNKNOWN FIELD' TO WS-CARD-ERROR
051100         GO TO 2300-SELECT-CARD-EXIT
051200     END-IF.
051300     EVALUATE TRUE
051400         WHEN QC-S-IN
051500             MOVE 'I' TO WS-SL-NEW-OPERATOR
051600         WHEN QC-S-NOT
051700             MOVE 'N' TO WS-SL-NEW-OPERATOR
051800         WHEN QC-S-RANGE
051900             MOVE 'R' TO WS-SL-NEW-OPERATOR
052000         WHEN OTHER
052100             MOVE 'OPERATOR MUST BE IN/NOT/RANGE'
052200                                  TO WS-CARD-ERROR
052300             GO TO 2300-SELECT-CARD-EXIT
052400     END-EVALUATE.
052500     IF QC-S-VALUES = SPACES
052600         MOVE 'NO VALUES GIVEN' TO WS-CARD-ERROR
052700         GO TO 2300-SELECT-CARD-EXIT
052800     END-IF.
052900     MOVE SPACES TO WS-LI-TABLE.
053000     MOVE ZERO   TO WS-LI-COUNT.
053100     MOVE 'N'    TO WS-LIST-OVERFLOW-SW.
053200     UNSTRING QC-S-VALUES DELIMITED BY ','
053300         INTO WS-LI-ITEM (1) WS-LI-ITEM (2) WS-LI-ITEM (3)
053400              WS-LI-ITEM (4) WS-LI-ITEM (5) WS-LI-ITEM (6)
053500              WS-LI-ITEM (7) WS-LI-ITEM (8)
053600         TALLYING IN WS-LI-COUNT
053700         ON OVERFLOW
053800             MOVE 'Y' TO WS-LIST-OVERFLOW-SW
053900     END-UNSTRING.
054000     IF WS-LIST-OVERFLOW
054100         MOVE 'MORE THAN 8 VALUES' TO WS-CARD-ERROR
054200         GO TO 2300-SELECT-CARD-EXIT
054300     END-IF.
054400     PERFORM 2310-JUSTIFY-ITEM
054500         THRU 2310-JUSTIFY-ITEM-EXIT
054600         VARYING WS-LI-IDX FROM 1 BY 1
054700         UNTIL WS-LI-IDX > WS-LI-COUNT.
054800     IF WS-SL-NEW-OPERATOR = 'R'
054900         IF WS-LI-COUNT NOT = 2
055000                 OR (WS-LI-ITEM (1) = SPACES
055100                     AND WS-LI-ITEM (2) = SPACES)
055200             MOVE 'RANGE NEEDS LOW,HIGH' TO WS-CARD-ERROR
055300             GO TO 2300-SELECT-CARD-EXIT
055400         END-IF
055500     END-IF.
055600     PERFORM 2320-CHECK-LIST-ITEM
055700         THRU 2320-CHECK-LIST-ITEM-EXIT
055800         VARYING WS-LI-IDX FROM 1 BY 1
055900         UNTIL WS-LI-IDX > WS-LI-COUNT
056000            OR WS-CARD-ERROR NOT = SPACES.
056100     IF WS-CARD-ERROR NOT = SPACES
056200         GO TO 2300-SELECT-CARD-EXIT
056300     END-IF.
056400     IF WS-SL-NEW-OPERATOR = 'R'
056500             AND WS-LI-ITEM (1) NOT = SPACES
056600             AND WS-LI-ITEM (2) NOT = SPACES
056700             AND WS-LI-ITEM (1) > WS-LI-ITEM (2)
056800         MOVE 'RANGE LOW IS ABOVE HIGH' TO WS-CARD-ERROR
056900         GO TO 2300-SELECT-CARD-EXIT
057000     END-IF.
057100     ADD 1 TO WS-SL-COUNT.
057200     MOVE WS-LOOKUP-FIELD    TO WS-SL-FIELD (WS-SL-COUNT).
057300     MOVE WS-SL-NEW-OPERATOR TO WS-SL-OPERATOR (WS-SL-COUNT).
057400     MOVE WS-LI-COUNT        TO WS-SL-VALUE-COUNT (WS-SL-COUNT).
057500     PERFORM 2330-STORE-VALUE
057600         THRU 2330-STORE-VALUE-EXIT
057700         VARYING WS-SV-IDX FROM 1 BY 1
057800         UNTIL WS-SV-IDX > 8.
057900 2300-SELECT-CARD-EXIT.
058000     EXIT.
058100 
058200*****************************************************************
058300* 2310-JUSTIFY-ITEM - LEFT-JUSTIFY LIST ITEM WS-LI-IDX, SO
058400* 'HR, FIN' READS THE SAME AS 'HR,FIN'.
058500*****************************************************************
058600 2310-JUSTIFY-ITEM.
058700     MOVE WS-LI-ITEM (WS-LI-IDX) TO WS-JUST-FIELD.
058800     PERFORM 2850-LEFT-JUSTIFY
058900         THRU 2850-LEFT-JUSTIFY-EXIT.
059000     MOVE WS-JUST-FIELD TO WS-LI-ITEM (WS-LI-IDX).
059100 2310-JUSTIFY-ITEM-EXIT.
059200     EXIT.
059300 
059400*****************************************************************
059500* 2320-CHECK-LIST-ITEM - CHECK ONE SELECT VALUE AGAINST THE
059600* FIELD'S TYPE. ONLY A RANGE BOUND MAY BE LEFT EMPTY.
059700*****************************************************************
059800 2320-CHECK-LIST-ITEM.
059900     IF WS-LI-ITEM (WS-LI-IDX) = SPACES
060000         IF WS-SL-NEW-OPERATOR NOT = 'R'
060100             MOVE 'EMPTY VALUE IN LIST' TO WS-CARD-ERROR
060200         END-IF
060300         GO TO 2320-CHECK-LIST-ITEM-EXIT
060400     END-IF.
060500     MOVE WS-LI-ITEM (WS-LI-IDX) TO WS-CHECK-VALUE.
060600     PERFORM 2870-CHECK-VALUE-TYPE
060700         THRU 2870-CHECK-VALUE-TYPE-EXIT.
060800 2320-CHECK-LIST-ITEM-EXIT.
060900     EXIT.
061000 
061100*****************************************************************
061200* 2330-STORE-VALUE - FILE ONE VALUE OF THE NEW CRITERION.
061300*****************************************************************
061400 2330-STORE-VALUE.
061500     MOVE WS-LI-ITEM (WS-SV-IDX)
061600                       TO WS-SL-VALUE (WS-SL-COUNT, WS-SV-IDX).
061700 2330-STORE-VALUE-EXIT.
061800     EXIT.
061900 
062000*****************************************************************
062100* 2400-COLUMNS-CARD - ADD THE LISTED FIELDS TO THE COLUMNS, IN
062200* ORDER. A FIELD MAY BE LISTED ONCE.
062300*****************************************************************
062400 2400-COLUMNS-CARD.
062500     IF QC-OPERANDS = SPACES
062600         MOVE 'NO COLUMNS GIVEN' TO WS-CARD-ERROR
062700         GO TO 2400-COLUMNS-CARD-EXIT
062800     END-IF.
062900     MOVE SPACES TO WS-LI-TABLE.
063000     MOVE ZERO   TO WS-LI-COUNT.
063100     MOVE 'N'    TO WS-LIST-OVERFLOW-SW.
063200     UNSTRING QC-OPERANDS DELIMITED BY ','
063300         INTO WS-LI-ITEM (1) WS-LI-ITEM (2) WS-LI-ITEM (3)
063400              WS-LI-ITEM (4) WS-LI-ITEM (5) WS-LI-ITEM (6)
063500              WS-LI-ITEM (7) WS-LI-ITEM (8) WS-LI-ITEM (9)
063600              WS-LI-ITEM (10)
063700         TALLYING IN WS-LI-COUNT
063800         ON OVERFLOW
063900             MOVE 'Y' TO WS-LIST-OVERFLOW-SW
064000     END-UNSTRING.
064100     IF WS-LIST-OVERFLOW
064200         MOVE 'MORE THAN 10 COLUMNS' TO WS-CARD-ERROR
064300         GO TO 2400-COLUMNS-CARD-EXIT
064400     END-IF.
064500     PERFORM 2410-ADD-COLUMN
064600         THRU 2410-ADD-COLUMN-EXIT
064700         VARYING WS-LI-IDX FROM 1 BY 1
064800         UNTIL WS-LI-IDX > WS-LI-COUNT
064900            OR WS-CARD-ERROR NOT = SPACES.
065000 2400-COLUMNS-CARD-EXIT.
065100     EXIT.
065200 
065300*****************************************************************
065400* 2410-ADD-COLUMN - ADD LIST ITEM WS-LI-IDX AS THE NEXT COLUMN.
065500*****************************************************************
065600 2410-ADD-COLUMN.
065700     PERFORM 2310-JUSTIFY-ITEM
065800         THRU 2310-JUSTIFY-ITEM-EXIT.
065900     IF WS-LI-ITEM (WS-LI-IDX) = SPACES
066000         MOVE 'EMPTY COLUMN IN LIST' TO WS-CARD-ERROR
066100         GO TO 2410-ADD-COLUMN-EXIT
066200     END-IF.
066300     MOVE WS-LI-ITEM (WS-LI-IDX) TO WS-LOOKUP-NAME.
066400     PERFORM 2800-FIND-FIELD
066500         THRU 2800-FIND-FIELD-EXIT.
066600     IF NOT WS-FOUND
066700         MOVE 'UNKNOWN FIELD' TO WS-CARD-ERROR
066800         GO TO 2410-ADD-COLUMN-EXIT
066900     END-IF.
067000     MOVE 'N' TO WS-FOUND-SW.
067100     PERFORM 2420-FIND-COLUMN
067200         THRU 2420-FIND-COLUMN-EXIT
067300         VARYING WS-CL-IDX FROM 1 BY 1
067400         UNTIL WS-CL-IDX > WS-CL-COUNT OR WS-FOUND.
067500     IF WS-FOUND
067600         MOVE 'COLUMN LISTED TWICE' TO WS-CARD-ERROR
067700         GO TO 2410-ADD-COLUMN-EXIT
067800     END-IF.
067900     IF WS-CL-COUNT NOT < WS-CL-MAX
068000         MOVE 'MORE THAN 10 COLUMNS' TO WS-CARD-ERROR
068100         GO TO 2410-ADD-COLUMN-EXIT
068200     END-IF.
068300     ADD 1 TO WS-CL-COUNT.
068400     MOVE WS-LOOKUP-FIELD TO WS-CL-FIELD (WS-CL-COUNT).
068500 2410-ADD-COLUMN-EXIT.
068600     EXIT.
068700 
068800*****************************************************************
068900* 2420-FIND-COLUMN - TEST WHETHER COLUMN WS-CL-IDX IS THE
069000* FIELD JUST LOOKED UP.
069100*****************************************************************
069200 2420-FIND-COLUMN.
069300     IF WS-CL-FIELD (WS-CL-IDX) = WS-LOOKUP-FIELD
069400         MOVE 'Y' TO WS-FOUND-SW
069500     END-IF.
069600 2420-FIND-COLUMN-EXIT.
069700     EXIT.
069800 
069900*****************************************************************
070000* 2500-SORT-CARD - THE SORT FIELDS, MAJOR FIRST, EACH WITH AN
070100* OPTIONAL 'A' OR 'D' AFTER A SPACE. ONE SORT CARD PER QUERY.
070200*****************************************************************
070300 2500-SORT-CARD.
070400     IF WS-SORT-SEEN
070500         MOVE 'ONE SORT CARD ONLY' TO WS-CARD-ERROR
070600         GO TO 2500-SORT-CARD-EXIT
070700     END-IF.
070800     MOVE 'Y' TO WS-SORT-SEEN-SW.
070900     IF QC-OPERANDS = SPACES
071000         MOVE 'NO SORT FIELDS GIVEN' TO WS-CARD-ERROR
071100         GO TO 2500-SORT-CARD-EXIT
071200     END-IF.
071300     MOVE SPACES TO WS-LI-TABLE.
071400     MOVE ZERO   TO WS-LI-COUNT.
071500     MOVE 'N'    TO WS-LIST-OVERFLOW-SW.
071600     UNSTRING QC-OPERANDS DELIMITED BY ','
071700         INTO WS-LI-ITEM (1) WS-LI-ITEM (2) WS-LI-ITEM (3)
071800         TALLYING IN WS-LI-COUNT
071900         ON OVERFLOW
072000             MOVE 'Y' TO WS-LIST-OVERFLOW-SW
072100     END-UNSTRING.
072200     IF WS-LIST-OVERFLOW
072300         MOVE 'MORE THAN 3 SORT FIELDS' TO WS-CARD-ERROR
072400         GO TO 2500-SORT-CARD-EXIT
072500     END-IF.
072600     PERFORM 2510-ADD-SORT-KEY
072700         THRU 2510-ADD-SORT-KEY-EXIT
072800         VARYING WS-LI-IDX FROM 1 BY 1
072900         UNTIL WS-LI-IDX > WS-LI-COUNT
073000            OR WS-CARD-ERROR NOT = SPACES.
073100 2500-SORT-CARD-EXIT.
073200     EXIT.
073300 
073400*****************************************************************
073500* 2510-ADD-SORT-KEY - ADD LIST ITEM WS-LI-IDX ('FIELD' OR
073600* 'FIELD A' OR 'FIELD D') AS THE NEXT SORT FIELD.
073700*****************************************************************
073800 2510-ADD-SORT-KEY.
073900     PERFORM 2310-JUSTIFY-ITEM
074000         THRU 2310-JUSTIFY-ITEM-EXIT.
074100     IF WS-LI-ITEM (WS-LI-IDX) = SPACES
074200         MOVE 'EMPTY SORT FIELD IN LIST' TO WS-CARD-ERROR
074300         GO TO 2510-ADD-SORT-KEY-EXIT
074400     END-IF.
074500     MOVE SPACES TO WS-SK-ITEM-NAME.
074600     MOVE SPACES TO WS-SK-ITEM-DIR.
074700     MOVE SPACES TO WS-SK-ITEM-EXTRA.
074800     UNSTRING WS-LI-ITEM (WS-LI-IDX) DELIMITED BY ALL SPACE
074900         INTO WS-SK-ITEM-NAME WS-SK-ITEM-DIR WS-SK-ITEM-EXTRA
075000     END-UNSTRING.
075100     IF WS-SK-ITEM-EXTRA NOT = SPACES
075200             OR (WS-SK-ITEM-DIR NOT = 'A'
075300                 AND WS-SK-ITEM-DIR NOT = 'D'
075400                 AND WS-SK-ITEM-DIR NOT = SPACES)
075500         MOVE 'SORT ORDER MUST BE A OR D' TO WS-CARD-ERROR
075600         GO TO 2510-ADD-SORT-KEY-EXIT
075700     END-IF.
075800     MOVE WS-SK-ITEM-NAME TO WS-LOOKUP-NAME.
075900     PERFORM 2800-FIND-FIELD
076000         THRU 2800-FIND-FIELD-EXIT.
076100     IF NOT WS-FOUND
076200         MOVE 'UNKNOWN FIELD' TO WS-CARD-ERROR
076300         GO TO 2510-ADD-SORT-KEY-EXIT
076400     END-IF.
076500     ADD 1 TO WS-SK-COUNT.
076600     MOVE WS-LOOKUP-FIELD TO WS-SK-FIELD (WS-SK-COUNT).
076700     MOVE 'A'             TO WS-SK-DIR (WS-SK-COUNT).
076800     IF WS-SK-ITEM-DIR = 'D'
076900         MOVE 'D' TO WS-SK-DIR (WS-SK-COUNT)
077000     END-IF.
077100 2510-ADD-SORT-KEY-EXIT.
077200     EXIT.
077300 
077400*****************************************************************
077500* 2600-SUBTOTAL-CARD - DEPARTMENT SUBTOTALS, THE ONLY KIND.
077600*****************************************************************
077700 2600-SUBTOTAL-CARD.
077800     MOVE QC-OPERANDS (1:15) TO WS-JUST-FIELD.
077900     PERFORM 2850-LEFT-JUSTIFY
078000         THRU 2850-LEFT-JUSTIFY-EXIT.
078100     IF WS-JUST-FIELD NOT = 'DEPT'
078200             OR QC-OPERANDS (16:56) NOT = SPACES
078300         MOVE 'SUBTOTAL IS BY DEPT ONLY' TO WS-CARD-ERROR
078400         GO TO 2600-SUBTOTAL-CARD-EXIT
078500     END-IF.
078600     MOVE 'Y' TO WS-SUBTOTAL-SW.
078700 2600-SUBTOTAL-CARD-EXIT.
078800     EXIT.
078900 
079000*****************************************************************
079100* 2700-OUTPUT-CARD - WHERE THE ROWS GO: THE LISTING OR QRYCSV.
079200*****************************************************************
079300 2700-OUTPUT-CARD.
079400     IF QRYCARD-RECORD (16:65) NOT = SPACES
079500         MOVE 'OUTPUT MUST BE REPORT OR CSV' TO WS-CARD-ERROR
079600         GO TO 2700-OUTPUT-CARD-EXIT
079700     END-IF.
079800     EVALUATE TRUE
079900         WHEN QC-O-REPORT
080000             MOVE 'R' TO WS-OUTPUT-SW
080100         WHEN QC-O-CSV
080200             MOVE 'C' TO WS-OUTPUT-SW
080300         WHEN OTHER
080400             MOVE 'OUTPUT MUST BE REPORT OR CSV'
080500                                  TO WS-CARD-ERROR
080600     END-EVALUATE.
080700 2700-OUTPUT-CARD-EXIT.
080800     EXIT.
080900 
081000*****************************************************************
081100* 2800-FIND-FIELD - LOOK WS-LOOKUP-NAME UP IN THE FIELD
081200* DICTIONARY. WHEN FOUND, WS-LOOKUP-FIELD IS ITS NUMBER.
081300*****************************************************************
081400 2800-FIND-FIELD.
081500     MOVE 'N' TO WS-FOUND-SW.
081600     IF WS-LOOKUP-NAME (9:7) NOT = SPACES
081700         GO TO 2800-FIND-FIELD-EXIT
081800     END-IF.
081900     PERFORM 2810-MATCH-FIELD
082000         THRU 2810-MATCH-FIELD-EXIT
082100         VARYING WS-FD-IDX FROM 1 BY 1
082200         UNTIL WS-FD-IDX > WS-FD-COUNT OR WS-FOUND.
082300     IF WS-FOUND
082400         SUBTRACT 1 FROM WS-FD-IDX
082500         MOVE WS-FD-IDX TO WS-LOOKUP-FIELD
082600     END-IF.
082700 2800-FIND-FIELD-EXIT.
082800     EXIT.
082900 
083000*****************************************************************
083100* 2810-MATCH-FIELD - TEST DICTIONARY ENTRY WS-FD-IDX.
083200*****************************************************************
083300 2810-MATCH-FIELD.
083400     IF WS-FD-NAME (WS-FD-IDX) = WS-LOOKUP-NAME (1:8)
083500         MOVE 'Y' TO WS-FOUND-SW
083600     END-IF.
083700 2810-MATCH-FIELD-EXIT.
083800     EXIT.
083900 
084000*****************************************************************
084100* 2850-LEFT-JUSTIFY - DROP THE LEADING SPACES FROM
084200* WS-JUST-FIELD.
084300*****************************************************************
084400 2850-LEFT-JUSTIFY.
084500     MOVE ZERO TO WS-LEAD-COUNT.
084600     INSPECT WS-JUST-FIELD TALLYING WS-LEAD-COUNT
084700         FOR LEADING SPACE.
084800     IF WS-LEAD-COUNT > ZERO AND WS-LEAD-COUNT < 15
084900         MOVE WS-JUST-FIELD (WS-LEAD-COUNT + 1:)
085000                                  TO WS-JUST-WORK
085100         MOVE WS-JUST-WORK TO WS-JUST-FIELD
085200     END-IF.
085300 2850-LEFT-JUSTIFY-EXIT.
085400     EXIT.
085500 
085600*****************************************************************
085700* 2870-CHECK-VALUE-TYPE - CHECK WS-CHECK-VALUE FITS FIELD
085800* WS-LOOKUP-FIELD: AN ID IS FIVE DIGITS, A DATE YYYY-MM-DD.
085900* TEXT FIELDS TAKE ANYTHING.
086000*****************************************************************
086100 2870-CHECK-VALUE-TYPE.
086200     IF WS-FD-NUMERIC (WS-LOOKUP-FIELD)
086300         IF WS-CHECK-VALUE (1:5) NOT NUMERIC
086400                 OR WS-CHECK-VALUE (6:10) NOT = SPACES
086500             MOVE 'ID MUST BE 5 DIGITS' TO WS-CARD-ERROR
086600         END-IF
086700     END-IF.
086800     IF WS-FD-DATE (WS-LOOKUP-FIELD)
086900         IF WS-CHECK-VALUE (1:4) NOT NUMERIC
087000                 OR WS-CHECK-VALUE (5:1) NOT = '-'
087100                 OR WS-CHECK-VALUE (6:2) NOT NUMERIC
087200                 OR WS-CHECK-VALUE (8:1) NOT = '-'
087300                 OR WS-CHECK-VALUE (9:2) NOT NUMERIC
087400                 OR WS-CHECK-VALUE (11:5) NOT = SPACES
087500             MOVE 'DATE MUST BE YYYY-MM-DD' TO WS-CARD-ERROR
087600         END-IF
087700     END-IF.
087800 2870-CHECK-VALUE-TYPE-EXIT.
087900     EXIT.
088000 
088100*****************************************************************
088200* 2910-DEFAULT-COLUMN - WITH NO COLUMNS CARD, SHOW EMPMAST'S
088300* FIELDS IN DICTIONARY ORDER.
088400*****************************************************************
088500 2910-DEFAULT-COLUMN.
088600     ADD 1 TO WS-CL-COUNT.
088700     MOVE WS-FD-IDX TO WS-CL-FIELD (WS-CL-COUNT).
088800 2910-DEFAULT-COLUMN-EXIT.
088900     EXIT.
089000 
089100*****************************************************************
089200* 2920-SHIFT-SORT-KEY - MOVE SORT FIELD WS-SK-IDX DOWN ONE TO
089300* MAKE ROOM FOR THE DEPARTMENT IN FRONT.
089400*****************************************************************
089500 2920-SHIFT-SORT-KEY.
089600     MOVE WS-SK-ENTRY (WS-SK-IDX) TO WS-SK-ENTRY (WS-SK-IDX + 1).
089700 2920-SHIFT-SORT-KEY-EXIT.
089800     EXIT.
089900 
090000*****************************************************************
090100* 3000-START-LISTING - START THE QRYRPT LISTING: WHO ASKED,
090200* THEN EVERY QUERY CARD AS READ WITH ANY ERROR BESIDE IT. THE
090300* PAGE HEADING IS THE COLUMN HEADING WHEN THE ROWS PRINT HERE.
090400*****************************************************************
090500 3000-START-LISTING.
090600     MOVE SPACES TO WS-HEAD-LINE.
090700     IF WS-OUTPUT-REPORT AND NOT WS-CARD-ERRORS
090800         MOVE 3 TO WS-COL-POS
090900         PERFORM 3100-PLACE-HEADING
091000             THRU 3100-PLACE-HEADING-EXIT
091100             VARYING WS-CL-IDX FROM 1 BY 1
091200             UNTIL WS-CL-IDX > WS-CL-COUNT
091300     ELSE
091400         MOVE '  QUERY CARDS AND COUNTS' TO WS-HEAD-LINE
091500     END-IF.
091600     MOVE WS-QUERY-TITLE   TO WS-RW-TITLE-TEXT.
091700     MOVE WS-HEAD-LINE     TO WS-RW-HEADING-LINE.
091800     MOVE WS-RUN-DATE-EDIT TO WS-RW-RUN-DATE.
091900     MOVE 60 TO WS-RW-LINES-PER-PAGE.
092000     MOVE 'I' TO WS-RW-FUNCTION.
092100     CALL 'RPTWRTR' USING WS-RPTWRTR-PARM.
092200     PERFORM 8210-WRITE-RPT-OUT-LINES
092300         THRU 8210-WRITE-RPT-OUT-LINES-EXIT.
092400     MOVE SPACES TO QRYRPT-RECORD.
092500     MOVE 'REQUESTED BY: ' TO QR-R-LABEL.
092600     MOVE WS-USER-ID       TO QR-R-USER-ID.
092700     MOVE 'JOB '           TO QR-R-JOB-LABEL.
092800     MOVE WS-JOB-NAME      TO QR-R-JOB-NAME.
092900     PERFORM 8200-PRINT-REPORT-LINE
093000         THRU 8200-PRINT-REPORT-LINE-EXIT.
093100     MOVE SPACES TO QRYRPT-RECORD.
093200     PERFORM 8200-PRINT-REPORT-LINE
093300         THRU 8200-PRINT-REPORT-LINE-EXIT.
093400     PERFORM 3200-ECHO-CARD
093500         THRU 3200-ECHO-CARD-EXIT
093600         VARYING WS-CE-IDX FROM 1 BY 1
093700         UNTIL WS-CE-IDX > WS-CE-COUNT.
093800     IF WS-TOO-MANY-CARDS
093900         MOVE SPACES TO QRYRPT-RECORD
094000         MOVE '*** MORE THAN 50 QUERY CARDS - QUERY NOT RUN'
094100                                  TO QR-C-CARD
094200         PERFORM 8200-PRINT-REPORT-LINE
094300             THRU 8200-PRINT-REPORT-LINE-EXIT
094400     END-IF.
094500     IF WS-CARD-ERRORS
094600         MOVE SPACES TO QRYRPT-RECORD
094700         PERFORM 8200-PRINT-REPORT-LINE
094800             THRU 8200-PRINT-REPORT-LINE-EXIT
094900         MOVE SPACES TO QRYRPT-RECORD
095000         MOVE '*** QUERY CARDS IN ERROR - QUERY NOT RUN'
095100                                  TO QR-C-CARD
095200         PERFORM 8200-PRINT-REPORT-LINE
095300             THRU 8200-PRINT-REPORT-LINE-EXIT
095400     END-IF.
095500     MOVE SPACES TO QRYRPT-RECORD.
095600     PERFORM 8200-PRINT-REPORT-LINE
095700         THRU 8200-PRINT-REPORT-LINE-EXIT.
095800 3000-START-LISTING-EXIT.
095900     EXIT.
096000 
096100*****************************************************************
096200* 3100-PLACE-HEADING - PUT COLUMN WS-CL-IDX'S HEADING IN THE
096300* HEADING LINE AND STEP PAST IT AND THE TWO-SPACE GAP.
096400*****************************************************************
096500 3100-PLACE-HEADING.
096600     MOVE WS-CL-FIELD (WS-CL-IDX)  TO WS-FD-IDX.
096700     MOVE WS-FD-WIDTH (WS-FD-IDX)  TO WS-COL-WIDTH.
096800     MOVE WS-FD-HEADING (WS-FD-IDX)
096900                   TO WS-HEAD-LINE (WS-COL-POS:WS-COL-WIDTH).
097000     ADD WS-COL-WIDTH 2 TO WS-COL-POS.
097100 3100-PLACE-HEADING-EXIT.
097200     EXIT.
097300 
097400*****************************************************************
097500* 3200-ECHO-CARD - PRINT QUERY CARD WS-CE-IDX AND ITS ERROR.
097600*****************************************************************
097700 3200-ECHO-CARD.
097800     MOVE SPACES TO QRYRPT-RECORD.
097900     MOVE WS-CE-CARD (WS-CE-IDX)  TO QR-C-CARD.
098000     MOVE WS-CE-ERROR (WS-CE-IDX) TO QR-C-ERROR.
098100     PERFORM 8200-PRINT-REPORT-LINE
098200         THRU 8200-PRINT-REPORT-LINE-EXIT.
098300 3200-ECHO-CARD-EXIT.
098400     EXIT.
098500 
098600*****************************************************************
098700* 4000-SELECT-EMPLOYEES - READ EMPMAST FRONT TO BACK, LOOK UP
098800* EACH EMPLOYEE'S LEAVE, AND FILE EVERY EMPLOYEE THAT MEETS ALL
098900* THE SELECT CARDS INTO THE ROW TABLE IN OUTPUT ORDER.
099000*****************************************************************
099100 4000-SELECT-EMPLOYEES.
099200     PERFORM 4100-READ-EMPLOYEE
099300         THRU 4100-READ-EMPLOYEE-EXIT
099400         UNTIL WS-MAST-EOF.
099500     DISPLAY 'EMPQRY - ' WS-MAST-READ-COUNT ' EMPLOYEES READ, '
099600             WS-SELECT-COUNT ' SELECTED'.
099700 4000-SELECT-EMPLOYEES-EXIT.
099800     EXIT.
099900 
100000*****************************************************************
100100* 4100-READ-EMPLOYEE - READ ONE EMPMAST RECORD, BUILD ITS ROW,
100200* AND KEEP IT WHEN IT IS SELECTED.
100300*****************************************************************
100400 4100-READ-EMPLOYEE.
100500     READ EMPMAST-FILE
100600         AT END
100700             MOVE 'Y' TO WS-MAST-EOF-SW
100800             GO TO 4100-READ-EMPLOYEE-EXIT
100900     END-READ.
101000     ADD 1 TO WS-MAST-READ-COUNT.
101100     PERFORM 4200-BUILD-ROW
101200         THRU 4200-BUILD-ROW-EXIT.
101300     MOVE 'Y' TO WS-SELECTED-SW.
101400     PERFORM 4300-TEST-SELECT
101500         THRU 4300-TEST-SELECT-EXIT
101600         VARYING WS-SL-IDX FROM 1 BY 1
101700         UNTIL WS-SL-IDX > WS-SL-COUNT
101800            OR NOT WS-ROW-SELECTED.
101900     IF NOT WS-ROW-SELECTED
102000         GO TO 4100-READ-EMPLOYEE-EXIT
102100     END-IF.
102200     ADD 1 TO WS-SELECT-COUNT.
102300     PERFORM 4400-FILE-ROW
102400         THRU 4400-FILE-ROW-EXIT.
102500 4100-READ-EMPLOYEE-EXIT.
102600     EXIT.
102700 
102800*****************************************************************
102900* 4200-BUILD-ROW - EVERY DICTIONARY FIELD FOR THE EMPLOYEE. NO
103000* LEAVEF RECORD LEAVES THE LEAVE FIELDS BLANK.
103100*****************************************************************
103200 4200-BUILD-ROW.
103300     MOVE SPACES TO WS-NR-ROW.
103400     MOVE EM-EMPL-ID        TO WS-NR-VALUE (1).
103500     MOVE EM-EMPL-NAME      TO WS-NR-VALUE (2).
103600     MOVE EM-EMPL-DEPT      TO WS-NR-VALUE (3).
103700     MOVE EM-EMPL-STATUS    TO WS-NR-VALUE (4).
103800     MOVE EM-EMPL-PAY-GRADE TO WS-NR-VALUE (5).
103900     MOVE EM-EMPL-HIRE-DATE TO WS-NR-VALUE (6).
104000     MOVE EM-EMPL-ID TO LV-EMPL-ID.
104100     READ LEAVEF-FILE.
104200     IF WS-LEAVE-STATUS = '00'
104300         MOVE LV-STATUS        TO WS-NR-VALUE (7)
104400         MOVE LV-LEAVE-START   TO WS-NR-VALUE (8)
104500         MOVE LV-EXPECT-RETURN TO WS-NR-VALUE (9)
104600         MOVE LV-ACTUAL-RETURN TO WS-NR-VALUE (10)
104700     END-IF.
104800 4200-BUILD-ROW-EXIT.
104900     EXIT.
105000 
105100*****************************************************************
105200* 4300-TEST-SELECT - TEST THE ROW AGAINST SELECT CARD
105300* WS-SL-IDX. IN NEEDS ONE OF THE VALUES, NOT NONE OF THEM, AND
105400* RANGE A NON-BLANK VALUE INSIDE THE BOUNDS GIVEN.
105500*****************************************************************
105600 4300-TEST-SELECT.
105700     MOVE WS-SL-FIELD (WS-SL-IDX) TO WS-CMP-FIELD.
105800     IF WS-SL-RANGE (WS-SL-IDX)
105900         IF WS-NR-VALUE (WS-CMP-FIELD) = SPACES
106000             MOVE 'N' TO WS-SELECTED-SW
106100             GO TO 4300-TEST-SELECT-EXIT
106200         END-IF
106300         IF WS-SL-VALUE (WS-SL-IDX, 1) NOT = SPACES
106400             AND WS-NR-VALUE (WS-CMP-FIELD)
106500                             < WS-SL-VALUE (WS-SL-IDX, 1)
106600             MOVE 'N' TO WS-SELECTED-SW
106700             GO TO 4300-TEST-SELECT-EXIT
106800         END-IF
106900         IF WS-SL-VALUE (WS-SL-IDX, 2) NOT = SPACES
107000             AND WS-NR-VALUE (WS-CMP-FIELD)
107100                             > WS-SL-VALUE (WS-SL-IDX, 2)
107200             MOVE 'N' TO WS-SELECTED-SW
107300         END-IF
107400         GO TO 4300-TEST-SELECT-EXIT
107500     END-IF.
107600     MOVE 'N' TO WS-HIT-SW.
107700     PERFORM 4310-TEST-LIST-VALUE
107800         THRU 4310-TEST-LIST-VALUE-EXIT
107900         VARYING WS-SV-IDX FROM 1 BY 1
108000         UNTIL WS-SV-IDX > WS-SL-VALUE-COUNT (WS-SL-IDX)
108100            OR WS-VALUE-HIT.
108200     IF WS-SL-IN (WS-SL-IDX) AND NOT WS-VALUE-HIT
108300         MOVE 'N' TO WS-SELECTED-SW
108400     END-IF.
108500     IF WS-SL-NOT (WS-SL-IDX) AND WS-VALUE-HIT
108600         MOVE 'N' TO WS-SELECTED-SW
108700     END-IF.
108800 4300-TEST-SELECT-EXIT.
108900     EXIT.
109000 
109100*****************************************************************
109200* 4310-TEST-LIST-VALUE - TEST THE ROW'S FIELD AGAINST ONE
109300* VALUE OF AN IN OR NOT LIST.
109400*****************************************************************
109500 4310-TEST-LIST-VALUE.
109600     IF WS-NR-VALUE (WS-CMP-FIELD)
109700                         = WS-SL-VALUE (WS-SL-IDX, WS-SV-IDX)
109800         MOVE 'Y' TO WS-HIT-SW
109900     END-IF.
110000 4310-TEST-LIST-VALUE-EXIT.
110100     EXIT.
110200 
110300*****************************************************************
110400* 4400-FILE-ROW - INSERT THE ROW INTO THE ROW TABLE IN SORT
110500* ORDER. ROWS THAT COMPARE EQUAL STAY IN EMPMAST ORDER, AND
110600* WITH NO SORT FIELDS EVERY ROW SIMPLY GOES ON THE END. ONCE
110700* THE TABLE IS FULL THE REST ARE ONLY COUNTED.
110800*****************************************************************
110900 4400-FILE-ROW.
111000     IF WS-RT-COUNT NOT < WS-RT-MAX
111100         IF NOT WS-ROW-OVERFLOW
111200             DISPLAY 'EMPQRY - MORE THAN ' WS-RT-MAX
111300                     ' EMPLOYEES SELECTED, ROWS NOT LISTED'
111400             MOVE 'Y' TO WS-OVERFLOW-SW
111500         END-IF
111600         GO TO 4400-FILE-ROW-EXIT
111700     END-IF.
111800     ADD 1 TO WS-RT-COUNT.
111900     MOVE WS-RT-COUNT TO WS-SLOT-IDX.
112000     MOVE 'N' TO WS-SLOT-FOUND-SW.
112100     IF WS-SK-COUNT > ZERO
112200         PERFORM 4410-MAKE-ROOM
112300             THRU 4410-MAKE-ROOM-EXIT
112400             VARYING WS-SCAN-IDX FROM WS-RT-COUNT BY -1
112500             UNTIL WS-SCAN-IDX < 2 OR WS-SLOT-FOUND
112600     END-IF.
112700     MOVE WS-NR-ROW TO WS-RT-ENTRY (WS-SLOT-IDX).
112800 4400-FILE-ROW-EXIT.
112900     EXIT.
113000 
113100*****************************************************************
113200* 4410-MAKE-ROOM - LOOK AT THE ROW JUST ABOVE THE OPEN SLOT.
113300* IF THE NEW ROW SORTS BEFORE IT, IT MOVES DOWN INTO THE SLOT
113400* AND THE SLOT MOVES UP; OTHERWISE THE SLOT IS WHERE THE NEW
113500* ROW BELONGS.
113600*****************************************************************
113700 4410-MAKE-ROOM.
113800     MOVE '=' TO WS-CMP-RESULT.
113900     PERFORM 4420-COMPARE-SORT-KEY
114000         THRU 4420-COMPARE-SORT-KEY-EXIT
114100         VARYING WS-SK-IDX FROM 1 BY 1
114200         UNTIL WS-SK-IDX > WS-SK-COUNT OR NOT WS-CMP-EQUAL.
114300     IF WS-CMP-BEFORE
114400         MOVE WS-RT-ENTRY (WS-SCAN-IDX - 1)
114500                              TO WS-RT-ENTRY (WS-SLOT-IDX)
114600         SUBTRACT 1 FROM WS-SLOT-IDX
114700     ELSE
114800         MOVE 'Y' TO WS-SLOT-FOUND-SW
114900     END-IF.
115000 4410-MAKE-ROOM-EXIT.
115100     EXIT.
115200 
115300*****************************************************************
115400* 4420-COMPARE-SORT-KEY - COMPARE THE NEW ROW WITH THE ROW
115500* ABOVE THE SLOT ON SORT FIELD WS-SK-IDX, IN THE FIELD'S
115600* DIRECTION: '<' THE NEW ROW GOES FIRST, '>' IT GOES AFTER.
115700*****************************************************************
115800 4420-COMPARE-SORT-KEY.
115900     MOVE WS-SK-FIELD (WS-SK-IDX) TO WS-CMP-FIELD.
116000     IF WS-NR-VALUE (WS-CMP-FIELD)
116100             < WS-RT-VALUE (WS-SCAN-IDX - 1, WS-CMP-FIELD)
116200         MOVE '<' TO WS-CMP-RESULT
116300     END-IF.
116400     IF WS-NR-VALUE (WS-CMP-FIELD)
116500             > WS-RT-VALUE (WS-SCAN-IDX - 1, WS-CMP-FIELD)
116600         MOVE '>' TO WS-CMP-RESULT
116700     END-IF.
116800     IF WS-SK-DESCENDING (WS-SK-IDX) AND WS-CMP-BEFORE
116900         MOVE '>' TO WS-CMP-RESULT
117000     ELSE
117100         IF WS-SK-DESCENDING (WS-SK-IDX) AND WS-CMP-AFTER
117200             MOVE '<' TO WS-CMP-RESULT
117300         END-IF
117400     END-IF.
117500 4420-COMPARE-SORT-KEY-EXIT.
117600     EXIT.
117700 
117800*****************************************************************
117900* 5000-WRITE-RESULTS - SEND THE ROWS WHERE THE OUTPUT CARD
118000* SAID, WITH THE DEPARTMENT SUBTOTALS ON THE LISTING. A QUERY
118100* THAT SELECTED MORE THAN THE TABLE HOLDS LISTS NO ROWS AT
118200* ALL -- A PARTIAL LIST WOULD PASS FOR THE ANSWER.
118300*****************************************************************
118400 5000-WRITE-RESULTS.
118500     IF WS-ROW-OVERFLOW
118600         MOVE SPACES TO QRYRPT-RECORD
118700         MOVE
118800    '*** OVER 5000 EMPLOYEES SELECTED - NARROW THE SELECTION'
118900                                  TO QR-C-CARD
119000         PERFORM 8200-PRINT-REPORT-LINE
119100             THRU 8200-PRINT-REPORT-LINE-EXIT
119200         MOVE 8 TO WS-HIGH-RC
119300         GO TO 5000-WRITE-RESULTS-EXIT
119400     END-IF.
119500     IF WS-OUTPUT-CSV
119600         PERFORM 5500-WRITE-CSV-HEADER
119700             THRU 5500-WRITE-CSV-HEADER-EXIT
119800     END-IF.
119810     IF WS-ABEND-REQUESTED
119820         GO TO 5000-WRITE-RESULTS-EXIT
119830     END-IF.
119900     MOVE SPACES TO WS-PREV-DEPT.
120000     MOVE ZERO   TO WS-DEPT-ROW-COUNT.
120100     PERFORM 5100-WRITE-ONE-ROW
120200         THRU 5100-WRITE-ONE-ROW-EXIT
120300         VARYING WS-RT-IDX FROM 1 BY 1
120400         UNTIL WS-RT-IDX > WS-RT-COUNT
120410            OR WS-ABEND-REQUESTED.
120420     IF WS-ABEND-REQUESTED
120430         GO TO 5000-WRITE-RESULTS-EXIT
120440     END-IF.
120500     IF WS-SUBTOTAL-REQUESTED AND WS-RT-COUNT > ZERO
120600         PERFORM 5200-PRINT-SUBTOTAL
120700             THRU 5200-PRINT-SUBTOTAL-EXIT
120800     END-IF.
120900 5000-WRITE-RESULTS-EXIT.
121000     EXIT.
121100 
121200*****************************************************************
121300* 5100-WRITE-ONE-ROW - CLOSE OFF THE LAST DEPARTMENT'S
121400* SUBTOTAL WHEN THE DEPARTMENT CHANGES, THEN WRITE ROW
121500* WS-RT-IDX.
121600*****************************************************************
121700 5100-WRITE-ONE-ROW.
121800     IF WS-SUBTOTAL-REQUESTED
121900         IF WS-RT-IDX > 1
122000             AND WS-RT-VALUE (WS-RT-IDX, WS-FD-DEPT-NO)
122100                                         NOT = WS-PREV-DEPT
122200             PERFORM 5200-PRINT-SUBTOTAL
122300                 THRU 5200-PRINT-SUBTOTAL-EXIT
122400         END-IF
122500         MOVE WS-RT-VALUE (WS-RT-IDX, WS-FD-DEPT-NO)
122600                                  TO WS-PREV-DEPT
122700         ADD 1 TO WS-DEPT-ROW-COUNT
122800     END-IF.
122900     IF WS-OUTPUT-CSV
123000         PERFORM 5400-WRITE-CSV-ROW
123100             THRU 5400-WRITE-CSV-ROW-EXIT
123200     ELSE
123300         PERFORM 5300-PRINT-ROW
123400             THRU 5300-PRINT-ROW-EXIT
123500     END-IF.
123600 5100-WRITE-ONE-ROW-EXIT.
123700     EXIT.
123800 
123900*****************************************************************
124000* 5200-PRINT-SUBTOTAL - PRINT THE COUNT FOR THE DEPARTMENT JUST
124100* FINISHED AND START THE NEXT ONE FROM ZERO.
124200*****************************************************************
124300 5200-PRINT-SUBTOTAL.
124400     MOVE SPACES TO QRYRPT-RECORD.
124500     MOVE 'DEPARTMENT ' TO QR-S-LABEL.
124600     MOVE WS-PREV-DEPT  TO QR-S-DEPT.
124700     MOVE WS-DEPT-ROW-COUNT TO QR-S-COUNT.
124800     PERFORM 8200-PRINT-REPORT-LINE
124900         THRU 8200-PRINT-REPORT-LINE-EXIT.
125000     IF WS-OUTPUT-REPORT
125100         MOVE SPACES TO QRYRPT-RECORD
125200         PERFORM 8200-PRINT-REPORT-LINE
125300             THRU 8200-PRINT-REPORT-LINE-EXIT
125400     END-IF.
125500     MOVE ZERO TO WS-DEPT-ROW-COUNT.
125600 5200-PRINT-SUBTOTAL-EXIT.
125700     EXIT.
125800 
125900*****************************************************************
126000* 5300-PRINT-ROW - PRINT ROW WS-RT-IDX IN THE QUERY'S COLUMNS,
126100* LINED UP UNDER THE HEADING.
126200*****************************************************************
126300 5300-PRINT-ROW.
126400     MOVE SPACES TO QRYRPT-RECORD.
126500     MOVE 3 TO WS-COL-POS.
126600     PERFORM 5310-PLACE-COLUMN
126700         THRU 5310-PLACE-COLUMN-EXIT
126800         VARYING WS-CL-IDX FROM 1 BY 1
126900         UNTIL WS-CL-IDX > WS-CL-COUNT.
127000     PERFORM 8200-PRINT-REPORT-LINE
127100         THRU 8200-PRINT-REPORT-LINE-EXIT.
127200 5300-PRINT-ROW-EXIT.
127300     EXIT.
127400 
127500*****************************************************************
127600* 5310-PLACE-COLUMN - PUT COLUMN WS-CL-IDX OF THE ROW IN THE
127700* PRINT LINE AND STEP PAST IT AND THE TWO-SPACE GAP.
127800*****************************************************************
127900 5310-PLACE-COLUMN.
128000     MOVE WS-CL-FIELD (WS-CL-IDX)  TO WS-FD-IDX.
128100     MOVE WS-FD-WIDTH (WS-FD-IDX)  TO WS-COL-WIDTH.
128200     MOVE WS-RT-VALUE (WS-RT-IDX, WS-FD-IDX)
128300                   TO QRYRPT-RECORD (WS-COL-POS:WS-COL-WIDTH).
128400     ADD WS-COL-WIDTH 2 TO WS-COL-POS.
128500 5310-PLACE-COLUMN-EXIT.
128600     EXIT.
128700 
128800*****************************************************************
128900* 5400-WRITE-CSV-ROW - WRITE ROW WS-RT-IDX TO QRYCSV, ONE
129000* COMMA-SEPARATED VALUE PER COLUMN, TRAILING SPACES DROPPED.
129100* THE NAME IS QUOTED SINCE IT MAY CARRY A COMMA.
129200*****************************************************************
129300 5400-WRITE-CSV-ROW.
129400     MOVE SPACES TO WS-CSV-LINE.
129500     MOVE 1 TO WS-CSV-PTR.
129600     PERFORM 5410-ADD-CSV-VALUE
129700         THRU 5410-ADD-CSV-VALUE-EXIT
129800         VARYING WS-CL-IDX FROM 1 BY 1
129900         UNTIL WS-CL-IDX > WS-CL-COUNT.
130000     WRITE QRYCSV-RECORD FROM WS-CSV-LINE.
130010     IF WS-QCSV-STATUS NOT = '00'
130020         PERFORM 5900-CSV-WRITE-FAILED
130030             THRU 5900-CSV-WRITE-FAILED-EXIT
130040         GO TO 5400-WRITE-CSV-ROW-EXIT
130050     END-IF.
130100     ADD 1 TO WS-CSV-COUNT.
130200 5400-WRITE-CSV-ROW-EXIT.
130300     EXIT.
130400 
130500*****************************************************************
130600* 5410-ADD-CSV-VALUE - APPEND COLUMN WS-CL-IDX OF THE ROW.
130700*****************************************************************
130800 5410-ADD-CSV-VALUE.
130900     IF WS-CL-IDX > 1
131000         STRING ',' DELIMITED BY SIZE
131100             INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
131200     END-IF.
131300     MOVE WS-CL-FIELD (WS-CL-IDX) TO WS-FD-IDX.
131400     MOVE WS-RT-VALUE (WS-RT-IDX, WS-FD-IDX) TO WS-CSV-VALUE.
131500     IF WS-FD-NAME (WS-FD-IDX) = 'NAME'
131600         STRING '"'          DELIMITED BY SIZE
131700                WS-CSV-VALUE DELIMITED BY '  '
131800                '"'          DELIMITED BY SIZE
131900             INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
132000     ELSE
132100         STRING WS-CSV-VALUE DELIMITED BY '  '
132200             INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
132300     END-IF.
132400 5410-ADD-CSV-VALUE-EXIT.
132500     EXIT.
132600 
132700*****************************************************************
132800* 5500-WRITE-CSV-HEADER - THE FIRST QRYCSV RECORD NAMES THE
132900* COLUMNS, BY THEIR CARD NAMES.
133000*****************************************************************
133100 5500-WRITE-CSV-HEADER.
133200     MOVE SPACES TO WS-CSV-LINE.
133300     MOVE 1 TO WS-CSV-PTR.
133400     PERFORM 5510-ADD-CSV-NAME
133500         THRU 5510-ADD-CSV-NAME-EXIT
133600         VARYING WS-CL-IDX FROM 1 BY 1
133700         UNTIL WS-CL-IDX > WS-CL-COUNT.
133800     WRITE QRYCSV-RECORD FROM WS-CSV-LINE.
133810     IF WS-QCSV-STATUS NOT = '00'
133820         PERFORM 5900-CSV-WRITE-FAILED
133830             THRU 5900-CSV-WRITE-FAILED-EXIT
133840     END-IF.
133900 5500-WRITE-CSV-HEADER-EXIT.
134000     EXIT.
134100 
134200*****************************************************************
134300* 5510-ADD-CSV-NAME - APPEND COLUMN WS-CL-IDX'S FIELD NAME.
134400*****************************************************************
134500 5510-ADD-CSV-NAME.
134600     IF WS-CL-IDX > 1
134700         STRING ',' DELIMITED BY SIZE
134800             INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
134900     END-IF.
135000     MOVE WS-CL-FIELD (WS-CL-IDX) TO WS-FD-IDX.
135100     STRING WS-FD-NAME (WS-FD-IDX) DELIMITED BY SPACE
135200         INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR.
135300 5510-ADD-CSV-NAME-EXIT.
135400     EXIT.
135500 
135504*****************************************************************
135508* 5900-CSV-WRITE-FAILED - A WRITE TO QRYCSV FAILED. THE FILE IS
135512* SHORT, SO NO MORE ROWS ARE WRITTEN AND THE STEP FAILS RATHER
135516* THAN HAND ON A PARTIAL EXPORT.
135520*****************************************************************
135524 5900-CSV-WRITE-FAILED.
135528     DISPLAY 'EMPQRY - ERROR WRITING QRYCSV, STATUS '
135532             WS-QCSV-STATUS.
135536     MOVE 'WRITE QRYCSV'      TO AL-OPERATION.
135540     MOVE ZERO                TO AL-SQLCODE.
135544     MOVE 'WRITE FAILED'      TO AL-MESSAGE.
135548     MOVE 'S' TO AL-SEVERITY.
135552     PERFORM WRITE-AUDIT-LOG
135556         THRU WRITE-AUDIT-LOG-EXIT.
135560     MOVE 16 TO RETURN-CODE.
135564     MOVE 'Y' TO WS-ABEND-SW.
135568 5900-CSV-WRITE-FAILED-EXIT.
135572     EXIT.
135576 
135600*****************************************************************
135700* 8000-FINALIZE - PRINT THE RUN TOTALS, CLOSE UP, LOG THE QUERY
135800* AND WHO RAN IT TO THE AUDIT TRAIL, AND SET THE RETURN CODE.
135900*****************************************************************
136000 8000-FINALIZE.
136100     IF NOT WS-CARD-ERRORS
136200         MOVE SPACES TO QRYRPT-RECORD
136300         PERFORM 8200-PRINT-REPORT-LINE
136400             THRU 8200-PRINT-REPORT-LINE-EXIT
136500         MOVE SPACES TO QRYRPT-RECORD
136600         MOVE 'EMPLOYEES READ'     TO QR-T-LABEL
136700         MOVE WS-MAST-READ-COUNT   TO QR-T-COUNT
136800         PERFORM 8200-PRINT-REPORT-LINE
136900             THRU 8200-PRINT-REPORT-LINE-EXIT
137000         MOVE SPACES TO QRYRPT-RECORD
137100         MOVE 'EMPLOYEES SELECTED' TO QR-T-LABEL
137200         MOVE WS-SELECT-COUNT      TO QR-T-COUNT
137300         PERFORM 8200-PRINT-REPORT-LINE
137400             THRU 8200-PRINT-REPORT-LINE-EXIT
137500         IF WS-OUTPUT-CSV
137600             MOVE SPACES TO QRYRPT-RECORD
137700             MOVE 'ROWS WRITTEN TO QRYCSV' TO QR-T-LABEL
137800             MOVE WS-CSV-COUNT         TO QR-T-COUNT
137900             PERFORM 8200-PRINT-REPORT-LINE
138000                 THRU 8200-PRINT-REPORT-LINE-EXIT
138100         END-IF
138200     END-IF.
138300     CLOSE EMPMAST-FILE.
138400     CLOSE LEAVEF-FILE.
138500     CLOSE QRYRPT-FILE.
138600     CLOSE QRYCSV-FILE.
138610     IF WS-ABEND-REQUESTED
138620         MOVE 16 TO RETURN-CODE
138630         GO TO 8000-FINALIZE-EXIT
138640     END-IF.
138700     MOVE SPACES TO AL-OPERATION.
138800     STRING 'QUERY BY ' WS-USER-ID ' ' WS-JOB-NAME
138900         DELIMITED BY SIZE INTO AL-OPERATION.
139000     MOVE ZERO TO AL-SQLCODE.
139100     MOVE SPACES TO AL-MESSAGE.
139200     EVALUATE TRUE
139300         WHEN WS-CARD-ERRORS
139400             MOVE 'CARD ERRORS' TO AL-MESSAGE
139500             MOVE 'W' TO AL-SEVERITY
139600         WHEN WS-ROW-OVERFLOW
139700             MOVE 'TOO MANY ROWS' TO AL-MESSAGE
139800             MOVE 'W' TO AL-SEVERITY
139900         WHEN OTHER
140000             MOVE WS-SELECT-COUNT TO WS-AUDIT-COUNT-EDIT
140100             STRING WS-AUDIT-COUNT-EDIT ' SELECTED'
140200                 DELIMITED BY SIZE INTO AL-MESSAGE
140300             MOVE 'I' TO AL-SEVERITY
140400     END-EVALUATE.
140500     PERFORM WRITE-AUDIT-LOG
140600         THRU WRITE-AUDIT-LOG-EXIT.
140700     MOVE WS-HIGH-RC TO RETURN-CODE.
140800 8000-FINALIZE-EXIT.
140900     EXIT.
141000 
141100*****************************************************************
141200* 8200-PRINT-REPORT-LINE - SEND THE LINE SITTING IN
141300* QRYRPT-RECORD OUT THROUGH THE SHARED RPTWRTR PAGINATOR AND
141400* WRITE WHATEVER PRINT LINES COME BACK.
141500*****************************************************************
141600 8200-PRINT-REPORT-LINE.
141700     MOVE QRYRPT-RECORD TO WS-RW-DETAIL-LINE.
141800     MOVE 'D' TO WS-RW-FUNCTION.
141900     CALL 'RPTWRTR' USING WS-RPTWRTR-PARM.
142000     PERFORM 8210-WRITE-RPT-OUT-LINES
142100         THRU 8210-WRITE-RPT-OUT-LINES-EXIT.
142200 8200-PRINT-REPORT-LINE-EXIT.
142300     EXIT.
142400 
142500*****************************************************************
142600* 8210-WRITE-RPT-OUT-LINES - WRITE THE PRINT LINES THE LAST
142700* RPTWRTR CALL HANDED BACK, IN ORDER.
142800*****************************************************************
142900 8210-WRITE-RPT-OUT-LINES.
143000     PERFORM 8220-WRITE-ONE-RPT-LINE
143100         THRU 8220-WRITE-ONE-RPT-LINE-EXIT
143200         VARYING WS-RW-WRITE-IDX FROM 1 BY 1
143300         UNTIL WS-RW-WRITE-IDX > WS-RW-OUT-COUNT.
143400 8210-WRITE-RPT-OUT-LINES-EXIT.
143500     EXIT.
143600 
143700*****************************************************************
143800* 8220-WRITE-ONE-RPT-LINE - WRITE ONE RETURNED PRINT LINE.
143900*****************************************************************
144000 8220-WRITE-ONE-RPT-LINE.
144100     WRITE QRYRPT-RECORD
144200         FROM WS-RW-OUT-LINE (WS-RW-WRITE-IDX).
144300 8220-WRITE-ONE-RPT-LINE-EXIT.
144400     EXIT.
144500 
144600*****************************************************************
144700* WRITE-AUDIT-LOG - SHARED AUDIT LOG WRITE, COPIED FROM
144800* AUDLOG.CPY. SEE THE COPYBOOK FOR DETAILS.
144900*****************************************************************
145000     COPY AUDLOG.
