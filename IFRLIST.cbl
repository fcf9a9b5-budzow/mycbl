000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IFRLIST.
000300 AUTHOR.        D BUDZOWSKI.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* MODIFICATION HISTORY
000900* DATE       INIT DESCRIPTION
001000* ---------- ---- ------------------------------------------
001100* 2026-10-15 DB   INITIAL VERSION - LISTING OF THE INTERFACE
001200*                 FILE REGISTRY (IFREGF, SEE IFRREC.CPY) BY
001300*                 BUSINESS DATE: EVERY FILE SENT OR LOADED FOR
001400*                 THE DATE WITH ITS RECORD COUNT, CONTROL TOTAL,
001500*                 HASH TOTAL, WHO RECORDED IT AND WHEN, AND
001600*                 WHETHER THE IFREG OVERRIDE LET IT THROUGH,
001700*                 FOLLOWED BY THE DATE'S SENT/LOADED/OVERRIDE
001800*                 COUNTS. SELECTABLE BY BUSINESS DATE RANGE AND
001900*                 INTERFACE NAME VIA THE PARM CARD.
002000*****************************************************************
002100 
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT IFREGF-FILE ASSIGN TO IFREGF
002600         ORGANIZATION IS SEQUENTIAL
002700         FILE STATUS IS WS-REG-STATUS.
002800     SELECT IFLRPT-FILE ASSIGN TO IFLRPT
002900         ORGANIZATION IS SEQUENTIAL.
003000 
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  IFREGF-FILE
003400     RECORDING MODE IS F
003500     RECORD CONTAINS 100 CHARACTERS
003600     LABEL RECORDS ARE STANDARD.
003700     COPY IFRREC.
003800 
003900 FD  IFLRPT-FILE
004000     RECORDING MODE IS F
004100     RECORD CONTAINS 132 CHARACTERS
004200     LABEL RECORDS ARE STANDARD.
004300     COPY IFLRPT.
004400 
004500 WORKING-STORAGE SECTION.
004600 01  WS-REG-STATUS                PIC X(02).
004700 01  WS-REG-EOF-SW                PIC X(01)  VALUE 'N'.
004800     88  WS-REG-EOF                          VALUE 'Y'.
004900 01  WS-SLOT-FOUND-SW             PIC X(01)  VALUE 'N'.
005000     88  WS-SLOT-FOUND                       VALUE 'Y'.
005100 
005200 01  WS-SELECT-DATE-LOW           PIC X(08)  VALUE '00000000'.
005300 01  WS-SELECT-DATE-HIGH          PIC X(08)  VALUE '99999999'.
005400 01  WS-SELECT-INTERFACE          PIC X(08)  VALUE SPACES.
005500 
005600 01  WS-ENTRY-COUNT               PIC 9(04)  VALUE ZERO.
005700 01  WS-SCAN-IDX                  PIC 9(04)  VALUE ZERO.
005800 01  WS-SLOT-IDX                  PIC 9(04)  VALUE ZERO.
005900 01  WS-PRINT-IDX                 PIC 9(04)  VALUE ZERO.
006000 01  WS-PREV-BUS-DATE             PIC X(08)  VALUE SPACES.
006100 
006200 01  WS-DATE-SENT-COUNT           PIC 9(05)  VALUE ZERO.
006300 01  WS-DATE-LOADED-COUNT         PIC 9(05)  VALUE ZERO.
006400 01  WS-DATE-OVERRIDE-COUNT       PIC 9(05)  VALUE ZERO.
006500 01  WS-DATE-COUNT                PIC 9(05)  VALUE ZERO.
006600 01  WS-SENT-COUNT                PIC 9(07)  VALUE ZERO.
006700 01  WS-LOADED-COUNT              PIC 9(07)  VALUE ZERO.
006800 01  WS-OVERRIDE-COUNT            PIC 9(07)  VALUE ZERO.
006900 
007000*    THE SELECTED REGISTRY ENTRIES, KEPT IN BUSINESS DATE ORDER
007100*    (AND IN THE ORDER THEY WERE RECORDED WITHIN A DATE) AS THEY
007200*    ARE READ. THE REGISTRY IS APPENDED TO AS FILES GO OUT AND
007300*    COME IN, SO IT IS NEARLY IN ORDER ALREADY -- A LATE OR
007400*    BACK-DATED FILE IS THE ONLY ENTRY THAT HAS TO MOVE UP. A
007500*    SELECTION TOO WIDE FOR THE TABLE ABENDS WITH A MESSAGE
007600*    RATHER THAN RUNNING PAST IT; NARROW THE DATE RANGE.
007700 01  WS-NEW-ENTRY.
007800     05  WS-NE-KEY.
007900         10  WS-NE-BUS-DATE       PIC X(08).
008000         10  WS-NE-STAMP-DATE     PIC X(08).
008100         10  WS-NE-STAMP-TIME     PIC X(06).
008200     05  WS-NE-INTERFACE          PIC X(08).
008300     05  WS-NE-DIRECTION          PIC X(01).
008400     05  WS-NE-RECORD-COUNT       PIC 9(09).
008500     05  WS-NE-CONTROL-TOTAL      PIC 9(13)V99.
008600     05  WS-NE-HASH-TOTAL         PIC 9(15).
008700     05  WS-NE-PROGRAM            PIC X(08).
008800     05  WS-NE-JOB-NAME           PIC X(08).
008900     05  WS-NE-USER-ID            PIC X(08).
009000     05  WS-NE-OVERRIDE-SW        PIC X(01).
009100 
009200 01  WS-ENTRY-TABLE.
009300     05  WS-ENTRY OCCURS 5000 TIMES.
009400         10  WS-TE-KEY.
009500             15  WS-TE-BUS-DATE   PIC X(08).
009600             15  WS-TE-STAMP-DATE PIC X(08).
009700             15  WS-TE-STAMP-TIME PIC X(06).
009800         10  WS-TE-INTERFACE      PIC X(08).
009900         10  WS-TE-DIRECTION      PIC X(01).
010000             88  WS-TE-OUTBOUND           VALUE 'O'.
010100         10  WS-TE-RECORD-COUNT   PIC 9(09).
010200         10  WS-TE-CONTROL-TOTAL  PIC 9(13)V99.
010300         10  WS-TE-HASH-TOTAL     PIC 9(15).
010400         10  WS-TE-PROGRAM        PIC X(08).
010500         10  WS-TE-JOB-NAME       PIC X(08).
010600         10  WS-TE-USER-ID        PIC X(08).
010700         10  WS-TE-OVERRIDE-SW    PIC X(01).
010800             88  WS-TE-OVERRIDDEN         VALUE 'Y'.
010900 
011000 01  WS-SYS-DATE.
011100     05  WS-SYS-YYYY              PIC 9(04).
011200     05  WS-SYS-MM                PIC 9(02).
011300     05  WS-SYS-DD                PIC 9(02).
011400 
011500 01  WS-RUN-DATE-EDIT.
011600     05  WS-RD-MM                 PIC 9(02).
011700     05  FILLER                   PIC X(01)  VALUE '/'.
011800     05  WS-RD-DD                 PIC 9(02).
011900     05  FILLER                   PIC X(01)  VALUE '/'.
012000     05  WS-RD-YYYY               PIC 9(04).
012100 
012200 LINKAGE SECTION.
012300 01  LS-PARM.
012400     05  LS-PARM-LEN         PIC S9(04) COMP.
012500     05  LS-PARM-DATA.
012600         10  LS-PARM-DATE-LOW     PIC X(08).
012700         10  LS-PARM-DATE-HIGH    PIC X(08).
012800         10  LS-PARM-INTERFACE    PIC X(08).
012900 
013000 PROCEDURE DIVISION USING LS-PARM.
013100 
013200 0000-MAINLINE.
013300     PERFORM 1000-INITIALIZE
013400         THRU 1000-INITIALIZE-EXIT.
013500     PERFORM 2000-READ-REGISTRY
013600         THRU 2000-READ-REGISTRY-EXIT
013700         UNTIL WS-REG-EOF.
013800     CLOSE IFREGF-FILE.
013900     IF RETURN-CODE NOT = 16
014000         PERFORM 4000-PRINT-ENTRY
014100             THRU 4000-PRINT-ENTRY-EXIT
014200             VARYING WS-PRINT-IDX FROM 1 BY 1
014300             UNTIL WS-PRINT-IDX > WS-ENTRY-COUNT
014400         IF WS-ENTRY-COUNT > ZERO
014500             PERFORM 4200-PRINT-DATE-TOTAL
014600                 THRU 4200-PRINT-DATE-TOTAL-EXIT
014700         END-IF
014800     END-IF.
014900     PERFORM 6000-FINALIZE
015000         THRU 6000-FINALIZE-EXIT.
015100 9999-END-OF-JOB.
015200     CLOSE IFLRPT-FILE.
015300     STOP RUN.
015400 
015500*****************************************************************
015600* 1000-INITIALIZE - ESTABLISH THE SELECTION CRITERIA FROM THE
015700* PARM CARD (BUSINESS DATE-LOW(8) DATE-HIGH(8) INTERFACE(8)). A
015800* BLANK OR OMITTED FIELD MEANS NO FILTERING ON THAT CRITERION.
015900* OPEN THE FILES AND PRINT THE TITLE, SELECTION, AND COLUMN
016000* HEADING LINES.
016100*****************************************************************
016200 1000-INITIALIZE.
016300     IF LS-PARM-LEN > ZERO
016400         IF LS-PARM-DATE-LOW NOT = SPACES
016500             MOVE LS-PARM-DATE-LOW  TO WS-SELECT-DATE-LOW
016600         END-IF
016700         IF LS-PARM-DATE-HIGH NOT = SPACES
016800             MOVE LS-PARM-DATE-HIGH TO WS-SELECT-DATE-HIGH
016900         END-IF
017000         MOVE LS-PARM-INTERFACE TO WS-SELECT-INTERFACE
017100     END-IF.
017200 
017300     OPEN INPUT IFREGF-FILE.
017400     IF WS-REG-STATUS NOT = '00'
017500         DISPLAY 'IFRLIST - ERROR OPENING IFREGF, STATUS '
017600                 WS-REG-STATUS
017700         MOVE 16 TO RETURN-CODE
017800         MOVE 'Y' TO WS-REG-EOF-SW
017900     END-IF.
018000     OPEN OUTPUT IFLRPT-FILE.
018100 
018200     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
018300     MOVE WS-SYS-MM   TO WS-RD-MM.
018400     MOVE WS-SYS-DD   TO WS-RD-DD.
018500     MOVE WS-SYS-YYYY TO WS-RD-YYYY.
018600 
018700     MOVE SPACES TO IFLRPT-RECORD.
018800     MOVE 'INTERFACE FILE REGISTRY LISTING'
018900                              TO FA-TITLE-TEXT.
019000     MOVE 'RUN DATE: '        TO FA-RUN-DATE-LABEL.
019100     MOVE WS-RUN-DATE-EDIT    TO FA-RUN-DATE.
019200     WRITE IFLRPT-RECORD.
019300     MOVE SPACES TO IFLRPT-RECORD.
019400     MOVE 'SELECTION: '       TO FS-SELECT-LABEL.
019500     MOVE WS-SELECT-DATE-LOW  TO FS-DATE-LOW.
019600     MOVE ' - '               TO FS-DATE-SEP.
019700     MOVE WS-SELECT-DATE-HIGH TO FS-DATE-HIGH.
019800     MOVE '  INTERFACE '      TO FS-INTERFACE-LABEL.
019900     IF WS-SELECT-INTERFACE = SPACES
020000         MOVE 'ALL'           TO FS-INTERFACE
020100     ELSE
020200         MOVE WS-SELECT-INTERFACE TO FS-INTERFACE
020300     END-IF.
020400     WRITE IFLRPT-RECORD.
020500     MOVE SPACES TO IFLRPT-RECORD.
020600     WRITE IFLRPT-RECORD.
020700     MOVE SPACES TO IFLRPT-RECORD.
020800     MOVE 'INTERFACE'          TO FC-INTERFACE-HDG.
020900     MOVE 'DIR'                TO FC-DIRECTION-HDG.
021000     MOVE 'PROGRAM'            TO FC-PROGRAM-HDG.
021100     MOVE 'JOB'                TO FC-JOB-HDG.
021200     MOVE 'USER'               TO FC-USER-HDG.
021300     MOVE '    RECORDS'        TO FC-COUNT-HDG.
021400     MOVE '     CONTROL TOTAL' TO FC-TOTAL-HDG.
021500     MOVE 'HASH TOTAL'         TO FC-HASH-HDG.
021600     MOVE 'RECORDED'           TO FC-STAMP-HDG.
021700     MOVE 'OVERRIDE'           TO FC-OVERRIDE-HDG.
021800     WRITE IFLRPT-RECORD.
021900 1000-INITIALIZE-EXIT.
022000     EXIT.
022100 
022200*****************************************************************
022300* 2000-READ-REGISTRY - READ ONE REGISTRY ENTRY AND, WHEN IT
022400* PASSES THE SELECTION CRITERIA, FILE IT IN THE ENTRY TABLE.
022500*****************************************************************
022600 2000-READ-REGISTRY.
022700     READ IFREGF-FILE
022800         AT END
022900             MOVE 'Y' TO WS-REG-EOF-SW
023000         NOT AT END
023100             PERFORM 2100-SELECT-ENTRY
023200                 THRU 2100-SELECT-ENTRY-EXIT
023300     END-READ.
023400 2000-READ-REGISTRY-EXIT.
023500     EXIT.
023600 
023700*****************************************************************
023800* 2100-SELECT-ENTRY - APPLY THE BUSINESS DATE RANGE AND
023900* INTERFACE SELECTION TO THE ENTRY JUST READ AND INSERT AN ENTRY
024000* THAT PASSES INTO THE TABLE IN BUSINESS DATE / RECORDED DATE /
024100* RECORDED TIME ORDER. THE SCAN STARTS AT THE BOTTOM OF THE
024200* TABLE AND MOVES EACH LATER ENTRY DOWN ONE UNTIL IT REACHES ONE
024300* THAT SORTS AT OR BEFORE THE NEW ENTRY, SO ENTRIES WITH EQUAL
024400* KEYS STAY IN REGISTRY ORDER.
024500*****************************************************************
024600 2100-SELECT-ENTRY.
024700     IF IR-BUS-DATE < WS-SELECT-DATE-LOW
024800             OR IR-BUS-DATE > WS-SELECT-DATE-HIGH
024900         GO TO 2100-SELECT-ENTRY-EXIT
025000     END-IF.
025100     IF WS-SELECT-INTERFACE NOT = SPACES
025200             AND IR-INTERFACE NOT = WS-SELECT-INTERFACE
025300         GO TO 2100-SELECT-ENTRY-EXIT
025400     END-IF.
025500     IF WS-ENTRY-COUNT >= 5000
025600         DISPLAY 'IFRLIST - ENTRY TABLE FULL, NARROW THE '
025700                 'BUSINESS DATE RANGE, ABENDING'
025800         MOVE 16 TO RETURN-CODE
025900         MOVE 'Y' TO WS-REG-EOF-SW
026000         GO TO 2100-SELECT-ENTRY-EXIT
026100     END-IF.
026200 
026300     MOVE IR-BUS-DATE      TO WS-NE-BUS-DATE.
026400     MOVE IR-STAMP-DATE    TO WS-NE-STAMP-DATE.
026500     MOVE IR-STAMP-TIME    TO WS-NE-STAMP-TIME.
026600     MOVE IR-INTERFACE     TO WS-NE-INTERFACE.
026700     MOVE IR-DIRECTION     TO WS-NE-DIRECTION.
026800     MOVE IR-RECORD-COUNT  TO WS-NE-RECORD-COUNT.
026900     MOVE IR-CONTROL-TOTAL TO WS-NE-CONTROL-TOTAL.
027000     MOVE IR-HASH-TOTAL    TO WS-NE-HASH-TOTAL.
027100     MOVE IR-PROGRAM       TO WS-NE-PROGRAM.
027200     MOVE IR-JOB-NAME      TO WS-NE-JOB-NAME.
027300     MOVE IR-USER-ID       TO WS-NE-USER-ID.
027400     MOVE IR-OVERRIDE-SW   TO WS-NE-OVERRIDE-SW.
027500 
027600     ADD 1 TO WS-ENTRY-COUNT.
027700     MOVE WS-ENTRY-COUNT TO WS-SLOT-IDX.
027800     MOVE 'N' TO WS-SLOT-FOUND-SW.
027900     PERFORM 2110-MAKE-ROOM
028000         THRU 2110-MAKE-ROOM-EXIT
028100         VARYING WS-SCAN-IDX FROM WS-ENTRY-COUNT BY -1
028200         UNTIL WS-SCAN-IDX < 2 OR WS-SLOT-FOUND.
028300     MOVE WS-NEW-ENTRY TO WS-ENTRY (WS-SLOT-IDX).
028400 2100-SELECT-ENTRY-EXIT.
028500     EXIT.
028600 
028700*****************************************************************
028800* 2110-MAKE-ROOM - LOOK AT THE ENTRY JUST ABOVE THE OPEN SLOT.
028900* IF IT SORTS AFTER THE NEW ENTRY IT MOVES DOWN INTO THE SLOT
029000* AND THE SLOT MOVES UP; OTHERWISE THE SLOT IS WHERE THE NEW
029100* ENTRY BELONGS.
029200*****************************************************************
029300 2110-MAKE-ROOM.
029400     IF WS-TE-KEY (WS-SCAN-IDX - 1) > WS-NE-KEY
029500         MOVE WS-ENTRY (WS-SCAN-IDX - 1)
029600                              TO WS-ENTRY (WS-SLOT-IDX)
029700         SUBTRACT 1 FROM WS-SLOT-IDX
029800     ELSE
029900         MOVE 'Y' TO WS-SLOT-FOUND-SW
030000     END-IF.
030100 2110-MAKE-ROOM-EXIT.
030200     EXIT.
030300 
030400*****************************************************************
030500* 4000-PRINT-ENTRY - PRINT ONE TABLE ENTRY, FIRST CLOSING OFF
030600* THE PREVIOUS BUSINESS DATE WITH ITS TOTAL LINE AND OPENING THE
030700* NEW ONE WHEN THE DATE CHANGES.
030800*****************************************************************
030900 4000-PRINT-ENTRY.
031000     IF WS-TE-BUS-DATE (WS-PRINT-IDX) NOT = WS-PREV-BUS-DATE
031100         IF WS-PRINT-IDX > 1
031200             PERFORM 4200-PRINT-DATE-TOTAL
031300                 THRU 4200-PRINT-DATE-TOTAL-EXIT
031400         END-IF
031500         PERFORM 4100-PRINT-DATE-BREAK
031600             THRU 4100-PRINT-DATE-BREAK-EXIT
031700     END-IF.
031800 
031900     MOVE SPACES TO IFLRPT-RECORD.
032000     MOVE WS-TE-INTERFACE (WS-PRINT-IDX)  TO FL-INTERFACE.
032100     IF WS-TE-OUTBOUND (WS-PRINT-IDX)
032200         MOVE 'OUT'                       TO FL-DIRECTION
032300         ADD 1 TO WS-DATE-SENT-COUNT
032400     ELSE
032500         MOVE 'IN'                        TO FL-DIRECTION
032600         ADD 1 TO WS-DATE-LOADED-COUNT
032700     END-IF.
032800     MOVE WS-TE-PROGRAM (WS-PRINT-IDX)    TO FL-PROGRAM.
032900     MOVE WS-TE-JOB-NAME (WS-PRINT-IDX)   TO FL-JOB-NAME.
033000     MOVE WS-TE-USER-ID (WS-PRINT-IDX)    TO FL-USER-ID.
033100     MOVE WS-TE-RECORD-COUNT (WS-PRINT-IDX)
033200                                          TO FL-RECORD-COUNT.
033300     MOVE WS-TE-CONTROL-TOTAL (WS-PRINT-IDX)
033400                                          TO FL-CONTROL-TOTAL.
033500     MOVE WS-TE-HASH-TOTAL (WS-PRINT-IDX) TO FL-HASH-TOTAL.
033600     MOVE WS-TE-STAMP-DATE (WS-PRINT-IDX) TO FL-STAMP-DATE.
033700     MOVE WS-TE-STAMP-TIME (WS-PRINT-IDX) TO FL-STAMP-TIME.
033800     IF WS-TE-OVERRIDDEN (WS-PRINT-IDX)
033900         MOVE '** YES'                    TO FL-OVERRIDE
034000         ADD 1 TO WS-DATE-OVERRIDE-COUNT
034100     END-IF.
034200     WRITE IFLRPT-RECORD.
034300 4000-PRINT-ENTRY-EXIT.
034400     EXIT.
034500 
034600*****************************************************************
034700* 4100-PRINT-DATE-BREAK - START A NEW BUSINESS DATE GROUP.
034800*****************************************************************
034900 4100-PRINT-DATE-BREAK.
035000     MOVE WS-TE-BUS-DATE (WS-PRINT-IDX) TO WS-PREV-BUS-DATE.
035100     ADD 1 TO WS-DATE-COUNT.
035200     MOVE SPACES TO IFLRPT-RECORD.
035300     WRITE IFLRPT-RECORD.
035400     MOVE SPACES TO IFLRPT-RECORD.
035500     MOVE 'BUSINESS DATE '  TO FB-DATE-LABEL.
035600     MOVE WS-PREV-BUS-DATE  TO FB-BUS-DATE.
035700     WRITE IFLRPT-RECORD.
035800 4100-PRINT-DATE-BREAK-EXIT.
035900     EXIT.
036000 
036100*****************************************************************
036200* 4200-PRINT-DATE-TOTAL - PRINT THE SENT, LOADED, AND OVERRIDE
036300* COUNTS FOR THE BUSINESS DATE JUST FINISHED, FOLD THEM INTO THE
036400* GRAND TOTALS, AND CLEAR THEM FOR THE NEXT DATE.
036500*****************************************************************
036600 4200-PRINT-DATE-TOTAL.
036700     MOVE SPACES TO IFLRPT-RECORD.
036800     MOVE 'FILES SENT'           TO FN-SENT-LABEL.
036900     MOVE WS-DATE-SENT-COUNT     TO FN-SENT-COUNT.
037000     MOVE 'FILES LOADED'         TO FN-LOADED-LABEL.
037100     MOVE WS-DATE-LOADED-COUNT   TO FN-LOADED-COUNT.
037200     MOVE 'OVERRIDES'            TO FN-OVERRIDE-LABEL.
037300     MOVE WS-DATE-OVERRIDE-COUNT TO FN-OVERRIDE-COUNT.
037400     WRITE IFLRPT-RECORD.
037500     ADD WS-DATE-SENT-COUNT     TO WS-SENT-COUNT.
037600     ADD WS-DATE-LOADED-COUNT   TO WS-LOADED-COUNT.
037700     ADD WS-DATE-OVERRIDE-COUNT TO WS-OVERRIDE-COUNT.
037800     MOVE ZERO TO WS-DATE-SENT-COUNT.
037900     MOVE ZERO TO WS-DATE-LOADED-COUNT.
038000     MOVE ZERO TO WS-DATE-OVERRIDE-COUNT.
038100 4200-PRINT-DATE-TOTAL-EXIT.
038200     EXIT.
038300 
038400*****************************************************************
038500* 6000-FINALIZE - PRINT THE GRAND TOTAL LINES.
038600*****************************************************************
038700 6000-FINALIZE.
038800     MOVE SPACES TO IFLRPT-RECORD.
038900     WRITE IFLRPT-RECORD.
039000     MOVE SPACES TO IFLRPT-RECORD.
039100     MOVE 'BUSINESS DATES LISTED' TO FZ-LABEL.
039200     MOVE WS-DATE-COUNT           TO FZ-COUNT.
039300     WRITE IFLRPT-RECORD.
039400     MOVE SPACES TO IFLRPT-RECORD.
039500     MOVE 'TOTAL FILES SENT'      TO FZ-LABEL.
039600     MOVE WS-SENT-COUNT           TO FZ-COUNT.
039700     WRITE IFLRPT-RECORD.
039800     MOVE SPACES TO IFLRPT-RECORD.
039900     MOVE 'TOTAL FILES LOADED'    TO FZ-LABEL.
040000     MOVE WS-LOADED-COUNT         TO FZ-COUNT.
040100     WRITE IFLRPT-RECORD.
040200     MOVE SPACES TO IFLRPT-RECORD.
040300     MOVE 'TOTAL OVERRIDES USED'  TO FZ-LABEL.
040400     MOVE WS-OVERRIDE-COUNT       TO FZ-COUNT.
040500     WRITE IFLRPT-RECORD.
040600 6000-FINALIZE-EXIT.
040700     EXIT.
