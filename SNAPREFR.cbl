003594*                 A HEADERLESS EXTRACT IS REFUSED THE SAME WAY
003596*                 -- FULL COVERAGE CANNOT BE PROVEN WITHOUT THE
003598*                 HEADER.
003600* 2026-10-15 DB   COPY THE NEW ER-EMPL-HIRE-DATE EXTRACT FIELD
003610*                 (EMPREC.CPY) INTO THE SNAPSHOT, SO EMPSNAP
003620*                 CARRIES EVERY NOT NULL EMP COLUMN AND EMPRECOV
003630*                 CAN RELOAD THE TABLE FROM IT.
003640*****************************************************************
003700 
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
006600                           ER-EMPL-NAME     BY SR-EMPL-NAME
006700                           ER-EMPL-DEPT     BY SR-EMPL-DEPT
006800                           ER-EMPL-STATUS   BY SR-EMPL-STATUS
006900                           ER-EMPL-PAY-GRADE BY SR-EMPL-PAY-GRADE
006950                           ER-EMPL-HIRE-DATE BY SR-EMPL-HIRE-DATE.
007000 
007100 FD  AUDIT-LOG-FILE
007200     RECORDING MODE IS F
026700     MOVE ER-EMPL-DEPT      TO SR-EMPL-DEPT.
026800     MOVE ER-EMPL-STATUS    TO SR-EMPL-STATUS.
026900     MOVE ER-EMPL-PAY-GRADE TO SR-EMPL-PAY-GRADE.
026950     MOVE ER-EMPL-HIRE-DATE TO SR-EMPL-HIRE-DATE.
027000     WRITE EMPSNAP-RECORD.
027100     IF WS-SNAP-STATUS NOT = '00'
027200         DISPLAY 'SNAPREFR - WRITE TO EMPSNAP FAILED, STATUS '
