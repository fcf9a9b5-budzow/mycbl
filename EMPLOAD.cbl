003301* 2026-08-22 DB   SET AL-SEVERITY ON THIS PROGRAM'S WARNING AND
003302*                 FAILURE AUDIT EVENTS (SEE AUDREC.CPY AND
003303*                 AUDLOG.CPY) FOR THE AUDALERT OPERATOR ALERT.
003304* 2026-10-15 DB   LOAD THE HIRE DATE INTO THE NEW
003305*                 EM-EMPL-HIRE-DATE (SEE EMPMAST.CPY).
003400*****************************************************************
003500 
003600 ENVIRONMENT DIVISION.
021000     MOVE ER-EMPL-DEPT      TO EM-EMPL-DEPT.
021100     MOVE ER-EMPL-STATUS    TO EM-EMPL-STATUS.
021200     MOVE ER-EMPL-PAY-GRADE TO EM-EMPL-PAY-GRADE.
021210     MOVE ER-EMPL-HIRE-DATE TO EM-EMPL-HIRE-DATE.
021300     WRITE EMPMAST-RECORD.
021400     IF WS-MAST-STATUS NOT = '00'
021500         DISPLAY 'EMPLOAD - WRITE TO EMPMAST FAILED, STATUS '
