002900*                 ON THE AUDIT TRAIL, AND SKIPPED. THE PARM IS
003000*                 THE SINCE-DATE (YYYYMMDD); BLANK OR ZEROS
003100*                 MEANS THE FULL HISTORY.
003110* 2026-10-15 DB   THE INTERFACE LAYOUT NOW CARRIES A RECORD TYPE,
003120*                 DEDUCTIONS, AND NET PAY. AN ADJUSTMENT GOES
003130*                 OUT AS AN EARNINGS LINE WITH NO DEDUCTIONS AND
003140*                 NET EQUAL TO THE DIFFERENCE; THE BUREAU
003150*                 WITHHOLDS ON IT AS SUPPLEMENTAL PAY.
003162* 2026-10-15 DB   ZERO THE NEW PF-SUPP-EARNINGS COMMISSION FIELD
003174*                 ON THE ADJUSTMENT LINE -- A RATE ADJUSTMENT
003186*                 CARRIES NO SALES COMMISSION.
003200*****************************************************************
003300 
003400 ENVIRONMENT DIVISION.
042600     MOVE EH-A-EMPL-DEPT  TO PF-EMPL-DEPT.
042700     MOVE EH-A-PAY-GRADE  TO PF-PAY-GRADE.
042800     MOVE WS-ADJUSTMENT   TO PF-PERIOD-GROSS.
042810     MOVE 'E'             TO PF-RECORD-TYPE.
042820     MOVE ZERO            TO PF-TOTAL-DEDUCT.
042830     MOVE WS-ADJUSTMENT   TO PF-NET-PAY.
042840     MOVE ZERO            TO PF-DEDUCT-COUNT.
042870     MOVE ZERO            TO PF-SUPP-EARNINGS.
042900     WRITE PAYFILE-RECORD.
043000     ADD 1 TO WS-WRITTEN-COUNT.
043100     ADD WS-ADJUSTMENT TO WS-TOTAL-ADJUSTMENT.
