      *   01 NOT A NEW HIRE RECORD   02 EMPLOYEE NBR NOT NUMERIC
      *   03 INVALID NAME            04 BAD START DATE
      *   05 NAME TOO LONG           06 BAD DEPARTMENT CODE
      *   07 PAY GRADE MISSING       08 OVER HEADCOUNT CAP
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-08-23 DB   INITIAL VERSION.
      * 2026-10-15 DB   ADDED REASON 08 (OVER HEADCOUNT CAP) AND THE
      *                 OVER AUTH DISPOSITION FOR THE POSAUTH
      *                 POSITION-CONTROL CHECK.
      *****************************************************************
       01  HRTRPT-RECORD                PIC X(132).

