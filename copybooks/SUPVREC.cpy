      *****************************************************************
      * SUPVREC.CPY
      * RECORD LAYOUT FOR THE KEYED VSAM REPORTING-RELATIONSHIP
      * DATASET (SUPVREL), A KSDS KEYED ON SV-EMPL-ID. ONE RECORD PER
      * EMPLOYEE WHO HAS A SUPERVISOR, CARRYING THE SUPERVISOR'S
      * EMPLOYEE ID, THE DATE THE RELATIONSHIP TOOK EFFECT, AND WHO
      * LAST CHANGED IT WHEN. AN EMPLOYEE WITH NO RECORD REPORTS TO
      * NO ONE (THE TOP OF A REPORTING TREE).
      * MAINTAINED ONLY BY EMPBATCH'S 'S' TRANSACTION (EMPTRAN.CPY),
      * WHICH REQUIRES AN ACTIVE EMPMAST SUPERVISOR AND REJECTS ANY
      * CHANGE THAT WOULD CLOSE A REPORTING LOOP; AN 'S' WITH A ZERO
      * SUPERVISOR REMOVES THE RECORD. READ BY ORGCHART FOR THE
      * ORGANIZATION CHART, SPAN-OF-CONTROL SUMMARY, AND SUPERVISOR
      * EXCEPTION LIST.
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-10-15 DB   INITIAL VERSION.
      *****************************************************************
       01  SUPVREL-RECORD.
           05  SV-EMPL-ID          PIC X(05).
           05  SV-SUPV-ID          PIC X(05).
           05  SV-EFF-DATE         PIC X(10).
           05  SV-CHANGED-BY       PIC X(08).
           05  SV-CHANGED-DATE     PIC X(10).
           05  FILLER              PIC X(42).
