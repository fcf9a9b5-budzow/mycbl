      *****************************************************************
      * POSAUTH.CPY
      * FIXED-WIDTH RECORD LAYOUT FOR THE AUTHORIZED HEADCOUNT
      * (POSITION CONTROL) REFERENCE FILE (POSAUTH). ONE RECORD PER
      * DEPARTMENT PER EFFECTIVE PERIOD, CARRYING HOW MANY PEOPLE
      * THE DEPARTMENT IS ALLOWED TO HAVE ON THE PAYROLL (ACTIVE OR
      * ON LEAVE) FROM PA-EFF-FROM THROUGH PA-EFF-TO (YYYY-MM-DD;
      * A BLANK PA-EFF-TO RUNS UNTIL FURTHER NOTICE), AND WHETHER
      * THE AUTHORIZATION IS A HARD CAP. THE MAINTENANCE PATH
      * (EMPMAINT, EMPBATCH, HRTRANS) WARNS WHEN AN INSERT OR A
      * TRANSFER WOULD TAKE A DEPARTMENT OVER ITS AUTHORIZATION, AND
      * REFUSES IT WHEN THE DEPARTMENT IS HARD-CAPPED; THE MONTHLY
      * POSCTL REPORT SHOWS AUTHORIZED AGAINST FILLED AND OPEN. A
      * DEPARTMENT WITH NO PERIOD IN EFFECT IS NOT UNDER POSITION
      * CONTROL. LOADED AND SEARCHED THROUGH THE SHARED POSLKP
      * PARAGRAPHS (POSTBL.CPY / POSLKP.CPY). FINANCE OWNS THE
      * CONTENT.
      *
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * ---------- ---- ------------------------------------------
      * 2026-10-15 DB   INITIAL VERSION.
      *****************************************************************
       01  POSAUTH-RECORD.
           05  PA-DEPT             PIC X(04).
           05  PA-EFF-FROM         PIC X(10).
           05  PA-EFF-TO           PIC X(10).
           05  PA-AUTH-COUNT       PIC 9(05).
           05  PA-CAP-TYPE         PIC X(01).
               88  PA-HARD-CAP                 VALUE 'H'.
               88  PA-SOFT-CAP                 VALUE 'S' ' '.
           05  FILLER              PIC X(50).
