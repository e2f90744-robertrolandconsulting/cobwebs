      ********************************************
      * Look up a system parameter
      *
      * GET-PARAM
      *
      * Shared by every program that takes a circulation or
      * housekeeping setting (FINE_DAILY_RATE, HOLD_PICKUP_DAYS,
      * the retention periods...): returns the value in force
      * today from SYSTEM_PARAMETERS -- the latest uncancelled row
      * whose effective date has arrived, so a change PARAMMAINT
      * scheduled ahead of time takes over on its date without
      * anyone touching the job. A setting with no value there
      * still answers from the environment variable of the same
      * name, as before the table existed; spaces back means
      * neither is set and the caller keeps its own default. Runs
      * on the caller's already-open connection, like
      * ENQUEUE-EMAIL.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   GET-PARAM.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL
           BEGIN DECLARE SECTION
       END-EXEC.
       01  PARAM-LOOKUP-NAME       PIC X(30).
       01  PARAM-LOOKUP-VALUE      PIC X(100).
       EXEC SQL
           END DECLARE SECTION
       END-EXEC.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       LINKAGE SECTION.
       01  IN-NAME                 PIC X(30).
       01  OUT-VALUE               PIC X(100).

       PROCEDURE DIVISION USING IN-NAME OUT-VALUE.

       MAIN-RTN.
           MOVE SPACES TO OUT-VALUE.

           IF FUNCTION TRIM(IN-NAME) = SPACES
               GOBACK
           END-IF.

           MOVE IN-NAME TO PARAM-LOOKUP-NAME.
           MOVE SPACES TO PARAM-LOOKUP-VALUE.

           EXEC SQL
               SELECT value INTO :PARAM-LOOKUP-VALUE
                   FROM system_parameters
                   WHERE name = TRIM(:PARAM-LOOKUP-NAME)
                   AND cancelled_at IS NULL
                   AND effective_from <= CURRENT_DATE
                   ORDER BY effective_from DESC, set_at DESC
                   LIMIT 1
           END-EXEC.
           IF SQLCODE = ZERO
               MOVE PARAM-LOOKUP-VALUE TO OUT-VALUE
               GOBACK
           END-IF.

      *    NOTHING IN FORCE YET: THE ENVIRONMENT STILL ANSWERS.
           ACCEPT OUT-VALUE FROM ENVIRONMENT IN-NAME.

           GOBACK.

       END-PROGRAM.
