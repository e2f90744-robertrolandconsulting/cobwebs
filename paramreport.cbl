      ********************************************
      * System parameter report: settings in force and history
      *
      * PARAMREPORT
      *
      * Prints every system parameter (see PARAMMAINT) with the
      * value the programs are using today and where it comes
      * from -- set in SYSTEM_PARAMETERS since a date, still taken
      * from the environment, or the program default -- and the
      * programs that read it; then every change scheduled but not
      * yet in force; then the full change history, parameter by
      * parameter, with who set each value, when and why, and
      * which were replaced or cancelled. Optional parameter name
      * to report one only.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PARAMREPORT.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       COPY 'db-connect-params.cpy'.

       01  WS-ENV-VALUE            PIC X(100).
       01  WS-SOURCE               PIC X(30).
       01  WS-SHOWN-VALUE          PIC X(100).
       01  WS-LAST-NAME            PIC X(30).
       01  WS-ROW-CNT              PIC 9(6) VALUE ZERO.

       EXEC SQL
           BEGIN DECLARE SECTION
       END-EXEC.
       01  HOSTVARS.
           05 BUFFER               PIC X(1024).

       01  RPT-NAME-INPUT          PIC X(30).

       01  PRM-REC-VARS.
           05  PRM-NAME            PIC X(30).
           05  PRM-DESCRIPTION     PIC X(100).
           05  PRM-DEFAULT         PIC X(100).
           05  PRM-USED-BY         PIC X(100).
           05  PRM-VALUE           PIC X(100).
           05  PRM-FROM            PIC X(10).
           05  PRM-STATE           PIC X(10).
           05  PRM-SET-BY          PIC X(30).
           05  PRM-SET-AT          PIC X(16).
           05  PRM-REASON          PIC X(100).
           05  PRM-CANCELLED       PIC X(40).
       EXEC SQL
           END DECLARE SECTION
       END-EXEC.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       PROCEDURE DIVISION.

       MAIN-RTN.
           DISPLAY "PARAMREPORT STARTED".

           COPY 'db-connect.cpy'.

           DISPLAY 'Parameter name (blank for all): '.
           ACCEPT RPT-NAME-INPUT.
           MOVE FUNCTION UPPER-CASE(RPT-NAME-INPUT) TO RPT-NAME-INPUT.

           PERFORM CURRENT-SETTINGS.
           PERFORM SCHEDULED-CHANGES.
           PERFORM CHANGE-HISTORY.

      *    DISCONNECT
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

      *    END
           DISPLAY "PARAMREPORT FINISHED".
           STOP RUN.

       CURRENT-SETTINGS.
      *    THE SAME CHOICE GET-PARAM MAKES: THE LATEST UNCANCELLED
      *    ROW IN FORCE, ELSE THE ENVIRONMENT, ELSE THE DEFAULT.
           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT d.name, d.description,
                      COALESCE(d.default_value, ''),
                      d.used_by,
                      COALESCE(cur.value, ''),
                      COALESCE(TO_CHAR(cur.effective_from,
                                       'YYYY-MM-DD'), '')
                      FROM system_parameter_defs d
                      LEFT JOIN LATERAL (
                          SELECT p.value, p.effective_from
                              FROM system_parameters p
                              WHERE p.name = d.name
                              AND p.cancelled_at IS NULL
                              AND p.effective_from <= CURRENT_DATE
                              ORDER BY p.effective_from DESC,
                                       p.set_at DESC
                              LIMIT 1
                      ) cur ON TRUE
                      WHERE TRIM(:RPT-NAME-INPUT) = ''
                         OR d.name = TRIM(:RPT-NAME-INPUT)
                      ORDER BY d.name
           END-EXEC.
           EXEC SQL
               OPEN C1
           END-EXEC.

           DISPLAY "---- SETTINGS IN FORCE TODAY ----".
           MOVE ZERO TO WS-ROW-CNT.
           EXEC SQL
               FETCH C1 INTO :PRM-NAME, :PRM-DESCRIPTION,
                             :PRM-DEFAULT, :PRM-USED-BY,
                             :PRM-VALUE, :PRM-FROM
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO WS-ROW-CNT
               IF FUNCTION TRIM(PRM-FROM) NOT = SPACES
                   MOVE PRM-VALUE TO WS-SHOWN-VALUE
                   MOVE SPACES TO WS-SOURCE
                   STRING 'set since ' PRM-FROM
                       DELIMITED BY SIZE INTO WS-SOURCE
                   END-STRING
               ELSE
                   MOVE SPACES TO WS-ENV-VALUE
                   ACCEPT WS-ENV-VALUE FROM ENVIRONMENT PRM-NAME
                   IF FUNCTION TRIM(WS-ENV-VALUE) NOT = SPACES
                       MOVE WS-ENV-VALUE TO WS-SHOWN-VALUE
                       MOVE 'environment' TO WS-SOURCE
                   ELSE
                       IF FUNCTION TRIM(PRM-DEFAULT) NOT = SPACES
                           MOVE PRM-DEFAULT TO WS-SHOWN-VALUE
                           MOVE 'default' TO WS-SOURCE
                       ELSE
                           MOVE '-' TO WS-SHOWN-VALUE
                           MOVE 'not set, policy tables apply'
                               TO WS-SOURCE
                       END-IF
                   END-IF
               END-IF
               DISPLAY PRM-NAME " " WS-SHOWN-VALUE(1:12) " "
                   FUNCTION TRIM(WS-SOURCE)
               DISPLAY "    " FUNCTION TRIM(PRM-DESCRIPTION)
               DISPLAY "    read by: " FUNCTION TRIM(PRM-USED-BY)
               EXEC SQL
                   FETCH C1 INTO :PRM-NAME, :PRM-DESCRIPTION,
                                 :PRM-DEFAULT, :PRM-USED-BY,
                                 :PRM-VALUE, :PRM-FROM
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C1
           END-EXEC.

           IF WS-ROW-CNT = 0
               DISPLAY "No parameter by that name"
           END-IF.

       SCHEDULED-CHANGES.
           EXEC SQL
               DECLARE C2 CURSOR FOR
               SELECT p.name,
                      TO_CHAR(p.effective_from, 'YYYY-MM-DD'),
                      p.value, p.set_by,
                      TO_CHAR(p.set_at, 'YYYY-MM-DD HH24:MI'),
                      p.reason
                      FROM system_parameters p
                      WHERE p.cancelled_at IS NULL
                      AND p.effective_from > CURRENT_DATE
                      AND (TRIM(:RPT-NAME-INPUT) = ''
                           OR p.name = TRIM(:RPT-NAME-INPUT))
                      ORDER BY p.effective_from, p.name, p.set_at
           END-EXEC.
           EXEC SQL
               OPEN C2
           END-EXEC.

           DISPLAY " ".
           DISPLAY "---- SCHEDULED CHANGES ----".
           MOVE ZERO TO WS-ROW-CNT.
           EXEC SQL
               FETCH C2 INTO :PRM-NAME, :PRM-FROM, :PRM-VALUE,
                             :PRM-SET-BY, :PRM-SET-AT, :PRM-REASON
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO WS-ROW-CNT
               DISPLAY PRM-FROM " " PRM-NAME " "
                   FUNCTION TRIM(PRM-VALUE)
                   "  set " PRM-SET-AT " by "
                   FUNCTION TRIM(PRM-SET-BY)
               DISPLAY "    " FUNCTION TRIM(PRM-REASON)
               EXEC SQL
                   FETCH C2 INTO :PRM-NAME, :PRM-FROM, :PRM-VALUE,
                                 :PRM-SET-BY, :PRM-SET-AT,
                                 :PRM-REASON
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C2
           END-EXEC.

           IF WS-ROW-CNT = 0
               DISPLAY "None"
           END-IF.

       CHANGE-HISTORY.
           EXEC SQL
               DECLARE C3 CURSOR FOR
               SELECT p.name,
                      TO_CHAR(p.effective_from, 'YYYY-MM-DD'),
                      p.value,
                      CASE WHEN p.cancelled_at IS NOT NULL
                               THEN 'cancelled'
                           WHEN p.effective_from > CURRENT_DATE
                               THEN 'scheduled'
                           WHEN p.id = (
                               SELECT q.id FROM system_parameters q
                                   WHERE q.name = p.name
                                   AND q.cancelled_at IS NULL
                                   AND q.effective_from
                                       <= CURRENT_DATE
                                   ORDER BY q.effective_from DESC,
                                            q.set_at DESC
                                   LIMIT 1)
                               THEN 'in force'
                           ELSE 'replaced' END,
                      p.set_by,
                      TO_CHAR(p.set_at, 'YYYY-MM-DD HH24:MI'),
                      p.reason,
                      COALESCE(TO_CHAR(p.cancelled_at,
                                       'YYYY-MM-DD HH24:MI')
                               || ' by ' || p.cancelled_by, '')
                      FROM system_parameters p
                      WHERE TRIM(:RPT-NAME-INPUT) = ''
                         OR p.name = TRIM(:RPT-NAME-INPUT)
                      ORDER BY p.name, p.effective_from, p.set_at
           END-EXEC.
           EXEC SQL
               OPEN C3
           END-EXEC.

           DISPLAY " ".
           DISPLAY "---- CHANGE HISTORY ----".
           MOVE ZERO TO WS-ROW-CNT.
           MOVE SPACES TO WS-LAST-NAME.
           EXEC SQL
               FETCH C3 INTO :PRM-NAME, :PRM-FROM, :PRM-VALUE,
                             :PRM-STATE, :PRM-SET-BY, :PRM-SET-AT,
                             :PRM-REASON, :PRM-CANCELLED
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO WS-ROW-CNT
               IF PRM-NAME NOT = WS-LAST-NAME
                   DISPLAY FUNCTION TRIM(PRM-NAME)
                   MOVE PRM-NAME TO WS-LAST-NAME
               END-IF
               DISPLAY "  " PRM-FROM " " PRM-STATE " "
                   FUNCTION TRIM(PRM-VALUE)
                   "  set " PRM-SET-AT " by "
                   FUNCTION TRIM(PRM-SET-BY)
               DISPLAY "      " FUNCTION TRIM(PRM-REASON)
               IF FUNCTION TRIM(PRM-CANCELLED) NOT = SPACES
                   DISPLAY "      cancelled "
                       FUNCTION TRIM(PRM-CANCELLED)
               END-IF
               EXEC SQL
                   FETCH C3 INTO :PRM-NAME, :PRM-FROM, :PRM-VALUE,
                                 :PRM-STATE, :PRM-SET-BY,
                                 :PRM-SET-AT, :PRM-REASON,
                                 :PRM-CANCELLED
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C3
           END-EXEC.

           IF WS-ROW-CNT = 0
               DISPLAY "No values have been set; every parameter "
                   "comes from the environment or its default"
           END-IF.

       ERROR-RTN.
           CALL 'SQL-ERROR-HANDLER' USING SQLCODE SQLSTATE SQLERRMC
                'PARAMREPORT                   ' 'ERROR-RTN'
           END-CALL.

       END-PROGRAM.
