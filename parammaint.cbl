      ********************************************
      * Maintain the system parameters
      *
      * PARAMMAINT
      *
      * List, set, schedule or withdraw the site-wide settings the
      * circulation and housekeeping programs read through
      * GET-PARAM (fine rate, fine block threshold, hold pickup
      * days, retention periods...). A new value takes effect from
      * the date given -- today, or a later date so a change such
      * as a new fine rate for the fiscal year can be entered ahead
      * and picked up on the day without touching any job. Values
      * are never overwritten: each change is a new row with its
      * reason and operator (DESK_OPERATOR, as at the desk), and a
      * scheduled change withdrawn before its date is marked
      * cancelled. Every change is also written to AUDIT_LOG.
      * PARAMREPORT prints the settings in force and their history.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PARAMMAINT.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       COPY 'db-connect-params.cpy'.

       01  WS-ACTION               PIC X(1).
       01  WS-ENV-VALUE            PIC X(100).
       01  WS-NAME-OK              PIC X(1).

       EXEC SQL
           BEGIN DECLARE SECTION
       END-EXEC.
       01  HOSTVARS.
           05 BUFFER               PIC X(1024).

       01  PARAM-REC-VARS.
           05  PRM-NAME            PIC X(30).
           05  PRM-DESCRIPTION     PIC X(100).
           05  PRM-DEFAULT         PIC X(100).
           05  PRM-TYPE            PIC X(10).
           05  PRM-VALUE           PIC X(100).
           05  PRM-FROM            PIC X(10).
           05  PRM-NEXT-VALUE      PIC X(100).
           05  PRM-NEXT-FROM       PIC X(10).
           05  PRM-REASON          PIC X(100).
           05  PRM-SET-BY          PIC X(30).
           05  PRM-SET-AT          PIC X(16).
           05  PRM-STATE           PIC X(10).
           05  PRM-ID              PIC X(36).
           05  PRM-TODAY           PIC X(1).

       01  PRM-CANCEL-CNT          PIC 9(8).
       01  PRM-OPERATOR            PIC X(30).

       01  AUDIT-REC-VARS.
           05  AUDIT-TABLE-NAME    PIC X(30).
           05  AUDIT-RECORD-ID     PIC X(36).
           05  AUDIT-OPERATION     PIC X(10).
           05  AUDIT-ACTOR         PIC X(36).
       EXEC SQL
           END DECLARE SECTION
       END-EXEC.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       PROCEDURE DIVISION.

       MAIN-RTN.
           DISPLAY "PARAMMAINT STARTED".

           COPY 'db-connect.cpy'.

           ACCEPT PRM-OPERATOR FROM ENVIRONMENT 'DESK_OPERATOR'.
           IF FUNCTION TRIM(PRM-OPERATOR) = SPACES
               MOVE 'cli' TO PRM-OPERATOR
           END-IF.

           DISPLAY 'Action: (l)ist, (s)et or schedule a value, '
               '(h)istory, (c)ancel a scheduled change: '.
           ACCEPT WS-ACTION.

           EVALUATE WS-ACTION
               WHEN 'l'
               WHEN 'L'
                   PERFORM LIST-PARAMS
               WHEN 's'
               WHEN 'S'
                   PERFORM SET-PARAM
               WHEN 'h'
               WHEN 'H'
                   PERFORM PARAM-HISTORY
               WHEN 'c'
               WHEN 'C'
                   PERFORM CANCEL-PARAM
               WHEN OTHER
                   DISPLAY "Unknown action"
           END-EVALUATE.

      *    COMMIT
           EXEC SQL
               COMMIT WORK
           END-EXEC.

      *    DISCONNECT
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

      *    END
           DISPLAY "PARAMMAINT FINISHED".
           STOP RUN.

       LIST-PARAMS.
      *    THE VALUE IN FORCE IS THE SAME ROW GET-PARAM PICKS; THE
      *    NEXT CHANGE IS THE EARLIEST ONE STILL TO COME.
           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT d.name,
                      COALESCE(d.default_value, ''),
                      COALESCE(cur.value, ''),
                      COALESCE(TO_CHAR(cur.effective_from,
                                       'YYYY-MM-DD'), ''),
                      COALESCE(nxt.value, ''),
                      COALESCE(TO_CHAR(nxt.effective_from,
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
                      LEFT JOIN LATERAL (
                          SELECT p.value, p.effective_from
                              FROM system_parameters p
                              WHERE p.name = d.name
                              AND p.cancelled_at IS NULL
                              AND p.effective_from > CURRENT_DATE
                              ORDER BY p.effective_from,
                                       p.set_at DESC
                              LIMIT 1
                      ) nxt ON TRUE
                      ORDER BY d.name
           END-EXEC.
           EXEC SQL
               OPEN C1
           END-EXEC.

           DISPLAY "------------".
           EXEC SQL
               FETCH C1 INTO :PRM-NAME, :PRM-DEFAULT, :PRM-VALUE,
                             :PRM-FROM, :PRM-NEXT-VALUE,
                             :PRM-NEXT-FROM
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               IF FUNCTION TRIM(PRM-FROM) NOT = SPACES
                   DISPLAY PRM-NAME " " FUNCTION TRIM(PRM-VALUE)
                       "  (since " PRM-FROM ")"
               ELSE
                   MOVE SPACES TO WS-ENV-VALUE
                   ACCEPT WS-ENV-VALUE FROM ENVIRONMENT PRM-NAME
                   IF FUNCTION TRIM(WS-ENV-VALUE) NOT = SPACES
                       DISPLAY PRM-NAME " "
                           FUNCTION TRIM(WS-ENV-VALUE)
                           "  (environment)"
                   ELSE
                       IF FUNCTION TRIM(PRM-DEFAULT) NOT = SPACES
                           DISPLAY PRM-NAME " "
                               FUNCTION TRIM(PRM-DEFAULT)
                               "  (default)"
                       ELSE
                           DISPLAY PRM-NAME " (not set -- policy "
                               "tables apply)"
                       END-IF
                   END-IF
               END-IF
               IF FUNCTION TRIM(PRM-NEXT-FROM) NOT = SPACES
                   DISPLAY "    changes to "
                       FUNCTION TRIM(PRM-NEXT-VALUE)
                       " from " PRM-NEXT-FROM
               END-IF
               EXEC SQL
                   FETCH C1 INTO :PRM-NAME, :PRM-DEFAULT,
                                 :PRM-VALUE, :PRM-FROM,
                                 :PRM-NEXT-VALUE, :PRM-NEXT-FROM
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C1
           END-EXEC.

       FIND-PARAM-DEF.
           MOVE 'n' TO WS-NAME-OK.
           DISPLAY 'Parameter name: '.
           ACCEPT PRM-NAME.
           MOVE FUNCTION UPPER-CASE(PRM-NAME) TO PRM-NAME.

           MOVE SPACES TO PRM-DESCRIPTION PRM-TYPE.
           EXEC SQL
               SELECT description, value_type
                   INTO :PRM-DESCRIPTION, :PRM-TYPE
                   FROM system_parameter_defs
                   WHERE name = TRIM(:PRM-NAME)
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "No parameter with that name (see (l)ist)"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY FUNCTION TRIM(PRM-NAME) ": "
               FUNCTION TRIM(PRM-DESCRIPTION).
           MOVE 'y' TO WS-NAME-OK.

       SET-PARAM.
           PERFORM FIND-PARAM-DEF.
           IF WS-NAME-OK NOT = 'y'
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TRIM(PRM-TYPE) = 'switch'
               DISPLAY 'New value (on/off): '
               ACCEPT PRM-VALUE
               MOVE FUNCTION LOWER-CASE(PRM-VALUE) TO PRM-VALUE
               IF FUNCTION TRIM(PRM-VALUE) NOT = 'on'
                       AND FUNCTION TRIM(PRM-VALUE) NOT = 'off'
                   DISPLAY "Value must be on or off"
                   EXIT PARAGRAPH
               END-IF
           ELSE
               DISPLAY 'New value: '
               ACCEPT PRM-VALUE
               IF FUNCTION TRIM(PRM-VALUE) = SPACES
                       OR FUNCTION TEST-NUMVAL(PRM-VALUE) NOT = 0
                   DISPLAY "Value must be a number"
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION NUMVAL(PRM-VALUE) < 0
                   DISPLAY "Value cannot be negative"
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           DISPLAY 'Effective from (YYYY-MM-DD, blank for today): '.
           ACCEPT PRM-FROM.
           IF FUNCTION TRIM(PRM-FROM) = SPACES
               EXEC SQL
                   SELECT TO_CHAR(CURRENT_DATE, 'YYYY-MM-DD')
                       INTO :PRM-FROM
               END-EXEC
           END-IF.

      *    A VALUE CANNOT BE BACKDATED -- THE PROGRAMS HAVE ALREADY
      *    RUN ON WHATEVER WAS IN FORCE.
           MOVE 'n' TO PRM-TODAY.
           EXEC SQL
               SELECT CASE WHEN TO_DATE(:PRM-FROM, 'YYYY-MM-DD')
                                = CURRENT_DATE
                           THEN 'y'
                           WHEN TO_DATE(:PRM-FROM, 'YYYY-MM-DD')
                                > CURRENT_DATE
                           THEN 'n'
                           ELSE 'x' END
                   INTO :PRM-TODAY
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "Not a valid date"
               EXIT PARAGRAPH
           END-IF.
           IF PRM-TODAY = 'x'
               DISPLAY "A value cannot take effect before today"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY 'Reason: '.
           ACCEPT PRM-REASON.
           IF FUNCTION TRIM(PRM-REASON) = SPACES
               DISPLAY "A reason is required"
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               INSERT INTO system_parameters (
                   name, value, effective_from, reason, set_by
               ) VALUES (
                   TRIM(:PRM-NAME), TRIM(:PRM-VALUE),
                   TO_DATE(:PRM-FROM, 'YYYY-MM-DD'),
                   TRIM(:PRM-REASON), TRIM(:PRM-OPERATOR)
               )
               RETURNING CAST(id AS VARCHAR) INTO :PRM-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           IF PRM-TODAY = 'y'
               DISPLAY FUNCTION TRIM(PRM-NAME) " set to "
                   FUNCTION TRIM(PRM-VALUE) ", in force now"
           ELSE
               DISPLAY FUNCTION TRIM(PRM-NAME) " scheduled to change "
                   "to " FUNCTION TRIM(PRM-VALUE) " from " PRM-FROM
               DISPLAY "The value in force stays until then"
           END-IF.

           MOVE 'system_parameters' TO AUDIT-TABLE-NAME.
           MOVE PRM-ID TO AUDIT-RECORD-ID.
           MOVE 'INSERT' TO AUDIT-OPERATION.
           MOVE PRM-OPERATOR TO AUDIT-ACTOR.
           PERFORM WRITE-AUDIT-LOG.

       PARAM-HISTORY.
           PERFORM FIND-PARAM-DEF.
           IF WS-NAME-OK NOT = 'y'
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               DECLARE C2 CURSOR FOR
               SELECT TO_CHAR(p.effective_from, 'YYYY-MM-DD'),
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
                      p.reason
                      FROM system_parameters p
                      WHERE p.name = TRIM(:PRM-NAME)
                      ORDER BY p.effective_from, p.set_at
           END-EXEC.
           EXEC SQL
               OPEN C2
           END-EXEC.

           DISPLAY "------------".
           EXEC SQL
               FETCH C2 INTO :PRM-FROM, :PRM-VALUE, :PRM-STATE,
                             :PRM-SET-BY, :PRM-SET-AT, :PRM-REASON
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "Never set here; programs use the environment "
                   "or their default"
           END-IF.
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY PRM-FROM " " PRM-STATE " "
                   FUNCTION TRIM(PRM-VALUE)
                   "  set " PRM-SET-AT " by "
                   FUNCTION TRIM(PRM-SET-BY)
               DISPLAY "    " FUNCTION TRIM(PRM-REASON)
               EXEC SQL
                   FETCH C2 INTO :PRM-FROM, :PRM-VALUE, :PRM-STATE,
                                 :PRM-SET-BY, :PRM-SET-AT,
                                 :PRM-REASON
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C2
           END-EXEC.

       CANCEL-PARAM.
      *    ONLY A CHANGE STILL TO COME CAN BE WITHDRAWN; ONE ALREADY
      *    IN FORCE IS UNDONE BY SETTING THE OLD VALUE AGAIN, SO THE
      *    HISTORY SHOWS WHAT WAS IN FORCE ON EVERY DAY.
           PERFORM FIND-PARAM-DEF.
           IF WS-NAME-OK NOT = 'y'
               EXIT PARAGRAPH
           END-IF.

           DISPLAY 'Effective date of the change to cancel '
               '(YYYY-MM-DD): '.
           ACCEPT PRM-FROM.

           MOVE SPACES TO PRM-ID.
           EXEC SQL
               SELECT CAST(id AS VARCHAR) INTO :PRM-ID
                   FROM system_parameters
                   WHERE name = TRIM(:PRM-NAME)
                   AND cancelled_at IS NULL
                   AND effective_from > CURRENT_DATE
                   AND TO_CHAR(effective_from, 'YYYY-MM-DD')
                       = TRIM(:PRM-FROM)
                   ORDER BY set_at DESC
                   LIMIT 1
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "No scheduled change on that date"
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               UPDATE system_parameters
                   SET cancelled_at = NOW(),
                       cancelled_by = TRIM(:PRM-OPERATOR)
                   WHERE id = CAST(:PRM-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY "Change to " FUNCTION TRIM(PRM-NAME) " from "
               PRM-FROM " cancelled".

      *    AN EARLIER ENTRY FOR THE SAME DATE WOULD NOW TAKE OVER.
           MOVE ZERO TO PRM-CANCEL-CNT.
           EXEC SQL
               SELECT COUNT(*) INTO :PRM-CANCEL-CNT
                   FROM system_parameters
                   WHERE name = TRIM(:PRM-NAME)
                   AND cancelled_at IS NULL
                   AND TO_CHAR(effective_from, 'YYYY-MM-DD')
                       = TRIM(:PRM-FROM)
           END-EXEC.
           IF PRM-CANCEL-CNT > 0
               DISPLAY "Another change is still scheduled for that "
                   "date -- see (h)istory"
           END-IF.

           MOVE 'system_parameters' TO AUDIT-TABLE-NAME.
           MOVE PRM-ID TO AUDIT-RECORD-ID.
           MOVE 'CANCEL' TO AUDIT-OPERATION.
           MOVE PRM-OPERATOR TO AUDIT-ACTOR.
           PERFORM WRITE-AUDIT-LOG.

       WRITE-AUDIT-LOG.
           EXEC SQL
               INSERT INTO audit_log (
                   table_name,
                   record_id,
                   operation,
                   actor
               ) VALUES (
                   :AUDIT-TABLE-NAME,
                   :AUDIT-RECORD-ID,
                   :AUDIT-OPERATION,
                   :AUDIT-ACTOR
               )
           END-EXEC.

       ERROR-RTN.
           CALL 'SQL-ERROR-HANDLER' USING SQLCODE SQLSTATE SQLERRMC
                'PARAMMAINT                    ' 'ERROR-RTN'
           END-CALL.

       END-PROGRAM.
