      *
      * BRANCHMAINT
      *
      * List or add branches, or set a branch's weekly opening
      * hours. The circulation programs pick their branch from
      * BRANCH_CODE in the environment, so each site's desk sets it
      * once in its profile. Hourly loans are due back by the
      * lending branch's closing time and are fined only for the
      * hours it is open; a branch with no hours on file puts no
      * cap on them. Days with no hours set are closed days at that
      * branch: due dates and pickup deadlines skip them, and the
      * nightly CLOSUREREDATE moves anything already falling on one.
      * A branch with no hours at all closes on Sundays only.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************

       01  BRANCH-EXISTS-CNT       PIC 9(8).

       01  HOURS-REC-VARS.
           05  HOURS-DOW           PIC X(1).
           05  HOURS-DAY-NAME      PIC X(9).
           05  HOURS-OPENS         PIC X(5).
           05  HOURS-CLOSES        PIC X(5).
           05  HOURS-ROW-CNT       PIC 9(8).

       01  AUDIT-REC-VARS.
           05  AUDIT-TABLE-NAME    PIC X(30).
           05  AUDIT-RECORD-ID     PIC X(36).

           COPY 'db-connect.cpy'.

           DISPLAY 'Action: (l)ist, (a)dd, (h)ours: '.
           ACCEPT WS-ACTION.

           EVALUATE WS-ACTION
               WHEN 'a'
               WHEN 'A'
                   PERFORM ADD-BRANCH
               WHEN 'h'
               WHEN 'H'
                   PERFORM SET-BRANCH-HOURS
               WHEN OTHER
                   DISPLAY "Unknown action"
           END-EVALUATE.
           MOVE 'cli' TO AUDIT-ACTOR.
           PERFORM WRITE-AUDIT-LOG.

       SET-BRANCH-HOURS.
           DISPLAY 'Enter branch code: '.
           ACCEPT BRANCH-CODE.
           EXEC SQL
               SELECT CAST(id AS VARCHAR), name
                   INTO :BRANCH-ID, :BRANCH-NAME
                   FROM branches
                   WHERE code = UPPER(TRIM(:BRANCH-CODE))
           END-EXEC.
           IF SQLCODE = 100
               DISPLAY "*** Unknown branch code ***"
               EXIT PARAGRAPH
           END-IF.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM LIST-BRANCH-HOURS.

           DISPLAY 'Day of week (0=Sun 1=Mon ... 6=Sat): '.
           ACCEPT HOURS-DOW.
           IF HOURS-DOW < '0' OR HOURS-DOW > '6'
               DISPLAY "Day must be 0 through 6"
               EXIT PARAGRAPH
           END-IF.

      *    NO OPENING TIME TAKES THE DAY OFF THE WEEK; THE STANDING
      *    SUNDAY RULE AND THE CLOSURE CALENDAR STILL APPLY ON TOP.
           DISPLAY 'Opens at (HH:MM, blank if not open that day): '.
           ACCEPT HOURS-OPENS.
           IF FUNCTION TRIM(HOURS-OPENS) = SPACES
               EXEC SQL
                   DELETE FROM branch_hours
                       WHERE branch_id = CAST(:BRANCH-ID AS UUID)
                       AND day_of_week = CAST(:HOURS-DOW AS INTEGER)
               END-EXEC
               IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                   PERFORM ERROR-RTN
                   STOP RUN
               END-IF
               DISPLAY "No opening hours kept for that day"
           ELSE
               DISPLAY 'Closes at (HH:MM): '
               ACCEPT HOURS-CLOSES
               EXEC SQL
                   INSERT INTO branch_hours (
                       branch_id,
                       day_of_week,
                       opens_at,
                       closes_at
                   ) SELECT CAST(:BRANCH-ID AS UUID),
                            CAST(:HOURS-DOW AS INTEGER),
                            CAST(:HOURS-OPENS AS TIME),
                            CAST(:HOURS-CLOSES AS TIME)
                       WHERE CAST(:HOURS-CLOSES AS TIME)
                           > CAST(:HOURS-OPENS AS TIME)
                   ON CONFLICT (branch_id, day_of_week) DO UPDATE
                       SET opens_at = EXCLUDED.opens_at,
                           closes_at = EXCLUDED.closes_at
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               MOVE SQLERRD(3) TO HOURS-ROW-CNT
               IF HOURS-ROW-CNT = 0
                   DISPLAY "Closing time must be after opening time"
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Opening hours recorded"
           END-IF.

           MOVE 'branch_hours' TO AUDIT-TABLE-NAME.
           MOVE BRANCH-ID TO AUDIT-RECORD-ID.
           MOVE 'UPDATE' TO AUDIT-OPERATION.
           MOVE 'cli' TO AUDIT-ACTOR.
           PERFORM WRITE-AUDIT-LOG.

       LIST-BRANCH-HOURS.
           EXEC SQL
               DECLARE C2 CURSOR FOR
               SELECT CAST(day_of_week AS VARCHAR),
                      TRIM(TO_CHAR(DATE '2023-01-01'
                               + day_of_week, 'Day')),
                      TO_CHAR(opens_at, 'HH24:MI'),
                      TO_CHAR(closes_at, 'HH24:MI')
                      FROM branch_hours
                      WHERE branch_id = CAST(:BRANCH-ID AS UUID)
                      ORDER BY day_of_week
           END-EXEC.
           EXEC SQL
               OPEN C2
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY "---- OPENING HOURS: " FUNCTION TRIM(BRANCH-NAME)
               " ----".
           EXEC SQL
               FETCH C2 INTO :HOURS-DOW, :HOURS-DAY-NAME,
                             :HOURS-OPENS, :HOURS-CLOSES
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "(none on file - hourly loans are not capped)"
           END-IF.
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY HOURS-DOW " " HOURS-DAY-NAME " " HOURS-OPENS
                   "-" HOURS-CLOSES
               EXEC SQL
                   FETCH C2 INTO :HOURS-DOW, :HOURS-DAY-NAME,
                                 :HOURS-OPENS, :HOURS-CLOSES
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C2
           END-EXEC.

       WRITE-AUDIT-LOG.
           EXEC SQL
               INSERT INTO audit_log (
