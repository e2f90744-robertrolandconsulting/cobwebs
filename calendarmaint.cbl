      * CALENDARMAINT
      *
      * List, add or remove closure dates in LIBRARY_CALENDAR.
      * Each branch keeps its own week (see BRANCHMAINT; Sundays
      * closed where it has no hours on file); this table carries
      * the holidays and one-off closures on top, for every branch
      * or for one branch shut for repairs or snow. Due dates roll
      * past the lending branch's closed days and fines never
      * count them -- our most frequent complaint letter, retired.
      * A closure entered after loans or holds already fall due
      * that day is picked up by the nightly CLOSUREREDATE run;
      * room bookings already approved for the day are counted so
      * staff can cancel them in ROOMMAINT and tell the groups.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
       COPY 'db-connect-params.cpy'.

       01  WS-ACTION               PIC X(1).
       01  WS-BRANCH-OK            PIC X(1).

       EXEC SQL
           BEGIN DECLARE SECTION
       01  CAL-REC-VARS.
           05  CAL-DATE            PIC X(10).
           05  CAL-REASON          PIC X(50).
           05  CAL-BRANCH-CODE     PIC X(10).
           05  CAL-BRANCH-ID       PIC X(36).

       01  CAL-EXISTS-CNT          PIC 9(8).
       01  CAL-ROOM-CNT            PIC 9(8).
       EXEC SQL
           END DECLARE SECTION
       END-EXEC.
       LIST-CLOSURES.
           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT TO_CHAR(c.closure_date, 'YYYY-MM-DD'),
                      COALESCE(b.code, 'ALL'),
                      COALESCE(c.reason, '')
                      FROM library_calendar c
                      LEFT JOIN branches b ON b.id = c.branch_id
                      WHERE c.closure_date >= CURRENT_DATE
                      ORDER BY c.closure_date, b.code NULLS FIRST
           END-EXEC.
           EXEC SQL
               OPEN C1
           END-EXEC.

           DISPLAY "---- UPCOMING CLOSURES ----".
           DISPLAY "(plus each branch's weekly closed days -- Sundays "
               "where it has no hours on file)".
           EXEC SQL
               FETCH C1 INTO :CAL-DATE, :CAL-BRANCH-CODE, :CAL-REASON
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY CAL-DATE "  " CAL-BRANCH-CODE " "
                   FUNCTION TRIM(CAL-REASON)
               EXEC SQL
                   FETCH C1 INTO :CAL-DATE, :CAL-BRANCH-CODE,
                                 :CAL-REASON
               END-EXEC
           END-PERFORM.

               CLOSE C1
           END-EXEC.

       FIND-CAL-BRANCH.
           MOVE 'y' TO WS-BRANCH-OK.
           MOVE SPACES TO CAL-BRANCH-ID.
           DISPLAY 'Branch code (blank for every branch): '.
           ACCEPT CAL-BRANCH-CODE.
           IF FUNCTION TRIM(CAL-BRANCH-CODE) = SPACES
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               SELECT CAST(id AS VARCHAR) INTO :CAL-BRANCH-ID
                   FROM branches
                   WHERE code = UPPER(TRIM(:CAL-BRANCH-CODE))
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "*** Unknown branch code ***"
               MOVE 'n' TO WS-BRANCH-OK
           END-IF.

       ADD-CLOSURE.
           DISPLAY 'Enter closure date (YYYY-MM-DD): '.
           ACCEPT CAL-DATE.
           PERFORM FIND-CAL-BRANCH.
           IF WS-BRANCH-OK NOT = 'y'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'Enter reason: '.
           ACCEPT CAL-REASON.

           EXEC SQL
               INSERT INTO library_calendar (closure_date, branch_id,
                                             reason)
                   VALUES (TO_DATE(:CAL-DATE, 'YYYY-MM-DD'),
                           CAST(NULLIF(TRIM(:CAL-BRANCH-ID), '')
                               AS UUID),
                           :CAL-REASON)
                   ON CONFLICT (closure_date,
                       COALESCE(branch_id,
                           '00000000-0000-0000-0000-000000000000'))
                   DO UPDATE
                       SET reason = EXCLUDED.reason
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY "Closure recorded for " CAL-DATE.
           DISPLAY "Loans and holds already due that day are moved "
               "by the next CLOSUREREDATE run".

      *    A ROOM BOOKING CANNOT SIMPLY MOVE TO ANOTHER DAY -- THE
      *    GROUP HAS TO BE ASKED, SO STAFF ARE TOLD HOW MANY.
           MOVE ZERO TO CAL-ROOM-CNT.
           EXEC SQL
               SELECT COUNT(*) INTO :CAL-ROOM-CNT
                   FROM room_bookings b
                   JOIN rooms r ON r.id = b.room_id
                   WHERE b.booking_date = TO_DATE(:CAL-DATE,
                                                  'YYYY-MM-DD')
                   AND b.status = 'approved'
                   AND (NULLIF(TRIM(:CAL-BRANCH-ID), '') IS NULL
                        OR r.branch_id =
                           CAST(NULLIF(TRIM(:CAL-BRANCH-ID), '')
                               AS UUID))
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF CAL-ROOM-CNT > 0
               DISPLAY "*** " CAL-ROOM-CNT " approved room booking(s) "
                   "that day -- cancel them in ROOMMAINT ***"
           END-IF.

       REMOVE-CLOSURE.
           DISPLAY 'Enter closure date to remove (YYYY-MM-DD): '.
           ACCEPT CAL-DATE.
           PERFORM FIND-CAL-BRANCH.
           IF WS-BRANCH-OK NOT = 'y'
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               DELETE FROM library_calendar
                   WHERE closure_date = TO_DATE(:CAL-DATE,
                       'YYYY-MM-DD')
                   AND branch_id IS NOT DISTINCT FROM
                       CAST(NULLIF(TRIM(:CAL-BRANCH-ID), '') AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           MOVE SQLERRD(3) TO CAL-EXISTS-CNT.
