      ********************************************
      * Maintain the meeting and study room registry
      *
      * ROOMMAINT
      *
      * List a branch's rooms, add a room or change one (capacity,
      * bookable hours, hire fee, withdrawn from booking), list
      * the room bookings coming up, or cancel a booking. Rooms
      * with no hours of their own are bookable whenever the
      * branch is open (see BRANCHMAINT); a room with a fee code
      * from FEE_SCHEDULE (see FEEMAINT) is hired out per hour,
      * one without is free. Requests from the public /rooms page
      * are approved in ROOMREVIEW; ROOMSHEET prints the day.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   ROOMMAINT.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       COPY 'db-connect-params.cpy'.

       01  WS-ACTION               PIC X(1).
       01  WS-NUM-X                PIC X(10).
       01  WS-CONFIRM              PIC X(1).

       EXEC SQL
           BEGIN DECLARE SECTION
       END-EXEC.
       01  HOSTVARS.
           05 BUFFER               PIC X(1024).

       01  BRANCH-REC-VARS.
           05  BRANCH-ID           PIC X(36).
           05  BRANCH-CODE         PIC X(10).
           05  BRANCH-NAME         PIC X(50).

       01  ROOM-REC-VARS.
           05  ROOM-ID             PIC X(36).
           05  ROOM-NAME           PIC X(30).
           05  ROOM-CAPACITY       PIC 9(4).
           05  ROOM-OPENS          PIC X(5).
           05  ROOM-CLOSES         PIC X(5).
           05  ROOM-FEE-CODE       PIC X(12).
           05  ROOM-ACTIVE         PIC X(1).
           05  ROOM-FEE-CNT        PIC 9(4).

       01  BOOKING-REC-VARS.
           05  BKG-ID              PIC X(36).
           05  BKG-DATE            PIC X(10).
           05  BKG-STARTS          PIC X(5).
           05  BKG-ENDS            PIC X(5).
           05  BKG-GROUP           PIC X(50).
           05  BKG-ATTENDEES       PIC 9(4).
           05  BKG-STATUS          PIC X(10).
           05  BKG-FINE-ID         PIC X(36).

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
           DISPLAY "ROOMMAINT STARTED".

           COPY 'db-connect.cpy'.

           DISPLAY 'Action: (l)ist rooms, (a)dd or change a room, '
               '(b)ookings, (c)ancel a booking: '.
           ACCEPT WS-ACTION.

           EVALUATE WS-ACTION
               WHEN 'l'
               WHEN 'L'
                   PERFORM LIST-ROOMS
               WHEN 'a'
               WHEN 'A'
                   PERFORM SAVE-ROOM
               WHEN 'b'
               WHEN 'B'
                   PERFORM LIST-BOOKINGS
               WHEN 'c'
               WHEN 'C'
                   PERFORM CANCEL-BOOKING
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
           DISPLAY "ROOMMAINT FINISHED".
           STOP RUN.

       LIST-ROOMS.
           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT br.code, r.name, r.capacity,
                      COALESCE(TO_CHAR(r.opens_at, 'HH24:MI'), ''),
                      COALESCE(TO_CHAR(r.closes_at, 'HH24:MI'), ''),
                      COALESCE(r.fee_code, ''),
                      CASE WHEN r.active THEN 'y' ELSE 'n' END
                      FROM rooms r
                      JOIN branches br ON br.id = r.branch_id
                      ORDER BY br.code, r.name
           END-EXEC.
           EXEC SQL
               OPEN C1
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY "------------".
           EXEC SQL
               FETCH C1 INTO :BRANCH-CODE, :ROOM-NAME,
                             :ROOM-CAPACITY, :ROOM-OPENS,
                             :ROOM-CLOSES, :ROOM-FEE-CODE,
                             :ROOM-ACTIVE
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               IF FUNCTION TRIM(ROOM-OPENS) = SPACES
                   MOVE 'branch' TO ROOM-OPENS
                   MOVE 'hours' TO ROOM-CLOSES
               END-IF
               IF FUNCTION TRIM(ROOM-FEE-CODE) = SPACES
                   MOVE 'free' TO ROOM-FEE-CODE
               END-IF
               IF ROOM-ACTIVE = 'y'
                   DISPLAY BRANCH-CODE " " ROOM-NAME " seats "
                       ROOM-CAPACITY "  " ROOM-OPENS "-"
                       ROOM-CLOSES "  " ROOM-FEE-CODE
               ELSE
                   DISPLAY BRANCH-CODE " " ROOM-NAME " seats "
                       ROOM-CAPACITY "  " ROOM-OPENS "-"
                       ROOM-CLOSES "  " ROOM-FEE-CODE
                       "  (not bookable)"
               END-IF
               EXEC SQL
                   FETCH C1 INTO :BRANCH-CODE, :ROOM-NAME,
                                 :ROOM-CAPACITY, :ROOM-OPENS,
                                 :ROOM-CLOSES, :ROOM-FEE-CODE,
                                 :ROOM-ACTIVE
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C1
           END-EXEC.

       SAVE-ROOM.
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

      *    THE SAME NAME AT THE SAME BRANCH CHANGES THAT ROOM.
           DISPLAY 'Room name: '.
           ACCEPT ROOM-NAME.
           IF FUNCTION TRIM(ROOM-NAME) = SPACES
               DISPLAY "Room name is required"
               EXIT PARAGRAPH
           END-IF.

           MOVE 10 TO ROOM-CAPACITY.
           DISPLAY 'Seats (blank for 10): '.
           ACCEPT WS-NUM-X.
           IF FUNCTION TRIM(WS-NUM-X) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-NUM-X) TO ROOM-CAPACITY
           END-IF.

           DISPLAY 'Bookable from (HH:MM, blank for branch hours): '.
           ACCEPT ROOM-OPENS.
           MOVE SPACES TO ROOM-CLOSES.
           IF FUNCTION TRIM(ROOM-OPENS) NOT = SPACES
               DISPLAY 'Bookable until (HH:MM): '
               ACCEPT ROOM-CLOSES
               IF FUNCTION TRIM(ROOM-CLOSES) = SPACES
                   DISPLAY "Give both times or neither"
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           DISPLAY 'Hire fee code (e.g. ROOMHIRE, blank if free): '.
           ACCEPT ROOM-FEE-CODE.
           IF FUNCTION TRIM(ROOM-FEE-CODE) NOT = SPACES
               EXEC SQL
                   SELECT COUNT(*) INTO :ROOM-FEE-CNT
                       FROM fee_schedule
                       WHERE code = UPPER(TRIM(:ROOM-FEE-CODE))
               END-EXEC
               IF ROOM-FEE-CNT = 0
                   DISPLAY "*** No such fee code -- see FEEMAINT ***"
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           DISPLAY 'Open for booking? (y/n): '.
           ACCEPT ROOM-ACTIVE.
           IF ROOM-ACTIVE = 'Y'
               MOVE 'y' TO ROOM-ACTIVE
           END-IF.

           EXEC SQL
               INSERT INTO rooms (
                   branch_id,
                   name,
                   capacity,
                   opens_at,
                   closes_at,
                   fee_code,
                   active
               ) VALUES (
                   CAST(:BRANCH-ID AS UUID),
                   TRIM(:ROOM-NAME),
                   :ROOM-CAPACITY,
                   CAST(NULLIF(TRIM(:ROOM-OPENS), '') AS TIME),
                   CAST(NULLIF(TRIM(:ROOM-CLOSES), '') AS TIME),
                   NULLIF(UPPER(TRIM(:ROOM-FEE-CODE)), ''),
                   :ROOM-ACTIVE = 'y'
               )
               ON CONFLICT (branch_id, name) DO UPDATE
                   SET capacity = EXCLUDED.capacity,
                       opens_at = EXCLUDED.opens_at,
                       closes_at = EXCLUDED.closes_at,
                       fee_code = EXCLUDED.fee_code,
                       active = EXCLUDED.active
               RETURNING CAST(id AS VARCHAR) INTO :ROOM-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY "Room " FUNCTION TRIM(ROOM-NAME) " at "
               FUNCTION TRIM(BRANCH-NAME) " saved ("
               FUNCTION TRIM(ROOM-ID) ")".

           MOVE 'rooms' TO AUDIT-TABLE-NAME.
           MOVE ROOM-ID TO AUDIT-RECORD-ID.
           MOVE 'UPDATE' TO AUDIT-OPERATION.
           MOVE 'cli' TO AUDIT-ACTOR.
           PERFORM WRITE-AUDIT-LOG.

       LIST-BOOKINGS.
      *    THE NEXT TWO WEEKS, EVERY BRANCH -- REQUESTS STILL
      *    WAITING FOR ROOMREVIEW INCLUDED.
           EXEC SQL
               DECLARE C2 CURSOR FOR
               SELECT CAST(b.id AS VARCHAR),
                      TO_CHAR(b.booking_date, 'YYYY-MM-DD'),
                      TO_CHAR(b.starts_at, 'HH24:MI'),
                      TO_CHAR(b.ends_at, 'HH24:MI'),
                      br.code, r.name, b.group_name,
                      b.attendees, b.status
                      FROM room_bookings b
                      JOIN rooms r ON r.id = b.room_id
                      JOIN branches br ON br.id = r.branch_id
                      WHERE b.booking_date BETWEEN CURRENT_DATE
                                               AND CURRENT_DATE + 14
                      AND b.status IN ('requested', 'approved')
                      ORDER BY b.booking_date, b.starts_at, br.code
           END-EXEC.
           EXEC SQL
               OPEN C2
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY "------------".
           EXEC SQL
               FETCH C2 INTO :BKG-ID, :BKG-DATE, :BKG-STARTS,
                             :BKG-ENDS, :BRANCH-CODE, :ROOM-NAME,
                             :BKG-GROUP, :BKG-ATTENDEES, :BKG-STATUS
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY BKG-DATE " " BKG-STARTS "-" BKG-ENDS " "
                   FUNCTION TRIM(BRANCH-CODE) " "
                   FUNCTION TRIM(ROOM-NAME) "  "
                   FUNCTION TRIM(BKG-GROUP) " (" BKG-ATTENDEES
                   ")  " FUNCTION TRIM(BKG-STATUS)
                   "  (" FUNCTION TRIM(BKG-ID) ")"
               EXEC SQL
                   FETCH C2 INTO :BKG-ID, :BKG-DATE, :BKG-STARTS,
                                 :BKG-ENDS, :BRANCH-CODE,
                                 :ROOM-NAME, :BKG-GROUP,
                                 :BKG-ATTENDEES, :BKG-STATUS
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C2
           END-EXEC.

       CANCEL-BOOKING.
           DISPLAY 'Enter booking id: '.
           ACCEPT BKG-ID.

           MOVE SPACES TO BKG-FINE-ID.
           EXEC SQL
               SELECT b.group_name,
                      TO_CHAR(b.booking_date, 'YYYY-MM-DD'),
                      r.name,
                      COALESCE(CAST(b.fine_id AS VARCHAR), '')
                   INTO :BKG-GROUP, :BKG-DATE, :ROOM-NAME,
                        :BKG-FINE-ID
                   FROM room_bookings b
                   JOIN rooms r ON r.id = b.room_id
                   WHERE b.id = CAST(:BKG-ID AS UUID)
                   AND b.status IN ('requested', 'approved')
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "No open booking with that id"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY FUNCTION TRIM(BKG-GROUP) ", "
               FUNCTION TRIM(ROOM-NAME) " on " BKG-DATE.
           DISPLAY 'Cancel this booking? (y/n): '.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'y' AND WS-CONFIRM NOT = 'Y'
               DISPLAY "Nothing changed"
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               UPDATE room_bookings
                   SET status = 'cancelled',
                       decided_at = NOW()
                   WHERE id = CAST(:BKG-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY "Booking cancelled".
      *    THE HIRE CHARGE STAYS IN THE LEDGER UNTIL SOMEONE DECIDES
      *    WHETHER A LATE CANCELLATION STILL PAYS.
           IF FUNCTION TRIM(BKG-FINE-ID) NOT = SPACES
               DISPLAY "A hire charge was posted ("
                   FUNCTION TRIM(BKG-FINE-ID)
                   ") -- waive it in RECORDPAYMENT if not due"
           END-IF.

           MOVE 'room_bookings' TO AUDIT-TABLE-NAME.
           MOVE BKG-ID TO AUDIT-RECORD-ID.
           MOVE 'UPDATE' TO AUDIT-OPERATION.
           MOVE 'cli' TO AUDIT-ACTOR.
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
                'ROOMMAINT                     ' 'ERROR-RTN'
           END-CALL.

       END-PROGRAM.
