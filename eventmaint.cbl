      * see CALENDARMAINT) so nothing gets booked onto a closure;
      * closing out captures the headcount EVENTSTATS rolls into
      * the board pack. Patrons register from the public /events
      * page. An event held in one of a branch's bookable rooms
      * (see ROOMMAINT) is placed in that room, after the same
      * clash test room bookings get (ROOM_CLASH), and shows on
      * the room sheet and the public /rooms page as taken.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
           05  PRG-WAITLIST        PIC 9(4).
           05  PRG-ATTENDED        PIC 9(4).
           05  PRG-DATE-OPEN       PIC X(1).
           05  PRG-END-TIME        PIC X(5).
           05  PRG-BRANCH-CODE     PIC X(10).
           05  PRG-ROOM-ID         PIC X(36).
           05  PRG-CLASH           PIC X(100).

       01  AUDIT-REC-VARS.
           05  AUDIT-TABLE-NAME    PIC X(30).
           IF FUNCTION TRIM(PRG-TYPE) = SPACES
               MOVE 'general' TO PRG-TYPE
           END-IF.
           DISPLAY 'Branch code of the room (blank if not a '
               'bookable room): '.
           ACCEPT PRG-BRANCH-CODE.
           DISPLAY 'Room: '.
           ACCEPT PRG-ROOM.
           MOVE SPACES TO PRG-ROOM-ID.
           IF FUNCTION TRIM(PRG-BRANCH-CODE) NOT = SPACES
               EXEC SQL
                   SELECT CAST(r.id AS VARCHAR), r.name
                       INTO :PRG-ROOM-ID, :PRG-ROOM
                       FROM rooms r
                       JOIN branches br ON br.id = r.branch_id
                       WHERE br.code = UPPER(TRIM(:PRG-BRANCH-CODE))
                       AND UPPER(r.name) = UPPER(TRIM(:PRG-ROOM))
                       AND r.active
               END-EXEC
               IF SQLCODE NOT = ZERO
                   DISPLAY "No bookable room by that name at that "
                       "branch -- see ROOMMAINT"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           DISPLAY 'Age group (blank for all): '.
           ACCEPT PRG-AGE-GROUP.
           DISPLAY 'Date (YYYY-MM-DD): '.

           DISPLAY 'Time (HH:MM): '.
           ACCEPT PRG-TIME.
           DISPLAY 'Ends (HH:MM, blank for an hour): '.
           ACCEPT PRG-END-TIME.

      *    A ROOM ON THE REGISTER MUST BE FREE -- NO APPROVED
      *    BOOKING OR OTHER PROGRAM IN IT, AND WITHIN ITS HOURS.
           IF FUNCTION TRIM(PRG-ROOM-ID) NOT = SPACES
               MOVE SPACES TO PRG-CLASH
               EXEC SQL
                   SELECT COALESCE(room_clash(
                              CAST(:PRG-ROOM-ID AS UUID),
                              CAST(:PRG-DATE AS DATE),
                              CAST(:PRG-TIME AS TIME),
                              COALESCE(CAST(NULLIF(TRIM(:PRG-END-TIME),
                                                   '') AS TIME),
                                       CAST(:PRG-TIME AS TIME)
                                       + INTERVAL '1 hour'),
                              NULL), '')
                       INTO :PRG-CLASH
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               IF FUNCTION TRIM(PRG-CLASH) NOT = SPACES
                   DISPLAY "The room is not free then: "
                       FUNCTION TRIM(PRG-CLASH)
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE 20 TO PRG-CAPACITY.
           DISPLAY 'Capacity (blank for 20): '.
           ACCEPT WS-NUM-X.
                   age_group,
                   event_date,
                   event_time,
                   end_time,
                   capacity,
                   room_id
               ) VALUES (
                   TRIM(:PRG-TITLE),
                   TRIM(:PRG-TYPE),
                   NULLIF(TRIM(:PRG-AGE-GROUP), ''),
                   CAST(:PRG-DATE AS DATE),
                   TRIM(:PRG-TIME),
                   NULLIF(TRIM(:PRG-END-TIME), ''),
                   :PRG-CAPACITY,
                   CAST(NULLIF(TRIM(:PRG-ROOM-ID), '') AS UUID)
               ) RETURNING CAST(id AS VARCHAR) INTO :PRG-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
