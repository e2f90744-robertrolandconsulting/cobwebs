      ********************************************
      * Staff review of room booking requests
      *
      * ROOMREVIEW
      *
      * Walks the requests from the public /rooms page one at a
      * time, soonest first: approve, decline (with a reason the
      * group is given), or skip. The clash test (ROOM_CLASH --
      * closures, room and branch hours, other approved bookings,
      * library programs in the room) is shown with each request
      * and run again on approval, since another booking may have
      * been approved in the meantime. Approving a room with a
      * hire fee (see ROOMMAINT) posts hours times the FEE_SCHEDULE
      * amount into the fines ledger -- against the patron, or by
      * group name for an outside group -- unless staff waive it.
      * The group hears the outcome by email, or SMS when they
      * left only a phone number.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   ROOMREVIEW.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       COPY 'db-connect-params.cpy'.
       COPY 'notice-vars.cpy'.

       01  WS-ACTION               PIC X(1).
       01  WS-DONE                 PIC X(1) VALUE 'n'.
       01  WS-CONFIRM              PIC X(1).
       01  WS-CHARGE-LINE          PIC X(100).
       01  WS-MAIL-RECIPIENT       PIC X(100).
       01  WS-MAIL-SUBJECT         PIC X(200).
       01  WS-MAIL-BODY            PIC X(4000).
       01  WS-MAIL-ID              PIC X(36).
       01  D-CHARGE                PIC ZZZZ9.99.

       EXEC SQL
           BEGIN DECLARE SECTION
       END-EXEC.
       01  HOSTVARS.
           05 BUFFER               PIC X(1024).

       01  BOOKING-REC-VARS.
           05  BKG-ID              PIC X(36).
           05  BKG-ROOM-ID         PIC X(36).
           05  BKG-ROOM-NAME       PIC X(30).
           05  BKG-BRANCH-NAME     PIC X(50).
           05  BKG-CAPACITY        PIC 9(4).
           05  BKG-PATRON-ID       PIC X(36).
           05  BKG-GROUP           PIC X(50).
           05  BKG-EMAIL           PIC X(100).
           05  BKG-PHONE           PIC X(20).
           05  BKG-PURPOSE         PIC X(100).
           05  BKG-ATTENDEES       PIC 9(4).
           05  BKG-DATE            PIC X(10).
           05  BKG-STARTS          PIC X(5).
           05  BKG-ENDS            PIC X(5).
           05  BKG-REQUESTED       PIC X(10).
           05  BKG-CLASH           PIC X(100).
           05  BKG-FEE-CODE        PIC X(12).
           05  BKG-CHARGE          PIC 9(6)V99.
           05  BKG-STATUS          PIC X(10).
           05  BKG-REASON          PIC X(100).

       01  FINE-ID                 PIC X(36).

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
           DISPLAY "ROOMREVIEW STARTED".

           COPY 'db-connect.cpy'.

           PERFORM REVIEW-NEXT-REQUEST
               UNTIL WS-DONE = 'y'.

      *    COMMIT
           EXEC SQL
               COMMIT WORK
           END-EXEC.

      *    DISCONNECT
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

      *    END
           DISPLAY "ROOMREVIEW FINISHED".
           STOP RUN.

       REVIEW-NEXT-REQUEST.
      *    A REQUEST FOR A DAY ALREADY GONE IS NOBODY'S BUSINESS
      *    NOW; IT SIMPLY DROPS OUT OF THE QUEUE.
           MOVE SPACES TO BKG-ID.
           EXEC SQL
               SELECT CAST(b.id AS VARCHAR),
                      CAST(b.room_id AS VARCHAR),
                      r.name, br.name, r.capacity,
                      COALESCE(CAST(b.patron_id AS VARCHAR), ''),
                      b.group_name,
                      COALESCE(b.contact_email, ''),
                      COALESCE(b.contact_phone, ''),
                      COALESCE(b.purpose, ''),
                      b.attendees,
                      TO_CHAR(b.booking_date, 'YYYY-MM-DD'),
                      TO_CHAR(b.starts_at, 'HH24:MI'),
                      TO_CHAR(b.ends_at, 'HH24:MI'),
                      TO_CHAR(b.requested_at, 'YYYY-MM-DD'),
                      COALESCE(room_clash(b.room_id, b.booking_date,
                                          b.starts_at, b.ends_at,
                                          b.id), ''),
                      COALESCE(fs.code, ''),
                      COALESCE(ROUND(fs.default_amount
                          * EXTRACT(EPOCH FROM
                                (b.ends_at - b.starts_at)) / 3600,
                          2), 0)
                   INTO :BKG-ID, :BKG-ROOM-ID, :BKG-ROOM-NAME,
                        :BKG-BRANCH-NAME, :BKG-CAPACITY,
                        :BKG-PATRON-ID, :BKG-GROUP, :BKG-EMAIL,
                        :BKG-PHONE, :BKG-PURPOSE, :BKG-ATTENDEES,
                        :BKG-DATE, :BKG-STARTS, :BKG-ENDS,
                        :BKG-REQUESTED, :BKG-CLASH, :BKG-FEE-CODE,
                        :BKG-CHARGE
                   FROM room_bookings b
                   JOIN rooms r ON r.id = b.room_id
                   JOIN branches br ON br.id = r.branch_id
                   LEFT JOIN fee_schedule fs
                       ON fs.code = r.fee_code
                       AND fs.active
                   WHERE b.status = 'requested'
                   AND b.booking_date >= CURRENT_DATE
                   ORDER BY b.skipped_at NULLS FIRST,
                            b.booking_date, b.starts_at
                   LIMIT 1
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY "No room requests waiting"
               MOVE 'y' TO WS-DONE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "------------".
           DISPLAY BKG-DATE " " BKG-STARTS "-" BKG-ENDS "  "
               FUNCTION TRIM(BKG-ROOM-NAME) ", "
               FUNCTION TRIM(BKG-BRANCH-NAME).
           DISPLAY "  Group:     " FUNCTION TRIM(BKG-GROUP).
           IF FUNCTION TRIM(BKG-PATRON-ID) NOT = SPACES
               DISPLAY "             (library patron)"
           END-IF.
           DISPLAY "  Contact:   " FUNCTION TRIM(BKG-EMAIL) " "
               FUNCTION TRIM(BKG-PHONE).
           DISPLAY "  Purpose:   " FUNCTION TRIM(BKG-PURPOSE).
           DISPLAY "  People:    " BKG-ATTENDEES " (room seats "
               BKG-CAPACITY ")".
           DISPLAY "  Requested: " BKG-REQUESTED.
           IF BKG-CHARGE > 0
               MOVE BKG-CHARGE TO D-CHARGE
               DISPLAY "  Hire:      " D-CHARGE " ("
                   FUNCTION TRIM(BKG-FEE-CODE) ")"
           END-IF.
           IF FUNCTION TRIM(BKG-CLASH) NOT = SPACES
               DISPLAY "  *** Clash: " FUNCTION TRIM(BKG-CLASH)
                   " ***"
           END-IF.
           DISPLAY '(a)pprove, (d)ecline, (s)kip, (q)uit: '.
           ACCEPT WS-ACTION.

           EVALUATE WS-ACTION
               WHEN 'a'
               WHEN 'A'
                   PERFORM APPROVE-REQUEST
               WHEN 'd'
               WHEN 'D'
                   MOVE 'declined' TO BKG-STATUS
                   DISPLAY 'Reason for the group: '
                   ACCEPT BKG-REASON
                   PERFORM DECIDE-REQUEST
                   PERFORM NOTIFY-GROUP
               WHEN 's'
               WHEN 'S'
                   PERFORM SKIP-REQUEST
               WHEN 'q'
               WHEN 'Q'
                   MOVE 'y' TO WS-DONE
               WHEN OTHER
                   DISPLAY "Unknown action"
           END-EVALUATE.

       APPROVE-REQUEST.
      *    ANOTHER REQUEST FOR THE SAME SLOT MAY HAVE BEEN APPROVED
      *    SINCE THIS ONE WAS SHOWN -- TEST AGAIN RIGHT BEFORE.
           MOVE SPACES TO BKG-CLASH.
           EXEC SQL
               SELECT COALESCE(room_clash(b.room_id, b.booking_date,
                                          b.starts_at, b.ends_at,
                                          b.id), '')
                   INTO :BKG-CLASH
                   FROM room_bookings b
                   WHERE b.id = CAST(:BKG-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF FUNCTION TRIM(BKG-CLASH) NOT = SPACES
               DISPLAY "Cannot approve: " FUNCTION TRIM(BKG-CLASH)
               DISPLAY "Decline it, or skip and sort out the "
                   "clash first"
               EXIT PARAGRAPH
           END-IF.
           IF BKG-ATTENDEES > BKG-CAPACITY
               DISPLAY "More people than the room seats -- "
                   "approve anyway? (y/n): "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM NOT = 'y' AND WS-CONFIRM NOT = 'Y'
                   DISPLAY "Left in the queue"
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE SPACES TO FINE-ID.
           IF BKG-CHARGE > 0
               MOVE BKG-CHARGE TO D-CHARGE
               DISPLAY 'Post the hire charge of ' D-CHARGE
                   '? (y, or n to waive it): '
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = 'y' OR WS-CONFIRM = 'Y'
                   PERFORM POST-HIRE-CHARGE
               ELSE
                   MOVE ZERO TO BKG-CHARGE
               END-IF
           END-IF.

           MOVE 'approved' TO BKG-STATUS.
           MOVE SPACES TO BKG-REASON.
           PERFORM DECIDE-REQUEST.
           DISPLAY "Approved".
           PERFORM NOTIFY-GROUP.

       POST-HIRE-CHARGE.
      *    AN OUTSIDE GROUP HAS NO PATRON RECORD; THE CHARGE IS
      *    CARRIED UNDER THE GROUP'S NAME, AS PRE-PATRON FINES WERE.
           EXEC SQL
               INSERT INTO fines (
                   patron_id,
                   borrower,
                   amount,
                   fee_code
               ) VALUES (
                   CAST(NULLIF(TRIM(:BKG-PATRON-ID), '') AS UUID),
                   TRIM(:BKG-GROUP),
                   :BKG-CHARGE,
                   TRIM(:BKG-FEE-CODE)
               ) RETURNING CAST(id AS VARCHAR) INTO :FINE-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY "Charge posted: " D-CHARGE "  ("
               FUNCTION TRIM(FINE-ID) ")".

           MOVE 'fines' TO AUDIT-TABLE-NAME.
           MOVE FINE-ID TO AUDIT-RECORD-ID.
           MOVE 'INSERT' TO AUDIT-OPERATION.
           MOVE 'cli' TO AUDIT-ACTOR.
           PERFORM WRITE-AUDIT-LOG.

       DECIDE-REQUEST.
           EXEC SQL
               UPDATE room_bookings
                   SET status = :BKG-STATUS,
                       reason = NULLIF(TRIM(:BKG-REASON), ''),
                       fine_id = CAST(NULLIF(TRIM(:FINE-ID), '')
                                      AS UUID),
                       decided_at = NOW()
                   WHERE id = CAST(:BKG-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE 'room_bookings' TO AUDIT-TABLE-NAME.
           MOVE BKG-ID TO AUDIT-RECORD-ID.
           MOVE 'UPDATE' TO AUDIT-OPERATION.
           MOVE 'cli' TO AUDIT-ACTOR.
           PERFORM WRITE-AUDIT-LOG.

           CALL "ENQUEUE-EVENT" USING AUDIT-TABLE-NAME
                AUDIT-RECORD-ID AUDIT-OPERATION
           END-CALL.

       SKIP-REQUEST.
      *    STAYS REQUESTED, BUT GOES TO THE BACK OF THE QUEUE.
           EXEC SQL
               UPDATE room_bookings
                   SET skipped_at = NOW()
                   WHERE id = CAST(:BKG-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

       NOTIFY-GROUP.
           MOVE SPACES TO WS-CHARGE-LINE.
           IF BKG-CHARGE > 0
               MOVE BKG-CHARGE TO D-CHARGE
               STRING 'The hire charge of '
                      FUNCTION TRIM(D-CHARGE)
                      ' is payable at the desk.'
                   DELIMITED BY SIZE INTO WS-CHARGE-LINE
               END-STRING
           END-IF.

           MOVE SPACES TO WS-MAIL-SUBJECT.
           IF BKG-STATUS = 'approved'
               STRING 'Room booking confirmed: '
                      FUNCTION TRIM(BKG-ROOM-NAME) ' on ' BKG-DATE
                   DELIMITED BY SIZE INTO WS-MAIL-SUBJECT
               END-STRING
           ELSE
               STRING 'Room booking not possible: '
                      FUNCTION TRIM(BKG-ROOM-NAME) ' on ' BKG-DATE
                   DELIMITED BY SIZE INTO WS-MAIL-SUBJECT
               END-STRING
           END-IF.

      *    A GROUP THAT LEFT ONLY A PHONE NUMBER GETS A TEXT.
           IF FUNCTION TRIM(BKG-EMAIL) = SPACES
               IF FUNCTION TRIM(BKG-PHONE) NOT = SPACES
                   MOVE BKG-PHONE TO WS-MAIL-RECIPIENT
                   MOVE SPACES TO WS-MAIL-BODY
                   IF BKG-STATUS = 'approved'
                       STRING 'Library: your booking of the '
                              FUNCTION TRIM(BKG-ROOM-NAME) ' on '
                              BKG-DATE ' ' BKG-STARTS '-' BKG-ENDS
                              ' is confirmed. '
                              FUNCTION TRIM(WS-CHARGE-LINE)
                           DELIMITED BY SIZE INTO WS-MAIL-BODY
                       END-STRING
                   ELSE
                       STRING 'Library: we cannot book the '
                              FUNCTION TRIM(BKG-ROOM-NAME) ' on '
                              BKG-DATE ' ' BKG-STARTS '-' BKG-ENDS
                              ': ' FUNCTION TRIM(BKG-REASON)
                           DELIMITED BY SIZE INTO WS-MAIL-BODY
                       END-STRING
                   END-IF
                   CALL "ENQUEUE-SMS" USING WS-MAIL-RECIPIENT
                        WS-MAIL-SUBJECT WS-MAIL-BODY WS-MAIL-ID
                   END-CALL
               END-IF
               EXIT PARAGRAPH
           END-IF.

           MOVE BKG-EMAIL TO WS-MAIL-RECIPIENT.
           IF BKG-STATUS = 'approved'
               MOVE 'room-approved-email' TO NOTICE-TEMPLATE-NAME
           ELSE
               MOVE 'room-declined-email' TO NOTICE-TEMPLATE-NAME
           END-IF.
           MOVE 7 TO NOTICE-VAR-COUNT.
           MOVE 'group' TO NOTICE-VAR-NAME(1).
           MOVE BKG-GROUP TO NOTICE-VAR-VALUE(1).
           MOVE 'room' TO NOTICE-VAR-NAME(2).
           MOVE BKG-ROOM-NAME TO NOTICE-VAR-VALUE(2).
           MOVE 'branch' TO NOTICE-VAR-NAME(3).
           MOVE BKG-BRANCH-NAME TO NOTICE-VAR-VALUE(3).
           MOVE 'date' TO NOTICE-VAR-NAME(4).
           MOVE BKG-DATE TO NOTICE-VAR-VALUE(4).
           MOVE 'times' TO NOTICE-VAR-NAME(5).
           MOVE SPACES TO NOTICE-VAR-VALUE(5).
           STRING BKG-STARTS '-' BKG-ENDS
               DELIMITED BY SIZE INTO NOTICE-VAR-VALUE(5)
           END-STRING.
           MOVE 'charge' TO NOTICE-VAR-NAME(6).
           MOVE WS-CHARGE-LINE TO NOTICE-VAR-VALUE(6).
           MOVE 'reason' TO NOTICE-VAR-NAME(7).
           MOVE BKG-REASON TO NOTICE-VAR-VALUE(7).
           CALL "RENDER-NOTICE" USING NOTICE-TEMPLATE-NAME
                NOTICE-VARS NOTICE-BODY NOTICE-RENDER-OK
           END-CALL.
           IF NOTICE-RENDER-OK = 'y'
               MOVE NOTICE-BODY TO WS-MAIL-BODY
           ELSE
      *        '~' SEPARATES BODY LINES, SEE SENDMAIL.
               MOVE SPACES TO WS-MAIL-BODY
               IF BKG-STATUS = 'approved'
                   STRING 'Dear ' FUNCTION TRIM(BKG-GROUP) ',~~'
                          'Your booking of the '
                          FUNCTION TRIM(BKG-ROOM-NAME) ' at '
                          FUNCTION TRIM(BKG-BRANCH-NAME) ' on '
                          BKG-DATE ', ' BKG-STARTS '-' BKG-ENDS
                          ', is confirmed.~'
                          FUNCTION TRIM(WS-CHARGE-LINE) '~~'
                          'The Library'
                       DELIMITED BY SIZE INTO WS-MAIL-BODY
                   END-STRING
               ELSE
                   STRING 'Dear ' FUNCTION TRIM(BKG-GROUP) ',~~'
                          'We are sorry, but we cannot book the '
                          FUNCTION TRIM(BKG-ROOM-NAME) ' at '
                          FUNCTION TRIM(BKG-BRANCH-NAME) ' on '
                          BKG-DATE ', ' BKG-STARTS '-' BKG-ENDS
                          ', for you: '
                          FUNCTION TRIM(BKG-REASON) '.~~'
                          'The Library'
                       DELIMITED BY SIZE INTO WS-MAIL-BODY
                   END-STRING
               END-IF
           END-IF.
           CALL "ENQUEUE-EMAIL" USING WS-MAIL-RECIPIENT
                WS-MAIL-SUBJECT WS-MAIL-BODY WS-MAIL-ID
           END-CALL.

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
                'ROOMREVIEW                    ' 'ERROR-RTN'
           END-CALL.

       END-PROGRAM.
