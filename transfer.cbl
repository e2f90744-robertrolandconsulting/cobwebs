      * closes the row and adds the copies to the destination
      * branch. The system-wide books.copy_count is untouched --
      * the same copies exist throughout, they're just on a van.
      * A transfer HOLD-ROUTE opened for a hold's pickup branch is
      * received onto the ready shelf instead: the copy turns
      * 'held', stays out of the destination's holdings, and the
      * hold is made ready with the usual pickup notice.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************

       WORKING-STORAGE SECTION.
       COPY 'db-connect-params.cpy'.
       COPY 'param-vars.cpy'.
       COPY 'notice-vars.cpy'.

       01  WS-ACTION               PIC X(1).
       01  WS-QTY-X                PIC X(6).
       01  WS-COPY-MODE            PIC X(1) VALUE 'n'.
       01  WS-PICKUP-DAYS-X        PIC X(4).
       01  WS-MAIL-RECIPIENT       PIC X(100).
       01  WS-MAIL-SUBJECT         PIC X(200).
       01  WS-MAIL-BODY            PIC X(4000).
       01  WS-MAIL-ID              PIC X(36).

       EXEC SQL
           BEGIN DECLARE SECTION
           05  XFER-BARCODE        PIC X(20).
           05  XFER-COPY-ID        PIC X(36).
           05  XFER-COPY-STATUS    PIC X(10).
           05  XFER-HOLD-ID        PIC X(36).

       01  HOLD-REC-VARS.
           05  HOLD-PATRON-NAME    PIC X(50).
           05  HOLD-PATRON-EMAIL   PIC X(100).
           05  HOLD-PATRON-PHONE   PIC X(20).
           05  HOLD-NOTIFY-PREF    PIC X(5).
           05  HOLD-EXPIRES        PIC X(10).

       01  HOLD-PICKUP-DAYS        PIC 9(3).

       01  BH-AVAILABLE            PIC S9(4).
       01  BH-EXISTS-CNT           PIC 9(8).
           ACCEPT XFER-ID.

           EXEC SQL
               SELECT CAST(t.book_id AS VARCHAR),
                      CAST(t.to_branch_id AS VARCHAR), t.quantity,
                      COALESCE(CAST(t.copy_id AS VARCHAR), ''),
                      COALESCE(CAST(t.hold_id AS VARCHAR), ''),
                      b.name
                   INTO :XFER-BOOK-ID, :XFER-TO-ID, :XFER-QTY,
                        :XFER-COPY-ID, :XFER-HOLD-ID,
                        :XFER-BOOK-NAME
                   FROM transfers t
                   JOIN books b ON b.id = t.book_id
                   WHERE t.id = CAST(:XFER-ID AS UUID)
                   AND t.status = 'in-transit'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TRIM(XFER-HOLD-ID) NOT = SPACES
               PERFORM RECEIVE-FOR-HOLD
               EXIT PARAGRAPH
           END-IF.

      *    THE DESTINATION MAY NEVER HAVE HELD THIS TITLE BEFORE.
           EXEC SQL
               INSERT INTO branch_holdings
           MOVE 'cli' TO AUDIT-ACTOR.
           PERFORM WRITE-AUDIT-LOG.

       RECEIVE-FOR-HOLD.
      *    THE COPY CAME FOR ONE PATRON: STRAIGHT ONTO THE READY
      *    SHELF, OUT OF THE COUNTS AS EVERY TRAPPED COPY IS.
           EXEC SQL
               UPDATE transfers
                   SET status = 'received',
                       received_at = NOW()
                   WHERE id = CAST(:XFER-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               UPDATE copies
                   SET status = 'held'
                   WHERE id = CAST(:XFER-COPY-ID AS UUID)
                   AND status = 'in-transit'
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN
               STOP RUN
           END-IF.

           MOVE 'transfers' TO AUDIT-TABLE-NAME.
           MOVE XFER-ID TO AUDIT-RECORD-ID.
           MOVE 'UPDATE' TO AUDIT-OPERATION.
           MOVE 'cli' TO AUDIT-ACTOR.
           PERFORM WRITE-AUDIT-LOG.

           MOVE 7 TO HOLD-PICKUP-DAYS.
           MOVE 'HOLD_PICKUP_DAYS' TO PARAM-NAME.
           CALL "GET-PARAM" USING PARAM-NAME PARAM-VALUE
           END-CALL.
           MOVE PARAM-VALUE TO WS-PICKUP-DAYS-X.
           IF FUNCTION TRIM(WS-PICKUP-DAYS-X) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-PICKUP-DAYS-X)
                   TO HOLD-PICKUP-DAYS
           END-IF.

      *    A HOLD CANCELLED WHILE THE COPY WAS ON THE VAN IS NO
      *    LONGER IN TRANSIT; THE COPY WAITS ON THE READY SHELF
      *    FOR HOLDEXPIRE TO PASS IT ON OR RELEASE IT.
           EXEC SQL
               UPDATE holds
                   SET status = 'ready',
                       ready_at = NOW(),
                       pickup_expires_at = next_open_day(
                           pickup_branch_id,
                           CAST(NOW() + make_interval(
                               days => :HOLD-PICKUP-DAYS)
                               AS DATE))
                   WHERE id = CAST(:XFER-HOLD-ID AS UUID)
                   AND status = 'in-transit'
                   RETURNING TO_CHAR(pickup_expires_at,
                       'YYYY-MM-DD')
                   INTO :HOLD-EXPIRES
           END-EXEC.
           IF SQLCODE = 100
               DISPLAY "Transfer received; the hold it was sent for "
                   "is no longer waiting -- put the copy on the "
                   "ready shelf"
               EXIT PARAGRAPH
           END-IF.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               SELECT COALESCE(p.name, h.borrower),
                      COALESCE(p.email, ''),
                      COALESCE(p.phone, ''),
                      COALESCE(p.notify_hold, 'email')
                   INTO :HOLD-PATRON-NAME, :HOLD-PATRON-EMAIL,
                        :HOLD-PATRON-PHONE, :HOLD-NOTIFY-PREF
                   FROM holds h
                   LEFT JOIN patrons p ON p.id = h.patron_id
                   WHERE h.id = CAST(:XFER-HOLD-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY "Transfer received for hold: "
               FUNCTION TRIM(XFER-BOOK-NAME)
               " -- ready shelf for "
               FUNCTION TRIM(HOLD-PATRON-NAME)
               " until " HOLD-EXPIRES.

      *    THE PATRON'S CHANNEL PREFERENCE FOR HOLD NOTICES
      *    DECIDES EMAIL, SMS OR NOTHING -- SAME AS RETURNBOOK.
           MOVE SPACES TO WS-MAIL-SUBJECT.
           STRING 'Ready for pickup: '
                  FUNCTION TRIM(XFER-BOOK-NAME)
               DELIMITED BY SIZE INTO WS-MAIL-SUBJECT
           END-STRING.
           EVALUATE FUNCTION TRIM(HOLD-NOTIFY-PREF)
               WHEN 'sms'
                   IF FUNCTION TRIM(HOLD-PATRON-PHONE)
                           NOT = SPACES
                       MOVE HOLD-PATRON-PHONE
                           TO WS-MAIL-RECIPIENT
                       MOVE SPACES TO WS-MAIL-BODY
                       STRING 'Library: "'
                              FUNCTION TRIM(XFER-BOOK-NAME)
                              '" is ready for pickup until '
                              HOLD-EXPIRES '.'
                           DELIMITED BY SIZE INTO WS-MAIL-BODY
                       END-STRING
                       CALL "ENQUEUE-SMS" USING WS-MAIL-RECIPIENT
                            WS-MAIL-SUBJECT WS-MAIL-BODY
                            WS-MAIL-ID
                       END-CALL
                   END-IF
               WHEN 'none'
                   CONTINUE
               WHEN OTHER
                   IF FUNCTION TRIM(HOLD-PATRON-EMAIL)
                           NOT = SPACES
                       MOVE HOLD-PATRON-EMAIL
                           TO WS-MAIL-RECIPIENT
      *                WORDING FROM THE EDITABLE TEMPLATE (SEE
      *                RENDER-NOTICE), LITERAL AS THE FALLBACK.
                       MOVE 'hold-ready-email'
                           TO NOTICE-TEMPLATE-NAME
                       MOVE 3 TO NOTICE-VAR-COUNT
                       MOVE 'patron' TO NOTICE-VAR-NAME(1)
                       MOVE HOLD-PATRON-NAME
                           TO NOTICE-VAR-VALUE(1)
                       MOVE 'title' TO NOTICE-VAR-NAME(2)
                       MOVE XFER-BOOK-NAME TO NOTICE-VAR-VALUE(2)
                       MOVE 'expires' TO NOTICE-VAR-NAME(3)
                       MOVE HOLD-EXPIRES TO NOTICE-VAR-VALUE(3)
                       CALL "RENDER-NOTICE" USING
                            NOTICE-TEMPLATE-NAME NOTICE-VARS
                            NOTICE-BODY NOTICE-RENDER-OK
                       END-CALL
                       IF NOTICE-RENDER-OK = 'y'
                           MOVE NOTICE-BODY TO WS-MAIL-BODY
                       ELSE
      *                    '~' SEPARATES BODY LINES, SEE SENDMAIL.
                           MOVE SPACES TO WS-MAIL-BODY
                           STRING 'Dear '
                                  FUNCTION TRIM(HOLD-PATRON-NAME)
                                  ',~~'
                                  'The title you placed a hold '
                                  'on, "'
                                  FUNCTION TRIM(XFER-BOOK-NAME)
                                  '", is now ready for pickup.~'
                                  'Please collect it by '
                                  HOLD-EXPIRES '.~~'
                                  'The Library'
                               DELIMITED BY SIZE
                               INTO WS-MAIL-BODY
                           END-STRING
                       END-IF
                       CALL "ENQUEUE-EMAIL" USING
                            WS-MAIL-RECIPIENT WS-MAIL-SUBJECT
                            WS-MAIL-BODY WS-MAIL-ID
                       END-CALL
                   END-IF
           END-EVALUATE.

           MOVE 'holds' TO AUDIT-TABLE-NAME.
           MOVE XFER-HOLD-ID TO AUDIT-RECORD-ID.
           MOVE 'UPDATE' TO AUDIT-OPERATION.
           MOVE 'cli' TO AUDIT-ACTOR.
           PERFORM WRITE-AUDIT-LOG.

       LIST-IN-TRANSIT.
           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT CAST(t.id AS VARCHAR), b.name,
                      fb.code, tb.code, t.quantity,
                      TO_CHAR(t.shipped_at, 'YYYY-MM-DD'),
                      COALESCE(CAST(t.hold_id AS VARCHAR), '')
                      FROM transfers t
                      JOIN books b ON b.id = t.book_id
                      JOIN branches fb ON fb.id = t.from_branch_id
           EXEC SQL
               FETCH C1 INTO :XFER-ID, :XFER-BOOK-NAME,
                             :XFER-FROM-CODE, :XFER-TO-CODE,
                             :XFER-QTY, :XFER-SHIPPED,
                             :XFER-HOLD-ID
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               IF FUNCTION TRIM(XFER-HOLD-ID) NOT = SPACES
                   DISPLAY XFER-SHIPPED(1:10) " "
                       XFER-QTY " x "
                       FUNCTION TRIM(XFER-BOOK-NAME) "  "
                       FUNCTION TRIM(XFER-FROM-CODE) " -> "
                       FUNCTION TRIM(XFER-TO-CODE)
                       "  (" FUNCTION TRIM(XFER-ID) ") HOLD"
               ELSE
                   DISPLAY XFER-SHIPPED(1:10) " "
                       XFER-QTY " x "
                       FUNCTION TRIM(XFER-BOOK-NAME) "  "
                       FUNCTION TRIM(XFER-FROM-CODE) " -> "
                       FUNCTION TRIM(XFER-TO-CODE)
                       "  (" FUNCTION TRIM(XFER-ID) ")"
               END-IF
               EXEC SQL
                   FETCH C1 INTO :XFER-ID, :XFER-BOOK-NAME,
                                 :XFER-FROM-CODE, :XFER-TO-CODE,
                                 :XFER-QTY, :XFER-SHIPPED,
                                 :XFER-HOLD-ID
               END-EXEC
           END-PERFORM.

