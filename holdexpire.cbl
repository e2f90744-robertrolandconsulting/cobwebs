      * return API) but was never collected by its pickup deadline
      * is expired. The trapped copy passes to the next open hold
      * in the title's queue -- the next patron gets a fresh
      * pickup window and a notice through the email queue, in
      * the morning digest (see NOTICEDIGEST) -- or,
      * with no one else waiting, goes back on the shelf and
      * rejoins both availability counts. A next hold waiting at
      * another pickup branch gets the copy sent there in transit
      * instead (see HOLD-ROUTE). A copy left on the ready shelf
      * (or arriving on the van) for a hold the patron cancelled
      * from My Account is passed on or reshelved the same way.
      * Holds whose suspension ends today are reactivated first,
      * so they are back in the queue for the pass-down.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************

       WORKING-STORAGE SECTION.
       COPY 'db-connect-params.cpy'.
       COPY 'param-vars.cpy'.
       COPY 'notice-vars.cpy'.

       01  WS-PICKUP-DAYS-X        PIC X(4).
       01  WS-EXPIRED-CNT          PIC 9(8) VALUE ZERO.
       01  WS-PASSED-CNT           PIC 9(8) VALUE ZERO.
       01  WS-SHELVED-CNT          PIC 9(8) VALUE ZERO.
       01  WS-ROUTED-CNT           PIC 9(8) VALUE ZERO.
       01  WS-RESUMED-CNT          PIC 9(8) VALUE ZERO.
       01  WS-ROUTE-ACTOR          PIC X(10) VALUE 'batch'.
       01  WS-HOLD-ROUTED          PIC X(1).
       01  WS-ROUTE-XFER-ID        PIC X(36).
       01  WS-ROUTE-PICKUP         PIC X(10).
       01  WS-MAIL-RECIPIENT       PIC X(100).
       01  WS-MAIL-SUBJECT         PIC X(200).
       01  WS-MAIL-BODY            PIC X(4000).
       01  WS-MAIL-ID              PIC X(36).
       01  WS-DIGEST-LINE          PIC X(2000).

       EXEC SQL
           BEGIN DECLARE SECTION
           05  EXP-BOOK-NAME       PIC X(50).
           05  EXP-COPY-ID         PIC X(36).
           05  EXP-PATRON-NAME     PIC X(50).
           05  EXP-STATUS          PIC X(10).
           05  EXP-COPY-FREE       PIC 9(4).

       01  NEXT-REC-VARS.
           05  NEXT-HOLD-ID        PIC X(36).
           COPY 'db-connect.cpy'.

           MOVE 7 TO HOLD-PICKUP-DAYS.
           MOVE 'HOLD_PICKUP_DAYS' TO PARAM-NAME.
           CALL "GET-PARAM" USING PARAM-NAME PARAM-VALUE
           END-CALL.
           MOVE PARAM-VALUE TO WS-PICKUP-DAYS-X.
           IF FUNCTION TRIM(WS-PICKUP-DAYS-X) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-PICKUP-DAYS-X)
                   TO HOLD-PICKUP-DAYS
           END-IF.

           PERFORM RESUME-SUSPENDED-HOLDS.

           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT CAST(h.id AS VARCHAR),
                      CAST(h.book_id AS VARCHAR),
                      b.name,
                      COALESCE(CAST(h.copy_id AS VARCHAR), ''),
                      COALESCE(p.name, h.borrower),
                      h.status
                      FROM holds h
                      JOIN books b ON b.id = h.book_id
                      LEFT JOIN patrons p ON p.id = h.patron_id
                      WHERE (h.status = 'ready'
                             AND h.pickup_expires_at < NOW())
      *               CANCELLED WITH ITS COPY STILL ON THE READY
      *               SHELF AND NOT YET PASSED TO ANOTHER HOLD.
                      OR (h.status = 'cancelled'
                          AND EXISTS (
                              SELECT 1 FROM copies c
                                  WHERE c.id = h.copy_id
                                  AND c.status = 'held')
                          AND NOT EXISTS (
                              SELECT 1 FROM holds h3
                                  WHERE h3.copy_id = h.copy_id
                                  AND h3.status IN ('ready',
                                                    'in-transit')))
                      ORDER BY h.pickup_expires_at
           END-EXEC.
           EXEC SQL
           EXEC SQL
               FETCH C1 INTO :EXP-HOLD-ID, :EXP-BOOK-ID,
                             :EXP-BOOK-NAME, :EXP-COPY-ID,
                             :EXP-PATRON-NAME, :EXP-STATUS
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM EXPIRE-ONE-HOLD
               EXEC SQL
                   FETCH C1 INTO :EXP-HOLD-ID, :EXP-BOOK-ID,
                                 :EXP-BOOK-NAME, :EXP-COPY-ID,
                                 :EXP-PATRON-NAME, :EXP-STATUS
               END-EXEC
           END-PERFORM.

           END-EXEC.

           DISPLAY "------------".
           DISPLAY "Suspensions ended:  " WS-RESUMED-CNT.
           DISPLAY "Holds expired:      " WS-EXPIRED-CNT.
           DISPLAY "Passed down queue:  " WS-PASSED-CNT.
           DISPLAY "Back to the shelf:  " WS-SHELVED-CNT.
           DISPLAY "Sent to pickup:     " WS-ROUTED-CNT.

      *    COMMIT
           EXEC SQL
           DISPLAY "HOLDEXPIRE FINISHED".
           STOP RUN.

       RESUME-SUSPENDED-HOLDS.
      *    A SUSPENSION ENDS ON ITS DATE: THE HOLD IS BACK IN LINE
      *    AT THE PLACE IT NEVER LOST (PLACED_AT IS UNTOUCHED).
           EXEC SQL
               DECLARE C2 CURSOR FOR
               SELECT CAST(h.id AS VARCHAR), b.name,
                      COALESCE(p.name, h.borrower)
                      FROM holds h
                      JOIN books b ON b.id = h.book_id
                      LEFT JOIN patrons p ON p.id = h.patron_id
                      WHERE h.suspended_until <= CURRENT_DATE
                      ORDER BY h.placed_at
           END-EXEC.
           EXEC SQL
               OPEN C2
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               FETCH C2 INTO :EXP-HOLD-ID, :EXP-BOOK-NAME,
                             :EXP-PATRON-NAME
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               EXEC SQL
                   UPDATE holds
                       SET suspended_until = NULL
                       WHERE id = CAST(:EXP-HOLD-ID AS UUID)
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF

               ADD 1 TO WS-RESUMED-CNT
               DISPLAY "RESUMED  " FUNCTION TRIM(EXP-BOOK-NAME)
                   " for " FUNCTION TRIM(EXP-PATRON-NAME)

               MOVE 'holds' TO AUDIT-TABLE-NAME
               MOVE EXP-HOLD-ID TO AUDIT-RECORD-ID
               MOVE 'UPDATE' TO AUDIT-OPERATION
               MOVE 'batch' TO AUDIT-ACTOR
               PERFORM WRITE-AUDIT-LOG

               EXEC SQL
                   FETCH C2 INTO :EXP-HOLD-ID, :EXP-BOOK-NAME,
                                 :EXP-PATRON-NAME
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C2
           END-EXEC.

       EXPIRE-ONE-HOLD.
      *    THE SAME COPY CAN SIT ON MORE THAN ONE CANCELLED HOLD (A
      *    CANCEL KEEPS THE COPY ID), AND THE CURSOR'S TEST WAS MADE
      *    WHEN IT OPENED -- ONCE AN EARLIER ROW HAS PASSED THE COPY
      *    ON OR RESHELVED IT, THE REST ARE SKIPPED.
           IF FUNCTION TRIM(EXP-STATUS) = 'cancelled'
               MOVE ZERO TO EXP-COPY-FREE
               EXEC SQL
                   SELECT COUNT(*) INTO :EXP-COPY-FREE
                       FROM copies c
                       WHERE c.id = CAST(:EXP-COPY-ID AS UUID)
                       AND c.status = 'held'
                       AND NOT EXISTS (
                           SELECT 1 FROM holds h3
                               WHERE h3.copy_id = c.id
                               AND h3.status IN ('ready',
                                                 'in-transit'))
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               IF EXP-COPY-FREE = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF.

      *    A CANCELLED HOLD IS ALREADY CLOSED; ONLY ITS COPY NEEDS
      *    SEEING TO.
           IF FUNCTION TRIM(EXP-STATUS) = 'cancelled'
               DISPLAY "CANCELLED " FUNCTION TRIM(EXP-BOOK-NAME)
                   " held for " FUNCTION TRIM(EXP-PATRON-NAME)
           ELSE
               EXEC SQL
                   UPDATE holds
                       SET status = 'expired'
                       WHERE id = CAST(:EXP-HOLD-ID AS UUID)
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF

               ADD 1 TO WS-EXPIRED-CNT
               DISPLAY "EXPIRED  " FUNCTION TRIM(EXP-BOOK-NAME)
                   " held for " FUNCTION TRIM(EXP-PATRON-NAME)

               MOVE 'holds' TO AUDIT-TABLE-NAME
               MOVE EXP-HOLD-ID TO AUDIT-RECORD-ID
               MOVE 'UPDATE' TO AUDIT-OPERATION
               MOVE 'batch' TO AUDIT-ACTOR
               PERFORM WRITE-AUDIT-LOG
           END-IF.

      *    NEXT IN LINE? THE COPY STAYS ON THE READY SHELF AND THE
      *    QUEUE MOVES UP ONE. "ANY EDITION" HOLDS ON THE TITLE'S
      *    WORK ARE IN THE SAME QUEUE.
           MOVE SPACES TO NEXT-HOLD-ID.
           EXEC SQL
               SELECT CAST(h.id AS VARCHAR),
                        :NEXT-NOTIFY-PREF
                   FROM holds h
                   LEFT JOIN patrons p ON p.id = h.patron_id
                   JOIN books b ON b.id = CAST(:EXP-BOOK-ID AS UUID)
                   WHERE (h.book_id = b.id OR h.work_id = b.work_id)
                   AND h.status = 'open'
                   AND (h.suspended_until IS NULL
                        OR h.suspended_until <= CURRENT_DATE)
                   ORDER BY h.placed_at
                   LIMIT 1
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE SPACES TO NEXT-HOLD-ID
           END-IF.
           IF FUNCTION TRIM(NEXT-HOLD-ID) = SPACES
               PERFORM RELEASE-COPY
               EXIT PARAGRAPH
           END-IF.

      *    A WORK-LEVEL HOLD MOVES TO THE EDITION ON THE SHELF.
           EXEC SQL
               UPDATE holds
                   SET book_id = CAST(:EXP-BOOK-ID AS UUID)
                   WHERE id = CAST(:NEXT-HOLD-ID AS UUID)
                   AND book_id <> CAST(:EXP-BOOK-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN
               STOP RUN
           END-IF.

      *    THE NEXT PATRON MAY BE COLLECTING FROM ANOTHER BRANCH.
           CALL "HOLD-ROUTE" USING NEXT-HOLD-ID EXP-COPY-ID
                WS-ROUTE-ACTOR WS-HOLD-ROUTED WS-ROUTE-XFER-ID
                WS-ROUTE-PICKUP
           END-CALL.
      *    HOLD-ROUTE HAS ALREADY REPORTED THE DATABASE ERROR AND
      *    ROLLED BACK.
           IF WS-HOLD-ROUTED = 'e'
               DISPLAY "Hold routing failed -- HOLDEXPIRE stopped"
               EXEC SQL
                   DISCONNECT ALL
               END-EXEC
               STOP RUN
           END-IF.
           IF WS-HOLD-ROUTED = 'y'
               ADD 1 TO WS-ROUTED-CNT
               DISPLAY "ROUTED   " FUNCTION TRIM(EXP-BOOK-NAME)
                   " to " FUNCTION TRIM(WS-ROUTE-PICKUP)
                   " for " FUNCTION TRIM(NEXT-PATRON-NAME)
                   " transfer " FUNCTION TRIM(WS-ROUTE-XFER-ID)
           ELSE
               PERFORM PASS-TO-NEXT-HOLD
           END-IF.

       PASS-TO-NEXT-HOLD.
                   SET status = 'ready',
                       ready_at = NOW(),
                       pickup_expires_at = next_open_day(
                           COALESCE(pickup_branch_id,
                               (SELECT c.branch_id FROM copies c
                                   WHERE c.id = CAST(NULLIF(
                                       TRIM(:EXP-COPY-ID), '')
                                       AS UUID))),
                           CAST(NOW() + make_interval(
                               days => :HOLD-PICKUP-DAYS)
                               AS DATE)),
      *    THE PATRON'S CHANNEL PREFERENCE FOR HOLD NOTICES
      *    DECIDES EMAIL, SMS OR NOTHING -- SAME AS RETURNBOOK.
           MOVE SPACES TO WS-MAIL-SUBJECT.
           MOVE SPACES TO WS-MAIL-ID.
           STRING 'Ready for pickup: '
                  FUNCTION TRIM(EXP-BOOK-NAME)
               DELIMITED BY SIZE INTO WS-MAIL-SUBJECT
                   END-IF
           END-EVALUATE.

      *    NOTICEDIGEST FOLDS THIS INTO THE PATRON'S ONE MESSAGE OF
      *    THE DAY.
           IF FUNCTION TRIM(WS-MAIL-ID) NOT = SPACES
               MOVE SPACES TO WS-DIGEST-LINE
               STRING 'READY FOR PICKUP: "'
                      FUNCTION TRIM(EXP-BOOK-NAME)
                      '" -- collect it by ' NEXT-EXPIRES
                   DELIMITED BY SIZE INTO WS-DIGEST-LINE
               END-STRING
               CALL "HOLD-FOR-DIGEST" USING WS-MAIL-ID
                    NEXT-PATRON-NAME WS-DIGEST-LINE
               END-CALL
           END-IF.

           MOVE 'holds' TO AUDIT-TABLE-NAME.
           MOVE NEXT-HOLD-ID TO AUDIT-RECORD-ID.
           MOVE 'UPDATE' TO AUDIT-OPERATION.
