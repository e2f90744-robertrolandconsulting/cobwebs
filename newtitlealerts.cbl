      * Nightly, after CATALOGDELTA (see jobs.conf): matches the
      * titles added in the last day (books.created_at) against
      * the category and author subscriptions patrons placed from
      * the search page, and the titles that joined a series in
      * the last day (books.series_linked_at, see SERIESMAINT)
      * against series subscriptions, and queues one digest per
      * patron through the email queue. A series subscription
      * that asked for it first gets a hold placed on the new
      * volume, within the patron category's hold limit, unless
      * the account is under a manual block (see PATRONNOTES).
      * Runs once a day, so a title alerts once.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
       COPY 'notice-vars.cpy'.

       01  WS-QUEUED-CNT           PIC 9(6) VALUE ZERO.
       01  WS-HOLD-CNT             PIC 9(6) VALUE ZERO.
       01  WS-MAIL-RECIPIENT       PIC X(100).
       01  WS-MAIL-SUBJECT         PIC X(200).
       01  WS-MAIL-BODY            PIC X(4000).
           05  ALT-PATRON-NAME     PIC X(50).
           05  ALT-PATRON-EMAIL    PIC X(100).
           05  ALT-TITLE-LIST      PIC X(3000).

       01  AUTO-HOLD-VARS.
           05  AH-PATRON-ID        PIC X(36).
           05  AH-PATRON-NAME      PIC X(50).
           05  AH-BOOK-ID          PIC X(36).
           05  AH-BOOK-NAME        PIC X(50).
           05  AH-MAX-HOLDS        PIC 9(4).
           05  AH-OPEN-HOLDS       PIC 9(4).
           05  AH-HOLD-ID          PIC X(36).

       01  AUDIT-REC-VARS.
           05  AUDIT-TABLE-NAME    PIC X(30).
           05  AUDIT-RECORD-ID     PIC X(36).
           05  AUDIT-OPERATION     PIC X(10).
           05  AUDIT-ACTOR         PIC X(36).
       EXEC SQL
           END DECLARE SECTION
       END-EXEC.

           COPY 'db-connect.cpy'.

           PERFORM PLACE-SERIES-HOLDS.

      *    ONE DIGEST ROW PER PATRON: NEW TITLES IN A SUBSCRIBED
      *    CATEGORY OR BY A SUBSCRIBED AUTHOR, AND NEW VOLUMES OF A
      *    SUBSCRIBED SERIES -- '~' SEPARATES THE LINES FOR
      *    SENDMAIL.
           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT p.name, p.email,
                      string_agg(DISTINCT '  "' || b.name || '"'
                          || COALESCE(' (' || sr.name
                              || COALESCE(', volume '
                                  || CAST(b.series_volume
                                          AS VARCHAR), '')
                              || ')', ''),
                          '~')
                      FROM title_alert_subscriptions s
                      JOIN patrons p ON p.id = s.patron_id
                      JOIN books b
                          ON b.deleted_at IS NULL
                          AND ((b.created_at
                                    > NOW() - INTERVAL '1 day'
                                AND s.category_id IS NOT NULL
                                AND EXISTS (
                                    SELECT 1
                                        FROM book_categories bc
                                        WHERE bc.book_id = b.id
                                        AND bc.category_id
                                            = s.category_id))
                               OR (b.created_at
                                       > NOW() - INTERVAL '1 day'
                                   AND s.author_id IS NOT NULL
                                   AND EXISTS (
                                       SELECT 1
                                           FROM book_authors ba
                                           WHERE ba.book_id = b.id
                                           AND ba.author_id
                                               = s.author_id))
                               OR (s.series_id IS NOT NULL
                                   AND b.series_id = s.series_id
                                   AND b.series_linked_at
                                       > NOW() - INTERVAL '1 day'))
                      LEFT JOIN series sr ON sr.id = b.series_id
                      WHERE p.status = 'active'
                      AND p.email_invalid_at IS NULL
                      AND TRIM(COALESCE(p.email, '')) <> ''
               CLOSE C1
           END-EXEC.

           DISPLAY "Series holds placed: " WS-HOLD-CNT.
           DISPLAY "Digests queued: " WS-QUEUED-CNT.

      *    COMMIT
                   FUNCTION TRIM(ALT-PATRON-NAME)
           END-IF.

       PLACE-SERIES-HOLDS.
      *    EVERY NEW VOLUME AN AUTO-HOLD SUBSCRIBER DOESN'T ALREADY
      *    HAVE ON HOLD, WHERE THE MATERIAL TYPE TAKES HOLDS AT ALL
      *    (SEE MATTYPEMAINT). A BLOCKED ACCOUNT STILL GETS THE
      *    DIGEST BUT NO HOLD.
           EXEC SQL
               DECLARE C2 CURSOR FOR
               SELECT DISTINCT CAST(p.id AS VARCHAR), p.name,
                      CAST(b.id AS VARCHAR), b.name
                   FROM title_alert_subscriptions s
                   JOIN patrons p ON p.id = s.patron_id
                   JOIN books b ON b.series_id = s.series_id
                   JOIN material_types mt
                       ON mt.code = b.material_type
                   WHERE s.auto_hold
                   AND s.series_id IS NOT NULL
                   AND p.status = 'active'
                   AND NOT patron_manually_blocked(p.id)
                   AND b.deleted_at IS NULL
                   AND b.series_linked_at > NOW() - INTERVAL '1 day'
                   AND mt.holdable
                   AND NOT EXISTS (
                       SELECT 1 FROM holds h
                           WHERE h.book_id = b.id
                           AND h.patron_id = p.id
                           AND h.status IN ('open', 'ready',
                                            'in-transit'))
                   ORDER BY p.name, b.name
           END-EXEC.
           EXEC SQL
               OPEN C2
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               FETCH C2 INTO :AH-PATRON-ID, :AH-PATRON-NAME,
                             :AH-BOOK-ID, :AH-BOOK-NAME
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM PLACE-ONE-HOLD
               EXEC SQL
                   FETCH C2 INTO :AH-PATRON-ID, :AH-PATRON-NAME,
                                 :AH-BOOK-ID, :AH-BOOK-NAME
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C2
           END-EXEC.

       PLACE-ONE-HOLD.
      *    THE PATRON CATEGORY'S HOLD CAP APPLIES, THE SAME CHECK
      *    PLACE-HOLD MAKES.
           MOVE 5 TO AH-MAX-HOLDS.
           EXEC SQL
               SELECT pc.max_holds INTO :AH-MAX-HOLDS
                   FROM patrons p
                   JOIN patron_categories pc ON pc.code = p.category
                   WHERE p.id = CAST(:AH-PATRON-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN
               STOP RUN
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :AH-OPEN-HOLDS
                   FROM holds
                   WHERE patron_id = CAST(:AH-PATRON-ID AS UUID)
                   AND status IN ('open', 'ready', 'in-transit')
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           IF AH-OPEN-HOLDS >= AH-MAX-HOLDS
               DISPLAY "AT LIMIT  " FUNCTION TRIM(AH-PATRON-NAME)
                   " -- no hold on " FUNCTION TRIM(AH-BOOK-NAME)
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               INSERT INTO holds (
                   book_id,
                   patron_id,
                   borrower
               ) VALUES (
                   CAST(:AH-BOOK-ID AS UUID),
                   CAST(:AH-PATRON-ID AS UUID),
                   :AH-PATRON-NAME
               ) RETURNING CAST(id AS VARCHAR) INTO :AH-HOLD-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           ADD 1 TO WS-HOLD-CNT.
           DISPLAY "HOLD      " FUNCTION TRIM(AH-PATRON-NAME) "  "
               FUNCTION TRIM(AH-BOOK-NAME).

           MOVE 'holds' TO AUDIT-TABLE-NAME.
           MOVE AH-HOLD-ID TO AUDIT-RECORD-ID.
           MOVE 'INSERT' TO AUDIT-OPERATION.
           MOVE 'batch' TO AUDIT-ACTOR.
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
                'NEWTITLEALERTS                ' 'ERROR-RTN'
