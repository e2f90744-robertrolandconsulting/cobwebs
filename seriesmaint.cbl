      ********************************************
      * Maintain series and the titles in them
      *
      * SERIESMAINT
      *
      * List or add rows in SERIES, show one series' volumes in
      * order, and link a title into a series with its volume
      * number (or take it out of one). Linking stamps
      * books.series_linked_at, which is what NEWTITLEALERTS
      * treats as "a new volume": patrons subscribed to the series
      * are mailed the next night, and any who asked for it get a
      * hold placed on the new volume.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   SERIESMAINT.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       COPY 'db-connect-params.cpy'.

       01  WS-ACTION               PIC X(1).
       01  WS-NUM-X                PIC X(10).

       EXEC SQL
           BEGIN DECLARE SECTION
       END-EXEC.
       01  HOSTVARS.
           05 BUFFER               PIC X(1024).

       01  SERIES-REC-VARS.
           05  SERIES-ID           PIC X(36).
           05  SERIES-NAME         PIC X(100).
           05  SERIES-NOTE         PIC X(200).
           05  SERIES-TITLE-CNT    PIC 9(4).
           05  SERIES-DUP-CNT      PIC 9(4).

       01  VOL-REC-VARS.
           05  VOL-NUMBER          PIC 9(4).
           05  VOL-BOOK-ID         PIC X(36).
           05  VOL-BOOK-NAME       PIC X(50).
           05  VOL-YEAR            PIC 9(4).

       01  BOOK-REC-VARS.
           05  BOOK-ID             PIC X(36).
           05  BOOK-NAME           PIC X(50).

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
           DISPLAY "SERIESMAINT STARTED".

           COPY 'db-connect.cpy'.

           DISPLAY 'Action: (l)ist series, (a)dd series, '
               '(s)how volumes, (t)itle into series: '.
           ACCEPT WS-ACTION.

           EVALUATE WS-ACTION
               WHEN 'l'
               WHEN 'L'
                   PERFORM LIST-SERIES
               WHEN 'a'
               WHEN 'A'
                   PERFORM ADD-SERIES
               WHEN 's'
               WHEN 'S'
                   PERFORM SHOW-VOLUMES
               WHEN 't'
               WHEN 'T'
                   PERFORM LINK-TITLE
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
           DISPLAY "SERIESMAINT FINISHED".
           STOP RUN.

       LIST-SERIES.
           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT s.name,
                      (SELECT COUNT(*) FROM books b
                           WHERE b.series_id = s.id
                           AND b.deleted_at IS NULL)
                   FROM series s
                   ORDER BY s.name
           END-EXEC.
           EXEC SQL
               OPEN C1
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY "------------".
           EXEC SQL
               FETCH C1 INTO :SERIES-NAME, :SERIES-TITLE-CNT
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY SERIES-TITLE-CNT " title(s)  "
                   FUNCTION TRIM(SERIES-NAME)
               EXEC SQL
                   FETCH C1 INTO :SERIES-NAME, :SERIES-TITLE-CNT
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C1
           END-EXEC.

       ADD-SERIES.
           DISPLAY 'Series name: '.
           ACCEPT SERIES-NAME.
           IF SERIES-NAME = SPACES
               DISPLAY "A series needs a name"
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :SERIES-DUP-CNT
                   FROM series
                   WHERE LOWER(name) = LOWER(TRIM(:SERIES-NAME))
           END-EXEC.
           IF SERIES-DUP-CNT > 0
               DISPLAY "A series with that name already exists"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY 'Note (blank for none): '.
           ACCEPT SERIES-NOTE.

           EXEC SQL
               INSERT INTO series (name, note)
                   VALUES (TRIM(:SERIES-NAME),
                           NULLIF(TRIM(:SERIES-NOTE), ''))
                   RETURNING CAST(id AS VARCHAR) INTO :SERIES-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY "Series " FUNCTION TRIM(SERIES-NAME) " added".

           MOVE 'series' TO AUDIT-TABLE-NAME.
           MOVE SERIES-ID TO AUDIT-RECORD-ID.
           MOVE 'INSERT' TO AUDIT-OPERATION.
           MOVE 'cli' TO AUDIT-ACTOR.
           PERFORM WRITE-AUDIT-LOG.

       SHOW-VOLUMES.
           PERFORM FIND-SERIES.
           IF SERIES-ID = SPACES
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               DECLARE C2 CURSOR FOR
               SELECT COALESCE(series_volume, 0),
                      CAST(id AS VARCHAR), name, COALESCE(year, 0)
                   FROM books
                   WHERE series_id = CAST(:SERIES-ID AS UUID)
                   AND deleted_at IS NULL
                   ORDER BY series_volume NULLS LAST, name
           END-EXEC.
           EXEC SQL
               OPEN C2
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY "---- " FUNCTION TRIM(SERIES-NAME) " ----".
           EXEC SQL
               FETCH C2 INTO :VOL-NUMBER, :VOL-BOOK-ID,
                             :VOL-BOOK-NAME, :VOL-YEAR
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY VOL-NUMBER " " VOL-YEAR " "
                   FUNCTION TRIM(VOL-BOOK-NAME) "  "
                   FUNCTION TRIM(VOL-BOOK-ID)
               EXEC SQL
                   FETCH C2 INTO :VOL-NUMBER, :VOL-BOOK-ID,
                                 :VOL-BOOK-NAME, :VOL-YEAR
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C2
           END-EXEC.

       LINK-TITLE.
           DISPLAY 'Catalog book id of the title: '.
           ACCEPT BOOK-ID.
           EXEC SQL
               SELECT name INTO :BOOK-NAME
                   FROM books
                   WHERE id = CAST(:BOOK-ID AS UUID)
                   AND deleted_at IS NULL
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "No book found with that id"
               EXIT PARAGRAPH
           END-IF.

           PERFORM FIND-SERIES.

      *    A BLANK SERIES TAKES THE TITLE OUT OF ITS SERIES.
           IF SERIES-ID = SPACES
               IF SERIES-NAME NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
               EXEC SQL
                   UPDATE books
                       SET series_id = NULL,
                           series_volume = NULL,
                           series_linked_at = NULL,
                           version = version + 1
                       WHERE id = CAST(:BOOK-ID AS UUID)
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               DISPLAY FUNCTION TRIM(BOOK-NAME)
                   " is no longer in a series"
           ELSE
               MOVE ZERO TO VOL-NUMBER
               DISPLAY 'Volume number in the series: '
               ACCEPT WS-NUM-X
               IF FUNCTION TRIM(WS-NUM-X) NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-NUM-X) TO VOL-NUMBER
               END-IF
      *        MOVING WITHIN THE SAME SERIES IS A RENUMBER, NOT A
      *        NEW VOLUME, SO IT KEEPS ITS LINKED STAMP.
               EXEC SQL
                   UPDATE books
                       SET series_linked_at =
                               CASE WHEN series_id
                                    = CAST(:SERIES-ID AS UUID)
                                    THEN series_linked_at
                                    ELSE NOW() END,
                           series_id = CAST(:SERIES-ID AS UUID),
                           series_volume = NULLIF(:VOL-NUMBER, 0),
                           version = version + 1
                       WHERE id = CAST(:BOOK-ID AS UUID)
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               DISPLAY FUNCTION TRIM(BOOK-NAME) " is volume "
                   VOL-NUMBER " of " FUNCTION TRIM(SERIES-NAME)
           END-IF.

           MOVE 'books' TO AUDIT-TABLE-NAME.
           MOVE BOOK-ID TO AUDIT-RECORD-ID.
           MOVE 'UPDATE' TO AUDIT-OPERATION.
           MOVE 'cli' TO AUDIT-ACTOR.
           PERFORM WRITE-AUDIT-LOG.

      *    THE CATALOG RECORD CHANGED -- SAME BOOKS EVENT AS
      *    UPDATEBOOK.
           CALL "ENQUEUE-EVENT" USING AUDIT-TABLE-NAME
                AUDIT-RECORD-ID AUDIT-OPERATION
           END-CALL.

       FIND-SERIES.
           MOVE SPACES TO SERIES-ID.
           DISPLAY 'Series name: '.
           ACCEPT SERIES-NAME.
           IF SERIES-NAME = SPACES
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT CAST(id AS VARCHAR), name
                   INTO :SERIES-ID, :SERIES-NAME
                   FROM series
                   WHERE LOWER(name) = LOWER(TRIM(:SERIES-NAME))
           END-EXEC.
           IF SQLCODE NOT = ZERO
               MOVE SPACES TO SERIES-ID
               DISPLAY "No series by that name -- add it first"
           END-IF.

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
                'SERIESMAINT                   ' 'ERROR-RTN'
           END-CALL.

       END-PROGRAM.
