      ********************************************
      * Maintain works and the editions grouped under them
      *
      * WORKMAINT
      *
      * List or add rows in WORKS, show one work's editions with
      * their copies and queues, and attach a title to a work as
      * one of its editions (or detach it). Patrons can then place
      * an "any edition" hold on the work from the search page;
      * the hold trap, HOLDEXPIRE and the PULLLIST fill it from a
      * copy of whichever edition comes free first, and
      * HOLDPRESSURE weighs demand across the whole work.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   WORKMAINT.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       COPY 'db-connect-params.cpy'.

       01  WS-ACTION               PIC X(1).

       EXEC SQL
           BEGIN DECLARE SECTION
       END-EXEC.
       01  HOSTVARS.
           05 BUFFER               PIC X(1024).

       01  WORK-REC-VARS.
           05  WORK-ID             PIC X(36).
           05  WORK-TITLE          PIC X(100).
           05  WORK-AUTHOR-NAME    PIC X(50).
           05  WORK-AUTHOR-ID      PIC X(36).
           05  WORK-EDITION-CNT    PIC 9(4).
           05  WORK-HOLD-CNT       PIC 9(4).
           05  WORK-DUP-CNT        PIC 9(4).

       01  ED-REC-VARS.
           05  ED-BOOK-ID          PIC X(36).
           05  ED-BOOK-NAME        PIC X(50).
           05  ED-YEAR             PIC 9(4).
           05  ED-COPY-COUNT       PIC 9(4).
           05  ED-COPIES-OUT       PIC 9(4).
           05  ED-OPEN-HOLDS       PIC 9(4).

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
           DISPLAY "WORKMAINT STARTED".

           COPY 'db-connect.cpy'.

           DISPLAY 'Action: (l)ist works, (a)dd work, '
               '(s)how editions, (e)dition into work: '.
           ACCEPT WS-ACTION.

           EVALUATE WS-ACTION
               WHEN 'l'
               WHEN 'L'
                   PERFORM LIST-WORKS
               WHEN 'a'
               WHEN 'A'
                   PERFORM ADD-WORK
               WHEN 's'
               WHEN 'S'
                   PERFORM SHOW-EDITIONS
               WHEN 'e'
               WHEN 'E'
                   PERFORM LINK-EDITION
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
           DISPLAY "WORKMAINT FINISHED".
           STOP RUN.

       LIST-WORKS.
           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT CAST(w.id AS VARCHAR), w.title,
                      COALESCE(a.name, ''),
                      (SELECT COUNT(*) FROM books b
                           WHERE b.work_id = w.id
                           AND b.deleted_at IS NULL)
                   FROM works w
                   LEFT JOIN authors a ON a.id = w.author_id
                   ORDER BY w.title
           END-EXEC.
           EXEC SQL
               OPEN C1
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY "------------".
           EXEC SQL
               FETCH C1 INTO :WORK-ID, :WORK-TITLE,
                             :WORK-AUTHOR-NAME, :WORK-EDITION-CNT
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY WORK-EDITION-CNT " edition(s)  "
                   FUNCTION TRIM(WORK-TITLE) " / "
                   FUNCTION TRIM(WORK-AUTHOR-NAME) "  "
                   FUNCTION TRIM(WORK-ID)
               EXEC SQL
                   FETCH C1 INTO :WORK-ID, :WORK-TITLE,
                                 :WORK-AUTHOR-NAME,
                                 :WORK-EDITION-CNT
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C1
           END-EXEC.

       ADD-WORK.
           DISPLAY 'Work title: '.
           ACCEPT WORK-TITLE.
           IF WORK-TITLE = SPACES
               DISPLAY "A work needs a title"
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WORK-AUTHOR-ID.
           DISPLAY 'Author name (blank for none): '.
           ACCEPT WORK-AUTHOR-NAME.
           IF WORK-AUTHOR-NAME NOT = SPACES
               EXEC SQL
                   SELECT CAST(id AS VARCHAR) INTO :WORK-AUTHOR-ID
                       FROM authors
                       WHERE LOWER(name) =
                           LOWER(TRIM(:WORK-AUTHOR-NAME))
                       LIMIT 1
               END-EXEC
               IF SQLCODE NOT = ZERO
                   DISPLAY "No author by that name"
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :WORK-DUP-CNT
                   FROM works
                   WHERE LOWER(title) = LOWER(TRIM(:WORK-TITLE))
                   AND COALESCE(CAST(author_id AS VARCHAR), '')
                       = TRIM(:WORK-AUTHOR-ID)
           END-EXEC.
           IF WORK-DUP-CNT > 0
               DISPLAY "That work already exists"
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               INSERT INTO works (title, author_id)
                   VALUES (TRIM(:WORK-TITLE),
                           CAST(NULLIF(TRIM(:WORK-AUTHOR-ID), '')
                               AS UUID))
                   RETURNING CAST(id AS VARCHAR) INTO :WORK-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY "Work " FUNCTION TRIM(WORK-TITLE) " added as "
               FUNCTION TRIM(WORK-ID).

           MOVE 'works' TO AUDIT-TABLE-NAME.
           MOVE WORK-ID TO AUDIT-RECORD-ID.
           MOVE 'INSERT' TO AUDIT-OPERATION.
           MOVE 'cli' TO AUDIT-ACTOR.
           PERFORM WRITE-AUDIT-LOG.

       SHOW-EDITIONS.
           PERFORM FIND-WORK.
           IF WORK-ID = SPACES
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               DECLARE C2 CURSOR FOR
               SELECT CAST(b.id AS VARCHAR), b.name,
                      COALESCE(b.year, 0),
                      b.copy_count, b.copies_checked_out,
                      (SELECT COUNT(*) FROM holds h
                           WHERE h.book_id = b.id
                           AND h.status = 'open')
                   FROM books b
                   WHERE b.work_id = CAST(:WORK-ID AS UUID)
                   AND b.deleted_at IS NULL
                   ORDER BY b.year NULLS LAST, b.name
           END-EXEC.
           EXEC SQL
               OPEN C2
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY "---- " FUNCTION TRIM(WORK-TITLE) " ----".
           DISPLAY "YEAR COPIES OUT  HOLDS EDITION".
           EXEC SQL
               FETCH C2 INTO :ED-BOOK-ID, :ED-BOOK-NAME, :ED-YEAR,
                             :ED-COPY-COUNT, :ED-COPIES-OUT,
                             :ED-OPEN-HOLDS
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY ED-YEAR " " ED-COPY-COUNT "   "
                   ED-COPIES-OUT " " ED-OPEN-HOLDS "  "
                   FUNCTION TRIM(ED-BOOK-NAME) "  "
                   FUNCTION TRIM(ED-BOOK-ID)
               EXEC SQL
                   FETCH C2 INTO :ED-BOOK-ID, :ED-BOOK-NAME,
                                 :ED-YEAR, :ED-COPY-COUNT,
                                 :ED-COPIES-OUT, :ED-OPEN-HOLDS
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C2
           END-EXEC.

           EXEC SQL
               SELECT COUNT(*) INTO :WORK-HOLD-CNT
                   FROM holds
                   WHERE work_id = CAST(:WORK-ID AS UUID)
                   AND status = 'open'
           END-EXEC.
           DISPLAY "Any-edition holds waiting: " WORK-HOLD-CNT.

       LINK-EDITION.
           DISPLAY 'Catalog book id of the edition: '.
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

           PERFORM FIND-WORK.

      *    A BLANK WORK DETACHES THE EDITION. HOLDS ALREADY PLACED
      *    ON THE WORK KEEP THEIR PLACE; THEY JUST NO LONGER DRAW
      *    ON THIS EDITION'S COPIES.
           IF WORK-ID = SPACES
               IF WORK-TITLE NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
               EXEC SQL
                   UPDATE books
                       SET work_id = NULL,
                           version = version + 1
                       WHERE id = CAST(:BOOK-ID AS UUID)
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               DISPLAY FUNCTION TRIM(BOOK-NAME)
                   " is no longer grouped under a work"
           ELSE
               EXEC SQL
                   UPDATE books
                       SET work_id = CAST(:WORK-ID AS UUID),
                           version = version + 1
                       WHERE id = CAST(:BOOK-ID AS UUID)
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               DISPLAY FUNCTION TRIM(BOOK-NAME)
                   " is now an edition of "
                   FUNCTION TRIM(WORK-TITLE)
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

       FIND-WORK.
      *    A WORK IS NAMED BY ITS ID (AS LISTED) OR ITS EXACT TITLE.
           MOVE SPACES TO WORK-ID.
           DISPLAY 'Work id or title: '.
           ACCEPT WORK-TITLE.
           IF WORK-TITLE = SPACES
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT CAST(id AS VARCHAR), title
                   INTO :WORK-ID, :WORK-TITLE
                   FROM works
                   WHERE CAST(id AS VARCHAR) = TRIM(:WORK-TITLE)
                   OR LOWER(title) = LOWER(TRIM(:WORK-TITLE))
                   ORDER BY created_at
                   LIMIT 1
           END-EXEC.
           IF SQLCODE NOT = ZERO
               MOVE SPACES TO WORK-ID
               DISPLAY "No work by that id or title -- add it first"
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
                'WORKMAINT                     ' 'ERROR-RTN'
           END-CALL.

       END-PROGRAM.
