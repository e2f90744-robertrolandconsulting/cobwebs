      ********************************************
      * Maintain the homebound delivery service
      *
      * HOMEBOUNDMAINT
      *
      * List a delivery route's stops in order, add or change a
      * route (the branch it runs from and its delivery loan
      * period), put a patron on the service or take them off
      * (route, stop number, how often they are visited, how many
      * books a visit, next visit date), and keep each patron's
      * reading profile: the categories and authors they like,
      * the titles and authors never to send, and titles already
      * read -- the lists outreach used to keep in a spreadsheet.
      * HOMEBOUNDRUN picks, lends and prints each visit from it.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   HOMEBOUNDMAINT.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       COPY 'db-connect-params.cpy'.

       01  WS-ACTION               PIC X(1).
       01  WS-KIND                 PIC X(1).
       01  WS-NUM-X                PIC X(10).

       EXEC SQL
           BEGIN DECLARE SECTION
       END-EXEC.
       01  HOSTVARS.
           05 BUFFER               PIC X(1024).

       01  BRANCH-REC-VARS.
           05  BRANCH-ID           PIC X(36).
           05  BRANCH-CODE         PIC X(10).

       01  ROUTE-REC-VARS.
           05  ROUTE-CODE          PIC X(10).
           05  ROUTE-NAME          PIC X(50).
           05  ROUTE-LOAN-DAYS     PIC 9(3).
           05  ROUTE-ACTIVE        PIC X(1).

       01  PATRON-REC-VARS.
           05  PATRON-SCAN         PIC X(36).
           05  PATRON-ID           PIC X(36).
           05  PATRON-NAME         PIC X(50).
           05  PATRON-ADDRESS      PIC X(200).
           05  PATRON-HOMEBOUND    PIC X(1).
           05  PATRON-ROUTE        PIC X(10).
           05  PATRON-STOP         PIC 9(4).
           05  PATRON-VISIT-DAYS   PIC 9(3).
           05  PATRON-VISIT-ITEMS  PIC 9(3).
           05  PATRON-NEXT-VISIT   PIC X(10).
           05  PATRON-READ-CNT     PIC 9(6).

       01  PREF-REC-VARS.
           05  PREF-KIND           PIC X(6).
           05  PREF-LABEL          PIC X(50).
           05  PREF-NAME           PIC X(50).
           05  PREF-CATEGORY-ID    PIC X(36).
           05  PREF-AUTHOR-ID      PIC X(36).
           05  PREF-ID             PIC X(36).

       01  TITLE-REC-VARS.
           05  TITLE-SCAN          PIC X(50).
           05  TITLE-BOOK-ID       PIC X(36).
           05  TITLE-NAME          PIC X(50).

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
           DISPLAY "HOMEBOUNDMAINT STARTED".

           COPY 'db-connect.cpy'.

           DISPLAY 'Action: (l)ist a route, (r)oute add or change, '
               '(p)atron on or off the service, (i)nterests, '
               '(n)ever send, (a)lready read: '.
           ACCEPT WS-ACTION.

           EVALUATE WS-ACTION
               WHEN 'l'
               WHEN 'L'
                   PERFORM LIST-ROUTE
               WHEN 'r'
               WHEN 'R'
                   PERFORM SAVE-ROUTE
               WHEN 'p'
               WHEN 'P'
                   PERFORM SET-PATRON
               WHEN 'i'
               WHEN 'I'
                   PERFORM TOGGLE-INTEREST
               WHEN 'n'
               WHEN 'N'
                   PERFORM TOGGLE-EXCLUSION
               WHEN 'a'
               WHEN 'A'
                   PERFORM ADD-ALREADY-READ
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
           DISPLAY "HOMEBOUNDMAINT FINISHED".
           STOP RUN.

       LIST-ROUTE.
           DISPLAY 'Route code: '.
           ACCEPT ROUTE-CODE.
           EXEC SQL
               SELECT r.name, br.code, r.loan_days
                   INTO :ROUTE-NAME, :BRANCH-CODE, :ROUTE-LOAN-DAYS
                   FROM homebound_routes r
                   JOIN branches br ON br.id = r.branch_id
                   WHERE r.code = UPPER(TRIM(:ROUTE-CODE))
           END-EXEC.
           IF SQLCODE = 100
               DISPLAY "*** Unknown route code ***"
               EXIT PARAGRAPH
           END-IF.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY FUNCTION TRIM(ROUTE-NAME) " from branch "
               FUNCTION TRIM(BRANCH-CODE) ", loans of "
               ROUTE-LOAN-DAYS " days".

           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT COALESCE(homebound_stop, 0), name,
                      COALESCE(address, ''),
                      COALESCE(TO_CHAR(next_visit, 'YYYY-MM-DD'),
                               ''),
                      visit_days, visit_items
                      FROM patrons
                      WHERE homebound
                      AND homebound_route = UPPER(TRIM(:ROUTE-CODE))
                      ORDER BY homebound_stop, name
           END-EXEC.
           EXEC SQL
               OPEN C1
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY "------------".
           EXEC SQL
               FETCH C1 INTO :PATRON-STOP, :PATRON-NAME,
                             :PATRON-ADDRESS, :PATRON-NEXT-VISIT,
                             :PATRON-VISIT-DAYS, :PATRON-VISIT-ITEMS
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY PATRON-STOP " " PATRON-NAME(1:30)
                   " next " PATRON-NEXT-VISIT
                   " every " PATRON-VISIT-DAYS " days, "
                   PATRON-VISIT-ITEMS " books"
               DISPLAY "     " FUNCTION TRIM(PATRON-ADDRESS)
               EXEC SQL
                   FETCH C1 INTO :PATRON-STOP, :PATRON-NAME,
                                 :PATRON-ADDRESS,
                                 :PATRON-NEXT-VISIT,
                                 :PATRON-VISIT-DAYS,
                                 :PATRON-VISIT-ITEMS
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C1
           END-EXEC.

       SAVE-ROUTE.
      *    THE SAME CODE CHANGES THAT ROUTE.
           DISPLAY 'Route code: '.
           ACCEPT ROUTE-CODE.
           IF FUNCTION TRIM(ROUTE-CODE) = SPACES
               DISPLAY "Route code is required"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY 'Route name: '.
           ACCEPT ROUTE-NAME.
           IF FUNCTION TRIM(ROUTE-NAME) = SPACES
               DISPLAY "Route name is required"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY 'Runs from branch code: '.
           ACCEPT BRANCH-CODE.
           EXEC SQL
               SELECT CAST(id AS VARCHAR) INTO :BRANCH-ID
                   FROM branches
                   WHERE code = UPPER(TRIM(:BRANCH-CODE))
           END-EXEC.
           IF SQLCODE = 100
               DISPLAY "*** Unknown branch code ***"
               EXIT PARAGRAPH
           END-IF.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE 28 TO ROUTE-LOAN-DAYS.
           DISPLAY 'Delivery loan days (blank for 28): '.
           ACCEPT WS-NUM-X.
           IF FUNCTION TRIM(WS-NUM-X) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-NUM-X) TO ROUTE-LOAN-DAYS
           END-IF.
           IF ROUTE-LOAN-DAYS = 0
               DISPLAY "Loan days must be at least 1"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY 'Route running? (y/n): '.
           ACCEPT ROUTE-ACTIVE.
           IF ROUTE-ACTIVE = 'Y'
               MOVE 'y' TO ROUTE-ACTIVE
           END-IF.

           EXEC SQL
               INSERT INTO homebound_routes (
                   code,
                   name,
                   branch_id,
                   loan_days,
                   active
               ) VALUES (
                   UPPER(TRIM(:ROUTE-CODE)),
                   TRIM(:ROUTE-NAME),
                   CAST(:BRANCH-ID AS UUID),
                   :ROUTE-LOAN-DAYS,
                   :ROUTE-ACTIVE = 'y'
               )
               ON CONFLICT (code) DO UPDATE
                   SET name = EXCLUDED.name,
                       branch_id = EXCLUDED.branch_id,
                       loan_days = EXCLUDED.loan_days,
                       active = EXCLUDED.active
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY "Route " FUNCTION TRIM(ROUTE-CODE) " saved".

           MOVE 'homebound_routes' TO AUDIT-TABLE-NAME.
           MOVE ROUTE-CODE TO AUDIT-RECORD-ID.
           MOVE 'UPDATE' TO AUDIT-OPERATION.
           MOVE 'cli' TO AUDIT-ACTOR.
           PERFORM WRITE-AUDIT-LOG.

       FIND-PATRON.
           DISPLAY 'Patron card number or patron id: '.
           ACCEPT PATRON-SCAN.
           MOVE SPACES TO PATRON-ID.
           EXEC SQL
               SELECT CAST(id AS VARCHAR), name,
                      CASE WHEN homebound THEN 'y' ELSE 'n' END,
                      COALESCE(homebound_route, ''),
                      COALESCE(homebound_stop, 0),
                      visit_days, visit_items,
                      COALESCE(TO_CHAR(next_visit, 'YYYY-MM-DD'),
                               ''),
                      (SELECT COUNT(*) FROM homebound_deliveries d
                        WHERE d.patron_id = patrons.id)
                   INTO :PATRON-ID, :PATRON-NAME, :PATRON-HOMEBOUND,
                        :PATRON-ROUTE, :PATRON-STOP,
                        :PATRON-VISIT-DAYS, :PATRON-VISIT-ITEMS,
                        :PATRON-NEXT-VISIT, :PATRON-READ-CNT
                   FROM patrons
                   WHERE id = patron_by_card(:PATRON-SCAN)
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "No patron found with that card or id"
               MOVE SPACES TO PATRON-ID
               EXIT PARAGRAPH
           END-IF.

           IF PATRON-HOMEBOUND = 'y'
               DISPLAY FUNCTION TRIM(PATRON-NAME) ": route "
                   FUNCTION TRIM(PATRON-ROUTE) " stop " PATRON-STOP
                   ", every " PATRON-VISIT-DAYS " days, "
                   PATRON-VISIT-ITEMS " books, next visit "
                   PATRON-NEXT-VISIT
           ELSE
               DISPLAY FUNCTION TRIM(PATRON-NAME)
                   ": not on the homebound service"
           END-IF.
           PERFORM SHOW-PROFILE.

       SHOW-PROFILE.
           EXEC SQL
               DECLARE C2 CURSOR FOR
               SELECT 'likes', COALESCE(c.name, a.name)
                      FROM homebound_interests hi
                      LEFT JOIN categories c ON c.id = hi.category_id
                      LEFT JOIN authors a ON a.id = hi.author_id
                      WHERE hi.patron_id = CAST(:PATRON-ID AS UUID)
               UNION ALL
               SELECT 'never', COALESCE(b.name, a.name)
                      FROM homebound_exclusions he
                      LEFT JOIN books b ON b.id = he.book_id
                      LEFT JOIN authors a ON a.id = he.author_id
                      WHERE he.patron_id = CAST(:PATRON-ID AS UUID)
               ORDER BY 1, 2
           END-EXEC.
           EXEC SQL
               OPEN C2
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               FETCH C2 INTO :PREF-KIND, :PREF-LABEL
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY "  " PREF-KIND " " FUNCTION TRIM(PREF-LABEL)
               EXEC SQL
                   FETCH C2 INTO :PREF-KIND, :PREF-LABEL
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C2
           END-EXEC.

           DISPLAY "  titles already read: " PATRON-READ-CNT.

       SET-PATRON.
           PERFORM FIND-PATRON.
           IF PATRON-ID = SPACES
               EXIT PARAGRAPH
           END-IF.

      *    NO ROUTE TAKES THE PATRON OFF THE SERVICE; THE READING
      *    PROFILE STAYS IN CASE THEY COME BACK ON.
           DISPLAY 'Route code (blank to take off the service): '.
           ACCEPT ROUTE-CODE.
           IF FUNCTION TRIM(ROUTE-CODE) = SPACES
               EXEC SQL
                   UPDATE patrons
                       SET homebound = FALSE,
                           homebound_route = NULL,
                           homebound_stop = NULL,
                           next_visit = NULL
                       WHERE id = CAST(:PATRON-ID AS UUID)
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               DISPLAY FUNCTION TRIM(PATRON-NAME)
                   " taken off the homebound service"
           ELSE
               PERFORM SET-PATRON-VISITS
               IF PATRON-ID = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE 'patrons' TO AUDIT-TABLE-NAME.
           MOVE PATRON-ID TO AUDIT-RECORD-ID.
           MOVE 'UPDATE' TO AUDIT-OPERATION.
           MOVE 'cli' TO AUDIT-ACTOR.
           PERFORM WRITE-AUDIT-LOG.

       SET-PATRON-VISITS.
           EXEC SQL
               SELECT name INTO :ROUTE-NAME
                   FROM homebound_routes
                   WHERE code = UPPER(TRIM(:ROUTE-CODE))
                   AND active
           END-EXEC.
           IF SQLCODE = 100
               DISPLAY "*** Unknown or stopped route ***"
               MOVE SPACES TO PATRON-ID
               EXIT PARAGRAPH
           END-IF.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY 'Stop number on the route: '.
           ACCEPT WS-NUM-X.
           MOVE FUNCTION NUMVAL(WS-NUM-X) TO PATRON-STOP.

           DISPLAY 'Visit every how many days (blank for '
               PATRON-VISIT-DAYS '): '.
           ACCEPT WS-NUM-X.
           IF FUNCTION TRIM(WS-NUM-X) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-NUM-X) TO PATRON-VISIT-DAYS
           END-IF.

           DISPLAY 'Books a visit (blank for '
               PATRON-VISIT-ITEMS '): '.
           ACCEPT WS-NUM-X.
           IF FUNCTION TRIM(WS-NUM-X) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-NUM-X) TO PATRON-VISIT-ITEMS
           END-IF.
           IF PATRON-VISIT-DAYS = 0 OR PATRON-VISIT-ITEMS = 0
               DISPLAY "Visit days and books must be at least 1"
               MOVE SPACES TO PATRON-ID
               EXIT PARAGRAPH
           END-IF.

           DISPLAY 'Next visit (YYYY-MM-DD, blank for '
               'today): '.
           ACCEPT PATRON-NEXT-VISIT.

           EXEC SQL
               UPDATE patrons
                   SET homebound = TRUE,
                       homebound_route = UPPER(TRIM(:ROUTE-CODE)),
                       homebound_stop = :PATRON-STOP,
                       visit_days = :PATRON-VISIT-DAYS,
                       visit_items = :PATRON-VISIT-ITEMS,
                       next_visit = COALESCE(CAST(NULLIF(
                           TRIM(:PATRON-NEXT-VISIT), '') AS DATE),
                           CURRENT_DATE)
                   WHERE id = CAST(:PATRON-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY FUNCTION TRIM(PATRON-NAME) " is stop "
               PATRON-STOP " on " FUNCTION TRIM(ROUTE-NAME).

       FIND-PREFERENCE.
      *    A CATEGORY OR AN AUTHOR, BY ITS NAME AS CATALOGUED.
           MOVE SPACES TO PREF-CATEGORY-ID PREF-AUTHOR-ID.
           DISPLAY '(c)ategory or (a)uthor: '.
           ACCEPT WS-KIND.
           DISPLAY 'Name as catalogued: '.
           ACCEPT PREF-NAME.
           IF WS-KIND = 'c' OR WS-KIND = 'C'
               EXEC SQL
                   SELECT CAST(id AS VARCHAR), name
                       INTO :PREF-CATEGORY-ID, :PREF-LABEL
                       FROM categories
                       WHERE UPPER(name) = UPPER(TRIM(:PREF-NAME))
               END-EXEC
           ELSE
               EXEC SQL
                   SELECT CAST(id AS VARCHAR), name
                       INTO :PREF-AUTHOR-ID, :PREF-LABEL
                       FROM authors
                       WHERE UPPER(name) = UPPER(TRIM(:PREF-NAME))
               END-EXEC
           END-IF.
           IF SQLCODE NOT = ZERO
               DISPLAY "*** Not in the catalogue ***"
               MOVE SPACES TO PREF-CATEGORY-ID PREF-AUTHOR-ID
           END-IF.

       TOGGLE-INTEREST.
      *    ENTERING ONE ALREADY ON THE LIST TAKES IT OFF.
           PERFORM FIND-PATRON.
           IF PATRON-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-PREFERENCE.
           IF PREF-CATEGORY-ID = SPACES AND PREF-AUTHOR-ID = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO PREF-ID.
           EXEC SQL
               SELECT CAST(id AS VARCHAR) INTO :PREF-ID
                   FROM homebound_interests
                   WHERE patron_id = CAST(:PATRON-ID AS UUID)
                   AND category_id IS NOT DISTINCT FROM
                       CAST(NULLIF(TRIM(:PREF-CATEGORY-ID), '')
                           AS UUID)
                   AND author_id IS NOT DISTINCT FROM
                       CAST(NULLIF(TRIM(:PREF-AUTHOR-ID), '')
                           AS UUID)
           END-EXEC.
           IF SQLCODE = ZERO
               EXEC SQL
                   DELETE FROM homebound_interests
                       WHERE id = CAST(:PREF-ID AS UUID)
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               MOVE 'DELETE' TO AUDIT-OPERATION
               DISPLAY FUNCTION TRIM(PREF-LABEL)
                   " taken off the interests"
           ELSE
               EXEC SQL
                   INSERT INTO homebound_interests (
                       patron_id,
                       category_id,
                       author_id
                   ) VALUES (
                       CAST(:PATRON-ID AS UUID),
                       CAST(NULLIF(TRIM(:PREF-CATEGORY-ID), '')
                           AS UUID),
                       CAST(NULLIF(TRIM(:PREF-AUTHOR-ID), '')
                           AS UUID)
                   ) RETURNING CAST(id AS VARCHAR) INTO :PREF-ID
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               MOVE 'INSERT' TO AUDIT-OPERATION
               DISPLAY FUNCTION TRIM(PREF-LABEL)
                   " added to the interests"
           END-IF.

           MOVE 'homebound_interests' TO AUDIT-TABLE-NAME.
           MOVE PREF-ID TO AUDIT-RECORD-ID.
           MOVE 'cli' TO AUDIT-ACTOR.
           PERFORM WRITE-AUDIT-LOG.

       FIND-TITLE.
      *    A COPY BARCODE, AN ISBN OR THE BOOK ID.
           DISPLAY 'Copy barcode, ISBN or book id: '.
           ACCEPT TITLE-SCAN.
           MOVE SPACES TO TITLE-BOOK-ID.
           EXEC SQL
               SELECT CAST(b.id AS VARCHAR), b.name
                   INTO :TITLE-BOOK-ID, :TITLE-NAME
                   FROM books b
                   WHERE b.deleted_at IS NULL
                   AND (CAST(b.id AS VARCHAR) = TRIM(:TITLE-SCAN)
                        OR b.isbn13 = TRIM(:TITLE-SCAN)
                        OR b.isbn10 = TRIM(:TITLE-SCAN)
                        OR EXISTS (SELECT 1 FROM copies c
                               WHERE c.book_id = b.id
                               AND c.barcode = TRIM(:TITLE-SCAN)))
                   LIMIT 1
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "*** No title found for that entry ***"
               MOVE SPACES TO TITLE-BOOK-ID
           END-IF.

       TOGGLE-EXCLUSION.
      *    A TITLE OR A WHOLE AUTHOR; ENTERING ONE ALREADY ON THE
      *    LIST TAKES IT OFF.
           PERFORM FIND-PATRON.
           IF PATRON-ID = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO TITLE-BOOK-ID PREF-AUTHOR-ID.
           DISPLAY '(t)itle or (a)uthor: '.
           ACCEPT WS-KIND.
           IF WS-KIND = 'a' OR WS-KIND = 'A'
               DISPLAY 'Author name as catalogued: '
               ACCEPT PREF-NAME
               EXEC SQL
                   SELECT CAST(id AS VARCHAR), name
                       INTO :PREF-AUTHOR-ID, :PREF-LABEL
                       FROM authors
                       WHERE UPPER(name) = UPPER(TRIM(:PREF-NAME))
               END-EXEC
               IF SQLCODE NOT = ZERO
                   DISPLAY "*** Not in the catalogue ***"
                   EXIT PARAGRAPH
               END-IF
           ELSE
               PERFORM FIND-TITLE
               IF TITLE-BOOK-ID = SPACES
                   EXIT PARAGRAPH
               END-IF
               MOVE TITLE-NAME TO PREF-LABEL
           END-IF.

           MOVE SPACES TO PREF-ID.
           EXEC SQL
               SELECT CAST(id AS VARCHAR) INTO :PREF-ID
                   FROM homebound_exclusions
                   WHERE patron_id = CAST(:PATRON-ID AS UUID)
                   AND book_id IS NOT DISTINCT FROM
                       CAST(NULLIF(TRIM(:TITLE-BOOK-ID), '')
                           AS UUID)
                   AND author_id IS NOT DISTINCT FROM
                       CAST(NULLIF(TRIM(:PREF-AUTHOR-ID), '')
                           AS UUID)
           END-EXEC.
           IF SQLCODE = ZERO
               EXEC SQL
                   DELETE FROM homebound_exclusions
                       WHERE id = CAST(:PREF-ID AS UUID)
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               MOVE 'DELETE' TO AUDIT-OPERATION
               DISPLAY FUNCTION TRIM(PREF-LABEL)
                   " taken off the do-not-send list"
           ELSE
               EXEC SQL
                   INSERT INTO homebound_exclusions (
                       patron_id,
                       book_id,
                       author_id
                   ) VALUES (
                       CAST(:PATRON-ID AS UUID),
                       CAST(NULLIF(TRIM(:TITLE-BOOK-ID), '')
                           AS UUID),
                       CAST(NULLIF(TRIM(:PREF-AUTHOR-ID), '')
                           AS UUID)
                   ) RETURNING CAST(id AS VARCHAR) INTO :PREF-ID
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               MOVE 'INSERT' TO AUDIT-OPERATION
               DISPLAY FUNCTION TRIM(PREF-LABEL)
                   " added to the do-not-send list"
           END-IF.

           MOVE 'homebound_exclusions' TO AUDIT-TABLE-NAME.
           MOVE PREF-ID TO AUDIT-RECORD-ID.
           MOVE 'cli' TO AUDIT-ACTOR.
           PERFORM WRITE-AUDIT-LOG.

       ADD-ALREADY-READ.
      *    FOR TITLES READ BEFORE THE SERVICE KEPT ITS OWN RECORD;
      *    EVERYTHING HOMEBOUNDRUN DELIVERS IS RECORDED BY ITSELF.
           PERFORM FIND-PATRON.
           IF PATRON-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-TITLE.
           IF TITLE-BOOK-ID = SPACES
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               INSERT INTO homebound_deliveries (
                   patron_id,
                   book_id
               ) VALUES (
                   CAST(:PATRON-ID AS UUID),
                   CAST(:TITLE-BOOK-ID AS UUID)
               ) RETURNING CAST(id AS VARCHAR) INTO :PREF-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY FUNCTION TRIM(TITLE-NAME)
               " recorded as already read".

           MOVE 'homebound_deliveries' TO AUDIT-TABLE-NAME.
           MOVE PREF-ID TO AUDIT-RECORD-ID.
           MOVE 'INSERT' TO AUDIT-OPERATION.
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
                'HOMEBOUNDMAINT                ' 'ERROR-RTN'
           END-CALL.

       END-PROGRAM.
