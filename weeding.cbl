      * with author, year, copies, categories and last checkout
      * date, sorted oldest-activity-first, as a printed report
      * plus CSV. The quarterly shelf-space exercise, no longer
      * done blind. In-house use counts as activity: a reference
      * title used on the tables inside the cutoff is not a
      * candidate, and the last in-house use is shown beside the
      * last checkout. The last checkout is looked for in the
      * loan history (see LOANARCHIVE) as well as the live loans,
      * so archiving never makes a title look unborrowed.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************

       WORKING-STORAGE SECTION.
       COPY 'db-connect-params.cpy'.
       COPY 'param-vars.cpy'.

       01  WS-EXPORT-FILE          PIC X(1024).
       01  WS-EXPORT-FILE-STATUS   PIC X(2).
           05  WEED-COPIES         PIC 9(4).
           05  WEED-CATEGORIES     PIC X(100).
           05  WEED-LAST-CHECKOUT  PIC X(10).
           05  WEED-LAST-IN-HOUSE  PIC X(10).
       EXEC SQL
           END DECLARE SECTION
       END-EXEC.
           COPY 'db-connect.cpy'.

           MOVE 3 TO WEEDING-YEARS.
           MOVE 'WEEDING_YEARS' TO PARAM-NAME.
           CALL "GET-PARAM" USING PARAM-NAME PARAM-VALUE
           END-CALL.
           MOVE PARAM-VALUE TO WS-YEARS-X.
           IF FUNCTION TRIM(WS-YEARS-X) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-YEARS-X) TO WEEDING-YEARS
           END-IF.
           END-IF.

           OPEN OUTPUT WEEDING-EXPORT-FILE.
           MOVE 'id,name,author,year,copies,categories,last_checkout,'
               & 'last_in_house_use'
               TO WEEDING-EXPORT-LINE.
           WRITE WEEDING-EXPORT-LINE.

                               ON c.id = bc.category_id
                           WHERE bc.book_id = b.id), ''),
                      COALESCE(TO_CHAR(MAX(l.checkout_date),
                          'YYYY-MM-DD'), '(never)'),
                      COALESCE((SELECT TO_CHAR(MAX(ih.use_date),
                                           'YYYY-MM-DD')
                           FROM in_house_use ih
                           JOIN copies cp ON cp.id = ih.copy_id
                           WHERE cp.book_id = b.id), '(never)')
                      FROM books b
                      LEFT JOIN loans_all l ON l.book_id = b.id
                      GROUP BY b.id, b.name, b.author, b.year,
                               b.copy_count
                      HAVING (MAX(l.checkout_date) IS NULL
                              OR MAX(l.checkout_date)
                                 < NOW() - (:WEEDING-YEARS
                                            * INTERVAL '1 year'))
                      AND NOT EXISTS (
                          SELECT 1 FROM in_house_use ih
                          JOIN copies cp ON cp.id = ih.copy_id
                          WHERE cp.book_id = b.id
                          AND ih.use_date
                              >= NOW() - (:WEEDING-YEARS
                                          * INTERVAL '1 year'))
                      ORDER BY MAX(l.checkout_date)
                          NULLS FIRST, b.name
           END-EXEC.
               FETCH C1 INTO :WEED-BOOK-ID, :WEED-NAME,
                             :WEED-AUTHOR, :WEED-YEAR,
                             :WEED-COPIES, :WEED-CATEGORIES,
                             :WEED-LAST-CHECKOUT, :WEED-LAST-IN-HOUSE
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO WS-TITLE-CNT
                   FUNCTION TRIM(WEED-NAME) " / "
                   FUNCTION TRIM(WEED-AUTHOR)
                   " (" WEED-YEAR ", " WEED-COPIES " copies)"
               IF WEED-LAST-IN-HOUSE NOT = '(never)'
                   DISPLAY "            last used in house "
                       WEED-LAST-IN-HOUSE
               END-IF

               MOVE SPACES TO WEEDING-EXPORT-LINE
               STRING FUNCTION TRIM(WEED-BOOK-ID) ','
                      WEED-YEAR ','
                      WEED-COPIES ','
                      FUNCTION TRIM(WEED-CATEGORIES) ','
                      FUNCTION TRIM(WEED-LAST-CHECKOUT) ','
                      FUNCTION TRIM(WEED-LAST-IN-HOUSE)
                      DELIMITED BY SIZE
                      INTO WEEDING-EXPORT-LINE
               END-STRING
                   FETCH C1 INTO :WEED-BOOK-ID, :WEED-NAME,
                                 :WEED-AUTHOR, :WEED-YEAR,
                                 :WEED-COPIES, :WEED-CATEGORIES,
                                 :WEED-LAST-CHECKOUT,
                                 :WEED-LAST-IN-HOUSE
               END-EXEC
           END-PERFORM.

