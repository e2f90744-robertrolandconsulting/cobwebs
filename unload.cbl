      *
      * UNLOAD
      *
      * Writes BOOKS, USERS, PATRONS, LOANS (live and archived,
      * see LOANARCHIVE), CATEGORIES and
      * BOOK_CATEGORIES to pipe-delimited flat files under
      * UNLOAD_DIR, each ending in a T|rowcount|hashtotal trailer
      * (the hash total sums a numeric column per table, the
      * classic batch control). The reference and circulation
      * tables a working desk needs as well -- branches, material
      * types, patron categories, fees, override reasons, system
      * parameters, the calendar, branch hours, copies, patron
      * cards and reviews -- go one JSON object per line (hash
      * total: the summed line lengths), so a training copy
      * masked by TRAINMASK behaves like production. The patron
      * rows carry the category, card, expiry and PIN columns and
      * the loan rows the branch and copy. The books and users
      * payloads carry
      * deleted_at/deleted_by and the optimistic-lock version, so
      * a restore neither resurrects soft-deleted rows nor resets
      * the lock counters. The

       FILE SECTION.
       FD  UNLOAD-FILE.
       01  UNLOAD-LINE                 PIC X(4096).

       WORKING-STORAGE SECTION.
       COPY 'db-connect-params.cpy'.
       01  WS-UNLOAD-FILE-STATUS   PIC X(2).
       01  WS-ROW-CNT              PIC 9(8).
       01  WS-HASH-TOTAL           PIC 9(14).
       01  WS-JSON-IDX             PIC 9(2).

      *    THE TABLES UNLOADED AS JSON ROWS, IN THE ORDER RELOAD
      *    LOADS THEM.
       01  WS-JSON-TABLE-LIST.
           05  FILLER              PIC X(20) VALUE 'branches'.
           05  FILLER              PIC X(20) VALUE 'material_types'.
           05  FILLER              PIC X(20) VALUE 'patron_categories'.
           05  FILLER              PIC X(20) VALUE 'fee_schedule'.
           05  FILLER              PIC X(20) VALUE 'override_reasons'.
           05  FILLER              PIC X(20) VALUE 'system_parameters'.
           05  FILLER              PIC X(20) VALUE 'library_calendar'.
           05  FILLER              PIC X(20) VALUE 'branch_hours'.
           05  FILLER              PIC X(20) VALUE 'copies'.
           05  FILLER              PIC X(20) VALUE 'patron_cards'.
           05  FILLER              PIC X(20) VALUE 'reviews'.
       01  WS-JSON-TABLES REDEFINES WS-JSON-TABLE-LIST.
           05  WS-JSON-TABLE       PIC X(20) OCCURS 11 TIMES.

       EXEC SQL
           BEGIN DECLARE SECTION
           05  LOAN-FINE           PIC X(12).
           05  LOAN-RENEWALS       PIC 9(4).
           05  LOAN-LOST           PIC X(19).
           05  LOAN-BRANCH-ID      PIC X(36).
           05  LOAN-COPY-ID        PIC X(36).

       01  PATRON-REC-VARS.
           05  PATRON-ID           PIC X(36).
           05  PATRON-PHONE        PIC X(20).
           05  PATRON-ADDRESS      PIC X(200).
           05  PATRON-STATUS       PIC X(10).
           05  PATRON-CATEGORY     PIC X(20).
           05  PATRON-CARD         PIC X(20).
           05  PATRON-EXPIRES      PIC X(10).
           05  PATRON-PIN-HASH     PIC X(128).
           05  PATRON-PIN-SALT     PIC X(32).
           05  PATRON-PIN-ITERS    PIC 9(6).

       01  CAT-REC-VARS.
           05  CAT-ID              PIC X(36).
       01  BC-REC-VARS.
           05  BC-BOOK-ID          PIC X(36).
           05  BC-CATEGORY-ID      PIC X(36).

       01  JSON-REC-VARS.
           05  JSON-TABLE          PIC X(20).
           05  JSON-ROW            PIC X(4000).
           05  JSON-ROW-LEN        PIC 9(6).
       EXEC SQL
           END DECLARE SECTION
       END-EXEC.
           PERFORM UNLOAD-LOANS.
           PERFORM UNLOAD-CATEGORIES.
           PERFORM UNLOAD-BOOK-CATEGORIES.
           PERFORM UNLOAD-JSON-TABLE
               VARYING WS-JSON-IDX FROM 1 BY 1
               UNTIL WS-JSON-IDX > 11.

      *    COMMIT
           EXEC SQL
               DECLARE C6 CURSOR FOR
               SELECT id, name, COALESCE(email, ''),
                      COALESCE(phone, ''), COALESCE(address, ''),
                      status, category,
                      COALESCE(card_number, ''),
                      COALESCE(TO_CHAR(expires_at, 'YYYY-MM-DD'), ''),
                      COALESCE(pin_hash, ''),
                      COALESCE(pin_salt, ''),
                      COALESCE(pin_iterations, 0)
                      FROM patrons
                      ORDER BY id
           END-EXEC.
           EXEC SQL
               FETCH C6 INTO :PATRON-ID, :PATRON-NAME,
                             :PATRON-EMAIL, :PATRON-PHONE,
                             :PATRON-ADDRESS, :PATRON-STATUS,
                             :PATRON-CATEGORY, :PATRON-CARD,
                             :PATRON-EXPIRES, :PATRON-PIN-HASH,
                             :PATRON-PIN-SALT, :PATRON-PIN-ITERS
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE SPACES TO UNLOAD-LINE
                      FUNCTION TRIM(PATRON-EMAIL) '|'
                      FUNCTION TRIM(PATRON-PHONE) '|'
                      FUNCTION TRIM(PATRON-ADDRESS) '|'
                      FUNCTION TRIM(PATRON-STATUS) '|'
                      FUNCTION TRIM(PATRON-CATEGORY) '|'
                      FUNCTION TRIM(PATRON-CARD) '|'
                      FUNCTION TRIM(PATRON-EXPIRES) '|'
                      FUNCTION TRIM(PATRON-PIN-HASH) '|'
                      FUNCTION TRIM(PATRON-PIN-SALT) '|'
                      PATRON-PIN-ITERS
                      DELIMITED BY SIZE INTO UNLOAD-LINE
               END-STRING
               WRITE UNLOAD-LINE
               EXEC SQL
                   FETCH C6 INTO :PATRON-ID, :PATRON-NAME,
                                 :PATRON-EMAIL, :PATRON-PHONE,
                                 :PATRON-ADDRESS, :PATRON-STATUS,
                                 :PATRON-CATEGORY, :PATRON-CARD,
                                 :PATRON-EXPIRES, :PATRON-PIN-HASH,
                                 :PATRON-PIN-SALT, :PATRON-PIN-ITERS
               END-EXEC
           END-PERFORM.
           EXEC SQL
                      COALESCE(CAST(fine_amount AS VARCHAR), ''),
                      renewal_count,
                      COALESCE(TO_CHAR(lost_at,
                          'YYYY-MM-DD HH24:MI:SS'), ''),
                      COALESCE(CAST(branch_id AS VARCHAR), ''),
                      COALESCE(CAST(copy_id AS VARCHAR), '')
                      FROM loans_all
                      ORDER BY id
           END-EXEC.
           EXEC SQL
                             :LOAN-PATRON-ID, :LOAN-BORROWER,
                             :LOAN-CHECKOUT, :LOAN-DUE,
                             :LOAN-RETURN, :LOAN-FINE,
                             :LOAN-RENEWALS, :LOAN-LOST,
                             :LOAN-BRANCH-ID, :LOAN-COPY-ID
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE SPACES TO UNLOAD-LINE
                      FUNCTION TRIM(LOAN-RETURN) '|'
                      FUNCTION TRIM(LOAN-FINE) '|'
                      LOAN-RENEWALS '|'
                      FUNCTION TRIM(LOAN-LOST) '|'
                      FUNCTION TRIM(LOAN-BRANCH-ID) '|'
                      FUNCTION TRIM(LOAN-COPY-ID)
                      DELIMITED BY SIZE INTO UNLOAD-LINE
               END-STRING
               WRITE UNLOAD-LINE
                                 :LOAN-PATRON-ID, :LOAN-BORROWER,
                                 :LOAN-CHECKOUT, :LOAN-DUE,
                                 :LOAN-RETURN, :LOAN-FINE,
                                 :LOAN-RENEWALS, :LOAN-LOST,
                                 :LOAN-BRANCH-ID, :LOAN-COPY-ID
               END-EXEC
           END-PERFORM.
           EXEC SQL
           PERFORM WRITE-TRAILER.
           DISPLAY "book_categories: " WS-ROW-CNT " rows".

       UNLOAD-JSON-TABLE.
      *    ONE CURSOR SERVES EVERY JSON TABLE: ONLY THE ARM OF THE
      *    UNION NAMED BY JSON-TABLE RETURNS ANY ROWS.
           MOVE WS-JSON-TABLE(WS-JSON-IDX) TO JSON-TABLE.
           MOVE SPACES TO WS-UNLOAD-FILE.
           STRING FUNCTION TRIM(WS-UNLOAD-DIR) '/'
                  FUNCTION TRIM(JSON-TABLE) '.unl'
               DELIMITED BY SIZE INTO WS-UNLOAD-FILE
           END-STRING.
           OPEN OUTPUT UNLOAD-FILE.
           MOVE ZERO TO WS-ROW-CNT WS-HASH-TOTAL.

           EXEC SQL
               DECLARE C7 CURSOR FOR
               SELECT row_text, OCTET_LENGTH(row_text)
                 FROM (
                   SELECT 'branches' AS tbl,
                          CAST(row_to_json(t) AS TEXT) AS row_text
                     FROM branches t
                   UNION ALL
                   SELECT 'material_types',
                          CAST(row_to_json(t) AS TEXT)
                     FROM material_types t
                   UNION ALL
                   SELECT 'patron_categories',
                          CAST(row_to_json(t) AS TEXT)
                     FROM patron_categories t
                   UNION ALL
                   SELECT 'fee_schedule',
                          CAST(row_to_json(t) AS TEXT)
                     FROM fee_schedule t
                   UNION ALL
                   SELECT 'override_reasons',
                          CAST(row_to_json(t) AS TEXT)
                     FROM override_reasons t
                   UNION ALL
                   SELECT 'system_parameters',
                          CAST(row_to_json(t) AS TEXT)
                     FROM system_parameters t
                   UNION ALL
                   SELECT 'library_calendar',
                          CAST(row_to_json(t) AS TEXT)
                     FROM library_calendar t
                   UNION ALL
                   SELECT 'branch_hours',
                          CAST(row_to_json(t) AS TEXT)
                     FROM branch_hours t
                   UNION ALL
                   SELECT 'copies',
                          CAST(row_to_json(t) AS TEXT)
                     FROM copies t
                   UNION ALL
                   SELECT 'patron_cards',
                          CAST(row_to_json(t) AS TEXT)
                     FROM patron_cards t
                   UNION ALL
                   SELECT 'reviews',
                          CAST(row_to_json(t) AS TEXT)
                     FROM reviews t
                 ) j
                WHERE j.tbl = TRIM(:JSON-TABLE)
                ORDER BY row_text
           END-EXEC.
           EXEC SQL
               OPEN C7
           END-EXEC.
           EXEC SQL
               FETCH C7 INTO :JSON-ROW, :JSON-ROW-LEN
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE JSON-ROW TO UNLOAD-LINE
               WRITE UNLOAD-LINE
               ADD 1 TO WS-ROW-CNT
               ADD JSON-ROW-LEN TO WS-HASH-TOTAL
               EXEC SQL
                   FETCH C7 INTO :JSON-ROW, :JSON-ROW-LEN
               END-EXEC
           END-PERFORM.
           EXEC SQL
               CLOSE C7
           END-EXEC.

           PERFORM WRITE-TRAILER.
           DISPLAY FUNCTION TRIM(JSON-TABLE) ": " WS-ROW-CNT " rows".

       WRITE-TRAILER.
           MOVE SPACES TO UNLOAD-LINE.
           STRING 'T|' WS-ROW-CNT '|' WS-HASH-TOTAL
