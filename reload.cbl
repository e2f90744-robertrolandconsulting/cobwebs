      * soft-delete and version columns, so a restore neither
      * resurrects soft-deleted rows nor resets the optimistic
      * locks -- in foreign-key order, with
      * the per-row accept/reject logging IMPORTBOOKS uses. The
      * JSON-row files (branches, material types and the other
      * reference tables, copies, patron cards, reviews) are loaded
      * whole through JSONB_POPULATE_RECORD; a reference row whose
      * code the migrations already seeded replaces the seeded one,
      * and a copy's purchase-order link, which is not unloaded, is
      * left empty. Row
      * counts and hash totals are reconciled against each file's
      * T| trailer, and the whole load is one transaction that is
      * only committed when every trailer reconciles -- a short or

       FILE SECTION.
       FD  RELOAD-FILE.
       01  RELOAD-LINE                 PIC X(4096).

       WORKING-STORAGE SECTION.
       COPY 'db-connect-params.cpy'.
       01  WS-ITER-X               PIC X(8).
       01  WS-RENEW-X              PIC X(8).
       01  WS-VERSION-X            PIC X(8).
       01  WS-PIN-ITER-X           PIC X(8).

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

       01  JSON-ROW                PIC X(4000).
       01  ACCESSION-NEXT          PIC 9(12).
       EXEC SQL
           END DECLARE SECTION
       END-EXEC.
           END-IF.

      *    FOREIGN-KEY ORDER: PARENTS BEFORE CHILDREN.
           MOVE 'branches' TO WS-TABLE-NAME.
           PERFORM LOAD-ONE-TABLE.
           MOVE 'material_types' TO WS-TABLE-NAME.
           PERFORM LOAD-ONE-TABLE.
           MOVE 'patron_categories' TO WS-TABLE-NAME.
           PERFORM LOAD-ONE-TABLE.
           MOVE 'fee_schedule' TO WS-TABLE-NAME.
           PERFORM LOAD-ONE-TABLE.
           MOVE 'override_reasons' TO WS-TABLE-NAME.
           PERFORM LOAD-ONE-TABLE.
           MOVE 'system_parameters' TO WS-TABLE-NAME.
           PERFORM LOAD-ONE-TABLE.
           MOVE 'library_calendar' TO WS-TABLE-NAME.
           PERFORM LOAD-ONE-TABLE.
           MOVE 'branch_hours' TO WS-TABLE-NAME.
           PERFORM LOAD-ONE-TABLE.
           MOVE 'books' TO WS-TABLE-NAME.
           PERFORM LOAD-ONE-TABLE.
           MOVE 'users' TO WS-TABLE-NAME.
           PERFORM LOAD-ONE-TABLE.
           MOVE 'book_categories' TO WS-TABLE-NAME.
           PERFORM LOAD-ONE-TABLE.
           MOVE 'copies' TO WS-TABLE-NAME.
           PERFORM LOAD-ONE-TABLE.
           MOVE 'patron_cards' TO WS-TABLE-NAME.
           PERFORM LOAD-ONE-TABLE.
           MOVE 'loans' TO WS-TABLE-NAME.
           PERFORM LOAD-ONE-TABLE.
           MOVE 'reviews' TO WS-TABLE-NAME.
           PERFORM LOAD-ONE-TABLE.

           IF WS-RECONCILED = 'y'
      *        NEW COPIES NUMBER ON FROM THE HIGHEST ONE LOADED.
               EXEC SQL
                   SELECT SETVAL('accession_number_seq',
                              COALESCE(MAX(accession_number), 0) + 1,
                              FALSE)
                     INTO :ACCESSION-NEXT
                     FROM copies
               END-EXEC
               EXEC SQL
                   COMMIT WORK
               END-EXEC
                   PERFORM LOAD-BC-ROW
               WHEN 'loans'
                   PERFORM LOAD-LOAN-ROW
               WHEN OTHER
                   PERFORM LOAD-JSON-ROW
           END-EVALUATE.

           IF SQLCODE = ZERO

       LOAD-PATRON-ROW.
           MOVE SPACES TO PATRON-REC-VARS.
           MOVE SPACES TO WS-PIN-ITER-X.
           UNSTRING RELOAD-LINE DELIMITED BY '|'
               INTO PATRON-ID, PATRON-NAME, PATRON-EMAIL,
                    PATRON-PHONE, PATRON-ADDRESS, PATRON-STATUS,
                    PATRON-CATEGORY, PATRON-CARD, PATRON-EXPIRES,
                    PATRON-PIN-HASH, PATRON-PIN-SALT, WS-PIN-ITER-X
           END-UNSTRING.
           IF FUNCTION TRIM(PATRON-STATUS) = SPACES
               MOVE 'active' TO PATRON-STATUS
           END-IF.
      *    FILES FROM BEFORE THE CATEGORY WAS UNLOADED LEAVE IT TO
      *    THE COLUMN DEFAULT.
           IF FUNCTION TRIM(PATRON-CATEGORY) = SPACES
               MOVE 'ADULT' TO PATRON-CATEGORY
           END-IF.
           MOVE ZERO TO PATRON-PIN-ITERS.
           IF FUNCTION TRIM(WS-PIN-ITER-X) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-PIN-ITER-X)
                   TO PATRON-PIN-ITERS
           END-IF.

           EXEC SQL
               INSERT INTO patrons (
                   id, name, email, phone, address, status,
                   category, card_number, expires_at,
                   pin_hash, pin_salt, pin_iterations
               ) VALUES (
                   CAST(:PATRON-ID AS UUID),
                   :PATRON-NAME,
                   NULLIF(TRIM(:PATRON-EMAIL), ''),
                   NULLIF(TRIM(:PATRON-PHONE), ''),
                   NULLIF(TRIM(:PATRON-ADDRESS), ''),
                   :PATRON-STATUS,
                   :PATRON-CATEGORY,
                   NULLIF(TRIM(:PATRON-CARD), ''),
                   TO_DATE(NULLIF(TRIM(:PATRON-EXPIRES), ''),
                       'YYYY-MM-DD'),
                   NULLIF(TRIM(:PATRON-PIN-HASH), ''),
                   NULLIF(TRIM(:PATRON-PIN-SALT), ''),
                   NULLIF(:PATRON-PIN-ITERS, 0)
               )
           END-EXEC.

           UNSTRING RELOAD-LINE DELIMITED BY '|'
               INTO LOAN-ID, LOAN-BOOK-ID, LOAN-PATRON-ID,
                    LOAN-BORROWER, LOAN-CHECKOUT, LOAN-DUE,
                    LOAN-RETURN, LOAN-FINE, WS-RENEW-X, LOAN-LOST,
                    LOAN-BRANCH-ID, LOAN-COPY-ID
           END-UNSTRING.
           MOVE ZERO TO LOAN-RENEWALS.
           IF FUNCTION TRIM(WS-RENEW-X) NOT = SPACES
               INSERT INTO loans (
                   id, book_id, patron_id, borrower,
                   checkout_date, due_date, return_date,
                   fine_amount, renewal_count, lost_at,
                   branch_id, copy_id
               ) VALUES (
                   CAST(:LOAN-ID AS UUID),
                   CAST(:LOAN-BOOK-ID AS UUID),
                       AS NUMERIC(8,2)),
                   :LOAN-RENEWALS,
                   TO_TIMESTAMP(NULLIF(TRIM(:LOAN-LOST), ''),
                       'YYYY-MM-DD HH24:MI:SS'),
                   CAST(NULLIF(TRIM(:LOAN-BRANCH-ID), '') AS UUID),
                   CAST(NULLIF(TRIM(:LOAN-COPY-ID), '') AS UUID)
               )
           END-EXEC.

       LOAD-JSON-ROW.
      *    THE WHOLE ROW IS ONE JSON OBJECT; ITS LENGTH IS THE HASH.
           MOVE RELOAD-LINE TO JSON-ROW.
           ADD FUNCTION LENGTH(FUNCTION TRIM(RELOAD-LINE TRAILING))
               TO WS-HASH-TOTAL.

           EVALUATE FUNCTION TRIM(WS-TABLE-NAME)
               WHEN 'branches'
                   EXEC SQL
                       DELETE FROM branches
                        WHERE code = CAST(:JSON-ROW AS JSONB)
                                         ->> 'code'
                           OR CAST(id AS TEXT) =
                              CAST(:JSON-ROW AS JSONB) ->> 'id'
                   END-EXEC
                   EXEC SQL
                       INSERT INTO branches
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS branches),
                           CAST(:JSON-ROW AS JSONB))
                   END-EXEC
               WHEN 'material_types'
                   EXEC SQL
                       DELETE FROM material_types
                        WHERE code = CAST(:JSON-ROW AS JSONB)
                                         ->> 'code'
                   END-EXEC
                   EXEC SQL
                       INSERT INTO material_types
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS material_types),
                           CAST(:JSON-ROW AS JSONB))
                   END-EXEC
               WHEN 'patron_categories'
                   EXEC SQL
                       DELETE FROM patron_categories
                        WHERE code = CAST(:JSON-ROW AS JSONB)
                                         ->> 'code'
                   END-EXEC
                   EXEC SQL
                       INSERT INTO patron_categories
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS patron_categories),
                           CAST(:JSON-ROW AS JSONB))
                   END-EXEC
               WHEN 'fee_schedule'
                   EXEC SQL
                       DELETE FROM fee_schedule
                        WHERE code = CAST(:JSON-ROW AS JSONB)
                                         ->> 'code'
                   END-EXEC
                   EXEC SQL
                       INSERT INTO fee_schedule
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS fee_schedule),
                           CAST(:JSON-ROW AS JSONB))
                   END-EXEC
               WHEN 'override_reasons'
                   EXEC SQL
                       DELETE FROM override_reasons
                        WHERE code = CAST(:JSON-ROW AS JSONB)
                                         ->> 'code'
                   END-EXEC
                   EXEC SQL
                       INSERT INTO override_reasons
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS override_reasons),
                           CAST(:JSON-ROW AS JSONB))
                   END-EXEC
               WHEN 'system_parameters'
                   EXEC SQL
                       INSERT INTO system_parameters
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS system_parameters),
                           CAST(:JSON-ROW AS JSONB))
                   END-EXEC
               WHEN 'library_calendar'
                   EXEC SQL
                       INSERT INTO library_calendar
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS library_calendar),
                           CAST(:JSON-ROW AS JSONB))
                   END-EXEC
               WHEN 'branch_hours'
                   EXEC SQL
                       INSERT INTO branch_hours
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS branch_hours),
                           CAST(:JSON-ROW AS JSONB))
                   END-EXEC
               WHEN 'copies'
                   EXEC SQL
                       INSERT INTO copies
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS copies),
                           CAST(:JSON-ROW AS JSONB) - 'po_line_id')
                   END-EXEC
               WHEN 'patron_cards'
                   EXEC SQL
                       INSERT INTO patron_cards
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS patron_cards),
                           CAST(:JSON-ROW AS JSONB))
                   END-EXEC
               WHEN 'reviews'
                   EXEC SQL
                       INSERT INTO reviews
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS reviews),
                           CAST(:JSON-ROW AS JSONB))
                   END-EXEC
           END-EVALUATE.

       ERROR-RTN.
           CALL 'SQL-ERROR-HANDLER' USING SQLCODE SQLSTATE SQLERRMC
                'RELOAD                        ' 'ERROR-RTN'
