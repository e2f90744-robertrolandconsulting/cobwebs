      ********************************************
      * Build the day's homebound deliveries and route sheet
      *
      * HOMEBOUNDRUN
      *
      * Daily, for every homebound patron whose next visit has
      * come round (see HOMEBOUNDMAINT): picks up to the patron's
      * books-a-visit from copies on the shelf at the route's
      * branch -- titles they have never borrowed or been sent,
      * in the categories and by the authors they like (anything,
      * if they have named none), nothing on their do-not-send
      * list and nothing another reader is queued for -- lends
      * each one to them for the route's delivery loan period,
      * and moves the next visit on. The route sheet
      * (HOMEBOUND_SHEET_FILE, default homebound-routes.txt)
      * gives the driver each route in stop order: who, where,
      * what to collect and what to hand over.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   HOMEBOUNDRUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(256).

       WORKING-STORAGE SECTION.
       COPY 'db-connect-params.cpy'.

       01  WS-REPORT-FILE          PIC X(1024).
       01  WS-REPORT-FILE-STATUS   PIC X(2).
       01  WS-LAST-ROUTE           PIC X(10).
       01  WS-VISIT-CNT            PIC 9(6) VALUE ZERO.
       01  WS-LENT-CNT             PIC 9(6) VALUE ZERO.
       01  WS-STOP-LENT-CNT        PIC 9(4).

       EXEC SQL
           BEGIN DECLARE SECTION
       END-EXEC.
       01  HOSTVARS.
           05 BUFFER               PIC X(1024).

       01  RUN-DATE                PIC X(10).

       01  VISIT-REC-VARS.
           05  VISIT-ROUTE         PIC X(10).
           05  VISIT-ROUTE-NAME    PIC X(50).
           05  VISIT-BRANCH-ID     PIC X(36).
           05  VISIT-LOAN-DAYS     PIC 9(3).
           05  VISIT-STOP          PIC 9(4).
           05  VISIT-PATRON-ID     PIC X(36).
           05  VISIT-NAME          PIC X(50).
           05  VISIT-ADDRESS       PIC X(200).
           05  VISIT-PHONE         PIC X(20).
           05  VISIT-ITEMS         PIC 9(3).

       01  OUT-REC-VARS.
           05  OUT-TITLE           PIC X(50).
           05  OUT-BARCODE         PIC X(20).
           05  OUT-DUE-DATE        PIC X(10).

       01  PICK-REC-VARS.
           05  PICK-COPY-ID        PIC X(36).
           05  PICK-BOOK-ID        PIC X(36).
           05  PICK-TITLE          PIC X(50).
           05  PICK-AUTHOR         PIC X(50).
           05  PICK-BARCODE        PIC X(20).
           05  PICK-CALL-NUMBER    PIC X(30).
           05  PICK-BH-CNT         PIC 9(4).

       01  LOAN-REC-VARS.
           05  LOAN-ID             PIC X(36).
           05  LOAN-DUE-DATE       PIC X(10).

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
           DISPLAY "HOMEBOUNDRUN STARTED".

           COPY 'db-connect.cpy'.

           EXEC SQL
               SELECT TO_CHAR(CURRENT_DATE, 'YYYY-MM-DD')
                   INTO :RUN-DATE
           END-EXEC.

           ACCEPT WS-REPORT-FILE
               FROM ENVIRONMENT 'HOMEBOUND_SHEET_FILE'.
           IF WS-REPORT-FILE = SPACES
               MOVE 'homebound-routes.txt' TO WS-REPORT-FILE
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'HOMEBOUND DELIVERIES -- ' RUN-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           PERFORM BUILD-VISITS.

           MOVE ALL '=' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TOTALS: VISITS ' WS-VISIT-CNT
                  ', ITEMS LENT ' WS-LENT-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.

           DISPLAY "Visits:     " WS-VISIT-CNT.
           DISPLAY "Items lent: " WS-LENT-CNT.
           DISPLAY "Route sheet written to "
               FUNCTION TRIM(WS-REPORT-FILE).

      *    COMMIT
           EXEC SQL
               COMMIT WORK
           END-EXEC.

      *    DISCONNECT
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

      *    END
           DISPLAY "HOMEBOUNDRUN FINISHED".
           STOP RUN.

       BUILD-VISITS.
      *    A VISIT MISSED ON AN EARLIER DAY IS STILL DUE.
           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT r.code, r.name, CAST(r.branch_id AS VARCHAR),
                      r.loan_days, COALESCE(p.homebound_stop, 0),
                      CAST(p.id AS VARCHAR), p.name,
                      COALESCE(p.address, ''),
                      COALESCE(p.phone, ''), p.visit_items
                      FROM patrons p
                      JOIN homebound_routes r
                          ON r.code = p.homebound_route
                      WHERE p.homebound
                      AND r.active
                      AND p.status = 'active'
                      AND p.next_visit <= CURRENT_DATE
                      ORDER BY r.code, p.homebound_stop, p.name
           END-EXEC.
           EXEC SQL
               OPEN C1
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE SPACES TO WS-LAST-ROUTE.
           EXEC SQL
               FETCH C1 INTO :VISIT-ROUTE, :VISIT-ROUTE-NAME,
                             :VISIT-BRANCH-ID, :VISIT-LOAN-DAYS,
                             :VISIT-STOP, :VISIT-PATRON-ID,
                             :VISIT-NAME, :VISIT-ADDRESS,
                             :VISIT-PHONE, :VISIT-ITEMS
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               IF VISIT-ROUTE NOT = WS-LAST-ROUTE
                   MOVE ALL '=' TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE SPACES TO REPORT-LINE
                   STRING 'ROUTE ' FUNCTION TRIM(VISIT-ROUTE)
                          ' -- ' FUNCTION TRIM(VISIT-ROUTE-NAME)
                          DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
                   MOVE VISIT-ROUTE TO WS-LAST-ROUTE
               END-IF
               ADD 1 TO WS-VISIT-CNT
               MOVE ALL '-' TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING 'STOP ' VISIT-STOP '  '
                      FUNCTION TRIM(VISIT-NAME) '  '
                      FUNCTION TRIM(VISIT-PHONE)
                      DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING '     ' FUNCTION TRIM(VISIT-ADDRESS)
                      DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               PERFORM WRITE-COLLECT-LIST
               PERFORM PICK-AND-LEND
               PERFORM SET-NEXT-VISIT
               EXEC SQL
                   FETCH C1 INTO :VISIT-ROUTE, :VISIT-ROUTE-NAME,
                                 :VISIT-BRANCH-ID, :VISIT-LOAN-DAYS,
                                 :VISIT-STOP, :VISIT-PATRON-ID,
                                 :VISIT-NAME, :VISIT-ADDRESS,
                                 :VISIT-PHONE, :VISIT-ITEMS
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C1
           END-EXEC.

       WRITE-COLLECT-LIST.
      *    EVERYTHING THE PATRON HAS OUT, SO THE DRIVER CAN BRING
      *    BACK WHAT THEY HAVE FINISHED WITH.
           EXEC SQL
               DECLARE C2 CURSOR FOR
               SELECT b.name, COALESCE(c.barcode, ''),
                      TO_CHAR(l.due_date, 'YYYY-MM-DD')
                      FROM loans l
                      JOIN books b ON b.id = l.book_id
                      LEFT JOIN copies c ON c.id = l.copy_id
                      WHERE l.patron_id =
                          CAST(:VISIT-PATRON-ID AS UUID)
                      AND l.return_date IS NULL
                      AND l.lost_at IS NULL
                      ORDER BY l.due_date
           END-EXEC.
           EXEC SQL
               OPEN C2
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               FETCH C2 INTO :OUT-TITLE, :OUT-BARCODE, :OUT-DUE-DATE
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE SPACES TO REPORT-LINE
               STRING '     COLLECT  ' OUT-BARCODE '  '
                      FUNCTION TRIM(OUT-TITLE)
                      '  (due ' OUT-DUE-DATE ')'
                      DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               EXEC SQL
                   FETCH C2 INTO :OUT-TITLE, :OUT-BARCODE,
                                 :OUT-DUE-DATE
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C2
           END-EXEC.

       PICK-AND-LEND.
      *    ONE COPY PER TITLE, OLDEST ACCESSION FIRST; NEWEST
      *    TITLES FIRST. NEVER BORROWED MEANS NEITHER A LOAN STILL
      *    LINKED TO THE PATRON, LIVE OR ARCHIVED (LOANS_ALL), NOR
      *    ANYTHING ON THEIR ALREADY-READ LIST. IN-LIBRARY-USE,
      *    HOURLY AND ELECTRONIC MATERIAL NEVER GOES OUT ON A
      *    DELIVERY.
           MOVE ZERO TO WS-STOP-LENT-CNT.
           EXEC SQL
               DECLARE C3 CURSOR FOR
               SELECT CAST(x.copy_id AS VARCHAR),
                      CAST(x.book_id AS VARCHAR), x.name,
                      x.author, x.barcode, x.call_number
                 FROM (SELECT DISTINCT ON (b.id)
                              c.id AS copy_id, b.id AS book_id,
                              b.name, COALESCE(b.author, '')
                                  AS author,
                              c.barcode,
                              COALESCE(c.call_number, b.call_number,
                                       '') AS call_number,
                              b.created_at
                         FROM copies c
                         JOIN books b ON b.id = c.book_id
                         JOIN material_types mt
                             ON mt.code = b.material_type
                        WHERE c.branch_id =
                                  CAST(:VISIT-BRANCH-ID AS UUID)
                          AND c.status = 'on-shelf'
                          AND b.deleted_at IS NULL
                          AND mt.lendable
                          AND mt.loan_hours IS NULL
                          AND COALESCE(b.resource_type, 'print')
                              <> 'electronic'
                          AND NOT EXISTS (SELECT 1 FROM loans_all l
                               WHERE l.book_id = b.id
                               AND l.patron_id =
                                   CAST(:VISIT-PATRON-ID AS UUID))
                          AND NOT EXISTS (SELECT 1
                               FROM homebound_deliveries d
                               WHERE d.book_id = b.id
                               AND d.patron_id =
                                   CAST(:VISIT-PATRON-ID AS UUID))
                          AND NOT EXISTS (SELECT 1
                               FROM homebound_exclusions e
                               WHERE e.patron_id =
                                   CAST(:VISIT-PATRON-ID AS UUID)
                               AND (e.book_id = b.id
                                    OR e.author_id IN
                                       (SELECT ba.author_id
                                          FROM book_authors ba
                                         WHERE ba.book_id = b.id)))
                          AND NOT EXISTS (SELECT 1 FROM holds h
                               WHERE h.book_id = b.id
                               AND h.status = 'open')
                          AND (NOT EXISTS (SELECT 1
                                 FROM homebound_interests i
                                WHERE i.patron_id =
                                   CAST(:VISIT-PATRON-ID AS UUID))
                               OR EXISTS (SELECT 1
                                 FROM homebound_interests i
                                WHERE i.patron_id =
                                   CAST(:VISIT-PATRON-ID AS UUID)
                                  AND (EXISTS (SELECT 1
                                         FROM book_categories bc
                                        WHERE bc.book_id = b.id
                                          AND bc.category_id
                                              = i.category_id)
                                       OR EXISTS (SELECT 1
                                         FROM book_authors ba
                                        WHERE ba.book_id = b.id
                                          AND ba.author_id
                                              = i.author_id))))
                        ORDER BY b.id, c.accession_number) x
                ORDER BY x.created_at DESC
                LIMIT :VISIT-ITEMS
           END-EXEC.
           EXEC SQL
               OPEN C3
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               FETCH C3 INTO :PICK-COPY-ID, :PICK-BOOK-ID,
                             :PICK-TITLE, :PICK-AUTHOR,
                             :PICK-BARCODE, :PICK-CALL-NUMBER
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM LEND-ONE
               EXEC SQL
                   FETCH C3 INTO :PICK-COPY-ID, :PICK-BOOK-ID,
                                 :PICK-TITLE, :PICK-AUTHOR,
                                 :PICK-BARCODE, :PICK-CALL-NUMBER
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C3
           END-EXEC.

           IF WS-STOP-LENT-CNT = 0
               MOVE '     NOTHING NEW ON THE SHELF -- CHOOSE BY HAND'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       LEND-ONE.
      *    THE SAME LOAN CHECKOUTBOOK WRITES, FROM THE ROUTE'S
      *    BRANCH, DUE THE ROUTE'S LOAN DAYS ON (ROLLED TO AN OPEN
      *    DAY). THE DESK'S LOAN LIMIT DOESN'T APPLY -- OUTREACH
      *    SETS HOW MANY GO ON EACH VISIT.
           EXEC SQL
               INSERT INTO loans (
                   book_id,
                   patron_id,
                   borrower,
                   branch_id,
                   copy_id,
                   checkout_date,
                   due_date
               ) VALUES (
                   CAST(:PICK-BOOK-ID AS UUID),
                   CAST(:VISIT-PATRON-ID AS UUID),
                   :VISIT-NAME,
                   CAST(:VISIT-BRANCH-ID AS UUID),
                   CAST(:PICK-COPY-ID AS UUID),
                   NOW(),
                   next_open_day(CAST(:VISIT-BRANCH-ID AS UUID),
                       CAST(NOW()
                       + make_interval(days => :VISIT-LOAN-DAYS)
                       AS DATE))
                       + (NOW() - DATE_TRUNC('day', NOW()))
               ) RETURNING id, TO_CHAR(due_date, 'YYYY-MM-DD')
                   INTO :LOAN-ID, :LOAN-DUE-DATE
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               UPDATE copies
                   SET status = 'out'
                   WHERE id = CAST(:PICK-COPY-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               UPDATE BOOKS
                   SET copies_checked_out = copies_checked_out + 1
                   WHERE id = CAST(:PICK-BOOK-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE ZERO TO PICK-BH-CNT.
           EXEC SQL
               SELECT COUNT(*) INTO :PICK-BH-CNT
                   FROM branch_holdings
                   WHERE book_id = CAST(:PICK-BOOK-ID AS UUID)
                   AND branch_id = CAST(:VISIT-BRANCH-ID AS UUID)
           END-EXEC.
           IF PICK-BH-CNT > 0
               EXEC SQL
                   UPDATE branch_holdings
                       SET copies_checked_out
                           = copies_checked_out + 1
                       WHERE book_id = CAST(:PICK-BOOK-ID AS UUID)
                       AND branch_id =
                           CAST(:VISIT-BRANCH-ID AS UUID)
               END-EXEC
               IF SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
                   STOP RUN
               END-IF
           END-IF.

           EXEC SQL
               INSERT INTO homebound_deliveries (
                   patron_id,
                   book_id,
                   loan_id
               ) VALUES (
                   CAST(:VISIT-PATRON-ID AS UUID),
                   CAST(:PICK-BOOK-ID AS UUID),
                   CAST(:LOAN-ID AS UUID)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           ADD 1 TO WS-STOP-LENT-CNT WS-LENT-CNT.
           MOVE SPACES TO REPORT-LINE.
           STRING '     DELIVER  ' PICK-BARCODE '  '
                  FUNCTION TRIM(PICK-CALL-NUMBER) '  '
                  FUNCTION TRIM(PICK-TITLE) ' / '
                  FUNCTION TRIM(PICK-AUTHOR)
                  '  (due ' LOAN-DUE-DATE ')'
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE 'loans' TO AUDIT-TABLE-NAME.
           MOVE LOAN-ID TO AUDIT-RECORD-ID.
           MOVE 'INSERT' TO AUDIT-OPERATION.
           MOVE 'batch' TO AUDIT-ACTOR.
           PERFORM WRITE-AUDIT-LOG.

           CALL "ENQUEUE-EVENT" USING AUDIT-TABLE-NAME
                AUDIT-RECORD-ID AUDIT-OPERATION
           END-CALL.

       SET-NEXT-VISIT.
           EXEC SQL
               UPDATE patrons
                   SET next_visit = CURRENT_DATE + visit_days
                   WHERE id = CAST(:VISIT-PATRON-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

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
                'HOMEBOUNDRUN                  ' 'ERROR-RTN'
           END-CALL.

       END-PROGRAM.
