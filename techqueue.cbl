      ********************************************
      * Work the technical-services processing queue
      *
      * TECHQUEUE
      *
      * New stock arrives from RECEIVEPO in status 'processing' and
      * stays out of the counts until it is finished. This lists
      * the queue for one branch or all of them -- per branch, how
      * many items wait at each checklist step (cataloguing, call
      * number, spine label, physical processing, shelving) and how
      * long they have waited there and since receipt -- then the
      * items themselves, oldest first. Then takes scanned barcodes
      * and ticks a step: catalogued, call number assigned (a copy
      * call number, or the title's own), processed, or
      * shelf-ready. The label step is ticked by PRINTLABELS when
      * the title's label is printed. Shelf-ready needs every step
      * done; it puts the copy on the shelf and into
      * books.copy_count and the branch split, the MENDQUEUE
      * repaired rule, so only then can it be lent or trapped for
      * a hold.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   TECHQUEUE.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       COPY 'db-connect-params.cpy'.

       01  WS-ACTION               PIC X(1).
       01  WS-QUEUE-CNT            PIC 9(6) VALUE ZERO.
       01  WS-DONE-CNT             PIC 9(6) VALUE ZERO.
       01  WS-LAST-BRANCH          PIC X(10) VALUE SPACES.

       EXEC SQL
           BEGIN DECLARE SECTION
       END-EXEC.
       01  HOSTVARS.
           05 BUFFER               PIC X(1024).

       01  Q-BRANCH-FILTER         PIC X(10).

       01  SUM-REC-VARS.
           05  SUM-BRANCH          PIC X(10).
           05  SUM-STEP            PIC X(14).
           05  SUM-ITEMS           PIC 9(6).
           05  SUM-AVG-DAYS        PIC 9(4).
           05  SUM-MAX-DAYS        PIC 9(4).
           05  SUM-OLDEST-DAYS     PIC 9(4).

       01  QUEUE-REC-VARS.
           05  Q-BRANCH            PIC X(10).
           05  Q-STEP              PIC X(14).
           05  Q-BARCODE           PIC X(20).
           05  Q-BOOK-NAME         PIC X(50).
           05  Q-STEP-DAYS         PIC 9(4).
           05  Q-TOTAL-DAYS        PIC 9(4).

       01  COPY-REC-VARS.
           05  COPY-BARCODE        PIC X(20).
           05  COPY-ID             PIC X(36).
           05  COPY-BOOK-ID        PIC X(36).
           05  COPY-BRANCH-ID      PIC X(36).
           05  COPY-STATUS         PIC X(10).
           05  COPY-CATALOGUED     PIC X(1).
           05  COPY-NUMBERED       PIC X(1).
           05  COPY-LABELLED       PIC X(1).
           05  COPY-PROCESSED      PIC X(1).
           05  COPY-CALL-NUMBER    PIC X(30).
           05  BOOK-CALL-NUMBER    PIC X(30).
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
           DISPLAY "TECHQUEUE STARTED".

           COPY 'db-connect.cpy'.

           DISPLAY 'Branch code (blank for every branch): '.
           ACCEPT Q-BRANCH-FILTER.

           PERFORM LIST-SUMMARY.
           PERFORM LIST-QUEUE.

           DISPLAY 'Action: (c)atalogued, call (n)umber assigned, '
               '(p)rocessed, (s)helf-ready, or blank to finish: '.
           ACCEPT WS-ACTION.

           IF WS-ACTION NOT = SPACES
               MOVE 'x' TO COPY-BARCODE
               PERFORM UNTIL COPY-BARCODE = SPACES
                   DISPLAY 'Scan barcode (blank to finish): '
                   ACCEPT COPY-BARCODE
                   IF COPY-BARCODE NOT = SPACES
                       PERFORM PROCESS-ONE-COPY
                   END-IF
               END-PERFORM
           END-IF.

           DISPLAY "------------".
           DISPLAY "In processing:  " WS-QUEUE-CNT.
           DISPLAY "Steps ticked:   " WS-DONE-CNT.

      *    COMMIT
           EXEC SQL
               COMMIT WORK
           END-EXEC.

      *    DISCONNECT
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

      *    END
           DISPLAY "TECHQUEUE FINISHED".
           STOP RUN.

       LIST-SUMMARY.
      *    AN ITEM WAITS AT ITS FIRST UNTICKED STEP; ITS TIME THERE
      *    RUNS FROM THE LATEST STEP TICKED (OR RECEIPT).
           EXEC SQL
               DECLARE C1 CURSOR FOR
               WITH q AS (
                   SELECT br.code,
                          CASE WHEN c.catalogued_at IS NULL
                                   THEN '1 CATALOGUE'
                               WHEN c.call_number_at IS NULL
                                   THEN '2 CALL NUMBER'
                               WHEN c.label_printed_at IS NULL
                                   THEN '3 LABEL'
                               WHEN c.processed_at IS NULL
                                   THEN '4 PROCESSING'
                               ELSE '5 SHELVING' END AS step,
                          CURRENT_DATE - CAST(GREATEST(
                              c.processing_since, c.catalogued_at,
                              c.call_number_at, c.label_printed_at,
                              c.processed_at) AS DATE) AS step_days,
                          CURRENT_DATE - CAST(COALESCE(
                              c.processing_since, c.added_at)
                              AS DATE) AS total_days
                       FROM copies c
                       JOIN branches br ON br.id = c.branch_id
                       WHERE c.status = 'processing'
                       AND (TRIM(:Q-BRANCH-FILTER) = ''
                            OR br.code = TRIM(:Q-BRANCH-FILTER)))
               SELECT code, step, COUNT(*),
                      CAST(ROUND(AVG(step_days)) AS INTEGER),
                      MAX(step_days), MAX(total_days)
                   FROM q
                   GROUP BY code, step
                   ORDER BY code, step
           END-EXEC.
           EXEC SQL
               OPEN C1
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY "---- PROCESSING QUEUE BY BRANCH ----".
           DISPLAY "BRANCH     WAITING AT      ITEMS AVG D MAX D"
               " OLDEST".
           EXEC SQL
               FETCH C1 INTO :SUM-BRANCH, :SUM-STEP, :SUM-ITEMS,
                             :SUM-AVG-DAYS, :SUM-MAX-DAYS,
                             :SUM-OLDEST-DAYS
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD SUM-ITEMS TO WS-QUEUE-CNT
               IF SUM-BRANCH NOT = WS-LAST-BRANCH
                   DISPLAY SUM-BRANCH " " SUM-STEP "  " SUM-ITEMS
                       "  " SUM-AVG-DAYS "  " SUM-MAX-DAYS "   "
                       SUM-OLDEST-DAYS
                   MOVE SUM-BRANCH TO WS-LAST-BRANCH
               ELSE
                   DISPLAY "           " SUM-STEP "  " SUM-ITEMS
                       "  " SUM-AVG-DAYS "  " SUM-MAX-DAYS "   "
                       SUM-OLDEST-DAYS
               END-IF
               EXEC SQL
                   FETCH C1 INTO :SUM-BRANCH, :SUM-STEP,
                                 :SUM-ITEMS, :SUM-AVG-DAYS,
                                 :SUM-MAX-DAYS, :SUM-OLDEST-DAYS
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C1
           END-EXEC.

       LIST-QUEUE.
           EXEC SQL
               DECLARE C2 CURSOR FOR
               SELECT br.code,
                      CASE WHEN c.catalogued_at IS NULL
                               THEN '1 CATALOGUE'
                           WHEN c.call_number_at IS NULL
                               THEN '2 CALL NUMBER'
                           WHEN c.label_printed_at IS NULL
                               THEN '3 LABEL'
                           WHEN c.processed_at IS NULL
                               THEN '4 PROCESSING'
                           ELSE '5 SHELVING' END,
                      c.barcode, b.name,
                      CURRENT_DATE - CAST(GREATEST(
                          c.processing_since, c.catalogued_at,
                          c.call_number_at, c.label_printed_at,
                          c.processed_at) AS DATE),
                      CURRENT_DATE - CAST(COALESCE(
                          c.processing_since, c.added_at) AS DATE)
                   FROM copies c
                   JOIN books b ON b.id = c.book_id
                   JOIN branches br ON br.id = c.branch_id
                   WHERE c.status = 'processing'
                   AND (TRIM(:Q-BRANCH-FILTER) = ''
                        OR br.code = TRIM(:Q-BRANCH-FILTER))
                   ORDER BY br.code, 2,
                            COALESCE(c.processing_since, c.added_at),
                            c.barcode
           END-EXEC.
           EXEC SQL
               OPEN C2
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY " ".
           DISPLAY "BRANCH     WAITING AT     BARCODE              "
               "AT STEP TOTAL  TITLE".
           EXEC SQL
               FETCH C2 INTO :Q-BRANCH, :Q-STEP, :Q-BARCODE,
                             :Q-BOOK-NAME, :Q-STEP-DAYS,
                             :Q-TOTAL-DAYS
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY Q-BRANCH " " Q-STEP " " Q-BARCODE " "
                   Q-STEP-DAYS "    " Q-TOTAL-DAYS "   "
                   FUNCTION TRIM(Q-BOOK-NAME)
               EXEC SQL
                   FETCH C2 INTO :Q-BRANCH, :Q-STEP, :Q-BARCODE,
                                 :Q-BOOK-NAME, :Q-STEP-DAYS,
                                 :Q-TOTAL-DAYS
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C2
           END-EXEC.

       PROCESS-ONE-COPY.
           EXEC SQL
               SELECT CAST(c.id AS VARCHAR),
                      CAST(c.book_id AS VARCHAR),
                      CAST(c.branch_id AS VARCHAR),
                      c.status,
                      CASE WHEN c.catalogued_at IS NULL
                           THEN 'N' ELSE 'Y' END,
                      CASE WHEN c.call_number_at IS NULL
                           THEN 'N' ELSE 'Y' END,
                      CASE WHEN c.label_printed_at IS NULL
                           THEN 'N' ELSE 'Y' END,
                      CASE WHEN c.processed_at IS NULL
                           THEN 'N' ELSE 'Y' END,
                      COALESCE(b.call_number, ''), b.name
                   INTO :COPY-ID, :COPY-BOOK-ID, :COPY-BRANCH-ID,
                        :COPY-STATUS, :COPY-CATALOGUED,
                        :COPY-NUMBERED, :COPY-LABELLED,
                        :COPY-PROCESSED, :BOOK-CALL-NUMBER,
                        :BOOK-NAME
                   FROM copies c
                   JOIN books b ON b.id = c.book_id
                   WHERE c.barcode = TRIM(:COPY-BARCODE)
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "No copy with that barcode"
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(COPY-STATUS) NOT = 'processing'
               DISPLAY FUNCTION TRIM(BOOK-NAME) " is "
                   FUNCTION TRIM(COPY-STATUS)
                   ", not in the processing queue"
               EXIT PARAGRAPH
           END-IF.

           EVALUATE WS-ACTION
               WHEN 'c'
               WHEN 'C'
                   PERFORM MARK-CATALOGUED
               WHEN 'n'
               WHEN 'N'
                   PERFORM MARK-CALL-NUMBER
               WHEN 'p'
               WHEN 'P'
                   PERFORM MARK-PROCESSED
               WHEN 's'
               WHEN 'S'
                   PERFORM MARK-SHELF-READY
               WHEN OTHER
                   DISPLAY "Unknown action"
                   EXIT PARAGRAPH
           END-EVALUATE.

           IF COPY-ID = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE 'copies' TO AUDIT-TABLE-NAME.
           MOVE COPY-ID TO AUDIT-RECORD-ID.
           MOVE 'UPDATE' TO AUDIT-OPERATION.
           MOVE 'cli' TO AUDIT-ACTOR.
           PERFORM WRITE-AUDIT-LOG.

           ADD 1 TO WS-DONE-CNT.

       MARK-CATALOGUED.
           IF COPY-CATALOGUED = 'Y'
               DISPLAY FUNCTION TRIM(COPY-BARCODE)
                   " is already catalogued"
               MOVE SPACES TO COPY-ID
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               UPDATE copies
                   SET catalogued_at = NOW()
                   WHERE id = CAST(:COPY-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY "CATALOGUED " FUNCTION TRIM(COPY-BARCODE) "  "
               FUNCTION TRIM(BOOK-NAME).

       MARK-CALL-NUMBER.
      *    A COPY-LEVEL CALL NUMBER OVERRIDES THE TITLE'S, THE
      *    COPYMAINT RULE; BLANK ACCEPTS THE TITLE'S OWN.
           IF COPY-NUMBERED = 'Y'
               DISPLAY FUNCTION TRIM(COPY-BARCODE)
                   " already has its call number"
               MOVE SPACES TO COPY-ID
               EXIT PARAGRAPH
           END-IF.

           DISPLAY 'Copy call number (blank for the title''s '
               FUNCTION TRIM(BOOK-CALL-NUMBER) '): '.
           ACCEPT COPY-CALL-NUMBER.
           IF FUNCTION TRIM(COPY-CALL-NUMBER) = SPACES
                   AND FUNCTION TRIM(BOOK-CALL-NUMBER) = SPACES
               DISPLAY "The title has no call number -- "
                   "enter one for the copy"
               MOVE SPACES TO COPY-ID
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               UPDATE copies
                   SET call_number =
                           NULLIF(TRIM(:COPY-CALL-NUMBER), ''),
                       call_number_at = NOW()
                   WHERE id = CAST(:COPY-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY "NUMBERED   " FUNCTION TRIM(COPY-BARCODE) "  "
               FUNCTION TRIM(BOOK-NAME).

       MARK-PROCESSED.
      *    COVERS, OWNERSHIP STAMPS, SECURITY STRIP.
           IF COPY-PROCESSED = 'Y'
               DISPLAY FUNCTION TRIM(COPY-BARCODE)
                   " is already processed"
               MOVE SPACES TO COPY-ID
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               UPDATE copies
                   SET processed_at = NOW()
                   WHERE id = CAST(:COPY-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY "PROCESSED  " FUNCTION TRIM(COPY-BARCODE) "  "
               FUNCTION TRIM(BOOK-NAME).

       MARK-SHELF-READY.
           IF COPY-CATALOGUED NOT = 'Y'
               DISPLAY FUNCTION TRIM(COPY-BARCODE)
                   " is not catalogued yet"
               MOVE SPACES TO COPY-ID
               EXIT PARAGRAPH
           END-IF.
           IF COPY-NUMBERED NOT = 'Y'
               DISPLAY FUNCTION TRIM(COPY-BARCODE)
                   " has no call number assigned yet"
               MOVE SPACES TO COPY-ID
               EXIT PARAGRAPH
           END-IF.
           IF COPY-LABELLED NOT = 'Y'
               DISPLAY FUNCTION TRIM(COPY-BARCODE)
                   " has no label yet -- run PRINTLABELS"
               MOVE SPACES TO COPY-ID
               EXIT PARAGRAPH
           END-IF.
           IF COPY-PROCESSED NOT = 'Y'
               DISPLAY FUNCTION TRIM(COPY-BARCODE)
                   " is not processed yet"
               MOVE SPACES TO COPY-ID
               EXIT PARAGRAPH
           END-IF.

      *    ONTO THE SHELF AND INTO BOTH COUNTS, THE MENDQUEUE
      *    REPAIRED RULE; THE NEXT PULLLIST OR RETURN SCAN CAN
      *    TRAP IT FOR A HOLD.
           EXEC SQL
               UPDATE copies
                   SET status = 'on-shelf',
                       shelf_ready_at = NOW()
                   WHERE id = CAST(:COPY-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               UPDATE books
                   SET copy_count = copy_count + 1
                   WHERE id = CAST(:COPY-BOOK-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               INSERT INTO branch_holdings
                   (book_id, branch_id, copy_count)
                   VALUES (CAST(:COPY-BOOK-ID AS UUID),
                           CAST(:COPY-BRANCH-ID AS UUID), 1)
                   ON CONFLICT (book_id, branch_id) DO UPDATE
                       SET copy_count =
                           branch_holdings.copy_count + 1
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY "SHELVED    " FUNCTION TRIM(COPY-BARCODE) "  "
               FUNCTION TRIM(BOOK-NAME) " -- available".

      *    AVAILABILITY CHANGED -- SAME BOOKS EVENT AS COPYMAINT.
           MOVE 'books' TO AUDIT-TABLE-NAME.
           MOVE COPY-BOOK-ID TO AUDIT-RECORD-ID.
           MOVE 'UPDATE' TO AUDIT-OPERATION.
           CALL "ENQUEUE-EVENT" USING AUDIT-TABLE-NAME
                AUDIT-RECORD-ID AUDIT-OPERATION
           END-CALL.

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
                'TECHQUEUE                     ' 'ERROR-RTN'
           END-CALL.

       END-PROGRAM.
