      ********************************************
      * Work the mending queue
      *
      * MENDQUEUE
      *
      * Lists every copy off the shelf for repair -- status
      * 'mending' or 'bindery', whether it got there through the
      * damage step at return (see DAMAGE-CHECK) or by hand in
      * COPYMAINT -- oldest first, with the damage report behind
      * it. Then takes scanned barcodes and moves each one on:
      * repaired (back on the shelf and into both counts), sent to
      * the bindery, or withdrawn. A withdrawal writes the same
      * DEACCESSION_LOG row WITHDRAWITEMS does, valued the same
      * way, so VALUATIONREPORT and the annual return see it; a
      * title left with no copies at all is flagged for the
      * weeding list.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   MENDQUEUE.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       COPY 'db-connect-params.cpy'.

       01  WS-ACTION               PIC X(1).
       01  WS-QUEUE-CNT            PIC 9(6) VALUE ZERO.
       01  WS-DONE-CNT             PIC 9(6) VALUE ZERO.
       01  D-UNIT-VALUE            PIC -(6)9.99.

       EXEC SQL
           BEGIN DECLARE SECTION
       END-EXEC.
       01  HOSTVARS.
           05 BUFFER               PIC X(1024).

       01  QUEUE-REC-VARS.
           05  Q-BRANCH            PIC X(10).
           05  Q-BARCODE           PIC X(20).
           05  Q-STATUS            PIC X(10).
           05  Q-BOOK-NAME         PIC X(50).
           05  Q-SEVERITY          PIC X(10).
           05  Q-SINCE             PIC X(10).
           05  Q-NOTE              PIC X(100).

       01  COPY-REC-VARS.
           05  COPY-BARCODE        PIC X(20).
           05  COPY-ID             PIC X(36).
           05  COPY-BOOK-ID        PIC X(36).
           05  COPY-BRANCH-ID      PIC X(36).
           05  COPY-STATUS         PIC X(10).
           05  BOOK-NAME           PIC X(50).
           05  COPY-LEFT-CNT       PIC 9(4).

       01  WD-REC-VARS.
           05  WD-DISPOSITION      PIC X(12).
           05  WD-OPERATOR         PIC X(50).
           05  WD-UNIT-VALUE       PIC 9(6)V99.

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
           DISPLAY "MENDQUEUE STARTED".

           COPY 'db-connect.cpy'.

           ACCEPT WD-OPERATOR FROM ENVIRONMENT 'DESK_OPERATOR'.
           IF FUNCTION TRIM(WD-OPERATOR) = SPACES
               DISPLAY 'Operator initials: '
               ACCEPT WD-OPERATOR
           END-IF.

           PERFORM LIST-QUEUE.

           DISPLAY 'Action: (r)epaired, (b)indery, (w)ithdraw, '
               'or blank to finish: '.
           ACCEPT WS-ACTION.

           IF WS-ACTION = 'w' OR WS-ACTION = 'W'
               DISPLAY 'Disposition (booksale/donation/recycle/'
                   'transfer, blank for recycle): '
               ACCEPT WD-DISPOSITION
               IF FUNCTION TRIM(WD-DISPOSITION) = SPACES
                   MOVE 'recycle' TO WD-DISPOSITION
               END-IF
           END-IF.

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
           DISPLAY "In the queue:   " WS-QUEUE-CNT.
           DISPLAY "Moved on:       " WS-DONE-CNT.

      *    COMMIT
           EXEC SQL
               COMMIT WORK
           END-EXEC.

      *    DISCONNECT
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

      *    END
           DISPLAY "MENDQUEUE FINISHED".
           STOP RUN.

       LIST-QUEUE.
      *    THE NEWEST DAMAGE REPORT ON EACH COPY, WHERE THERE IS
      *    ONE; A COPY SENT TO MENDING BY HAND HAS NONE.
           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT COALESCE(br.code, '-'), c.barcode, c.status,
                      b.name, COALESCE(d.severity, ''),
                      COALESCE(TO_CHAR(d.reported_at, 'YYYY-MM-DD'),
                               ''),
                      COALESCE(d.note, c.condition_note, '')
                   FROM copies c
                   JOIN books b ON b.id = c.book_id
                   LEFT JOIN branches br ON br.id = c.branch_id
                   LEFT JOIN LATERAL (
                       SELECT dr.severity, dr.reported_at, dr.note
                           FROM damage_reports dr
                           WHERE dr.copy_id = c.id
                           ORDER BY dr.reported_at DESC
                           LIMIT 1) d ON TRUE
                   WHERE c.status IN ('mending', 'bindery')
                   ORDER BY d.reported_at NULLS FIRST, c.barcode
           END-EXEC.
           EXEC SQL
               OPEN C1
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY "---- MENDING QUEUE ----".
           EXEC SQL
               FETCH C1 INTO :Q-BRANCH, :Q-BARCODE, :Q-STATUS,
                             :Q-BOOK-NAME, :Q-SEVERITY, :Q-SINCE,
                             :Q-NOTE
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO WS-QUEUE-CNT
               DISPLAY Q-BRANCH " " Q-BARCODE " " Q-STATUS " "
                   Q-SINCE " " Q-SEVERITY " "
                   FUNCTION TRIM(Q-BOOK-NAME)
               IF FUNCTION TRIM(Q-NOTE) NOT = SPACES
                   DISPLAY "    " FUNCTION TRIM(Q-NOTE)
               END-IF
               EXEC SQL
                   FETCH C1 INTO :Q-BRANCH, :Q-BARCODE, :Q-STATUS,
                                 :Q-BOOK-NAME, :Q-SEVERITY,
                                 :Q-SINCE, :Q-NOTE
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C1
           END-EXEC.

       PROCESS-ONE-COPY.
           EXEC SQL
               SELECT CAST(c.id AS VARCHAR),
                      CAST(c.book_id AS VARCHAR),
                      CAST(c.branch_id AS VARCHAR),
                      c.status, b.name
                   INTO :COPY-ID, :COPY-BOOK-ID, :COPY-BRANCH-ID,
                        :COPY-STATUS, :BOOK-NAME
                   FROM copies c
                   JOIN books b ON b.id = c.book_id
                   WHERE c.barcode = TRIM(:COPY-BARCODE)
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "No copy with that barcode"
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(COPY-STATUS) NOT = 'mending'
                   AND FUNCTION TRIM(COPY-STATUS) NOT = 'bindery'
               DISPLAY FUNCTION TRIM(BOOK-NAME) " is "
                   FUNCTION TRIM(COPY-STATUS)
                   ", not in the mending queue"
               EXIT PARAGRAPH
           END-IF.

           EVALUATE WS-ACTION
               WHEN 'r'
               WHEN 'R'
                   PERFORM MARK-REPAIRED
               WHEN 'b'
               WHEN 'B'
                   PERFORM SEND-TO-BINDERY
               WHEN 'w'
               WHEN 'W'
                   PERFORM WITHDRAW-COPY
               WHEN OTHER
                   DISPLAY "Unknown action"
                   EXIT PARAGRAPH
           END-EVALUATE.

           MOVE 'copies' TO AUDIT-TABLE-NAME.
           MOVE COPY-ID TO AUDIT-RECORD-ID.
           MOVE 'UPDATE' TO AUDIT-OPERATION.
           MOVE 'cli' TO AUDIT-ACTOR.
           PERFORM WRITE-AUDIT-LOG.

      *    AVAILABILITY MAY HAVE CHANGED -- SAME BOOKS EVENT AS
      *    COPYMAINT.
           MOVE 'books' TO AUDIT-TABLE-NAME.
           MOVE COPY-BOOK-ID TO AUDIT-RECORD-ID.
           MOVE 'UPDATE' TO AUDIT-OPERATION.
           CALL "ENQUEUE-EVENT" USING AUDIT-TABLE-NAME
                AUDIT-RECORD-ID AUDIT-OPERATION
           END-CALL.

           ADD 1 TO WS-DONE-CNT.

       MARK-REPAIRED.
      *    BACK ON THE SHELF REJOINS BOTH COUNTS, THE COPYMAINT
      *    RULE; THE NEXT PULLLIST OR RETURN SCAN CAN TRAP IT.
           EXEC SQL
               UPDATE copies
                   SET status = 'on-shelf'
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
               UPDATE branch_holdings
                   SET copy_count = copy_count + 1
                   WHERE book_id = CAST(:COPY-BOOK-ID AS UUID)
                   AND branch_id = CAST(:COPY-BRANCH-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN
               STOP RUN
           END-IF.

           EXEC SQL
               UPDATE damage_reports
                   SET status = 'repaired',
                       resolved_at = NOW()
                   WHERE copy_id = CAST(:COPY-ID AS UUID)
                   AND status IN ('mending', 'bindery')
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN
               STOP RUN
           END-IF.

           DISPLAY "REPAIRED  " FUNCTION TRIM(COPY-BARCODE) "  "
               FUNCTION TRIM(BOOK-NAME) " -- back on the shelf".

       SEND-TO-BINDERY.
      *    STILL OFF THE SHELF, SO THE COUNTS DON'T MOVE.
           EXEC SQL
               UPDATE copies
                   SET status = 'bindery'
                   WHERE id = CAST(:COPY-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               UPDATE damage_reports
                   SET status = 'bindery'
                   WHERE copy_id = CAST(:COPY-ID AS UUID)
                   AND status = 'mending'
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN
               STOP RUN
           END-IF.

           DISPLAY "BINDERY   " FUNCTION TRIM(COPY-BARCODE) "  "
               FUNCTION TRIM(BOOK-NAME).

       WITHDRAW-COPY.
      *    VALUED AT THE TITLE'S AVERAGE ACQUISITION COST, THE
      *    BASIS WITHDRAWITEMS AND VALUATIONREPORT USE. THE COPY
      *    LEFT BOTH COUNTS WHEN IT CAME OFF THE SHELF.
           MOVE ZERO TO WD-UNIT-VALUE.
           EXEC SQL
               SELECT COALESCE(AVG(unit_cost), 0)
                   INTO :WD-UNIT-VALUE
                   FROM acquisitions
                   WHERE book_id = CAST(:COPY-BOOK-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN
               STOP RUN
           END-IF.

           EXEC SQL
               UPDATE copies
                   SET status = 'withdrawn'
                   WHERE id = CAST(:COPY-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               INSERT INTO deaccession_log (
                   copy_id,
                   book_id,
                   disposition,
                   operator,
                   value
               ) VALUES (
                   CAST(:COPY-ID AS UUID),
                   CAST(:COPY-BOOK-ID AS UUID),
                   TRIM(:WD-DISPOSITION),
                   TRIM(:WD-OPERATOR),
                   :WD-UNIT-VALUE
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               UPDATE damage_reports
                   SET status = 'withdrawn',
                       resolved_at = NOW()
                   WHERE copy_id = CAST(:COPY-ID AS UUID)
                   AND status IN ('mending', 'bindery')
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN
               STOP RUN
           END-IF.

           MOVE WD-UNIT-VALUE TO D-UNIT-VALUE.
           DISPLAY "WITHDRAWN " FUNCTION TRIM(COPY-BARCODE) "  "
               FUNCTION TRIM(BOOK-NAME) " -> "
               FUNCTION TRIM(WD-DISPOSITION) "  value "
               FUNCTION TRIM(D-UNIT-VALUE).

      *    RETIRING THE TITLE ITSELF STAYS A WEEDING DECISION.
           EXEC SQL
               SELECT COUNT(*) INTO :COPY-LEFT-CNT
                   FROM copies
                   WHERE book_id = CAST(:COPY-BOOK-ID AS UUID)
                   AND status NOT IN ('withdrawn', 'lost')
           END-EXEC.
           IF SQLCODE = ZERO AND COPY-LEFT-CNT = 0
               DISPLAY "NOTE  no copies of "
                   FUNCTION TRIM(BOOK-NAME)
                   " left -- put " FUNCTION TRIM(COPY-BOOK-ID)
                   " on the weeding list for WITHDRAWITEMS"
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
                'MENDQUEUE                     ' 'ERROR-RTN'
           END-CALL.

       END-PROGRAM.
