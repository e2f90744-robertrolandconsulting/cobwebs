      ********************************************
      * Staff hold placement and pickup branch changes
      *
      * HOLDMAINT
      *
      * The desk's side of the holds the patron places on the web
      * (see place-hold): list a patron's holds, place a hold for
      * a patron at the counter or on the phone, or move the
      * pickup branch of a hold still waiting in the queue. The
      * pickup branch defaults to this desk's BRANCH_CODE; a copy
      * trapped anywhere else is sent there in transit (see
      * HOLD-ROUTE). The same holdable-material, category hold
      * limit and duplicate checks as place-hold apply; a copy on
      * the pickup branch's own shelf means no hold is needed, and
      * a patron under a manual block (see PATRONNOTES) gets none.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   HOLDMAINT.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       COPY 'db-connect-params.cpy'.

       01  WS-ACTION               PIC X(1).
       01  WS-BRANCH-CODE          PIC X(10).
       01  WS-PICKUP-X             PIC X(10).

       EXEC SQL
           BEGIN DECLARE SECTION
       END-EXEC.
       01  HOSTVARS.
           05 BUFFER               PIC X(1024).

       01  PATRON-SCAN             PIC X(50).
       01  PATRON-REC-VARS.
           05  PATRON-ID           PIC X(36).
           05  PATRON-NAME         PIC X(50).
           05  PATRON-STATUS       PIC X(10).
           05  PATRON-BLOCKED      PIC X(1).

       01  HOLD-REC-VARS.
           05  HOLD-ID             PIC X(36).
           05  HOLD-BOOK-ID        PIC X(36).
           05  HOLD-BOOK-NAME      PIC X(50).
           05  HOLD-STATUS         PIC X(10).
           05  HOLD-PLACED         PIC X(10).
           05  HOLD-PICKUP-CODE    PIC X(10).
           05  HOLD-PICKUP-ID      PIC X(36).
           05  HOLD-HOLDABLE       PIC X(1).
           05  HOLD-SHELVED        PIC 9(4).
           05  HOLD-MAX            PIC 9(4).
           05  HOLD-OPEN-CNT       PIC 9(4).
           05  HOLD-DUP-CNT        PIC 9(4).
           05  HOLD-QUEUE-POS      PIC 9(4).
           05  HOLD-SUSPENDED      PIC X(10).

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
           DISPLAY "HOLDMAINT STARTED".

           COPY 'db-connect.cpy'.

           ACCEPT WS-BRANCH-CODE FROM ENVIRONMENT 'BRANCH_CODE'.
           IF FUNCTION TRIM(WS-BRANCH-CODE) = SPACES
               MOVE 'MAIN' TO WS-BRANCH-CODE
           END-IF.

           DISPLAY 'Action: (l)ist a patron''s holds, (p)lace a '
               'hold, (c)hange pickup branch: '.
           ACCEPT WS-ACTION.

           EVALUATE WS-ACTION
               WHEN 'l'
               WHEN 'L'
                   PERFORM LIST-HOLDS
               WHEN 'p'
               WHEN 'P'
                   PERFORM PLACE-HOLD
               WHEN 'c'
               WHEN 'C'
                   PERFORM CHANGE-PICKUP
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
           DISPLAY "HOLDMAINT FINISHED".
           STOP RUN.

       FIND-PATRON.
           DISPLAY 'Scan patron card or enter patron id: '.
           ACCEPT PATRON-SCAN.

           MOVE SPACES TO PATRON-ID.
           EXEC SQL
               SELECT CAST(id AS VARCHAR), name, status
                   INTO :PATRON-ID, :PATRON-NAME, :PATRON-STATUS
                   FROM patrons
                   WHERE id = patron_by_card(:PATRON-SCAN)
           END-EXEC.
           IF SQLCODE NOT = ZERO
               MOVE SPACES TO PATRON-ID
               DISPLAY "No patron found with that card or id"
           END-IF.

       LIST-HOLDS.
           PERFORM FIND-PATRON.
           IF PATRON-ID = SPACES
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT CAST(h.id AS VARCHAR), b.name, h.status,
                      TO_CHAR(h.placed_at, 'YYYY-MM-DD'),
                      COALESCE(pb.code, '(any)'),
                      COALESCE(TO_CHAR(h.suspended_until,
                                       'YYYY-MM-DD'), '')
                      FROM holds h
                      JOIN books b ON b.id = h.book_id
                      LEFT JOIN branches pb
                          ON pb.id = h.pickup_branch_id
                      WHERE h.patron_id = CAST(:PATRON-ID AS UUID)
                      AND h.status IN ('open', 'in-transit', 'ready')
                      ORDER BY h.placed_at
           END-EXEC.
           EXEC SQL
               OPEN C1
           END-EXEC.

           DISPLAY "---- HOLDS FOR " FUNCTION TRIM(PATRON-NAME)
               " ----".
           EXEC SQL
               FETCH C1 INTO :HOLD-ID, :HOLD-BOOK-NAME,
                             :HOLD-STATUS, :HOLD-PLACED,
                             :HOLD-PICKUP-CODE, :HOLD-SUSPENDED
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               IF FUNCTION TRIM(HOLD-SUSPENDED) NOT = SPACES
                   DISPLAY HOLD-PLACED " " HOLD-STATUS " "
                       FUNCTION TRIM(HOLD-BOOK-NAME)
                       "  pickup " FUNCTION TRIM(HOLD-PICKUP-CODE)
                       "  suspended until " HOLD-SUSPENDED
                       "  (" FUNCTION TRIM(HOLD-ID) ")"
               ELSE
                   DISPLAY HOLD-PLACED " " HOLD-STATUS " "
                       FUNCTION TRIM(HOLD-BOOK-NAME)
                       "  pickup " FUNCTION TRIM(HOLD-PICKUP-CODE)
                       "  (" FUNCTION TRIM(HOLD-ID) ")"
               END-IF
               EXEC SQL
                   FETCH C1 INTO :HOLD-ID, :HOLD-BOOK-NAME,
                                 :HOLD-STATUS, :HOLD-PLACED,
                                 :HOLD-PICKUP-CODE, :HOLD-SUSPENDED
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C1
           END-EXEC.

       FIND-PICKUP-BRANCH.
           DISPLAY 'Pickup branch code (blank for '
               FUNCTION TRIM(WS-BRANCH-CODE) '): '.
           ACCEPT WS-PICKUP-X.
           IF FUNCTION TRIM(WS-PICKUP-X) = SPACES
               MOVE WS-BRANCH-CODE TO WS-PICKUP-X
           END-IF.
           MOVE WS-PICKUP-X TO HOLD-PICKUP-CODE.

           MOVE SPACES TO HOLD-PICKUP-ID.
           EXEC SQL
               SELECT CAST(id AS VARCHAR), code
                   INTO :HOLD-PICKUP-ID, :HOLD-PICKUP-CODE
                   FROM branches
                   WHERE code = UPPER(TRIM(:HOLD-PICKUP-CODE))
           END-EXEC.
           IF SQLCODE NOT = ZERO
               MOVE SPACES TO HOLD-PICKUP-ID
               DISPLAY "No branch with code "
                   FUNCTION TRIM(WS-PICKUP-X)
           END-IF.

       PLACE-HOLD.
           PERFORM FIND-PATRON.
           IF PATRON-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(PATRON-STATUS) NOT = 'active'
               DISPLAY "Hold refused: patron status is "
                   FUNCTION TRIM(PATRON-STATUS)
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO PATRON-BLOCKED.
           EXEC SQL
               SELECT CASE WHEN patron_manually_blocked(
                               CAST(:PATRON-ID AS UUID))
                           THEN 'Y' ELSE 'N' END
                   INTO :PATRON-BLOCKED
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF PATRON-BLOCKED = 'Y'
               DISPLAY "Hold refused: the account is blocked "
                   "-- see PATRONNOTES"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY 'Enter book id: '.
           ACCEPT HOLD-BOOK-ID.
           EXEC SQL
               SELECT b.name,
                      CASE WHEN mt.holdable THEN 'y' ELSE 'n' END
                   INTO :HOLD-BOOK-NAME, :HOLD-HOLDABLE
                   FROM books b
                   JOIN material_types mt
                       ON mt.code = b.material_type
                   WHERE b.id = CAST(:HOLD-BOOK-ID AS UUID)
                   AND b.deleted_at IS NULL
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "No book with that id"
               EXIT PARAGRAPH
           END-IF.
           IF HOLD-HOLDABLE NOT = 'y'
               DISPLAY "Hold refused: this material type does not "
                   "take holds"
               EXIT PARAGRAPH
           END-IF.

           PERFORM FIND-PICKUP-BRANCH.
           IF HOLD-PICKUP-ID = SPACES
               EXIT PARAGRAPH
           END-IF.

      *    A COPY ON THE PICKUP BRANCH'S OWN SHELF CAN SIMPLY BE
      *    FETCHED; ONE SHELVED ELSEWHERE IS PAGED AND SENT.
           MOVE ZERO TO HOLD-SHELVED.
           EXEC SQL
               SELECT COUNT(*) INTO :HOLD-SHELVED
                   FROM copies
                   WHERE book_id = CAST(:HOLD-BOOK-ID AS UUID)
                   AND branch_id = CAST(:HOLD-PICKUP-ID AS UUID)
                   AND status = 'on-shelf'
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF HOLD-SHELVED > 0
               DISPLAY "A copy is on the shelf at "
                   FUNCTION TRIM(HOLD-PICKUP-CODE)
                   " -- no hold needed"
               EXIT PARAGRAPH
           END-IF.

      *    THE PATRON CATEGORY CAPS OPEN HOLDS (SEE PATRONCATMAINT).
           MOVE 5 TO HOLD-MAX.
           EXEC SQL
               SELECT pc.max_holds INTO :HOLD-MAX
                   FROM patrons p
                   JOIN patron_categories pc ON pc.code = p.category
                   WHERE p.id = CAST(:PATRON-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN
               STOP RUN
           END-IF.

           MOVE ZERO TO HOLD-OPEN-CNT.
           EXEC SQL
               SELECT COUNT(*) INTO :HOLD-OPEN-CNT
                   FROM holds
                   WHERE patron_id = CAST(:PATRON-ID AS UUID)
                   AND status IN ('open', 'ready', 'in-transit')
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF HOLD-OPEN-CNT >= HOLD-MAX
               DISPLAY "Hold refused: would exceed the category "
                   "hold limit of " HOLD-MAX
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO HOLD-DUP-CNT.
           EXEC SQL
               SELECT COUNT(*) INTO :HOLD-DUP-CNT
                   FROM holds
                   WHERE book_id = CAST(:HOLD-BOOK-ID AS UUID)
                   AND patron_id = CAST(:PATRON-ID AS UUID)
                   AND status = 'open'
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF HOLD-DUP-CNT > 0
               DISPLAY "Patron already has a hold on this title"
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               INSERT INTO holds (
                   book_id,
                   patron_id,
                   borrower,
                   pickup_branch_id
               ) VALUES (
                   CAST(:HOLD-BOOK-ID AS UUID),
                   CAST(:PATRON-ID AS UUID),
                   :PATRON-NAME,
                   CAST(:HOLD-PICKUP-ID AS UUID)
               ) RETURNING CAST(id AS VARCHAR) INTO :HOLD-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE ZERO TO HOLD-QUEUE-POS.
           EXEC SQL
               SELECT COUNT(*) INTO :HOLD-QUEUE-POS
                   FROM holds
                   WHERE book_id = CAST(:HOLD-BOOK-ID AS UUID)
                   AND status = 'open'
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY "Hold placed: " FUNCTION TRIM(HOLD-BOOK-NAME)
               " for " FUNCTION TRIM(PATRON-NAME)
               ", pickup at " FUNCTION TRIM(HOLD-PICKUP-CODE)
               ", queue position " HOLD-QUEUE-POS.

           MOVE 'holds' TO AUDIT-TABLE-NAME.
           MOVE HOLD-ID TO AUDIT-RECORD-ID.
           MOVE 'INSERT' TO AUDIT-OPERATION.
           MOVE 'cli' TO AUDIT-ACTOR.
           PERFORM WRITE-AUDIT-LOG.

           CALL "ENQUEUE-EVENT" USING AUDIT-TABLE-NAME
                AUDIT-RECORD-ID AUDIT-OPERATION
           END-CALL.

       CHANGE-PICKUP.
      *    ONLY A HOLD STILL IN THE QUEUE: ONE ALREADY ON A VAN OR
      *    A READY SHELF HAS BEEN SENT TO ITS BRANCH.
           DISPLAY 'Enter hold id: '.
           ACCEPT HOLD-ID.
           EXEC SQL
               SELECT b.name, h.status
                   INTO :HOLD-BOOK-NAME, :HOLD-STATUS
                   FROM holds h
                   JOIN books b ON b.id = h.book_id
                   WHERE h.id = CAST(:HOLD-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "No hold with that id"
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(HOLD-STATUS) NOT = 'open'
               DISPLAY "Hold is " FUNCTION TRIM(HOLD-STATUS)
                   ", only an open hold can change pickup branch"
               EXIT PARAGRAPH
           END-IF.

           PERFORM FIND-PICKUP-BRANCH.
           IF HOLD-PICKUP-ID = SPACES
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               UPDATE holds
                   SET pickup_branch_id =
                       CAST(:HOLD-PICKUP-ID AS UUID)
                   WHERE id = CAST(:HOLD-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY "Pickup for " FUNCTION TRIM(HOLD-BOOK-NAME)
               " is now " FUNCTION TRIM(HOLD-PICKUP-CODE).

           MOVE 'holds' TO AUDIT-TABLE-NAME.
           MOVE HOLD-ID TO AUDIT-RECORD-ID.
           MOVE 'UPDATE' TO AUDIT-OPERATION.
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
                'HOLDMAINT                     ' 'ERROR-RTN'
           END-CALL.

       END-PROGRAM.
