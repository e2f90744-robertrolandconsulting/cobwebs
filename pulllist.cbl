      * branch cannot satisfy but another branch's shelf can are
      * flagged at the end so a TRANSFER can be raised. Pulled
      * items go through the normal return scan, where the hold
      * trap moves them to the ready shelf. A hold with a pickup
      * branch is paged at that branch when its shelf has a copy,
      * otherwise wherever one is shelved; the slip then names
      * the pickup branch, and the return scan puts the copy on
      * the van to it (see HOLD-ROUTE). An "any edition" hold on a
      * work (see WORKMAINT) is paged from whichever edition's copy
      * is on the shelf, and the slip names that edition.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
           05  PULL-ACCESSION      PIC 9(10).
           05  PULL-PLACED         PIC X(10).
           05  PULL-FROM-CODE      PIC X(10).
           05  PULL-PICKUP-CODE    PIC X(10).
       EXEC SQL
           END DECLARE SECTION
       END-EXEC.
               SELECT CAST(h.id AS VARCHAR), b.name,
                      COALESCE(p.name, h.borrower),
                      c.barcode, c.accession_number,
                      TO_CHAR(h.placed_at, 'YYYY-MM-DD'),
                      COALESCE(pb.code, '')
                      FROM holds h
                      LEFT JOIN patrons p ON p.id = h.patron_id
                      LEFT JOIN branches pb
                          ON pb.id = h.pickup_branch_id
                          AND pb.id <> CAST(:BRANCH-ID AS UUID)
                      JOIN LATERAL (
                          SELECT barcode, accession_number, book_id
                              FROM copies c0
                              JOIN books eb ON eb.id = c0.book_id
                              WHERE (eb.id = h.book_id
                                     OR eb.work_id = h.work_id)
                              AND c0.branch_id =
                                  CAST(:BRANCH-ID AS UUID)
                              AND c0.status = 'on-shelf'
                              ORDER BY CASE WHEN eb.id = h.book_id
                                       THEN 0 ELSE 1 END,
                                       c0.accession_number
                              LIMIT 1) c ON TRUE
                      JOIN books b ON b.id = c.book_id
                      WHERE h.status = 'open'
                      AND (h.suspended_until IS NULL
                           OR h.suspended_until <= CURRENT_DATE)
      *               A PICKUP BRANCH WITH ITS OWN COPY ON THE SHELF
      *               PAGES IT THERE; NO ONE ELSE PULLS FOR IT.
                      AND (h.pickup_branch_id IS NULL
                           OR h.pickup_branch_id =
                               CAST(:BRANCH-ID AS UUID)
                           OR NOT EXISTS (
                               SELECT 1 FROM copies cp
                                   JOIN books pe
                                       ON pe.id = cp.book_id
                                   WHERE (pe.id = h.book_id
                                          OR pe.work_id = h.work_id)
                                   AND cp.branch_id =
                                       h.pickup_branch_id
                                   AND cp.status = 'on-shelf'))
                      ORDER BY COALESCE(b.call_number, 'zzz'),
                               c.accession_number
           END-EXEC.
           EXEC SQL
               FETCH C1 INTO :PULL-HOLD-ID, :PULL-BOOK-NAME,
                             :PULL-PATRON-NAME, :PULL-BARCODE,
                             :PULL-ACCESSION, :PULL-PLACED,
                             :PULL-PICKUP-CODE
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO WS-SLIP-CNT
                      DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               IF FUNCTION TRIM(PULL-PICKUP-CODE) NOT = SPACES
                   MOVE SPACES TO REPORT-LINE
                   STRING 'SEND TO: '
                          FUNCTION TRIM(PULL-PICKUP-CODE)
                          ' FOR PICKUP'
                          DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
               END-IF
               DISPLAY "PULL  " FUNCTION TRIM(PULL-BARCODE)
                   "  " FUNCTION TRIM(PULL-BOOK-NAME)
               EXEC SQL
                   FETCH C1 INTO :PULL-HOLD-ID, :PULL-BOOK-NAME,
                                 :PULL-PATRON-NAME, :PULL-BARCODE,
                                 :PULL-ACCESSION, :PULL-PLACED,
                                 :PULL-PICKUP-CODE
               END-EXEC
           END-PERFORM.

       WRITE-TRANSFER-FLAGS.
      *    HOLDS THIS BRANCH CANNOT FILL BUT ANOTHER BRANCH'S
      *    SHELF CAN -- RAISE A TRANSFER (SEE TRANSFER) FROM THE
      *    NAMED BRANCH. HOLDS WITH A PICKUP BRANCH ARE LEFT OUT:
      *    THE BRANCH WITH THE COPY PAGES THEM AND THE RETURN SCAN
      *    ROUTES THEM.
           EXEC SQL
               DECLARE C2 CURSOR FOR
               SELECT CAST(h.id AS VARCHAR), b.name,
                      TO_CHAR(h.placed_at, 'YYYY-MM-DD'),
                      (SELECT br.code
                           FROM copies c2
                           JOIN books e2 ON e2.id = c2.book_id
                           JOIN branches br
                               ON br.id = c2.branch_id
                           WHERE (e2.id = h.book_id
                                  OR e2.work_id = h.work_id)
                           AND c2.status = 'on-shelf'
                           ORDER BY c2.accession_number
                           LIMIT 1)
                      JOIN books b ON b.id = h.book_id
                      LEFT JOIN patrons p ON p.id = h.patron_id
                      WHERE h.status = 'open'
                      AND (h.suspended_until IS NULL
                           OR h.suspended_until <= CURRENT_DATE)
                      AND h.pickup_branch_id IS NULL
                      AND NOT EXISTS (
                          SELECT 1 FROM copies c0
                              JOIN books e0 ON e0.id = c0.book_id
                              WHERE (e0.id = h.book_id
                                     OR e0.work_id = h.work_id)
                              AND c0.branch_id =
                                  CAST(:BRANCH-ID AS UUID)
                              AND c0.status = 'on-shelf')
                      AND EXISTS (
                          SELECT 1 FROM copies c1
                              JOIN books e1 ON e1.id = c1.book_id
                              WHERE (e1.id = h.book_id
                                     OR e1.work_id = h.work_id)
                              AND c1.status = 'on-shelf')
                      ORDER BY b.name
           END-EXEC.
