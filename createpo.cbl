      * Opens a purchase order against a vendor and captures one
      * line per title (quantity and quoted unit cost). Copies and
      * costs hit the catalog only when RECEIVEPO receives the
      * order. A fund closed at year end (FUNDYEAREND) takes no new
      * lines. Each title is first checked against what is already
      * held, on order, suggested and on hold; ordering one already
      * held or on order has to be confirmed, and the confirmed
      * duplicates go on DUPORDERREPORT's weekly exception list.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
       01  WS-FY-X                 PIC X(4).
       01  WS-NOW-DATE             PIC X(8).
       01  WS-LINE-CNT             PIC 9(4) VALUE ZERO.
       01  WS-CONFIRM              PIC X(1).
       01  WS-DUP-STATE            PIC X(1).

       EXEC SQL
           BEGIN DECLARE SECTION
       01  VENDOR-STATUS           PIC X(10).
       01  BOOK-EXISTS-CNT         PIC 9(8).

       01  DUP-REC-VARS.
           05  DUP-HELD            PIC 9(6).
           05  DUP-BRANCHES        PIC 9(4).
           05  DUP-ON-ORDER        PIC 9(6).
           05  DUP-SUGGESTED       PIC 9(6).
           05  DUP-HOLDS           PIC 9(6).

       01  FUND-REC-VARS.
           05  FUND-CODE           PIC X(12).
           05  FUND-ID             PIC X(36).
               EXIT PARAGRAPH
           END-IF.

           PERFORM CHECK-DUPLICATE-ORDER.
           IF WS-DUP-STATE = 'x'
               DISPLAY "Line skipped"
               EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO PO-QUANTITY.
           DISPLAY 'Enter quantity (blank for 1): '.
           ACCEPT WS-QTY-X.
                       FROM funds
                       WHERE code = UPPER(TRIM(:FUND-CODE))
                       AND fiscal_year = :FUND-FY
                       AND frozen_at IS NULL
               END-EXEC
               IF SQLCODE NOT = ZERO
                   DISPLAY "No open fund with that code for "
                       FUND-FY ", line left unfunded"
                   MOVE SPACES TO FUND-ID
               END-IF
               END-IF
           END-IF.

           IF WS-DUP-STATE = 'y'
               EXEC SQL
                   INSERT INTO po_duplicate_orders (
                       po_line_id,
                       copies_held,
                       branches_held,
                       on_order,
                       suggestions,
                       open_holds
                   ) VALUES (
                       :PO-LINE-ID,
                       :DUP-HELD,
                       :DUP-BRANCHES,
                       :DUP-ON-ORDER,
                       :DUP-SUGGESTED,
                       :DUP-HOLDS
                   )
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
           END-IF.

           ADD 1 TO WS-LINE-CNT.
           DISPLAY "Line " FUNCTION TRIM(PO-LINE-ID) " added".

       CHECK-DUPLICATE-ORDER.
      *    THE TITLE COUNTS AS THE SAME BOOK RECORD OR ANY OTHER
      *    RECORD SHARING ITS ISBN -- A SECOND CATALOG RECORD FOR
      *    THE SAME EDITION IS STILL A DUPLICATE ORDER. COPIES ON
      *    THIS ORDER'S EARLIER LINES COUNT AS ON ORDER TOO.
           MOVE 'n' TO WS-DUP-STATE.
           EXEC SQL
               WITH same_title AS (
                   SELECT b2.id FROM books b
                   JOIN books b2
                       ON b2.id = b.id
                       OR b2.isbn13 = b.isbn13
                       OR b2.isbn10 = b.isbn10
                   WHERE b.id = CAST(:PO-BOOK-ID AS UUID)
               )
               SELECT
                   (SELECT COUNT(*) FROM copies c
                       WHERE c.book_id IN (SELECT id FROM same_title)
                       AND c.status NOT IN ('withdrawn', 'lost')),
                   (SELECT COUNT(DISTINCT c.branch_id) FROM copies c
                       WHERE c.book_id IN (SELECT id FROM same_title)
                       AND c.status NOT IN ('withdrawn', 'lost')),
                   (SELECT COALESCE(SUM(pl.quantity
                                        - pl.received_qty), 0)
                       FROM purchase_order_lines pl
                       JOIN purchase_orders po ON po.id = pl.po_id
                       WHERE pl.book_id IN (SELECT id FROM same_title)
                       AND po.status = 'open'
                       AND pl.received_qty < pl.quantity),
                   (SELECT COUNT(*) FROM suggestions s, books b
                       WHERE b.id = CAST(:PO-BOOK-ID AS UUID)
                       AND s.status = 'pending'
                       AND (s.isbn IN (b.isbn13, b.isbn10)
                            OR LOWER(TRIM(s.title))
                               = LOWER(TRIM(b.name)))),
                   (SELECT COUNT(*) FROM holds h
                       WHERE h.book_id IN (SELECT id FROM same_title)
                       AND h.status = 'open')
                   INTO :DUP-HELD, :DUP-BRANCHES, :DUP-ON-ORDER,
                        :DUP-SUGGESTED, :DUP-HOLDS
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           IF DUP-HELD = 0 AND DUP-ON-ORDER = 0
               IF DUP-SUGGESTED > 0 OR DUP-HOLDS > 0
                   DISPLAY "Not held or on order; " DUP-SUGGESTED
                       " pending suggestion(s), " DUP-HOLDS
                       " open hold(s)"
               END-IF
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "*** Already held or on order ***".
           DISPLAY "  Copies held:         " DUP-HELD
               " in " DUP-BRANCHES " branch(es)".
           DISPLAY "  On open orders:      " DUP-ON-ORDER.
           DISPLAY "  Pending suggestions: " DUP-SUGGESTED.
           DISPLAY "  Open holds:          " DUP-HOLDS.
           DISPLAY 'Order it anyway? (y/n): '.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM = 'y' OR WS-CONFIRM = 'Y'
               MOVE 'y' TO WS-DUP-STATE
           ELSE
               MOVE 'x' TO WS-DUP-STATE
           END-IF.

       WRITE-AUDIT-LOG.
           EXEC SQL
               INSERT INTO audit_log (
