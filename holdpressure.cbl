      * velocity. Acquisitions staff approve by setting the order
      * 'open' (it then flows through RECEIVEPO like any other) or
      * kill it with CANCELPO. A title already on an open or
      * proposed line is never drafted twice. Editions grouped
      * under one work (see WORKMAINT) are weighed together: their
      * holds, "any edition" holds on the work, copies and loans
      * are pooled, and the draft goes against the latest edition
      * unless one of them is already on order.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************

       WORKING-STORAGE SECTION.
       COPY 'db-connect-params.cpy'.
       COPY 'param-vars.cpy'.

       01  WS-RATIO-X              PIC X(4).
       01  WS-DRAFTED-CNT          PIC 9(6) VALUE ZERO.
           COPY 'db-connect.cpy'.

           MOVE 3 TO PRESSURE-RATIO.
           MOVE 'HOLD_PRESSURE_RATIO' TO PARAM-NAME.
           CALL "GET-PARAM" USING PARAM-NAME PARAM-VALUE
           END-CALL.
           MOVE PARAM-VALUE TO WS-RATIO-X.
           IF FUNCTION TRIM(WS-RATIO-X) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-RATIO-X)
                   TO PRESSURE-RATIO
               DECLARE C1 CURSOR FOR
               SELECT CAST(b.id AS VARCHAR), b.name,
                      h.open_holds,
                      GREATEST(e.copies - e.checked_out, 0),
                      (SELECT COUNT(*) FROM loans l
                           JOIN books lb ON lb.id = l.book_id
                           WHERE (lb.id = b.id
                                  OR lb.work_id = b.work_id)
                           AND l.checkout_date
                               > NOW() - INTERVAL '90 days'),
                      COALESCE((SELECT
                          ORDER BY a.acquired_at DESC
                          LIMIT 1), '')
                      FROM books b
      *               THE WHOLE WORK'S EDITIONS, OR JUST THIS TITLE.
                      JOIN LATERAL (
                          SELECT SUM(eb.copy_count) AS copies,
                                 SUM(eb.copies_checked_out)
                                     AS checked_out
                              FROM books eb
                              WHERE eb.deleted_at IS NULL
                              AND (eb.id = b.id
                                   OR eb.work_id = b.work_id)) e
                          ON TRUE
                      JOIN LATERAL (
                          SELECT COUNT(*) AS open_holds
                              FROM holds h0
                              JOIN books hb ON hb.id = h0.book_id
                              WHERE (hb.id = b.id
                                     OR hb.work_id = b.work_id
                                     OR h0.work_id = b.work_id)
                              AND h0.status = 'open') h ON TRUE
                      WHERE b.deleted_at IS NULL
      *               ONE ROW PER WORK: ITS LATEST EDITION.
                      AND (b.work_id IS NULL
                           OR b.id = (SELECT lb.id FROM books lb
                                WHERE lb.work_id = b.work_id
                                AND lb.deleted_at IS NULL
                                ORDER BY lb.year DESC NULLS LAST,
                                         lb.id
                                LIMIT 1))
                      AND h.open_holds > 0
                      AND h.open_holds > :PRESSURE-RATIO
                          * GREATEST(e.copies - e.checked_out, 0)
                      AND NOT EXISTS (
                          SELECT 1 FROM purchase_order_lines pl
                              JOIN purchase_orders po
                                  ON po.id = pl.po_id
                              JOIN books ob ON ob.id = pl.book_id
                              WHERE (ob.id = b.id
                                     OR ob.work_id = b.work_id)
                              AND po.status
                                  IN ('open', 'proposed'))
                      ORDER BY h.open_holds DESC
