      * already moved theirs to spent and stay spent). Until now a
      * dead order just sat open forever, eating budget.
      *
      * A blank order id reviews instead the single lines POCLAIMS
      * has proposed for cancellation (final claim unanswered, or
      * cancelled by the vendor): each one confirmed is cut back to
      * what was received -- the rest moves to cancelled_qty -- and
      * its unreceived value released from the fund. An order left
      * with nothing outstanding closes, as received if anything
      * came, otherwise cancelled.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
       IDENTIFICATION DIVISION.
       WORKING-STORAGE SECTION.
       COPY 'db-connect-params.cpy'.

       01  WS-CONFIRM              PIC X(1).
       01  WS-REVIEWED-CNT         PIC 9(6) VALUE ZERO.
       01  WS-LINE-CANCEL-CNT      PIC 9(6) VALUE ZERO.
       01  D-VALUE                 PIC Z(6)9.99.

       EXEC SQL
           BEGIN DECLARE SECTION
       END-EXEC.
       01  PO-ID                   PIC X(36).
       01  PO-STATUS               PIC X(10).

       01  PRP-REC-VARS.
           05  PRP-LINE-ID         PIC X(36).
           05  PRP-PO-ID           PIC X(36).
           05  PRP-VENDOR          PIC X(50).
           05  PRP-BOOK-NAME       PIC X(50).
           05  PRP-OUTSTANDING     PIC 9(4).
           05  PRP-VALUE           PIC S9(8)V99.
           05  PRP-CLAIMS          PIC 9(2).
           05  PRP-LAST-CLAIM      PIC X(10).
           05  PRP-EDI-STATUS      PIC X(12).
           05  PRP-FUND-ID         PIC X(36).

       01  AUDIT-REC-VARS.
           05  AUDIT-TABLE-NAME    PIC X(30).
           05  AUDIT-RECORD-ID     PIC X(36).

           COPY 'db-connect.cpy'.

           DISPLAY 'Enter purchase order id to cancel (blank to '
               'review lines proposed for cancellation): '.
           ACCEPT PO-ID.

           IF FUNCTION TRIM(PO-ID) = SPACES
               PERFORM REVIEW-PROPOSED-LINES
           ELSE
               PERFORM CANCEL-ORDER
           END-IF.

      *    COMMIT
           EXEC SQL
               COMMIT WORK
           END-EXEC.

      *    DISCONNECT
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

      *    END
           DISPLAY "CANCELPO FINISHED".
           STOP RUN.

       CANCEL-ORDER.
           EXEC SQL
               SELECT status INTO :PO-STATUS
                   FROM purchase_orders
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "No purchase order found with that id"
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TRIM(PO-STATUS) NOT = 'open'
               DISPLAY "Order is not open (status "
                   FUNCTION TRIM(PO-STATUS) ")"
               EXIT PARAGRAPH
           END-IF.

      *    EVERY UNRECEIVED FUNDED LINE HANDS ITS COMMITTED VALUE
           MOVE 'cli' TO AUDIT-ACTOR.
           PERFORM WRITE-AUDIT-LOG.

       REVIEW-PROPOSED-LINES.
           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT CAST(l.id AS VARCHAR), CAST(po.id AS VARCHAR),
                      v.name, b.name,
                      l.quantity - l.received_qty,
                      (l.quantity - l.received_qty) * l.unit_cost,
                      l.claim_count,
                      COALESCE(TO_CHAR(l.last_claimed_at,
                                       'YYYY-MM-DD'), '-'),
                      COALESCE(l.edi_status, ''),
                      COALESCE(CAST(l.fund_id AS VARCHAR), '')
                      FROM purchase_order_lines l
                      JOIN purchase_orders po ON po.id = l.po_id
                      JOIN vendors v ON v.id = po.vendor_id
                      JOIN books b ON b.id = l.book_id
                      WHERE l.cancel_proposed_at IS NOT NULL
                      AND l.received_qty < l.quantity
                      AND po.status = 'open'
                      ORDER BY v.name, l.cancel_proposed_at
           END-EXEC.
           EXEC SQL
               OPEN C1
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               FETCH C1 INTO :PRP-LINE-ID, :PRP-PO-ID, :PRP-VENDOR,
                             :PRP-BOOK-NAME, :PRP-OUTSTANDING,
                             :PRP-VALUE, :PRP-CLAIMS,
                             :PRP-LAST-CLAIM, :PRP-EDI-STATUS,
                             :PRP-FUND-ID
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM REVIEW-ONE-LINE
               EXEC SQL
                   FETCH C1 INTO :PRP-LINE-ID, :PRP-PO-ID,
                                 :PRP-VENDOR, :PRP-BOOK-NAME,
                                 :PRP-OUTSTANDING, :PRP-VALUE,
                                 :PRP-CLAIMS, :PRP-LAST-CLAIM,
                                 :PRP-EDI-STATUS, :PRP-FUND-ID
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C1
           END-EXEC.

           IF WS-REVIEWED-CNT = 0
               DISPLAY "No lines proposed for cancellation"
           ELSE
               DISPLAY "Lines reviewed:  " WS-REVIEWED-CNT
               DISPLAY "Lines cancelled: " WS-LINE-CANCEL-CNT
           END-IF.

       REVIEW-ONE-LINE.
           ADD 1 TO WS-REVIEWED-CNT.
           MOVE PRP-VALUE TO D-VALUE.
           DISPLAY "------------".
           DISPLAY FUNCTION TRIM(PRP-VENDOR) ": "
               FUNCTION TRIM(PRP-BOOK-NAME).
           DISPLAY "  outstanding " PRP-OUTSTANDING
               "  value " D-VALUE
               "  order " FUNCTION TRIM(PRP-PO-ID).
           IF FUNCTION TRIM(PRP-EDI-STATUS) = 'cancelled'
               DISPLAY "  cancelled by the vendor (EDI)"
           ELSE
               DISPLAY "  claimed " PRP-CLAIMS " time(s), last "
                   PRP-LAST-CLAIM
           END-IF.
           DISPLAY 'Cancel this line and release its funds? (y/n): '.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'y' AND WS-CONFIRM NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.

      *    WHAT CAME STAYS ON THE LINE; WHAT DID NOT MOVES TO
      *    CANCELLED_QTY, SO RECEIVEPO, OPENORDERS AND THE FUNDS
      *    NO LONGER SEE IT AS OUTSTANDING.
           EXEC SQL
               UPDATE purchase_order_lines
                   SET cancelled_qty = quantity - received_qty,
                       quantity = received_qty,
                       cancelled_at = NOW(),
                       cancel_proposed_at = NULL
                   WHERE id = CAST(:PRP-LINE-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           IF FUNCTION TRIM(PRP-FUND-ID) NOT = SPACES
               EXEC SQL
                   UPDATE funds
                       SET encumbered
                           = GREATEST(0, encumbered - :PRP-VALUE)
                       WHERE id = CAST(:PRP-FUND-ID AS UUID)
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
           END-IF.

      *    NOTHING LEFT OUTSTANDING: THE ORDER IS DONE, RECEIVED IF
      *    ANY OF IT CAME.
           EXEC SQL
               UPDATE purchase_orders po
                   SET status = CASE WHEN EXISTS (
                                    SELECT 1
                                    FROM purchase_order_lines l
                                    WHERE l.po_id = po.id
                                    AND l.received_qty > 0)
                                THEN 'received'
                                ELSE 'cancelled' END,
                       received_at = CASE WHEN EXISTS (
                                    SELECT 1
                                    FROM purchase_order_lines l
                                    WHERE l.po_id = po.id
                                    AND l.received_qty > 0)
                                THEN NOW() END
                   WHERE po.id = CAST(:PRP-PO-ID AS UUID)
                   AND NOT EXISTS (
                       SELECT 1 FROM purchase_order_lines l
                           WHERE l.po_id = po.id
                           AND l.received_qty < l.quantity)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN
               STOP RUN
           END-IF.

           ADD 1 TO WS-LINE-CANCEL-CNT.
           DISPLAY "Line cancelled, encumbrance released.".

           MOVE 'purchase_order_lines' TO AUDIT-TABLE-NAME.
           MOVE PRP-LINE-ID TO AUDIT-RECORD-ID.
           MOVE 'CANCEL' TO AUDIT-OPERATION.
           MOVE 'cli' TO AUDIT-ACTOR.
           PERFORM WRITE-AUDIT-LOG.

       WRITE-AUDIT-LOG.
           EXEC SQL
