      * CHECKOUTBOOK/RETURNBOOK perform), print a receipt slip for
      * the patron, next patron -- no relaunching the one-shot
      * programs while the queue builds. Closing the session
      * prints an end-of-day transaction summary. The household
      * action lists everything a linked family (see FAMILYMAINT)
      * has out and owes, so one adult can settle up for all.
      * A refused checkout can be let through by a supervisor
      * override (see CIRC-OVERRIDE), and a return can be flagged
      * damaged and sent for mending (see DAMAGE-CHECK). Between
      * patrons the desk can scan items collected from the tables
      * as in-house use (see IN-HOUSE-USE). Credit on a patron's
      * account settles each new fine or charge as it is raised,
      * and a running fine amnesty (see AMNESTY) forgives what it
      * covers as the patron is served. The patron's account notes
      * and blocks (see PATRONNOTES) are shown as they are served;
      * a manual block means returns only, bar an override.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************

       WORKING-STORAGE SECTION.
       COPY 'db-connect-params.cpy'.
       COPY 'param-vars.cpy'.
       COPY 'notice-vars.cpy'.

       01  WS-ACTION               PIC X(1).

       01  WS-FEE-AMT-X            PIC X(12).
       01  WS-CHECKOUT-BLOCKED     PIC X(1) VALUE 'n'.
       01  WS-BLOCK-TYPE           PIC X(20).
       01  WS-OVR-BLOCK-TYPE       PIC X(20).
       01  WS-OVR-STATION          PIC X(10) VALUE 'desk'.
       01  WS-OVR-GRANTED          PIC X(1).
       01  WS-DAMAGE-ACTOR         PIC X(10) VALUE 'desk'.
       01  WS-ROUTE-ACTOR          PIC X(10) VALUE 'desk'.
       01  WS-HOLD-ROUTED          PIC X(1).
       01  WS-ROUTE-XFER-ID        PIC X(36).
       01  WS-ROUTE-PICKUP         PIC X(10).
       01  WS-IN-REPAIR            PIC X(1).
       01  WS-DAMAGE-CHARGED       PIC S9(6)V99.
       01  WS-SESSION-CHECKOUTS    PIC 9(6) VALUE ZERO.
       01  WS-SESSION-RETURNS      PIC 9(6) VALUE ZERO.
       01  WS-SESSION-PATRONS      PIC 9(6) VALUE ZERO.
       01  WS-SESSION-IN-HOUSE     PIC 9(6) VALUE ZERO.
       01  WS-USE-DATE             PIC X(10) VALUE SPACES.
       01  WS-USE-RESULT           PIC X(1).
       01  WS-USE-BOOK-NAME        PIC X(50).
       01  WS-SESSION-FINES        PIC S9(8)V99 VALUE ZERO.
       01  D-SESSION-FINES         PIC -(8)9.99.
       01  D-HH-BALANCE            PIC -(6)9.99.
       01  D-HH-TOTAL              PIC -(8)9.99.

      *    RECEIPT SLIP -- ONE LINE PER SCANNED ITEM FOR THE
      *    CURRENT PATRON.
           05 BUFFER               PIC X(1024).

       01  PATRON-REC-VARS.
           05  PATRON-SCAN         PIC X(36).
           05  PATRON-ID           PIC X(36).
           05  CARD-RETIRED        PIC X(1).
           05  PATRON-NAME         PIC X(50).
           05  PATRON-STATUS       PIC X(10).


       01  POLICY-REC-VARS.
           05  POLICY-LOAN-DAYS    PIC 9(3).
           05  POLICY-LOAN-HOURS   PIC 9(3).
           05  POLICY-LENDABLE     PIC X(1).
           05  POLICY-FINE-CAP     PIC 9(6)V99.

       01  CATEGORY-REC-VARS.
           05  PATRON-OPEN-LOANS   PIC 9(4).

       01  RESERVE-LOAN-DAYS       PIC S9(3).
       01  RESERVE-LOAN-HOURS      PIC S9(3).

       01  COPY-REC-VARS.
           05  COPY-ID             PIC X(36).
           05  LB-PAY-AGE-DAYS     PIC S9(5).
           05  LB-REFUND-DAYS      PIC 9(4).
           05  LB-SETTLE-KIND      PIC X(10).
           05  LB-PAYMENT-ID       PIC X(36).

       01  HOLD-REC-VARS.
           05  HOLD-ID             PIC X(36).

       01  LOAN-REC-VARS.
           05  LOAN-ID             PIC X(36).
           05  LOAN-DUE-DATE       PIC X(16).
           05  LOAN-WAS-LOST       PIC X(1).
           05  LOAN-FINE-AMOUNT    PIC S9(6)V99.
           05  LOAN-DAILY-RATE     PIC 9(3)V99.
           05  LOAN-HOURLY-RATE    PIC 9(3)V99.
           05  LOAN-RET-BORROWER   PIC X(50).
           05  LOAN-RET-PATRON-ID  PIC X(36).

       01  FINE-BALANCE            PIC S9(6)V99.
       01  FINE-BLOCK-OVERRIDE     PIC 9(6)V99.
       01  GUARDIAN-BLOCKED        PIC X(1).
       01  FINE-ID                 PIC X(36).
       01  CREDIT-APPLIED          PIC S9(6)V99.
       01  AMNESTY-FORGIVEN        PIC S9(6)V99.
       01  MANUAL-BLOCKED          PIC X(1).

       01  NOTE-REC-VARS.
           05  NOTE-KIND           PIC X(5).
           05  NOTE-TEXT           PIC X(200).
           05  NOTE-AUTHOR         PIC X(50).
           05  NOTE-DATE           PIC X(10).
           05  NOTE-EXPIRES        PIC X(10).

       01  HOUSEHOLD-VARS.
           05  HH-MEMBER-NAME      PIC X(50).
           05  HH-MEMBER-ROLE      PIC X(10).
           05  HH-OPEN-LOANS       PIC 9(4).
           05  HH-BALANCE          PIC S9(6)V99.
           05  HH-BOOK-NAME        PIC X(50).
           05  HH-DUE-DATE         PIC X(10).
           05  HH-OVERDUE          PIC X(1).
           05  HH-MEMBER-CNT       PIC 9(4).
           05  HH-TOTAL-BALANCE    PIC S9(8)V99.

       01  FEE-REC-VARS.
           05  FEE-CODE            PIC X(12).

      *    CAPTURED ONCE; APPLIED PER PATRON OVER THE CATEGORY
      *    THRESHOLD IN SERVE-ONE-PATRON.
           MOVE 'FINE_BLOCK_THRESHOLD' TO PARAM-NAME.
           CALL "GET-PARAM" USING PARAM-NAME PARAM-VALUE
           END-CALL.
           MOVE PARAM-VALUE TO WS-FINE-BLOCK-X.

      *    THE DESK'S BRANCH, SAME CONVENTION AS CHECKOUTBOOK.
           ACCEPT WS-BRANCH-CODE FROM ENVIRONMENT 'BRANCH_CODE'.
      *    A SITE-WIDE FINE_DAILY_RATE STILL OVERRIDES THE
      *    PER-TYPE POLICY RATE WHERE SET -- CAPTURED ONCE HERE,
      *    APPLIED PER RETURN IN DESK-RETURN.
           MOVE 'FINE_DAILY_RATE' TO PARAM-NAME.
           CALL "GET-PARAM" USING PARAM-NAME PARAM-VALUE
           END-CALL.
           MOVE PARAM-VALUE TO WS-FINE-RATE-X.

           PERFORM SERVE-ONE-PATRON
               UNTIL FUNCTION TRIM(PATRON-ID) = 'close'.
           DISPLAY "Patrons served: " WS-SESSION-PATRONS.
           DISPLAY "Checkouts:      " WS-SESSION-CHECKOUTS.
           DISPLAY "Returns:        " WS-SESSION-RETURNS.
           DISPLAY "In-house uses:  " WS-SESSION-IN-HOUSE.
           MOVE WS-SESSION-FINES TO D-SESSION-FINES.
           DISPLAY "Fines assessed: " D-SESSION-FINES.


       SERVE-ONE-PATRON.
           DISPLAY ' '.
           DISPLAY 'Scan patron card, (u) for in-house use '
               '(blank to close the session): '.
           ACCEPT PATRON-SCAN.
           IF FUNCTION TRIM(PATRON-SCAN) = SPACES
               MOVE 'close' TO PATRON-ID
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(PATRON-SCAN) = 'u'
                   OR FUNCTION TRIM(PATRON-SCAN) = 'U'
               PERFORM DESK-IN-HOUSE-USE
               MOVE SPACES TO PATRON-ID
               EXIT PARAGRAPH
           END-IF.

      *    THE CARD BARCODE OR THE PATRONS.ID UUID, SAME AS
      *    CHECKOUTBOOK; A CARD RETIRED AS LOST IS REFUSED.
           MOVE 'N' TO CARD-RETIRED.
           EXEC SQL
               SELECT CASE WHEN is_card_retired(:PATRON-SCAN)
                           THEN 'Y' ELSE 'N' END
                   INTO :CARD-RETIRED
           END-EXEC.
           IF CARD-RETIRED = 'Y'
               DISPLAY "That card was reported lost and has been "
                   "retired -- see LOSTCARD"
               MOVE SPACES TO PATRON-ID
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO PATRON-ID.
           EXEC SQL
               SELECT CAST(id AS VARCHAR), name, status
                   INTO :PATRON-ID, :PATRON-NAME, :PATRON-STATUS
                   FROM patrons
                   WHERE id = patron_by_card(:PATRON-SCAN)
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY "No patron found with that card or id"
               MOVE SPACES TO PATRON-ID
               EXIT PARAGRAPH
           END-IF.

           PERFORM CHECK-FINE-BALANCE.

           DISPLAY "Serving " FUNCTION TRIM(PATRON-NAME).
           PERFORM SHOW-PATRON-NOTES.
           MOVE 0 TO WS-RECEIPT-CNT.

           MOVE SPACE TO WS-ACTION.
           PERFORM UNTIL WS-ACTION = 'f' OR WS-ACTION = 'F'
               DISPLAY '(c)heckout, (r)eturn, (p)ost charge, '
                   '(h)ousehold, (f)inish patron: '
               ACCEPT WS-ACTION
               EVALUATE WS-ACTION
                   WHEN 'c'
                   WHEN 'p'
                   WHEN 'P'
                       PERFORM DESK-POST-CHARGE
                   WHEN 'h'
                   WHEN 'H'
                       PERFORM DESK-HOUSEHOLD
                   WHEN 'f'
                   WHEN 'F'
                       CONTINUE
           END-IF.

       DESK-CHECKOUT.
           PERFORM FIND-BOOK.
           IF FUNCTION TRIM(BOOK-ID) = SPACES
               EXIT PARAGRAPH
           END-IF.

      *    A BLOCKED PATRON GETS NOTHING WITHOUT A SUPERVISOR
      *    OVERRIDE -- ONE PER ITEM, SO THE LEDGER SHOWS WHAT WENT
      *    OUT ON IT.
           IF WS-CHECKOUT-BLOCKED = 'y'
               EVALUATE WS-BLOCK-TYPE
                   WHEN 'manual_block'
                       DISPLAY "Checkout refused: the account is "
                           "blocked"
                   WHEN 'guardian_block'
                       DISPLAY "Checkout refused: guardian's fines "
                           "over the limit"
                   WHEN OTHER
                       DISPLAY "Checkout refused: unpaid fines over "
                           "the limit"
               END-EVALUATE
               MOVE WS-BLOCK-TYPE TO WS-OVR-BLOCK-TYPE
               PERFORM REQUEST-OVERRIDE
               IF WS-OVR-GRANTED NOT = 'y'
                   EXIT PARAGRAPH
               END-IF
           END-IF.

      *    A COPY ON THE READY SHELF ('HELD', SEE THE HOLD TRAP IN
      *    DESK-RETURN/RETURNBOOK) CAN ONLY GO OUT TO THE PATRON
      *    WHOSE HOLD TRAPPED IT.
               DISPLAY "Checkout refused: already has "
                   PATRON-OPEN-LOANS " items out (category "
                   "limit " CAT-MAX-LOANS ")"
               MOVE 'loan_limit' TO WS-OVR-BLOCK-TYPE
               PERFORM REQUEST-OVERRIDE
               IF WS-OVR-GRANTED NOT = 'y'
                   EXIT PARAGRAPH
               END-IF
           END-IF.

      *    IN-LIBRARY-USE MATERIAL, SAME RULE AS CHECKOUTBOOK.
           MOVE 'Y' TO POLICY-LENDABLE.
           EXEC SQL
               SELECT CASE WHEN mt.lendable THEN 'Y' ELSE 'N' END
                   INTO :POLICY-LENDABLE
                   FROM books b
                   JOIN material_types mt
                       ON mt.code = b.material_type
                   WHERE b.id = CAST(:BOOK-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF POLICY-LENDABLE = 'N'
               DISPLAY "Checkout refused: this material is for "
                   "use in the library only"
               MOVE 'not_lendable' TO WS-OVR-BLOCK-TYPE
               PERFORM REQUEST-OVERRIDE
               IF WS-OVR-GRANTED NOT = 'y'
                   EXIT PARAGRAPH
               END-IF
           END-IF.

      *    EVERY REFUSAL GATE HAS PASSED: COLLECTING THE HELD COPY
      *    POLICY (SEE MATTYPEMAINT), WITH THE PATRON CATEGORY'S
      *    OVERRIDE WINNING WHERE SET -- SAME AS CHECKOUTBOOK.
           MOVE 14 TO POLICY-LOAN-DAYS.
           MOVE 0 TO POLICY-LOAN-HOURS.
           EXEC SQL
               SELECT mt.loan_days, COALESCE(mt.loan_hours, 0)
                   INTO :POLICY-LOAN-DAYS, :POLICY-LOAN-HOURS
                   FROM books b
                   JOIN material_types mt
                       ON mt.code = b.material_type
                   WHERE b.id = CAST(:BOOK-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF CAT-LOAN-OVERRIDE > 0 AND POLICY-LOAN-HOURS = 0
               MOVE CAT-LOAN-OVERRIDE TO POLICY-LOAN-DAYS
           END-IF.

      *    COURSE-RESERVE SHORT LOAN WINS OVER EVERYTHING -- SAME
      *    CHECK AS CHECKOUTBOOK.
           MOVE -1 TO RESERVE-LOAN-DAYS.
           MOVE -1 TO RESERVE-LOAN-HOURS.
           EXEC SQL
               SELECT COALESCE(MIN(cr.loan_days), -1),
                      COALESCE(MIN(cr.loan_hours), -1)
                   INTO :RESERVE-LOAN-DAYS, :RESERVE-LOAN-HOURS
                   FROM course_reserves cr
                   JOIN course_reserve_items cri
                       ON cri.reserve_id = cr.id
                       BETWEEN cr.term_start AND cr.term_end
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF RESERVE-LOAN-HOURS > 0
               MOVE RESERVE-LOAN-HOURS TO POLICY-LOAN-HOURS
               DISPLAY "On course reserve: short loan of "
                   POLICY-LOAN-HOURS " hours"
           ELSE
               IF RESERVE-LOAN-DAYS > 0
                   MOVE RESERVE-LOAN-DAYS TO POLICY-LOAN-DAYS
                   MOVE 0 TO POLICY-LOAN-HOURS
                   DISPLAY "On course reserve: short loan of "
                       POLICY-LOAN-DAYS " days"
               END-IF
           END-IF.

      *    A TITLE-LEVEL SCAN (ISBN OR BOOK ID) STILL LENDS A
                   branch_id,
                   copy_id,
                   checkout_date,
                   due_date,
                   loan_hours
               ) VALUES (
                   CAST(:BOOK-ID AS UUID),
                   CAST(:PATRON-ID AS UUID),
                   CAST(:BRANCH-ID AS UUID),
                   CAST(NULLIF(TRIM(:COPY-ID), '') AS UUID),
                   NOW(),
                   CASE WHEN :POLICY-LOAN-HOURS > 0
                   THEN hourly_due_at(CAST(:BRANCH-ID AS UUID), NOW(),
                            CAST(:POLICY-LOAN-HOURS AS INTEGER))
                   ELSE next_open_day(CAST(:BRANCH-ID AS UUID),
                       CAST(NOW()
                       + make_interval(days => :POLICY-LOAN-DAYS)
                       AS DATE))
                       + (NOW() - DATE_TRUNC('day', NOW()))
                   END,
                   CAST(NULLIF(:POLICY-LOAN-HOURS, 0) AS INTEGER)
               ) RETURNING id, TO_CHAR(due_date, 'YYYY-MM-DD HH24:MI')
               INTO :LOAN-ID, :LOAN-DUE-DATE
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
      *    SAME POLICY-DRIVEN FINE ASSESSMENT AND LOST-COPY
      *    RECONCILIATION AS RETURNBOOK.
           MOVE 0.25 TO LOAN-DAILY-RATE.
           MOVE 0 TO LOAN-HOURLY-RATE.
           MOVE 10.00 TO POLICY-FINE-CAP.
           EXEC SQL
               SELECT mt.fine_rate_per_day, mt.fine_rate_per_hour,
                      mt.fine_cap
                   INTO :LOAN-DAILY-RATE, :LOAN-HOURLY-RATE,
                        :POLICY-FINE-CAP
                   FROM loans l
                   JOIN books b ON b.id = l.book_id
                   JOIN material_types mt
               UPDATE loans
                   SET return_date = NOW(),
                       lost_at = NULL,
                       claim_type = NULL,
                       fine_amount =
                           LEAST(:POLICY-FINE-CAP,
                               CASE WHEN loan_hours IS NOT NULL
                               THEN overdue_hours(branch_id, due_date,
                                        COALESCE(claimed_at, NOW()))
                                   * :LOAN-HOURLY-RATE
                               ELSE GREATEST(0,
                                   EXTRACT(DAY FROM
                                       (COALESCE(claimed_at, NOW())
                                        - due_date))
                                   - closed_days_between(branch_id,
                                         CAST(due_date AS DATE),
                                         CAST(COALESCE(claimed_at,
                                                  NOW()) AS DATE)))
                                   * :LOAN-DAILY-RATE
                               END)
                   WHERE id = :LOAN-ID
                   RETURNING fine_amount, borrower,
                             COALESCE(CAST(patron_id AS VARCHAR),
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      *    A CLAIMS-RETURNED ITEM TURNING UP CLOSES THE CLAIM.
           EXEC SQL
               UPDATE loan_claims
                   SET status = 'found',
                       resolved_at = NOW()
                   WHERE loan_id = CAST(:LOAN-ID AS UUID)
                   AND status IN ('open', 'written-off')
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN
               STOP RUN
           END-IF.
           IF SQLCODE = ZERO AND SQLERRD(3) > 0
               DISPLAY "CLAIM CLOSED -- item found"
           END-IF.

           IF LOAN-WAS-LOST = 'y'
               EXEC SQL
                   UPDATE BOOKS
                       UPDATE copies
                           SET status = 'on-shelf'
                           WHERE id = CAST(:LOAN-COPY-ID AS UUID)
                           AND status IN ('out', 'search')
                   END-EXEC
               END-IF
           END-IF.

      *    THE FINE BELONGS TO THE LOAN'S BORROWER, NOT WHOEVER
      *    HANDED THE BOOK OVER AT THE DESK -- SAME AS RETURNBOOK.
           MOVE SPACES TO FINE-ID.
           IF LOAN-FINE-AMOUNT > 0
               EXEC SQL
                   INSERT INTO fines (
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               ADD LOAN-FINE-AMOUNT TO WS-SESSION-FINES
               PERFORM APPLY-PATRON-CREDIT
           END-IF.

      *    A LOAN LOSTITEMS BILLED SETTLES ITS BILL NOW THAT THE
               PERFORM SETTLE-LOST-BILL
           END-IF.

      *    DAMAGE ASSESSMENT, THEN THE HOLD TRAP FOR A COPY THAT
      *    DIDN'T GO TO MENDING -- SAME LIFECYCLE AS RETURNBOOK.
           CALL "DAMAGE-CHECK" USING COPY-ID LOAN-ID
                LOAN-RET-PATRON-ID LOAN-RET-BORROWER
                WS-DAMAGE-ACTOR WS-IN-REPAIR WS-DAMAGE-CHARGED
           END-CALL.
           ADD WS-DAMAGE-CHARGED TO WS-SESSION-FINES.

           IF WS-IN-REPAIR NOT = 'y'
               PERFORM TRAP-OLDEST-HOLD
           END-IF.

           MOVE 'loans' TO AUDIT-TABLE-NAME.
           MOVE LOAN-ID TO AUDIT-RECORD-ID.
           MOVE 'desk' TO AUDIT-ACTOR.
           PERFORM WRITE-AUDIT-LOG.

           PERFORM APPLY-PATRON-CREDIT.

       SETTLE-LOST-BILL.
      *    THE BOOK CAME BACK AFTER LOSTITEMS BILLED IT. AN UNPAID
      *    BILL IS WAIVED ON THE SPOT; A PAID ONE IS REFUNDED WHEN
      *    FINE_PAYMENTS ROWS, SO THE LEDGER STOPS LYING AND THE
      *    DESK STOPS IMPROVISING.
           MOVE 30 TO LB-REFUND-DAYS.
           MOVE 'LOST_REFUND_DAYS' TO PARAM-NAME.
           CALL "GET-PARAM" USING PARAM-NAME PARAM-VALUE
           END-CALL.
           MOVE PARAM-VALUE TO WS-REFUND-DAYS-X.
           IF FUNCTION TRIM(WS-REFUND-DAYS-X) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-REFUND-DAYS-X)
                   TO LB-REFUND-DAYS
                        :LB-PAY-AGE-DAYS
                   FROM fines f
                   WHERE f.loan_id = :LOAN-ID
      *            THE LOSTPROC PROCESSING FEE IS NOT REFUNDABLE.
                   AND f.fee_code IS NULL
                   ORDER BY f.assessed_at DESC
                   LIMIT 1
           END-EXEC.
                       CAST(:LB-FINE-ID AS UUID),
                       :LB-PAID, :LB-SETTLE-KIND,
                       :LB-SETTLE-KIND, 'found'
                   ) RETURNING CAST(id AS VARCHAR) INTO :LB-PAYMENT-ID
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               ELSE
                   DISPLAY "FOUND AFTER PAYMENT: " D-LB-AMOUNT
                       " credited to the patron's account"
                   PERFORM CREDIT-FOUND-PAYMENT
               END-IF
           END-IF.

           MOVE 'desk' TO AUDIT-ACTOR.
           PERFORM WRITE-AUDIT-LOG.

       CREDIT-FOUND-PAYMENT.
      *    SAME AS RETURNBOOK: ONTO THE PATRON'S CREDIT BALANCE,
      *    THEN AGAINST THE OVERDUE FINE THIS RETURN RAISED.
           EXEC SQL
               INSERT INTO patron_credits (
                   patron_id, amount, kind, fine_id, payment_id,
                   operator
               )
               SELECT patron_id, :LB-PAID, 'found', id,
                      CAST(:LB-PAYMENT-ID AS UUID), 'found'
                   FROM fines
                   WHERE id = CAST(:LB-FINE-ID AS UUID)
                   AND patron_id IS NOT NULL
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN
               STOP RUN
           END-IF.
           IF FUNCTION TRIM(FINE-ID) NOT = SPACES
               PERFORM APPLY-PATRON-CREDIT
           END-IF.

       APPLY-PATRON-CREDIT.
           MOVE ZERO TO CREDIT-APPLIED.
           EXEC SQL
               SELECT apply_patron_credit(CAST(:FINE-ID AS UUID),
                                          'credit')
                   INTO :CREDIT-APPLIED
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF CREDIT-APPLIED > 0
               MOVE CREDIT-APPLIED TO D-LB-AMOUNT
               DISPLAY "Account credit of " D-LB-AMOUNT
                   " applied to fine " FUNCTION TRIM(FINE-ID)
           END-IF.

       TRAP-OLDEST-HOLD.
      *    FIRST COME, FIRST TRAPPED: THE OLDEST OPEN HOLD ON THE
      *    TITLE TURNS 'READY', THE COPY GOES TO THE READY SHELF
      *    ('HELD', OUT OF BOTH AVAILABILITY COUNTS), AND THE
      *    PATRON IS TOLD THROUGH THE EMAIL QUEUE -- SAME TRAP AS
      *    RETURNBOOK; HOLDEXPIRE RECLAIMS UNCOLLECTED COPIES.
      *    SUSPENDED HOLDS ARE PASSED OVER, AND "ANY EDITION"
      *    HOLDS ON THE TITLE'S WORK QUEUE WITH ITS OWN, AS THERE.
           MOVE SPACES TO HOLD-ID.
           EXEC SQL
               SELECT CAST(h.id AS VARCHAR),
                        :HOLD-NOTIFY-PREF
                   FROM holds h
                   LEFT JOIN patrons p ON p.id = h.patron_id
                   JOIN books b ON b.id = CAST(:BOOK-ID AS UUID)
                   WHERE (h.book_id = b.id OR h.work_id = b.work_id)
                   AND h.status = 'open'
                   AND (h.suspended_until IS NULL
                        OR h.suspended_until <= CURRENT_DATE)
                   ORDER BY h.placed_at
                   LIMIT 1
           END-EXEC.
               EXIT PARAGRAPH
           END-IF.

      *    A WORK-LEVEL HOLD MOVES TO THE EDITION BEING TRAPPED.
           EXEC SQL
               UPDATE holds
                   SET book_id = CAST(:BOOK-ID AS UUID)
                   WHERE id = CAST(:HOLD-ID AS UUID)
                   AND book_id <> CAST(:BOOK-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN
               STOP RUN
           END-IF.

      *    A HOLD FOR PICKUP AT ANOTHER BRANCH SENDS THE COPY THERE
      *    IN TRANSIT INSTEAD; IT GOES READY WHEN TRANSFER RECEIVES
      *    IT (SEE HOLD-ROUTE).
           CALL "HOLD-ROUTE" USING HOLD-ID COPY-ID WS-ROUTE-ACTOR
                WS-HOLD-ROUTED WS-ROUTE-XFER-ID WS-ROUTE-PICKUP
           END-CALL.
      *    HOLD-ROUTE HAS ALREADY REPORTED THE DATABASE ERROR AND
      *    ROLLED BACK.
           IF WS-HOLD-ROUTED = 'e'
               DISPLAY "Hold routing failed -- the return was not "
                   "recorded"
               EXEC SQL
                   DISCONNECT ALL
               END-EXEC
               STOP RUN
           END-IF.
           IF WS-HOLD-ROUTED = 'y'
               DISPLAY "*** ROUTING SLIP -- SEND TO "
                   FUNCTION TRIM(WS-ROUTE-PICKUP) " ***"
               DISPLAY "    " FUNCTION TRIM(BOOK-NAME)
               DISPLAY "    hold for " FUNCTION TRIM(HOLD-PATRON-NAME)
               DISPLAY "    transfer " FUNCTION TRIM(WS-ROUTE-XFER-ID)
               EXIT PARAGRAPH
           END-IF.

           MOVE 7 TO HOLD-PICKUP-DAYS.
           MOVE 'HOLD_PICKUP_DAYS' TO PARAM-NAME.
           CALL "GET-PARAM" USING PARAM-NAME PARAM-VALUE
           END-CALL.
           MOVE PARAM-VALUE TO WS-PICKUP-DAYS-X.
           IF FUNCTION TRIM(WS-PICKUP-DAYS-X) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-PICKUP-DAYS-X)
                   TO HOLD-PICKUP-DAYS
                   SET status = 'ready',
                       ready_at = NOW(),
                       pickup_expires_at = next_open_day(
                           COALESCE(pickup_branch_id,
                               (SELECT c.branch_id FROM copies c
                                   WHERE c.id = CAST(NULLIF(
                                       TRIM(:COPY-ID), '') AS UUID))),
                           CAST(NOW() + make_interval(
                               days => :HOLD-PICKUP-DAYS)
                               AS DATE)),
       CHECK-FINE-BALANCE.
      *    SAME WARN-THEN-BLOCK GATE AS CHECKOUTBOOK.
           MOVE 'n' TO WS-CHECKOUT-BLOCKED.
           MOVE SPACES TO WS-BLOCK-TYPE.

      *    AND THE SAME FINE AMNESTY, WHILE ONE IS RUNNING.
           MOVE ZERO TO AMNESTY-FORGIVEN.
           EXEC SQL
               SELECT apply_amnesty(CAST(:PATRON-ID AS UUID),
                                    'amnesty')
                   INTO :AMNESTY-FORGIVEN
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF AMNESTY-FORGIVEN > 0
               MOVE AMNESTY-FORGIVEN TO D-FINE-BALANCE
               DISPLAY "Fine amnesty: " D-FINE-BALANCE
                   " in fines forgiven"
           END-IF.
           MOVE ZERO TO FINE-BALANCE.
           EXEC SQL
               SELECT COALESCE(
               DISPLAY "*** Owes " D-FINE-BALANCE " in fines"
               IF FINE-BALANCE >= WS-FINE-BLOCK-LIMIT
                   MOVE 'y' TO WS-CHECKOUT-BLOCKED
                   MOVE 'fine_block' TO WS-BLOCK-TYPE
                   DISPLAY "*** Over the checkout limit: returns "
                       "only ***"
               END-IF
           END-IF.

      *    THE GUARDIAN'S BLOCK COVERS A LINKED CHILD WHERE THE
      *    FAMILY LINK SAYS SO (SEE FAMILYMAINT).
           MOVE ZERO TO FINE-BLOCK-OVERRIDE.
           IF FUNCTION TRIM(WS-FINE-BLOCK-X) NOT = SPACES
               MOVE WS-FINE-BLOCK-LIMIT TO FINE-BLOCK-OVERRIDE
           END-IF.
           MOVE 'N' TO GUARDIAN-BLOCKED.
           EXEC SQL
               SELECT CASE WHEN guardian_blocks(
                               CAST(:PATRON-ID AS UUID),
                               :FINE-BLOCK-OVERRIDE)
                           THEN 'Y' ELSE 'N' END
                   INTO :GUARDIAN-BLOCKED
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF GUARDIAN-BLOCKED = 'Y' AND WS-CHECKOUT-BLOCKED = 'n'
               MOVE 'y' TO WS-CHECKOUT-BLOCKED
               MOVE 'guardian_block' TO WS-BLOCK-TYPE
               DISPLAY "*** Guardian's account is over the fine "
                   "limit: returns only ***"
           END-IF.

       DESK-HOUSEHOLD.
      *    THE HOUSEHOLD IS THE GUARDIAN PLUS EVERY CHILD LINKED TO
      *    THEM -- WHICHEVER MEMBER IS AT THE DESK.
           MOVE ZERO TO HH-MEMBER-CNT.
           EXEC SQL
               SELECT COUNT(*) INTO :HH-MEMBER-CNT
                   FROM patrons m, patrons me
                   WHERE me.id = CAST(:PATRON-ID AS UUID)
                   AND m.guardian_id = COALESCE(me.guardian_id, me.id)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF HH-MEMBER-CNT = 0
               DISPLAY "No family members are linked to this patron"
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT m.name,
                      CASE WHEN m.id = COALESCE(me.guardian_id, me.id)
                           THEN 'guardian' ELSE 'child' END,
                      (SELECT COUNT(*) FROM loans l
                        WHERE l.patron_id = m.id
                        AND l.return_date IS NULL),
                      (SELECT COALESCE(SUM(f.amount - f.paid_amount
                                           - f.waived_amount), 0)
                         FROM fines f
                        WHERE f.patron_id = m.id
                        AND f.status = 'open')
                   FROM patrons m, patrons me
                   WHERE me.id = CAST(:PATRON-ID AS UUID)
                   AND (m.id = COALESCE(me.guardian_id, me.id)
                        OR m.guardian_id
                           = COALESCE(me.guardian_id, me.id))
                   ORDER BY 2 DESC, m.name
           END-EXEC.
           EXEC SQL
               OPEN C1
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY "-------- HOUSEHOLD --------".
           MOVE ZERO TO HH-TOTAL-BALANCE.
           EXEC SQL
               FETCH C1 INTO :HH-MEMBER-NAME, :HH-MEMBER-ROLE,
                             :HH-OPEN-LOANS, :HH-BALANCE
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD HH-BALANCE TO HH-TOTAL-BALANCE
               MOVE HH-BALANCE TO D-HH-BALANCE
               DISPLAY HH-MEMBER-ROLE " "
                   HH-MEMBER-NAME(1:30) " loans " HH-OPEN-LOANS
                   "  owes " D-HH-BALANCE
               EXEC SQL
                   FETCH C1 INTO :HH-MEMBER-NAME, :HH-MEMBER-ROLE,
                                 :HH-OPEN-LOANS, :HH-BALANCE
               END-EXEC
           END-PERFORM.
           EXEC SQL
               CLOSE C1
           END-EXEC.

           EXEC SQL
               DECLARE C2 CURSOR FOR
               SELECT m.name, books.name,
                      TO_CHAR(l.due_date, 'YYYY-MM-DD'),
                      CASE WHEN l.due_date < CURRENT_DATE
                           THEN 'Y' ELSE 'N' END
                   FROM patrons m
                   JOIN patrons me
                       ON me.id = CAST(:PATRON-ID AS UUID)
                   JOIN loans l ON l.patron_id = m.id
                   JOIN books ON books.id = l.book_id
                   WHERE (m.id = COALESCE(me.guardian_id, me.id)
                          OR m.guardian_id
                             = COALESCE(me.guardian_id, me.id))
                   AND l.return_date IS NULL
                   ORDER BY l.due_date, m.name
           END-EXEC.
           EXEC SQL
               OPEN C2
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               FETCH C2 INTO :HH-MEMBER-NAME, :HH-BOOK-NAME,
                             :HH-DUE-DATE, :HH-OVERDUE
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               IF HH-OVERDUE = 'Y'
                   DISPLAY HH-DUE-DATE " OVERDUE "
                       HH-MEMBER-NAME(1:20) " "
                       FUNCTION TRIM(HH-BOOK-NAME)
               ELSE
                   DISPLAY HH-DUE-DATE "         "
                       HH-MEMBER-NAME(1:20) " "
                       FUNCTION TRIM(HH-BOOK-NAME)
               END-IF
               EXEC SQL
                   FETCH C2 INTO :HH-MEMBER-NAME, :HH-BOOK-NAME,
                                 :HH-DUE-DATE, :HH-OVERDUE
               END-EXEC
           END-PERFORM.
           EXEC SQL
               CLOSE C2
           END-EXEC.

           MOVE HH-TOTAL-BALANCE TO D-HH-TOTAL.
           DISPLAY "Household owes " D-HH-TOTAL
               " -- the guardian can pay any of it (RECORDPAYMENT)".
           DISPLAY "---------------------------".

       DESK-IN-HOUSE-USE.
      *    NO PATRON; EACH ITEM SCANNED OFF THE TABLES COUNTS ONE
      *    USE FOR TODAY. COMMITTED AS A BATCH LIKE A PATRON'S.
           MOVE 'x' TO WS-SCAN-INPUT.
           PERFORM UNTIL FUNCTION TRIM(WS-SCAN-INPUT) = SPACES
               DISPLAY 'Scan item barcode (blank when done): '
               ACCEPT WS-SCAN-INPUT
               IF FUNCTION TRIM(WS-SCAN-INPUT) NOT = SPACES
                   CALL "IN-HOUSE-USE" USING WS-SCAN-INPUT
                        WS-USE-DATE WS-USE-RESULT WS-USE-BOOK-NAME
                   END-CALL
                   EVALUATE WS-USE-RESULT
                       WHEN 'y'
                           ADD 1 TO WS-SESSION-IN-HOUSE
                           DISPLAY "USED IN HOUSE  "
                               FUNCTION TRIM(WS-USE-BOOK-NAME)
                       WHEN 'x'
                           DISPLAY FUNCTION TRIM(WS-USE-BOOK-NAME)
                               " is out, lost or withdrawn -- "
                               "not counted; check it in first"
                       WHEN OTHER
                           DISPLAY "No copy with that barcode"
                   END-EVALUATE
               END-IF
           END-PERFORM.

           EXEC SQL
               COMMIT WORK
           END-EXEC.

       SHOW-PATRON-NOTES.
      *    ACTIVE NOTES AND BLOCKS ON THE ACCOUNT (SEE PATRONNOTES),
      *    BLOCKS FIRST. A MANUAL BLOCK OUTRANKS A FINE BLOCK, SO
      *    AN OVERRIDE IS LOGGED AGAINST THE BLOCK STAFF PLACED.
           EXEC SQL
               DECLARE C3 CURSOR FOR
               SELECT kind, note_text, author,
                      TO_CHAR(created_at, 'YYYY-MM-DD'),
                      COALESCE(TO_CHAR(expires_on, 'YYYY-MM-DD'), '')
                   FROM patron_notes
                   WHERE patron_id = CAST(:PATRON-ID AS UUID)
                   AND removed_at IS NULL
                   AND (expires_on IS NULL
                        OR expires_on >= CURRENT_DATE)
                   ORDER BY CASE WHEN kind = 'block' THEN 0
                                 ELSE 1 END,
                            created_at DESC
           END-EXEC.
           EXEC SQL
               OPEN C3
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE 'N' TO MANUAL-BLOCKED.
           EXEC SQL
               FETCH C3 INTO :NOTE-KIND, :NOTE-TEXT, :NOTE-AUTHOR,
                             :NOTE-DATE, :NOTE-EXPIRES
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               IF NOTE-KIND = 'block'
                   MOVE 'Y' TO MANUAL-BLOCKED
                   DISPLAY "*** BLOCKED: " FUNCTION TRIM(NOTE-TEXT)
                       " ***"
               ELSE
                   DISPLAY "Note: " FUNCTION TRIM(NOTE-TEXT)
               END-IF
               IF NOTE-EXPIRES = SPACES
                   DISPLAY "      (" FUNCTION TRIM(NOTE-AUTHOR) " "
                       NOTE-DATE ")"
               ELSE
                   DISPLAY "      (" FUNCTION TRIM(NOTE-AUTHOR) " "
                       NOTE-DATE ", until " NOTE-EXPIRES ")"
               END-IF
               EXEC SQL
                   FETCH C3 INTO :NOTE-KIND, :NOTE-TEXT,
                                 :NOTE-AUTHOR, :NOTE-DATE,
                                 :NOTE-EXPIRES
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C3
           END-EXEC.

           IF MANUAL-BLOCKED = 'Y'
               MOVE 'y' TO WS-CHECKOUT-BLOCKED
               MOVE 'manual_block' TO WS-BLOCK-TYPE
               DISPLAY "*** Account blocked: returns only ***"
           END-IF.

       REQUEST-OVERRIDE.
      *    A REFUSED OVERRIDE LEAVES THE REFUSAL STANDING; A GRANTED
      *    ONE IS LOGGED AND COMMITS WITH THE PATRON'S LOANS.
           CALL "CIRC-OVERRIDE" USING PATRON-ID BOOK-ID COPY-ID
                WS-OVR-BLOCK-TYPE BRANCH-ID WS-OVR-STATION
                WS-OVR-GRANTED
           END-CALL.

       PRINT-RECEIPT.
           IF WS-RECEIPT-CNT = 0
               EXIT PARAGRAPH
