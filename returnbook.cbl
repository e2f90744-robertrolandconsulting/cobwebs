      *
      * RETURNBOOK
      *
      * Also asks whether the item came back damaged (see
      * DAMAGE-CHECK) before it can be trapped for a hold. Credit
      * on the patron's account (PATRON_CREDITS) settles a new
      * fine as soon as it is assessed.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************

       WORKING-STORAGE SECTION.
       COPY 'db-connect-params.cpy'.
       COPY 'param-vars.cpy'.
       COPY 'notice-vars.cpy'.

       01  WS-FINE-RATE-X          PIC X(10).
       01  WS-MAIL-SUBJECT         PIC X(200).
       01  WS-MAIL-BODY            PIC X(4000).
       01  WS-MAIL-ID              PIC X(36).
       01  WS-DAMAGE-ACTOR         PIC X(10) VALUE 'cli'.
       01  WS-IN-REPAIR            PIC X(1).
       01  WS-DAMAGE-CHARGED       PIC S9(6)V99.
       01  WS-ROUTE-ACTOR          PIC X(10) VALUE 'cli'.
       01  WS-HOLD-ROUTED          PIC X(1).
       01  WS-ROUTE-XFER-ID        PIC X(36).
       01  WS-ROUTE-PICKUP         PIC X(10).

       EXEC SQL
           BEGIN DECLARE SECTION
       01  LOAN-BORROWER           PIC X(50).
       01  LOAN-PATRON-ID          PIC X(36).
       01  LOAN-DAILY-RATE         PIC 9(3)V99.
       01  LOAN-HOURLY-RATE        PIC 9(3)V99.
       01  POLICY-FINE-CAP         PIC 9(6)V99.
       01  LOAN-WAS-LOST           PIC X(1).
       01  LOAN-BRANCH-ID          PIC X(36).
       01  FINE-ID                 PIC X(36).
       01  CREDIT-APPLIED          PIC S9(6)V99.

       01  LOST-BILL-VARS.
           05  LB-FINE-ID          PIC X(36).
           05  LB-PAY-AGE-DAYS     PIC S9(5).
           05  LB-REFUND-DAYS      PIC 9(4).
           05  LB-SETTLE-KIND      PIC X(10).
           05  LB-PAYMENT-ID       PIC X(36).

       01  HOLD-REC-VARS.
           05  HOLD-ID             PIC X(36).

      *    THE DAILY OVERDUE RATE AND CAP COME FROM THE TITLE'S
      *    MATERIAL-TYPE POLICY (SEE MATTYPEMAINT); A SITE-WIDE
      *    FINE_DAILY_RATE SYSTEM PARAMETER STILL OVERRIDES THE
      *    RATE WHERE SET. ZERO IF RETURNED ON TIME, AND DAYS THE
      *    LENDING BRANCH WAS SHUT NEVER COUNT AGAINST THE BORROWER
      *    (SEE CLOSED_DAYS_BETWEEN / CALENDARMAINT). A LOAN THE PATRON
      *    CLAIMED WAS RETURNED (SEE CLAIMMAINT) IS ONLY FINED UP
      *    TO THE CLAIM DATE. AN HOURLY LOAN IS FINED PER HOUR
      *    OVERDUE AT THE POLICY'S HOURLY RATE, COUNTING ONLY THE
      *    HOURS THE LENDING BRANCH WAS OPEN (SEE OVERDUE_HOURS);
      *    FINE_DAILY_RATE LEAVES THAT RATE ALONE.
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
                   WHERE l.id = :LOAN-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           MOVE 'FINE_DAILY_RATE' TO PARAM-NAME.
           CALL "GET-PARAM" USING PARAM-NAME PARAM-VALUE
           END-CALL.
           MOVE PARAM-VALUE TO WS-FINE-RATE-X.
           IF FUNCTION TRIM(WS-FINE-RATE-X) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-FINE-RATE-X)
                   TO LOAN-DAILY-RATE
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
                             COALESCE(CAST(patron_id AS VARCHAR), ''),

           DISPLAY "Fine due: " LOAN-FINE-AMOUNT.

           PERFORM CLOSE-FOUND-CLAIM.

      *    A LATE RETURN OPENS A ROW IN THE FINES LEDGER, TO BE
      *    SETTLED THROUGH RECORDPAYMENT AT THE DESK.
           MOVE SPACES TO FINE-ID.
           IF LOAN-FINE-AMOUNT > 0
               EXEC SQL
                   INSERT INTO fines (
               MOVE 'INSERT' TO AUDIT-OPERATION
               MOVE 'cli' TO AUDIT-ACTOR
               PERFORM WRITE-AUDIT-LOG
               PERFORM APPLY-PATRON-CREDIT
           END-IF.

      *    A LOAN LOSTITEMS ALREADY WROTE OFF HAD ITS COPY REMOVED
                       UPDATE copies
                           SET status = 'on-shelf'
                           WHERE id = CAST(:LOAN-COPY-ID AS UUID)
                           AND status IN ('out', 'search')
                   END-EXEC
               END-IF
           END-IF.
               PERFORM SETTLE-LOST-BILL
           END-IF.

      *    DAMAGE ASSESSMENT (SEE DAMAGE-CHECK): A COPY SENT TO THE
      *    MENDING SHELF ISN'T FIT TO TRAP FOR A HOLD.
           CALL "DAMAGE-CHECK" USING COPY-ID LOAN-ID LOAN-PATRON-ID
                LOAN-BORROWER WS-DAMAGE-ACTOR WS-IN-REPAIR
                WS-DAMAGE-CHARGED
           END-CALL.

      *    THE OLDEST OPEN HOLD ON THE TITLE TRAPS THE RETURNING
      *    COPY BEFORE IT REJOINS GENERAL AVAILABILITY.
           IF WS-IN-REPAIR NOT = 'y'
               PERFORM TRAP-OLDEST-HOLD
           END-IF.

           MOVE 'loans' TO AUDIT-TABLE-NAME.
           MOVE LOAN-ID TO AUDIT-RECORD-ID.
           DISPLAY "RETURNBOOK FINISHED".
           STOP RUN.

       CLOSE-FOUND-CLAIM.
      *    THE ITEM TURNED UP: AN OPEN CLAIM ON THE LOAN (OR ONE
      *    WRITTEN OFF WHEN THE SEARCH FAILED) CLOSES AS FOUND.
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

           MOVE 'cli' TO AUDIT-ACTOR.
           PERFORM WRITE-AUDIT-LOG.

       CREDIT-FOUND-PAYMENT.
      *    THE CREDIT GOES ON THE PATRON'S CREDIT BALANCE, AND
      *    STRAIGHT ONTO THE OVERDUE FINE THIS RETURN JUST RAISED.
      *    A LEGACY BILL WITH NO PATRON HAS NOWHERE TO HOLD IT.
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
      *    A MENDING COPY IS -- SEE COPYMAINT), AND THE PATRON IS
      *    TOLD THROUGH THE EMAIL QUEUE. HOLDEXPIRE RECLAIMS THE
      *    COPY IF IT ISN'T COLLECTED WITHIN THE PICKUP WINDOW
      *    (HOLD_PICKUP_DAYS, DEFAULT 7 OPEN DAYS). A HOLD THE
      *    PATRON HAS SUSPENDED KEEPS ITS PLACE BUT IS PASSED OVER
      *    UNTIL ITS SUSPENDED-UNTIL DATE. AN "ANY EDITION" HOLD ON
      *    THE TITLE'S WORK QUEUES ALONGSIDE THE TITLE'S OWN HOLDS.
           MOVE SPACES TO HOLD-ID.
           EXEC SQL
               SELECT CAST(h.id AS VARCHAR),
                        :HOLD-NOTIFY-PREF, :HOLD-BOOK-NAME
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

      *    A WORK-LEVEL HOLD PLACED ON ANOTHER EDITION NOW BELONGS
      *    TO THIS ONE -- PICKUP AND CHECKOUT SEE THE EDITION THE
      *    PATRON WILL ACTUALLY BE HANDED.
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
               DISPLAY "    " FUNCTION TRIM(HOLD-BOOK-NAME)
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
