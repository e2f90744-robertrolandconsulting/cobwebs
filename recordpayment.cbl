      *
      * Settles fines opened by RETURNBOOK: records the transaction
      * in FINE_PAYMENTS, rolls it up onto the FINES row, and closes
      * the fine once the outstanding amount reaches zero. A
      * payment bigger than the balance settles the fine and puts
      * the rest on the patron's credit balance (PATRON_CREDITS),
      * which the next charge raised against them draws on first
      * -- PATRONCREDIT refunds it in cash.
      *
      * Given a statement number (BILLSTATEMENTS) instead of a fine
      * id, takes one payment for the institution's whole account:
      * it is spread over the open fines oldest first, each row
      * carrying the statement number, and anything left over goes
      * to credit as above.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
       01  WS-METHOD-IN            PIC X(1).
       01  WS-AMOUNT-X             PIC X(12).
       01  WS-OUTSTANDING          PIC S9(6)V99.
       01  WS-REMAINING            PIC S9(6)V99.
       01  D-OUTSTANDING           PIC -(6)9.99.

       EXEC SQL
           05  FINE-PAID           PIC S9(6)V99.
           05  FINE-WAIVED         PIC S9(6)V99.
           05  FINE-STATUS         PIC X(10).
           05  FINE-PATRON-ID      PIC X(36).

       01  PAYMENT-REC-VARS.
           05  PAYMENT-ID          PIC X(36).
           05  PAYMENT-KIND        PIC X(10).
           05  PAYMENT-METHOD      PIC X(10).
           05  PAYMENT-OPERATOR    PIC X(50).
           05  PAYMENT-OVERPAID    PIC S9(6)V99 VALUE ZERO.

       01  STMT-REC-VARS.
           05  STMT-NO             PIC X(10) VALUE SPACES.
           05  STMT-PATRON-ID      PIC X(36).
           05  STMT-PATRON-NAME    PIC X(50).
           05  STMT-PERIOD         PIC X(7).
           05  STMT-CLOSING        PIC S9(8)V99.
           05  STMT-PAID           PIC S9(8)V99.
           05  STMT-OWING          PIC S9(8)V99.
           05  STMT-TAKEN          PIC S9(8)V99.

       01  AUDIT-REC-VARS.
           05  AUDIT-TABLE-NAME    PIC X(30).

           COPY 'db-connect.cpy'.

           DISPLAY 'Enter fine id or statement number: '.
           ACCEPT FINE-ID.

           IF FUNCTION UPPER-CASE(FINE-ID(1:2)) = 'ST'
               PERFORM PAY-STATEMENT
           ELSE
               PERFORM PAY-ONE-FINE
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
           DISPLAY "RECORDPAYMENT FINISHED".
           STOP RUN.

       PAY-ONE-FINE.
           EXEC SQL
               SELECT borrower, amount, paid_amount,
                      waived_amount, status,
                      COALESCE(CAST(patron_id AS VARCHAR), '')
                   INTO :FINE-BORROWER, :FINE-AMOUNT, :FINE-PAID,
                        :FINE-WAIVED, :FINE-STATUS, :FINE-PATRON-ID
                   FROM fines
                   WHERE id = :FINE-ID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY "No fine found with that id"
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TRIM(FINE-STATUS) NOT = 'open'
               DISPLAY "Fine is already settled (status "
                   FUNCTION TRIM(FINE-STATUS) ")"
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-OUTSTANDING =
               MOVE FUNCTION NUMVAL(WS-AMOUNT-X) TO PAYMENT-AMOUNT
           END-IF.

      *    ONLY MONEY CAN BE OVERPAID, AND ONLY BY A PATRON WITH A
      *    RECORD TO HOLD THE CREDIT.
           IF PAYMENT-AMOUNT > WS-OUTSTANDING
                   AND FUNCTION TRIM(PAYMENT-KIND) = 'payment'
                   AND FUNCTION TRIM(FINE-PATRON-ID) NOT = SPACES
               COMPUTE PAYMENT-OVERPAID =
                   PAYMENT-AMOUNT - WS-OUTSTANDING
               MOVE WS-OUTSTANDING TO PAYMENT-AMOUNT
           END-IF.

           IF PAYMENT-AMOUNT <= 0
                   OR PAYMENT-AMOUNT > WS-OUTSTANDING
               DISPLAY "Amount must be between zero and the "
                   "outstanding balance"
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
           MOVE 'cli' TO AUDIT-ACTOR.
           PERFORM WRITE-AUDIT-LOG.

           IF PAYMENT-OVERPAID > 0
               PERFORM POST-OVERPAYMENT
           END-IF.

       PAY-STATEMENT.
      *    ONE PAYMENT FROM AN INSTITUTION QUOTING ITS STATEMENT.
      *    IT SETTLES WHATEVER IS OPEN ON THE ACCOUNT NOW, OLDEST
      *    FIRST, NOT ONLY THE LINES ON THAT STATEMENT. A STATEMENT
      *    ISSUED TO A RECORD SINCE MERGED IS PAID ON THE SURVIVOR.
           MOVE FUNCTION UPPER-CASE(FINE-ID) TO STMT-NO.
           EXEC SQL
               SELECT CAST(p.id AS VARCHAR), p.name,
                      TO_CHAR(s.period_start, 'YYYY-MM'),
                      s.closing_balance, s.paid_amount,
                      (SELECT COALESCE(SUM(f.amount - f.paid_amount
                                  - f.waived_amount), 0)
                           FROM fines f
                           WHERE f.patron_id = p.id
                           AND f.status = 'open')
                   INTO :STMT-PATRON-ID, :STMT-PATRON-NAME,
                        :STMT-PERIOD, :STMT-CLOSING, :STMT-PAID,
                        :STMT-OWING
                   FROM billing_statements s
                   JOIN patrons m ON m.id = s.patron_id
                   JOIN patrons p
                       ON p.id = COALESCE(m.merged_into, m.id)
                   WHERE s.statement_no = TRIM(:STMT-NO)
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "No statement found with that number"
               EXIT PARAGRAPH
           END-IF.

           MOVE STMT-CLOSING TO D-OUTSTANDING.
           DISPLAY "Statement:   " FUNCTION TRIM(STMT-NO) " for "
               STMT-PERIOD "  " FUNCTION TRIM(STMT-PATRON-NAME).
           DISPLAY "Closing:     " D-OUTSTANDING.
           MOVE STMT-PAID TO D-OUTSTANDING.
           DISPLAY "Paid on it:  " D-OUTSTANDING.
           MOVE STMT-OWING TO D-OUTSTANDING.
           DISPLAY "Owing now:   " D-OUTSTANDING.
           IF STMT-OWING <= 0
               DISPLAY "Nothing is owing on the account"
               EXIT PARAGRAPH
           END-IF.

           MOVE 'payment' TO PAYMENT-KIND.
           DISPLAY 'Method: (c)ash or car(d)? '.
           ACCEPT WS-METHOD-IN.
           IF WS-METHOD-IN = 'd' OR WS-METHOD-IN = 'D'
               MOVE 'card' TO PAYMENT-METHOD
           ELSE
               MOVE 'cash' TO PAYMENT-METHOD
           END-IF.

           ACCEPT PAYMENT-OPERATOR FROM ENVIRONMENT 'DESK_OPERATOR'.
           IF FUNCTION TRIM(PAYMENT-OPERATOR) = SPACES
               DISPLAY 'Operator initials: '
               ACCEPT PAYMENT-OPERATOR
           END-IF.

      *    BLANK TAKES WHAT IS STILL UNPAID ON THE STATEMENT, OR
      *    THE ACCOUNT BALANCE IF THAT IS LESS.
           DISPLAY 'Enter amount (blank for the statement balance): '.
           ACCEPT WS-AMOUNT-X.
           IF FUNCTION TRIM(WS-AMOUNT-X) = SPACES
               COMPUTE STMT-TAKEN = STMT-CLOSING - STMT-PAID
               IF STMT-TAKEN <= 0 OR STMT-TAKEN > STMT-OWING
                   MOVE STMT-OWING TO STMT-TAKEN
               END-IF
           ELSE
               MOVE FUNCTION NUMVAL(WS-AMOUNT-X) TO STMT-TAKEN
           END-IF.
           IF STMT-TAKEN <= 0
               DISPLAY "Amount must be more than zero"
               EXIT PARAGRAPH
           END-IF.

           MOVE STMT-PATRON-ID TO FINE-PATRON-ID.
           MOVE STMT-TAKEN TO WS-REMAINING.
           PERFORM APPLY-STATEMENT-PAYMENT
               UNTIL WS-REMAINING <= 0.

           IF PAYMENT-OVERPAID > 0
               PERFORM POST-OVERPAYMENT
           END-IF.

           EXEC SQL
               UPDATE billing_statements
                   SET paid_amount = paid_amount + :STMT-TAKEN
                   WHERE statement_no = TRIM(:STMT-NO)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE STMT-TAKEN TO D-OUTSTANDING.
           DISPLAY "Recorded " D-OUTSTANDING " against statement "
               FUNCTION TRIM(STMT-NO).

           MOVE 'billing_statements' TO AUDIT-TABLE-NAME.
           MOVE STMT-NO TO AUDIT-RECORD-ID.
           MOVE 'UPDATE' TO AUDIT-OPERATION.
           MOVE 'cli' TO AUDIT-ACTOR.
           PERFORM WRITE-AUDIT-LOG.

       APPLY-STATEMENT-PAYMENT.
           MOVE SPACES TO PAYMENT-ID.
           EXEC SQL
               SELECT CAST(id AS VARCHAR),
                      amount - paid_amount - waived_amount
                   INTO :PAYMENT-ID, :PAYMENT-AMOUNT
                   FROM fines
                   WHERE patron_id = CAST(:STMT-PATRON-ID AS UUID)
                   AND status = 'open'
                   ORDER BY assessed_at
                   LIMIT 1
           END-EXEC.
           IF SQLCODE NOT = ZERO
                   OR FUNCTION TRIM(PAYMENT-ID) = SPACES
      *        MORE MONEY THAN DEBT: THE REST BECOMES CREDIT, BOOKED
      *        AGAINST THE LAST FINE SETTLED (STILL IN FINE-ID).
               MOVE WS-REMAINING TO PAYMENT-OVERPAID
               MOVE 0 TO WS-REMAINING
               EXIT PARAGRAPH
           END-IF.

           MOVE PAYMENT-ID TO FINE-ID.
           IF WS-REMAINING < PAYMENT-AMOUNT
               MOVE WS-REMAINING TO PAYMENT-AMOUNT
           END-IF.

           EXEC SQL
               INSERT INTO fine_payments (
                   fine_id,
                   amount,
                   kind,
                   method,
                   operator,
                   statement_no
               ) VALUES (
                   CAST(:FINE-ID AS UUID),
                   :PAYMENT-AMOUNT,
                   'payment',
                   :PAYMENT-METHOD,
                   TRIM(:PAYMENT-OPERATOR),
                   TRIM(:STMT-NO)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               UPDATE fines
                   SET paid_amount = paid_amount + :PAYMENT-AMOUNT,
                       status =
                           CASE WHEN amount - paid_amount
                                   - waived_amount
                                   - :PAYMENT-AMOUNT <= 0
                                THEN 'paid' ELSE 'open' END
                   WHERE id = CAST(:FINE-ID AS UUID)
                   RETURNING status INTO :FINE-STATUS
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE PAYMENT-AMOUNT TO D-OUTSTANDING.
           DISPLAY "  fine " FUNCTION TRIM(FINE-ID) "  " D-OUTSTANDING
               "  " FUNCTION TRIM(FINE-STATUS).
           SUBTRACT PAYMENT-AMOUNT FROM WS-REMAINING.

           MOVE 'fines' TO AUDIT-TABLE-NAME.
           MOVE FINE-ID TO AUDIT-RECORD-ID.
           MOVE 'UPDATE' TO AUDIT-OPERATION.
           MOVE 'cli' TO AUDIT-ACTOR.
           PERFORM WRITE-AUDIT-LOG.

       POST-OVERPAYMENT.
      *    THE EXCESS IS TAKEN IN THE SAME CASH OR CARD AS THE
      *    PAYMENT, AGAINST THE SAME FINE, AS A KIND 'CREDIT' ROW --
      *    SO IT COUNTS IN THE DRAWER AND REACHES THE LEDGER -- AND
      *    THE PATRON'S CREDIT BALANCE GOES UP BY IT.
           EXEC SQL
               INSERT INTO fine_payments (
                   fine_id,
                   amount,
                   kind,
                   method,
                   operator,
                   statement_no
               ) VALUES (
                   :FINE-ID,
                   :PAYMENT-OVERPAID,
                   'credit',
                   :PAYMENT-METHOD,
                   TRIM(:PAYMENT-OPERATOR),
                   NULLIF(TRIM(:STMT-NO), '')
               ) RETURNING id INTO :PAYMENT-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               INSERT INTO patron_credits (
                   patron_id,
                   amount,
                   kind,
                   fine_id,
                   payment_id,
                   operator
               ) VALUES (
                   CAST(:FINE-PATRON-ID AS UUID),
                   :PAYMENT-OVERPAID,
                   'overpay',
                   :FINE-ID,
                   :PAYMENT-ID,
                   TRIM(:PAYMENT-OPERATOR)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE PAYMENT-OVERPAID TO D-OUTSTANDING.
           DISPLAY "Overpaid " D-OUTSTANDING
               " -- held as credit on the patron's account".

           MOVE 'patron_credits' TO AUDIT-TABLE-NAME.
           MOVE FINE-PATRON-ID TO AUDIT-RECORD-ID.
           MOVE 'INSERT' TO AUDIT-OPERATION.
           MOVE 'cli' TO AUDIT-ACTOR.
           PERFORM WRITE-AUDIT-LOG.

       WRITE-AUDIT-LOG.
           EXEC SQL
