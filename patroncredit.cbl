      ********************************************
      * Patron account credit: inquiry and cash refund
      *
      * PATRONCREDIT
      *
      * Lists a patron's credit movements in PATRON_CREDITS --
      * overpayments (RECORDPAYMENT, my-fines), lost-and-paid items
      * found after the refund window, credit used against new
      * charges -- with the balance still held, and refunds credit
      * in cash at the desk. A refund is a till entry: a cash
      * 'refund' row in FINE_PAYMENTS under the operator
      * (DESK_OPERATOR) that TILLSHEET takes out of the drawer,
      * posted against the fine the credit came in on so GLEXPORT
      * can journal it.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PATRONCREDIT.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       COPY 'db-connect-params.cpy'.

       01  WS-ACTION               PIC X(1).
       01  WS-AMOUNT-X             PIC X(12).
       01  D-AMOUNT                PIC -(6)9.99.

       EXEC SQL
           BEGIN DECLARE SECTION
       END-EXEC.
       01  HOSTVARS.
           05 BUFFER               PIC X(1024).

       01  PATRON-REC-VARS.
           05  PATRON-SCAN         PIC X(50).
           05  PATRON-ID           PIC X(36).
           05  PATRON-NAME         PIC X(50).
           05  PATRON-CREDIT       PIC S9(6)V99.

       01  CREDIT-REC-VARS.
           05  CREDIT-DATE         PIC X(16).
           05  CREDIT-KIND         PIC X(10).
           05  CREDIT-AMOUNT       PIC S9(6)V99.
           05  CREDIT-OPERATOR     PIC X(50).
           05  CREDIT-FINE-ID      PIC X(36).
           05  CREDIT-PAYMENT-ID   PIC X(36).

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
           DISPLAY "PATRONCREDIT STARTED".

           COPY 'db-connect.cpy'.

           DISPLAY 'Action: (l)ist a patron''s credit, '
               '(r)efund credit in cash: '.
           ACCEPT WS-ACTION.

           EVALUATE WS-ACTION
               WHEN 'l'
               WHEN 'L'
                   PERFORM LIST-CREDIT
               WHEN 'r'
               WHEN 'R'
                   PERFORM REFUND-CREDIT
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
           DISPLAY "PATRONCREDIT FINISHED".
           STOP RUN.

       FIND-PATRON.
           DISPLAY 'Patron card number or patron id: '.
           ACCEPT PATRON-SCAN.
           MOVE SPACES TO PATRON-ID.
           MOVE ZERO TO PATRON-CREDIT.
           EXEC SQL
               SELECT CAST(id AS VARCHAR), name,
                      patron_credit_balance(id)
                   INTO :PATRON-ID, :PATRON-NAME, :PATRON-CREDIT
                   FROM patrons
                   WHERE id = patron_by_card(:PATRON-SCAN)
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "No patron found with that card or id"
               MOVE SPACES TO PATRON-ID
               EXIT PARAGRAPH
           END-IF.

           MOVE PATRON-CREDIT TO D-AMOUNT.
           DISPLAY FUNCTION TRIM(PATRON-NAME) ": credit balance "
               D-AMOUNT.

       LIST-CREDIT.
           PERFORM FIND-PATRON.
           IF PATRON-ID = SPACES
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT TO_CHAR(recorded_at, 'YYYY-MM-DD HH24:MI'),
                      kind, amount, COALESCE(operator, ''),
                      COALESCE(CAST(fine_id AS VARCHAR), '')
                      FROM patron_credits
                      WHERE patron_id = CAST(:PATRON-ID AS UUID)
                      ORDER BY recorded_at
           END-EXEC.
           EXEC SQL
               OPEN C1
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY "when              kind             amount  "
               "operator    fine".
           DISPLAY "------------".
           EXEC SQL
               FETCH C1 INTO :CREDIT-DATE, :CREDIT-KIND,
                             :CREDIT-AMOUNT, :CREDIT-OPERATOR,
                             :CREDIT-FINE-ID
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE CREDIT-AMOUNT TO D-AMOUNT
               DISPLAY CREDIT-DATE "  " CREDIT-KIND " " D-AMOUNT
                   "  " CREDIT-OPERATOR(1:10) "  "
                   FUNCTION TRIM(CREDIT-FINE-ID)
               EXEC SQL
                   FETCH C1 INTO :CREDIT-DATE, :CREDIT-KIND,
                                 :CREDIT-AMOUNT, :CREDIT-OPERATOR,
                                 :CREDIT-FINE-ID
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C1
           END-EXEC.

       REFUND-CREDIT.
           PERFORM FIND-PATRON.
           IF PATRON-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF PATRON-CREDIT <= 0
               DISPLAY "No credit to refund"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY 'Amount to refund (blank for all of it): '.
           ACCEPT WS-AMOUNT-X.
           IF FUNCTION TRIM(WS-AMOUNT-X) = SPACES
               MOVE PATRON-CREDIT TO CREDIT-AMOUNT
           ELSE
               MOVE FUNCTION NUMVAL(WS-AMOUNT-X) TO CREDIT-AMOUNT
           END-IF.
           IF CREDIT-AMOUNT <= 0 OR CREDIT-AMOUNT > PATRON-CREDIT
               DISPLAY "Amount must be between zero and the "
                   "credit balance"
               EXIT PARAGRAPH
           END-IF.

      *    SAME TILL ACCOUNTABILITY AS RECORDPAYMENT.
           ACCEPT CREDIT-OPERATOR FROM ENVIRONMENT 'DESK_OPERATOR'.
           IF FUNCTION TRIM(CREDIT-OPERATOR) = SPACES
               DISPLAY 'Operator initials: '
               ACCEPT CREDIT-OPERATOR
           END-IF.

      *    THE REFUND HANGS OFF THE FINE THE LATEST CREDIT CAME IN
      *    ON -- FINE_PAYMENTS ROWS ALWAYS BELONG TO A FINE.
           MOVE SPACES TO CREDIT-FINE-ID.
           EXEC SQL
               SELECT CAST(fine_id AS VARCHAR)
                   INTO :CREDIT-FINE-ID
                   FROM patron_credits
                   WHERE patron_id = CAST(:PATRON-ID AS UUID)
                   AND kind IN ('overpay', 'found')
                   AND fine_id IS NOT NULL
                   ORDER BY recorded_at DESC
                   LIMIT 1
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "*** No charge on file for this credit ***"
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               INSERT INTO fine_payments (
                   fine_id,
                   amount,
                   kind,
                   method,
                   operator
               ) VALUES (
                   CAST(:CREDIT-FINE-ID AS UUID),
                   :CREDIT-AMOUNT,
                   'refund',
                   'cash',
                   TRIM(:CREDIT-OPERATOR)
               ) RETURNING CAST(id AS VARCHAR)
                 INTO :CREDIT-PAYMENT-ID
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
                   CAST(:PATRON-ID AS UUID),
                   0 - :CREDIT-AMOUNT,
                   'refund',
                   CAST(:CREDIT-FINE-ID AS UUID),
                   CAST(:CREDIT-PAYMENT-ID AS UUID),
                   TRIM(:CREDIT-OPERATOR)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE CREDIT-AMOUNT TO D-AMOUNT.
           DISPLAY "Pay out " D-AMOUNT " cash to "
               FUNCTION TRIM(PATRON-NAME).
           COMPUTE PATRON-CREDIT = PATRON-CREDIT - CREDIT-AMOUNT.
           MOVE PATRON-CREDIT TO D-AMOUNT.
           DISPLAY "Credit balance now " D-AMOUNT.

           MOVE 'patron_credits' TO AUDIT-TABLE-NAME.
           MOVE PATRON-ID TO AUDIT-RECORD-ID.
           MOVE 'REFUND' TO AUDIT-OPERATION.
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
                'PATRONCREDIT                  ' 'ERROR-RTN'
           END-CALL.

       END-PROGRAM.
