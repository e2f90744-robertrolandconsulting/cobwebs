      * Finds loans still open past a configurable threshold
      * (LOST_THRESHOLD_DAYS, default 60), marks each lost so it
      * drops out of OVERDUENOTICES, removes the copy from the
      * title's effective counts, and bills the borrower through
      * the fines ledger RECORDPAYMENT already settles: the title's
      * replacement cost -- the last price paid for it in
      * ACQUISITIONS, else the donated copy's estimated value, else
      * its material type's replacement cost, else REPLACEMENT_COST
      * (default 25.00) -- plus the LOSTPROC processing fee from
      * FEE_SCHEDULE as a separate, non-refundable charge. Prints a
      * bill register as it goes, showing where each price came
      * from, and queues a lost-item notice by
      * the patron's overdue-notice preference -- to the guardian's
      * contact details for a linked child (see FAMILYMAINT).
      * Credit on the patron's account goes against the bill
      * straight away.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************

       WORKING-STORAGE SECTION.
       COPY 'db-connect-params.cpy'.
       COPY 'param-vars.cpy'.
       COPY 'notice-vars.cpy'.

       01  WS-THRESHOLD-X          PIC X(8).
       01  WS-COST-X               PIC X(12).
       01  WS-BILL-CNT             PIC 9(8) VALUE ZERO.
       01  D-BILL-AMOUNT           PIC -(6)9.99.
       01  D-BILL-TOTAL            PIC -(6)9.99.
       01  D-BILL-COST             PIC -(6)9.99.
       01  D-PROC-FEE              PIC -(6)9.99.
       01  WS-BILL-TOTAL           PIC S9(8)V99 VALUE ZERO.
       01  WS-NOTICE-CNT           PIC 9(8) VALUE ZERO.
       01  WS-MAIL-RECIPIENT       PIC X(100).
       01  WS-MAIL-SUBJECT         PIC X(200).
       01  WS-MAIL-BODY            PIC X(4000).
       01  WS-MAIL-ID              PIC X(36).

       EXEC SQL
           BEGIN DECLARE SECTION

       01  LOST-THRESHOLD-DAYS     PIC 9(4).
       01  REPLACEMENT-COST        PIC 9(4)V99.
       01  PROC-FEE                PIC 9(6)V99.

       01  BILL-VARS.
           05  BILL-COST           PIC 9(6)V99.
           05  BILL-SOURCE         PIC X(15).
           05  BILL-TOTAL          PIC 9(6)V99.

       01  LOST-REC-VARS.
           05  LOAN-ID             PIC X(36).
           05  LOAN-BOOK-NAME      PIC X(50).
           05  LOAN-DUE-DATE       PIC X(10).
           05  LOAN-BRANCH-ID      PIC X(36).
           05  LOAN-CONTACT-NAME   PIC X(50).
           05  LOAN-CONTACT-EMAIL  PIC X(100).
           05  LOAN-CONTACT-PHONE  PIC X(20).
           05  LOAN-NOTIFY-PREF    PIC X(5).

       01  FINE-ID                 PIC X(36).
       01  CREDIT-APPLIED          PIC S9(6)V99.
       01  FINE-CREDIT             PIC S9(6)V99.

       01  AUDIT-REC-VARS.
           05  AUDIT-TABLE-NAME    PIC X(30).
           COPY 'db-connect.cpy'.

           MOVE 60 TO LOST-THRESHOLD-DAYS.
           MOVE 'LOST_THRESHOLD_DAYS' TO PARAM-NAME.
           CALL "GET-PARAM" USING PARAM-NAME PARAM-VALUE
           END-CALL.
           MOVE PARAM-VALUE TO WS-THRESHOLD-X.
           IF FUNCTION TRIM(WS-THRESHOLD-X) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-THRESHOLD-X)
                   TO LOST-THRESHOLD-DAYS
           END-IF.

           MOVE 25.00 TO REPLACEMENT-COST.
           MOVE 'REPLACEMENT_COST' TO PARAM-NAME.
           CALL "GET-PARAM" USING PARAM-NAME PARAM-VALUE
           END-CALL.
           MOVE PARAM-VALUE TO WS-COST-X.
           IF FUNCTION TRIM(WS-COST-X) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-COST-X) TO REPLACEMENT-COST
           END-IF.
           DISPLAY "Threshold: " LOST-THRESHOLD-DAYS
               " days past due".

      *    THE PROCESSING FEE IS WHATEVER FEEMAINT SAYS; AN INACTIVE
      *    OR MISSING LOSTPROC ROW MEANS NO FEE.
           MOVE ZERO TO PROC-FEE.
           EXEC SQL
               SELECT default_amount INTO :PROC-FEE
                   FROM fee_schedule
                   WHERE code = 'LOSTPROC'
                   AND active
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN
               STOP RUN
           END-IF.
           IF SQLCODE = 100
               MOVE ZERO TO PROC-FEE
           END-IF.

           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT loans.id, loans.book_id,
                      COALESCE(CAST(loans.patron_id AS VARCHAR), ''),
                      loans.borrower, books.name,
                      TO_CHAR(loans.due_date, 'YYYY-MM-DD'),
                      COALESCE(CAST(loans.branch_id AS VARCHAR), ''),
                      COALESCE(p.name, loans.borrower),
                      CASE WHEN p.email_invalid_at IS NOT NULL
                           THEN ''
                           ELSE COALESCE(p.email, '') END,
                      COALESCE(p.phone, ''),
                      COALESCE(p.notify_overdue, 'email')
                      FROM loans
                      JOIN books ON books.id = loans.book_id
                      LEFT JOIN patrons p ON p.id =
                          COALESCE((SELECT c.guardian_id
                                        FROM patrons c
                                        WHERE c.id = loans.patron_id),
                                   loans.patron_id)
                      WHERE loans.return_date IS NULL
                      AND loans.lost_at IS NULL
      *               NOTHING IS BILLED WHILE THE PATRON'S CLAIM ON
      *               THE LOAN IS OPEN (SEE CLAIMMAINT).
                      AND loans.claim_type IS NULL
                      AND COALESCE(books.resource_type, 'print')
                          <> 'electronic'
                      AND loans.due_date
               FETCH C1 INTO :LOAN-ID, :LOAN-BOOK-ID,
                             :LOAN-PATRON-ID, :LOAN-BORROWER,
                             :LOAN-BOOK-NAME, :LOAN-DUE-DATE,
                             :LOAN-BRANCH-ID, :LOAN-CONTACT-NAME,
                             :LOAN-CONTACT-EMAIL,
                             :LOAN-CONTACT-PHONE, :LOAN-NOTIFY-PREF
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM BILL-ONE-LOAN
                   FETCH C1 INTO :LOAN-ID, :LOAN-BOOK-ID,
                                 :LOAN-PATRON-ID, :LOAN-BORROWER,
                                 :LOAN-BOOK-NAME, :LOAN-DUE-DATE,
                                 :LOAN-BRANCH-ID,
                                 :LOAN-CONTACT-NAME,
                                 :LOAN-CONTACT-EMAIL,
                                 :LOAN-CONTACT-PHONE,
                                 :LOAN-NOTIFY-PREF
               END-EXEC
           END-PERFORM.

           DISPLAY "------------".
           DISPLAY "Bills generated: " WS-BILL-CNT.
           DISPLAY "Total billed:    " D-BILL-TOTAL.
           DISPLAY "Notices queued:  " WS-NOTICE-CNT.

      *    COMMIT
           EXEC SQL
               END-IF
           END-IF.

           PERFORM PRICE-LOST-ITEM.
           MOVE ZERO TO CREDIT-APPLIED.

           EXEC SQL
               INSERT INTO fines (
                   loan_id,
                   patron_id,
                   borrower,
                   amount,
                   cost_source
               ) VALUES (
                   :LOAN-ID,
                   CAST(NULLIF(TRIM(:LOAN-PATRON-ID), '')
                       AS UUID),
                   :LOAN-BORROWER,
                   :BILL-COST,
                   :BILL-SOURCE
               ) RETURNING id INTO :FINE-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           PERFORM APPLY-PATRON-CREDIT.

      *    THE PROCESSING FEE IS ITS OWN LINE ON THE LEDGER, SO THE
      *    FOUND-ITEM PATHS, WHICH SETTLE ONLY THE REPLACEMENT BILL,
      *    LEAVE IT STANDING.
           IF PROC-FEE > 0
               EXEC SQL
                   INSERT INTO fines (
                       loan_id,
                       patron_id,
                       borrower,
                       amount,
                       fee_code
                   ) VALUES (
                       :LOAN-ID,
                       CAST(NULLIF(TRIM(:LOAN-PATRON-ID), '')
                           AS UUID),
                       :LOAN-BORROWER,
                       :PROC-FEE,
                       'LOSTPROC'
                   ) RETURNING id INTO :FINE-ID
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               PERFORM APPLY-PATRON-CREDIT
           END-IF.

           MOVE 'loans' TO AUDIT-TABLE-NAME.
           MOVE LOAN-ID TO AUDIT-RECORD-ID.
           PERFORM WRITE-AUDIT-LOG.

           ADD 1 TO WS-BILL-CNT.
           COMPUTE BILL-TOTAL = BILL-COST + PROC-FEE.
           ADD BILL-TOTAL TO WS-BILL-TOTAL.
           MOVE BILL-COST TO D-BILL-COST.
           MOVE PROC-FEE TO D-PROC-FEE.
           MOVE BILL-TOTAL TO D-BILL-AMOUNT.
           DISPLAY "BILL " D-BILL-AMOUNT "  "
               FUNCTION TRIM(LOAN-BORROWER) "  "
               FUNCTION TRIM(LOAN-BOOK-NAME)
               "  (due " LOAN-DUE-DATE ")".
           DISPLAY "     replacement  " D-BILL-COST "  from "
               FUNCTION TRIM(BILL-SOURCE).
           IF PROC-FEE > 0
               DISPLAY "     processing   " D-PROC-FEE
                   "  LOSTPROC, not refundable"
           END-IF.
           IF CREDIT-APPLIED > 0
               MOVE CREDIT-APPLIED TO D-BILL-AMOUNT
               DISPLAY "     less account credit " D-BILL-AMOUNT
               MOVE BILL-TOTAL TO D-BILL-AMOUNT
           END-IF.

           PERFORM QUEUE-LOST-NOTICE.

       PRICE-LOST-ITEM.
      *    WHAT THIS TITLE WOULD COST TO REPLACE: THE LAST PRICE
      *    PAID FOR IT, ELSE WHAT THE DONATED COPY WAS VALUED AT,
      *    ELSE ITS MATERIAL TYPE'S REPLACEMENT COST, ELSE THE FLAT
      *    REPLACEMENT_COST. A ZERO PRICE COUNTS AS NO PRICE.
           EXEC SQL
               SELECT COALESCE(a.cost, d.cost, mt.replacement_cost,
                               :REPLACEMENT-COST),
                      CASE WHEN a.cost IS NOT NULL
                           THEN 'acquisition'
                           WHEN d.cost IS NOT NULL
                           THEN 'donation'
                           WHEN mt.replacement_cost IS NOT NULL
                           THEN 'material type'
                           ELSE 'default' END
                   INTO :BILL-COST, :BILL-SOURCE
                   FROM books b
                   LEFT JOIN material_types mt
                       ON mt.code = b.material_type
                   LEFT JOIN LATERAL (
                       SELECT aq.unit_cost AS cost
                           FROM acquisitions aq
                           WHERE aq.book_id = b.id
                           AND aq.unit_cost > 0
                           ORDER BY aq.acquired_at DESC
                           LIMIT 1) a ON TRUE
                   LEFT JOIN LATERAL (
                       SELECT di.estimated_value AS cost
                           FROM donation_items di
                           JOIN donations dn
                               ON dn.id = di.donation_id
                           WHERE di.book_id = b.id
                           AND di.estimated_value > 0
                           ORDER BY dn.donated_at DESC
                           LIMIT 1) d ON TRUE
                   WHERE b.id = :LOAN-BOOK-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

       APPLY-PATRON-CREDIT.
           MOVE ZERO TO FINE-CREDIT.
           EXEC SQL
               SELECT apply_patron_credit(:FINE-ID, 'credit')
                   INTO :FINE-CREDIT
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           ADD FINE-CREDIT TO CREDIT-APPLIED.

       QUEUE-LOST-NOTICE.
      *    SAME CHANNEL CHOICE AS OVERDUENOTICES; A LEGACY LOAN
      *    WITH NO PATRON RECORD HAS NOBODY TO WRITE TO.
           IF FUNCTION TRIM(LOAN-PATRON-ID) = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-MAIL-SUBJECT.
           STRING 'Billed as lost: ' FUNCTION TRIM(LOAN-BOOK-NAME)
               DELIMITED BY SIZE INTO WS-MAIL-SUBJECT
           END-STRING.
           MOVE SPACES TO WS-MAIL-ID.
           EVALUATE FUNCTION TRIM(LOAN-NOTIFY-PREF)
               WHEN 'none'
                   EXIT PARAGRAPH
               WHEN 'sms'
                   IF FUNCTION TRIM(LOAN-CONTACT-PHONE) = SPACES
                       EXIT PARAGRAPH
                   END-IF
                   MOVE LOAN-CONTACT-PHONE TO WS-MAIL-RECIPIENT
                   MOVE SPACES TO WS-MAIL-BODY
                   STRING 'Library: "' FUNCTION TRIM(LOAN-BOOK-NAME)
                          '" is now billed as lost, '
                          FUNCTION TRIM(D-BILL-AMOUNT)
                          '. Returning it clears the '
                          'replacement charge.'
                       DELIMITED BY SIZE INTO WS-MAIL-BODY
                   END-STRING
                   CALL "ENQUEUE-SMS" USING WS-MAIL-RECIPIENT
                        WS-MAIL-SUBJECT WS-MAIL-BODY WS-MAIL-ID
                   END-CALL
               WHEN OTHER
                   IF FUNCTION TRIM(LOAN-CONTACT-EMAIL) = SPACES
                       EXIT PARAGRAPH
                   END-IF
                   MOVE LOAN-CONTACT-EMAIL TO WS-MAIL-RECIPIENT
      *            WORDING FROM THE EDITABLE TEMPLATE (SEE
      *            RENDER-NOTICE), LITERAL KEPT AS THE FALLBACK.
                   MOVE 'lost-item-email' TO NOTICE-TEMPLATE-NAME
                   MOVE 6 TO NOTICE-VAR-COUNT
                   MOVE 'patron' TO NOTICE-VAR-NAME(1)
                   MOVE LOAN-CONTACT-NAME TO NOTICE-VAR-VALUE(1)
                   MOVE 'title' TO NOTICE-VAR-NAME(2)
                   MOVE LOAN-BOOK-NAME TO NOTICE-VAR-VALUE(2)
                   MOVE 'borrower' TO NOTICE-VAR-NAME(3)
                   MOVE LOAN-BORROWER TO NOTICE-VAR-VALUE(3)
                   MOVE 'amount' TO NOTICE-VAR-NAME(4)
                   MOVE FUNCTION TRIM(D-BILL-AMOUNT)
                       TO NOTICE-VAR-VALUE(4)
                   MOVE 'replacement' TO NOTICE-VAR-NAME(5)
                   MOVE FUNCTION TRIM(D-BILL-COST)
                       TO NOTICE-VAR-VALUE(5)
                   MOVE 'fee' TO NOTICE-VAR-NAME(6)
                   MOVE FUNCTION TRIM(D-PROC-FEE)
                       TO NOTICE-VAR-VALUE(6)
                   CALL "RENDER-NOTICE" USING
                        NOTICE-TEMPLATE-NAME NOTICE-VARS
                        NOTICE-BODY NOTICE-RENDER-OK
                   END-CALL
                   IF NOTICE-RENDER-OK = 'y'
                       MOVE NOTICE-BODY TO WS-MAIL-BODY
                   ELSE
      *                '~' SEPARATES BODY LINES -- SEE SENDMAIL.
                       MOVE SPACES TO WS-MAIL-BODY
                       STRING 'Dear '
                              FUNCTION TRIM(LOAN-CONTACT-NAME) ',~~'
                              '"' FUNCTION TRIM(LOAN-BOOK-NAME)
                              '", borrowed by '
                              FUNCTION TRIM(LOAN-BORROWER)
                              ', is long overdue and has been '
                              'billed as lost: '
                              FUNCTION TRIM(D-BILL-AMOUNT) ' -- '
                              FUNCTION TRIM(D-BILL-COST)
                              ' to replace it and '
                              FUNCTION TRIM(D-PROC-FEE)
                              ' to process the new copy.~'
                              'Returning the item clears the '
                              'replacement charge. The processing '
                              'fee is not refundable.~~'
                              'The Library'
                           DELIMITED BY SIZE INTO WS-MAIL-BODY
                       END-STRING
                   END-IF
                   CALL "ENQUEUE-EMAIL" USING WS-MAIL-RECIPIENT
                        WS-MAIL-SUBJECT WS-MAIL-BODY WS-MAIL-ID
                   END-CALL
           END-EVALUATE.
           IF FUNCTION TRIM(WS-MAIL-ID) NOT = SPACES
               ADD 1 TO WS-NOTICE-CNT
           END-IF.

       WRITE-AUDIT-LOG.
           EXEC SQL
