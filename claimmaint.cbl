      ********************************************
      * Record and resolve claims-returned / claims-never-had
      *
      * CLAIMMAINT
      *
      * A patron who insists an open loan came back (or was never
      * theirs) gets a claim on the loan instead of an argument.
      * While the claim is open OVERDUENOTICES, NOTICELETTERS,
      * LOSTITEMS and COLLECTREFER pass the loan by, the overdue
      * fine stops growing at the claim date, and the copy goes to
      * status 'search' for the shelves to be checked (see
      * CLAIMSREPORT). The return paths close the claim as found
      * when the item turns up. Staff may instead reject the claim
      * -- the loan carries on as an ordinary overdue -- or write
      * the item off once the search has failed: the loan is
      * marked lost the way LOSTITEMS does it, but nobody is
      * billed, and any lost bill already raised is waived.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   CLAIMMAINT.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       COPY 'db-connect-params.cpy'.

       01  WS-ACTION               PIC X(1).
       01  WS-CLAIM-KIND           PIC X(1).
       01  WS-CONFIRM              PIC X(1).
       01  D-WAIVED                PIC -(6)9.99.

       EXEC SQL
           BEGIN DECLARE SECTION
       END-EXEC.
       01  HOSTVARS.
           05 BUFFER               PIC X(1024).

       01  SCAN-CODE               PIC X(50).
       01  COPY-ID                 PIC X(36).
       01  BOOK-ID                 PIC X(36).

       01  LOAN-REC-VARS.
           05  LOAN-ID             PIC X(36).
           05  LOAN-PATRON-ID      PIC X(36).
           05  LOAN-COPY-ID        PIC X(36).
           05  LOAN-BRANCH-ID      PIC X(36).
           05  LOAN-BORROWER       PIC X(50).
           05  LOAN-BOOK-NAME      PIC X(50).
           05  LOAN-DUE-DATE       PIC X(10).
           05  LOAN-CLAIM-TYPE     PIC X(10).
           05  LOAN-WAS-LOST       PIC X(1).
           05  LOAN-PRIOR-CLAIMS   PIC 9(4).

       01  CLAIM-REC-VARS.
           05  CLAIM-ID            PIC X(36).
           05  CLAIM-TYPE          PIC X(10).
           05  CLAIM-NOTE          PIC X(100).
           05  CLAIM-OPERATOR      PIC X(50).
           05  CLAIM-WAIVED        PIC S9(6)V99.

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
           DISPLAY "CLAIMMAINT STARTED".

           COPY 'db-connect.cpy'.

           ACCEPT CLAIM-OPERATOR FROM ENVIRONMENT 'DESK_OPERATOR'.
           IF FUNCTION TRIM(CLAIM-OPERATOR) = SPACES
               DISPLAY 'Operator initials: '
               ACCEPT CLAIM-OPERATOR
           END-IF.

           DISPLAY 'Action: (c)laim, (r)eject claim, '
               '(w)rite off claimed item: '.
           ACCEPT WS-ACTION.

           EVALUATE WS-ACTION
               WHEN 'c'
               WHEN 'C'
                   PERFORM RECORD-CLAIM
               WHEN 'r'
               WHEN 'R'
                   PERFORM REJECT-CLAIM
               WHEN 'w'
               WHEN 'W'
                   PERFORM WRITE-OFF-CLAIM
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
           DISPLAY "CLAIMMAINT FINISHED".
           STOP RUN.

       FIND-LOAN.
      *    SAME LOOKUP AS RETURNBOOK: THE COPY BARCODE PINS THE
      *    EXACT LOAN, A KEYED BOOK ID TAKES THE NEWEST OPEN LOAN
      *    ON THE TITLE.
           DISPLAY 'Scan copy barcode or enter book id: '.
           ACCEPT SCAN-CODE.

           MOVE SPACES TO COPY-ID BOOK-ID LOAN-ID.
           EXEC SQL
               SELECT CAST(id AS VARCHAR),
                      CAST(book_id AS VARCHAR)
                   INTO :COPY-ID, :BOOK-ID
                   FROM copies
                   WHERE barcode = TRIM(:SCAN-CODE)
           END-EXEC.
           IF FUNCTION TRIM(COPY-ID) = SPACES
               MOVE SCAN-CODE TO BOOK-ID
           END-IF.

           EXEC SQL
               SELECT CAST(l.id AS VARCHAR),
                      COALESCE(CAST(l.patron_id AS VARCHAR), ''),
                      COALESCE(CAST(l.copy_id AS VARCHAR), ''),
                      COALESCE(CAST(l.branch_id AS VARCHAR), ''),
                      l.borrower, b.name,
                      TO_CHAR(l.due_date, 'YYYY-MM-DD'),
                      COALESCE(l.claim_type, ''),
                      CASE WHEN l.lost_at IS NULL
                           THEN 'n' ELSE 'y' END
                   INTO :LOAN-ID, :LOAN-PATRON-ID, :LOAN-COPY-ID,
                        :LOAN-BRANCH-ID, :LOAN-BORROWER,
                        :LOAN-BOOK-NAME, :LOAN-DUE-DATE,
                        :LOAN-CLAIM-TYPE, :LOAN-WAS-LOST
                   FROM loans l
                   JOIN books b ON b.id = l.book_id
                   WHERE CAST(l.book_id AS VARCHAR) = TRIM(:BOOK-ID)
                   AND l.return_date IS NULL
                   AND (NULLIF(TRIM(:COPY-ID), '') IS NULL
                        OR l.copy_id = CAST(:COPY-ID AS UUID))
                   ORDER BY l.checkout_date DESC
                   LIMIT 1
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "No open loan found for that item"
               MOVE SPACES TO LOAN-ID
               EXIT PARAGRAPH
           END-IF.

           DISPLAY FUNCTION TRIM(LOAN-BOOK-NAME) " -- "
               FUNCTION TRIM(LOAN-BORROWER) ", due " LOAN-DUE-DATE.

       RECORD-CLAIM.
           PERFORM FIND-LOAN.
           IF LOAN-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF LOAN-CLAIM-TYPE NOT = SPACES
               DISPLAY "Loan already has an open claim ("
                   FUNCTION TRIM(LOAN-CLAIM-TYPE) ")"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY 'Patron claims (r)eturned or (n)ever had it: '.
           ACCEPT WS-CLAIM-KIND.
           EVALUATE WS-CLAIM-KIND
               WHEN 'r'
               WHEN 'R'
                   MOVE 'returned' TO CLAIM-TYPE
               WHEN 'n'
               WHEN 'N'
                   MOVE 'never-had' TO CLAIM-TYPE
               WHEN OTHER
                   DISPLAY "Unknown claim type"
                   EXIT PARAGRAPH
           END-EVALUATE.
           DISPLAY 'Note (optional): '.
           ACCEPT CLAIM-NOTE.

      *    THE PATRON'S EARLIER CLAIMS, SO THE DESK KNOWS WHO IT'S
      *    TALKING TO.
           MOVE ZERO TO LOAN-PRIOR-CLAIMS.
           IF LOAN-PATRON-ID NOT = SPACES
               EXEC SQL
                   SELECT COUNT(*) INTO :LOAN-PRIOR-CLAIMS
                       FROM loan_claims
                       WHERE patron_id =
                           CAST(:LOAN-PATRON-ID AS UUID)
               END-EXEC
           END-IF.

           EXEC SQL
               UPDATE loans
                   SET claim_type = TRIM(:CLAIM-TYPE),
                       claimed_at = NOW()
                   WHERE id = CAST(:LOAN-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               INSERT INTO loan_claims (
                   loan_id,
                   patron_id,
                   copy_id,
                   claim_type,
                   operator,
                   note
               ) VALUES (
                   CAST(:LOAN-ID AS UUID),
                   CAST(NULLIF(TRIM(:LOAN-PATRON-ID), '') AS UUID),
                   CAST(NULLIF(TRIM(:LOAN-COPY-ID), '') AS UUID),
                   TRIM(:CLAIM-TYPE),
                   NULLIF(TRIM(:CLAIM-OPERATOR), ''),
                   NULLIF(TRIM(:CLAIM-NOTE), '')
               ) RETURNING id INTO :CLAIM-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      *    THE COPY GOES ON THE SEARCH LIST. A LOAN LOSTITEMS HAS
      *    ALREADY WRITTEN OFF LEAVES A 'LOST' COPY TO SEARCH FOR.
           IF LOAN-COPY-ID NOT = SPACES
               EXEC SQL
                   UPDATE copies
                       SET status = 'search'
                       WHERE id = CAST(:LOAN-COPY-ID AS UUID)
                       AND status IN ('out', 'lost')
               END-EXEC
               IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                   PERFORM ERROR-RTN
                   STOP RUN
               END-IF
           END-IF.

           MOVE 'loan_claims' TO AUDIT-TABLE-NAME.
           MOVE CLAIM-ID TO AUDIT-RECORD-ID.
           MOVE 'INSERT' TO AUDIT-OPERATION.
           MOVE 'cli' TO AUDIT-ACTOR.
           PERFORM WRITE-AUDIT-LOG.

           DISPLAY "Claim recorded (" FUNCTION TRIM(CLAIM-TYPE)
               "); copy added to the search list".
           IF LOAN-PRIOR-CLAIMS > 0
               DISPLAY "NOTE: patron has " LOAN-PRIOR-CLAIMS
                   " earlier claim(s) on file"
           END-IF.

       REJECT-CLAIM.
           PERFORM FIND-LOAN.
           IF LOAN-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF LOAN-CLAIM-TYPE = SPACES
               DISPLAY "Loan has no open claim"
               EXIT PARAGRAPH
           END-IF.

      *    A REJECTED CLAIM NEVER HAPPENED AS FAR AS THE LOAN IS
      *    CONCERNED: NOTICES RESUME AND THE FINE RUNS FROM THE DUE
      *    DATE AGAIN. THE CLAIM ROW KEEPS THE HISTORY.
           EXEC SQL
               UPDATE loans
                   SET claim_type = NULL,
                       claimed_at = NULL
                   WHERE id = CAST(:LOAN-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE SPACES TO CLAIM-ID.
           EXEC SQL
               UPDATE loan_claims
                   SET status = 'rejected',
                       resolved_at = NOW()
                   WHERE loan_id = CAST(:LOAN-ID AS UUID)
                   AND status = 'open'
                   RETURNING CAST(id AS VARCHAR) INTO :CLAIM-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN
               STOP RUN
           END-IF.

           MOVE 'loan_claims' TO AUDIT-TABLE-NAME.
           MOVE CLAIM-ID TO AUDIT-RECORD-ID.
           MOVE 'REJECT' TO AUDIT-OPERATION.
           MOVE 'cli' TO AUDIT-ACTOR.
           PERFORM WRITE-AUDIT-LOG.

           IF LOAN-COPY-ID NOT = SPACES
               EXEC SQL
                   UPDATE copies
                       SET status = CASE WHEN :LOAN-WAS-LOST = 'y'
                                         THEN 'lost' ELSE 'out' END
                       WHERE id = CAST(:LOAN-COPY-ID AS UUID)
                       AND status = 'search'
               END-EXEC
               IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                   PERFORM ERROR-RTN
                   STOP RUN
               END-IF
           END-IF.

           DISPLAY "Claim rejected; the loan is an ordinary "
               "overdue again".

       WRITE-OFF-CLAIM.
           PERFORM FIND-LOAN.
           IF LOAN-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF LOAN-CLAIM-TYPE = SPACES
               DISPLAY "Loan has no open claim"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY 'Search failed -- write the item off with no '
               'charge to the patron? (y/n): '.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'y' AND WS-CONFIRM NOT = 'Y'
               DISPLAY "Nothing changed"
               EXIT PARAGRAPH
           END-IF.

      *    THE LOAN STAYS OPEN BUT LOST, EXACTLY AS LOSTITEMS LEAVES
      *    ONE, SO A LATE FIND STILL COMES BACK THROUGH THE RETURN
      *    PATHS' FOUND-ITEM HANDLING. CLAIMED_AT STAYS SET, SO
      *    THAT RETURN IS ONLY FINED UP TO THE CLAIM.
           EXEC SQL
               UPDATE loans
                   SET claim_type = NULL,
                       lost_at = COALESCE(lost_at, NOW())
                   WHERE id = CAST(:LOAN-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           IF LOAN-COPY-ID NOT = SPACES
               EXEC SQL
                   UPDATE copies
                       SET status = 'lost'
                       WHERE id = CAST(:LOAN-COPY-ID AS UUID)
                       AND status = 'search'
               END-EXEC
               IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                   PERFORM ERROR-RTN
                   STOP RUN
               END-IF
           END-IF.

      *    A LOAN NOT YET WRITTEN OFF BY LOSTITEMS LEAVES BOTH
      *    COUNTS NOW, SAME AS THERE.
           IF LOAN-WAS-LOST = 'n'
               EXEC SQL
                   UPDATE books
                       SET copy_count = GREATEST(0, copy_count - 1),
                           copies_checked_out =
                               GREATEST(0, copies_checked_out - 1)
                       WHERE id = (SELECT book_id FROM loans
                                   WHERE id = CAST(:LOAN-ID AS UUID))
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               IF LOAN-BRANCH-ID NOT = SPACES
                   EXEC SQL
                       UPDATE branch_holdings
                           SET copy_count =
                                   GREATEST(0, copy_count - 1),
                               copies_checked_out =
                                   GREATEST(0, copies_checked_out - 1)
                           WHERE book_id =
                               (SELECT book_id FROM loans
                                WHERE id = CAST(:LOAN-ID AS UUID))
                           AND branch_id =
                               CAST(:LOAN-BRANCH-ID AS UUID)
                   END-EXEC
                   IF SQLCODE NOT = ZERO
                       PERFORM ERROR-RTN
                       STOP RUN
                   END-IF
               END-IF
           END-IF.

      *    AN ACCEPTED CLAIM COSTS THE PATRON NOTHING: WHATEVER IS
      *    STILL OWED ON A LOST BILL FOR THIS LOAN IS WAIVED.
           MOVE ZERO TO CLAIM-WAIVED.
           EXEC SQL
               SELECT COALESCE(SUM(amount - paid_amount
                                   - waived_amount), 0)
                   INTO :CLAIM-WAIVED
                   FROM fines
                   WHERE loan_id = CAST(:LOAN-ID AS UUID)
                   AND status = 'open'
           END-EXEC.
           IF CLAIM-WAIVED > 0
               EXEC SQL
                   INSERT INTO fine_payments (
                       fine_id, amount, kind, method, operator
                   )
                   SELECT id, amount - paid_amount - waived_amount,
                          'waiver', 'waiver',
                          NULLIF(TRIM(:CLAIM-OPERATOR), '')
                       FROM fines
                       WHERE loan_id = CAST(:LOAN-ID AS UUID)
                       AND status = 'open'
                       AND amount - paid_amount - waived_amount > 0
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               EXEC SQL
                   UPDATE fines
                       SET waived_amount = amount - paid_amount,
                           status = 'waived'
                       WHERE loan_id = CAST(:LOAN-ID AS UUID)
                       AND status = 'open'
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               MOVE CLAIM-WAIVED TO D-WAIVED
               DISPLAY "Lost bill waived: " D-WAIVED
           END-IF.

           MOVE SPACES TO CLAIM-ID.
           EXEC SQL
               UPDATE loan_claims
                   SET status = 'written-off',
                       resolved_at = NOW()
                   WHERE loan_id = CAST(:LOAN-ID AS UUID)
                   AND status = 'open'
                   RETURNING CAST(id AS VARCHAR) INTO :CLAIM-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN
               STOP RUN
           END-IF.

           MOVE 'loan_claims' TO AUDIT-TABLE-NAME.
           MOVE CLAIM-ID TO AUDIT-RECORD-ID.
           MOVE 'WRITEOFF' TO AUDIT-OPERATION.
           MOVE 'cli' TO AUDIT-ACTOR.
           PERFORM WRITE-AUDIT-LOG.

           MOVE 'loans' TO AUDIT-TABLE-NAME.
           MOVE LOAN-ID TO AUDIT-RECORD-ID.
           MOVE 'UPDATE' TO AUDIT-OPERATION.
           PERFORM WRITE-AUDIT-LOG.

           DISPLAY "Item written off as lost; patron not charged".

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
                'CLAIMMAINT                    ' 'ERROR-RTN'
           END-CALL.

       END-PROGRAM.
