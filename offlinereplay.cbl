      * -- stamped with the captured time so due dates and fines
      * come out as if the desk had been online. A transaction
      * that no longer validates (item already out, patron
      * blocked on fines or by staff) goes to the exception report
      * for the desk to sort out by hand instead of stopping the
      * run. Holds are not trapped here -- the morning PULLLIST
      * picks up any copy a replayed return put back on the shelf.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************

       WORKING-STORAGE SECTION.
       COPY 'db-connect-params.cpy'.
       COPY 'param-vars.cpy'.

       01  WS-CAPTURE-FILE         PIC X(1024).
       01  WS-CAPTURE-FILE-STATUS  PIC X(2).
           05  RPL-TIMESTAMP       PIC X(19).

       01  PATRON-REC-VARS.
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
           05  LOAN-WAS-LOST       PIC X(1).
           05  LOAN-FINE-AMOUNT    PIC S9(6)V99.
           05  LOAN-DAILY-RATE     PIC 9(3)V99.
           05  LOAN-HOURLY-RATE    PIC 9(3)V99.
           05  LOAN-RET-BORROWER   PIC X(50).
           05  LOAN-RET-PATRON-ID  PIC X(36).
           05  LOAN-BRANCH-ID      PIC X(36).

       01  FINE-BALANCE            PIC S9(6)V99.
       01  FINE-BLOCK-OVERRIDE     PIC 9(6)V99.
       01  GUARDIAN-BLOCKED        PIC X(1).
       01  MANUAL-BLOCKED          PIC X(1).
       01  FINE-ID                 PIC X(36).
       01  ILL-LENT-CNT            PIC 9(4).

               MOVE 'offline-exceptions.txt' TO WS-EXCEPTION-FILE
           END-IF.

           MOVE 'FINE_BLOCK_THRESHOLD' TO PARAM-NAME.
           CALL "GET-PARAM" USING PARAM-NAME PARAM-VALUE
           END-CALL.
           MOVE PARAM-VALUE TO WS-FINE-BLOCK-X.
           MOVE 'FINE_DAILY_RATE' TO PARAM-NAME.
           CALL "GET-PARAM" USING PARAM-NAME PARAM-VALUE
           END-CALL.
           MOVE PARAM-VALUE TO WS-FINE-RATE-X.

      *    THE DESK'S BRANCH, SAME CONVENTION AS DESKMODE.
           ACCEPT BRANCH-CODE FROM ENVIRONMENT 'BRANCH_CODE'.
      *    WORLD MAY HAVE MOVED ON SINCE THE CAPTURE.
           MOVE SPACES TO WS-REJECT-REASON.

      *    THE CAPTURE HOLDS WHATEVER WAS SCANNED -- THE CARD
      *    BARCODE OR A KEYED PATRON ID. A CARD RETIRED AS LOST
      *    SINCE THE OUTAGE IS REFUSED LIKE AT THE DESK.
           MOVE 'N' TO CARD-RETIRED.
           EXEC SQL
               SELECT CASE WHEN is_card_retired(:RPL-PATRON-ID)
                           THEN 'Y' ELSE 'N' END
                   INTO :CARD-RETIRED
           END-EXEC.
           IF CARD-RETIRED = 'Y'
               MOVE 'card reported lost and retired'
                   TO WS-REJECT-REASON
               PERFORM WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO PATRON-ID.
           EXEC SQL
               SELECT CAST(id AS VARCHAR), name, status
                   INTO :PATRON-ID, :PATRON-NAME, :PATRON-STATUS
                   FROM patrons
                   WHERE id = patron_by_card(:RPL-PATRON-ID)
           END-EXEC.
           IF SQLCODE NOT = ZERO
               MOVE 'no such patron' TO WS-REJECT-REASON
                   FROM patrons p
                   JOIN patron_categories pc
                       ON pc.code = p.category
                   WHERE p.id = CAST(:PATRON-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF FUNCTION TRIM(WS-FINE-BLOCK-X) NOT = SPACES
           EXEC SQL
               SELECT COUNT(*) INTO :PATRON-OPEN-LOANS
                   FROM loans
                   WHERE patron_id = CAST(:PATRON-ID AS UUID)
                   AND return_date IS NULL
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
                   INTO :FINE-BALANCE
                   FROM fines f
                   WHERE (f.patron_id =
                              CAST(:PATRON-ID AS UUID)
                          OR (f.patron_id IS NULL
                              AND f.borrower = :PATRON-NAME))
                   AND f.status = 'open'
               EXIT PARAGRAPH
           END-IF.

      *    SAME GUARDIAN BLOCK AS DESKMODE (SEE FAMILYMAINT).
           MOVE ZERO TO FINE-BLOCK-OVERRIDE.
           IF FUNCTION TRIM(WS-FINE-BLOCK-X) NOT = SPACES
               MOVE CAT-BLOCK-LIMIT TO FINE-BLOCK-OVERRIDE
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
           IF GUARDIAN-BLOCKED = 'Y'
               MOVE 'guardian blocked on fines' TO WS-REJECT-REASON
               PERFORM WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF.

      *    A MANUAL BLOCK ON THE ACCOUNT (SEE PATRONNOTES) NEEDS A
      *    SUPERVISOR AT THE DESK, SO IT GOES BACK TO THEM.
           MOVE 'N' TO MANUAL-BLOCKED.
           EXEC SQL
               SELECT CASE WHEN patron_manually_blocked(
                               CAST(:PATRON-ID AS UUID))
                           THEN 'Y' ELSE 'N' END
                   INTO :MANUAL-BLOCKED
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF MANUAL-BLOCKED = 'Y'
               MOVE 'patron account blocked by staff'
                   TO WS-REJECT-REASON
               PERFORM WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO ILL-LENT-CNT.
           EXEC SQL
               SELECT COUNT(*) INTO :ILL-LENT-CNT
      *    THE DUE DATE MATCHES WHAT AN ONLINE DESK WOULD HAVE
      *    GIVEN.
           MOVE 14 TO POLICY-LOAN-DAYS.
           MOVE 0 TO POLICY-LOAN-HOURS.
           MOVE 'Y' TO POLICY-LENDABLE.
           EXEC SQL
               SELECT mt.loan_days,
                      COALESCE(mt.loan_hours, 0),
                      CASE WHEN mt.lendable THEN 'Y' ELSE 'N' END
                   INTO :POLICY-LOAN-DAYS, :POLICY-LOAN-HOURS,
                        :POLICY-LENDABLE
                   FROM books b
                   JOIN material_types mt
                       ON mt.code = b.material_type
                   WHERE b.id = CAST(:BOOK-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF POLICY-LENDABLE = 'N'
               MOVE 'in-library use only' TO WS-REJECT-REASON
               PERFORM WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF.
           IF CAT-LOAN-OVERRIDE > 0 AND POLICY-LOAN-HOURS = 0
               MOVE CAT-LOAN-OVERRIDE TO POLICY-LOAN-DAYS
           END-IF.

                   branch_id,
                   copy_id,
                   checkout_date,
                   due_date,
                   loan_hours
               ) VALUES (
                   CAST(:BOOK-ID AS UUID),
                   CAST(:PATRON-ID AS UUID),
                   :PATRON-NAME,
                   CAST(:BRANCH-ID AS UUID),
                   CAST(NULLIF(TRIM(:COPY-ID), '') AS UUID),
                   TO_TIMESTAMP(:RPL-TIMESTAMP,
                       'YYYY-MM-DD HH24:MI:SS'),
                   CASE WHEN :POLICY-LOAN-HOURS > 0
                   THEN hourly_due_at(CAST(:BRANCH-ID AS UUID),
                            TO_TIMESTAMP(:RPL-TIMESTAMP,
                                'YYYY-MM-DD HH24:MI:SS'),
                            CAST(:POLICY-LOAN-HOURS AS INTEGER))
                   ELSE next_open_day(CAST(:BRANCH-ID AS UUID), CAST(
                       TO_TIMESTAMP(:RPL-TIMESTAMP,
                           'YYYY-MM-DD HH24:MI:SS')
                       + make_interval(days => :POLICY-LOAN-DAYS)
                          - DATE_TRUNC('day',
                              TO_TIMESTAMP(:RPL-TIMESTAMP,
                                  'YYYY-MM-DD HH24:MI:SS')))
                   END,
                   CAST(NULLIF(:POLICY-LOAN-HOURS, 0) AS INTEGER)
               ) RETURNING id INTO :LOAN-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
      *    SAME POLICY-DRIVEN FINE ASSESSMENT AS RETURNBOOK,
      *    MEASURED AT THE CAPTURED RETURN TIME.
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
                   SET return_date = TO_TIMESTAMP(:RPL-TIMESTAMP,
                           'YYYY-MM-DD HH24:MI:SS'),
                       lost_at = NULL,
                       claim_type = NULL,
                       fine_amount =
                           LEAST(:POLICY-FINE-CAP,
                               CASE WHEN loan_hours IS NOT NULL
                               THEN overdue_hours(branch_id, due_date,
                                        COALESCE(claimed_at,
                                            TO_TIMESTAMP(
                                              :RPL-TIMESTAMP,
                                           'YYYY-MM-DD HH24:MI:SS')))
                                   * :LOAN-HOURLY-RATE
                               ELSE GREATEST(0,
                                   EXTRACT(DAY FROM
                                       (COALESCE(claimed_at,
                                            TO_TIMESTAMP(
                                              :RPL-TIMESTAMP,
                                           'YYYY-MM-DD HH24:MI:SS'))
                                        - due_date))
                                   - closed_days_between(branch_id,
                                         CAST(due_date AS DATE),
                                         CAST(COALESCE(claimed_at,
                                             TO_TIMESTAMP(
                                               :RPL-TIMESTAMP,
                                            'YYYY-MM-DD HH24:MI:SS'))
                                             AS DATE)))
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

           IF LOAN-WAS-LOST = 'y'
               EXEC SQL
                   UPDATE BOOKS
