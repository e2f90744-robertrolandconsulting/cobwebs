      *
      * Extends an open loan by another loan period, up to the
      * renewal limit in the title's material-type policy (see
      * MATTYPEMAINT; a site-wide RENEWAL_MAX system parameter
      * still overrides it -- see PARAMMAINT), refuses types the
      * policy marks non-renewable, and refuses while another
      * borrower holds an open reservation on the title. An hourly
      * loan renews for another period of its hours, still due by
      * closing time.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************

       WORKING-STORAGE SECTION.
       COPY 'db-connect-params.cpy'.
       COPY 'param-vars.cpy'.

       01  WS-RENEWAL-MAX-X        PIC X(4).

           05  LOAN-ID             PIC X(36).
           05  LOAN-BOOK-ID        PIC X(36).
           05  LOAN-RENEWAL-COUNT  PIC 9(4).
           05  LOAN-NEW-DUE-DATE   PIC X(16).

       01  HOLD-OPEN-CNT           PIC 9(8).

           END-IF.

      *    THE RENEWAL LIMIT, RENEWABILITY AND LOAN PERIOD COME
      *    FROM THE TITLE'S MATERIAL-TYPE POLICY; THE RENEWAL_MAX
      *    SYSTEM PARAMETER STILL OVERRIDES THE LIMIT WHERE SET.
           MOVE 14 TO POLICY-LOAN-DAYS.
           MOVE 3 TO POLICY-RENEW-LIMIT.
           MOVE 'y' TO POLICY-RENEWABLE.
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE 'RENEWAL_MAX' TO PARAM-NAME.
           CALL "GET-PARAM" USING PARAM-NAME PARAM-VALUE
           END-CALL.
           MOVE PARAM-VALUE TO WS-RENEWAL-MAX-X.
           IF FUNCTION TRIM(WS-RENEWAL-MAX-X) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-RENEWAL-MAX-X)
                   TO POLICY-RENEW-LIMIT
      *    ANOTHER POLICY-LENGTH LOAN PERIOD, THE SAME AS
      *    CHECKOUTBOOK, ROLLED TO THE NEXT OPEN DAY. AN EARLY
      *    RENEWAL EXTENDS FROM THE CURRENT DUE DATE; AN
      *    ALREADY-OVERDUE LOAN EXTENDS FROM TODAY. AN HOURLY LOAN
      *    GETS ITS HOURS AGAIN FROM NOW, CAPPED AT THE LENDING
      *    BRANCH'S CLOSING TIME, AND NEVER LOSES TIME ALREADY HAD.
           EXEC SQL
               UPDATE loans
                   SET due_date =
                           CASE WHEN loan_hours IS NOT NULL
                           THEN GREATEST(due_date,
                                    hourly_due_at(branch_id, NOW(),
                                                  loan_hours))
                           ELSE next_open_day(branch_id, CAST(
                               GREATEST(due_date, NOW())
                               + make_interval(
                                   days => :POLICY-LOAN-DAYS)
                               AS DATE))
                           + (GREATEST(due_date, NOW())
                              - DATE_TRUNC('day',
                                  GREATEST(due_date, NOW())))
                           END,
                       renewal_count = renewal_count + 1
                   WHERE id = :LOAN-ID
                   RETURNING TO_CHAR(due_date, 'YYYY-MM-DD HH24:MI'),
                             renewal_count
                   INTO :LOAN-NEW-DUE-DATE, :LOAN-RENEWAL-COUNT
           END-EXEC.
