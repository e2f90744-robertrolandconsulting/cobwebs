      ********************************************
      * Circulation policy what-if inquiry for the desk
      *
      * CIRCWHATIF
      *
      * Staff scan a patron and an item and see what CHECKOUTBOOK,
      * RENEWLOAN and RETURNBOOK would decide for them right now --
      * the due date, renewals allowed, fine rate and cap, every
      * refusal or block -- and which rule produced each value: the
      * material-type policy (MATTYPEMAINT), the patron category
      * (PATRONCATMAINT), a course reserve list (RESERVEMAINT), the
      * branch hours and library calendar (BRANCHMAINT,
      * CALENDARMAINT), or a site-wide system parameter
      * (FINE_DAILY_RATE, FINE_BLOCK_THRESHOLD, RENEWAL_MAX -- see
      * PARAMMAINT). The rules are worked
      * through in the same order and with the same expressions as
      * those programs. Nothing is changed: a fine amnesty that
      * checkout would apply is worked out and then rolled back,
      * like everything else here.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   CIRCWHATIF.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       COPY 'db-connect-params.cpy'.
       COPY 'param-vars.cpy'.

       01  WS-BRANCH-CODE          PIC X(10).
       01  WS-FINE-BLOCK-X         PIC X(12).
       01  WS-FINE-RATE-X          PIC X(10).
       01  WS-RENEWAL-MAX-X        PIC X(4).
       01  WS-FINE-BLOCK-LIMIT     PIC 9(4)V99.
       01  WS-REFUSE-CNT           PIC 9(2) VALUE ZERO.
       01  WS-OVERRIDE-CNT         PIC 9(2) VALUE ZERO.
       01  WS-ON-LOAN              PIC X(1).
       01  WS-SOURCE               PIC X(200).

       01  D-AMOUNT                PIC -(6)9.99.
       01  D-AMOUNT-2              PIC -(6)9.99.
       01  D-RATE                  PIC Z(2)9.99.
       01  D-COUNT                 PIC Z(3)9.
       01  D-COUNT-2               PIC Z(3)9.
       01  D-COUNT-3               PIC Z(3)9.
       01  D-HOURS                 PIC Z(5)9.99.

       EXEC SQL
           BEGIN DECLARE SECTION
       END-EXEC.
       01  HOSTVARS.
           05 BUFFER               PIC X(1024).

       01  BOOK-REC-VARS.
           05  BOOK-ID             PIC X(36).
           05  BOOK-NAME           PIC X(50).
           05  BOOK-COPY-COUNT     PIC 9(4).
           05  BOOK-COPIES-OUT     PIC 9(4).
           05  ILL-LENT-CNT        PIC 9(4).
           05  HOLD-OPEN-CNT       PIC 9(8).

       01  COPY-REC-VARS.
           05  SCAN-CODE           PIC X(50).
           05  COPY-ID             PIC X(36).
           05  COPY-STATUS         PIC X(10).
           05  COPY-BRANCH-ID      PIC X(36).

       01  HOLD-ID                 PIC X(36).

       01  POLICY-REC-VARS.
           05  MAT-CODE            PIC X(10).
           05  MAT-NAME            PIC X(50).
           05  MAT-LOAN-DAYS       PIC 9(3).
           05  MAT-LOAN-HOURS      PIC 9(3).
           05  POLICY-LOAN-DAYS    PIC 9(3).
           05  POLICY-LOAN-HOURS   PIC 9(3).
           05  POLICY-LENDABLE     PIC X(1).
           05  POLICY-RENEW-LIMIT  PIC 9(4).
           05  POLICY-RENEWABLE    PIC X(1).
           05  LOAN-DAILY-RATE     PIC 9(3)V99.
           05  LOAN-HOURLY-RATE    PIC 9(3)V99.
           05  POLICY-FINE-CAP     PIC 9(6)V99.

       01  CATEGORY-REC-VARS.
           05  CAT-CODE            PIC X(20).
           05  CAT-MAX-LOANS       PIC 9(4).
           05  CAT-LOAN-OVERRIDE   PIC 9(3).
           05  CAT-BLOCK-LIMIT     PIC 9(6)V99.
           05  PATRON-OPEN-LOANS   PIC 9(4).

       01  RESERVE-LOAN-DAYS       PIC S9(3).
       01  RESERVE-LOAN-HOURS      PIC S9(3).
       01  RESERVE-COURSES         PIC X(200).

       01  PATRON-REC-VARS.
           05  PATRON-SCAN         PIC X(36).
           05  PATRON-ID           PIC X(36).
           05  CARD-RETIRED        PIC X(1).
           05  PATRON-NAME         PIC X(50).
           05  PATRON-STATUS       PIC X(10).

       01  FINE-BALANCE            PIC S9(6)V99.
       01  FINE-BLOCK-OVERRIDE     PIC 9(6)V99.
       01  GUARDIAN-BLOCKED        PIC X(1).
       01  MANUAL-BLOCK-REASON     PIC X(200).
       01  AMNESTY-FORGIVEN        PIC S9(6)V99.

       01  BRANCH-VARS.
           05  BRANCH-CODE         PIC X(10).
           05  BRANCH-ID           PIC X(36).
           05  BH-EXISTS-CNT       PIC 9(8).
           05  BH-AVAILABLE        PIC S9(4).

       01  DUE-VARS.
           05  DUE-AT              PIC X(19).
           05  DUE-UNADJUSTED      PIC X(19).

       01  LOAN-REC-VARS.
           05  LOAN-ID             PIC X(36).
           05  LOAN-RENEWAL-COUNT  PIC 9(4).
           05  LOAN-DUE-AT         PIC X(19).
           05  LOAN-HOURS          PIC 9(3).
           05  LOAN-BRANCH-ID      PIC X(36).
           05  LOAN-NEW-DUE-DATE   PIC X(19).
           05  LOAN-FINE-NOW       PIC S9(6)V99.
           05  LOAN-OVERDUE        PIC S9(6)V99.
           05  LOAN-CLOSED-DAYS    PIC S9(4).
           05  LOAN-CLAIMED-ON     PIC X(10).
       EXEC SQL
           END DECLARE SECTION
       END-EXEC.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       PROCEDURE DIVISION.

       MAIN-RTN.
           DISPLAY "CIRCWHATIF STARTED".

           COPY 'db-connect.cpy'.

      *    THE DESK'S OWN BRANCH, AS CHECKOUTBOOK TAKES IT.
           ACCEPT WS-BRANCH-CODE FROM ENVIRONMENT 'BRANCH_CODE'.
           IF FUNCTION TRIM(WS-BRANCH-CODE) = SPACES
               MOVE 'MAIN' TO WS-BRANCH-CODE
           END-IF.
           MOVE WS-BRANCH-CODE TO BRANCH-CODE.

           MOVE SPACES TO BRANCH-ID.
           EXEC SQL
               SELECT CAST(id AS VARCHAR) INTO :BRANCH-ID
                   FROM branches WHERE code = TRIM(:BRANCH-CODE)
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "Unknown branch code "
                   FUNCTION TRIM(BRANCH-CODE)
               EXEC SQL
                   DISCONNECT ALL
               END-EXEC
               STOP RUN
           END-IF.

           DISPLAY 'Scan copy barcode or enter book id: '.
           ACCEPT SCAN-CODE.

           MOVE SPACES TO COPY-ID BOOK-ID COPY-STATUS COPY-BRANCH-ID.
           EXEC SQL
               SELECT CAST(c.id AS VARCHAR),
                      CAST(c.book_id AS VARCHAR),
                      c.status,
                      COALESCE(CAST(c.branch_id AS VARCHAR), '')
                   INTO :COPY-ID, :BOOK-ID, :COPY-STATUS,
                        :COPY-BRANCH-ID
                   FROM copies c
                   JOIN books b ON b.id = c.book_id
                   WHERE c.barcode = TRIM(:SCAN-CODE)
                   AND b.deleted_at IS NULL
           END-EXEC.
           IF FUNCTION TRIM(COPY-ID) = SPACES
               MOVE SCAN-CODE TO BOOK-ID
           END-IF.

           MOVE SPACES TO BOOK-NAME MAT-CODE.
           EXEC SQL
               SELECT CAST(id AS VARCHAR), name, copy_count,
                      copies_checked_out,
                      COALESCE(material_type, '')
                   INTO :BOOK-ID, :BOOK-NAME, :BOOK-COPY-COUNT,
                        :BOOK-COPIES-OUT, :MAT-CODE
                   FROM books
                   WHERE CAST(id AS VARCHAR) = TRIM(:BOOK-ID)
                   AND deleted_at IS NULL
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "No copy or book found for that scan"
               EXEC SQL
                   DISCONNECT ALL
               END-EXEC
               STOP RUN
           END-IF.

           DISPLAY 'Scan patron card or enter patron id: '.
           ACCEPT PATRON-SCAN.

           MOVE 'N' TO CARD-RETIRED.
           EXEC SQL
               SELECT CASE WHEN is_card_retired(:PATRON-SCAN)
                           THEN 'Y' ELSE 'N' END
                   INTO :CARD-RETIRED
           END-EXEC.
           IF CARD-RETIRED = 'Y'
               DISPLAY "Every transaction on this card is refused: "
                   "it was reported lost and retired (LOSTCARD)"
               EXEC SQL
                   DISCONNECT ALL
               END-EXEC
               STOP RUN
           END-IF.

           MOVE SPACES TO PATRON-ID CAT-CODE.
           EXEC SQL
               SELECT CAST(id AS VARCHAR), name, status, category
                   INTO :PATRON-ID, :PATRON-NAME, :PATRON-STATUS,
                        :CAT-CODE
                   FROM patrons
                   WHERE id = patron_by_card(:PATRON-SCAN)
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "No patron found with that card or id"
               EXEC SQL
                   DISCONNECT ALL
               END-EXEC
               STOP RUN
           END-IF.

           DISPLAY "------------".
           DISPLAY "Patron:  " FUNCTION TRIM(PATRON-NAME)
               " (category " FUNCTION TRIM(CAT-CODE) ", status "
               FUNCTION TRIM(PATRON-STATUS) ")".
           DISPLAY "Title:   " FUNCTION TRIM(BOOK-NAME).
           IF FUNCTION TRIM(COPY-ID) NOT = SPACES
               DISPLAY "Copy:    " FUNCTION TRIM(SCAN-CODE)
                   " (" FUNCTION TRIM(COPY-STATUS) ")"
           END-IF.
           DISPLAY "Desk:    branch " FUNCTION TRIM(BRANCH-CODE)
               " (BRANCH_CODE)".

           PERFORM LOAD-MATERIAL-POLICY.
           PERFORM FIND-OPEN-LOAN.

           PERFORM WHATIF-CHECKOUT.
           PERFORM WHATIF-RENEWAL.
           PERFORM WHATIF-RETURN.

      *    AN INQUIRY: WHATEVER THE AMNESTY CHECK TOUCHED GOES BACK.
           EXEC SQL
               ROLLBACK WORK
           END-EXEC.

      *    DISCONNECT
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

      *    END
           DISPLAY "CIRCWHATIF FINISHED".
           STOP RUN.

       LOAD-MATERIAL-POLICY.
           EXEC SQL
               SELECT mt.name, mt.loan_days,
                      COALESCE(mt.loan_hours, 0),
                      CASE WHEN mt.lendable THEN 'Y' ELSE 'N' END,
                      mt.renewal_limit,
                      CASE WHEN mt.renewable THEN 'y' ELSE 'n' END,
                      mt.fine_rate_per_day, mt.fine_rate_per_hour,
                      mt.fine_cap
                   INTO :MAT-NAME, :MAT-LOAN-DAYS, :MAT-LOAN-HOURS,
                        :POLICY-LENDABLE, :POLICY-RENEW-LIMIT,
                        :POLICY-RENEWABLE, :LOAN-DAILY-RATE,
                        :LOAN-HOURLY-RATE, :POLICY-FINE-CAP
                   FROM material_types mt
                   WHERE mt.code = :MAT-CODE
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "Material type '" FUNCTION TRIM(MAT-CODE)
                   "' has no policy row -- checkout, renewal and "
                   "return would all stop with an error"
               EXEC SQL
                   ROLLBACK WORK
               END-EXEC
               EXEC SQL
                   DISCONNECT ALL
               END-EXEC
               STOP RUN
           END-IF.
           DISPLAY "Policy:  material type " FUNCTION TRIM(MAT-CODE)
               " (" FUNCTION TRIM(MAT-NAME) ")".

       FIND-OPEN-LOAN.
      *    THE PATRON'S OWN OPEN LOAN OF THIS COPY (OR TITLE), IF
      *    ANY, IS WHAT RENEWAL AND RETURN WOULD ACT ON.
           MOVE 'N' TO WS-ON-LOAN.
           MOVE SPACES TO LOAN-ID LOAN-BRANCH-ID.
           EXEC SQL
               SELECT CAST(id AS VARCHAR), renewal_count,
                      TO_CHAR(due_date, 'YYYY-MM-DD HH24:MI:SS'),
                      COALESCE(loan_hours, 0),
                      COALESCE(CAST(branch_id AS VARCHAR), '')
                   INTO :LOAN-ID, :LOAN-RENEWAL-COUNT, :LOAN-DUE-AT,
                        :LOAN-HOURS, :LOAN-BRANCH-ID
                   FROM loans
                   WHERE book_id = CAST(:BOOK-ID AS UUID)
                   AND patron_id = CAST(:PATRON-ID AS UUID)
                   AND return_date IS NULL
                   ORDER BY CASE WHEN CAST(copy_id AS VARCHAR)
                                     = TRIM(:COPY-ID)
                                 THEN 0 ELSE 1 END,
                            checkout_date DESC
                   LIMIT 1
           END-EXEC.
           IF SQLCODE = ZERO
               MOVE 'Y' TO WS-ON-LOAN
               DISPLAY "On loan: to this patron, due "
                   LOAN-DUE-AT(1:16)
           END-IF.

       WHATIF-CHECKOUT.
           DISPLAY "---- CHECKOUT ----".

           IF FUNCTION TRIM(COPY-ID) NOT = SPACES
                   AND FUNCTION TRIM(COPY-STATUS) NOT = 'on-shelf'
                   AND FUNCTION TRIM(COPY-STATUS) NOT = 'held'
               DISPLAY "REFUSED  copy is " FUNCTION TRIM(COPY-STATUS)
               DISPLAY "         from: the copy's status (COPYMAINT)"
               ADD 1 TO WS-REFUSE-CNT
           END-IF.

           MOVE ZERO TO ILL-LENT-CNT.
           EXEC SQL
               SELECT COUNT(*) INTO :ILL-LENT-CNT
                   FROM ill_requests
                   WHERE book_id = CAST(:BOOK-ID AS UUID)
                   AND direction = 'lend'
                   AND status IN ('shipped', 'received')
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           IF BOOK-COPIES-OUT + ILL-LENT-CNT >= BOOK-COPY-COUNT
                   AND FUNCTION TRIM(COPY-STATUS) NOT = 'held'
               MOVE BOOK-COPY-COUNT TO D-COUNT
               MOVE BOOK-COPIES-OUT TO D-COUNT-2
               MOVE ILL-LENT-CNT TO D-COUNT-3
               DISPLAY "REFUSED  no copies available"
               DISPLAY "         from: title counts -- "
                   FUNCTION TRIM(D-COUNT) " copies, "
                   FUNCTION TRIM(D-COUNT-2) " out, "
                   FUNCTION TRIM(D-COUNT-3)
                   " lent to partner libraries"
               ADD 1 TO WS-REFUSE-CNT
           END-IF.

           MOVE ZERO TO BH-EXISTS-CNT BH-AVAILABLE.
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(copy_count
                          - copies_checked_out), 0)
                   INTO :BH-EXISTS-CNT, :BH-AVAILABLE
                   FROM branch_holdings
                   WHERE book_id = CAST(:BOOK-ID AS UUID)
                   AND branch_id = CAST(:BRANCH-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           IF BH-EXISTS-CNT > 0 AND BH-AVAILABLE <= 0
                   AND FUNCTION TRIM(COPY-STATUS) NOT = 'held'
               DISPLAY "REFUSED  no copies available at branch "
                   FUNCTION TRIM(BRANCH-CODE)
               DISPLAY "         from: this branch's holdings "
                   "(BRANCH_HOLDINGS)"
               ADD 1 TO WS-REFUSE-CNT
           END-IF.

           IF FUNCTION TRIM(COPY-STATUS) = 'held'
               MOVE SPACES TO HOLD-ID
               EXEC SQL
                   SELECT CAST(id AS VARCHAR) INTO :HOLD-ID
                       FROM holds
                       WHERE copy_id = CAST(:COPY-ID AS UUID)
                       AND status = 'ready'
                       AND patron_id = CAST(:PATRON-ID AS UUID)
               END-EXEC
               IF SQLCODE NOT = ZERO
                       OR FUNCTION TRIM(HOLD-ID) = SPACES
                   DISPLAY "REFUSED  copy is on the ready shelf for "
                       "another patron's hold"
                   DISPLAY "         from: the hold that trapped it "
                       "(RETURNBOOK)"
                   ADD 1 TO WS-REFUSE-CNT
               ELSE
                   DISPLAY "Note     collects this patron's ready hold"
               END-IF
           END-IF.

           IF FUNCTION TRIM(PATRON-STATUS) NOT = 'active'
               DISPLAY "REFUSED  patron status is "
                   FUNCTION TRIM(PATRON-STATUS)
               DISPLAY "         from: the patron record (PATRONEXPIRE"
                   ", UPDATEPATRON)"
               ADD 1 TO WS-REFUSE-CNT
           END-IF.

      *    THE NEWEST ACTIVE MANUAL BLOCK, IF ANY, GIVES THE REASON.
           MOVE SPACES TO MANUAL-BLOCK-REASON.
           EXEC SQL
               SELECT COALESCE((
                   SELECT note_text FROM patron_notes
                       WHERE patron_id = CAST(:PATRON-ID AS UUID)
                       AND kind = 'block'
                       AND removed_at IS NULL
                       AND (expires_on IS NULL
                            OR expires_on >= CURRENT_DATE)
                       ORDER BY created_at DESC
                       LIMIT 1), '')
                   INTO :MANUAL-BLOCK-REASON
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF MANUAL-BLOCK-REASON NOT = SPACES
               DISPLAY "BLOCK    account blocked: "
                   FUNCTION TRIM(MANUAL-BLOCK-REASON)
               DISPLAY "         from: a manual block on the account "
                   "(PATRONNOTES); supervisor override manual_block"
               ADD 1 TO WS-OVERRIDE-CNT
           END-IF.

           PERFORM WORK-OUT-LOAN-PERIOD.
           PERFORM WORK-OUT-DUE-DATE.

           IF POLICY-LENDABLE = 'N'
               DISPLAY "BLOCK    for use in the library only"
               DISPLAY "         from: material type "
                   FUNCTION TRIM(MAT-CODE) " is not lendable "
                   "(MATTYPEMAINT); supervisor override not_lendable"
               ADD 1 TO WS-OVERRIDE-CNT
           END-IF.

           EXEC SQL
               SELECT pc.max_loans,
                      COALESCE(pc.loan_days_override, 0),
                      pc.fine_block_limit
                   INTO :CAT-MAX-LOANS, :CAT-LOAN-OVERRIDE,
                        :CAT-BLOCK-LIMIT
                   FROM patron_categories pc
                   WHERE pc.code = :CAT-CODE
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               SELECT COUNT(*) INTO :PATRON-OPEN-LOANS
                   FROM loans
                   WHERE patron_id = CAST(:PATRON-ID AS UUID)
                   AND return_date IS NULL
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE PATRON-OPEN-LOANS TO D-COUNT.
           MOVE CAT-MAX-LOANS TO D-COUNT-2.
           IF PATRON-OPEN-LOANS >= CAT-MAX-LOANS
               DISPLAY "BLOCK    loan limit reached: "
                   FUNCTION TRIM(D-COUNT) " out of "
                   FUNCTION TRIM(D-COUNT-2)
               DISPLAY "         from: patron category "
                   FUNCTION TRIM(CAT-CODE) " max loans "
                   "(PATRONCATMAINT); supervisor override loan_limit"
               ADD 1 TO WS-OVERRIDE-CNT
           ELSE
               DISPLAY "Loans    " FUNCTION TRIM(D-COUNT) " out of "
                   FUNCTION TRIM(D-COUNT-2) " allowed"
               DISPLAY "         from: patron category "
                   FUNCTION TRIM(CAT-CODE) " max loans "
                   "(PATRONCATMAINT)"
           END-IF.

           PERFORM WORK-OUT-FINE-BLOCK.

           IF WS-REFUSE-CNT > 0
               DISPLAY "Checkout would be REFUSED"
           ELSE
               IF WS-OVERRIDE-CNT > 0
                   MOVE WS-OVERRIDE-CNT TO D-COUNT
                   DISPLAY "Checkout would be REFUSED unless a "
                       "supervisor overrides (" FUNCTION TRIM(D-COUNT)
                       " block(s), see CIRC-OVERRIDE)"
               ELSE
                   DISPLAY "Checkout would be ALLOWED, due "
                       DUE-AT(1:16)
               END-IF
           END-IF.

       WORK-OUT-LOAN-PERIOD.
      *    MATERIAL TYPE FIRST, THEN THE CATEGORY'S DAY OVERRIDE,
      *    THEN AN ACTIVE COURSE RESERVE -- CHECKOUTBOOK'S ORDER.
           MOVE MAT-LOAN-DAYS TO POLICY-LOAN-DAYS.
           MOVE MAT-LOAN-HOURS TO POLICY-LOAN-HOURS.
           MOVE SPACES TO WS-SOURCE.
           IF POLICY-LOAN-HOURS > 0
               STRING 'material type ' FUNCTION TRIM(MAT-CODE)
                      ' loan hours (MATTYPEMAINT)'
                   DELIMITED BY SIZE INTO WS-SOURCE
               END-STRING
           ELSE
               STRING 'material type ' FUNCTION TRIM(MAT-CODE)
                      ' loan days (MATTYPEMAINT)'
                   DELIMITED BY SIZE INTO WS-SOURCE
               END-STRING
           END-IF.

           MOVE ZERO TO CAT-LOAN-OVERRIDE.
           EXEC SQL
               SELECT COALESCE(pc.loan_days_override, 0)
                   INTO :CAT-LOAN-OVERRIDE
                   FROM patron_categories pc
                   WHERE pc.code = :CAT-CODE
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           IF CAT-LOAN-OVERRIDE > 0
               IF POLICY-LOAN-HOURS = 0
                   MOVE CAT-LOAN-OVERRIDE TO POLICY-LOAN-DAYS
                   MOVE SPACES TO WS-SOURCE
                   STRING 'patron category ' FUNCTION TRIM(CAT-CODE)
                          ' loan-period override, in place of the '
                          'material type''s (PATRONCATMAINT)'
                       DELIMITED BY SIZE INTO WS-SOURCE
                   END-STRING
               ELSE
                   DISPLAY "Note     category " FUNCTION TRIM(CAT-CODE)
                       " day override ignored: an hourly loan "
                       "stays hourly"
               END-IF
           END-IF.

           MOVE -1 TO RESERVE-LOAN-DAYS.
           MOVE -1 TO RESERVE-LOAN-HOURS.
           MOVE SPACES TO RESERVE-COURSES.
           EXEC SQL
               SELECT COALESCE(MIN(cr.loan_days), -1),
                      COALESCE(MIN(cr.loan_hours), -1),
                      COALESCE(LEFT(STRING_AGG(cr.course_name, ', '),
                          200), '')
                   INTO :RESERVE-LOAN-DAYS, :RESERVE-LOAN-HOURS,
                        :RESERVE-COURSES
                   FROM course_reserves cr
                   JOIN course_reserve_items cri
                       ON cri.reserve_id = cr.id
                   WHERE cri.book_id = CAST(:BOOK-ID AS UUID)
                   AND cr.status = 'active'
                   AND CURRENT_DATE
                       BETWEEN cr.term_start AND cr.term_end
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF RESERVE-LOAN-HOURS > 0 OR RESERVE-LOAN-DAYS > 0
               IF RESERVE-LOAN-HOURS > 0
                   MOVE RESERVE-LOAN-HOURS TO POLICY-LOAN-HOURS
               ELSE
                   MOVE RESERVE-LOAN-DAYS TO POLICY-LOAN-DAYS
                   MOVE 0 TO POLICY-LOAN-HOURS
               END-IF
               MOVE SPACES TO WS-SOURCE
               STRING 'course reserve short loan -- '
                      FUNCTION TRIM(RESERVE-COURSES)
                      ' (RESERVEMAINT)'
                   DELIMITED BY SIZE INTO WS-SOURCE
               END-STRING
           END-IF.

           IF POLICY-LOAN-HOURS > 0
               MOVE POLICY-LOAN-HOURS TO D-COUNT
               DISPLAY "Period   " FUNCTION TRIM(D-COUNT) " hours"
           ELSE
               MOVE POLICY-LOAN-DAYS TO D-COUNT
               DISPLAY "Period   " FUNCTION TRIM(D-COUNT) " days"
           END-IF.
           DISPLAY "         from: " FUNCTION TRIM(WS-SOURCE).

       WORK-OUT-DUE-DATE.
      *    CHECKOUTBOOK'S DUE-DATE EXPRESSION, AND THE SAME PERIOD
      *    WITHOUT THE BRANCH-HOURS AND CALENDAR ADJUSTMENT.
           EXEC SQL
               SELECT TO_CHAR(CASE WHEN :POLICY-LOAN-HOURS > 0
                      THEN hourly_due_at(CAST(:BRANCH-ID AS UUID),
                               NOW(),
                               CAST(:POLICY-LOAN-HOURS AS INTEGER))
                      ELSE next_open_day(CAST(:BRANCH-ID AS UUID),
                          CAST(NOW()
                          + make_interval(days => :POLICY-LOAN-DAYS)
                          AS DATE))
                          + (NOW() - DATE_TRUNC('day', NOW()))
                      END, 'YYYY-MM-DD HH24:MI:SS'),
                      TO_CHAR(CASE WHEN :POLICY-LOAN-HOURS > 0
                      THEN NOW() + make_interval(
                          hours => :POLICY-LOAN-HOURS)
                      ELSE NOW() + make_interval(
                          days => :POLICY-LOAN-DAYS)
                      END, 'YYYY-MM-DD HH24:MI:SS')
                   INTO :DUE-AT, :DUE-UNADJUSTED
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY "Due      " DUE-AT(1:16).
           IF DUE-AT = DUE-UNADJUSTED
               DISPLAY "         from: the loan period from now"
           ELSE
               IF POLICY-LOAN-HOURS > 0
                   DISPLAY "         from: the loan period, cut back "
                       "to branch " FUNCTION TRIM(BRANCH-CODE)
                       "'s closing time (BRANCHMAINT)"
               ELSE
                   DISPLAY "         from: the loan period ends "
                       DUE-UNADJUSTED(1:10) ", when branch "
                       FUNCTION TRIM(BRANCH-CODE)
                       " is shut -- moved to its next open day "
                       "(BRANCHMAINT, CALENDARMAINT)"
               END-IF
           END-IF.

       WORK-OUT-FINE-BLOCK.
      *    THE CATEGORY'S THRESHOLD UNLESS FINE_BLOCK_THRESHOLD IS
      *    SET, AFTER ANY AMNESTY RUNNING TODAY -- AS CHECKOUTBOOK.
           MOVE CAT-BLOCK-LIMIT TO WS-FINE-BLOCK-LIMIT.
           MOVE SPACES TO WS-SOURCE.
           STRING 'patron category ' FUNCTION TRIM(CAT-CODE)
                  ' fine block limit (PATRONCATMAINT)'
               DELIMITED BY SIZE INTO WS-SOURCE
           END-STRING.
           MOVE 'FINE_BLOCK_THRESHOLD' TO PARAM-NAME.
           CALL "GET-PARAM" USING PARAM-NAME PARAM-VALUE
           END-CALL.
           MOVE PARAM-VALUE TO WS-FINE-BLOCK-X.
           IF FUNCTION TRIM(WS-FINE-BLOCK-X) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-FINE-BLOCK-X)
                   TO WS-FINE-BLOCK-LIMIT
               MOVE 'FINE_BLOCK_THRESHOLD system parameter'
                   TO WS-SOURCE
           END-IF.

           MOVE ZERO TO AMNESTY-FORGIVEN.
           EXEC SQL
               SELECT apply_amnesty(CAST(:PATRON-ID AS UUID),
                                    'amnesty')
                   INTO :AMNESTY-FORGIVEN
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF AMNESTY-FORGIVEN > 0
               MOVE AMNESTY-FORGIVEN TO D-AMOUNT
               DISPLAY "Note     fine amnesty running: checkout would "
                   "forgive " FUNCTION TRIM(D-AMOUNT) " (AMNESTY)"
           END-IF.

           MOVE ZERO TO FINE-BALANCE.
           EXEC SQL
               SELECT COALESCE(
                          SUM(amount - paid_amount - waived_amount),
                          0)
                   INTO :FINE-BALANCE
                   FROM fines f
                   WHERE (f.patron_id = :PATRON-ID
                          OR (f.patron_id IS NULL
                              AND f.borrower = :PATRON-NAME))
                   AND f.status = 'open'
                   AND (f.fee_code IS NULL
                        OR EXISTS (SELECT 1 FROM fee_schedule fs
                               WHERE fs.code = f.fee_code
                               AND fs.blocks_borrowing))
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE FINE-BALANCE TO D-AMOUNT.
           MOVE WS-FINE-BLOCK-LIMIT TO D-AMOUNT-2.
           IF FINE-BALANCE >= WS-FINE-BLOCK-LIMIT
               DISPLAY "BLOCK    owes " FUNCTION TRIM(D-AMOUNT)
                   " in fines, limit " FUNCTION TRIM(D-AMOUNT-2)
               DISPLAY "         from: " FUNCTION TRIM(WS-SOURCE)
                   "; supervisor override fine_block"
               ADD 1 TO WS-OVERRIDE-CNT
           ELSE
               DISPLAY "Fines    owes " FUNCTION TRIM(D-AMOUNT)
                   ", block at " FUNCTION TRIM(D-AMOUNT-2)
               DISPLAY "         from: " FUNCTION TRIM(WS-SOURCE)
           END-IF.

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
           IF GUARDIAN-BLOCKED = 'Y'
               DISPLAY "BLOCK    the guardian's account is over the "
                   "fine limit"
               DISPLAY "         from: the family link carries the "
                   "guardian's block (FAMILYMAINT); supervisor "
                   "override guardian_block"
               ADD 1 TO WS-OVERRIDE-CNT
           END-IF.

       WHATIF-RENEWAL.
           DISPLAY "---- RENEWAL ----".
      *    NOT ON LOAN YET: ANSWER FOR THE LOAN CHECKOUT WOULD MAKE.
           IF WS-ON-LOAN = 'N'
               DISPLAY "Note     not on loan to this patron -- "
                   "answered for a loan made today"
               MOVE ZERO TO LOAN-RENEWAL-COUNT
               MOVE DUE-AT TO LOAN-DUE-AT
               MOVE POLICY-LOAN-HOURS TO LOAN-HOURS
               MOVE BRANCH-ID TO LOAN-BRANCH-ID
           END-IF.

           MOVE SPACES TO WS-SOURCE.
           STRING 'material type ' FUNCTION TRIM(MAT-CODE)
                  ' renewal limit (MATTYPEMAINT)'
               DELIMITED BY SIZE INTO WS-SOURCE
           END-STRING.
           MOVE 'RENEWAL_MAX' TO PARAM-NAME.
           CALL "GET-PARAM" USING PARAM-NAME PARAM-VALUE
           END-CALL.
           MOVE PARAM-VALUE TO WS-RENEWAL-MAX-X.
           IF FUNCTION TRIM(WS-RENEWAL-MAX-X) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-RENEWAL-MAX-X)
                   TO POLICY-RENEW-LIMIT
               MOVE 'RENEWAL_MAX system parameter' TO WS-SOURCE
           END-IF.

           MOVE LOAN-RENEWAL-COUNT TO D-COUNT.
           MOVE POLICY-RENEW-LIMIT TO D-COUNT-2.
           DISPLAY "Renewals " FUNCTION TRIM(D-COUNT) " used of "
               FUNCTION TRIM(D-COUNT-2).
           DISPLAY "         from: " FUNCTION TRIM(WS-SOURCE).

           IF POLICY-RENEWABLE NOT = 'y'
               DISPLAY "Renewal would be REFUSED: material type "
                   FUNCTION TRIM(MAT-CODE) " does not renew "
                   "(MATTYPEMAINT)"
               EXIT PARAGRAPH
           END-IF.

           IF LOAN-RENEWAL-COUNT >= POLICY-RENEW-LIMIT
               DISPLAY "Renewal would be REFUSED: renewal limit "
                   "reached"
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :HOLD-OPEN-CNT
                   FROM holds
                   WHERE book_id = CAST(:BOOK-ID AS UUID)
                   AND status = 'open'
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF HOLD-OPEN-CNT > 0
               MOVE HOLD-OPEN-CNT TO D-COUNT
               DISPLAY "Renewal would be REFUSED: "
                   FUNCTION TRIM(D-COUNT)
                   " open hold(s) on the title (a renewal may not "
                   "jump the holds queue)"
               EXIT PARAGRAPH
           END-IF.

      *    RENEWLOAN'S EXPRESSION: THE MATERIAL TYPE'S PERIOD (NOT
      *    A CATEGORY OR COURSE RESERVE ONE) FROM THE LATER OF THE
      *    DUE DATE AND NOW, ROLLED TO THE LENDING BRANCH'S NEXT
      *    OPEN DAY; AN HOURLY LOAN GETS ITS HOURS AGAIN.
           MOVE MAT-LOAN-DAYS TO POLICY-LOAN-DAYS.
           EXEC SQL
               SELECT TO_CHAR(CASE WHEN :LOAN-HOURS > 0
                      THEN GREATEST(CAST(:LOAN-DUE-AT AS TIMESTAMP),
                               hourly_due_at(CAST(NULLIF(
                                   TRIM(:LOAN-BRANCH-ID), '') AS UUID),
                                   NOW(),
                                   CAST(:LOAN-HOURS AS INTEGER)))
                      ELSE next_open_day(CAST(NULLIF(
                               TRIM(:LOAN-BRANCH-ID), '') AS UUID),
                          CAST(GREATEST(CAST(:LOAN-DUE-AT
                                            AS TIMESTAMP), NOW())
                          + make_interval(days => :POLICY-LOAN-DAYS)
                          AS DATE))
                          + (GREATEST(CAST(:LOAN-DUE-AT
                                          AS TIMESTAMP), NOW())
                             - DATE_TRUNC('day',
                                 GREATEST(CAST(:LOAN-DUE-AT
                                              AS TIMESTAMP), NOW())))
                      END, 'YYYY-MM-DD HH24:MI:SS')
                   INTO :LOAN-NEW-DUE-DATE
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY "Renewal would be ALLOWED, due "
               LOAN-NEW-DUE-DATE(1:16).
           IF LOAN-HOURS > 0
               MOVE LOAN-HOURS TO D-COUNT
               DISPLAY "         from: another " FUNCTION TRIM(D-COUNT)
                   " hours from now, by the lending branch's closing"
                   " time"
           ELSE
               MOVE POLICY-LOAN-DAYS TO D-COUNT
               DISPLAY "         from: material type "
                   FUNCTION TRIM(MAT-CODE) "'s " FUNCTION TRIM(D-COUNT)
                   " days from the later of the due date and today, "
                   "to the next open day (a renewal does not use "
                   "category or course reserve periods)"
           END-IF.

       WHATIF-RETURN.
           DISPLAY "---- RETURN ----".
      *    RETURNBOOK'S RATE AND CAP.
           MOVE SPACES TO WS-SOURCE.
           STRING 'material type ' FUNCTION TRIM(MAT-CODE)
                  ' daily rate (MATTYPEMAINT)'
               DELIMITED BY SIZE INTO WS-SOURCE
           END-STRING.
           MOVE 'FINE_DAILY_RATE' TO PARAM-NAME.
           CALL "GET-PARAM" USING PARAM-NAME PARAM-VALUE
           END-CALL.
           MOVE PARAM-VALUE TO WS-FINE-RATE-X.
           IF FUNCTION TRIM(WS-FINE-RATE-X) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-FINE-RATE-X)
                   TO LOAN-DAILY-RATE
               MOVE 'FINE_DAILY_RATE system parameter'
                   TO WS-SOURCE
           END-IF.

           IF LOAN-HOURS > 0
               MOVE LOAN-HOURLY-RATE TO D-RATE
               DISPLAY "Rate     " FUNCTION TRIM(D-RATE)
                   " per open hour overdue"
               DISPLAY "         from: material type "
                   FUNCTION TRIM(MAT-CODE) " hourly rate "
                   "(MATTYPEMAINT); FINE_DAILY_RATE does not apply"
           ELSE
               MOVE LOAN-DAILY-RATE TO D-RATE
               DISPLAY "Rate     " FUNCTION TRIM(D-RATE)
                   " per day overdue, days the branch is shut "
                   "not counted"
               DISPLAY "         from: " FUNCTION TRIM(WS-SOURCE)
           END-IF.
           MOVE POLICY-FINE-CAP TO D-AMOUNT.
           DISPLAY "Cap      " FUNCTION TRIM(D-AMOUNT) " per loan".
           DISPLAY "         from: material type "
               FUNCTION TRIM(MAT-CODE) " fine cap (MATTYPEMAINT)".

           IF WS-ON-LOAN = 'N'
               DISPLAY "Fine     none -- not on loan to this patron"
           ELSE
               PERFORM WORK-OUT-FINE-NOW
           END-IF.

           MOVE ZERO TO HOLD-OPEN-CNT.
           EXEC SQL
               SELECT COUNT(*) INTO :HOLD-OPEN-CNT
                   FROM holds
                   WHERE book_id = CAST(:BOOK-ID AS UUID)
                   AND status = 'open'
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF HOLD-OPEN-CNT > 0
               MOVE HOLD-OPEN-CNT TO D-COUNT
               DISPLAY "Note     " FUNCTION TRIM(D-COUNT)
                   " open hold(s): a returned copy goes to the first "
                   "eligible one, not the shelf"
           END-IF.

       WORK-OUT-FINE-NOW.
      *    RETURNBOOK'S FINE EXPRESSION, AS IF RETURNED THIS MINUTE.
           MOVE SPACES TO LOAN-CLAIMED-ON.
           EXEC SQL
               SELECT LEAST(:POLICY-FINE-CAP,
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
                          END),
                      CASE WHEN loan_hours IS NOT NULL
                      THEN overdue_hours(branch_id, due_date,
                               COALESCE(claimed_at, NOW()))
                      ELSE GREATEST(0,
                          EXTRACT(DAY FROM
                              (COALESCE(claimed_at, NOW())
                               - due_date)))
                      END,
                      CASE WHEN loan_hours IS NULL
                               AND COALESCE(claimed_at, NOW())
                                   > due_date
                      THEN closed_days_between(branch_id,
                               CAST(due_date AS DATE),
                               CAST(COALESCE(claimed_at, NOW())
                                   AS DATE))
                      ELSE 0 END,
                      COALESCE(TO_CHAR(claimed_at, 'YYYY-MM-DD'), '')
                   INTO :LOAN-FINE-NOW, :LOAN-OVERDUE,
                        :LOAN-CLOSED-DAYS, :LOAN-CLAIMED-ON
                   FROM loans
                   WHERE CAST(id AS VARCHAR) = TRIM(:LOAN-ID)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE LOAN-FINE-NOW TO D-AMOUNT.
           DISPLAY "Fine     " FUNCTION TRIM(D-AMOUNT)
               " if returned now".
           IF LOAN-OVERDUE > 0
               MOVE LOAN-OVERDUE TO D-HOURS
               IF LOAN-HOURS > 0
                   DISPLAY "         from: " FUNCTION TRIM(D-HOURS)
                       " open hours overdue at the lending branch"
               ELSE
                   MOVE LOAN-OVERDUE TO D-COUNT-2
                   MOVE LOAN-CLOSED-DAYS TO D-COUNT
                   DISPLAY "         from: " FUNCTION TRIM(D-COUNT-2)
                       " days overdue, less " FUNCTION TRIM(D-COUNT)
                       " the lending branch was shut"
               END-IF
               IF LOAN-FINE-NOW >= POLICY-FINE-CAP
                   DISPLAY "         capped at the material type's "
                       "fine cap"
               END-IF
           ELSE
               DISPLAY "         from: not overdue"
           END-IF.
           IF FUNCTION TRIM(LOAN-CLAIMED-ON) NOT = SPACES
               DISPLAY "         fined only up to the patron's "
                   "claim of " LOAN-CLAIMED-ON " (CLAIMMAINT)"
           END-IF.

       ERROR-RTN.
           CALL 'SQL-ERROR-HANDLER' USING SQLCODE SQLSTATE SQLERRMC
                'CIRCWHATIF                    ' 'ERROR-RTN'
           END-CALL.

       END-PROGRAM.
