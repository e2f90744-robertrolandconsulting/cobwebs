      *
      * CHECKOUTBOOK
      *
      * A refusal on the loan limit, the fine block, the guardian's
      * fine block or non-lending material can be lifted on the
      * spot by a supervisor (see CIRC-OVERRIDE); every override is
      * logged for OVERRIDEREPORT. During a fine amnesty (see
      * AMNESTY) the borrower's qualifying fines are forgiven before
      * the fine block is tested. The borrower's account notes and
      * blocks (see PATRONNOTES) are shown once the card is read; a
      * manual block refuses the loan unless a supervisor lifts it.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************

       WORKING-STORAGE SECTION.
       COPY 'db-connect-params.cpy'.
       COPY 'param-vars.cpy'.

       01  WS-FINE-BLOCK-X         PIC X(12).
       01  WS-FINE-BLOCK-LIMIT     PIC 9(4)V99 VALUE 10.00.
       01  D-FINE-BALANCE          PIC -(6)9.99.
       01  WS-BRANCH-CODE          PIC X(10).
       01  WS-OVR-BLOCK-TYPE       PIC X(20).
       01  WS-OVR-STATION          PIC X(10) VALUE 'cli'.
       01  WS-OVR-GRANTED          PIC X(1).

       EXEC SQL
           BEGIN DECLARE SECTION

       01  POLICY-REC-VARS.
           05  POLICY-LOAN-DAYS    PIC 9(3).
           05  POLICY-LOAN-HOURS   PIC 9(3).
           05  POLICY-LENDABLE     PIC X(1).

       01  CATEGORY-REC-VARS.
           05  CAT-MAX-LOANS       PIC 9(4).
           05  PATRON-OPEN-LOANS   PIC 9(4).

       01  RESERVE-LOAN-DAYS       PIC S9(3).
       01  RESERVE-LOAN-HOURS      PIC S9(3).

       01  LOAN-REC-VARS.
           05  LOAN-ID             PIC X(36).
           05  LOAN-BORROWER       PIC X(50).
           05  LOAN-DUE-AT         PIC X(16).

       01  PATRON-REC-VARS.
           05  PATRON-SCAN         PIC X(36).
           05  PATRON-ID           PIC X(36).
           05  CARD-RETIRED        PIC X(1).
           05  PATRON-NAME         PIC X(50).
           05  PATRON-STATUS       PIC X(10).

       01  FINE-BALANCE            PIC S9(6)V99.
       01  FINE-BLOCK-OVERRIDE     PIC 9(6)V99.
       01  GUARDIAN-BLOCKED        PIC X(1).
       01  AMNESTY-FORGIVEN        PIC S9(6)V99.
       01  MANUAL-BLOCKED          PIC X(1).

       01  NOTE-REC-VARS.
           05  NOTE-KIND           PIC X(5).
           05  NOTE-TEXT           PIC X(200).
           05  NOTE-AUTHOR         PIC X(50).
           05  NOTE-DATE           PIC X(10).
           05  NOTE-EXPIRES        PIC X(10).

       01  BRANCH-VARS.
           05  BRANCH-CODE         PIC X(10).

      *    THE LOAN PERIOD COMES FROM THE TITLE'S MATERIAL-TYPE
      *    POLICY (SEE MATTYPEMAINT) INSTEAD OF A FLAT TWO WEEKS.
      *    A POLICY WITH LOAN HOURS LENDS BY THE HOUR INSTEAD.
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
      *    ADDPATRON/LISTPATRONS. THE PATRON MUST EXIST AND BE IN
      *    GOOD STANDING BEFORE A LOAN ROW IS WRITTEN. THE LEGACY
      *    BORROWER NAME COLUMN IS STILL FILLED IN FROM THE PATRON
      *    RECORD SO OLDER REPORTS KEEP WORKING. THE PATRON IS
      *    IDENTIFIED BY THE LIBRARY CARD BARCODE (THE PATRONS.ID
      *    UUID IS STILL TAKEN FROM A KEYED ENTRY); A CARD RETIRED
      *    AS LOST (SEE LOSTCARD) IS REFUSED.
           DISPLAY 'Scan patron card or enter patron id: '.
           ACCEPT PATRON-SCAN.

           MOVE 'N' TO CARD-RETIRED.
           EXEC SQL
               SELECT CASE WHEN is_card_retired(:PATRON-SCAN)
                           THEN 'Y' ELSE 'N' END
                   INTO :CARD-RETIRED
           END-EXEC.
           IF CARD-RETIRED = 'Y'
               DISPLAY "Checkout refused: that card was reported "
                   "lost and has been retired"
               EXEC SQL
                   DISCONNECT ALL
               END-EXEC
               STOP RUN
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
               EXEC SQL
                   DISCONNECT ALL
               END-EXEC
               STOP RUN
           END-IF.

           PERFORM APPLY-FINE-AMNESTY.

      *    THE DESK SEES THE ACCOUNT NOTES AND BLOCKS BEFORE
      *    ANYTHING ELSE; A MANUAL BLOCK STOPS THE LOAN UNLESS A
      *    SUPERVISOR LIFTS IT.
           PERFORM SHOW-PATRON-NOTES.
           IF MANUAL-BLOCKED = 'Y'
               DISPLAY "Checkout refused: the account is blocked "
                   "-- see above"
               MOVE 'manual_block' TO WS-OVR-BLOCK-TYPE
               PERFORM REQUEST-OVERRIDE
           END-IF.

           MOVE PATRON-NAME TO LOAN-BORROWER.

      *    THE PATRON'S CATEGORY CARRIES THE CONCURRENT-LOAN
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE CAT-BLOCK-LIMIT TO WS-FINE-BLOCK-LIMIT.
      *    THE CATEGORY OVERRIDE IS IN DAYS; IT NEVER TURNS AN
      *    HOURLY LOAN INTO A DAY LOAN.
           IF CAT-LOAN-OVERRIDE > 0 AND POLICY-LOAN-HOURS = 0
               MOVE CAT-LOAN-OVERRIDE TO POLICY-LOAN-DAYS
           END-IF.

      *    A TITLE ON AN ACTIVE COURSE RESERVE LIST (SEE
      *    RESERVEMAINT) CIRCULATES UNDER THE LIST'S SHORT-LOAN
      *    DAYS, WHATEVER THE NORMAL POLICY SAYS -- OR ITS HOURS,
      *    WHERE THE LIST LENDS BY THE HOUR.
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

           EXEC SQL
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      *    IN-LIBRARY-USE MATERIAL (LENDABLE 'N' IN MATTYPEMAINT)
      *    ONLY LEAVES THE BUILDING ON A SUPERVISOR'S SAY-SO.
           IF POLICY-LENDABLE = 'N'
               DISPLAY "Checkout refused: this material is for "
                   "use in the library only"
               MOVE 'not_lendable' TO WS-OVR-BLOCK-TYPE
               PERFORM REQUEST-OVERRIDE
           END-IF.

           IF PATRON-OPEN-LOANS >= CAT-MAX-LOANS
               DISPLAY "Checkout refused: already has "
                   PATRON-OPEN-LOANS " items out (category "
                   "limit " CAT-MAX-LOANS ")"
               MOVE 'loan_limit' TO WS-OVR-BLOCK-TYPE
               PERFORM REQUEST-OVERRIDE
           END-IF.

           PERFORM CHECK-FINE-BALANCE.
               END-IF
           END-IF.

      *    THE POLICY'S LOAN PERIOD, ROLLED FORWARD TO THIS
      *    BRANCH'S NEXT OPEN DAY (ITS WEEKLY HOURS, OR SUNDAYS
      *    SHUT WHERE IT HAS NONE, AND LIBRARY_CALENDAR CLOSURES)
      *    SO A DUE DATE NEVER LANDS ON A DAY IT'S SHUT. SEE
      *    BRANCHMAINT AND CALENDARMAINT. AN HOURLY LOAN IS DUE
      *    THAT MANY HOURS ON, BUT NO LATER THAN THIS BRANCH'S
      *    CLOSING TIME, AND KEEPS ITS HOURS FOR THE FINE.
           EXEC SQL
               INSERT INTO loans (
                   book_id,
                   branch_id,
                   copy_id,
                   checkout_date,
                   due_date,
                   loan_hours
               ) VALUES (
                   :BOOK-ID,
                   :PATRON-ID,
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
                   INTO :LOAN-ID, :LOAN-DUE-AT
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           END-IF.

           DISPLAY "Loan id: " FUNCTION TRIM(LOAN-ID)
               ", due back " LOAN-DUE-AT.

           MOVE 'loans' TO AUDIT-TABLE-NAME.
           MOVE LOAN-ID TO AUDIT-RECORD-ID.
           DISPLAY "CHECKOUTBOOK FINISHED".
           STOP RUN.

       APPLY-FINE-AMNESTY.
      *    A FINE AMNESTY RUNNING TODAY (SEE AMNESTY) FORGIVES WHAT
      *    IT COVERS BEFORE THE BALANCE IS TESTED. THE WAIVER IS
      *    COMMITTED AT ONCE, BEFORE ANY OVERRIDE IS LOGGED, SO IT
      *    STANDS EVEN IF THE CHECKOUT IS REFUSED FOR SOME OTHER
      *    REASON.
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
               EXEC SQL
                   COMMIT WORK
               END-EXEC
           END-IF.

       CHECK-FINE-BALANCE.
      *    AN UNPAID FINE BALANCE WARNS THE DESK OPERATOR; PAST THE
      *    CONFIGURABLE THRESHOLD (FINE_BLOCK_THRESHOLD, DEFAULT
      *    10.00) THE CHECKOUT IS REFUSED UNTIL THE BORROWER SETTLES
      *    UP THROUGH RECORDPAYMENT.
           MOVE 'FINE_BLOCK_THRESHOLD' TO PARAM-NAME.
           CALL "GET-PARAM" USING PARAM-NAME PARAM-VALUE
           END-CALL.
           MOVE PARAM-VALUE TO WS-FINE-BLOCK-X.
           IF FUNCTION TRIM(WS-FINE-BLOCK-X) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-FINE-BLOCK-X)
                   TO WS-FINE-BLOCK-LIMIT
               MOVE FINE-BALANCE TO D-FINE-BALANCE
               DISPLAY "Checkout refused: borrower owes "
                   D-FINE-BALANCE " in fines"
               MOVE 'fine_block' TO WS-OVR-BLOCK-TYPE
               PERFORM REQUEST-OVERRIDE
           END-IF.

           IF FINE-BALANCE > 0
                   " in fines ***"
           END-IF.

      *    A CHILD WHOSE FAMILY LINK CARRIES THE GUARDIAN'S BLOCK
      *    (SEE FAMILYMAINT) IS REFUSED WHILE THE GUARDIAN IS OVER
      *    THEIR OWN LIMIT.
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
               DISPLAY "Checkout refused: the guardian's account "
                   "is over the fine limit"
               MOVE 'guardian_block' TO WS-OVR-BLOCK-TYPE
               PERFORM REQUEST-OVERRIDE
           END-IF.

       SHOW-PATRON-NOTES.
      *    ACTIVE NOTES AND BLOCKS ON THE ACCOUNT (SEE PATRONNOTES),
      *    BLOCKS FIRST.
           EXEC SQL
               DECLARE C1 CURSOR FOR
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
               OPEN C1
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE 'N' TO MANUAL-BLOCKED.
           EXEC SQL
               FETCH C1 INTO :NOTE-KIND, :NOTE-TEXT, :NOTE-AUTHOR,
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
                   FETCH C1 INTO :NOTE-KIND, :NOTE-TEXT,
                                 :NOTE-AUTHOR, :NOTE-DATE,
                                 :NOTE-EXPIRES
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C1
           END-EXEC.

       REQUEST-OVERRIDE.
      *    THE REFUSAL STANDS UNLESS A SUPERVISOR LIFTS IT; THE
      *    OVERRIDE ROW COMMITS WITH THE LOAN OR NOT AT ALL.
           CALL "CIRC-OVERRIDE" USING PATRON-ID BOOK-ID COPY-ID
                WS-OVR-BLOCK-TYPE BRANCH-ID WS-OVR-STATION
                WS-OVR-GRANTED
           END-CALL.
           IF WS-OVR-GRANTED NOT = 'y'
               EXEC SQL
                   DISCONNECT ALL
               END-EXEC
               STOP RUN
           END-IF.

       WRITE-AUDIT-LOG.
           EXEC SQL
               INSERT INTO audit_log (
