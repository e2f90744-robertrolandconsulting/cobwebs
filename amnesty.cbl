      ********************************************
      * Fine amnesty campaigns
      *
      * AMNESTY
      *
      * Defines a fine amnesty ("food for fines", fine-free week):
      * the date window, the fee keys forgiven (OVERDUE unless told
      * otherwise -- never LOST or DAMAGE), the patron categories
      * covered (blank for all) and the most forgiven per patron.
      * While the campaign runs, CHECKOUTBOOK and DESKMODE waive a
      * patron's matching fines as they are served
      * (apply_amnesty). Closing the campaign waives the rest in
      * bulk for every patron still owing, then prints the closing
      * report: total forgiven, at the desk and at close, patrons
      * forgiven and patrons taken back under their fine-block
      * limit, by category. Each waiver is a FINE_PAYMENTS waiver
      * row tagged with the campaign code.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   AMNESTY.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       COPY 'db-connect-params.cpy'.

       01  WS-ACTION               PIC X(1).
       01  WS-NUM-X                PIC X(12).
       01  WS-PATRON-CNT           PIC 9(6) VALUE ZERO.
       01  D-AMOUNT                PIC -(6)9.99.
       01  D-COUNT                 PIC Z(5)9.

       EXEC SQL
           BEGIN DECLARE SECTION
       END-EXEC.
       01  HOSTVARS.
           05 BUFFER               PIC X(1024).

       01  CAMPAIGN-REC-VARS.
           05  CAMPAIGN-CODE       PIC X(12).
           05  CAMPAIGN-DESC       PIC X(100).
           05  CAMPAIGN-START      PIC X(10).
           05  CAMPAIGN-END        PIC X(10).
           05  CAMPAIGN-MAX        PIC S9(6)V99.
           05  CAMPAIGN-FEE-KEYS   PIC X(100).
           05  CAMPAIGN-CATEGORIES PIC X(100).
           05  CAMPAIGN-STATE      PIC X(10).
           05  CAMPAIGN-BAD-CNT    PIC 9(6).

       01  AMNESTY-REC-VARS.
           05  AMNESTY-PATRON-ID   PIC X(36).
           05  AMNESTY-FORGIVEN    PIC S9(8)V99.
           05  AMNESTY-CATEGORY    PIC X(20).
           05  AMNESTY-FINE-CNT    PIC 9(6).
           05  AMNESTY-PATRONS     PIC 9(6).
           05  AMNESTY-UNBLOCKED   PIC 9(6).
           05  AMNESTY-AT-DESK     PIC S9(8)V99.
           05  AMNESTY-AT-CLOSE    PIC S9(8)V99.

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
           DISPLAY "AMNESTY STARTED".

           COPY 'db-connect.cpy'.

           DISPLAY 'Action: (l)ist, (a)dd campaign, (c)lose '
               'campaign, (r)eport: '.
           ACCEPT WS-ACTION.

           EVALUATE WS-ACTION
               WHEN 'l'
               WHEN 'L'
                   PERFORM LIST-CAMPAIGNS
               WHEN 'a'
               WHEN 'A'
                   PERFORM ADD-CAMPAIGN
               WHEN 'c'
               WHEN 'C'
                   PERFORM CLOSE-CAMPAIGN
               WHEN 'r'
               WHEN 'R'
                   DISPLAY 'Campaign code: '
                   ACCEPT CAMPAIGN-CODE
                   PERFORM CAMPAIGN-REPORT
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
           DISPLAY "AMNESTY FINISHED".
           STOP RUN.

       LIST-CAMPAIGNS.
           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT a.code, a.description,
                      TO_CHAR(a.starts_on, 'YYYY-MM-DD'),
                      TO_CHAR(a.ends_on, 'YYYY-MM-DD'),
                      a.max_per_patron,
                      COALESCE((SELECT STRING_AGG(k.fee_key, ','
                                    ORDER BY k.fee_key)
                                FROM amnesty_fee_keys k
                                WHERE k.campaign_code = a.code), ''),
                      COALESCE((SELECT STRING_AGG(ac.category, ','
                                    ORDER BY ac.category)
                                FROM amnesty_categories ac
                                WHERE ac.campaign_code = a.code),
                               'all'),
                      CASE WHEN a.closed_at IS NOT NULL
                           THEN 'closed'
                           WHEN CURRENT_DATE < a.starts_on
                           THEN 'upcoming'
                           WHEN CURRENT_DATE > a.ends_on
                           THEN 'ended'
                           ELSE 'running' END
                      FROM amnesty_campaigns a
                      ORDER BY a.starts_on DESC
           END-EXEC.
           EXEC SQL
               OPEN C1
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY "------------".
           EXEC SQL
               FETCH C1 INTO :CAMPAIGN-CODE, :CAMPAIGN-DESC,
                             :CAMPAIGN-START, :CAMPAIGN-END,
                             :CAMPAIGN-MAX, :CAMPAIGN-FEE-KEYS,
                             :CAMPAIGN-CATEGORIES, :CAMPAIGN-STATE
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE CAMPAIGN-MAX TO D-AMOUNT
               DISPLAY CAMPAIGN-CODE " " CAMPAIGN-START " to "
                   CAMPAIGN-END "  " CAMPAIGN-STATE
                   FUNCTION TRIM(CAMPAIGN-DESC)
               DISPLAY "             fees: "
                   FUNCTION TRIM(CAMPAIGN-FEE-KEYS)
                   "  categories: "
                   FUNCTION TRIM(CAMPAIGN-CATEGORIES)
                   "  max per patron: " D-AMOUNT
               EXEC SQL
                   FETCH C1 INTO :CAMPAIGN-CODE, :CAMPAIGN-DESC,
                                 :CAMPAIGN-START, :CAMPAIGN-END,
                                 :CAMPAIGN-MAX, :CAMPAIGN-FEE-KEYS,
                                 :CAMPAIGN-CATEGORIES,
                                 :CAMPAIGN-STATE
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C1
           END-EXEC.

       ADD-CAMPAIGN.
           DISPLAY 'Campaign code: '.
           ACCEPT CAMPAIGN-CODE.
           DISPLAY 'Description: '.
           ACCEPT CAMPAIGN-DESC.
           DISPLAY 'First day (YYYY-MM-DD): '.
           ACCEPT CAMPAIGN-START.
           DISPLAY 'Last day (YYYY-MM-DD): '.
           ACCEPT CAMPAIGN-END.
           DISPLAY 'Most forgiven per patron: '.
           ACCEPT WS-NUM-X.
           MOVE FUNCTION NUMVAL(WS-NUM-X) TO CAMPAIGN-MAX.
           DISPLAY 'Fee codes forgiven, comma separated '
               '(blank for OVERDUE): '.
           ACCEPT CAMPAIGN-FEE-KEYS.
           IF FUNCTION TRIM(CAMPAIGN-FEE-KEYS) = SPACES
               MOVE 'OVERDUE' TO CAMPAIGN-FEE-KEYS
           END-IF.
           DISPLAY 'Patron categories, comma separated '
               '(blank for all): '.
           ACCEPT CAMPAIGN-CATEGORIES.

           IF CAMPAIGN-MAX <= 0
               DISPLAY "The per-patron maximum must be more than zero"
               EXIT PARAGRAPH
           END-IF.

      *    AN AMNESTY FORGIVES LATENESS, NOT LOST OR DAMAGED STOCK.
      *    EVERY OTHER KEY MUST BE OVERDUE OR ON THE FEE SCHEDULE.
           EXEC SQL
               SELECT COUNT(*) INTO :CAMPAIGN-BAD-CNT
                   FROM UNNEST(STRING_TO_ARRAY(
                            UPPER(TRIM(:CAMPAIGN-FEE-KEYS)), ',')) k
                   WHERE TRIM(k) IN ('LOST', 'DAMAGE')
                   OR (TRIM(k) <> 'OVERDUE'
                       AND NOT EXISTS (SELECT 1 FROM fee_schedule fs
                                       WHERE fs.code = TRIM(k)))
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF CAMPAIGN-BAD-CNT > 0
               DISPLAY "Fee codes must be OVERDUE or on the fee "
                   "schedule, and never LOST or DAMAGE"
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO CAMPAIGN-BAD-CNT.
           IF FUNCTION TRIM(CAMPAIGN-CATEGORIES) NOT = SPACES
               EXEC SQL
                   SELECT COUNT(*) INTO :CAMPAIGN-BAD-CNT
                       FROM UNNEST(STRING_TO_ARRAY(
                                UPPER(TRIM(:CAMPAIGN-CATEGORIES)),
                                ',')) k
                       WHERE NOT EXISTS (
                           SELECT 1 FROM patron_categories pc
                               WHERE pc.code = TRIM(k))
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
           END-IF.
           IF CAMPAIGN-BAD-CNT > 0
               DISPLAY "Unknown patron category -- see PATRONCATMAINT"
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               INSERT INTO amnesty_campaigns (
                   code, description, starts_on, ends_on,
                   max_per_patron
               ) VALUES (
                   UPPER(TRIM(:CAMPAIGN-CODE)), TRIM(:CAMPAIGN-DESC),
                   TO_DATE(:CAMPAIGN-START, 'YYYY-MM-DD'),
                   TO_DATE(:CAMPAIGN-END, 'YYYY-MM-DD'),
                   :CAMPAIGN-MAX
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "Campaign not added -- check the code is new "
                   "and the last day is not before the first"
               EXEC SQL
                   ROLLBACK WORK
               END-EXEC
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               INSERT INTO amnesty_fee_keys (campaign_code, fee_key)
                   SELECT DISTINCT UPPER(TRIM(:CAMPAIGN-CODE)),
                          TRIM(k)
                       FROM UNNEST(STRING_TO_ARRAY(
                                UPPER(TRIM(:CAMPAIGN-FEE-KEYS)),
                                ',')) k
                       WHERE TRIM(k) <> ''
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           IF FUNCTION TRIM(CAMPAIGN-CATEGORIES) NOT = SPACES
               EXEC SQL
                   INSERT INTO amnesty_categories (campaign_code,
                                                   category)
                       SELECT DISTINCT UPPER(TRIM(:CAMPAIGN-CODE)),
                              TRIM(k)
                           FROM UNNEST(STRING_TO_ARRAY(
                                    UPPER(TRIM(:CAMPAIGN-CATEGORIES)),
                                    ',')) k
                           WHERE TRIM(k) <> ''
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
           END-IF.

           DISPLAY "Campaign " FUNCTION TRIM(CAMPAIGN-CODE) " added".

           MOVE 'amnesty_campaigns' TO AUDIT-TABLE-NAME.
           MOVE CAMPAIGN-CODE TO AUDIT-RECORD-ID.
           MOVE 'INSERT' TO AUDIT-OPERATION.
           MOVE 'cli' TO AUDIT-ACTOR.
           PERFORM WRITE-AUDIT-LOG.

       CLOSE-CAMPAIGN.
           DISPLAY 'Campaign code: '.
           ACCEPT CAMPAIGN-CODE.

           MOVE SPACES TO CAMPAIGN-STATE.
           EXEC SQL
               SELECT CASE WHEN closed_at IS NOT NULL
                           THEN 'closed'
                           WHEN CURRENT_DATE < starts_on
                           THEN 'upcoming'
                           ELSE 'open' END
                   INTO :CAMPAIGN-STATE
                   FROM amnesty_campaigns
                   WHERE code = UPPER(TRIM(:CAMPAIGN-CODE))
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "No campaign with that code"
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(CAMPAIGN-STATE) = 'closed'
               DISPLAY "Campaign is already closed"
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(CAMPAIGN-STATE) = 'upcoming'
               DISPLAY "Campaign has not started yet"
               EXIT PARAGRAPH
           END-IF.

      *    EVERY PATRON STILL OWING ANYTHING IS OFFERED TO THE
      *    CAMPAIGN; APPLY_AMNESTY SORTS OUT CATEGORY, FEE KEY AND
      *    WHAT IS LEFT OF THE PER-PATRON CEILING.
           EXEC SQL
               DECLARE C2 CURSOR FOR
               SELECT DISTINCT CAST(patron_id AS VARCHAR)
                      FROM fines
                      WHERE status = 'open'
                      AND patron_id IS NOT NULL
           END-EXEC.
           EXEC SQL
               OPEN C2
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               FETCH C2 INTO :AMNESTY-PATRON-ID
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               EXEC SQL
                   SELECT apply_amnesty(
                              CAST(:AMNESTY-PATRON-ID AS UUID),
                              'amnesty-close',
                              UPPER(TRIM(:CAMPAIGN-CODE)))
                       INTO :AMNESTY-FORGIVEN
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               IF AMNESTY-FORGIVEN > 0
                   ADD 1 TO WS-PATRON-CNT
               END-IF
               EXEC SQL
                   FETCH C2 INTO :AMNESTY-PATRON-ID
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C2
           END-EXEC.

           EXEC SQL
               UPDATE amnesty_campaigns
                   SET closed_at = NOW()
                   WHERE code = UPPER(TRIM(:CAMPAIGN-CODE))
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY "Campaign " FUNCTION TRIM(CAMPAIGN-CODE)
               " closed; patrons forgiven at close: " WS-PATRON-CNT.

           MOVE 'amnesty_campaigns' TO AUDIT-TABLE-NAME.
           MOVE CAMPAIGN-CODE TO AUDIT-RECORD-ID.
           MOVE 'CLOSE' TO AUDIT-OPERATION.
           MOVE 'cli' TO AUDIT-ACTOR.
           PERFORM WRITE-AUDIT-LOG.

           PERFORM CAMPAIGN-REPORT.

       CAMPAIGN-REPORT.
           MOVE ZERO TO AMNESTY-FORGIVEN.
           EXEC SQL
               SELECT a.description,
                      TO_CHAR(a.starts_on, 'YYYY-MM-DD'),
                      TO_CHAR(a.ends_on, 'YYYY-MM-DD'),
                      COALESCE(SUM(fp.amount), 0),
                      COUNT(DISTINCT fp.fine_id),
                      COALESCE(SUM(CASE WHEN fp.operator
                                             = 'amnesty-close'
                                        THEN 0 ELSE fp.amount END),
                               0),
                      COALESCE(SUM(CASE WHEN fp.operator
                                             = 'amnesty-close'
                                        THEN fp.amount ELSE 0 END),
                               0)
                   INTO :CAMPAIGN-DESC, :CAMPAIGN-START,
                        :CAMPAIGN-END, :AMNESTY-FORGIVEN,
                        :AMNESTY-FINE-CNT, :AMNESTY-AT-DESK,
                        :AMNESTY-AT-CLOSE
                   FROM amnesty_campaigns a
                   LEFT JOIN fine_payments fp
                       ON fp.campaign_code = a.code
                   WHERE a.code = UPPER(TRIM(:CAMPAIGN-CODE))
                   GROUP BY a.description, a.starts_on, a.ends_on
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "No campaign with that code"
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*),
                      COUNT(*) FILTER (WHERE was_blocked
                                       AND NOT now_blocked)
                   INTO :AMNESTY-PATRONS, :AMNESTY-UNBLOCKED
                   FROM amnesty_patrons
                   WHERE campaign_code = UPPER(TRIM(:CAMPAIGN-CODE))
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY "============================================".
           DISPLAY "AMNESTY " FUNCTION TRIM(CAMPAIGN-CODE) "  "
               FUNCTION TRIM(CAMPAIGN-DESC).
           DISPLAY CAMPAIGN-START " to " CAMPAIGN-END.
           DISPLAY "============================================".
           MOVE AMNESTY-FORGIVEN TO D-AMOUNT.
           DISPLAY "Total forgiven:        " D-AMOUNT.
           MOVE AMNESTY-AT-DESK TO D-AMOUNT.
           DISPLAY "  at the desk:         " D-AMOUNT.
           MOVE AMNESTY-AT-CLOSE TO D-AMOUNT.
           DISPLAY "  at close:            " D-AMOUNT.
           MOVE AMNESTY-FINE-CNT TO D-COUNT.
           DISPLAY "Fines waived:          " D-COUNT.
           MOVE AMNESTY-PATRONS TO D-COUNT.
           DISPLAY "Patrons forgiven:      " D-COUNT.
           MOVE AMNESTY-UNBLOCKED TO D-COUNT.
           DISPLAY "Patrons unblocked:     " D-COUNT.

           EXEC SQL
               DECLARE C3 CURSOR FOR
               SELECT p.category, COUNT(*), SUM(ap.forgiven),
                      COUNT(*) FILTER (WHERE ap.was_blocked
                                       AND NOT ap.now_blocked)
                      FROM amnesty_patrons ap
                      JOIN patrons p ON p.id = ap.patron_id
                      WHERE ap.campaign_code =
                          UPPER(TRIM(:CAMPAIGN-CODE))
                      GROUP BY p.category
                      ORDER BY p.category
           END-EXEC.
           EXEC SQL
               OPEN C3
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY " ".
           DISPLAY "category    patrons   forgiven  unblocked".
           DISPLAY "------------".
           EXEC SQL
               FETCH C3 INTO :AMNESTY-CATEGORY, :AMNESTY-PATRONS,
                             :AMNESTY-FORGIVEN, :AMNESTY-UNBLOCKED
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE AMNESTY-PATRONS TO D-COUNT
               MOVE AMNESTY-FORGIVEN TO D-AMOUNT
               DISPLAY AMNESTY-CATEGORY "  " D-COUNT " " D-AMOUNT
                   "     " AMNESTY-UNBLOCKED
               EXEC SQL
                   FETCH C3 INTO :AMNESTY-CATEGORY,
                                 :AMNESTY-PATRONS,
                                 :AMNESTY-FORGIVEN,
                                 :AMNESTY-UNBLOCKED
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C3
           END-EXEC.

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
                'AMNESTY                       ' 'ERROR-RTN'
           END-CALL.

       END-PROGRAM.
