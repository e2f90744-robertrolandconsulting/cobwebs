      * year budgets purchase-order lines encumber (CREATEPO) and
      * spend against (RECEIVEPO). The fiscal year defaults to the
      * calendar year; FISCAL_YEAR in the environment overrides it
      * for the sites that run July-June. A year FUNDYEAREND has
      * closed is listed with its closing figures and can no longer
      * be added to or re-allocated.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
       01  D-ALLOCATION            PIC -(7)9.99.
       01  D-ENCUMBERED            PIC -(7)9.99.
       01  D-SPENT                 PIC -(7)9.99.
       01  D-CARRIED               PIC -(7)9.99.
       01  D-LAPSED                PIC -(7)9.99.

       EXEC SQL
           BEGIN DECLARE SECTION
           05  FUND-ALLOCATION     PIC 9(8)V99.
           05  FUND-ENCUMBERED     PIC S9(8)V99.
           05  FUND-SPENT          PIC S9(8)V99.
           05  FUND-CLOSED         PIC X(1).
           05  FUND-CARRIED        PIC S9(8)V99.
           05  FUND-LAPSED         PIC S9(8)V99.
           05  FROZEN-CNT          PIC 9(6).

       01  AUDIT-REC-VARS.
           05  AUDIT-TABLE-NAME    PIC X(30).
       LIST-FUNDS.
           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT code, name, allocation, encumbered, spent,
                      CASE WHEN frozen_at IS NULL THEN 'N'
                           ELSE 'Y' END,
                      carried_forward, lapsed
                   FROM funds
                   WHERE fiscal_year = :FUND-FY
                   ORDER BY code
           EXEC SQL
               FETCH C1 INTO :FUND-CODE, :FUND-NAME,
                             :FUND-ALLOCATION, :FUND-ENCUMBERED,
                             :FUND-SPENT, :FUND-CLOSED,
                             :FUND-CARRIED, :FUND-LAPSED
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE FUND-ALLOCATION TO D-ALLOCATION
                   " enc " D-ENCUMBERED
                   " spent " D-SPENT
                   "  " FUNCTION TRIM(FUND-NAME)
               IF FUND-CLOSED = 'Y'
                   MOVE FUND-CARRIED TO D-CARRIED
                   MOVE FUND-LAPSED TO D-LAPSED
                   DISPLAY "             closed: carried fwd "
                       D-CARRIED " lapsed " D-LAPSED
               END-IF
               EXEC SQL
                   FETCH C1 INTO :FUND-CODE, :FUND-NAME,
                                 :FUND-ALLOCATION,
                                 :FUND-ENCUMBERED, :FUND-SPENT,
                                 :FUND-CLOSED, :FUND-CARRIED,
                                 :FUND-LAPSED
               END-EXEC
           END-PERFORM.

           ACCEPT WS-NUM-X.
           MOVE FUNCTION NUMVAL(WS-NUM-X) TO FUND-ALLOCATION.

           EXEC SQL
               SELECT COUNT(*) INTO :FROZEN-CNT
                   FROM funds
                   WHERE fiscal_year = :FUND-FY
                   AND frozen_at IS NOT NULL
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF FROZEN-CNT > 0
               DISPLAY "Fiscal year " FUND-FY " is closed"
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               INSERT INTO funds (
                   code, name, fiscal_year, allocation
                   SET allocation = :FUND-ALLOCATION
                   WHERE code = UPPER(TRIM(:FUND-CODE))
                   AND fiscal_year = :FUND-FY
                   AND frozen_at IS NULL
                   RETURNING CAST(id AS VARCHAR) INTO :FUND-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "No open fund with that code for " FUND-FY
               EXIT PARAGRAPH
           END-IF.

