      ********************************************
      * Fiscal year-end close of the acquisitions funds
      *
      * FUNDYEAREND
      *
      * Closes one fiscal year of FUNDS. Every fund still open in
      * that year gets its successor in the next year -- the old
      * allocation changed by a percentage, or a new figure keyed
      * per fund (a successor already set up at FUNDMAINT keeps its
      * own allocation). Open purchase-order lines charged to the
      * old fund are then either carried forward -- the lines move
      * to the new fund, which takes on their encumbrance and the
      * money for it -- or released, leaving the lines unfunded.
      * The old fund is frozen (CREATEPO and FUNDMAINT refuse it)
      * and the closing statement -- allocation, spent, carried
      * forward and lapsed per fund -- goes to FUND_CLOSE_FILE
      * (default fund-close.txt) and the screen.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   FUNDYEAREND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(256).

       WORKING-STORAGE SECTION.
       COPY 'db-connect-params.cpy'.

       01  WS-REPORT-FILE          PIC X(1024).
       01  WS-REPORT-FILE-STATUS   PIC X(2).
       01  WS-NUM-X                PIC X(12).
       01  WS-FY-X                 PIC X(4).
       01  WS-RULE                 PIC X(1).
       01  WS-ENC-RULE             PIC X(1).
       01  WS-CONFIRM              PIC X(1).
       01  WS-PERCENT              PIC S9(3)V99 VALUE ZERO.
       01  WS-FUND-CNT             PIC 9(6) VALUE ZERO.
       01  WS-TOTALS.
           05  WS-TOT-ALLOCATION   PIC S9(10)V99 VALUE ZERO.
           05  WS-TOT-SPENT        PIC S9(10)V99 VALUE ZERO.
           05  WS-TOT-CARRIED      PIC S9(10)V99 VALUE ZERO.
           05  WS-TOT-LAPSED       PIC S9(10)V99 VALUE ZERO.
       01  D-AMOUNTS.
           05  D-ALLOCATION        PIC -(8)9.99.
           05  D-SPENT             PIC -(8)9.99.
           05  D-CARRIED           PIC -(8)9.99.
           05  D-LAPSED            PIC -(8)9.99.
           05  D-NEW-ALLOCATION    PIC -(8)9.99.

       EXEC SQL
           BEGIN DECLARE SECTION
       END-EXEC.
       01  HOSTVARS.
           05 BUFFER               PIC X(1024).

       01  YEAR-VARS.
           05  CLOSE-FY            PIC 9(4).
           05  NEW-FY              PIC 9(4).
           05  OPEN-FUND-CNT       PIC 9(6).

       01  FUND-REC-VARS.
           05  FUND-ID             PIC X(36).
           05  FUND-CODE           PIC X(12).
           05  FUND-NAME           PIC X(50).
           05  FUND-ALLOCATION     PIC S9(8)V99.
           05  FUND-SPENT          PIC S9(8)V99.
           05  FUND-OPEN-VALUE     PIC S9(8)V99.
           05  FUND-OPEN-LINES     PIC 9(6).
           05  FUND-CARRIED        PIC S9(8)V99.
           05  FUND-RELEASED       PIC S9(8)V99.
           05  FUND-LAPSED         PIC S9(8)V99.
           05  NEW-FUND-ID         PIC X(36).
           05  NEW-ALLOCATION      PIC S9(8)V99.

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
           DISPLAY "FUNDYEAREND STARTED".

           COPY 'db-connect.cpy'.

           DISPLAY 'Fiscal year to close: '.
           ACCEPT WS-FY-X.
           MOVE FUNCTION NUMVAL(WS-FY-X) TO CLOSE-FY.
           COMPUTE NEW-FY = CLOSE-FY + 1.

           EXEC SQL
               SELECT COUNT(*) INTO :OPEN-FUND-CNT
                   FROM funds
                   WHERE fiscal_year = :CLOSE-FY
                   AND frozen_at IS NULL
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF OPEN-FUND-CNT = 0
               DISPLAY "No open funds for " CLOSE-FY
               EXEC SQL
                   DISCONNECT ALL
               END-EXEC
               STOP RUN
           END-IF.
           DISPLAY OPEN-FUND-CNT " funds open for " CLOSE-FY.

           DISPLAY 'New allocations: (p)ercentage change on every '
               'fund, or (f)ixed figure per fund: '.
           ACCEPT WS-RULE.
           IF WS-RULE = 'p' OR WS-RULE = 'P'
               MOVE 'p' TO WS-RULE
               DISPLAY 'Percentage change (e.g. 3 or -5): '
               ACCEPT WS-NUM-X
               MOVE FUNCTION NUMVAL(WS-NUM-X) TO WS-PERCENT
           ELSE
               MOVE 'f' TO WS-RULE
           END-IF.

           DISPLAY 'Open orders: (c)arry encumbrances forward or '
               '(r)elease them: '.
           ACCEPT WS-ENC-RULE.
           IF WS-ENC-RULE = 'r' OR WS-ENC-RULE = 'R'
               MOVE 'r' TO WS-ENC-RULE
           ELSE
               MOVE 'c' TO WS-ENC-RULE
           END-IF.

           DISPLAY 'Close ' CLOSE-FY ' and open ' NEW-FY
               '? This cannot be undone (y/n): '.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'y' AND WS-CONFIRM NOT = 'Y'
               DISPLAY "Nothing changed"
               EXEC SQL
                   DISCONNECT ALL
               END-EXEC
               STOP RUN
           END-IF.

           ACCEPT WS-REPORT-FILE FROM ENVIRONMENT 'FUND_CLOSE_FILE'.
           IF WS-REPORT-FILE = SPACES
               MOVE 'fund-close.txt' TO WS-REPORT-FILE
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY "Could not open report file "
                   FUNCTION TRIM(WS-REPORT-FILE)
               EXEC SQL
                   DISCONNECT ALL
               END-EXEC
               STOP RUN
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           STRING 'FUND CLOSING STATEMENT, FISCAL YEAR ' CLOSE-FY
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF WS-ENC-RULE = 'c'
               MOVE 'Open orders carried forward to the new year'
                   TO REPORT-LINE
           ELSE
               MOVE 'Open orders released (left unfunded)'
                   TO REPORT-LINE
           END-IF.
           PERFORM PUT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM PUT-LINE.
           MOVE 'FUND          ALLOCATION        SPENT  CARRIED FWD'
               TO REPORT-LINE.
           MOVE '       LAPSED    NEW ALLOC' TO REPORT-LINE(51:26).
           PERFORM PUT-LINE.
           MOVE ALL '-' TO REPORT-LINE(1:78).
           PERFORM PUT-LINE.

           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT CAST(id AS VARCHAR), code, name, allocation,
                      spent
                      FROM funds
                      WHERE fiscal_year = :CLOSE-FY
                      AND frozen_at IS NULL
                      ORDER BY code
           END-EXEC.
           EXEC SQL
               OPEN C1
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               FETCH C1 INTO :FUND-ID, :FUND-CODE, :FUND-NAME,
                             :FUND-ALLOCATION, :FUND-SPENT
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM CLOSE-ONE-FUND
               EXEC SQL
                   FETCH C1 INTO :FUND-ID, :FUND-CODE, :FUND-NAME,
                                 :FUND-ALLOCATION, :FUND-SPENT
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C1
           END-EXEC.

           MOVE ALL '-' TO REPORT-LINE(1:78).
           PERFORM PUT-LINE.
           MOVE WS-TOT-ALLOCATION TO D-ALLOCATION.
           MOVE WS-TOT-SPENT TO D-SPENT.
           MOVE WS-TOT-CARRIED TO D-CARRIED.
           MOVE WS-TOT-LAPSED TO D-LAPSED.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TOTAL       ' D-ALLOCATION ' ' D-SPENT ' '
                  D-CARRIED ' ' D-LAPSED
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.

           CLOSE REPORT-FILE.
           DISPLAY "Funds closed: " WS-FUND-CNT.
           DISPLAY "Statement: " FUNCTION TRIM(WS-REPORT-FILE).

      *    COMMIT
           EXEC SQL
               COMMIT WORK
           END-EXEC.

      *    DISCONNECT
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

      *    END
           DISPLAY "FUNDYEAREND FINISHED".
           STOP RUN.

       CLOSE-ONE-FUND.
      *    NEXT YEAR'S FUND: ONE ALREADY SET UP BY HAND IS KEPT AS
      *    IT IS, OTHERWISE IT IS CREATED FROM THIS ONE.
           MOVE SPACES TO NEW-FUND-ID.
           MOVE ZERO TO NEW-ALLOCATION.
           EXEC SQL
               SELECT CAST(id AS VARCHAR), allocation
                   INTO :NEW-FUND-ID, :NEW-ALLOCATION
                   FROM funds
                   WHERE code = :FUND-CODE
                   AND fiscal_year = :NEW-FY
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN
               STOP RUN
           END-IF.

           IF SQLCODE = 100
               IF WS-RULE = 'p'
                   COMPUTE NEW-ALLOCATION ROUNDED =
                       FUND-ALLOCATION * (100 + WS-PERCENT) / 100
               ELSE
                   MOVE FUND-ALLOCATION TO D-ALLOCATION
                   DISPLAY FUNCTION TRIM(FUND-CODE) " "
                       FUNCTION TRIM(FUND-NAME) ": " CLOSE-FY
                       " allocation " D-ALLOCATION
                   DISPLAY '  New allocation for ' NEW-FY
                       ' (blank for the same): '
                   ACCEPT WS-NUM-X
                   IF FUNCTION TRIM(WS-NUM-X) = SPACES
                       MOVE FUND-ALLOCATION TO NEW-ALLOCATION
                   ELSE
                       MOVE FUNCTION NUMVAL(WS-NUM-X)
                           TO NEW-ALLOCATION
                   END-IF
               END-IF
               IF NEW-ALLOCATION < 0
                   MOVE ZERO TO NEW-ALLOCATION
               END-IF
               EXEC SQL
                   INSERT INTO funds (
                       code, name, fiscal_year, allocation,
                       rolled_from
                   ) VALUES (
                       :FUND-CODE, :FUND-NAME, :NEW-FY,
                       :NEW-ALLOCATION, CAST(:FUND-ID AS UUID)
                   ) RETURNING CAST(id AS VARCHAR)
                     INTO :NEW-FUND-ID
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               MOVE 'funds' TO AUDIT-TABLE-NAME
               MOVE NEW-FUND-ID TO AUDIT-RECORD-ID
               MOVE 'INSERT' TO AUDIT-OPERATION
               MOVE 'cli' TO AUDIT-ACTOR
               PERFORM WRITE-AUDIT-LOG
           END-IF.

      *    WHAT IS STILL ON ORDER AGAINST THE FUND, LINE BY LINE --
      *    THE SAME VALUE CANCELPO WOULD HAND BACK.
           EXEC SQL
               SELECT COALESCE(SUM((l.quantity - l.received_qty)
                                   * l.unit_cost), 0),
                      COUNT(*)
                   INTO :FUND-OPEN-VALUE, :FUND-OPEN-LINES
                   FROM purchase_order_lines l
                   JOIN purchase_orders po ON po.id = l.po_id
                   WHERE l.fund_id = CAST(:FUND-ID AS UUID)
                   AND l.received_qty < l.quantity
                   AND po.status = 'open'
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE ZERO TO FUND-CARRIED FUND-RELEASED.
           IF FUND-OPEN-LINES > 0
               IF WS-ENC-RULE = 'c'
                   MOVE FUND-OPEN-VALUE TO FUND-CARRIED
                   PERFORM CARRY-ENCUMBRANCE
               ELSE
                   MOVE FUND-OPEN-VALUE TO FUND-RELEASED
                   PERFORM RELEASE-ENCUMBRANCE
               END-IF
           END-IF.

           COMPUTE FUND-LAPSED =
               FUND-ALLOCATION - FUND-SPENT - FUND-CARRIED.
           IF FUND-LAPSED < 0
               MOVE ZERO TO FUND-LAPSED
           END-IF.

           EXEC SQL
               UPDATE funds
                   SET encumbered = 0,
                       carried_forward = :FUND-CARRIED,
                       released = :FUND-RELEASED,
                       lapsed = :FUND-LAPSED,
                       frozen_at = NOW()
                   WHERE id = CAST(:FUND-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE 'funds' TO AUDIT-TABLE-NAME.
           MOVE FUND-ID TO AUDIT-RECORD-ID.
           MOVE 'CLOSE' TO AUDIT-OPERATION.
           MOVE 'cli' TO AUDIT-ACTOR.
           PERFORM WRITE-AUDIT-LOG.

           ADD 1 TO WS-FUND-CNT.
           ADD FUND-ALLOCATION TO WS-TOT-ALLOCATION.
           ADD FUND-SPENT TO WS-TOT-SPENT.
           ADD FUND-CARRIED TO WS-TOT-CARRIED.
           ADD FUND-LAPSED TO WS-TOT-LAPSED.

           MOVE FUND-ALLOCATION TO D-ALLOCATION.
           MOVE FUND-SPENT TO D-SPENT.
           MOVE FUND-CARRIED TO D-CARRIED.
           MOVE FUND-LAPSED TO D-LAPSED.
           MOVE NEW-ALLOCATION TO D-NEW-ALLOCATION.
           MOVE SPACES TO REPORT-LINE.
           STRING FUND-CODE D-ALLOCATION ' ' D-SPENT ' '
                  D-CARRIED ' ' D-LAPSED ' ' D-NEW-ALLOCATION
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           IF FUND-RELEASED > 0
               MOVE FUND-RELEASED TO D-CARRIED
               MOVE SPACES TO REPORT-LINE
               STRING '            ' FUND-OPEN-LINES
                      ' open order lines released, '
                      FUNCTION TRIM(D-CARRIED) ' now unfunded'
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               PERFORM PUT-LINE
           END-IF.

       CARRY-ENCUMBRANCE.
      *    THE LINES AND THEIR COMMITTED MONEY MOVE TOGETHER, SO THE
      *    NEW FUND'S FREE BALANCE IS WHAT WAS BUDGETED FOR IT.
           EXEC SQL
               UPDATE purchase_order_lines l
                   SET fund_id = CAST(:NEW-FUND-ID AS UUID)
                   FROM purchase_orders po
                   WHERE po.id = l.po_id
                   AND l.fund_id = CAST(:FUND-ID AS UUID)
                   AND l.received_qty < l.quantity
                   AND po.status = 'open'
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               UPDATE funds
                   SET encumbered = encumbered + :FUND-CARRIED,
                       allocation = allocation + :FUND-CARRIED,
                       carried_in = carried_in + :FUND-CARRIED
                   WHERE id = CAST(:NEW-FUND-ID AS UUID)
                   RETURNING allocation INTO :NEW-ALLOCATION
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

       RELEASE-ENCUMBRANCE.
           EXEC SQL
               UPDATE purchase_order_lines l
                   SET fund_id = NULL
                   FROM purchase_orders po
                   WHERE po.id = l.po_id
                   AND l.fund_id = CAST(:FUND-ID AS UUID)
                   AND l.received_qty < l.quantity
                   AND po.status = 'open'
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

       PUT-LINE.
           WRITE REPORT-LINE.
           DISPLAY FUNCTION TRIM(REPORT-LINE, TRAILING).

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
                'FUNDYEAREND                   ' 'ERROR-RTN'
           END-CALL.

       END-PROGRAM.
