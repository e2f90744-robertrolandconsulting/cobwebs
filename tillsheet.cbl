      * with method and operator), accepts the counted drawer
      * amount for each operator, and reports over/short -- so the
      * paper till sheet finally has to agree with what the system
      * actually posted. Overpayments taken into account credit
      * count with the payment they came in with, and credit
      * refunded in cash (PATRONCREDIT) comes out of the drawer.
      * Waivers, online gateway payments and the day's patron
      * credit movements are listed for information.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
               DECLARE C1 CURSOR FOR
               SELECT COALESCE(NULLIF(TRIM(operator), ''),
                          '(no operator)'),
                      COALESCE(SUM(CASE WHEN kind = 'refund'
                          THEN 0 - amount
                          WHEN method = 'cash'
                          THEN amount ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN method = 'card'
                          THEN amount ELSE 0 END), 0),
                      COUNT(*)
                      FROM fine_payments
                      WHERE recorded_at >= CURRENT_DATE
                      AND ((kind IN ('payment', 'credit')
                            AND method IN ('cash', 'card'))
                           OR (kind = 'refund' AND method = 'cash'))
                      GROUP BY 1
                      ORDER BY 1
           END-EXEC.
           WRITE REPORT-LINE.
           DISPLAY REPORT-LINE.

           PERFORM NOTE-CREDIT-MOVEMENTS.

       NOTE-CREDIT-MOVEMENTS.
      *    TODAY'S PATRON CREDIT, BY KIND, AND WHAT IS STILL HELD
      *    ON ACCOUNTS AT THE CLOSE.
           EXEC SQL
               DECLARE C2 CURSOR FOR
               SELECT kind, COALESCE(SUM(ABS(amount)), 0), COUNT(*)
                      FROM patron_credits
                      WHERE recorded_at >= CURRENT_DATE
                      GROUP BY kind
                      ORDER BY kind
           END-EXEC.
           EXEC SQL
               OPEN C2
           END-EXEC.

           EXEC SQL
               FETCH C2 INTO :TILL-OPERATOR, :TILL-CASH-TOTAL,
                             :TILL-TXN-CNT
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE TILL-CASH-TOTAL TO D-CASH-TOTAL
               MOVE SPACES TO REPORT-LINE
               STRING 'CREDIT ' FUNCTION TRIM(TILL-OPERATOR) ': '
                      TILL-TXN-CNT ' totalling ' D-CASH-TOTAL
                      DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               DISPLAY REPORT-LINE
               EXEC SQL
                   FETCH C2 INTO :TILL-OPERATOR, :TILL-CASH-TOTAL,
                                 :TILL-TXN-CNT
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C2
           END-EXEC.

           MOVE ZERO TO TILL-CASH-TOTAL TILL-TXN-CNT.
           EXEC SQL
               SELECT COALESCE(SUM(b.balance), 0), COUNT(*)
                   INTO :TILL-CASH-TOTAL, :TILL-TXN-CNT
                   FROM (SELECT SUM(amount) AS balance
                             FROM patron_credits
                             GROUP BY patron_id
                             HAVING SUM(amount) > 0) b
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN
               STOP RUN
           END-IF.
           MOVE TILL-CASH-TOTAL TO D-CASH-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           STRING 'CREDIT HELD: ' TILL-TXN-CNT
                  ' patrons totalling ' D-CASH-TOTAL
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           DISPLAY REPORT-LINE.

       ERROR-RTN.
           CALL 'SQL-ERROR-HANDLER' USING SQLCODE SQLSTATE SQLERRMC
                'TILLSHEET                     ' 'ERROR-RTN'
