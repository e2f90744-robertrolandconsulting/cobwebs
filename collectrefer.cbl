
       WORKING-STORAGE SECTION.
       COPY 'db-connect-params.cpy'.
       COPY 'param-vars.cpy'.

       01  WS-REFERRAL-FILE        PIC X(1024).
       01  WS-REFERRAL-FILE-STATUS PIC X(2).
           COPY 'db-connect.cpy'.

           MOVE 25.00 TO MIN-BALANCE.
           MOVE 'COLLECT_MIN_BALANCE' TO PARAM-NAME.
           CALL "GET-PARAM" USING PARAM-NAME PARAM-VALUE
           END-CALL.
           MOVE PARAM-VALUE TO WS-MIN-BALANCE-X.
           IF FUNCTION TRIM(WS-MIN-BALANCE-X) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-MIN-BALANCE-X)
                   TO MIN-BALANCE
           END-IF.

           MOVE 90 TO MIN-AGE-DAYS.
           MOVE 'COLLECT_MIN_AGE_DAYS' TO PARAM-NAME.
           CALL "GET-PARAM" USING PARAM-NAME PARAM-VALUE
           END-CALL.
           MOVE PARAM-VALUE TO WS-MIN-AGE-X.
           IF FUNCTION TRIM(WS-MIN-AGE-X) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-MIN-AGE-X)
                   TO MIN-AGE-DAYS
                      JOIN fines f ON f.patron_id = p.id
                      WHERE f.status = 'open'
                      AND p.status = 'active'
      *               A BILL ON A LOAN UNDER AN OPEN CLAIM (SEE
      *               CLAIMMAINT) WAITS FOR THE CLAIM TO RESOLVE.
                      AND NOT EXISTS (SELECT 1 FROM loans cl
                                      WHERE cl.id = f.loan_id
                                      AND cl.claim_type IS NOT NULL)
                      GROUP BY p.id, p.name, p.address
                      HAVING SUM(f.amount - f.paid_amount
                                 - f.waived_amount)
