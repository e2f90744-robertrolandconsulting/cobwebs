      * the BI extracts still count the rows -- dates, titles and
      * branches survive -- but no reading history ties back to a
      * person, which is the only answer that survives an audit.
      * Open and lost loans are never touched. Loans already moved
      * to LOAN_HISTORY (see LOANARCHIVE) are stripped the same way.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************

       WORKING-STORAGE SECTION.
       COPY 'db-connect-params.cpy'.
       COPY 'param-vars.cpy'.

       01  WS-DAYS-X               PIC X(6).

           COPY 'db-connect.cpy'.

           MOVE 365 TO RETENTION-DAYS.
           MOVE 'PRIVACY_RETENTION_DAYS' TO PARAM-NAME.
           CALL "GET-PARAM" USING PARAM-NAME PARAM-VALUE
           END-CALL.
           MOVE PARAM-VALUE TO WS-DAYS-X.
           IF FUNCTION TRIM(WS-DAYS-X) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-DAYS-X) TO RETENTION-DAYS
           END-IF.

           DISPLAY "Loans anonymized: " ANON-CNT.

      *    LOANARCHIVE MOVES SETTLED LOANS TO HISTORY WHETHER OR NOT
      *    THEY HAVE BEEN STRIPPED YET, SO THE WINDOW APPLIES THERE
      *    TOO.
           MOVE ZERO TO ANON-CNT.
           EXEC SQL
               WITH stripped AS (
                   UPDATE loan_history
                       SET patron_id = NULL,
                           borrower = '(anonymized)'
                       WHERE return_date IS NOT NULL
                       AND return_date < NOW() - make_interval(
                               days => :RETENTION-DAYS)
                       AND (patron_id IS NOT NULL
                            OR COALESCE(borrower, '')
                               NOT IN ('', '(anonymized)',
                                       '(erased)'))
                       RETURNING 1)
               SELECT COUNT(*) INTO :ANON-CNT FROM stripped
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN
               STOP RUN
           END-IF.

           DISPLAY "Archived loans anonymized: " ANON-CNT.

      *    COMMIT
           EXEC SQL
               COMMIT WORK
