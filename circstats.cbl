      * Counts checkouts, returns, renewals and overdues in the
      * period, averages loan duration, and ranks the top
      * circulating titles -- the numbers management asks for at
      * every board meeting. In-house use (items used in the
      * building but never borrowed, see INHOUSELOAD) is counted
      * alongside the loans, in total and per branch. Loans
      * LOANARCHIVE has moved to history are read through
      * LOANS_ALL, so a period years back counts the same as it
      * did before the move.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
       01  STAT-RENEWALS           PIC 9(8).
       01  STAT-OVERDUES           PIC 9(8).
       01  STAT-AVG-DURATION       PIC S9(4)V99.
       01  STAT-IN-HOUSE           PIC 9(8).

       01  TOP-TITLE-VARS.
           05  TOP-TITLE-NAME      PIC X(50).
       01  BRANCH-STAT-VARS.
           05  STAT-BRANCH-CODE    PIC X(10).
           05  STAT-BRANCH-CNT     PIC 9(8).
           05  STAT-BRANCH-IN-HOUSE PIC 9(8).
       EXEC SQL
           END DECLARE SECTION
       END-EXEC.
           DISPLAY "RENEWALS:        " STAT-RENEWALS.
           DISPLAY "WENT OVERDUE:    " STAT-OVERDUES.
           DISPLAY "AVG LOAN (DAYS): " STAT-AVG-DURATION.
           DISPLAY "IN-HOUSE USE:    " STAT-IN-HOUSE.

           PERFORM WRITE-EXPORT.

       GATHER-STATS.
           EXEC SQL
               SELECT COUNT(*) INTO :STAT-CHECKOUTS
                   FROM loans_all
                   WHERE checkout_date
                       >= TO_DATE(:STAT-FROM, 'YYYY-MM-DD')
                   AND checkout_date

           EXEC SQL
               SELECT COUNT(*) INTO :STAT-RETURNS
                   FROM loans_all
                   WHERE return_date
                       >= TO_DATE(:STAT-FROM, 'YYYY-MM-DD')
                   AND return_date
           EXEC SQL
               SELECT COALESCE(SUM(renewal_count), 0)
                   INTO :STAT-RENEWALS
                   FROM loans_all
                   WHERE checkout_date
                       >= TO_DATE(:STAT-FROM, 'YYYY-MM-DD')
                   AND checkout_date

           EXEC SQL
               SELECT COUNT(*) INTO :STAT-OVERDUES
                   FROM loans_all
                   WHERE due_date
                       >= TO_DATE(:STAT-FROM, 'YYYY-MM-DD')
                   AND due_date
                          (return_date - checkout_date)) / 86400)
                          AS NUMERIC(6,2)), 0)
                   INTO :STAT-AVG-DURATION
                   FROM loans_all
                   WHERE return_date
                       >= TO_DATE(:STAT-FROM, 'YYYY-MM-DD')
                   AND return_date
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               SELECT COALESCE(SUM(use_count), 0)
                   INTO :STAT-IN-HOUSE
                   FROM in_house_use
                   WHERE use_date
                       BETWEEN TO_DATE(:STAT-FROM, 'YYYY-MM-DD')
                       AND TO_DATE(:STAT-TO, 'YYYY-MM-DD')
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

       WRITE-EXPORT.
           ACCEPT WS-EXPORT-FILE
               FROM ENVIRONMENT 'CIRCSTATS_EXPORT_FILE'.
               DELIMITED BY SIZE INTO STATS-EXPORT-LINE
           END-STRING.
           WRITE STATS-EXPORT-LINE.
           MOVE SPACES TO STATS-EXPORT-LINE.
           STRING 'summary,in_house_use,' STAT-IN-HOUSE
               DELIMITED BY SIZE INTO STATS-EXPORT-LINE
           END-STRING.
           WRITE STATS-EXPORT-LINE.

      *    TOP CIRCULATING TITLES FOR THE PERIOD, BEST FIRST.
           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT books.name, COUNT(*)
                      FROM loans_all l
                      JOIN books ON books.id = l.book_id
                      WHERE l.checkout_date
                          >= TO_DATE(:STAT-FROM, 'YYYY-MM-DD')
                      AND l.checkout_date
                          < TO_DATE(:STAT-TO, 'YYYY-MM-DD')
                              + INTERVAL '1 day'
                      GROUP BY books.name
               CLOSE C1
           END-EXEC.

      *    CHECKOUTS AND IN-HOUSE USES PER BRANCH FOR THE PERIOD;
      *    LOANS PREDATING THE BRANCH SPLIT GROUP UNDER
      *    (UNRECORDED).
           EXEC SQL
               DECLARE C2 CURSOR FOR
               SELECT u.code, SUM(u.loans), SUM(u.uses)
                  FROM (
                   SELECT COALESCE(br.code, '(unrecorded)') AS code,
                          COUNT(*) AS loans, 0 AS uses
                      FROM loans_all l
                      LEFT JOIN branches br
                          ON br.id = l.branch_id
                      WHERE l.checkout_date
                          >= TO_DATE(:STAT-FROM, 'YYYY-MM-DD')
                      AND l.checkout_date
                          < TO_DATE(:STAT-TO, 'YYYY-MM-DD')
                              + INTERVAL '1 day'
                      GROUP BY COALESCE(br.code, '(unrecorded)')
                   UNION ALL
                   SELECT COALESCE(br.code, '(unrecorded)'),
                          0, SUM(ih.use_count)
                      FROM in_house_use ih
                      LEFT JOIN branches br
                          ON br.id = ih.branch_id
                      WHERE ih.use_date
                          BETWEEN TO_DATE(:STAT-FROM, 'YYYY-MM-DD')
                          AND TO_DATE(:STAT-TO, 'YYYY-MM-DD')
                      GROUP BY COALESCE(br.code, '(unrecorded)')
                  ) u
                  GROUP BY u.code
                  ORDER BY u.code
           END-EXEC.
           EXEC SQL
               OPEN C2
           END-EXEC.

           DISPLAY "---- CHECKOUTS BY BRANCH ----".
           DISPLAY "BRANCH     CHECKOUTS IN-HOUSE".
           EXEC SQL
               FETCH C2 INTO :STAT-BRANCH-CODE, :STAT-BRANCH-CNT,
                             :STAT-BRANCH-IN-HOUSE
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY STAT-BRANCH-CODE " " STAT-BRANCH-CNT "  "
                   STAT-BRANCH-IN-HOUSE
               MOVE SPACES TO STATS-EXPORT-LINE
               STRING 'branch,'
                      FUNCTION TRIM(STAT-BRANCH-CODE) ','
                      INTO STATS-EXPORT-LINE
               END-STRING
               WRITE STATS-EXPORT-LINE
               MOVE SPACES TO STATS-EXPORT-LINE
               STRING 'branch_in_house,'
                      FUNCTION TRIM(STAT-BRANCH-CODE) ','
                      STAT-BRANCH-IN-HOUSE
                      DELIMITED BY SIZE
                      INTO STATS-EXPORT-LINE
               END-STRING
               WRITE STATS-EXPORT-LINE
               EXEC SQL
                   FETCH C2 INTO :STAT-BRANCH-CODE,
                                 :STAT-BRANCH-CNT,
                                 :STAT-BRANCH-IN-HOUSE
               END-EXEC
           END-PERFORM.

