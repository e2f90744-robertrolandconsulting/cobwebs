      ********************************************
      * Month-end aging of the patron receivable
      *
      * ARAGING
      *
      * Ages every charge still owing at the month end -- overdue
      * fines, lost-item bills and FEE_SCHEDULE charges alike --
      * into current, 30, 60, 90 and 180+ day buckets from the
      * day it was assessed, broken down by fee code, patron
      * category and branch, with what is owed by patrons now
      * with the collections agency and the COLLECTION_REFERRALS
      * totals. Each month end is saved to AR_AGING_SNAPSHOTS and
      * the report sets it against the previous one.
      *
      * Runs from JOBRUNNER every day but only does the work once
      * a month, the first run after the month end; AR_AGING_DATE
      * (YYYY-MM-DD) ages any other day, replacing a snapshot
      * already taken for it. The printed report goes to
      * AR_AGING_FILE (default ar-aging.txt) and the detail for
      * finance to AR_AGING_CSV (default ar-aging.csv).
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   ARAGING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT AGING-EXPORT-FILE ASSIGN TO WS-EXPORT-FILE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXPORT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(256).
       FD  AGING-EXPORT-FILE.
       01  AGING-EXPORT-LINE           PIC X(512).

       WORKING-STORAGE SECTION.
       COPY 'db-connect-params.cpy'.

       01  WS-REPORT-FILE          PIC X(1024).
       01  WS-REPORT-FILE-STATUS   PIC X(2).
       01  WS-EXPORT-FILE          PIC X(1024).
       01  WS-EXPORT-FILE-STATUS   PIC X(2).
       01  WS-AS-OF-X              PIC X(10).
       01  WS-LAST-DIMENSION       PIC X(10).

       01  D-AMOUNTS.
           05  D-COUNT             PIC Z(7)9.
           05  D-CURRENT           PIC Z(8)9.99.
           05  D-DAYS30            PIC Z(8)9.99.
           05  D-DAYS60            PIC Z(8)9.99.
           05  D-DAYS90            PIC Z(8)9.99.
           05  D-DAYS180           PIC Z(8)9.99.
           05  D-TOTAL             PIC Z(8)9.99.
           05  D-REFERRED          PIC Z(8)9.99.
       01  D-CHANGE                PIC -(8)9.99.

       EXEC SQL
           BEGIN DECLARE SECTION
       END-EXEC.
       01  HOSTVARS.
           05 BUFFER               PIC X(1024).

       01  RUN-REC-VARS.
           05  AS-OF               PIC X(10).
           05  PREV-AS-OF          PIC X(10).
           05  DONE-CNT            PIC 9(8).

       01  AGE-REC-VARS.
           05  AGE-DIMENSION       PIC X(10).
           05  AGE-FEE-KEY         PIC X(12).
           05  AGE-CATEGORY        PIC X(20).
           05  AGE-BRANCH          PIC X(10).
           05  AGE-KEY             PIC X(12).
           05  AGE-COUNT           PIC 9(8).
           05  AGE-CURRENT         PIC 9(10)V99.
           05  AGE-DAYS30          PIC 9(10)V99.
           05  AGE-DAYS60          PIC 9(10)V99.
           05  AGE-DAYS90          PIC 9(10)V99.
           05  AGE-DAYS180         PIC 9(10)V99.
           05  AGE-TOTAL           PIC 9(10)V99.
           05  AGE-REFERRED        PIC 9(10)V99.

       01  PREV-REC-VARS.
           05  PREV-TOTAL          PIC 9(10)V99.
           05  PREV-DAYS90         PIC 9(10)V99.
           05  PREV-DAYS180        PIC 9(10)V99.

       01  REFERRAL-REC-VARS.
           05  REF-OPEN-CNT        PIC 9(8).
           05  REF-BALANCE         PIC 9(10)V99.
           05  REF-RECOVERED       PIC 9(10)V99.
           05  REF-MONTH-CNT       PIC 9(8).
           05  REF-MONTH-BALANCE   PIC 9(10)V99.

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
           DISPLAY "ARAGING STARTED".

           COPY 'db-connect.cpy'.

           ACCEPT WS-AS-OF-X FROM ENVIRONMENT 'AR_AGING_DATE'.
           IF FUNCTION TRIM(WS-AS-OF-X) NOT = SPACES
               MOVE WS-AS-OF-X TO AS-OF
           ELSE
               EXEC SQL
                   SELECT TO_CHAR(DATE_TRUNC('month', CURRENT_DATE)
                              - INTERVAL '1 day', 'YYYY-MM-DD')
                       INTO :AS-OF
               END-EXEC
               MOVE ZERO TO DONE-CNT
               EXEC SQL
                   SELECT COUNT(*) INTO :DONE-CNT
                       FROM ar_aging_snapshots
                       WHERE as_of = CAST(:AS-OF AS DATE)
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               IF DONE-CNT > 0
                   DISPLAY "Aging at " AS-OF " already taken"
                   EXEC SQL
                       DISCONNECT ALL
                   END-EXEC
                   DISPLAY "ARAGING FINISHED"
                   STOP RUN
               END-IF
           END-IF.

           PERFORM TAKE-SNAPSHOT.

           ACCEPT WS-REPORT-FILE FROM ENVIRONMENT 'AR_AGING_FILE'.
           IF WS-REPORT-FILE = SPACES
               MOVE 'ar-aging.txt' TO WS-REPORT-FILE
           END-IF.
           ACCEPT WS-EXPORT-FILE FROM ENVIRONMENT 'AR_AGING_CSV'.
           IF WS-EXPORT-FILE = SPACES
               MOVE 'ar-aging.csv' TO WS-EXPORT-FILE
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           OPEN OUTPUT AGING-EXPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'PATRON RECEIVABLE AGING AT ' AS-OF
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           PERFORM WRITE-EXPORT.
           PERFORM WRITE-BREAKDOWNS.
           PERFORM WRITE-COMPARISON.
           PERFORM WRITE-COLLECTIONS.

           CLOSE AGING-EXPORT-FILE.
           CLOSE REPORT-FILE.

           DISPLAY "Aging report written to "
               FUNCTION TRIM(WS-REPORT-FILE).
           DISPLAY "Aging export written to "
               FUNCTION TRIM(WS-EXPORT-FILE).

      *    COMMIT
           EXEC SQL
               COMMIT WORK
           END-EXEC.

      *    DISCONNECT
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

      *    END
           DISPLAY "ARAGING FINISHED".
           STOP RUN.

       TAKE-SNAPSHOT.
      *    WHAT WAS OWING AT THE CLOSE OF THE AS-OF DAY: THE CHARGE
      *    LESS THE PAYMENTS AND WAIVERS POSTED BY THEN. THE AGE
      *    RUNS FROM THE DAY IT WAS ASSESSED. A CHARGE WITH NO
      *    PATRON (LEGACY NAME-ONLY FINES) OR NO BRANCH IS AGED
      *    UNDER (NONE).
           EXEC SQL
               DELETE FROM ar_aging_snapshots
                   WHERE as_of = CAST(:AS-OF AS DATE)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN
               STOP RUN
           END-IF.

           EXEC SQL
               INSERT INTO ar_aging_snapshots (
                   as_of, fee_key, category, branch_code,
                   fine_count, current_amount, days30_amount,
                   days60_amount, days90_amount, days180_amount,
                   total_amount, referred_amount
               )
               SELECT CAST(:AS-OF AS DATE), x.fee_key, x.category,
                      x.branch_code, COUNT(*),
                      SUM(CASE WHEN x.age < 30
                               THEN x.owing ELSE 0 END),
                      SUM(CASE WHEN x.age BETWEEN 30 AND 59
                               THEN x.owing ELSE 0 END),
                      SUM(CASE WHEN x.age BETWEEN 60 AND 89
                               THEN x.owing ELSE 0 END),
                      SUM(CASE WHEN x.age BETWEEN 90 AND 179
                               THEN x.owing ELSE 0 END),
                      SUM(CASE WHEN x.age >= 180
                               THEN x.owing ELSE 0 END),
                      SUM(x.owing),
                      SUM(CASE WHEN x.referred
                               THEN x.owing ELSE 0 END)
                 FROM (SELECT COALESCE(f.fee_code,
                                  CASE WHEN l.lost_at IS NOT NULL
                                            AND f.assessed_at
                                                >= l.lost_at
                                       THEN 'LOST'
                                       ELSE 'OVERDUE' END)
                                  AS fee_key,
                              COALESCE(p.category, '(none)')
                                  AS category,
                              COALESCE(br.code, '(none)')
                                  AS branch_code,
                              CAST(:AS-OF AS DATE)
                                  - CAST(f.assessed_at AS DATE)
                                  AS age,
                              f.amount - COALESCE((
                                  SELECT SUM(fp.amount)
                                    FROM fine_payments fp
                                   WHERE fp.fine_id = f.id
                                     AND fp.kind IN ('payment',
                                                     'waiver')
                                     AND CAST(fp.recorded_at AS DATE)
                                         <= CAST(:AS-OF AS DATE)),
                                  0) AS owing,
                              EXISTS (SELECT 1
                                  FROM collection_referrals cr
                                 WHERE cr.patron_id = f.patron_id
                                   AND cr.status = 'open'
                                   AND CAST(cr.referred_at AS DATE)
                                       <= CAST(:AS-OF AS DATE))
                                  AS referred
                         FROM fines f
                         LEFT JOIN patrons p ON p.id = f.patron_id
                         LEFT JOIN loans l ON l.id = f.loan_id
                         LEFT JOIN room_bookings rb
                             ON rb.fine_id = f.id
                         LEFT JOIN rooms rm ON rm.id = rb.room_id
                         LEFT JOIN branches br
                             ON br.id = COALESCE(l.branch_id,
                                                 rm.branch_id)
                        WHERE CAST(f.assessed_at AS DATE)
                              <= CAST(:AS-OF AS DATE)) x
                WHERE x.owing > 0
                GROUP BY x.fee_key, x.category, x.branch_code
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN
               STOP RUN
           END-IF.

           MOVE 'ar_aging_snapshots' TO AUDIT-TABLE-NAME.
           MOVE AS-OF TO AUDIT-RECORD-ID.
           MOVE 'INSERT' TO AUDIT-OPERATION.
           MOVE 'batch' TO AUDIT-ACTOR.
           PERFORM WRITE-AUDIT-LOG.

       WRITE-EXPORT.
           MOVE 'as_of,fee_code,category,branch,charges,current,'
               & 'days_30,days_60,days_90,days_180_plus,total,'
               & 'referred' TO AGING-EXPORT-LINE.
           WRITE AGING-EXPORT-LINE.

           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT fee_key, category, branch_code, fine_count,
                      current_amount, days30_amount, days60_amount,
                      days90_amount, days180_amount, total_amount,
                      referred_amount
                      FROM ar_aging_snapshots
                      WHERE as_of = CAST(:AS-OF AS DATE)
                      ORDER BY fee_key, category, branch_code
           END-EXEC.
           EXEC SQL
               OPEN C1
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               FETCH C1 INTO :AGE-FEE-KEY, :AGE-CATEGORY,
                             :AGE-BRANCH, :AGE-COUNT, :AGE-CURRENT,
                             :AGE-DAYS30, :AGE-DAYS60, :AGE-DAYS90,
                             :AGE-DAYS180, :AGE-TOTAL, :AGE-REFERRED
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM EDIT-AMOUNTS
               MOVE SPACES TO AGING-EXPORT-LINE
               STRING AS-OF ','
                      FUNCTION TRIM(AGE-FEE-KEY) ','
                      FUNCTION TRIM(AGE-CATEGORY) ','
                      FUNCTION TRIM(AGE-BRANCH) ','
                      FUNCTION TRIM(D-COUNT, LEADING) ','
                      FUNCTION TRIM(D-CURRENT, LEADING) ','
                      FUNCTION TRIM(D-DAYS30, LEADING) ','
                      FUNCTION TRIM(D-DAYS60, LEADING) ','
                      FUNCTION TRIM(D-DAYS90, LEADING) ','
                      FUNCTION TRIM(D-DAYS180, LEADING) ','
                      FUNCTION TRIM(D-TOTAL, LEADING) ','
                      FUNCTION TRIM(D-REFERRED, LEADING)
                      DELIMITED BY SIZE
                      INTO AGING-EXPORT-LINE
               END-STRING
               WRITE AGING-EXPORT-LINE
               EXEC SQL
                   FETCH C1 INTO :AGE-FEE-KEY, :AGE-CATEGORY,
                                 :AGE-BRANCH, :AGE-COUNT,
                                 :AGE-CURRENT, :AGE-DAYS30,
                                 :AGE-DAYS60, :AGE-DAYS90,
                                 :AGE-DAYS180, :AGE-TOTAL,
                                 :AGE-REFERRED
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C1
           END-EXEC.

       WRITE-BREAKDOWNS.
      *    THE SAME SNAPSHOT THREE WAYS, THEN THE GRAND TOTAL.
           EXEC SQL
               DECLARE C2 CURSOR FOR
               SELECT 'FEE CODE', fee_key, 1, SUM(fine_count),
                      SUM(current_amount), SUM(days30_amount),
                      SUM(days60_amount), SUM(days90_amount),
                      SUM(days180_amount), SUM(total_amount),
                      SUM(referred_amount)
                      FROM ar_aging_snapshots
                      WHERE as_of = CAST(:AS-OF AS DATE)
                      GROUP BY fee_key
               UNION ALL
               SELECT 'CATEGORY', category, 2, SUM(fine_count),
                      SUM(current_amount), SUM(days30_amount),
                      SUM(days60_amount), SUM(days90_amount),
                      SUM(days180_amount), SUM(total_amount),
                      SUM(referred_amount)
                      FROM ar_aging_snapshots
                      WHERE as_of = CAST(:AS-OF AS DATE)
                      GROUP BY category
               UNION ALL
               SELECT 'BRANCH', branch_code, 3, SUM(fine_count),
                      SUM(current_amount), SUM(days30_amount),
                      SUM(days60_amount), SUM(days90_amount),
                      SUM(days180_amount), SUM(total_amount),
                      SUM(referred_amount)
                      FROM ar_aging_snapshots
                      WHERE as_of = CAST(:AS-OF AS DATE)
                      GROUP BY branch_code
               UNION ALL
               SELECT 'ALL', 'TOTAL', 4,
                      COALESCE(SUM(fine_count), 0),
                      COALESCE(SUM(current_amount), 0),
                      COALESCE(SUM(days30_amount), 0),
                      COALESCE(SUM(days60_amount), 0),
                      COALESCE(SUM(days90_amount), 0),
                      COALESCE(SUM(days180_amount), 0),
                      COALESCE(SUM(total_amount), 0),
                      COALESCE(SUM(referred_amount), 0)
                      FROM ar_aging_snapshots
                      WHERE as_of = CAST(:AS-OF AS DATE)
               ORDER BY 3, 2
           END-EXEC.
           EXEC SQL
               OPEN C2
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE SPACES TO WS-LAST-DIMENSION.
           EXEC SQL
               FETCH C2 INTO :AGE-DIMENSION, :AGE-KEY, :DONE-CNT,
                             :AGE-COUNT, :AGE-CURRENT, :AGE-DAYS30,
                             :AGE-DAYS60, :AGE-DAYS90, :AGE-DAYS180,
                             :AGE-TOTAL, :AGE-REFERRED
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               IF AGE-DIMENSION NOT = WS-LAST-DIMENSION
                   MOVE ALL '-' TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE SPACES TO REPORT-LINE
                   STRING 'BY ' AGE-DIMENSION
                          ' CHARGES      CURRENT      30 DAYS'
                          '      60 DAYS      90 DAYS    180+ DAYS'
                          '        TOTAL  WITH AGENCY'
                          DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
                   MOVE AGE-DIMENSION TO WS-LAST-DIMENSION
               END-IF
               PERFORM EDIT-AMOUNTS
               MOVE SPACES TO REPORT-LINE
               STRING AGE-KEY ' ' D-COUNT ' ' D-CURRENT ' '
                      D-DAYS30 ' ' D-DAYS60 ' ' D-DAYS90 ' '
                      D-DAYS180 ' ' D-TOTAL ' ' D-REFERRED
                      DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               IF AGE-DIMENSION = 'ALL'
                   DISPLAY "Receivable at " AS-OF ": " D-TOTAL
                       " in " AGE-COUNT " charges"
               END-IF
               EXEC SQL
                   FETCH C2 INTO :AGE-DIMENSION, :AGE-KEY,
                                 :DONE-CNT, :AGE-COUNT,
                                 :AGE-CURRENT, :AGE-DAYS30,
                                 :AGE-DAYS60, :AGE-DAYS90,
                                 :AGE-DAYS180, :AGE-TOTAL,
                                 :AGE-REFERRED
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C2
           END-EXEC.

       WRITE-COMPARISON.
      *    AGAINST THE LATEST EARLIER SNAPSHOT. AGE-TOTAL AND THE
      *    OLD BUCKETS STILL HOLD THIS MONTH'S GRAND TOTAL LINE.
           MOVE SPACES TO PREV-AS-OF.
           EXEC SQL
               SELECT COALESCE(TO_CHAR(MAX(as_of), 'YYYY-MM-DD'), '')
                   INTO :PREV-AS-OF
                   FROM ar_aging_snapshots
                   WHERE as_of < CAST(:AS-OF AS DATE)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF FUNCTION TRIM(PREV-AS-OF) = SPACES
               MOVE 'NO EARLIER SNAPSHOT TO COMPARE WITH'
                   TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COALESCE(SUM(total_amount), 0),
                      COALESCE(SUM(days90_amount), 0),
                      COALESCE(SUM(days180_amount), 0)
                   INTO :PREV-TOTAL, :PREV-DAYS90, :PREV-DAYS180
                   FROM ar_aging_snapshots
                   WHERE as_of = CAST(:PREV-AS-OF AS DATE)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE SPACES TO REPORT-LINE.
           STRING 'CHANGE SINCE ' PREV-AS-OF
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           COMPUTE D-CHANGE = AGE-TOTAL - PREV-TOTAL.
           MOVE PREV-TOTAL TO D-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           STRING '  TOTAL          WAS ' D-TOTAL
                  '  CHANGE ' D-CHANGE
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           COMPUTE D-CHANGE = AGE-DAYS90 + AGE-DAYS180
               - PREV-DAYS90 - PREV-DAYS180.
           COMPUTE D-TOTAL = PREV-DAYS90 + PREV-DAYS180.
           MOVE SPACES TO REPORT-LINE.
           STRING '  90 DAYS+       WAS ' D-TOTAL
                  '  CHANGE ' D-CHANGE
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       WRITE-COLLECTIONS.
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(balance), 0),
                      COALESCE(SUM(recovered), 0),
                      COUNT(*) FILTER (WHERE referred_at
                          >= DATE_TRUNC('month',
                                 CAST(:AS-OF AS DATE))),
                      COALESCE(SUM(balance) FILTER (WHERE referred_at
                          >= DATE_TRUNC('month',
                                 CAST(:AS-OF AS DATE))), 0)
                   INTO :REF-OPEN-CNT, :REF-BALANCE, :REF-RECOVERED,
                        :REF-MONTH-CNT, :REF-MONTH-BALANCE
                   FROM collection_referrals
                   WHERE status = 'open'
                   AND CAST(referred_at AS DATE)
                       <= CAST(:AS-OF AS DATE)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'REFERRED TO COLLECTIONS (OPEN REFERRALS)'
               TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE REF-BALANCE TO D-TOTAL.
           MOVE REF-RECOVERED TO D-REFERRED.
           MOVE SPACES TO REPORT-LINE.
           STRING '  REFERRALS ' REF-OPEN-CNT
                  '  REFERRED ' D-TOTAL
                  '  RECOVERED ' D-REFERRED
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           COMPUTE D-TOTAL = REF-BALANCE - REF-RECOVERED.
           MOVE SPACES TO REPORT-LINE.
           STRING '  STILL WITH THE AGENCY ' D-TOTAL
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE REF-MONTH-BALANCE TO D-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           STRING '  REFERRED THIS MONTH ' REF-MONTH-CNT
                  '  FOR ' D-TOTAL
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       EDIT-AMOUNTS.
           MOVE AGE-COUNT TO D-COUNT.
           MOVE AGE-CURRENT TO D-CURRENT.
           MOVE AGE-DAYS30 TO D-DAYS30.
           MOVE AGE-DAYS60 TO D-DAYS60.
           MOVE AGE-DAYS90 TO D-DAYS90.
           MOVE AGE-DAYS180 TO D-DAYS180.
           MOVE AGE-TOTAL TO D-TOTAL.
           MOVE AGE-REFERRED TO D-REFERRED.

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
                'ARAGING                       ' 'ERROR-RTN'
           END-CALL.

       END-PROGRAM.
