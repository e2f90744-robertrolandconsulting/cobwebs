      ********************************************
      * Collection turnover and age analysis, as a printed report
      * plus a CSV export
      *
      * TURNOVER
      *
      * Where WEEDING picks out single titles that never go out,
      * this is the picture the fund allocation is decided from.
      * The collection (every copy not withdrawn) is broken down
      * by call-number class -- the Dewey hundreds, or the first
      * word of a call number that is not Dewey (FIC, B, REF) --
      * then by category and by branch. For each part: copies
      * held, median publication year of those copies, loans in
      * the last 12 months (live and archived, see LOANARCHIVE),
      * turnover (loans per copy), its share of the collection
      * against its share of those loans, and hold pressure (open
      * holds per copy; a hold counts at its pickup branch). A
      * title in several categories counts in each, so the
      * category shares add up to more than 100. Parts whose
      * circulation share is at least TURNOVER_OVER_PCT (default
      * 150) percent of their collection share are flagged OVER,
      * at or below TURNOVER_UNDER_PCT (default 50) UNDER; parts
      * with fewer than TURNOVER_MIN_COPIES (default 20) copies
      * are not flagged. The printed report goes to TURNOVER_FILE
      * (default collection-turnover.txt) and the figures to
      * TURNOVER_CSV (default collection-turnover.csv).
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   TURNOVER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT TURNOVER-EXPORT-FILE ASSIGN TO WS-EXPORT-FILE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXPORT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(256).
       FD  TURNOVER-EXPORT-FILE.
       01  TURNOVER-EXPORT-LINE        PIC X(512).

       WORKING-STORAGE SECTION.
       COPY 'db-connect-params.cpy'.
       COPY 'param-vars.cpy'.

       01  WS-REPORT-FILE          PIC X(1024).
       01  WS-REPORT-FILE-STATUS   PIC X(2).
       01  WS-EXPORT-FILE          PIC X(1024).
       01  WS-EXPORT-FILE-STATUS   PIC X(2).
       01  WS-PARAM-X              PIC X(6).
       01  WS-OVER-PCT             PIC 9(4) VALUE 150.
       01  WS-UNDER-PCT            PIC 9(4) VALUE 50.
       01  WS-MIN-COPIES           PIC 9(6) VALUE 20.
       01  WS-LAST-DIMENSION       PIC X(10) VALUE SPACES.
       01  WS-OVER-CNT             PIC 9(6) VALUE ZERO.
       01  WS-UNDER-CNT            PIC 9(6) VALUE ZERO.

       01  WS-RATES.
           05  WS-TURNOVER         PIC 9(5)V99 VALUE ZERO.
           05  WS-COLL-PCT         PIC 9(3)V9 VALUE ZERO.
           05  WS-CIRC-PCT         PIC 9(3)V9 VALUE ZERO.
           05  WS-HOLD-PRESSURE    PIC 9(5)V99 VALUE ZERO.
           05  WS-RELATIVE-PCT     PIC 9(7) VALUE ZERO.
           05  WS-FLAG             PIC X(5) VALUE SPACES.

       01  D-FIGURES.
           05  D-COPIES            PIC Z(6)9.
           05  D-MEDIAN-YEAR       PIC X(4).
           05  D-LOANS             PIC Z(7)9.
           05  D-TURNOVER          PIC Z(4)9.99.
           05  D-COLL-PCT          PIC ZZ9.9.
           05  D-CIRC-PCT          PIC ZZ9.9.
           05  D-HOLD-PRESSURE     PIC Z(4)9.99.
           05  D-OVERALL           PIC Z(4)9.99.

       01  C-FIGURES.
           05  C-TURNOVER          PIC 9(5).99.
           05  C-COLL-PCT          PIC 9(3).9.
           05  C-CIRC-PCT          PIC 9(3).9.
           05  C-HOLD-PRESSURE     PIC 9(5).99.

       EXEC SQL
           BEGIN DECLARE SECTION
       END-EXEC.
       01  HOSTVARS.
           05 BUFFER               PIC X(1024).

       01  TOTAL-COPIES            PIC 9(8).
       01  TOTAL-LOANS             PIC 9(8).

       01  TURN-REC-VARS.
           05  TURN-DIMENSION      PIC X(10).
           05  TURN-KEY            PIC X(30).
           05  TURN-COPIES         PIC 9(8).
           05  TURN-MEDIAN-YEAR    PIC 9(4).
           05  TURN-LOANS          PIC 9(8).
           05  TURN-HOLDS          PIC 9(8).
       EXEC SQL
           END DECLARE SECTION
       END-EXEC.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       PROCEDURE DIVISION.

       MAIN-RTN.
           DISPLAY "TURNOVER STARTED".

           COPY 'db-connect.cpy'.

           MOVE 'TURNOVER_OVER_PCT' TO PARAM-NAME.
           CALL "GET-PARAM" USING PARAM-NAME PARAM-VALUE
           END-CALL.
           MOVE PARAM-VALUE TO WS-PARAM-X.
           IF FUNCTION TRIM(WS-PARAM-X) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-PARAM-X) TO WS-OVER-PCT
           END-IF.
           MOVE 'TURNOVER_UNDER_PCT' TO PARAM-NAME.
           CALL "GET-PARAM" USING PARAM-NAME PARAM-VALUE
           END-CALL.
           MOVE PARAM-VALUE TO WS-PARAM-X.
           IF FUNCTION TRIM(WS-PARAM-X) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-PARAM-X) TO WS-UNDER-PCT
           END-IF.
           MOVE 'TURNOVER_MIN_COPIES' TO PARAM-NAME.
           CALL "GET-PARAM" USING PARAM-NAME PARAM-VALUE
           END-CALL.
           MOVE PARAM-VALUE TO WS-PARAM-X.
           IF FUNCTION TRIM(WS-PARAM-X) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-PARAM-X) TO WS-MIN-COPIES
           END-IF.

           ACCEPT WS-REPORT-FILE FROM ENVIRONMENT 'TURNOVER_FILE'.
           IF WS-REPORT-FILE = SPACES
               MOVE 'collection-turnover.txt' TO WS-REPORT-FILE
           END-IF.
           ACCEPT WS-EXPORT-FILE FROM ENVIRONMENT 'TURNOVER_CSV'.
           IF WS-EXPORT-FILE = SPACES
               MOVE 'collection-turnover.csv' TO WS-EXPORT-FILE
           END-IF.

      *    THE WHOLE-COLLECTION FIGURES THE SHARES ARE TAKEN OF.
           EXEC SQL
               SELECT
                   (SELECT COUNT(*) FROM copies c
                        JOIN books b ON b.id = c.book_id
                        WHERE c.status <> 'withdrawn'
                        AND b.deleted_at IS NULL),
                   (SELECT COUNT(*) FROM loans_all l
                        WHERE l.checkout_date
                              >= NOW() - INTERVAL '12 months')
                   INTO :TOTAL-COPIES, :TOTAL-LOANS
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           OPEN OUTPUT REPORT-FILE.
           OPEN OUTPUT TURNOVER-EXPORT-FILE.

           MOVE 'COLLECTION TURNOVER AND AGE, LAST 12 MONTHS'
               TO REPORT-LINE.
           PERFORM PUT-LINE.
           MOVE ZERO TO D-OVERALL.
           IF TOTAL-COPIES > 0
               COMPUTE D-OVERALL ROUNDED = TOTAL-LOANS / TOTAL-COPIES
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Copies held ' TOTAL-COPIES
                  ', loans ' TOTAL-LOANS
                  ', overall turnover ' D-OVERALL
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Flagged OVER at ' WS-OVER-PCT
                  '% of collection share or more, UNDER at '
                  WS-UNDER-PCT '% or less, from ' WS-MIN-COPIES
                  ' copies'
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.

           MOVE 'dimension,key,copies,median_pub_year,loans_12m,'
               & 'turnover,collection_pct,circulation_pct,'
               & 'hold_pressure,flag'
               TO TURNOVER-EXPORT-LINE.
           WRITE TURNOVER-EXPORT-LINE.

      *    EVERY COPY HELD, LOAN MADE AND HOLD WAITING IS ONE FACT;
      *    EACH FACT IS THEN COUNTED UNDER ITS CLASS, ITS TITLE'S
      *    CATEGORIES AND ITS BRANCH. A LOAN TAKES THE CALL NUMBER
      *    OF THE COPY LENT WHERE THERE IS ONE; A HOLD, THE TITLE'S.
           EXEC SQL
               DECLARE C1 CURSOR FOR
               WITH facts AS (
                   SELECT c.book_id, br.code AS branch,
                          COALESCE(c.call_number, b.call_number)
                              AS call_number,
                          b.year AS pub_year,
                          1 AS held, 0 AS loaned, 0 AS waiting
                       FROM copies c
                       JOIN books b ON b.id = c.book_id
                       JOIN branches br ON br.id = c.branch_id
                       WHERE c.status <> 'withdrawn'
                       AND b.deleted_at IS NULL
                   UNION ALL
                   SELECT l.book_id, lb.code,
                          COALESCE(lc.call_number, b.call_number),
                          NULL, 0, 1, 0
                       FROM loans_all l
                       JOIN books b ON b.id = l.book_id
                       LEFT JOIN copies lc ON lc.id = l.copy_id
                       LEFT JOIN branches lb ON lb.id = l.branch_id
                       WHERE l.checkout_date
                             >= NOW() - INTERVAL '12 months'
                   UNION ALL
                   SELECT h.book_id, hb.code, b.call_number,
                          NULL, 0, 0, 1
                       FROM holds h
                       JOIN books b ON b.id = h.book_id
                       LEFT JOIN branches hb
                           ON hb.id = h.pickup_branch_id
                       WHERE h.status = 'open'
               ),
               keyed AS (
                   SELECT 1 AS dim_ord, 'CLASS' AS dimension,
                          CASE
                              WHEN TRIM(COALESCE(f.call_number, ''))
                                   = ''
                                  THEN 'UNCLASSIFIED'
                              WHEN TRIM(f.call_number)
                                   SIMILAR TO '[0-9][0-9][0-9]%'
                                  THEN SUBSTR(TRIM(f.call_number), 1, 1)
                                       || '00'
                              ELSE UPPER(SPLIT_PART(
                                       TRIM(f.call_number), ' ', 1))
                          END AS key,
                          f.pub_year, f.held, f.loaned, f.waiting
                       FROM facts f
                   UNION ALL
                   SELECT 2, 'CATEGORY',
                          COALESCE(cat.name, '(uncategorised)'),
                          f.pub_year, f.held, f.loaned, f.waiting
                       FROM facts f
                       LEFT JOIN book_categories bc
                           ON bc.book_id = f.book_id
                       LEFT JOIN categories cat
                           ON cat.id = bc.category_id
                   UNION ALL
                   SELECT 3, 'BRANCH', COALESCE(f.branch, '(none)'),
                          f.pub_year, f.held, f.loaned, f.waiting
                       FROM facts f
               )
               SELECT k.dimension, LEFT(k.key, 30),
                      SUM(k.held),
                      COALESCE(PERCENTILE_DISC(0.5)
                          WITHIN GROUP (ORDER BY k.pub_year), 0),
                      SUM(k.loaned), SUM(k.waiting)
                   FROM keyed k
                   GROUP BY k.dim_ord, k.dimension, LEFT(k.key, 30)
                   ORDER BY k.dim_ord, LEFT(k.key, 30)
           END-EXEC.
           EXEC SQL
               OPEN C1
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               FETCH C1 INTO :TURN-DIMENSION, :TURN-KEY,
                             :TURN-COPIES, :TURN-MEDIAN-YEAR,
                             :TURN-LOANS, :TURN-HOLDS
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               IF TURN-DIMENSION NOT = WS-LAST-DIMENSION
                   PERFORM START-DIMENSION
               END-IF
               PERFORM REPORT-ONE-PART
               EXEC SQL
                   FETCH C1 INTO :TURN-DIMENSION, :TURN-KEY,
                                 :TURN-COPIES, :TURN-MEDIAN-YEAR,
                                 :TURN-LOANS, :TURN-HOLDS
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C1
           END-EXEC.

           MOVE SPACES TO REPORT-LINE.
           PERFORM PUT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Flagged over-performing: ' WS-OVER-CNT
                  ', under-performing: ' WS-UNDER-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.

           CLOSE TURNOVER-EXPORT-FILE.
           CLOSE REPORT-FILE.

           DISPLAY "Turnover report written to "
               FUNCTION TRIM(WS-REPORT-FILE).
           DISPLAY "Turnover export written to "
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
           DISPLAY "TURNOVER FINISHED".
           STOP RUN.

       START-DIMENSION.
           MOVE TURN-DIMENSION TO WS-LAST-DIMENSION.
           MOVE SPACES TO REPORT-LINE.
           PERFORM PUT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'BY ' FUNCTION TRIM(TURN-DIMENSION)
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE TURN-DIMENSION TO REPORT-LINE(1:24).
           MOVE ' COPIES MED-YR    LOANS TURNOVER  COLL%  CIRC%'
               TO REPORT-LINE(25:47).
           MOVE '  HOLDS/CPY FLAG' TO REPORT-LINE(71:16).
           PERFORM PUT-LINE.
           MOVE ALL '-' TO REPORT-LINE(1:87).
           PERFORM PUT-LINE.

       REPORT-ONE-PART.
           MOVE ZERO TO WS-TURNOVER WS-COLL-PCT WS-CIRC-PCT
                        WS-HOLD-PRESSURE WS-RELATIVE-PCT.
           MOVE SPACES TO WS-FLAG.
           IF TURN-COPIES > 0
               COMPUTE WS-TURNOVER ROUNDED =
                   TURN-LOANS / TURN-COPIES
               COMPUTE WS-HOLD-PRESSURE ROUNDED =
                   TURN-HOLDS / TURN-COPIES
           END-IF.
           IF TOTAL-COPIES > 0
               COMPUTE WS-COLL-PCT ROUNDED =
                   TURN-COPIES * 100 / TOTAL-COPIES
           END-IF.
           IF TOTAL-LOANS > 0
               COMPUTE WS-CIRC-PCT ROUNDED =
                   TURN-LOANS * 100 / TOTAL-LOANS
           END-IF.

      *    CIRCULATION SHARE AGAINST COLLECTION SHARE IS THE PART'S
      *    TURNOVER AGAINST THE WHOLE COLLECTION'S, SO IT IS WORKED
      *    FROM THE COUNTS RATHER THAN THE ROUNDED PERCENTAGES.
           IF TURN-COPIES >= WS-MIN-COPIES AND TURN-COPIES > 0
              AND TOTAL-LOANS > 0
               COMPUTE WS-RELATIVE-PCT ROUNDED =
                   TURN-LOANS * TOTAL-COPIES * 100
                   / (TURN-COPIES * TOTAL-LOANS)
               EVALUATE TRUE
                   WHEN WS-RELATIVE-PCT >= WS-OVER-PCT
                       MOVE 'OVER' TO WS-FLAG
                       ADD 1 TO WS-OVER-CNT
                   WHEN WS-RELATIVE-PCT <= WS-UNDER-PCT
                       MOVE 'UNDER' TO WS-FLAG
                       ADD 1 TO WS-UNDER-CNT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

           MOVE TURN-COPIES TO D-COPIES.
           IF TURN-MEDIAN-YEAR > 0
               MOVE TURN-MEDIAN-YEAR TO D-MEDIAN-YEAR
           ELSE
               MOVE '   -' TO D-MEDIAN-YEAR
           END-IF.
           MOVE TURN-LOANS TO D-LOANS.
           MOVE WS-TURNOVER TO D-TURNOVER.
           MOVE WS-COLL-PCT TO D-COLL-PCT.
           MOVE WS-CIRC-PCT TO D-CIRC-PCT.
           MOVE WS-HOLD-PRESSURE TO D-HOLD-PRESSURE.
           MOVE SPACES TO REPORT-LINE.
           STRING TURN-KEY(1:23) ' ' D-COPIES '   ' D-MEDIAN-YEAR
                  ' ' D-LOANS ' ' D-TURNOVER '  ' D-COLL-PCT
                  '  ' D-CIRC-PCT '   ' D-HOLD-PRESSURE ' ' WS-FLAG
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.

           MOVE WS-TURNOVER TO C-TURNOVER.
           MOVE WS-COLL-PCT TO C-COLL-PCT.
           MOVE WS-CIRC-PCT TO C-CIRC-PCT.
           MOVE WS-HOLD-PRESSURE TO C-HOLD-PRESSURE.
           MOVE SPACES TO TURNOVER-EXPORT-LINE.
           IF TURN-MEDIAN-YEAR > 0
               STRING FUNCTION TRIM(TURN-DIMENSION) ',"'
                      FUNCTION TRIM(TURN-KEY) '",'
                      TURN-COPIES ','
                      TURN-MEDIAN-YEAR ','
                      TURN-LOANS ','
                      C-TURNOVER ','
                      C-COLL-PCT ','
                      C-CIRC-PCT ','
                      C-HOLD-PRESSURE ','
                      FUNCTION TRIM(WS-FLAG)
                      DELIMITED BY SIZE INTO TURNOVER-EXPORT-LINE
               END-STRING
           ELSE
               STRING FUNCTION TRIM(TURN-DIMENSION) ',"'
                      FUNCTION TRIM(TURN-KEY) '",'
                      TURN-COPIES ','
                      ','
                      TURN-LOANS ','
                      C-TURNOVER ','
                      C-COLL-PCT ','
                      C-CIRC-PCT ','
                      C-HOLD-PRESSURE ','
                      FUNCTION TRIM(WS-FLAG)
                      DELIMITED BY SIZE INTO TURNOVER-EXPORT-LINE
               END-STRING
           END-IF.
           WRITE TURNOVER-EXPORT-LINE.

       PUT-LINE.
           WRITE REPORT-LINE.
           DISPLAY FUNCTION TRIM(REPORT-LINE, TRAILING).

       ERROR-RTN.
           CALL 'SQL-ERROR-HANDLER' USING SQLCODE SQLSTATE SQLERRMC
                'TURNOVER                      ' 'ERROR-RTN'
           END-CALL.

       END-PROGRAM.
