      ********************************************
      * Visitor statistics from the door counters
      *
      * VISITSTATS
      *
      * For a month or date range, totals the visits DOORIMPORT
      * derived from each branch's door-counter readings: per
      * branch (with the busiest day), per day of the week, and
      * per two-hour band of the day -- the visitor figures the
      * board and the state return ask for, without anyone
      * walking round reading counters. Visits are dated by the
      * start of the counter period they fall in. Readings
      * flagged suspect in the period are listed for checking.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   VISITSTATS.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       COPY 'db-connect-params.cpy'.

       01  WS-TOTAL-VISITS         PIC 9(9) VALUE ZERO.
       01  WS-SUSPECT-CNT          PIC 9(6) VALUE ZERO.

       EXEC SQL
           BEGIN DECLARE SECTION
       END-EXEC.
       01  HOSTVARS.
           05 BUFFER               PIC X(1024).

       01  STAT-MONTH              PIC X(7).
       01  STAT-FROM               PIC X(10).
       01  STAT-TO                 PIC X(10).

       01  VISIT-REC-VARS.
           05  VS-BRANCH-CODE      PIC X(10).
           05  VS-VISITS           PIC 9(9).
           05  VS-DAYS             PIC 9(5).
           05  VS-BUSIEST-DAY      PIC X(10).
           05  VS-DOW              PIC 9(1).
           05  VS-DOW-NAME         PIC X(9).
           05  VS-BAND-FROM        PIC 9(2).
           05  VS-BAND-TO          PIC 9(2).
           05  VS-READ-AT          PIC X(16).
           05  VS-READING          PIC 9(9).
       EXEC SQL
           END DECLARE SECTION
       END-EXEC.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       PROCEDURE DIVISION.

       MAIN-RTN.
           DISPLAY "VISITSTATS STARTED".

           COPY 'db-connect.cpy'.

           DISPLAY 'Report month (YYYY-MM, blank for a range): '.
           ACCEPT STAT-MONTH.

           IF FUNCTION TRIM(STAT-MONTH) NOT = SPACES
               EXEC SQL
                   SELECT
                       TO_CHAR(TO_DATE(:STAT-MONTH || '-01',
                               'YYYY-MM-DD'), 'YYYY-MM-DD'),
                       TO_CHAR(TO_DATE(:STAT-MONTH || '-01',
                               'YYYY-MM-DD')
                           + INTERVAL '1 month' - INTERVAL '1 day',
                           'YYYY-MM-DD')
                       INTO :STAT-FROM, :STAT-TO
               END-EXEC
               IF SQLCODE NOT = ZERO
                   DISPLAY "Invalid month"
                   EXEC SQL
                       DISCONNECT ALL
                   END-EXEC
                   STOP RUN
               END-IF
           ELSE
               DISPLAY 'From date (YYYY-MM-DD): '
               ACCEPT STAT-FROM
               DISPLAY 'To date (YYYY-MM-DD): '
               ACCEPT STAT-TO
           END-IF.

           DISPLAY "Period " STAT-FROM " through " STAT-TO.

           PERFORM REPORT-BY-BRANCH.
           PERFORM REPORT-BY-WEEKDAY.
           PERFORM REPORT-BY-HOUR-BAND.
           PERFORM REPORT-SUSPECT.

           DISPLAY "------------".
           DISPLAY "TOTAL VISITS:    " WS-TOTAL-VISITS.
           DISPLAY "SUSPECT READINGS:" WS-SUSPECT-CNT.

      *    DISCONNECT
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

      *    END
           DISPLAY "VISITSTATS FINISHED".
           STOP RUN.

       REPORT-BY-BRANCH.
           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT br.code, SUM(d.visits), COUNT(*),
                      (ARRAY_AGG(TO_CHAR(d.day, 'YYYY-MM-DD')
                           ORDER BY d.visits DESC))[1]
                   FROM (
                       SELECT v.branch_id,
                              CAST(v.period_start AS DATE) AS day,
                              SUM(v.visits) AS visits
                           FROM branch_visits v
                           WHERE v.period_start
                               >= TO_DATE(:STAT-FROM, 'YYYY-MM-DD')
                           AND v.period_start
                               < TO_DATE(:STAT-TO, 'YYYY-MM-DD')
                                   + INTERVAL '1 day'
                           GROUP BY v.branch_id,
                                    CAST(v.period_start AS DATE)
                   ) d
                   JOIN branches br ON br.id = d.branch_id
                   GROUP BY br.code
                   ORDER BY br.code
           END-EXEC.
           EXEC SQL
               OPEN C1
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY "---- VISITS BY BRANCH ----".
           DISPLAY "BRANCH        VISITS  DAYS  BUSIEST DAY".
           EXEC SQL
               FETCH C1 INTO :VS-BRANCH-CODE, :VS-VISITS, :VS-DAYS,
                             :VS-BUSIEST-DAY
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD VS-VISITS TO WS-TOTAL-VISITS
               DISPLAY VS-BRANCH-CODE " " VS-VISITS " " VS-DAYS
                   " " VS-BUSIEST-DAY
               EXEC SQL
                   FETCH C1 INTO :VS-BRANCH-CODE, :VS-VISITS,
                                 :VS-DAYS, :VS-BUSIEST-DAY
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C1
           END-EXEC.

       REPORT-BY-WEEKDAY.
      *    ISO NUMBERING SO THE WEEK READS MONDAY TO SUNDAY.
           EXEC SQL
               DECLARE C2 CURSOR FOR
               SELECT CAST(EXTRACT(ISODOW FROM v.period_start)
                           AS INTEGER),
                      TRIM(TO_CHAR(MIN(v.period_start), 'Day')),
                      SUM(v.visits)
                   FROM branch_visits v
                   WHERE v.period_start
                       >= TO_DATE(:STAT-FROM, 'YYYY-MM-DD')
                   AND v.period_start
                       < TO_DATE(:STAT-TO, 'YYYY-MM-DD')
                           + INTERVAL '1 day'
                   GROUP BY 1
                   ORDER BY 1
           END-EXEC.
           EXEC SQL
               OPEN C2
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY " ".
           DISPLAY "---- VISITS BY DAY OF WEEK ----".
           EXEC SQL
               FETCH C2 INTO :VS-DOW, :VS-DOW-NAME, :VS-VISITS
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY VS-DOW-NAME " " VS-VISITS
               EXEC SQL
                   FETCH C2 INTO :VS-DOW, :VS-DOW-NAME, :VS-VISITS
               END-EXEC
           END-PERFORM.

           EXEC SQL
               CLOSE C2
           END-EXEC.

       REPORT-BY-HOUR-BAND.
           EXEC SQL
               DECLARE C3 CURSOR FOR
               SELECT CAST(FLOOR(EXTRACT(HOUR FROM v.period_start)
                                 / 2) * 2 AS INTEGER),
                      CAST(FLOOR(EXTRACT(HOUR FROM v.period_start)
                                 / 2) * 2 + 2 AS INTEGER),
                      SUM(v.visits)
                   FROM branch_visits v
                   WHERE v.period_start
                       >= TO_DATE(:STAT-FROM, 'YYYY-MM-DD')
                   AND v.period_start
                       < TO_DATE(:STAT-TO, 'YYYY-MM-DD')
                           + INTERVAL '1 day'
                   GROUP BY 1, 2
                   ORDER BY 1
           END-EXEC.
           EXEC SQL
               OPEN C3
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY " ".
           DISPLAY "---- VISITS BY HOUR BAND ----".
           EXEC SQL
               FETCH C3 INTO :VS-BAND-FROM, :VS-BAND-TO, :VS-VISITS
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY VS-BAND-FROM ":00-" VS-BAND-TO ":00  "
                   VS-VISITS
               EXEC SQL
                   FETCH C3 INTO :VS-BAND-FROM, :VS-BAND-TO,
                                 :VS-VISITS
               END-EXEC
           END-PERFORM.

           EXEC SQL
               CLOSE C3
           END-EXEC.

       REPORT-SUSPECT.
           EXEC SQL
               DECLARE C4 CURSOR FOR
               SELECT br.code,
                      TO_CHAR(v.read_at, 'YYYY-MM-DD HH24:MI'),
                      v.reading
                   FROM branch_visits v
                   JOIN branches br ON br.id = v.branch_id
                   WHERE v.flag = 'suspect'
                   AND v.read_at
                       >= TO_DATE(:STAT-FROM, 'YYYY-MM-DD')
                   AND v.read_at
                       < TO_DATE(:STAT-TO, 'YYYY-MM-DD')
                           + INTERVAL '1 day'
                   ORDER BY br.code, v.read_at
           END-EXEC.
           EXEC SQL
               OPEN C4
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               FETCH C4 INTO :VS-BRANCH-CODE, :VS-READ-AT,
                             :VS-READING
           END-EXEC.
           IF SQLCODE = ZERO
               DISPLAY " "
               DISPLAY "---- SUSPECT READINGS (NOT COUNTED) ----"
           END-IF.
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO WS-SUSPECT-CNT
               DISPLAY VS-BRANCH-CODE " " VS-READ-AT " reading "
                   VS-READING
               EXEC SQL
                   FETCH C4 INTO :VS-BRANCH-CODE, :VS-READ-AT,
                                 :VS-READING
               END-EXEC
           END-PERFORM.

           EXEC SQL
               CLOSE C4
           END-EXEC.

       ERROR-RTN.
           CALL 'SQL-ERROR-HANDLER' USING SQLCODE SQLSTATE SQLERRMC
                'VISITSTATS                    ' 'ERROR-RTN'
           END-CALL.

       END-PROGRAM.
