      * today, recording start/end/status/return code in JOB_RUNS.
      * A job whose previous run is still open is refused, which is
      * what stops the same import running twice concurrently.
      * Each job's console output is captured to
      * <JOB_OUTPUT_DIR>/<NAME>.out (and echoed here as before); once
      * the job ends DISTRIBUTE-REPORTS queues its reports to the
      * staff on the distribution list (reports.conf).
      * Finishes by printing the day's job-summary report and the
      * day's report distribution log.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
       01  WS-JOB-NAME             PIC X(30).
       01  WS-JOB-TIME             PIC X(5).
       01  WS-JOB-COMMAND          PIC X(400).
       01  WS-RUN-COMMAND          PIC X(2500).
       01  WS-OUTPUT-DIR           PIC X(512).
       01  WS-OUTPUT-FILE          PIC X(1024).
       01  WS-DIST-OK              PIC X.

       EXEC SQL
           BEGIN DECLARE SECTION
           05  RUN-STARTED         PIC X(19).
           05  RUN-ENDED           PIC X(19).

       01  DIST-REC-VARS.
           05  DIST-LOGGED         PIC X(8).
           05  DIST-JOB-NAME       PIC X(30).
           05  DIST-STATUS         PIC X(10).
           05  DIST-RECIPIENT      PIC X(100).
           05  DIST-PARTS          PIC 9(4).
           05  DIST-LINE-COUNT     PIC 9(8).
           05  DIST-REPORT-FILE    PIC X(255).

       01  OPEN-RUN-CNT            PIC 9(8).
       01  TODAY-RUN-CNT           PIC 9(8).
       EXEC SQL
               MOVE 'jobs.conf' TO WS-JOBS-FILE
           END-IF.

           ACCEPT WS-OUTPUT-DIR FROM ENVIRONMENT 'JOB_OUTPUT_DIR'.
           IF WS-OUTPUT-DIR = SPACES
               MOVE '.' TO WS-OUTPUT-DIR
           END-IF.

           ACCEPT WS-NOW-TIME FROM TIME.
           STRING WS-NOW-TIME(1:2) ':' WS-NOW-TIME(3:2)
               DELIMITED BY SIZE INTO WS-NOW-HHMM
           DISPLAY "RUN  " FUNCTION TRIM(WS-JOB-NAME) " ("
               FUNCTION TRIM(WS-JOB-COMMAND) ")".

      *    OUTPUT GOES TO A FILE FOR DISTRIBUTION, THEN TO THE
      *    CONSOLE; THE JOB'S OWN EXIT CODE IS THE ONE RETURNED.
           MOVE SPACES TO WS-OUTPUT-FILE.
           STRING FUNCTION TRIM(WS-OUTPUT-DIR) '/'
                  FUNCTION TRIM(WS-JOB-NAME) '.out'
               DELIMITED BY SIZE INTO WS-OUTPUT-FILE
           END-STRING.

           MOVE SPACES TO WS-RUN-COMMAND.
           STRING FUNCTION TRIM(WS-JOB-COMMAND)
                  ' </dev/null >' FUNCTION TRIM(WS-OUTPUT-FILE)
                  ' 2>&1; JOBRC=$?; cat '
                  FUNCTION TRIM(WS-OUTPUT-FILE)
                  '; exit $JOBRC'
               DELIMITED BY SIZE INTO WS-RUN-COMMAND
           END-STRING.

           DISPLAY "END  " FUNCTION TRIM(WS-JOB-NAME) " "
               FUNCTION TRIM(RUN-STATUS) " rc=" RUN-RC.

      *    A FAILED RUN'S REPORTS STILL GO OUT, MARKED AS SUCH; A
      *    DISTRIBUTION FAILURE NEVER UNDOES THE LEDGER ROW ABOVE.
           CALL "DISTRIBUTE-REPORTS" USING WS-JOB-NAME RUN-ID
                RUN-STATUS WS-OUTPUT-FILE WS-DIST-OK
           END-CALL.
           IF WS-DIST-OK = 'y'
               EXEC SQL
                   COMMIT WORK
               END-EXEC
           ELSE
               EXEC SQL
                   ROLLBACK WORK
               END-EXEC
               DISPLAY "Report distribution failed for "
                   FUNCTION TRIM(WS-JOB-NAME)
           END-IF.

       DAILY-SUMMARY.
           EXEC SQL
               DECLARE C1 CURSOR FOR
               CLOSE C1
           END-EXEC.

           EXEC SQL
               DECLARE C2 CURSOR FOR
               SELECT TO_CHAR(logged_at, 'HH24:MI:SS'), job_name,
                      status, recipient, parts, line_count,
                      report_file
                      FROM report_distribution_log
                      WHERE logged_at >= CURRENT_DATE
                      ORDER BY logged_at
           END-EXEC.
           EXEC SQL
               OPEN C2
           END-EXEC.

           DISPLAY "---- TODAY'S REPORT DISTRIBUTION ----".
           EXEC SQL
               FETCH C2 INTO :DIST-LOGGED, :DIST-JOB-NAME,
                             :DIST-STATUS, :DIST-RECIPIENT,
                             :DIST-PARTS, :DIST-LINE-COUNT,
                             :DIST-REPORT-FILE
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY DIST-LOGGED " " DIST-JOB-NAME " "
                   DIST-STATUS " " FUNCTION TRIM(DIST-RECIPIENT)
                   " " FUNCTION TRIM(DIST-REPORT-FILE)
                   " lines=" DIST-LINE-COUNT " parts=" DIST-PARTS
               EXEC SQL
                   FETCH C2 INTO :DIST-LOGGED, :DIST-JOB-NAME,
                                 :DIST-STATUS, :DIST-RECIPIENT,
                                 :DIST-PARTS, :DIST-LINE-COUNT,
                                 :DIST-REPORT-FILE
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C2
           END-EXEC.

       ERROR-RTN.
           CALL 'SQL-ERROR-HANDLER' USING SQLCODE SQLSTATE SQLERRMC
                'JOBRUNNER                     ' 'ERROR-RTN'
