      ********************************************
      * Send a desk-run report to its distribution list
      *
      * REPORTDIST
      *
      * For reports an operator runs by hand rather than through
      * JOBRUNNER -- TILLSHEET at close of day, which asks for each
      * drawer count: run this afterwards with the report's job name
      * and DISTRIBUTE-REPORTS queues the files named for it in
      * reports.conf (FILE= entries; there is no captured console
      * output for a hand run) to their recipients, logging each
      * one in REPORT_DISTRIBUTION_LOG.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   REPORTDIST.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       COPY 'db-connect-params.cpy'.

       01  WS-JOB-NAME             PIC X(30).
       01  WS-RUN-ID               PIC X(36) VALUE SPACES.
       01  WS-RUN-STATUS           PIC X(10) VALUE 'ok'.
       01  WS-OUTPUT-FILE          PIC X(1024) VALUE SPACES.
       01  WS-DIST-OK              PIC X.

       EXEC SQL
           BEGIN DECLARE SECTION
       END-EXEC.
       01  HOSTVARS.
           05 BUFFER               PIC X(1024).
       EXEC SQL
           END DECLARE SECTION
       END-EXEC.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       PROCEDURE DIVISION.

       MAIN-RTN.
           DISPLAY "REPORTDIST STARTED".

           COPY 'db-connect.cpy'.

           DISPLAY 'Job name (e.g. TILLSHEET): '.
           ACCEPT WS-JOB-NAME.
           MOVE FUNCTION UPPER-CASE(WS-JOB-NAME) TO WS-JOB-NAME.
           IF WS-JOB-NAME = SPACES
               DISPLAY "No job name given."
               EXEC SQL
                   DISCONNECT ALL
               END-EXEC
               STOP RUN
           END-IF.

           CALL "DISTRIBUTE-REPORTS" USING WS-JOB-NAME WS-RUN-ID
                WS-RUN-STATUS WS-OUTPUT-FILE WS-DIST-OK
           END-CALL.

           IF WS-DIST-OK = 'y'
      *        COMMIT
               EXEC SQL
                   COMMIT WORK
               END-EXEC
           ELSE
               EXEC SQL
                   ROLLBACK WORK
               END-EXEC
               DISPLAY "Report distribution failed; nothing queued."
           END-IF.

      *    DISCONNECT
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

      *    END
           DISPLAY "REPORTDIST FINISHED".
           STOP RUN.

       ERROR-RTN.
           CALL 'SQL-ERROR-HANDLER' USING SQLCODE SQLSTATE SQLERRMC
                'REPORTDIST                    ' 'ERROR-RTN'
           END-CALL.

       END-PROGRAM.
