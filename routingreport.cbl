      ********************************************
      * Weekly report of routed serials held too long
      *
      * ROUTINGREPORT
      *
      * Lists every serial issue out on staff routing (see
      * SERIALCHECKIN and SERIALROUTE) whose current reader has
      * had it longer than their keep time -- title, issue, who
      * has it, since when, how many days over, and who is waiting
      * next -- worst first, then the count per reader, so the
      * supervisor can chase the issues that are stuck.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   ROUTINGREPORT.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       COPY 'db-connect-params.cpy'.

       01  WS-TOTAL-CNT            PIC 9(8) VALUE ZERO.

       EXEC SQL
           BEGIN DECLARE SECTION
       END-EXEC.
       01  HOSTVARS.
           05 BUFFER               PIC X(1024).

       01  DTL-REC-VARS.
           05  DTL-TITLE           PIC X(40).
           05  DTL-VOLUME          PIC 9(4).
           05  DTL-ISSUE           PIC 9(4).
           05  DTL-HOLDER          PIC X(30).
           05  DTL-SINCE           PIC X(10).
           05  DTL-KEEP-DAYS       PIC 9(4).
           05  DTL-DAYS-OVER       PIC 9(4).
           05  DTL-NEXT            PIC X(30).

       01  RDR-REC-VARS.
           05  RDR-NAME            PIC X(30).
           05  RDR-EMAIL           PIC X(50).
           05  RDR-ISSUES          PIC 9(6).
           05  RDR-MAX-OVER        PIC 9(4).
       EXEC SQL
           END DECLARE SECTION
       END-EXEC.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       PROCEDURE DIVISION.

       MAIN-RTN.
           DISPLAY "ROUTINGREPORT STARTED".

           COPY 'db-connect.cpy'.

           DISPLAY "---- ROUTED ISSUES PAST THEIR KEEP TIME ----".

           PERFORM REPORT-DETAIL.
           PERFORM REPORT-BY-READER.

           DISPLAY "------------".
           DISPLAY "Issues held too long: " WS-TOTAL-CNT.

      *    DISCONNECT
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

      *    END
           DISPLAY "ROUTINGREPORT FINISHED".
           STOP RUN.

       REPORT-DETAIL.
           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT b.name, si.volume, si.issue, u.name,
                      TO_CHAR(r.started_at, 'YYYY-MM-DD'),
                      r.keep_days,
                      CURRENT_DATE - CAST(r.started_at AS DATE)
                          - r.keep_days,
                      COALESCE((SELECT u2.name
                          FROM serial_issue_routes r2
                          JOIN users u2 ON u2.id = r2.user_id
                          WHERE r2.issue_id = r.issue_id
                          AND r2.seq > r.seq
                          ORDER BY r2.seq
                          LIMIT 1), '(back to the library)')
                   FROM serial_issue_routes r
                   JOIN serial_issues si ON si.id = r.issue_id
                   JOIN subscriptions s ON s.id = si.subscription_id
                   JOIN books b ON b.id = s.book_id
                   JOIN users u ON u.id = r.user_id
                   WHERE si.status = 'routing'
                   AND r.started_at IS NOT NULL
                   AND r.passed_at IS NULL
                   AND CURRENT_DATE - CAST(r.started_at AS DATE)
                       > r.keep_days
                   ORDER BY 7 DESC, b.name, si.volume, si.issue
           END-EXEC.
           EXEC SQL
               OPEN C1
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY "DAYS OVER  WITH                           SINCE"
               "       KEEP  TITLE / ISSUE / NEXT".
           EXEC SQL
               FETCH C1 INTO :DTL-TITLE, :DTL-VOLUME, :DTL-ISSUE,
                             :DTL-HOLDER, :DTL-SINCE,
                             :DTL-KEEP-DAYS, :DTL-DAYS-OVER,
                             :DTL-NEXT
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO WS-TOTAL-CNT
               DISPLAY DTL-DAYS-OVER "       " DTL-HOLDER " "
                   DTL-SINCE "  " DTL-KEEP-DAYS "  "
                   FUNCTION TRIM(DTL-TITLE)
               DISPLAY "                                          "
                   "        v" DTL-VOLUME " no " DTL-ISSUE
                   ", next: " FUNCTION TRIM(DTL-NEXT)
               EXEC SQL
                   FETCH C1 INTO :DTL-TITLE, :DTL-VOLUME,
                                 :DTL-ISSUE, :DTL-HOLDER,
                                 :DTL-SINCE, :DTL-KEEP-DAYS,
                                 :DTL-DAYS-OVER, :DTL-NEXT
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C1
           END-EXEC.

       REPORT-BY-READER.
           EXEC SQL
               DECLARE C2 CURSOR FOR
               SELECT u.name, u.email, COUNT(*),
                      MAX(CURRENT_DATE - CAST(r.started_at AS DATE)
                          - r.keep_days)
                   FROM serial_issue_routes r
                   JOIN serial_issues si ON si.id = r.issue_id
                   JOIN users u ON u.id = r.user_id
                   WHERE si.status = 'routing'
                   AND r.started_at IS NOT NULL
                   AND r.passed_at IS NULL
                   AND CURRENT_DATE - CAST(r.started_at AS DATE)
                       > r.keep_days
                   GROUP BY u.name, u.email
                   ORDER BY 3 DESC, 1
           END-EXEC.
           EXEC SQL
               OPEN C2
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY " ".
           DISPLAY "BY READER                      ISSUES  WORST".
           EXEC SQL
               FETCH C2 INTO :RDR-NAME, :RDR-EMAIL, :RDR-ISSUES,
                             :RDR-MAX-OVER
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY RDR-NAME " " RDR-ISSUES "  " RDR-MAX-OVER
                   "  " FUNCTION TRIM(RDR-EMAIL)
               EXEC SQL
                   FETCH C2 INTO :RDR-NAME, :RDR-EMAIL,
                                 :RDR-ISSUES, :RDR-MAX-OVER
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C2
           END-EXEC.

       ERROR-RTN.
           CALL 'SQL-ERROR-HANDLER' USING SQLCODE SQLSTATE SQLERRMC
                'ROUTINGREPORT                 ' 'ERROR-RTN'
           END-CALL.

       END-PROGRAM.
