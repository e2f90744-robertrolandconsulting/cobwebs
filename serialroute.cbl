      ********************************************
      * Record a routed serial issue changing hands
      *
      * SERIALROUTE
      *
      * Lists a subscription's issues out on staff routing (see
      * SERIALCHECKIN) with the reader holding each, then records
      * one issue handed on: the holder is marked passed and the
      * next reader on the issue's list starts their keep time.
      * When the last reader hands it back the issue returns to
      * 'received' with shelved_at stamped -- only then does it
      * reach the shelf and the public holdings statement.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   SERIALROUTE.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       COPY 'db-connect-params.cpy'.

       01  WS-NUM-X                PIC X(10).
       01  WS-ROUTING-CNT          PIC 9(4) VALUE ZERO.

       EXEC SQL
           BEGIN DECLARE SECTION
       END-EXEC.
       01  HOSTVARS.
           05 BUFFER               PIC X(1024).

       01  SUB-REC-VARS.
           05  SUB-ID              PIC X(36).
           05  SUB-BOOK-NAME       PIC X(50).

       01  ISSUE-REC-VARS.
           05  ISS-ID              PIC X(36).
           05  ISS-VOLUME          PIC 9(4).
           05  ISS-ISSUE           PIC 9(4).
           05  ISS-HOLDER          PIC X(50).
           05  ISS-SINCE           PIC X(10).
           05  ISS-KEEP-DAYS       PIC 9(4).

       01  ROUTE-REC-VARS.
           05  ROUTE-SEQ           PIC 9(4).
           05  ROUTE-NAME          PIC X(50).
           05  ROUTE-KEEP-DAYS     PIC 9(4).
           05  ROUTE-KEEP-UNTIL    PIC X(10).

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
           DISPLAY "SERIALROUTE STARTED".

           COPY 'db-connect.cpy'.

           DISPLAY 'Enter subscription id: '.
           ACCEPT SUB-ID.

           EXEC SQL
               SELECT b.name INTO :SUB-BOOK-NAME
                   FROM subscriptions s
                   JOIN books b ON b.id = s.book_id
                   WHERE s.id = CAST(:SUB-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "No subscription with that id"
               EXEC SQL
                   DISCONNECT ALL
               END-EXEC
               STOP RUN
           END-IF.

           PERFORM LIST-ROUTING.

           IF WS-ROUTING-CNT = 0
               DISPLAY "No issues of " FUNCTION TRIM(SUB-BOOK-NAME)
                   " out on routing"
           ELSE
               PERFORM PASS-ISSUE
           END-IF.

      *    COMMIT
           EXEC SQL
               COMMIT WORK
           END-EXEC.

      *    DISCONNECT
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

      *    END
           DISPLAY "SERIALROUTE FINISHED".
           STOP RUN.

       LIST-ROUTING.
           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT si.volume, si.issue, u.name,
                      TO_CHAR(r.started_at, 'YYYY-MM-DD'),
                      r.keep_days
                   FROM serial_issues si
                   JOIN serial_issue_routes r ON r.issue_id = si.id
                   JOIN users u ON u.id = r.user_id
                   WHERE si.subscription_id = CAST(:SUB-ID AS UUID)
                   AND si.status = 'routing'
                   AND r.started_at IS NOT NULL
                   AND r.passed_at IS NULL
                   ORDER BY si.volume, si.issue
           END-EXEC.
           EXEC SQL
               OPEN C1
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY "---- " FUNCTION TRIM(SUB-BOOK-NAME)
               " ON ROUTING ----".
           EXEC SQL
               FETCH C1 INTO :ISS-VOLUME, :ISS-ISSUE, :ISS-HOLDER,
                             :ISS-SINCE, :ISS-KEEP-DAYS
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO WS-ROUTING-CNT
               DISPLAY "v" ISS-VOLUME " no " ISS-ISSUE "  with "
                   FUNCTION TRIM(ISS-HOLDER) " since " ISS-SINCE
                   " (keep " ISS-KEEP-DAYS " days)"
               EXEC SQL
                   FETCH C1 INTO :ISS-VOLUME, :ISS-ISSUE,
                                 :ISS-HOLDER, :ISS-SINCE,
                                 :ISS-KEEP-DAYS
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C1
           END-EXEC.

       PASS-ISSUE.
           DISPLAY 'Volume handed on: '.
           ACCEPT WS-NUM-X.
           MOVE FUNCTION NUMVAL(WS-NUM-X) TO ISS-VOLUME.
           DISPLAY 'Issue handed on: '.
           ACCEPT WS-NUM-X.
           MOVE FUNCTION NUMVAL(WS-NUM-X) TO ISS-ISSUE.

           EXEC SQL
               SELECT CAST(id AS VARCHAR) INTO :ISS-ID
                   FROM serial_issues
                   WHERE subscription_id = CAST(:SUB-ID AS UUID)
                   AND volume = :ISS-VOLUME
                   AND issue = :ISS-ISSUE
                   AND status = 'routing'
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "That issue is not out on routing"
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               UPDATE serial_issue_routes
                   SET passed_at = NOW()
                   WHERE issue_id = CAST(:ISS-ID AS UUID)
                   AND started_at IS NOT NULL
                   AND passed_at IS NULL
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN
               STOP RUN
           END-IF.

      *    THE NEXT READER ON THE ISSUE'S OWN LIST STARTS NOW.
           EXEC SQL
               UPDATE serial_issue_routes
                   SET started_at = NOW()
                   WHERE issue_id = CAST(:ISS-ID AS UUID)
                   AND seq = (SELECT MIN(seq)
                                 FROM serial_issue_routes
                                 WHERE issue_id
                                     = CAST(:ISS-ID AS UUID)
                                 AND started_at IS NULL)
                   RETURNING seq, keep_days,
                             TO_CHAR(CURRENT_DATE + keep_days,
                                 'YYYY-MM-DD')
                   INTO :ROUTE-SEQ, :ROUTE-KEEP-DAYS,
                        :ROUTE-KEEP-UNTIL
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN
               STOP RUN
           END-IF.

           IF SQLCODE = 100
               PERFORM SHELVE-ISSUE
           ELSE
               EXEC SQL
                   SELECT u.name INTO :ROUTE-NAME
                       FROM serial_issue_routes r
                       JOIN users u ON u.id = r.user_id
                       WHERE r.issue_id = CAST(:ISS-ID AS UUID)
                       AND r.seq = :ROUTE-SEQ
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               DISPLAY "v" ISS-VOLUME " no " ISS-ISSUE " now with "
                   FUNCTION TRIM(ROUTE-NAME) ", keep until "
                   ROUTE-KEEP-UNTIL
           END-IF.

           MOVE 'serial_issues' TO AUDIT-TABLE-NAME.
           MOVE ISS-ID TO AUDIT-RECORD-ID.
           MOVE 'UPDATE' TO AUDIT-OPERATION.
           MOVE 'cli' TO AUDIT-ACTOR.
           PERFORM WRITE-AUDIT-LOG.

       SHELVE-ISSUE.
           EXEC SQL
               UPDATE serial_issues
                   SET status = 'received',
                       shelved_at = NOW()
                   WHERE id = CAST(:ISS-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY "v" ISS-VOLUME " no " ISS-ISSUE
               " finished routing -- shelve it".

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
                'SERIALROUTE                   ' 'ERROR-RTN'
           END-CALL.

       END-PROGRAM.
