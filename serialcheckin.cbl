      * the prediction forward: issue plus one, the volume turning
      * over at issues_per_volume, and the next expected date one
      * frequency interval on. What the Kardex card did, without
      * the card. When the subscription has a routing list (see
      * SERIALMAINT) the list is copied onto the issue, the first
      * reader starts, and a routing slip is written to
      * SERIAL_SLIP_FILE (default routing-slip.txt) to travel with
      * it; the issue stays 'routing', off the shelf, until
      * SERIALROUTE records the last reader handing it back.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   SERIALCHECKIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SLIP-FILE ASSIGN TO WS-SLIP-FILE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SLIP-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  SLIP-FILE.
       01  SLIP-LINE                   PIC X(80).

       WORKING-STORAGE SECTION.
       COPY 'db-connect-params.cpy'.

       01  WS-SLIP-FILE            PIC X(1024).
       01  WS-SLIP-FILE-STATUS     PIC X(2).
       01  D-SEQ                   PIC Z9.
       01  D-KEEP                  PIC ZZ9.

       EXEC SQL
           BEGIN DECLARE SECTION
       END-EXEC.
           05  ISS-ID              PIC X(36).
           05  ISS-NEW-VOLUME      PIC 9(4).
           05  ISS-NEW-ISSUE       PIC 9(4).
           05  ISS-RECEIVED-ON     PIC X(10).

       01  ROUTE-REC-VARS.
           05  ROUTE-CNT           PIC 9(4).
           05  ROUTE-SEQ           PIC 9(4).
           05  ROUTE-NAME          PIC X(50).
           05  ROUTE-KEEP-DAYS     PIC 9(4).
       EXEC SQL
           END DECLARE SECTION
       END-EXEC.
               " no " ISS-NEW-ISSUE
               " on " FUNCTION TRIM(SUB-NEXT-EXPECTED).

           PERFORM START-ROUTING.

      *    COMMIT
           EXEC SQL
               COMMIT WORK
           DISPLAY "SERIALCHECKIN FINISHED".
           STOP RUN.

       START-ROUTING.
      *    THE ISSUE CARRIES ITS OWN COPY OF THE LIST, SO EDITING
      *    THE SUBSCRIPTION'S LIST LATER LEAVES IT ALONE.
           EXEC SQL
               INSERT INTO serial_issue_routes
                   (issue_id, seq, user_id, keep_days)
                   SELECT CAST(:ISS-ID AS UUID), rl.seq, rl.user_id,
                          rl.keep_days
                       FROM serial_routing_lists rl
                       WHERE rl.subscription_id = CAST(:SUB-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN
               STOP RUN
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :ROUTE-CNT
                   FROM serial_issue_routes
                   WHERE issue_id = CAST(:ISS-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           IF ROUTE-CNT = 0
               EXEC SQL
                   UPDATE serial_issues
                       SET shelved_at = NOW()
                       WHERE id = CAST(:ISS-ID AS UUID)
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               UPDATE serial_issues
                   SET status = 'routing'
                   WHERE id = CAST(:ISS-ID AS UUID)
                   RETURNING TO_CHAR(received_at, 'YYYY-MM-DD')
                   INTO :ISS-RECEIVED-ON
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               UPDATE serial_issue_routes
                   SET started_at = NOW()
                   WHERE issue_id = CAST(:ISS-ID AS UUID)
                   AND seq = (SELECT MIN(seq)
                                 FROM serial_issue_routes
                                 WHERE issue_id
                                     = CAST(:ISS-ID AS UUID))
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM PRINT-ROUTING-SLIP.

       PRINT-ROUTING-SLIP.
           ACCEPT WS-SLIP-FILE FROM ENVIRONMENT 'SERIAL_SLIP_FILE'.
           IF WS-SLIP-FILE = SPACES
               MOVE 'routing-slip.txt' TO WS-SLIP-FILE
           END-IF.

           OPEN OUTPUT SLIP-FILE.
           IF WS-SLIP-FILE-STATUS NOT = '00'
               DISPLAY "Could not open slip file "
                   FUNCTION TRIM(WS-SLIP-FILE)
               EXIT PARAGRAPH
           END-IF.

           MOVE "ROUTING SLIP" TO SLIP-LINE.
           WRITE SLIP-LINE.
           MOVE SUB-BOOK-NAME TO SLIP-LINE.
           WRITE SLIP-LINE.
           MOVE SPACES TO SLIP-LINE.
           STRING "Volume " SUB-NEXT-VOLUME "  Issue " SUB-NEXT-ISSUE
               "  Received " ISS-RECEIVED-ON
               DELIMITED BY SIZE INTO SLIP-LINE
           END-STRING.
           WRITE SLIP-LINE.
           MOVE SPACES TO SLIP-LINE.
           WRITE SLIP-LINE.
           MOVE "    READER                          KEEP  PASSED ON"
               TO SLIP-LINE.
           WRITE SLIP-LINE.

           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT r.seq, u.name, r.keep_days
                   FROM serial_issue_routes r
                   JOIN users u ON u.id = r.user_id
                   WHERE r.issue_id = CAST(:ISS-ID AS UUID)
                   ORDER BY r.seq
           END-EXEC.
           EXEC SQL
               OPEN C1
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE ZERO TO ROUTE-SEQ.
           EXEC SQL
               FETCH C1 INTO :ROUTE-SEQ, :ROUTE-NAME,
                             :ROUTE-KEEP-DAYS
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM WRITE-SLIP-READER
               EXEC SQL
                   FETCH C1 INTO :ROUTE-SEQ, :ROUTE-NAME,
                                 :ROUTE-KEEP-DAYS
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C1
           END-EXEC.

           MOVE SPACES TO SLIP-LINE.
           WRITE SLIP-LINE.
           MOVE "Pass it on within your keep time and record the"
               TO SLIP-LINE.
           WRITE SLIP-LINE.
           MOVE "hand-on in SERIALROUTE. Last reader: return it to"
               TO SLIP-LINE.
           WRITE SLIP-LINE.
           MOVE "the library for shelving." TO SLIP-LINE.
           WRITE SLIP-LINE.

           CLOSE SLIP-FILE.

           DISPLAY "Routing to " ROUTE-CNT " reader(s) -- slip in "
               FUNCTION TRIM(WS-SLIP-FILE).

       WRITE-SLIP-READER.
           MOVE ROUTE-SEQ TO D-SEQ.
           MOVE ROUTE-KEEP-DAYS TO D-KEEP.
           MOVE SPACES TO SLIP-LINE.
           STRING D-SEQ ". " ROUTE-NAME(1:30) "  " D-KEEP " days  "
               "__________"
               DELIMITED BY SIZE INTO SLIP-LINE
           END-STRING.
           WRITE SLIP-LINE.
           DISPLAY FUNCTION TRIM(SLIP-LINE).

       ERROR-RTN.
           CALL 'SQL-ERROR-HANDLER' USING SQLCODE SQLSTATE SQLERRMC
                'SERIALCHECKIN                 ' 'ERROR-RTN'
