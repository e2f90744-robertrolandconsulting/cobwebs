      * claims go to, and carries the prediction pattern
      * (frequency, issues per volume, next volume/issue and
      * expected date) SERIALCHECKIN advances and SERIALCLAIMS
      * chases. A subscription's routing list -- the staff readers
      * an issue goes round before it is shelved, in order, each
      * with a keep time -- is set here too.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************

       01  WS-ACTION               PIC X(1).
       01  WS-NUM-X                PIC X(10).
       01  WS-CONFIRM              PIC X(1).

       EXEC SQL
           BEGIN DECLARE SECTION

       01  BOOK-EXISTS-CNT         PIC 9(8).

       01  ROUTE-REC-VARS.
           05  ROUTE-SEQ           PIC 9(4).
           05  ROUTE-EMAIL         PIC X(50).
           05  ROUTE-USER-ID       PIC X(36).
           05  ROUTE-NAME          PIC X(50).
           05  ROUTE-KEEP-DAYS     PIC 9(4).

       01  AUDIT-REC-VARS.
           05  AUDIT-TABLE-NAME    PIC X(30).
           05  AUDIT-RECORD-ID    PIC X(36).
           COPY 'db-connect.cpy'.

           DISPLAY 'Action: (l)ist, (a)dd subscription, '
               '(c)lose subscription, (r)outing list: '.
           ACCEPT WS-ACTION.

           EVALUATE WS-ACTION
               WHEN 'c'
               WHEN 'C'
                   PERFORM CLOSE-SUBSCRIPTION
               WHEN 'r'
               WHEN 'R'
                   PERFORM SET-ROUTING-LIST
               WHEN OTHER
                   DISPLAY "Unknown action"
           END-EVALUATE.
           MOVE 'cli' TO AUDIT-ACTOR.
           PERFORM WRITE-AUDIT-LOG.

       SET-ROUTING-LIST.
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
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               DECLARE C2 CURSOR FOR
               SELECT rl.seq, u.name, u.email, rl.keep_days
                   FROM serial_routing_lists rl
                   JOIN users u ON u.id = rl.user_id
                   WHERE rl.subscription_id = CAST(:SUB-ID AS UUID)
                   ORDER BY rl.seq
           END-EXEC.
           EXEC SQL
               OPEN C2
           END-EXEC.

           DISPLAY "Routing list for " FUNCTION TRIM(SUB-BOOK-NAME).
           EXEC SQL
               FETCH C2 INTO :ROUTE-SEQ, :ROUTE-NAME, :ROUTE-EMAIL,
                             :ROUTE-KEEP-DAYS
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY ROUTE-SEQ " " FUNCTION TRIM(ROUTE-NAME)
                   " <" FUNCTION TRIM(ROUTE-EMAIL) ">  keep "
                   ROUTE-KEEP-DAYS " days"
               EXEC SQL
                   FETCH C2 INTO :ROUTE-SEQ, :ROUTE-NAME,
                                 :ROUTE-EMAIL, :ROUTE-KEEP-DAYS
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C2
           END-EXEC.

           DISPLAY 'Replace this list? (y/n): '.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'y' AND WS-CONFIRM NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.

      *    ISSUES ALREADY ROUTING KEEP THE LIST THEY STARTED WITH.
           EXEC SQL
               DELETE FROM serial_routing_lists
                   WHERE subscription_id = CAST(:SUB-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN
               STOP RUN
           END-IF.

           MOVE ZERO TO ROUTE-SEQ.
           MOVE 'x' TO ROUTE-EMAIL.
           PERFORM UNTIL ROUTE-EMAIL = SPACES
               DISPLAY 'Reader email, in routing order '
                   '(blank to finish): '
               ACCEPT ROUTE-EMAIL
               IF ROUTE-EMAIL NOT = SPACES
                   PERFORM ADD-ROUTING-READER
               END-IF
           END-PERFORM.

           DISPLAY "Routing list set: " ROUTE-SEQ " reader(s)".

           MOVE 'subscriptions' TO AUDIT-TABLE-NAME.
           MOVE SUB-ID TO AUDIT-RECORD-ID.
           MOVE 'UPDATE' TO AUDIT-OPERATION.
           MOVE 'cli' TO AUDIT-ACTOR.
           PERFORM WRITE-AUDIT-LOG.

       ADD-ROUTING-READER.
           EXEC SQL
               SELECT CAST(id AS VARCHAR), name
                   INTO :ROUTE-USER-ID, :ROUTE-NAME
                   FROM users
                   WHERE LOWER(email) = LOWER(TRIM(:ROUTE-EMAIL))
                   AND deleted_at IS NULL
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "No staff user with that email"
               EXIT PARAGRAPH
           END-IF.

           MOVE 7 TO ROUTE-KEEP-DAYS.
           DISPLAY 'Keep time in days (blank for 7): '.
           ACCEPT WS-NUM-X.
           IF FUNCTION TRIM(WS-NUM-X) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-NUM-X) TO ROUTE-KEEP-DAYS
           END-IF.

           ADD 1 TO ROUTE-SEQ.
           EXEC SQL
               INSERT INTO serial_routing_lists
                   (subscription_id, seq, user_id, keep_days)
                   VALUES (CAST(:SUB-ID AS UUID), :ROUTE-SEQ,
                           CAST(:ROUTE-USER-ID AS UUID),
                           :ROUTE-KEEP-DAYS)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY ROUTE-SEQ " " FUNCTION TRIM(ROUTE-NAME)
               "  keep " ROUTE-KEEP-DAYS " days".

       WRITE-AUDIT-LOG.
           EXEC SQL
               INSERT INTO audit_log (
