      * pipe-delimited archive file with a control-total trailer,
      * then deletes the archived rows -- refusing to commit the
      * delete if the row counts don't reconcile. AUDITREPORT can
      * read the archives back alongside the live table. Each line
      * carries the row's place in the audit hash chain (number,
      * previous and own hash) and the trailer the last number and
      * the closing hash, so AUDITVERIFY can check the file on its
      * own and join it to the rows still live. Rows are archived
      * in chain order up to the first one still inside the
      * window, so the archives and the table never interleave;
      * rows not yet sealed into the chain are sealed first
      * (audit_chain_seal), so none is archived without its place.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************

       WORKING-STORAGE SECTION.
       COPY 'db-connect-params.cpy'.
       COPY 'param-vars.cpy'.

       01  WS-ARCHIVE-DIR          PIC X(512).
       01  WS-ARCHIVE-FILE         PIC X(1024).
       01  WS-RETENTION-X          PIC X(8).
       01  WS-TODAY-X              PIC X(8).
       01  WS-WRITTEN-CNT          PIC 9(8) VALUE ZERO.
       01  WS-LAST-SEQ             PIC X(20) VALUE SPACES.
       01  WS-CLOSING-HASH         PIC X(64) VALUE SPACES.

       EXEC SQL
           BEGIN DECLARE SECTION
           05  AUDIT-OPERATION     PIC X(10).
           05  AUDIT-ACTOR         PIC X(36).
           05  AUDIT-STAMP         PIC X(19).
           05  AUDIT-REQUEST-ID    PIC X(100).
           05  AUDIT-SEQ           PIC X(20).
           05  AUDIT-STAMP-US      PIC X(26).
           05  AUDIT-PREV-HASH     PIC X(64).
           05  AUDIT-ROW-HASH      PIC X(64).

       01  ARCHIVE-BELOW-SEQ       PIC 9(18).

       01  DELETED-CNT             PIC 9(8).
       01  SEALED-CNT              PIC 9(9).
       EXEC SQL
           END DECLARE SECTION
       END-EXEC.
           COPY 'db-connect.cpy'.

           MOVE 365 TO RETENTION-DAYS.
           MOVE 'AUDIT_RETENTION_DAYS' TO PARAM-NAME.
           CALL "GET-PARAM" USING PARAM-NAME PARAM-VALUE
           END-CALL.
           MOVE PARAM-VALUE TO WS-RETENTION-X.
           IF FUNCTION TRIM(WS-RETENTION-X) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-RETENTION-X)
                   TO RETENTION-DAYS
               STOP RUN
           END-IF.

      *    SEAL WHAT WRITERS HAVE LEFT UNSEALED, IN ITS OWN SHORT
      *    TRANSACTION, SO EVERY AGED ROW HAS ITS PLACE IN THE CHAIN.
           MOVE ZERO TO SEALED-CNT.
           EXEC SQL
               SELECT audit_chain_seal() INTO :SEALED-CNT
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL
               COMMIT WORK
           END-EXEC.
           DISPLAY "Rows sealed:   " SEALED-CNT.

      *    THE CUT IS MADE IN CHAIN ORDER: EVERYTHING BEFORE THE
      *    FIRST ROW STILL INSIDE THE WINDOW. A ROW WRITTEN BY A
      *    LONG TRANSACTION CAN CARRY AN OLDER STAMP THAN ONE
      *    CHAINED BEFORE IT, AND A CUT BY DATE WOULD THEN LEAVE A
      *    HOLE IN THE ARCHIVE THAT AUDITVERIFY REPORTS AS A BREAK.
           EXEC SQL
               SELECT COALESCE(MIN(seq),
                          (SELECT last_seq + 1
                               FROM audit_chain_head))
                   INTO :ARCHIVE-BELOW-SEQ
                   FROM audit_log
                   WHERE created_at
                       >= NOW() - (:RETENTION-DAYS
                                   * INTERVAL '1 day')
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT CAST(id AS VARCHAR), table_name, record_id,
                      operation, actor,
                      TO_CHAR(created_at, 'YYYY-MM-DD HH24:MI:SS'),
                      COALESCE(request_id, ''),
                      CAST(seq AS VARCHAR),
                      TO_CHAR(created_at,
                              'YYYY-MM-DD HH24:MI:SS.US'),
                      prev_hash, row_hash
                      FROM audit_log
                      WHERE seq < :ARCHIVE-BELOW-SEQ
                      ORDER BY seq
           END-EXEC.
           EXEC SQL
               OPEN C1
           EXEC SQL
               FETCH C1 INTO :AUDIT-ID, :AUDIT-TABLE-NAME,
                             :AUDIT-RECORD-ID, :AUDIT-OPERATION,
                             :AUDIT-ACTOR, :AUDIT-STAMP,
                             :AUDIT-REQUEST-ID, :AUDIT-SEQ,
                             :AUDIT-STAMP-US, :AUDIT-PREV-HASH,
                             :AUDIT-ROW-HASH
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE SPACES TO ARCHIVE-LINE
                      FUNCTION TRIM(AUDIT-RECORD-ID) '|'
                      FUNCTION TRIM(AUDIT-OPERATION) '|'
                      FUNCTION TRIM(AUDIT-ACTOR) '|'
                      AUDIT-STAMP '|'
                      FUNCTION TRIM(AUDIT-REQUEST-ID) '|'
                      FUNCTION TRIM(AUDIT-SEQ) '|'
                      AUDIT-STAMP-US '|'
                      AUDIT-PREV-HASH '|'
                      AUDIT-ROW-HASH
                      DELIMITED BY SIZE INTO ARCHIVE-LINE
               END-STRING
               WRITE ARCHIVE-LINE
               ADD 1 TO WS-WRITTEN-CNT
               MOVE AUDIT-SEQ TO WS-LAST-SEQ
               MOVE AUDIT-ROW-HASH TO WS-CLOSING-HASH
               EXEC SQL
                   FETCH C1 INTO :AUDIT-ID, :AUDIT-TABLE-NAME,
                                 :AUDIT-RECORD-ID, :AUDIT-OPERATION,
                                 :AUDIT-ACTOR, :AUDIT-STAMP,
                                 :AUDIT-REQUEST-ID, :AUDIT-SEQ,
                                 :AUDIT-STAMP-US, :AUDIT-PREV-HASH,
                                 :AUDIT-ROW-HASH
               END-EXEC
           END-PERFORM.

               CLOSE C1
           END-EXEC.

      *    CONTROL TRAILER FOR THE READER TO RECONCILE AGAINST, WITH
      *    THE LAST CHAIN NUMBER AND THE CLOSING HASH -- THE HASH THE
      *    FIRST ROW LEFT LIVE MUST FOLLOW ON FROM.
           MOVE SPACES TO ARCHIVE-LINE.
           STRING 'T|' WS-WRITTEN-CNT '|'
                  FUNCTION TRIM(WS-LAST-SEQ) '|'
                  WS-CLOSING-HASH
               DELIMITED BY SIZE INTO ARCHIVE-LINE
           END-STRING.
           WRITE ARCHIVE-LINE.
               STOP RUN
           END-IF.

      *    ONLY DELETE WHAT WAS WRITTEN -- A MISMATCH (A SHORT
      *    WRITE) ROLLS BACK SO NOTHING IS LOST; THE NEXT RUN PICKS
      *    IT ALL UP AGAIN.
           EXEC SQL
               DELETE FROM audit_log
                   WHERE seq < :ARCHIVE-BELOW-SEQ
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           MOVE SQLERRD(3) TO DELETED-CNT.
