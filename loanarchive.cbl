      ********************************************
      * Move closed loans out of the live LOANS table into history
      *
      * LOANARCHIVE
      *
      * Loans returned longer ago than LOAN_HISTORY_RETENTION_DAYS
      * (default 730) with nothing left to settle -- no open fine,
      * no open lost/returned claim -- move from LOANS to
      * LOAN_HISTORY, anonymized or not, so the jobs that scan the
      * live table every day stop wading through years of closed
      * history. Each batch is deleted and inserted in one
      * statement and committed on its own, oldest return first,
      * and the run's cutoff and opening counts are checkpointed
      * (LOAN_ARCHIVE_CHECKPOINT_FILE, the IMPORTBOOKS convention),
      * so a run that stops part way is simply started again and
      * carries on with the same cutoff. Every row carries the
      * run's time in archived_at, which is what the totals are
      * recounted from on a restart. Control totals at the end:
      * loans and history before and after, loans moved, how many
      * of them were already anonymized, their fines total, and
      * the loans past the cutoff held back as unsettled; the run
      * ends with return code 8 if history did not grow by exactly
      * the loans moved.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   LOANARCHIVE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECKPOINT-FILE ASSIGN TO WS-CHECKPOINT-FILE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-LINE.
           05  CKP-RUN-STAMP           PIC X(26).
           05  CKP-CUTOFF              PIC X(19).
           05  CKP-LIVE-BEFORE         PIC 9(9).
           05  CKP-HIST-BEFORE         PIC 9(9).

       WORKING-STORAGE SECTION.
       COPY 'db-connect-params.cpy'.
       COPY 'param-vars.cpy'.

       01  WS-DAYS-X               PIC X(6).

      *    CHECKPOINT/RESUME SUPPORT -- THE RUN'S TIME, CUTOFF AND
      *    OPENING COUNTS ARE WRITTEN BEFORE THE FIRST BATCH AND
      *    CLEARED AFTER THE LAST, SO A CHECKPOINT STILL ON FILE
      *    MEANS THE LAST RUN DID NOT FINISH.
       01  WS-CHECKPOINT-FILE          PIC X(1024).
       01  WS-CHECKPOINT-FILE-STATUS   PIC X(2).
       01  WS-RESUMING                 PIC X(1) VALUE 'n'.
       01  WS-COMMIT-INTERVAL          PIC 9(4) VALUE 1000.
       01  WS-BATCH-NUM                PIC 9(6) VALUE ZERO.

       01  WS-MOVED-TOTAL          PIC 9(9) VALUE ZERO.
       01  WS-ANON-TOTAL           PIC 9(9) VALUE ZERO.
       01  WS-FINES-TOTAL          PIC 9(9)V99 VALUE ZERO.
       01  WS-HIST-GROWTH          PIC S9(9).
       01  WS-FINES-ED             PIC Z(8)9.99.

       EXEC SQL
           BEGIN DECLARE SECTION
       END-EXEC.
       01  HOSTVARS.
           05 BUFFER               PIC X(1024).

       01  RETENTION-DAYS          PIC 9(5).
       01  BATCH-SIZE              PIC 9(4).
       01  RUN-STAMP               PIC X(26).
       01  ARCH-CUTOFF             PIC X(19).

       01  LIVE-BEFORE             PIC 9(9).
       01  HIST-BEFORE             PIC 9(9).
       01  LIVE-AFTER              PIC 9(9).
       01  HIST-AFTER              PIC 9(9).
       01  HELD-CNT                PIC 9(9).

       01  BATCH-CNT               PIC 9(9).
       01  BATCH-ANON              PIC 9(9).
       01  BATCH-FINES             PIC 9(9)V99.
       EXEC SQL
           END DECLARE SECTION
       END-EXEC.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       PROCEDURE DIVISION.

       MAIN-RTN.
           DISPLAY "LOANARCHIVE STARTED".

           COPY 'db-connect.cpy'.

           MOVE 730 TO RETENTION-DAYS.
           MOVE 'LOAN_HISTORY_RETENTION_DAYS' TO PARAM-NAME.
           CALL "GET-PARAM" USING PARAM-NAME PARAM-VALUE
           END-CALL.
           MOVE PARAM-VALUE TO WS-DAYS-X.
           IF FUNCTION TRIM(WS-DAYS-X) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-DAYS-X) TO RETENTION-DAYS
           END-IF.

           ACCEPT WS-CHECKPOINT-FILE
               FROM ENVIRONMENT 'LOAN_ARCHIVE_CHECKPOINT_FILE'.
           IF WS-CHECKPOINT-FILE = SPACES
               MOVE 'loan-archive.checkpoint' TO WS-CHECKPOINT-FILE
           END-IF.

           MOVE WS-COMMIT-INTERVAL TO BATCH-SIZE.

           PERFORM READ-CHECKPOINT.
           IF WS-RESUMING = 'y'
               PERFORM RECOUNT-RUN-SO-FAR
           ELSE
               PERFORM START-NEW-RUN
           END-IF.

           DISPLAY "Run " RUN-STAMP(1:19)
               " moving settled loans returned before " ARCH-CUTOFF.

           MOVE BATCH-SIZE TO BATCH-CNT.
           PERFORM UNTIL BATCH-CNT < BATCH-SIZE
               PERFORM MOVE-ONE-BATCH
           END-PERFORM.

           PERFORM CONTROL-TOTALS.

      *    THE WHOLE RUN COMMITTED -- CLEAR THE CHECKPOINT SO THE
      *    NEXT RUN TAKES A FRESH CUTOFF.
           MOVE SPACES TO CHECKPOINT-LINE.
           MOVE ZERO TO CKP-LIVE-BEFORE CKP-HIST-BEFORE.
           PERFORM WRITE-CHECKPOINT.

      *    DISCONNECT
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

      *    END
           DISPLAY "LOANARCHIVE FINISHED".
           STOP RUN.

       READ-CHECKPOINT.
           MOVE 'n' TO WS-RESUMING.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CHECKPOINT-FILE-STATUS = '00'
               READ CHECKPOINT-FILE
                   AT END MOVE SPACES TO CHECKPOINT-LINE
               END-READ
               IF WS-CHECKPOINT-FILE-STATUS = '00'
                   AND CKP-RUN-STAMP NOT = SPACES
                   MOVE 'y' TO WS-RESUMING
                   MOVE CKP-RUN-STAMP TO RUN-STAMP
                   MOVE CKP-CUTOFF TO ARCH-CUTOFF
                   MOVE CKP-LIVE-BEFORE TO LIVE-BEFORE
                   MOVE CKP-HIST-BEFORE TO HIST-BEFORE
               END-IF
               CLOSE CHECKPOINT-FILE
           END-IF.

       START-NEW-RUN.
           EXEC SQL
               SELECT TO_CHAR(NOW(), 'YYYY-MM-DD HH24:MI:SS.US'),
                      TO_CHAR(NOW() - make_interval(
                                  days => :RETENTION-DAYS),
                              'YYYY-MM-DD HH24:MI:SS')
                   INTO :RUN-STAMP, :ARCH-CUTOFF
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM COUNT-TABLES.
           MOVE LIVE-AFTER TO LIVE-BEFORE.
           MOVE HIST-AFTER TO HIST-BEFORE.

           MOVE RUN-STAMP TO CKP-RUN-STAMP.
           MOVE ARCH-CUTOFF TO CKP-CUTOFF.
           MOVE LIVE-BEFORE TO CKP-LIVE-BEFORE.
           MOVE HIST-BEFORE TO CKP-HIST-BEFORE.
           PERFORM WRITE-CHECKPOINT.

       RECOUNT-RUN-SO-FAR.
      *    THE BATCHES ALREADY COMMITTED ARE COUNTED BACK FROM THE
      *    HISTORY ROWS CARRYING THIS RUN'S TIME, NOT FROM THE
      *    CHECKPOINT, SO A STOP BETWEEN A COMMIT AND THE NEXT
      *    CHECKPOINT CANNOT LOSE A BATCH FROM THE TOTALS.
           EXEC SQL
               SELECT COUNT(*),
                      COUNT(*) FILTER (WHERE patron_id IS NULL),
                      COALESCE(SUM(fine_amount), 0)
                   INTO :BATCH-CNT, :BATCH-ANON, :BATCH-FINES
                   FROM loan_history
                   WHERE archived_at = CAST(:RUN-STAMP AS TIMESTAMP)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE BATCH-CNT TO WS-MOVED-TOTAL.
           MOVE BATCH-ANON TO WS-ANON-TOTAL.
           MOVE BATCH-FINES TO WS-FINES-TOTAL.
           DISPLAY "Resuming unfinished run; " WS-MOVED-TOTAL
               " loans already moved".

       MOVE-ONE-BATCH.
      *    DELETE AND INSERT IN ONE STATEMENT -- A LOAN IS EITHER
      *    STILL LIVE OR ALREADY IN HISTORY, NEVER BOTH OR NEITHER.
           EXEC SQL
               WITH moved AS (
                   DELETE FROM loans
                       WHERE id IN (
                           SELECT e.id FROM loans e
                               WHERE e.return_date IS NOT NULL
                               AND e.return_date
                                   < CAST(:ARCH-CUTOFF AS TIMESTAMP)
                               AND NOT EXISTS (
                                   SELECT 1 FROM fines f
                                       WHERE f.loan_id = e.id
                                       AND f.status = 'open')
                               AND NOT EXISTS (
                                   SELECT 1 FROM loan_claims c
                                       WHERE c.loan_id = e.id
                                       AND c.status = 'open')
                               ORDER BY e.return_date, e.id
                               LIMIT :BATCH-SIZE)
                       RETURNING *),
               kept AS (
                   INSERT INTO loan_history
                       (id, book_id, borrower, checkout_date,
                        due_date, return_date, fine_amount,
                        renewal_count, patron_id, lost_at,
                        branch_id, copy_id, reminder_sent_at,
                        claim_type, claimed_at, loan_hours,
                        archived_at)
                   SELECT id, book_id, borrower, checkout_date,
                          due_date, return_date, fine_amount,
                          renewal_count, patron_id, lost_at,
                          branch_id, copy_id, reminder_sent_at,
                          claim_type, claimed_at, loan_hours,
                          CAST(:RUN-STAMP AS TIMESTAMP)
                       FROM moved
                   RETURNING patron_id, fine_amount)
               SELECT COUNT(*),
                      COUNT(*) FILTER (WHERE patron_id IS NULL),
                      COALESCE(SUM(fine_amount), 0)
                   INTO :BATCH-CNT, :BATCH-ANON, :BATCH-FINES
                   FROM kept
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      *    COMMIT
           EXEC SQL
               COMMIT WORK
           END-EXEC.

           ADD BATCH-CNT TO WS-MOVED-TOTAL.
           ADD BATCH-ANON TO WS-ANON-TOTAL.
           ADD BATCH-FINES TO WS-FINES-TOTAL.
           ADD 1 TO WS-BATCH-NUM.
           IF BATCH-CNT > 0
               DISPLAY "Checkpoint committed: batch " WS-BATCH-NUM
                   ", " WS-MOVED-TOTAL " loans moved"
           END-IF.

       COUNT-TABLES.
           EXEC SQL
               SELECT COUNT(*) INTO :LIVE-AFTER FROM loans
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL
               SELECT COUNT(*) INTO :HIST-AFTER FROM loan_history
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

       CONTROL-TOTALS.
           PERFORM COUNT-TABLES.

           EXEC SQL
               SELECT COUNT(*) INTO :HELD-CNT
                   FROM loans e
                   WHERE e.return_date IS NOT NULL
                   AND e.return_date < CAST(:ARCH-CUTOFF AS TIMESTAMP)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               COMMIT WORK
           END-EXEC.

           MOVE WS-FINES-TOTAL TO WS-FINES-ED.
           DISPLAY "---- CONTROL TOTALS ----".
           DISPLAY "Live loans before:      " LIVE-BEFORE.
           DISPLAY "Live loans after:       " LIVE-AFTER.
           DISPLAY "History before:         " HIST-BEFORE.
           DISPLAY "History after:          " HIST-AFTER.
           DISPLAY "Loans moved:            " WS-MOVED-TOTAL.
           DISPLAY "  already anonymized:   " WS-ANON-TOTAL.
           DISPLAY "  fines on moved loans: " WS-FINES-ED.
           DISPLAY "Held back, unsettled:   " HELD-CNT.

      *    ONLY THIS PROGRAM WRITES LOAN_HISTORY, SO IT MUST HAVE
      *    GROWN BY EXACTLY WHAT WAS MOVED. LIVE LOANS ARE NOT
      *    BALANCED THE SAME WAY -- THE DESK MAY BE CHECKING OUT
      *    WHILE THIS RUNS.
           COMPUTE WS-HIST-GROWTH = HIST-AFTER - HIST-BEFORE.
           IF WS-HIST-GROWTH NOT = WS-MOVED-TOTAL
               DISPLAY "CONTROL TOTALS DO NOT BALANCE: history grew "
                   WS-HIST-GROWTH " but " WS-MOVED-TOTAL
                   " loans were moved"
               MOVE 8 TO RETURN-CODE
           END-IF.

       WRITE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.
           WRITE CHECKPOINT-LINE.
           CLOSE CHECKPOINT-FILE.

       ERROR-RTN.
           CALL 'SQL-ERROR-HANDLER' USING SQLCODE SQLSTATE SQLERRMC
                'LOANARCHIVE                   ' 'ERROR-RTN'
           END-CALL.

       END-PROGRAM.
