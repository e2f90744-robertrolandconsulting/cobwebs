      ********************************************
      * Daily general-ledger journal export
      *
      * GLEXPORT
      *
      * Writes each business day's money movements -- charges
      * assessed, payments (desk, gateway and collection-agency
      * recoveries), waivers, lost-item refunds and account
      * credits -- to the council ledger's fixed-record journal
      * import, <GL_OUT_DIR>/gl-journal-YYYYMMDD.dat, summarised
      * by ledger account and branch (the cost centre). Every
      * movement debits one account and credits another as
      * GL_POSTING_RULES says for its fee code, payment method and
      * branch (see GLRULEMAINT), so the journal balances; the
      * trailer carries the control totals.
      *
      * Restartable: each day exported is recorded in
      * GL_JOURNAL_BATCHES in the same commit, so no day goes to
      * the ledger twice. A run picks up every day since the last
      * one exported, up to yesterday; GL_JOURNAL_DATE
      * (YYYY-MM-DD) exports one day not yet sent.
      *
      * Journal record layout (fixed columns):
      *   header   1     'H'            2-9   source 'COBWEBS'
      *            10-17 journal date   18-31 created YYYYMMDDHHMISS
      *   detail   1     'D'            2-9   journal date
      *            10-29 account        30-39 cost centre (branch)
      *            40    D or C         41-52 amount 9(9).99
      *            53-58 movements      59-98 description
      *   trailer  1     'T'            2-9   journal date
      *            10-16 detail count   17-31 debits 9(11).99
      *            32-46 credits 9(11).99
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   GLEXPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO WS-JOURNAL-FILE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  JOURNAL-FILE.
       01  JOURNAL-HEADER.
           05  GLH-TYPE            PIC X(1).
           05  GLH-SOURCE          PIC X(8).
           05  GLH-JOURNAL-DATE    PIC X(8).
           05  GLH-CREATED         PIC X(14).
       01  JOURNAL-DETAIL.
           05  GLD-TYPE            PIC X(1).
           05  GLD-JOURNAL-DATE    PIC X(8).
           05  GLD-ACCOUNT         PIC X(20).
           05  GLD-COST-CENTRE     PIC X(10).
           05  GLD-DR-CR           PIC X(1).
           05  GLD-AMOUNT          PIC 9(9).99.
           05  GLD-MOVEMENTS       PIC 9(6).
           05  GLD-DESCRIPTION     PIC X(40).
       01  JOURNAL-TRAILER.
           05  GLT-TYPE            PIC X(1).
           05  GLT-JOURNAL-DATE    PIC X(8).
           05  GLT-DETAIL-COUNT    PIC 9(7).
           05  GLT-DEBIT-TOTAL     PIC 9(11).99.
           05  GLT-CREDIT-TOTAL    PIC 9(11).99.

       WORKING-STORAGE SECTION.
       COPY 'db-connect-params.cpy'.

       01  WS-GL-DIR               PIC X(256).
       01  WS-JOURNAL-FILE         PIC X(1024).
       01  WS-JOURNAL-FILE-STATUS  PIC X(2).
       01  WS-ONE-DATE-X           PIC X(10).
       01  WS-DAY-CNT              PIC 9(6) VALUE ZERO.
       01  WS-DETAIL-CNT           PIC 9(7).
       01  WS-DEBIT-TOTAL          PIC 9(11)V99.
       01  WS-CREDIT-TOTAL         PIC 9(11)V99.
       01  D-TOTAL                 PIC Z(10)9.99.

       EXEC SQL
           BEGIN DECLARE SECTION
       END-EXEC.
       01  HOSTVARS.
           05 BUFFER               PIC X(1024).

       01  RUN-REC-VARS.
           05  JOURNAL-DATE        PIC X(10).
           05  JOURNAL-DATE-8      PIC X(8).
           05  LAST-DATE           PIC X(10).
           05  RUN-CREATED         PIC X(14).
           05  DONE-CNT            PIC 9(4).
           05  BATCH-FILE-NAME     PIC X(255).
           05  BATCH-LINES         PIC 9(7).
           05  BATCH-DEBITS        PIC 9(11)V99.
           05  BATCH-CREDITS       PIC 9(11)V99.

       01  LINE-REC-VARS.
           05  LINE-DR-CR          PIC X(1).
           05  LINE-ACCOUNT        PIC X(20).
           05  LINE-BRANCH         PIC X(10).
           05  LINE-DESCRIPTION    PIC X(40).
           05  LINE-AMOUNT         PIC 9(9)V99.
           05  LINE-MOVEMENTS      PIC 9(6).

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
           DISPLAY "GLEXPORT STARTED".

           COPY 'db-connect.cpy'.

           ACCEPT WS-GL-DIR FROM ENVIRONMENT 'GL_OUT_DIR'.
           IF FUNCTION TRIM(WS-GL-DIR) = SPACES
               MOVE '.' TO WS-GL-DIR
           END-IF.

      *    ONE NAMED DAY, OR EVERY DAY FROM THE LAST ONE EXPORTED
      *    UP TO YESTERDAY -- TODAY IS STILL TAKING MONEY.
           ACCEPT WS-ONE-DATE-X FROM ENVIRONMENT 'GL_JOURNAL_DATE'.
           IF FUNCTION TRIM(WS-ONE-DATE-X) NOT = SPACES
               MOVE WS-ONE-DATE-X TO JOURNAL-DATE
               MOVE ZERO TO DONE-CNT
               EXEC SQL
                   SELECT COUNT(*) INTO :DONE-CNT
                       FROM gl_journal_batches
                       WHERE journal_date =
                           CAST(:JOURNAL-DATE AS DATE)
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               IF DONE-CNT > 0
                   DISPLAY "Journal for " JOURNAL-DATE
                       " was already exported"
                   EXEC SQL
                       DISCONNECT ALL
                   END-EXEC
                   STOP RUN
               END-IF
               MOVE JOURNAL-DATE TO LAST-DATE
           ELSE
               EXEC SQL
                   SELECT TO_CHAR(COALESCE(MAX(journal_date) + 1,
                              CURRENT_DATE - 1), 'YYYY-MM-DD'),
                          TO_CHAR(CURRENT_DATE - 1, 'YYYY-MM-DD')
                       INTO :JOURNAL-DATE, :LAST-DATE
                       FROM gl_journal_batches
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
           END-IF.

           PERFORM EXPORT-DAY
               UNTIL JOURNAL-DATE > LAST-DATE.

           DISPLAY "Days exported: " WS-DAY-CNT.

      *    DISCONNECT
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

      *    END
           DISPLAY "GLEXPORT FINISHED".
           STOP RUN.

       EXPORT-DAY.
           EXEC SQL
               SELECT TO_CHAR(CAST(:JOURNAL-DATE AS DATE),
                              'YYYYMMDD'),
                      TO_CHAR(NOW(), 'YYYYMMDDHH24MISS')
                   INTO :JOURNAL-DATE-8, :RUN-CREATED
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE SPACES TO WS-JOURNAL-FILE.
           STRING FUNCTION TRIM(WS-GL-DIR) '/gl-journal-'
                  JOURNAL-DATE-8 '.dat'
               DELIMITED BY SIZE INTO WS-JOURNAL-FILE
           END-STRING.

           OPEN OUTPUT JOURNAL-FILE.
           IF WS-JOURNAL-FILE-STATUS NOT = '00'
               DISPLAY "Could not open "
                   FUNCTION TRIM(WS-JOURNAL-FILE)
               EXEC SQL
                   DISCONNECT ALL
               END-EXEC
               STOP RUN
           END-IF.

           MOVE SPACES TO JOURNAL-HEADER.
           MOVE 'H' TO GLH-TYPE.
           MOVE 'COBWEBS' TO GLH-SOURCE.
           MOVE JOURNAL-DATE-8 TO GLH-JOURNAL-DATE.
           MOVE RUN-CREATED TO GLH-CREATED.
           WRITE JOURNAL-HEADER.

           MOVE ZERO TO WS-DETAIL-CNT WS-DEBIT-TOTAL WS-CREDIT-TOTAL.
           PERFORM WRITE-JOURNAL-LINES.

      *    BOTH SIDES OF EVERY MOVEMENT WENT IN, SO THE TOTALS MUST
      *    AGREE -- IF THEY DON'T, NOTHING IS RECORDED AND THE DAY
      *    IS LEFT FOR A RERUN.
           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
               CLOSE JOURNAL-FILE
               DISPLAY "*** Journal for " JOURNAL-DATE
                   " does not balance -- not exported ***"
               EXEC SQL
                   ROLLBACK WORK
               END-EXEC
               EXEC SQL
                   DISCONNECT ALL
               END-EXEC
               STOP RUN
           END-IF.

           MOVE SPACES TO JOURNAL-TRAILER.
           MOVE 'T' TO GLT-TYPE.
           MOVE JOURNAL-DATE-8 TO GLT-JOURNAL-DATE.
           MOVE WS-DETAIL-CNT TO GLT-DETAIL-COUNT.
           MOVE WS-DEBIT-TOTAL TO GLT-DEBIT-TOTAL.
           MOVE WS-CREDIT-TOTAL TO GLT-CREDIT-TOTAL.
           WRITE JOURNAL-TRAILER.
           CLOSE JOURNAL-FILE.

           MOVE WS-JOURNAL-FILE TO BATCH-FILE-NAME.
           MOVE WS-DETAIL-CNT TO BATCH-LINES.
           MOVE WS-DEBIT-TOTAL TO BATCH-DEBITS.
           MOVE WS-CREDIT-TOTAL TO BATCH-CREDITS.
           EXEC SQL
               INSERT INTO gl_journal_batches (
                   journal_date,
                   file_name,
                   line_count,
                   debit_total,
                   credit_total
               ) VALUES (
                   CAST(:JOURNAL-DATE AS DATE),
                   TRIM(:BATCH-FILE-NAME),
                   :BATCH-LINES,
                   :BATCH-DEBITS,
                   :BATCH-CREDITS
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE 'gl_journal_batches' TO AUDIT-TABLE-NAME.
           MOVE JOURNAL-DATE TO AUDIT-RECORD-ID.
           MOVE 'INSERT' TO AUDIT-OPERATION.
           MOVE 'batch' TO AUDIT-ACTOR.
           PERFORM WRITE-AUDIT-LOG.

      *    COMMIT
           EXEC SQL
               COMMIT WORK
           END-EXEC.

           ADD 1 TO WS-DAY-CNT.
           MOVE WS-DEBIT-TOTAL TO D-TOTAL.
           DISPLAY "JOURNAL " JOURNAL-DATE "  lines "
               WS-DETAIL-CNT "  total " D-TOTAL "  "
               FUNCTION TRIM(WS-JOURNAL-FILE).

           EXEC SQL
               SELECT TO_CHAR(CAST(:JOURNAL-DATE AS DATE) + 1,
                              'YYYY-MM-DD')
                   INTO :JOURNAL-DATE
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

       WRITE-JOURNAL-LINES.
      *    EACH MOVEMENT, WITH ITS FEE KEY (THE FEE CODE, OR
      *    OVERDUE / LOST FOR THE FINES THAT HAVE NONE), METHOD AND
      *    BRANCH (THE LOAN'S, OR THE HIRED ROOM'S), IS POSTED BY
      *    ITS RULE TO A DEBIT AND A CREDIT, AND THE DAY IS SUMMED
      *    BY ACCOUNT, BRANCH AND SIDE. A MOVEMENT NO RULE COVERS
      *    COMES OUT AGAINST ACCOUNT UNMAPPED AND STOPS THE RUN.
           EXEC SQL
               DECLARE C1 CURSOR FOR
               WITH fine_keys AS (
                   SELECT f.id,
                          COALESCE(f.fee_code,
                              CASE WHEN l.lost_at IS NOT NULL
                                        AND f.assessed_at
                                            >= l.lost_at
                                   THEN 'LOST'
                                   ELSE 'OVERDUE' END) AS fee_key,
                          COALESCE(l.branch_id, rm.branch_id)
                              AS branch_id
                      FROM fines f
                      LEFT JOIN loans l ON l.id = f.loan_id
                      LEFT JOIN room_bookings rb
                          ON rb.fine_id = f.id
                      LEFT JOIN rooms rm ON rm.id = rb.room_id
               ),
               moves AS (
                   SELECT 'charge' AS entry_type, k.fee_key,
                          CAST(NULL AS VARCHAR) AS method,
                          k.branch_id, f.amount
                      FROM fines f
                      JOIN fine_keys k ON k.id = f.id
                      WHERE CAST(f.assessed_at AS DATE)
                          = CAST(:JOURNAL-DATE AS DATE)
                      AND f.amount <> 0
                   UNION ALL
                   SELECT fp.kind, k.fee_key, fp.method,
                          k.branch_id, fp.amount
                      FROM fine_payments fp
                      JOIN fine_keys k ON k.id = fp.fine_id
                      WHERE CAST(fp.recorded_at AS DATE)
                          = CAST(:JOURNAL-DATE AS DATE)
                      AND fp.kind IN ('payment', 'waiver',
                                      'refund', 'credit')
                      AND fp.amount <> 0
               ),
               posted AS (
                   SELECT m.entry_type, m.fee_key, m.method,
                          m.branch_id, m.amount,
                          gl_rule_for(m.entry_type, m.fee_key,
                              m.method, m.branch_id) AS r
                      FROM moves m
               ),
               sides AS (
                   SELECT 'D' AS dr_cr,
                          COALESCE((p.r).debit_account, 'UNMAPPED')
                              AS account,
                          p.branch_id, p.entry_type, p.fee_key,
                          p.method, p.amount
                      FROM posted p
                   UNION ALL
                   SELECT 'C',
                          COALESCE((p.r).credit_account,
                                   'UNMAPPED'),
                          p.branch_id, p.entry_type, p.fee_key,
                          p.method, p.amount
                      FROM posted p
               )
               SELECT s.dr_cr, s.account, COALESCE(br.code, ''),
                      SUBSTR(s.entry_type || ' '
                          || COALESCE(s.method, s.fee_key), 1, 40),
                      SUM(s.amount), COUNT(*)
                   FROM sides s
                   LEFT JOIN branches br ON br.id = s.branch_id
                   GROUP BY 1, 2, 3, 4
                   ORDER BY 4, 1 DESC, 2, 3
           END-EXEC.
           EXEC SQL
               OPEN C1
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               FETCH C1 INTO :LINE-DR-CR, :LINE-ACCOUNT,
                             :LINE-BRANCH, :LINE-DESCRIPTION,
                             :LINE-AMOUNT, :LINE-MOVEMENTS
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               IF FUNCTION TRIM(LINE-ACCOUNT) = 'UNMAPPED'
                   DISPLAY "*** No posting rule for "
                       FUNCTION TRIM(LINE-DESCRIPTION)
                       " -- see GLRULEMAINT; "
                       JOURNAL-DATE " not exported ***"
                   CLOSE JOURNAL-FILE
                   EXEC SQL
                       ROLLBACK WORK
                   END-EXEC
                   EXEC SQL
                       DISCONNECT ALL
                   END-EXEC
                   STOP RUN
               END-IF
               MOVE SPACES TO JOURNAL-DETAIL
               MOVE 'D' TO GLD-TYPE
               MOVE JOURNAL-DATE-8 TO GLD-JOURNAL-DATE
               MOVE LINE-ACCOUNT TO GLD-ACCOUNT
               MOVE LINE-BRANCH TO GLD-COST-CENTRE
               MOVE LINE-DR-CR TO GLD-DR-CR
               MOVE LINE-AMOUNT TO GLD-AMOUNT
               MOVE LINE-MOVEMENTS TO GLD-MOVEMENTS
               MOVE LINE-DESCRIPTION TO GLD-DESCRIPTION
               WRITE JOURNAL-DETAIL
               ADD 1 TO WS-DETAIL-CNT
               IF LINE-DR-CR = 'D'
                   ADD LINE-AMOUNT TO WS-DEBIT-TOTAL
               ELSE
                   ADD LINE-AMOUNT TO WS-CREDIT-TOTAL
               END-IF
               EXEC SQL
                   FETCH C1 INTO :LINE-DR-CR, :LINE-ACCOUNT,
                                 :LINE-BRANCH, :LINE-DESCRIPTION,
                                 :LINE-AMOUNT, :LINE-MOVEMENTS
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C1
           END-EXEC.

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
                'GLEXPORT                      ' 'ERROR-RTN'
           END-CALL.

       END-PROGRAM.
