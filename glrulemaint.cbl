      ********************************************
      * Maintain the general-ledger posting rules
      *
      * GLRULEMAINT
      *
      * List, set or remove rows in GL_POSTING_RULES -- which
      * ledger accounts GLEXPORT debits and credits for each kind
      * of money movement (charge, payment, waiver, refund,
      * credit). A rule may be narrowed to a fee code (OVERDUE and
      * LOST for the fines without one), a payment method (cash,
      * card, online, agency) and a branch; left blank each means
      * any, and the rule matching the most of them wins. Setting
      * a rule for keys that already have one replaces it.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   GLRULEMAINT.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       COPY 'db-connect-params.cpy'.

       01  WS-ACTION               PIC X(1).

       EXEC SQL
           BEGIN DECLARE SECTION
       END-EXEC.
       01  HOSTVARS.
           05 BUFFER               PIC X(1024).

       01  RULE-REC-VARS.
           05  RULE-ID             PIC X(36).
           05  RULE-TYPE           PIC X(10).
           05  RULE-FEE-CODE       PIC X(12).
           05  RULE-METHOD         PIC X(10).
           05  RULE-BRANCH-CODE    PIC X(10).
           05  RULE-BRANCH-ID      PIC X(36).
           05  RULE-DEBIT          PIC X(20).
           05  RULE-CREDIT         PIC X(20).

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
           DISPLAY "GLRULEMAINT STARTED".

           COPY 'db-connect.cpy'.

           DISPLAY 'Action: (l)ist, (s)et a rule, (r)emove a rule: '.
           ACCEPT WS-ACTION.

           EVALUATE WS-ACTION
               WHEN 'l'
               WHEN 'L'
                   PERFORM LIST-RULES
               WHEN 's'
               WHEN 'S'
                   PERFORM SET-RULE
               WHEN 'r'
               WHEN 'R'
                   PERFORM REMOVE-RULE
               WHEN OTHER
                   DISPLAY "Unknown action"
           END-EVALUATE.

      *    COMMIT
           EXEC SQL
               COMMIT WORK
           END-EXEC.

      *    DISCONNECT
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

      *    END
           DISPLAY "GLRULEMAINT FINISHED".
           STOP RUN.

       LIST-RULES.
           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT r.entry_type, COALESCE(r.fee_code, '*'),
                      COALESCE(r.method, '*'),
                      COALESCE(br.code, '*'),
                      r.debit_account, r.credit_account
                      FROM gl_posting_rules r
                      LEFT JOIN branches br ON br.id = r.branch_id
                      ORDER BY r.entry_type, r.fee_code NULLS FIRST,
                               r.method NULLS FIRST,
                               br.code NULLS FIRST
           END-EXEC.
           EXEC SQL
               OPEN C1
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY "type       fee          method     branch     "
               "debit                credit".
           DISPLAY "------------".
           EXEC SQL
               FETCH C1 INTO :RULE-TYPE, :RULE-FEE-CODE,
                             :RULE-METHOD, :RULE-BRANCH-CODE,
                             :RULE-DEBIT, :RULE-CREDIT
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY RULE-TYPE " " RULE-FEE-CODE " " RULE-METHOD
                   " " RULE-BRANCH-CODE " " RULE-DEBIT " "
                   RULE-CREDIT
               EXEC SQL
                   FETCH C1 INTO :RULE-TYPE, :RULE-FEE-CODE,
                                 :RULE-METHOD, :RULE-BRANCH-CODE,
                                 :RULE-DEBIT, :RULE-CREDIT
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C1
           END-EXEC.

       ACCEPT-RULE-KEYS.
           DISPLAY 'Entry type (charge, payment, waiver, refund, '
               'credit): '.
           ACCEPT RULE-TYPE.
           MOVE FUNCTION LOWER-CASE(RULE-TYPE) TO RULE-TYPE.
           IF RULE-TYPE NOT = 'charge' AND RULE-TYPE NOT = 'payment'
                   AND RULE-TYPE NOT = 'waiver'
                   AND RULE-TYPE NOT = 'refund'
                   AND RULE-TYPE NOT = 'credit'
               DISPLAY "Unknown entry type"
               MOVE SPACES TO RULE-TYPE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'Fee code (OVERDUE, LOST, a FEEMAINT code, '
               'blank for any): '.
           ACCEPT RULE-FEE-CODE.
           DISPLAY 'Payment method (cash, card, online, agency, '
               'blank for any): '.
           ACCEPT RULE-METHOD.
           MOVE FUNCTION LOWER-CASE(RULE-METHOD) TO RULE-METHOD.
           DISPLAY 'Branch code (blank for any): '.
           ACCEPT RULE-BRANCH-CODE.
           MOVE SPACES TO RULE-BRANCH-ID.
           IF FUNCTION TRIM(RULE-BRANCH-CODE) NOT = SPACES
               EXEC SQL
                   SELECT CAST(id AS VARCHAR) INTO :RULE-BRANCH-ID
                       FROM branches
                       WHERE code = UPPER(TRIM(:RULE-BRANCH-CODE))
               END-EXEC
               IF SQLCODE NOT = ZERO
                   DISPLAY "*** Unknown branch code ***"
                   MOVE SPACES TO RULE-TYPE
               END-IF
           END-IF.

       DELETE-MATCHING-RULE.
           MOVE SPACES TO RULE-ID.
           EXEC SQL
               DELETE FROM gl_posting_rules
                   WHERE entry_type = TRIM(:RULE-TYPE)
                   AND fee_code IS NOT DISTINCT FROM
                       NULLIF(UPPER(TRIM(:RULE-FEE-CODE)), '')
                   AND method IS NOT DISTINCT FROM
                       NULLIF(TRIM(:RULE-METHOD), '')
                   AND branch_id IS NOT DISTINCT FROM
                       CAST(NULLIF(TRIM(:RULE-BRANCH-ID), '')
                           AS UUID)
                   RETURNING CAST(id AS VARCHAR) INTO :RULE-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN
               STOP RUN
           END-IF.

       SET-RULE.
           PERFORM ACCEPT-RULE-KEYS.
           IF RULE-TYPE = SPACES
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'Debit account: '.
           ACCEPT RULE-DEBIT.
           DISPLAY 'Credit account: '.
           ACCEPT RULE-CREDIT.
           IF FUNCTION TRIM(RULE-DEBIT) = SPACES
                   OR FUNCTION TRIM(RULE-CREDIT) = SPACES
               DISPLAY "Both accounts are required"
               EXIT PARAGRAPH
           END-IF.

           PERFORM DELETE-MATCHING-RULE.

           EXEC SQL
               INSERT INTO gl_posting_rules (
                   entry_type,
                   fee_code,
                   method,
                   branch_id,
                   debit_account,
                   credit_account
               ) VALUES (
                   TRIM(:RULE-TYPE),
                   NULLIF(UPPER(TRIM(:RULE-FEE-CODE)), ''),
                   NULLIF(TRIM(:RULE-METHOD), ''),
                   CAST(NULLIF(TRIM(:RULE-BRANCH-ID), '') AS UUID),
                   UPPER(TRIM(:RULE-DEBIT)),
                   UPPER(TRIM(:RULE-CREDIT))
               ) RETURNING CAST(id AS VARCHAR) INTO :RULE-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY "Rule saved: " FUNCTION TRIM(RULE-TYPE)
               " debits " FUNCTION TRIM(RULE-DEBIT)
               ", credits " FUNCTION TRIM(RULE-CREDIT).

           MOVE 'gl_posting_rules' TO AUDIT-TABLE-NAME.
           MOVE RULE-ID TO AUDIT-RECORD-ID.
           MOVE 'UPDATE' TO AUDIT-OPERATION.
           MOVE 'cli' TO AUDIT-ACTOR.
           PERFORM WRITE-AUDIT-LOG.

       REMOVE-RULE.
      *    THE CATCH-ALL RULE FOR A TYPE CAN GO TOO, BUT THEN ANY
      *    MOVEMENT NOTHING NARROWER COVERS STOPS GLEXPORT.
           PERFORM ACCEPT-RULE-KEYS.
           IF RULE-TYPE = SPACES
               EXIT PARAGRAPH
           END-IF.

           PERFORM DELETE-MATCHING-RULE.
           IF FUNCTION TRIM(RULE-ID) = SPACES
               DISPLAY "No rule with those keys"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Rule removed".

           MOVE 'gl_posting_rules' TO AUDIT-TABLE-NAME.
           MOVE RULE-ID TO AUDIT-RECORD-ID.
           MOVE 'DELETE' TO AUDIT-OPERATION.
           MOVE 'cli' TO AUDIT-ACTOR.
           PERFORM WRITE-AUDIT-LOG.

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
                'GLRULEMAINT                   ' 'ERROR-RTN'
           END-CALL.

       END-PROGRAM.
