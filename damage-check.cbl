      ********************************************
      * Damage assessment for a returned copy
      *
      * DAMAGE-CHECK
      *
      * Called by RETURNBOOK and DESKMODE once a returned copy is
      * back on the shelf. Asks whether the item came back
      * damaged and how badly; a damaged item is recorded in
      * DAMAGE_REPORTS, the returning borrower can be charged the
      * DAMAGE fee from the fee schedule (see FEEMAINT) through
      * the fines ledger, and the copy can go straight to the
      * mending shelf -- status 'mending', out of both counts as
      * COPYMAINT does it -- where MENDQUEUE picks it up. Returns
      * 'y' in OUT-IN-REPAIR when the copy went to mending, so the
      * caller skips the hold trap, and the amount charged. Any
      * credit on the patron's account settles the fee at once.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DAMAGE-CHECK.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01  WS-SEVERITY-KEY         PIC X(1).
       01  WS-CONFIRM              PIC X(1).
       01  WS-FEE-AMT-X            PIC X(12).
       01  D-FEE-AMOUNT            PIC -(6)9.99.

       EXEC SQL
           BEGIN DECLARE SECTION
       END-EXEC.
       01  DMG-REC-VARS.
           05  DMG-ID              PIC X(36).
           05  DMG-COPY-ID         PIC X(36).
           05  DMG-LOAN-ID         PIC X(36).
           05  DMG-PATRON-ID       PIC X(36).
           05  DMG-BORROWER        PIC X(50).
           05  DMG-SEVERITY        PIC X(10).
           05  DMG-NOTE            PIC X(100).
           05  DMG-OPERATOR        PIC X(50).
           05  DMG-STATUS          PIC X(10).
           05  DMG-FINE-ID         PIC X(36).
           05  DMG-BOOK-ID         PIC X(36).
           05  DMG-BRANCH-ID       PIC X(36).

       01  FEE-REC-VARS.
           05  FEE-AMOUNT          PIC 9(6)V99.
           05  FEE-CREDIT-APPLIED  PIC S9(6)V99.

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

       LINKAGE SECTION.
       01  IN-COPY-ID              PIC X(36).
       01  IN-LOAN-ID              PIC X(36).
       01  IN-PATRON-ID            PIC X(36).
       01  IN-BORROWER             PIC X(50).
       01  IN-ACTOR                PIC X(10).
       01  OUT-IN-REPAIR           PIC X(1).
       01  OUT-CHARGED             PIC S9(6)V99.

       PROCEDURE DIVISION USING IN-COPY-ID IN-LOAN-ID IN-PATRON-ID
               IN-BORROWER IN-ACTOR OUT-IN-REPAIR OUT-CHARGED.

       MAIN-RTN.
           MOVE 'n' TO OUT-IN-REPAIR.
           MOVE ZERO TO OUT-CHARGED.
           IF FUNCTION TRIM(IN-COPY-ID) = SPACES
               GOBACK
           END-IF.

           DISPLAY 'Damaged? (n)o, (1) minor, (2) moderate, '
               '(3) severe: '.
           ACCEPT WS-SEVERITY-KEY.
           EVALUATE WS-SEVERITY-KEY
               WHEN '1'
                   MOVE 'minor' TO DMG-SEVERITY
               WHEN '2'
                   MOVE 'moderate' TO DMG-SEVERITY
               WHEN '3'
                   MOVE 'severe' TO DMG-SEVERITY
               WHEN OTHER
                   GOBACK
           END-EVALUATE.

           MOVE IN-COPY-ID TO DMG-COPY-ID.
           MOVE IN-LOAN-ID TO DMG-LOAN-ID.
           MOVE IN-PATRON-ID TO DMG-PATRON-ID.
           MOVE IN-BORROWER TO DMG-BORROWER.
           MOVE SPACES TO DMG-FINE-ID.
           ACCEPT DMG-OPERATOR FROM ENVIRONMENT 'DESK_OPERATOR'.

           DISPLAY 'Damage note: '.
           ACCEPT DMG-NOTE.

      *    THE DAMAGE FEE, AT THE SCHEDULE'S DEFAULT UNLESS THE
      *    DESK KEYS ANOTHER AMOUNT -- SAME AS A POSTED CHARGE.
           EXEC SQL
               SELECT default_amount INTO :FEE-AMOUNT
                   FROM fee_schedule
                   WHERE code = 'DAMAGE'
                   AND active
           END-EXEC.
           IF SQLCODE = ZERO
               MOVE FEE-AMOUNT TO D-FEE-AMOUNT
               DISPLAY 'Charge the borrower the damage fee ('
                   FUNCTION TRIM(D-FEE-AMOUNT) ')? (y/n): '
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = 'y' OR WS-CONFIRM = 'Y'
                   DISPLAY 'Amount (blank for the default): '
                   ACCEPT WS-FEE-AMT-X
                   IF FUNCTION TRIM(WS-FEE-AMT-X) NOT = SPACES
                       MOVE FUNCTION NUMVAL(WS-FEE-AMT-X)
                           TO FEE-AMOUNT
                   END-IF
                   IF FEE-AMOUNT > 0
                       PERFORM POST-DAMAGE-FEE
                   END-IF
               END-IF
           END-IF.

           MOVE 'noted' TO DMG-STATUS.
           DISPLAY 'Send to the mending shelf? (y/n): '.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM = 'y' OR WS-CONFIRM = 'Y'
               MOVE 'mending' TO DMG-STATUS
           END-IF.

      *    THE CONDITION NOTE ON THE COPY CARRIES THE LATEST
      *    ASSESSMENT EITHER WAY.
           EXEC SQL
               UPDATE copies
                   SET condition_note =
                           SUBSTR(TRIM(:DMG-SEVERITY) || ' damage'
                               || CASE WHEN TRIM(:DMG-NOTE) = ''
                                       THEN ''
                                       ELSE ': ' || TRIM(:DMG-NOTE)
                                  END, 1, 100),
                       status = CASE WHEN TRIM(:DMG-STATUS)
                                          = 'mending'
                                     THEN 'mending'
                                     ELSE status END
                   WHERE id = CAST(:DMG-COPY-ID AS UUID)
                   RETURNING CAST(book_id AS VARCHAR),
                             CAST(branch_id AS VARCHAR)
                   INTO :DMG-BOOK-ID, :DMG-BRANCH-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      *    OFF THE SHELF FOR MENDING LEAVES THE CIRCULATING COUNTS,
      *    THE COPYMAINT RULE.
           IF DMG-STATUS = 'mending'
               EXEC SQL
                   UPDATE books
                       SET copy_count = GREATEST(0, copy_count - 1)
                       WHERE id = CAST(:DMG-BOOK-ID AS UUID)
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               EXEC SQL
                   UPDATE branch_holdings
                       SET copy_count = GREATEST(0, copy_count - 1)
                       WHERE book_id = CAST(:DMG-BOOK-ID AS UUID)
                       AND branch_id = CAST(:DMG-BRANCH-ID AS UUID)
               END-EXEC
               IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                   PERFORM ERROR-RTN
                   STOP RUN
               END-IF
               MOVE 'y' TO OUT-IN-REPAIR
           END-IF.

           EXEC SQL
               INSERT INTO damage_reports (
                   copy_id,
                   loan_id,
                   patron_id,
                   severity,
                   note,
                   fine_id,
                   operator,
                   status
               ) VALUES (
                   CAST(:DMG-COPY-ID AS UUID),
                   CAST(NULLIF(TRIM(:DMG-LOAN-ID), '') AS UUID),
                   CAST(NULLIF(TRIM(:DMG-PATRON-ID), '') AS UUID),
                   TRIM(:DMG-SEVERITY),
                   NULLIF(TRIM(:DMG-NOTE), ''),
                   CAST(NULLIF(TRIM(:DMG-FINE-ID), '') AS UUID),
                   NULLIF(TRIM(:DMG-OPERATOR), ''),
                   TRIM(:DMG-STATUS)
               ) RETURNING id INTO :DMG-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE 'damage_reports' TO AUDIT-TABLE-NAME.
           MOVE DMG-ID TO AUDIT-RECORD-ID.
           MOVE 'INSERT' TO AUDIT-OPERATION.
           MOVE IN-ACTOR TO AUDIT-ACTOR.
           PERFORM WRITE-AUDIT-LOG.

           MOVE 'copies' TO AUDIT-TABLE-NAME.
           MOVE DMG-COPY-ID TO AUDIT-RECORD-ID.
           MOVE 'UPDATE' TO AUDIT-OPERATION.
           PERFORM WRITE-AUDIT-LOG.

           IF OUT-IN-REPAIR = 'y'
               DISPLAY "DAMAGED (" FUNCTION TRIM(DMG-SEVERITY)
                   ") -- put on the mending shelf"
           ELSE
               DISPLAY "DAMAGED (" FUNCTION TRIM(DMG-SEVERITY)
                   ") -- noted, copy stays in circulation"
           END-IF.
           GOBACK.

       POST-DAMAGE-FEE.
           EXEC SQL
               INSERT INTO fines (
                   loan_id,
                   patron_id,
                   borrower,
                   amount,
                   fee_code
               ) VALUES (
                   CAST(NULLIF(TRIM(:DMG-LOAN-ID), '') AS UUID),
                   CAST(NULLIF(TRIM(:DMG-PATRON-ID), '') AS UUID),
                   :DMG-BORROWER,
                   :FEE-AMOUNT,
                   'DAMAGE'
               ) RETURNING id INTO :DMG-FINE-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE 'fines' TO AUDIT-TABLE-NAME.
           MOVE DMG-FINE-ID TO AUDIT-RECORD-ID.
           MOVE 'INSERT' TO AUDIT-OPERATION.
           MOVE IN-ACTOR TO AUDIT-ACTOR.
           PERFORM WRITE-AUDIT-LOG.

           MOVE FEE-AMOUNT TO OUT-CHARGED.
           MOVE FEE-AMOUNT TO D-FEE-AMOUNT.
           DISPLAY "Damage fee " FUNCTION TRIM(D-FEE-AMOUNT)
               " charged to " FUNCTION TRIM(DMG-BORROWER).

           MOVE ZERO TO FEE-CREDIT-APPLIED.
           EXEC SQL
               SELECT apply_patron_credit(:DMG-FINE-ID, 'credit')
                   INTO :FEE-CREDIT-APPLIED
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF FEE-CREDIT-APPLIED > 0
               MOVE FEE-CREDIT-APPLIED TO D-FEE-AMOUNT
               DISPLAY "Account credit of "
                   FUNCTION TRIM(D-FEE-AMOUNT) " applied to it"
           END-IF.

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
                'DAMAGE-CHECK                  ' 'ERROR-RTN'
           END-CALL.

       END-PROGRAM.
