      ********************************************
      * Monthly billing statements for institutional borrowers
      *
      * BILLSTATEMENTS
      *
      * For every patron in the INSTITUTION category with a
      * balance or any account movement in the month, issues one
      * numbered statement (BILLING_STATEMENTS): opening balance,
      * the month's new charges by loan and fee code with a fee
      * code summary, payments and waivers received, and the
      * closing balance. Statements print in the NOTICELETTERS
      * letter layout -- windowed-envelope address block, form
      * feed between letters -- to STATEMENT_LETTER_FILE (default
      * statements.txt), and are queued by email as well (template
      * statement-email, see RENDER-NOTICE) to patrons with a
      * working address. The statement number is what the
      * institution quotes when it pays at RECORDPAYMENT.
      *
      * Covers last month unless STATEMENT_MONTH (YYYY-MM) names
      * another. Runs from JOBRUNNER every day; a patron already
      * given a statement for the month is skipped, so only the
      * first run after the month end does any work.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   BILLSTATEMENTS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LETTER-FILE ASSIGN TO WS-LETTER-FILE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  LETTER-FILE.
       01  LETTER-LINE                 PIC X(256).

       WORKING-STORAGE SECTION.
       COPY 'db-connect-params.cpy'.
       COPY 'notice-vars.cpy'.

       01  WS-LETTER-FILE          PIC X(1024).
       01  WS-LETTER-FILE-STATUS   PIC X(2).
       01  WS-FORM-FEED            PIC X(1) VALUE X'0C'.
       01  WS-MONTH-X              PIC X(7).
       01  WS-STATEMENT-CNT        PIC 9(6) VALUE ZERO.
       01  WS-EMAILED-CNT          PIC 9(6) VALUE ZERO.
       01  WS-STMT-LINE            PIC X(100).
       01  WS-EMAIL-LINES          PIC X(2000).
       01  WS-EMAIL-PTR            PIC 9(4).
       01  WS-EMAIL-FULL           PIC X(1).
       01  WS-MAIL-RECIPIENT       PIC X(100).
       01  WS-MAIL-SUBJECT         PIC X(200).
       01  WS-MAIL-BODY            PIC X(4000).
       01  WS-MAIL-ID              PIC X(36).
       01  WS-PERIOD-TEXT          PIC X(30).
       01  D-AMOUNT                PIC -(6)9.99.
       01  D-OPENING               PIC -(6)9.99.
       01  D-CLOSING               PIC -(6)9.99.

       EXEC SQL
           BEGIN DECLARE SECTION
       END-EXEC.
       01  HOSTVARS.
           05 BUFFER               PIC X(1024).

       01  PERIOD-VARS.
           05  PERIOD-MONTH        PIC X(7).
           05  PERIOD-START        PIC X(10).
           05  PERIOD-END          PIC X(10).

       01  STMT-REC-VARS.
           05  STMT-NO             PIC X(10).
           05  STMT-PATRON-ID      PIC X(36).
           05  STMT-PATRON-NAME    PIC X(50).
           05  STMT-ADDRESS        PIC X(200).
           05  STMT-EMAIL          PIC X(100).
           05  STMT-OPENING        PIC S9(8)V99.
           05  STMT-CHARGES        PIC S9(8)V99.
           05  STMT-PAYMENTS       PIC S9(8)V99.
           05  STMT-WAIVERS        PIC S9(8)V99.
           05  STMT-CLOSING        PIC S9(8)V99.
           05  STMT-MAIL-ID        PIC X(36).

       01  LINE-REC-VARS.
           05  LINE-DATE           PIC X(10).
           05  LINE-CODE           PIC X(12).
           05  LINE-TEXT           PIC X(50).
           05  LINE-AMOUNT         PIC S9(8)V99.
           05  LINE-COUNT          PIC 9(6).

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
           DISPLAY "BILLSTATEMENTS STARTED".

           COPY 'db-connect.cpy'.

           ACCEPT WS-MONTH-X FROM ENVIRONMENT 'STATEMENT_MONTH'.
           MOVE WS-MONTH-X TO PERIOD-MONTH.
           EXEC SQL
               SELECT TO_CHAR(m, 'YYYY-MM-DD'),
                      TO_CHAR(m + INTERVAL '1 month'
                              - INTERVAL '1 day', 'YYYY-MM-DD')
                   INTO :PERIOD-START, :PERIOD-END
                   FROM (SELECT CASE
                           WHEN TRIM(:PERIOD-MONTH) = ''
                           THEN DATE_TRUNC('month', CURRENT_DATE)
                                - INTERVAL '1 month'
                           ELSE TO_DATE(TRIM(:PERIOD-MONTH) || '-01',
                                        'YYYY-MM-DD')
                           END AS m) x
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "STATEMENT_MONTH must be YYYY-MM"
               EXEC SQL
                   DISCONNECT ALL
               END-EXEC
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-PERIOD-TEXT.
           STRING PERIOD-START ' to ' PERIOD-END
               DELIMITED BY SIZE INTO WS-PERIOD-TEXT
           END-STRING.
           DISPLAY "Statement period " WS-PERIOD-TEXT.

           ACCEPT WS-LETTER-FILE
               FROM ENVIRONMENT 'STATEMENT_LETTER_FILE'.
           IF WS-LETTER-FILE = SPACES
               MOVE 'statements.txt' TO WS-LETTER-FILE
           END-IF.

           OPEN OUTPUT LETTER-FILE.
           IF WS-LETTER-FILE-STATUS NOT = '00'
               DISPLAY "Could not open letter file "
                   FUNCTION TRIM(WS-LETTER-FILE)
               EXEC SQL
                   DISCONNECT ALL
               END-EXEC
               STOP RUN
           END-IF.

      *    INSTITUTIONS NOT YET GIVEN A STATEMENT FOR THE MONTH.
      *    THE EMAIL COLUMN IS BLANK WHERE THE ADDRESS IS MISSING
      *    OR HAS BOUNCED -- THOSE GET THE PRINTED COPY ONLY.
           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT CAST(p.id AS VARCHAR), p.name,
                      COALESCE(p.address, ''),
                      CASE WHEN p.email_invalid_at IS NULL
                           THEN COALESCE(TRIM(p.email), '')
                           ELSE '' END
                      FROM patrons p
                      WHERE p.category = 'INSTITUTION'
                      AND p.status NOT IN ('erased', 'merged')
                      AND NOT EXISTS (
                          SELECT 1 FROM billing_statements s
                              WHERE s.patron_id = p.id
                              AND s.period_start =
                                  CAST(:PERIOD-START AS DATE))
                      ORDER BY p.name
           END-EXEC.
           EXEC SQL
               OPEN C1
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               FETCH C1 INTO :STMT-PATRON-ID, :STMT-PATRON-NAME,
                             :STMT-ADDRESS, :STMT-EMAIL
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM ISSUE-ONE-STATEMENT
               EXEC SQL
                   FETCH C1 INTO :STMT-PATRON-ID, :STMT-PATRON-NAME,
                                 :STMT-ADDRESS, :STMT-EMAIL
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C1
           END-EXEC.

           CLOSE LETTER-FILE.

           DISPLAY "Statements issued: " WS-STATEMENT-CNT.
           DISPLAY "Also emailed:      " WS-EMAILED-CNT.
           DISPLAY "Letter file: " FUNCTION TRIM(WS-LETTER-FILE).

      *    COMMIT
           EXEC SQL
               COMMIT WORK
           END-EXEC.

      *    DISCONNECT
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

      *    END
           DISPLAY "BILLSTATEMENTS FINISHED".
           STOP RUN.

       ISSUE-ONE-STATEMENT.
      *    BALANCES ARE REBUILT FROM THE LEDGER AS AT EACH END OF
      *    THE MONTH -- CHARGES LESS PAYMENTS AND WAIVERS (CREDIT
      *    APPLIED COUNTS AS A PAYMENT) -- SO A LATE RUN STILL
      *    STATES THE MONTH AS IT STOOD.
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN f.assessed_at
                          < CAST(:PERIOD-START AS DATE)
                          THEN f.amount ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN f.assessed_at
                          >= CAST(:PERIOD-START AS DATE)
                          THEN f.amount ELSE 0 END), 0)
                   INTO :STMT-OPENING, :STMT-CHARGES
                   FROM fines f
                   WHERE f.patron_id = CAST(:STMT-PATRON-ID AS UUID)
                   AND f.assessed_at < CAST(:PERIOD-END AS DATE) + 1
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN fp.recorded_at
                          < CAST(:PERIOD-START AS DATE)
                          THEN fp.amount ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN fp.recorded_at
                          >= CAST(:PERIOD-START AS DATE)
                          AND fp.kind = 'payment'
                          THEN fp.amount ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN fp.recorded_at
                          >= CAST(:PERIOD-START AS DATE)
                          AND fp.kind = 'waiver'
                          THEN fp.amount ELSE 0 END), 0)
                   INTO :LINE-AMOUNT, :STMT-PAYMENTS, :STMT-WAIVERS
                   FROM fine_payments fp
                   JOIN fines f ON f.id = fp.fine_id
                   WHERE f.patron_id = CAST(:STMT-PATRON-ID AS UUID)
                   AND fp.kind IN ('payment', 'waiver')
                   AND fp.recorded_at < CAST(:PERIOD-END AS DATE) + 1
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           SUBTRACT LINE-AMOUNT FROM STMT-OPENING.
           COMPUTE STMT-CLOSING = STMT-OPENING + STMT-CHARGES
               - STMT-PAYMENTS - STMT-WAIVERS.

      *    A QUIET MONTH ON A CLEAR ACCOUNT NEEDS NO STATEMENT.
           IF STMT-OPENING = 0 AND STMT-CHARGES = 0
                   AND STMT-PAYMENTS = 0 AND STMT-WAIVERS = 0
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT 'ST' || LPAD(CAST(NEXTVAL(
                          'billing_statement_seq') AS VARCHAR),
                          6, '0')
                   INTO :STMT-NO
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               INSERT INTO billing_statements (
                   statement_no,
                   patron_id,
                   period_start,
                   period_end,
                   opening_balance,
                   new_charges,
                   payments,
                   waivers,
                   closing_balance
               ) VALUES (
                   :STMT-NO,
                   CAST(:STMT-PATRON-ID AS UUID),
                   CAST(:PERIOD-START AS DATE),
                   CAST(:PERIOD-END AS DATE),
                   :STMT-OPENING,
                   :STMT-CHARGES,
                   :STMT-PAYMENTS,
                   :STMT-WAIVERS,
                   :STMT-CLOSING
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE SPACES TO WS-EMAIL-LINES.
           MOVE 1 TO WS-EMAIL-PTR.
           MOVE 'n' TO WS-EMAIL-FULL.
           MOVE STMT-OPENING TO D-OPENING.
           MOVE STMT-CLOSING TO D-CLOSING.

           PERFORM WRITE-LETTER-HEAD.
           PERFORM WRITE-CHARGE-LINES.
           PERFORM WRITE-PAYMENT-LINES.
           PERFORM WRITE-LETTER-FOOT.

           IF FUNCTION TRIM(STMT-EMAIL) NOT = SPACES
               PERFORM QUEUE-STATEMENT-EMAIL
           END-IF.

           ADD 1 TO WS-STATEMENT-CNT.
           DISPLAY "STATEMENT " STMT-NO "  "
               FUNCTION TRIM(STMT-PATRON-NAME) "  closing "
               D-CLOSING.

           MOVE 'billing_statements' TO AUDIT-TABLE-NAME.
           MOVE STMT-NO TO AUDIT-RECORD-ID.
           MOVE 'INSERT' TO AUDIT-OPERATION.
           MOVE 'batch' TO AUDIT-ACTOR.
           PERFORM WRITE-AUDIT-LOG.

       WRITE-LETTER-HEAD.
           IF WS-STATEMENT-CNT > 0
               MOVE SPACES TO LETTER-LINE
               MOVE WS-FORM-FEED TO LETTER-LINE(1:1)
               WRITE LETTER-LINE
           END-IF.

      *    WINDOWED-ENVELOPE ADDRESS BLOCK, TOP LEFT -- THE
      *    NOTICELETTERS LAYOUT.
           MOVE SPACES TO LETTER-LINE.
           MOVE STMT-PATRON-NAME TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           MOVE STMT-ADDRESS TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           WRITE LETTER-LINE.

           MOVE SPACES TO LETTER-LINE.
           STRING 'STATEMENT ' STMT-NO '    PERIOD '
                  WS-PERIOD-TEXT
               DELIMITED BY SIZE INTO LETTER-LINE
           END-STRING.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.

           MOVE SPACES TO LETTER-LINE.
           STRING 'Dear ' FUNCTION TRIM(STMT-PATRON-NAME) ','
               DELIMITED BY SIZE INTO LETTER-LINE
           END-STRING.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE 'Here is your library account statement for the'
               TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE 'month.' TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.

           MOVE SPACES TO LETTER-LINE.
           STRING 'Opening balance at ' PERIOD-START
                  '                     ' D-OPENING
               DELIMITED BY SIZE INTO LETTER-LINE
           END-STRING.
           WRITE LETTER-LINE.

       WRITE-CHARGE-LINES.
      *    EACH NEW CHARGE WITH ITS FEE CODE AND THE LOAN'S TITLE
      *    (OR THE FEE SCHEDULE DESCRIPTION FOR A LOOSE CHARGE),
      *    THEN A SUBTOTAL PER FEE CODE.
           MOVE SPACES TO WS-STMT-LINE.
           MOVE 'New charges' TO WS-STMT-LINE.
           PERFORM WRITE-STATEMENT-LINE.

           EXEC SQL
               DECLARE C2 CURSOR FOR
               SELECT TO_CHAR(f.assessed_at, 'YYYY-MM-DD'),
                      COALESCE(f.fee_code,
                          CASE WHEN l.lost_at IS NOT NULL
                                    AND f.assessed_at >= l.lost_at
                               THEN 'LOST' ELSE 'OVERDUE' END),
                      SUBSTR(COALESCE(b.name, fs.description, ''),
                             1, 50),
                      f.amount
                      FROM fines f
                      LEFT JOIN loans l ON l.id = f.loan_id
                      LEFT JOIN books b ON b.id = l.book_id
                      LEFT JOIN fee_schedule fs
                          ON fs.code = f.fee_code
                      WHERE f.patron_id =
                          CAST(:STMT-PATRON-ID AS UUID)
                      AND f.assessed_at
                          >= CAST(:PERIOD-START AS DATE)
                      AND f.assessed_at
                          < CAST(:PERIOD-END AS DATE) + 1
                      ORDER BY f.assessed_at
           END-EXEC.
           EXEC SQL
               OPEN C2
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               FETCH C2 INTO :LINE-DATE, :LINE-CODE, :LINE-TEXT,
                             :LINE-AMOUNT
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE LINE-AMOUNT TO D-AMOUNT
               MOVE SPACES TO WS-STMT-LINE
               STRING '  ' LINE-DATE '  ' LINE-CODE ' '
                      LINE-TEXT(1:40) ' ' D-AMOUNT
                   DELIMITED BY SIZE INTO WS-STMT-LINE
               END-STRING
               PERFORM WRITE-STATEMENT-LINE
               EXEC SQL
                   FETCH C2 INTO :LINE-DATE, :LINE-CODE,
                                 :LINE-TEXT, :LINE-AMOUNT
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C2
           END-EXEC.

           EXEC SQL
               DECLARE C3 CURSOR FOR
               SELECT COALESCE(f.fee_code,
                          CASE WHEN l.lost_at IS NOT NULL
                                    AND f.assessed_at >= l.lost_at
                               THEN 'LOST' ELSE 'OVERDUE' END),
                      COUNT(*), SUM(f.amount)
                      FROM fines f
                      LEFT JOIN loans l ON l.id = f.loan_id
                      WHERE f.patron_id =
                          CAST(:STMT-PATRON-ID AS UUID)
                      AND f.assessed_at
                          >= CAST(:PERIOD-START AS DATE)
                      AND f.assessed_at
                          < CAST(:PERIOD-END AS DATE) + 1
                      GROUP BY 1
                      ORDER BY 1
           END-EXEC.
           EXEC SQL
               OPEN C3
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               FETCH C3 INTO :LINE-CODE, :LINE-COUNT, :LINE-AMOUNT
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE LINE-AMOUNT TO D-AMOUNT
               MOVE SPACES TO WS-STMT-LINE
               STRING '    total ' LINE-CODE ' ' LINE-COUNT
                      ' charges' '                       '
                      D-AMOUNT
                   DELIMITED BY SIZE INTO WS-STMT-LINE
               END-STRING
               PERFORM WRITE-STATEMENT-LINE
               EXEC SQL
                   FETCH C3 INTO :LINE-CODE, :LINE-COUNT,
                                 :LINE-AMOUNT
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C3
           END-EXEC.

       WRITE-PAYMENT-LINES.
           MOVE SPACES TO WS-STMT-LINE.
           MOVE 'Payments and waivers received' TO WS-STMT-LINE.
           PERFORM WRITE-STATEMENT-LINE.

           EXEC SQL
               DECLARE C4 CURSOR FOR
               SELECT TO_CHAR(fp.recorded_at, 'YYYY-MM-DD'),
                      fp.kind,
                      CASE WHEN fp.method = 'credit'
                           THEN 'account credit'
                           ELSE fp.method END
                      || COALESCE(' ref ' || fp.statement_no, ''),
                      fp.amount
                      FROM fine_payments fp
                      JOIN fines f ON f.id = fp.fine_id
                      WHERE f.patron_id =
                          CAST(:STMT-PATRON-ID AS UUID)
                      AND fp.kind IN ('payment', 'waiver')
                      AND fp.recorded_at
                          >= CAST(:PERIOD-START AS DATE)
                      AND fp.recorded_at
                          < CAST(:PERIOD-END AS DATE) + 1
                      ORDER BY fp.recorded_at
           END-EXEC.
           EXEC SQL
               OPEN C4
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               FETCH C4 INTO :LINE-DATE, :LINE-CODE, :LINE-TEXT,
                             :LINE-AMOUNT
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               COMPUTE LINE-AMOUNT = 0 - LINE-AMOUNT
               MOVE LINE-AMOUNT TO D-AMOUNT
               MOVE SPACES TO WS-STMT-LINE
               STRING '  ' LINE-DATE '  ' LINE-CODE ' '
                      LINE-TEXT(1:40) ' ' D-AMOUNT
                   DELIMITED BY SIZE INTO WS-STMT-LINE
               END-STRING
               PERFORM WRITE-STATEMENT-LINE
               EXEC SQL
                   FETCH C4 INTO :LINE-DATE, :LINE-CODE,
                                 :LINE-TEXT, :LINE-AMOUNT
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C4
           END-EXEC.

       WRITE-LETTER-FOOT.
           MOVE SPACES TO LETTER-LINE.
           STRING 'Closing balance at ' PERIOD-END
                  '                     ' D-CLOSING
               DELIMITED BY SIZE INTO LETTER-LINE
           END-STRING.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING 'Please quote statement number ' STMT-NO
                  ' with your payment.'
               DELIMITED BY SIZE INTO LETTER-LINE
           END-STRING.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE 'The Library' TO LETTER-LINE.
           WRITE LETTER-LINE.

       WRITE-STATEMENT-LINE.
      *    EVERY DETAIL LINE GOES TO THE LETTER AND, WHILE THERE IS
      *    ROOM IN THE MERGE FIELD, TO THE EMAIL ('~' SEPARATED).
           MOVE SPACES TO LETTER-LINE.
           MOVE WS-STMT-LINE TO LETTER-LINE.
           WRITE LETTER-LINE.

           IF WS-EMAIL-FULL = 'y'
               EXIT PARAGRAPH
           END-IF.
           IF WS-EMAIL-PTR > 1850
               STRING '  ... further lines on the printed statement'
                   DELIMITED BY SIZE INTO WS-EMAIL-LINES
                   WITH POINTER WS-EMAIL-PTR
               END-STRING
               MOVE 'y' TO WS-EMAIL-FULL
               EXIT PARAGRAPH
           END-IF.
           IF WS-EMAIL-PTR > 1
               STRING '~' DELIMITED BY SIZE INTO WS-EMAIL-LINES
                   WITH POINTER WS-EMAIL-PTR
               END-STRING
           END-IF.
           STRING FUNCTION TRIM(WS-STMT-LINE, TRAILING)
               DELIMITED BY SIZE INTO WS-EMAIL-LINES
               WITH POINTER WS-EMAIL-PTR
           END-STRING.

       QUEUE-STATEMENT-EMAIL.
           MOVE STMT-EMAIL TO WS-MAIL-RECIPIENT.
           MOVE SPACES TO WS-MAIL-SUBJECT.
           STRING 'Library statement ' STMT-NO ' for '
                  PERIOD-START(1:7)
               DELIMITED BY SIZE INTO WS-MAIL-SUBJECT
           END-STRING.
      *    WORDING FROM THE EDITABLE TEMPLATE (SEE RENDER-NOTICE),
      *    LITERAL KEPT AS THE FALLBACK.
           MOVE 'statement-email' TO NOTICE-TEMPLATE-NAME.
           MOVE 6 TO NOTICE-VAR-COUNT.
           MOVE 'patron' TO NOTICE-VAR-NAME(1).
           MOVE STMT-PATRON-NAME TO NOTICE-VAR-VALUE(1).
           MOVE 'statement_no' TO NOTICE-VAR-NAME(2).
           MOVE STMT-NO TO NOTICE-VAR-VALUE(2).
           MOVE 'period' TO NOTICE-VAR-NAME(3).
           MOVE WS-PERIOD-TEXT TO NOTICE-VAR-VALUE(3).
           MOVE 'opening' TO NOTICE-VAR-NAME(4).
           MOVE FUNCTION TRIM(D-OPENING) TO NOTICE-VAR-VALUE(4).
           MOVE 'lines' TO NOTICE-VAR-NAME(5).
           MOVE WS-EMAIL-LINES TO NOTICE-VAR-VALUE(5).
           MOVE 'closing' TO NOTICE-VAR-NAME(6).
           MOVE FUNCTION TRIM(D-CLOSING) TO NOTICE-VAR-VALUE(6).
           CALL "RENDER-NOTICE" USING NOTICE-TEMPLATE-NAME
                NOTICE-VARS NOTICE-BODY NOTICE-RENDER-OK
           END-CALL.
           IF NOTICE-RENDER-OK = 'y'
               MOVE NOTICE-BODY TO WS-MAIL-BODY
           ELSE
      *        '~' SEPARATES BODY LINES -- SEE SENDMAIL.
               MOVE SPACES TO WS-MAIL-BODY
               STRING 'Dear ' FUNCTION TRIM(STMT-PATRON-NAME) ',~~'
                      'Statement ' STMT-NO ' for '
                      FUNCTION TRIM(WS-PERIOD-TEXT) '~~'
                      'Opening balance: ' FUNCTION TRIM(D-OPENING)
                      '~' FUNCTION TRIM(WS-EMAIL-LINES, TRAILING)
                      '~Closing balance: ' FUNCTION TRIM(D-CLOSING)
                      '~~Please quote statement number ' STMT-NO
                      ' with your payment.~~'
                      'The Library'
                   DELIMITED BY SIZE INTO WS-MAIL-BODY
               END-STRING
           END-IF.
           CALL "ENQUEUE-EMAIL" USING WS-MAIL-RECIPIENT
                WS-MAIL-SUBJECT WS-MAIL-BODY WS-MAIL-ID
           END-CALL.
           IF FUNCTION TRIM(WS-MAIL-ID) = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-MAIL-ID TO STMT-MAIL-ID.
           EXEC SQL
               UPDATE billing_statements
                   SET email_id = CAST(:STMT-MAIL-ID AS UUID)
                   WHERE statement_no = :STMT-NO
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           ADD 1 TO WS-EMAILED-CNT.

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
                'BILLSTATEMENTS                ' 'ERROR-RTN'
           END-CALL.

       END-PROGRAM.
