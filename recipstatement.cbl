      ********************************************
      * Quarterly reciprocal-lending statement per partner
      *
      * RECIPSTATEMENT
      *
      * For the quarter (RECIP_QUARTER as YYYY-Qn in the
      * environment, else the last full quarter) and every partner
      * library with a reciprocal agreement (see ILLMAINT): loans
      * made to its cardholders (the visiting borrowers ADDPATRON
      * registers against it) and how many of them borrowed, then
      * each item they still have out and each charge they have
      * not paid, by home card number -- the statement the two
      * libraries settle from. Written to RECIP_STATEMENT_FILE
      * (default reciprocal-statement.txt), one section per
      * partner, ready to send.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RECIPSTATEMENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(256).

       WORKING-STORAGE SECTION.
       COPY 'db-connect-params.cpy'.

       01  WS-REPORT-FILE          PIC X(1024).
       01  WS-REPORT-FILE-STATUS   PIC X(2).
       01  WS-QUARTER-X            PIC X(7).
       01  WS-PARTNER-CNT          PIC 9(4) VALUE ZERO.
       01  D-AMOUNT                PIC ZZZ,ZZ9.99.

       EXEC SQL
           BEGIN DECLARE SECTION
       END-EXEC.
       01  HOSTVARS.
           05 BUFFER               PIC X(1024).

       01  QTR-REC-VARS.
           05  QTR-LABEL           PIC X(7).
           05  QTR-START           PIC X(10).
           05  QTR-END             PIC X(10).

       01  PARTNER-REC-VARS.
           05  PARTNER-ID          PIC X(36).
           05  PARTNER-NAME        PIC X(50).
           05  PARTNER-CONTACT     PIC X(50).
           05  PARTNER-LOANS       PIC 9(8).
           05  PARTNER-BORROWERS   PIC 9(8).
           05  PARTNER-OUT-CNT     PIC 9(8).
           05  PARTNER-UNPAID      PIC 9(8)V99.

       01  ITEM-REC-VARS.
           05  ITEM-HOME-CARD      PIC X(30).
           05  ITEM-PATRON-NAME    PIC X(50).
           05  ITEM-TITLE          PIC X(50).
           05  ITEM-BARCODE        PIC X(20).
           05  ITEM-OUT-DATE       PIC X(10).
           05  ITEM-DUE-DATE       PIC X(10).
           05  ITEM-STATE          PIC X(7).

       01  CHARGE-REC-VARS.
           05  CHG-HOME-CARD       PIC X(30).
           05  CHG-PATRON-NAME     PIC X(50).
           05  CHG-WHAT            PIC X(50).
           05  CHG-DATE            PIC X(10).
           05  CHG-OWING           PIC 9(6)V99.
       EXEC SQL
           END DECLARE SECTION
       END-EXEC.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       PROCEDURE DIVISION.

       MAIN-RTN.
           DISPLAY "RECIPSTATEMENT STARTED".

           COPY 'db-connect.cpy'.

      *    THE QUARTER RUNS FROM QTR-START UP TO (NOT INCLUDING)
      *    QTR-END.
           ACCEPT WS-QUARTER-X FROM ENVIRONMENT 'RECIP_QUARTER'.
           IF FUNCTION TRIM(WS-QUARTER-X) NOT = SPACES
               MOVE WS-QUARTER-X TO QTR-LABEL
               EXEC SQL
                   SELECT TO_CHAR(MAKE_DATE(
                              CAST(SUBSTR(:QTR-LABEL, 1, 4)
                                  AS INTEGER),
                              CAST(SUBSTR(:QTR-LABEL, 7, 1)
                                  AS INTEGER) * 3 - 2, 1),
                              'YYYY-MM-DD')
                       INTO :QTR-START
               END-EXEC
               IF SQLCODE NOT = ZERO
                   DISPLAY "RECIP_QUARTER must look like 2026-Q3"
                   EXEC SQL
                       DISCONNECT ALL
                   END-EXEC
                   STOP RUN
               END-IF
           ELSE
               EXEC SQL
                   SELECT TO_CHAR(DATE_TRUNC('quarter', CURRENT_DATE)
                              - INTERVAL '3 months', 'YYYY-MM-DD'),
                          TO_CHAR(DATE_TRUNC('quarter', CURRENT_DATE)
                              - INTERVAL '3 months', 'YYYY-"Q"Q')
                       INTO :QTR-START, :QTR-LABEL
               END-EXEC
           END-IF.
           EXEC SQL
               SELECT TO_CHAR(CAST(:QTR-START AS DATE)
                          + INTERVAL '3 months', 'YYYY-MM-DD')
                   INTO :QTR-END
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           ACCEPT WS-REPORT-FILE
               FROM ENVIRONMENT 'RECIP_STATEMENT_FILE'.
           IF WS-REPORT-FILE = SPACES
               MOVE 'reciprocal-statement.txt' TO WS-REPORT-FILE
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'RECIPROCAL LENDING STATEMENT -- '
                  FUNCTION TRIM(QTR-LABEL)
                  '  (' QTR-START ' TO BEFORE ' QTR-END ')'
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           PERFORM WRITE-PARTNER-SECTIONS.

           CLOSE REPORT-FILE.

           DISPLAY "Partners: " WS-PARTNER-CNT.
           DISPLAY "Statement written to "
               FUNCTION TRIM(WS-REPORT-FILE).

      *    COMMIT
           EXEC SQL
               COMMIT WORK
           END-EXEC.

      *    DISCONNECT
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

      *    END
           DISPLAY "RECIPSTATEMENT FINISHED".
           STOP RUN.

       WRITE-PARTNER-SECTIONS.
      *    ITEMS STILL OUT AND CHARGES STILL OWING ARE AS OF THE
      *    END OF THE QUARTER -- ANYTHING OUT OR CHARGED BEFORE
      *    IT AND NOT SETTLED SINCE.
           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT CAST(ip.id AS VARCHAR), ip.name,
                      COALESCE(ip.contact, ''),
                      (SELECT COUNT(*)
                           FROM loans l
                           JOIN patrons p ON p.id = l.patron_id
                           WHERE p.home_partner_id = ip.id
                           AND l.checkout_date
                               >= CAST(:QTR-START AS DATE)
                           AND l.checkout_date
                               < CAST(:QTR-END AS DATE)),
                      (SELECT COUNT(DISTINCT l.patron_id)
                           FROM loans l
                           JOIN patrons p ON p.id = l.patron_id
                           WHERE p.home_partner_id = ip.id
                           AND l.checkout_date
                               >= CAST(:QTR-START AS DATE)
                           AND l.checkout_date
                               < CAST(:QTR-END AS DATE)),
                      (SELECT COUNT(*)
                           FROM loans l
                           JOIN patrons p ON p.id = l.patron_id
                           WHERE p.home_partner_id = ip.id
                           AND l.return_date IS NULL
                           AND l.checkout_date
                               < CAST(:QTR-END AS DATE)),
                      (SELECT COALESCE(SUM(f.amount - f.paid_amount
                                           - f.waived_amount), 0)
                           FROM fines f
                           JOIN patrons p ON p.id = f.patron_id
                           WHERE p.home_partner_id = ip.id
                           AND f.status = 'open'
                           AND f.assessed_at
                               < CAST(:QTR-END AS DATE))
                      FROM ill_partners ip
                      WHERE ip.reciprocal
                      ORDER BY ip.name
           END-EXEC.
           EXEC SQL
               OPEN C1
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               FETCH C1 INTO :PARTNER-ID, :PARTNER-NAME,
                             :PARTNER-CONTACT, :PARTNER-LOANS,
                             :PARTNER-BORROWERS, :PARTNER-OUT-CNT,
                             :PARTNER-UNPAID
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO WS-PARTNER-CNT
               MOVE ALL '=' TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING 'PARTNER: ' FUNCTION TRIM(PARTNER-NAME)
                      '   ATTN: ' FUNCTION TRIM(PARTNER-CONTACT)
                      DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING 'LOANS IN QUARTER: ' PARTNER-LOANS
                      '   TO BORROWERS: ' PARTNER-BORROWERS
                      DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               PERFORM WRITE-ITEMS-OUT
               PERFORM WRITE-CHARGES-OWING
               MOVE PARTNER-UNPAID TO D-AMOUNT
               MOVE SPACES TO REPORT-LINE
               STRING 'ITEMS UNRETURNED: ' PARTNER-OUT-CNT
                      '   CHARGES UNPAID: ' D-AMOUNT
                      DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               DISPLAY FUNCTION TRIM(PARTNER-NAME)
                   ": loans " PARTNER-LOANS
                   "  out " PARTNER-OUT-CNT
                   "  unpaid " D-AMOUNT
               EXEC SQL
                   FETCH C1 INTO :PARTNER-ID, :PARTNER-NAME,
                                 :PARTNER-CONTACT, :PARTNER-LOANS,
                                 :PARTNER-BORROWERS,
                                 :PARTNER-OUT-CNT, :PARTNER-UNPAID
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C1
           END-EXEC.

       WRITE-ITEMS-OUT.
           EXEC SQL
               DECLARE C2 CURSOR FOR
               SELECT COALESCE(p.home_card, ''), p.name, b.name,
                      COALESCE(c.barcode, ''),
                      TO_CHAR(l.checkout_date, 'YYYY-MM-DD'),
                      TO_CHAR(l.due_date, 'YYYY-MM-DD'),
                      CASE WHEN l.lost_at IS NOT NULL THEN 'LOST'
                           WHEN l.due_date < NOW() THEN 'OVERDUE'
                           ELSE '' END
                      FROM loans l
                      JOIN patrons p ON p.id = l.patron_id
                      JOIN books b ON b.id = l.book_id
                      LEFT JOIN copies c ON c.id = l.copy_id
                      WHERE p.home_partner_id =
                          CAST(:PARTNER-ID AS UUID)
                      AND l.return_date IS NULL
                      AND l.checkout_date < CAST(:QTR-END AS DATE)
                      ORDER BY p.home_card, l.due_date
           END-EXEC.
           EXEC SQL
               OPEN C2
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE '---- ITEMS NOT RETURNED ----' TO REPORT-LINE.
           WRITE REPORT-LINE.
           EXEC SQL
               FETCH C2 INTO :ITEM-HOME-CARD, :ITEM-PATRON-NAME,
                             :ITEM-TITLE, :ITEM-BARCODE,
                             :ITEM-OUT-DATE, :ITEM-DUE-DATE,
                             :ITEM-STATE
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE SPACES TO REPORT-LINE
               STRING FUNCTION TRIM(ITEM-HOME-CARD) '  '
                      FUNCTION TRIM(ITEM-PATRON-NAME) '  '
                      FUNCTION TRIM(ITEM-TITLE) '  '
                      FUNCTION TRIM(ITEM-BARCODE)
                      '  out ' ITEM-OUT-DATE
                      '  due ' ITEM-DUE-DATE '  '
                      ITEM-STATE
                      DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               EXEC SQL
                   FETCH C2 INTO :ITEM-HOME-CARD, :ITEM-PATRON-NAME,
                                 :ITEM-TITLE, :ITEM-BARCODE,
                                 :ITEM-OUT-DATE, :ITEM-DUE-DATE,
                                 :ITEM-STATE
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C2
           END-EXEC.

       WRITE-CHARGES-OWING.
           EXEC SQL
               DECLARE C3 CURSOR FOR
               SELECT COALESCE(p.home_card, ''), p.name,
                      COALESCE(fs.description, 'Overdue fine'),
                      TO_CHAR(f.assessed_at, 'YYYY-MM-DD'),
                      f.amount - f.paid_amount - f.waived_amount
                      FROM fines f
                      JOIN patrons p ON p.id = f.patron_id
                      LEFT JOIN fee_schedule fs
                          ON fs.code = f.fee_code
                      WHERE p.home_partner_id =
                          CAST(:PARTNER-ID AS UUID)
                      AND f.status = 'open'
                      AND f.assessed_at < CAST(:QTR-END AS DATE)
                      ORDER BY p.home_card, f.assessed_at
           END-EXEC.
           EXEC SQL
               OPEN C3
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE '---- CHARGES UNPAID ----' TO REPORT-LINE.
           WRITE REPORT-LINE.
           EXEC SQL
               FETCH C3 INTO :CHG-HOME-CARD, :CHG-PATRON-NAME,
                             :CHG-WHAT, :CHG-DATE, :CHG-OWING
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE CHG-OWING TO D-AMOUNT
               MOVE SPACES TO REPORT-LINE
               STRING FUNCTION TRIM(CHG-HOME-CARD) '  '
                      FUNCTION TRIM(CHG-PATRON-NAME) '  '
                      FUNCTION TRIM(CHG-WHAT)
                      '  ' CHG-DATE '  ' D-AMOUNT
                      DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               EXEC SQL
                   FETCH C3 INTO :CHG-HOME-CARD, :CHG-PATRON-NAME,
                                 :CHG-WHAT, :CHG-DATE, :CHG-OWING
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C3
           END-EXEC.

       ERROR-RTN.
           CALL 'SQL-ERROR-HANDLER' USING SQLCODE SQLSTATE SQLERRMC
                'RECIPSTATEMENT                ' 'ERROR-RTN'
           END-CALL.

       END-PROGRAM.
