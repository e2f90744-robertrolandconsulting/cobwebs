      ********************************************
      * Move due dates and pickup deadlines off closed days
      *
      * CLOSUREREDATE
      *
      * Nightly (see jobs.conf): a closure entered in CALENDARMAINT
      * after the fact, or a change to a branch's weekly hours in
      * BRANCHMAINT, can leave open loans due -- or ready holds
      * expiring -- on a day that branch is now shut. Every such
      * loan is moved to the lending branch's next open day (same
      * time of day) and every such hold to the pickup branch's,
      * and the patron is told the new date by their chosen
      * channel. Each move is audited like any other change.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   CLOSUREREDATE.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       COPY 'db-connect-params.cpy'.
       COPY 'notice-vars.cpy'.

       01  WS-LOANS-CNT            PIC 9(8) VALUE ZERO.
       01  WS-HOLDS-CNT            PIC 9(8) VALUE ZERO.
       01  WS-MAIL-RECIPIENT       PIC X(100).
       01  WS-MAIL-SUBJECT         PIC X(200).
       01  WS-MAIL-BODY            PIC X(4000).
       01  WS-MAIL-ID              PIC X(36).

       EXEC SQL
           BEGIN DECLARE SECTION
       END-EXEC.
       01  HOSTVARS.
           05 BUFFER               PIC X(1024).

       01  REDATE-REC-VARS.
           05  RDT-ID              PIC X(36).
           05  RDT-BOOK-NAME       PIC X(50).
           05  RDT-PATRON-NAME     PIC X(50).
           05  RDT-PATRON-EMAIL    PIC X(100).
           05  RDT-PATRON-PHONE    PIC X(20).
           05  RDT-NOTIFY-PREF     PIC X(5).
           05  RDT-BRANCH-CODE     PIC X(10).
           05  RDT-OLD-DATE        PIC X(16).
           05  RDT-NEW-DATE        PIC X(16).

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
           DISPLAY "CLOSUREREDATE STARTED".

           COPY 'db-connect.cpy'.

           PERFORM REDATE-LOANS.
           PERFORM REDATE-HOLDS.

      *    COMMIT
           EXEC SQL
               COMMIT WORK
           END-EXEC.

           DISPLAY "------------".
           DISPLAY "Loans re-dated:        " WS-LOANS-CNT.
           DISPLAY "Pickup deadlines moved:" WS-HOLDS-CNT.

      *    DISCONNECT
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

      *    END
           DISPLAY "CLOSUREREDATE FINISHED".
           STOP RUN.

       REDATE-LOANS.
      *    STILL TO COME DUE (TODAY INCLUDED) ON A DAY THE LENDING
      *    BRANCH IS SHUT. E-LOANS LAPSE BY THEMSELVES AND LOST
      *    ITEMS ARE PAST DUE DATES, SO NEITHER IS TOUCHED.
           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT CAST(l.id AS VARCHAR),
                      b.name,
                      COALESCE(p.name, l.borrower),
                      COALESCE(p.email, ''),
                      COALESCE(p.phone, ''),
                      COALESCE(p.notify_reminder, 'email'),
                      COALESCE(br.code, ''),
                      CASE WHEN l.loan_hours IS NOT NULL
                           THEN TO_CHAR(l.due_date,
                                    'YYYY-MM-DD HH24:MI')
                           ELSE TO_CHAR(l.due_date, 'YYYY-MM-DD')
                      END
                      FROM loans l
                      JOIN books b ON b.id = l.book_id
                      LEFT JOIN patrons p ON p.id = l.patron_id
                      LEFT JOIN branches br ON br.id = l.branch_id
                      WHERE l.return_date IS NULL
                      AND l.lost_at IS NULL
                      AND COALESCE(b.resource_type, 'print')
                          <> 'electronic'
                      AND CAST(l.due_date AS DATE) >= CURRENT_DATE
                      AND NOT is_library_open(l.branch_id,
                                              CAST(l.due_date AS DATE))
                      ORDER BY l.due_date
           END-EXEC.
           EXEC SQL
               OPEN C1
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               FETCH C1 INTO :RDT-ID, :RDT-BOOK-NAME,
                             :RDT-PATRON-NAME, :RDT-PATRON-EMAIL,
                             :RDT-PATRON-PHONE, :RDT-NOTIFY-PREF,
                             :RDT-BRANCH-CODE, :RDT-OLD-DATE
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM REDATE-ONE-LOAN
               EXEC SQL
                   FETCH C1 INTO :RDT-ID, :RDT-BOOK-NAME,
                                 :RDT-PATRON-NAME, :RDT-PATRON-EMAIL,
                                 :RDT-PATRON-PHONE, :RDT-NOTIFY-PREF,
                                 :RDT-BRANCH-CODE, :RDT-OLD-DATE
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C1
           END-EXEC.

       REDATE-ONE-LOAN.
      *    THE DUE-SOON REMINDER GOES OUT AFRESH FOR THE NEW DATE,
      *    AS AFTER A RENEWAL.
           EXEC SQL
               UPDATE loans
                   SET due_date =
                           next_open_day(branch_id,
                               CAST(due_date AS DATE))
                           + (due_date - DATE_TRUNC('day', due_date)),
                       reminder_sent_at = NULL
                   WHERE id = CAST(:RDT-ID AS UUID)
                   RETURNING
                       CASE WHEN loan_hours IS NOT NULL
                            THEN TO_CHAR(due_date,
                                     'YYYY-MM-DD HH24:MI')
                            ELSE TO_CHAR(due_date, 'YYYY-MM-DD')
                       END
                   INTO :RDT-NEW-DATE
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           ADD 1 TO WS-LOANS-CNT.
           DISPLAY "LOAN  " RDT-BRANCH-CODE " "
               FUNCTION TRIM(RDT-BOOK-NAME)
               " for " FUNCTION TRIM(RDT-PATRON-NAME) ": "
               FUNCTION TRIM(RDT-OLD-DATE) " -> "
               FUNCTION TRIM(RDT-NEW-DATE).

      *    THE PATRON'S REMINDER CHANNEL DECIDES EMAIL, SMS OR
      *    NOTHING -- SAME AS DUESOON.
           MOVE SPACES TO WS-MAIL-SUBJECT.
           STRING 'New due date: '
                  FUNCTION TRIM(RDT-BOOK-NAME)
               DELIMITED BY SIZE INTO WS-MAIL-SUBJECT
           END-STRING.
           EVALUATE FUNCTION TRIM(RDT-NOTIFY-PREF)
               WHEN 'sms'
                   IF FUNCTION TRIM(RDT-PATRON-PHONE) NOT = SPACES
                       MOVE RDT-PATRON-PHONE TO WS-MAIL-RECIPIENT
                       MOVE SPACES TO WS-MAIL-BODY
                       STRING 'Library: we are closed the day "'
                              FUNCTION TRIM(RDT-BOOK-NAME)
                              '" was due; it is now due '
                              FUNCTION TRIM(RDT-NEW-DATE) '.'
                           DELIMITED BY SIZE INTO WS-MAIL-BODY
                       END-STRING
                       CALL "ENQUEUE-SMS" USING WS-MAIL-RECIPIENT
                            WS-MAIL-SUBJECT WS-MAIL-BODY WS-MAIL-ID
                       END-CALL
                   END-IF
               WHEN 'none'
                   CONTINUE
               WHEN OTHER
                   IF FUNCTION TRIM(RDT-PATRON-EMAIL) NOT = SPACES
                       MOVE RDT-PATRON-EMAIL TO WS-MAIL-RECIPIENT
      *                WORDING FROM THE EDITABLE TEMPLATE (SEE
      *                RENDER-NOTICE), LITERAL AS THE FALLBACK.
                       MOVE 'redate-loan-email'
                           TO NOTICE-TEMPLATE-NAME
                       MOVE 4 TO NOTICE-VAR-COUNT
                       MOVE 'patron' TO NOTICE-VAR-NAME(1)
                       MOVE RDT-PATRON-NAME TO NOTICE-VAR-VALUE(1)
                       MOVE 'title' TO NOTICE-VAR-NAME(2)
                       MOVE RDT-BOOK-NAME TO NOTICE-VAR-VALUE(2)
                       MOVE 'old_due' TO NOTICE-VAR-NAME(3)
                       MOVE RDT-OLD-DATE TO NOTICE-VAR-VALUE(3)
                       MOVE 'due_date' TO NOTICE-VAR-NAME(4)
                       MOVE RDT-NEW-DATE TO NOTICE-VAR-VALUE(4)
                       CALL "RENDER-NOTICE" USING
                            NOTICE-TEMPLATE-NAME NOTICE-VARS
                            NOTICE-BODY NOTICE-RENDER-OK
                       END-CALL
                       IF NOTICE-RENDER-OK = 'y'
                           MOVE NOTICE-BODY TO WS-MAIL-BODY
                       ELSE
      *                    '~' SEPARATES BODY LINES, SEE SENDMAIL.
                           MOVE SPACES TO WS-MAIL-BODY
                           STRING 'Dear '
                                  FUNCTION TRIM(RDT-PATRON-NAME)
                                  ',~~'
                                  'The library is now closed on '
                                  'the day "'
                                  FUNCTION TRIM(RDT-BOOK-NAME)
                                  '" was due back, so we have '
                                  'moved its due date from '
                                  FUNCTION TRIM(RDT-OLD-DATE)
                                  ' to '
                                  FUNCTION TRIM(RDT-NEW-DATE)
                                  '.~~'
                                  'The Library'
                               DELIMITED BY SIZE
                               INTO WS-MAIL-BODY
                           END-STRING
                       END-IF
                       CALL "ENQUEUE-EMAIL" USING
                            WS-MAIL-RECIPIENT WS-MAIL-SUBJECT
                            WS-MAIL-BODY WS-MAIL-ID
                       END-CALL
                   END-IF
           END-EVALUATE.

           MOVE 'loans' TO AUDIT-TABLE-NAME.
           MOVE RDT-ID TO AUDIT-RECORD-ID.
           MOVE 'UPDATE' TO AUDIT-OPERATION.
           MOVE 'batch' TO AUDIT-ACTOR.
           PERFORM WRITE-AUDIT-LOG.

           CALL "ENQUEUE-EVENT" USING AUDIT-TABLE-NAME
                AUDIT-RECORD-ID AUDIT-OPERATION
           END-CALL.

       REDATE-HOLDS.
      *    READY HOLDS WHOSE LAST PICKUP DAY THE PICKUP BRANCH IS
      *    NOW SHUT ON -- THE HOLD'S PICKUP BRANCH, OR WHEREVER THE
      *    COPY SITS ON THE READY SHELF WHEN IT NAMES NONE.
           EXEC SQL
               DECLARE C2 CURSOR FOR
               SELECT CAST(h.id AS VARCHAR),
                      b.name,
                      COALESCE(p.name, h.borrower),
                      COALESCE(p.email, ''),
                      COALESCE(p.phone, ''),
                      COALESCE(p.notify_hold, 'email'),
                      COALESCE(br.code, ''),
                      TO_CHAR(h.pickup_expires_at, 'YYYY-MM-DD')
                      FROM holds h
                      JOIN books b ON b.id = h.book_id
                      LEFT JOIN patrons p ON p.id = h.patron_id
                      LEFT JOIN copies c ON c.id = h.copy_id
                      LEFT JOIN branches br
                          ON br.id = COALESCE(h.pickup_branch_id,
                                              c.branch_id)
                      WHERE h.status = 'ready'
                      AND CAST(h.pickup_expires_at AS DATE)
                          >= CURRENT_DATE
                      AND NOT is_library_open(
                              COALESCE(h.pickup_branch_id,
                                       c.branch_id),
                              CAST(h.pickup_expires_at AS DATE))
                      ORDER BY h.pickup_expires_at
           END-EXEC.
           EXEC SQL
               OPEN C2
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               FETCH C2 INTO :RDT-ID, :RDT-BOOK-NAME,
                             :RDT-PATRON-NAME, :RDT-PATRON-EMAIL,
                             :RDT-PATRON-PHONE, :RDT-NOTIFY-PREF,
                             :RDT-BRANCH-CODE, :RDT-OLD-DATE
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM REDATE-ONE-HOLD
               EXEC SQL
                   FETCH C2 INTO :RDT-ID, :RDT-BOOK-NAME,
                                 :RDT-PATRON-NAME, :RDT-PATRON-EMAIL,
                                 :RDT-PATRON-PHONE, :RDT-NOTIFY-PREF,
                                 :RDT-BRANCH-CODE, :RDT-OLD-DATE
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C2
           END-EXEC.

       REDATE-ONE-HOLD.
           EXEC SQL
               UPDATE holds
                   SET pickup_expires_at =
                           next_open_day(
                               COALESCE(pickup_branch_id,
                                   (SELECT c.branch_id FROM copies c
                                       WHERE c.id = holds.copy_id)),
                               CAST(pickup_expires_at AS DATE))
                           + (pickup_expires_at
                              - DATE_TRUNC('day', pickup_expires_at))
                   WHERE id = CAST(:RDT-ID AS UUID)
                   RETURNING TO_CHAR(pickup_expires_at, 'YYYY-MM-DD')
                   INTO :RDT-NEW-DATE
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           ADD 1 TO WS-HOLDS-CNT.
           DISPLAY "HOLD  " RDT-BRANCH-CODE " "
               FUNCTION TRIM(RDT-BOOK-NAME)
               " for " FUNCTION TRIM(RDT-PATRON-NAME) ": "
               FUNCTION TRIM(RDT-OLD-DATE) " -> "
               FUNCTION TRIM(RDT-NEW-DATE).

      *    THE PATRON'S HOLD-NOTICE CHANNEL, SAME AS HOLDEXPIRE.
           MOVE SPACES TO WS-MAIL-SUBJECT.
           STRING 'Held longer for you: '
                  FUNCTION TRIM(RDT-BOOK-NAME)
               DELIMITED BY SIZE INTO WS-MAIL-SUBJECT
           END-STRING.
           EVALUATE FUNCTION TRIM(RDT-NOTIFY-PREF)
               WHEN 'sms'
                   IF FUNCTION TRIM(RDT-PATRON-PHONE) NOT = SPACES
                       MOVE RDT-PATRON-PHONE TO WS-MAIL-RECIPIENT
                       MOVE SPACES TO WS-MAIL-BODY
                       STRING 'Library: "'
                              FUNCTION TRIM(RDT-BOOK-NAME)
                              '" is now held for you until '
                              FUNCTION TRIM(RDT-NEW-DATE)
                              ' (we are closed '
                              FUNCTION TRIM(RDT-OLD-DATE) ').'
                           DELIMITED BY SIZE INTO WS-MAIL-BODY
                       END-STRING
                       CALL "ENQUEUE-SMS" USING WS-MAIL-RECIPIENT
                            WS-MAIL-SUBJECT WS-MAIL-BODY WS-MAIL-ID
                       END-CALL
                   END-IF
               WHEN 'none'
                   CONTINUE
               WHEN OTHER
                   IF FUNCTION TRIM(RDT-PATRON-EMAIL) NOT = SPACES
                       MOVE RDT-PATRON-EMAIL TO WS-MAIL-RECIPIENT
                       MOVE 'redate-hold-email'
                           TO NOTICE-TEMPLATE-NAME
                       MOVE 4 TO NOTICE-VAR-COUNT
                       MOVE 'patron' TO NOTICE-VAR-NAME(1)
                       MOVE RDT-PATRON-NAME TO NOTICE-VAR-VALUE(1)
                       MOVE 'title' TO NOTICE-VAR-NAME(2)
                       MOVE RDT-BOOK-NAME TO NOTICE-VAR-VALUE(2)
                       MOVE 'old_expires' TO NOTICE-VAR-NAME(3)
                       MOVE RDT-OLD-DATE TO NOTICE-VAR-VALUE(3)
                       MOVE 'expires' TO NOTICE-VAR-NAME(4)
                       MOVE RDT-NEW-DATE TO NOTICE-VAR-VALUE(4)
                       CALL "RENDER-NOTICE" USING
                            NOTICE-TEMPLATE-NAME NOTICE-VARS
                            NOTICE-BODY NOTICE-RENDER-OK
                       END-CALL
                       IF NOTICE-RENDER-OK = 'y'
                           MOVE NOTICE-BODY TO WS-MAIL-BODY
                       ELSE
                           MOVE SPACES TO WS-MAIL-BODY
                           STRING 'Dear '
                                  FUNCTION TRIM(RDT-PATRON-NAME)
                                  ',~~'
                                  'The library is now closed on '
                                  'the last day you had to '
                                  'collect "'
                                  FUNCTION TRIM(RDT-BOOK-NAME)
                                  '", so we will keep it for you '
                                  'until '
                                  FUNCTION TRIM(RDT-NEW-DATE)
                                  '.~~'
                                  'The Library'
                               DELIMITED BY SIZE
                               INTO WS-MAIL-BODY
                           END-STRING
                       END-IF
                       CALL "ENQUEUE-EMAIL" USING
                            WS-MAIL-RECIPIENT WS-MAIL-SUBJECT
                            WS-MAIL-BODY WS-MAIL-ID
                       END-CALL
                   END-IF
           END-EVALUATE.

           MOVE 'holds' TO AUDIT-TABLE-NAME.
           MOVE RDT-ID TO AUDIT-RECORD-ID.
           MOVE 'UPDATE' TO AUDIT-OPERATION.
           MOVE 'batch' TO AUDIT-ACTOR.
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
                'CLOSUREREDATE                 ' 'ERROR-RTN'
           END-CALL.

       END-PROGRAM.
