      *
      * OVERDUENOTICES
      *
      * Queued notices wait for the morning digest (NOTICEDIGEST),
      * which sends each patron one message for the day.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
       01  WS-MAIL-SUBJECT         PIC X(200).
       01  WS-MAIL-BODY            PIC X(4000).
       01  WS-MAIL-ID              PIC X(36).
       01  WS-DIGEST-LINE          PIC X(2000).

       EXEC SQL
           BEGIN DECLARE SECTION
                      COALESCE(br.code, '')
                      FROM loans
                      JOIN books ON books.id = loans.book_id
      *               A CHILD LINKED TO A GUARDIAN (SEE FAMILYMAINT)
      *               IS REACHED THROUGH THE GUARDIAN'S CONTACT
      *               DETAILS AND PREFERENCES.
                      LEFT JOIN patrons p ON p.id =
                          COALESCE((SELECT c.guardian_id
                                        FROM patrons c
                                        WHERE c.id = loans.patron_id),
                                   loans.patron_id)
                      LEFT JOIN branches br
                          ON br.id = loans.branch_id
                      WHERE loans.return_date IS NULL
                      AND loans.lost_at IS NULL
      *               A LOAN UNDER AN OPEN CLAIM (SEE CLAIMMAINT) IS
      *               LEFT ALONE UNTIL THE CLAIM IS RESOLVED.
                      AND loans.claim_type IS NULL
                      AND loans.due_date < NOW()
                      AND COALESCE(books.resource_type, 'print')
                          <> 'electronic'
           END-CALL.
           IF FUNCTION TRIM(WS-MAIL-ID) NOT = SPACES
               ADD 1 TO WS-QUEUED-CNT
               PERFORM PARK-FOR-DIGEST
           END-IF.

       QUEUE-NOTICE-SMS.
           END-CALL.
           IF FUNCTION TRIM(WS-MAIL-ID) NOT = SPACES
               ADD 1 TO WS-QUEUED-CNT
               PERFORM PARK-FOR-DIGEST
           END-IF.

       PARK-FOR-DIGEST.
      *    NOTICEDIGEST FOLDS THIS INTO THE PATRON'S ONE MESSAGE OF
      *    THE DAY; THE LINE IS WHAT THE DIGEST LISTS FOR IT.
           MOVE SPACES TO WS-DIGEST-LINE.
           STRING 'OVERDUE: "' FUNCTION TRIM(LOAN-BOOK-NAME)
                  '" was due ' LOAN-DUE-DATE
                  ' -- please return or renew it'
               DELIMITED BY SIZE INTO WS-DIGEST-LINE
           END-STRING.
           CALL "HOLD-FOR-DIGEST" USING WS-MAIL-ID LOAN-BORROWER
                WS-DIGEST-LINE
           END-CALL.

       ERROR-RTN.
           CALL 'SQL-ERROR-HANDLER' USING SQLCODE SQLSTATE SQLERRMC
                'OVERDUENOTICES                ' 'ERROR-RTN'
