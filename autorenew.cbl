      * still overrides) must not be exhausted, and no one else may
      * hold an open reservation on the title. Each renewal is
      * recorded like a desk renewal and the patron is told the
      * new due date through the email queue, in the morning
      * digest (see NOTICEDIGEST). Items nobody else
      * wants stop generating fines for our best borrowers. Hourly
      * loans are left alone: they come back the same day.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************

       WORKING-STORAGE SECTION.
       COPY 'db-connect-params.cpy'.
       COPY 'param-vars.cpy'.
       COPY 'notice-vars.cpy'.

       01  WS-RENEWAL-MAX-X        PIC X(4).
       01  WS-MAIL-SUBJECT         PIC X(200).
       01  WS-MAIL-BODY            PIC X(4000).
       01  WS-MAIL-ID              PIC X(36).
       01  WS-DIGEST-LINE          PIC X(2000).

       EXEC SQL
           BEGIN DECLARE SECTION
           COPY 'db-connect.cpy'.

           MOVE -1 TO RENEWAL-MAX-OVERRIDE.
           MOVE 'RENEWAL_MAX' TO PARAM-NAME.
           CALL "GET-PARAM" USING PARAM-NAME PARAM-VALUE
           END-CALL.
           MOVE PARAM-VALUE TO WS-RENEWAL-MAX-X.
           IF FUNCTION TRIM(WS-RENEWAL-MAX-X) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-RENEWAL-MAX-X)
                   TO RENEWAL-MAX-OVERRIDE
                      WHERE l.return_date IS NULL
                      AND l.lost_at IS NULL
                      AND l.due_date > NOW()
                      AND l.loan_hours IS NULL
                      AND COALESCE(b.resource_type, 'print')
                          <> 'electronic'
                      AND l.due_date <= NOW() + INTERVAL '1 day'
           EXEC SQL
               UPDATE loans
                   SET due_date =
                           next_open_day(branch_id, CAST(
                               GREATEST(due_date, NOW())
                               + make_interval(
                                   days => :RNW-LOAN-DAYS)
               CALL "ENQUEUE-EMAIL" USING WS-MAIL-RECIPIENT
                    WS-MAIL-SUBJECT WS-MAIL-BODY WS-MAIL-ID
               END-CALL
      *        NOTICEDIGEST FOLDS THIS INTO THE PATRON'S ONE MESSAGE
      *        OF THE DAY.
               MOVE SPACES TO WS-DIGEST-LINE
               STRING 'RENEWED FOR YOU: "'
                      FUNCTION TRIM(RNW-BOOK-NAME)
                      '" -- now due ' RNW-NEW-DUE
                      ', nothing to do'
                   DELIMITED BY SIZE INTO WS-DIGEST-LINE
               END-STRING
               CALL "HOLD-FOR-DIGEST" USING WS-MAIL-ID
                    RNW-PATRON-NAME WS-DIGEST-LINE
               END-CALL
           END-IF.

           MOVE 'loans' TO AUDIT-TABLE-NAME.
