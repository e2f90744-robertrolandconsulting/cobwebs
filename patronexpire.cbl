      ********************************************
      * Nightly patron registration expiry
      *
      * PATRONEXPIRE
      *
      * Three passes over the patron file:
      *   1. patrons past their expires_at move from 'active' to
      *      'expired' -- the standing gate in every checkout and
      *      hold path then refuses them until the desk renews the
      *      registration (UPDATEPATRON);
      *   2. patrons expiring within RENEWAL_NOTICE_DAYS (default
      *      30) get one "time to renew" notice through the
      *      outbound email/SMS queue, by their reminder
      *      preference;
      *   3. accounts expired and untouched for longer than
      *      PATRON_RETENTION_DAYS (default 730) -- no loan or
      *      return since, nothing out, nothing owed -- are listed
      *      in the retention report (PATRON_RETENTION_FILE,
      *      default patron-retention.txt) so the desk can decide
      *      whether to erase them with PATRONERASE.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PATRONEXPIRE.

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
       COPY 'param-vars.cpy'.
       COPY 'notice-vars.cpy'.

       01  WS-REPORT-FILE          PIC X(1024).
       01  WS-REPORT-FILE-STATUS   PIC X(2).
       01  WS-DAYS-X               PIC X(6).
       01  WS-EXPIRED-CNT          PIC 9(8) VALUE ZERO.
       01  WS-NOTICE-CNT           PIC 9(8) VALUE ZERO.
       01  WS-RETAIN-CNT           PIC 9(8) VALUE ZERO.
       01  WS-MAIL-RECIPIENT       PIC X(100).
       01  WS-MAIL-SUBJECT         PIC X(200).
       01  WS-MAIL-BODY            PIC X(4000).
       01  WS-MAIL-ID              PIC X(36).

       EXEC SQL
           BEGIN DECLARE SECTION
       END-EXEC.
       01  HOSTVARS.
           05 BUFFER               PIC X(1024).

       01  RENEWAL-NOTICE-DAYS     PIC 9(4).
       01  RETENTION-DAYS          PIC 9(5).

       01  EXP-REC-VARS.
           05  EXP-PATRON-ID       PIC X(36).
           05  EXP-PATRON-NAME     PIC X(50).
           05  EXP-PATRON-EMAIL    PIC X(100).
           05  EXP-PATRON-PHONE    PIC X(20).
           05  EXP-NOTIFY-PREF     PIC X(5).
           05  EXP-CARD-NUMBER     PIC X(20).
           05  EXP-EXPIRES         PIC X(10).
           05  EXP-LAST-ACTIVITY   PIC X(10).

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
           DISPLAY "PATRONEXPIRE STARTED".

           COPY 'db-connect.cpy'.

           MOVE 30 TO RENEWAL-NOTICE-DAYS.
           MOVE 'RENEWAL_NOTICE_DAYS' TO PARAM-NAME.
           CALL "GET-PARAM" USING PARAM-NAME PARAM-VALUE
           END-CALL.
           MOVE PARAM-VALUE TO WS-DAYS-X.
           IF FUNCTION TRIM(WS-DAYS-X) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-DAYS-X)
                   TO RENEWAL-NOTICE-DAYS
           END-IF.

           MOVE 730 TO RETENTION-DAYS.
           MOVE 'PATRON_RETENTION_DAYS' TO PARAM-NAME.
           CALL "GET-PARAM" USING PARAM-NAME PARAM-VALUE
           END-CALL.
           MOVE PARAM-VALUE TO WS-DAYS-X.
           IF FUNCTION TRIM(WS-DAYS-X) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-DAYS-X) TO RETENTION-DAYS
           END-IF.

           ACCEPT WS-REPORT-FILE
               FROM ENVIRONMENT 'PATRON_RETENTION_FILE'.
           IF WS-REPORT-FILE = SPACES
               MOVE 'patron-retention.txt' TO WS-REPORT-FILE
           END-IF.

           PERFORM EXPIRE-LAPSED-PATRONS.
           PERFORM QUEUE-RENEWAL-NOTICES.

           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'EXPIRED ACCOUNTS PAST RETENTION -- CANDIDATES '
                  'FOR PATRONERASE'
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           PERFORM WRITE-RETENTION-LIST.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TOTAL: ' WS-RETAIN-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.

           DISPLAY "Expired:          " WS-EXPIRED-CNT.
           DISPLAY "Renewal notices:  " WS-NOTICE-CNT.
           DISPLAY "Past retention:   " WS-RETAIN-CNT.
           DISPLAY "Retention list written to "
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
           DISPLAY "PATRONEXPIRE FINISHED".
           STOP RUN.

       EXPIRE-LAPSED-PATRONS.
      *    ONLY 'ACTIVE' PATRONS LAPSE -- A BARRED OR PENDING
      *    RECORD KEEPS THE STATUS STAFF GAVE IT.
           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT CAST(id AS VARCHAR), name,
                      TO_CHAR(expires_at, 'YYYY-MM-DD')
                      FROM patrons
                      WHERE status = 'active'
                      AND expires_at < CURRENT_DATE
                      ORDER BY expires_at, name
           END-EXEC.
           EXEC SQL
               OPEN C1
           END-EXEC.

           DISPLAY "------------".
           EXEC SQL
               FETCH C1 INTO :EXP-PATRON-ID, :EXP-PATRON-NAME,
                             :EXP-EXPIRES
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM EXPIRE-ONE-PATRON
               EXEC SQL
                   FETCH C1 INTO :EXP-PATRON-ID, :EXP-PATRON-NAME,
                                 :EXP-EXPIRES
               END-EXEC
           END-PERFORM.

           EXEC SQL
               CLOSE C1
           END-EXEC.

       EXPIRE-ONE-PATRON.
           EXEC SQL
               UPDATE patrons
                   SET status = 'expired',
                       expired_at = NOW()
                   WHERE id = CAST(:EXP-PATRON-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE 'patrons' TO AUDIT-TABLE-NAME.
           MOVE EXP-PATRON-ID TO AUDIT-RECORD-ID.
           MOVE 'UPDATE' TO AUDIT-OPERATION.
           MOVE 'batch' TO AUDIT-ACTOR.
           PERFORM WRITE-AUDIT-LOG.

           ADD 1 TO WS-EXPIRED-CNT.
           DISPLAY "EXPIRED   " EXP-EXPIRES "  "
               FUNCTION TRIM(EXP-PATRON-NAME).

       QUEUE-RENEWAL-NOTICES.
      *    ONE NOTICE PER TERM -- RENEWAL_NOTICE_SENT_AT IS CLEARED
      *    WHEN THE DESK RENEWS THE REGISTRATION.
           EXEC SQL
               DECLARE C2 CURSOR FOR
               SELECT CAST(id AS VARCHAR), name,
                      CASE WHEN email_invalid_at IS NOT NULL
                           THEN ''
                           ELSE COALESCE(email, '') END,
                      COALESCE(phone, ''),
                      COALESCE(notify_reminder, 'email'),
                      COALESCE(card_number, ''),
                      TO_CHAR(expires_at, 'YYYY-MM-DD')
                      FROM patrons
                      WHERE status = 'active'
                      AND renewal_notice_sent_at IS NULL
                      AND expires_at >= CURRENT_DATE
                      AND expires_at <= CURRENT_DATE
                          + :RENEWAL-NOTICE-DAYS
                      AND COALESCE(notify_reminder, 'email')
                          <> 'none'
                      ORDER BY expires_at, name
           END-EXEC.
           EXEC SQL
               OPEN C2
           END-EXEC.

           EXEC SQL
               FETCH C2 INTO :EXP-PATRON-ID, :EXP-PATRON-NAME,
                             :EXP-PATRON-EMAIL, :EXP-PATRON-PHONE,
                             :EXP-NOTIFY-PREF, :EXP-CARD-NUMBER,
                             :EXP-EXPIRES
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM QUEUE-ONE-RENEWAL
               EXEC SQL
                   FETCH C2 INTO :EXP-PATRON-ID, :EXP-PATRON-NAME,
                                 :EXP-PATRON-EMAIL,
                                 :EXP-PATRON-PHONE,
                                 :EXP-NOTIFY-PREF, :EXP-CARD-NUMBER,
                                 :EXP-EXPIRES
               END-EXEC
           END-PERFORM.

           EXEC SQL
               CLOSE C2
           END-EXEC.

       QUEUE-ONE-RENEWAL.
      *    SAME CHANNEL CHOICE AS DUESOON -- THE REMINDER
      *    PREFERENCE DECIDES EMAIL OR SMS.
           MOVE 'Time to renew your library card' TO WS-MAIL-SUBJECT.
           MOVE SPACES TO WS-MAIL-ID.
           IF FUNCTION TRIM(EXP-NOTIFY-PREF) = 'sms'
               IF FUNCTION TRIM(EXP-PATRON-PHONE) NOT = SPACES
                   MOVE EXP-PATRON-PHONE TO WS-MAIL-RECIPIENT
                   MOVE SPACES TO WS-MAIL-BODY
                   STRING 'Your library registration expires '
                          EXP-EXPIRES '. Renew at the desk to '
                          'keep borrowing.'
                       DELIMITED BY SIZE INTO WS-MAIL-BODY
                   END-STRING
                   CALL "ENQUEUE-SMS" USING WS-MAIL-RECIPIENT
                        WS-MAIL-SUBJECT WS-MAIL-BODY WS-MAIL-ID
                   END-CALL
               END-IF
           ELSE
               IF FUNCTION TRIM(EXP-PATRON-EMAIL) NOT = SPACES
                   MOVE EXP-PATRON-EMAIL TO WS-MAIL-RECIPIENT
      *            WORDING FROM THE EDITABLE TEMPLATE (SEE
      *            RENDER-NOTICE), LITERAL KEPT AS THE FALLBACK.
                   MOVE 'renewal-email' TO NOTICE-TEMPLATE-NAME
                   MOVE 3 TO NOTICE-VAR-COUNT
                   MOVE 'patron' TO NOTICE-VAR-NAME(1)
                   MOVE EXP-PATRON-NAME TO NOTICE-VAR-VALUE(1)
                   MOVE 'expires' TO NOTICE-VAR-NAME(2)
                   MOVE EXP-EXPIRES TO NOTICE-VAR-VALUE(2)
                   MOVE 'card_number' TO NOTICE-VAR-NAME(3)
                   MOVE EXP-CARD-NUMBER TO NOTICE-VAR-VALUE(3)
                   CALL "RENDER-NOTICE" USING
                        NOTICE-TEMPLATE-NAME NOTICE-VARS
                        NOTICE-BODY NOTICE-RENDER-OK
                   END-CALL
                   IF NOTICE-RENDER-OK = 'y'
                       MOVE NOTICE-BODY TO WS-MAIL-BODY
                   ELSE
      *                '~' SEPARATES BODY LINES -- SEE SENDMAIL.
                       MOVE SPACES TO WS-MAIL-BODY
                       STRING 'Dear '
                              FUNCTION TRIM(EXP-PATRON-NAME)
                              ',~~'
                              'Your library registration expires '
                              'on ' EXP-EXPIRES '.~~'
                              'Please renew at any desk with '
                              'proof of address to keep '
                              'borrowing.~~'
                              'The Library'
                           DELIMITED BY SIZE INTO WS-MAIL-BODY
                       END-STRING
                   END-IF
                   CALL "ENQUEUE-EMAIL" USING WS-MAIL-RECIPIENT
                        WS-MAIL-SUBJECT WS-MAIL-BODY WS-MAIL-ID
                   END-CALL
               END-IF
           END-IF.
           IF FUNCTION TRIM(WS-MAIL-ID) = SPACES
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               UPDATE patrons
                   SET renewal_notice_sent_at = NOW()
                   WHERE id = CAST(:EXP-PATRON-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           ADD 1 TO WS-NOTICE-CNT.
           DISPLAY "RENEW BY  " EXP-EXPIRES "  "
               FUNCTION TRIM(EXP-PATRON-NAME).

       WRITE-RETENTION-LIST.
      *    LAST ACTIVITY IS THE LATEST CHECKOUT OR RETURN; AN
      *    ACCOUNT WITH ANYTHING STILL OUT OR OWED IS NEVER A
      *    CANDIDATE -- PATRONERASE WOULD REFUSE IT ANYWAY.
           EXEC SQL
               DECLARE C3 CURSOR FOR
               SELECT CAST(p.id AS VARCHAR), p.name,
                      COALESCE(p.card_number, ''),
                      TO_CHAR(p.expires_at, 'YYYY-MM-DD'),
                      COALESCE(TO_CHAR(act.last_at, 'YYYY-MM-DD'),
                               'never')
                      FROM patrons p
                      LEFT JOIN LATERAL (
                          SELECT MAX(GREATEST(l.checkout_date,
                                     COALESCE(l.return_date,
                                              l.checkout_date)))
                                     AS last_at
                              FROM loans l
                              WHERE l.patron_id = p.id) act
                          ON TRUE
                      WHERE p.status = 'expired'
                      AND p.expires_at < CURRENT_DATE
                          - :RETENTION-DAYS
                      AND (act.last_at IS NULL
                           OR act.last_at < CURRENT_DATE
                               - :RETENTION-DAYS)
                      AND NOT EXISTS (
                          SELECT 1 FROM loans l
                              WHERE l.patron_id = p.id
                              AND l.return_date IS NULL)
                      AND NOT EXISTS (
                          SELECT 1 FROM fines f
                              WHERE f.patron_id = p.id
                              AND f.status = 'open')
                      ORDER BY p.expires_at, p.name
           END-EXEC.
           EXEC SQL
               OPEN C3
           END-EXEC.

           EXEC SQL
               FETCH C3 INTO :EXP-PATRON-ID, :EXP-PATRON-NAME,
                             :EXP-CARD-NUMBER, :EXP-EXPIRES,
                             :EXP-LAST-ACTIVITY
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE SPACES TO REPORT-LINE
               STRING EXP-PATRON-ID '  '
                      EXP-CARD-NUMBER
                      ' EXPIRED ' EXP-EXPIRES
                      ' LAST USED ' EXP-LAST-ACTIVITY '  '
                      FUNCTION TRIM(EXP-PATRON-NAME)
                      DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               ADD 1 TO WS-RETAIN-CNT
               EXEC SQL
                   FETCH C3 INTO :EXP-PATRON-ID, :EXP-PATRON-NAME,
                                 :EXP-CARD-NUMBER, :EXP-EXPIRES,
                                 :EXP-LAST-ACTIVITY
               END-EXEC
           END-PERFORM.

           EXEC SQL
               CLOSE C3
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
                'PATRONEXPIRE                  ' 'ERROR-RTN'
           END-CALL.

       END-PROGRAM.
