      ********************************************
      * Fold the morning's notices into one digest per patron
      *
      * NOTICEDIGEST
      *
      * Daily, after the notice batches (see jobs.conf): every
      * OUTBOUND_EMAIL row HOLD-FOR-DIGEST parked in status 'digest'
      * is grouped by recipient, channel and the day it was queued.
      * A group of one is released as written; a larger group
      * becomes one message -- the digest-email template for the
      * email channel, a short list for text messages -- listing
      * every item with its due date and what to do, queued for
      * SENDMAIL/SENDSMS. The originals are marked 'digested' and
      * point at the digest, so the queue still shows what each
      * patron was told. A list too long for one message body is
      * released unmerged rather than cut short.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   NOTICEDIGEST.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       COPY 'db-connect-params.cpy'.
       COPY 'notice-vars.cpy'.

       01  WS-DIGEST-CNT           PIC 9(8) VALUE ZERO.
       01  WS-FOLDED-CNT           PIC 9(8) VALUE ZERO.
       01  WS-RELEASED-CNT         PIC 9(8) VALUE ZERO.
       01  WS-COUNT-EDITED         PIC Z(3)9.
       01  WS-MAIL-RECIPIENT       PIC X(100).
       01  WS-MAIL-SUBJECT         PIC X(200).
       01  WS-MAIL-BODY            PIC X(4000).
       01  WS-MAIL-ID              PIC X(36).

      *    THE TEMPLATE TAKES A 2000-BYTE VALUE; A LONGER LIST USES
      *    THE LITERAL BODY, AND ONE TOO LONG FOR THAT GOES UNMERGED.
       01  WS-TEMPLATE-MAX         PIC 9(4) VALUE 2000.
       01  WS-BODY-MAX             PIC 9(4) VALUE 3600.

       EXEC SQL
           BEGIN DECLARE SECTION
       END-EXEC.
       01  HOSTVARS.
           05 BUFFER               PIC X(1024).

       01  DIGEST-REC-VARS.
           05  DGS-RECIPIENT       PIC X(100).
           05  DGS-CHANNEL         PIC X(5).
           05  DGS-QUEUED-DAY      PIC X(10).
           05  DGS-COUNT           PIC 9(4).
           05  DGS-PATRON-NAME     PIC X(50).
           05  DGS-ITEMS-LENGTH    PIC 9(8).
           05  DGS-ITEM-LIST       PIC X(4000).
       01  DGS-DIGEST-ID           PIC X(36).
       EXEC SQL
           END DECLARE SECTION
       END-EXEC.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       PROCEDURE DIVISION.

       MAIN-RTN.
           DISPLAY "NOTICEDIGEST STARTED".

           COPY 'db-connect.cpy'.

      *    ONE ROW PER RECIPIENT, CHANNEL AND DAY, THE ITEM LINES
      *    ALREADY JOINED -- '~' IS SENDMAIL'S BODY LINE SEPARATOR.
           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT recipient, channel,
                      TO_CHAR(queued_at, 'YYYY-MM-DD'),
                      COUNT(*),
                      COALESCE(MAX(digest_patron), ''),
                      LENGTH(STRING_AGG('- '
                          || COALESCE(digest_line, subject), '~')),
                      LEFT(STRING_AGG('- '
                          || COALESCE(digest_line, subject), '~'
                          ORDER BY queued_at), 4000)
                      FROM outbound_email
                      WHERE status = 'digest'
                      GROUP BY recipient, channel,
                          TO_CHAR(queued_at, 'YYYY-MM-DD')
                      ORDER BY 3, recipient
           END-EXEC.
           EXEC SQL
               OPEN C1
           END-EXEC.

           DISPLAY "------------".
           EXEC SQL
               FETCH C1 INTO :DGS-RECIPIENT, :DGS-CHANNEL,
                             :DGS-QUEUED-DAY, :DGS-COUNT,
                             :DGS-PATRON-NAME, :DGS-ITEMS-LENGTH,
                             :DGS-ITEM-LIST
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               IF DGS-COUNT < 2 OR DGS-ITEMS-LENGTH > WS-BODY-MAX
                   PERFORM RELEASE-GROUP
               ELSE
                   PERFORM BUILD-DIGEST
               END-IF
               EXEC SQL
                   FETCH C1 INTO :DGS-RECIPIENT, :DGS-CHANNEL,
                                 :DGS-QUEUED-DAY, :DGS-COUNT,
                                 :DGS-PATRON-NAME,
                                 :DGS-ITEMS-LENGTH, :DGS-ITEM-LIST
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C1
           END-EXEC.

           DISPLAY "Digests queued: " WS-DIGEST-CNT.
           DISPLAY "Notices folded into them: " WS-FOLDED-CNT.
           DISPLAY "Notices released on their own: " WS-RELEASED-CNT.

      *    COMMIT
           EXEC SQL
               COMMIT WORK
           END-EXEC.

      *    DISCONNECT
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

      *    END
           DISPLAY "NOTICEDIGEST FINISHED".
           STOP RUN.

       RELEASE-GROUP.
      *    NOTHING TO FOLD (OR TOO MUCH): BACK INTO THE QUEUE AS
      *    WRITTEN.
           IF DGS-COUNT > 1
               DISPLAY "TOO LONG  " FUNCTION TRIM(DGS-RECIPIENT)
                   " " DGS-QUEUED-DAY " -- released unmerged"
           END-IF.
           EXEC SQL
               UPDATE outbound_email
                   SET status = 'queued'
                   WHERE status = 'digest'
                   AND recipient = :DGS-RECIPIENT
                   AND channel = :DGS-CHANNEL
                   AND TO_CHAR(queued_at, 'YYYY-MM-DD')
                       = :DGS-QUEUED-DAY
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           ADD DGS-COUNT TO WS-RELEASED-CNT.

       BUILD-DIGEST.
           MOVE DGS-RECIPIENT TO WS-MAIL-RECIPIENT.
           MOVE DGS-COUNT TO WS-COUNT-EDITED.
           MOVE SPACES TO WS-MAIL-SUBJECT.
           STRING 'Your library notices: '
                  FUNCTION TRIM(WS-COUNT-EDITED) ' items'
               DELIMITED BY SIZE INTO WS-MAIL-SUBJECT
           END-STRING.
           MOVE SPACES TO WS-MAIL-ID.
           IF FUNCTION TRIM(DGS-CHANNEL) = 'sms'
               MOVE SPACES TO WS-MAIL-BODY
               STRING 'Library, '
                      FUNCTION TRIM(WS-COUNT-EDITED) ' notices:~'
                      FUNCTION TRIM(DGS-ITEM-LIST)
                   DELIMITED BY SIZE INTO WS-MAIL-BODY
               END-STRING
               CALL "ENQUEUE-SMS" USING WS-MAIL-RECIPIENT
                    WS-MAIL-SUBJECT WS-MAIL-BODY WS-MAIL-ID
               END-CALL
           ELSE
               MOVE 'n' TO NOTICE-RENDER-OK
               IF DGS-ITEMS-LENGTH <= WS-TEMPLATE-MAX
      *            WORDING FROM THE EDITABLE TEMPLATE (SEE
      *            RENDER-NOTICE), LITERAL KEPT AS THE FALLBACK.
                   MOVE 'digest-email' TO NOTICE-TEMPLATE-NAME
                   MOVE 3 TO NOTICE-VAR-COUNT
                   MOVE 'patron' TO NOTICE-VAR-NAME(1)
                   MOVE DGS-PATRON-NAME TO NOTICE-VAR-VALUE(1)
                   MOVE 'count' TO NOTICE-VAR-NAME(2)
                   MOVE WS-COUNT-EDITED TO NOTICE-VAR-VALUE(2)
                   MOVE 'items' TO NOTICE-VAR-NAME(3)
                   MOVE DGS-ITEM-LIST TO NOTICE-VAR-VALUE(3)
                   CALL "RENDER-NOTICE" USING
                        NOTICE-TEMPLATE-NAME NOTICE-VARS
                        NOTICE-BODY NOTICE-RENDER-OK
                   END-CALL
               END-IF
               IF NOTICE-RENDER-OK = 'y'
                   MOVE NOTICE-BODY TO WS-MAIL-BODY
               ELSE
                   MOVE SPACES TO WS-MAIL-BODY
                   STRING 'Dear ' FUNCTION TRIM(DGS-PATRON-NAME)
                          ',~~'
                          'Here is today''s news about your '
                          'library account:~~'
                          FUNCTION TRIM(DGS-ITEM-LIST) '~~'
                          'The Library'
                       DELIMITED BY SIZE INTO WS-MAIL-BODY
                   END-STRING
               END-IF
               CALL "ENQUEUE-EMAIL" USING WS-MAIL-RECIPIENT
                    WS-MAIL-SUBJECT WS-MAIL-BODY WS-MAIL-ID
               END-CALL
           END-IF.
           IF FUNCTION TRIM(WS-MAIL-ID) = SPACES
               PERFORM ERROR-RTN
               STOP RUN
           END-IF.

           MOVE WS-MAIL-ID TO DGS-DIGEST-ID.
           EXEC SQL
               UPDATE outbound_email
                   SET status = 'digested',
                       digest_id = CAST(:DGS-DIGEST-ID AS UUID)
                   WHERE status = 'digest'
                   AND recipient = :DGS-RECIPIENT
                   AND channel = :DGS-CHANNEL
                   AND TO_CHAR(queued_at, 'YYYY-MM-DD')
                       = :DGS-QUEUED-DAY
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           ADD 1 TO WS-DIGEST-CNT.
           ADD DGS-COUNT TO WS-FOLDED-CNT.
           DISPLAY "DIGEST    " FUNCTION TRIM(DGS-RECIPIENT)
               " " DGS-QUEUED-DAY " " FUNCTION TRIM(WS-COUNT-EDITED)
               " notices".

       ERROR-RTN.
           CALL 'SQL-ERROR-HANDLER' USING SQLCODE SQLSTATE SQLERRMC
                'NOTICEDIGEST                  ' 'ERROR-RTN'
           END-CALL.

       END-PROGRAM.
