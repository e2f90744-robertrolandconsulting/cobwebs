      ********************************************
      * Park a queued notice for the morning digest
      *
      * HOLD-FOR-DIGEST
      *
      * Called by the morning notice batches (HOLDEXPIRE,
      * AUTORENEW, OVERDUENOTICES, DUESOON) right after
      * ENQUEUE-EMAIL or ENQUEUE-SMS: moves the new OUTBOUND_EMAIL
      * row from 'queued' to 'digest' and records the patron's
      * name and a one-line summary of the item for NOTICEDIGEST
      * to fold into one message per patron and channel. Runs on
      * the caller's connection and inside its transaction, like
      * ENQUEUE-EMAIL. Once today's NOTICEDIGEST has started (see
      * JOB_RUNS), or with NOTICE_DIGEST=off, the row is left
      * queued and goes out on its own as before.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   HOLD-FOR-DIGEST.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       COPY 'param-vars.cpy'.

       01  WS-DIGEST-SWITCH        PIC X(4).

       EXEC SQL
           BEGIN DECLARE SECTION
       END-EXEC.
       01  DIGEST-MAIL-ID          PIC X(36).
       01  DIGEST-PATRON           PIC X(50).
       01  DIGEST-LINE             PIC X(2000).
       01  DIGEST-RUNS-TODAY       PIC 9(4).
       EXEC SQL
           END DECLARE SECTION
       END-EXEC.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       LINKAGE SECTION.
       01  IN-MAIL-ID              PIC X(36).
       01  IN-PATRON-NAME          PIC X(50).
       01  IN-DIGEST-LINE          PIC X(2000).

       PROCEDURE DIVISION USING IN-MAIL-ID IN-PATRON-NAME
               IN-DIGEST-LINE.

       MAIN-RTN.
           IF FUNCTION TRIM(IN-MAIL-ID) = SPACES
               GOBACK
           END-IF.

           MOVE SPACES TO WS-DIGEST-SWITCH.
           MOVE 'NOTICE_DIGEST' TO PARAM-NAME.
           CALL "GET-PARAM" USING PARAM-NAME PARAM-VALUE
           END-CALL.
           MOVE PARAM-VALUE TO WS-DIGEST-SWITCH.
           IF FUNCTION TRIM(WS-DIGEST-SWITCH) = 'off'
               GOBACK
           END-IF.

      *    A NOTICE PRODUCED AFTER THE DIGEST HAS GONE (A LATE OR
      *    RE-RUN BATCH) WOULD OTHERWISE WAIT A WHOLE DAY.
           MOVE ZERO TO DIGEST-RUNS-TODAY.
           EXEC SQL
               SELECT COUNT(*) INTO :DIGEST-RUNS-TODAY
                   FROM job_runs
                   WHERE job_name = 'NOTICEDIGEST'
                   AND started_at >= CURRENT_DATE
           END-EXEC.
           IF SQLCODE NOT = ZERO OR DIGEST-RUNS-TODAY > 0
               GOBACK
           END-IF.

           MOVE IN-MAIL-ID TO DIGEST-MAIL-ID.
           MOVE IN-PATRON-NAME TO DIGEST-PATRON.
           MOVE IN-DIGEST-LINE TO DIGEST-LINE.

           EXEC SQL
               UPDATE outbound_email
                   SET status = 'digest',
                       digest_patron = :DIGEST-PATRON,
                       digest_line = TRIM(:DIGEST-LINE)
                   WHERE id = CAST(:DIGEST-MAIL-ID AS UUID)
                   AND status = 'queued'
           END-EXEC.

           GOBACK.

       END-PROGRAM.
