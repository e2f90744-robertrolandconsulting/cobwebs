      ********************************************
      * Supervisor override of a circulation block
      *
      * CIRC-OVERRIDE
      *
      * Called by CHECKOUTBOOK and DESKMODE when a loan is refused
      * on a block a supervisor may lift (loan limit, fine block,
      * guardian's fine block, material that doesn't lend, a
      * manual block placed through PATRONNOTES). Asks
      * for a second staff login -- an admin user's email and
      * password, checked the way LOGIN checks them -- and a
      * reason code from OVERRIDE_REASONS, then writes the
      * override to CIRC_OVERRIDES with the desk operator
      * (DESK_OPERATOR in the desk profile) and returns 'y' so the
      * caller lets the loan through. Anything short of a good
      * login and a valid reason returns 'n' and the refusal
      * stands.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   CIRC-OVERRIDE.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01  WS-CONFIRM              PIC X(1).
       01  WS-PASSWORD             PIC X(200).
       01  WS-COMPUTED-HASH        PIC X(128).

       EXEC SQL
           BEGIN DECLARE SECTION
       END-EXEC.
       01  OVR-REC-VARS.
           05  OVR-PATRON-ID       PIC X(36).
           05  OVR-BOOK-ID         PIC X(36).
           05  OVR-COPY-ID         PIC X(36).
           05  OVR-BLOCK-TYPE      PIC X(20).
           05  OVR-BRANCH-ID       PIC X(36).
           05  OVR-STATION         PIC X(10).
           05  OVR-REASON-CODE     PIC X(10).
           05  OVR-REASON-DESC     PIC X(50).
           05  OVR-NOTE            PIC X(100).
           05  OVR-OPERATOR        PIC X(50).
           05  OVR-ID              PIC X(36).

       01  SUP-REC-VARS.
           05  SUP-EMAIL           PIC X(50).
           05  SUP-USER-ID         PIC X(36).
           05  SUP-ROLE            PIC X(20).
           05  SUP-HASH            PIC X(128).
           05  SUP-SALT            PIC X(32).
           05  SUP-ALGO            PIC X(20).
           05  SUP-ITERATIONS      PIC 9(6).
           05  SUP-LOCKED          PIC X(1).
           05  SUP-AUTH-SOURCE     PIC X(10).
           05  SUP-FAILED-MAX      PIC 9(4) VALUE 5.

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
       01  IN-PATRON-ID            PIC X(36).
       01  IN-BOOK-ID              PIC X(36).
       01  IN-COPY-ID              PIC X(36).
       01  IN-BLOCK-TYPE           PIC X(20).
       01  IN-BRANCH-ID            PIC X(36).
       01  IN-STATION              PIC X(10).
       01  OUT-GRANTED             PIC X(1).

       PROCEDURE DIVISION USING IN-PATRON-ID IN-BOOK-ID IN-COPY-ID
               IN-BLOCK-TYPE IN-BRANCH-ID IN-STATION OUT-GRANTED.

       MAIN-RTN.
           MOVE 'n' TO OUT-GRANTED.

           DISPLAY 'Supervisor override? (y/n): '.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'y' AND WS-CONFIRM NOT = 'Y'
               GOBACK
           END-IF.

           MOVE IN-PATRON-ID TO OVR-PATRON-ID.
           MOVE IN-BOOK-ID TO OVR-BOOK-ID.
           MOVE IN-COPY-ID TO OVR-COPY-ID.
           MOVE IN-BLOCK-TYPE TO OVR-BLOCK-TYPE.
           MOVE IN-BRANCH-ID TO OVR-BRANCH-ID.
           MOVE IN-STATION TO OVR-STATION.

           DISPLAY 'Supervisor email: '.
           ACCEPT SUP-EMAIL.
           DISPLAY 'Supervisor password: '.
           ACCEPT WS-PASSWORD.

      *    USES THE CALLER'S OPEN CONNECTION, THE AUTHORIZE-USER
      *    CONVENTION. THE SUPERVISOR IS ANY LIVE ADMIN ACCOUNT.
           MOVE SPACES TO SUP-USER-ID.
           EXEC SQL
               SELECT CAST(id AS VARCHAR), role, password_hash,
                      COALESCE(password_salt, ''),
                      COALESCE(password_algo, ''),
                      COALESCE(password_iterations, 0),
                      CASE WHEN locked_until IS NOT NULL
                                AND locked_until > NOW()
                           THEN 'y' ELSE 'n' END,
                      COALESCE(auth_source, 'local')
                   INTO :SUP-USER-ID, :SUP-ROLE, :SUP-HASH,
                        :SUP-SALT, :SUP-ALGO, :SUP-ITERATIONS,
                        :SUP-LOCKED, :SUP-AUTH-SOURCE
                   FROM users
                   WHERE email = TRIM(:SUP-EMAIL)
                   AND deleted_at IS NULL
           END-EXEC.
           IF SQLCODE NOT = ZERO
                   OR FUNCTION TRIM(SUP-ROLE) NOT = 'admin'
                   OR SUP-LOCKED = 'y'
               DISPLAY "Override refused: not a supervisor login"
               GOBACK
           END-IF.

      *    ONLY THE SALTED, ITERATED SCHEME IS CHECKED HERE; A
      *    DIRECTORY OR STILL-LEGACY ACCOUNT SIGNS IN ONCE ON THE
      *    WEB ADMIN FIRST (LOGIN REHASHES IT ON THE WAY THROUGH).
           IF FUNCTION TRIM(SUP-AUTH-SOURCE) NOT = 'local'
                   OR FUNCTION TRIM(SUP-ALGO) NOT = 'sha3-512-iter'
               DISPLAY "Override refused: that account must sign "
                   "in to the web admin before it can override"
               GOBACK
           END-IF.

           MOVE SPACES TO WS-COMPUTED-HASH.
           CALL "HASH-PASSWORD" USING WS-PASSWORD SUP-SALT
                SUP-ITERATIONS WS-COMPUTED-HASH
           END-CALL.
           MOVE SPACES TO WS-PASSWORD.
           IF WS-COMPUTED-HASH NOT = SUP-HASH
      *        COUNTS TOWARDS THE SAME LOCKOUT AS A FAILED WEB LOGIN:
      *        THE FIFTH MISS LOCKS THE ACCOUNT FOR FIFTEEN MINUTES,
      *        AS LOGIN DOES. COMMITTED HERE, OR THE CALLER'S
      *        REFUSAL WOULD ROLL IT BACK.
               EXEC SQL
                   UPDATE users
                       SET failed_login_count = failed_login_count + 1,
                           locked_until = CASE
                               WHEN failed_login_count + 1
                                    >= :SUP-FAILED-MAX
                               THEN NOW() + INTERVAL '15 minutes'
                               ELSE locked_until END
                       WHERE id = CAST(:SUP-USER-ID AS UUID)
               END-EXEC
               EXEC SQL
                   COMMIT WORK
               END-EXEC
               DISPLAY "Override refused: wrong password"
               GOBACK
           END-IF.

           DISPLAY 'Reason code (PAYING, ERROR, COURSE, HARDSHIP, '
               'STAFF, OTHER): '.
           ACCEPT OVR-REASON-CODE.
           EXEC SQL
               SELECT description INTO :OVR-REASON-DESC
                   FROM override_reasons
                   WHERE code = UPPER(TRIM(:OVR-REASON-CODE))
                   AND active
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "Override refused: unknown reason code"
               GOBACK
           END-IF.
           DISPLAY 'Note (optional): '.
           ACCEPT OVR-NOTE.

           ACCEPT OVR-OPERATOR FROM ENVIRONMENT 'DESK_OPERATOR'.

           EXEC SQL
               INSERT INTO circ_overrides (
                   patron_id,
                   book_id,
                   copy_id,
                   block_type,
                   reason_code,
                   note,
                   operator,
                   supervisor_id,
                   branch_id,
                   station
               ) VALUES (
                   CAST(:OVR-PATRON-ID AS UUID),
                   CAST(NULLIF(TRIM(:OVR-BOOK-ID), '') AS UUID),
                   CAST(NULLIF(TRIM(:OVR-COPY-ID), '') AS UUID),
                   TRIM(:OVR-BLOCK-TYPE),
                   UPPER(TRIM(:OVR-REASON-CODE)),
                   NULLIF(TRIM(:OVR-NOTE), ''),
                   NULLIF(TRIM(:OVR-OPERATOR), ''),
                   CAST(:SUP-USER-ID AS UUID),
                   CAST(NULLIF(TRIM(:OVR-BRANCH-ID), '') AS UUID),
                   TRIM(:OVR-STATION)
               ) RETURNING id INTO :OVR-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE 'circ_overrides' TO AUDIT-TABLE-NAME.
           MOVE OVR-ID TO AUDIT-RECORD-ID.
           MOVE 'INSERT' TO AUDIT-OPERATION.
           MOVE SUP-USER-ID TO AUDIT-ACTOR.
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

           DISPLAY "Override recorded: "
               FUNCTION TRIM(OVR-REASON-DESC).
           MOVE 'y' TO OUT-GRANTED.
           GOBACK.

       ERROR-RTN.
           CALL 'SQL-ERROR-HANDLER' USING SQLCODE SQLSTATE SQLERRMC
                'CIRC-OVERRIDE                 ' 'ERROR-RTN'
           END-CALL.

       END-PROGRAM.
