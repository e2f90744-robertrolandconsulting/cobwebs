      *
      * UPDATEPATRON
      *
      * Also renews a patron's registration for another category
      * term -- the desk side of the annual re-registration that
      * PATRONEXPIRE enforces.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
       01  WS-PHONE-LEN            USAGE BINARY-LONG.
       01  WS-PHONE-IDX            USAGE BINARY-LONG.
       01  WS-PHONE-OK             PIC X(1).
       01  WS-RENEW                PIC X(1).

       EXEC SQL
           BEGIN DECLARE SECTION
           05  PATRON-PHONE        PIC X(20).
           05  PATRON-ADDRESS      PIC X(200).
           05  PATRON-STATUS       PIC X(10).
           05  PATRON-CUR-STATUS   PIC X(10).
           05  PATRON-PIN-HASH     PIC X(128).
           05  PATRON-PIN-SALT     PIC X(32).
           05  PATRON-PIN-ITERS    PIC 9(6).
           05  PATRON-EXPIRES      PIC X(10).

       01  NOTIFY-PREF-VARS.
           05  NOTIFY-OVERDUE      PIC X(5).
           DISPLAY 'Enter patron id to update: '.
           ACCEPT PATRON-ID.

           MOVE SPACES TO PATRON-CUR-STATUS.
           EXEC SQL
               SELECT COUNT(*), COALESCE(MAX(status), '')
                   INTO :PATRON-EXISTS-CNT, :PATRON-CUR-STATUS
                   FROM patrons WHERE id = :PATRON-ID
           END-EXEC.

           DISPLAY 'Enter new address: '.
           ACCEPT PATRON-ADDRESS.

           DISPLAY 'Enter status (active/barred, blank keeps '
               FUNCTION TRIM(PATRON-CUR-STATUS) '): '.
           ACCEPT PATRON-STATUS.

      *    ANNUAL RE-REGISTRATION (SEE BELOW) IS ASKED HERE, BECAUSE
      *    IT IS THE ONLY WAY BACK TO ACTIVE FOR AN EXPIRED PATRON.
           DISPLAY 'Renew registration for another term? (y/n): '.
           ACCEPT WS-RENEW.

      *    BLANK KEEPS THE CURRENT STATUS, WHATEVER IT IS.
           IF FUNCTION TRIM(PATRON-STATUS) = SPACES
               MOVE PATRON-CUR-STATUS TO PATRON-STATUS
           ELSE
               IF FUNCTION TRIM(PATRON-STATUS) NOT = 'active'
                       AND FUNCTION TRIM(PATRON-STATUS)
                           NOT = 'barred'
                   DISPLAY "Status must be active or barred"
                   EXEC SQL
                       DISCONNECT ALL
                   END-EXEC
                   STOP RUN
               END-IF
               IF FUNCTION TRIM(PATRON-STATUS) = 'active'
                       AND FUNCTION TRIM(PATRON-CUR-STATUS)
                           = 'expired'
                       AND WS-RENEW NOT = 'y' AND WS-RENEW NOT = 'Y'
                   DISPLAY "Registration has expired -- renew it "
                       "to make the patron active again"
                   EXEC SQL
                       DISCONNECT ALL
                   END-EXEC
                   STOP RUN
               END-IF
           END-IF.

      *    NOTIFICATION PREFERENCES (EMAIL/SMS/NONE PER NOTICE
      *    TYPE) -- BLANK KEEPS THE CURRENT SETTING.
           DISPLAY 'Overdue notices (email/sms/none, blank '
               END-IF
               DISPLAY "PIN reset"
           END-IF.
           EXEC SQL
               UPDATE patrons
                   SET name = :PATRON-NAME,
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      *    ANNUAL RE-REGISTRATION: THE PATRON HAS CONFIRMED THEIR
      *    DETAILS ABOVE, SO THE EXPIRY MOVES OUT ONE CATEGORY TERM
      *    FROM TODAY OR FROM THE CURRENT EXPIRY, WHICHEVER IS
      *    LATER, THE RENEWAL NOTICE RE-ARMS FOR NEXT TIME (SEE
      *    PATRONEXPIRE), AND A PATRON PATRONEXPIRE HAD EXPIRED IS
      *    ACTIVE AGAIN.
           IF WS-RENEW = 'y' OR WS-RENEW = 'Y'
               EXEC SQL
                   UPDATE patrons p
                       SET expires_at = GREATEST(CURRENT_DATE,
                               COALESCE(p.expires_at, CURRENT_DATE))
                           + make_interval(months =>
                               pc.registration_months),
                           renewal_notice_sent_at = NULL,
                           expired_at = NULL,
                           status = CASE WHEN p.status = 'expired'
                                         THEN 'active'
                                         ELSE p.status END
                       FROM patron_categories pc
                       WHERE pc.code = p.category
                       AND p.id = CAST(:PATRON-ID AS UUID)
                       RETURNING TO_CHAR(p.expires_at, 'YYYY-MM-DD')
                           INTO :PATRON-EXPIRES
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               DISPLAY "Registration now expires " PATRON-EXPIRES
           END-IF.

           MOVE 'patrons' TO AUDIT-TABLE-NAME.
           MOVE PATRON-ID TO AUDIT-RECORD-ID.
           MOVE 'UPDATE' TO AUDIT-OPERATION.
