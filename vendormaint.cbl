      *
      * VENDORMAINT
      *
      * List, add, or update the suppliers CREATEPO orders from,
      * with the days each is given to deliver before POCLAIMS
      * starts claiming (blank takes POCLAIMS' default).
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
       COPY 'db-connect-params.cpy'.

       01  WS-ACTION               PIC X(1).
       01  WS-DAYS-X               PIC X(6).

       EXEC SQL
           BEGIN DECLARE SECTION
           05  VENDOR-STATUS       PIC X(10).
           05  VENDOR-EDI-SENDER   PIC X(20).
           05  VENDOR-EDI-RECEIVER PIC X(20).
           05  VENDOR-CLAIM-DAYS   PIC 9(4).

       01  VENDOR-EXISTS-CNT       PIC 9(8).

               DECLARE C1 CURSOR FOR
               SELECT id, name, COALESCE(contact, ''),
                      COALESCE(phone, ''), COALESCE(email, ''),
                      status, COALESCE(claim_after_days, 0)
                      FROM vendors
                      ORDER BY name
           END-EXEC.
           EXEC SQL
               FETCH C1 INTO :VENDOR-ID, :VENDOR-NAME,
                             :VENDOR-CONTACT, :VENDOR-PHONE,
                             :VENDOR-EMAIL, :VENDOR-STATUS,
                             :VENDOR-CLAIM-DAYS
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               IF VENDOR-CLAIM-DAYS = 0
                   DISPLAY VENDOR-ID " " VENDOR-NAME " "
                       VENDOR-PHONE " " VENDOR-STATUS
                       " claim: default"
               ELSE
                   DISPLAY VENDOR-ID " " VENDOR-NAME " "
                       VENDOR-PHONE " " VENDOR-STATUS
                       " claim: " VENDOR-CLAIM-DAYS " days"
               END-IF
               EXEC SQL
                   FETCH C1 INTO :VENDOR-ID, :VENDOR-NAME,
                                 :VENDOR-CONTACT, :VENDOR-PHONE,
                                 :VENDOR-EMAIL, :VENDOR-STATUS,
                                 :VENDOR-CLAIM-DAYS
               END-EXEC
           END-PERFORM.

           ACCEPT VENDOR-PHONE.
           DISPLAY 'Enter email: '.
           ACCEPT VENDOR-EMAIL.
           PERFORM ACCEPT-CLAIM-DAYS.

           EXEC SQL
               INSERT INTO vendors (
                   name,
                   contact,
                   phone,
                   email,
                   claim_after_days
               ) VALUES (
                   TRIM(:VENDOR-NAME),
                   :VENDOR-CONTACT,
                   :VENDOR-PHONE,
                   :VENDOR-EMAIL,
                   NULLIF(:VENDOR-CLAIM-DAYS, 0)
               ) RETURNING id INTO :VENDOR-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           ACCEPT VENDOR-PHONE.
           DISPLAY 'Enter new email: '.
           ACCEPT VENDOR-EMAIL.
           PERFORM ACCEPT-CLAIM-DAYS.
           DISPLAY 'Enter status (active/inactive): '.
           ACCEPT VENDOR-STATUS.
           IF FUNCTION TRIM(VENDOR-STATUS) = SPACES
                       contact = :VENDOR-CONTACT,
                       phone = :VENDOR-PHONE,
                       email = :VENDOR-EMAIL,
                       status = :VENDOR-STATUS,
                       claim_after_days =
                           NULLIF(:VENDOR-CLAIM-DAYS, 0)
                   WHERE id = :VENDOR-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           MOVE 'cli' TO AUDIT-ACTOR.
           PERFORM WRITE-AUDIT-LOG.

       ACCEPT-CLAIM-DAYS.
           DISPLAY 'Days to deliver before claiming '
               '(blank for the default): '.
           MOVE SPACES TO WS-DAYS-X.
           ACCEPT WS-DAYS-X.
           MOVE ZERO TO VENDOR-CLAIM-DAYS.
           IF FUNCTION TRIM(WS-DAYS-X) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-DAYS-X) TO VENDOR-CLAIM-DAYS
           END-IF.

       SET-EDI-IDS.
      *    THE EDIFACT INTERCHANGE IDENTIFIERS EDIEXPORT/EDIIMPORT
      *    TRADE UNDER; BLANK IDS DISABLE EDI FOR THE VENDOR.
