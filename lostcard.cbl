      ********************************************
      * Replace a lost library card
      *
      * LOSTCARD
      *
      * The desk scans (or keys) the patron's current card number
      * or patron id. The old number is retired in PATRON_CARDS so
      * the desk, kiosk, API and offline replay refuse it from then
      * on, a new number is issued onto the patron record, and the
      * CARD replacement fee from FEE_SCHEDULE (see FEEMAINT) is
      * posted into the fines ledger like any DESKMODE charge.
      * A patron who never had a number just gets one, free.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   LOSTCARD.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       COPY 'db-connect-params.cpy'.

       01  WS-CONFIRM              PIC X(1).

       EXEC SQL
           BEGIN DECLARE SECTION
       END-EXEC.
       01  HOSTVARS.
           05 BUFFER               PIC X(1024).

       01  PATRON-REC-VARS.
           05  PATRON-SCAN         PIC X(36).
           05  PATRON-ID           PIC X(36).
           05  PATRON-NAME         PIC X(50).
           05  PATRON-STATUS       PIC X(10).
           05  OLD-CARD-NUMBER     PIC X(20).
           05  NEW-CARD-NUMBER     PIC X(20).

       01  FEE-REC-VARS.
           05  FEE-DESCRIPTION     PIC X(50).
           05  FEE-AMOUNT          PIC 9(6)V99.

       01  FINE-ID                 PIC X(36).

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
           DISPLAY "LOSTCARD STARTED".

           COPY 'db-connect.cpy'.

           DISPLAY 'Patron card number or patron id: '.
           ACCEPT PATRON-SCAN.

           MOVE SPACES TO PATRON-ID OLD-CARD-NUMBER.
           EXEC SQL
               SELECT CAST(id AS VARCHAR), name, status,
                      COALESCE(card_number, '')
                   INTO :PATRON-ID, :PATRON-NAME, :PATRON-STATUS,
                        :OLD-CARD-NUMBER
                   FROM patrons
                   WHERE id = patron_by_card(:PATRON-SCAN)
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "No patron found with that card or id"
               EXEC SQL
                   DISCONNECT ALL
               END-EXEC
               STOP RUN
           END-IF.

      *    A PENDING APPLICANT HAS NO CARD YET -- APPROVAL ISSUES IT
      *    (SEE ADMIN-PATRON-DECIDE).
           IF FUNCTION TRIM(PATRON-STATUS) = 'pending'
               DISPLAY "Registration is still pending approval -- "
                   "no card to replace"
               EXEC SQL
                   DISCONNECT ALL
               END-EXEC
               STOP RUN
           END-IF.

           DISPLAY "Patron: " FUNCTION TRIM(PATRON-NAME).
           IF FUNCTION TRIM(OLD-CARD-NUMBER) NOT = SPACES
               DISPLAY "Current card: "
                   FUNCTION TRIM(OLD-CARD-NUMBER)
           END-IF.
           DISPLAY 'Retire this card and issue a new one? (y/n): '.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'y' AND WS-CONFIRM NOT = 'Y'
               DISPLAY "Nothing changed"
               EXEC SQL
                   DISCONNECT ALL
               END-EXEC
               STOP RUN
           END-IF.

      *    THE OLD NUMBER STAYS ON FILE AS RETIRED -- THAT IS WHAT
      *    MAKES IS_CARD_RETIRED REFUSE IT AT EVERY STATION.
           IF FUNCTION TRIM(OLD-CARD-NUMBER) NOT = SPACES
               EXEC SQL
                   UPDATE patron_cards
                       SET status = 'retired',
                           retired_at = NOW(),
                           retired_reason = 'lost'
                       WHERE card_number = TRIM(:OLD-CARD-NUMBER)
               END-EXEC
               IF SQLCODE NOT = ZERO
                   EXEC SQL
                       INSERT INTO patron_cards (
                           card_number,
                           patron_id,
                           status,
                           retired_at,
                           retired_reason
                       ) VALUES (
                           TRIM(:OLD-CARD-NUMBER),
                           CAST(:PATRON-ID AS UUID),
                           'retired',
                           NOW(),
                           'lost'
                       )
                   END-EXEC
                   IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
                   END-IF
               END-IF
           END-IF.

           EXEC SQL
               UPDATE patrons
                   SET card_number = next_card_number()
                   WHERE id = CAST(:PATRON-ID AS UUID)
                   RETURNING card_number INTO :NEW-CARD-NUMBER
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               INSERT INTO patron_cards (card_number, patron_id)
                   VALUES (:NEW-CARD-NUMBER,
                           CAST(:PATRON-ID AS UUID))
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE 'patrons' TO AUDIT-TABLE-NAME.
           MOVE PATRON-ID TO AUDIT-RECORD-ID.
           MOVE 'UPDATE' TO AUDIT-OPERATION.
           MOVE 'desk' TO AUDIT-ACTOR.
           PERFORM WRITE-AUDIT-LOG.

      *    THE REPLACEMENT FEE IS WHATEVER FEEMAINT HAS ON THE CARD
      *    CODE TODAY; AN INACTIVE OR ZERO FEE POSTS NOTHING. A
      *    FIRST CARD FOR A PATRON WHO NEVER HAD ONE IS FREE.
           IF FUNCTION TRIM(OLD-CARD-NUMBER) NOT = SPACES
               PERFORM POST-CARD-FEE
           END-IF.

      *    COMMIT
           EXEC SQL
               COMMIT WORK
           END-EXEC.

           DISPLAY "New card number: "
               FUNCTION TRIM(NEW-CARD-NUMBER).

      *    DISCONNECT
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

      *    END
           DISPLAY "LOSTCARD FINISHED".
           STOP RUN.

       POST-CARD-FEE.
           MOVE ZERO TO FEE-AMOUNT.
           EXEC SQL
               SELECT description, default_amount
                   INTO :FEE-DESCRIPTION, :FEE-AMOUNT
                   FROM fee_schedule
                   WHERE code = 'CARD'
                   AND active
           END-EXEC.
           IF SQLCODE NOT = ZERO OR FEE-AMOUNT = 0
               DISPLAY "No card replacement fee is active"
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               INSERT INTO fines (
                   patron_id,
                   borrower,
                   amount,
                   fee_code
               ) VALUES (
                   CAST(:PATRON-ID AS UUID),
                   :PATRON-NAME,
                   :FEE-AMOUNT,
                   'CARD'
               ) RETURNING id INTO :FINE-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY "Charge posted: "
               FUNCTION TRIM(FEE-DESCRIPTION) " "
               FEE-AMOUNT "  (" FUNCTION TRIM(FINE-ID) ")".

           MOVE 'fines' TO AUDIT-TABLE-NAME.
           MOVE FINE-ID TO AUDIT-RECORD-ID.
           MOVE 'INSERT' TO AUDIT-OPERATION.
           MOVE 'desk' TO AUDIT-ACTOR.
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
                'LOSTCARD                      ' 'ERROR-RTN'
           END-CALL.

       END-PROGRAM.
