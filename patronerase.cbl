      * the fines ledger stay intact) but loses every identifying
      * field, the borrower names on the patron's loans and fines
      * are blanked to the anonymized marker, and the patron link
      * is stripped from returned loans and any homebound reading
      * profile and staff account notes are deleted, so no reading
      * history or remarks about the person survive. Open loans
      * or unpaid fines block the erasure -- settle them first --
      * and so does credit still held on the account, which
      * PATRONCREDIT refunds.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
       01  PATRON-NAME             PIC X(50).
       01  OPEN-LOAN-CNT           PIC 9(6).
       01  OPEN-FINE-CNT           PIC 9(6).
       01  CREDIT-BALANCE          PIC S9(6)V99.
       01  D-CREDIT-BALANCE        PIC -(6)9.99.

       01  AUDIT-REC-VARS.
           05  AUDIT-TABLE-NAME    PIC X(30).
               STOP RUN
           END-IF.

      *    NOR CAN IT OWE MONEY TO NOBODY.
           EXEC SQL
               SELECT patron_credit_balance(CAST(:PATRON-ID AS UUID))
                   INTO :CREDIT-BALANCE
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           IF CREDIT-BALANCE > 0
               MOVE CREDIT-BALANCE TO D-CREDIT-BALANCE
               DISPLAY "Erasure refused: credit of " D-CREDIT-BALANCE
                   " must be refunded first (PATRONCREDIT)"
               EXEC SQL
                   DISCONNECT ALL
               END-EXEC
               STOP RUN
           END-IF.

           DISPLAY "Erase " FUNCTION TRIM(PATRON-NAME)
               "? This cannot be undone. (yes/no): ".
           ACCEPT WS-CONFIRM.
                       pin_hash = NULL,
                       pin_salt = NULL,
                       pin_iterations = NULL,
                       homebound = FALSE,
                       homebound_route = NULL,
                       homebound_stop = NULL,
                       next_visit = NULL,
                       calendar_token = NULL,
                       status = 'erased'
                   WHERE id = CAST(:PATRON-ID AS UUID)
           END-EXEC.
               STOP RUN
           END-IF.

      *    AND THE SAME FOR LOANS LOANARCHIVE HAS MOVED TO HISTORY.
           EXEC SQL
               UPDATE loan_history
                   SET borrower = '(erased)',
                       patron_id = NULL
                   WHERE patron_id = CAST(:PATRON-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN
               STOP RUN
           END-IF.

      *    SETTLED FINES KEEP THEIR AMOUNTS FOR THE LEDGER BUT
      *    LOSE THE NAME AND THE LINK.
           EXEC SQL
               STOP RUN
           END-IF.

      *    ADDRESSES THE PATRON ASKED TO CHANGE TO, CONFIRMED OR
      *    NOT, ARE CONTACT DETAILS TOO.
           EXEC SQL
               DELETE FROM patron_contact_changes
                   WHERE patron_id = CAST(:PATRON-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN
               STOP RUN
           END-IF.

      *    STAFF NOTES AND BLOCKS ON THE ACCOUNT (SEE PATRONNOTES)
      *    ARE REMARKS ABOUT THE PERSON; THE AUDIT TRAIL OF BLOCKS
      *    KEEPS ONLY THEIR IDS.
           EXEC SQL
               DELETE FROM patron_notes
                   WHERE patron_id = CAST(:PATRON-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN
               STOP RUN
           END-IF.

      *    THE HOMEBOUND READING PROFILE AND ALREADY-READ LIST ARE
      *    READING HISTORY TOO -- THEY GO, AND SO DOES THE ROUTE.
           EXEC SQL
               DELETE FROM homebound_interests
                   WHERE patron_id = CAST(:PATRON-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN
               STOP RUN
           END-IF.

           EXEC SQL
               DELETE FROM homebound_exclusions
                   WHERE patron_id = CAST(:PATRON-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN
               STOP RUN
           END-IF.

           EXEC SQL
               DELETE FROM homebound_deliveries
                   WHERE patron_id = CAST(:PATRON-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN
               STOP RUN
           END-IF.

           DISPLAY "Patron erased.".

           MOVE 'patrons' TO AUDIT-TABLE-NAME.
