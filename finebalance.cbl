      *
      * Lists every open fine for a borrower with what is still
      * owed on each, and totals the outstanding balance -- the
      * figure CHECKOUTBOOK checks before allowing a new loan --
      * followed by any credit held on the account (PATRON_CREDITS)
      * waiting to settle the next charge.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
           05  D-FINE-OUTSTANDING  PIC -(6)9.99.

       01  D-TOTAL-OUTSTANDING     PIC -(6)9.99.
       01  D-CREDIT-BALANCE        PIC -(6)9.99.

       EXEC SQL
           BEGIN DECLARE SECTION

       01  FINE-BORROWER           PIC X(50).
       01  FINE-TOTAL              PIC S9(6)V99.
       01  CREDIT-BALANCE          PIC S9(6)V99.
       EXEC SQL
           END DECLARE SECTION
       END-EXEC.
           DISPLAY "------------".
           DISPLAY "Outstanding balance: " D-TOTAL-OUTSTANDING.

           MOVE ZERO TO CREDIT-BALANCE.
           EXEC SQL
               SELECT COALESCE(SUM(pc.amount), 0)
                   INTO :CREDIT-BALANCE
                   FROM patron_credits pc
                   JOIN patrons p ON p.id = pc.patron_id
                   WHERE p.name = :FINE-BORROWER
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF CREDIT-BALANCE NOT = ZERO
               MOVE CREDIT-BALANCE TO D-CREDIT-BALANCE
               DISPLAY "Credit balance:      " D-CREDIT-BALANCE
           END-IF.

      *    COMMIT
           EXEC SQL
               COMMIT WORK
