      * List, add, or change rows in PATRON_CATEGORIES -- the
      * per-category concurrent-loan and open-hold ceilings, the
      * optional loan-period override and the fine-block threshold
      * the circulation programs consult, and the registration term
      * PATRONEXPIRE enforces -- and recategorize a patron.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
           05 BUFFER               PIC X(1024).

       01  PC-REC-VARS.
           05  PC-CODE             PIC X(20).
           05  PC-NAME             PIC X(50).
           05  PC-MAX-LOANS        PIC 9(4).
           05  PC-MAX-HOLDS        PIC 9(4).
           05  PC-LOAN-OVERRIDE    PIC 9(3).
           05  PC-BLOCK-LIMIT      PIC 9(6)V99.
           05  PC-REG-MONTHS       PIC 9(3).

       01  PATRON-ID               PIC X(36).
       01  PATRON-NAME             PIC X(50).
               DECLARE C1 CURSOR FOR
               SELECT code, name, max_loans, max_holds,
                      COALESCE(loan_days_override, 0),
                      fine_block_limit, registration_months
                      FROM patron_categories
                      ORDER BY code
           END-EXEC.
           EXEC SQL
               FETCH C1 INTO :PC-CODE, :PC-NAME, :PC-MAX-LOANS,
                             :PC-MAX-HOLDS, :PC-LOAN-OVERRIDE,
                             :PC-BLOCK-LIMIT, :PC-REG-MONTHS
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE PC-BLOCK-LIMIT TO D-BLOCK-LIMIT
               DISPLAY PC-CODE " " PC-MAX-LOANS " loans, "
                   PC-MAX-HOLDS " holds, override "
                   PC-LOAN-OVERRIDE "d, block at "
                   D-BLOCK-LIMIT ", term " PC-REG-MONTHS "m  "
                   FUNCTION TRIM(PC-NAME)
               EXEC SQL
                   FETCH C1 INTO :PC-CODE, :PC-NAME,
                                 :PC-MAX-LOANS, :PC-MAX-HOLDS,
                                 :PC-LOAN-OVERRIDE,
                                 :PC-BLOCK-LIMIT, :PC-REG-MONTHS
               END-EXEC
           END-PERFORM.

           DISPLAY 'Fine block threshold: '.
           ACCEPT WS-NUM-X.
           MOVE FUNCTION NUMVAL(WS-NUM-X) TO PC-BLOCK-LIMIT.
           DISPLAY 'Registration term in months (blank for 12): '.
           ACCEPT WS-NUM-X.
           IF FUNCTION TRIM(WS-NUM-X) = SPACES
               MOVE 12 TO PC-REG-MONTHS
           ELSE
               MOVE FUNCTION NUMVAL(WS-NUM-X) TO PC-REG-MONTHS
           END-IF.

       ADD-CATEGORY.
           DISPLAY 'Category code: '.
           EXEC SQL
               INSERT INTO patron_categories (
                   code, name, max_loans, max_holds,
                   loan_days_override, fine_block_limit,
                   registration_months
               ) VALUES (
                   UPPER(TRIM(:PC-CODE)), TRIM(:PC-NAME),
                   :PC-MAX-LOANS, :PC-MAX-HOLDS,
                   NULLIF(:PC-LOAN-OVERRIDE, 0),
                   :PC-BLOCK-LIMIT,
                   :PC-REG-MONTHS
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
                       max_holds = :PC-MAX-HOLDS,
                       loan_days_override =
                           NULLIF(:PC-LOAN-OVERRIDE, 0),
                       fine_block_limit = :PC-BLOCK-LIMIT,
                       registration_months = :PC-REG-MONTHS
                   WHERE code = UPPER(TRIM(:PC-CODE))
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
