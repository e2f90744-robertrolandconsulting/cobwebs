      * ADDPATRON
      *
      * Creates a row in the PATRONS master file so circulation can
      * key on a patron id instead of a typed borrower name. A
      * cardholder of a partner library with a reciprocal agreement
      * (see ILLMAINT) is registered as a visiting borrower: tied
      * to the home library and its card number, and typed with
      * that partner's visitor category instead of a local one.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
           05  PATRON-EMAIL        PIC X(50).
           05  PATRON-PHONE        PIC X(20).
           05  PATRON-ADDRESS      PIC X(200).
           05  PATRON-CATEGORY     PIC X(20).
           05  PATRON-PIN-HASH     PIC X(128).
           05  PATRON-PIN-SALT     PIC X(32).
           05  PATRON-PIN-ITERS    PIC 9(6).
           05  PATRON-CARD-NUMBER  PIC X(20).
           05  PATRON-EXPIRES      PIC X(10).
           05  PATRON-HOME-LIBRARY PIC X(50).
           05  PATRON-PARTNER-ID   PIC X(36).
           05  PATRON-HOME-CARD    PIC X(30).

       01  PC-EXISTS-CNT           PIC 9(8).

           DISPLAY 'Enter address: '.
           ACCEPT PATRON-ADDRESS.

           DISPLAY 'Home library for a reciprocal visitor '
               '(partner name, blank if local): '.
           ACCEPT PATRON-HOME-LIBRARY.
           MOVE SPACES TO PATRON-PARTNER-ID PATRON-HOME-CARD.
           IF FUNCTION TRIM(PATRON-HOME-LIBRARY) NOT = SPACES
               PERFORM FIND-HOME-LIBRARY
           ELSE
               PERFORM ASK-CATEGORY
           END-IF.

           EXEC SQL
                   email,
                   phone,
                   address,
                   category,
                   card_number,
                   home_partner_id,
                   home_card,
                   expires_at
               ) VALUES (
                   :PATRON-NAME,
                   :PATRON-EMAIL,
                   :PATRON-PHONE,
                   :PATRON-ADDRESS,
                   UPPER(TRIM(:PATRON-CATEGORY)),
                   next_card_number(),
                   CAST(NULLIF(TRIM(:PATRON-PARTNER-ID), '') AS UUID),
                   NULLIF(TRIM(:PATRON-HOME-CARD), ''),
                   CURRENT_DATE + make_interval(months =>
                       (SELECT registration_months
                            FROM patron_categories
                            WHERE code =
                                UPPER(TRIM(:PATRON-CATEGORY))))
               ) RETURNING id, card_number,
                           TO_CHAR(expires_at, 'YYYY-MM-DD')
                   INTO :PATRON-ID, :PATRON-CARD-NUMBER,
                        :PATRON-EXPIRES
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      *    EVERY NUMBER ISSUED IS KEPT IN PATRON_CARDS SO A LOST
      *    CARD CAN BE RETIRED LATER (SEE LOSTCARD).
           EXEC SQL
               INSERT INTO patron_cards (card_number, patron_id)
                   VALUES (:PATRON-CARD-NUMBER,
                           CAST(:PATRON-ID AS UUID))
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY "Patron id: " FUNCTION TRIM(PATRON-ID).
           DISPLAY "Card number: " FUNCTION TRIM(PATRON-CARD-NUMBER).
           DISPLAY "Registration expires: " PATRON-EXPIRES.

      *    THE SELF-CHECKOUT PIN (SEE THE KIOSK FLOW) IS ISSUED AT
      *    REGISTRATION AND STORED THE SAME SALTED, ITERATED WAY
           DISPLAY "ADDPATRON FINISHED".
           STOP RUN.

       ASK-CATEGORY.
      *    THE CATEGORY CARRIES THE BORROWING LIMITS (SEE
      *    PATRONCATMAINT); BLANK TAKES THE ADULT DEFAULT.
           DISPLAY 'Category code (blank for ADULT): '.
           ACCEPT PATRON-CATEGORY.
           IF FUNCTION TRIM(PATRON-CATEGORY) = SPACES
               MOVE 'ADULT' TO PATRON-CATEGORY
           END-IF.
           EXEC SQL
               SELECT COUNT(*) INTO :PC-EXISTS-CNT
                   FROM patron_categories
                   WHERE code = UPPER(TRIM(:PATRON-CATEGORY))
           END-EXEC.
           IF PC-EXISTS-CNT = 0
               DISPLAY "Unknown category, using ADULT"
               MOVE 'ADULT' TO PATRON-CATEGORY
           END-IF.

       FIND-HOME-LIBRARY.
      *    ONLY A PARTNER WITH A RECIPROCAL AGREEMENT; ITS VISITOR
      *    CATEGORY STANDS IN FOR THE LOCAL ONE. THE HOME CARD IS
      *    WHAT THE PARTNER SETTLES AGAINST (SEE RECIPSTATEMENT).
           EXEC SQL
               SELECT CAST(id AS VARCHAR), name, visitor_category
                   INTO :PATRON-PARTNER-ID, :PATRON-HOME-LIBRARY,
                        :PATRON-CATEGORY
                   FROM ill_partners
                   WHERE UPPER(name) = UPPER(TRIM(:PATRON-HOME-LIBRARY))
                   AND reciprocal
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "No partner with a reciprocal agreement by "
                   "that name -- see ILLMAINT"
               EXEC SQL
                   DISCONNECT ALL
               END-EXEC
               STOP RUN
           END-IF.

           DISPLAY 'Card number at '
               FUNCTION TRIM(PATRON-HOME-LIBRARY) ': '.
           ACCEPT PATRON-HOME-CARD.
           IF FUNCTION TRIM(PATRON-HOME-CARD) = SPACES
               DISPLAY "The home library card number is required"
               EXEC SQL
                   DISCONNECT ALL
               END-EXEC
               STOP RUN
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :PC-EXISTS-CNT
                   FROM patrons
                   WHERE home_partner_id =
                       CAST(:PATRON-PARTNER-ID AS UUID)
                   AND home_card = TRIM(:PATRON-HOME-CARD)
           END-EXEC.
           IF PC-EXISTS-CNT NOT = 0
               DISPLAY "*** That card is already registered here "
                   "-- see UPDATEPATRON ***"
               EXEC SQL
                   DISCONNECT ALL
               END-EXEC
               STOP RUN
           END-IF.
           DISPLAY "Visiting borrower, category "
               FUNCTION TRIM(PATRON-CATEGORY).

       WRITE-AUDIT-LOG.
           EXEC SQL
               INSERT INTO audit_log (
