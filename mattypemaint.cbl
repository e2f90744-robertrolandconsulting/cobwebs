      *
      * List, add, or change rows in MATERIAL_TYPES -- the policy
      * matrix (loan days, renewal limit, daily fine rate, fine
      * cap, hold eligibility, renewability, whether it lends out
      * at all) the circulation programs consult -- and retype a
      * title. A type with loan hours lends by the hour instead,
      * due by the branch's closing time and fined per hour at
      * its hourly rate. Retyping takes effect on the next
      * checkout; open loans keep the policy they went out under.
      * The replacement cost is what LOSTITEMS bills for a lost
      * title of the type that has no purchase price or donation
      * value of its own.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
       01  WS-NUM-X                PIC X(10).
       01  D-FINE-RATE             PIC Z9.99.
       01  D-FINE-CAP              PIC ZZZ9.99.
       01  D-HOURLY-RATE           PIC Z9.99.
       01  D-REPLACE-COST          PIC ZZZ9.99.

       EXEC SQL
           BEGIN DECLARE SECTION
           05  MT-CODE             PIC X(10).
           05  MT-NAME             PIC X(50).
           05  MT-LOAN-DAYS        PIC 9(3).
           05  MT-LOAN-HOURS       PIC 9(3).
           05  MT-HOURLY-RATE      PIC 9(3)V99.
           05  MT-RENEWAL-LIMIT    PIC 9(2).
           05  MT-FINE-RATE        PIC 9(3)V99.
           05  MT-FINE-CAP         PIC 9(6)V99.
           05  MT-HOLDABLE         PIC X(1).
           05  MT-RENEWABLE        PIC X(1).
           05  MT-LENDABLE         PIC X(1).
           05  MT-REPLACE-COST     PIC 9(6)V99.

       01  BOOK-ID                 PIC X(36).
       01  BOOK-NAME               PIC X(50).
       LIST-TYPES.
           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT code, name, loan_days,
                      COALESCE(loan_hours, 0), renewal_limit,
                      fine_rate_per_day, fine_rate_per_hour, fine_cap,
                      CASE WHEN holdable THEN 'y' ELSE 'n' END,
                      CASE WHEN renewable THEN 'y' ELSE 'n' END,
                      CASE WHEN lendable THEN 'y' ELSE 'n' END,
                      COALESCE(replacement_cost, 0)
                      FROM material_types
                      ORDER BY code
           END-EXEC.
           DISPLAY "------------".
           EXEC SQL
               FETCH C1 INTO :MT-CODE, :MT-NAME, :MT-LOAN-DAYS,
                             :MT-LOAN-HOURS,
                             :MT-RENEWAL-LIMIT, :MT-FINE-RATE,
                             :MT-HOURLY-RATE,
                             :MT-FINE-CAP, :MT-HOLDABLE,
                             :MT-RENEWABLE, :MT-LENDABLE,
                             :MT-REPLACE-COST
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE MT-FINE-RATE TO D-FINE-RATE
               MOVE MT-HOURLY-RATE TO D-HOURLY-RATE
               MOVE MT-FINE-CAP TO D-FINE-CAP
               MOVE MT-REPLACE-COST TO D-REPLACE-COST
               IF MT-LOAN-HOURS > 0
                   DISPLAY MT-CODE " " MT-LOAN-HOURS "h, "
                       MT-RENEWAL-LIMIT " renewals, "
                       D-HOURLY-RATE "/hour cap " D-FINE-CAP
                       ", hold:" MT-HOLDABLE
                       " renew:" MT-RENEWABLE
                       " lend:" MT-LENDABLE
                       " repl:" D-REPLACE-COST
                       "  " FUNCTION TRIM(MT-NAME)
               ELSE
                   DISPLAY MT-CODE " " MT-LOAN-DAYS "d, "
                       MT-RENEWAL-LIMIT " renewals, "
                       D-FINE-RATE "/day cap " D-FINE-CAP
                       ", hold:" MT-HOLDABLE
                       " renew:" MT-RENEWABLE
                       " lend:" MT-LENDABLE
                       " repl:" D-REPLACE-COST
                       "  " FUNCTION TRIM(MT-NAME)
               END-IF
               EXEC SQL
                   FETCH C1 INTO :MT-CODE, :MT-NAME,
                                 :MT-LOAN-DAYS, :MT-LOAN-HOURS,
                                 :MT-RENEWAL-LIMIT, :MT-FINE-RATE,
                                 :MT-HOURLY-RATE,
                                 :MT-FINE-CAP, :MT-HOLDABLE,
                                 :MT-RENEWABLE, :MT-LENDABLE,
                                 :MT-REPLACE-COST
               END-EXEC
           END-PERFORM.

           DISPLAY 'Loan days: '.
           ACCEPT WS-NUM-X.
           MOVE FUNCTION NUMVAL(WS-NUM-X) TO MT-LOAN-DAYS.
           DISPLAY 'Loan hours (0 = lends by the day): '.
           ACCEPT WS-NUM-X.
           MOVE FUNCTION NUMVAL(WS-NUM-X) TO MT-LOAN-HOURS.
           MOVE 0 TO MT-HOURLY-RATE.
           IF MT-LOAN-HOURS > 0
               DISPLAY 'Fine rate per hour: '
               ACCEPT WS-NUM-X
               MOVE FUNCTION NUMVAL(WS-NUM-X) TO MT-HOURLY-RATE
           END-IF.
           DISPLAY 'Renewal limit: '.
           ACCEPT WS-NUM-X.
           MOVE FUNCTION NUMVAL(WS-NUM-X) TO MT-RENEWAL-LIMIT.
           ACCEPT MT-HOLDABLE.
           DISPLAY 'Renewable (y/n): '.
           ACCEPT MT-RENEWABLE.
           DISPLAY 'Lends out (n = in-library use only) (y/n): '.
           ACCEPT MT-LENDABLE.
           IF MT-LENDABLE NOT = 'n' AND MT-LENDABLE NOT = 'N'
               MOVE 'y' TO MT-LENDABLE
           END-IF.
           DISPLAY 'Replacement cost when a lost title has no price '
               '(0 = REPLACEMENT_COST): '.
           ACCEPT WS-NUM-X.
           MOVE FUNCTION NUMVAL(WS-NUM-X) TO MT-REPLACE-COST.

       ADD-TYPE.
           DISPLAY 'Type code: '.

           EXEC SQL
               INSERT INTO material_types (
                   code, name, loan_days, loan_hours, renewal_limit,
                   fine_rate_per_day, fine_rate_per_hour, fine_cap,
                   holdable, renewable, lendable, replacement_cost
               ) VALUES (
                   UPPER(TRIM(:MT-CODE)), TRIM(:MT-NAME),
                   :MT-LOAN-DAYS,
                   CAST(NULLIF(:MT-LOAN-HOURS, 0) AS INTEGER),
                   :MT-RENEWAL-LIMIT,
                   :MT-FINE-RATE, :MT-HOURLY-RATE, :MT-FINE-CAP,
                   TRIM(:MT-HOLDABLE) = 'y',
                   TRIM(:MT-RENEWABLE) = 'y',
                   TRIM(:MT-LENDABLE) = 'y',
                   NULLIF(:MT-REPLACE-COST, 0)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL
               UPDATE material_types
                   SET loan_days = :MT-LOAN-DAYS,
                       loan_hours =
                           CAST(NULLIF(:MT-LOAN-HOURS, 0) AS INTEGER),
                       renewal_limit = :MT-RENEWAL-LIMIT,
                       fine_rate_per_day = :MT-FINE-RATE,
                       fine_rate_per_hour = :MT-HOURLY-RATE,
                       fine_cap = :MT-FINE-CAP,
                       holdable = TRIM(:MT-HOLDABLE) = 'y',
                       renewable = TRIM(:MT-RENEWABLE) = 'y',
                       lendable = TRIM(:MT-LENDABLE) = 'y',
                       replacement_cost = NULLIF(:MT-REPLACE-COST, 0)
                   WHERE code = UPPER(TRIM(:MT-CODE))
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
