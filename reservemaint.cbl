      *
      * List, open, fill, or end course reserve lists -- the sets
      * of titles a teacher asks us to hold for the term. Items on
      * an active list circulate under the list's short-loan days,
      * or its loan hours where the list lends by the hour (the
      * checkout programs check here before the normal policy);
      * RESERVERELEASE ends lists automatically when the term is
      * over.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
           05  RSV-TERM-START      PIC X(10).
           05  RSV-TERM-END        PIC X(10).
           05  RSV-LOAN-DAYS       PIC 9(3).
           05  RSV-LOAN-HOURS      PIC 9(3).
           05  RSV-STATUS          PIC X(10).
           05  RSV-ITEM-CNT        PIC 9(4).
           05  RSV-BOOK-ID         PIC X(36).
                      r.instructor,
                      TO_CHAR(r.term_start, 'YYYY-MM-DD'),
                      TO_CHAR(r.term_end, 'YYYY-MM-DD'),
                      r.loan_days, COALESCE(r.loan_hours, 0),
                      r.status,
                      (SELECT COUNT(*)
                           FROM course_reserve_items i
                           WHERE i.reserve_id = r.id)
               FETCH C1 INTO :RSV-ID, :RSV-COURSE,
                             :RSV-INSTRUCTOR, :RSV-TERM-START,
                             :RSV-TERM-END, :RSV-LOAN-DAYS,
                             :RSV-LOAN-HOURS,
                             :RSV-STATUS, :RSV-ITEM-CNT
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               IF RSV-LOAN-HOURS > 0
                   DISPLAY FUNCTION TRIM(RSV-COURSE) " / "
                       FUNCTION TRIM(RSV-INSTRUCTOR)
                       "  " RSV-TERM-START " to " RSV-TERM-END
                       ", " RSV-LOAN-HOURS "h loans, "
                       RSV-ITEM-CNT " items ("
                       FUNCTION TRIM(RSV-STATUS) ")  ("
                       FUNCTION TRIM(RSV-ID) ")"
               ELSE
                   DISPLAY FUNCTION TRIM(RSV-COURSE) " / "
                       FUNCTION TRIM(RSV-INSTRUCTOR)
                       "  " RSV-TERM-START " to " RSV-TERM-END
                       ", " RSV-LOAN-DAYS "d loans, "
                       RSV-ITEM-CNT " items ("
                       FUNCTION TRIM(RSV-STATUS) ")  ("
                       FUNCTION TRIM(RSV-ID) ")"
               END-IF
               EXEC SQL
                   FETCH C1 INTO :RSV-ID, :RSV-COURSE,
                                 :RSV-INSTRUCTOR,
                                 :RSV-TERM-START, :RSV-TERM-END,
                                 :RSV-LOAN-DAYS, :RSV-LOAN-HOURS,
                                 :RSV-STATUS, :RSV-ITEM-CNT
               END-EXEC
           END-PERFORM.

           DISPLAY 'Term end (YYYY-MM-DD): '.
           ACCEPT RSV-TERM-END.
           MOVE 3 TO RSV-LOAN-DAYS.
           MOVE 0 TO RSV-LOAN-HOURS.
           DISPLAY 'Short-loan hours (blank to lend by the day): '.
           ACCEPT WS-NUM-X.
           IF FUNCTION TRIM(WS-NUM-X) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-NUM-X) TO RSV-LOAN-HOURS
           END-IF.
           IF RSV-LOAN-HOURS = 0
               DISPLAY 'Short-loan days (blank for 3): '
               ACCEPT WS-NUM-X
               IF FUNCTION TRIM(WS-NUM-X) NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-NUM-X) TO RSV-LOAN-DAYS
               END-IF
           END-IF.

           EXEC SQL
                   instructor,
                   term_start,
                   term_end,
                   loan_days,
                   loan_hours
               ) VALUES (
                   TRIM(:RSV-COURSE),
                   TRIM(:RSV-INSTRUCTOR),
                   CAST(:RSV-TERM-START AS DATE),
                   CAST(:RSV-TERM-END AS DATE),
                   :RSV-LOAN-DAYS,
                   CAST(NULLIF(:RSV-LOAN-HOURS, 0) AS INTEGER)
               ) RETURNING CAST(id AS VARCHAR) INTO :RSV-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
