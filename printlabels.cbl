      * checkpoint) -- and writes a print-ready label file for the
      * standard sheets: category line, truncated title and
      * author, the ISBN-13, and the ISBN-13 rendered as a real
      * EAN-13 bar pattern (95 modules, '#' for a bar). Printing
      * a title's label ticks the label step on any of its copies
      * still in technical-services processing (see TECHQUEUE).
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
           MOVE SPACES TO LABELS-LINE.
           WRITE LABELS-LINE.

      *    NEW STOCK WAITING ON ITS LABEL CAN MOVE ON IN TECHQUEUE.
           EXEC SQL
               UPDATE copies
                   SET label_printed_at = NOW()
                   WHERE CAST(book_id AS VARCHAR) = TRIM(:LBL-BOOK-ID)
                   AND status = 'processing'
                   AND label_printed_at IS NULL
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN
               STOP RUN
           END-IF.

       BUILD-EAN13-BARS.
      *    STANDARD EAN-13: START GUARD, SIX LEFT DIGITS IN THE
      *    L/G ALPHABETS CHOSEN BY THE LEADING DIGIT, CENTER
