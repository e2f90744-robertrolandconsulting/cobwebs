               SELECT COUNT(*) INTO :WD-OPEN-HOLDS
                   FROM holds
                   WHERE book_id = CAST(:WD-BOOK-ID AS UUID)
                   AND status IN ('open', 'ready', 'in-transit')
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF WD-OPEN-HOLDS > 0
