           05  PATRON-PHONE        PIC X(20).
           05  PATRON-ADDRESS      PIC X(200).
           05  PATRON-STATUS       PIC X(10).
           05  PATRON-CATEGORY     PIC X(20).
           05  PATRON-REGISTERED   PIC X(10).

       01  EXPORT-REC-VARS.
                      TO_CHAR(l.checkout_date, 'YYYY-MM-DD'),
                      COALESCE(TO_CHAR(l.return_date,
                          'YYYY-MM-DD'), 'still out')
                      FROM loans_all l
                      JOIN books b ON b.id = l.book_id
                      WHERE l.patron_id = CAST(:PATRON-ID AS UUID)
                      ORDER BY l.checkout_date
