      * delta feed uses:
      *   loan-fact-YYYYMMDD.dat   one row per loan event in the
      *                            last day (checkout or return),
      *                            keyed to the dimensions, read
      *                            across live and archived loans
      *   dim-book.dat             full refresh: id, title, type,
      *                            category list, call number
      *   dim-branch.dat           full refresh: id, code, name
           05  FCT-BOOK-ID         PIC X(36).
           05  FCT-BRANCH-CODE     PIC X(10).
           05  FCT-MATERIAL        PIC X(10).
           05  FCT-PATRON-CAT      PIC X(20).

       01  DIM-REC-VARS.
           05  DIM-KEY             PIC X(36).
                      COALESCE(br.code, '(none)'),
                      b.material_type,
                      COALESCE(p.category, '(none)')
                      FROM loans_all l
                      JOIN books b ON b.id = l.book_id
                      LEFT JOIN branches br
                          ON br.id = l.branch_id
