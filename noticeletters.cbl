                          '~' ORDER BY l.due_date)
                      FROM loans l
                      JOIN books b ON b.id = l.book_id
      *               A LINKED CHILD'S LETTER GOES TO THE GUARDIAN
      *               (SEE FAMILYMAINT), SAME AS OVERDUENOTICES.
                      JOIN patrons p ON p.id =
                          COALESCE((SELECT c.guardian_id
                                        FROM patrons c
                                        WHERE c.id = l.patron_id),
                                   l.patron_id)
                      WHERE l.return_date IS NULL
                      AND l.lost_at IS NULL
                      AND l.claim_type IS NULL
                      AND l.due_date < NOW()
                      AND COALESCE(b.resource_type, 'print')
                          <> 'electronic'
      *    TERRITORY; LETTERED PLUS EMAILABLE PLUS UNREACHABLE
      *    MUST COVER EVERY OVERDUE PATRON.
           EXEC SQL
               SELECT COUNT(DISTINCT p.id)
                   INTO :WS-EMAILABLE-CNT
                   FROM loans l
                   JOIN patrons p ON p.id =
                       COALESCE((SELECT c.guardian_id
                                     FROM patrons c
                                     WHERE c.id = l.patron_id),
                                l.patron_id)
                   WHERE l.return_date IS NULL
                   AND l.lost_at IS NULL
                   AND l.claim_type IS NULL
                   AND l.due_date < NOW()
                   AND ((COALESCE(p.notify_overdue, 'email')
                             = 'sms'
