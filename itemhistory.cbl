      ********************************************
      * Item history inquiry by barcode or accession number
      *
      * ITEMHISTORY
      *
      * Lists everything that happened to one copy, oldest first,
      * for a disputed bill or a copy gone missing: its
      * acquisition and processing, every checkout and return with
      * the patron (or the anonymized marker where ANONYMIZELOANS
      * or PATRONERASE has been), renewals, hold traps, transfers
      * between branches, status changes and moves, inventory
      * sightings, in-house use, overrides, damage, claims, the
      * charges raised against it and its withdrawal. Archived
      * loans are read through LOANS_ALL. Status changes, moves,
      * renewals and sightings come from COPY_EVENTS, which only
      * holds them from the day it was created; a loan's earlier
      * renewals show as the count on its return.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   ITEMHISTORY.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       COPY 'db-connect-params.cpy'.

       01  WS-EVENT-CNT            PIC 9(6) VALUE ZERO.

       EXEC SQL
           BEGIN DECLARE SECTION
       END-EXEC.
       01  HOSTVARS.
           05 BUFFER               PIC X(1024).

       01  ITEM-CODE               PIC X(20).

       01  COPY-REC-VARS.
           05  COPY-ID             PIC X(36).
           05  COPY-BOOK-NAME      PIC X(50).
           05  COPY-BARCODE        PIC X(20).
           05  COPY-ACCESSION      PIC 9(10).
           05  COPY-STATUS         PIC X(10).
           05  COPY-BRANCH-CODE    PIC X(10).
           05  COPY-CALL-NUMBER    PIC X(30).
           05  COPY-CONDITION      PIC X(100).

       01  EVENT-REC-VARS.
           05  EV-AT               PIC X(16).
           05  EV-TYPE             PIC X(12).
           05  EV-DETAIL           PIC X(200).
       EXEC SQL
           END DECLARE SECTION
       END-EXEC.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       PROCEDURE DIVISION.

       MAIN-RTN.
           DISPLAY "ITEMHISTORY STARTED".

           COPY 'db-connect.cpy'.

           DISPLAY 'Scan copy barcode or enter accession number: '.
           ACCEPT ITEM-CODE.

      *    A BARCODE MATCH WINS OVER AN ACCESSION NUMBER THAT
      *    HAPPENS TO READ THE SAME.
           EXEC SQL
               SELECT CAST(c.id AS VARCHAR), b.name, c.barcode,
                      c.accession_number, c.status, br.code,
                      COALESCE(c.call_number, ''),
                      COALESCE(c.condition_note, '')
                   INTO :COPY-ID, :COPY-BOOK-NAME, :COPY-BARCODE,
                        :COPY-ACCESSION, :COPY-STATUS,
                        :COPY-BRANCH-CODE, :COPY-CALL-NUMBER,
                        :COPY-CONDITION
                   FROM copies c
                   JOIN books b ON b.id = c.book_id
                   JOIN branches br ON br.id = c.branch_id
                   WHERE c.barcode = TRIM(:ITEM-CODE)
                      OR CAST(c.accession_number AS VARCHAR)
                             = TRIM(:ITEM-CODE)
                   ORDER BY CASE WHEN c.barcode = TRIM(:ITEM-CODE)
                                 THEN 0 ELSE 1 END
                   LIMIT 1
           END-EXEC.
           IF SQLCODE = 100
               DISPLAY "No copy with that barcode or accession number"
               EXEC SQL
                   DISCONNECT ALL
               END-EXEC
               DISPLAY "ITEMHISTORY FINISHED"
               STOP RUN
           END-IF.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY "------------".
           DISPLAY FUNCTION TRIM(COPY-BOOK-NAME).
           DISPLAY "Barcode " FUNCTION TRIM(COPY-BARCODE)
               "  accession " COPY-ACCESSION
               "  call number " FUNCTION TRIM(COPY-CALL-NUMBER).
           DISPLAY "Now " FUNCTION TRIM(COPY-STATUS) " at "
               FUNCTION TRIM(COPY-BRANCH-CODE) "  "
               FUNCTION TRIM(COPY-CONDITION).
           DISPLAY "------------".

           PERFORM LIST-EVENTS.

           DISPLAY "------------".
           DISPLAY "Events: " WS-EVENT-CNT.

      *    COMMIT
           EXEC SQL
               COMMIT WORK
           END-EXEC.

      *    DISCONNECT
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

      *    END
           DISPLAY "ITEMHISTORY FINISHED".
           STOP RUN.

       LIST-EVENTS.
      *    ONE ROW PER EVENT FROM EVERY TABLE THAT RECORDS ONE,
      *    MERGED INTO DATE ORDER; ON A TIE THE ORDER OF THE ARMS
      *    BELOW (ACQUISITION BEFORE CHECKOUT BEFORE RETURN...)
      *    DECIDES.
           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT TO_CHAR(e.ev_at, 'YYYY-MM-DD HH24:MI'),
                      e.ev_type, LEFT(e.ev_detail, 200)
                 FROM (
                   SELECT c.added_at AS ev_at, 1 AS ev_ord,
                          'ADDED' AS ev_type,
                          'accession ' || c.accession_number
                          || COALESCE(', order '
                                 || LEFT(CAST(po.id AS VARCHAR), 8)
                                 || ' from ' || v.name, '')
                          AS ev_detail
                     FROM copies c
                     LEFT JOIN purchase_order_lines pol
                       ON pol.id = c.po_line_id
                     LEFT JOIN purchase_orders po ON po.id = pol.po_id
                     LEFT JOIN vendors v ON v.id = po.vendor_id
                    WHERE c.id = CAST(:COPY-ID AS UUID)
                   UNION ALL
                   SELECT c.catalogued_at, 2, 'CATALOGUED', ''
                     FROM copies c
                    WHERE c.id = CAST(:COPY-ID AS UUID)
                      AND c.catalogued_at IS NOT NULL
                   UNION ALL
                   SELECT c.label_printed_at, 3, 'LABELLED',
                          COALESCE(c.call_number, '')
                     FROM copies c
                    WHERE c.id = CAST(:COPY-ID AS UUID)
                      AND c.label_printed_at IS NOT NULL
                   UNION ALL
                   SELECT c.shelf_ready_at, 4, 'SHELF-READY', ''
                     FROM copies c
                    WHERE c.id = CAST(:COPY-ID AS UUID)
                      AND c.shelf_ready_at IS NOT NULL
                   UNION ALL
                   SELECT l.checkout_date, 5, 'CHECKOUT',
                          'to ' || CASE WHEN p.id IS NOT NULL
                              THEN p.name || COALESCE(' card '
                                       || p.card_number, '')
                              ELSE COALESCE(NULLIF(l.borrower, ''),
                                            '(no borrower)') END
                          || COALESCE(' at ' || lb.code, '')
                          || ', latest due '
                          || TO_CHAR(l.due_date, 'YYYY-MM-DD HH24:MI')
                     FROM loans_all l
                     LEFT JOIN patrons p ON p.id = l.patron_id
                     LEFT JOIN branches lb ON lb.id = l.branch_id
                    WHERE l.copy_id = CAST(:COPY-ID AS UUID)
                   UNION ALL
                   SELECT l.return_date, 6, 'RETURN',
                          'renewals ' || l.renewal_count
                          || COALESCE(', fine '
                                 || CAST(l.fine_amount AS VARCHAR), '')
                     FROM loans_all l
                    WHERE l.copy_id = CAST(:COPY-ID AS UUID)
                      AND l.return_date IS NOT NULL
                   UNION ALL
                   SELECT l.lost_at, 6, 'LOST',
                          'on loan to ' || CASE WHEN p.id IS NOT NULL
                              THEN p.name ELSE
                              COALESCE(NULLIF(l.borrower, ''),
                                       '(no borrower)') END
                     FROM loans_all l
                     LEFT JOIN patrons p ON p.id = l.patron_id
                    WHERE l.copy_id = CAST(:COPY-ID AS UUID)
                      AND l.lost_at IS NOT NULL
                   UNION ALL
                   SELECT ce.event_at, 7, ce.event_type,
                          COALESCE(ce.detail, '')
                     FROM copy_events ce
                    WHERE ce.copy_id = CAST(:COPY-ID AS UUID)
                   UNION ALL
                   SELECT h.ready_at, 8, 'HOLD TRAP',
                          'for ' || COALESCE(p.name,
                                   NULLIF(h.borrower, ''), '(unknown)')
                          || COALESCE(' at ' || hb.code, '')
                          || COALESCE(', pickup by '
                                 || TO_CHAR(h.pickup_expires_at,
                                            'YYYY-MM-DD'), '')
                          || ', hold now ' || h.status
                     FROM holds h
                     LEFT JOIN patrons p ON p.id = h.patron_id
                     LEFT JOIN branches hb
                       ON hb.id = h.pickup_branch_id
                    WHERE h.copy_id = CAST(:COPY-ID AS UUID)
                      AND h.ready_at IS NOT NULL
                   UNION ALL
                   SELECT t.shipped_at, 9, 'SHIPPED',
                          fb.code || ' -> ' || tb.code
                     FROM transfers t
                     JOIN branches fb ON fb.id = t.from_branch_id
                     JOIN branches tb ON tb.id = t.to_branch_id
                    WHERE t.copy_id = CAST(:COPY-ID AS UUID)
                      AND t.shipped_at IS NOT NULL
                   UNION ALL
                   SELECT t.received_at, 10, 'RECEIVED',
                          'at ' || tb.code
                     FROM transfers t
                     JOIN branches tb ON tb.id = t.to_branch_id
                    WHERE t.copy_id = CAST(:COPY-ID AS UUID)
                      AND t.received_at IS NOT NULL
                   UNION ALL
                   SELECT CAST(u.use_date AS TIMESTAMP), 11,
                          'IN-HOUSE',
                          u.use_count || ' use(s) at ' || ub.code
                     FROM in_house_use u
                     JOIN branches ub ON ub.id = u.branch_id
                    WHERE u.copy_id = CAST(:COPY-ID AS UUID)
                   UNION ALL
                   SELECT o.created_at, 12, 'OVERRIDE',
                          o.block_type || ' overridden, '
                          || o.reason_code
                          || COALESCE(' by ' || o.operator, '')
                     FROM circ_overrides o
                    WHERE o.copy_id = CAST(:COPY-ID AS UUID)
                   UNION ALL
                   SELECT d.reported_at, 13, 'DAMAGE',
                          d.severity || COALESCE(': ' || d.note, '')
                          || ', ' || d.status
                     FROM damage_reports d
                    WHERE d.copy_id = CAST(:COPY-ID AS UUID)
                   UNION ALL
                   SELECT lc.claimed_at, 14, 'CLAIM',
                          lc.claim_type || ', ' || lc.status
                     FROM loan_claims lc
                    WHERE lc.copy_id = CAST(:COPY-ID AS UUID)
                   UNION ALL
                   SELECT f.assessed_at, 15, 'CHARGE',
                          COALESCE(f.fee_code, 'FINE') || ' '
                          || CAST(f.amount AS VARCHAR)
                          || ' to ' || COALESCE(p.name,
                                NULLIF(f.borrower, ''), '(unknown)')
                          || ', ' || f.status
                     FROM fines f
                     LEFT JOIN patrons p ON p.id = f.patron_id
                    WHERE f.loan_id IN
                          (SELECT l.id FROM loans_all l
                            WHERE l.copy_id = CAST(:COPY-ID AS UUID))
                       OR f.id IN
                          (SELECT d.fine_id FROM damage_reports d
                            WHERE d.copy_id = CAST(:COPY-ID AS UUID))
                   UNION ALL
                   SELECT i.requested_at, 16, 'ILL',
                          i.direction || ' request, ' || i.status
                     FROM ill_requests i
                    WHERE i.copy_id = CAST(:COPY-ID AS UUID)
                   UNION ALL
                   SELECT dl.withdrawn_at, 17, 'WITHDRAWN',
                          dl.disposition
                          || COALESCE(', value '
                                 || CAST(dl.value AS VARCHAR), '')
                          || COALESCE(' by ' || dl.operator, '')
                     FROM deaccession_log dl
                    WHERE dl.copy_id = CAST(:COPY-ID AS UUID)
                 ) e
                ORDER BY e.ev_at, e.ev_ord
           END-EXEC.
           EXEC SQL
               OPEN C1
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               FETCH C1 INTO :EV-AT, :EV-TYPE, :EV-DETAIL
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO WS-EVENT-CNT
               DISPLAY EV-AT "  " EV-TYPE " "
                   FUNCTION TRIM(EV-DETAIL)
               EXEC SQL
                   FETCH C1 INTO :EV-AT, :EV-TYPE, :EV-DETAIL
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C1
           END-EXEC.

       ERROR-RTN.
           CALL 'SQL-ERROR-HANDLER' USING SQLCODE SQLSTATE SQLERRMC
                'ITEMHISTORY                   ' 'ERROR-RTN'
           END-CALL.

       END-PROGRAM.
