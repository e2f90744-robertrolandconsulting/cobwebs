      ********************************************
      * Claim purchase-order lines the vendor never shipped
      *
      * POCLAIMS
      *
      * Nightly (see jobs.conf): every line of an open order still
      * unreceived longer than the vendor's claim window after the
      * order was raised (VENDORMAINT; vendors without one take
      * PO_CLAIM_AFTER_DAYS, default 60) is claimed, then claimed
      * again every PO_CLAIM_INTERVAL_DAYS (default 30) up to
      * PO_CLAIM_MAX claims (default 3). Each vendor gets one claim
      * a night covering all its lines: an OSTENQ interchange to
      * <EDI_OUT_DIR>/claims-<vendor-id>.edi for EDI vendors (the
      * EDIEXPORT layout), otherwise an email through the queue,
      * otherwise a printed letter to PO_CLAIM_LETTER_FILE (default
      * po-claims.txt). The line keeps its claim count and date.
      * A line whose final claim has gone a further interval
      * unanswered, or that the vendor cancelled by EDI, is
      * proposed for cancellation instead and listed here for
      * CANCELPO's review, which cancels it and releases the fund.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   POCLAIMS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LETTER-FILE ASSIGN TO WS-LETTER-FILE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-FILE-STATUS.
           SELECT EDI-FILE ASSIGN TO WS-EDI-FILE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EDI-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  LETTER-FILE.
       01  LETTER-LINE                 PIC X(256).
       FD  EDI-FILE.
       01  EDI-LINE                    PIC X(256).

       WORKING-STORAGE SECTION.
       COPY 'db-connect-params.cpy'.
       COPY 'param-vars.cpy'.

       01  WS-LETTER-FILE          PIC X(1024).
       01  WS-LETTER-FILE-STATUS   PIC X(2).
       01  WS-EDI-DIR              PIC X(256).
       01  WS-EDI-FILE             PIC X(1024).
       01  WS-EDI-FILE-STATUS      PIC X(2).
       01  WS-FORM-FEED            PIC X(1) VALUE X'0C'.
       01  WS-NUM-X                PIC X(6).
       01  WS-CLAIM-BY             PIC X(1).
       01  WS-CLAIM-BY-TEXT        PIC X(6).
       01  WS-FINAL-TEXT           PIC X(7).
       01  WS-LETTER-CNT           PIC 9(6) VALUE ZERO.
       01  WS-VENDOR-CNT           PIC 9(6) VALUE ZERO.
       01  WS-CLAIMED-CNT          PIC 9(6) VALUE ZERO.
       01  WS-PROPOSED-CNT         PIC 9(6) VALUE ZERO.
       01  WS-VENDOR-LINE-CNT      PIC 9(6).
       01  WS-MSG-SEGMENTS         PIC 9(6).
       01  WS-CLAIM-TEXT           PIC X(200).
       01  WS-BODY-PTR             PIC 9(4).
       01  WS-MAIL-RECIPIENT       PIC X(100).
       01  WS-MAIL-SUBJECT         PIC X(200).
       01  WS-MAIL-BODY            PIC X(4000).
       01  WS-MAIL-ID              PIC X(36).
       01  D-QTY                   PIC Z(3)9.
       01  D-CLAIM-NO              PIC Z9.
       01  D-LIN                   PIC Z(5)9.
       01  D-VALUE                 PIC Z(6)9.99.

       EXEC SQL
           BEGIN DECLARE SECTION
       END-EXEC.
       01  HOSTVARS.
           05 BUFFER               PIC X(1024).

       01  CLAIM-PARAMS.
           05  CLAIM-AFTER-DAYS    PIC 9(4).
           05  CLAIM-INTERVAL-DAYS PIC 9(4).
           05  CLAIM-MAX           PIC 9(2).

       01  VENDOR-REC-VARS.
           05  VND-ID              PIC X(36).
           05  VND-NAME            PIC X(50).
           05  VND-CONTACT         PIC X(50).
           05  VND-EMAIL           PIC X(50).
           05  VND-EDI             PIC X(1).
           05  VND-SENDER          PIC X(20).
           05  VND-RECEIVER        PIC X(20).

       01  LINE-REC-VARS.
           05  CLM-LINE-ID         PIC X(36).
           05  CLM-PO-ID           PIC X(36).
           05  CLM-ORDERED         PIC X(10).
           05  CLM-BOOK-NAME       PIC X(50).
           05  CLM-ISBN            PIC X(13).
           05  CLM-OUTSTANDING     PIC 9(4).
           05  CLM-COUNT           PIC 9(2).

       01  PROPOSED-REC-VARS.
           05  PRP-VENDOR          PIC X(30).
           05  PRP-BOOK-NAME       PIC X(40).
           05  PRP-OUTSTANDING     PIC 9(4).
           05  PRP-VALUE           PIC S9(8)V99.
           05  PRP-REASON          PIC X(20).

       01  AUDIT-REC-VARS.
           05  AUDIT-TABLE-NAME    PIC X(30).
           05  AUDIT-RECORD-ID     PIC X(36).
           05  AUDIT-OPERATION     PIC X(10).
           05  AUDIT-ACTOR         PIC X(36).
       EXEC SQL
           END DECLARE SECTION
       END-EXEC.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       PROCEDURE DIVISION.

       MAIN-RTN.
           DISPLAY "POCLAIMS STARTED".

           COPY 'db-connect.cpy'.

           MOVE 60 TO CLAIM-AFTER-DAYS.
           MOVE 'PO_CLAIM_AFTER_DAYS' TO PARAM-NAME.
           CALL "GET-PARAM" USING PARAM-NAME PARAM-VALUE
           END-CALL.
           MOVE PARAM-VALUE TO WS-NUM-X.
           IF FUNCTION TRIM(WS-NUM-X) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-NUM-X) TO CLAIM-AFTER-DAYS
           END-IF.
           MOVE 30 TO CLAIM-INTERVAL-DAYS.
           MOVE SPACES TO WS-NUM-X.
           MOVE 'PO_CLAIM_INTERVAL_DAYS' TO PARAM-NAME.
           CALL "GET-PARAM" USING PARAM-NAME PARAM-VALUE
           END-CALL.
           MOVE PARAM-VALUE TO WS-NUM-X.
           IF FUNCTION TRIM(WS-NUM-X) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-NUM-X) TO CLAIM-INTERVAL-DAYS
           END-IF.
           MOVE 3 TO CLAIM-MAX.
           MOVE SPACES TO WS-NUM-X.
           MOVE 'PO_CLAIM_MAX' TO PARAM-NAME.
           CALL "GET-PARAM" USING PARAM-NAME PARAM-VALUE
           END-CALL.
           MOVE PARAM-VALUE TO WS-NUM-X.
           IF FUNCTION TRIM(WS-NUM-X) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-NUM-X) TO CLAIM-MAX
           END-IF.
           IF CLAIM-MAX = 0
               MOVE 1 TO CLAIM-MAX
           END-IF.

           ACCEPT WS-EDI-DIR FROM ENVIRONMENT 'EDI_OUT_DIR'.
           IF FUNCTION TRIM(WS-EDI-DIR) = SPACES
               MOVE '.' TO WS-EDI-DIR
           END-IF.

           ACCEPT WS-LETTER-FILE
               FROM ENVIRONMENT 'PO_CLAIM_LETTER_FILE'.
           IF WS-LETTER-FILE = SPACES
               MOVE 'po-claims.txt' TO WS-LETTER-FILE
           END-IF.
           OPEN OUTPUT LETTER-FILE.
           IF WS-LETTER-FILE-STATUS NOT = '00'
               DISPLAY "Could not open "
                   FUNCTION TRIM(WS-LETTER-FILE)
               EXEC SQL
                   DISCONNECT ALL
               END-EXEC
               STOP RUN
           END-IF.

      *    FIRST, WHAT IS PAST CHASING: THE FINAL CLAIM HAS HAD ITS
      *    INTERVAL WITH NOTHING RECEIVED, OR THE VENDOR HAS SAID
      *    BY EDI IT WILL NOT SUPPLY. THESE GO TO STAFF, NOT THE
      *    VENDOR.
           EXEC SQL
               UPDATE purchase_order_lines l
                   SET cancel_proposed_at = NOW()
                   FROM purchase_orders po
                   WHERE po.id = l.po_id
                   AND po.status = 'open'
                   AND l.received_qty < l.quantity
                   AND l.cancel_proposed_at IS NULL
                   AND (l.edi_status = 'cancelled'
                        OR (l.claim_count >= :CLAIM-MAX
                            AND l.last_claimed_at
                                < CURRENT_DATE - make_interval(
                                    days => :CLAIM-INTERVAL-DAYS)))
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN
               STOP RUN
           END-IF.

           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT CAST(v.id AS VARCHAR), v.name,
                      COALESCE(v.contact, ''),
                      COALESCE(v.email, ''),
                      CASE WHEN v.edi_enabled THEN 'Y' ELSE 'N' END,
                      COALESCE(v.edi_sender_id, 'LIBRARY'),
                      COALESCE(v.edi_receiver_id, 'VENDOR')
                      FROM vendors v
                      WHERE EXISTS (
                          SELECT 1 FROM purchase_orders po
                          JOIN purchase_order_lines l
                              ON l.po_id = po.id
                          WHERE po.vendor_id = v.id
                          AND po.status = 'open'
                          AND l.received_qty < l.quantity
                          AND l.cancel_proposed_at IS NULL
                          AND l.claim_count < :CLAIM-MAX
                          AND po.created_at < CURRENT_DATE
                              - make_interval(days =>
                                  COALESCE(v.claim_after_days,
                                           :CLAIM-AFTER-DAYS))
                          AND (l.last_claimed_at IS NULL
                               OR l.last_claimed_at
                                  < CURRENT_DATE - make_interval(
                                      days => :CLAIM-INTERVAL-DAYS)))
                      ORDER BY v.name
           END-EXEC.
           EXEC SQL
               OPEN C1
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY "------------".
           EXEC SQL
               FETCH C1 INTO :VND-ID, :VND-NAME, :VND-CONTACT,
                             :VND-EMAIL, :VND-EDI, :VND-SENDER,
                             :VND-RECEIVER
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM CLAIM-ONE-VENDOR
               EXEC SQL
                   FETCH C1 INTO :VND-ID, :VND-NAME, :VND-CONTACT,
                                 :VND-EMAIL, :VND-EDI, :VND-SENDER,
                                 :VND-RECEIVER
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C1
           END-EXEC.

           CLOSE LETTER-FILE.

           PERFORM LIST-PROPOSED.

           DISPLAY "------------".
           DISPLAY "Vendors claimed:        " WS-VENDOR-CNT.
           DISPLAY "Lines claimed:          " WS-CLAIMED-CNT.
           DISPLAY "Claim letters printed:  " WS-LETTER-CNT.
           DISPLAY "Awaiting cancellation:  " WS-PROPOSED-CNT.
           IF WS-LETTER-CNT > 0
               DISPLAY "Letters written to "
                   FUNCTION TRIM(WS-LETTER-FILE)
           END-IF.

      *    COMMIT
           EXEC SQL
               COMMIT WORK
           END-EXEC.

      *    DISCONNECT
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

      *    END
           DISPLAY "POCLAIMS FINISHED".
           STOP RUN.

       CLAIM-ONE-VENDOR.
      *    EDI IF THE VENDOR TRADES IT, ELSE EMAIL, ELSE PAPER.
           EVALUATE TRUE
               WHEN VND-EDI = 'Y'
                   MOVE 'e' TO WS-CLAIM-BY
                   MOVE 'EDI' TO WS-CLAIM-BY-TEXT
               WHEN FUNCTION TRIM(VND-EMAIL) NOT = SPACES
                   MOVE 'm' TO WS-CLAIM-BY
                   MOVE 'email' TO WS-CLAIM-BY-TEXT
               WHEN OTHER
                   MOVE 'l' TO WS-CLAIM-BY
                   MOVE 'letter' TO WS-CLAIM-BY-TEXT
           END-EVALUATE.
           MOVE ZERO TO WS-VENDOR-LINE-CNT.

           EVALUATE WS-CLAIM-BY
               WHEN 'e'
                   PERFORM WRITE-EDI-HEAD
               WHEN 'm'
                   MOVE SPACES TO WS-MAIL-BODY
                   MOVE 1 TO WS-BODY-PTR
                   STRING 'Dear ' FUNCTION TRIM(VND-NAME) ',~~'
                          'The following items on our orders have '
                          'not been received. Please supply them '
                          'or tell us when they will ship.~~'
                       DELIMITED BY SIZE INTO WS-MAIL-BODY
                       WITH POINTER WS-BODY-PTR
                   END-STRING
               WHEN OTHER
                   PERFORM WRITE-LETTER-HEAD
           END-EVALUATE.

           EXEC SQL
               DECLARE C2 CURSOR FOR
               SELECT CAST(l.id AS VARCHAR), CAST(po.id AS VARCHAR),
                      TO_CHAR(po.created_at, 'YYYY-MM-DD'),
                      b.name,
                      COALESCE(NULLIF(TRIM(b.isbn13), ''),
                          NULLIF(TRIM(b.isbn10), ''), 'NOISBN'),
                      l.quantity - l.received_qty,
                      l.claim_count
                      FROM purchase_orders po
                      JOIN purchase_order_lines l ON l.po_id = po.id
                      JOIN vendors v ON v.id = po.vendor_id
                      JOIN books b ON b.id = l.book_id
                      WHERE po.vendor_id = CAST(:VND-ID AS UUID)
                      AND po.status = 'open'
                      AND l.received_qty < l.quantity
                      AND l.cancel_proposed_at IS NULL
                      AND l.claim_count < :CLAIM-MAX
                      AND po.created_at < CURRENT_DATE
                          - make_interval(days =>
                              COALESCE(v.claim_after_days,
                                       :CLAIM-AFTER-DAYS))
                      AND (l.last_claimed_at IS NULL
                           OR l.last_claimed_at
                              < CURRENT_DATE - make_interval(
                                  days => :CLAIM-INTERVAL-DAYS))
                      ORDER BY po.created_at, b.name
           END-EXEC.
           EXEC SQL
               OPEN C2
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               FETCH C2 INTO :CLM-LINE-ID, :CLM-PO-ID, :CLM-ORDERED,
                             :CLM-BOOK-NAME, :CLM-ISBN,
                             :CLM-OUTSTANDING, :CLM-COUNT
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM CLAIM-ONE-LINE
               EXEC SQL
                   FETCH C2 INTO :CLM-LINE-ID, :CLM-PO-ID,
                                 :CLM-ORDERED, :CLM-BOOK-NAME,
                                 :CLM-ISBN, :CLM-OUTSTANDING,
                                 :CLM-COUNT
               END-EXEC
           END-PERFORM.

           EXEC SQL
               CLOSE C2
           END-EXEC.

           EVALUATE WS-CLAIM-BY
               WHEN 'e'
                   PERFORM WRITE-EDI-FOOT
               WHEN 'm'
                   PERFORM QUEUE-CLAIM-EMAIL
               WHEN OTHER
                   PERFORM WRITE-LETTER-FOOT
           END-EVALUATE.

           ADD 1 TO WS-VENDOR-CNT.
           DISPLAY "CLAIMED  " FUNCTION TRIM(VND-NAME) "  "
               WS-VENDOR-LINE-CNT " line(s) by "
               FUNCTION TRIM(WS-CLAIM-BY-TEXT).

       CLAIM-ONE-LINE.
           EXEC SQL
               UPDATE purchase_order_lines
                   SET claim_count = claim_count + 1,
                       last_claimed_at = NOW()
                   WHERE id = CAST(:CLM-LINE-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           ADD 1 TO CLM-COUNT.
           ADD 1 TO WS-VENDOR-LINE-CNT.
           ADD 1 TO WS-CLAIMED-CNT.

           MOVE CLM-OUTSTANDING TO D-QTY.
           MOVE CLM-COUNT TO D-CLAIM-NO.
           MOVE SPACES TO WS-FINAL-TEXT.
           IF CLM-COUNT >= CLAIM-MAX
               MOVE ', FINAL' TO WS-FINAL-TEXT
           END-IF.
           MOVE SPACES TO WS-CLAIM-TEXT.
           STRING FUNCTION TRIM(CLM-BOOK-NAME) ' (ISBN '
                  FUNCTION TRIM(CLM-ISBN) '), '
                  FUNCTION TRIM(D-QTY) ' copy(ies) ordered '
                  CLM-ORDERED ', order ' FUNCTION TRIM(CLM-PO-ID)
                  ' -- claim ' FUNCTION TRIM(D-CLAIM-NO)
                  WS-FINAL-TEXT
               DELIMITED BY SIZE INTO WS-CLAIM-TEXT
           END-STRING.

           EVALUATE WS-CLAIM-BY
               WHEN 'e'
                   MOVE WS-VENDOR-LINE-CNT TO D-LIN
                   MOVE SPACES TO EDI-LINE
                   STRING 'LIN+' FUNCTION TRIM(D-LIN) '++'
                          FUNCTION TRIM(CLM-ISBN) ':EN'''
                       DELIMITED BY SIZE INTO EDI-LINE
                   END-STRING
                   WRITE EDI-LINE
                   MOVE SPACES TO EDI-LINE
                   STRING 'QTY+21:' FUNCTION TRIM(D-QTY) ''''
                       DELIMITED BY SIZE INTO EDI-LINE
                   END-STRING
                   WRITE EDI-LINE
                   MOVE SPACES TO EDI-LINE
                   STRING 'RFF+ON:' FUNCTION TRIM(CLM-PO-ID) ''''
                       DELIMITED BY SIZE INTO EDI-LINE
                   END-STRING
                   WRITE EDI-LINE
                   ADD 3 TO WS-MSG-SEGMENTS
               WHEN 'm'
      *            '~' SEPARATES BODY LINES -- SEE SENDMAIL. STOP
      *            SHORT OF THE END RATHER THAN CUT A LINE IN HALF.
                   IF WS-BODY-PTR < 3700
                       STRING FUNCTION TRIM(WS-CLAIM-TEXT) '~'
                           DELIMITED BY SIZE INTO WS-MAIL-BODY
                           WITH POINTER WS-BODY-PTR
                       END-STRING
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO LETTER-LINE
                   STRING '  ' FUNCTION TRIM(WS-CLAIM-TEXT)
                       DELIMITED BY SIZE INTO LETTER-LINE
                   END-STRING
                   WRITE LETTER-LINE
           END-EVALUATE.

           MOVE 'purchase_order_lines' TO AUDIT-TABLE-NAME.
           MOVE CLM-LINE-ID TO AUDIT-RECORD-ID.
           MOVE 'CLAIM' TO AUDIT-OPERATION.
           MOVE 'batch' TO AUDIT-ACTOR.
           PERFORM WRITE-AUDIT-LOG.

       WRITE-EDI-HEAD.
           MOVE SPACES TO WS-EDI-FILE.
           STRING FUNCTION TRIM(WS-EDI-DIR) '/claims-'
                  FUNCTION TRIM(VND-ID) '.edi'
               DELIMITED BY SIZE INTO WS-EDI-FILE
           END-STRING.

           OPEN OUTPUT EDI-FILE.
           IF WS-EDI-FILE-STATUS NOT = '00'
               DISPLAY "Could not open "
                   FUNCTION TRIM(WS-EDI-FILE)
               EXEC SQL
                   DISCONNECT ALL
               END-EXEC
               STOP RUN
           END-IF.

      *    ONE OSTENQ (ORDER STATUS ENQUIRY) PER VENDOR, ONE LIN
      *    GROUP PER LINE CHASED, OUR ORDER ON RFF+ON AS EDIIMPORT
      *    EXPECTS IT BACK.
           MOVE SPACES TO EDI-LINE.
           STRING 'UNB+UNOA:2+'
                  FUNCTION TRIM(VND-SENDER) '+'
                  FUNCTION TRIM(VND-RECEIVER) '+'
                  FUNCTION CURRENT-DATE(3:6) ':'
                  FUNCTION CURRENT-DATE(9:4) '+1'''
               DELIMITED BY SIZE INTO EDI-LINE
           END-STRING.
           WRITE EDI-LINE.
           MOVE SPACES TO EDI-LINE.
           STRING 'UNH+1+OSTENQ:D:96A:UN''' DELIMITED BY SIZE
               INTO EDI-LINE
           END-STRING.
           WRITE EDI-LINE.
           MOVE SPACES TO EDI-LINE.
           STRING 'BGM+22E+CLAIM' FUNCTION CURRENT-DATE(1:8) '+9'''
               DELIMITED BY SIZE INTO EDI-LINE
           END-STRING.
           WRITE EDI-LINE.
      *    UNH, BGM AND UNT; THE LIN GROUPS ARE COUNTED AS THEY GO.
           MOVE 3 TO WS-MSG-SEGMENTS.

       WRITE-EDI-FOOT.
           MOVE SPACES TO EDI-LINE.
           STRING 'UNT+' WS-MSG-SEGMENTS '+1'''
               DELIMITED BY SIZE INTO EDI-LINE
           END-STRING.
           WRITE EDI-LINE.
           MOVE SPACES TO EDI-LINE.
           STRING 'UNZ+1+1''' DELIMITED BY SIZE INTO EDI-LINE
           END-STRING.
           WRITE EDI-LINE.
           CLOSE EDI-FILE.

       QUEUE-CLAIM-EMAIL.
           STRING '~The Library' DELIMITED BY SIZE
               INTO WS-MAIL-BODY
               WITH POINTER WS-BODY-PTR
           END-STRING.
           MOVE VND-EMAIL TO WS-MAIL-RECIPIENT.
           MOVE SPACES TO WS-MAIL-SUBJECT.
           STRING 'Claim: items not received on our orders'
               DELIMITED BY SIZE INTO WS-MAIL-SUBJECT
           END-STRING.
           CALL "ENQUEUE-EMAIL" USING WS-MAIL-RECIPIENT
                WS-MAIL-SUBJECT WS-MAIL-BODY WS-MAIL-ID
           END-CALL.

       WRITE-LETTER-HEAD.
           IF WS-LETTER-CNT > 0
               MOVE SPACES TO LETTER-LINE
               MOVE WS-FORM-FEED TO LETTER-LINE(1:1)
               WRITE LETTER-LINE
           END-IF.
           ADD 1 TO WS-LETTER-CNT.

           MOVE SPACES TO LETTER-LINE.
           MOVE VND-NAME TO LETTER-LINE.
           WRITE LETTER-LINE.
           IF FUNCTION TRIM(VND-CONTACT) NOT = SPACES
               MOVE SPACES TO LETTER-LINE
               STRING 'Attn: ' FUNCTION TRIM(VND-CONTACT)
                   DELIMITED BY SIZE INTO LETTER-LINE
               END-STRING
               WRITE LETTER-LINE
           END-IF.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           WRITE LETTER-LINE.

           MOVE SPACES TO LETTER-LINE.
           STRING 'CLAIM FOR ITEMS NOT RECEIVED    '
                  FUNCTION CURRENT-DATE(1:4) '-'
                  FUNCTION CURRENT-DATE(5:2) '-'
                  FUNCTION CURRENT-DATE(7:2)
               DELIMITED BY SIZE INTO LETTER-LINE
           END-STRING.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE 'The following items on our orders have not been'
               TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE 'received. Please supply them or tell us when they'
               TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE 'will ship.' TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.

       WRITE-LETTER-FOOT.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE 'The Library' TO LETTER-LINE.
           WRITE LETTER-LINE.

       LIST-PROPOSED.
      *    EVERYTHING STILL WAITING ON A DECISION, NOT ONLY TONIGHT'S
      *    -- CANCELPO WITH A BLANK ORDER ID WORKS THROUGH THEM.
           EXEC SQL
               DECLARE C3 CURSOR FOR
               SELECT v.name, b.name,
                      l.quantity - l.received_qty,
                      (l.quantity - l.received_qty) * l.unit_cost,
                      CASE WHEN l.edi_status = 'cancelled'
                           THEN 'vendor cancelled'
                           ELSE 'claims unanswered' END
                      FROM purchase_order_lines l
                      JOIN purchase_orders po ON po.id = l.po_id
                      JOIN vendors v ON v.id = po.vendor_id
                      JOIN books b ON b.id = l.book_id
                      WHERE l.cancel_proposed_at IS NOT NULL
                      AND l.received_qty < l.quantity
                      AND po.status = 'open'
                      ORDER BY v.name, l.cancel_proposed_at
           END-EXEC.
           EXEC SQL
               OPEN C3
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY "---- PROPOSED FOR CANCELLATION (CANCELPO) ----".
           EXEC SQL
               FETCH C3 INTO :PRP-VENDOR, :PRP-BOOK-NAME,
                             :PRP-OUTSTANDING, :PRP-VALUE,
                             :PRP-REASON
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO WS-PROPOSED-CNT
               MOVE PRP-VALUE TO D-VALUE
               DISPLAY PRP-VENDOR " " PRP-BOOK-NAME " "
                   PRP-OUTSTANDING " " D-VALUE "  "
                   FUNCTION TRIM(PRP-REASON)
               EXEC SQL
                   FETCH C3 INTO :PRP-VENDOR, :PRP-BOOK-NAME,
                                 :PRP-OUTSTANDING, :PRP-VALUE,
                                 :PRP-REASON
               END-EXEC
           END-PERFORM.

           EXEC SQL
               CLOSE C3
           END-EXEC.

       WRITE-AUDIT-LOG.
           EXEC SQL
               INSERT INTO audit_log (
                   table_name,
                   record_id,
                   operation,
                   actor
               ) VALUES (
                   :AUDIT-TABLE-NAME,
                   :AUDIT-RECORD-ID,
                   :AUDIT-OPERATION,
                   :AUDIT-ACTOR
               )
           END-EXEC.

       ERROR-RTN.
           CALL 'SQL-ERROR-HANDLER' USING SQLCODE SQLSTATE SQLERRMC
                'POCLAIMS                      ' 'ERROR-RTN'
           END-CALL.

       END-PROGRAM.
