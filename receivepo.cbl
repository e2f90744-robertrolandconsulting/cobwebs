      *
      * RECEIVEPO
      *
      * Each outstanding line is received into the receiving
      * branch as one COPIES row per copy (accession-derived
      * barcode, the COPYMAINT scheme) in status 'processing', and
      * writes an ACQUISITIONS row recording unit cost and
      * acquisition date for the valuation report. The copies do
      * not join books.copy_count or the branch split yet --
      * TECHQUEUE does that when technical services mark them
      * shelf-ready. The order is closed once every line is in.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
           05  PO-VENDOR-ID        PIC X(36).
           05  PO-STATUS           PIC X(10).

       01  RCV-BRANCH-CODE         PIC X(10).
       01  RCV-BRANCH-ID           PIC X(36).

       01  COPY-REC-VARS.
           05  COPY-ID             PIC X(36).
           05  COPY-BARCODE        PIC X(20).

       01  PO-LINE-VARS.
           05  PO-LINE-ID          PIC X(36).
           05  PO-BOOK-ID          PIC X(36).
               STOP RUN
           END-IF.

      *    NEW STOCK GOES TO THE BRANCH THAT UNPACKS IT; THE
      *    BRANCH TRANSFER PROGRAMS MOVE IT ON FROM THERE.
           DISPLAY 'Receiving branch code (blank for MAIN): '.
           ACCEPT RCV-BRANCH-CODE.
           IF RCV-BRANCH-CODE = SPACES
               MOVE 'MAIN' TO RCV-BRANCH-CODE
           END-IF.

           EXEC SQL
               SELECT CAST(id AS VARCHAR) INTO :RCV-BRANCH-ID
                   FROM branches
                   WHERE code = TRIM(:RCV-BRANCH-CODE)
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "No branch with code "
                   FUNCTION TRIM(RCV-BRANCH-CODE)
               EXEC SQL
                   DISCONNECT ALL
               END-EXEC
               STOP RUN
           END-IF.

           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT l.id, l.book_id, b.name, l.quantity,
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      *    THE COPIES GO INTO PROCESSING, NOT ONTO THE SHELF --
      *    THE COUNTS MOVE WHEN TECHQUEUE MARKS THEM SHELF-READY.
           PERFORM ADD-PROCESSING-COPY PO-QUANTITY TIMES.

           EXEC SQL
               INSERT INTO acquisitions (
           ADD 1 TO WS-RECEIVED-CNT.
           DISPLAY "RECEIVED " PO-QUANTITY " x "
               FUNCTION TRIM(PO-BOOK-NAME)
               " at " PO-UNIT-COST " -- to processing".

       ADD-PROCESSING-COPY.
      *    SAME BARCODE SCHEME AS THE COPYMAINT ADD-COPY FLOW.
           EXEC SQL
               INSERT INTO copies (book_id, branch_id, barcode,
                                   status, processing_since,
                                   po_line_id)
                   VALUES (CAST(:PO-BOOK-ID AS UUID),
                           CAST(:RCV-BRANCH-ID AS UUID),
                           'PENDING', 'processing', NOW(),
                           CAST(:PO-LINE-ID AS UUID))
                   RETURNING CAST(id AS VARCHAR) INTO :COPY-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL
               UPDATE copies
                   SET barcode = 'BC'
                       || LPAD(CAST(accession_number AS VARCHAR),
                              8, '0')
                   WHERE id = CAST(:COPY-ID AS UUID)
                   RETURNING barcode INTO :COPY-BARCODE
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY "    " FUNCTION TRIM(COPY-BARCODE).

       WRITE-AUDIT-LOG.
           EXEC SQL
