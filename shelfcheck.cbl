      ********************************************
      * Shelf-order check from a scanned shelf read
      *
      * SHELFCHECK
      *
      * Reads a barcode file scanned in shelf order along one
      * range (one barcode per line, as for INVENTORY) and reports
      * what is on the wrong shelf or in the wrong spot. The range
      * is taken to belong to SHELFCHECK_BRANCH and
      * SHELFCHECK_LOCATION; left unset, they are the branch and
      * shelving location most of the scanned copies belong to.
      * Copies catalogued for another branch or location are
      * listed with where they belong, as are copies whose COPIES
      * status says they should not be on a shelf at all. The
      * rest are checked against SHELFLIST's call-number order:
      * the longest run already in order stands, and every other
      * copy is reported misshelved with the neighbours it belongs
      * between. A barcode scanned twice is taken where it was
      * first scanned. Every copy found is logged as sighted in
      * COPY_EVENTS for ITEMHISTORY.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   SHELFCHECK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCAN-FILE ASSIGN TO WS-SCAN-FILE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SCAN-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  SCAN-FILE.
       01  SCAN-LINE                   PIC X(50).

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(256).

       WORKING-STORAGE SECTION.
       COPY 'db-connect-params.cpy'.

       01  WS-SCAN-FILE            PIC X(1024).
       01  WS-SCAN-FILE-STATUS     PIC X(2).
       01  WS-REPORT-FILE          PIC X(1024).
       01  WS-REPORT-FILE-STATUS   PIC X(2).
       01  WS-SCANNED-CNT          PIC 9(6) VALUE ZERO.
       01  WS-UNKNOWN-CNT          PIC 9(6) VALUE ZERO.
       01  WS-ELSEWHERE-CNT        PIC 9(6) VALUE ZERO.
       01  WS-OFF-SHELF-CNT        PIC 9(6) VALUE ZERO.
       01  WS-MISSHELVED-CNT       PIC 9(6) VALUE ZERO.
       01  WS-SKIPPED-CNT          PIC 9(6) VALUE ZERO.

      *    THE COPIES LEFT FOR THE ORDER CHECK, IN THE ORDER THEY
      *    WERE SCANNED. SEQ-RANK IS EACH ONE'S PLACE IN CALL-NUMBER
      *    ORDER; THE LONGEST RUN OF RISING RANKS IS FOUND THE
      *    PATIENCE-SORT WAY -- TAIL(K) IS THE ENTRY ENDING THE BEST
      *    RUN OF LENGTH K SO FAR, SEQ-PRED THE ENTRY BEFORE EACH ONE
      *    IN ITS RUN -- AND ENTRIES OFF THAT RUN ARE MISSHELVED.
       01  WS-SEQ-TABLE.
           05  WS-SEQ-ENTRY OCCURS 5000 TIMES.
               10  WS-SEQ-POS      PIC 9(6).
               10  WS-SEQ-BARCODE  PIC X(20).
               10  WS-SEQ-CALL     PIC X(30).
               10  WS-SEQ-NAME     PIC X(50).
               10  WS-SEQ-RANK     PIC 9(5).
               10  WS-SEQ-PRED     PIC 9(5).
               10  WS-SEQ-IN-ORDER PIC X(1).
       01  WS-SEQ-CNT              PIC 9(5) VALUE ZERO.
       01  WS-SEQ-IDX              PIC 9(5).

       01  WS-TAIL-TABLE.
           05  WS-TAIL             PIC 9(5) OCCURS 5000 TIMES.
       01  WS-RUN-LEN              PIC 9(5) VALUE ZERO.

      *    THE IN-ORDER ENTRIES, RISING IN BOTH SCAN AND CALL-NUMBER
      *    ORDER, SEARCHED FOR THE NEIGHBOURS A MISSHELVED COPY
      *    BELONGS BETWEEN.
       01  WS-ORD-TABLE.
           05  WS-ORD              PIC 9(5) OCCURS 5000 TIMES.
       01  WS-ORD-CNT              PIC 9(5) VALUE ZERO.

       01  WS-LOW                  PIC 9(5).
       01  WS-HIGH                 PIC 9(5).
       01  WS-MID                  PIC 9(5).
       01  WS-FOUND                PIC 9(5).
       01  WS-AFTER                PIC 9(5).
       01  WS-BEFORE               PIC 9(5).

       EXEC SQL
           BEGIN DECLARE SECTION
       END-EXEC.
       01  HOSTVARS.
           05 BUFFER               PIC X(1024).

       01  SCAN-CODE               PIC X(50).
       01  SCAN-SEQ                PIC 9(6).

       01  SHC-BRANCH-CODE         PIC X(10).
       01  SHC-LOCATION            PIC X(30).

       01  SHC-REC-VARS.
           05  SHC-POS             PIC 9(6).
           05  SHC-BARCODE         PIC X(20).
           05  SHC-CALL-NUMBER     PIC X(30).
           05  SHC-BOOK-NAME       PIC X(50).
           05  SHC-STATUS          PIC X(10).
           05  SHC-COPY-BRANCH     PIC X(10).
           05  SHC-COPY-LOCATION   PIC X(30).
           05  SHC-RANK            PIC 9(5).
       EXEC SQL
           END DECLARE SECTION
       END-EXEC.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       PROCEDURE DIVISION.

       MAIN-RTN.
           DISPLAY "SHELFCHECK STARTED".

           COPY 'db-connect.cpy'.

           ACCEPT WS-SCAN-FILE FROM ENVIRONMENT 'SHELFCHECK_SCAN_FILE'.
           IF WS-SCAN-FILE = SPACES
               MOVE 'shelf-scan.txt' TO WS-SCAN-FILE
           END-IF.

           ACCEPT WS-REPORT-FILE
               FROM ENVIRONMENT 'SHELFCHECK_REPORT_FILE'.
           IF WS-REPORT-FILE = SPACES
               MOVE 'shelfcheck-report.txt' TO WS-REPORT-FILE
           END-IF.

           ACCEPT SHC-BRANCH-CODE FROM ENVIRONMENT 'SHELFCHECK_BRANCH'.
           ACCEPT SHC-LOCATION
               FROM ENVIRONMENT 'SHELFCHECK_LOCATION'.

      *    THE SCAN KEEPS ITS POSITIONS, SO THE ORDER IT WAS READ IN
      *    CAN BE COMPARED WITH THE ORDER IT SHOULD HAVE BEEN.
           EXEC SQL
               CREATE TEMPORARY TABLE shelf_scan (
                   seq INTEGER NOT NULL,
                   code VARCHAR(50) NOT NULL
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           OPEN INPUT SCAN-FILE.
           IF WS-SCAN-FILE-STATUS NOT = '00'
               DISPLAY "Could not open scan file "
                   FUNCTION TRIM(WS-SCAN-FILE)
               EXEC SQL
                   DISCONNECT ALL
               END-EXEC
               STOP RUN
           END-IF.

           READ SCAN-FILE
               AT END MOVE HIGH-VALUES TO SCAN-LINE
           END-READ.
           PERFORM UNTIL SCAN-LINE = HIGH-VALUES
               IF FUNCTION TRIM(SCAN-LINE) NOT = SPACES
                   ADD 1 TO WS-SCANNED-CNT
                   MOVE WS-SCANNED-CNT TO SCAN-SEQ
                   MOVE FUNCTION TRIM(SCAN-LINE) TO SCAN-CODE
                   EXEC SQL
                       INSERT INTO shelf_scan (seq, code)
                           VALUES (:SCAN-SEQ, TRIM(:SCAN-CODE))
                   END-EXEC
                   IF SQLCODE NOT = ZERO
                       PERFORM ERROR-RTN
                       STOP RUN
                   END-IF
               END-IF
               READ SCAN-FILE
                   AT END MOVE HIGH-VALUES TO SCAN-LINE
               END-READ
           END-PERFORM.
           CLOSE SCAN-FILE.

           DISPLAY "Barcodes scanned: " WS-SCANNED-CNT.

           EXEC SQL
               INSERT INTO copy_events (copy_id, event_type, detail)
                   SELECT c.id, 'SIGHTED',
                          'shelf-order check, ' || c.status
                          || ' at ' || br.code
                       FROM copies c
                       JOIN branches br ON br.id = c.branch_id
                       WHERE c.barcode IN
                           (SELECT s.code FROM shelf_scan s)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN
               STOP RUN
           END-IF.

           PERFORM FIND-RANGE-HOME.

           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'SHELF-ORDER CHECK -- ' WS-SCANNED-CNT
                  ' ITEMS SCANNED, RANGE AT '
                  FUNCTION TRIM(SHC-BRANCH-CODE) ' '
                  FUNCTION TRIM(SHC-LOCATION)
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           DISPLAY REPORT-LINE.

           PERFORM REPORT-UNKNOWN.
           PERFORM REPORT-ELSEWHERE.
           PERFORM REPORT-OFF-SHELF.
           PERFORM LOAD-SEQUENCE.
           PERFORM FIND-IN-ORDER-RUN.
           PERFORM REPORT-MISSHELVED.

           MOVE SPACES TO REPORT-LINE.
           STRING 'TOTALS: MISSHELVED ' WS-MISSHELVED-CNT
                  ', WRONG BRANCH OR LOCATION ' WS-ELSEWHERE-CNT
                  ', NOT FOR THE SHELF ' WS-OFF-SHELF-CNT
                  ', NOT IN CATALOG ' WS-UNKNOWN-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.

           DISPLAY "Misshelved:                " WS-MISSHELVED-CNT.
           DISPLAY "Wrong branch or location:  " WS-ELSEWHERE-CNT.
           DISPLAY "Not for the shelf:         " WS-OFF-SHELF-CNT.
           DISPLAY "Not in catalog:            " WS-UNKNOWN-CNT.
           DISPLAY "Report written to "
               FUNCTION TRIM(WS-REPORT-FILE).

      *    COMMIT
           EXEC SQL
               COMMIT WORK
           END-EXEC.

      *    DISCONNECT
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

      *    END
           DISPLAY "SHELFCHECK FINISHED".
           STOP RUN.

       FIND-RANGE-HOME.
      *    UNLESS TOLD, THE RANGE BELONGS WHERE MOST OF WHAT IS ON IT
      *    BELONGS: THE COMMONEST BRANCH AMONG THE SCANNED COPIES,
      *    THEN THE COMMONEST SHELVING LOCATION AT THAT BRANCH.
           IF SHC-BRANCH-CODE = SPACES
               EXEC SQL
                   SELECT COALESCE(MODE() WITHIN GROUP
                                       (ORDER BY br.code), '')
                       INTO :SHC-BRANCH-CODE
                       FROM shelf_scan s
                       JOIN copies c ON c.barcode = s.code
                       JOIN branches br ON br.id = c.branch_id
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
           END-IF.

           IF SHC-LOCATION = SPACES
               EXEC SQL
                   SELECT COALESCE(MODE() WITHIN GROUP
                              (ORDER BY COALESCE(c.shelving_location,
                                   b.shelving_location, '')), '')
                       INTO :SHC-LOCATION
                       FROM shelf_scan s
                       JOIN copies c ON c.barcode = s.code
                       JOIN books b ON b.id = c.book_id
                       JOIN branches br ON br.id = c.branch_id
                       WHERE br.code = TRIM(:SHC-BRANCH-CODE)
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
           END-IF.

       REPORT-UNKNOWN.
      *    SCANNED CODES MATCHING NO COPY BARCODE.
           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT MIN(s.seq), s.code
                      FROM shelf_scan s
                      WHERE NOT EXISTS (
                          SELECT 1 FROM copies c
                              WHERE c.barcode = s.code)
                      GROUP BY s.code
                      ORDER BY MIN(s.seq)
           END-EXEC.
           EXEC SQL
               OPEN C1
           END-EXEC.

           MOVE '---- NOT IN CATALOG ----' TO REPORT-LINE.
           WRITE REPORT-LINE.
           EXEC SQL
               FETCH C1 INTO :SHC-POS, :SCAN-CODE
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO WS-UNKNOWN-CNT
               MOVE SPACES TO REPORT-LINE
               STRING 'pos ' SHC-POS
                      '  ' FUNCTION TRIM(SCAN-CODE)
                      DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               DISPLAY "NOT IN CATALOG: " FUNCTION TRIM(SCAN-CODE)
               EXEC SQL
                   FETCH C1 INTO :SHC-POS, :SCAN-CODE
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C1
           END-EXEC.

       REPORT-ELSEWHERE.
      *    COPIES CATALOGUED FOR ANOTHER BRANCH OR ANOTHER SHELVING
      *    LOCATION, WITH WHERE EACH SHOULD GO.
           EXEC SQL
               DECLARE C2 CURSOR FOR
               SELECT MIN(s.seq), c.barcode,
                      COALESCE(c.call_number, b.call_number,
                          'UNCLASSIFIED'),
                      b.name, br.code,
                      COALESCE(c.shelving_location,
                          b.shelving_location, '')
                      FROM shelf_scan s
                      JOIN copies c ON c.barcode = s.code
                      JOIN books b ON b.id = c.book_id
                      JOIN branches br ON br.id = c.branch_id
                      WHERE br.code <> TRIM(:SHC-BRANCH-CODE)
                         OR COALESCE(c.shelving_location,
                                b.shelving_location, '')
                            <> TRIM(:SHC-LOCATION)
                      GROUP BY c.id, c.barcode, c.call_number,
                          b.call_number, b.name, br.code,
                          c.shelving_location, b.shelving_location
                      ORDER BY MIN(s.seq)
           END-EXEC.
           EXEC SQL
               OPEN C2
           END-EXEC.

           MOVE '---- WRONG BRANCH OR LOCATION ----' TO REPORT-LINE.
           WRITE REPORT-LINE.
           EXEC SQL
               FETCH C2 INTO :SHC-POS, :SHC-BARCODE,
                             :SHC-CALL-NUMBER, :SHC-BOOK-NAME,
                             :SHC-COPY-BRANCH, :SHC-COPY-LOCATION
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO WS-ELSEWHERE-CNT
               MOVE SPACES TO REPORT-LINE
               STRING 'pos ' SHC-POS
                      '  ' FUNCTION TRIM(SHC-BARCODE)
                      '  ' SHC-CALL-NUMBER
                      '  ' FUNCTION TRIM(SHC-BOOK-NAME)
                      '  belongs at ' FUNCTION TRIM(SHC-COPY-BRANCH)
                      ' ' FUNCTION TRIM(SHC-COPY-LOCATION)
                      DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               DISPLAY REPORT-LINE
               EXEC SQL
                   FETCH C2 INTO :SHC-POS, :SHC-BARCODE,
                                 :SHC-CALL-NUMBER, :SHC-BOOK-NAME,
                                 :SHC-COPY-BRANCH, :SHC-COPY-LOCATION
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C2
           END-EXEC.

       REPORT-OFF-SHELF.
      *    COPIES THE CATALOG SAYS ARE OUT, MENDING, LOST, WITHDRAWN
      *    OR IN TRANSIT, WHEREVER THEY BELONG. A LOST OR WITHDRAWN
      *    COPY HERE IS ONE TO PULL AND CHECK IN OR DISCARD.
           EXEC SQL
               DECLARE C3 CURSOR FOR
               SELECT MIN(s.seq), c.barcode,
                      COALESCE(c.call_number, b.call_number,
                          'UNCLASSIFIED'),
                      b.name, c.status
                      FROM shelf_scan s
                      JOIN copies c ON c.barcode = s.code
                      JOIN books b ON b.id = c.book_id
                      WHERE c.status <> 'on-shelf'
                      GROUP BY c.id, c.barcode, c.call_number,
                          b.call_number, b.name, c.status
                      ORDER BY MIN(s.seq)
           END-EXEC.
           EXEC SQL
               OPEN C3
           END-EXEC.

           MOVE '---- NOT FOR THE SHELF ----' TO REPORT-LINE.
           WRITE REPORT-LINE.
           EXEC SQL
               FETCH C3 INTO :SHC-POS, :SHC-BARCODE,
                             :SHC-CALL-NUMBER, :SHC-BOOK-NAME,
                             :SHC-STATUS
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO WS-OFF-SHELF-CNT
               MOVE SPACES TO REPORT-LINE
               STRING 'pos ' SHC-POS
                      '  ' FUNCTION TRIM(SHC-BARCODE)
                      '  ' SHC-CALL-NUMBER
                      '  ' FUNCTION TRIM(SHC-BOOK-NAME)
                      '  recorded ' FUNCTION TRIM(SHC-STATUS)
                      DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               DISPLAY REPORT-LINE
               EXEC SQL
                   FETCH C3 INTO :SHC-POS, :SHC-BARCODE,
                                 :SHC-CALL-NUMBER, :SHC-BOOK-NAME,
                                 :SHC-STATUS
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C3
           END-EXEC.

       LOAD-SEQUENCE.
      *    THE ON-SHELF COPIES THAT BELONG TO THIS RANGE, IN SCAN
      *    ORDER, EACH WITH ITS PLACE IN SHELFLIST ORDER.
           EXEC SQL
               DECLARE C4 CURSOR FOR
               SELECT x.pos, x.barcode, x.call_number, x.name,
                      ROW_NUMBER() OVER (ORDER BY x.sort_key,
                                             x.accession_number)
                 FROM (
                   SELECT MIN(s.seq) AS pos, c.barcode,
                          COALESCE(c.call_number, b.call_number,
                              'UNCLASSIFIED') AS call_number,
                          b.name, c.accession_number,
                          COALESCE(c.call_number, b.call_number,
                              'zzzzz') AS sort_key
                     FROM shelf_scan s
                     JOIN copies c ON c.barcode = s.code
                     JOIN books b ON b.id = c.book_id
                     JOIN branches br ON br.id = c.branch_id
                    WHERE c.status = 'on-shelf'
                      AND br.code = TRIM(:SHC-BRANCH-CODE)
                      AND COALESCE(c.shelving_location,
                              b.shelving_location, '')
                          = TRIM(:SHC-LOCATION)
                    GROUP BY c.id, c.barcode, c.call_number,
                          b.call_number, b.name, c.accession_number
                 ) x
                ORDER BY x.pos
           END-EXEC.
           EXEC SQL
               OPEN C4
           END-EXEC.

           EXEC SQL
               FETCH C4 INTO :SHC-POS, :SHC-BARCODE,
                             :SHC-CALL-NUMBER, :SHC-BOOK-NAME,
                             :SHC-RANK
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               IF WS-SEQ-CNT < 5000
                   ADD 1 TO WS-SEQ-CNT
                   MOVE SHC-POS TO WS-SEQ-POS(WS-SEQ-CNT)
                   MOVE SHC-BARCODE TO WS-SEQ-BARCODE(WS-SEQ-CNT)
                   MOVE SHC-CALL-NUMBER TO WS-SEQ-CALL(WS-SEQ-CNT)
                   MOVE SHC-BOOK-NAME TO WS-SEQ-NAME(WS-SEQ-CNT)
                   MOVE SHC-RANK TO WS-SEQ-RANK(WS-SEQ-CNT)
                   MOVE ZERO TO WS-SEQ-PRED(WS-SEQ-CNT)
                   MOVE 'n' TO WS-SEQ-IN-ORDER(WS-SEQ-CNT)
               ELSE
                   ADD 1 TO WS-SKIPPED-CNT
               END-IF
               EXEC SQL
                   FETCH C4 INTO :SHC-POS, :SHC-BARCODE,
                                 :SHC-CALL-NUMBER, :SHC-BOOK-NAME,
                                 :SHC-RANK
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C4
           END-EXEC.

       FIND-IN-ORDER-RUN.
      *    FOR EACH COPY, THE LONGEST RUN IT CAN EXTEND IS FOUND BY
      *    BINARY SEARCH OF THE RUN TAILS; THE LONGEST RUN IS THEN
      *    WALKED BACK FROM ITS LAST ENTRY.
           MOVE ZERO TO WS-RUN-LEN.
           PERFORM VARYING WS-SEQ-IDX FROM 1 BY 1
                   UNTIL WS-SEQ-IDX > WS-SEQ-CNT
               MOVE ZERO TO WS-FOUND
               MOVE 1 TO WS-LOW
               MOVE WS-RUN-LEN TO WS-HIGH
               PERFORM UNTIL WS-LOW > WS-HIGH
                   COMPUTE WS-MID = (WS-LOW + WS-HIGH) / 2
                   IF WS-SEQ-RANK(WS-TAIL(WS-MID))
                           < WS-SEQ-RANK(WS-SEQ-IDX)
                       MOVE WS-MID TO WS-FOUND
                       COMPUTE WS-LOW = WS-MID + 1
                   ELSE
                       COMPUTE WS-HIGH = WS-MID - 1
                   END-IF
               END-PERFORM
               IF WS-FOUND > ZERO
                   MOVE WS-TAIL(WS-FOUND) TO WS-SEQ-PRED(WS-SEQ-IDX)
               END-IF
               ADD 1 TO WS-FOUND
               MOVE WS-SEQ-IDX TO WS-TAIL(WS-FOUND)
               IF WS-FOUND > WS-RUN-LEN
                   MOVE WS-FOUND TO WS-RUN-LEN
               END-IF
           END-PERFORM.

           IF WS-RUN-LEN > ZERO
               MOVE WS-TAIL(WS-RUN-LEN) TO WS-SEQ-IDX
               PERFORM UNTIL WS-SEQ-IDX = ZERO
                   MOVE 'y' TO WS-SEQ-IN-ORDER(WS-SEQ-IDX)
                   MOVE WS-SEQ-PRED(WS-SEQ-IDX) TO WS-SEQ-IDX
               END-PERFORM
           END-IF.

           MOVE ZERO TO WS-ORD-CNT.
           PERFORM VARYING WS-SEQ-IDX FROM 1 BY 1
                   UNTIL WS-SEQ-IDX > WS-SEQ-CNT
               IF WS-SEQ-IN-ORDER(WS-SEQ-IDX) = 'y'
                   ADD 1 TO WS-ORD-CNT
                   MOVE WS-SEQ-IDX TO WS-ORD(WS-ORD-CNT)
               END-IF
           END-PERFORM.

       REPORT-MISSHELVED.
           MOVE '---- MISSHELVED ----' TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-SKIPPED-CNT > ZERO
               MOVE SPACES TO REPORT-LINE
               STRING 'ONLY THE FIRST 5000 COPIES CHECKED, '
                      WS-SKIPPED-CNT ' MORE NOT -- SCAN ONE RANGE'
                      ' AT A TIME'
                      DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF.

           PERFORM VARYING WS-SEQ-IDX FROM 1 BY 1
                   UNTIL WS-SEQ-IDX > WS-SEQ-CNT
               IF WS-SEQ-IN-ORDER(WS-SEQ-IDX) = 'n'
                   ADD 1 TO WS-MISSHELVED-CNT
                   PERFORM FIND-NEIGHBOURS
                   MOVE SPACES TO REPORT-LINE
                   STRING 'pos ' WS-SEQ-POS(WS-SEQ-IDX)
                          '  ' FUNCTION TRIM(WS-SEQ-BARCODE(WS-SEQ-IDX))
                          '  ' WS-SEQ-CALL(WS-SEQ-IDX)
                          '  ' FUNCTION TRIM(WS-SEQ-NAME(WS-SEQ-IDX))
                          DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
                   DISPLAY REPORT-LINE
                   PERFORM WRITE-BELONGS-LINE
               END-IF
           END-PERFORM.

       FIND-NEIGHBOURS.
      *    THE LAST IN-ORDER COPY THAT SORTS BEFORE THIS ONE AND THE
      *    FIRST THAT SORTS AFTER IT; ZERO AT EITHER END OF THE RANGE.
           MOVE ZERO TO WS-FOUND.
           MOVE 1 TO WS-LOW.
           MOVE WS-ORD-CNT TO WS-HIGH.
           PERFORM UNTIL WS-LOW > WS-HIGH
               COMPUTE WS-MID = (WS-LOW + WS-HIGH) / 2
               IF WS-SEQ-RANK(WS-ORD(WS-MID))
                       < WS-SEQ-RANK(WS-SEQ-IDX)
                   MOVE WS-MID TO WS-FOUND
                   COMPUTE WS-LOW = WS-MID + 1
               ELSE
                   COMPUTE WS-HIGH = WS-MID - 1
               END-IF
           END-PERFORM.
           MOVE ZERO TO WS-AFTER WS-BEFORE.
           IF WS-FOUND > ZERO
               MOVE WS-ORD(WS-FOUND) TO WS-AFTER
           END-IF.
           IF WS-FOUND < WS-ORD-CNT
               MOVE WS-ORD(WS-FOUND + 1) TO WS-BEFORE
           END-IF.

       WRITE-BELONGS-LINE.
           MOVE SPACES TO REPORT-LINE.
           EVALUATE TRUE
               WHEN WS-AFTER > ZERO AND WS-BEFORE > ZERO
                   STRING '      belongs after '
                          FUNCTION TRIM(WS-SEQ-BARCODE(WS-AFTER))
                          ' ' FUNCTION TRIM(WS-SEQ-CALL(WS-AFTER))
                          ', before '
                          FUNCTION TRIM(WS-SEQ-BARCODE(WS-BEFORE))
                          ' ' FUNCTION TRIM(WS-SEQ-CALL(WS-BEFORE))
                          DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
               WHEN WS-AFTER > ZERO
                   STRING '      belongs at the end of the range, '
                          'after '
                          FUNCTION TRIM(WS-SEQ-BARCODE(WS-AFTER))
                          ' ' FUNCTION TRIM(WS-SEQ-CALL(WS-AFTER))
                          DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
               WHEN WS-BEFORE > ZERO
                   STRING '      belongs at the start of the range, '
                          'before '
                          FUNCTION TRIM(WS-SEQ-BARCODE(WS-BEFORE))
                          ' ' FUNCTION TRIM(WS-SEQ-CALL(WS-BEFORE))
                          DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF REPORT-LINE NOT = SPACES
               WRITE REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF.

       ERROR-RTN.
           CALL 'SQL-ERROR-HANDLER' USING SQLCODE SQLSTATE SQLERRMC
                'SHELFCHECK                    ' 'ERROR-RTN'
           END-CALL.

       END-PROGRAM.
