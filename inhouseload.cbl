      ********************************************
      * Load a scan file of in-house use
      *
      * INHOUSELOAD
      *
      * Reads a file of item barcodes scanned off the tables and
      * reshelving carts (one barcode per line, the same layout
      * INVENTORY reads) and counts each as one in-house use of
      * that copy (see IN-HOUSE-USE). The day counted is
      * INHOUSE_USE_DATE (YYYY-MM-DD) when set, so a scanner
      * emptied the morning after still lands on the right day;
      * otherwise today. Unknown barcodes and copies the catalog
      * has out, lost or withdrawn are listed and not counted.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   INHOUSELOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCAN-FILE ASSIGN TO WS-SCAN-FILE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SCAN-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  SCAN-FILE.
       01  SCAN-LINE                   PIC X(50).

       WORKING-STORAGE SECTION.
       COPY 'db-connect-params.cpy'.

       01  WS-SCAN-FILE            PIC X(1024).
       01  WS-SCAN-FILE-STATUS     PIC X(2).
       01  WS-SCAN-CODE            PIC X(50).
       01  WS-USE-DATE             PIC X(10).
       01  WS-USE-RESULT           PIC X(1).
       01  WS-BOOK-NAME            PIC X(50).
       01  WS-SCANNED-CNT          PIC 9(8) VALUE ZERO.
       01  WS-COUNTED-CNT          PIC 9(8) VALUE ZERO.
       01  WS-UNKNOWN-CNT          PIC 9(8) VALUE ZERO.
       01  WS-REFUSED-CNT          PIC 9(8) VALUE ZERO.

       EXEC SQL
           BEGIN DECLARE SECTION
       END-EXEC.
       01  HOSTVARS.
           05 BUFFER               PIC X(1024).

       01  CHECK-DATE              PIC X(10).
       EXEC SQL
           END DECLARE SECTION
       END-EXEC.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       PROCEDURE DIVISION.

       MAIN-RTN.
           DISPLAY "INHOUSELOAD STARTED".

           COPY 'db-connect.cpy'.

           ACCEPT WS-SCAN-FILE FROM ENVIRONMENT 'INHOUSE_SCAN_FILE'.
           IF WS-SCAN-FILE = SPACES
               MOVE 'inhouse-scan.txt' TO WS-SCAN-FILE
           END-IF.

           ACCEPT WS-USE-DATE FROM ENVIRONMENT 'INHOUSE_USE_DATE'.
           IF FUNCTION TRIM(WS-USE-DATE) NOT = SPACES
               MOVE WS-USE-DATE TO CHECK-DATE
               EXEC SQL
                   SELECT TO_CHAR(TO_DATE(:CHECK-DATE, 'YYYY-MM-DD'),
                                  'YYYY-MM-DD')
                       INTO :CHECK-DATE
               END-EXEC
               IF SQLCODE NOT = ZERO
                   DISPLAY "Invalid INHOUSE_USE_DATE "
                       FUNCTION TRIM(WS-USE-DATE)
                   EXEC SQL
                       DISCONNECT ALL
                   END-EXEC
                   STOP RUN
               END-IF
               MOVE CHECK-DATE TO WS-USE-DATE
               DISPLAY "Counting use on " WS-USE-DATE
           END-IF.

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
                   MOVE FUNCTION TRIM(SCAN-LINE) TO WS-SCAN-CODE
                   CALL "IN-HOUSE-USE" USING WS-SCAN-CODE
                        WS-USE-DATE WS-USE-RESULT WS-BOOK-NAME
                   END-CALL
                   EVALUATE WS-USE-RESULT
                       WHEN 'y'
                           ADD 1 TO WS-COUNTED-CNT
                       WHEN 'x'
                           ADD 1 TO WS-REFUSED-CNT
                           DISPLAY "NOT COUNTED "
                               FUNCTION TRIM(WS-SCAN-CODE) "  "
                               FUNCTION TRIM(WS-BOOK-NAME)
                               " -- catalog has it out, lost or"
                               " withdrawn"
                       WHEN OTHER
                           ADD 1 TO WS-UNKNOWN-CNT
                           DISPLAY "UNKNOWN     "
                               FUNCTION TRIM(WS-SCAN-CODE)
                   END-EVALUATE
               END-IF
               READ SCAN-FILE
                   AT END MOVE HIGH-VALUES TO SCAN-LINE
               END-READ
           END-PERFORM.
           CLOSE SCAN-FILE.

           DISPLAY "------------".
           DISPLAY "Barcodes scanned: " WS-SCANNED-CNT.
           DISPLAY "Uses counted:     " WS-COUNTED-CNT.
           DISPLAY "Not counted:      " WS-REFUSED-CNT.
           DISPLAY "Unknown:          " WS-UNKNOWN-CNT.

      *    COMMIT
           EXEC SQL
               COMMIT WORK
           END-EXEC.

      *    DISCONNECT
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

      *    END
           DISPLAY "INHOUSELOAD FINISHED".
           STOP RUN.

       ERROR-RTN.
           CALL 'SQL-ERROR-HANDLER' USING SQLCODE SQLSTATE SQLERRMC
                'INHOUSELOAD                   ' 'ERROR-RTN'
           END-CALL.

       END-PROGRAM.
