      ********************************************
      * Open loan claims: the search list and claims per patron
      *
      * CLAIMSREPORT
      *
      * Lists every open claims-returned / claims-never-had loan
      * (see CLAIMMAINT) as a search list -- branch, call number
      * and barcode order, so a page can walk the shelves once
      * looking for the copies -- with how long each claim has
      * been open. Then prints every patron who has ever claimed,
      * with their total, open, found and written-off claims, so
      * a pattern shows up before it costs the library a shelf.
      * Patrons at or over CLAIM_WARN_COUNT (default 3) claims
      * are flagged.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   CLAIMSREPORT.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       COPY 'db-connect-params.cpy'.
       COPY 'param-vars.cpy'.

       01  WS-WARN-X               PIC X(4).
       01  WS-WARN-COUNT           PIC 9(4) VALUE 3.
       01  WS-OPEN-CNT             PIC 9(6) VALUE ZERO.
       01  WS-PATRON-CNT           PIC 9(6) VALUE ZERO.

       EXEC SQL
           BEGIN DECLARE SECTION
       END-EXEC.
       01  HOSTVARS.
           05 BUFFER               PIC X(1024).

       01  SEARCH-REC-VARS.
           05  SRCH-BRANCH         PIC X(10).
           05  SRCH-CALL-NUMBER    PIC X(30).
           05  SRCH-BARCODE        PIC X(20).
           05  SRCH-BOOK-NAME      PIC X(50).
           05  SRCH-BORROWER       PIC X(50).
           05  SRCH-CLAIM-TYPE     PIC X(10).
           05  SRCH-CLAIMED        PIC X(10).
           05  SRCH-DAYS-OPEN      PIC 9(5).

       01  PATRON-REC-VARS.
           05  PC-CARD             PIC X(20).
           05  PC-NAME             PIC X(50).
           05  PC-TOTAL            PIC 9(4).
           05  PC-OPEN             PIC 9(4).
           05  PC-FOUND            PIC 9(4).
           05  PC-WRITTEN-OFF      PIC 9(4).
       EXEC SQL
           END DECLARE SECTION
       END-EXEC.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       PROCEDURE DIVISION.

       MAIN-RTN.
           DISPLAY "CLAIMSREPORT STARTED".

           COPY 'db-connect.cpy'.

           MOVE 'CLAIM_WARN_COUNT' TO PARAM-NAME.
           CALL "GET-PARAM" USING PARAM-NAME PARAM-VALUE
           END-CALL.
           MOVE PARAM-VALUE TO WS-WARN-X.
           IF FUNCTION TRIM(WS-WARN-X) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-WARN-X) TO WS-WARN-COUNT
           END-IF.

           PERFORM REPORT-SEARCH-LIST.
           PERFORM REPORT-PATRON-CLAIMS.

           DISPLAY "------------".
           DISPLAY "Open claims:          " WS-OPEN-CNT.
           DISPLAY "Patrons with claims:  " WS-PATRON-CNT.

      *    DISCONNECT
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

      *    END
           DISPLAY "CLAIMSREPORT FINISHED".
           STOP RUN.

       REPORT-SEARCH-LIST.
      *    THE COPY'S OWN CALL NUMBER WHERE IT HAS ONE, ELSE THE
      *    TITLE'S -- SAME PRECEDENCE AS SHELFLIST.
           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT COALESCE(br.code, '-'),
                      COALESCE(c.call_number, b.call_number, ''),
                      COALESCE(c.barcode, '(no copy)'),
                      b.name, l.borrower, l.claim_type,
                      TO_CHAR(l.claimed_at, 'YYYY-MM-DD'),
                      CAST(CURRENT_DATE
                           - CAST(l.claimed_at AS DATE) AS INTEGER)
                   FROM loans l
                   JOIN books b ON b.id = l.book_id
                   LEFT JOIN copies c ON c.id = l.copy_id
                   LEFT JOIN branches br
                       ON br.id = COALESCE(c.branch_id, l.branch_id)
                   WHERE l.return_date IS NULL
                   AND l.claim_type IS NOT NULL
                   ORDER BY 1, 2, 3
           END-EXEC.
           EXEC SQL
               OPEN C1
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY "---- SEARCH LIST: OPEN CLAIMS ----".
           EXEC SQL
               FETCH C1 INTO :SRCH-BRANCH, :SRCH-CALL-NUMBER,
                             :SRCH-BARCODE, :SRCH-BOOK-NAME,
                             :SRCH-BORROWER, :SRCH-CLAIM-TYPE,
                             :SRCH-CLAIMED, :SRCH-DAYS-OPEN
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO WS-OPEN-CNT
               DISPLAY SRCH-BRANCH " " SRCH-CALL-NUMBER(1:20) " "
                   SRCH-BARCODE " " SRCH-BOOK-NAME(1:30)
               DISPLAY "    claims " SRCH-CLAIM-TYPE " since "
                   SRCH-CLAIMED " (" SRCH-DAYS-OPEN " days) -- "
                   FUNCTION TRIM(SRCH-BORROWER)
               EXEC SQL
                   FETCH C1 INTO :SRCH-BRANCH, :SRCH-CALL-NUMBER,
                                 :SRCH-BARCODE, :SRCH-BOOK-NAME,
                                 :SRCH-BORROWER, :SRCH-CLAIM-TYPE,
                                 :SRCH-CLAIMED, :SRCH-DAYS-OPEN
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C1
           END-EXEC.

       REPORT-PATRON-CLAIMS.
           EXEC SQL
               DECLARE C2 CURSOR FOR
               SELECT COALESCE(p.card_number, ''), p.name,
                      COUNT(*),
                      COUNT(*) FILTER (WHERE lc.status = 'open'),
                      COUNT(*) FILTER (WHERE lc.status = 'found'),
                      COUNT(*) FILTER (WHERE lc.status
                                       = 'written-off')
                   FROM loan_claims lc
                   JOIN patrons p ON p.id = lc.patron_id
                   GROUP BY p.id, p.card_number, p.name
                   ORDER BY 3 DESC, p.name
           END-EXEC.
           EXEC SQL
               OPEN C2
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY " ".
           DISPLAY "---- CLAIMS PER PATRON ----".
           DISPLAY "CARD                 NAME                          "
               "  TOTAL  OPEN FOUND WROFF".
           EXEC SQL
               FETCH C2 INTO :PC-CARD, :PC-NAME, :PC-TOTAL,
                             :PC-OPEN, :PC-FOUND, :PC-WRITTEN-OFF
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO WS-PATRON-CNT
               IF PC-TOTAL >= WS-WARN-COUNT
                   DISPLAY PC-CARD " " PC-NAME(1:30) "  " PC-TOTAL
                       "  " PC-OPEN "  " PC-FOUND "  " PC-WRITTEN-OFF
                       "  ** REPEAT CLAIMANT"
               ELSE
                   DISPLAY PC-CARD " " PC-NAME(1:30) "  " PC-TOTAL
                       "  " PC-OPEN "  " PC-FOUND "  " PC-WRITTEN-OFF
               END-IF
               EXEC SQL
                   FETCH C2 INTO :PC-CARD, :PC-NAME, :PC-TOTAL,
                                 :PC-OPEN, :PC-FOUND,
                                 :PC-WRITTEN-OFF
               END-EXEC
           END-PERFORM.

           EXEC SQL
               CLOSE C2
           END-EXEC.

       ERROR-RTN.
           CALL 'SQL-ERROR-HANDLER' USING SQLCODE SQLSTATE SQLERRMC
                'CLAIMSREPORT                  ' 'ERROR-RTN'
           END-CALL.

       END-PROGRAM.
