      ********************************************
      * Weekly duplicate-order exception report
      *
      * DUPORDERREPORT
      *
      * Lists the purchase-order lines CREATEPO took in one
      * Monday-to-Sunday week (default: the week just ended) for
      * titles already held or already on order, which the buyer
      * confirmed past the warning -- with the copies held, the
      * branches holding them, copies on open orders, pending
      * suggestions and open holds as the buyer saw them -- then
      * the totals per vendor.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DUPORDERREPORT.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       COPY 'db-connect-params.cpy'.

       01  WS-TOTAL-CNT            PIC 9(8) VALUE ZERO.
       01  D-VALUE                 PIC Z(7)9.99.

       EXEC SQL
           BEGIN DECLARE SECTION
       END-EXEC.
       01  HOSTVARS.
           05 BUFFER               PIC X(1024).

       01  RPT-WEEK-INPUT          PIC X(10).
       01  RPT-WEEK-FROM           PIC X(10).
       01  RPT-WEEK-TO             PIC X(10).

       01  DTL-REC-VARS.
           05  DTL-STAMP           PIC X(16).
           05  DTL-PO-ID           PIC X(36).
           05  DTL-VENDOR          PIC X(30).
           05  DTL-TITLE           PIC X(40).
           05  DTL-QUANTITY        PIC 9(4).
           05  DTL-HELD            PIC 9(6).
           05  DTL-BRANCHES        PIC 9(4).
           05  DTL-ON-ORDER        PIC 9(6).
           05  DTL-SUGGESTED       PIC 9(6).
           05  DTL-HOLDS           PIC 9(6).

       01  VND-REC-VARS.
           05  VND-NAME            PIC X(30).
           05  VND-LINES           PIC 9(6).
           05  VND-COPIES          PIC 9(6).
           05  VND-VALUE           PIC 9(8)V99.
       EXEC SQL
           END DECLARE SECTION
       END-EXEC.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       PROCEDURE DIVISION.

       MAIN-RTN.
           DISPLAY "DUPORDERREPORT STARTED".

           COPY 'db-connect.cpy'.

           DISPLAY 'Any date in the week to report '
               '(YYYY-MM-DD, blank for last week): '.
           ACCEPT RPT-WEEK-INPUT.

      *    WEEKS RUN MONDAY TO SUNDAY; BLANK MEANS THE LAST
      *    COMPLETE ONE.
           EXEC SQL
               SELECT TO_CHAR(wk, 'YYYY-MM-DD'),
                      TO_CHAR(wk + 6, 'YYYY-MM-DD')
                   INTO :RPT-WEEK-FROM, :RPT-WEEK-TO
                   FROM (SELECT CAST(DATE_TRUNC('week',
                             CASE WHEN TRIM(:RPT-WEEK-INPUT) = ''
                                  THEN CURRENT_DATE - 7
                                  ELSE CAST(TRIM(:RPT-WEEK-INPUT)
                                            AS DATE) END)
                             AS DATE) AS wk) w
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "Not a valid date: "
                   FUNCTION TRIM(RPT-WEEK-INPUT)
               EXEC SQL
                   DISCONNECT ALL
               END-EXEC
               STOP RUN
           END-IF.

           DISPLAY "---- DUPLICATE ORDERS CONFIRMED " RPT-WEEK-FROM
               " TO " RPT-WEEK-TO " ----".

           PERFORM REPORT-DETAIL.
           PERFORM REPORT-BY-VENDOR.

           DISPLAY "------------".
           DISPLAY "Duplicate lines in the week: " WS-TOTAL-CNT.

      *    DISCONNECT
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

      *    END
           DISPLAY "DUPORDERREPORT FINISHED".
           STOP RUN.

       REPORT-DETAIL.
           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT TO_CHAR(d.confirmed_at, 'YYYY-MM-DD HH24:MI'),
                      CAST(po.id AS VARCHAR),
                      v.name, b.name, pl.quantity,
                      d.copies_held, d.branches_held, d.on_order,
                      d.suggestions, d.open_holds
                   FROM po_duplicate_orders d
                   JOIN purchase_order_lines pl ON pl.id = d.po_line_id
                   JOIN purchase_orders po ON po.id = pl.po_id
                   JOIN vendors v ON v.id = po.vendor_id
                   JOIN books b ON b.id = pl.book_id
                   WHERE CAST(d.confirmed_at AS DATE)
                       BETWEEN CAST(:RPT-WEEK-FROM AS DATE)
                           AND CAST(:RPT-WEEK-TO AS DATE)
                   ORDER BY d.confirmed_at
           END-EXEC.
           EXEC SQL
               OPEN C1
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY "EVERY CONFIRMED DUPLICATE".
           DISPLAY "CONFIRMED        QTY   HELD BRCH  ORDER"
               "  SUGG  HOLDS  TITLE / VENDOR / PO".
           EXEC SQL
               FETCH C1 INTO :DTL-STAMP, :DTL-PO-ID, :DTL-VENDOR,
                             :DTL-TITLE, :DTL-QUANTITY, :DTL-HELD,
                             :DTL-BRANCHES, :DTL-ON-ORDER,
                             :DTL-SUGGESTED, :DTL-HOLDS
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO WS-TOTAL-CNT
               DISPLAY DTL-STAMP " " DTL-QUANTITY " " DTL-HELD " "
                   DTL-BRANCHES " " DTL-ON-ORDER " " DTL-SUGGESTED
                   " " DTL-HOLDS "  " FUNCTION TRIM(DTL-TITLE)
               DISPLAY "                 "
                   FUNCTION TRIM(DTL-VENDOR) "  PO "
                   FUNCTION TRIM(DTL-PO-ID)
               EXEC SQL
                   FETCH C1 INTO :DTL-STAMP, :DTL-PO-ID,
                                 :DTL-VENDOR, :DTL-TITLE,
                                 :DTL-QUANTITY, :DTL-HELD,
                                 :DTL-BRANCHES, :DTL-ON-ORDER,
                                 :DTL-SUGGESTED, :DTL-HOLDS
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C1
           END-EXEC.

       REPORT-BY-VENDOR.
           EXEC SQL
               DECLARE C2 CURSOR FOR
               SELECT v.name, COUNT(*), SUM(pl.quantity),
                      SUM(pl.quantity * pl.unit_cost)
                   FROM po_duplicate_orders d
                   JOIN purchase_order_lines pl ON pl.id = d.po_line_id
                   JOIN purchase_orders po ON po.id = pl.po_id
                   JOIN vendors v ON v.id = po.vendor_id
                   WHERE CAST(d.confirmed_at AS DATE)
                       BETWEEN CAST(:RPT-WEEK-FROM AS DATE)
                           AND CAST(:RPT-WEEK-TO AS DATE)
                   GROUP BY v.name
                   ORDER BY 2 DESC, 1
           END-EXEC.
           EXEC SQL
               OPEN C2
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY " ".
           DISPLAY "BY VENDOR                       LINES COPIES"
               "       VALUE".
           EXEC SQL
               FETCH C2 INTO :VND-NAME, :VND-LINES, :VND-COPIES,
                             :VND-VALUE
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE VND-VALUE TO D-VALUE
               DISPLAY VND-NAME "  " VND-LINES " " VND-COPIES " "
                   D-VALUE
               EXEC SQL
                   FETCH C2 INTO :VND-NAME, :VND-LINES,
                                 :VND-COPIES, :VND-VALUE
               END-EXEC
           END-PERFORM.

           EXEC SQL
               CLOSE C2
           END-EXEC.

       ERROR-RTN.
           CALL 'SQL-ERROR-HANDLER' USING SQLCODE SQLSTATE SQLERRMC
                'DUPORDERREPORT                ' 'ERROR-RTN'
           END-CALL.

       END-PROGRAM.
