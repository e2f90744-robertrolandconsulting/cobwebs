      ********************************************
      * Vendor performance for a month or date range, as a printed
      * report plus a CSV export
      *
      * VENDORPERF
      *
      * For every vendor ordered from in the period (orders by the
      * day they were raised): average days from order to receipt
      * over the lines received, fill rate (copies received against
      * copies ordered, cancelled orders and lines included -- what
      * never came is what never came), cancellation rate (orders
      * CANCELPO cancelled), invoice price variance (invoiced unit cost
      * against the PO quote, over the invoice lines billed on those
      * orders) and three-way-match exceptions (invoices
      * INVOICEMATCH turned 'discrepant'). The printed report goes
      * to VENDOR_PERF_FILE (default vendor-performance.txt) and
      * the figures for the acquisitions meeting to VENDOR_PERF_CSV
      * (default vendor-performance.csv).
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   VENDORPERF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT VENDOR-EXPORT-FILE ASSIGN TO WS-EXPORT-FILE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXPORT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(256).
       FD  VENDOR-EXPORT-FILE.
       01  VENDOR-EXPORT-LINE          PIC X(512).

       WORKING-STORAGE SECTION.
       COPY 'db-connect-params.cpy'.

       01  WS-REPORT-FILE          PIC X(1024).
       01  WS-REPORT-FILE-STATUS   PIC X(2).
       01  WS-EXPORT-FILE          PIC X(1024).
       01  WS-EXPORT-FILE-STATUS   PIC X(2).
       01  WS-VENDOR-CNT           PIC 9(6) VALUE ZERO.

       01  WS-RATES.
           05  WS-CANCEL-PCT       PIC S9(3)V9 VALUE ZERO.
           05  WS-FILL-PCT         PIC S9(3)V9 VALUE ZERO.
           05  WS-VARIANCE-PCT     PIC S9(3)V9 VALUE ZERO.

       01  D-FIGURES.
           05  D-ORDERS            PIC Z(5)9.
           05  D-CANCEL-PCT        PIC ZZ9.9.
           05  D-AVG-DAYS          PIC ZZZ9.9.
           05  D-FILL-PCT          PIC ZZ9.9.
           05  D-INVOICES          PIC Z(5)9.
           05  D-EXCEPTIONS        PIC Z(5)9.
           05  D-VARIANCE          PIC -(7)9.99.
           05  D-VARIANCE-PCT      PIC -(3)9.9.

       01  C-FIGURES.
           05  C-CANCEL-PCT        PIC 9(3).9.
           05  C-AVG-DAYS          PIC 9(4).9.
           05  C-FILL-PCT          PIC 9(3).9.
           05  C-VARIANCE          PIC -(7)9.99.
           05  C-VARIANCE-PCT      PIC -(3)9.9.

       EXEC SQL
           BEGIN DECLARE SECTION
       END-EXEC.
       01  HOSTVARS.
           05 BUFFER               PIC X(1024).

       01  PERF-MONTH              PIC X(7).
       01  PERF-FROM               PIC X(10).
       01  PERF-TO                 PIC X(10).

       01  VENDOR-REC-VARS.
           05  VENDOR-ID           PIC X(36).
           05  VENDOR-NAME         PIC X(50).
           05  VENDOR-ORDERS       PIC 9(6).
           05  VENDOR-CANCELLED    PIC 9(6).
           05  VENDOR-QTY-ORDERED  PIC 9(8).
           05  VENDOR-QTY-RECEIVED PIC 9(8).
           05  VENDOR-AVG-DAYS     PIC S9(4)V9.
           05  VENDOR-INVOICES     PIC 9(6).
           05  VENDOR-EXCEPTIONS   PIC 9(6).
           05  VENDOR-QUOTED       PIC S9(8)V99.
           05  VENDOR-VARIANCE     PIC S9(8)V99.
       EXEC SQL
           END DECLARE SECTION
       END-EXEC.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       PROCEDURE DIVISION.

       MAIN-RTN.
           DISPLAY "VENDORPERF STARTED".

           COPY 'db-connect.cpy'.

           DISPLAY 'Report month (YYYY-MM, blank for a range): '.
           ACCEPT PERF-MONTH.

           IF FUNCTION TRIM(PERF-MONTH) NOT = SPACES
               EXEC SQL
                   SELECT
                       TO_CHAR(TO_DATE(:PERF-MONTH || '-01',
                               'YYYY-MM-DD'), 'YYYY-MM-DD'),
                       TO_CHAR(TO_DATE(:PERF-MONTH || '-01',
                               'YYYY-MM-DD')
                           + INTERVAL '1 month' - INTERVAL '1 day',
                           'YYYY-MM-DD')
                       INTO :PERF-FROM, :PERF-TO
               END-EXEC
               IF SQLCODE NOT = ZERO
                   DISPLAY "Invalid month"
                   EXEC SQL
                       DISCONNECT ALL
                   END-EXEC
                   STOP RUN
               END-IF
           ELSE
               DISPLAY 'From date (YYYY-MM-DD): '
               ACCEPT PERF-FROM
               DISPLAY 'To date (YYYY-MM-DD): '
               ACCEPT PERF-TO
           END-IF.

           DISPLAY "Orders raised " PERF-FROM " through " PERF-TO.

           ACCEPT WS-REPORT-FILE FROM ENVIRONMENT 'VENDOR_PERF_FILE'.
           IF WS-REPORT-FILE = SPACES
               MOVE 'vendor-performance.txt' TO WS-REPORT-FILE
           END-IF.
           ACCEPT WS-EXPORT-FILE FROM ENVIRONMENT 'VENDOR_PERF_CSV'.
           IF WS-EXPORT-FILE = SPACES
               MOVE 'vendor-performance.csv' TO WS-EXPORT-FILE
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           OPEN OUTPUT VENDOR-EXPORT-FILE.

           MOVE SPACES TO REPORT-LINE.
           STRING 'VENDOR PERFORMANCE, ORDERS RAISED ' PERF-FROM
                  ' THROUGH ' PERF-TO
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM PUT-LINE.
           MOVE 'VENDOR                         ORDERS CANC%   DAYS'
               TO REPORT-LINE.
           MOVE '  FILL% INVOICES EXCEPT    PRICE VAR   VAR%'
               TO REPORT-LINE(51:43).
           PERFORM PUT-LINE.
           MOVE ALL '-' TO REPORT-LINE(1:93).
           PERFORM PUT-LINE.

           MOVE 'vendor,orders,cancelled,cancel_pct,qty_ordered,'
               & 'qty_received,fill_pct,avg_days_to_receipt,invoices,'
               & 'match_exceptions,price_variance,price_variance_pct'
               TO VENDOR-EXPORT-LINE.
           WRITE VENDOR-EXPORT-LINE.

           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT CAST(v.id AS VARCHAR), v.name,
                      COUNT(DISTINCT po.id),
                      COUNT(DISTINCT po.id)
                          FILTER (WHERE po.status = 'cancelled'),
                      COALESCE(SUM(pl.quantity + pl.cancelled_qty), 0),
                      COALESCE(SUM(pl.received_qty), 0),
                      COALESCE(ROUND(CAST(AVG(EXTRACT(EPOCH FROM
                                   pl.received_at - po.created_at)
                                   / 86400)
                          FILTER (WHERE pl.received_at IS NOT NULL)
                          AS NUMERIC), 1), 0)
                      FROM vendors v
                      JOIN purchase_orders po ON po.vendor_id = v.id
                      LEFT JOIN purchase_order_lines pl
                          ON pl.po_id = po.id
                      WHERE po.created_at >= CAST(:PERF-FROM AS DATE)
                      AND po.created_at
                          < CAST(:PERF-TO AS DATE) + 1
                      GROUP BY v.id, v.name
                      ORDER BY v.name
           END-EXEC.
           EXEC SQL
               OPEN C1
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               FETCH C1 INTO :VENDOR-ID, :VENDOR-NAME,
                             :VENDOR-ORDERS, :VENDOR-CANCELLED,
                             :VENDOR-QTY-ORDERED,
                             :VENDOR-QTY-RECEIVED, :VENDOR-AVG-DAYS
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM REPORT-ONE-VENDOR
               EXEC SQL
                   FETCH C1 INTO :VENDOR-ID, :VENDOR-NAME,
                                 :VENDOR-ORDERS, :VENDOR-CANCELLED,
                                 :VENDOR-QTY-ORDERED,
                                 :VENDOR-QTY-RECEIVED,
                                 :VENDOR-AVG-DAYS
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C1
           END-EXEC.

           MOVE ALL '-' TO REPORT-LINE(1:93).
           PERFORM PUT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Vendors: ' WS-VENDOR-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.

           CLOSE VENDOR-EXPORT-FILE.
           CLOSE REPORT-FILE.

           DISPLAY "Vendor report written to "
               FUNCTION TRIM(WS-REPORT-FILE).
           DISPLAY "Vendor export written to "
               FUNCTION TRIM(WS-EXPORT-FILE).

      *    COMMIT
           EXEC SQL
               COMMIT WORK
           END-EXEC.

      *    DISCONNECT
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

      *    END
           DISPLAY "VENDORPERF FINISHED".
           STOP RUN.

       REPORT-ONE-VENDOR.
      *    INVOICES ARE TAKEN ON THE ORDERS IN THE PERIOD, SO THE
      *    VARIANCE LINES UP WITH THE ORDERING FIGURES ABOVE IT.
           EXEC SQL
               SELECT COUNT(DISTINCT i.id),
                      COUNT(DISTINCT i.id)
                          FILTER (WHERE i.status = 'discrepant'),
                      COALESCE(SUM(il.quantity * pl.unit_cost), 0),
                      COALESCE(SUM(il.quantity
                                   * (il.unit_cost - pl.unit_cost)),
                               0)
                   INTO :VENDOR-INVOICES, :VENDOR-EXCEPTIONS,
                        :VENDOR-QUOTED, :VENDOR-VARIANCE
                   FROM vendor_invoices i
                   JOIN purchase_orders po ON po.id = i.po_id
                   LEFT JOIN vendor_invoice_lines il
                       ON il.invoice_id = i.id
                   LEFT JOIN purchase_order_lines pl
                       ON pl.id = il.po_line_id
                   WHERE i.vendor_id = CAST(:VENDOR-ID AS UUID)
                   AND po.created_at >= CAST(:PERF-FROM AS DATE)
                   AND po.created_at < CAST(:PERF-TO AS DATE) + 1
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE ZERO TO WS-CANCEL-PCT WS-FILL-PCT WS-VARIANCE-PCT.
           IF VENDOR-ORDERS > 0
               COMPUTE WS-CANCEL-PCT ROUNDED =
                   VENDOR-CANCELLED * 100 / VENDOR-ORDERS
           END-IF.
           IF VENDOR-QTY-ORDERED > 0
               COMPUTE WS-FILL-PCT ROUNDED =
                   VENDOR-QTY-RECEIVED * 100 / VENDOR-QTY-ORDERED
           END-IF.
           IF VENDOR-QUOTED NOT = 0
               COMPUTE WS-VARIANCE-PCT ROUNDED =
                   VENDOR-VARIANCE * 100 / VENDOR-QUOTED
           END-IF.

           ADD 1 TO WS-VENDOR-CNT.

           MOVE VENDOR-ORDERS TO D-ORDERS.
           MOVE WS-CANCEL-PCT TO D-CANCEL-PCT.
           MOVE VENDOR-AVG-DAYS TO D-AVG-DAYS.
           MOVE WS-FILL-PCT TO D-FILL-PCT.
           MOVE VENDOR-INVOICES TO D-INVOICES.
           MOVE VENDOR-EXCEPTIONS TO D-EXCEPTIONS.
           MOVE VENDOR-VARIANCE TO D-VARIANCE.
           MOVE WS-VARIANCE-PCT TO D-VARIANCE-PCT.
           MOVE SPACES TO REPORT-LINE.
           STRING VENDOR-NAME(1:30) ' ' D-ORDERS ' ' D-CANCEL-PCT
                  ' ' D-AVG-DAYS '  ' D-FILL-PCT '   ' D-INVOICES
                  ' ' D-EXCEPTIONS ' ' D-VARIANCE ' '
                  D-VARIANCE-PCT
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.

           MOVE WS-CANCEL-PCT TO C-CANCEL-PCT.
           MOVE VENDOR-AVG-DAYS TO C-AVG-DAYS.
           MOVE WS-FILL-PCT TO C-FILL-PCT.
           MOVE VENDOR-VARIANCE TO C-VARIANCE.
           MOVE WS-VARIANCE-PCT TO C-VARIANCE-PCT.
           MOVE SPACES TO VENDOR-EXPORT-LINE.
           STRING '"' FUNCTION TRIM(VENDOR-NAME) '",'
                  VENDOR-ORDERS ','
                  VENDOR-CANCELLED ','
                  C-CANCEL-PCT ','
                  VENDOR-QTY-ORDERED ','
                  VENDOR-QTY-RECEIVED ','
                  C-FILL-PCT ','
                  C-AVG-DAYS ','
                  VENDOR-INVOICES ','
                  VENDOR-EXCEPTIONS ','
                  FUNCTION TRIM(C-VARIANCE) ','
                  FUNCTION TRIM(C-VARIANCE-PCT)
                  DELIMITED BY SIZE INTO VENDOR-EXPORT-LINE
           END-STRING.
           WRITE VENDOR-EXPORT-LINE.

       PUT-LINE.
           WRITE REPORT-LINE.
           DISPLAY FUNCTION TRIM(REPORT-LINE, TRAILING).

       ERROR-RTN.
           CALL 'SQL-ERROR-HANDLER' USING SQLCODE SQLSTATE SQLERRMC
                'VENDORPERF                    ' 'ERROR-RTN'
           END-CALL.

       END-PROGRAM.
