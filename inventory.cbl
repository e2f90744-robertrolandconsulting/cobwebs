      * shelf but not scanned, the scanned copies the catalog says
      * are out, mending, lost or withdrawn, and scanned codes not
      * in the catalog at all (a legacy ISBN scan matches a title
      * but no item, and lands there with a note). Every copy the
      * read finds is logged as sighted in COPY_EVENTS for
      * ITEMHISTORY.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************

           DISPLAY "Barcodes scanned: " WS-SCANNED-CNT.

      *    A COPY SCANNED TWICE IN ONE READ IS ONE SIGHTING.
           EXEC SQL
               INSERT INTO copy_events (copy_id, event_type, detail)
                   SELECT c.id, 'SIGHTED',
                          'inventory shelf read, ' || c.status
                          || ' at ' || br.code
                       FROM copies c
                       JOIN branches br ON br.id = c.branch_id
                       WHERE c.barcode IN
                           (SELECT s.code FROM inventory_scan s)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN
               STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'INVENTORY DISCREPANCY REPORT -- '
