      ********************************************
      * Route a trapped copy to its hold's pickup branch
      *
      * HOLD-ROUTE
      *
      * Called by every hold trap (RETURNBOOK, DESKMODE, the
      * circulation API and HOLDEXPIRE's pass-down) once the hold
      * has been chosen and before it is made ready. When the
      * hold names a pickup branch other than the one the copy is
      * at, the copy does not go to the ready shelf here: the
      * hold turns 'in-transit', the copy is rehomed to the pickup
      * branch and goes on the van ('in-transit', out of both
      * counts as a held copy is), and an in-transit TRANSFERS row
      * tied to the hold is opened for TRANSFER to receive. A copy
      * already on a ready shelf ('held') is already out of the
      * counts. Returns 'y' in OUT-ROUTED, the transfer id and the
      * pickup branch code for the routing slip; 'n' means the
      * caller makes the hold ready as before. A database error is
      * reported and rolled back here and returned as 'e'; the
      * caller abandons the return.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   HOLD-ROUTE.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL
           BEGIN DECLARE SECTION
       END-EXEC.
       01  ROUTE-REC-VARS.
           05  RT-HOLD-ID          PIC X(36).
           05  RT-COPY-ID          PIC X(36).
           05  RT-BOOK-ID          PIC X(36).
           05  RT-FROM-ID          PIC X(36).
           05  RT-PICKUP-ID        PIC X(36).
           05  RT-PICKUP-CODE      PIC X(10).
           05  RT-COPY-STATUS      PIC X(10).
           05  RT-XFER-ID          PIC X(36).

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

       LINKAGE SECTION.
       01  IN-HOLD-ID              PIC X(36).
       01  IN-COPY-ID              PIC X(36).
       01  IN-ACTOR                PIC X(10).
       01  OUT-ROUTED              PIC X(1).
       01  OUT-TRANSFER-ID         PIC X(36).
       01  OUT-PICKUP-CODE         PIC X(10).

       PROCEDURE DIVISION USING IN-HOLD-ID IN-COPY-ID IN-ACTOR
               OUT-ROUTED OUT-TRANSFER-ID OUT-PICKUP-CODE.

       MAIN-RTN.
           MOVE 'n' TO OUT-ROUTED.
           MOVE SPACES TO OUT-TRANSFER-ID OUT-PICKUP-CODE.
      *    A LOAN FROM BEFORE ITEM-LEVEL COPIES HAS NO COPY ROW TO
      *    PUT ON A VAN.
           IF FUNCTION TRIM(IN-COPY-ID) = SPACES
               GOBACK
           END-IF.
           MOVE IN-HOLD-ID TO RT-HOLD-ID.
           MOVE IN-COPY-ID TO RT-COPY-ID.

           MOVE SPACES TO RT-PICKUP-ID RT-FROM-ID.
           EXEC SQL
               SELECT COALESCE(CAST(h.pickup_branch_id AS VARCHAR),
                               ''),
                      COALESCE(pb.code, ''),
                      CAST(c.book_id AS VARCHAR),
                      COALESCE(CAST(c.branch_id AS VARCHAR), ''),
                      c.status
                   INTO :RT-PICKUP-ID, :RT-PICKUP-CODE,
                        :RT-BOOK-ID, :RT-FROM-ID, :RT-COPY-STATUS
                   FROM holds h
                   LEFT JOIN branches pb ON pb.id = h.pickup_branch_id
                   JOIN copies c ON c.id = CAST(:RT-COPY-ID AS UUID)
                   WHERE h.id = CAST(:RT-HOLD-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO
               GOBACK
           END-IF.
           IF FUNCTION TRIM(RT-PICKUP-ID) = SPACES
                   OR FUNCTION TRIM(RT-FROM-ID) = SPACES
                   OR RT-PICKUP-ID = RT-FROM-ID
               GOBACK
           END-IF.

           EXEC SQL
               UPDATE holds
                   SET status = 'in-transit',
                       copy_id = CAST(:RT-COPY-ID AS UUID)
                   WHERE id = CAST(:RT-HOLD-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ROUTE-FAILED.

      *    OUT OF THE COUNTS AT THE BRANCH IT LEAVES, AS THE TRAP
      *    WOULD HAVE DONE; RECEIPT PUTS IT ON THE READY SHELF, SO
      *    THE PICKUP BRANCH NEVER COUNTS IT EITHER.
           IF FUNCTION TRIM(RT-COPY-STATUS) NOT = 'held'
               EXEC SQL
                   UPDATE books
                       SET copy_count = GREATEST(0, copy_count - 1)
                       WHERE id = CAST(:RT-BOOK-ID AS UUID)
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ROUTE-FAILED
               END-IF
               EXEC SQL
                   UPDATE branch_holdings
                       SET copy_count = GREATEST(0, copy_count - 1)
                       WHERE book_id = CAST(:RT-BOOK-ID AS UUID)
                       AND branch_id = CAST(:RT-FROM-ID AS UUID)
               END-EXEC
               IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                   PERFORM ROUTE-FAILED
               END-IF
           END-IF.

      *    REHOMED UP FRONT AND IN TRANSIT UNTIL RECEIPT, THE SAME
      *    AS A COPY TRANSFER SHIPS.
           EXEC SQL
               UPDATE copies
                   SET branch_id = CAST(:RT-PICKUP-ID AS UUID),
                       status = 'in-transit'
                   WHERE id = CAST(:RT-COPY-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ROUTE-FAILED.

      *    THE PICKUP BRANCH MAY NEVER HAVE HELD THIS TITLE BEFORE;
      *    THE COUNT GOES BACK UP THERE WHEN THE COPY IS COLLECTED
      *    OR RELEASED, SO THE ROW MUST EXIST. IT STARTS AT ZERO --
      *    A HELD COPY IS OUT OF THE COUNTS.
           EXEC SQL
               INSERT INTO branch_holdings
                   (book_id, branch_id, copy_count)
                   VALUES (CAST(:RT-BOOK-ID AS UUID),
                           CAST(:RT-PICKUP-ID AS UUID),
                           0)
                   ON CONFLICT (book_id, branch_id) DO NOTHING
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ROUTE-FAILED
           END-IF.

           EXEC SQL
               INSERT INTO transfers (
                   book_id,
                   from_branch_id,
                   to_branch_id,
                   quantity,
                   copy_id,
                   hold_id
               ) VALUES (
                   CAST(:RT-BOOK-ID AS UUID),
                   CAST(:RT-FROM-ID AS UUID),
                   CAST(:RT-PICKUP-ID AS UUID),
                   1,
                   CAST(:RT-COPY-ID AS UUID),
                   CAST(:RT-HOLD-ID AS UUID)
               ) RETURNING CAST(id AS VARCHAR) INTO :RT-XFER-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ROUTE-FAILED.

           MOVE 'transfers' TO AUDIT-TABLE-NAME.
           MOVE RT-XFER-ID TO AUDIT-RECORD-ID.
           MOVE 'INSERT' TO AUDIT-OPERATION.
           MOVE IN-ACTOR TO AUDIT-ACTOR.
           PERFORM WRITE-AUDIT-LOG.

           MOVE 'holds' TO AUDIT-TABLE-NAME.
           MOVE RT-HOLD-ID TO AUDIT-RECORD-ID.
           MOVE 'UPDATE' TO AUDIT-OPERATION.
           PERFORM WRITE-AUDIT-LOG.

           MOVE 'y' TO OUT-ROUTED.
           MOVE RT-XFER-ID TO OUT-TRANSFER-ID.
           MOVE RT-PICKUP-CODE TO OUT-PICKUP-CODE.
           GOBACK.

       ROUTE-FAILED.
      *    REPORTED (AND ROLLED BACK) HERE WITH THE FAILING SQLCODE,
      *    THEN HANDED BACK AS 'e' -- THE CALLER DECIDES WHETHER TO
      *    STOP, SO A WEB RETURN DOES NOT TAKE THE WORKER DOWN.
           PERFORM ERROR-RTN.
           MOVE 'e' TO OUT-ROUTED.
           MOVE SPACES TO OUT-TRANSFER-ID OUT-PICKUP-CODE.
           GOBACK.

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
                'HOLD-ROUTE                    ' 'ERROR-RTN'
           END-CALL.

       END-PROGRAM.
