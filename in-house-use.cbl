      ********************************************
      * Count one in-house use of a copy
      *
      * IN-HOUSE-USE
      *
      * Called by DESKMODE and INHOUSELOAD for each item barcode
      * collected from the tables. Adds one to the copy's count
      * for the day in IN_HOUSE_USE (today, unless the caller
      * passes a YYYY-MM-DD date for a late-loaded scan file),
      * under the copy's own branch. A copy the catalog has out,
      * lost or withdrawn cannot have been used on the premises
      * and is refused as a mis-scan. Returns 'y' when counted,
      * 'n' when the barcode is unknown, 'x' when refused, with
      * the title for the operator.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   IN-HOUSE-USE.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL
           BEGIN DECLARE SECTION
       END-EXEC.
       01  IHU-REC-VARS.
           05  IHU-BARCODE         PIC X(50).
           05  IHU-USE-DATE        PIC X(10).
           05  IHU-COPY-ID         PIC X(36).
           05  IHU-BRANCH-ID       PIC X(36).
           05  IHU-STATUS          PIC X(10).
           05  IHU-BOOK-NAME       PIC X(50).
       EXEC SQL
           END DECLARE SECTION
       END-EXEC.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       LINKAGE SECTION.
       01  IN-BARCODE              PIC X(50).
       01  IN-USE-DATE             PIC X(10).
       01  OUT-RESULT              PIC X(1).
       01  OUT-BOOK-NAME           PIC X(50).

       PROCEDURE DIVISION USING IN-BARCODE IN-USE-DATE OUT-RESULT
               OUT-BOOK-NAME.

       MAIN-RTN.
           MOVE 'n' TO OUT-RESULT.
           MOVE SPACES TO OUT-BOOK-NAME.
           MOVE FUNCTION TRIM(IN-BARCODE) TO IHU-BARCODE.
           MOVE IN-USE-DATE TO IHU-USE-DATE.

           EXEC SQL
               SELECT CAST(c.id AS VARCHAR),
                      COALESCE(CAST(c.branch_id AS VARCHAR), ''),
                      c.status, b.name
                   INTO :IHU-COPY-ID, :IHU-BRANCH-ID,
                        :IHU-STATUS, :IHU-BOOK-NAME
                   FROM copies c
                   JOIN books b ON b.id = c.book_id
                   WHERE c.barcode = TRIM(:IHU-BARCODE)
           END-EXEC.
           IF SQLCODE NOT = ZERO
               GOBACK
           END-IF.
           MOVE IHU-BOOK-NAME TO OUT-BOOK-NAME.

           IF FUNCTION TRIM(IHU-STATUS) = 'out'
                   OR FUNCTION TRIM(IHU-STATUS) = 'lost'
                   OR FUNCTION TRIM(IHU-STATUS) = 'withdrawn'
               MOVE 'x' TO OUT-RESULT
               GOBACK
           END-IF.

           EXEC SQL
               INSERT INTO in_house_use (
                   copy_id,
                   use_date,
                   branch_id,
                   use_count
               ) VALUES (
                   CAST(:IHU-COPY-ID AS UUID),
                   COALESCE(TO_DATE(NULLIF(TRIM(:IHU-USE-DATE), ''),
                                    'YYYY-MM-DD'), CURRENT_DATE),
                   CAST(NULLIF(TRIM(:IHU-BRANCH-ID), '') AS UUID),
                   1
               ) ON CONFLICT (copy_id, use_date)
                 DO UPDATE SET use_count = in_house_use.use_count + 1
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE 'y' TO OUT-RESULT.
           GOBACK.

       ERROR-RTN.
           CALL 'SQL-ERROR-HANDLER' USING SQLCODE SQLSTATE SQLERRMC
                'IN-HOUSE-USE                  ' 'ERROR-RTN'
           END-CALL.

       END-PROGRAM.
