      *   01 header (library id, year)
      *   10 collection: size, additions, withdrawals
      *   20 one per patron category: registered borrowers
      *   30 one per branch and material type: circulation,
      *      with in-house use (see INHOUSELOAD) beside the loans,
      *      live and archived (see LOANARCHIVE) alike
      *   40 inter-library loans lent / borrowed
      *   50 program events and attendance
      *   60 one per branch: door-counter visits (see DOORIMPORT)
      *   99 trailer with record count
      * The companion control sheet spells out how every figure
      * was derived so the numbers can be defended.
           05  R30-BRANCH          PIC X(10).
           05  R30-MATERIAL        PIC X(10).
           05  R30-LOANS           PIC 9(8).
           05  R30-IN-HOUSE        PIC 9(8).
           05  FILLER              PIC X(42) VALUE SPACES.

       01  WS-REC-40.
           05  FILLER              PIC X(2) VALUE '40'.
           05  R50-ATTENDANCE      PIC 9(8).
           05  FILLER              PIC X(62) VALUE SPACES.

       01  WS-REC-60.
           05  FILLER              PIC X(2) VALUE '60'.
           05  R60-BRANCH          PIC X(10).
           05  R60-VISITS          PIC 9(8).
           05  FILLER              PIC X(60) VALUE SPACES.

       EXEC SQL
           BEGIN DECLARE SECTION
       END-EXEC.
           05  ST-COLLECTION       PIC 9(8).
           05  ST-ADDITIONS        PIC 9(8).
           05  ST-WITHDRAWALS      PIC 9(8).
           05  ST-CATEGORY         PIC X(20).
           05  ST-COUNT            PIC 9(8).
           05  ST-IN-HOUSE         PIC 9(8).
           05  ST-BRANCH           PIC X(10).
           05  ST-MATERIAL         PIC X(10).
           05  ST-ILL-LENT         PIC 9(8).
           05  ST-ILL-BORROWED     PIC 9(8).
           05  ST-EVENTS           PIC 9(8).
           05  ST-ATTENDANCE       PIC 9(8).
           05  ST-VISITS           PIC 9(8).
       EXEC SQL
           END DECLARE SECTION
       END-EXEC.
           PERFORM WRITE-CIRCULATION-RECORDS.
           PERFORM WRITE-ILL-RECORD.
           PERFORM WRITE-PROGRAM-RECORD.
           PERFORM WRITE-VISIT-RECORDS.

           ADD 1 TO WS-RECORD-CNT.
           MOVE SPACES TO RETURN-RECORD.
       WRITE-CIRCULATION-RECORDS.
           EXEC SQL
               DECLARE C2 CURSOR FOR
               SELECT u.branch, u.material, SUM(u.loans),
                      SUM(u.uses)
                  FROM (
                   SELECT COALESCE(br.code, '(none)') AS branch,
                          b.material_type AS material,
                          COUNT(*) AS loans, 0 AS uses
                      FROM loans_all l
                      JOIN books b ON b.id = l.book_id
                      LEFT JOIN branches br ON br.id = l.branch_id
                      WHERE EXTRACT(YEAR FROM l.checkout_date)
                          = :RETURN-YEAR
                      GROUP BY br.code, b.material_type
                   UNION ALL
                   SELECT COALESCE(br.code, '(none)'),
                          b.material_type, 0, SUM(ih.use_count)
                      FROM in_house_use ih
                      JOIN copies c ON c.id = ih.copy_id
                      JOIN books b ON b.id = c.book_id
                      LEFT JOIN branches br ON br.id = ih.branch_id
                      WHERE EXTRACT(YEAR FROM ih.use_date)
                          = :RETURN-YEAR
                      GROUP BY br.code, b.material_type
                  ) u
                  GROUP BY u.branch, u.material
                  ORDER BY u.branch, u.material
           END-EXEC.
           EXEC SQL
               OPEN C2
           END-EXEC.
           EXEC SQL
               FETCH C2 INTO :ST-BRANCH, :ST-MATERIAL, :ST-COUNT,
                             :ST-IN-HOUSE
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE ST-BRANCH TO R30-BRANCH
               MOVE ST-MATERIAL TO R30-MATERIAL
               MOVE ST-COUNT TO R30-LOANS
               MOVE ST-IN-HOUSE TO R30-IN-HOUSE
               WRITE RETURN-RECORD FROM WS-REC-30
               ADD 1 TO WS-RECORD-CNT
               MOVE SPACES TO CONTROL-LINE
                      FUNCTION TRIM(ST-BRANCH)
                      ' type ' FUNCTION TRIM(ST-MATERIAL)
                      ' = ' ST-COUNT
                      ', in-house uses = ' ST-IN-HOUSE
                   DELIMITED BY SIZE INTO CONTROL-LINE
               END-STRING
               WRITE CONTROL-LINE
               EXEC SQL
                   FETCH C2 INTO :ST-BRANCH, :ST-MATERIAL,
                                 :ST-COUNT, :ST-IN-HOUSE
               END-EXEC
           END-PERFORM.
           EXEC SQL
           END-STRING.
           WRITE CONTROL-LINE.

       WRITE-VISIT-RECORDS.
      *    EVERY BRANCH GETS A RECORD, ZERO WHERE ITS COUNTER
      *    REPORTED NOTHING, SO A MISSING BRANCH IS VISIBLE.
           EXEC SQL
               DECLARE C3 CURSOR FOR
               SELECT br.code, COALESCE(SUM(v.visits), 0)
                   FROM branches br
                   LEFT JOIN branch_visits v
                       ON v.branch_id = br.id
                       AND EXTRACT(YEAR FROM v.period_start)
                           = :RETURN-YEAR
                   GROUP BY br.code
                   ORDER BY br.code
           END-EXEC.
           EXEC SQL
               OPEN C3
           END-EXEC.
           EXEC SQL
               FETCH C3 INTO :ST-BRANCH, :ST-VISITS
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE ST-BRANCH TO R60-BRANCH
               MOVE ST-VISITS TO R60-VISITS
               WRITE RETURN-RECORD FROM WS-REC-60
               ADD 1 TO WS-RECORD-CNT
               MOVE SPACES TO CONTROL-LINE
               STRING 'REC 60: door-counter visits in year '
                      '(differences between readings, suspect '
                      'jumps excluded), branch '
                      FUNCTION TRIM(ST-BRANCH)
                      ' = ' ST-VISITS
                   DELIMITED BY SIZE INTO CONTROL-LINE
               END-STRING
               WRITE CONTROL-LINE
               EXEC SQL
                   FETCH C3 INTO :ST-BRANCH, :ST-VISITS
               END-EXEC
           END-PERFORM.
           EXEC SQL
               CLOSE C3
           END-EXEC.

       ERROR-RTN.
           CALL 'SQL-ERROR-HANDLER' USING SQLCODE SQLSTATE SQLERRMC
                'STATERETURN                   ' 'ERROR-RTN'
