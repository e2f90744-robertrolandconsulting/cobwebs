      ********************************************
      * Daily import of door-counter readings
      *
      * DOORIMPORT
      *
      * Reads the door-counter export (DOOR_COUNTER_FILE, default
      * door-counters.csv), one reading per line as
      *     branch code,YYYY-MM-DD HH:MM,counter reading
      * and stores each against its branch in BRANCH_VISITS. The
      * visits for a reading are the difference from the branch's
      * previous reading; a counter that has rolled over past
      * DOOR_COUNTER_MAX (default 99999) back to zero is allowed
      * for, and a jump of more than DOOR_MAX_VISITS (default
      * 5000) between two readings -- a reset or replaced counter
      * -- is kept, flagged suspect and counts nothing. Readings
      * older than the branch's latest are refused, as are
      * unknown branches and repeats. Finally every open day in
      * the last DOOR_GAP_DAYS (default 7) with no reading at a
      * branch is listed, so a dead counter is noticed in days,
      * not at the year-end return.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DOORIMPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOOR-FILE ASSIGN TO WS-DOOR-FILE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DOOR-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  DOOR-FILE.
       01  DOOR-LINE                   PIC X(80).

       WORKING-STORAGE SECTION.
       COPY 'db-connect-params.cpy'.

       01  WS-DOOR-FILE            PIC X(1024).
       01  WS-DOOR-FILE-STATUS     PIC X(2).
       01  WS-PARM-X               PIC X(8).
       01  WS-READING-X            PIC X(12).
       01  WS-REJECT-REASON        PIC X(30).
       01  WS-LINE-CNT             PIC 9(8) VALUE ZERO.
       01  WS-LOADED-CNT           PIC 9(8) VALUE ZERO.
       01  WS-REJECT-CNT           PIC 9(8) VALUE ZERO.
       01  WS-ROLLOVER-CNT         PIC 9(8) VALUE ZERO.
       01  WS-SUSPECT-CNT          PIC 9(8) VALUE ZERO.
       01  WS-GAP-CNT              PIC 9(8) VALUE ZERO.

       EXEC SQL
           BEGIN DECLARE SECTION
       END-EXEC.
       01  HOSTVARS.
           05 BUFFER               PIC X(1024).

       01  DOOR-PARMS.
           05  DOOR-COUNTER-MAX    PIC 9(9) VALUE 99999.
           05  DOOR-MAX-VISITS     PIC 9(9) VALUE 5000.
           05  DOOR-GAP-DAYS       PIC 9(4) VALUE 7.

       01  DOOR-REC-VARS.
           05  DOOR-BRANCH-CODE    PIC X(10).
           05  DOOR-BRANCH-ID      PIC X(36).
           05  DOOR-READ-AT-X      PIC X(16).
           05  DOOR-READ-AT        PIC X(16).
           05  DOOR-READING        PIC 9(9).
           05  DOOR-PREV-READING   PIC 9(9).
           05  DOOR-PREV-AT        PIC X(16).
           05  DOOR-VISITS         PIC S9(9).
           05  DOOR-FLAG           PIC X(10).
           05  DOOR-LATER-CNT      PIC 9(6).

       01  GAP-REC-VARS.
           05  GAP-BRANCH-CODE     PIC X(10).
           05  GAP-DATE            PIC X(10).
       EXEC SQL
           END DECLARE SECTION
       END-EXEC.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       PROCEDURE DIVISION.

       MAIN-RTN.
           DISPLAY "DOORIMPORT STARTED".

           COPY 'db-connect.cpy'.

           ACCEPT WS-DOOR-FILE FROM ENVIRONMENT 'DOOR_COUNTER_FILE'.
           IF WS-DOOR-FILE = SPACES
               MOVE 'door-counters.csv' TO WS-DOOR-FILE
           END-IF.

           ACCEPT WS-PARM-X FROM ENVIRONMENT 'DOOR_COUNTER_MAX'.
           IF FUNCTION TRIM(WS-PARM-X) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-PARM-X) TO DOOR-COUNTER-MAX
           END-IF.
           ACCEPT WS-PARM-X FROM ENVIRONMENT 'DOOR_MAX_VISITS'.
           IF FUNCTION TRIM(WS-PARM-X) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-PARM-X) TO DOOR-MAX-VISITS
           END-IF.
           ACCEPT WS-PARM-X FROM ENVIRONMENT 'DOOR_GAP_DAYS'.
           IF FUNCTION TRIM(WS-PARM-X) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-PARM-X) TO DOOR-GAP-DAYS
           END-IF.

           OPEN INPUT DOOR-FILE.
           IF WS-DOOR-FILE-STATUS NOT = '00'
               DISPLAY "Could not open door-counter file "
                   FUNCTION TRIM(WS-DOOR-FILE)
               EXEC SQL
                   DISCONNECT ALL
               END-EXEC
               STOP RUN
           END-IF.

           READ DOOR-FILE
               AT END MOVE HIGH-VALUES TO DOOR-LINE
           END-READ.
           PERFORM UNTIL DOOR-LINE = HIGH-VALUES
               IF FUNCTION TRIM(DOOR-LINE) NOT = SPACES
                   ADD 1 TO WS-LINE-CNT
                   PERFORM LOAD-ONE-READING
               END-IF
               READ DOOR-FILE
                   AT END MOVE HIGH-VALUES TO DOOR-LINE
               END-READ
           END-PERFORM.
           CLOSE DOOR-FILE.

           PERFORM REPORT-MISSING-DAYS.

           DISPLAY "------------".
           DISPLAY "Lines read:       " WS-LINE-CNT.
           DISPLAY "Readings loaded:  " WS-LOADED-CNT.
           DISPLAY "Rollovers:        " WS-ROLLOVER-CNT.
           DISPLAY "Suspect jumps:    " WS-SUSPECT-CNT.
           DISPLAY "Rejected:         " WS-REJECT-CNT.
           DISPLAY "Missing days:     " WS-GAP-CNT.

      *    COMMIT
           EXEC SQL
               COMMIT WORK
           END-EXEC.

      *    DISCONNECT
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

      *    END
           DISPLAY "DOORIMPORT FINISHED".
           STOP RUN.

       LOAD-ONE-READING.
           MOVE SPACES TO DOOR-BRANCH-CODE DOOR-READ-AT-X
               WS-READING-X WS-REJECT-REASON.
           UNSTRING DOOR-LINE DELIMITED BY ','
               INTO DOOR-BRANCH-CODE, DOOR-READ-AT-X, WS-READING-X
           END-UNSTRING.

      *    THE COUNTER'S OWN EXPORT STARTS WITH A HEADER LINE.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(DOOR-BRANCH-CODE))
                   = 'BRANCH'
               SUBTRACT 1 FROM WS-LINE-CNT
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TRIM(WS-READING-X) = SPACES
                   OR FUNCTION TEST-NUMVAL(WS-READING-X) NOT = 0
               MOVE 'BAD READING' TO WS-REJECT-REASON
               PERFORM REJECT-READING
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(WS-READING-X) TO DOOR-READING.

           EXEC SQL
               SELECT CAST(id AS VARCHAR) INTO :DOOR-BRANCH-ID
                   FROM branches
                   WHERE code = UPPER(TRIM(:DOOR-BRANCH-CODE))
           END-EXEC.
           IF SQLCODE NOT = ZERO
               MOVE 'UNKNOWN BRANCH' TO WS-REJECT-REASON
               PERFORM REJECT-READING
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT TO_CHAR(TO_TIMESTAMP(TRIM(:DOOR-READ-AT-X),
                                  'YYYY-MM-DD HH24:MI'),
                              'YYYY-MM-DD HH24:MI')
                   INTO :DOOR-READ-AT
           END-EXEC.
           IF SQLCODE NOT = ZERO
               MOVE 'BAD TIMESTAMP' TO WS-REJECT-REASON
               PERFORM REJECT-READING
               EXIT PARAGRAPH
           END-IF.

      *    READINGS MUST ARRIVE IN ORDER PER BRANCH; A LATE ONE
      *    WOULD SPLIT A PERIOD ALREADY COUNTED.
           EXEC SQL
               SELECT COUNT(*) INTO :DOOR-LATER-CNT
                   FROM branch_visits
                   WHERE branch_id = CAST(:DOOR-BRANCH-ID AS UUID)
                   AND read_at >= TO_TIMESTAMP(:DOOR-READ-AT,
                                     'YYYY-MM-DD HH24:MI')
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF DOOR-LATER-CNT > 0
               MOVE 'REPEAT OR OUT OF ORDER' TO WS-REJECT-REASON
               PERFORM REJECT-READING
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO DOOR-PREV-AT.
           EXEC SQL
               SELECT reading,
                      TO_CHAR(read_at, 'YYYY-MM-DD HH24:MI')
                   INTO :DOOR-PREV-READING, :DOOR-PREV-AT
                   FROM branch_visits
                   WHERE branch_id = CAST(:DOOR-BRANCH-ID AS UUID)
                   ORDER BY read_at DESC
                   LIMIT 1
           END-EXEC.

           MOVE 'ok' TO DOOR-FLAG.
           IF SQLCODE = 100
               MOVE SPACES TO DOOR-PREV-AT
               MOVE 'first' TO DOOR-FLAG
               MOVE ZERO TO DOOR-VISITS
           ELSE
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               COMPUTE DOOR-VISITS = DOOR-READING - DOOR-PREV-READING
               IF DOOR-VISITS < 0
                   COMPUTE DOOR-VISITS = DOOR-COUNTER-MAX + 1
                       - DOOR-PREV-READING + DOOR-READING
                   MOVE 'rollover' TO DOOR-FLAG
                   ADD 1 TO WS-ROLLOVER-CNT
               END-IF
               IF DOOR-VISITS > DOOR-MAX-VISITS
                   DISPLAY "SUSPECT  " DOOR-BRANCH-CODE " "
                       DOOR-READ-AT " reading " DOOR-READING
                       " after " DOOR-PREV-READING
                       " -- counter reset? no visits counted"
                   MOVE ZERO TO DOOR-VISITS
                   MOVE 'suspect' TO DOOR-FLAG
                   ADD 1 TO WS-SUSPECT-CNT
               END-IF
           END-IF.

           EXEC SQL
               INSERT INTO branch_visits (
                   branch_id,
                   read_at,
                   reading,
                   period_start,
                   visits,
                   flag
               ) VALUES (
                   CAST(:DOOR-BRANCH-ID AS UUID),
                   TO_TIMESTAMP(:DOOR-READ-AT, 'YYYY-MM-DD HH24:MI'),
                   :DOOR-READING,
                   TO_TIMESTAMP(NULLIF(TRIM(:DOOR-PREV-AT), ''),
                                'YYYY-MM-DD HH24:MI'),
                   :DOOR-VISITS,
                   TRIM(:DOOR-FLAG)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           ADD 1 TO WS-LOADED-CNT.

       REJECT-READING.
           ADD 1 TO WS-REJECT-CNT.
           DISPLAY "REJECTED " FUNCTION TRIM(WS-REJECT-REASON) ": "
               FUNCTION TRIM(DOOR-LINE).

       REPORT-MISSING-DAYS.
      *    A DAY THE BRANCH WAS OPEN (SEE BRANCHMAINT AND
      *    CALENDARMAINT) THAT ENDED WITHOUT A SINGLE READING
      *    THERE. TODAY IS STILL IN PROGRESS.
           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT br.code, TO_CHAR(g.d, 'YYYY-MM-DD')
                   FROM branches br
                   CROSS JOIN generate_series(
                       CURRENT_DATE - CAST(:DOOR-GAP-DAYS AS INTEGER),
                       CURRENT_DATE - 1, '1 day') g(d)
                   WHERE is_library_open(br.id, CAST(g.d AS DATE))
                   AND NOT EXISTS (
                       SELECT 1 FROM branch_visits v
                           WHERE v.branch_id = br.id
                           AND CAST(v.read_at AS DATE)
                               = CAST(g.d AS DATE))
                   ORDER BY br.code, g.d
           END-EXEC.
           EXEC SQL
               OPEN C1
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               FETCH C1 INTO :GAP-BRANCH-CODE, :GAP-DATE
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO WS-GAP-CNT
               DISPLAY "MISSING  " GAP-BRANCH-CODE " " GAP-DATE
                   " -- no door-counter reading"
               EXEC SQL
                   FETCH C1 INTO :GAP-BRANCH-CODE, :GAP-DATE
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C1
           END-EXEC.

       ERROR-RTN.
           CALL 'SQL-ERROR-HANDLER' USING SQLCODE SQLSTATE SQLERRMC
                'DOORIMPORT                    ' 'ERROR-RTN'
           END-CALL.

       END-PROGRAM.
