      ********************************************
      * Daily room-use sheet per branch
      *
      * ROOMSHEET
      *
      * Daily, per branch (BRANCH_CODE in the environment, same
      * convention as PULLLIST): every room at the branch with
      * the day's approved bookings and the library programs held
      * in it (see EVENTMAINT), in time order, with the group, a
      * contact, head count and whether a hire charge is still
      * owing -- the sheet the desk used to copy out of the paper
      * diary. Requests for today not yet decided in ROOMREVIEW
      * are counted at the foot so nobody turns up unexpected.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   ROOMSHEET.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(256).

       WORKING-STORAGE SECTION.
       COPY 'db-connect-params.cpy'.

       01  WS-REPORT-FILE          PIC X(1024).
       01  WS-REPORT-FILE-STATUS   PIC X(2).
       01  WS-BRANCH-CODE          PIC X(10).
       01  WS-USE-CNT              PIC 9(8) VALUE ZERO.

       EXEC SQL
           BEGIN DECLARE SECTION
       END-EXEC.
       01  HOSTVARS.
           05 BUFFER               PIC X(1024).

       01  BRANCH-CODE             PIC X(10).
       01  BRANCH-ID               PIC X(36).
       01  BRANCH-OPEN             PIC X(1).
       01  SHEET-DATE              PIC X(10).
       01  WAITING-CNT             PIC 9(8).

       01  SHEET-REC-VARS.
           05  SHEET-ROOM          PIC X(30).
           05  SHEET-CAPACITY      PIC 9(4).
           05  SHEET-STARTS        PIC X(5).
           05  SHEET-ENDS          PIC X(5).
           05  SHEET-KIND          PIC X(1).
           05  SHEET-WHO           PIC X(50).
           05  SHEET-CONTACT       PIC X(100).
           05  SHEET-PEOPLE        PIC 9(4).
           05  SHEET-OWING         PIC X(1).
       EXEC SQL
           END DECLARE SECTION
       END-EXEC.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       PROCEDURE DIVISION.

       MAIN-RTN.
           DISPLAY "ROOMSHEET STARTED".

           COPY 'db-connect.cpy'.

           ACCEPT WS-BRANCH-CODE FROM ENVIRONMENT 'BRANCH_CODE'.
           IF FUNCTION TRIM(WS-BRANCH-CODE) = SPACES
               MOVE 'MAIN' TO WS-BRANCH-CODE
           END-IF.
           MOVE WS-BRANCH-CODE TO BRANCH-CODE.

           MOVE SPACES TO BRANCH-ID.
           EXEC SQL
               SELECT CAST(id AS VARCHAR),
                      CASE WHEN is_library_open(id, CURRENT_DATE)
                           THEN 'y' ELSE 'n' END,
                      TO_CHAR(CURRENT_DATE, 'YYYY-MM-DD')
                   INTO :BRANCH-ID, :BRANCH-OPEN, :SHEET-DATE
                   FROM branches WHERE code = TRIM(:BRANCH-CODE)
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "Unknown branch code "
                   FUNCTION TRIM(BRANCH-CODE)
               EXEC SQL
                   DISCONNECT ALL
               END-EXEC
               STOP RUN
           END-IF.

           ACCEPT WS-REPORT-FILE
               FROM ENVIRONMENT 'ROOM_SHEET_FILE'.
           IF WS-REPORT-FILE = SPACES
               MOVE 'room-sheet.txt' TO WS-REPORT-FILE
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'ROOM USE -- BRANCH '
                  FUNCTION TRIM(BRANCH-CODE)
                  ' -- ' SHEET-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           IF BRANCH-OPEN NOT = 'y'
               MOVE 'BRANCH CLOSED TODAY' TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           PERFORM WRITE-ROOM-USE.
           PERFORM WRITE-WAITING-COUNT.

           MOVE SPACES TO REPORT-LINE.
           STRING 'TOTALS: ROOM USES ' WS-USE-CNT
                  ', REQUESTS UNDECIDED ' WAITING-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.

           DISPLAY "Room uses:          " WS-USE-CNT.
           DISPLAY "Requests undecided: " WAITING-CNT.
           DISPLAY "Room sheet written to "
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
           DISPLAY "ROOMSHEET FINISHED".
           STOP RUN.

       WRITE-ROOM-USE.
      *    EVERY BOOKABLE ROOM GETS A HEADING, EVEN WHEN FREE ALL
      *    DAY, SO THE DESK CAN SEE WHAT IS STILL AVAILABLE.
      *    KIND: R = ROOM HEADING, B = BOOKING, P = LIBRARY PROGRAM;
      *    THE HEADING'S BLANK START TIME SORTS IT AHEAD OF THE DAY.
           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT r.name, r.capacity, '', '', 'R', '', '', 0,
                      'n'
                      FROM rooms r
                      WHERE r.branch_id = CAST(:BRANCH-ID AS UUID)
                      AND r.active
               UNION ALL
               SELECT r.name, r.capacity,
                      TO_CHAR(b.starts_at, 'HH24:MI'),
                      TO_CHAR(b.ends_at, 'HH24:MI'),
                      'B', b.group_name,
                      TRIM(COALESCE(b.contact_phone, '') || ' '
                           || COALESCE(b.contact_email, '')),
                      b.attendees,
                      CASE WHEN f.id IS NOT NULL
                                AND f.status = 'open'
                           THEN 'y' ELSE 'n' END
                      FROM room_bookings b
                      JOIN rooms r ON r.id = b.room_id
                      LEFT JOIN fines f ON f.id = b.fine_id
                      WHERE r.branch_id = CAST(:BRANCH-ID AS UUID)
                      AND b.booking_date = CURRENT_DATE
                      AND b.status = 'approved'
               UNION ALL
               SELECT r.name, r.capacity,
                      COALESCE(p.event_time, ''),
                      COALESCE(p.end_time, ''),
                      'P', p.title, 'library program',
                      p.capacity, 'n'
                      FROM library_programs p
                      JOIN rooms r ON r.id = p.room_id
                      WHERE r.branch_id = CAST(:BRANCH-ID AS UUID)
                      AND p.event_date = CURRENT_DATE
                      AND p.status <> 'cancelled'
               ORDER BY 1, 3, 5 DESC
           END-EXEC.
           EXEC SQL
               OPEN C1
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               FETCH C1 INTO :SHEET-ROOM, :SHEET-CAPACITY,
                             :SHEET-STARTS, :SHEET-ENDS,
                             :SHEET-KIND, :SHEET-WHO,
                             :SHEET-CONTACT, :SHEET-PEOPLE,
                             :SHEET-OWING
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               IF SHEET-KIND = 'R'
                   MOVE ALL '-' TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE SPACES TO REPORT-LINE
                   STRING 'ROOM: ' FUNCTION TRIM(SHEET-ROOM)
                          '  (seats ' SHEET-CAPACITY ')'
                          DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
               ELSE
                   ADD 1 TO WS-USE-CNT
                   MOVE SPACES TO REPORT-LINE
                   STRING '  ' SHEET-STARTS '-' SHEET-ENDS '  '
                          FUNCTION TRIM(SHEET-WHO)
                          '  (' SHEET-PEOPLE ' people)  '
                          FUNCTION TRIM(SHEET-CONTACT)
                          DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
                   IF SHEET-OWING = 'y'
                       MOVE '      HIRE CHARGE NOT YET PAID'
                           TO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
                   DISPLAY "ROOM  " FUNCTION TRIM(SHEET-ROOM) " "
                       SHEET-STARTS " " FUNCTION TRIM(SHEET-WHO)
               END-IF
               EXEC SQL
                   FETCH C1 INTO :SHEET-ROOM, :SHEET-CAPACITY,
                                 :SHEET-STARTS, :SHEET-ENDS,
                                 :SHEET-KIND, :SHEET-WHO,
                                 :SHEET-CONTACT, :SHEET-PEOPLE,
                                 :SHEET-OWING
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C1
           END-EXEC.

       WRITE-WAITING-COUNT.
           MOVE ZERO TO WAITING-CNT.
           EXEC SQL
               SELECT COUNT(*) INTO :WAITING-CNT
                   FROM room_bookings b
                   JOIN rooms r ON r.id = b.room_id
                   WHERE r.branch_id = CAST(:BRANCH-ID AS UUID)
                   AND b.booking_date = CURRENT_DATE
                   AND b.status = 'requested'
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           IF WAITING-CNT > 0
               MOVE ALL '-' TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING 'REQUESTS FOR TODAY STILL UNDECIDED: '
                      WAITING-CNT ' -- SEE ROOMREVIEW'
                      DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

       ERROR-RTN.
           CALL 'SQL-ERROR-HANDLER' USING SQLCODE SQLSTATE SQLERRMC
                'ROOMSHEET                     ' 'ERROR-RTN'
           END-CALL.

       END-PROGRAM.
