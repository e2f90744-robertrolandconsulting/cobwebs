      ********************************************
      * Maintain account notes and manual blocks on a patron
      *
      * PATRONNOTES
      *
      * List a patron's notes and blocks, add a note, place a
      * manual block with its reason, or remove either. Each entry
      * carries its author (DESK_OPERATOR, as at the desk), the
      * date written and an optional expiry date after which it no
      * longer shows. Removing an entry marks it removed rather
      * than deleting it, so the list keeps the history. Every
      * block placed or removed is written to AUDIT_LOG.
      * DESKMODE, CHECKOUTBOOK and the checkout API show the
      * active entries when the patron is identified; an active
      * block refuses checkout (supervisor override at the desk),
      * the kiosk and holds.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PATRONNOTES.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       COPY 'db-connect-params.cpy'.

       01  WS-ACTION               PIC X(1).
       01  WS-PICK-X               PIC X(4).
       01  WS-PICK                 PIC 9(4).
       01  WS-NOTE-CNT             PIC 9(4) VALUE ZERO.
       01  D-NOTE-NO               PIC Z9.

      *    THE ACTIVE ENTRIES LISTED FOR REMOVAL, BY LINE NUMBER.
       01  WS-NOTE-TABLE.
           05  WS-NOTE-SLOT        PIC X(36) OCCURS 50 TIMES.

       EXEC SQL
           BEGIN DECLARE SECTION
       END-EXEC.
       01  HOSTVARS.
           05 BUFFER               PIC X(1024).

       01  PATRON-REC-VARS.
           05  PATRON-SCAN         PIC X(36).
           05  PATRON-ID           PIC X(36).
           05  PATRON-NAME         PIC X(50).

       01  NOTE-REC-VARS.
           05  NOTE-ID             PIC X(36).
           05  NOTE-KIND           PIC X(5).
           05  NOTE-TEXT           PIC X(200).
           05  NOTE-AUTHOR         PIC X(50).
           05  NOTE-DATE           PIC X(10).
           05  NOTE-EXPIRES        PIC X(10).
           05  NOTE-STATE          PIC X(7).
           05  NOTE-EXPIRY-OK      PIC X(1).

       01  NOTE-OPERATOR           PIC X(50).

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

       PROCEDURE DIVISION.

       MAIN-RTN.
           DISPLAY "PATRONNOTES STARTED".

           COPY 'db-connect.cpy'.

           ACCEPT NOTE-OPERATOR FROM ENVIRONMENT 'DESK_OPERATOR'.
           IF FUNCTION TRIM(NOTE-OPERATOR) = SPACES
               DISPLAY 'Operator initials: '
               ACCEPT NOTE-OPERATOR
           END-IF.
           IF FUNCTION TRIM(NOTE-OPERATOR) = SPACES
               MOVE 'cli' TO NOTE-OPERATOR
           END-IF.

           DISPLAY 'Action: (l)ist, add (n)ote, add (b)lock, '
               '(r)emove: '.
           ACCEPT WS-ACTION.

           EVALUATE WS-ACTION
               WHEN 'l'
               WHEN 'L'
                   PERFORM LIST-NOTES
               WHEN 'n'
               WHEN 'N'
                   MOVE 'note' TO NOTE-KIND
                   PERFORM ADD-NOTE
               WHEN 'b'
               WHEN 'B'
                   MOVE 'block' TO NOTE-KIND
                   PERFORM ADD-NOTE
               WHEN 'r'
               WHEN 'R'
                   PERFORM REMOVE-NOTE
               WHEN OTHER
                   DISPLAY "Unknown action"
           END-EVALUATE.

      *    COMMIT
           EXEC SQL
               COMMIT WORK
           END-EXEC.

      *    DISCONNECT
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

      *    END
           DISPLAY "PATRONNOTES FINISHED".
           STOP RUN.

       FIND-PATRON.
           DISPLAY 'Patron card number or patron id: '.
           ACCEPT PATRON-SCAN.
           MOVE SPACES TO PATRON-ID.
           EXEC SQL
               SELECT CAST(id AS VARCHAR), name
                   INTO :PATRON-ID, :PATRON-NAME
                   FROM patrons
                   WHERE id = patron_by_card(:PATRON-SCAN)
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "No patron found with that card or id"
               MOVE SPACES TO PATRON-ID
           END-IF.

       LIST-NOTES.
           PERFORM FIND-PATRON.
           IF PATRON-ID = SPACES
               EXIT PARAGRAPH
           END-IF.

      *    EVERYTHING EVER WRITTEN ON THE ACCOUNT, ACTIVE ENTRIES
      *    FIRST, SO THE HISTORY IS THERE WHEN SOMEONE ASKS.
           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT kind, note_text, author,
                      TO_CHAR(created_at, 'YYYY-MM-DD'),
                      COALESCE(TO_CHAR(expires_on, 'YYYY-MM-DD'), ''),
                      CASE WHEN removed_at IS NOT NULL THEN 'REMOVED'
                           WHEN expires_on < CURRENT_DATE
                           THEN 'EXPIRED'
                           ELSE 'ACTIVE' END
                   FROM patron_notes
                   WHERE patron_id = CAST(:PATRON-ID AS UUID)
                   ORDER BY CASE WHEN removed_at IS NULL
                                 AND (expires_on IS NULL
                                      OR expires_on >= CURRENT_DATE)
                                 THEN 0 ELSE 1 END,
                            created_at DESC
           END-EXEC.
           EXEC SQL
               OPEN C1
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY "---- NOTES AND BLOCKS: "
               FUNCTION TRIM(PATRON-NAME) " ----".
           EXEC SQL
               FETCH C1 INTO :NOTE-KIND, :NOTE-TEXT, :NOTE-AUTHOR,
                             :NOTE-DATE, :NOTE-EXPIRES, :NOTE-STATE
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "No notes or blocks on this account"
           END-IF.
           PERFORM UNTIL SQLCODE NOT = ZERO
               IF NOTE-EXPIRES = SPACES
                   DISPLAY NOTE-STATE " " NOTE-KIND " " NOTE-DATE
                       " " FUNCTION TRIM(NOTE-AUTHOR)
               ELSE
                   DISPLAY NOTE-STATE " " NOTE-KIND " " NOTE-DATE
                       " " FUNCTION TRIM(NOTE-AUTHOR)
                       "  until " NOTE-EXPIRES
               END-IF
               DISPLAY "        " FUNCTION TRIM(NOTE-TEXT)
               EXEC SQL
                   FETCH C1 INTO :NOTE-KIND, :NOTE-TEXT,
                                 :NOTE-AUTHOR, :NOTE-DATE,
                                 :NOTE-EXPIRES, :NOTE-STATE
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C1
           END-EXEC.

       ADD-NOTE.
           PERFORM FIND-PATRON.
           IF PATRON-ID = SPACES
               EXIT PARAGRAPH
           END-IF.

           IF NOTE-KIND = 'block'
               DISPLAY 'Reason for the block: '
           ELSE
               DISPLAY 'Note text: '
           END-IF.
           MOVE SPACES TO NOTE-TEXT.
           ACCEPT NOTE-TEXT.
           IF FUNCTION TRIM(NOTE-TEXT) = SPACES
               DISPLAY "Nothing entered -- nothing added"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY 'Expires (YYYY-MM-DD, blank for none): '.
           MOVE SPACES TO NOTE-EXPIRES.
           ACCEPT NOTE-EXPIRES.
           IF FUNCTION TRIM(NOTE-EXPIRES) NOT = SPACES
               MOVE 'n' TO NOTE-EXPIRY-OK
               EXEC SQL
                   SELECT CASE WHEN TO_DATE(:NOTE-EXPIRES,
                                            'YYYY-MM-DD')
                                    >= CURRENT_DATE
                               THEN 'y' ELSE 'n' END
                       INTO :NOTE-EXPIRY-OK
               END-EXEC
               IF SQLCODE NOT = ZERO
                   DISPLAY "Not a valid date"
                   EXIT PARAGRAPH
               END-IF
               IF NOTE-EXPIRY-OK NOT = 'y'
                   DISPLAY "The expiry date cannot be before today"
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           EXEC SQL
               INSERT INTO patron_notes (
                   patron_id,
                   kind,
                   note_text,
                   author,
                   expires_on
               ) VALUES (
                   CAST(:PATRON-ID AS UUID),
                   :NOTE-KIND,
                   TRIM(:NOTE-TEXT),
                   TRIM(:NOTE-OPERATOR),
                   TO_DATE(NULLIF(TRIM(:NOTE-EXPIRES), ''),
                           'YYYY-MM-DD')
               ) RETURNING CAST(id AS VARCHAR) INTO :NOTE-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           IF NOTE-KIND = 'block'
               MOVE 'patron_notes' TO AUDIT-TABLE-NAME
               MOVE NOTE-ID TO AUDIT-RECORD-ID
               MOVE 'BLOCK' TO AUDIT-OPERATION
               MOVE NOTE-OPERATOR TO AUDIT-ACTOR
               PERFORM WRITE-AUDIT-LOG
               DISPLAY FUNCTION TRIM(PATRON-NAME)
                   " blocked: checkout and holds refused"
           ELSE
               DISPLAY "Note added to " FUNCTION TRIM(PATRON-NAME)
           END-IF.

       REMOVE-NOTE.
           PERFORM FIND-PATRON.
           IF PATRON-ID = SPACES
               EXIT PARAGRAPH
           END-IF.

      *    ONLY WHAT STILL SHOWS CAN BE REMOVED; AN EXPIRED ENTRY
      *    HAS ALREADY LAPSED ON ITS OWN.
           EXEC SQL
               DECLARE C2 CURSOR FOR
               SELECT CAST(id AS VARCHAR), kind, note_text, author,
                      TO_CHAR(created_at, 'YYYY-MM-DD')
                   FROM patron_notes
                   WHERE patron_id = CAST(:PATRON-ID AS UUID)
                   AND removed_at IS NULL
                   AND (expires_on IS NULL
                        OR expires_on >= CURRENT_DATE)
                   ORDER BY CASE WHEN kind = 'block' THEN 0
                                 ELSE 1 END,
                            created_at DESC
                   LIMIT 50
           END-EXEC.
           EXEC SQL
               OPEN C2
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE ZERO TO WS-NOTE-CNT.
           EXEC SQL
               FETCH C2 INTO :NOTE-ID, :NOTE-KIND, :NOTE-TEXT,
                             :NOTE-AUTHOR, :NOTE-DATE
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO WS-NOTE-CNT
               MOVE NOTE-ID TO WS-NOTE-SLOT(WS-NOTE-CNT)
               MOVE WS-NOTE-CNT TO D-NOTE-NO
               DISPLAY D-NOTE-NO ") " NOTE-KIND " " NOTE-DATE " "
                   FUNCTION TRIM(NOTE-AUTHOR) ": "
                   FUNCTION TRIM(NOTE-TEXT)
               EXEC SQL
                   FETCH C2 INTO :NOTE-ID, :NOTE-KIND, :NOTE-TEXT,
                                 :NOTE-AUTHOR, :NOTE-DATE
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C2
           END-EXEC.

           IF WS-NOTE-CNT = 0
               DISPLAY FUNCTION TRIM(PATRON-NAME)
                   " has no active notes or blocks"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY 'Number to remove (blank to cancel): '.
           ACCEPT WS-PICK-X.
           IF FUNCTION TRIM(WS-PICK-X) = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-NUMVAL(WS-PICK-X) NOT = 0
               DISPLAY "Not a number on the list"
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(WS-PICK-X) TO WS-PICK.
           IF WS-PICK < 1 OR WS-PICK > WS-NOTE-CNT
               DISPLAY "Not a number on the list"
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-NOTE-SLOT(WS-PICK) TO NOTE-ID.
           EXEC SQL
               UPDATE patron_notes
                   SET removed_at = NOW(),
                       removed_by = TRIM(:NOTE-OPERATOR)
                   WHERE id = CAST(:NOTE-ID AS UUID)
                   AND removed_at IS NULL
                   RETURNING kind INTO :NOTE-KIND
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           IF NOTE-KIND = 'block'
               MOVE 'patron_notes' TO AUDIT-TABLE-NAME
               MOVE NOTE-ID TO AUDIT-RECORD-ID
               MOVE 'UNBLOCK' TO AUDIT-OPERATION
               MOVE NOTE-OPERATOR TO AUDIT-ACTOR
               PERFORM WRITE-AUDIT-LOG
               DISPLAY "Block removed from "
                   FUNCTION TRIM(PATRON-NAME)
           ELSE
               DISPLAY "Note removed from "
                   FUNCTION TRIM(PATRON-NAME)
           END-IF.

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
                'PATRONNOTES                   ' 'ERROR-RTN'
           END-CALL.

       END-PROGRAM.
