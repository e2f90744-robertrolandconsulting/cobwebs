      ********************************************
      * Maintain guardian links between family members
      *
      * FAMILYMAINT
      *
      * List a household, link a child's account to the adult
      * responsible for it, or remove the link. A linked child's
      * overdue and lost-item notices go to the guardian, the
      * guardian sees the child's loans and can pay the child's
      * fines from My Account, and DESKMODE shows the household
      * together. With the block flag set, the guardian's fine
      * block also stops the child borrowing.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   FAMILYMAINT.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       COPY 'db-connect-params.cpy'.

       01  WS-ACTION               PIC X(1).
       01  D-BALANCE               PIC -(6)9.99.

       EXEC SQL
           BEGIN DECLARE SECTION
       END-EXEC.
       01  HOSTVARS.
           05 BUFFER               PIC X(1024).

       01  CHILD-REC-VARS.
           05  CHILD-SCAN          PIC X(36).
           05  CHILD-ID            PIC X(36).
           05  CHILD-NAME          PIC X(50).
           05  CHILD-GUARDIAN-ID   PIC X(36).

       01  GUARDIAN-REC-VARS.
           05  GUARDIAN-SCAN       PIC X(36).
           05  GUARDIAN-ID         PIC X(36).
           05  GUARDIAN-NAME       PIC X(50).
           05  GUARDIAN-STATUS     PIC X(10).
           05  GUARDIAN-OF-CNT     PIC 9(4).

       01  GUARDIAN-BLOCK          PIC X(1).

       01  MEMBER-REC-VARS.
           05  MEMBER-NAME         PIC X(50).
           05  MEMBER-CARD         PIC X(20).
           05  MEMBER-ROLE         PIC X(10).
           05  MEMBER-BLOCK        PIC X(1).
           05  MEMBER-BALANCE      PIC S9(6)V99.

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
           DISPLAY "FAMILYMAINT STARTED".

           COPY 'db-connect.cpy'.

           DISPLAY 'Action: (l)ist household, (a)dd link, '
               '(r)emove link: '.
           ACCEPT WS-ACTION.

           EVALUATE WS-ACTION
               WHEN 'l'
               WHEN 'L'
                   PERFORM LIST-HOUSEHOLD
               WHEN 'a'
               WHEN 'A'
                   PERFORM ADD-LINK
               WHEN 'r'
               WHEN 'R'
                   PERFORM REMOVE-LINK
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
           DISPLAY "FAMILYMAINT FINISHED".
           STOP RUN.

       FIND-CHILD.
           DISPLAY 'Child card number or patron id: '.
           ACCEPT CHILD-SCAN.
           MOVE SPACES TO CHILD-ID CHILD-GUARDIAN-ID.
           EXEC SQL
               SELECT CAST(id AS VARCHAR), name,
                      COALESCE(CAST(guardian_id AS VARCHAR), '')
                   INTO :CHILD-ID, :CHILD-NAME, :CHILD-GUARDIAN-ID
                   FROM patrons
                   WHERE id = patron_by_card(:CHILD-SCAN)
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "No patron found with that card or id"
               MOVE SPACES TO CHILD-ID
           END-IF.

       LIST-HOUSEHOLD.
           DISPLAY 'Any member''s card number or patron id: '.
           ACCEPT CHILD-SCAN.
           MOVE SPACES TO CHILD-ID.
           EXEC SQL
               SELECT CAST(COALESCE(guardian_id, id) AS VARCHAR)
                   INTO :CHILD-ID
                   FROM patrons
                   WHERE id = patron_by_card(:CHILD-SCAN)
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "No patron found with that card or id"
               EXIT PARAGRAPH
           END-IF.

      *    CHILD-ID NOW HOLDS THE HEAD OF THE HOUSEHOLD.
           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT name, COALESCE(card_number, ''),
                      CASE WHEN id = CAST(:CHILD-ID AS UUID)
                           THEN 'guardian' ELSE 'child' END,
                      CASE WHEN guardian_block THEN 'y' ELSE 'n' END,
                      (SELECT COALESCE(SUM(f.amount - f.paid_amount
                                           - f.waived_amount), 0)
                         FROM fines f
                        WHERE f.patron_id = patrons.id
                        AND f.status = 'open')
                   FROM patrons
                   WHERE id = CAST(:CHILD-ID AS UUID)
                   OR guardian_id = CAST(:CHILD-ID AS UUID)
                   ORDER BY 3 DESC, name
           END-EXEC.
           EXEC SQL
               OPEN C1
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY "------------".
           EXEC SQL
               FETCH C1 INTO :MEMBER-NAME, :MEMBER-CARD,
                             :MEMBER-ROLE, :MEMBER-BLOCK,
                             :MEMBER-BALANCE
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE MEMBER-BALANCE TO D-BALANCE
               IF MEMBER-ROLE = 'guardian'
                   DISPLAY MEMBER-ROLE " " MEMBER-CARD " "
                       MEMBER-NAME(1:30) "  owes " D-BALANCE
               ELSE
                   DISPLAY MEMBER-ROLE " " MEMBER-CARD " "
                       MEMBER-NAME(1:30) "  owes " D-BALANCE
                       "  block:" MEMBER-BLOCK
               END-IF
               EXEC SQL
                   FETCH C1 INTO :MEMBER-NAME, :MEMBER-CARD,
                                 :MEMBER-ROLE, :MEMBER-BLOCK,
                                 :MEMBER-BALANCE
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C1
           END-EXEC.

       ADD-LINK.
           PERFORM FIND-CHILD.
           IF CHILD-ID = SPACES
               EXIT PARAGRAPH
           END-IF.

           DISPLAY 'Guardian card number or patron id: '.
           ACCEPT GUARDIAN-SCAN.
           MOVE SPACES TO GUARDIAN-ID.
           EXEC SQL
               SELECT CAST(g.id AS VARCHAR), g.name, g.status,
                      (SELECT COUNT(*) FROM patrons c
                        WHERE c.guardian_id = g.id)
                   INTO :GUARDIAN-ID, :GUARDIAN-NAME,
                        :GUARDIAN-STATUS, :GUARDIAN-OF-CNT
                   FROM patrons g
                   WHERE g.id = patron_by_card(:GUARDIAN-SCAN)
                   AND g.guardian_id IS NULL
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "No patron found with that card or id, or "
                   "that patron is linked to a guardian themselves"
               EXIT PARAGRAPH
           END-IF.

      *    ONE LEVEL ONLY: A GUARDIAN CAN'T ALSO BE SOMEBODY'S
      *    CHILD, AND A PATRON WHO IS A GUARDIAN CAN'T BECOME ONE.
           IF GUARDIAN-ID = CHILD-ID
               DISPLAY "A patron can't be their own guardian"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO GUARDIAN-OF-CNT.
           EXEC SQL
               SELECT COUNT(*) INTO :GUARDIAN-OF-CNT
                   FROM patrons
                   WHERE guardian_id = CAST(:CHILD-ID AS UUID)
           END-EXEC.
           IF GUARDIAN-OF-CNT > 0
               DISPLAY FUNCTION TRIM(CHILD-NAME)
                   " is a guardian -- unlink their children first"
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(GUARDIAN-STATUS) NOT = 'active'
               DISPLAY "Guardian status is "
                   FUNCTION TRIM(GUARDIAN-STATUS)
                   ", link refused"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY 'Guardian''s fine block also blocks the child '
               '(y/n): '.
           ACCEPT GUARDIAN-BLOCK.
           IF GUARDIAN-BLOCK NOT = 'y' AND GUARDIAN-BLOCK NOT = 'Y'
               MOVE 'n' TO GUARDIAN-BLOCK
           ELSE
               MOVE 'y' TO GUARDIAN-BLOCK
           END-IF.

           EXEC SQL
               UPDATE patrons
                   SET guardian_id = CAST(:GUARDIAN-ID AS UUID),
                       guardian_block = (:GUARDIAN-BLOCK = 'y')
                   WHERE id = CAST(:CHILD-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE 'patrons' TO AUDIT-TABLE-NAME.
           MOVE CHILD-ID TO AUDIT-RECORD-ID.
           MOVE 'UPDATE' TO AUDIT-OPERATION.
           MOVE 'cli' TO AUDIT-ACTOR.
           PERFORM WRITE-AUDIT-LOG.

           DISPLAY FUNCTION TRIM(CHILD-NAME) " linked to guardian "
               FUNCTION TRIM(GUARDIAN-NAME).

       REMOVE-LINK.
           PERFORM FIND-CHILD.
           IF CHILD-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF CHILD-GUARDIAN-ID = SPACES
               DISPLAY FUNCTION TRIM(CHILD-NAME)
                   " has no guardian link"
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               UPDATE patrons
                   SET guardian_id = NULL,
                       guardian_block = FALSE
                   WHERE id = CAST(:CHILD-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE 'patrons' TO AUDIT-TABLE-NAME.
           MOVE CHILD-ID TO AUDIT-RECORD-ID.
           MOVE 'UPDATE' TO AUDIT-OPERATION.
           MOVE 'cli' TO AUDIT-ACTOR.
           PERFORM WRITE-AUDIT-LOG.

           DISPLAY "Guardian link removed from "
               FUNCTION TRIM(CHILD-NAME).

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
                'FAMILYMAINT                   ' 'ERROR-RTN'
           END-CALL.

       END-PROGRAM.
