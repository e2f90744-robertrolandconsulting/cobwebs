      ********************************************
      * Verify the audit hash chain, archives and live table
      *
      * AUDITVERIFY
      *
      * Seals the audit rows written since the last run into the
      * chain (audit_chain_seal), then walks the audit trail in
      * chain order -- every archive file AUDITARCHIVE wrote
      * (AUDIT_ARCHIVE_DIR, oldest first), then
      * the live audit_log table -- recomputing each entry's hash
      * (audit_chain_hash) and checking it follows on from the one
      * before. Reports every break: an entry whose contents no
      * longer match its hash (altered), one that does not follow
      * on from its predecessor (the one before altered or
      * replaced), a gap in the numbering (entries removed), an
      * entry out of order or twice (inserted or restored), an
      * archive whose trailer count or closing hash disagrees with
      * its lines, and a table whose last entry is not the chain
      * head the sealing recorded. Rows written after the seal are
      * counted as awaiting the next one, not as breaks. After
      * a break the walk picks up again from the next entry so one
      * change is reported once. Archive lines written before the
      * chain existed are counted but cannot be checked. Prints the
      * chain head at the end; return code 1 when anything is
      * broken, for JOBRUNNER.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   AUDITVERIFY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-FILE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

           SELECT LIST-FILE ASSIGN TO WS-LIST-FILE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  ARCHIVE-FILE.
       01  ARCHIVE-LINE                PIC X(512).

       FD  LIST-FILE.
       01  LIST-LINE                   PIC X(1024).

       WORKING-STORAGE SECTION.
       COPY 'db-connect-params.cpy'.

       01  WS-ARCHIVE-DIR          PIC X(512).
       01  WS-ARCHIVE-FILE         PIC X(1024).
       01  WS-ARCHIVE-FILE-STATUS  PIC X(2).
       01  WS-LIST-FILE            PIC X(256).
       01  WS-LIST-FILE-STATUS     PIC X(2).
       01  WS-LIST-CMD             PIC X(1200).

       01  WS-EXPECT-SEQ           PIC 9(18) VALUE 1.
       01  WS-EXPECT-HASH          PIC X(64) VALUE ALL '0'.
       01  WS-ENTRY-SEQ            PIC 9(18).
       01  WS-WHERE                PIC X(60).
       01  WS-FILE-CNT             PIC 9(8).
       01  WS-FILE-LAST-HASH       PIC X(64).
       01  WS-TRAILER-SEEN         PIC X(1).

       01  WS-ARCHIVE-FILES        PIC 9(6) VALUE ZERO.
       01  WS-ARCHIVED-CNT         PIC 9(9) VALUE ZERO.
       01  WS-UNCHAINED-CNT        PIC 9(9) VALUE ZERO.
       01  WS-LIVE-CNT             PIC 9(9) VALUE ZERO.
       01  WS-UNSEALED-CNT         PIC 9(9) VALUE ZERO.
       01  WS-BREAK-CNT            PIC 9(6) VALUE ZERO.

       01  D-SEQ                   PIC Z(17)9.
       01  D-SEQ-2                 PIC Z(17)9.

       01  ARC-FIELDS.
           05  ARC-ID              PIC X(36).
           05  ARC-TABLE           PIC X(30).
           05  ARC-RECORD          PIC X(36).
           05  ARC-OP              PIC X(10).
           05  ARC-ACTOR           PIC X(36).
           05  ARC-STAMP           PIC X(19).
           05  ARC-REQUEST         PIC X(100).
           05  ARC-SEQ             PIC X(20).
           05  ARC-STAMP-US        PIC X(26).
           05  ARC-PREV-HASH       PIC X(64).
           05  ARC-ROW-HASH        PIC X(64).

       01  TRL-FIELDS.
           05  TRL-TAG             PIC X(1).
           05  TRL-COUNT           PIC X(12).
           05  TRL-SEQ             PIC X(20).
           05  TRL-HASH            PIC X(64).

       EXEC SQL
           BEGIN DECLARE SECTION
       END-EXEC.
       01  HOSTVARS.
           05 BUFFER               PIC X(1024).

       01  CHAIN-REC-VARS.
           05  CHN-ID              PIC X(36).
           05  CHN-TABLE           PIC X(30).
           05  CHN-RECORD          PIC X(36).
           05  CHN-OP              PIC X(10).
           05  CHN-ACTOR           PIC X(36).
           05  CHN-STAMP-US        PIC X(26).
           05  CHN-REQUEST         PIC X(100).
           05  CHN-SEQ             PIC X(20).
           05  CHN-PREV-HASH       PIC X(64).
           05  CHN-ROW-HASH        PIC X(64).
           05  CHN-CALC-HASH       PIC X(64).

       01  SEALED-CNT              PIC 9(9).
       01  HEAD-SEQ                PIC X(20).
       01  HEAD-HASH               PIC X(64).
       EXEC SQL
           END DECLARE SECTION
       END-EXEC.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       PROCEDURE DIVISION.

       MAIN-RTN.
           DISPLAY "AUDITVERIFY STARTED".

           COPY 'db-connect.cpy'.

           PERFORM SEAL-CHAIN.
           PERFORM VERIFY-ARCHIVES.
           PERFORM VERIFY-LIVE.
           PERFORM VERIFY-HEAD.

           DISPLAY " ".
           DISPLAY "Archive files:            " WS-ARCHIVE-FILES.
           DISPLAY "Archived entries checked: " WS-ARCHIVED-CNT.
           DISPLAY "Archived before chain:    " WS-UNCHAINED-CNT.
           DISPLAY "Entries sealed this run:  " SEALED-CNT.
           DISPLAY "Live entries checked:     " WS-LIVE-CNT.
           DISPLAY "Awaiting the next seal:   " WS-UNSEALED-CNT.
           DISPLAY "Breaks found:             " WS-BREAK-CNT.
           DISPLAY "Chain head: " FUNCTION TRIM(HEAD-SEQ) " "
               HEAD-HASH.

      *    NOTHING WAS CHANGED SINCE THE SEAL, BUT END THE
      *    READ-ONLY TRANSACTION THE SAME WAY EVERY RUN DOES.
           EXEC SQL
               ROLLBACK WORK
           END-EXEC.

      *    DISCONNECT
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

           IF WS-BREAK-CNT > 0
               DISPLAY "*** AUDIT TRAIL HAS BEEN TAMPERED WITH ***"
               MOVE 1 TO RETURN-CODE
           ELSE
               DISPLAY "Audit trail intact"
           END-IF.

      *    END
           DISPLAY "AUDITVERIFY FINISHED".
           STOP RUN.

       SEAL-CHAIN.
      *    WRITERS LEAVE THEIR AUDIT ROWS UNSEALED SO NONE OF THEM
      *    WAITS ON ANOTHER; THEY ARE NUMBERED AND CHAINED HERE, IN
      *    THE ORDER WRITTEN, AND COMMITTED AT ONCE SO THE HEAD LOCK
      *    IS HELD ONLY FOR THE SEAL.
           MOVE ZERO TO SEALED-CNT.
           EXEC SQL
               SELECT audit_chain_seal() INTO :SEALED-CNT
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL
               COMMIT WORK
           END-EXEC.

       VERIFY-ARCHIVES.
      *    SAME DIRECTORY LISTING AUDITREPORT TAKES. THE FILES ARE
      *    NAMED BY DATE, SO THE LISTING IS ALREADY OLDEST FIRST.
           ACCEPT WS-ARCHIVE-DIR
               FROM ENVIRONMENT 'AUDIT_ARCHIVE_DIR'.
           IF WS-ARCHIVE-DIR = SPACES
               MOVE './audit-archive' TO WS-ARCHIVE-DIR
           END-IF.

           MOVE '/tmp/auditverify-archives.lst' TO WS-LIST-FILE.
           MOVE SPACES TO WS-LIST-CMD.
           STRING 'ls -1 '
                  FUNCTION TRIM(WS-ARCHIVE-DIR)
                  '/audit-*.dat 2>/dev/null > '
                  FUNCTION TRIM(WS-LIST-FILE)
               DELIMITED BY SIZE INTO WS-LIST-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-LIST-CMD.

           DISPLAY "---- ARCHIVED AUDIT TRAIL ----".
           OPEN INPUT LIST-FILE.
           IF WS-LIST-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.

           READ LIST-FILE
               AT END MOVE HIGH-VALUES TO LIST-LINE
           END-READ.
           PERFORM UNTIL LIST-LINE = HIGH-VALUES
               IF FUNCTION TRIM(LIST-LINE) NOT = SPACES
                   MOVE FUNCTION TRIM(LIST-LINE)
                       TO WS-ARCHIVE-FILE
                   PERFORM VERIFY-ONE-ARCHIVE
               END-IF
               READ LIST-FILE
                   AT END MOVE HIGH-VALUES TO LIST-LINE
               END-READ
           END-PERFORM.
           CLOSE LIST-FILE.

       VERIFY-ONE-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-FILE-STATUS NOT = '00'
               DISPLAY "Cannot read " FUNCTION TRIM(WS-ARCHIVE-FILE)
                   " (status " WS-ARCHIVE-FILE-STATUS ")"
               ADD 1 TO WS-BREAK-CNT
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-ARCHIVE-FILES.
           DISPLAY FUNCTION TRIM(WS-ARCHIVE-FILE).
           MOVE ZERO TO WS-FILE-CNT.
           MOVE SPACES TO WS-FILE-LAST-HASH.
           MOVE 'n' TO WS-TRAILER-SEEN.

           READ ARCHIVE-FILE
               AT END MOVE HIGH-VALUES TO ARCHIVE-LINE
           END-READ.
           PERFORM UNTIL ARCHIVE-LINE = HIGH-VALUES
               IF ARCHIVE-LINE(1:2) = 'T|'
                   PERFORM CHECK-ARCHIVE-TRAILER
               ELSE
                   IF FUNCTION TRIM(ARCHIVE-LINE) NOT = SPACES
                       PERFORM CHECK-ARCHIVE-LINE
                   END-IF
               END-IF
               READ ARCHIVE-FILE
                   AT END MOVE HIGH-VALUES TO ARCHIVE-LINE
               END-READ
           END-PERFORM.
           CLOSE ARCHIVE-FILE.

           IF WS-TRAILER-SEEN NOT = 'y'
               DISPLAY "  BREAK: no trailer -- the end of the file "
                   "is missing"
               ADD 1 TO WS-BREAK-CNT
           END-IF.

       CHECK-ARCHIVE-LINE.
           ADD 1 TO WS-FILE-CNT.
           MOVE SPACES TO ARC-FIELDS.
           UNSTRING ARCHIVE-LINE DELIMITED BY '|'
               INTO ARC-ID, ARC-TABLE, ARC-RECORD, ARC-OP,
                    ARC-ACTOR, ARC-STAMP, ARC-REQUEST, ARC-SEQ,
                    ARC-STAMP-US, ARC-PREV-HASH, ARC-ROW-HASH
           END-UNSTRING.

      *    LINES FROM BEFORE THE CHAIN HAVE NO HASH TO CHECK.
           IF ARC-ROW-HASH = SPACES
               ADD 1 TO WS-UNCHAINED-CNT
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-ARCHIVED-CNT.
           MOVE ARC-ID TO CHN-ID.
           MOVE ARC-TABLE TO CHN-TABLE.
           MOVE ARC-RECORD TO CHN-RECORD.
           MOVE ARC-OP TO CHN-OP.
           MOVE ARC-ACTOR TO CHN-ACTOR.
           MOVE ARC-STAMP-US TO CHN-STAMP-US.
           MOVE ARC-REQUEST TO CHN-REQUEST.
           MOVE ARC-SEQ TO CHN-SEQ.
           MOVE ARC-PREV-HASH TO CHN-PREV-HASH.
           MOVE ARC-ROW-HASH TO CHN-ROW-HASH.

           MOVE SPACES TO CHN-CALC-HASH.
           EXEC SQL
               SELECT audit_chain_hash(
                          :CHN-PREV-HASH,
                          CAST(TRIM(:CHN-SEQ) AS BIGINT),
                          :CHN-ID, :CHN-TABLE, :CHN-RECORD,
                          :CHN-OP, :CHN-ACTOR, :CHN-STAMP-US,
                          :CHN-REQUEST)
                   INTO :CHN-CALC-HASH
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "  BREAK: unreadable line "
                   FUNCTION TRIM(ARCHIVE-LINE)
               ADD 1 TO WS-BREAK-CNT
               EXEC SQL
                   ROLLBACK WORK
               END-EXEC
               EXIT PARAGRAPH
           END-IF.

           MOVE 'archive' TO WS-WHERE.
           PERFORM CHECK-LINK.
           MOVE ARC-ROW-HASH TO WS-FILE-LAST-HASH.

       CHECK-ARCHIVE-TRAILER.
           MOVE 'y' TO WS-TRAILER-SEEN.
           MOVE SPACES TO TRL-FIELDS.
           UNSTRING ARCHIVE-LINE DELIMITED BY '|'
               INTO TRL-TAG, TRL-COUNT, TRL-SEQ, TRL-HASH
           END-UNSTRING.

           IF FUNCTION NUMVAL(TRL-COUNT) NOT = WS-FILE-CNT
               DISPLAY "  BREAK: trailer says "
                   FUNCTION TRIM(TRL-COUNT) " entries, file has "
                   WS-FILE-CNT
               ADD 1 TO WS-BREAK-CNT
           END-IF.

      *    A TRAILER WITHOUT A HASH IS FROM BEFORE THE CHAIN.
           IF TRL-HASH NOT = SPACES
                   AND TRL-HASH NOT = WS-FILE-LAST-HASH
               DISPLAY "  BREAK: closing hash does not match the "
                   "last entry -- entries at the end of the file "
                   "altered or removed"
               ADD 1 TO WS-BREAK-CNT
           END-IF.

       VERIFY-LIVE.
           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT CAST(id AS VARCHAR), table_name,
                      COALESCE(record_id, ''), operation,
                      COALESCE(actor, ''),
                      TO_CHAR(created_at,
                              'YYYY-MM-DD HH24:MI:SS.US'),
                      COALESCE(request_id, ''),
                      COALESCE(CAST(seq AS VARCHAR), ''),
                      COALESCE(prev_hash, ''),
                      COALESCE(row_hash, ''),
                      COALESCE(audit_chain_hash(prev_hash, seq,
                          CAST(id AS VARCHAR), table_name,
                          record_id, operation, actor,
                          TO_CHAR(created_at,
                                  'YYYY-MM-DD HH24:MI:SS.US'),
                          request_id), '')
                      FROM audit_log
                      ORDER BY seq NULLS LAST
           END-EXEC.
           EXEC SQL
               OPEN C1
           END-EXEC.

           DISPLAY " ".
           DISPLAY "---- LIVE AUDIT TRAIL ----".
           EXEC SQL
               FETCH C1 INTO :CHN-ID, :CHN-TABLE, :CHN-RECORD,
                             :CHN-OP, :CHN-ACTOR, :CHN-STAMP-US,
                             :CHN-REQUEST, :CHN-SEQ,
                             :CHN-PREV-HASH, :CHN-ROW-HASH,
                             :CHN-CALC-HASH
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
      *        COMMITTED SINCE THE SEAL ABOVE -- THE NEXT RUN
      *        CHAINS IT.
               IF FUNCTION TRIM(CHN-SEQ) = SPACES
                   ADD 1 TO WS-UNSEALED-CNT
               ELSE
                   ADD 1 TO WS-LIVE-CNT
                   MOVE 'live' TO WS-WHERE
                   PERFORM CHECK-LINK
               END-IF
               EXEC SQL
                   FETCH C1 INTO :CHN-ID, :CHN-TABLE, :CHN-RECORD,
                                 :CHN-OP, :CHN-ACTOR,
                                 :CHN-STAMP-US, :CHN-REQUEST,
                                 :CHN-SEQ, :CHN-PREV-HASH,
                                 :CHN-ROW-HASH, :CHN-CALC-HASH
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C1
           END-EXEC.

       CHECK-LINK.
      *    ONE ENTRY AGAINST THE ONE BEFORE IT. WHATEVER IS FOUND,
      *    THE NEXT ENTRY IS CHECKED AGAINST THIS ONE.
           MOVE FUNCTION NUMVAL(CHN-SEQ) TO WS-ENTRY-SEQ.
           MOVE WS-ENTRY-SEQ TO D-SEQ.

           IF WS-ENTRY-SEQ < WS-EXPECT-SEQ
               DISPLAY "  BREAK: " FUNCTION TRIM(WS-WHERE)
                   " entry " FUNCTION TRIM(D-SEQ)
                   " out of order or repeated -- inserted, or an "
                   "archive restored to the table"
               ADD 1 TO WS-BREAK-CNT
           ELSE
               IF WS-ENTRY-SEQ > WS-EXPECT-SEQ
                   MOVE WS-EXPECT-SEQ TO D-SEQ-2
                   DISPLAY "  BREAK: entries "
                       FUNCTION TRIM(D-SEQ-2) " to "
                       FUNCTION TRIM(D-SEQ)
                       " (exclusive) missing before "
                       FUNCTION TRIM(WS-WHERE) " entry "
                       FUNCTION TRIM(D-SEQ) " -- removed"
                   ADD 1 TO WS-BREAK-CNT
               ELSE
                   IF CHN-PREV-HASH NOT = WS-EXPECT-HASH
                       DISPLAY "  BREAK: " FUNCTION TRIM(WS-WHERE)
                           " entry " FUNCTION TRIM(D-SEQ)
                           " does not follow on from the one "
                           "before -- that entry altered or "
                           "replaced"
                       ADD 1 TO WS-BREAK-CNT
                   END-IF
               END-IF
           END-IF.

           IF CHN-CALC-HASH NOT = CHN-ROW-HASH
               DISPLAY "  BREAK: " FUNCTION TRIM(WS-WHERE)
                   " entry " FUNCTION TRIM(D-SEQ) " ("
                   CHN-STAMP-US(1:19) " "
                   FUNCTION TRIM(CHN-TABLE) " "
                   FUNCTION TRIM(CHN-RECORD) " "
                   FUNCTION TRIM(CHN-OP)
                   ") altered -- contents do not match its hash"
               ADD 1 TO WS-BREAK-CNT
           END-IF.

           IF WS-ENTRY-SEQ >= WS-EXPECT-SEQ
               COMPUTE WS-EXPECT-SEQ = WS-ENTRY-SEQ + 1
               MOVE CHN-ROW-HASH TO WS-EXPECT-HASH
           END-IF.

       VERIFY-HEAD.
      *    THE SEAL RECORDS THE LAST ENTRY IT CHAINED; ENTRIES
      *    REMOVED FROM THE END OF THE TABLE SHOW UP ONLY HERE.
           MOVE SPACES TO HEAD-SEQ HEAD-HASH.
           EXEC SQL
               SELECT CAST(last_seq AS VARCHAR), last_hash
                   INTO :HEAD-SEQ, :HEAD-HASH
                   FROM audit_chain_head
                   WHERE id = 1
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "  BREAK: the chain head is missing"
               ADD 1 TO WS-BREAK-CNT
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION NUMVAL(HEAD-SEQ) + 1 NOT = WS-EXPECT-SEQ
                   OR HEAD-HASH NOT = WS-EXPECT-HASH
               SUBTRACT 1 FROM WS-EXPECT-SEQ GIVING WS-ENTRY-SEQ
               MOVE WS-ENTRY-SEQ TO D-SEQ
               DISPLAY "  BREAK: the last entry found is "
                   FUNCTION TRIM(D-SEQ) " but the chain head is "
                   FUNCTION TRIM(HEAD-SEQ)
                   " -- the latest entries removed or altered"
               ADD 1 TO WS-BREAK-CNT
           END-IF.

       ERROR-RTN.
           CALL 'SQL-ERROR-HANDLER' USING SQLCODE SQLSTATE SQLERRMC
                'AUDITVERIFY                   ' 'ERROR-RTN'
           END-CALL.

       END-PROGRAM.
