      ********************************************
      * Candidate duplicate patrons by normalized contact details
      *
      * PATRONDUPES
      *
      * Self-registration lets the same person sign up twice under
      * a slightly different spelling. Every live patron record is
      * reduced to matching keys -- name (case, punctuation and
      * word order ignored), email (case and +tags ignored), phone
      * (last ten digits) and address (case, punctuation, spacing
      * ignored) -- and each key shared by more than one record is
      * reported with the records carrying it, as PATRONMERGE
      * candidates. A pair matching on several keys shows once per
      * key; the more keys, the surer the match.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PATRONDUPES.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       COPY 'db-connect-params.cpy'.

       01  WS-GROUP-CNT            PIC 9(6) VALUE ZERO.

       EXEC SQL
           BEGIN DECLARE SECTION
       END-EXEC.
       01  HOSTVARS.
           05 BUFFER               PIC X(1024).

       01  DUPE-REC-VARS.
           05  DUP-MATCH-KIND      PIC X(8).
           05  DUP-NORMALIZED      PIC X(200).
           05  DUP-PATRON-CNT      PIC 9(4).

       01  PATRON-REC-VARS.
           05  PATRON-ID           PIC X(36).
           05  PATRON-CARD         PIC X(20).
           05  PATRON-NAME         PIC X(50).
           05  PATRON-EMAIL        PIC X(50).
           05  PATRON-STATUS       PIC X(10).
           05  PATRON-REGISTERED   PIC X(10).
           05  PATRON-LOAN-CNT     PIC 9(6).
       EXEC SQL
           END DECLARE SECTION
       END-EXEC.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       PROCEDURE DIVISION.

       MAIN-RTN.
           DISPLAY "PATRONDUPES STARTED".

           COPY 'db-connect.cpy'.

      *    ONE ROW PER (KIND, KEY) SHARED BY TWO OR MORE LIVE
      *    RECORDS. MERGED AND ERASED RECORDS ARE OUT OF IT.
           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT kind, norm, COUNT(*)
                   FROM (SELECT 'name' AS kind,
                                patron_norm_name(name) AS norm
                             FROM patrons
                             WHERE status NOT IN ('merged',
                                                  'erased')
                         UNION ALL
                         SELECT 'email', patron_norm_email(email)
                             FROM patrons
                             WHERE status NOT IN ('merged',
                                                  'erased')
                         UNION ALL
                         SELECT 'phone', patron_norm_phone(phone)
                             FROM patrons
                             WHERE status NOT IN ('merged',
                                                  'erased')
                         UNION ALL
                         SELECT 'address',
                                patron_norm_address(address)
                             FROM patrons
                             WHERE status NOT IN ('merged',
                                                  'erased'))
                        AS k
                   WHERE norm IS NOT NULL
                   GROUP BY kind, norm
                   HAVING COUNT(*) > 1
                   ORDER BY kind, norm
           END-EXEC.
           EXEC SQL
               OPEN C1
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY "---- CANDIDATE DUPLICATE PATRONS ----".
           EXEC SQL
               FETCH C1 INTO :DUP-MATCH-KIND, :DUP-NORMALIZED,
                             :DUP-PATRON-CNT
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO WS-GROUP-CNT
               DISPLAY "SAME " FUNCTION TRIM(DUP-MATCH-KIND) ": "
                   FUNCTION TRIM(DUP-NORMALIZED)
                   " (" DUP-PATRON-CNT " records)"
               PERFORM LIST-DUP-PATRONS
               EXEC SQL
                   FETCH C1 INTO :DUP-MATCH-KIND, :DUP-NORMALIZED,
                                 :DUP-PATRON-CNT
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C1
           END-EXEC.

           IF WS-GROUP-CNT = 0
               DISPLAY "No candidate duplicate patrons found"
           ELSE
               DISPLAY "Candidate groups: " WS-GROUP-CNT
               DISPLAY "Resolve each with PATRONMERGE."
           END-IF.

      *    DISCONNECT
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

      *    END
           DISPLAY "PATRONDUPES FINISHED".
           STOP RUN.

       LIST-DUP-PATRONS.
      *    INNER CURSOR -- THE PATRON RECORDS SHARING THIS KEY,
      *    OLDEST REGISTRATION FIRST (USUALLY THE ONE TO KEEP).
           EXEC SQL
               DECLARE C2 CURSOR FOR
               SELECT CAST(p.id AS VARCHAR),
                      COALESCE(p.card_number, ''), p.name,
                      COALESCE(p.email, ''), p.status,
                      TO_CHAR(p.registered_at, 'YYYY-MM-DD'),
                      (SELECT COUNT(*) FROM loans l
                        WHERE l.patron_id = p.id)
                   FROM patrons p
                   WHERE p.status NOT IN ('merged', 'erased')
                   AND CASE TRIM(:DUP-MATCH-KIND)
                         WHEN 'name'
                             THEN patron_norm_name(p.name)
                         WHEN 'email'
                             THEN patron_norm_email(p.email)
                         WHEN 'phone'
                             THEN patron_norm_phone(p.phone)
                         ELSE patron_norm_address(p.address)
                       END = TRIM(:DUP-NORMALIZED)
                   ORDER BY p.registered_at
           END-EXEC.
           EXEC SQL
               OPEN C2
           END-EXEC.

           EXEC SQL
               FETCH C2 INTO :PATRON-ID, :PATRON-CARD, :PATRON-NAME,
                             :PATRON-EMAIL, :PATRON-STATUS,
                             :PATRON-REGISTERED, :PATRON-LOAN-CNT
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY "    " FUNCTION TRIM(PATRON-ID) " "
                   PATRON-CARD " " PATRON-REGISTERED " "
                   PATRON-STATUS " loans " PATRON-LOAN-CNT "  "
                   FUNCTION TRIM(PATRON-NAME) " <"
                   FUNCTION TRIM(PATRON-EMAIL) ">"
               EXEC SQL
                   FETCH C2 INTO :PATRON-ID, :PATRON-CARD,
                                 :PATRON-NAME, :PATRON-EMAIL,
                                 :PATRON-STATUS, :PATRON-REGISTERED,
                                 :PATRON-LOAN-CNT
               END-EXEC
           END-PERFORM.

           EXEC SQL
               CLOSE C2
           END-EXEC.

       ERROR-RTN.
           CALL 'SQL-ERROR-HANDLER' USING SQLCODE SQLSTATE SQLERRMC
                'PATRONDUPES                   ' 'ERROR-RTN'
           END-CALL.

       END-PROGRAM.
