      ********************************************
      * Weekly supervisor-override report
      *
      * OVERRIDEREPORT
      *
      * Reads the CIRC_OVERRIDES ledger CIRC-OVERRIDE writes for
      * one Monday-to-Sunday week (default: the week just ended)
      * and prints overrides per desk operator and branch, broken
      * down by the block lifted, then per supervisor, then every
      * override line by line -- so managers can see who overrides
      * what and how often.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   OVERRIDEREPORT.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       COPY 'db-connect-params.cpy'.

       01  WS-TOTAL-CNT            PIC 9(8) VALUE ZERO.

       EXEC SQL
           BEGIN DECLARE SECTION
       END-EXEC.
       01  HOSTVARS.
           05 BUFFER               PIC X(1024).

       01  RPT-WEEK-INPUT          PIC X(10).
       01  RPT-WEEK-FROM           PIC X(10).
       01  RPT-WEEK-TO             PIC X(10).

       01  OPR-REC-VARS.
           05  OPR-OPERATOR        PIC X(20).
           05  OPR-BRANCH          PIC X(10).
           05  OPR-TOTAL           PIC 9(6).
           05  OPR-LOAN-LIMIT      PIC 9(6).
           05  OPR-FINE-BLOCK      PIC 9(6).
           05  OPR-GUARDIAN        PIC 9(6).
           05  OPR-NOT-LENDABLE    PIC 9(6).
           05  OPR-MANUAL          PIC 9(6).

       01  SUP-REC-VARS.
           05  SUP-NAME            PIC X(30).
           05  SUP-TOTAL           PIC 9(6).

       01  DTL-REC-VARS.
           05  DTL-STAMP           PIC X(16).
           05  DTL-BRANCH          PIC X(10).
           05  DTL-OPERATOR        PIC X(20).
           05  DTL-SUPERVISOR      PIC X(20).
           05  DTL-BLOCK           PIC X(14).
           05  DTL-REASON          PIC X(10).
           05  DTL-PATRON          PIC X(30).
           05  DTL-TITLE           PIC X(40).
       EXEC SQL
           END DECLARE SECTION
       END-EXEC.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       PROCEDURE DIVISION.

       MAIN-RTN.
           DISPLAY "OVERRIDEREPORT STARTED".

           COPY 'db-connect.cpy'.

           DISPLAY 'Any date in the week to report '
               '(YYYY-MM-DD, blank for last week): '.
           ACCEPT RPT-WEEK-INPUT.

      *    WEEKS RUN MONDAY TO SUNDAY; BLANK MEANS THE LAST
      *    COMPLETE ONE.
           EXEC SQL
               SELECT TO_CHAR(wk, 'YYYY-MM-DD'),
                      TO_CHAR(wk + 6, 'YYYY-MM-DD')
                   INTO :RPT-WEEK-FROM, :RPT-WEEK-TO
                   FROM (SELECT CAST(DATE_TRUNC('week',
                             CASE WHEN TRIM(:RPT-WEEK-INPUT) = ''
                                  THEN CURRENT_DATE - 7
                                  ELSE CAST(TRIM(:RPT-WEEK-INPUT)
                                            AS DATE) END)
                             AS DATE) AS wk) w
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "Not a valid date: "
                   FUNCTION TRIM(RPT-WEEK-INPUT)
               EXEC SQL
                   DISCONNECT ALL
               END-EXEC
               STOP RUN
           END-IF.

           DISPLAY "---- CIRCULATION OVERRIDES " RPT-WEEK-FROM
               " TO " RPT-WEEK-TO " ----".

           PERFORM REPORT-BY-OPERATOR.
           PERFORM REPORT-BY-SUPERVISOR.
           PERFORM REPORT-DETAIL.

           DISPLAY "------------".
           DISPLAY "Overrides in the week: " WS-TOTAL-CNT.

      *    DISCONNECT
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

      *    END
           DISPLAY "OVERRIDEREPORT FINISHED".
           STOP RUN.

       REPORT-BY-OPERATOR.
           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT COALESCE(o.operator, '(unknown)'),
                      COALESCE(b.code, '-'),
                      COUNT(*),
                      COUNT(*) FILTER (WHERE o.block_type
                                       = 'loan_limit'),
                      COUNT(*) FILTER (WHERE o.block_type
                                       = 'fine_block'),
                      COUNT(*) FILTER (WHERE o.block_type
                                       = 'guardian_block'),
                      COUNT(*) FILTER (WHERE o.block_type
                                       = 'not_lendable'),
                      COUNT(*) FILTER (WHERE o.block_type
                                       = 'manual_block')
                   FROM circ_overrides o
                   LEFT JOIN branches b ON b.id = o.branch_id
                   WHERE CAST(o.created_at AS DATE)
                       BETWEEN CAST(:RPT-WEEK-FROM AS DATE)
                           AND CAST(:RPT-WEEK-TO AS DATE)
                   GROUP BY 1, 2
                   ORDER BY 3 DESC, 1, 2
           END-EXEC.
           EXEC SQL
               OPEN C1
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY "BY OPERATOR AND BRANCH".
           DISPLAY "OPERATOR             BRANCH      TOTAL"
               "  LIMIT   FINE  GUARD  NOLEND  MANUAL".
           EXEC SQL
               FETCH C1 INTO :OPR-OPERATOR, :OPR-BRANCH,
                             :OPR-TOTAL, :OPR-LOAN-LIMIT,
                             :OPR-FINE-BLOCK, :OPR-GUARDIAN,
                             :OPR-NOT-LENDABLE, :OPR-MANUAL
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD OPR-TOTAL TO WS-TOTAL-CNT
               DISPLAY OPR-OPERATOR " " OPR-BRANCH " "
                   OPR-TOTAL " " OPR-LOAN-LIMIT " "
                   OPR-FINE-BLOCK " " OPR-GUARDIAN " "
                   OPR-NOT-LENDABLE " " OPR-MANUAL
               EXEC SQL
                   FETCH C1 INTO :OPR-OPERATOR, :OPR-BRANCH,
                                 :OPR-TOTAL, :OPR-LOAN-LIMIT,
                                 :OPR-FINE-BLOCK, :OPR-GUARDIAN,
                                 :OPR-NOT-LENDABLE, :OPR-MANUAL
               END-EXEC
           END-PERFORM.

      *    CLOSE CURSOR
           EXEC SQL
               CLOSE C1
           END-EXEC.

       REPORT-BY-SUPERVISOR.
           EXEC SQL
               DECLARE C2 CURSOR FOR
               SELECT COALESCE(u.name, '(deleted user)'), COUNT(*)
                   FROM circ_overrides o
                   LEFT JOIN users u ON u.id = o.supervisor_id
                   WHERE CAST(o.created_at AS DATE)
                       BETWEEN CAST(:RPT-WEEK-FROM AS DATE)
                           AND CAST(:RPT-WEEK-TO AS DATE)
                   GROUP BY 1
                   ORDER BY 2 DESC, 1
           END-EXEC.
           EXEC SQL
               OPEN C2
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY " ".
           DISPLAY "BY AUTHORIZING SUPERVISOR".
           EXEC SQL
               FETCH C2 INTO :SUP-NAME, :SUP-TOTAL
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY SUP-NAME " " SUP-TOTAL
               EXEC SQL
                   FETCH C2 INTO :SUP-NAME, :SUP-TOTAL
               END-EXEC
           END-PERFORM.

           EXEC SQL
               CLOSE C2
           END-EXEC.

       REPORT-DETAIL.
           EXEC SQL
               DECLARE C3 CURSOR FOR
               SELECT TO_CHAR(o.created_at, 'YYYY-MM-DD HH24:MI'),
                      COALESCE(b.code, '-'),
                      COALESCE(o.operator, '(unknown)'),
                      COALESCE(u.name, '(deleted user)'),
                      o.block_type, o.reason_code,
                      COALESCE(p.name, ''),
                      COALESCE(bk.name, '')
                   FROM circ_overrides o
                   LEFT JOIN branches b ON b.id = o.branch_id
                   LEFT JOIN users u ON u.id = o.supervisor_id
                   LEFT JOIN patrons p ON p.id = o.patron_id
                   LEFT JOIN books bk ON bk.id = o.book_id
                   WHERE CAST(o.created_at AS DATE)
                       BETWEEN CAST(:RPT-WEEK-FROM AS DATE)
                           AND CAST(:RPT-WEEK-TO AS DATE)
                   ORDER BY o.created_at
           END-EXEC.
           EXEC SQL
               OPEN C3
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY " ".
           DISPLAY "EVERY OVERRIDE".
           EXEC SQL
               FETCH C3 INTO :DTL-STAMP, :DTL-BRANCH, :DTL-OPERATOR,
                             :DTL-SUPERVISOR, :DTL-BLOCK,
                             :DTL-REASON, :DTL-PATRON, :DTL-TITLE
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY DTL-STAMP " " DTL-BRANCH " " DTL-OPERATOR " "
                   DTL-SUPERVISOR " " DTL-BLOCK " " DTL-REASON " "
                   DTL-PATRON " " FUNCTION TRIM(DTL-TITLE)
               EXEC SQL
                   FETCH C3 INTO :DTL-STAMP, :DTL-BRANCH,
                                 :DTL-OPERATOR, :DTL-SUPERVISOR,
                                 :DTL-BLOCK, :DTL-REASON,
                                 :DTL-PATRON, :DTL-TITLE
               END-EXEC
           END-PERFORM.

           EXEC SQL
               CLOSE C3
           END-EXEC.

       ERROR-RTN.
           CALL 'SQL-ERROR-HANDLER' USING SQLCODE SQLSTATE SQLERRMC
                'OVERRIDEREPORT                ' 'ERROR-RTN'
           END-CALL.

       END-PROGRAM.
