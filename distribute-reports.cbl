      ********************************************
      * Queue a finished job's reports to its staff recipients
      *
      * DISTRIBUTE-REPORTS
      *
      * Called by JOBRUNNER after each job ends, and by REPORTDIST
      * after a report run by hand at the desk. The distribution
      * list (reports.conf, same one-entry-per-line style as
      * jobs.conf) names the recipients of each job's reports; for
      * every entry for this job the report file -- the one named
      * with FILE=, else the job's captured console output -- is
      * queued through ENQUEUE-EMAIL, one message per 3,900 bytes
      * of report, numbered "part n of m" when it takes more than
      * one. An entry marked NOEMPTY holds back a report with no
      * lines (NOEMPTY=n: no more than the n heading lines a quiet
      * run still prints). Every outcome, sent or not, is written to
      * REPORT_DISTRIBUTION_LOG. Runs on the caller's connection and
      * inside its transaction, like ENQUEUE-EMAIL; OUT-DIST-OK comes
      * back 'n' if anything failed, for the caller to roll back.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DISTRIBUTE-REPORTS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIST-FILE ASSIGN TO WS-DIST-FILE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DIST-FILE-STATUS.
           SELECT REPORT-IN-FILE ASSIGN TO WS-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  DIST-FILE.
       01  DIST-FILE-LINE              PIC X(512).

       FD  REPORT-IN-FILE.
       01  REPORT-IN-LINE              PIC X(512).

       WORKING-STORAGE SECTION.

       01  WS-DIST-FILE            PIC X(1024).
       01  WS-DIST-FILE-STATUS     PIC X(2).
       01  WS-REPORT-PATH          PIC X(1024).
       01  WS-REPORT-FILE-STATUS   PIC X(2).
       01  WS-DIST-JOB             PIC X(30).
       01  WS-DIST-OPTION-1        PIC X(300).
       01  WS-DIST-OPTION-2        PIC X(300).
       01  WS-DIST-OPTION          PIC X(300).
       01  WS-EMPTY-MAX            PIC S9(4).
       01  WS-TODAY                PIC X(8).
       01  WS-TODAY-DISPLAY        PIC X(10).

       01  WS-SEND-SWITCH          PIC X.
       01  WS-EOF-SWITCH           PIC X.
       01  WS-OPENED-SWITCH        PIC X.
       01  WS-TRUNCATED-SWITCH     PIC X.
       01  WS-LINE-LEN             PIC 9(4).
       01  WS-BODY-PTR             PIC 9(4).
       01  WS-SUBJECT-PTR          PIC 9(4).
       01  WS-PART-NO              PIC 9(4).
       01  WS-PARTS-TOTAL          PIC 9(4).
       01  WS-PART-EDITED          PIC Z(3)9.
       01  WS-TOTAL-EDITED         PIC Z(3)9.

      *    ONE MESSAGE BODY HOLDS 4000 BYTES. PAST THE PART LIMIT THE
      *    REST OF THE REPORT STAYS IN ITS FILE AND THE LOG SAYS SO.
       01  WS-PART-SIZE            PIC 9(4) VALUE 3900.
       01  WS-PART-MAX             PIC 9(4) VALUE 20.

       01  WS-MAIL-RECIPIENT       PIC X(100).
       01  WS-MAIL-SUBJECT         PIC X(200).
       01  WS-MAIL-BODY            PIC X(4000).
       01  WS-MAIL-ID              PIC X(36).

       EXEC SQL
           BEGIN DECLARE SECTION
       END-EXEC.
       01  DIST-LOG-VARS.
           05  DLOG-RUN-ID         PIC X(36).
           05  DLOG-JOB-NAME       PIC X(30).
           05  DLOG-RECIPIENT      PIC X(100).
           05  DLOG-REPORT-FILE    PIC X(255).
           05  DLOG-STATUS         PIC X(10).
           05  DLOG-LINE-COUNT     PIC 9(8).
           05  DLOG-PARTS          PIC 9(4).
           05  DLOG-EMAIL-ID       PIC X(36).
       EXEC SQL
           END DECLARE SECTION
       END-EXEC.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       LINKAGE SECTION.
       01  IN-JOB-NAME             PIC X(30).
       01  IN-RUN-ID               PIC X(36).
       01  IN-RUN-STATUS           PIC X(10).
       01  IN-OUTPUT-FILE          PIC X(1024).
       01  OUT-DIST-OK             PIC X.

       PROCEDURE DIVISION USING IN-JOB-NAME IN-RUN-ID IN-RUN-STATUS
               IN-OUTPUT-FILE OUT-DIST-OK.

       MAIN-RTN.
           MOVE 'y' TO OUT-DIST-OK.

           ACCEPT WS-DIST-FILE FROM ENVIRONMENT 'REPORTS_FILE'.
           IF WS-DIST-FILE = SPACES
               MOVE 'reports.conf' TO WS-DIST-FILE
           END-IF.

      *    NO DISTRIBUTION LIST, NOTHING TO SEND.
           OPEN INPUT DIST-FILE.
           IF WS-DIST-FILE-STATUS NOT = '00'
               GOBACK
           END-IF.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
               DELIMITED BY SIZE INTO WS-TODAY-DISPLAY
           END-STRING.

           MOVE IN-RUN-ID TO DLOG-RUN-ID.
           MOVE IN-JOB-NAME TO DLOG-JOB-NAME.

           READ DIST-FILE
               AT END MOVE HIGH-VALUES TO DIST-FILE-LINE
           END-READ.
           PERFORM UNTIL DIST-FILE-LINE = HIGH-VALUES
                   OR OUT-DIST-OK = 'n'
               IF FUNCTION TRIM(DIST-FILE-LINE) NOT = SPACES
                       AND DIST-FILE-LINE(1:2) NOT = '*>'
                   PERFORM CONSIDER-ONE-ENTRY
               END-IF
               READ DIST-FILE
                   AT END MOVE HIGH-VALUES TO DIST-FILE-LINE
               END-READ
           END-PERFORM.
           CLOSE DIST-FILE.

           GOBACK.

       CONSIDER-ONE-ENTRY.
      *    JOB RECIPIENT [FILE=PATH] [NOEMPTY[=N]]
           MOVE SPACES TO WS-DIST-JOB WS-MAIL-RECIPIENT
               WS-DIST-OPTION-1 WS-DIST-OPTION-2.
           UNSTRING DIST-FILE-LINE DELIMITED BY ALL ' '
               INTO WS-DIST-JOB WS-MAIL-RECIPIENT
                    WS-DIST-OPTION-1 WS-DIST-OPTION-2
           END-UNSTRING.

           IF WS-DIST-JOB NOT = IN-JOB-NAME
                   OR FUNCTION TRIM(WS-MAIL-RECIPIENT) = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE IN-OUTPUT-FILE TO WS-REPORT-PATH.
           MOVE -1 TO WS-EMPTY-MAX.
           MOVE WS-DIST-OPTION-1 TO WS-DIST-OPTION.
           PERFORM APPLY-DIST-OPTION.
           MOVE WS-DIST-OPTION-2 TO WS-DIST-OPTION.
           PERFORM APPLY-DIST-OPTION.

           MOVE WS-MAIL-RECIPIENT TO DLOG-RECIPIENT.
           MOVE WS-REPORT-PATH TO DLOG-REPORT-FILE.
           MOVE ZERO TO DLOG-LINE-COUNT DLOG-PARTS.
           MOVE SPACES TO DLOG-EMAIL-ID.

      *    A REPORT RUN BY HAND HAS NO CAPTURED CONSOLE OUTPUT.
           IF WS-REPORT-PATH = SPACES
               MOVE '(console)' TO DLOG-REPORT-FILE
               MOVE 'missing' TO DLOG-STATUS
               PERFORM WRITE-DIST-LOG
               EXIT PARAGRAPH
           END-IF.

      *    THE FIRST PASS ONLY COUNTS -- LINES FOR THE EMPTY TEST,
      *    PARTS FOR THE "PART N OF M" SUBJECTS.
           MOVE 'n' TO WS-SEND-SWITCH.
           MOVE ZERO TO WS-PARTS-TOTAL.
           PERFORM PACK-REPORT.
           IF WS-OPENED-SWITCH = 'n'
               MOVE 'missing' TO DLOG-STATUS
               PERFORM WRITE-DIST-LOG
               EXIT PARAGRAPH
           END-IF.

           IF WS-EMPTY-MAX >= 0
                   AND DLOG-LINE-COUNT <= WS-EMPTY-MAX
               MOVE 'suppressed' TO DLOG-STATUS
               PERFORM WRITE-DIST-LOG
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-PART-NO TO WS-PARTS-TOTAL.
           MOVE 'y' TO WS-SEND-SWITCH.
           PERFORM PACK-REPORT.
           IF OUT-DIST-OK = 'n'
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-PART-NO TO DLOG-PARTS.
           IF WS-TRUNCATED-SWITCH = 'y'
               MOVE 'truncated' TO DLOG-STATUS
           ELSE
               MOVE 'queued' TO DLOG-STATUS
           END-IF.
           PERFORM WRITE-DIST-LOG.

       APPLY-DIST-OPTION.
           EVALUATE TRUE
               WHEN WS-DIST-OPTION(1:5) = 'FILE='
                   MOVE WS-DIST-OPTION(6:) TO WS-REPORT-PATH
               WHEN WS-DIST-OPTION = 'NOEMPTY'
                   MOVE ZERO TO WS-EMPTY-MAX
               WHEN WS-DIST-OPTION(1:8) = 'NOEMPTY='
                   MOVE FUNCTION NUMVAL(WS-DIST-OPTION(9:))
                       TO WS-EMPTY-MAX
           END-EVALUATE.

       PACK-REPORT.
      *    BOTH PASSES PACK THE LINES IDENTICALLY, SO THE PART COUNT
      *    FROM THE FIRST IS THE ONE THE SECOND SENDS.
           MOVE 'n' TO WS-OPENED-SWITCH WS-EOF-SWITCH
               WS-TRUNCATED-SWITCH.
           MOVE ZERO TO WS-PART-NO DLOG-LINE-COUNT.
           MOVE SPACES TO WS-MAIL-BODY.
           MOVE 1 TO WS-BODY-PTR.

           OPEN INPUT REPORT-IN-FILE.
           IF WS-REPORT-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'y' TO WS-OPENED-SWITCH.

           READ REPORT-IN-FILE
               AT END MOVE 'y' TO WS-EOF-SWITCH
           END-READ.
           PERFORM UNTIL WS-EOF-SWITCH = 'y'
                   OR OUT-DIST-OK = 'n'
               PERFORM ADD-REPORT-LINE
               READ REPORT-IN-FILE
                   AT END MOVE 'y' TO WS-EOF-SWITCH
               END-READ
           END-PERFORM.
           CLOSE REPORT-IN-FILE.

           IF WS-TRUNCATED-SWITCH = 'n'
                   AND (WS-BODY-PTR > 1 OR WS-PART-NO = 0)
               IF WS-BODY-PTR = 1
                   STRING '(The report is empty.)'
                       DELIMITED BY SIZE INTO WS-MAIL-BODY
                       WITH POINTER WS-BODY-PTR
                   END-STRING
               END-IF
               PERFORM FLUSH-REPORT-PART
           END-IF.

       ADD-REPORT-LINE.
           IF REPORT-IN-LINE = SPACES
               MOVE ZERO TO WS-LINE-LEN
           ELSE
               ADD 1 TO DLOG-LINE-COUNT
               MOVE FUNCTION LENGTH(
                   FUNCTION TRIM(REPORT-IN-LINE TRAILING))
                   TO WS-LINE-LEN
           END-IF.

           IF WS-TRUNCATED-SWITCH = 'y'
               EXIT PARAGRAPH
           END-IF.

           IF WS-BODY-PTR + WS-LINE-LEN > WS-PART-SIZE
               IF WS-PART-NO + 1 >= WS-PART-MAX
                   MOVE 'y' TO WS-TRUNCATED-SWITCH
                   PERFORM FLUSH-REPORT-PART
                   EXIT PARAGRAPH
               END-IF
               PERFORM FLUSH-REPORT-PART
           END-IF.

      *    '~' IS SENDMAIL'S BODY LINE SEPARATOR.
           IF WS-LINE-LEN > 0
               STRING REPORT-IN-LINE(1:WS-LINE-LEN)
                   DELIMITED BY SIZE INTO WS-MAIL-BODY
                   WITH POINTER WS-BODY-PTR
               END-STRING
           END-IF.
           STRING '~' DELIMITED BY SIZE INTO WS-MAIL-BODY
               WITH POINTER WS-BODY-PTR
           END-STRING.

       FLUSH-REPORT-PART.
           ADD 1 TO WS-PART-NO.

           IF WS-SEND-SWITCH = 'y'
               MOVE SPACES TO WS-MAIL-SUBJECT
               MOVE 1 TO WS-SUBJECT-PTR
               STRING FUNCTION TRIM(IN-JOB-NAME) ' report '
                      WS-TODAY-DISPLAY
                   DELIMITED BY SIZE INTO WS-MAIL-SUBJECT
                   WITH POINTER WS-SUBJECT-PTR
               END-STRING
               IF FUNCTION TRIM(IN-RUN-STATUS) = 'failed'
                   STRING ' -- JOB FAILED'
                       DELIMITED BY SIZE INTO WS-MAIL-SUBJECT
                       WITH POINTER WS-SUBJECT-PTR
                   END-STRING
               END-IF
               IF WS-PARTS-TOTAL > 1
                   MOVE WS-PART-NO TO WS-PART-EDITED
                   MOVE WS-PARTS-TOTAL TO WS-TOTAL-EDITED
                   STRING ' (part ' FUNCTION TRIM(WS-PART-EDITED)
                          ' of ' FUNCTION TRIM(WS-TOTAL-EDITED) ')'
                       DELIMITED BY SIZE INTO WS-MAIL-SUBJECT
                       WITH POINTER WS-SUBJECT-PTR
                   END-STRING
               END-IF
               IF WS-TRUNCATED-SWITCH = 'y'
                   STRING ' -- truncated, see '
                          FUNCTION TRIM(WS-REPORT-PATH)
                       DELIMITED BY SIZE INTO WS-MAIL-SUBJECT
                       WITH POINTER WS-SUBJECT-PTR
                   END-STRING
               END-IF

               MOVE SPACES TO WS-MAIL-ID
               CALL "ENQUEUE-EMAIL" USING WS-MAIL-RECIPIENT
                    WS-MAIL-SUBJECT WS-MAIL-BODY WS-MAIL-ID
               END-CALL
               IF FUNCTION TRIM(WS-MAIL-ID) = SPACES
                   DISPLAY "Could not queue "
                       FUNCTION TRIM(IN-JOB-NAME) " report for "
                       FUNCTION TRIM(WS-MAIL-RECIPIENT)
                   MOVE 'n' TO OUT-DIST-OK
               END-IF
               IF WS-PART-NO = 1
                   MOVE WS-MAIL-ID TO DLOG-EMAIL-ID
               END-IF
           END-IF.

           MOVE SPACES TO WS-MAIL-BODY.
           MOVE 1 TO WS-BODY-PTR.

       WRITE-DIST-LOG.
           EXEC SQL
               INSERT INTO report_distribution_log (
                   job_run_id, job_name, recipient, report_file,
                   status, line_count, parts, first_email_id
               ) VALUES (
                   CAST(NULLIF(TRIM(:DLOG-RUN-ID), '') AS UUID),
                   TRIM(:DLOG-JOB-NAME),
                   TRIM(:DLOG-RECIPIENT),
                   TRIM(:DLOG-REPORT-FILE),
                   :DLOG-STATUS,
                   :DLOG-LINE-COUNT,
                   :DLOG-PARTS,
                   CAST(NULLIF(TRIM(:DLOG-EMAIL-ID), '') AS UUID)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO
               CALL 'SQL-ERROR-HANDLER' USING SQLCODE SQLSTATE
                    SQLERRMC
                    'DISTRIBUTE-REPORTS            '
                    'WRITE-DIST-LOG                '
               END-CALL
               MOVE 'n' TO OUT-DIST-OK
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "MAIL " FUNCTION TRIM(IN-JOB-NAME) " "
               FUNCTION TRIM(DLOG-STATUS) " "
               FUNCTION TRIM(DLOG-RECIPIENT) " "
               FUNCTION TRIM(DLOG-REPORT-FILE).

       END-PROGRAM.
