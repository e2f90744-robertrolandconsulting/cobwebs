      ********************************************
      * Mask an UNLOAD set for the training database
      *
      * TRAINMASK
      *
      * Copies the files UNLOAD wrote under UNLOAD_DIR to
      * TRAINING_UNLOAD_DIR with the people taken out of them, for
      * RELOAD (UNLOAD_DIR pointed at the masked set) to build the
      * training database from. Patron and user names, emails,
      * phones and addresses become made-up ones worked out from
      * the row, so the same person comes out the same on every
      * run and a user and a patron sharing an email still share
      * the fake one. Every user gets the TRAINING_PASSWORD and
      * every patron who had a PIN the TRAINING_PIN, hashed the way
      * ADDUSER and ADDPATRON hash them. Loan borrower text takes
      * the patron's fake name, and reviews are handed round the
      * users so no review stays with its author; an address quoted
      * in a review's text is masked too. Catalog, copies,
      * cards, policy and calendar files go across unchanged, so
      * DESKMODE and the kiosk behave as they do in production.
      *
      * The control report counts what was replaced, then reads
      * the masked set back: any email address not at the
      * training domain, or any patron phone outside the 555-01xx
      * block, is listed and the run ends with return code 8 --
      * the set is not to be loaded until that count is zero.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   TRAINMASK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IN-FILE ASSIGN TO WS-IN-FILE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT OUT-FILE ASSIGN TO WS-OUT-FILE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  IN-FILE.
       01  IN-LINE                     PIC X(4096).

       FD  OUT-FILE.
       01  OUT-LINE                    PIC X(4096).

       WORKING-STORAGE SECTION.
       01  WS-UNLOAD-DIR           PIC X(512).
       01  WS-TRAINING-DIR         PIC X(512).
       01  WS-IN-FILE              PIC X(1024).
       01  WS-IN-FILE-STATUS       PIC X(2).
       01  WS-OUT-FILE             PIC X(1024).
       01  WS-OUT-FILE-STATUS      PIC X(2).
       01  WS-TABLE-NAME           PIC X(20).
       01  WS-ROW-CNT              PIC 9(8).
       01  WS-HASH-TOTAL           PIC 9(14).
       01  WS-TRAILER-SEEN         PIC X(1).
       01  WS-TRAILER-CNT-X        PIC X(8).
       01  WS-TRAILER-CNT          PIC 9(8).
       01  WS-TRAILER-HASH-X       PIC X(14).
       01  WS-TRAILER-HASH         PIC 9(14).
       01  WS-FILE-OK              PIC X(1).
       01  WS-SET-OK               PIC X(1) VALUE 'y'.
       01  WS-COPY-IDX             PIC 9(2).
       01  WS-SCAN-IDX             PIC 9(2).

      *    FILES THAT HOLD NO PERSONAL DATA AND GO ACROSS AS THEY
      *    ARE.
       01  WS-COPY-TABLE-LIST.
           05  FILLER              PIC X(20) VALUE 'books'.
           05  FILLER              PIC X(20) VALUE 'categories'.
           05  FILLER              PIC X(20) VALUE 'book_categories'.
           05  FILLER              PIC X(20) VALUE 'branches'.
           05  FILLER              PIC X(20) VALUE 'material_types'.
           05  FILLER              PIC X(20) VALUE 'patron_categories'.
           05  FILLER              PIC X(20) VALUE 'fee_schedule'.
           05  FILLER              PIC X(20) VALUE 'override_reasons'.
           05  FILLER              PIC X(20) VALUE 'system_parameters'.
           05  FILLER              PIC X(20) VALUE 'library_calendar'.
           05  FILLER              PIC X(20) VALUE 'branch_hours'.
           05  FILLER              PIC X(20) VALUE 'copies'.
           05  FILLER              PIC X(20) VALUE 'patron_cards'.
       01  WS-COPY-TABLES REDEFINES WS-COPY-TABLE-LIST.
           05  WS-COPY-TABLE       PIC X(20) OCCURS 13 TIMES.

      *    EVERY FILE IN THE MASKED SET, FOR THE READ-BACK CHECK.
       01  WS-SCAN-TABLE-LIST.
           05  FILLER              PIC X(20) VALUE 'users'.
           05  FILLER              PIC X(20) VALUE 'patrons'.
           05  FILLER              PIC X(20) VALUE 'loans'.
           05  FILLER              PIC X(20) VALUE 'reviews'.
           05  FILLER              PIC X(20) VALUE 'books'.
           05  FILLER              PIC X(20) VALUE 'categories'.
           05  FILLER              PIC X(20) VALUE 'book_categories'.
           05  FILLER              PIC X(20) VALUE 'branches'.
           05  FILLER              PIC X(20) VALUE 'material_types'.
           05  FILLER              PIC X(20) VALUE 'patron_categories'.
           05  FILLER              PIC X(20) VALUE 'fee_schedule'.
           05  FILLER              PIC X(20) VALUE 'override_reasons'.
           05  FILLER              PIC X(20) VALUE 'system_parameters'.
           05  FILLER              PIC X(20) VALUE 'library_calendar'.
           05  FILLER              PIC X(20) VALUE 'branch_hours'.
           05  FILLER              PIC X(20) VALUE 'copies'.
           05  FILLER              PIC X(20) VALUE 'patron_cards'.
       01  WS-SCAN-TABLES REDEFINES WS-SCAN-TABLE-LIST.
           05  WS-SCAN-TABLE       PIC X(20) OCCURS 17 TIMES.

      *    MADE-UP NAMES AND STREETS THE FAKE VALUES ARE BUILT FROM.
       01  WS-FIRST-NAME-LIST.
           05  FILLER              PIC X(10) VALUE 'Alex'.
           05  FILLER              PIC X(10) VALUE 'Jordan'.
           05  FILLER              PIC X(10) VALUE 'Morgan'.
           05  FILLER              PIC X(10) VALUE 'Taylor'.
           05  FILLER              PIC X(10) VALUE 'Casey'.
           05  FILLER              PIC X(10) VALUE 'Riley'.
           05  FILLER              PIC X(10) VALUE 'Jamie'.
           05  FILLER              PIC X(10) VALUE 'Avery'.
           05  FILLER              PIC X(10) VALUE 'Quinn'.
           05  FILLER              PIC X(10) VALUE 'Drew'.
           05  FILLER              PIC X(10) VALUE 'Robin'.
           05  FILLER              PIC X(10) VALUE 'Sam'.
           05  FILLER              PIC X(10) VALUE 'Charlie'.
           05  FILLER              PIC X(10) VALUE 'Frankie'.
           05  FILLER              PIC X(10) VALUE 'Hayden'.
           05  FILLER              PIC X(10) VALUE 'Kendall'.
           05  FILLER              PIC X(10) VALUE 'Logan'.
           05  FILLER              PIC X(10) VALUE 'Parker'.
           05  FILLER              PIC X(10) VALUE 'Reese'.
           05  FILLER              PIC X(10) VALUE 'Rowan'.
       01  WS-FIRST-NAMES REDEFINES WS-FIRST-NAME-LIST.
           05  WS-FIRST-NAME       PIC X(10) OCCURS 20 TIMES.

       01  WS-LAST-NAME-LIST.
           05  FILLER              PIC X(10) VALUE 'Abbott'.
           05  FILLER              PIC X(10) VALUE 'Barker'.
           05  FILLER              PIC X(10) VALUE 'Carver'.
           05  FILLER              PIC X(10) VALUE 'Dalton'.
           05  FILLER              PIC X(10) VALUE 'Ellison'.
           05  FILLER              PIC X(10) VALUE 'Fletcher'.
           05  FILLER              PIC X(10) VALUE 'Garner'.
           05  FILLER              PIC X(10) VALUE 'Hollis'.
           05  FILLER              PIC X(10) VALUE 'Ingram'.
           05  FILLER              PIC X(10) VALUE 'Jarvis'.
           05  FILLER              PIC X(10) VALUE 'Keller'.
           05  FILLER              PIC X(10) VALUE 'Lawson'.
           05  FILLER              PIC X(10) VALUE 'Mercer'.
           05  FILLER              PIC X(10) VALUE 'Norris'.
           05  FILLER              PIC X(10) VALUE 'Oakley'.
           05  FILLER              PIC X(10) VALUE 'Prescott'.
           05  FILLER              PIC X(10) VALUE 'Quimby'.
           05  FILLER              PIC X(10) VALUE 'Rowe'.
           05  FILLER              PIC X(10) VALUE 'Sutton'.
           05  FILLER              PIC X(10) VALUE 'Thorne'.
       01  WS-LAST-NAMES REDEFINES WS-LAST-NAME-LIST.
           05  WS-LAST-NAME        PIC X(10) OCCURS 20 TIMES.

       01  WS-STREET-LIST.
           05  FILLER              PIC X(10) VALUE 'Elm'.
           05  FILLER              PIC X(10) VALUE 'Oak'.
           05  FILLER              PIC X(10) VALUE 'Maple'.
           05  FILLER              PIC X(10) VALUE 'Cedar'.
           05  FILLER              PIC X(10) VALUE 'Birch'.
           05  FILLER              PIC X(10) VALUE 'Willow'.
           05  FILLER              PIC X(10) VALUE 'Aspen'.
           05  FILLER              PIC X(10) VALUE 'Juniper'.
           05  FILLER              PIC X(10) VALUE 'Hazel'.
           05  FILLER              PIC X(10) VALUE 'Linden'.
       01  WS-STREETS REDEFINES WS-STREET-LIST.
           05  WS-STREET           PIC X(10) OCCURS 10 TIMES.

       01  WS-FAKE-DOMAIN          PIC X(17)
                                   VALUE '@training.invalid'.
       01  WS-FAKE-PHONE-PREFIX    PIC X(6) VALUE '555-01'.

      *    THE TOKEN: TWO RUNNING REMAINDERS OVER THE LOWER-CASED
      *    TEXT, SO THE SAME TEXT ALWAYS GIVES THE SAME FAKE VALUE.
       01  WS-TOKEN-TEXT           PIC X(200).
       01  WS-TOKEN-LEN            PIC 9(4).
       01  WS-CHAR-IDX             PIC 9(4).
       01  WS-TOKEN-1              PIC 9(8).
       01  WS-TOKEN-2              PIC 9(8).
       01  WS-PICK-IDX             PIC 9(4).
       01  WS-PICK-IDX-2           PIC 9(4).
       01  WS-HOUSE-NO             PIC 9(4).
       01  WS-PHONE-NO             PIC 9(2).

       01  WS-FAKE-NAME            PIC X(50).
       01  WS-FAKE-EMAIL           PIC X(50).
       01  WS-FAKE-PHONE           PIC X(20).
       01  WS-FAKE-ADDRESS         PIC X(200).

       01  WS-TRAINING-PASSWORD    PIC X(200).
       01  WS-TRAINING-PIN         PIC X(200).
       01  WS-SALT-SEED            PIC X(50).
       01  WS-PW-HASH              PIC X(128).
       01  WS-PW-SALT              PIC X(32).
       01  WS-PW-ITERS             PIC 9(6) VALUE 100000.
       01  WS-PIN-HASH             PIC X(128).
       01  WS-PIN-SALT             PIC X(32).
       01  WS-PIN-ITERS            PIC 9(6) VALUE 1000.

       01  USER-FIELDS.
           05  USER-ID             PIC X(36).
           05  USER-NAME           PIC X(50).
           05  USER-EMAIL          PIC X(50).
           05  USER-PW-HASH        PIC X(128).
           05  USER-PW-SALT        PIC X(32).
           05  USER-PW-ALGO        PIC X(20).
           05  USER-ITER-X         PIC X(8).
           05  USER-ROLE           PIC X(20).
           05  USER-DELETED-AT     PIC X(19).
           05  USER-DELETED-BY     PIC X(36).
           05  USER-VERSION-X      PIC X(8).

       01  PATRON-FIELDS.
           05  PATRON-ID           PIC X(36).
           05  PATRON-NAME         PIC X(50).
           05  PATRON-EMAIL        PIC X(50).
           05  PATRON-PHONE        PIC X(20).
           05  PATRON-ADDRESS      PIC X(200).
           05  PATRON-STATUS       PIC X(10).
           05  PATRON-CATEGORY     PIC X(20).
           05  PATRON-CARD         PIC X(20).
           05  PATRON-EXPIRES      PIC X(10).
           05  PATRON-PIN-HASH     PIC X(128).
           05  PATRON-PIN-SALT     PIC X(32).
           05  PATRON-PIN-ITER-X   PIC X(8).

       01  LOAN-FIELDS.
           05  LOAN-ID             PIC X(36).
           05  LOAN-BOOK-ID        PIC X(36).
           05  LOAN-PATRON-ID      PIC X(36).
           05  LOAN-BORROWER       PIC X(50).
           05  LOAN-CHECKOUT       PIC X(19).
           05  LOAN-DUE            PIC X(19).
           05  LOAN-RETURN         PIC X(19).
           05  LOAN-FINE           PIC X(12).
           05  LOAN-RENEW-X        PIC X(8).
           05  LOAN-LOST           PIC X(19).
           05  LOAN-BRANCH-ID      PIC X(36).
           05  LOAN-COPY-ID        PIC X(36).
       01  WS-RENEWALS             PIC 9(4).

      *    THE USER IDS AS USERS.UNL LISTS THEM (ORDER BY ID), FOR
      *    HANDING REVIEWS ROUND: EACH REVIEW GOES TO THE USER A
      *    THIRD OF THE WAY ROUND THE LIST FROM ITS AUTHOR, WHICH
      *    KEEPS ONE REVIEW PER USER PER BOOK.
       01  WS-USER-TABLE.
           05  WS-USER-KEY         PIC X(36) OCCURS 50000 TIMES.
       01  WS-USER-CNT             PIC 9(5) VALUE ZERO.
       01  WS-USER-SHIFT           PIC 9(5).
       01  WS-USER-LOW             PIC 9(5).
       01  WS-USER-HIGH            PIC 9(5).
       01  WS-USER-MID             PIC 9(5).
       01  WS-USER-FOUND           PIC 9(5).
       01  WS-USER-NEW             PIC 9(5).
       01  WS-REVIEW-USER          PIC X(36).
       01  WS-REVIEW-POS           PIC 9(4).

      *    READ-BACK CHECK WORK FIELDS.
       01  WS-AT-POS               PIC 9(4).
       01  WS-AT-START             PIC 9(4).
       01  WS-LINE-LEN             PIC 9(4).
       01  WS-PHONE-TAIL           PIC X(14).
       01  WS-AT-IS-EMAIL          PIC X(1).
       01  WS-AT-CHAR              PIC X(1).
           88  WS-AT-DELIMITER     VALUE SPACE '"' '|' ',' ';' ':'
                                         '(' ')' '<' '>' '\' "'".
       01  WS-TOK-START            PIC 9(4).
       01  WS-TOK-END              PIC 9(4).
       01  WS-TOK-DONE             PIC X(1).
       01  WS-WORK-LINE            PIC X(4096).
       01  WS-WORK-PTR             PIC 9(4).

       01  WS-USERS-MASKED         PIC 9(8) VALUE ZERO.
       01  WS-PATRONS-MASKED       PIC 9(8) VALUE ZERO.
       01  WS-EMAILS-MASKED        PIC 9(8) VALUE ZERO.
       01  WS-PHONES-MASKED        PIC 9(8) VALUE ZERO.
       01  WS-ADDRESSES-MASKED     PIC 9(8) VALUE ZERO.
       01  WS-PINS-MASKED          PIC 9(8) VALUE ZERO.
       01  WS-BORROWERS-MASKED     PIC 9(8) VALUE ZERO.
       01  WS-REVIEWS-MOVED        PIC 9(8) VALUE ZERO.
       01  WS-REVIEWS-UNMATCHED    PIC 9(8) VALUE ZERO.
       01  WS-TEXT-EMAILS-MASKED   PIC 9(8) VALUE ZERO.
       01  WS-EMAILS-SURVIVING     PIC 9(8) VALUE ZERO.
       01  WS-PHONES-SURVIVING     PIC 9(8) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-RTN.
           DISPLAY "TRAINMASK STARTED".

           ACCEPT WS-UNLOAD-DIR FROM ENVIRONMENT 'UNLOAD_DIR'.
           IF WS-UNLOAD-DIR = SPACES
               MOVE './unload' TO WS-UNLOAD-DIR
           END-IF.
           ACCEPT WS-TRAINING-DIR
               FROM ENVIRONMENT 'TRAINING_UNLOAD_DIR'.
           IF WS-TRAINING-DIR = SPACES
               MOVE './unload-training' TO WS-TRAINING-DIR
           END-IF.
           IF WS-TRAINING-DIR = WS-UNLOAD-DIR
               DISPLAY "TRAINING_UNLOAD_DIR must not be UNLOAD_DIR"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT WS-TRAINING-PASSWORD
               FROM ENVIRONMENT 'TRAINING_PASSWORD'.
           IF WS-TRAINING-PASSWORD = SPACES
               MOVE 'training' TO WS-TRAINING-PASSWORD
           END-IF.
           ACCEPT WS-TRAINING-PIN FROM ENVIRONMENT 'TRAINING_PIN'.
           IF WS-TRAINING-PIN = SPACES
               MOVE '1234' TO WS-TRAINING-PIN
           END-IF.

      *    ONE HASH SERVES EVERY USER AND ONE EVERY PIN; THE REAL
      *    HASHES ARE NEVER COPIED.
           MOVE 'TRAINMASK-PASSWORD' TO WS-SALT-SEED.
           CALL "GENERATE-SALT" USING WS-SALT-SEED WS-PW-SALT
           END-CALL.
           CALL "HASH-PASSWORD" USING WS-TRAINING-PASSWORD
                WS-PW-SALT WS-PW-ITERS WS-PW-HASH
           END-CALL.
           MOVE 'TRAINMASK-PIN' TO WS-SALT-SEED.
           CALL "GENERATE-SALT" USING WS-SALT-SEED WS-PIN-SALT
           END-CALL.
           CALL "HASH-PASSWORD" USING WS-TRAINING-PIN
                WS-PIN-SALT WS-PIN-ITERS WS-PIN-HASH
           END-CALL.

           MOVE 'users' TO WS-TABLE-NAME.
           PERFORM MASK-ONE-TABLE.
           MOVE 'patrons' TO WS-TABLE-NAME.
           PERFORM MASK-ONE-TABLE.
           MOVE 'loans' TO WS-TABLE-NAME.
           PERFORM MASK-ONE-TABLE.
           MOVE 'reviews' TO WS-TABLE-NAME.
           PERFORM MASK-ONE-TABLE.
           PERFORM VARYING WS-COPY-IDX FROM 1 BY 1
                   UNTIL WS-COPY-IDX > 13
               MOVE WS-COPY-TABLE(WS-COPY-IDX) TO WS-TABLE-NAME
               PERFORM MASK-ONE-TABLE
           END-PERFORM.

           DISPLAY " ".
           DISPLAY "Users masked:                " WS-USERS-MASKED.
           DISPLAY "Patrons masked:              " WS-PATRONS-MASKED.
           DISPLAY "Email addresses replaced:    " WS-EMAILS-MASKED.
           DISPLAY "Phone numbers replaced:      " WS-PHONES-MASKED.
           DISPLAY "Addresses replaced:          "
               WS-ADDRESSES-MASKED.
           DISPLAY "PINs replaced:               " WS-PINS-MASKED.
           DISPLAY "Password hashes replaced:    " WS-USERS-MASKED.
           DISPLAY "Loan borrowers replaced:     "
               WS-BORROWERS-MASKED.
           DISPLAY "Reviews reassigned:          " WS-REVIEWS-MOVED.
           DISPLAY "Addresses in review text:    "
               WS-TEXT-EMAILS-MASKED.
           IF WS-REVIEWS-UNMATCHED > ZERO
               DISPLAY "*** Reviews by unknown users: "
                   WS-REVIEWS-UNMATCHED " ***"
               MOVE 'n' TO WS-SET-OK
           END-IF.

           DISPLAY " ".
           DISPLAY "Reading the masked set back".
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > 17
               MOVE WS-SCAN-TABLE(WS-SCAN-IDX) TO WS-TABLE-NAME
               PERFORM SCAN-ONE-TABLE
           END-PERFORM.
           DISPLAY "Real email addresses surviving: "
               WS-EMAILS-SURVIVING.
           DISPLAY "Real phone numbers surviving:   "
               WS-PHONES-SURVIVING.

           IF WS-EMAILS-SURVIVING > ZERO
                   OR WS-PHONES-SURVIVING > ZERO
               MOVE 'n' TO WS-SET-OK
           END-IF.
           IF WS-SET-OK = 'y'
               DISPLAY "Masked set ready in "
                   FUNCTION TRIM(WS-TRAINING-DIR)
           ELSE
               DISPLAY "*** Masked set is NOT fit to load ***"
               MOVE 8 TO RETURN-CODE
           END-IF.

           DISPLAY "TRAINMASK FINISHED".
           STOP RUN.

       MASK-ONE-TABLE.
           MOVE SPACES TO WS-IN-FILE WS-OUT-FILE.
           STRING FUNCTION TRIM(WS-UNLOAD-DIR) '/'
                  FUNCTION TRIM(WS-TABLE-NAME) '.unl'
               DELIMITED BY SIZE INTO WS-IN-FILE
           END-STRING.
           STRING FUNCTION TRIM(WS-TRAINING-DIR) '/'
                  FUNCTION TRIM(WS-TABLE-NAME) '.unl'
               DELIMITED BY SIZE INTO WS-OUT-FILE
           END-STRING.

           MOVE ZERO TO WS-ROW-CNT WS-HASH-TOTAL.
           MOVE 'n' TO WS-TRAILER-SEEN.
           MOVE 'y' TO WS-FILE-OK.

           OPEN INPUT IN-FILE.
           IF WS-IN-FILE-STATUS NOT = '00'
               DISPLAY FUNCTION TRIM(WS-TABLE-NAME)
                   ": file missing ("
                   FUNCTION TRIM(WS-IN-FILE) ")"
               MOVE 'n' TO WS-SET-OK
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT OUT-FILE.
           IF WS-OUT-FILE-STATUS NOT = '00'
               DISPLAY FUNCTION TRIM(WS-TABLE-NAME)
                   ": cannot write "
                   FUNCTION TRIM(WS-OUT-FILE)
               CLOSE IN-FILE
               MOVE 'n' TO WS-SET-OK
               EXIT PARAGRAPH
           END-IF.

           READ IN-FILE
               AT END MOVE HIGH-VALUES TO IN-LINE
           END-READ.
           PERFORM UNTIL IN-LINE = HIGH-VALUES
               IF IN-LINE(1:2) = 'T|'
                   PERFORM CHECK-IN-TRAILER
               ELSE
                   IF FUNCTION TRIM(IN-LINE) NOT = SPACES
                       ADD 1 TO WS-ROW-CNT
                       MOVE IN-LINE TO OUT-LINE
                       PERFORM MASK-ONE-ROW
                       WRITE OUT-LINE
                   END-IF
               END-IF
               READ IN-FILE
                   AT END MOVE HIGH-VALUES TO IN-LINE
               END-READ
           END-PERFORM.

           IF WS-TRAILER-SEEN NOT = 'y'
               DISPLAY FUNCTION TRIM(WS-TABLE-NAME)
                   ": no control trailer"
               MOVE 'n' TO WS-FILE-OK
           END-IF.
           IF WS-FILE-OK NOT = 'y'
               MOVE 'n' TO WS-SET-OK
           END-IF.

      *    THE MASKED FILES GET THE HASH TOTAL OF WHAT WAS WRITTEN
      *    (EVERY USER NOW HAS THE SAME ITERATION COUNT); THE FILES
      *    COPIED UNCHANGED KEEP THE ONE UNLOAD GAVE THEM.
           EVALUATE FUNCTION TRIM(WS-TABLE-NAME)
               WHEN 'users'
               WHEN 'patrons'
               WHEN 'loans'
               WHEN 'reviews'
                   CONTINUE
               WHEN OTHER
                   MOVE WS-TRAILER-HASH TO WS-HASH-TOTAL
           END-EVALUATE.
           MOVE SPACES TO OUT-LINE.
           STRING 'T|' WS-ROW-CNT '|' WS-HASH-TOTAL
               DELIMITED BY SIZE INTO OUT-LINE
           END-STRING.
           WRITE OUT-LINE.
           CLOSE IN-FILE OUT-FILE.

           DISPLAY FUNCTION TRIM(WS-TABLE-NAME) ": "
               WS-ROW-CNT " rows".

       CHECK-IN-TRAILER.
      *    A SHORT SOURCE FILE WOULD OTHERWISE COME OUT WITH A
      *    TRAILER THAT AGREES WITH IT.
           MOVE 'y' TO WS-TRAILER-SEEN.
           MOVE SPACES TO WS-TRAILER-CNT-X WS-TRAILER-HASH-X.
           UNSTRING IN-LINE(3:) DELIMITED BY '|'
               INTO WS-TRAILER-CNT-X, WS-TRAILER-HASH-X
           END-UNSTRING.
           MOVE ZERO TO WS-TRAILER-CNT WS-TRAILER-HASH.
           IF WS-TRAILER-CNT-X IS NUMERIC
               MOVE WS-TRAILER-CNT-X TO WS-TRAILER-CNT
           END-IF.
           IF WS-TRAILER-HASH-X IS NUMERIC
               MOVE WS-TRAILER-HASH-X TO WS-TRAILER-HASH
           END-IF.
           IF WS-TRAILER-CNT NOT = WS-ROW-CNT
               DISPLAY FUNCTION TRIM(WS-TABLE-NAME)
                   ": TRAILER MISMATCH -- trailer "
                   WS-TRAILER-CNT " but read " WS-ROW-CNT
               MOVE 'n' TO WS-FILE-OK
           END-IF.

       MASK-ONE-ROW.
           EVALUATE FUNCTION TRIM(WS-TABLE-NAME)
               WHEN 'users'
                   PERFORM MASK-USER-ROW
               WHEN 'patrons'
                   PERFORM MASK-PATRON-ROW
               WHEN 'loans'
                   PERFORM MASK-LOAN-ROW
               WHEN 'reviews'
                   PERFORM MASK-REVIEW-ROW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       MASK-USER-ROW.
           MOVE SPACES TO USER-FIELDS.
           UNSTRING IN-LINE DELIMITED BY '|'
               INTO USER-ID, USER-NAME, USER-EMAIL, USER-PW-HASH,
                    USER-PW-SALT, USER-PW-ALGO, USER-ITER-X,
                    USER-ROLE, USER-DELETED-AT, USER-DELETED-BY,
                    USER-VERSION-X
           END-UNSTRING.

           IF WS-USER-CNT < 50000
               ADD 1 TO WS-USER-CNT
               MOVE USER-ID TO WS-USER-KEY(WS-USER-CNT)
           END-IF.

           MOVE USER-ID TO WS-TOKEN-TEXT.
           PERFORM MAKE-TOKEN.
           PERFORM MAKE-FAKE-NAME.
           MOVE WS-FAKE-NAME TO USER-NAME.
           MOVE USER-EMAIL TO WS-TOKEN-TEXT.
           PERFORM MAKE-TOKEN.
           PERFORM MAKE-FAKE-EMAIL.
           MOVE WS-FAKE-EMAIL TO USER-EMAIL.
           ADD 1 TO WS-EMAILS-MASKED.

           MOVE WS-PW-HASH TO USER-PW-HASH.
           MOVE WS-PW-SALT TO USER-PW-SALT.
           MOVE 'sha3-512-iter' TO USER-PW-ALGO.
           MOVE WS-PW-ITERS TO USER-ITER-X.
           ADD WS-PW-ITERS TO WS-HASH-TOTAL.
           ADD 1 TO WS-USERS-MASKED.

           MOVE SPACES TO OUT-LINE.
           STRING FUNCTION TRIM(USER-ID) '|'
                  FUNCTION TRIM(USER-NAME) '|'
                  FUNCTION TRIM(USER-EMAIL) '|'
                  FUNCTION TRIM(USER-PW-HASH) '|'
                  FUNCTION TRIM(USER-PW-SALT) '|'
                  FUNCTION TRIM(USER-PW-ALGO) '|'
                  FUNCTION TRIM(USER-ITER-X) '|'
                  FUNCTION TRIM(USER-ROLE) '|'
                  FUNCTION TRIM(USER-DELETED-AT) '|'
                  FUNCTION TRIM(USER-DELETED-BY) '|'
                  FUNCTION TRIM(USER-VERSION-X)
                  DELIMITED BY SIZE INTO OUT-LINE
           END-STRING.

       MASK-PATRON-ROW.
           MOVE SPACES TO PATRON-FIELDS.
           UNSTRING IN-LINE DELIMITED BY '|'
               INTO PATRON-ID, PATRON-NAME, PATRON-EMAIL,
                    PATRON-PHONE, PATRON-ADDRESS, PATRON-STATUS,
                    PATRON-CATEGORY, PATRON-CARD, PATRON-EXPIRES,
                    PATRON-PIN-HASH, PATRON-PIN-SALT,
                    PATRON-PIN-ITER-X
           END-UNSTRING.

      *    THE NAME, PHONE AND ADDRESS FOLLOW THE PATRON ID, SO A
      *    LOAN'S BORROWER TEXT CAN BE GIVEN THE SAME NAME; THE
      *    EMAIL FOLLOWS THE REAL EMAIL, AS THE USERS' DOES. MARKERS
      *    SUCH AS '(erased)' ARE NOT PEOPLE AND STAY.
           MOVE PATRON-ID TO WS-TOKEN-TEXT.
           PERFORM MAKE-TOKEN.
           IF PATRON-NAME(1:1) NOT = '('
               PERFORM MAKE-FAKE-NAME
               MOVE WS-FAKE-NAME TO PATRON-NAME
           END-IF.
           IF PATRON-PHONE NOT = SPACES
               PERFORM MAKE-FAKE-PHONE
               MOVE WS-FAKE-PHONE TO PATRON-PHONE
               ADD 1 TO WS-PHONES-MASKED
           END-IF.
           IF PATRON-ADDRESS NOT = SPACES
               PERFORM MAKE-FAKE-ADDRESS
               MOVE WS-FAKE-ADDRESS TO PATRON-ADDRESS
               ADD 1 TO WS-ADDRESSES-MASKED
           END-IF.
           IF PATRON-EMAIL NOT = SPACES
               MOVE PATRON-EMAIL TO WS-TOKEN-TEXT
               PERFORM MAKE-TOKEN
               PERFORM MAKE-FAKE-EMAIL
               MOVE WS-FAKE-EMAIL TO PATRON-EMAIL
               ADD 1 TO WS-EMAILS-MASKED
           END-IF.
           IF PATRON-PIN-HASH NOT = SPACES
               MOVE WS-PIN-HASH TO PATRON-PIN-HASH
               MOVE WS-PIN-SALT TO PATRON-PIN-SALT
               MOVE WS-PIN-ITERS TO PATRON-PIN-ITER-X
               ADD 1 TO WS-PINS-MASKED
           END-IF.
           ADD 1 TO WS-PATRONS-MASKED.

           MOVE SPACES TO OUT-LINE.
           STRING FUNCTION TRIM(PATRON-ID) '|'
                  FUNCTION TRIM(PATRON-NAME) '|'
                  FUNCTION TRIM(PATRON-EMAIL) '|'
                  FUNCTION TRIM(PATRON-PHONE) '|'
                  FUNCTION TRIM(PATRON-ADDRESS) '|'
                  FUNCTION TRIM(PATRON-STATUS) '|'
                  FUNCTION TRIM(PATRON-CATEGORY) '|'
                  FUNCTION TRIM(PATRON-CARD) '|'
                  FUNCTION TRIM(PATRON-EXPIRES) '|'
                  FUNCTION TRIM(PATRON-PIN-HASH) '|'
                  FUNCTION TRIM(PATRON-PIN-SALT) '|'
                  FUNCTION TRIM(PATRON-PIN-ITER-X)
                  DELIMITED BY SIZE INTO OUT-LINE
           END-STRING.

       MASK-LOAN-ROW.
           MOVE SPACES TO LOAN-FIELDS.
           UNSTRING IN-LINE DELIMITED BY '|'
               INTO LOAN-ID, LOAN-BOOK-ID, LOAN-PATRON-ID,
                    LOAN-BORROWER, LOAN-CHECKOUT, LOAN-DUE,
                    LOAN-RETURN, LOAN-FINE, LOAN-RENEW-X, LOAN-LOST,
                    LOAN-BRANCH-ID, LOAN-COPY-ID
           END-UNSTRING.
           MOVE ZERO TO WS-RENEWALS.
           IF FUNCTION TRIM(LOAN-RENEW-X) NOT = SPACES
               MOVE FUNCTION NUMVAL(LOAN-RENEW-X) TO WS-RENEWALS
           END-IF.
           ADD WS-RENEWALS TO WS-HASH-TOTAL.

      *    A LOAN WITH NO PATRON LINK IS NAMED FROM ITS OWN TEXT.
           IF LOAN-BORROWER NOT = SPACES
                   AND LOAN-BORROWER(1:1) NOT = '('
               IF LOAN-PATRON-ID NOT = SPACES
                   MOVE LOAN-PATRON-ID TO WS-TOKEN-TEXT
               ELSE
                   MOVE LOAN-BORROWER TO WS-TOKEN-TEXT
               END-IF
               PERFORM MAKE-TOKEN
               PERFORM MAKE-FAKE-NAME
               MOVE WS-FAKE-NAME TO LOAN-BORROWER
               ADD 1 TO WS-BORROWERS-MASKED
           END-IF.

           MOVE SPACES TO OUT-LINE.
           STRING FUNCTION TRIM(LOAN-ID) '|'
                  FUNCTION TRIM(LOAN-BOOK-ID) '|'
                  FUNCTION TRIM(LOAN-PATRON-ID) '|'
                  FUNCTION TRIM(LOAN-BORROWER) '|'
                  FUNCTION TRIM(LOAN-CHECKOUT) '|'
                  FUNCTION TRIM(LOAN-DUE) '|'
                  FUNCTION TRIM(LOAN-RETURN) '|'
                  FUNCTION TRIM(LOAN-FINE) '|'
                  FUNCTION TRIM(LOAN-RENEW-X) '|'
                  FUNCTION TRIM(LOAN-LOST) '|'
                  FUNCTION TRIM(LOAN-BRANCH-ID) '|'
                  FUNCTION TRIM(LOAN-COPY-ID)
                  DELIMITED BY SIZE INTO OUT-LINE
           END-STRING.

       MASK-REVIEW-ROW.
      *    ROW_TO_JSON WRITES "user_id":"<uuid>"; THE NEW ID IS THE
      *    SAME LENGTH, SO THE REST OF THE LINE STAYS WHERE IT IS.
           MOVE ZERO TO WS-REVIEW-POS.
           INSPECT OUT-LINE TALLYING WS-REVIEW-POS
               FOR CHARACTERS BEFORE INITIAL '"user_id":"'.
           IF WS-REVIEW-POS > 4000
               ADD 1 TO WS-REVIEWS-UNMATCHED
           ELSE
               ADD 12 TO WS-REVIEW-POS
               MOVE OUT-LINE(WS-REVIEW-POS:36) TO WS-REVIEW-USER
               PERFORM FIND-USER
               IF WS-USER-FOUND = ZERO
                   ADD 1 TO WS-REVIEWS-UNMATCHED
               ELSE
                   COMPUTE WS-USER-NEW = FUNCTION MOD(
                       WS-USER-FOUND - 1 + WS-USER-SHIFT,
                       WS-USER-CNT) + 1
                   MOVE WS-USER-KEY(WS-USER-NEW)
                       TO OUT-LINE(WS-REVIEW-POS:36)
                   ADD 1 TO WS-REVIEWS-MOVED
               END-IF
           END-IF.
           PERFORM MASK-TEXT-EMAILS.
           ADD FUNCTION LENGTH(FUNCTION TRIM(OUT-LINE TRAILING))
               TO WS-HASH-TOTAL.

       FIND-USER.
      *    BINARY SEARCH OF THE USER IDS, WHICH USERS.UNL WROTE IN
      *    ORDER.
           MOVE ZERO TO WS-USER-FOUND.
           COMPUTE WS-USER-SHIFT = WS-USER-CNT / 3.
           IF WS-USER-SHIFT = ZERO
               MOVE 1 TO WS-USER-SHIFT
           END-IF.
           MOVE 1 TO WS-USER-LOW.
           MOVE WS-USER-CNT TO WS-USER-HIGH.
           PERFORM UNTIL WS-USER-LOW > WS-USER-HIGH
                   OR WS-USER-FOUND NOT = ZERO
               COMPUTE WS-USER-MID = (WS-USER-LOW + WS-USER-HIGH) / 2
               EVALUATE TRUE
                   WHEN WS-USER-KEY(WS-USER-MID) = WS-REVIEW-USER
                       MOVE WS-USER-MID TO WS-USER-FOUND
                   WHEN WS-USER-KEY(WS-USER-MID) < WS-REVIEW-USER
                       COMPUTE WS-USER-LOW = WS-USER-MID + 1
                   WHEN WS-USER-MID = 1
                       MOVE ZERO TO WS-USER-HIGH
                   WHEN OTHER
                       COMPUTE WS-USER-HIGH = WS-USER-MID - 1
               END-EVALUATE
           END-PERFORM.

       MAKE-TOKEN.
           MOVE FUNCTION TRIM(FUNCTION LOWER-CASE(WS-TOKEN-TEXT))
               TO WS-TOKEN-TEXT.
           MOVE 7 TO WS-TOKEN-1.
           MOVE 11 TO WS-TOKEN-2.
           MOVE ZERO TO WS-TOKEN-LEN.
           IF WS-TOKEN-TEXT NOT = SPACES
               MOVE FUNCTION LENGTH(
                       FUNCTION TRIM(WS-TOKEN-TEXT TRAILING))
                   TO WS-TOKEN-LEN
           END-IF.
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > WS-TOKEN-LEN
               COMPUTE WS-TOKEN-1 = FUNCTION MOD(
                   WS-TOKEN-1 * 131
                   + FUNCTION ORD(WS-TOKEN-TEXT(WS-CHAR-IDX:1)),
                   99999989)
               COMPUTE WS-TOKEN-2 = FUNCTION MOD(
                   WS-TOKEN-2 * 257
                   + FUNCTION ORD(WS-TOKEN-TEXT(WS-CHAR-IDX:1)),
                   99999971)
           END-PERFORM.

       MAKE-FAKE-NAME.
           MOVE SPACES TO WS-FAKE-NAME.
           COMPUTE WS-PICK-IDX = FUNCTION MOD(WS-TOKEN-1, 20) + 1.
           COMPUTE WS-PICK-IDX-2 = FUNCTION MOD(WS-TOKEN-2, 20) + 1.
           STRING WS-FIRST-NAME(WS-PICK-IDX) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-LAST-NAME(WS-PICK-IDX-2) DELIMITED BY SPACE
               INTO WS-FAKE-NAME
           END-STRING.

       MAKE-FAKE-EMAIL.
           MOVE SPACES TO WS-FAKE-EMAIL.
           STRING 'trainee-' WS-TOKEN-1 WS-TOKEN-2 WS-FAKE-DOMAIN
               DELIMITED BY SIZE INTO WS-FAKE-EMAIL
           END-STRING.

       MAKE-FAKE-PHONE.
           COMPUTE WS-PHONE-NO = FUNCTION MOD(WS-TOKEN-1, 100).
           MOVE SPACES TO WS-FAKE-PHONE.
           STRING WS-FAKE-PHONE-PREFIX WS-PHONE-NO
               DELIMITED BY SIZE INTO WS-FAKE-PHONE
           END-STRING.

       MAKE-FAKE-ADDRESS.
           COMPUTE WS-HOUSE-NO = FUNCTION MOD(WS-TOKEN-2, 9000) + 100.
           COMPUTE WS-PICK-IDX = FUNCTION MOD(WS-TOKEN-1, 10) + 1.
           MOVE SPACES TO WS-FAKE-ADDRESS.
           STRING WS-HOUSE-NO ' '
                  FUNCTION TRIM(WS-STREET(WS-PICK-IDX))
                  ' Street, Trainingville'
               DELIMITED BY SIZE INTO WS-FAKE-ADDRESS
           END-STRING.

       SCAN-ONE-TABLE.
      *    EVERY '@' IN THE MASKED SET MUST BE THE TRAINING DOMAIN'S,
      *    AND EVERY PATRON PHONE MUST BE IN THE 555-01 BLOCK.
           MOVE SPACES TO WS-OUT-FILE.
           STRING FUNCTION TRIM(WS-TRAINING-DIR) '/'
                  FUNCTION TRIM(WS-TABLE-NAME) '.unl'
               DELIMITED BY SIZE INTO WS-OUT-FILE
           END-STRING.
           OPEN INPUT OUT-FILE.
           IF WS-OUT-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-ROW-CNT.

           READ OUT-FILE
               AT END MOVE HIGH-VALUES TO OUT-LINE
           END-READ.
           PERFORM UNTIL OUT-LINE = HIGH-VALUES
               IF OUT-LINE(1:2) NOT = 'T|'
                   ADD 1 TO WS-ROW-CNT
                   PERFORM SCAN-LINE-EMAILS
                   IF WS-TABLE-NAME = 'patrons'
                       PERFORM SCAN-PATRON-PHONE
                   END-IF
               END-IF
               READ OUT-FILE
                   AT END MOVE HIGH-VALUES TO OUT-LINE
               END-READ
           END-PERFORM.
           CLOSE OUT-FILE.

       SCAN-LINE-EMAILS.
           PERFORM MEASURE-OUT-LINE.
           MOVE 1 TO WS-AT-START.
           PERFORM UNTIL WS-AT-START > WS-LINE-LEN
               PERFORM FIND-NEXT-AT-SIGN
               IF WS-AT-POS > WS-LINE-LEN
                   MOVE WS-AT-POS TO WS-AT-START
               ELSE
                   PERFORM CHECK-ONE-AT-SIGN
                   IF WS-AT-IS-EMAIL = 'y'
                       ADD 1 TO WS-EMAILS-SURVIVING
                       DISPLAY "*** " FUNCTION TRIM(WS-TABLE-NAME)
                           " ROW " WS-ROW-CNT
                           ": email address not masked"
                   END-IF
                   COMPUTE WS-AT-START = WS-AT-POS + 1
               END-IF
           END-PERFORM.

       MASK-TEXT-EMAILS.
      *    A REVIEW CAN QUOTE AN ADDRESS IN ITS TEXT; EACH ONE IS
      *    SWAPPED FOR A TRAINING ADDRESS WHERE IT STANDS.
           PERFORM MEASURE-OUT-LINE.
           MOVE 1 TO WS-AT-START.
           PERFORM UNTIL WS-AT-START > WS-LINE-LEN
               PERFORM FIND-NEXT-AT-SIGN
               IF WS-AT-POS > WS-LINE-LEN
                   MOVE WS-AT-POS TO WS-AT-START
               ELSE
                   PERFORM CHECK-ONE-AT-SIGN
                   IF WS-AT-IS-EMAIL = 'y'
                       PERFORM REPLACE-ONE-EMAIL
                   ELSE
                       COMPUTE WS-AT-START = WS-AT-POS + 1
                   END-IF
               END-IF
           END-PERFORM.

       MEASURE-OUT-LINE.
           MOVE ZERO TO WS-LINE-LEN.
           IF OUT-LINE NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(OUT-LINE TRAILING))
                   TO WS-LINE-LEN
           END-IF.

       FIND-NEXT-AT-SIGN.
      *    WS-AT-POS COMES BACK PAST THE END OF THE LINE IF THERE IS
      *    NO '@' FROM WS-AT-START ON.
           MOVE ZERO TO WS-AT-POS.
           INSPECT OUT-LINE(WS-AT-START:WS-LINE-LEN - WS-AT-START + 1)
               TALLYING WS-AT-POS FOR CHARACTERS BEFORE INITIAL '@'.
           COMPUTE WS-AT-POS = WS-AT-START + WS-AT-POS.

       CHECK-ONE-AT-SIGN.
      *    ONLY AN '@' WITH TEXT HARD UP AGAINST BOTH SIDES LOOKS
      *    LIKE AN ADDRESS ("MEET @ 6" DOES NOT); ONE AT THE
      *    TRAINING DOMAIN IS ALREADY MASKED.
           MOVE 'n' TO WS-AT-IS-EMAIL.
           IF WS-AT-POS = 1 OR WS-AT-POS = WS-LINE-LEN
               EXIT PARAGRAPH
           END-IF.
           MOVE OUT-LINE(WS-AT-POS - 1:1) TO WS-AT-CHAR.
           IF WS-AT-DELIMITER
               EXIT PARAGRAPH
           END-IF.
           MOVE OUT-LINE(WS-AT-POS + 1:1) TO WS-AT-CHAR.
           IF WS-AT-CHAR = SPACE
               EXIT PARAGRAPH
           END-IF.
           IF WS-AT-CHAR IS NOT ALPHABETIC
                   AND WS-AT-CHAR IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF WS-AT-POS + 16 <= WS-LINE-LEN
               IF OUT-LINE(WS-AT-POS:17) = WS-FAKE-DOMAIN
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE 'y' TO WS-AT-IS-EMAIL.

       REPLACE-ONE-EMAIL.
      *    THE ADDRESS RUNS OUT FROM THE '@' EITHER WAY TO THE NEXT
      *    DELIMITER.
           MOVE WS-AT-POS TO WS-TOK-START.
           MOVE 'n' TO WS-TOK-DONE.
           PERFORM UNTIL WS-TOK-DONE = 'y'
               IF WS-TOK-START = 1
                   MOVE 'y' TO WS-TOK-DONE
               ELSE
                   MOVE OUT-LINE(WS-TOK-START - 1:1) TO WS-AT-CHAR
                   IF WS-AT-DELIMITER
                       MOVE 'y' TO WS-TOK-DONE
                   ELSE
                       SUBTRACT 1 FROM WS-TOK-START
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-AT-POS TO WS-TOK-END.
           MOVE 'n' TO WS-TOK-DONE.
           PERFORM UNTIL WS-TOK-DONE = 'y'
               IF WS-TOK-END = WS-LINE-LEN
                   MOVE 'y' TO WS-TOK-DONE
               ELSE
                   MOVE OUT-LINE(WS-TOK-END + 1:1) TO WS-AT-CHAR
                   IF WS-AT-DELIMITER
                       MOVE 'y' TO WS-TOK-DONE
                   ELSE
                       ADD 1 TO WS-TOK-END
                   END-IF
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-WORK-LINE.
           MOVE 1 TO WS-WORK-PTR.
           IF WS-TOK-START > 1
               STRING OUT-LINE(1:WS-TOK-START - 1)
                   DELIMITED BY SIZE
                   INTO WS-WORK-LINE WITH POINTER WS-WORK-PTR
               END-STRING
           END-IF.
           STRING 'masked' WS-FAKE-DOMAIN
               DELIMITED BY SIZE
               INTO WS-WORK-LINE WITH POINTER WS-WORK-PTR
           END-STRING.
           MOVE WS-WORK-PTR TO WS-AT-START.
           IF WS-TOK-END < WS-LINE-LEN
               STRING OUT-LINE(WS-TOK-END + 1:WS-LINE-LEN - WS-TOK-END)
                   DELIMITED BY SIZE
                   INTO WS-WORK-LINE WITH POINTER WS-WORK-PTR
               END-STRING
           END-IF.
           MOVE WS-WORK-LINE TO OUT-LINE.
           PERFORM MEASURE-OUT-LINE.
           ADD 1 TO WS-TEXT-EMAILS-MASKED.

       SCAN-PATRON-PHONE.
           MOVE SPACES TO PATRON-FIELDS.
           UNSTRING OUT-LINE DELIMITED BY '|'
               INTO PATRON-ID, PATRON-NAME, PATRON-EMAIL,
                    PATRON-PHONE
           END-UNSTRING.
           IF PATRON-PHONE NOT = SPACES
               MOVE PATRON-PHONE(7:) TO WS-PHONE-TAIL
               IF PATRON-PHONE(1:6) NOT = WS-FAKE-PHONE-PREFIX
                       OR WS-PHONE-TAIL(1:2) IS NOT NUMERIC
                       OR WS-PHONE-TAIL(3:) NOT = SPACES
                   ADD 1 TO WS-PHONES-SURVIVING
                   DISPLAY "*** patrons ROW " WS-ROW-CNT
                       ": phone number not masked"
               END-IF
           END-IF.

       END-PROGRAM.
