      * Nightly companion to OVERDUENOTICES that speaks up BEFORE
      * the damage is done: one email per patron listing every loan
      * due within DUE_SOON_DAYS (default 3) with the renewal
      * option, queued through ENQUEUE-EMAIL and folded into the
      * patron's morning digest (see NOTICEDIGEST). Loans whose
      * title has an open hold are skipped -- they'll be trapped
      * at return and can't renew anyway -- and each loan is
      * stamped so the patron hears about it once.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************

       WORKING-STORAGE SECTION.
       COPY 'db-connect-params.cpy'.
       COPY 'param-vars.cpy'.
       COPY 'notice-vars.cpy'.

       01  WS-DAYS-X               PIC X(4).
       01  WS-MAIL-SUBJECT         PIC X(200).
       01  WS-MAIL-BODY            PIC X(4000).
       01  WS-MAIL-ID              PIC X(36).
       01  WS-DIGEST-LINE          PIC X(2000).

       EXEC SQL
           BEGIN DECLARE SECTION
           COPY 'db-connect.cpy'.

           MOVE 3 TO DUE-SOON-DAYS.
           MOVE 'DUE_SOON_DAYS' TO PARAM-NAME.
           CALL "GET-PARAM" USING PARAM-NAME PARAM-VALUE
           END-CALL.
           MOVE PARAM-VALUE TO WS-DAYS-X.
           IF FUNCTION TRIM(WS-DAYS-X) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-DAYS-X) TO DUE-SOON-DAYS
           END-IF.
               EXIT PARAGRAPH
           END-IF.

      *    NOTICEDIGEST FOLDS THIS INTO THE PATRON'S ONE MESSAGE OF
      *    THE DAY, LISTING EACH ITEM WITH ITS DUE DATE.
           MOVE SPACES TO WS-DIGEST-LINE.
           STRING 'DUE SOON -- return or renew by the date shown:~'
                  FUNCTION TRIM(RMD-ITEM-LIST)
               DELIMITED BY SIZE INTO WS-DIGEST-LINE
           END-STRING.
           CALL "HOLD-FOR-DIGEST" USING WS-MAIL-ID RMD-PATRON-NAME
                WS-DIGEST-LINE
           END-CALL.

      *    STAMP ONLY THE LOANS THE CURSOR COULD HAVE PUT IN THIS
      *    REMINDER -- A LOAN SKIPPED FOR AN OPEN HOLD MUST STAY
      *    UNSTAMPED SO IT STILL GETS ITS REMINDER IF THE HOLD
