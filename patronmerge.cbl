      ********************************************
      * Merge duplicate patron records into a survivor
      *
      * PATRONMERGE
      *
      * The cleanup PATRONDUPES reports: takes the surviving
      * patron (card number or id) and any number of duplicates,
      * repoints loans (live and archived), fines (their
      * fine_payments hang off the fine and follow it), holds,
      * program registrations, title alerts, collection
      * referrals, ILL requests, card history, account credit,
      * account notes and blocks, damage reports, room bookings,
      * amnesty records, pending contact changes, homebound
      * reading profile and guardian links to the survivor (a
      * registration or alert the survivor already has is simply
      * dropped rather than duplicated, a second amnesty record
      * for the same campaign is added to the survivor's, and a
      * second pending change to the same detail is cancelled),
      * fills any contact detail the survivor lacks from the
      * duplicate (and its homebound round, if it has none),
      * soft-retires each duplicate as status 'merged' pointing
      * at the survivor -- its card now finds the survivor --
      * and writes the whole operation to the audit log.
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PATRONMERGE.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       COPY 'db-connect-params.cpy'.

       01  WS-MERGED-CNT           PIC 9(4) VALUE ZERO.
       01  WS-MOVED-CNT            PIC 9(8).

       EXEC SQL
           BEGIN DECLARE SECTION
       END-EXEC.
       01  HOSTVARS.
           05 BUFFER               PIC X(1024).

       01  PMG-REC-VARS.
           05  PMG-SCAN            PIC X(36).
           05  PMG-SURVIVOR-ID     PIC X(36).
           05  PMG-SURVIVOR-NAME   PIC X(50).
           05  PMG-LOSER-ID        PIC X(36).
           05  PMG-LOSER-NAME      PIC X(50).
           05  PMG-LOSER-STATUS    PIC X(10).

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
           DISPLAY "PATRONMERGE STARTED".

           COPY 'db-connect.cpy'.

           DISPLAY 'SURVIVING patron card number or id: '.
           ACCEPT PMG-SCAN.

           MOVE SPACES TO PMG-SURVIVOR-ID.
           EXEC SQL
               SELECT CAST(id AS VARCHAR), name
                   INTO :PMG-SURVIVOR-ID, :PMG-SURVIVOR-NAME
                   FROM patrons
                   WHERE id = patron_by_card(:PMG-SCAN)
                   AND status NOT IN ('merged', 'erased')
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "No live patron found with that card or id"
               EXEC SQL
                   DISCONNECT ALL
               END-EXEC
               STOP RUN
           END-IF.
           DISPLAY "Survivor: "
               FUNCTION TRIM(PMG-SURVIVOR-NAME).

           MOVE SPACES TO PMG-SCAN.
           DISPLAY 'Duplicate card number or id (blank to finish): '.
           ACCEPT PMG-SCAN.
           PERFORM UNTIL FUNCTION TRIM(PMG-SCAN) = SPACES
               PERFORM MERGE-ONE-PATRON
               MOVE SPACES TO PMG-SCAN
               DISPLAY 'Duplicate card number or id '
                   '(blank to finish): '
               ACCEPT PMG-SCAN
           END-PERFORM.

           DISPLAY "Duplicates merged: " WS-MERGED-CNT.

      *    COMMIT
           EXEC SQL
               COMMIT WORK
           END-EXEC.

      *    DISCONNECT
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

      *    END
           DISPLAY "PATRONMERGE FINISHED".
           STOP RUN.

       MERGE-ONE-PATRON.
           MOVE SPACES TO PMG-LOSER-ID.
           EXEC SQL
               SELECT CAST(id AS VARCHAR), name, status
                   INTO :PMG-LOSER-ID, :PMG-LOSER-NAME,
                        :PMG-LOSER-STATUS
                   FROM patrons
                   WHERE id = patron_by_card(:PMG-SCAN)
                   AND status NOT IN ('merged', 'erased')
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "No live patron found with "
                   FUNCTION TRIM(PMG-SCAN) " -- skipped"
               EXIT PARAGRAPH
           END-IF.
           IF PMG-LOSER-ID = PMG-SURVIVOR-ID
               DISPLAY "That IS the survivor -- skipped"
               EXIT PARAGRAPH
           END-IF.

      *    CIRCULATION, LEDGER AND QUEUES SIMPLY REPOINT -- THE
      *    HISTORY SURVIVES UNDER THE SURVIVING RECORD.
           EXEC SQL
               UPDATE loans
                   SET patron_id = CAST(:PMG-SURVIVOR-ID AS UUID)
                   WHERE patron_id = CAST(:PMG-LOSER-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN STOP RUN
           END-IF.
           MOVE 'loans' TO AUDIT-TABLE-NAME.
           PERFORM AUDIT-MOVED-ROWS.

           EXEC SQL
               UPDATE loan_history
                   SET patron_id = CAST(:PMG-SURVIVOR-ID AS UUID)
                   WHERE patron_id = CAST(:PMG-LOSER-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN STOP RUN
           END-IF.
           MOVE 'loan_history' TO AUDIT-TABLE-NAME.
           PERFORM AUDIT-MOVED-ROWS.

           EXEC SQL
               UPDATE fines
                   SET patron_id = CAST(:PMG-SURVIVOR-ID AS UUID)
                   WHERE patron_id = CAST(:PMG-LOSER-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN STOP RUN
           END-IF.
           MOVE 'fines' TO AUDIT-TABLE-NAME.
           PERFORM AUDIT-MOVED-ROWS.

           EXEC SQL
               UPDATE holds
                   SET patron_id = CAST(:PMG-SURVIVOR-ID AS UUID)
                   WHERE patron_id = CAST(:PMG-LOSER-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN STOP RUN
           END-IF.
           MOVE 'holds' TO AUDIT-TABLE-NAME.
           PERFORM AUDIT-MOVED-ROWS.

           EXEC SQL
               UPDATE collection_referrals
                   SET patron_id = CAST(:PMG-SURVIVOR-ID AS UUID)
                   WHERE patron_id = CAST(:PMG-LOSER-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN STOP RUN
           END-IF.
           MOVE 'collection_referrals' TO AUDIT-TABLE-NAME.
           PERFORM AUDIT-MOVED-ROWS.

           EXEC SQL
               UPDATE ill_requests
                   SET patron_id = CAST(:PMG-SURVIVOR-ID AS UUID)
                   WHERE patron_id = CAST(:PMG-LOSER-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN STOP RUN
           END-IF.
           MOVE 'ill_requests' TO AUDIT-TABLE-NAME.
           PERFORM AUDIT-MOVED-ROWS.

           EXEC SQL
               UPDATE patron_cards
                   SET patron_id = CAST(:PMG-SURVIVOR-ID AS UUID)
                   WHERE patron_id = CAST(:PMG-LOSER-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN STOP RUN
           END-IF.
           MOVE 'patron_cards' TO AUDIT-TABLE-NAME.
           PERFORM AUDIT-MOVED-ROWS.

           EXEC SQL
               UPDATE loan_claims
                   SET patron_id = CAST(:PMG-SURVIVOR-ID AS UUID)
                   WHERE patron_id = CAST(:PMG-LOSER-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN STOP RUN
           END-IF.
           MOVE 'loan_claims' TO AUDIT-TABLE-NAME.
           PERFORM AUDIT-MOVED-ROWS.

           EXEC SQL
               UPDATE circ_overrides
                   SET patron_id = CAST(:PMG-SURVIVOR-ID AS UUID)
                   WHERE patron_id = CAST(:PMG-LOSER-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN STOP RUN
           END-IF.
           MOVE 'circ_overrides' TO AUDIT-TABLE-NAME.
           PERFORM AUDIT-MOVED-ROWS.

      *    ONE REGISTRATION PER PROGRAM PER PATRON -- WHERE BOTH
      *    RECORDS SIGNED UP, THE SURVIVOR'S PLACE WINS.
           EXEC SQL
               DELETE FROM program_registrations r
                   WHERE r.patron_id = CAST(:PMG-LOSER-ID AS UUID)
                   AND EXISTS (
                       SELECT 1 FROM program_registrations s
                           WHERE s.patron_id =
                               CAST(:PMG-SURVIVOR-ID AS UUID)
                           AND s.program_id = r.program_id)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN STOP RUN
           END-IF.
           EXEC SQL
               UPDATE program_registrations
                   SET patron_id = CAST(:PMG-SURVIVOR-ID AS UUID)
                   WHERE patron_id = CAST(:PMG-LOSER-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN STOP RUN
           END-IF.
           MOVE 'program_registrations' TO AUDIT-TABLE-NAME.
           PERFORM AUDIT-MOVED-ROWS.

      *    A SUBSCRIPTION THE SURVIVOR ALREADY HOLDS WOULD ONLY
      *    DOUBLE THE NIGHTLY ALERT.
           EXEC SQL
               DELETE FROM title_alert_subscriptions t
                   WHERE t.patron_id = CAST(:PMG-LOSER-ID AS UUID)
                   AND EXISTS (
                       SELECT 1 FROM title_alert_subscriptions s
                           WHERE s.patron_id =
                               CAST(:PMG-SURVIVOR-ID AS UUID)
                           AND s.category_id
                               IS NOT DISTINCT FROM t.category_id
                           AND s.author_id
                               IS NOT DISTINCT FROM t.author_id)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN STOP RUN
           END-IF.
           EXEC SQL
               UPDATE title_alert_subscriptions
                   SET patron_id = CAST(:PMG-SURVIVOR-ID AS UUID)
                   WHERE patron_id = CAST(:PMG-LOSER-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN STOP RUN
           END-IF.
           MOVE 'title_alert_subscriptions' TO AUDIT-TABLE-NAME.
           PERFORM AUDIT-MOVED-ROWS.

      *    CREDIT HELD FOR THE DUPLICATE IS THE SURVIVOR'S NOW.
           EXEC SQL
               UPDATE patron_credits
                   SET patron_id = CAST(:PMG-SURVIVOR-ID AS UUID)
                   WHERE patron_id = CAST(:PMG-LOSER-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN STOP RUN
           END-IF.
           MOVE 'patron_credits' TO AUDIT-TABLE-NAME.
           PERFORM AUDIT-MOVED-ROWS.

      *    SO ARE ITS ACCOUNT NOTES AND ANY BLOCK STAFF PLACED ON IT
      *    (SEE PATRONNOTES) -- A MERGE MUST NOT LIFT A BLOCK.
           EXEC SQL
               UPDATE patron_notes
                   SET patron_id = CAST(:PMG-SURVIVOR-ID AS UUID)
                   WHERE patron_id = CAST(:PMG-LOSER-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN STOP RUN
           END-IF.
           MOVE 'patron_notes' TO AUDIT-TABLE-NAME.
           PERFORM AUDIT-MOVED-ROWS.

      *    DAMAGE REPORTS AND ROOM BOOKINGS ARE THE PATRON'S HISTORY
      *    AND DIARY -- BOTH SIMPLY REPOINT.
           EXEC SQL
               UPDATE damage_reports
                   SET patron_id = CAST(:PMG-SURVIVOR-ID AS UUID)
                   WHERE patron_id = CAST(:PMG-LOSER-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN STOP RUN
           END-IF.
           MOVE 'damage_reports' TO AUDIT-TABLE-NAME.
           PERFORM AUDIT-MOVED-ROWS.
           EXEC SQL
               UPDATE room_bookings
                   SET patron_id = CAST(:PMG-SURVIVOR-ID AS UUID)
                   WHERE patron_id = CAST(:PMG-LOSER-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN STOP RUN
           END-IF.
           MOVE 'room_bookings' TO AUDIT-TABLE-NAME.
           PERFORM AUDIT-MOVED-ROWS.

      *    ONE AMNESTY ROW PER CAMPAIGN PER PATRON (SEE AMNESTY) --
      *    WHERE BOTH RECORDS HAD FINES FORGIVEN UNDER THE SAME
      *    CAMPAIGN, THE DUPLICATE'S FIGURES ARE ADDED TO THE
      *    SURVIVOR'S ROW SO THE CAMPAIGN TOTALS STILL ADD UP.
           EXEC SQL
               UPDATE amnesty_patrons s
                   SET forgiven = s.forgiven + d.forgiven,
                       was_blocked = s.was_blocked OR d.was_blocked,
                       now_blocked = s.now_blocked OR d.now_blocked,
                       first_applied_at = LEAST(s.first_applied_at,
                           d.first_applied_at),
                       last_applied_at = GREATEST(s.last_applied_at,
                           d.last_applied_at)
                   FROM amnesty_patrons d
                   WHERE s.patron_id = CAST(:PMG-SURVIVOR-ID AS UUID)
                   AND d.patron_id = CAST(:PMG-LOSER-ID AS UUID)
                   AND d.campaign_code = s.campaign_code
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN STOP RUN
           END-IF.
           EXEC SQL
               DELETE FROM amnesty_patrons d
                   WHERE d.patron_id = CAST(:PMG-LOSER-ID AS UUID)
                   AND EXISTS (
                       SELECT 1 FROM amnesty_patrons s
                           WHERE s.patron_id =
                               CAST(:PMG-SURVIVOR-ID AS UUID)
                           AND s.campaign_code = d.campaign_code)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN STOP RUN
           END-IF.
           EXEC SQL
               UPDATE amnesty_patrons
                   SET patron_id = CAST(:PMG-SURVIVOR-ID AS UUID)
                   WHERE patron_id = CAST(:PMG-LOSER-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN STOP RUN
           END-IF.
           MOVE 'amnesty_patrons' TO AUDIT-TABLE-NAME.
           PERFORM AUDIT-MOVED-ROWS.

      *    ONE OPEN CONTACT CHANGE PER FIELD PER PATRON (SEE
      *    MY-PROFILE) -- WHERE BOTH RECORDS ARE WAITING ON A CODE
      *    FOR THE SAME FIELD, THE SURVIVOR'S REQUEST WINS AND THE
      *    DUPLICATE'S IS CANCELLED.
           EXEC SQL
               UPDATE patron_contact_changes d
                   SET cancelled_at = NOW()
                   WHERE d.patron_id = CAST(:PMG-LOSER-ID AS UUID)
                   AND d.confirmed_at IS NULL
                   AND d.cancelled_at IS NULL
                   AND EXISTS (
                       SELECT 1 FROM patron_contact_changes s
                           WHERE s.patron_id =
                               CAST(:PMG-SURVIVOR-ID AS UUID)
                           AND s.field = d.field
                           AND s.confirmed_at IS NULL
                           AND s.cancelled_at IS NULL)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN STOP RUN
           END-IF.
           EXEC SQL
               UPDATE patron_contact_changes
                   SET patron_id = CAST(:PMG-SURVIVOR-ID AS UUID)
                   WHERE patron_id = CAST(:PMG-LOSER-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN STOP RUN
           END-IF.
           MOVE 'patron_contact_changes' TO AUDIT-TABLE-NAME.
           PERFORM AUDIT-MOVED-ROWS.

      *    THE HOMEBOUND READING PROFILE AND ALREADY-READ LIST
      *    FOLLOW THE PATRON, SO NOTHING IS SENT TWICE.
           EXEC SQL
               UPDATE homebound_interests
                   SET patron_id = CAST(:PMG-SURVIVOR-ID AS UUID)
                   WHERE patron_id = CAST(:PMG-LOSER-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN STOP RUN
           END-IF.
           MOVE 'homebound_interests' TO AUDIT-TABLE-NAME.
           PERFORM AUDIT-MOVED-ROWS.
           EXEC SQL
               UPDATE homebound_exclusions
                   SET patron_id = CAST(:PMG-SURVIVOR-ID AS UUID)
                   WHERE patron_id = CAST(:PMG-LOSER-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN STOP RUN
           END-IF.
           MOVE 'homebound_exclusions' TO AUDIT-TABLE-NAME.
           PERFORM AUDIT-MOVED-ROWS.
           EXEC SQL
               UPDATE homebound_deliveries
                   SET patron_id = CAST(:PMG-SURVIVOR-ID AS UUID)
                   WHERE patron_id = CAST(:PMG-LOSER-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN STOP RUN
           END-IF.
           MOVE 'homebound_deliveries' TO AUDIT-TABLE-NAME.
           PERFORM AUDIT-MOVED-ROWS.

      *    CHILDREN LINKED TO THE DUPLICATE FOLLOW IT TO THE
      *    SURVIVOR; A SURVIVOR THAT WAS ITSELF THE DUPLICATE'S
      *    CHILD LOSES THE LINK. EARLIER MERGES INTO THE DUPLICATE
      *    ARE CARRIED FORWARD SO THEIR CARDS STILL RESOLVE.
           EXEC SQL
               UPDATE patrons
                   SET guardian_id = CAST(:PMG-SURVIVOR-ID AS UUID)
                   WHERE guardian_id = CAST(:PMG-LOSER-ID AS UUID)
                   AND id <> CAST(:PMG-SURVIVOR-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN STOP RUN
           END-IF.
           EXEC SQL
               UPDATE patrons
                   SET merged_into = CAST(:PMG-SURVIVOR-ID AS UUID)
                   WHERE merged_into = CAST(:PMG-LOSER-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN STOP RUN
           END-IF.

      *    THE SURVIVOR KEEPS ITS OWN DETAILS; ONLY THE GAPS ARE
      *    FILLED. THE LATER EXPIRY WINS, AND A DUPLICATE WITH THE
      *    COLLECTION AGENCY TAKES THE SURVIVOR WITH IT -- THE
      *    REFERRAL AND ITS FINES HAVE JUST MOVED ACROSS.
           EXEC SQL
               UPDATE patrons s
                   SET email = COALESCE(s.email, d.email),
                       phone = COALESCE(s.phone, d.phone),
                       address = COALESCE(s.address, d.address),
                       expires_at = GREATEST(s.expires_at,
                                             d.expires_at),
                       guardian_id = CASE
                           WHEN s.guardian_id = d.id THEN NULL
                           ELSE s.guardian_id END,
                       status = CASE
                           WHEN d.status = 'referred'
                                AND s.status = 'active'
                               THEN 'referred'
                           ELSE s.status END,
                       referred_at = COALESCE(s.referred_at,
                                              d.referred_at),
                       homebound = s.homebound OR d.homebound,
                       homebound_route = CASE WHEN s.homebound
                           THEN s.homebound_route
                           ELSE d.homebound_route END,
                       homebound_stop = CASE WHEN s.homebound
                           THEN s.homebound_stop
                           ELSE d.homebound_stop END,
                       visit_days = CASE WHEN s.homebound
                           THEN s.visit_days ELSE d.visit_days END,
                       visit_items = CASE WHEN s.homebound
                           THEN s.visit_items
                           ELSE d.visit_items END,
                       next_visit = CASE WHEN s.homebound
                           THEN s.next_visit ELSE d.next_visit END
                   FROM patrons d
                   WHERE s.id = CAST(:PMG-SURVIVOR-ID AS UUID)
                   AND d.id = CAST(:PMG-LOSER-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE 'patrons' TO AUDIT-TABLE-NAME.
           MOVE PMG-SURVIVOR-ID TO AUDIT-RECORD-ID.
           MOVE 'UPDATE' TO AUDIT-OPERATION.
           MOVE 'cli' TO AUDIT-ACTOR.
           PERFORM WRITE-AUDIT-LOG.

      *    THE DUPLICATE IS RETIRED, NOT DELETED -- ITS ID STAYS
      *    VALID FOR THE AUDIT TRAIL AND ITS CARD FOR THE DESK.
           EXEC SQL
               UPDATE patrons
                   SET status = 'merged',
                       merged_into = CAST(:PMG-SURVIVOR-ID AS UUID),
                       merged_at = NOW(),
                       guardian_id = NULL,
                       guardian_block = FALSE,
                       homebound = FALSE
                   WHERE id = CAST(:PMG-LOSER-ID AS UUID)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           ADD 1 TO WS-MERGED-CNT.
           DISPLAY "MERGED  " FUNCTION TRIM(PMG-LOSER-NAME)
               " into " FUNCTION TRIM(PMG-SURVIVOR-NAME).

           MOVE 'patrons' TO AUDIT-TABLE-NAME.
           MOVE PMG-LOSER-ID TO AUDIT-RECORD-ID.
           MOVE 'MERGE' TO AUDIT-OPERATION.
           MOVE 'cli' TO AUDIT-ACTOR.
           PERFORM WRITE-AUDIT-LOG.

       AUDIT-MOVED-ROWS.
      *    ONE AUDIT ROW PER TABLE THAT ACTUALLY MOVED, KEYED ON
      *    THE DUPLICATE SO THE MERGE READS BACK AS ONE TRAIL.
           MOVE SQLERRD(3) TO WS-MOVED-CNT.
           IF SQLCODE = 100 OR WS-MOVED-CNT = 0
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "    " FUNCTION TRIM(AUDIT-TABLE-NAME) ": "
               WS-MOVED-CNT " moved".
           MOVE PMG-LOSER-ID TO AUDIT-RECORD-ID.
           MOVE 'MERGE' TO AUDIT-OPERATION.
           MOVE 'cli' TO AUDIT-ACTOR.
           PERFORM WRITE-AUDIT-LOG.

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
                'PATRONMERGE                   ' 'ERROR-RTN'
           END-CALL.

       END-PROGRAM.
