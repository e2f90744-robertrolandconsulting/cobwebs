*> patron record by email (accounts and the patron master file
*> are linked by the address on both), then lists open loans with
*> title, checkout and due dates, days remaining and an overdue
*> flag, the patron's holds, and a returned-items history. A
*> guardian also sees the open loans of the children linked to
*> them (see FAMILYMAINT). ?format=json returns the same data as
*> JSON for the website. Each hold carries its own buttons: a
*> waiting hold can be suspended until a date (it keeps its place
*> in the queue) or resumed, and any hold can be cancelled --
*> POST /my/holds, handled by my-hold-action below. The page also
*> carries the patron's private calendar-feed link (see
*> src/calendar.cbl) and links to their reading lists (see
*> src/reading-lists.cbl) and their contact details and notice
*> preferences (see src/my-profile.cbl).
*>
*> Copyright (c) 2026 Robert Roland
*>*******************************************
01  ws-escaped          pic x(2048).
01  ws-days-edited      pic -(4)9.
01  ws-pos-edited       pic z(3)9.
01  ws-form-open        pic x(400).

exec sql
    begin declare section
01  hold-book-name      pic x(50).
01  hold-placed         pic x(10).
01  hold-queue-pos      pic s9(4).
01  hold-id             pic x(36).
01  hold-status         pic x(10).
01  hold-pickup-code    pic x(10).
01  hold-suspended      pic x(10).
01  hold-pickup-by      pic x(10).
01  fam-patron-name     pic x(50).
01  my-calendar-token   pic x(64).
exec sql
    end declare section
end-exec.
            '<p>No online items checked out.</p>') to ws-put-rc
    end-if

    *> HOLDS STILL IN PLAY: WAITING IN THE QUEUE (POSSIBLY
    *> SUSPENDED), ON THE VAN TO THE PICKUP BRANCH, OR ON THE READY
    *> SHELF.
    move fcgi-put-ln(out-ptr, '<h3>Holds</h3>') to ws-put-rc
    exec sql
        declare my-holds-c1 cursor for
        select cast(h.id as varchar), b.name,
               to_char(h.placed_at, 'YYYY-MM-DD'),
               (select count(*) + 1 from holds h2
                    where h2.book_id = h.book_id
                    and h2.status = 'open'
                    and h2.placed_at < h.placed_at),
               h.status, coalesce(pb.code, ''),
               coalesce(to_char(h.suspended_until, 'YYYY-MM-DD'),
                        ''),
               coalesce(to_char(h.pickup_expires_at, 'YYYY-MM-DD'),
                        '')
            from holds h
            join books b on b.id = h.book_id
            left join branches pb on pb.id = h.pickup_branch_id
            where h.patron_id = cast(:my-patron-id as uuid)
            and h.status in ('open', 'in-transit', 'ready')
            order by h.placed_at
    end-exec
    exec sql
    end-exec
    move 0 to ws-rows-found
    exec sql
        fetch my-holds-c1 into :hold-id, :hold-book-name,
            :hold-placed, :hold-queue-pos, :hold-status,
            :hold-pickup-code, :hold-suspended, :hold-pickup-by
    end-exec
    perform until sqlcode not = zero
        add 1 to ws-rows-found
        string '<p>'
               trim(html-escape(function trim(hold-book-name)),
                    trailing)
               ' (placed ' hold-placed
            delimited by size into ws-line
        end-string
        evaluate true
            when function trim(hold-status) = 'ready'
                string function trim(ws-line, trailing)
                       ') -- <b>ready for pickup</b> until '
                       hold-pickup-by
                    delimited by size into ws-line
                end-string
            when function trim(hold-status) = 'in-transit'
                string function trim(ws-line, trailing)
                       ') -- on its way to your pickup branch'
                    delimited by size into ws-line
                end-string
            when function trim(hold-suspended) not = spaces
                string function trim(ws-line, trailing)
                       ', position '
                       trim(ws-pos-edited, leading)
                       ' in queue) -- suspended until '
                       hold-suspended
                    delimited by size into ws-line
                end-string
            when other
                string function trim(ws-line, trailing)
                       ', position '
                       trim(ws-pos-edited, leading)
                       ' in queue)'
                    delimited by size into ws-line
                end-string
        end-evaluate
        if function trim(hold-pickup-code) not = spaces
            string function trim(ws-line, trailing)
                   ' -- pickup at '
                   trim(html-escape(function trim(hold-pickup-code)),
                        trailing)
                delimited by size into ws-line
            end-string
        end-if
        string function trim(ws-line, trailing) '</p>'
            delimited by size into ws-line
        end-string
        move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
            to ws-put-rc
        perform write-hold-actions
        exec sql
            fetch my-holds-c1 into :hold-id, :hold-book-name,
                :hold-placed, :hold-queue-pos, :hold-status,
                :hold-pickup-code, :hold-suspended, :hold-pickup-by
        end-exec
    end-perform
    exec sql
            to ws-put-rc
    end-if

    *> CHILDREN LINKED TO THIS ACCOUNT AS THEIR GUARDIAN -- THE
    *> SECTION ONLY APPEARS FOR A GUARDIAN.
    exec sql
        declare my-fam-c1 cursor for
        select c.name, b.name,
               to_char(l.due_date, 'YYYY-MM-DD'),
               case when l.due_date < now()
                    then 'y' else 'n' end
            from patrons c
            join loans l on l.patron_id = c.id
            join books b on b.id = l.book_id
            where c.guardian_id = cast(:my-patron-id as uuid)
            and l.return_date is null
            and l.lost_at is null
            order by c.name, l.due_date
    end-exec
    exec sql
        open my-fam-c1
    end-exec
    move 0 to ws-rows-found
    exec sql
        fetch my-fam-c1 into :fam-patron-name, :loan-book-name,
            :loan-due, :loan-overdue
    end-exec
    perform until sqlcode not = zero
        if ws-rows-found = 0
            move fcgi-put-ln(out-ptr,
                '<h3>Family members</h3><table border="1"><tr><th>Borrower</th><th>Title</th><th>Due</th></tr>')
                to ws-put-rc
        end-if
        add 1 to ws-rows-found
        move spaces to ws-line
        string '<tr><td>'
               trim(html-escape(function trim(fam-patron-name)),
                    trailing)
               '</td><td>'
               trim(html-escape(function trim(loan-book-name)),
                    trailing)
               '</td><td>' loan-due
            delimited by size into ws-line
        end-string
        if loan-overdue = 'y'
            string function trim(ws-line, trailing)
                   ' <b>OVERDUE</b>'
                delimited by size into ws-line
            end-string
        end-if
        string function trim(ws-line, trailing) '</td></tr>'
            delimited by size into ws-line
        end-string
        move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
            to ws-put-rc
        exec sql
            fetch my-fam-c1 into :fam-patron-name, :loan-book-name,
                :loan-due, :loan-overdue
        end-exec
    end-perform
    exec sql
        close my-fam-c1
    end-exec
    if ws-rows-found > 0
        move fcgi-put-ln(out-ptr, '</table>') to ws-put-rc
    end-if

    *> THE PRIVATE CALENDAR FEED (SEE SRC/CALENDAR.CBL) -- THE LINK
    *> CARRIES THE SECRET TOKEN, SO A NEW ONE CAN BE ISSUED IF IT
    *> LEAKS, OR THE FEED TURNED OFF.
    move spaces to my-calendar-token
    exec sql
        select coalesce(calendar_token, '')
            into :my-calendar-token
            from patrons
            where id = cast(:my-patron-id as uuid)
    end-exec
    move fcgi-put-ln(out-ptr, '<h3>Calendar</h3>') to ws-put-rc
    move spaces to ws-form-open
    string '<form method="POST" action="/my/calendar" '
           'style="display:inline">'
           '<input type="hidden" name="csrf_token" value="'
           function trim(request-csrf-token) '">'
        delimited by size into ws-form-open
    end-string
    move spaces to ws-line
    if function trim(my-calendar-token) = spaces
        string '<p>Add your due dates and hold pickups to your '
               'phone calendar: '
               function trim(ws-form-open, trailing)
               '<input type="hidden" name="action" value="new">'
               '<input type="submit" value="Create calendar link">'
               '</form></p>'
            delimited by size into ws-line
        end-string
    else
        string '<p>Subscribe to <a href="http://'
               function trim(request-http-host)
               '/my/calendar.ics?token='
               function trim(my-calendar-token)
               '">your library calendar</a> -- keep the link '
               'private. '
               function trim(ws-form-open, trailing)
               '<input type="hidden" name="action" value="new">'
               '<input type="submit" value="New link"></form> '
               function trim(ws-form-open, trailing)
               '<input type="hidden" name="action" value="off">'
               '<input type="submit" value="Turn off"></form></p>'
            delimited by size into ws-line
        end-string
    end-if
    move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
        to ws-put-rc

    move fcgi-put-ln(out-ptr,
        '<p><a href="/my/fines">My fines</a></p>') to ws-put-rc
    move fcgi-put-ln(out-ptr,
        '<p><a href="/my/lists">My reading lists</a></p>') to ws-put-rc
    move fcgi-put-ln(out-ptr,
        '<p><a href="/my/profile">My profile and notices</a></p>')
        to ws-put-rc

    *> SIGN-OUT -- POST /logout NEEDS THE TOKEN LIKE ANY OTHER
    *> AUTHENTICATED FORM SUBMIT.

    move fcgi-put-ln(out-ptr, '</body></html>') to ws-put-rc.

write-hold-actions.
    *> ONE SMALL FORM PER BUTTON, EACH CARRYING THE CSRF TOKEN LIKE
    *> EVERY OTHER AUTHENTICATED FORM SUBMIT.
    move spaces to ws-form-open
    string '<form method="POST" action="/my/holds" '
           'style="display:inline">'
           '<input type="hidden" name="csrf_token" value="'
           function trim(request-csrf-token)
           '"><input type="hidden" name="hold_id" value="'
           function trim(hold-id) '">'
        delimited by size into ws-form-open
    end-string
    if function trim(hold-status) = 'open'
        move spaces to ws-line
        if function trim(hold-suspended) = spaces
            string function trim(ws-form-open, trailing)
                   '<input type="hidden" name="action" '
                   'value="suspend">Suspend until '
                   '<input type="date" name="until"> '
                   '<input type="submit" value="Suspend"></form> '
                delimited by size into ws-line
            end-string
        else
            string function trim(ws-form-open, trailing)
                   '<input type="hidden" name="action" '
                   'value="resume">'
                   '<input type="submit" value="Resume now"></form> '
                delimited by size into ws-line
            end-string
        end-if
        move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
            to ws-put-rc
    end-if
    move spaces to ws-line
    string function trim(ws-form-open, trailing)
           '<input type="hidden" name="action" value="cancel">'
           '<input type="submit" value="Cancel hold"></form>'
        delimited by size into ws-line
    end-string
    move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
        to ws-put-rc.

render-json.
    move fcgi-put-ln(out-ptr, '{"loans":[') to ws-put-rc


    exec sql
        declare my-holds-c2 cursor for
        select cast(h.id as varchar), b.name,
               to_char(h.placed_at, 'YYYY-MM-DD'),
               (select count(*) + 1 from holds h2
                    where h2.book_id = h.book_id
                    and h2.status = 'open'
                    and h2.placed_at < h.placed_at),
               h.status, coalesce(pb.code, ''),
               coalesce(to_char(h.suspended_until, 'YYYY-MM-DD'),
                        ''),
               coalesce(to_char(h.pickup_expires_at, 'YYYY-MM-DD'),
                        '')
            from holds h
            join books b on b.id = h.book_id
            left join branches pb on pb.id = h.pickup_branch_id
            where h.patron_id = cast(:my-patron-id as uuid)
            and h.status in ('open', 'in-transit', 'ready')
            order by h.placed_at
    end-exec
    exec sql
    end-exec
    move 'y' to ws-json-first
    exec sql
        fetch my-holds-c2 into :hold-id, :hold-book-name,
            :hold-placed, :hold-queue-pos, :hold-status,
            :hold-pickup-code, :hold-suspended, :hold-pickup-by
    end-exec
    perform until sqlcode not = zero
        move json-escape(function trim(hold-book-name))
            to ws-escaped
        move hold-queue-pos to ws-pos-edited
        move spaces to ws-line
        string '{"holdId":"' function trim(hold-id)
               '","title":"' function trim(ws-escaped)
               '","placed":"' hold-placed
               '","queuePosition":'
               trim(ws-pos-edited, leading)
               ',"status":"' function trim(hold-status)
               '","pickupBranch":"' function trim(hold-pickup-code)
               '","suspendedUntil":"' function trim(hold-suspended)
               '","pickupBy":"' function trim(hold-pickup-by) '"}'
            delimited by size into ws-line
        end-string
        if ws-json-first = 'y'
        move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
            to ws-put-rc
        exec sql
            fetch my-holds-c2 into :hold-id, :hold-book-name,
                :hold-placed, :hold-queue-pos, :hold-status,
                :hold-pickup-code, :hold-suspended, :hold-pickup-by
        end-exec
    end-perform
    exec sql
        close my-hist-c2
    end-exec

    move fcgi-put-ln(out-ptr, '],"family":[') to ws-put-rc

    exec sql
        declare my-fam-c2 cursor for
        select c.name, b.name,
               to_char(l.due_date, 'YYYY-MM-DD'),
               case when l.due_date < now()
                    then 'y' else 'n' end
            from patrons c
            join loans l on l.patron_id = c.id
            join books b on b.id = l.book_id
            where c.guardian_id = cast(:my-patron-id as uuid)
            and l.return_date is null
            and l.lost_at is null
            order by c.name, l.due_date
    end-exec
    exec sql
        open my-fam-c2
    end-exec
    move 'y' to ws-json-first
    exec sql
        fetch my-fam-c2 into :fam-patron-name, :loan-book-name,
            :loan-due, :loan-overdue
    end-exec
    perform until sqlcode not = zero
        move json-escape(function trim(fam-patron-name))
            to ws-escaped
        move spaces to ws-line
        string '{"borrower":"' function trim(ws-escaped) '",'
            delimited by size into ws-line
        end-string
        move json-escape(function trim(loan-book-name))
            to ws-escaped
        string function trim(ws-line, trailing)
               '"title":"' function trim(ws-escaped)
               '","due":"' loan-due '","overdue":'
            delimited by size into ws-line
        end-string
        if loan-overdue = 'y'
            string function trim(ws-line, trailing) 'true}'
                delimited by size into ws-line
            end-string
        else
            string function trim(ws-line, trailing) 'false}'
                delimited by size into ws-line
            end-string
        end-if
        if ws-json-first = 'y'
            move 'n' to ws-json-first
        else
            string ',' function trim(ws-line, trailing)
                delimited by size into ws-line
            end-string
        end-if
        move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
            to ws-put-rc
        exec sql
            fetch my-fam-c2 into :fam-patron-name, :loan-book-name,
                :loan-due, :loan-overdue
        end-exec
    end-perform
    exec sql
        close my-fam-c2
    end-exec

    move fcgi-put-ln(out-ptr, ']}') to ws-put-rc.

end program my-loans.


identification division.
program-id.   my-hold-action.

environment division.
configuration section.
repository.
    function all intrinsic
    function fcgi-put-ln
    function html-escape.

data division.

working-storage section.

01  ws-put-rc           usage binary-long.
01  ws-param-idx        pic s9(04).
01  ws-line             pic x(2048).
01  ws-action           pic x(10).
01  ws-fail-note        pic x(100).
01  ws-max-days-x       pic x(4).
01  ws-sys-param-name   pic x(30).
01  ws-sys-param-value  pic x(100).

exec sql
    begin declare section
end-exec.
01  sql-user-email      pic x(50).
01  my-patron-id        pic x(36).
01  sql-hold-id         pic x(36).
01  sql-hold-status     pic x(10).
01  sql-until           pic x(10).
01  sql-until-ok        pic x(1).
01  sql-max-days        pic 9(4).
01  sql-audit-table     pic x(30).
01  sql-audit-record    pic x(36).
01  sql-audit-op        pic x(10).
01  sql-audit-actor     pic x(36).
01  sql-request-id      pic x(100).
exec sql
    end declare section
end-exec.

exec sql
    include sqlca
end-exec.

linkage section.

01  out-ptr       usage pointer.

copy 'http-request.cpy'.
copy 'http-response.cpy'.

procedure division using out-ptr http-request http-response.

    if function trim(request-content-type)(1:33) =
            'application/x-www-form-urlencoded'
        call 'parse-urlencoded' using request-body http-request
        end-call
    end-if

    *> working-storage persists across worker requests -- reset
    move spaces to sql-hold-id
    move spaces to ws-action
    move spaces to sql-until
    move spaces to ws-fail-note
    perform varying ws-param-idx from 1 by 1
            until ws-param-idx > request-parameters-count
        evaluate function trim(request-parameter-key(ws-param-idx))
            when 'hold_id'
                move request-parameter-value(ws-param-idx)
                    to sql-hold-id
            when 'action'
                move request-parameter-value(ws-param-idx)
                    to ws-action
            when 'until'
                move request-parameter-value(ws-param-idx)
                    to sql-until
        end-evaluate
    end-perform

    *> SAME ACCOUNT-TO-PATRON RESOLUTION AS MY-LOANS.
    move request-user-email to sql-user-email
    move spaces to my-patron-id
    exec sql
        select cast(id as varchar) into :my-patron-id
            from patrons
            where trim(email) = trim(:sql-user-email)
            and status = 'active'
    end-exec
    if sqlcode not = zero
        move 'No patron record is linked to this account'
            to ws-fail-note
        perform show-failure
        goback
    end-if

    *> ONLY THE PATRON'S OWN HOLD, AND ONLY ONE STILL IN PLAY.
    move spaces to sql-hold-status
    exec sql
        select status into :sql-hold-status
            from holds
            where id = cast(nullif(trim(:sql-hold-id), '') as uuid)
            and patron_id = cast(:my-patron-id as uuid)
            and status in ('open', 'in-transit', 'ready')
    end-exec
    if sqlcode not = zero
        move 'That hold is not open on your account'
            to ws-fail-note
        perform show-failure
        goback
    end-if

    evaluate function trim(ws-action)
        when 'suspend'
            perform suspend-hold
        when 'resume'
            perform resume-hold
        when 'cancel'
            perform cancel-hold
        when other
            move 'Unknown hold action' to ws-fail-note
    end-evaluate
    if ws-fail-note not = spaces
        perform show-failure
        goback
    end-if

    move 'holds' to sql-audit-table
    move sql-hold-id to sql-audit-record
    move 'UPDATE' to sql-audit-op
    move request-user-id to sql-audit-actor
    perform write-audit-row

    call "ENQUEUE-EVENT" using sql-audit-table
         sql-audit-record sql-audit-op
    end-call

    exec sql
        commit work
    end-exec

    move 302 to response-status
    move '/my/loans' to response-location
    call "write-response-headers"
    using by value out-ptr
          by reference http-response
    end-call
    move fcgi-put-ln(out-ptr,
        '<html><body><p><a href="/my/loans">Back to my account</a></p></body></html>')
        to ws-put-rc

    goback.

suspend-hold.
    *> A HOLD ALREADY TRAPPED HAS A COPY WAITING -- NOTHING TO
    *> PAUSE. THE SUSPENSION RUNS TO A FUTURE DATE NO FURTHER OFF
    *> THAN HOLD_SUSPEND_MAX_DAYS (DEFAULT 365).
    if function trim(sql-hold-status) not = 'open'
        move 'Only a hold still waiting in the queue can be suspended'
            to ws-fail-note
        exit paragraph
    end-if
    move 365 to sql-max-days
    move 'HOLD_SUSPEND_MAX_DAYS' to ws-sys-param-name
    call "GET-PARAM" using ws-sys-param-name ws-sys-param-value
    end-call
    move ws-sys-param-value to ws-max-days-x
    if function trim(ws-max-days-x) not = spaces
        move function numval(ws-max-days-x) to sql-max-days
    end-if
    move 'n' to sql-until-ok
    exec sql
        select case when d > current_date
                    and d <= current_date + :sql-max-days
                    then 'y' else 'n' end
            into :sql-until-ok
            from (select to_date(:sql-until, 'YYYY-MM-DD') as d) x
    end-exec
    if sqlcode not = zero
        move 'n' to sql-until-ok
        exec sql
            rollback
        end-exec
    end-if
    if sql-until-ok not = 'y'
        move 'Choose a future date to suspend the hold until'
            to ws-fail-note
        exit paragraph
    end-if
    exec sql
        update holds
            set suspended_until = to_date(:sql-until, 'YYYY-MM-DD')
            where id = cast(:sql-hold-id as uuid)
    end-exec
    if sqlcode not = zero
        perform sql-failure
    end-if.

resume-hold.
    exec sql
        update holds
            set suspended_until = null
            where id = cast(:sql-hold-id as uuid)
    end-exec
    if sqlcode not = zero
        perform sql-failure
    end-if.

cancel-hold.
    *> A COPY ALREADY TRAPPED FOR THE HOLD IS PASSED ON OR
    *> RESHELVED BY THE NEXT HOLDEXPIRE RUN.
    exec sql
        update holds
            set status = 'cancelled',
                cancelled_at = now(),
                suspended_until = null
            where id = cast(:sql-hold-id as uuid)
    end-exec
    if sqlcode not = zero
        perform sql-failure
    end-if.

show-failure.
    call "write-response-headers"
    using by value out-ptr
          by reference http-response
    end-call
    move fcgi-put-ln(out-ptr,
        '<html><body><h2>Hold not changed</h2>') to ws-put-rc
    move spaces to ws-line
    string '<p>'
           trim(html-escape(function trim(ws-fail-note)),
                trailing)
           '</p><p><a href="/my/loans">Back to my account</a></p>'
           '</body></html>'
        delimited by size into ws-line
    end-string
    move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
        to ws-put-rc.

sql-failure.
    exec sql
        rollback
    end-exec
    move 'A system problem stopped the change -- ask at the desk'
        to ws-fail-note.

write-audit-row.
    move request-unique-id to sql-request-id
    exec sql
        insert into audit_log (
            table_name,
            record_id,
            operation,
            actor,
            request_id
        ) values (
            :sql-audit-table,
            :sql-audit-record,
            :sql-audit-op,
            :sql-audit-actor,
            NULLIF(TRIM(:sql-request-id), '')
        )
    end-exec.

end program my-hold-action.
