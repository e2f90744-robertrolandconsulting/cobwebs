       >>SOURCE FORMAT IS FREE
*>*******************************************
*> iCalendar feeds: library programs and a patron's due dates
*>
*> events-calendar, patron-calendar, calendar-token-reset
*>
*> GET /events.ics (see routes.conf) publishes the upcoming
*> library programs (see EVENTMAINT) for anyone's calendar app;
*> branch= (a branch code, through the program's room) and type=
*> (program_type) narrow it. A program cancelled after people
*> subscribed stays in the feed as STATUS:CANCELLED so the entry
*> disappears from their calendars instead of lingering.
*>
*> GET /my/calendar.ics?token= is the patron's private feed: open
*> loans on their due dates and ready holds on their pickup
*> deadlines. Calendar apps cannot sign in, so it is reached by
*> the secret patrons.calendar_token rather than a session, and
*> answers only while the patron is active -- an erased, expired
*> or blocked patron's link goes dead. POST /my/calendar (from My
*> Account) creates or regenerates the token, or turns the feed
*> off; regenerating kills the old link.
*>
*> Times are the library's local wall-clock time (floating, no
*> zone), the same times the desk and the notices quote.
*>
*> Copyright (c) 2026 Robert Roland
*>*******************************************
identification division.
program-id.   events-calendar.

environment division.
configuration section.
repository.
    function all intrinsic
    function fcgi-put-ln.

data division.

working-storage section.

01  ws-put-rc           usage binary-long.
01  ws-param-idx        pic s9(04).
01  ws-ical-line        pic x(2048).
01  ws-fold-len         usage binary-long.
01  ws-fold-pos         usage binary-long.
01  ws-fold-take        usage binary-long.
01  ws-host             pic x(100).

exec sql
    begin declare section
end-exec.
01  cal-branch          pic x(10).
01  cal-type            pic x(20).
01  cal-stamp           pic x(16).
01  prg-id              pic x(36).
01  prg-summary         pic x(200).
01  prg-type            pic x(20).
01  prg-location        pic x(200).
01  prg-dtstart         pic x(40).
01  prg-dtend           pic x(40).
01  prg-cancelled       pic x(1).
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

    *> working-storage persists across worker requests -- reset
    move spaces to cal-branch
    move spaces to cal-type
    perform varying ws-param-idx from 1 by 1
            until ws-param-idx > request-parameters-count
        evaluate function trim(request-parameter-key(ws-param-idx))
            when 'branch'
                move upper-case(request-parameter-value(ws-param-idx))
                    to cal-branch
            when 'type'
                move request-parameter-value(ws-param-idx)
                    to cal-type
        end-evaluate
    end-perform

    move request-http-host to ws-host
    if function trim(ws-host) = spaces
        move 'cobwebs' to ws-host
    end-if

    exec sql
        select to_char(now() at time zone 'UTC', 'YYYYMMDD') || 'T'
               || to_char(now() at time zone 'UTC', 'HH24MISS') || 'Z'
            into :cal-stamp
    end-exec

    move 'text/calendar; charset=utf-8' to response-content-type
    call "write-response-headers"
    using by value out-ptr
          by reference http-response
    end-call

    move fcgi-put-ln(out-ptr, 'BEGIN:VCALENDAR') to ws-put-rc
    move fcgi-put-ln(out-ptr, 'VERSION:2.0') to ws-put-rc
    move fcgi-put-ln(out-ptr, 'PRODID:-//CobWebs//Library programs//EN')
        to ws-put-rc
    move fcgi-put-ln(out-ptr, 'CALSCALE:GREGORIAN') to ws-put-rc
    move fcgi-put-ln(out-ptr, 'METHOD:PUBLISH') to ws-put-rc
    move fcgi-put-ln(out-ptr, 'X-WR-CALNAME:Library programs')
        to ws-put-rc

    *> A PROGRAM WITH NO START TIME IS AN ALL-DAY ENTRY; ONE WITH
    *> NO END TIME RUNS AN HOUR, THE SAME DEFAULT ROOM_CLASH USES.
    *> TEXT VALUES ARE ESCAPED HERE FOR RFC 5545 (\ ; , ).
    exec sql
        declare cal-events-c1 cursor for
        select cast(p.id as varchar),
               replace(replace(replace(p.title, '\', '\\'),
                   ';', '\;'), ',', '\,'),
               p.program_type,
               replace(replace(replace(
                   trim(both ' ,' from
                       coalesce(rm.name, p.room, '') || ', '
                       || coalesce(br.name, '')),
                   '\', '\\'), ';', '\;'), ',', '\,'),
               case when coalesce(p.event_time, '') = ''
                    then 'DTSTART;VALUE=DATE:'
                         || to_char(p.event_date, 'YYYYMMDD')
                    else 'DTSTART:'
                         || to_char(p.event_date, 'YYYYMMDD') || 'T'
                         || to_char(cast(p.event_time as time),
                                    'HH24MISS')
               end,
               case when coalesce(p.event_time, '') = ''
                    then 'DTEND;VALUE=DATE:'
                         || to_char(p.event_date + 1, 'YYYYMMDD')
                    else 'DTEND:'
                         || to_char(p.event_date, 'YYYYMMDD') || 'T'
                         || to_char(coalesce(
                                cast(nullif(p.end_time, '') as time),
                                cast(p.event_time as time)
                                    + interval '1 hour'),
                            'HH24MISS')
               end,
               case when p.status = 'cancelled'
                    then 'y' else 'n' end
            from library_programs p
            left join rooms rm on rm.id = p.room_id
            left join branches br on br.id = rm.branch_id
            where p.status in ('open', 'cancelled')
            and p.event_date >= current_date
            and (trim(:cal-branch) = ''
                 or br.code = trim(:cal-branch))
            and (trim(:cal-type) = ''
                 or p.program_type = trim(:cal-type))
            order by p.event_date, p.event_time
    end-exec
    exec sql
        open cal-events-c1
    end-exec
    exec sql
        fetch cal-events-c1 into :prg-id, :prg-summary, :prg-type,
            :prg-location, :prg-dtstart, :prg-dtend, :prg-cancelled
    end-exec
    perform until sqlcode not = zero
        move fcgi-put-ln(out-ptr, 'BEGIN:VEVENT') to ws-put-rc
        move spaces to ws-ical-line
        string 'UID:program-' function trim(prg-id) '@'
               function trim(ws-host)
            delimited by size into ws-ical-line
        end-string
        perform put-ical-line
        move spaces to ws-ical-line
        string 'DTSTAMP:' cal-stamp
            delimited by size into ws-ical-line
        end-string
        perform put-ical-line
        move prg-dtstart to ws-ical-line
        perform put-ical-line
        move prg-dtend to ws-ical-line
        perform put-ical-line
        move spaces to ws-ical-line
        string 'SUMMARY:' function trim(prg-summary)
            delimited by size into ws-ical-line
        end-string
        perform put-ical-line
        move spaces to ws-ical-line
        string 'CATEGORIES:' function trim(prg-type)
            delimited by size into ws-ical-line
        end-string
        perform put-ical-line
        if function trim(prg-location) not = spaces
            move spaces to ws-ical-line
            string 'LOCATION:' function trim(prg-location)
                delimited by size into ws-ical-line
            end-string
            perform put-ical-line
        end-if
        if prg-cancelled = 'y'
            move fcgi-put-ln(out-ptr, 'STATUS:CANCELLED')
                to ws-put-rc
        else
            move fcgi-put-ln(out-ptr, 'STATUS:CONFIRMED')
                to ws-put-rc
        end-if
        move fcgi-put-ln(out-ptr, 'END:VEVENT') to ws-put-rc
        exec sql
            fetch cal-events-c1 into :prg-id, :prg-summary,
                :prg-type, :prg-location, :prg-dtstart,
                :prg-dtend, :prg-cancelled
        end-exec
    end-perform
    exec sql
        close cal-events-c1
    end-exec

    move fcgi-put-ln(out-ptr, 'END:VCALENDAR') to ws-put-rc

    goback.

put-ical-line.
    *> RFC 5545 FOLDS CONTENT LINES LONGER THAN 75 OCTETS: THE
    *> REST CONTINUES ON LINES THAT START WITH ONE SPACE.
    move length(trim(ws-ical-line, trailing)) to ws-fold-len
    if ws-fold-len <= 75
        move fcgi-put-ln(out-ptr, function trim(ws-ical-line, trailing))
            to ws-put-rc
        exit paragraph
    end-if
    move fcgi-put-ln(out-ptr, ws-ical-line(1:75)) to ws-put-rc
    move 76 to ws-fold-pos
    perform until ws-fold-pos > ws-fold-len
        compute ws-fold-take = ws-fold-len - ws-fold-pos + 1
        if ws-fold-take > 74
            move 74 to ws-fold-take
        end-if
        move fcgi-put-ln(out-ptr,
            concatenate(' ', ws-ical-line(ws-fold-pos:ws-fold-take)))
            to ws-put-rc
        add ws-fold-take to ws-fold-pos
    end-perform.

end program events-calendar.


identification division.
program-id.   patron-calendar.

environment division.
configuration section.
repository.
    function all intrinsic
    function fcgi-put-ln.

data division.

working-storage section.

01  ws-put-rc           usage binary-long.
01  ws-param-idx        pic s9(04).
01  ws-ical-line        pic x(2048).
01  ws-fold-len         usage binary-long.
01  ws-fold-pos         usage binary-long.
01  ws-fold-take        usage binary-long.
01  ws-host             pic x(100).

exec sql
    begin declare section
end-exec.
01  cal-token           pic x(64).
01  cal-patron-id       pic x(36).
01  cal-stamp           pic x(16).
01  ent-uid             pic x(60).
01  ent-summary         pic x(200).
01  ent-location        pic x(200).
01  ent-dtstart         pic x(40).
01  ent-dtend           pic x(40).
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

    *> working-storage persists across worker requests -- reset
    move spaces to cal-token
    perform varying ws-param-idx from 1 by 1
            until ws-param-idx > request-parameters-count
        if function trim(request-parameter-key(ws-param-idx))
                = 'token'
            move request-parameter-value(ws-param-idx) to cal-token
        end-if
    end-perform

    *> THE TOKEN IS THE WHOLE CREDENTIAL. ONLY AN ACTIVE PATRON'S
    *> TOKEN ANSWERS; ANYTHING ELSE GETS THE SAME 404 SO A PROBE
    *> LEARNS NOTHING ABOUT WHICH TOKENS ONCE EXISTED.
    move spaces to cal-patron-id
    if function trim(cal-token) not = spaces
        exec sql
            select cast(id as varchar) into :cal-patron-id
                from patrons
                where calendar_token = trim(:cal-token)
                and status = 'active'
        end-exec
    end-if
    if function trim(cal-patron-id) = spaces
        move 404 to response-status
        move 'text/plain' to response-content-type
        call "write-response-headers"
        using by value out-ptr
              by reference http-response
        end-call
        move fcgi-put-ln(out-ptr, 'no such calendar') to ws-put-rc
        goback
    end-if

    move request-http-host to ws-host
    if function trim(ws-host) = spaces
        move 'cobwebs' to ws-host
    end-if

    exec sql
        select to_char(now() at time zone 'UTC', 'YYYYMMDD') || 'T'
               || to_char(now() at time zone 'UTC', 'HH24MISS') || 'Z'
            into :cal-stamp
    end-exec

    move 'text/calendar; charset=utf-8' to response-content-type
    call "write-response-headers"
    using by value out-ptr
          by reference http-response
    end-call

    move fcgi-put-ln(out-ptr, 'BEGIN:VCALENDAR') to ws-put-rc
    move fcgi-put-ln(out-ptr, 'VERSION:2.0') to ws-put-rc
    move fcgi-put-ln(out-ptr, 'PRODID:-//CobWebs//My library//EN')
        to ws-put-rc
    move fcgi-put-ln(out-ptr, 'CALSCALE:GREGORIAN') to ws-put-rc
    move fcgi-put-ln(out-ptr, 'METHOD:PUBLISH') to ws-put-rc
    move fcgi-put-ln(out-ptr, 'X-WR-CALNAME:My library') to ws-put-rc

    *> OPEN LOANS ON THE DUE DATE -- A DAY LOAN (DUE AT MIDNIGHT
    *> OR CLOSE OF DAY) IS AN ALL-DAY ENTRY, AN HOURLY LOAN A
    *> FIFTEEN-MINUTE SLOT AT ITS DUE TIME. READY HOLDS SIT ON THE
    *> PICKUP DEADLINE AT THE BRANCH HOLDING THE COPY. UIDS ARE THE
    *> LOAN AND HOLD IDS, SO A RENEWAL MOVES THE SAME ENTRY.
    exec sql
        declare cal-patron-c1 cursor for
        select x.uid, x.summary, x.location, x.dtstart, x.dtend
        from (
        select 'loan-' || cast(l.id as varchar) as uid,
               'Due back: '
                   || replace(replace(replace(b.name, '\', '\\'),
                          ';', '\;'), ',', '\,') as summary,
               '' as location,
               case when to_char(l.due_date, 'HH24:MI')
                        in ('00:00', '23:59')
                    then 'DTSTART;VALUE=DATE:'
                         || to_char(l.due_date, 'YYYYMMDD')
                    else 'DTSTART:'
                         || to_char(l.due_date, 'YYYYMMDD') || 'T'
                         || to_char(l.due_date, 'HH24MISS')
               end as dtstart,
               case when to_char(l.due_date, 'HH24:MI')
                        in ('00:00', '23:59')
                    then 'DTEND;VALUE=DATE:'
                         || to_char(l.due_date + interval '1 day',
                                    'YYYYMMDD')
                    else 'DTEND:'
                         || to_char(l.due_date
                                    + interval '15 minutes',
                                    'YYYYMMDD') || 'T'
                         || to_char(l.due_date
                                    + interval '15 minutes',
                                    'HH24MISS')
               end as dtend,
               l.due_date as sort_at
            from loans l
            join books b on b.id = l.book_id
            where l.patron_id = cast(:cal-patron-id as uuid)
            and l.return_date is null
            and l.lost_at is null
        union all
        select 'hold-' || cast(h.id as varchar),
               'Pick up by: '
                   || replace(replace(replace(b.name, '\', '\\'),
                          ';', '\;'), ',', '\,'),
               replace(replace(replace(coalesce(pb.name, ''),
                   '\', '\\'), ';', '\;'), ',', '\,'),
               'DTSTART:'
                   || to_char(h.pickup_expires_at, 'YYYYMMDD') || 'T'
                   || to_char(h.pickup_expires_at, 'HH24MISS'),
               'DTEND:'
                   || to_char(h.pickup_expires_at
                              + interval '15 minutes',
                              'YYYYMMDD') || 'T'
                   || to_char(h.pickup_expires_at
                              + interval '15 minutes',
                              'HH24MISS'),
               h.pickup_expires_at
            from holds h
            join books b on b.id = h.book_id
            left join copies c on c.id = h.copy_id
            left join branches pb
                on pb.id = coalesce(h.pickup_branch_id, c.branch_id)
            where h.patron_id = cast(:cal-patron-id as uuid)
            and h.status = 'ready'
            and h.pickup_expires_at is not null
        ) x
        order by x.sort_at
    end-exec
    exec sql
        open cal-patron-c1
    end-exec
    exec sql
        fetch cal-patron-c1 into :ent-uid, :ent-summary,
            :ent-location, :ent-dtstart, :ent-dtend
    end-exec
    perform until sqlcode not = zero
        move fcgi-put-ln(out-ptr, 'BEGIN:VEVENT') to ws-put-rc
        move spaces to ws-ical-line
        string 'UID:' function trim(ent-uid) '@'
               function trim(ws-host)
            delimited by size into ws-ical-line
        end-string
        perform put-ical-line
        move spaces to ws-ical-line
        string 'DTSTAMP:' cal-stamp
            delimited by size into ws-ical-line
        end-string
        perform put-ical-line
        move ent-dtstart to ws-ical-line
        perform put-ical-line
        move ent-dtend to ws-ical-line
        perform put-ical-line
        move spaces to ws-ical-line
        string 'SUMMARY:' function trim(ent-summary)
            delimited by size into ws-ical-line
        end-string
        perform put-ical-line
        if function trim(ent-location) not = spaces
            move spaces to ws-ical-line
            string 'LOCATION:' function trim(ent-location)
                delimited by size into ws-ical-line
            end-string
            perform put-ical-line
        end-if
        move fcgi-put-ln(out-ptr, 'TRANSP:TRANSPARENT') to ws-put-rc
        move fcgi-put-ln(out-ptr, 'END:VEVENT') to ws-put-rc
        exec sql
            fetch cal-patron-c1 into :ent-uid, :ent-summary,
                :ent-location, :ent-dtstart, :ent-dtend
        end-exec
    end-perform
    exec sql
        close cal-patron-c1
    end-exec

    move fcgi-put-ln(out-ptr, 'END:VCALENDAR') to ws-put-rc

    goback.

put-ical-line.
    *> SAME FOLDING AS EVENTS-CALENDAR.
    move length(trim(ws-ical-line, trailing)) to ws-fold-len
    if ws-fold-len <= 75
        move fcgi-put-ln(out-ptr, function trim(ws-ical-line, trailing))
            to ws-put-rc
        exit paragraph
    end-if
    move fcgi-put-ln(out-ptr, ws-ical-line(1:75)) to ws-put-rc
    move 76 to ws-fold-pos
    perform until ws-fold-pos > ws-fold-len
        compute ws-fold-take = ws-fold-len - ws-fold-pos + 1
        if ws-fold-take > 74
            move 74 to ws-fold-take
        end-if
        move fcgi-put-ln(out-ptr,
            concatenate(' ', ws-ical-line(ws-fold-pos:ws-fold-take)))
            to ws-put-rc
        add ws-fold-take to ws-fold-pos
    end-perform.

end program patron-calendar.


identification division.
program-id.   calendar-token-reset.

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

exec sql
    begin declare section
end-exec.
01  sql-user-email      pic x(50).
01  my-patron-id        pic x(36).
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
    move spaces to ws-action
    move spaces to ws-fail-note
    perform varying ws-param-idx from 1 by 1
            until ws-param-idx > request-parameters-count
        if function trim(request-parameter-key(ws-param-idx))
                = 'action'
            move request-parameter-value(ws-param-idx) to ws-action
        end-if
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

    *> A NEW TOKEN REPLACES THE OLD ONE OUTRIGHT, SO ANY COPY OF
    *> THE OLD LINK STOPS WORKING AT ONCE.
    evaluate function trim(ws-action)
        when 'new'
            exec sql
                update patrons
                    set calendar_token =
                        md5(cast(random() as varchar)
                            || cast(clock_timestamp() as varchar)
                            || cast(id as varchar))
                    where id = cast(:my-patron-id as uuid)
            end-exec
        when 'off'
            exec sql
                update patrons
                    set calendar_token = null
                    where id = cast(:my-patron-id as uuid)
            end-exec
        when other
            move 'Unknown calendar action' to ws-fail-note
            perform show-failure
            goback
    end-evaluate
    if sqlcode not = zero
        exec sql
            rollback
        end-exec
        move 'A system problem stopped the change -- ask at the desk'
            to ws-fail-note
        perform show-failure
        goback
    end-if

    move 'patrons' to sql-audit-table
    move my-patron-id to sql-audit-record
    move 'UPDATE' to sql-audit-op
    move request-user-id to sql-audit-actor
    perform write-audit-row

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

show-failure.
    call "write-response-headers"
    using by value out-ptr
          by reference http-response
    end-call
    move fcgi-put-ln(out-ptr,
        '<html><body><h2>Calendar link not changed</h2>')
        to ws-put-rc
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

end program calendar-token-reset.
