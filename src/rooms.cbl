       >>SOURCE FORMAT IS FREE
*>*******************************************
*> Public meeting-room listing and booking requests
*>
*> rooms
*>
*> GET /rooms lists every bookable room (see ROOMMAINT) with its
*> seats, hours and hire charge, the slots already taken over the
*> next two weeks, and a request form; POST /rooms/request files
*> the request. Both are open to everyone: a signed-in patron's
*> request is tied to their patron record (same email link as
*> my-loans), an outside group gives a name and an email or
*> phone. The clash test (ROOM_CLASH) turns away a closed day,
*> hours outside the room's or branch's, or a slot already taken
*> by an approved booking or a library program; anything else
*> waits as 'requested' for staff in ROOMREVIEW.
*>
*> Copyright (c) 2026 Robert Roland
*>*******************************************
identification division.
program-id.   rooms-page.

environment division.
configuration section.
repository.
    function all intrinsic
    function fcgi-put-ln
    function html-escape.

data division.

working-storage section.

01  ws-put-rc           usage binary-long.
01  ws-line             pic x(2048).
01  ws-rows-found       pic s9(04) value 0.
01  ws-charge-d         pic zzz9.99.

exec sql
    begin declare section
end-exec.
01  room-id             pic x(36).
01  room-name           pic x(30).
01  room-branch         pic x(50).
01  room-capacity       pic 9(4).
01  room-hours          pic x(20).
01  room-charge         pic 9(6)v99.
01  slot-date           pic x(10).
01  slot-starts         pic x(5).
01  slot-ends           pic x(5).
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

    call "write-response-headers"
    using by value out-ptr
          by reference http-response
    end-call

    move fcgi-put-ln(out-ptr,
        '<html><body><h2>Meeting and study rooms</h2>')
        to ws-put-rc

    exec sql
        declare rooms-c1 cursor for
        select cast(r.id as varchar), r.name, br.name, r.capacity,
               case when r.opens_at is null
                    then 'branch opening hours'
                    else to_char(r.opens_at, 'HH24:MI') || '-'
                         || to_char(r.closes_at, 'HH24:MI')
               end,
               coalesce(fs.default_amount, 0)
            from rooms r
            join branches br on br.id = r.branch_id
            left join fee_schedule fs
                on fs.code = r.fee_code
                and fs.active
            where r.active
            order by br.name, r.name
    end-exec
    exec sql
        open rooms-c1
    end-exec
    move 0 to ws-rows-found
    exec sql
        fetch rooms-c1 into :room-id, :room-name, :room-branch,
            :room-capacity, :room-hours, :room-charge
    end-exec
    perform until sqlcode not = zero
        add 1 to ws-rows-found
        move spaces to ws-line
        string '<p><b>'
               trim(html-escape(function trim(room-name)),
                    trailing)
               '</b>, '
               trim(html-escape(function trim(room-branch)),
                    trailing)
               ' -- seats ' room-capacity ', '
               function trim(room-hours)
            delimited by size into ws-line
        end-string
        if room-charge > 0
            move room-charge to ws-charge-d
            string function trim(ws-line, trailing)
                   ', ' function trim(ws-charge-d) ' per hour'
                delimited by size into ws-line
            end-string
        else
            string function trim(ws-line, trailing) ', free'
                delimited by size into ws-line
            end-string
        end-if
        string function trim(ws-line, trailing) '</p>'
            delimited by size into ws-line
        end-string
        move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
            to ws-put-rc
        perform list-taken-slots
        exec sql
            fetch rooms-c1 into :room-id, :room-name, :room-branch,
                :room-capacity, :room-hours, :room-charge
        end-exec
    end-perform
    exec sql
        close rooms-c1
    end-exec

    if ws-rows-found = 0
        move fcgi-put-ln(out-ptr,
            '<p>No rooms are open for booking right now.</p></body></html>')
            to ws-put-rc
        goback
    end-if

    perform show-request-form

    move fcgi-put-ln(out-ptr, '</body></html>') to ws-put-rc

    goback.

list-taken-slots.
    *> WHO HAS THE ROOM IS NOBODY ELSE'S BUSINESS -- ONLY WHEN.
    exec sql
        declare rooms-c2 cursor for
        select to_char(b.booking_date, 'YYYY-MM-DD'),
               to_char(b.starts_at, 'HH24:MI'),
               to_char(b.ends_at, 'HH24:MI')
            from room_bookings b
            where b.room_id = cast(:room-id as uuid)
            and b.status = 'approved'
            and b.booking_date between current_date
                                   and current_date + 14
        union all
        select to_char(p.event_date, 'YYYY-MM-DD'),
               coalesce(p.event_time, ''),
               coalesce(p.end_time, '')
            from library_programs p
            where p.room_id = cast(:room-id as uuid)
            and p.status <> 'cancelled'
            and p.event_date between current_date
                                 and current_date + 14
        order by 1, 2
    end-exec
    exec sql
        open rooms-c2
    end-exec
    exec sql
        fetch rooms-c2 into :slot-date, :slot-starts, :slot-ends
    end-exec
    perform until sqlcode not = zero
        move spaces to ws-line
        string '<br>&nbsp;&nbsp;taken ' slot-date ' '
               function trim(slot-starts) '-'
               function trim(slot-ends)
            delimited by size into ws-line
        end-string
        move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
            to ws-put-rc
        exec sql
            fetch rooms-c2 into :slot-date, :slot-starts, :slot-ends
        end-exec
    end-perform
    exec sql
        close rooms-c2
    end-exec.

show-request-form.
    move fcgi-put-ln(out-ptr,
        '<h3>Request a booking</h3><form method="POST" action="/rooms/request">')
        to ws-put-rc
    if request-is-authenticated
        move spaces to ws-line
        string '<input type="hidden" name="csrf_token" value="'
               function trim(request-csrf-token) '">'
            delimited by size into ws-line
        end-string
        move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
            to ws-put-rc
    end-if
    move fcgi-put-ln(out-ptr, '<p>Room: <select name="room_id">')
        to ws-put-rc
    exec sql
        declare rooms-c3 cursor for
        select cast(r.id as varchar), r.name, br.name
            from rooms r
            join branches br on br.id = r.branch_id
            where r.active
            order by br.name, r.name
    end-exec
    exec sql
        open rooms-c3
    end-exec
    exec sql
        fetch rooms-c3 into :room-id, :room-name, :room-branch
    end-exec
    perform until sqlcode not = zero
        move spaces to ws-line
        string '<option value="' function trim(room-id) '">'
               trim(html-escape(function trim(room-name)),
                    trailing)
               ', '
               trim(html-escape(function trim(room-branch)),
                    trailing)
               '</option>'
            delimited by size into ws-line
        end-string
        move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
            to ws-put-rc
        exec sql
            fetch rooms-c3 into :room-id, :room-name, :room-branch
        end-exec
    end-perform
    exec sql
        close rooms-c3
    end-exec
    move fcgi-put-ln(out-ptr, '</select></p>') to ws-put-rc
    move fcgi-put-ln(out-ptr,
        '<p>Date (YYYY-MM-DD): <input name="date" size="10"> From (HH:MM): <input name="from" size="5"> To: <input name="to" size="5"></p>')
        to ws-put-rc
    move fcgi-put-ln(out-ptr,
        '<p>How many people: <input name="people" size="4"> Purpose: <input name="purpose" size="50"></p>')
        to ws-put-rc
    move fcgi-put-ln(out-ptr,
        '<p>Group or organisation: <input name="group" size="40"></p>')
        to ws-put-rc
    if request-is-authenticated
        move fcgi-put-ln(out-ptr,
            '<p>We will reply to the email on your library account.</p>')
            to ws-put-rc
    else
        move fcgi-put-ln(out-ptr,
            '<p>Email: <input name="email" size="40"> or phone: <input name="phone" size="20"></p>')
            to ws-put-rc
    end-if
    move fcgi-put-ln(out-ptr,
        '<p>Staff will confirm the booking, and any hire charge, by email.</p><input type="submit" value="Request"></form>')
        to ws-put-rc.

end program rooms-page.


identification division.
program-id.   room-request.

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
01  ws-fail-note        pic x(100).
01  ws-people-x         pic x(10).
01  ws-phone-len        usage binary-long.
01  ws-phone-idx        usage binary-long.
01  ws-phone-ok         pic x(1).

exec sql
    begin declare section
end-exec.
01  sql-user-email      pic x(50).
01  my-patron-id        pic x(36).
01  my-patron-name      pic x(50).
01  req-room-id         pic x(36).
01  req-room-name       pic x(30).
01  req-capacity        pic 9(4).
01  req-date            pic x(10).
01  req-from            pic x(5).
01  req-to              pic x(5).
01  req-people          pic 9(4).
01  req-purpose         pic x(100).
01  req-group           pic x(50).
01  req-email           pic x(100).
01  req-phone           pic x(20).
01  req-clash           pic x(100).
01  req-booking-id      pic x(36).
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
    move spaces to req-room-id
    move spaces to req-date
    move spaces to req-from
    move spaces to req-to
    move spaces to ws-people-x
    move spaces to req-purpose
    move spaces to req-group
    move spaces to req-email
    move spaces to req-phone
    move spaces to my-patron-id
    move spaces to ws-fail-note
    perform varying ws-param-idx from 1 by 1
            until ws-param-idx > request-parameters-count
        evaluate function trim(request-parameter-key(ws-param-idx))
            when 'room_id'
                move request-parameter-value(ws-param-idx)
                    to req-room-id
            when 'date'
                move request-parameter-value(ws-param-idx)
                    to req-date
            when 'from'
                move request-parameter-value(ws-param-idx)
                    to req-from
            when 'to'
                move request-parameter-value(ws-param-idx)
                    to req-to
            when 'people'
                move request-parameter-value(ws-param-idx)
                    to ws-people-x
            when 'purpose'
                move request-parameter-value(ws-param-idx)
                    to req-purpose
            when 'group'
                move request-parameter-value(ws-param-idx)
                    to req-group
            when 'email'
                move request-parameter-value(ws-param-idx)
                    to req-email
            when 'phone'
                move request-parameter-value(ws-param-idx)
                    to req-phone
        end-evaluate
    end-perform

    move 1 to req-people
    if function trim(ws-people-x) not = spaces
        move numval(ws-people-x) to req-people
    end-if

    *> A SIGNED-IN PATRON BOOKS ON THEIR OWN RECORD (SAME
    *> ACCOUNT-TO-PATRON RESOLUTION AS MY-LOANS); THE GROUP NAME
    *> DEFAULTS TO THEIRS AND REPLIES GO TO THEIR CONTACT DETAILS.
    if request-is-authenticated
        move request-user-email to sql-user-email
        exec sql
            select cast(id as varchar), name,
                   coalesce(email, ''), coalesce(phone, '')
                into :my-patron-id, :my-patron-name,
                     :req-email, :req-phone
                from patrons
                where trim(email) = trim(:sql-user-email)
                and status = 'active'
        end-exec
        if sqlcode not = zero
            move spaces to my-patron-id
        else
            if function trim(req-group) = spaces
                move my-patron-name to req-group
            end-if
        end-if
    end-if

    if function trim(req-group) = spaces
        move 'Tell us the name of the group or organisation'
            to ws-fail-note
        perform show-failure
        goback
    end-if
    if function trim(req-email) = spaces
            and function trim(req-phone) = spaces
        move 'Give an email address or phone number for the reply'
            to ws-fail-note
        perform show-failure
        goback
    end-if

    *> SAME RULE AS REGISTER -- THE NUMBER MAY REACH SENDSMS.
    perform validate-phone
    if ws-phone-ok not = 'y'
        move 'The phone number may only contain digits, +, spaces and dashes'
            to ws-fail-note
        perform show-failure
        goback
    end-if

    *> THE ROOM, THE DATE AND THE CLASH TEST IN ONE GO; A DATE OR
    *> TIME THAT WILL NOT CAST FAILS THE STATEMENT OUTRIGHT.
    move spaces to req-clash
    exec sql
        select r.name, r.capacity,
               case when cast(:req-date as date) < current_date
                    then 'that date has passed'
                    else coalesce(room_clash(r.id,
                             cast(:req-date as date),
                             cast(:req-from as time),
                             cast(:req-to as time),
                             null), '')
               end
            into :req-room-name, :req-capacity, :req-clash
            from rooms r
            where r.id = cast(nullif(trim(:req-room-id), '') as uuid)
            and r.active
    end-exec
    if sqlcode = 100
        move 'That room is not open for booking' to ws-fail-note
        perform show-failure
        goback
    end-if
    if sqlcode not = zero
        exec sql
            rollback
        end-exec
        move 'Give the date as YYYY-MM-DD and the times as HH:MM'
            to ws-fail-note
        perform show-failure
        goback
    end-if
    if function trim(req-clash) not = spaces
        move spaces to ws-fail-note
        string 'The room cannot be booked then: '
               function trim(req-clash)
            delimited by size into ws-fail-note
        end-string
        perform show-failure
        goback
    end-if
    if req-people > req-capacity
        move spaces to ws-fail-note
        string 'The ' function trim(req-room-name) ' seats only '
               req-capacity ' people'
            delimited by size into ws-fail-note
        end-string
        perform show-failure
        goback
    end-if

    exec sql
        insert into room_bookings (
            room_id,
            patron_id,
            group_name,
            contact_email,
            contact_phone,
            purpose,
            attendees,
            booking_date,
            starts_at,
            ends_at
        ) values (
            cast(:req-room-id as uuid),
            cast(nullif(trim(:my-patron-id), '') as uuid),
            trim(:req-group),
            nullif(trim(:req-email), ''),
            nullif(trim(:req-phone), ''),
            nullif(trim(:req-purpose), ''),
            :req-people,
            cast(:req-date as date),
            cast(:req-from as time),
            cast(:req-to as time)
        ) returning cast(id as varchar) into :req-booking-id
    end-exec
    if sqlcode not = zero
        exec sql
            rollback
        end-exec
        move 'A system problem stopped the request' to ws-fail-note
        perform show-failure
        goback
    end-if

    move 'room_bookings' to sql-audit-table
    move req-booking-id to sql-audit-record
    move 'INSERT' to sql-audit-op
    if request-is-authenticated
        move request-user-id to sql-audit-actor
    else
        move 'public' to sql-audit-actor
    end-if
    perform write-audit-row

    exec sql
        commit work
    end-exec

    call "write-response-headers"
    using by value out-ptr
          by reference http-response
    end-call
    move spaces to ws-line
    string '<html><body><h2>Thank you</h2><p>Your request for the '
           trim(html-escape(function trim(req-room-name)), trailing)
           ' on ' req-date ' ' req-from '-' req-to
           ' is in. Staff will confirm it, and any hire charge, '
           'shortly.</p><p><a href="/rooms">Back to rooms</a></p>'
           '</body></html>'
        delimited by size into ws-line
    end-string
    move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
        to ws-put-rc

    goback.

validate-phone.
    move 'y' to ws-phone-ok
    move length(trim(req-phone, trailing)) to ws-phone-len
    perform varying ws-phone-idx from 1 by 1
            until ws-phone-idx > ws-phone-len
            or ws-phone-ok = 'n'
        if (req-phone(ws-phone-idx:1) < '0'
                or req-phone(ws-phone-idx:1) > '9')
                and req-phone(ws-phone-idx:1) not = '+'
                and req-phone(ws-phone-idx:1) not = '-'
                and req-phone(ws-phone-idx:1) not = space
            move 'n' to ws-phone-ok
        end-if
    end-perform.

show-failure.
    call "write-response-headers"
    using by value out-ptr
          by reference http-response
    end-call
    move spaces to ws-line
    string '<html><body><h2>Not booked</h2><p>'
           trim(html-escape(function trim(ws-fail-note)),
                trailing)
           '</p><p><a href="/rooms">Back to rooms</a></p>'
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

end program room-request.
