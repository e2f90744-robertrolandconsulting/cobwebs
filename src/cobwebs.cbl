        organization line sequential
        file status is ws-cors-file-status.

    select admin-network-file assign to ws-admin-net-file
        organization line sequential
        file status is ws-admin-net-file-status.

data division.

file section.
fd cors-config-file.
    01  cors-config-line     pic x(256).

fd admin-network-file.
    01  admin-network-line   pic x(256).

working-storage section.

copy 'fcgi.cpy'.
*> ENTRIES ALSO REMEMBER THE NEWEST BOOKS EVENT STAMP AT FILL
*> TIME, SO THE MOMENT A MUTATING CATALOG PROGRAM TOUCHES BOOKS
*> (EVERY ONE ENQUEUES AN EVENT ROW) EVERY CACHED PAGE GOES
*> STALE. PER-WORKER, LIKE THE RATE-LIMIT TABLE. AN ENTRY WHOSE
*> HANDLER SET AN ETAG ANSWERS A MATCHING IF-NONE-MATCH WITH 304.
copy 'fcgi-capture.cpy'.
01  ws-cache-ttl-x         pic x(6).
01  ws-cache-ttl-secs      pic 9(6) value 60.
        10  cache-filled-secs    pic 9(10) value zero.
        10  cache-books-stamp    pic x(26) value spaces.
        10  cache-resp-length    usage binary-long value 0.
        10  cache-etag           pic x(80) value spaces.
        10  cache-resp-body      pic x(32768).
01  ws-cache-idx           pic s9(4).
01  ws-cache-slot          pic s9(4).
01  ws-cache-lookup-key    pic x(600).
01  ws-cache-key-ok        pic x(1).
01  ws-cache-hit           pic x(1).
01  ws-cache-if-none-match pic x(80).
01  ws-cache-now-secs      pic 9(10).
01  ws-cache-now-time.
    05  ws-cache-now-hh     pic 9(2).
01  ws-origin-header       pic x(200).
01  ws-header-scan-idx     pic s9(4).

*> STAFF NETWORK ALLOWLIST -- ROUTES CARRYING A STAFF ROLE IN
*> ROUTES.CONF (ANY ROLE BUT 'USER') ANSWER ONLY TO ADDRESSES IN
*> ADMIN_NETWORK_FILE (DEFAULT admin-network.conf, THE CORS.CONF
*> CONVENTION), SO A STOLEN ADMIN PASSWORD IS NO USE FROM OUTSIDE
*> THE LIBRARY. IPV4 ENTRIES ARE ADDRESS[/PREFIX], KEPT AS THE
*> ADDRESS SHIFTED RIGHT BY THE HOST BITS SO A MATCH IS ONE
*> DIVIDE AND COMPARE; IPV6 ENTRIES MATCH EXACTLY. AN ENTRY WITH
*> A ROLE AFTER IT IS AN EXCEPTION FOR SESSIONS HOLDING THAT ROLE
*> ONLY, AND EVERY REQUEST IT LETS IN IS AUDITED. LOADED ONCE AT
*> STARTUP; NO FILE MEANS NO STAFF ROUTE ANSWERS AT ALL.
01  ws-admin-net-file        pic x(1024).
01  ws-admin-net-file-status pic x(2).
01  ws-admin-net-at-end      pic x(1).
01  ws-admin-net-loaded      pic x(1) value 'n'.
01  ws-admin-nets.
    05  ws-admin-net-entry occurs 32 times.
        10  admin-net-text       pic x(50) value spaces.
        10  admin-net-is-v4      pic x(1) value 'n'.
        10  admin-net-high       pic 9(10) value zero.
        10  admin-net-block      pic 9(10) value zero.
        10  admin-net-role       pic x(20) value spaces.
01  ws-admin-net-count       pic s9(4) value 0.
01  ws-admin-net-idx         pic s9(4).
01  ws-admin-net-ok          pic x(1) value 'y'.
01  ws-admin-net-via         pic s9(4) value 0.
01  ws-net-addr              pic x(50).
01  ws-net-role              pic x(20).
01  ws-net-prefix-x          pic x(3).
01  ws-net-prefix            pic 9(2).
01  ws-net-octet-x occurs 4 times pic x(3).
01  ws-net-octet             pic 9(3).
01  ws-net-octet-idx         pic s9(4).
01  ws-net-is-v4             pic x(1).
01  ws-net-value             pic 9(10).
01  ws-net-block             pic 9(10).
01  ws-net-high              pic 9(10).
01  ws-client-addr           pic x(50).
01  ws-client-is-v4          pic x(1).
01  ws-client-value          pic 9(10).
01  ws-client-high           pic 9(10).
01  ws-net-dots              pic s9(4).
01  ws-net-colons            pic s9(4).

01  ws-sigterm-num         usage binary-long value 15.
01  ws-sigterm-handler-ptr usage procedure-pointer.

01  ws-role-user-id      pic x(36).
01  ws-role-user-role    pic x(20).
01  ws-books-stamp       pic x(26).
01  ws-net-event-message pic x(200).
01  ws-net-audit-record  pic x(36).
01  ws-net-audit-actor   pic x(36).
01  ws-net-request-id    pic x(100).
exec sql
    end declare section
end-exec.
    end-if

    perform load-cors-allowlist
    perform load-admin-network

    perform connect-database

        move spaces to response-location
        move 'text/html' to response-content-type
        move spaces to response-content-encoding
        move spaces to response-etag
        move spaces to response-last-modified

        *> Read CONTENT_LENGTH/REQUEST_METHOD (and the body itself, for
        *> POST/PUT/PATCH) straight from the environment/FastCGI input
                to ws-error-fallback
            perform write-error-page
        else
            perform check-admin-network

            if ws-admin-net-ok not = 'y'
                move 403 to response-status

                call "write-response-headers"
                using by value out-ptr
                      by reference http-response
                end-call

                if ws-log-error
                    display "Staff route " function trim(request-path)
                        " refused for " function trim(request-remote-addr)
                        " (not on the staff network)"
                        " [" function trim(request-unique-id) "]"
                        upon stderr end-display
                end-if

                move '<html><body><h3>Forbidden</h3></body></html>'
                    to ws-error-fallback
                perform write-error-page
                perform record-admin-net-refusal
            else
            perform check-route-role

            if ws-route-role-ok not = 'y'
                perform write-error-page
            end-if
            end-if
            end-if
        end-if
        end-if
        end-if
    end-perform
    close cors-config-file.

load-admin-network.
    accept ws-admin-net-file from environment 'ADMIN_NETWORK_FILE'
    if ws-admin-net-file = spaces
        move 'admin-network.conf' to ws-admin-net-file
    end-if
    move 0 to ws-admin-net-count
    open input admin-network-file
    if ws-admin-net-file-status not = '00'
        *> NO ALLOWLIST MEANS NO STAFF ROUTE ANSWERS FROM ANYWHERE
        *> -- THE SAFE DEFAULT, BUT SAY SO, SINCE IT LOCKS OUT THE
        *> DESK AS WELL.
        if ws-log-error
            display "Staff network allowlist "
                function trim(ws-admin-net-file)
                " not readable; staff routes are refused"
                upon stderr
            end-display
        end-if
        exit paragraph
    end-if
    move 'y' to ws-admin-net-loaded
    move 'n' to ws-admin-net-at-end
    perform until ws-admin-net-at-end = 'y'
            or ws-admin-net-count >= 32
        read admin-network-file
            at end
                move 'y' to ws-admin-net-at-end
            not at end
                if function trim(admin-network-line) not = spaces
                        and admin-network-line(1:2) not = '*>'
                    perform add-admin-network-entry
                end-if
        end-read
    end-perform
    close admin-network-file.

add-admin-network-entry.
    *> ADDRESS[/PREFIX] [ROLE]. A LINE THAT DOES NOT PARSE IS
    *> LEFT OUT RATHER THAN GUESSED AT.
    move spaces to ws-net-addr ws-net-role ws-net-prefix-x
    unstring function trim(admin-network-line) delimited by all space
        into ws-net-addr ws-net-role
    end-unstring
    move function lower-case(ws-net-addr) to ws-net-addr
    move function lower-case(ws-net-role) to ws-net-role
    move ws-net-addr to ws-client-addr
    unstring ws-client-addr delimited by '/'
        into ws-net-addr ws-net-prefix-x
    end-unstring
    perform parse-net-address

    if ws-net-is-v4 = 'y'
        if ws-net-prefix-x = spaces
            move 32 to ws-net-prefix
        else
            if function test-numval(ws-net-prefix-x) not = 0
                move 'x' to ws-net-is-v4
            else
                if function numval(ws-net-prefix-x) > 32
                    move 'x' to ws-net-is-v4
                else
                    move function numval(ws-net-prefix-x)
                        to ws-net-prefix
                end-if
            end-if
        end-if
    else
        *> IPV6 IS MATCHED ADDRESS FOR ADDRESS, SO NO PREFIX.
        if ws-net-prefix-x not = spaces
            move 'x' to ws-net-is-v4
        end-if
    end-if

    if ws-net-is-v4 = 'x'
        if ws-log-error
            display "Staff network allowlist: ignoring "
                function trim(admin-network-line)
                upon stderr
            end-display
        end-if
        exit paragraph
    end-if

    add 1 to ws-admin-net-count
    move ws-client-addr to admin-net-text(ws-admin-net-count)
    move ws-net-is-v4 to admin-net-is-v4(ws-admin-net-count)
    move ws-net-role to admin-net-role(ws-admin-net-count)
    if ws-net-is-v4 = 'y'
        compute ws-net-block = 2 ** (32 - ws-net-prefix)
        compute ws-net-high = ws-net-value / ws-net-block
        move ws-net-block to admin-net-block(ws-admin-net-count)
        move ws-net-high to admin-net-high(ws-admin-net-count)
    end-if.

parse-net-address.
    *> WS-NET-ADDR IN; WS-NET-IS-V4 OUT -- 'y' WITH WS-NET-VALUE
    *> THE ADDRESS AS ONE 32-BIT NUMBER, 'n' FOR AN IPV6 ADDRESS,
    *> 'x' FOR ANYTHING ELSE.
    move 'x' to ws-net-is-v4
    move 0 to ws-net-value
    if ws-net-addr = spaces
        exit paragraph
    end-if
    move 0 to ws-net-dots ws-net-colons
    inspect ws-net-addr tallying ws-net-dots for all '.'
    inspect ws-net-addr tallying ws-net-colons for all ':'
    if ws-net-colons > 0
        move 'n' to ws-net-is-v4
        exit paragraph
    end-if
    if ws-net-dots not = 3
        exit paragraph
    end-if

    move spaces to ws-net-octet-x(1) ws-net-octet-x(2)
        ws-net-octet-x(3) ws-net-octet-x(4)
    unstring ws-net-addr delimited by '.'
        into ws-net-octet-x(1) ws-net-octet-x(2)
             ws-net-octet-x(3) ws-net-octet-x(4)
    end-unstring
    perform varying ws-net-octet-idx from 1 by 1
            until ws-net-octet-idx > 4
        if ws-net-octet-x(ws-net-octet-idx) = spaces
                or function test-numval(
                       ws-net-octet-x(ws-net-octet-idx)) not = 0
            exit paragraph
        end-if
        move function numval(ws-net-octet-x(ws-net-octet-idx))
            to ws-net-octet
        if ws-net-octet > 255
            exit paragraph
        end-if
        compute ws-net-value = ws-net-value * 256 + ws-net-octet
    end-perform
    move 'y' to ws-net-is-v4.

check-admin-network.
    *> ONLY ROUTES CARRYING A STAFF ROLE ARE FENCED; PUBLIC AND
    *> PATRON ('user') ROUTES ANSWER FROM ANYWHERE. THE ADDRESS
    *> IS THE ONE FASTCGI HANDS US (REMOTE_ADDR), NEVER A
    *> FORWARDED-FOR HEADER A CALLER COULD WRITE FOR ITSELF.
    move 'y' to ws-admin-net-ok
    move 0 to ws-admin-net-via

    if not route-was-matched
        exit paragraph
    end-if
    if function trim(matched-route-role) = spaces
            or function trim(matched-route-role) = 'user'
        exit paragraph
    end-if

    move 'n' to ws-admin-net-ok
    if ws-admin-net-count = 0
        exit paragraph
    end-if

    move function lower-case(function trim(request-remote-addr))
        to ws-client-addr
    *> AN IPV4 CALLER ON A DUAL-STACK SOCKET ARRIVES AS
    *> ::ffff:a.b.c.d.
    if ws-client-addr(1:7) = '::ffff:'
            and ws-client-addr(8:1) not = space
        move ws-client-addr(8:) to ws-net-addr
        move ws-net-addr to ws-client-addr
    end-if
    move ws-client-addr to ws-net-addr
    perform parse-net-address
    move ws-net-is-v4 to ws-client-is-v4
    move ws-net-value to ws-client-value

    *> THE ROLE THE CALLER HOLDS, FOR ROLE-SCOPED ENTRIES -- THE
    *> SAME SOURCES CHECK-ROUTE-ROLE TRUSTS.
    move spaces to ws-net-role
    if request-is-authenticated
        if request-auth-via-key
            move function lower-case(request-api-key-role)
                to ws-net-role
        else
            move request-user-id to ws-role-user-id
            move spaces to ws-role-user-role
            exec sql
                select role into :ws-role-user-role
                    from users
                    where id = :ws-role-user-id
            end-exec
            if sqlcode = zero
                move function lower-case(ws-role-user-role)
                    to ws-net-role
            end-if
        end-if
    end-if

    perform varying ws-admin-net-idx from 1 by 1
            until ws-admin-net-idx > ws-admin-net-count
        move 'n' to ws-net-is-v4
        if admin-net-is-v4(ws-admin-net-idx) = 'y'
            if ws-client-is-v4 = 'y'
                compute ws-client-high =
                    ws-client-value / admin-net-block(ws-admin-net-idx)
                if ws-client-high = admin-net-high(ws-admin-net-idx)
                    move 'y' to ws-net-is-v4
                end-if
            end-if
        else
            if ws-client-is-v4 = 'n'
                    and admin-net-text(ws-admin-net-idx)
                        = ws-client-addr
                move 'y' to ws-net-is-v4
            end-if
        end-if

        *> WS-NET-IS-V4 DOUBLES AS THE MATCH FLAG HERE. A PLAIN
        *> ENTRY ADMITS ANYONE; A ROLE-SCOPED ONE ONLY A CALLER
        *> HOLDING THAT ROLE ON A ROUTE NEEDING IT, AND ONLY IF NO
        *> PLAIN ENTRY COVERS THE ADDRESS TOO.
        if ws-net-is-v4 = 'y'
            if admin-net-role(ws-admin-net-idx) = spaces
                move 'y' to ws-admin-net-ok
                move 0 to ws-admin-net-via
                exit perform
            end-if
            if ws-admin-net-via = 0
                    and ws-net-role not = spaces
                    and function trim(admin-net-role(ws-admin-net-idx))
                        = function trim(ws-net-role)
                    and function trim(admin-net-role(ws-admin-net-idx))
                        = function trim(
                              function lower-case(matched-route-role))
                move ws-admin-net-idx to ws-admin-net-via
            end-if
        end-if
    end-perform

    if ws-admin-net-ok = 'y' or ws-admin-net-via = 0
        exit paragraph
    end-if

    *> AN EXCEPTION IS LET IN ONLY IF IT CAN BE ACCOUNTED FOR:
    *> EVERY SUCH REQUEST LEAVES AN AUDIT_LOG ROW NAMING THE
    *> ENTRY, THE USER AND THE REQUEST.
    move admin-net-text(ws-admin-net-via) to ws-net-audit-record
    move request-user-id to ws-net-audit-actor
    move request-unique-id to ws-net-request-id
    exec sql
        insert into audit_log
            (table_name, record_id, operation, actor, request_id)
            values ('admin_network', :ws-net-audit-record,
                    'EXCEPTION', :ws-net-audit-actor,
                    NULLIF(TRIM(:ws-net-request-id), ''))
    end-exec
    if sqlcode = zero
        exec sql commit work end-exec
        move 'y' to ws-admin-net-ok
    else
        exec sql rollback work end-exec
        if ws-log-error
            display "Staff network exception for "
                function trim(request-remote-addr)
                " not audited (sqlcode " sqlcode "); refused"
                upon stderr
            end-display
        end-if
    end-if.

record-admin-net-refusal.
    *> EACH REFUSAL LANDS IN ERROR_EVENTS AS WELL AS THE STDERR
    *> LOG, SO ERRORREPORT AND THE DASHBOARD SHOW SOMEONE OFF
    *> THE LIBRARY NETWORK TRYING STAFF PAGES.
    move spaces to ws-net-event-message
    string 'Refused ' delimited by size
           function trim(request-method) delimited by size
           ' ' delimited by size
           function trim(request-path) delimited by size
           ' from ' delimited by size
           function trim(request-remote-addr) delimited by size
        into ws-net-event-message
        on overflow
            continue
    end-string
    exec sql
        insert into error_events
            (program_name, context, sqlcode, message)
            values ('cobwebs-serve', 'admin network allowlist', 0,
                    :ws-net-event-message)
    end-exec
    if sqlcode = zero
        exec sql commit work end-exec
    else
        exec sql rollback work end-exec
    end-if.

match-cors-origin.
    *> THE BROWSER'S Origin HEADER AGAINST THE ALLOWLIST -- A
    *> MISS LEAVES THE RESPONSE WITHOUT CORS HEADERS, WHICH IS
            where table_name = 'books'
    end-exec

    move spaces to ws-cache-if-none-match
    perform varying ws-header-scan-idx from 1 by 1
            until ws-header-scan-idx > request-headers-count
        if function trim(
               request-header-key(ws-header-scan-idx))
                   = 'if-none-match'
            move request-header-value(ws-header-scan-idx)
                to ws-cache-if-none-match
        end-if
    end-perform

    move 'n' to ws-cache-hit
    perform varying ws-cache-idx from 1 by 1
            until ws-cache-idx > 8 or ws-cache-hit = 'y'
                - cache-filled-secs(ws-cache-idx)
                <= ws-cache-ttl-secs
            and cache-books-stamp(ws-cache-idx) = ws-books-stamp
            *> A CLIENT ALREADY HOLDING THIS VERSION (A FEED READER
            *> ECHOING THE ETAG THE HANDLER SET) GETS A BARE 304
            *> INSTEAD OF THE BODY.
            if function trim(cache-etag(ws-cache-idx)) not = spaces
                and function trim(ws-cache-if-none-match)
                    = function trim(cache-etag(ws-cache-idx))
                move 304 to response-status
                move cache-etag(ws-cache-idx) to response-etag
                call "write-response-headers"
                using by value out-ptr
                      by reference http-response
                end-call
            else
                move fcgi-put-len(out-ptr,
                    cache-resp-body(ws-cache-idx),
                    cache-resp-length(ws-cache-idx))
                    to fastcgi-putstr-rc
            end-if
            move 'y' to ws-cache-hit
            if ws-log-debug
                display "Cache hit for "
    move ws-cache-now-secs to cache-filled-secs(ws-cache-slot)
    move ws-books-stamp to cache-books-stamp(ws-cache-slot)
    move capture-length to cache-resp-length(ws-cache-slot)
    move response-etag to cache-etag(ws-cache-slot)
    move capture-buffer(1:capture-length)
        to cache-resp-body(ws-cache-slot).

