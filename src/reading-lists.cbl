       >>SOURCE FORMAT IS FREE
*>*******************************************
*> Reading lists on the web catalog
*>
*> my-lists, list-action, list-page
*>
*> Any signed-in account -- patrons, and the children's and adult
*> librarians building book-club and summer-reading lists -- keeps
*> named lists of titles. GET /my/lists (linked from My Account)
*> shows the account's lists and a form for a new one; POST
*> /my/lists carries every change: create, share or unshare,
*> delete, add a title (the search page's "add to list" control),
*> remove a title, and, for an admin, feature or unfeature a
*> shared list on the home page. GET /lists?id= shows one list
*> with live availability by branch -- to its owner always, to
*> anyone with the link once it is shared; GET /lists alone shows
*> the featured lists. "Place holds on the whole list" runs each
*> title through place-hold-request (src/place-hold.cbl), so the
*> category hold limit, the duplicate check and the "a copy is on
*> the shelf" refusal all apply exactly as for a single hold, and
*> the page reports what happened to each title.
*>
*> Copyright (c) 2026 Robert Roland
*>*******************************************
identification division.
program-id.   my-lists.

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
01  ws-form-open        pic x(400).
01  ws-rows-found       pic s9(04) value 0.
01  ws-count-edited     pic z(3)9.
01  ws-is-admin         pic x(1).

exec sql
    begin declare section
end-exec.
01  my-user-id          pic x(36).
01  lst-id              pic x(36).
01  lst-name            pic x(60).
01  lst-shared          pic x(1).
01  lst-featured        pic x(1).
01  lst-items           pic 9(4).
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

    call 'require-admin' using http-request ws-is-admin
    end-call

    call "write-response-headers"
    using by value out-ptr
          by reference http-response
    end-call

    move fcgi-put-ln(out-ptr,
        '<html><body><h2>My reading lists</h2>')
        to ws-put-rc
    move fcgi-put-ln(out-ptr,
        '<table border="1"><tr><th>List</th><th>Titles</th><th>Visibility</th><th></th></tr>')
        to ws-put-rc

    move request-user-id to my-user-id
    exec sql
        declare my-lists-c1 cursor for
        select cast(l.id as varchar), l.name,
               case when l.shared then 'y' else 'n' end,
               case when l.featured then 'y' else 'n' end,
               (select count(*) from reading_list_items i
                    where i.list_id = l.id)
            from reading_lists l
            where l.owner_user_id = cast(:my-user-id as uuid)
            order by l.updated_at desc
    end-exec
    exec sql
        open my-lists-c1
    end-exec
    move 0 to ws-rows-found
    exec sql
        fetch my-lists-c1 into :lst-id, :lst-name, :lst-shared,
            :lst-featured, :lst-items
    end-exec
    perform until sqlcode not = zero
        add 1 to ws-rows-found
        move lst-items to ws-count-edited
        move spaces to ws-line
        string '<tr><td><a href="/lists?id=' function trim(lst-id)
               '">'
               trim(html-escape(function trim(lst-name)), trailing)
               '</a></td><td>' trim(ws-count-edited, leading)
               '</td><td>'
            delimited by size into ws-line
        end-string
        evaluate true
            when lst-featured = 'y'
                string function trim(ws-line, trailing)
                       'shared, featured'
                    delimited by size into ws-line
                end-string
            when lst-shared = 'y'
                string function trim(ws-line, trailing) 'shared'
                    delimited by size into ws-line
                end-string
            when other
                string function trim(ws-line, trailing) 'private'
                    delimited by size into ws-line
                end-string
        end-evaluate
        string function trim(ws-line, trailing) '</td><td>'
            delimited by size into ws-line
        end-string
        move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
            to ws-put-rc
        perform write-list-buttons
        move fcgi-put-ln(out-ptr, '</td></tr>') to ws-put-rc
        exec sql
            fetch my-lists-c1 into :lst-id, :lst-name, :lst-shared,
                :lst-featured, :lst-items
        end-exec
    end-perform
    exec sql
        close my-lists-c1
    end-exec
    move fcgi-put-ln(out-ptr, '</table>') to ws-put-rc
    if ws-rows-found = 0
        move fcgi-put-ln(out-ptr,
            '<p>No lists yet. Start one below, then add titles from the catalog search.</p>')
            to ws-put-rc
    end-if

    move spaces to ws-line
    string '<h3>New list</h3><form method="POST" action="/my/lists">'
           '<input type="hidden" name="csrf_token" value="'
           function trim(request-csrf-token)
           '"><input type="hidden" name="action" value="create">'
           'Name: <input name="name" size="40" maxlength="60"> '
           'Description: <input name="description" size="60" '
           'maxlength="255"> '
           '<label><input type="checkbox" name="shared" value="y">'
           ' shared (anyone with the link can see it)</label> '
           '<input type="submit" value="Create"></form>'
        delimited by size into ws-line
    end-string
    move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
        to ws-put-rc

    move fcgi-put-ln(out-ptr,
        '<p><a href="/search">Catalog search</a> | <a href="/my/loans">My account</a></p></body></html>')
        to ws-put-rc

    goback.

write-list-buttons.
    *> ONE SMALL FORM PER BUTTON, THE MY-HOLD-ACTION PATTERN.
    move spaces to ws-form-open
    string '<form method="POST" action="/my/lists" '
           'style="display:inline">'
           '<input type="hidden" name="csrf_token" value="'
           function trim(request-csrf-token)
           '"><input type="hidden" name="list_id" value="'
           function trim(lst-id) '">'
        delimited by size into ws-form-open
    end-string
    move spaces to ws-line
    if lst-shared = 'y'
        string function trim(ws-form-open, trailing)
               '<input type="hidden" name="action" value="unshare">'
               '<input type="submit" value="Make private"></form> '
            delimited by size into ws-line
        end-string
    else
        string function trim(ws-form-open, trailing)
               '<input type="hidden" name="action" value="share">'
               '<input type="submit" value="Share"></form> '
            delimited by size into ws-line
        end-string
    end-if
    if ws-is-admin = 'y' and lst-shared = 'y'
        if lst-featured = 'y'
            string function trim(ws-line, trailing)
                   function trim(ws-form-open, trailing)
                   '<input type="hidden" name="action" '
                   'value="unfeature">'
                   '<input type="submit" value="Unfeature"></form> '
                delimited by size into ws-line
            end-string
        else
            string function trim(ws-line, trailing)
                   function trim(ws-form-open, trailing)
                   '<input type="hidden" name="action" '
                   'value="feature">'
                   '<input type="submit" value="Feature on home page">'
                   '</form> '
                delimited by size into ws-line
            end-string
        end-if
    end-if
    string function trim(ws-line, trailing)
           function trim(ws-form-open, trailing)
           '<input type="hidden" name="action" value="delete">'
           '<input type="submit" value="Delete list"></form>'
        delimited by size into ws-line
    end-string
    move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
        to ws-put-rc.

end program my-lists.


identification division.
program-id.   list-action.

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
01  ws-is-admin         pic x(1).
01  ws-back-to          pic x(100).
01  ws-hold-idx         pic s9(04).
01  ws-hold-count       pic s9(04).
01  ws-placed-count     pic s9(04).
01  ws-count-edited     pic z(3)9.
01  ws-pos-edited       pic z(3)9.
*> THE LIST IS READ INTO HERE BEFORE ANY HOLD IS PLACED --
*> PLACE-HOLD-REQUEST COMMITS EACH HOLD, WHICH WOULD CLOSE AN
*> OPEN CURSOR UNDER US.
01  ws-hold-titles.
    05  ws-hold-title occurs 100 times.
        10  ws-hold-book-id     pic x(36).
        10  ws-hold-book-name   pic x(50).

copy 'hold-request.cpy'.

exec sql
    begin declare section
end-exec.
01  my-user-id          pic x(36).
01  sql-list-id         pic x(36).
01  sql-book-id         pic x(36).
01  sql-book-name       pic x(50).
01  sql-list-name       pic x(60).
01  sql-description     pic x(255).
01  sql-shared          pic x(1).
01  sql-owner-id        pic x(36).
01  sql-found           pic 9(4).
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
    move spaces to sql-list-id
    move spaces to sql-book-id
    move spaces to sql-list-name
    move spaces to sql-description
    move 'n' to sql-shared
    move spaces to hold-req-pickup-code
    perform varying ws-param-idx from 1 by 1
            until ws-param-idx > request-parameters-count
        evaluate function trim(request-parameter-key(ws-param-idx))
            when 'action'
                move request-parameter-value(ws-param-idx)
                    to ws-action
            when 'list_id'
                move request-parameter-value(ws-param-idx)
                    to sql-list-id
            when 'book_id'
                move request-parameter-value(ws-param-idx)
                    to sql-book-id
            when 'name'
                move request-parameter-value(ws-param-idx)
                    to sql-list-name
            when 'description'
                move request-parameter-value(ws-param-idx)
                    to sql-description
            when 'shared'
                move 'y' to sql-shared
            when 'pickup_branch'
                move request-parameter-value(ws-param-idx)
                    to hold-req-pickup-code
        end-evaluate
    end-perform

    move request-user-id to my-user-id
    move request-user-id to sql-audit-actor
    move 'reading_lists' to sql-audit-table
    move '/my/lists' to ws-back-to

    evaluate function trim(ws-action)
        when 'create'
            perform create-list
        when 'share'
            perform share-list
        when 'unshare'
            perform unshare-list
        when 'delete'
            perform delete-list
        when 'add'
            perform add-title
        when 'remove'
            perform remove-title
        when 'feature'
            perform feature-list
        when 'unfeature'
            perform unfeature-list
        when 'holdall'
            perform hold-whole-list
            goback
        when other
            move 'Unknown list action' to ws-fail-note
    end-evaluate
    if ws-fail-note not = spaces
        perform show-failure
        goback
    end-if

    move sql-list-id to sql-audit-record
    perform write-audit-row

    exec sql
        commit work
    end-exec

    move 302 to response-status
    move ws-back-to to response-location
    call "write-response-headers"
    using by value out-ptr
          by reference http-response
    end-call
    move spaces to ws-line
    string '<html><body><p><a href="' function trim(ws-back-to)
           '">Continue</a></p></body></html>'
        delimited by size into ws-line
    end-string
    move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
        to ws-put-rc

    goback.

create-list.
    if function trim(sql-list-name) = spaces
        move 'Give the list a name' to ws-fail-note
        exit paragraph
    end-if
    move 'INSERT' to sql-audit-op
    exec sql
        insert into reading_lists (
            owner_user_id, name, description, shared
        ) values (
            cast(:my-user-id as uuid),
            trim(:sql-list-name),
            nullif(trim(:sql-description), ''),
            :sql-shared = 'y'
        ) returning cast(id as varchar) into :sql-list-id
    end-exec
    if sqlcode not = zero
        perform sql-failure
        exit paragraph
    end-if
    perform back-to-list.

check-owner.
    *> EVERY CHANGE BUT FEATURING IS THE OWNER'S ALONE.
    move zero to sql-found
    exec sql
        select count(*) into :sql-found
            from reading_lists
            where id = cast(nullif(trim(:sql-list-id), '') as uuid)
            and owner_user_id = cast(:my-user-id as uuid)
    end-exec
    if sqlcode not = zero or sql-found = 0
        move 'That list is not yours to change' to ws-fail-note
    end-if.

share-list.
    perform check-owner
    if ws-fail-note not = spaces
        exit paragraph
    end-if
    move 'UPDATE' to sql-audit-op
    exec sql
        update reading_lists
            set shared = true, updated_at = now()
            where id = cast(:sql-list-id as uuid)
    end-exec
    if sqlcode not = zero
        perform sql-failure
    end-if.

unshare-list.
    *> A PRIVATE LIST CANNOT STAY ON THE HOME PAGE.
    perform check-owner
    if ws-fail-note not = spaces
        exit paragraph
    end-if
    move 'UPDATE' to sql-audit-op
    exec sql
        update reading_lists
            set shared = false, featured = false,
                updated_at = now()
            where id = cast(:sql-list-id as uuid)
    end-exec
    if sqlcode not = zero
        perform sql-failure
    end-if.

delete-list.
    perform check-owner
    if ws-fail-note not = spaces
        exit paragraph
    end-if
    move 'DELETE' to sql-audit-op
    exec sql
        delete from reading_lists
            where id = cast(:sql-list-id as uuid)
    end-exec
    if sqlcode not = zero
        perform sql-failure
    end-if.

add-title.
    perform check-owner
    if ws-fail-note not = spaces
        exit paragraph
    end-if
    move zero to sql-found
    exec sql
        select count(*) into :sql-found
            from books
            where id = cast(nullif(trim(:sql-book-id), '') as uuid)
            and deleted_at is null
    end-exec
    if sqlcode not = zero or sql-found = 0
        move 'No title with that id' to ws-fail-note
        exit paragraph
    end-if
    move 'UPDATE' to sql-audit-op
    exec sql
        insert into reading_list_items (list_id, book_id)
            values (cast(:sql-list-id as uuid),
                    cast(:sql-book-id as uuid))
            on conflict do nothing
    end-exec
    if sqlcode not = zero and sqlcode not = 100
        perform sql-failure
        exit paragraph
    end-if
    perform touch-list
    perform back-to-list.

remove-title.
    perform check-owner
    if ws-fail-note not = spaces
        exit paragraph
    end-if
    move 'UPDATE' to sql-audit-op
    exec sql
        delete from reading_list_items
            where list_id = cast(:sql-list-id as uuid)
            and book_id = cast(nullif(trim(:sql-book-id), '') as uuid)
    end-exec
    if sqlcode not = zero and sqlcode not = 100
        perform sql-failure
        exit paragraph
    end-if
    perform touch-list
    perform back-to-list.

feature-list.
    *> FEATURING IS STAFF CURATION: ADMINS ONLY, AND ONLY A LIST
    *> ALREADY SHARED -- THE HOME PAGE LINKS TO IT PUBLICLY.
    call 'require-admin' using http-request ws-is-admin
    end-call
    if ws-is-admin not = 'y'
        move 'Only an admin can feature a list' to ws-fail-note
        exit paragraph
    end-if
    move 'UPDATE' to sql-audit-op
    exec sql
        update reading_lists
            set featured = true, updated_at = now()
            where id = cast(nullif(trim(:sql-list-id), '') as uuid)
            and shared
    end-exec
    if sqlcode = 100 or (sqlcode = zero and sqlerrd(3) = 0)
        move 'Share the list before featuring it' to ws-fail-note
        exit paragraph
    end-if
    if sqlcode not = zero
        perform sql-failure
    end-if.

unfeature-list.
    call 'require-admin' using http-request ws-is-admin
    end-call
    if ws-is-admin not = 'y'
        move 'Only an admin can feature a list' to ws-fail-note
        exit paragraph
    end-if
    move 'UPDATE' to sql-audit-op
    exec sql
        update reading_lists
            set featured = false, updated_at = now()
            where id = cast(nullif(trim(:sql-list-id), '') as uuid)
    end-exec
    if sqlcode not = zero and sqlcode not = 100
        perform sql-failure
    end-if.

touch-list.
    exec sql
        update reading_lists
            set updated_at = now()
            where id = cast(:sql-list-id as uuid)
    end-exec.

back-to-list.
    move spaces to ws-back-to
    string '/lists?id=' function trim(sql-list-id)
        delimited by size into ws-back-to
    end-string.

hold-whole-list.
    *> ANYONE WHO CAN SEE THE LIST MAY HOLD FROM IT -- THE OWNER,
    *> OR ANYONE WITH THE LINK ONCE IT IS SHARED.
    move spaces to sql-list-name
    exec sql
        select name into :sql-list-name
            from reading_lists
            where id = cast(nullif(trim(:sql-list-id), '') as uuid)
            and (shared or owner_user_id = cast(:my-user-id as uuid))
    end-exec
    if sqlcode not = zero
        move 'No list with that id' to ws-fail-note
        perform show-failure
        exit paragraph
    end-if

    move 0 to ws-hold-count
    exec sql
        declare list-hold-c1 cursor for
        select cast(b.id as varchar), b.name
            from reading_list_items i
            join books b on b.id = i.book_id
            where i.list_id = cast(:sql-list-id as uuid)
            and b.deleted_at is null
            and not b.opac_hidden
            order by i.added_at, b.name
    end-exec
    exec sql
        open list-hold-c1
    end-exec
    exec sql
        fetch list-hold-c1 into :sql-book-id, :sql-book-name
    end-exec
    perform until sqlcode not = zero or ws-hold-count >= 100
        add 1 to ws-hold-count
        move sql-book-id to ws-hold-book-id(ws-hold-count)
        move sql-book-name to ws-hold-book-name(ws-hold-count)
        exec sql
            fetch list-hold-c1 into :sql-book-id, :sql-book-name
        end-exec
    end-perform
    exec sql
        close list-hold-c1
    end-exec

    call "write-response-headers"
    using by value out-ptr
          by reference http-response
    end-call
    move spaces to ws-line
    string '<html><body><h2>Holds from '
           trim(html-escape(function trim(sql-list-name)), trailing)
           '</h2><ul>'
        delimited by size into ws-line
    end-string
    move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
        to ws-put-rc

    *> ONE TITLE AT A TIME THROUGH THE SAME CHECKS AS POST
    *> /api/holds. A REFUSAL (ON THE SHELF, ALREADY HELD, THE
    *> CATEGORY LIMIT REACHED) IS REPORTED AND THE REST GO ON --
    *> ONCE THE LIMIT IS REACHED EVERY LATER TITLE SAYS SO.
    move 0 to ws-placed-count
    perform varying ws-hold-idx from 1 by 1
            until ws-hold-idx > ws-hold-count
        move ws-hold-book-id(ws-hold-idx) to hold-req-book-id
        move 'n' to hold-req-any-edition
        call 'place-hold-request' using http-request hold-request
        end-call
        move spaces to ws-line
        if hold-req-status = 200
            add 1 to ws-placed-count
            move hold-req-queue-pos to ws-pos-edited
            string '<li>'
                   trim(html-escape(function trim(
                       ws-hold-book-name(ws-hold-idx))), trailing)
                   ' -- hold placed, number '
                   trim(ws-pos-edited, leading) ' in the queue</li>'
                delimited by size into ws-line
            end-string
        else
            string '<li>'
                   trim(html-escape(function trim(
                       ws-hold-book-name(ws-hold-idx))), trailing)
                   ' -- not held: '
                   trim(html-escape(function trim(hold-req-error)),
                        trailing)
                   '</li>'
                delimited by size into ws-line
            end-string
        end-if
        move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
            to ws-put-rc
    end-perform

    move ws-placed-count to ws-count-edited
    move spaces to ws-line
    string '</ul><p>' trim(ws-count-edited, leading)
           ' hold(s) placed.</p><p><a href="/lists?id='
           function trim(sql-list-id)
           '">Back to the list</a> | <a href="/my/loans">My account'
           '</a></p></body></html>'
        delimited by size into ws-line
    end-string
    move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
        to ws-put-rc.

show-failure.
    call "write-response-headers"
    using by value out-ptr
          by reference http-response
    end-call
    move fcgi-put-ln(out-ptr,
        '<html><body><h2>List not changed</h2>') to ws-put-rc
    move spaces to ws-line
    string '<p>'
           trim(html-escape(function trim(ws-fail-note)),
                trailing)
           '</p><p><a href="/my/lists">My reading lists</a></p>'
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

end program list-action.


identification division.
program-id.   list-page.

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
01  ws-rows-found       pic s9(04) value 0.
01  ws-available        pic s9(4).
01  ws-available-edited pic z(3)9.
01  ws-is-owner         pic x(1).

exec sql
    begin declare section
end-exec.
01  my-user-id          pic x(36).
01  sql-list-id         pic x(36).
01  lst-name            pic x(60).
01  lst-description     pic x(255).
01  lst-shared          pic x(1).
01  lst-owner           pic x(1).
01  ent-id              pic x(36).
01  ent-name            pic x(50).
01  ent-author          pic x(200).
01  ent-year            pic 9(4).
01  ent-copy-count      pic 9(4).
01  ent-copies-out      pic 9(4).
01  ent-ill-lent        pic 9(4).
01  ent-branch-avail    pic x(100).
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
    move spaces to sql-list-id
    perform varying ws-param-idx from 1 by 1
            until ws-param-idx > request-parameters-count
        if function trim(request-parameter-key(ws-param-idx)) = 'id'
            move request-parameter-value(ws-param-idx)
                to sql-list-id
        end-if
    end-perform

    if function trim(sql-list-id) = spaces
        perform show-featured
        goback
    end-if

    *> A PRIVATE LIST ANSWERS ONLY ITS OWNER; EVERYONE ELSE GETS
    *> THE SAME 404 AS A LIST THAT NEVER EXISTED.
    move spaces to my-user-id
    if request-is-authenticated
        move request-user-id to my-user-id
    end-if
    exec sql
        select name, coalesce(description, ''),
               case when shared then 'y' else 'n' end,
               case when cast(owner_user_id as varchar)
                         = trim(:my-user-id)
                    then 'y' else 'n' end
            into :lst-name, :lst-description, :lst-shared,
                 :lst-owner
            from reading_lists
            where id = cast(:sql-list-id as uuid)
    end-exec
    if sqlcode not = zero
        move 'n' to lst-owner
        move 'n' to lst-shared
    end-if
    move lst-owner to ws-is-owner
    if lst-shared not = 'y' and ws-is-owner not = 'y'
        exec sql
            rollback
        end-exec
        move 404 to response-status
        call "write-response-headers"
        using by value out-ptr
              by reference http-response
        end-call
        move fcgi-put-ln(out-ptr,
            '<html><body><h3>No such list</h3><p><a href="/lists">Featured lists</a></p></body></html>')
            to ws-put-rc
        goback
    end-if

    call "write-response-headers"
    using by value out-ptr
          by reference http-response
    end-call

    move spaces to ws-line
    string '<html><body><h2>'
           trim(html-escape(function trim(lst-name)), trailing)
           '</h2>'
        delimited by size into ws-line
    end-string
    if function trim(lst-description) not = spaces
        string function trim(ws-line, trailing) '<p>'
               trim(html-escape(function trim(lst-description)),
                    trailing)
               '</p>'
            delimited by size into ws-line
        end-string
    end-if
    move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
        to ws-put-rc

    if ws-is-owner = 'y'
        move spaces to ws-line
        if lst-shared = 'y'
            string '<p>Shared -- anyone with this page''s link can '
                   'see it.</p>'
                delimited by size into ws-line
            end-string
        else
            string '<p>Private -- only you can see this list. Share '
                   'it from <a href="/my/lists">My reading lists</a>.'
                   '</p>'
                delimited by size into ws-line
            end-string
        end-if
        move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
            to ws-put-rc
    end-if

    move fcgi-put-ln(out-ptr,
        '<table border="1"><tr><th>Title</th><th>Author</th><th>Year</th><th>Available</th><th>Branches</th><th></th></tr>')
        to ws-put-rc

    *> LIVE AVAILABILITY, THE SAME ARITHMETIC AND BRANCH SPLIT AS
    *> THE SEARCH PAGE. HIDDEN AND DELETED TITLES DROP OUT.
    exec sql
        declare list-page-c1 cursor for
        select cast(b.id as varchar), b.name,
               coalesce(nullif(
                   (select string_agg(a.name, '; '
                               order by a.name)
                        from book_authors ba
                        join authors a on a.id = ba.author_id
                        where ba.book_id = b.id), ''),
                   coalesce(b.author, '')),
               coalesce(b.year, 0),
               b.copy_count, b.copies_checked_out,
               (select count(*) from ill_requests ir
                    where ir.book_id = b.id
                    and ir.direction = 'lend'
                    and ir.status in ('shipped', 'received')),
               coalesce((select string_agg(br.code || ':' ||
                   cast(bh.copy_count - bh.copies_checked_out
                        as varchar), ' ' order by br.code)
                   from branch_holdings bh
                   join branches br on br.id = bh.branch_id
                   where bh.book_id = b.id), '')
            from reading_list_items i
            join books b on b.id = i.book_id
            where i.list_id = cast(:sql-list-id as uuid)
            and b.deleted_at is null
            and not b.opac_hidden
            order by i.added_at, b.name
    end-exec
    exec sql
        open list-page-c1
    end-exec
    move 0 to ws-rows-found
    exec sql
        fetch list-page-c1 into :ent-id, :ent-name, :ent-author,
            :ent-year, :ent-copy-count, :ent-copies-out,
            :ent-ill-lent, :ent-branch-avail
    end-exec
    perform until sqlcode not = zero
        add 1 to ws-rows-found
        compute ws-available = ent-copy-count - ent-copies-out
            - ent-ill-lent
        if ws-available < 0
            move 0 to ws-available
        end-if
        move ws-available to ws-available-edited
        move spaces to ws-line
        string '<tr><td><a href="/title?id=' function trim(ent-id)
               '">'
               trim(html-escape(function trim(ent-name)), trailing)
               '</a></td><td>'
               trim(html-escape(function trim(ent-author)), trailing)
               '</td><td>' ent-year
               '</td><td>' trim(ws-available-edited, leading)
               ' of ' ent-copy-count
               '</td><td>'
               trim(html-escape(function trim(ent-branch-avail)),
                    trailing)
               '</td><td>'
            delimited by size into ws-line
        end-string
        if ws-is-owner = 'y'
            string function trim(ws-line, trailing)
                   '<form method="POST" action="/my/lists">'
                   '<input type="hidden" name="csrf_token" value="'
                   function trim(request-csrf-token)
                   '"><input type="hidden" name="action" '
                   'value="remove"><input type="hidden" '
                   'name="list_id" value="' function trim(sql-list-id)
                   '"><input type="hidden" name="book_id" value="'
                   function trim(ent-id)
                   '"><input type="submit" value="Remove"></form>'
                delimited by size into ws-line
            end-string
        end-if
        string function trim(ws-line, trailing) '</td></tr>'
            delimited by size into ws-line
        end-string
        move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
            to ws-put-rc
        exec sql
            fetch list-page-c1 into :ent-id, :ent-name, :ent-author,
                :ent-year, :ent-copy-count, :ent-copies-out,
                :ent-ill-lent, :ent-branch-avail
        end-exec
    end-perform
    exec sql
        close list-page-c1
    end-exec
    move fcgi-put-ln(out-ptr, '</table>') to ws-put-rc

    if ws-rows-found = 0
        move fcgi-put-ln(out-ptr,
            '<p>Nothing on this list yet.</p>') to ws-put-rc
    end-if

    if request-is-authenticated and ws-rows-found > 0
        move spaces to ws-line
        string '<form method="POST" action="/my/lists">'
               '<input type="hidden" name="csrf_token" value="'
               function trim(request-csrf-token)
               '"><input type="hidden" name="action" value="holdall">'
               '<input type="hidden" name="list_id" value="'
               function trim(sql-list-id)
               '">Pickup branch (code, optional): '
               '<input name="pickup_branch" size="6"> '
               '<input type="submit" value="Place holds on the whole list">'
               '</form>'
            delimited by size into ws-line
        end-string
        move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
            to ws-put-rc
    end-if
    if not request-is-authenticated
        move fcgi-put-ln(out-ptr,
            '<p>Sign in to place holds from this list.</p>')
            to ws-put-rc
    end-if

    move fcgi-put-ln(out-ptr,
        '<p><a href="/search">Catalog search</a></p></body></html>')
        to ws-put-rc

    goback.

show-featured.
    call "write-response-headers"
    using by value out-ptr
          by reference http-response
    end-call
    move fcgi-put-ln(out-ptr,
        '<html><body><h2>Reading lists from the library</h2><ul>')
        to ws-put-rc
    exec sql
        declare list-featured-c1 cursor for
        select cast(id as varchar), name, coalesce(description, '')
            from reading_lists
            where featured
            order by updated_at desc
    end-exec
    exec sql
        open list-featured-c1
    end-exec
    move 0 to ws-rows-found
    exec sql
        fetch list-featured-c1 into :sql-list-id, :lst-name,
            :lst-description
    end-exec
    perform until sqlcode not = zero
        add 1 to ws-rows-found
        move spaces to ws-line
        string '<li><a href="/lists?id=' function trim(sql-list-id)
               '">'
               trim(html-escape(function trim(lst-name)), trailing)
               '</a> '
               trim(html-escape(function trim(lst-description)),
                    trailing)
               '</li>'
            delimited by size into ws-line
        end-string
        move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
            to ws-put-rc
        exec sql
            fetch list-featured-c1 into :sql-list-id, :lst-name,
                :lst-description
        end-exec
    end-perform
    exec sql
        close list-featured-c1
    end-exec
    move fcgi-put-ln(out-ptr, '</ul>') to ws-put-rc
    if ws-rows-found = 0
        move fcgi-put-ln(out-ptr,
            '<p>No featured lists right now.</p>') to ws-put-rc
    end-if
    if request-is-authenticated
        move fcgi-put-ln(out-ptr,
            '<p><a href="/my/lists">My reading lists</a></p>')
            to ws-put-rc
    end-if
    move fcgi-put-ln(out-ptr, '</body></html>') to ws-put-rc.

end program list-page.
