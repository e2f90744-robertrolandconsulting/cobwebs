*> check has consulted all along, and answers with the patron's
*> position in the title's queue. Fields arrive through
*> request-parameters, so both JSON and form-encoded bodies work.
*> An optional pickup_branch (a branch code) names where the
*> patron will collect; without it the hold is filled wherever a
*> copy is trapped, as before. With a pickup branch, only a copy
*> on that branch's shelf makes the hold unnecessary -- a copy
*> shelved elsewhere is paged and sent (see PULLLIST).
*> any_edition=y on a title grouped under a work (see WORKMAINT)
*> places the hold on the work instead: a copy of any edition
*> fills it, so availability, the duplicate check and the queue
*> position are all taken across the work's editions.
*> The checks and the insert live in place-hold-request below,
*> which the reading lists' "hold the whole list" (see
*> src/reading-lists.cbl) calls title by title, so both paths
*> enforce the same limits -- including the refusal of a patron
*> whose account staff have blocked (see PATRONNOTES).
*>
*> Copyright (c) 2026 Robert Roland
*>*******************************************
01  ws-json-body        pic x(1024).
01  ws-pos-edited       pic z(3)9.

copy 'hold-request.cpy'.

linkage section.

        end-call
    end-if

    move spaces to hold-req-book-id
    move spaces to hold-req-pickup-code
    move 'n' to hold-req-any-edition
    perform varying ws-param-idx from 1 by 1
            until ws-param-idx > request-parameters-count
        if function trim(request-parameter-key(ws-param-idx))
                = 'book_id'
            move request-parameter-value(ws-param-idx)
                to hold-req-book-id
        end-if
        if function trim(request-parameter-key(ws-param-idx))
                = 'pickup_branch'
            move request-parameter-value(ws-param-idx)
                to hold-req-pickup-code
        end-if
        if function trim(request-parameter-key(ws-param-idx))
                = 'any_edition'
            move lower-case(request-parameter-value(ws-param-idx)(1:1))
                to hold-req-any-edition
        end-if
    end-perform

    if function trim(hold-req-book-id) = spaces
        move 400 to response-status
        move '{"ok":false,"error":"book_id is required"}'
            to ws-json-body
        goback
    end-if

    call 'place-hold-request' using http-request hold-request
    end-call

    if hold-req-status not = 200
        move hold-req-status to response-status
        move spaces to ws-json-body
        string '{"ok":false,"error":"' delimited by size
               trim(json-escape(function trim(hold-req-error)),
                    trailing) delimited by size
               '"}' delimited by size
               into ws-json-body
        end-string
        perform send-json
        goback
    end-if

    move hold-req-queue-pos to ws-pos-edited
    move spaces to ws-json-body
    string '{"ok":true,"holdId":"' delimited by size
           function trim(hold-req-hold-id) delimited by size
           '","queuePosition":' delimited by size
           trim(ws-pos-edited, leading) delimited by size
           '}' delimited by size
           into ws-json-body
    end-string
    perform send-json

    goback.

send-json.
    call "write-response-headers"
    using by value out-ptr
          by reference http-response
    end-call
    move fcgi-put-ln(out-ptr, function trim(ws-json-body, trailing))
        to ws-put-rc.

end program place-hold.


identification division.
program-id.   place-hold-request.

environment division.
configuration section.
repository.
    function all intrinsic.

data division.

working-storage section.

exec sql
    begin declare section
end-exec.
01  hostvars.
    05  buffer              pic x(1024).
01  sql-user-email          pic x(50).
01  sql-patron-id           pic x(36).
01  sql-patron-name         pic x(50).
01  sql-manual-blocked      pic x(1).
01  sql-book-id             pic x(36).
01  sql-pickup-code         pic x(10).
01  sql-any-edition         pic x(1).
01  sql-work-id             pic x(36).
01  sql-pickup-branch-id    pic x(36).
01  sql-book-name           pic x(50).
01  sql-copy-count          pic 9(4).
01  sql-holdable            pic x(1).
01  sql-copies-out          pic 9(4).
01  sql-ill-lent            pic 9(4).
01  sql-pickup-shelved      pic 9(4).
01  sql-dup-cnt             pic 9(4).
01  sql-cat-max-holds       pic 9(4).
01  sql-open-holds          pic 9(4).
01  sql-hold-id             pic x(36).
01  sql-queue-pos           pic s9(4).
01  sql-audit-table         pic x(30).
01  sql-audit-record        pic x(36).
01  sql-audit-op            pic x(10).
01  sql-audit-actor         pic x(36).
01  sql-request-id          pic x(100).
exec sql
    end declare section
end-exec.

exec sql
    include sqlca
end-exec.

linkage section.

copy 'http-request.cpy'.
copy 'hold-request.cpy'.

procedure division using http-request hold-request.

    move zero to hold-req-status
    move spaces to hold-req-error
    move spaces to hold-req-hold-id
    move zero to hold-req-queue-pos
    move hold-req-book-id to sql-book-id
    move hold-req-pickup-code to sql-pickup-code
    move lower-case(hold-req-any-edition) to sql-any-edition

    move spaces to sql-pickup-branch-id
    if function trim(sql-pickup-code) not = spaces
        exec sql
            select cast(id as varchar) into :sql-pickup-branch-id
                from branches
                where code = upper(trim(:sql-pickup-code))
        end-exec
        if sqlcode not = zero
            move 400 to hold-req-status
            move 'no branch with that pickup_branch code'
                to hold-req-error
            goback
        end-if
    end-if

    *> THE ACCOUNT AND THE PATRON MASTER RECORD ARE LINKED BY THE
    *> EMAIL ON BOTH -- SAME RESOLUTION AS MY-LOANS.
    move request-user-email to sql-user-email
            and status = 'active'
    end-exec
    if sqlcode not = zero
        move 409 to hold-req-status
        move 'no active patron record is linked to this account'
            to hold-req-error
        goback
    end-if

    *> A MANUAL BLOCK ON THE ACCOUNT (SEE PATRONNOTES) STOPS HOLDS
    *> AS WELL AS CHECKOUT; THE REASON STAYS WITH STAFF.
    move 'N' to sql-manual-blocked
    exec sql
        select case when patron_manually_blocked(
                        cast(:sql-patron-id as uuid))
                    then 'Y' else 'N' end
            into :sql-manual-blocked
    end-exec
    if sqlcode not = zero
        perform sql-failure
        goback
    end-if
    if sql-manual-blocked = 'Y'
        move 409 to hold-req-status
        move 'holds are blocked on this account -- please contact the library'
            to hold-req-error
        goback
    end-if

    exec sql
        select b.name, b.copy_count, b.copies_checked_out,
               case when mt.holdable then 'y' else 'n' end,
               coalesce(cast(b.work_id as varchar), '')
            into :sql-book-name, :sql-copy-count, :sql-copies-out,
                 :sql-holdable, :sql-work-id
            from books b
            join material_types mt on mt.code = b.material_type
            where b.id = :sql-book-id
            and b.deleted_at is null
    end-exec
    if sqlcode not = zero
        move 404 to hold-req-status
        move 'no book with that id'
            to hold-req-error
        goback
    end-if

    *> THE MATERIAL-TYPE POLICY SAYS WHETHER THIS TITLE TAKES
    *> HOLDS AT ALL (SEE MATTYPEMAINT).
    if sql-holdable not = 'y'
        move 409 to hold-req-status
        move 'this material type does not take holds'
            to hold-req-error
        goback
    end-if

    *> AN "ANY EDITION" HOLD TAKES ITS AVAILABILITY FROM EVERY
    *> EDITION OF THE WORK.
    if sql-any-edition = 'y'
        if function trim(sql-work-id) = spaces
            move 409 to hold-req-status
            move 'this title has no other editions to hold'
                to hold-req-error
            goback
        end-if
        exec sql
            select sum(copy_count), sum(copies_checked_out)
                into :sql-copy-count, :sql-copies-out
                from books
                where work_id = cast(:sql-work-id as uuid)
                and deleted_at is null
        end-exec
        if sqlcode not = zero
            perform sql-failure
            goback
        end-if
    end-if

    *> A TITLE WITH A COPY ON THE SHELF DOESN'T NEED A QUEUE --
    *> COPIES LENT TO PARTNER LIBRARIES COUNT AS OUT, THE SAME
    *> AVAILABILITY ARITHMETIC THE CHECKOUT PROGRAMS USE.
    move zero to sql-ill-lent
    exec sql
        select count(*) into :sql-ill-lent
            from ill_requests ir
            join books eb on eb.id = ir.book_id
            where (eb.id = :sql-book-id
                   or (:sql-any-edition = 'y'
                       and eb.work_id = cast(nullif(
                           trim(:sql-work-id), '') as uuid)))
            and ir.direction = 'lend'
            and ir.status in ('shipped', 'received')
    end-exec
    if sqlcode not = zero
        perform sql-failure
        goback
    end-if

    if function trim(sql-pickup-branch-id) not = spaces
        move zero to sql-pickup-shelved
        exec sql
            select count(*) into :sql-pickup-shelved
                from copies c
                join books eb on eb.id = c.book_id
                where (eb.id = :sql-book-id
                       or (:sql-any-edition = 'y'
                           and eb.work_id = cast(nullif(
                               trim(:sql-work-id), '') as uuid)))
                and c.branch_id = cast(:sql-pickup-branch-id as uuid)
                and c.status = 'on-shelf'
        end-exec
        if sqlcode not = zero
            perform sql-failure
            goback
        end-if
        if sql-pickup-shelved > 0
            move 409 to hold-req-status
            move 'a copy is available on the shelf at that branch -- no hold needed'
                to hold-req-error
            goback
        end-if
    else
        if sql-copies-out + sql-ill-lent < sql-copy-count
            move 409 to hold-req-status
            move 'a copy is available on the shelf -- no hold needed'
                to hold-req-error
            goback
        end-if
    end-if

    *> THE PATRON CATEGORY CAPS OPEN HOLDS (SEE PATRONCATMAINT).
        select count(*) into :sql-open-holds
            from holds
            where patron_id = cast(:sql-patron-id as uuid)
            and status in ('open', 'ready', 'in-transit')
    end-exec
    if sqlcode not = zero
        perform sql-failure
    end-if

    if sql-open-holds >= sql-cat-max-holds
        move 409 to hold-req-status
        move 'hold would exceed the category hold limit'
            to hold-req-error
        goback
    end-if

    *> AN OPEN HOLD ON THE TITLE, OR ON ITS WORK, IS A DUPLICATE;
    *> AN "ANY EDITION" HOLD ALSO COLLIDES WITH ONE ON ANY EDITION.
    move zero to sql-dup-cnt
    exec sql
        select count(*) into :sql-dup-cnt
            from holds h
            join books eb on eb.id = h.book_id
            where (eb.id = :sql-book-id
                   or h.work_id = cast(nullif(
                       trim(:sql-work-id), '') as uuid)
                   or (:sql-any-edition = 'y'
                       and eb.work_id = cast(nullif(
                           trim(:sql-work-id), '') as uuid)))
            and h.patron_id = cast(:sql-patron-id as uuid)
            and h.status = 'open'
    end-exec
    if sqlcode not = zero
        perform sql-failure
    end-if

    if sql-dup-cnt > 0
        move 409 to hold-req-status
        move 'you already have a hold on this title'
            to hold-req-error
        goback
    end-if

        insert into holds (
            book_id,
            patron_id,
            borrower,
            pickup_branch_id,
            work_id
        ) values (
            :sql-book-id,
            cast(:sql-patron-id as uuid),
            :sql-patron-name,
            cast(nullif(trim(:sql-pickup-branch-id), '') as uuid),
            case when :sql-any-edition = 'y'
                 then cast(:sql-work-id as uuid) end
        ) returning cast(id as varchar) into :sql-hold-id
    end-exec
    if sqlcode not = zero

    exec sql
        select count(*) into :sql-queue-pos
            from holds h
            join books eb on eb.id = h.book_id
            where (eb.id = :sql-book-id
                   or h.work_id = cast(nullif(
                       trim(:sql-work-id), '') as uuid)
                   or (:sql-any-edition = 'y'
                       and eb.work_id = cast(nullif(
                           trim(:sql-work-id), '') as uuid)))
            and h.status = 'open'
    end-exec
    if sqlcode not = zero
        perform sql-failure
        commit work
    end-exec

    move 200 to hold-req-status
    move sql-hold-id to hold-req-hold-id
    move sql-queue-pos to hold-req-queue-pos

    goback.

    exec sql
        rollback
    end-exec
    move 500 to hold-req-status
    move 'database error' to hold-req-error.

write-audit-row.
    move request-unique-id to sql-request-id
        )
    end-exec.

end program place-hold-request.
