*> (ADDPATRON, verified against the salted iterated hash the way
*> login checks passwords), and scans items one after another.
*> Each scan runs the same copy, availability, category-limit and
*> fine-block gates the checkout API applies (an account staff
*> have blocked through PATRONNOTES is sent to the desk, without
*> the reason), lends the exact scanned copy, and redraws the
*> form so the patron can keep scanning. No staff account or
*> session is involved: the card rides each POST and the PIN is
*> re-entered per scan -- never echoed back into a page a later
*> kiosk user could recover.
*>
*> Copyright (c) 2026 Robert Roland
*>*******************************************
01  ws-pin-input        pic x(200).
01  ws-pin-hash-check   pic x(128).
01  ws-fine-limit-x     pic x(12).
01  ws-sys-param-name   pic x(30).
01  ws-sys-param-value  pic x(100).
01  ws-fine-limit       pic 9(4)v99.
01  ws-branch-code      pic x(10).
01  ws-fail-note        pic x(100).
01  hostvars.
    05  buffer              pic x(1024).
01  sql-card-number         pic x(36).
01  sql-patron-id           pic x(36).
01  sql-pin-hash            pic x(128).
01  sql-pin-salt            pic x(32).
01  sql-pin-iters           pic 9(6).
01  sql-book-name           pic x(50).
01  sql-hold-id             pic x(36).
01  sql-loan-days           pic 9(3).
01  sql-loan-hours          pic 9(3).
01  sql-lendable            pic x(1).
01  sql-cat-max-loans       pic 9(4).
01  sql-cat-loan-override   pic 9(3).
01  sql-cat-block-limit     pic 9(6)v99.
01  sql-open-loans          pic 9(4).
01  sql-fine-balance        pic s9(6)v99.
01  sql-block-override      pic 9(6)v99.
01  sql-guardian-blocked    pic x(1).
01  sql-manual-blocked      pic x(1).
01  sql-branch-code         pic x(10).
01  sql-branch-id           pic x(36).
01  sql-loan-id             pic x(36).
01  sql-due-date            pic x(16).
01  sql-audit-table         pic x(30).
01  sql-audit-record        pic x(36).
01  sql-audit-op            pic x(10).

    *> working-storage persists across worker requests -- reset
    move spaces to sql-card-number
    move spaces to sql-patron-id
    move spaces to ws-pin-input
    move spaces to sql-copy-barcode
    move spaces to sql-copy-id
    *> IT AGAINST THE STORED SALTED ITERATED HASH THE SAME WAY
    *> LOGIN VERIFIES A PASSWORD. A PATRON WITH NO PIN ON FILE IS
    *> SENT TO THE DESK TO GET ONE.
    *> THE CARD BARCODE RESOLVES THROUGH PATRON_BY_CARD; A CARD
    *> RETIRED AS LOST (SEE LOSTCARD) NO LONGER MATCHES ANYBODY.
    exec sql
        select cast(id as varchar), name, status,
               coalesce(pin_hash, ''), coalesce(pin_salt, ''),
               coalesce(pin_iterations, 0)
            into :sql-patron-id,
                 :sql-patron-name, :sql-patron-status,
                 :sql-pin-hash, :sql-pin-salt, :sql-pin-iters
            from patrons
            where id = patron_by_card(:sql-card-number)
    end-exec
    if sqlcode not = zero
        move 'Card not recognized' to ws-fail-note
        goback
    end-if

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
        move 'Please see staff at the desk before borrowing'
            to ws-fail-note
        perform show-failure
        goback
    end-if

    if function trim(sql-copy-barcode) = spaces
        move 'Scan an item barcode' to ws-fail-note
        perform show-failure
                from holds
                where copy_id = cast(:sql-copy-id as uuid)
                and status = 'ready'
                and patron_id = cast(:sql-patron-id as uuid)
        end-exec
        if sqlcode not = zero
                or function trim(sql-hold-id) = spaces
                 :sql-cat-block-limit
            from patrons p
            join patron_categories pc on pc.code = p.category
            where p.id = cast(:sql-patron-id as uuid)
    end-exec
    if sqlcode not = zero
        perform sql-failure
    exec sql
        select count(*) into :sql-open-loans
            from loans
            where patron_id = cast(:sql-patron-id as uuid)
            and return_date is null
    end-exec
    if sqlcode not = zero
    end-if

    move sql-cat-block-limit to ws-fine-limit
    move 'FINE_BLOCK_THRESHOLD' to ws-sys-param-name
    call "GET-PARAM" using ws-sys-param-name ws-sys-param-value
    end-call
    move ws-sys-param-value to ws-fine-limit-x
    if function trim(ws-fine-limit-x) not = spaces
        move numval(ws-fine-limit-x) to ws-fine-limit
    end-if
                   sum(amount - paid_amount - waived_amount), 0)
            into :sql-fine-balance
            from fines f
            where (f.patron_id = cast(:sql-patron-id as uuid)
                   or (f.patron_id is null
                       and f.borrower = :sql-patron-name))
            and f.status = 'open'
        goback
    end-if

    *> A CHILD'S FAMILY LINK MAY CARRY THE GUARDIAN'S FINE BLOCK
    *> (SEE FAMILYMAINT).
    move zero to sql-block-override
    if function trim(ws-fine-limit-x) not = spaces
        move ws-fine-limit to sql-block-override
    end-if
    move 'N' to sql-guardian-blocked
    exec sql
        select case when guardian_blocks(
                        cast(:sql-patron-id as uuid),
                        :sql-block-override)
                    then 'Y' else 'N' end
            into :sql-guardian-blocked
    end-exec
    if sqlcode not = zero
        perform sql-failure
        goback
    end-if
    if sql-guardian-blocked = 'Y'
        move 'Family account has unpaid fines -- please ask at the desk'
            to ws-fail-note
        perform show-failure
        goback
    end-if

    *> SAME BRANCH RESOLUTION AS THE OTHER CHECKOUT PATHS.
    accept ws-branch-code from environment 'BRANCH_CODE'
    if function trim(ws-branch-code) = spaces
    end-if

    *> THE POLICY LOAN PERIOD, WITH THE CATEGORY OVERRIDE WINNING
    *> WHERE SET -- SAME AS CHECKOUTBOOK. AN HOURLY POLICY LENDS
    *> BY THE HOUR, DUE BY THIS BRANCH'S CLOSING TIME.
    move 14 to sql-loan-days
    move 0 to sql-loan-hours
    move 'Y' to sql-lendable
    exec sql
        select mt.loan_days,
               coalesce(mt.loan_hours, 0),
               case when mt.lendable then 'Y' else 'N' end
            into :sql-loan-days, :sql-loan-hours, :sql-lendable
            from books b
            join material_types mt on mt.code = b.material_type
            where b.id = :sql-book-id
        perform sql-failure
        goback
    end-if
    *> IN-LIBRARY-USE MATERIAL ONLY GOES OUT AT THE DESK, ON A
    *> SUPERVISOR OVERRIDE.
    if sql-lendable = 'N'
        move 'This item is for use in the library only -- please ask at the desk'
            to ws-fail-note
        perform show-failure
        goback
    end-if
    if sql-cat-loan-override > 0 and sql-loan-hours = 0
        move sql-cat-loan-override to sql-loan-days
    end-if

            branch_id,
            copy_id,
            checkout_date,
            due_date,
            loan_hours
        ) values (
            :sql-book-id,
            :sql-patron-id,
            :sql-patron-name,
            cast(:sql-branch-id as uuid),
            cast(:sql-copy-id as uuid),
            now(),
            case when :sql-loan-hours > 0
            then hourly_due_at(cast(:sql-branch-id as uuid), now(),
                     cast(:sql-loan-hours as integer))
            else next_open_day(cast(:sql-branch-id as uuid), cast(now()
                + make_interval(days => :sql-loan-days)
                as date))
                + (now() - date_trunc('day', now()))
            end,
            cast(nullif(:sql-loan-hours, 0) as integer)
        ) returning id, to_char(due_date, 'YYYY-MM-DD HH24:MI')
        into :sql-loan-id, :sql-due-date
    end-exec
    if sqlcode not = zero
