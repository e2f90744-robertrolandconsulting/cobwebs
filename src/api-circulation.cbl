*> against the worker's persistent database connection, and
*> answers with a JSON success or error body. Fields arrive
*> through request-parameters, so both JSON and form-encoded
*> bodies work. A checkout answers with the patron's active
*> account notes and blocks (see PATRONNOTES) as a "notes"
*> array; a manual block refuses the loan.
*>
*> Copyright (c) 2026 Robert Roland
*>*******************************************

01  ws-put-rc           usage binary-long.
01  ws-param-idx        pic s9(04).
01  ws-json-body        pic x(4096).
01  ws-escaped          pic x(2048).
01  ws-fine-limit-x     pic x(12).
01  ws-sys-param-name   pic x(30).
01  ws-sys-param-value  pic x(100).
01  ws-fine-limit       pic 9(4)v99 value 10.00.
01  ws-branch-code      pic x(10).

01  sql-copies-out          pic 9(4).
01  sql-ill-lent            pic 9(4).
01  sql-loan-id             pic x(36).
01  sql-due-date            pic x(16).
01  sql-fine-balance        pic s9(6)v99.
01  sql-block-override      pic 9(6)v99.
01  sql-guardian-blocked    pic x(1).
01  sql-manual-blocked      pic x(1).
01  sql-patron-notes        pic x(3500).
01  sql-copy-barcode        pic x(20).
01  sql-copy-id             pic x(36).
01  sql-copy-status         pic x(10).
01  sql-copy-branch-id      pic x(36).
01  sql-hold-id             pic x(36).
01  sql-loan-days           pic 9(3).
01  sql-loan-hours          pic 9(3).
01  sql-lendable            pic x(1).
01  sql-resource-type       pic x(10).
01  sql-seats               pic 9(4).
01  sql-seats-in-use        pic 9(4).
01  sql-reserve-days        pic s9(3).
01  sql-reserve-hours       pic s9(3).
01  sql-cat-max-loans       pic 9(4).
01  sql-cat-loan-override   pic 9(3).
01  sql-cat-block-limit     pic 9(6)v99.
            when 'patron_id'
                move request-parameter-value(ws-param-idx)
                    to sql-patron-id
            when 'card_number'
                move request-parameter-value(ws-param-idx)
                    to sql-patron-id
            when 'copy_barcode'
                move request-parameter-value(ws-param-idx)
                    to sql-copy-barcode
    if function trim(sql-book-id) = spaces
            or function trim(sql-patron-id) = spaces
        move 400 to response-status
        move '{"ok":false,"error":"book_id and patron_id (or card_number) are required"}'
            to ws-json-body
        perform send-json
        goback
    *> THE LOAN PERIOD COMES FROM THE TITLE'S MATERIAL-TYPE
    *> POLICY (SEE MATTYPEMAINT), SAME AS CHECKOUTBOOK; AN
    *> ELECTRONIC TITLE KEEPS THE LICENSE'S OWN PERIOD SET ABOVE.
    *> A POLICY WITH LOAN HOURS LENDS BY THE HOUR INSTEAD.
    move 0 to sql-loan-hours
    if function trim(sql-resource-type) not = 'electronic'
        move 14 to sql-loan-days
        move 'Y' to sql-lendable
        exec sql
            select mt.loan_days,
                   coalesce(mt.loan_hours, 0),
                   case when mt.lendable then 'Y' else 'N' end
                into :sql-loan-days, :sql-loan-hours, :sql-lendable
                from books b
                join material_types mt
                    on mt.code = b.material_type
            perform sql-failure
            goback
        end-if
        *> IN-LIBRARY-USE MATERIAL ONLY LEAVES ON A SUPERVISOR
        *> OVERRIDE AT THE DESK (SEE CIRC-OVERRIDE).
        if sql-lendable = 'N'
            move 409 to response-status
            move '{"ok":false,"error":"material is for in-library use only"}'
                to ws-json-body
            perform send-json
            goback
        end-if
    end-if

    *> copies lent to partner libraries count against
        goback
    end-if

    *> THE PATRON MAY COME AS THE LIBRARY CARD BARCODE OR THE
    *> PATRONS.ID UUID -- PATRON_BY_CARD TAKES EITHER, AND A CARD
    *> RETIRED AS LOST (SEE LOSTCARD) MATCHES NOBODY.
    exec sql
        select cast(id as varchar), name, status
            into :sql-patron-id,
                 :sql-patron-name, :sql-patron-status
            from patrons
            where id = patron_by_card(:sql-patron-id)
    end-exec

    if sqlcode not = zero
        move 404 to response-status
        move '{"ok":false,"error":"no patron with that card or id"}'
            to ws-json-body
        perform send-json
        goback
        goback
    end-if

    *> THE ACCOUNT NOTES AND BLOCKS STAFF KEEP (SEE PATRONNOTES)
    *> RIDE THE ANSWER SO THE CLIENT CAN SHOW THEM; A MANUAL BLOCK
    *> REFUSES THE LOAN.
    move 'N' to sql-manual-blocked
    move '[]' to sql-patron-notes
    exec sql
        select case when patron_manually_blocked(
                        cast(:sql-patron-id as uuid))
                    then 'Y' else 'N' end,
               patron_notes_json(cast(:sql-patron-id as uuid))
            into :sql-manual-blocked, :sql-patron-notes
    end-exec
    if sqlcode not = zero
        perform sql-failure
        goback
    end-if
    if sql-manual-blocked = 'Y'
        move 409 to response-status
        move spaces to ws-json-body
        string '{"ok":false,"error":"account blocked -- please see staff","notes":'
                   delimited by size
               function trim(sql-patron-notes) delimited by size
               '}' delimited by size
               into ws-json-body
        end-string
        perform send-json
        goback
    end-if

    *> THE PATRON'S CATEGORY CARRIES THE CONCURRENT-LOAN CEILING,
    *> AN OPTIONAL LOAN-PERIOD OVERRIDE AND THE FINE-BLOCK
    *> THRESHOLD (SEE PATRONCATMAINT) -- SAME AS CHECKOUTBOOK.
    if sql-cat-loan-override > 0
            and function trim(sql-resource-type)
                not = 'electronic'
            and sql-loan-hours = 0
        move sql-cat-loan-override to sql-loan-days
    end-if

    *> CHECK AS CHECKOUTBOOK (NOT FOR ELECTRONIC SEATS).
    if function trim(sql-resource-type) not = 'electronic'
        move -1 to sql-reserve-days
        move -1 to sql-reserve-hours
        exec sql
            select coalesce(min(cr.loan_days), -1),
                   coalesce(min(cr.loan_hours), -1)
                into :sql-reserve-days, :sql-reserve-hours
                from course_reserves cr
                join course_reserve_items cri
                    on cri.reserve_id = cr.id
            perform sql-failure
            goback
        end-if
        if sql-reserve-hours > 0
            move sql-reserve-hours to sql-loan-hours
        else
            if sql-reserve-days > 0
                move sql-reserve-days to sql-loan-days
                move 0 to sql-loan-hours
            end-if
        end-if
    end-if

    end-if

    *> SAME FINE-BALANCE GATE AS CHECKOUTBOOK, SAME THRESHOLD
    *> PARAMETER.
    move 'FINE_BLOCK_THRESHOLD' to ws-sys-param-name
    call "GET-PARAM" using ws-sys-param-name ws-sys-param-value
    end-call
    move ws-sys-param-value to ws-fine-limit-x
    if function trim(ws-fine-limit-x) not = spaces
        move numval(ws-fine-limit-x) to ws-fine-limit
    end-if
        goback
    end-if

    *> SAME GUARDIAN BLOCK AS CHECKOUTBOOK (SEE FAMILYMAINT).
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
        move 409 to response-status
        move '{"ok":false,"error":"guardian account over the checkout limit"}'
            to ws-json-body
        perform send-json
        goback
    end-if

    *> COLLECTING A HELD COPY FULFILS THE HOLD THAT TRAPPED IT --
    *> ANYONE ELSE IS TURNED AWAY. THE COPY REJOINS THE COUNTS AND
    *> GOES STRAIGHT BACK OUT THROUGH THE NORMAL LOAN PATH BELOW.
            branch_id,
            copy_id,
            checkout_date,
            due_date,
            loan_hours
        ) values (
            :sql-book-id,
            :sql-patron-id,
            cast(:sql-branch-id as uuid),
            cast(nullif(trim(:sql-copy-id), '') as uuid),
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

           function trim(ws-escaped) delimited by size
           '","dueDate":"' delimited by size
           sql-due-date delimited by size
           '","notes":' delimited by size
           function trim(sql-patron-notes) delimited by size
           '}' delimited by size
           into ws-json-body
    end-string
    perform send-json
01  ws-fine-edited      pic -(6)9.99.
01  ws-pickup-days-x    pic x(4).
01  ws-refund-days-x    pic x(4).
01  ws-sys-param-name   pic x(30).
01  ws-sys-param-value  pic x(100).
01  ws-mail-recipient   pic x(100).
01  ws-mail-subject     pic x(200).
01  ws-mail-body        pic x(4000).
01  ws-mail-id          pic x(36).
01  ws-route-actor      pic x(10) value 'api'.
01  ws-hold-routed      pic x(1) value 'n'.
01  ws-route-xfer-id    pic x(36).
01  ws-route-pickup     pic x(10).
copy 'notice-vars.cpy'.

exec sql
01  sql-borrower            pic x(50).
01  sql-patron-id           pic x(36).
01  sql-daily-rate          pic 9(3)v99.
01  sql-hourly-rate         pic 9(3)v99.
01  sql-fine-cap            pic 9(6)v99.
01  sql-branch-id           pic x(36).
01  sql-fine-id             pic x(36).
01  sql-credit-applied      pic s9(6)v99.
01  sql-copy-barcode        pic x(20).
01  sql-copy-id             pic x(36).
01  sql-loan-copy-id        pic x(36).
01  lb-pay-age-days         pic s9(5).
01  lb-refund-days          pic 9(4).
01  lb-settle-kind          pic x(10).
01  lb-payment-id           pic x(36).
01  sql-audit-table         pic x(30).
01  sql-audit-record        pic x(36).
01  sql-audit-op            pic x(10).
    move spaces to sql-book-id
    move spaces to sql-copy-barcode
    move spaces to sql-copy-id
    move 'n' to ws-hold-routed
    move spaces to ws-route-xfer-id
    move spaces to ws-route-pickup
    perform varying ws-param-idx from 1 by 1
            until ws-param-idx > request-parameters-count
        evaluate function trim(request-parameter-key(ws-param-idx))
    end-if

    *> SAME POLICY-DRIVEN RATE AND CAP AS RETURNBOOK, WITH THE
    *> SITE-WIDE FINE_DAILY_RATE OVERRIDE STILL WINNING WHERE SET;
    *> AN HOURLY LOAN IS FINED PER OPEN HOUR AT THE HOURLY RATE.
    move 0.25 to sql-daily-rate
    move 0 to sql-hourly-rate
    move 10.00 to sql-fine-cap
    exec sql
        select mt.fine_rate_per_day, mt.fine_rate_per_hour,
               mt.fine_cap
            into :sql-daily-rate, :sql-hourly-rate, :sql-fine-cap
            from loans l
            join books b on b.id = l.book_id
            join material_types mt on mt.code = b.material_type
        perform sql-failure
        goback
    end-if
    move 'FINE_DAILY_RATE' to ws-sys-param-name
    call "GET-PARAM" using ws-sys-param-name ws-sys-param-value
    end-call
    move ws-sys-param-value to ws-rate-x
    if function trim(ws-rate-x) not = spaces
        move numval(ws-rate-x) to sql-daily-rate
    end-if

    *> A CLAIMED LOAN (SEE CLAIMMAINT) IS FINED ONLY UP TO THE
    *> CLAIM DATE.
    exec sql
        update loans
            set return_date = now(),
                lost_at = null,
                claim_type = null,
                fine_amount =
                    least(:sql-fine-cap,
                        case when loan_hours is not null
                        then overdue_hours(branch_id, due_date,
                                 coalesce(claimed_at, now()))
                            * :sql-hourly-rate
                        else greatest(0,
                            extract(day from
                                (coalesce(claimed_at, now())
                                 - due_date))
                            - closed_days_between(branch_id,
                                  cast(due_date as date),
                                  cast(coalesce(claimed_at, now())
                                       as date)))
                            * :sql-daily-rate
                        end)
            where id = :sql-loan-id
            returning fine_amount, borrower,
                      coalesce(cast(patron_id as varchar), ''),
        goback
    end-if

    *> A CLAIMS-RETURNED ITEM TURNING UP CLOSES THE CLAIM.
    exec sql
        update loan_claims
            set status = 'found',
                resolved_at = now()
            where loan_id = cast(:sql-loan-id as uuid)
            and status in ('open', 'written-off')
    end-exec
    if sqlcode not = zero and sqlcode not = 100
        perform sql-failure
        goback
    end-if

    if sql-was-lost = 'y'
        *> A WRITTEN-OFF COPY COMING BACK REJOINS THE HOLDINGS --
        *> SEE THE SAME RECONCILIATION IN RETURNBOOK.
                update copies
                    set status = 'on-shelf'
                    where id = cast(:sql-loan-copy-id as uuid)
                    and status in ('out', 'search')
            end-exec
        end-if
    end-if

    move spaces to sql-fine-id
    if sql-fine-amount > 0
        exec sql
            insert into fines (
            perform sql-failure
            goback
        end-if
        perform apply-patron-credit
    end-if

    *> A LOAN LOSTITEMS BILLED SETTLES ITS BILL NOW THAT THE BOOK

    *> THE OLDEST OPEN HOLD ON THE TITLE TRAPS THE RETURNING COPY
    *> BEFORE IT REJOINS GENERAL AVAILABILITY -- SAME LIFECYCLE AS
    *> RETURNBOOK; HOLDEXPIRE RECLAIMS UNCOLLECTED COPIES. "ANY
    *> EDITION" HOLDS ON THE TITLE'S WORK QUEUE WITH ITS OWN.
    move spaces to sql-hold-id
    exec sql
        select cast(h.id as varchar),
                 :sql-book-name
            from holds h
            left join patrons p on p.id = h.patron_id
            join books b on b.id = cast(:sql-book-id as uuid)
            where (h.book_id = b.id or h.work_id = b.work_id)
            and h.status = 'open'
            and (h.suspended_until is null
                 or h.suspended_until <= current_date)
            order by h.placed_at
            limit 1
    end-exec
    if sqlcode not = zero
        move spaces to sql-hold-id
    end-if
    *> A WORK-LEVEL HOLD MOVES TO THE EDITION BEING TRAPPED.
    if function trim(sql-hold-id) not = spaces
        exec sql
            update holds
                set book_id = cast(:sql-book-id as uuid)
                where id = cast(:sql-hold-id as uuid)
                and book_id <> cast(:sql-book-id as uuid)
        end-exec
        if sqlcode not = zero and sqlcode not = 100
            perform sql-failure
            goback
        end-if
    end-if
    *> A HOLD FOR PICKUP AT ANOTHER BRANCH SENDS THE COPY THERE IN
    *> TRANSIT INSTEAD (SEE HOLD-ROUTE); THE ROUTE GOES BACK IN THE
    *> RESPONSE FOR THE CALLER'S ROUTING SLIP.
    if function trim(sql-hold-id) not = spaces
        call "HOLD-ROUTE" using sql-hold-id sql-copy-id
             ws-route-actor ws-hold-routed ws-route-xfer-id
             ws-route-pickup
        end-call
        if ws-hold-routed = 'e'
            perform sql-failure
            goback
        end-if
        if ws-hold-routed = 'y'
            move spaces to sql-hold-id
        end-if
    end-if
    if function trim(sql-hold-id) not = spaces
        move 7 to sql-pickup-days
        move 'HOLD_PICKUP_DAYS' to ws-sys-param-name
        call "GET-PARAM" using ws-sys-param-name ws-sys-param-value
        end-call
        move ws-sys-param-value to ws-pickup-days-x
        if function trim(ws-pickup-days-x) not = spaces
            move numval(ws-pickup-days-x) to sql-pickup-days
        end-if
                set status = 'ready',
                    ready_at = now(),
                    pickup_expires_at = next_open_day(
                        coalesce(pickup_branch_id,
                            (select c.branch_id from copies c
                                where c.id = cast(nullif(
                                    trim(:sql-copy-id), '') as uuid))),
                        cast(now() + make_interval(
                            days => :sql-pickup-days) as date)),
                    copy_id = cast(nullif(trim(:sql-copy-id), '')

    move sql-fine-amount to ws-fine-edited
    move spaces to ws-json-body
    if ws-hold-routed = 'y'
        string '{"ok":true,"loanId":"' delimited by size
               function trim(sql-loan-id) delimited by size
               '","fineDue":' delimited by size
               function trim(ws-fine-edited, leading)
                   delimited by size
               ',"routeTo":"' delimited by size
               function trim(ws-route-pickup) delimited by size
               '","transferId":"' delimited by size
               function trim(ws-route-xfer-id) delimited by size
               '"}' delimited by size
               into ws-json-body
        end-string
    else
        string '{"ok":true,"loanId":"' delimited by size
               function trim(sql-loan-id) delimited by size
               '","fineDue":' delimited by size
               function trim(ws-fine-edited, leading)
                   delimited by size
               '}' delimited by size
               into ws-json-body
        end-string
    end-if
    perform send-json

    goback.
    *> LOST_REFUND_DAYS (DEFAULT 30), CREDITED BEYOND IT -- SAME
    *> POLICY AS RETURNBOOK, ALL THROUGH FINE_PAYMENTS ROWS.
    move 30 to lb-refund-days
    move 'LOST_REFUND_DAYS' to ws-sys-param-name
    call "GET-PARAM" using ws-sys-param-name ws-sys-param-value
    end-call
    move ws-sys-param-value to ws-refund-days-x
    if function trim(ws-refund-days-x) not = spaces
        move numval(ws-refund-days-x) to lb-refund-days
    end-if

    move spaces to lb-fine-id
    *> THE LOSTPROC PROCESSING FEE IS NOT REFUNDABLE.
    exec sql
        select cast(f.id as varchar), f.paid_amount,
               f.amount - f.paid_amount - f.waived_amount,
                 :lb-pay-age-days
            from fines f
            where f.loan_id = :sql-loan-id
            and f.fee_code is null
            order by f.assessed_at desc
            limit 1
    end-exec
                cast(:lb-fine-id as uuid),
                :lb-paid, :lb-settle-kind, :lb-settle-kind,
                'found'
            ) returning cast(id as varchar) into :lb-payment-id
        end-exec
        if sqlcode not = zero
            perform sql-failure
            perform sql-failure
            goback
        end-if
        *> AN ACCOUNT CREDIT GOES ON THE PATRON'S CREDIT BALANCE
        *> AND AGAINST THE OVERDUE FINE THIS RETURN RAISED -- SAME
        *> AS RETURNBOOK.
        if lb-settle-kind = 'credit'
            exec sql
                insert into patron_credits (
                    patron_id, amount, kind, fine_id, payment_id,
                    operator
                )
                select patron_id, :lb-paid, 'found', id,
                       cast(:lb-payment-id as uuid), 'found'
                    from fines
                    where id = cast(:lb-fine-id as uuid)
                    and patron_id is not null
            end-exec
            if sqlcode not = zero and sqlcode not = 100
                perform sql-failure
                goback
            end-if
            if function trim(sql-fine-id) not = spaces
                perform apply-patron-credit
            end-if
        end-if
    end-if

    move 'fines' to sql-audit-table
    move request-user-id to sql-audit-actor
    perform write-audit-row.

apply-patron-credit.
    move 0 to sql-credit-applied
    exec sql
        select apply_patron_credit(cast(:sql-fine-id as uuid),
                                   'credit')
            into :sql-credit-applied
    end-exec
    if sqlcode not = zero
        perform sql-failure
        goback
    end-if.

sql-failure.
    exec sql
        rollback
