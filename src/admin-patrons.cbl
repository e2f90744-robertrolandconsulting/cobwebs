*> in routes.conf), alongside admin-users. Lists every pending
*> self-registration (see register) with the details the
*> applicant typed so staff can verify ID; approving activates
*> the patron, issues the library card number (see
*> patron_cards) and queues the welcome message, rejecting
*> closes the application.
*>
*> Copyright (c) 2026 Robert Roland
*>*******************************************
01  sql-patron-id       pic x(36).
01  sql-patron-name     pic x(50).
01  sql-patron-email    pic x(50).
01  sql-card-number     pic x(20).
01  sql-user-id         pic x(36).
01  sql-audit-table     pic x(30).
01  sql-audit-record    pic x(36).

    *> working-storage persists across worker requests -- reset
    move spaces to sql-patron-id
    move spaces to sql-card-number
    move spaces to ws-decision
    move spaces to ws-fail-note
    perform varying ws-param-idx from 1 by 1
            update patrons
                set status = 'active',
                    approved_by = :sql-user-id,
                    approved_at = now(),
                    card_number = coalesce(card_number,
                                           next_card_number()),
                    expires_at = current_date + make_interval(
                        months => (select pc.registration_months
                                   from patron_categories pc
                                   where pc.code = patrons.category))
                where id = cast(:sql-patron-id as uuid)
                and status = 'pending'
                returning name, coalesce(email, ''), card_number
                into :sql-patron-name, :sql-patron-email,
                     :sql-card-number
        end-exec
        if sqlcode = zero
            exec sql
                insert into patron_cards (card_number, patron_id)
                    values (:sql-card-number,
                            cast(:sql-patron-id as uuid))
                    on conflict (card_number) do nothing
            end-exec
        end-if
    else
        exec sql
            update patrons
        move 'patron' to notice-var-name(1)
        move sql-patron-name to notice-var-value(1)
        move 'card_number' to notice-var-name(2)
        move sql-card-number to notice-var-value(2)
        call "RENDER-NOTICE" using notice-template-name
             notice-vars notice-body notice-render-ok
        end-call
            move spaces to ws-mail-body
            string 'Dear ' function trim(sql-patron-name) ',~~'
                   'Welcome to the library! Your card number '
                   'is ' function trim(sql-card-number) '.~~'
                   'The Library'
                delimited by size into ws-mail-body
            end-string
