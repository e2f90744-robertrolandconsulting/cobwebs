*> alert-subscribe
*>
*> POST /alerts (see routes.conf, linked from the search page):
*> a signed-in patron names a category, an author or a series and
*> the nightly NEWTITLEALERTS batch digests matching additions to
*> them -- the "what's new in crime?" question answered without
*> the desk. A series subscription can also ask for a hold on
*> each new volume (autohold=y). Patron resolution is the
*> my-loans email link.
*>
*> Copyright (c) 2026 Robert Roland
*>*******************************************
01  sql-author-name     pic x(50).
01  sql-category-id     pic x(36).
01  sql-author-id       pic x(36).
01  sql-series-name     pic x(100).
01  sql-series-id       pic x(36).
01  sql-auto-hold       pic x(1).
01  sql-dup-cnt         pic 9(4).
01  sql-sub-id          pic x(36).
exec sql
    move spaces to sql-author-name
    move spaces to sql-category-id
    move spaces to sql-author-id
    move spaces to sql-series-name
    move spaces to sql-series-id
    move 'n' to sql-auto-hold
    move spaces to ws-fail-note
    perform varying ws-param-idx from 1 by 1
            until ws-param-idx > request-parameters-count
            when 'author'
                move request-parameter-value(ws-param-idx)
                    to sql-author-name
            when 'series'
                move request-parameter-value(ws-param-idx)
                    to sql-series-name
            when 'autohold'
                if function trim(request-parameter-value(ws-param-idx))
                        = 'y'
                    move 'y' to sql-auto-hold
                end-if
        end-evaluate
    end-perform

            end-if
            move sql-author-name to ws-subscribed-to
        else
            if function trim(sql-series-name) not = spaces
                exec sql
                    select cast(id as varchar) into :sql-series-id
                        from series
                        where lower(trim(name))
                            = lower(trim(:sql-series-name))
                end-exec
                if sqlcode not = zero
                    move 'No series by that name' to ws-fail-note
                    perform show-failure
                    goback
                end-if
                move sql-series-name to ws-subscribed-to
            else
                move 'Name a category, an author or a series'
                    to ws-fail-note
                perform show-failure
                goback
            end-if
        end-if
    end-if

    *> ONLY A SERIES HAS A "NEXT VOLUME" TO HOLD.
    if function trim(sql-series-id) = spaces
        move 'n' to sql-auto-hold
    end-if

    exec sql
        select count(*) into :sql-dup-cnt
            from title_alert_subscriptions
            and (author_id is not distinct from
                     cast(nullif(trim(:sql-author-id), '')
                         as uuid))
            and (series_id is not distinct from
                     cast(nullif(trim(:sql-series-id), '')
                         as uuid))
    end-exec
    if sqlcode = zero and sql-dup-cnt > 0
        move 'You already have that alert' to ws-fail-note
        insert into title_alert_subscriptions (
            patron_id,
            category_id,
            author_id,
            series_id,
            auto_hold
        ) values (
            cast(:my-patron-id as uuid),
            cast(nullif(trim(:sql-category-id), '') as uuid),
            cast(nullif(trim(:sql-author-id), '') as uuid),
            cast(nullif(trim(:sql-series-id), '') as uuid),
            (:sql-auto-hold = 'y')
        ) returning cast(id as varchar) into :sql-sub-id
    end-exec
    if sqlcode not = zero
           'you when new titles arrive for '
           trim(html-escape(function trim(ws-subscribed-to)),
                trailing)
           '.</p>'
        delimited by size into ws-line
    end-string
    if sql-auto-hold = 'y'
        string function trim(ws-line, trailing)
               '<p>Each new volume will also be placed on hold '
               'for you.</p>'
            delimited by size into ws-line
        end-string
    end-if
    string function trim(ws-line, trailing)
           '<p><a href="/search">Back to search</a></p>'
           '</body></html>'
        delimited by size into ws-line
    end-string
