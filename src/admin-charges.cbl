*> routes.conf). Shows the active fee schedule (see FEEMAINT) and
*> posts a chosen charge against a patron id into the same fines
*> ledger FINEBALANCE and RECORDPAYMENT already read -- the web
*> twin of DESKMODE's post-charge action. Any credit on the
*> patron's account settles the new charge straight away.
*>
*> Copyright (c) 2026 Robert Roland
*>*******************************************
01  sql-fee-description pic x(50).
01  sql-fee-amount      pic 9(6)v99.
01  sql-fine-id         pic x(36).
01  sql-credit-applied  pic s9(6)v99.
01  sql-audit-table     pic x(30).
01  sql-audit-record    pic x(36).
01  sql-audit-op        pic x(10).
    move request-user-id to sql-audit-actor
    perform write-audit-row

    move 0 to sql-credit-applied
    exec sql
        select apply_patron_credit(cast(:sql-fine-id as uuid),
                                   'credit')
            into :sql-credit-applied
    end-exec
    if sqlcode not = zero
        exec sql
            rollback
        end-exec
        move 'Database error -- nothing posted' to ws-fail-note
        perform show-failure
        goback
    end-if

    exec sql
        commit work
    end-exec
           ' posted against '
           trim(html-escape(function trim(sql-patron-name)),
                trailing)
           '</p>'
        delimited by size into ws-line
    end-string
    if sql-credit-applied > 0
        move sql-credit-applied to ws-amount-edited
        string function trim(ws-line, trailing)
               '<p>' trim(ws-amount-edited, leading)
               ' of account credit applied to it</p>'
            delimited by size into ws-line
        end-string
    end-if
    string function trim(ws-line, trailing)
           '<p><a href="/admin/charges">Post another</a></p>'
           '</body></html>'
        delimited by size into ws-line
    end-string
