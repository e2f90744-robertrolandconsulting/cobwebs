*>
*> GET /my/fines lists the signed-in patron's open fines rows
*> (the same ledger FINEBALANCE totals) with a card form per
*> fine -- a guardian also sees, and can pay, the fines of the
*> children linked to them (see FAMILYMAINT). POST /my/fines/pay
*> charges the card through the payment
*> gateway (PAYMENT_GATEWAY_URL, shelled out to curl the same way
*> ADDBOOK calls the ISBN service) and posts the result into
*> fine_payments with the gateway's reference, rolling it up onto
*> the fine exactly as RECORDPAYMENT does at the desk. Card
*> details pass straight through to the gateway and are never
*> stored. The page also shows the patron's credit balance
*> (PATRON_CREDITS); paying more than a fine's balance settles
*> it and holds the rest as credit, as at the desk.
*>
*> Copyright (c) 2026 Robert Roland
*>*******************************************
01  fine-outstanding    pic s9(6)v99.
01  fine-assessed       pic x(10).
01  fine-book-name      pic x(50).
01  fine-family-name    pic x(50).
01  my-credit-balance   pic s9(6)v99.
exec sql
    end declare section
end-exec.
               f.amount,
               f.amount - f.paid_amount - f.waived_amount,
               to_char(f.assessed_at, 'YYYY-MM-DD'),
               coalesce(b.name, ''),
               coalesce(c.name, '')
            from fines f
            left join loans l on l.id = f.loan_id
            left join books b on b.id = l.book_id
            left join patrons c on c.id = f.patron_id
                and c.guardian_id = cast(:my-patron-id as uuid)
            where (f.patron_id = cast(:my-patron-id as uuid)
                   or (f.patron_id is null
                       and f.borrower = :my-patron-name)
                   or c.id is not null)
            and f.status = 'open'
            order by f.assessed_at
    end-exec
    move 0 to ws-rows-found
    exec sql
        fetch my-fines-c1 into :fine-id, :fine-amount,
            :fine-outstanding, :fine-assessed, :fine-book-name,
            :fine-family-name
    end-exec
    perform until sqlcode not = zero
        add 1 to ws-rows-found
                    trailing)
               ' -- outstanding '
               trim(ws-amount-edited, leading)
            delimited by size into ws-line
        end-string
        if function trim(fine-family-name) not = spaces
            string function trim(ws-line, trailing) ' -- for '
                   trim(html-escape(function trim(fine-family-name)),
                        trailing)
                delimited by size into ws-line
            end-string
        end-if
        string function trim(ws-line, trailing) '</p>'
            delimited by size into ws-line
        end-string
        move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
               function trim(fine-id)
               '"><input type="hidden" name="csrf_token" value="'
               function trim(request-csrf-token) '">'
               'Amount: <input name="amount" size="8" value="'
               trim(ws-amount-edited, leading) '">'
               ' Card: <input name="card_number" size="19">'
               ' Expiry: <input name="card_expiry" size="5">'
               ' CVC: <input name="card_cvc" size="4">'
               ' <input type="submit" value="Pay"></form>'
            to ws-put-rc
        exec sql
            fetch my-fines-c1 into :fine-id, :fine-amount,
                :fine-outstanding, :fine-assessed, :fine-book-name,
                :fine-family-name
        end-exec
    end-perform
    exec sql
            '<p>Nothing owed. Thank you!</p>') to ws-put-rc
    end-if

    *> CREDIT HELD ON THE ACCOUNT GOES AGAINST THE NEXT CHARGE BY
    *> ITSELF; THE DESK CAN REFUND IT IN CASH.
    move 0 to my-credit-balance
    exec sql
        select patron_credit_balance(cast(:my-patron-id as uuid))
            into :my-credit-balance
    end-exec
    if sqlcode = zero and my-credit-balance > 0
        move my-credit-balance to ws-amount-edited
        move spaces to ws-line
        string '<p>Credit on your account: '
               trim(ws-amount-edited, leading)
               ' -- it will be used against your next charge, or'
               ' ask at the desk for a refund.</p>'
            delimited by size into ws-line
        end-string
        move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
            to ws-put-rc
    end-if

    move fcgi-put-ln(out-ptr,
        '<p><a href="/my/loans">Back to my account</a></p></body></html>')
        to ws-put-rc
01  my-patron-name      pic x(50).
01  sql-fine-id         pic x(36).
01  sql-outstanding     pic s9(6)v99.
01  sql-pay-amount      pic s9(6)v99.
01  sql-overpaid        pic s9(6)v99.
01  sql-credit-patron   pic x(36).
01  sql-payment-id      pic x(36).
01  sql-gateway-ref     pic x(50).
01  sql-fine-status     pic x(10).
    move spaces to ws-card-cvc
    move spaces to ws-fail-note
    move spaces to sql-gateway-ref
    move spaces to ws-amount-x
    move 0 to sql-overpaid
    perform varying ws-param-idx from 1 by 1
            until ws-param-idx > request-parameters-count
        evaluate function trim(request-parameter-key(ws-param-idx))
            when 'card_cvc'
                move request-parameter-value(ws-param-idx)
                    to ws-card-cvc
            when 'amount'
                move request-parameter-value(ws-param-idx)
                    to ws-amount-x
        end-evaluate
    end-perform

        goback
    end-if

    *> THE FINE MUST BE THE PATRON'S OWN, OR A LINKED CHILD'S,
    *> AND STILL OPEN.
    exec sql
        select amount - paid_amount - waived_amount,
               coalesce(cast(patron_id as varchar), :my-patron-id)
            into :sql-outstanding, :sql-credit-patron
            from fines
            where id = :sql-fine-id
            and status = 'open'
            and (patron_id = cast(:my-patron-id as uuid)
                 or (patron_id is null
                     and borrower = :my-patron-name)
                 or patron_id in (
                     select c.id from patrons c
                     where c.guardian_id =
                         cast(:my-patron-id as uuid)))
    end-exec
    if sqlcode not = zero or sql-outstanding <= 0
        move 'That fine is not open on your account'
        goback
    end-if

    *> BLANK PAYS THE BALANCE; LESS IS A PART PAYMENT AND MORE
    *> LEAVES THE EXCESS AS CREDIT ON THE ACCOUNT.
    move sql-outstanding to sql-pay-amount
    if function trim(ws-amount-x) not = spaces
        if test-numval(ws-amount-x) not = 0
            move 'The amount must be a number' to ws-fail-note
            perform show-failure
            goback
        end-if
        move numval(ws-amount-x) to sql-pay-amount
    end-if
    if sql-pay-amount <= 0
        move 'The amount must be more than zero' to ws-fail-note
        perform show-failure
        goback
    end-if
    if sql-pay-amount > sql-outstanding
        compute sql-overpaid = sql-pay-amount - sql-outstanding
    end-if

    *> CHARGE THE CARD THROUGH THE GATEWAY. NO NATIVE HTTP CLIENT
    *> HERE EITHER, SO THE CALL SHELLS OUT TO CURL AND READS THE
    *> JSON REPLY BACK FROM A TEMP FILE -- THE ADDBOOK ISBN-LOOKUP
        goback
    end-if

    move sql-pay-amount to ws-amount-edited

    *> PID-SUFFIXED LIKE EVERY OTHER WORKER TEMP FILE (SEE THE
    *> BODY SPOOL IN SRC/COBWEBS.CBL) -- CONCURRENT WORKERS MUST

    *> POST THE SETTLED CHARGE INTO THE LEDGER EXACTLY AS
    *> RECORDPAYMENT DOES AT THE DESK, PLUS THE GATEWAY REFERENCE.
    compute sql-pay-amount = sql-pay-amount - sql-overpaid
    exec sql
        insert into fine_payments (
            fine_id,
            gateway_reference
        ) values (
            :sql-fine-id,
            :sql-pay-amount,
            'payment',
            'online',
            trim(:sql-gateway-ref)

    exec sql
        update fines
            set paid_amount = paid_amount + :sql-pay-amount,
                status =
                    case when amount - paid_amount
                            - waived_amount
                            - :sql-pay-amount <= 0
                         then 'paid' else 'open' end
            where id = :sql-fine-id
            returning status into :sql-fine-status
    move request-user-id to sql-audit-actor
    perform write-audit-row

    *> THE EXCESS RIDES THE SAME GATEWAY REFERENCE AS A KIND
    *> 'CREDIT' ROW ON THE FINE, AND GOES ON THE CREDIT BALANCE OF
    *> THE FINE'S PATRON (THE PAYER, FOR A LEGACY NAME-ONLY FINE).
    if sql-overpaid > 0
        exec sql
            insert into fine_payments (
                fine_id,
                amount,
                kind,
                method,
                gateway_reference
            ) values (
                :sql-fine-id,
                :sql-overpaid,
                'credit',
                'online',
                trim(:sql-gateway-ref)
            ) returning cast(id as varchar) into :sql-payment-id
        end-exec
        if sqlcode not = zero
            perform sql-failure
            goback
        end-if
        exec sql
            insert into patron_credits (
                patron_id,
                amount,
                kind,
                fine_id,
                payment_id
            ) values (
                cast(:sql-credit-patron as uuid),
                :sql-overpaid,
                'overpay',
                :sql-fine-id,
                cast(:sql-payment-id as uuid)
            )
        end-exec
        if sqlcode not = zero
            perform sql-failure
            goback
        end-if
        move 'patron_credits' to sql-audit-table
        move sql-credit-patron to sql-audit-record
        move 'INSERT' to sql-audit-op
        perform write-audit-row
    end-if

    exec sql
        commit work
    end-exec
           '. Gateway reference: '
           trim(html-escape(function trim(sql-gateway-ref)),
                trailing)
           '</p>'
        delimited by size into ws-line
    end-string
    if sql-overpaid > 0
        move sql-overpaid to ws-amount-edited
        string function trim(ws-line, trailing)
               '<p>' trim(ws-amount-edited, leading)
               ' more than the fine was held as credit on the'
               ' account.</p>'
            delimited by size into ws-line
        end-string
    end-if
    string function trim(ws-line, trailing)
           '<p><a href="/my/fines">Back to my fines</a></p>'
           '</body></html>'
        delimited by size into ws-line
    end-string
