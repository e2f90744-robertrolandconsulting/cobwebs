       >>SOURCE FORMAT IS FREE
*>*******************************************
*> "My account": the patron's own contact details and notices
*>
*> my-profile, my-profile-save
*>
*> GET /my/profile (see routes.conf) shows the signed-in patron's
*> address, phone, email and the channel (email, text message or
*> none) for each notice type -- overdue, hold ready, reminder and
*> password reset. POST /my/profile saves them. The address and
*> the channels change at once. A new email address or phone
*> number does not: a code goes to the NEW address through the
*> outbound queue (ENQUEUE-EMAIL / ENQUEUE-SMS) and the change
*> waits in patron_contact_changes until the patron types it back
*> on this page (24 hours, five tries). A confirmed email also
*> becomes the account's sign-in address -- accounts and patrons
*> are linked by it -- and clears the bounce marking
*> (email_invalid_at, see BOUNCEPROC). Every change is audited and
*> the address on file before it gets a "your details were
*> changed" notice.
*>
*> Copyright (c) 2026 Robert Roland
*>*******************************************
identification division.
program-id.   my-profile.

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
01  ws-note             pic x(10).
01  ws-pref-label       pic x(40).
01  ws-pref-name        pic x(20).
01  ws-pref-value       pic x(5).

exec sql
    begin declare section
end-exec.
01  sql-user-email      pic x(50).
01  my-patron-id        pic x(36).
01  my-name             pic x(50).
01  my-email            pic x(50).
01  my-phone            pic x(20).
01  my-address          pic x(200).
01  my-email-invalid    pic x(1).
01  my-notify-overdue   pic x(5).
01  my-notify-hold      pic x(5).
01  my-notify-reminder  pic x(5).
01  my-notify-reset     pic x(5).
01  chg-field           pic x(5).
01  chg-new-value       pic x(50).
01  chg-expires         pic x(16).
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

    move spaces to ws-note
    perform varying ws-param-idx from 1 by 1
            until ws-param-idx > request-parameters-count
        if function trim(request-parameter-key(ws-param-idx))
                = 'note'
            move request-parameter-value(ws-param-idx) to ws-note
        end-if
    end-perform

    *> SAME ACCOUNT-TO-PATRON RESOLUTION AS MY-LOANS.
    move request-user-email to sql-user-email
    exec sql
        select cast(id as varchar), name,
               coalesce(email, ''), coalesce(phone, ''),
               coalesce(address, ''),
               case when email_invalid_at is null
                    then 'n' else 'y' end,
               notify_overdue, notify_hold, notify_reminder,
               notify_reset
            into :my-patron-id, :my-name, :my-email, :my-phone,
                 :my-address, :my-email-invalid,
                 :my-notify-overdue, :my-notify-hold,
                 :my-notify-reminder, :my-notify-reset
            from patrons
            where trim(email) = trim(:sql-user-email)
            and status = 'active'
    end-exec

    call "write-response-headers"
    using by value out-ptr
          by reference http-response
    end-call

    if sqlcode not = zero
        move fcgi-put-ln(out-ptr,
            '<html><body><h2>My profile</h2><p>No patron record is linked to this account -- ask at the desk.</p></body></html>')
            to ws-put-rc
        goback
    end-if

    move fcgi-put-ln(out-ptr, '<html><body><h2>My profile</h2>')
        to ws-put-rc

    evaluate function trim(ws-note)
        when 'saved'
            move fcgi-put-ln(out-ptr,
                '<p><b>Your changes were saved.</b></p>')
                to ws-put-rc
        when 'sent'
            move fcgi-put-ln(out-ptr,
                '<p><b>Saved. We sent a code to the new address -- enter it below to finish the change.</b></p>')
                to ws-put-rc
        when 'confirmed'
            move fcgi-put-ln(out-ptr,
                '<p><b>Confirmed -- the new address is now on your account.</b></p>')
                to ws-put-rc
        when 'cancelled'
            move fcgi-put-ln(out-ptr,
                '<p><b>The change was cancelled.</b></p>')
                to ws-put-rc
        when 'badphone'
            move fcgi-put-ln(out-ptr,
                '<p><b>Nothing was changed: the phone number may only contain digits, +, spaces and dashes.</b></p>')
                to ws-put-rc
    end-evaluate

    if my-email-invalid = 'y'
        move fcgi-put-ln(out-ptr,
            '<p>Mail to your email address has been bouncing, so we have stopped using it. Please give us a current one.</p>')
            to ws-put-rc
    end-if

    perform write-pending-changes

    move spaces to ws-line
    string '<form method="POST" action="/my/profile">'
           '<input type="hidden" name="csrf_token" value="'
           function trim(request-csrf-token)
           '"><input type="hidden" name="action" value="save">'
           '<table><tr><th align="left">Name</th><td>'
           trim(html-escape(function trim(my-name)), trailing)
           ' (the desk can correct this)</td></tr>'
        delimited by size into ws-line
    end-string
    move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
        to ws-put-rc
    move spaces to ws-line
    string '<tr><th align="left">Address</th><td>'
           '<input name="address" size="60" maxlength="200" value="'
           trim(html-escape(function trim(my-address)), trailing)
           '"></td></tr>'
        delimited by size into ws-line
    end-string
    move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
        to ws-put-rc
    move spaces to ws-line
    string '<tr><th align="left">Phone</th><td>'
           '<input name="phone" size="20" maxlength="20" value="'
           trim(html-escape(function trim(my-phone)), trailing)
           '"> a new number is confirmed by text message</td></tr>'
        delimited by size into ws-line
    end-string
    move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
        to ws-put-rc
    move spaces to ws-line
    string '<tr><th align="left">Email</th><td>'
           '<input name="email" size="40" maxlength="50" value="'
           trim(html-escape(function trim(my-email)), trailing)
           '"> a new address is confirmed by email and becomes '
           'your sign-in address</td></tr>'
        delimited by size into ws-line
    end-string
    move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
        to ws-put-rc

    move 'Overdue notices' to ws-pref-label
    move 'notify_overdue' to ws-pref-name
    move my-notify-overdue to ws-pref-value
    perform write-channel-row
    move 'Hold ready' to ws-pref-label
    move 'notify_hold' to ws-pref-name
    move my-notify-hold to ws-pref-value
    perform write-channel-row
    move 'Due-date reminders' to ws-pref-label
    move 'notify_reminder' to ws-pref-name
    move my-notify-reminder to ws-pref-value
    perform write-channel-row
    move 'Password reset codes' to ws-pref-label
    move 'notify_reset' to ws-pref-name
    move my-notify-reset to ws-pref-value
    perform write-channel-row

    move fcgi-put-ln(out-ptr,
        '</table><input type="submit" value="Save"></form>')
        to ws-put-rc
    move fcgi-put-ln(out-ptr,
        '<p><a href="/my/loans">Back to my account</a></p></body></html>')
        to ws-put-rc

    goback.

write-channel-row.
    move spaces to ws-line
    string '<tr><th align="left">' function trim(ws-pref-label)
           '</th><td><select name="' function trim(ws-pref-name)
           '">'
        delimited by size into ws-line
    end-string
    if function trim(ws-pref-value) = 'email'
        string function trim(ws-line, trailing)
               '<option value="email" selected>email</option>'
            delimited by size into ws-line
        end-string
    else
        string function trim(ws-line, trailing)
               '<option value="email">email</option>'
            delimited by size into ws-line
        end-string
    end-if
    if function trim(ws-pref-value) = 'sms'
        string function trim(ws-line, trailing)
               '<option value="sms" selected>text message</option>'
            delimited by size into ws-line
        end-string
    else
        string function trim(ws-line, trailing)
               '<option value="sms">text message</option>'
            delimited by size into ws-line
        end-string
    end-if
    if function trim(ws-pref-value) = 'none'
        string function trim(ws-line, trailing)
               '<option value="none" selected>none</option>'
            delimited by size into ws-line
        end-string
    else
        string function trim(ws-line, trailing)
               '<option value="none">none</option>'
            delimited by size into ws-line
        end-string
    end-if
    string function trim(ws-line, trailing) '</select></td></tr>'
        delimited by size into ws-line
    end-string
    move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
        to ws-put-rc.

write-pending-changes.
    *> OPEN CHANGES WAITING ON THEIR CODE, EACH WITH ITS OWN
    *> ENTER-CODE AND CANCEL FORMS.
    exec sql
        declare profile-changes-c1 cursor for
        select field, new_value,
               to_char(expires_at, 'YYYY-MM-DD HH24:MI')
            from patron_contact_changes
            where patron_id = cast(:my-patron-id as uuid)
            and confirmed_at is null
            and cancelled_at is null
            and expires_at > now()
            order by field
    end-exec
    exec sql
        open profile-changes-c1
    end-exec
    exec sql
        fetch profile-changes-c1 into :chg-field, :chg-new-value,
            :chg-expires
    end-exec
    perform until sqlcode not = zero
        move spaces to ws-line
        string '<p>Waiting for confirmation: new ' function trim(chg-field)
               ' <b>'
               trim(html-escape(function trim(chg-new-value)),
                    trailing)
               '</b> (code valid until ' function trim(chg-expires)
               ') <form method="POST" action="/my/profile" '
               'style="display:inline">'
               '<input type="hidden" name="csrf_token" value="'
               function trim(request-csrf-token)
               '"><input type="hidden" name="action" value="confirm">'
               'Code: <input name="code" size="10" maxlength="8"> '
               '<input type="submit" value="Confirm"></form> '
               '<form method="POST" action="/my/profile" '
               'style="display:inline">'
               '<input type="hidden" name="csrf_token" value="'
               function trim(request-csrf-token)
               '"><input type="hidden" name="action" value="cancel">'
               '<input type="hidden" name="field" value="'
               function trim(chg-field)
               '"><input type="submit" value="Cancel"></form></p>'
            delimited by size into ws-line
        end-string
        move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
            to ws-put-rc
        exec sql
            fetch profile-changes-c1 into :chg-field, :chg-new-value,
                :chg-expires
        end-exec
    end-perform
    exec sql
        close profile-changes-c1
    end-exec.

end program my-profile.


identification division.
program-id.   my-profile-save.

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
01  ws-fail-note        pic x(120).
01  ws-changes          pic x(200).
01  ws-code-sent        pic x(1).
01  ws-back-to          pic x(40).
01  ws-mail-recipient   pic x(100).
01  ws-mail-subject     pic x(200).
01  ws-mail-body        pic x(4000).
01  ws-mail-id          pic x(36).
01  ws-phone-len        usage binary-long.
01  ws-phone-idx        usage binary-long.
01  ws-phone-ok         pic x(1).

copy 'notice-vars.cpy'.

exec sql
    begin declare section
end-exec.
01  sql-user-email      pic x(50).
01  sql-user-id         pic x(36).
01  my-patron-id        pic x(36).
01  cur-name            pic x(50).
01  cur-email           pic x(50).
01  cur-phone           pic x(20).
01  cur-address         pic x(200).
01  cur-email-invalid   pic x(1).
01  cur-notify-overdue  pic x(5).
01  cur-notify-hold     pic x(5).
01  cur-notify-reminder pic x(5).
01  cur-notify-reset    pic x(5).
01  new-email           pic x(50).
01  new-phone           pic x(20).
01  new-address         pic x(200).
01  new-notify-overdue  pic x(5).
01  new-notify-hold     pic x(5).
01  new-notify-reminder pic x(5).
01  new-notify-reset    pic x(5).
01  chg-id              pic x(36).
01  chg-field           pic x(5).
01  chg-new-value       pic x(50).
01  chg-code            pic x(8).
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
    move spaces to ws-changes
    move 'n' to ws-code-sent
    move spaces to new-email
    move spaces to new-phone
    move spaces to new-address
    move spaces to new-notify-overdue
    move spaces to new-notify-hold
    move spaces to new-notify-reminder
    move spaces to new-notify-reset
    move spaces to chg-field
    move spaces to chg-code
    perform varying ws-param-idx from 1 by 1
            until ws-param-idx > request-parameters-count
        evaluate function trim(request-parameter-key(ws-param-idx))
            when 'action'
                move request-parameter-value(ws-param-idx)
                    to ws-action
            when 'email'
                move request-parameter-value(ws-param-idx)
                    to new-email
            when 'phone'
                move request-parameter-value(ws-param-idx)
                    to new-phone
            when 'address'
                move request-parameter-value(ws-param-idx)
                    to new-address
            when 'notify_overdue'
                move request-parameter-value(ws-param-idx)
                    to new-notify-overdue
            when 'notify_hold'
                move request-parameter-value(ws-param-idx)
                    to new-notify-hold
            when 'notify_reminder'
                move request-parameter-value(ws-param-idx)
                    to new-notify-reminder
            when 'notify_reset'
                move request-parameter-value(ws-param-idx)
                    to new-notify-reset
            when 'field'
                move request-parameter-value(ws-param-idx)
                    to chg-field
            when 'code'
                move request-parameter-value(ws-param-idx)
                    to chg-code
        end-evaluate
    end-perform

    *> SAME ACCOUNT-TO-PATRON RESOLUTION AS MY-LOANS.
    move request-user-email to sql-user-email
    move request-user-id to sql-user-id
    move spaces to my-patron-id
    exec sql
        select cast(id as varchar), name,
               coalesce(email, ''), coalesce(phone, ''),
               coalesce(address, ''),
               case when email_invalid_at is null
                    then 'n' else 'y' end,
               notify_overdue, notify_hold, notify_reminder,
               notify_reset
            into :my-patron-id, :cur-name, :cur-email, :cur-phone,
                 :cur-address, :cur-email-invalid,
                 :cur-notify-overdue, :cur-notify-hold,
                 :cur-notify-reminder, :cur-notify-reset
            from patrons
            where trim(email) = trim(:sql-user-email)
            and status = 'active'
    end-exec
    if sqlcode not = zero
        move 'No patron record is linked to this account'
            to ws-fail-note
        perform show-failure
        goback
    end-if

    move request-user-id to sql-audit-actor
    move '/my/profile?note=saved' to ws-back-to

    evaluate function trim(ws-action)
        when 'save'
            perform save-profile
        when 'confirm'
            perform confirm-change
        when 'cancel'
            perform cancel-change
        when other
            move 'Unknown profile action' to ws-fail-note
    end-evaluate
    if ws-fail-note not = spaces
        exec sql
            rollback
        end-exec
        perform show-failure
        goback
    end-if

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

save-profile.
    *> DIGITS, +, SPACES AND DASHES ONLY -- THE RULE REGISTRATION AND
    *> THE DESK APPLY, SINCE THE TEXT-MESSAGE GATEWAY GETS THIS FIELD.
    *> CHECKED BEFORE ANYTHING IS WRITTEN, AND THE FORM COMES BACK
    *> WITH THE REASON.
    if function trim(new-phone) not = spaces
        perform validate-phone
        if ws-phone-ok not = 'y'
            move '/my/profile?note=badphone' to ws-back-to
            exit paragraph
        end-if
    end-if

    *> A SELECT LEFT UNTOUCHED POSTS ITS CURRENT VALUE; ONE MISSING
    *> ALTOGETHER KEEPS IT.
    if new-notify-overdue = spaces
        move cur-notify-overdue to new-notify-overdue
    end-if
    if new-notify-hold = spaces
        move cur-notify-hold to new-notify-hold
    end-if
    if new-notify-reminder = spaces
        move cur-notify-reminder to new-notify-reminder
    end-if
    if new-notify-reset = spaces
        move cur-notify-reset to new-notify-reset
    end-if
    if (function trim(new-notify-overdue) not = 'email'
            and not = 'sms' and not = 'none')
        or (function trim(new-notify-hold) not = 'email'
            and not = 'sms' and not = 'none')
        or (function trim(new-notify-reminder) not = 'email'
            and not = 'sms' and not = 'none')
        or (function trim(new-notify-reset) not = 'email'
            and not = 'sms' and not = 'none')
        move 'Notices go by email, text message or not at all'
            to ws-fail-note
        exit paragraph
    end-if
    *> TEXT MESSAGES NEED A NUMBER ALREADY CONFIRMED -- NOT ONE
    *> STILL WAITING ON ITS CODE.
    if cur-phone = spaces
            and (function trim(new-notify-overdue) = 'sms'
                 or function trim(new-notify-hold) = 'sms'
                 or function trim(new-notify-reminder) = 'sms'
                 or function trim(new-notify-reset) = 'sms')
        move 'Text-message notices need a confirmed phone number on file first'
            to ws-fail-note
        exit paragraph
    end-if

    if function trim(new-address) not = function trim(cur-address)
        exec sql
            update patrons
                set address = nullif(trim(:new-address), '')
                where id = cast(:my-patron-id as uuid)
        end-exec
        if sqlcode not = zero
            perform sql-failure
            exit paragraph
        end-if
        move 'address' to ws-changes
    end-if

    if new-notify-overdue not = cur-notify-overdue
            or new-notify-hold not = cur-notify-hold
            or new-notify-reminder not = cur-notify-reminder
            or new-notify-reset not = cur-notify-reset
        exec sql
            update patrons
                set notify_overdue = trim(:new-notify-overdue),
                    notify_hold = trim(:new-notify-hold),
                    notify_reminder = trim(:new-notify-reminder),
                    notify_reset = trim(:new-notify-reset)
                where id = cast(:my-patron-id as uuid)
        end-exec
        if sqlcode not = zero
            perform sql-failure
            exit paragraph
        end-if
        if ws-changes = spaces
            move 'notice preferences' to ws-changes
        else
            string function trim(ws-changes) ', notice preferences'
                delimited by size into ws-changes
            end-string
        end-if
    end-if

    *> A BLANKED FIELD IS TAKEN AS "NO CHANGE" -- REMOVING THE LAST
    *> WAY TO REACH A PATRON IS A DESK JOB.
    if function trim(new-phone) not = spaces
            and function trim(new-phone) not = function trim(cur-phone)
        move 'phone' to chg-field
        move new-phone to chg-new-value
        perform request-change
        if ws-fail-note not = spaces
            exit paragraph
        end-if
    end-if
    if function trim(new-email) not = spaces
            and function lower-case(function trim(new-email))
                not = function lower-case(function trim(cur-email))
        perform check-new-email
        if ws-fail-note not = spaces
            exit paragraph
        end-if
        move 'email' to chg-field
        move new-email to chg-new-value
        perform request-change
        if ws-fail-note not = spaces
            exit paragraph
        end-if
    end-if

    if ws-changes not = spaces
        move 'patrons' to sql-audit-table
        move my-patron-id to sql-audit-record
        move 'UPDATE' to sql-audit-op
        perform write-audit-row
        perform send-details-changed
    end-if
    if ws-code-sent = 'y'
        move '/my/profile?note=sent' to ws-back-to
    end-if.

validate-phone.
    move 'y' to ws-phone-ok
    move length(trim(new-phone, trailing)) to ws-phone-len
    perform varying ws-phone-idx from 1 by 1
            until ws-phone-idx > ws-phone-len
            or ws-phone-ok = 'n'
        if (new-phone(ws-phone-idx:1) < '0'
                or new-phone(ws-phone-idx:1) > '9')
                and new-phone(ws-phone-idx:1) not = '+'
                and new-phone(ws-phone-idx:1) not = '-'
                and new-phone(ws-phone-idx:1) not = space
            move 'n' to ws-phone-ok
        end-if
    end-perform.

check-new-email.
    *> ONE @, NO SPACES, A DOT AFTER THE @ -- AND NOT ALREADY SOMEBODY
    *> ELSE'S, EITHER AS A SIGN-IN OR ON ANOTHER PATRON RECORD.
    move zero to sql-found
    exec sql
        select case when trim(:new-email)
                         ~ '^[^@ ]+@[^@ ]+[.][^@. ]+$'
                    then 1 else 0 end
            into :sql-found
    end-exec
    if sql-found = 0
        move 'That does not look like an email address'
            to ws-fail-note
        exit paragraph
    end-if
    perform check-email-free.

check-email-free.
    move zero to sql-found
    exec sql
        select (select count(*) from users
                    where lower(trim(email)) = lower(trim(:new-email))
                    and id <> cast(:sql-user-id as uuid))
             + (select count(*) from patrons
                    where lower(trim(email)) = lower(trim(:new-email))
                    and id <> cast(:my-patron-id as uuid)
                    and status <> 'erased')
            into :sql-found
    end-exec
    if sqlcode not = zero or sql-found > 0
        move 'That email address is already in use -- ask at the desk'
            to ws-fail-note
    end-if.

request-change.
    *> A NEW REQUEST FOR THE SAME FIELD REPLACES ANY OPEN ONE.
    exec sql
        update patron_contact_changes
            set cancelled_at = now()
            where patron_id = cast(:my-patron-id as uuid)
            and field = trim(:chg-field)
            and confirmed_at is null
            and cancelled_at is null
    end-exec
    exec sql
        insert into patron_contact_changes (
            patron_id, field, new_value, confirm_code, expires_at
        ) values (
            cast(:my-patron-id as uuid),
            trim(:chg-field),
            trim(:chg-new-value),
            upper(substr(md5(cast(random() as varchar)
                    || cast(clock_timestamp() as varchar)), 1, 8)),
            now() + interval '24 hours'
        ) returning cast(id as varchar), confirm_code
            into :chg-id, :chg-code
    end-exec
    if sqlcode not = zero
        perform sql-failure
        exit paragraph
    end-if

    *> THE CODE GOES TO THE NEW ADDRESS ONLY -- THAT IS THE POINT.
    if function trim(chg-field) = 'phone'
        move chg-new-value to ws-mail-recipient
        move 'Confirm your phone number' to ws-mail-subject
        move spaces to ws-mail-body
        string 'Library code to confirm this number: '
               function trim(chg-code)
               ' (valid 24 hours). Enter it under My Account, '
               'Profile.'
            delimited by size into ws-mail-body
        end-string
        call "ENQUEUE-SMS" using ws-mail-recipient
             ws-mail-subject ws-mail-body ws-mail-id
        end-call
    else
        move chg-new-value to ws-mail-recipient
        move 'Confirm your new email address' to ws-mail-subject
        move 'contact-confirm-email' to notice-template-name
        move 2 to notice-var-count
        move 'patron' to notice-var-name(1)
        move cur-name to notice-var-value(1)
        move 'code' to notice-var-name(2)
        move chg-code to notice-var-value(2)
        call "RENDER-NOTICE" using notice-template-name
             notice-vars notice-body notice-render-ok
        end-call
        if notice-render-ok = 'y'
            move notice-body to ws-mail-body
        else
            move spaces to ws-mail-body
            string 'Dear ' function trim(cur-name) ',~~'
                   'To make this the email address on your library '
                   'account, enter this code under My Account, '
                   'Profile: ' function trim(chg-code) '~~'
                   'The code is valid for 24 hours. If you did not '
                   'ask for this, ignore this message.~~'
                   'The Library'
                delimited by size into ws-mail-body
            end-string
        end-if
        call "ENQUEUE-EMAIL" using ws-mail-recipient
             ws-mail-subject ws-mail-body ws-mail-id
        end-call
    end-if
    move 'y' to ws-code-sent

    move 'patron_contact_changes' to sql-audit-table
    move chg-id to sql-audit-record
    move 'INSERT' to sql-audit-op
    perform write-audit-row.

confirm-change.
    move spaces to chg-id
    exec sql
        select cast(id as varchar), field, new_value
            into :chg-id, :chg-field, :chg-new-value
            from patron_contact_changes
            where patron_id = cast(:my-patron-id as uuid)
            and confirmed_at is null
            and cancelled_at is null
            and expires_at > now()
            and confirm_code = upper(trim(:chg-code))
    end-exec
    if sqlcode not = zero
        *> A WRONG CODE COUNTS AGAINST EVERY OPEN REQUEST; THE FIFTH
        *> MISS CANCELS THEM. KEPT EVEN THOUGH THE PAGE SAYS NO.
        exec sql
            update patron_contact_changes
                set attempts = attempts + 1,
                    cancelled_at = case when attempts + 1 >= 5
                                        then now() end
                where patron_id = cast(:my-patron-id as uuid)
                and confirmed_at is null
                and cancelled_at is null
        end-exec
        exec sql
            commit work
        end-exec
        move 'That code does not match a change waiting for confirmation'
            to ws-fail-note
        exit paragraph
    end-if

    if function trim(chg-field) = 'email'
        move chg-new-value to new-email
        perform check-email-free
        if ws-fail-note not = spaces
            exit paragraph
        end-if
        *> THE ACCOUNT AND ITS LIVE SESSIONS FOLLOW THE PATRON
        *> RECORD, OR THE NEXT PAGE COULD NOT FIND IT.
        exec sql
            update patrons
                set email = trim(:chg-new-value),
                    email_invalid_at = null,
                    email_bounce_count = 0
                where id = cast(:my-patron-id as uuid)
        end-exec
        if sqlcode not = zero
            perform sql-failure
            exit paragraph
        end-if
        exec sql
            update users
                set email = trim(:chg-new-value)
                where id = cast(:sql-user-id as uuid)
        end-exec
        if sqlcode not = zero
            perform sql-failure
            exit paragraph
        end-if
        exec sql
            update sessions
                set email = trim(:chg-new-value)
                where user_id = cast(:sql-user-id as uuid)
        end-exec
        move 'email address' to ws-changes
    else
        exec sql
            update patrons
                set phone = trim(:chg-new-value)
                where id = cast(:my-patron-id as uuid)
        end-exec
        if sqlcode not = zero
            perform sql-failure
            exit paragraph
        end-if
        move 'phone number' to ws-changes
    end-if

    exec sql
        update patron_contact_changes
            set confirmed_at = now()
            where id = cast(:chg-id as uuid)
    end-exec

    move 'patron_contact_changes' to sql-audit-table
    move chg-id to sql-audit-record
    move 'UPDATE' to sql-audit-op
    perform write-audit-row
    move 'patrons' to sql-audit-table
    move my-patron-id to sql-audit-record
    perform write-audit-row

    *> CUR-EMAIL / CUR-PHONE STILL HOLD THE OLD ADDRESS.
    perform send-details-changed
    move '/my/profile?note=confirmed' to ws-back-to.

cancel-change.
    exec sql
        update patron_contact_changes
            set cancelled_at = now()
            where patron_id = cast(:my-patron-id as uuid)
            and field = trim(:chg-field)
            and confirmed_at is null
            and cancelled_at is null
            returning cast(id as varchar) into :chg-id
    end-exec
    if sqlcode not = zero
        move 'No change of that kind is waiting' to ws-fail-note
        exit paragraph
    end-if
    move 'patron_contact_changes' to sql-audit-table
    move chg-id to sql-audit-record
    move 'UPDATE' to sql-audit-op
    perform write-audit-row
    move '/my/profile?note=cancelled' to ws-back-to.

send-details-changed.
    *> TO THE ADDRESS ON FILE BEFORE THE CHANGE: THE EMAIL UNLESS
    *> IT IS BOUNCING, ELSE A TEXT TO THE PHONE.
    if cur-email not = spaces and cur-email-invalid = 'n'
        move cur-email to ws-mail-recipient
        move 'Your library account details were changed'
            to ws-mail-subject
        move 'details-changed-email' to notice-template-name
        move 2 to notice-var-count
        move 'patron' to notice-var-name(1)
        move cur-name to notice-var-value(1)
        move 'changes' to notice-var-name(2)
        move ws-changes to notice-var-value(2)
        call "RENDER-NOTICE" using notice-template-name
             notice-vars notice-body notice-render-ok
        end-call
        if notice-render-ok = 'y'
            move notice-body to ws-mail-body
        else
            move spaces to ws-mail-body
            string 'Dear ' function trim(cur-name) ',~~'
                   'The details on your library account were just '
                   'changed: ' function trim(ws-changes) '.~~'
                   'If this was not you, please call or visit the '
                   'library as soon as you can.~~'
                   'The Library'
                delimited by size into ws-mail-body
            end-string
        end-if
        call "ENQUEUE-EMAIL" using ws-mail-recipient
             ws-mail-subject ws-mail-body ws-mail-id
        end-call
        exit paragraph
    end-if
    if cur-phone not = spaces
        move cur-phone to ws-mail-recipient
        move 'Your library account details were changed'
            to ws-mail-subject
        move spaces to ws-mail-body
        string 'Your library account details were changed: '
               function trim(ws-changes)
               '. Not you? Call the library.'
            delimited by size into ws-mail-body
        end-string
        call "ENQUEUE-SMS" using ws-mail-recipient
             ws-mail-subject ws-mail-body ws-mail-id
        end-call
    end-if.

show-failure.
    call "write-response-headers"
    using by value out-ptr
          by reference http-response
    end-call
    move fcgi-put-ln(out-ptr,
        '<html><body><h2>Profile not changed</h2>') to ws-put-rc
    move spaces to ws-line
    string '<p>'
           trim(html-escape(function trim(ws-fail-note)),
                trailing)
           '</p><p><a href="/my/profile">Back to my profile</a></p>'
           '</body></html>'
        delimited by size into ws-line
    end-string
    move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
        to ws-put-rc.

sql-failure.
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

end program my-profile-save.
