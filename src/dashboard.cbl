*> GET /admin/dashboard (admin role in routes.conf): last
*> night's job runs with status and duration, the outbound email
*> queue's depth and oldest queued row, the freshest error
*> events, this worker's traffic counters, and yesterday's
*> door-counter visits per branch -- each section badged
*> red/amber/green so the check takes ten seconds instead of four
*> psql sessions and a curl.
*>
*> Copyright (c) 2026 Robert Roland
*>*******************************************
01  err-program         pic x(30).
01  err-message         pic x(200).
01  err-recent-cnt      pic 9(6).
01  visit-branch        pic x(10).
01  visit-yesterday     pic 9(8).
01  visit-last-read     pic x(16).
01  visit-hours-since   pic s9(6).
exec sql
    end declare section
end-exec.
    perform show-email-queue
    perform show-error-events
    perform show-traffic
    perform show-visits

    move fcgi-put-ln(out-ptr, '</body></html>') to ws-put-rc

    move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
        to ws-put-rc.

show-visits.
    move fcgi-put-ln(out-ptr,
        '<h3>Visits yesterday (door counters)</h3><table border="1"><tr><th></th><th>Branch</th><th>Visits</th><th>Last reading</th></tr>')
        to ws-put-rc

    exec sql
        declare dash-visits-c1 cursor for
        select br.code,
               coalesce(sum(v.visits) filter (where
                   cast(v.period_start as date) = current_date - 1), 0),
               coalesce(to_char(max(v.read_at), 'MM-DD HH24:MI'),
                   '(never)'),
               coalesce(cast(extract(epoch from
                   (now() - max(v.read_at))) / 3600 as integer), 99999)
            from branches br
            left join branch_visits v on v.branch_id = br.id
                and v.read_at > now() - interval '7 days'
            group by br.code
            order by br.code
    end-exec
    exec sql
        open dash-visits-c1
    end-exec
    exec sql
        fetch dash-visits-c1 into :visit-branch, :visit-yesterday,
            :visit-last-read, :visit-hours-since
    end-exec
    perform until sqlcode not = zero
        *> GREEN = READ IN THE LAST DAY, AMBER = UP TO THREE DAYS
        *> (A WEEKEND), RED = THE COUNTER HAS GONE QUIET.
        evaluate true
            when visit-hours-since > 72
                move '<td bgcolor="red">RED</td>' to ws-badge
            when visit-hours-since > 30
                move '<td bgcolor="orange">AMBER</td>'
                    to ws-badge
            when other
                move '<td bgcolor="lightgreen">GREEN</td>'
                    to ws-badge
        end-evaluate
        move visit-yesterday to ws-num-edited
        move spaces to ws-line
        string '<tr>' function trim(ws-badge)
               '<td>' function trim(visit-branch)
               '</td><td>' trim(ws-num-edited, leading)
               '</td><td>' function trim(visit-last-read)
               '</td></tr>'
            delimited by size into ws-line
        end-string
        move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
            to ws-put-rc
        exec sql
            fetch dash-visits-c1 into :visit-branch,
                :visit-yesterday, :visit-last-read,
                :visit-hours-since
        end-exec
    end-perform
    exec sql
        close dash-visits-c1
    end-exec

    move fcgi-put-ln(out-ptr, '</table>') to ws-put-rc.

end program ops-dashboard.
