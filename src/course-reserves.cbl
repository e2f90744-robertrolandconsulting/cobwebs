01  rsv-course          pic x(50).
01  rsv-instructor      pic x(50).
01  rsv-term-end        pic x(10).
01  rsv-loan-period     pic x(10).
01  rsv-titles          pic x(2000).
exec sql
    end declare section
        declare reserves-c1 cursor for
        select r.course_name, r.instructor,
               to_char(r.term_end, 'YYYY-MM-DD'),
               case when r.loan_hours is not null
                    then r.loan_hours || '-hour'
                    else r.loan_days || '-day' end,
               coalesce((select string_agg(b.name, '; '
                       order by b.name)
                   from course_reserve_items i
    move 0 to ws-rows-found
    exec sql
        fetch reserves-c1 into :rsv-course, :rsv-instructor,
            :rsv-term-end, :rsv-loan-period, :rsv-titles
    end-exec
    perform until sqlcode not = zero
        add 1 to ws-rows-found
               trim(html-escape(function trim(rsv-instructor)),
                    trailing)
               ' (until ' rsv-term-end ', '
               function trim(rsv-loan-period) ' loans)<br>'
               trim(html-escape(function trim(rsv-titles)),
                    trailing)
               '</p>'
            to ws-put-rc
        exec sql
            fetch reserves-c1 into :rsv-course, :rsv-instructor,
                :rsv-term-end, :rsv-loan-period, :rsv-titles
        end-exec
    end-perform
    exec sql
