configuration section.
repository.
    function all intrinsic
    function fcgi-put-ln
    function html-escape.

data division.

01  put-rc  usage binary-long.

01  ws-template-name pic x(256).
01  ws-featured-html pic x(2048).

copy 'template.cpy'.

exec sql
    begin declare section
end-exec.
01  feat-list-id    pic x(36).
01  feat-list-name  pic x(60).
exec sql
    end declare section
end-exec.

exec sql
    include sqlca
end-exec.

linkage section.

01  out-ptr       usage pointer.
    *> document root so the web person can edit it without a
    *> recompile; the hardcoded markup below is only the fallback
    *> for a missing template file.
    perform load-featured-lists
    move 0 to template-vars-count
    add 1 to template-vars-count
    move 'featured_lists' to template-var-name(template-vars-count)
    move ws-featured-html to template-var-value(template-vars-count)
    move 'home.html' to ws-template-name
    call "render-template"
    using by value out-ptr
            to put-rc
        move fcgi-put-ln(out-ptr, '<h3>FastCGI environment with GnuCOBOL</h3>')
            to put-rc
        move fcgi-put-ln(out-ptr, trim(ws-featured-html, trailing))
            to put-rc
        move fcgi-put-ln(out-ptr, '</body></html>')
            to put-rc
    end-if

    goback.

load-featured-lists.
    *> The reading lists staff have featured (see
    *> src/reading-lists.cbl), newest first, as a ready-escaped
    *> HTML fragment -- template substitution is raw. Empty when
    *> nothing is featured, so the template needs no conditional.
    move spaces to ws-featured-html
    exec sql
        declare home-lists-c1 cursor for
        select cast(id as varchar), name
            from reading_lists
            where featured
            order by updated_at desc
            limit 5
    end-exec
    exec sql
        open home-lists-c1
    end-exec
    exec sql
        fetch home-lists-c1 into :feat-list-id, :feat-list-name
    end-exec
    perform until sqlcode not = zero
        if ws-featured-html = spaces
            move '<h3>Reading lists from the library</h3><ul>'
                to ws-featured-html
        end-if
        string trim(ws-featured-html, trailing)
               '<li><a href="/lists?id=' trim(feat-list-id) '">'
               trim(html-escape(trim(feat-list-name)), trailing)
               '</a></li>'
            delimited by size into ws-featured-html
        end-string
        exec sql
            fetch home-lists-c1 into :feat-list-id, :feat-list-name
        end-exec
    end-perform
    exec sql
        close home-lists-c1
    end-exec
    if ws-featured-html not = spaces
        string trim(ws-featured-html, trailing)
               '</ul><p><a href="/lists">All featured lists</a></p>'
            delimited by size into ws-featured-html
        end-string
    end-if.

end program home-page.

identification division.
