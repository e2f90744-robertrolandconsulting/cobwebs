       >>SOURCE FORMAT IS FREE
*>*******************************************
*> New-titles Atom and RSS feeds
*>
*> new-titles-feed
*>
*> GET /feeds/atom and GET /feeds/rss (see routes.conf): the
*> newest titles in the catalog, latest books.created_at first, for
*> feed readers and the website's "new at the library" panel --
*> the pull-side twin of the NEWTITLEALERTS emails. With no
*> arguments it covers the whole catalog; category=, author= and
*> branch= (a branch code) narrow it to one category, one author
*> or what one branch holds, and may be combined. Each entry links
*> to the title's public page (/title?id=) and its cover scan.
*> Soft-deleted and hidden (opac_hidden) titles are left out.
*> FEED_ENTRIES caps the entry count (default 50); FEED_BASE_URL
*> gives the public site root for absolute links (default the
*> request's own host).
*>
*> The feed sets an ETag (a digest over the entries it would
*> list) and a Last-Modified, and answers a matching
*> If-None-Match or If-Modified-Since with a bare 304, so an
*> hourly poll costs one small query. The routes are marked
*> CACHE, so inside the cache TTL the dispatch loop answers the
*> same poll without calling this handler at all.
*>
*> Copyright (c) 2026 Robert Roland
*>*******************************************
identification division.
program-id.   new-titles-feed.

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
01  ws-header-idx       pic s9(04).
01  ws-line             pic x(4096).
01  ws-base-url         pic x(300).
01  ws-self-url         pic x(1500).
01  ws-entry-url        pic x(400).
01  ws-feed-title       pic x(200).
01  ws-limit-x          pic x(6).
01  ws-if-none-match    pic x(80).
01  ws-if-mod-since     pic x(40).
01  ws-not-modified     pic x(1).
01  ws-error-text       pic x(80).
01  ws-list             pic x(1024).
01  ws-list-ptr         pic 9(4).
01  ws-piece            pic x(100).

exec sql
    begin declare section
end-exec.
01  feed-format         pic x(4).
01  feed-category       pic x(50).
01  feed-author         pic x(50).
01  feed-branch         pic x(10).
01  feed-limit          pic 9(4).
01  feed-found          pic 9(8).
01  feed-etag           pic x(80).
01  feed-last-modified  pic x(40).
01  feed-updated        pic x(20).
01  ent-id              pic x(36).
01  ent-name            pic x(50).
01  ent-authors         pic x(1024).
01  ent-synopsis        pic x(1024).
01  ent-cover-path      pic x(255).
01  ent-categories      pic x(1024).
01  ent-atom-date       pic x(20).
01  ent-rss-date        pic x(40).
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

    *> working-storage persists across worker requests -- reset
    move spaces to feed-category
    move spaces to feed-author
    move spaces to feed-branch
    move spaces to ws-error-text
    perform varying ws-param-idx from 1 by 1
            until ws-param-idx > request-parameters-count
        evaluate function trim(request-parameter-key(ws-param-idx))
            when 'category'
                move request-parameter-value(ws-param-idx)
                    to feed-category
            when 'author'
                move request-parameter-value(ws-param-idx)
                    to feed-author
            when 'branch'
                move upper-case(request-parameter-value(ws-param-idx))
                    to feed-branch
        end-evaluate
    end-perform

    if function trim(request-path) = '/feeds/rss'
        move 'rss' to feed-format
        move 'application/rss+xml' to response-content-type
    else
        move 'atom' to feed-format
        move 'application/atom+xml' to response-content-type
    end-if

    move 50 to feed-limit
    move spaces to ws-limit-x
    accept ws-limit-x from environment 'FEED_ENTRIES'
    if function trim(ws-limit-x) not = spaces
        move numval(ws-limit-x) to feed-limit
    end-if
    if feed-limit < 1
        move 50 to feed-limit
    end-if

    move spaces to ws-base-url
    accept ws-base-url from environment 'FEED_BASE_URL'
    if function trim(ws-base-url) = spaces
        string 'http://' function trim(request-http-host)
            delimited by size into ws-base-url
        end-string
    end-if

    perform check-filters
    if ws-error-text not = spaces
        move 404 to response-status
        move 'text/plain' to response-content-type
        call "write-response-headers"
        using by value out-ptr
              by reference http-response
        end-call
        move fcgi-put-ln(out-ptr, function trim(ws-error-text))
            to ws-put-rc
        goback
    end-if

    perform compute-validators
    if sqlcode not = zero
        perform sql-failure
        goback
    end-if
    move feed-etag to response-etag
    move feed-last-modified to response-last-modified

    perform check-conditional-headers
    if ws-not-modified = 'y'
        move 304 to response-status
        call "write-response-headers"
        using by value out-ptr
              by reference http-response
        end-call
        goback
    end-if

    call "write-response-headers"
    using by value out-ptr
          by reference http-response
    end-call

    perform write-feed-head
    perform write-entries
    if feed-format = 'rss'
        move fcgi-put-ln(out-ptr, '</channel></rss>') to ws-put-rc
    else
        move fcgi-put-ln(out-ptr, '</feed>') to ws-put-rc
    end-if

    goback.

check-filters.
    *> A FILTER NAMING NOTHING WE KNOW IS A 404 RATHER THAN AN
    *> EMPTY FEED, SO A MISTYPED SUBSCRIPTION SHOWS UP AS BROKEN.
    if function trim(feed-category) not = spaces
        exec sql
            select count(*) into :feed-found
                from categories
                where lower(name) = lower(trim(:feed-category))
        end-exec
        if sqlcode not = zero or feed-found = 0
            move 'no such category' to ws-error-text
            exit paragraph
        end-if
    end-if
    if function trim(feed-author) not = spaces
        exec sql
            select count(*) into :feed-found
                from authors
                where lower(name) = lower(trim(:feed-author))
        end-exec
        if sqlcode not = zero or feed-found = 0
            move 'no such author' to ws-error-text
            exit paragraph
        end-if
    end-if
    if function trim(feed-branch) not = spaces
        exec sql
            select count(*) into :feed-found
                from branches
                where code = trim(:feed-branch)
        end-exec
        if sqlcode not = zero or feed-found = 0
            move 'no such branch' to ws-error-text
            exit paragraph
        end-if
    end-if.

compute-validators.
    *> THE ETAG DIGESTS EXACTLY THE ROWS THE FEED WOULD LIST (ID
    *> AND CATALOG STAMP), SO A NEW TITLE, AN EDIT TO A LISTED ONE
    *> OR ONE DROPPING OUT (HIDDEN, DELETED) ALL CHANGE IT. THE
    *> FORMAT IS PART OF IT -- ATOM AND RSS ARE DIFFERENT BODIES.
    *> created_at IS LOCAL TIME, catalog_modified_at IS UTC.
    move spaces to feed-etag
    move spaces to feed-last-modified
    move spaces to feed-updated
    exec sql
        select '"' || trim(:feed-format) || '-'
                   || md5(coalesce(string_agg(
                          cast(n.id as varchar) || '@'
                          || to_char(n.catalog_modified_at,
                                     'YYYYMMDDHH24MISSUS'),
                          ',' order by n.created_at desc, n.id),
                          '')) || '"',
               coalesce(to_char(max(n.stamp),
                            'Dy, DD Mon YYYY HH24:MI:SS')
                        || ' GMT', ''),
               coalesce(to_char(max(n.stamp), 'YYYY-MM-DD') || 'T'
                        || to_char(max(n.stamp), 'HH24:MI:SS') || 'Z',
                        to_char(now() at time zone 'UTC',
                                'YYYY-MM-DD') || 'T'
                        || to_char(now() at time zone 'UTC',
                                   'HH24:MI:SS') || 'Z')
            into :feed-etag, :feed-last-modified, :feed-updated
            from (select b.id, b.created_at, b.catalog_modified_at,
                         greatest((b.created_at at time zone
                                       current_setting('TimeZone'))
                                      at time zone 'UTC',
                                  b.catalog_modified_at) as stamp
                      from books b
                      where b.deleted_at is null
                      and not b.opac_hidden
                      and (trim(:feed-category) = ''
                           or exists (select 1
                                  from book_categories bc
                                  join categories c
                                      on c.id = bc.category_id
                                  where bc.book_id = b.id
                                  and lower(c.name)
                                      = lower(trim(:feed-category))))
                      and (trim(:feed-author) = ''
                           or exists (select 1
                                  from book_authors ba
                                  join authors a
                                      on a.id = ba.author_id
                                  where ba.book_id = b.id
                                  and lower(a.name)
                                      = lower(trim(:feed-author))))
                      and (trim(:feed-branch) = ''
                           or exists (select 1
                                  from branch_holdings bh
                                  join branches br
                                      on br.id = bh.branch_id
                                  where bh.book_id = b.id
                                  and br.code = trim(:feed-branch)
                                  and bh.copy_count > 0))
                      order by b.created_at desc, b.id
                      limit :feed-limit) n
    end-exec.

check-conditional-headers.
    *> IF-NONE-MATCH WINS WHEN BOTH ARE PRESENT, AS IN
    *> SERVE-STATIC-FILE; THE CLIENT ECHOES OUR OWN STRINGS BACK.
    move 'n' to ws-not-modified
    move spaces to ws-if-none-match
    move spaces to ws-if-mod-since
    perform varying ws-header-idx from 1 by 1
            until ws-header-idx > request-headers-count
        evaluate function trim(request-header-key(ws-header-idx))
            when 'if-none-match'
                move request-header-value(ws-header-idx)
                    to ws-if-none-match
            when 'if-modified-since'
                move request-header-value(ws-header-idx)
                    to ws-if-mod-since
        end-evaluate
    end-perform

    if function trim(ws-if-none-match) not = spaces
        if function trim(ws-if-none-match)
                = function trim(feed-etag)
            move 'y' to ws-not-modified
        end-if
    else
        if function trim(ws-if-mod-since) not = spaces
            and function trim(feed-last-modified) not = spaces
            and function trim(ws-if-mod-since)
                = function trim(feed-last-modified)
            move 'y' to ws-not-modified
        end-if
    end-if.

write-feed-head.
    move spaces to ws-feed-title
    string 'New titles' delimited by size into ws-feed-title
    end-string
    if function trim(feed-category) not = spaces
        string function trim(ws-feed-title) ' in '
               function trim(feed-category)
            delimited by size into ws-feed-title
        end-string
    end-if
    if function trim(feed-author) not = spaces
        string function trim(ws-feed-title) ' by '
               function trim(feed-author)
            delimited by size into ws-feed-title
        end-string
    end-if
    if function trim(feed-branch) not = spaces
        string function trim(ws-feed-title) ' at '
               function trim(feed-branch)
            delimited by size into ws-feed-title
        end-string
    end-if

    move spaces to ws-self-url
    string function trim(ws-base-url)
           function trim(request-path)
        delimited by size into ws-self-url
    end-string
    if function trim(request-query-string) not = spaces
        string function trim(ws-self-url) '?'
               function trim(request-query-string)
            delimited by size into ws-self-url
        end-string
    end-if

    move fcgi-put-ln(out-ptr,
        '<?xml version="1.0" encoding="UTF-8"?>')
        to ws-put-rc

    if feed-format = 'rss'
        move fcgi-put-ln(out-ptr,
            '<rss version="2.0" xmlns:atom="http://www.w3.org/2005/Atom"><channel>')
            to ws-put-rc
        move spaces to ws-line
        string '<title>'
               trim(html-escape(function trim(ws-feed-title)),
                    trailing)
               '</title><link>'
               trim(html-escape(function trim(ws-base-url)),
                    trailing)
               '/search</link><description>'
               trim(html-escape(function trim(ws-feed-title)),
                    trailing)
               ' at the library</description>'
               '<atom:link rel="self" type="application/rss+xml" href="'
               trim(html-escape(function trim(ws-self-url)),
                    trailing)
               '"/>'
            delimited by size into ws-line
        end-string
        if function trim(feed-last-modified) not = spaces
            string function trim(ws-line, trailing)
                   '<lastBuildDate>'
                   function trim(feed-last-modified)
                   '</lastBuildDate>'
                delimited by size into ws-line
            end-string
        end-if
    else
        move fcgi-put-ln(out-ptr,
            '<feed xmlns="http://www.w3.org/2005/Atom">')
            to ws-put-rc
        move spaces to ws-line
        string '<id>'
               trim(html-escape(function trim(ws-self-url)),
                    trailing)
               '</id><title>'
               trim(html-escape(function trim(ws-feed-title)),
                    trailing)
               '</title><updated>' function trim(feed-updated)
               '</updated><link rel="self" href="'
               trim(html-escape(function trim(ws-self-url)),
                    trailing)
               '"/><link rel="alternate" type="text/html" href="'
               trim(html-escape(function trim(ws-base-url)),
                    trailing)
               '/search"/>'
            delimited by size into ws-line
        end-string
    end-if
    move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
        to ws-put-rc.

write-entries.
    exec sql
        declare feed-c1 cursor for
        select b.id, b.name,
               coalesce(nullif(
                   (select string_agg(a.name, '|'
                               order by a.name)
                        from book_authors ba
                        join authors a on a.id = ba.author_id
                        where ba.book_id = b.id), ''),
                   coalesce(b.author, '')),
               coalesce(b.synopsis, ''),
               coalesce(b.cover_image_path, ''),
               coalesce((select string_agg(c.name, '|'
                                order by c.name)
                    from book_categories bc
                    join categories c on c.id = bc.category_id
                    where bc.book_id = b.id), ''),
               to_char((b.created_at at time zone
                            current_setting('TimeZone'))
                           at time zone 'UTC', 'YYYY-MM-DD')
                   || 'T'
                   || to_char((b.created_at at time zone
                                  current_setting('TimeZone'))
                                 at time zone 'UTC', 'HH24:MI:SS')
                   || 'Z',
               to_char((b.created_at at time zone
                            current_setting('TimeZone'))
                           at time zone 'UTC',
                       'Dy, DD Mon YYYY HH24:MI:SS') || ' GMT'
            from books b
            where b.deleted_at is null
            and not b.opac_hidden
            and (trim(:feed-category) = ''
                 or exists (select 1
                        from book_categories bc
                        join categories c on c.id = bc.category_id
                        where bc.book_id = b.id
                        and lower(c.name)
                            = lower(trim(:feed-category))))
            and (trim(:feed-author) = ''
                 or exists (select 1
                        from book_authors ba
                        join authors a on a.id = ba.author_id
                        where ba.book_id = b.id
                        and lower(a.name)
                            = lower(trim(:feed-author))))
            and (trim(:feed-branch) = ''
                 or exists (select 1
                        from branch_holdings bh
                        join branches br on br.id = bh.branch_id
                        where bh.book_id = b.id
                        and br.code = trim(:feed-branch)
                        and bh.copy_count > 0))
            order by b.created_at desc, b.id
            limit :feed-limit
    end-exec
    exec sql
        open feed-c1
    end-exec
    exec sql
        fetch feed-c1 into :ent-id, :ent-name, :ent-authors,
            :ent-synopsis, :ent-cover-path, :ent-categories,
            :ent-atom-date, :ent-rss-date
    end-exec
    perform until sqlcode not = zero
        move spaces to ws-entry-url
        string function trim(ws-base-url) '/title?id='
               function trim(ent-id)
            delimited by size into ws-entry-url
        end-string
        inspect ent-authors replacing all '|' by ';'
        if feed-format = 'rss'
            perform write-rss-item
        else
            perform write-atom-entry
        end-if
        exec sql
            fetch feed-c1 into :ent-id, :ent-name, :ent-authors,
                :ent-synopsis, :ent-cover-path, :ent-categories,
                :ent-atom-date, :ent-rss-date
        end-exec
    end-perform
    exec sql
        close feed-c1
    end-exec.

write-atom-entry.
    move spaces to ws-line
    string '<entry><id>urn:uuid:' function trim(ent-id)
           '</id><title>'
           trim(html-escape(function trim(ent-name)), trailing)
           '</title><updated>' function trim(ent-atom-date)
           '</updated><published>' function trim(ent-atom-date)
           '</published><link rel="alternate" type="text/html" href="'
           trim(html-escape(function trim(ws-entry-url)), trailing)
           '"/>'
        delimited by size into ws-line
    end-string
    if function trim(ent-cover-path) not = spaces
        string function trim(ws-line, trailing)
               '<link rel="enclosure" href="'
               trim(html-escape(function trim(ws-base-url)), trailing)
               '/'
               trim(html-escape(function trim(ent-cover-path)),
                    trailing)
               '"/>'
            delimited by size into ws-line
        end-string
    end-if
    move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
        to ws-put-rc

    if function trim(ent-authors) not = spaces
        move spaces to ws-line
        string '<author><name>'
               trim(html-escape(function trim(ent-authors)),
                    trailing)
               '</name></author>'
            delimited by size into ws-line
        end-string
        move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
            to ws-put-rc
    else
        move fcgi-put-ln(out-ptr, '<author><name>Unknown</name></author>')
            to ws-put-rc
    end-if

    perform write-categories

    if function trim(ent-synopsis) not = spaces
        move spaces to ws-line
        string '<summary>'
               trim(html-escape(function trim(ent-synopsis)),
                    trailing)
               '</summary>'
            delimited by size into ws-line
        end-string
        move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
            to ws-put-rc
    end-if
    move fcgi-put-ln(out-ptr, '</entry>') to ws-put-rc.

write-rss-item.
    move spaces to ws-line
    string '<item><title>'
           trim(html-escape(function trim(ent-name)), trailing)
           '</title><link>'
           trim(html-escape(function trim(ws-entry-url)), trailing)
           '</link><guid isPermaLink="false">urn:uuid:'
           function trim(ent-id)
           '</guid><pubDate>' function trim(ent-rss-date)
           '</pubDate>'
        delimited by size into ws-line
    end-string
    *> RSS WANTS A LENGTH ON AN ENCLOSURE WE DO NOT KEEP, SO THE
    *> COVER RIDES IN THE DESCRIPTION INSTEAD.
    move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
        to ws-put-rc

    if function trim(ent-authors) not = spaces
        move spaces to ws-line
        string '<dc:creator xmlns:dc="http://purl.org/dc/elements/1.1/">'
               trim(html-escape(function trim(ent-authors)),
                    trailing)
               '</dc:creator>'
            delimited by size into ws-line
        end-string
        move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
            to ws-put-rc
    end-if

    perform write-categories

    move spaces to ws-line
    string '<description>'
        delimited by size into ws-line
    end-string
    if function trim(ent-cover-path) not = spaces
        string function trim(ws-line, trailing)
               '&lt;img src="'
               trim(html-escape(function trim(ws-base-url)), trailing)
               '/'
               trim(html-escape(function trim(ent-cover-path)),
                    trailing)
               '" alt="cover"&gt; '
            delimited by size into ws-line
        end-string
    end-if
    string function trim(ws-line, trailing)
           trim(html-escape(function trim(ent-synopsis)), trailing)
           '</description></item>'
        delimited by size into ws-line
    end-string
    move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
        to ws-put-rc.

write-categories.
    *> ONE CATEGORY ELEMENT PER '|'-SEPARATED NAME.
    move ent-categories to ws-list
    move 1 to ws-list-ptr
    perform next-piece
    perform until ws-piece = spaces
        move spaces to ws-line
        if feed-format = 'rss'
            string '<category>'
                   trim(html-escape(function trim(ws-piece)),
                        trailing)
                   '</category>'
                delimited by size into ws-line
            end-string
        else
            string '<category term="'
                   trim(html-escape(function trim(ws-piece)),
                        trailing)
                   '"/>'
                delimited by size into ws-line
            end-string
        end-if
        move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
            to ws-put-rc
        perform next-piece
    end-perform.

next-piece.
    move spaces to ws-piece
    if ws-list-ptr <= length(ws-list)
        unstring ws-list delimited by '|'
            into ws-piece
            with pointer ws-list-ptr
        end-unstring
    end-if.

sql-failure.
    move 500 to response-status
    move 'text/plain' to response-content-type
    call "write-response-headers"
    using by value out-ptr
          by reference http-response
    end-call
    move fcgi-put-ln(out-ptr, 'feed unavailable') to ws-put-rc.

end program new-titles-feed.
