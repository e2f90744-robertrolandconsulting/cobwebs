       >>SOURCE FORMAT IS FREE
*>*******************************************
*> Public title page and catalog sitemap
*>
*> title-page, title-sitemap
*>
*> GET /title?id= (see routes.conf): one BOOKS row as a page a
*> patron, a search engine or a shared link can land on -- the
*> link the search page, the reading lists and the new-titles
*> feeds all point at. Full bibliographic detail (authors, year,
*> ISBNs, material type, synopsis), the series and its run,
*> categories, call number and shelving location, then every
*> copy by branch with its status and, when out, its due date;
*> the newest reviews, the "borrowers also borrowed" strip (see
*> RECOBUILD) and, for a signed-in patron when nothing is on the
*> shelf, the place-hold button. Soft-deleted and hidden
*> (opac_hidden) titles answer 404 like an unknown id.
*>
*> GET /sitemap.xml lists the page of every live title with its
*> catalog stamp as lastmod, for search-engine indexing. Past the
*> protocol's 50,000 URLs per file it answers a sitemap index
*> instead, pointing at /sitemap.xml?page=1, 2, ... FEED_BASE_URL
*> gives the public site root, as for the feeds.
*>
*> Copyright (c) 2026 Robert Roland
*>*******************************************
identification division.
program-id.   title-page.

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
01  ws-rows-found       pic s9(04) value 0.
01  ws-available        pic s9(4).
01  ws-available-edited pic z(3)9.
01  ws-work-avail-edited pic z(3)9.
01  ws-editions-edited  pic z(3)9.
01  ws-count-edited     pic z(3)9.
01  ws-stars            pic x(5).

exec sql
    begin declare section
end-exec.
01  title-book-id       pic x(36).
01  book-name           pic x(50).
01  book-authors        pic x(300).
01  book-year           pic 9(4).
01  book-isbn10         pic x(10).
01  book-isbn13         pic x(13).
01  book-synopsis       pic x(1024).
01  book-material-type  pic x(10).
01  book-cover-path     pic x(255).
01  book-call-number    pic x(30).
01  book-shelf-location pic x(30).
01  book-series         pic x(300).
01  book-categories     pic x(300).
01  book-avg-rating     pic x(4).
01  book-review-count   pic 9(4).
01  book-copy-count     pic 9(4).
01  book-copies-out     pic 9(4).
01  book-ill-lent       pic 9(4).
01  book-work-editions  pic 9(4).
01  book-work-avail     pic s9(4).
01  copy-branch-name    pic x(50).
01  copy-status         pic x(10).
01  copy-due-date       pic x(10).
01  rev-rating          pic 9(1).
01  rev-text            pic x(1024).
01  rev-user-name       pic x(50).
01  rev-created         pic x(10).
01  reco-book-id        pic x(36).
01  reco-book-name      pic x(50).
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

    move spaces to title-book-id
    perform varying ws-param-idx from 1 by 1
            until ws-param-idx > request-parameters-count
        if function trim(request-parameter-key(ws-param-idx)) = 'id'
            move request-parameter-value(ws-param-idx)
                to title-book-id
        end-if
    end-perform

    *> THE SAME COLUMN EXPRESSIONS AS THE SEARCH PAGE, FOR ONE ROW.
    exec sql
        select name,
               coalesce(nullif(
                   (select string_agg(a.name, '; '
                               order by a.name)
                        from book_authors ba
                        join authors a on a.id = ba.author_id
                        where ba.book_id = books.id), ''),
                   coalesce(author, '')),
               coalesce(year, 0),
               coalesce(isbn10, ''), coalesce(isbn13, ''),
               coalesce(synopsis, ''),
               coalesce(material_type, ''),
               coalesce(cover_image_path, ''),
               coalesce(call_number, ''),
               coalesce(shelving_location, ''),
               coalesce((select s.name
                       || coalesce(', volume '
                              || cast(books.series_volume as varchar),
                              '')
                       || ' -- in order: '
                       || (select string_agg(
                                  coalesce(cast(b3.series_volume
                                                as varchar) || '. ',
                                           '') || b3.name,
                                  '; ' order by b3.series_volume
                                      nulls last, b3.name)
                               from books b3
                               where b3.series_id = s.id
                               and b3.deleted_at is null)
                   from series s
                   where s.id = books.series_id), ''),
               coalesce((select string_agg(c.name, ', '
                               order by c.name)
                   from book_categories bc
                   join categories c on c.id = bc.category_id
                   where bc.book_id = books.id), ''),
               coalesce(cast((select round(avg(r.rating), 1)
                   from reviews r
                   where r.book_id = books.id
                   and not r.hidden) as varchar), ''),
               (select count(*) from reviews r
                    where r.book_id = books.id
                    and not r.hidden),
               copy_count, copies_checked_out,
               (select count(*) from ill_requests ir
                    where ir.book_id = books.id
                    and ir.direction = 'lend'
                    and ir.status in ('shipped', 'received')),
               (select count(*) from books w1
                    where w1.work_id = books.work_id
                    and w1.deleted_at is null),
               coalesce((select sum(w2.copy_count
                           - w2.copies_checked_out
                           - (select count(*) from ill_requests wi
                                  where wi.book_id = w2.id
                                  and wi.direction = 'lend'
                                  and wi.status
                                      in ('shipped', 'received')))
                    from books w2
                    where w2.work_id = books.work_id
                    and w2.deleted_at is null), 0)
            into :book-name, :book-authors, :book-year,
                 :book-isbn10, :book-isbn13, :book-synopsis,
                 :book-material-type, :book-cover-path,
                 :book-call-number, :book-shelf-location,
                 :book-series, :book-categories,
                 :book-avg-rating, :book-review-count,
                 :book-copy-count, :book-copies-out,
                 :book-ill-lent, :book-work-editions,
                 :book-work-avail
            from books
            where cast(id as varchar) = trim(:title-book-id)
            and deleted_at is null
            and not opac_hidden
    end-exec

    if sqlcode not = zero
        move 404 to response-status
        call "write-response-headers"
        using by value out-ptr
              by reference http-response
        end-call
        move fcgi-put-ln(out-ptr,
            '<html><body><h3>No such title</h3><p><a href="/search">Catalog search</a></p></body></html>')
            to ws-put-rc
        goback
    end-if

    call "write-response-headers"
    using by value out-ptr
          by reference http-response
    end-call

    move spaces to ws-line
    string '<html><head><title>'
           trim(html-escape(function trim(book-name)), trailing)
           '</title></head><body><h2>'
           trim(html-escape(function trim(book-name)), trailing)
           '</h2>'
        delimited by size into ws-line
    end-string
    move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
        to ws-put-rc

    if function trim(book-cover-path) not = spaces
        move spaces to ws-line
        string '<p><img src="/'
               trim(html-escape(function trim(book-cover-path)),
                    trailing)
               '" alt="cover" height="200"></p>'
            delimited by size into ws-line
        end-string
        move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
            to ws-put-rc
    end-if

    perform write-bib-detail

    *> AVAILABILITY: THE TITLE TOTAL THE SEARCH PAGE SHOWS, THEN
    *> EACH COPY WHERE IT LIVES.
    compute ws-available = book-copy-count - book-copies-out
        - book-ill-lent
    if ws-available < 0
        move 0 to ws-available
    end-if
    move ws-available to ws-available-edited
    move spaces to ws-line
    string '<h3>Availability</h3><p>'
           trim(ws-available-edited, leading) ' of '
           book-copy-count ' available'
        delimited by size into ws-line
    end-string
    if book-work-avail < 0
        move 0 to book-work-avail
    end-if
    if book-work-editions > 1
        move book-work-editions to ws-editions-edited
        move book-work-avail to ws-work-avail-edited
        string function trim(ws-line, trailing)
               '; ' trim(ws-work-avail-edited, leading)
               ' across all ' trim(ws-editions-edited, leading)
               ' editions'
            delimited by size into ws-line
        end-string
    end-if
    string function trim(ws-line, trailing) '.</p>'
        delimited by size into ws-line
    end-string
    move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
        to ws-put-rc
    perform write-copies

    perform write-hold-button

    perform write-reviews

    perform write-recommendations

    move fcgi-put-ln(out-ptr,
        '<p><a href="/search">Catalog search</a></p></body></html>')
        to ws-put-rc

    goback.

write-bib-detail.
    move fcgi-put-ln(out-ptr, '<table>') to ws-put-rc
    if function trim(book-authors) not = spaces
        move spaces to ws-line
        string '<tr><th align="left">Author</th><td>'
               trim(html-escape(function trim(book-authors)),
                    trailing)
               '</td></tr>'
            delimited by size into ws-line
        end-string
        move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
            to ws-put-rc
    end-if
    if book-year > 0
        move spaces to ws-line
        string '<tr><th align="left">Year</th><td>' book-year
               '</td></tr>'
            delimited by size into ws-line
        end-string
        move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
            to ws-put-rc
    end-if
    if function trim(book-isbn13) not = spaces
            or function trim(book-isbn10) not = spaces
        move spaces to ws-line
        string '<tr><th align="left">ISBN</th><td>'
               trim(html-escape(function trim(book-isbn13)),
                    trailing)
               ' '
               trim(html-escape(function trim(book-isbn10)),
                    trailing)
               '</td></tr>'
            delimited by size into ws-line
        end-string
        move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
            to ws-put-rc
    end-if
    if function trim(book-material-type) not = spaces
        move spaces to ws-line
        string '<tr><th align="left">Format</th><td>'
               trim(html-escape(function trim(book-material-type)),
                    trailing)
               '</td></tr>'
            delimited by size into ws-line
        end-string
        move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
            to ws-put-rc
    end-if
    *> THE SERIES AND ITS RUN IN VOLUME ORDER -- SEE SERIESMAINT.
    if function trim(book-series) not = spaces
        move spaces to ws-line
        string '<tr><th align="left">Series</th><td>'
               trim(html-escape(function trim(book-series)),
                    trailing)
               '</td></tr>'
            delimited by size into ws-line
        end-string
        move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
            to ws-put-rc
    end-if
    if function trim(book-categories) not = spaces
        move spaces to ws-line
        string '<tr><th align="left">Categories</th><td>'
               trim(html-escape(function trim(book-categories)),
                    trailing)
               '</td></tr>'
            delimited by size into ws-line
        end-string
        move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
            to ws-put-rc
    end-if
    *> WHERE TO FIND IT ON THE SHELF.
    if function trim(book-call-number) not = spaces
            or function trim(book-shelf-location) not = spaces
        move spaces to ws-line
        string '<tr><th align="left">Call number</th><td>'
               trim(html-escape(function trim(book-call-number)),
                    trailing)
               '</td></tr><tr><th align="left">Shelved at</th><td>'
               trim(html-escape(
                   function trim(book-shelf-location)), trailing)
               '</td></tr>'
            delimited by size into ws-line
        end-string
        move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
            to ws-put-rc
    end-if
    move fcgi-put-ln(out-ptr, '</table>') to ws-put-rc
    if function trim(book-synopsis) not = spaces
        move spaces to ws-line
        string '<p>'
               trim(html-escape(function trim(book-synopsis)),
                    trailing)
               '</p>'
            delimited by size into ws-line
        end-string
        move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
            to ws-put-rc
    end-if.

write-copies.
    *> ONE LINE PER COPY (SEE COPYMAINT), BRANCH BY BRANCH. LOST
    *> AND WITHDRAWN COPIES ARE NOT STOCK AND ARE LEFT OUT; A COPY
    *> OUT ON LOAN SHOWS THE OPEN LOAN'S DUE DATE.
    exec sql
        declare title-copies-c1 cursor for
        select br.name, c.status,
               coalesce((select to_char(l.due_date, 'YYYY-MM-DD')
                   from loans l
                   where l.copy_id = c.id
                   and l.return_date is null
                   order by l.due_date
                   limit 1), '')
            from copies c
            join branches br on br.id = c.branch_id
            where cast(c.book_id as varchar) = trim(:title-book-id)
            and c.status not in ('lost', 'withdrawn')
            order by br.name, c.accession_number
    end-exec
    exec sql
        open title-copies-c1
    end-exec
    move 0 to ws-rows-found
    exec sql
        fetch title-copies-c1 into :copy-branch-name, :copy-status,
            :copy-due-date
    end-exec
    perform until sqlcode not = zero
        if ws-rows-found = 0
            move fcgi-put-ln(out-ptr,
                '<table border="1"><tr><th>Branch</th><th>Status</th></tr>')
                to ws-put-rc
        end-if
        add 1 to ws-rows-found
        move spaces to ws-line
        string '<tr><td>'
               trim(html-escape(function trim(copy-branch-name)),
                    trailing)
               '</td><td>'
            delimited by size into ws-line
        end-string
        evaluate function trim(copy-status)
            when 'on-shelf'
                string function trim(ws-line, trailing)
                       'Available'
                    delimited by size into ws-line
                end-string
            when 'out'
                if function trim(copy-due-date) not = spaces
                    string function trim(ws-line, trailing)
                           'Checked out, due '
                           function trim(copy-due-date)
                        delimited by size into ws-line
                    end-string
                else
                    string function trim(ws-line, trailing)
                           'Checked out'
                        delimited by size into ws-line
                    end-string
                end-if
            when 'in-transit'
                string function trim(ws-line, trailing)
                       'In transit'
                    delimited by size into ws-line
                end-string
            when 'mending'
                string function trim(ws-line, trailing)
                       'Being repaired'
                    delimited by size into ws-line
                end-string
            when other
                string function trim(ws-line, trailing)
                       'Not available'
                    delimited by size into ws-line
                end-string
        end-evaluate
        string function trim(ws-line, trailing) '</td></tr>'
            delimited by size into ws-line
        end-string
        move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
            to ws-put-rc
        exec sql
            fetch title-copies-c1 into :copy-branch-name,
                :copy-status, :copy-due-date
        end-exec
    end-perform
    exec sql
        close title-copies-c1
    end-exec
    if ws-rows-found > 0
        move fcgi-put-ln(out-ptr, '</table>') to ws-put-rc
    end-if.

write-hold-button.
    *> THE SEARCH PAGE'S HOLD FORM: ONLY WHEN NOTHING IS ON THE
    *> SHELF, ONLY FOR A SIGNED-IN PATRON, ANY EDITION OFFERED WHEN
    *> NO EDITION OF THE WORK IS ON THE SHELF EITHER.
    if ws-available > 0
        exit paragraph
    end-if
    if not request-is-authenticated
        move fcgi-put-ln(out-ptr,
            '<p>Sign in to place a hold.</p>')
            to ws-put-rc
        exit paragraph
    end-if
    move spaces to ws-line
    string '<form method="POST" action="/api/holds">'
           '<input type="hidden" name="book_id" value="'
           function trim(title-book-id)
           '"><input type="hidden" name="csrf_token" value="'
           function trim(request-csrf-token)
           '">'
        delimited by size into ws-line
    end-string
    if book-work-editions > 1 and book-work-avail = 0
        string function trim(ws-line, trailing)
               '<label><input type="checkbox" name="any_edition" '
               'value="y"> any edition</label> '
            delimited by size into ws-line
        end-string
    end-if
    string function trim(ws-line, trailing)
           '<input type="submit" value="Place hold"></form>'
        delimited by size into ws-line
    end-string
    move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
        to ws-put-rc.

write-reviews.
    *> THE FIVE NEWEST VISIBLE REVIEWS; THE REVIEWS PAGE HAS THE
    *> REST AND THE FORM TO WRITE ONE.
    move book-review-count to ws-count-edited
    move spaces to ws-line
    if book-review-count = 0
        string '<h3>Reviews</h3><p>No reviews yet. <a href="/reviews?book_id='
               function trim(title-book-id)
               '">Write one</a></p>'
            delimited by size into ws-line
        end-string
        move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
            to ws-put-rc
        exit paragraph
    end-if
    string '<h3>Reviews</h3><p>Average '
           function trim(book-avg-rating) ' of 5 from '
           trim(ws-count-edited, leading)
           ' -- <a href="/reviews?book_id='
           function trim(title-book-id)
           '">all reviews</a></p><ul>'
        delimited by size into ws-line
    end-string
    move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
        to ws-put-rc
    exec sql
        declare title-reviews-c1 cursor for
        select r.rating, coalesce(r.review_text, ''), u.name,
               to_char(r.updated_at, 'YYYY-MM-DD')
            from reviews r
            join users u on u.id = r.user_id
            where cast(r.book_id as varchar) = trim(:title-book-id)
            and not r.hidden
            order by r.updated_at desc
            limit 5
    end-exec
    exec sql
        open title-reviews-c1
    end-exec
    exec sql
        fetch title-reviews-c1 into :rev-rating, :rev-text,
            :rev-user-name, :rev-created
    end-exec
    perform until sqlcode not = zero
        move all '*' to ws-stars
        if rev-rating < 5
            move spaces to ws-stars(rev-rating + 1:)
        end-if
        move spaces to ws-line
        string '<li>' function trim(ws-stars) ' '
               trim(html-escape(function trim(rev-user-name)),
                    trailing)
               ', ' function trim(rev-created) ': '
               trim(html-escape(function trim(rev-text)), trailing)
               '</li>'
            delimited by size into ws-line
        end-string
        move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
            to ws-put-rc
        exec sql
            fetch title-reviews-c1 into :rev-rating, :rev-text,
                :rev-user-name, :rev-created
        end-exec
    end-perform
    exec sql
        close title-reviews-c1
    end-exec
    move fcgi-put-ln(out-ptr, '</ul>') to ws-put-rc.

write-recommendations.
    *> THE NIGHTLY CO-BORROWING STRIP -- SEE RECOBUILD -- AS LINKS
    *> TO THEIR OWN PAGES.
    exec sql
        declare title-reco-c1 cursor for
        select cast(b2.id as varchar), b2.name
            from book_recommendations br0
            join books b2 on b2.id = br0.recommended_book_id
            where cast(br0.book_id as varchar) = trim(:title-book-id)
            and b2.deleted_at is null
            and not b2.opac_hidden
            order by br0.score desc
            limit 5
    end-exec
    exec sql
        open title-reco-c1
    end-exec
    move 0 to ws-rows-found
    exec sql
        fetch title-reco-c1 into :reco-book-id, :reco-book-name
    end-exec
    perform until sqlcode not = zero
        if ws-rows-found = 0
            move fcgi-put-ln(out-ptr,
                '<h3>Borrowers also borrowed</h3><ul>') to ws-put-rc
        end-if
        add 1 to ws-rows-found
        move spaces to ws-line
        string '<li><a href="/title?id=' function trim(reco-book-id)
               '">'
               trim(html-escape(function trim(reco-book-name)),
                    trailing)
               '</a></li>'
            delimited by size into ws-line
        end-string
        move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
            to ws-put-rc
        exec sql
            fetch title-reco-c1 into :reco-book-id, :reco-book-name
        end-exec
    end-perform
    exec sql
        close title-reco-c1
    end-exec
    if ws-rows-found > 0
        move fcgi-put-ln(out-ptr, '</ul>') to ws-put-rc
    end-if.

end program title-page.


identification division.
program-id.   title-sitemap.

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
01  ws-line             pic x(1024).
01  ws-base-url         pic x(300).
01  ws-page-x           pic x(8).
01  ws-page-number      pic 9(4).
01  ws-page-count       pic 9(4).
01  ws-page-edited      pic z(3)9.
*> THE SITEMAP PROTOCOL'S CEILING ON URLS IN ONE FILE.
01  ws-urls-per-file    pic 9(8) value 50000.

exec sql
    begin declare section
end-exec.
01  map-title-count     pic 9(8).
01  map-limit           pic 9(8).
01  map-offset          pic 9(8).
01  map-book-id         pic x(36).
01  map-lastmod         pic x(10).
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

    move 0 to ws-page-number
    perform varying ws-param-idx from 1 by 1
            until ws-param-idx > request-parameters-count
        if function trim(request-parameter-key(ws-param-idx))
                = 'page'
            move request-parameter-value(ws-param-idx) to ws-page-x
            if function trim(ws-page-x) not = spaces
                move numval(ws-page-x) to ws-page-number
            end-if
        end-if
    end-perform

    move spaces to ws-base-url
    accept ws-base-url from environment 'FEED_BASE_URL'
    if function trim(ws-base-url) = spaces
        string 'http://' function trim(request-http-host)
            delimited by size into ws-base-url
        end-string
    end-if

    move zero to map-title-count
    exec sql
        select count(*) into :map-title-count
            from books
            where deleted_at is null
            and not opac_hidden
    end-exec
    compute ws-page-count =
        (map-title-count + ws-urls-per-file - 1) / ws-urls-per-file
    if ws-page-count < 1
        move 1 to ws-page-count
    end-if
    if ws-page-number > ws-page-count
        move 404 to response-status
        move 'text/plain' to response-content-type
        call "write-response-headers"
        using by value out-ptr
              by reference http-response
        end-call
        move fcgi-put-ln(out-ptr, 'no such sitemap page')
            to ws-put-rc
        goback
    end-if

    move 'application/xml' to response-content-type
    call "write-response-headers"
    using by value out-ptr
          by reference http-response
    end-call
    move fcgi-put-ln(out-ptr,
        '<?xml version="1.0" encoding="UTF-8"?>') to ws-put-rc

    *> A CATALOG TOO BIG FOR ONE FILE GETS AN INDEX AT THE BARE
    *> URL; EACH ?page= IS ONE SLICE IN ID ORDER.
    if ws-page-number = 0 and ws-page-count > 1
        perform write-sitemap-index
        goback
    end-if
    if ws-page-number = 0
        move 1 to ws-page-number
    end-if
    move ws-urls-per-file to map-limit
    compute map-offset = (ws-page-number - 1) * ws-urls-per-file

    move fcgi-put-ln(out-ptr,
        '<urlset xmlns="http://www.sitemaps.org/schemas/sitemap/0.9">')
        to ws-put-rc
    exec sql
        declare sitemap-c1 cursor for
        select cast(id as varchar),
               to_char(catalog_modified_at, 'YYYY-MM-DD')
            from books
            where deleted_at is null
            and not opac_hidden
            order by id
            limit :map-limit offset :map-offset
    end-exec
    exec sql
        open sitemap-c1
    end-exec
    exec sql
        fetch sitemap-c1 into :map-book-id, :map-lastmod
    end-exec
    perform until sqlcode not = zero
        move spaces to ws-line
        string '<url><loc>'
               trim(html-escape(function trim(ws-base-url)), trailing)
               '/title?id=' function trim(map-book-id)
               '</loc><lastmod>' function trim(map-lastmod)
               '</lastmod></url>'
            delimited by size into ws-line
        end-string
        move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
            to ws-put-rc
        exec sql
            fetch sitemap-c1 into :map-book-id, :map-lastmod
        end-exec
    end-perform
    exec sql
        close sitemap-c1
    end-exec
    move fcgi-put-ln(out-ptr, '</urlset>') to ws-put-rc

    goback.

write-sitemap-index.
    move fcgi-put-ln(out-ptr,
        '<sitemapindex xmlns="http://www.sitemaps.org/schemas/sitemap/0.9">')
        to ws-put-rc
    perform varying ws-page-number from 1 by 1
            until ws-page-number > ws-page-count
        move ws-page-number to ws-page-edited
        move spaces to ws-line
        string '<sitemap><loc>'
               trim(html-escape(function trim(ws-base-url)), trailing)
               '/sitemap.xml?page=' trim(ws-page-edited, leading)
               '</loc></sitemap>'
            delimited by size into ws-line
        end-string
        move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
            to ws-put-rc
    end-perform
    move fcgi-put-ln(out-ptr, '</sitemapindex>') to ws-put-rc.

end program title-sitemap.
