*> page from request-parameters, runs the same ranked full-text
*> query SEARCHBOOKS runs at the console -- over the worker's
*> persistent connection -- and renders an HTML results page with
*> title (linked to its public page, see src/title-page.cbl),
*> author, year, availability and a cover image link. The
*> feature patrons phone the desk for most. A signed-in reader
*> also gets an "add to list" control on each row for their
*> reading lists (see src/reading-lists.cbl).
*>
*> Copyright (c) 2026 Robert Roland
*>*******************************************
01  ws-rows-found       pic s9(04) value 0.
01  ws-available        pic s9(4).
01  ws-available-edited pic z(3)9.
01  ws-work-avail-edited pic z(3)9.
01  ws-work-holds-edited pic z(3)9.
01  ws-editions-edited  pic z(3)9.
01  ws-list-options     pic x(1600).

exec sql
    begin declare section
01  book-also-borrowed  pic x(300).
01  book-call-number    pic x(30).
01  book-shelf-location pic x(30).
01  book-series         pic x(300).
01  book-work-editions  pic 9(4).
01  book-work-avail     pic s9(4).
01  book-work-holds     pic 9(4).
01  search-result-count pic s9(4).
01  my-user-id          pic x(36).
01  my-list-id          pic x(36).
01  my-list-name        pic x(60).
01  page-size           pic 9(4) value 20.
01  page-offset         pic 9(8) value 0.
exec sql
                       on su.id = si.subscription_id
                   where su.book_id = books.id
                   and si.received_at is not null
                   and si.status <> 'routing'
                   order by si.volume desc, si.issue desc
                   limit 1), ''),
               coalesce((select string_agg(b2.name, '; ')
               (select count(*) from ill_requests ir
                    where ir.book_id = books.id
                    and ir.direction = 'lend'
                    and ir.status in ('shipped', 'received')),
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
                    and w2.deleted_at is null), 0),
               (select count(*) from holds wh
                    join books w3 on w3.id = wh.book_id
                    where (w3.work_id = books.work_id
                           or wh.work_id = books.work_id)
                    and wh.status = 'open')
            from books
            where deleted_at is null
            and not opac_hidden
            and (trim(:search-keyword) = ''
               or to_tsvector('english',
                      coalesce(name, '') || ' ' ||
            limit :page-size offset :page-offset
    end-exec

    perform load-my-lists

    exec sql
        open search-page-c1
    end-exec
            :book-branch-avail, :book-avg-rating,
            :book-serial-held, :book-also-borrowed,
            :book-call-number, :book-shelf-location,
            :book-ill-lent, :book-series,
            :book-work-editions, :book-work-avail,
            :book-work-holds
    end-exec
    perform until sqlcode not = zero
        add 1 to ws-rows-found
        move ws-available to ws-available-edited

        move spaces to ws-line
        string '<tr><td><a href="/title?id=' function trim(book-id)
               '">'
               trim(html-escape(function trim(book-name)),
                    trailing)
               '</a>'
            delimited by size into ws-line
        end-string
        *> WHERE TO FIND IT ON THE SHELF.
                delimited by size into ws-line
            end-string
        end-if
        *> THE SERIES AND ITS RUN IN VOLUME ORDER -- SEE SERIESMAINT.
        if function trim(book-series) not = spaces
            string function trim(ws-line, trailing)
                   '<br><small>Series: '
                   trim(html-escape(function trim(book-series)),
                        trailing)
                   '</small>'
                delimited by size into ws-line
            end-string
        end-if
        *> OTHER EDITIONS OF THE SAME WORK (SEE WORKMAINT) -- WHAT
        *> IS ON THE SHELF AND WAITING ACROSS ALL OF THEM.
        if book-work-avail < 0
            move 0 to book-work-avail
        end-if
        if book-work-editions > 1
            move book-work-editions to ws-editions-edited
            move book-work-avail to ws-work-avail-edited
            move book-work-holds to ws-work-holds-edited
            string function trim(ws-line, trailing)
                   '<br><small>All '
                   trim(ws-editions-edited, leading)
                   ' editions: '
                   trim(ws-work-avail-edited, leading)
                   ' available, '
                   trim(ws-work-holds-edited, leading)
                   ' waiting</small>'
                delimited by size into ws-line
            end-string
        end-if
        *> THE NIGHTLY CO-BORROWING STRIP -- SEE RECOBUILD.
        if function trim(book-also-borrowed) not = spaces
            string function trim(ws-line, trailing)
        *> A TITLE WITH NOTHING ON THE SHELF OFFERS A SIGNED-IN
        *> PATRON THE HOLD QUEUE INSTEAD OF A DEAD END -- THE SAME
        *> POST /api/holds THE ACCOUNT PAGE LINKS TO, TOKEN AND
        *> ALL LIKE ANY OTHER AUTHENTICATED FORM SUBMIT. WHEN NO
        *> EDITION OF THE WORK IS ON THE SHELF EITHER, THE PATRON
        *> MAY TAKE WHICHEVER EDITION COMES BACK FIRST.
        string function trim(ws-line, trailing) '</td><td>'
            delimited by size into ws-line
        end-string
                   '"><input type="hidden" name="csrf_token"'
                   ' value="'
                   function trim(request-csrf-token)
                   '">'
                delimited by size into ws-line
            end-string
            if book-work-editions > 1 and book-work-avail = 0
                string function trim(ws-line, trailing)
                       '<label><input type="checkbox" '
                       'name="any_edition" value="y"> any '
                       'edition</label> '
                    delimited by size into ws-line
                end-string
            end-if
            string function trim(ws-line, trailing)
                   '<input type="submit" value="Place hold">'
                   '</form>'
                delimited by size into ws-line
            end-string
        end-if
        *> A SIGNED-IN READER WITH READING LISTS CAN DROP THE TITLE
        *> ONTO ONE (SEE SRC/READING-LISTS.CBL). ITS OWN OUTPUT LINE,
        *> THE OPTION LIST BEING AS LONG AS IT IS.
        if ws-list-options not = spaces
            move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
                to ws-put-rc
            move spaces to ws-line
            string '<form method="POST" action="/my/lists">'
                   '<input type="hidden" name="csrf_token" value="'
                   function trim(request-csrf-token)
                   '"><input type="hidden" name="action" value="add">'
                   '<input type="hidden" name="book_id" value="'
                   function trim(book-id)
                   '"><select name="list_id">'
                   function trim(ws-list-options)
                   '</select><input type="submit" value="Add to list">'
                   '</form>'
                delimited by size into ws-line
            end-string
                :book-branch-avail, :book-avg-rating,
                :book-serial-held, :book-also-borrowed,
                :book-call-number, :book-shelf-location,
                :book-ill-lent, :book-series,
                :book-work-editions, :book-work-avail,
                :book-work-holds
        end-exec
    end-perform

    end-if

    *> NEW-TITLE ALERTS -- A SIGNED-IN PATRON SUBSCRIBES TO A
    *> CATEGORY, AUTHOR OR SERIES AND NEWTITLEALERTS DIGESTS THE
    *> NIGHTLY ADDITIONS TO THEM; A SERIES CAN ALSO HOLD EACH NEW
    *> VOLUME FOR THEM.
    if request-is-authenticated
        move spaces to ws-line
        string '<form method="POST" action="/alerts">'
               function trim(request-csrf-token)
               '">Alert me about new titles -- category: '
               '<input name="category" size="20"> or author: '
               '<input name="author" size="20"> or series: '
               '<input name="series" size="20"> '
               '<label><input type="checkbox" name="autohold" '
               'value="y"> hold each new volume for me</label> '
               '<input type="submit" value="Subscribe"></form>'
            delimited by size into ws-line
        end-string

    goback.

load-my-lists.
    *> THE SIGNED-IN ACCOUNT'S TEN MOST RECENTLY TOUCHED READING
    *> LISTS, AS <option>S FOR EACH ROW'S "ADD TO LIST" FORM.
    *> ANONYMOUS REQUESTS (THE ONLY ONES THE RESPONSE CACHE KEEPS)
    *> NEVER GET THE FORM.
    move spaces to ws-list-options
    if not request-is-authenticated
        exit paragraph
    end-if
    move request-user-id to my-user-id
    exec sql
        declare search-lists-c1 cursor for
        select cast(id as varchar), name
            from reading_lists
            where owner_user_id = cast(:my-user-id as uuid)
            order by updated_at desc
            limit 10
    end-exec
    exec sql
        open search-lists-c1
    end-exec
    exec sql
        fetch search-lists-c1 into :my-list-id, :my-list-name
    end-exec
    perform until sqlcode not = zero
        string function trim(ws-list-options, trailing)
               '<option value="' function trim(my-list-id) '">'
               trim(html-escape(function trim(my-list-name)),
                    trailing)
               '</option>'
            delimited by size into ws-list-options
        end-string
        exec sql
            fetch search-lists-c1 into :my-list-id, :my-list-name
        end-exec
    end-perform
    exec sql
        close search-lists-c1
    end-exec.

end program search-page.
