01  edit-shelf-location pic x(30).
01  edit-copy-count     pic 9(4).
01  edit-version        pic 9(8).
01  edit-opac-hidden    pic x(1).
exec sql
    end declare section
end-exec.
                   coalesce(isbn10, ''), coalesce(isbn13, ''),
                   coalesce(synopsis, ''), copy_count, version,
                   coalesce(call_number, ''),
                   coalesce(shelving_location, ''),
                   case when opac_hidden then 'y' else 'n' end
                into :edit-name, :edit-authors, :edit-year,
                     :edit-isbn10, :edit-isbn13, :edit-synopsis,
                     :edit-copy-count, :edit-version,
                     :edit-call-number, :edit-shelf-location,
                     :edit-opac-hidden
                from books
                where cast(id as varchar)
                    = trim(:edit-book-id)
        move spaces to edit-name edit-authors edit-isbn10
            edit-isbn13 edit-synopsis
        move zero to edit-year edit-copy-count edit-version
        move 'n' to edit-opac-hidden
    end-if
    move fcgi-put-ln(out-ptr,
        '<form method="POST" action="/admin/books/save" enctype="multipart/form-data">')
    move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
        to ws-put-rc

    *> HIDDEN KEEPS THE TITLE OFF THE PUBLIC SEARCH PAGE AND THE
    *> NEW-TITLES FEEDS WITHOUT SOFT-DELETING IT.
    move spaces to ws-line
    if edit-opac-hidden = 'y'
        move 'Hide from public catalog: <input type="checkbox" name="opac_hidden" value="y" checked><br>'
            to ws-line
    else
        move 'Hide from public catalog: <input type="checkbox" name="opac_hidden" value="y"><br>'
            to ws-line
    end-if
    move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
        to ws-put-rc

    move fcgi-put-ln(out-ptr,
        'Cover image: <input type="file" name="cover"><br>')
        to ws-put-rc
01  book-cover-path     pic x(255).
01  book-exists-cnt     pic 9(8).
01  book-version        pic 9(8).
01  book-opac-hidden    pic x(1).
01  author-id           pic x(36).
01  author-name         pic x(50).
01  sql-audit-table     pic x(30).
        book-isbn13 book-synopsis
        book-call-number book-shelf-location.
    move zero to book-year book-copy-count.
    move 'n' to book-opac-hidden.
    move spaces to ws-year-x ws-copies-x ws-version-x
        ws-author-input.

            when 'version'
                move request-parameter-value(ws-param-idx)
                    to ws-version-x
            when 'opac_hidden'
                move 'y' to book-opac-hidden
        end-evaluate
    end-perform

            insert into books (
                name, author, year, isbn10, isbn13, synopsis,
                copy_count, copies_checked_out,
                call_number, shelving_location, opac_hidden
            ) values (
                :book-name, :book-author, :book-year,
                :book-isbn10, :book-isbn13, :book-synopsis,
                :book-copy-count, 0,
                nullif(trim(:book-call-number), ''),
                nullif(trim(:book-shelf-location), ''),
                :book-opac-hidden = 'y'
            ) returning id into :book-id
        end-exec
    else
                        nullif(trim(:book-call-number), ''),
                    shelving_location =
                        nullif(trim(:book-shelf-location), ''),
                    opac_hidden = (:book-opac-hidden = 'y'),
                    version = version + 1
                where id = :book-id
                and version = :book-version
