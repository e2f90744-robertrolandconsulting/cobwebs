       >>SOURCE FORMAT IS FREE
*>*******************************************
*> OAI-PMH harvesting endpoint for the catalog
*>
*> oai-pmh
*>
*> GET or POST /oai (see routes.conf): OAI-PMH 2.0 for the
*> regional discovery service and the state digital library, so
*> they harvest only what changed instead of pulling the whole
*> /api/books/export or waiting on the CATALOGDELTA file. Answers
*> Identify, ListMetadataFormats, ListIdentifiers, ListRecords and
*> GetRecord in Dublin Core (oai_dc) or MARCXML (marc21) -- the
*> MARC fields EXPORTMARC and the SRU endpoint write, plus 650
*> subjects from the book's categories. A record's datestamp is
*> books.catalog_modified_at, so from/until windows see catalog
*> edits but not circulation. Lists page OAI_PAGE_SIZE records at
*> a time (default 100) behind a resumption token that carries the
*> prefix, window and offset, so the worker keeps no state between
*> requests. A soft-deleted book is reported as a deleted record
*> until PURGE removes it (deletedRecord "transient"). No sets.
*>
*> Copyright (c) 2026 Robert Roland
*>*******************************************
identification division.
program-id.   oai-pmh.

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
01  ws-line             pic x(4096).
01  ws-verb             pic x(30).
01  ws-identifier       pic x(200).
01  ws-from             pic x(30).
01  ws-until            pic x(30).
01  ws-token            pic x(200).
01  ws-set              pic x(100).
01  ws-bad-arg          pic x(1).
01  ws-error-code       pic x(40).
01  ws-error-text       pic x(200).
01  ws-base-url         pic x(300).
01  ws-repo-id          pic x(100).
01  ws-repo-name        pic x(100).
01  ws-admin-email      pic x(100).
01  ws-page-size-x      pic x(6).
01  ws-id-prefix        pic x(120).
01  ws-id-prefix-len    pic 9(4).
01  ws-tok-prefix       pic x(30).
01  ws-tok-from         pic x(30).
01  ws-tok-until        pic x(30).
01  ws-tok-offset       pic x(10).
01  ws-list             pic x(1024).
01  ws-list-ptr         pic 9(4).
01  ws-piece            pic x(200).
01  ws-piece-cnt        pic 9(4).
01  ws-rows-found       pic 9(8).
01  ws-next-offset      pic 9(8).
01  ws-offset-edited    pic z(7)9.
01  ws-total-edited     pic z(7)9.
01  ws-next-edited      pic z(7)9.
01  ws-year-edited      pic 9(4).
01  ws-headers-only     pic x(1).

exec sql
    begin declare section
end-exec.
01  oai-prefix          pic x(30).
01  oai-from            pic x(30).
01  oai-until           pic x(30).
01  oai-book-id         pic x(36).
01  oai-offset          pic 9(8).
01  oai-page-size       pic 9(4).
01  oai-total           pic 9(8).
01  oai-dates-ok        pic x(1).
01  oai-date-pattern    pic x(80) value
    '^[0-9][0-9][0-9][0-9]-[0-9][0-9]-[0-9][0-9]T[0-9][0-9]:[0-9][0-9]:[0-9][0-9]Z$'.
01  oai-earliest        pic x(20).
01  oai-now             pic x(20).
01  rec-id              pic x(36).
01  rec-datestamp       pic x(20).
01  rec-marc-005        pic x(16).
01  rec-deleted         pic x(1).
01  rec-name            pic x(50).
01  rec-authors         pic x(1024).
01  rec-year            pic 9(4).
01  rec-isbn10          pic x(10).
01  rec-isbn13          pic x(13).
01  rec-synopsis        pic x(1024).
01  rec-call-number     pic x(30).
01  rec-shelf-location  pic x(30).
01  rec-subjects        pic x(1024).
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

    move 'text/xml' to response-content-type

    *> HARVESTERS MAY POST THE SAME ARGUMENTS FORM-ENCODED.
    if function trim(request-content-type)(1:33) =
            'application/x-www-form-urlencoded'
        call 'parse-urlencoded' using request-body http-request
        end-call
    end-if

    *> working-storage persists across worker requests -- reset
    move spaces to ws-verb
    move spaces to oai-prefix
    move spaces to ws-identifier
    move spaces to ws-from
    move spaces to ws-until
    move spaces to ws-token
    move spaces to ws-set
    move spaces to ws-error-code
    move spaces to ws-error-text
    move 'n' to ws-bad-arg
    perform varying ws-param-idx from 1 by 1
            until ws-param-idx > request-parameters-count
        evaluate function trim(request-parameter-key(ws-param-idx))
            when 'verb'
                if ws-verb not = spaces
                    move 'y' to ws-bad-arg
                end-if
                move request-parameter-value(ws-param-idx)
                    to ws-verb
            when 'metadataPrefix'
                move request-parameter-value(ws-param-idx)
                    to oai-prefix
            when 'identifier'
                move request-parameter-value(ws-param-idx)
                    to ws-identifier
            when 'from'
                move request-parameter-value(ws-param-idx)
                    to ws-from
            when 'until'
                move request-parameter-value(ws-param-idx)
                    to ws-until
            when 'resumptionToken'
                move request-parameter-value(ws-param-idx)
                    to ws-token
            when 'set'
                move request-parameter-value(ws-param-idx)
                    to ws-set
            when 'csrf_token'
                continue
            when other
                move 'y' to ws-bad-arg
        end-evaluate
    end-perform

    move spaces to ws-base-url
    accept ws-base-url from environment 'OAI_BASE_URL'
    if function trim(ws-base-url) = spaces
        string 'http://' function trim(request-http-host) '/oai'
            delimited by size into ws-base-url
        end-string
    end-if
    move spaces to ws-repo-id
    accept ws-repo-id from environment 'OAI_REPOSITORY_ID'
    if function trim(ws-repo-id) = spaces
        move 'cobwebs' to ws-repo-id
    end-if
    move spaces to ws-repo-name
    accept ws-repo-name from environment 'OAI_REPOSITORY_NAME'
    if function trim(ws-repo-name) = spaces
        move 'CobWebs library catalog' to ws-repo-name
    end-if
    move spaces to ws-admin-email
    accept ws-admin-email from environment 'OAI_ADMIN_EMAIL'
    move 100 to oai-page-size
    move spaces to ws-page-size-x
    accept ws-page-size-x from environment 'OAI_PAGE_SIZE'
    if function trim(ws-page-size-x) not = spaces
        move numval(ws-page-size-x) to oai-page-size
    end-if
    if oai-page-size < 1
        move 100 to oai-page-size
    end-if

    move spaces to ws-id-prefix
    string 'oai:' function trim(ws-repo-id) ':'
        delimited by size into ws-id-prefix
    end-string
    compute ws-id-prefix-len =
        function length(function trim(ws-id-prefix))

    perform validate-request

    call "write-response-headers"
    using by value out-ptr
          by reference http-response
    end-call

    perform write-prolog

    if ws-error-code = spaces
        evaluate function trim(ws-verb)
            when 'Identify'
                perform do-identify
            when 'ListMetadataFormats'
                perform do-list-formats
            when 'GetRecord'
                perform do-get-record
            when 'ListIdentifiers'
                move 'y' to ws-headers-only
                perform do-list
            when 'ListRecords'
                move 'n' to ws-headers-only
                perform do-list
        end-evaluate
    end-if

    if ws-error-code not = spaces
        perform write-error
    end-if

    move fcgi-put-ln(out-ptr, '</OAI-PMH>') to ws-put-rc

    goback.

validate-request.
    *> THE PROTOCOL'S OWN ARGUMENT RULES, VERB BY VERB. A
    *> RESUMPTION TOKEN IS AN EXCLUSIVE ARGUMENT.
    if ws-bad-arg = 'y'
        move 'badArgument' to ws-error-code
        move 'illegal or repeated argument' to ws-error-text
        exit paragraph
    end-if

    evaluate function trim(ws-verb)
        when 'Identify'
            if oai-prefix not = spaces or ws-identifier not = spaces
                    or ws-from not = spaces or ws-until not = spaces
                    or ws-token not = spaces or ws-set not = spaces
                move 'badArgument' to ws-error-code
                move 'Identify takes no arguments' to ws-error-text
            end-if
        when 'ListMetadataFormats'
            if oai-prefix not = spaces
                    or ws-from not = spaces or ws-until not = spaces
                    or ws-token not = spaces or ws-set not = spaces
                move 'badArgument' to ws-error-code
                move 'only identifier is allowed' to ws-error-text
            end-if
        when 'ListSets'
            if ws-token not = spaces
                move 'badResumptionToken' to ws-error-code
                move 'no sets, so no set tokens' to ws-error-text
            else
                move 'noSetHierarchy' to ws-error-code
                move 'this repository does not support sets'
                    to ws-error-text
            end-if
        when 'GetRecord'
            if ws-identifier = spaces or oai-prefix = spaces
                    or ws-from not = spaces or ws-until not = spaces
                    or ws-token not = spaces or ws-set not = spaces
                move 'badArgument' to ws-error-code
                move 'GetRecord needs identifier and metadataPrefix'
                    to ws-error-text
            else
                perform check-prefix
            end-if
        when 'ListIdentifiers'
        when 'ListRecords'
            if ws-token not = spaces
                if oai-prefix not = spaces or ws-from not = spaces
                        or ws-until not = spaces or ws-set not = spaces
                    move 'badArgument' to ws-error-code
                    move 'resumptionToken is an exclusive argument'
                        to ws-error-text
                else
                    perform parse-token
                end-if
            else
                if oai-prefix = spaces
                    move 'badArgument' to ws-error-code
                    move 'metadataPrefix is required'
                        to ws-error-text
                else
                    perform check-prefix
                    if ws-error-code = spaces
                        perform check-dates
                    end-if
                    if ws-error-code = spaces and ws-set not = spaces
                        move 'noSetHierarchy' to ws-error-code
                        move 'this repository does not support sets'
                            to ws-error-text
                    end-if
                end-if
            end-if
        when other
            move 'badVerb' to ws-error-code
            move 'verb is missing or not an OAI-PMH verb'
                to ws-error-text
    end-evaluate.

check-prefix.
    if function trim(oai-prefix) not = 'oai_dc'
            and function trim(oai-prefix) not = 'marc21'
        move 'cannotDisseminateFormat' to ws-error-code
        move 'supported formats are oai_dc and marc21'
            to ws-error-text
    end-if.

check-dates.
    *> DAY OR SECONDS GRANULARITY, THE SAME FOR BOTH ENDS OF THE
    *> WINDOW. A DAY-ONLY "until" COVERS THE WHOLE DAY.
    move spaces to oai-from
    move spaces to oai-until
    if ws-from not = spaces and ws-until not = spaces
            and length(trim(ws-from)) not = length(trim(ws-until))
        move 'badArgument' to ws-error-code
        move 'from and until must have the same granularity'
            to ws-error-text
        exit paragraph
    end-if
    if ws-from not = spaces
        if length(trim(ws-from)) = 10
            string function trim(ws-from) 'T00:00:00Z'
                delimited by size into oai-from
            end-string
        else
            move ws-from to oai-from
        end-if
    end-if
    if ws-until not = spaces
        if length(trim(ws-until)) = 10
            string function trim(ws-until) 'T23:59:59Z'
                delimited by size into oai-until
            end-string
        else
            move ws-until to oai-until
        end-if
    end-if

    move 'n' to oai-dates-ok
    exec sql
        select case when (trim(:oai-from) = ''
                          or trim(:oai-from) ~ :oai-date-pattern)
                     and (trim(:oai-until) = ''
                          or trim(:oai-until) ~ :oai-date-pattern)
                    then 'y' else 'n' end
            into :oai-dates-ok
    end-exec
    if sqlcode not = zero or oai-dates-ok not = 'y'
        move 'badArgument' to ws-error-code
        move 'from/until must be YYYY-MM-DD or YYYY-MM-DDThh:mm:ssZ'
            to ws-error-text
    end-if.

parse-token.
    *> prefix!from!until!offset -- SEE WRITE-TOKEN.
    move spaces to ws-tok-prefix
    move spaces to ws-tok-from
    move spaces to ws-tok-until
    move spaces to ws-tok-offset
    unstring ws-token delimited by '!'
        into ws-tok-prefix ws-tok-from ws-tok-until ws-tok-offset
    end-unstring
    move ws-tok-prefix to oai-prefix
    if (function trim(oai-prefix) not = 'oai_dc'
            and function trim(oai-prefix) not = 'marc21')
            or ws-tok-offset = spaces
            or test-numval(ws-tok-offset) not = 0
        move 'badResumptionToken' to ws-error-code
        move 'the resumptionToken is not one this repository issued'
            to ws-error-text
        exit paragraph
    end-if
    move numval(ws-tok-offset) to oai-offset
    *> THE WINDOW INSIDE THE TOKEN IS ALREADY IN FULL FORM.
    move ws-tok-from to ws-from
    move ws-tok-until to ws-until
    perform check-dates
    if ws-error-code not = spaces
        move 'badResumptionToken' to ws-error-code
        move 'the resumptionToken is not one this repository issued'
            to ws-error-text
    end-if.

write-prolog.
    exec sql
        select to_char(now() at time zone 'UTC', 'YYYY-MM-DD')
               || 'T' || to_char(now() at time zone 'UTC',
                                 'HH24:MI:SS') || 'Z'
            into :oai-now
    end-exec

    move fcgi-put-ln(out-ptr,
        '<?xml version="1.0" encoding="UTF-8"?>')
        to ws-put-rc
    move fcgi-put-ln(out-ptr,
        '<OAI-PMH xmlns="http://www.openarchives.org/OAI/2.0/" xmlns:xsi="http://www.w3.org/2001/XMLSchema-instance" xsi:schemaLocation="http://www.openarchives.org/OAI/2.0/ http://www.openarchives.org/OAI/2.0/OAI-PMH.xsd">')
        to ws-put-rc
    move spaces to ws-line
    string '<responseDate>' function trim(oai-now) '</responseDate>'
        delimited by size into ws-line
    end-string
    move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
        to ws-put-rc

    *> THE REQUEST IS ECHOED WITH ITS ARGUMENTS, EXCEPT AFTER
    *> badVerb OR badArgument, WHEN ONLY THE BASE URL GOES BACK.
    move '<request' to ws-line
    if ws-error-code not = 'badVerb' and ws-error-code not = 'badArgument'
        string function trim(ws-line, trailing) ' verb="'
               trim(html-escape(function trim(ws-verb)), trailing) '"'
            delimited by size into ws-line
        end-string
        if oai-prefix not = spaces and ws-token = spaces
            string function trim(ws-line, trailing)
                   ' metadataPrefix="'
                   trim(html-escape(function trim(oai-prefix)),
                        trailing) '"'
                delimited by size into ws-line
            end-string
        end-if
        if ws-identifier not = spaces
            string function trim(ws-line, trailing) ' identifier="'
                   trim(html-escape(function trim(ws-identifier)),
                        trailing) '"'
                delimited by size into ws-line
            end-string
        end-if
        if ws-token not = spaces
            string function trim(ws-line, trailing)
                   ' resumptionToken="'
                   trim(html-escape(function trim(ws-token)),
                        trailing) '"'
                delimited by size into ws-line
            end-string
        else
            if ws-from not = spaces
                string function trim(ws-line, trailing) ' from="'
                       trim(html-escape(function trim(ws-from)),
                            trailing) '"'
                    delimited by size into ws-line
                end-string
            end-if
            if ws-until not = spaces
                string function trim(ws-line, trailing) ' until="'
                       trim(html-escape(function trim(ws-until)),
                            trailing) '"'
                    delimited by size into ws-line
                end-string
            end-if
        end-if
    end-if
    string function trim(ws-line, trailing) '>'
           trim(html-escape(function trim(ws-base-url)), trailing)
           '</request>'
        delimited by size into ws-line
    end-string
    move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
        to ws-put-rc.

write-error.
    move spaces to ws-line
    string '<error code="' function trim(ws-error-code) '">'
           trim(html-escape(function trim(ws-error-text)), trailing)
           '</error>'
        delimited by size into ws-line
    end-string
    move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
        to ws-put-rc.

do-identify.
    move spaces to oai-earliest
    exec sql
        select coalesce(to_char(min(catalog_modified_at),
                            'YYYY-MM-DD') || 'T'
                        || to_char(min(catalog_modified_at),
                            'HH24:MI:SS') || 'Z',
                        '1970-01-01T00:00:00Z')
            into :oai-earliest
            from books
    end-exec

    move fcgi-put-ln(out-ptr, '<Identify>') to ws-put-rc
    move spaces to ws-line
    string '<repositoryName>'
           trim(html-escape(function trim(ws-repo-name)), trailing)
           '</repositoryName><baseURL>'
           trim(html-escape(function trim(ws-base-url)), trailing)
           '</baseURL><protocolVersion>2.0</protocolVersion>'
        delimited by size into ws-line
    end-string
    move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
        to ws-put-rc
    if ws-admin-email not = spaces
        move spaces to ws-line
        string '<adminEmail>'
               trim(html-escape(function trim(ws-admin-email)),
                    trailing)
               '</adminEmail>'
            delimited by size into ws-line
        end-string
        move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
            to ws-put-rc
    end-if
    move spaces to ws-line
    string '<earliestDatestamp>' function trim(oai-earliest)
           '</earliestDatestamp><deletedRecord>transient'
           '</deletedRecord><granularity>YYYY-MM-DDThh:mm:ssZ'
           '</granularity>'
        delimited by size into ws-line
    end-string
    move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
        to ws-put-rc
    move spaces to ws-line
    string '<description><oai-identifier xmlns="http://www.openarchives.org/OAI/2.0/oai-identifier" '
           'xmlns:xsi="http://www.w3.org/2001/XMLSchema-instance" '
           'xsi:schemaLocation="http://www.openarchives.org/OAI/2.0/oai-identifier http://www.openarchives.org/OAI/2.0/oai-identifier.xsd">'
           '<scheme>oai</scheme><repositoryIdentifier>'
           trim(html-escape(function trim(ws-repo-id)), trailing)
           '</repositoryIdentifier><delimiter>:</delimiter>'
           '<sampleIdentifier>'
           trim(html-escape(function trim(ws-id-prefix)), trailing)
           '00000000-0000-0000-0000-000000000000</sampleIdentifier>'
           '</oai-identifier></description>'
        delimited by size into ws-line
    end-string
    move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
        to ws-put-rc
    move fcgi-put-ln(out-ptr, '</Identify>') to ws-put-rc.

do-list-formats.
    if ws-identifier not = spaces
        perform resolve-identifier
        if ws-error-code not = spaces
            exit paragraph
        end-if
    end-if

    move fcgi-put-ln(out-ptr, '<ListMetadataFormats>') to ws-put-rc
    move fcgi-put-ln(out-ptr,
        '<metadataFormat><metadataPrefix>oai_dc</metadataPrefix><schema>http://www.openarchives.org/OAI/2.0/oai_dc.xsd</schema><metadataNamespace>http://www.openarchives.org/OAI/2.0/oai_dc/</metadataNamespace></metadataFormat>')
        to ws-put-rc
    move fcgi-put-ln(out-ptr,
        '<metadataFormat><metadataPrefix>marc21</metadataPrefix><schema>http://www.loc.gov/standards/marcxml/schema/MARC21slim.xsd</schema><metadataNamespace>http://www.loc.gov/MARC21/slim</metadataNamespace></metadataFormat>')
        to ws-put-rc
    move fcgi-put-ln(out-ptr, '</ListMetadataFormats>') to ws-put-rc.

resolve-identifier.
    *> oai:<repository id>:<book uuid>, AND THE BOOK MUST STILL BE
    *> ON FILE (SOFT-DELETED COUNTS -- IT IS A DELETED RECORD).
    move spaces to oai-book-id
    if ws-identifier(1:ws-id-prefix-len) = ws-id-prefix(1:ws-id-prefix-len)
        move ws-identifier(ws-id-prefix-len + 1:36) to oai-book-id
    end-if
    move zero to oai-total
    if oai-book-id not = spaces
        exec sql
            select count(*) into :oai-total
                from books
                where cast(id as varchar) = lower(trim(:oai-book-id))
        end-exec
    end-if
    if oai-total = 0
        move 'idDoesNotExist' to ws-error-code
        move 'no record with that identifier' to ws-error-text
    end-if.

do-get-record.
    perform resolve-identifier
    if ws-error-code not = spaces
        exit paragraph
    end-if

    exec sql
        select cast(b.id as varchar),
               to_char(b.catalog_modified_at, 'YYYY-MM-DD') || 'T'
                   || to_char(b.catalog_modified_at, 'HH24:MI:SS')
                   || 'Z',
               to_char(b.catalog_modified_at, 'YYYYMMDDHH24MISS')
                   || '.0',
               case when b.deleted_at is null then 'n' else 'y' end,
               b.name,
               coalesce(nullif(
                   (select string_agg(a.name, '|' order by a.name)
                        from book_authors ba
                        join authors a on a.id = ba.author_id
                        where ba.book_id = b.id), ''),
                   b.author, ''),
               coalesce(b.year, 0),
               coalesce(b.isbn10, ''), coalesce(b.isbn13, ''),
               coalesce(b.synopsis, ''),
               coalesce(b.call_number, ''),
               coalesce(b.shelving_location, ''),
               coalesce((select string_agg(c.name, '|'
                                 order by c.name)
                             from book_categories bc
                             join categories c
                                 on c.id = bc.category_id
                             where bc.book_id = b.id), '')
            into :rec-id, :rec-datestamp, :rec-marc-005,
                 :rec-deleted, :rec-name, :rec-authors, :rec-year,
                 :rec-isbn10, :rec-isbn13, :rec-synopsis,
                 :rec-call-number, :rec-shelf-location,
                 :rec-subjects
            from books b
            where cast(b.id as varchar) = lower(trim(:oai-book-id))
    end-exec
    if sqlcode not = zero
        move 'idDoesNotExist' to ws-error-code
        move 'no record with that identifier' to ws-error-text
        exit paragraph
    end-if

    move 'n' to ws-headers-only
    move fcgi-put-ln(out-ptr, '<GetRecord>') to ws-put-rc
    perform write-one-record
    move fcgi-put-ln(out-ptr, '</GetRecord>') to ws-put-rc.

do-list.
    *> OLDEST CHANGE FIRST, ID AS THE TIEBREAK, SO AN OFFSET
    *> PAGES STABLY WHILE THE HARVEST IS IN PROGRESS.
    if ws-token = spaces
        move zero to oai-offset
    end-if

    move zero to oai-total
    exec sql
        select count(*) into :oai-total
            from books b
            where (trim(:oai-from) = ''
                   or b.catalog_modified_at >= cast(replace(replace(
                       trim(:oai-from), 'T', ' '), 'Z', '')
                       as timestamp))
            and (trim(:oai-until) = ''
                 or b.catalog_modified_at <= cast(replace(replace(
                     trim(:oai-until), 'T', ' '), 'Z', '')
                     as timestamp))
    end-exec
    if sqlcode not = zero
        move 'badArgument' to ws-error-code
        move 'from/until is not a valid date' to ws-error-text
        exit paragraph
    end-if
    if oai-total = 0
        move 'noRecordsMatch' to ws-error-code
        move 'no records changed in that window' to ws-error-text
        exit paragraph
    end-if
    if oai-offset >= oai-total
        move 'badResumptionToken' to ws-error-code
        move 'the resumptionToken has expired or run past the list'
            to ws-error-text
        exit paragraph
    end-if

    exec sql
        declare oai-c1 cursor for
        select cast(b.id as varchar),
               to_char(b.catalog_modified_at, 'YYYY-MM-DD') || 'T'
                   || to_char(b.catalog_modified_at, 'HH24:MI:SS')
                   || 'Z',
               to_char(b.catalog_modified_at, 'YYYYMMDDHH24MISS')
                   || '.0',
               case when b.deleted_at is null then 'n' else 'y' end,
               b.name,
               coalesce(nullif(
                   (select string_agg(a.name, '|' order by a.name)
                        from book_authors ba
                        join authors a on a.id = ba.author_id
                        where ba.book_id = b.id), ''),
                   b.author, ''),
               coalesce(b.year, 0),
               coalesce(b.isbn10, ''), coalesce(b.isbn13, ''),
               coalesce(b.synopsis, ''),
               coalesce(b.call_number, ''),
               coalesce(b.shelving_location, ''),
               coalesce((select string_agg(c.name, '|'
                                 order by c.name)
                             from book_categories bc
                             join categories c
                                 on c.id = bc.category_id
                             where bc.book_id = b.id), '')
            from books b
            where (trim(:oai-from) = ''
                   or b.catalog_modified_at >= cast(replace(replace(
                       trim(:oai-from), 'T', ' '), 'Z', '')
                       as timestamp))
            and (trim(:oai-until) = ''
                 or b.catalog_modified_at <= cast(replace(replace(
                     trim(:oai-until), 'T', ' '), 'Z', '')
                     as timestamp))
            order by b.catalog_modified_at, b.id
            limit :oai-page-size offset :oai-offset
    end-exec
    exec sql
        open oai-c1
    end-exec

    if ws-headers-only = 'y'
        move fcgi-put-ln(out-ptr, '<ListIdentifiers>') to ws-put-rc
    else
        move fcgi-put-ln(out-ptr, '<ListRecords>') to ws-put-rc
    end-if

    move 0 to ws-rows-found
    exec sql
        fetch oai-c1 into :rec-id, :rec-datestamp, :rec-marc-005,
            :rec-deleted, :rec-name, :rec-authors, :rec-year,
            :rec-isbn10, :rec-isbn13, :rec-synopsis,
            :rec-call-number, :rec-shelf-location, :rec-subjects
    end-exec
    perform until sqlcode not = zero
        add 1 to ws-rows-found
        if ws-headers-only = 'y'
            perform write-record-header
        else
            perform write-one-record
        end-if
        exec sql
            fetch oai-c1 into :rec-id, :rec-datestamp,
                :rec-marc-005, :rec-deleted, :rec-name,
                :rec-authors, :rec-year, :rec-isbn10, :rec-isbn13,
                :rec-synopsis, :rec-call-number,
                :rec-shelf-location, :rec-subjects
        end-exec
    end-perform
    exec sql
        close oai-c1
    end-exec

    perform write-token

    if ws-headers-only = 'y'
        move fcgi-put-ln(out-ptr, '</ListIdentifiers>') to ws-put-rc
    else
        move fcgi-put-ln(out-ptr, '</ListRecords>') to ws-put-rc
    end-if.

write-token.
    *> MORE TO COME: A TOKEN FOR THE NEXT PAGE. THE LAST PAGE OF A
    *> RESUMED LIST ENDS WITH AN EMPTY TOKEN, AS THE PROTOCOL ASKS.
    compute ws-next-offset = oai-offset + ws-rows-found
    move oai-offset to ws-offset-edited
    move oai-total to ws-total-edited
    move ws-next-offset to ws-next-edited
    move spaces to ws-line
    if ws-next-offset < oai-total
        string '<resumptionToken completeListSize="'
               trim(ws-total-edited, leading)
               '" cursor="' trim(ws-offset-edited, leading) '">'
               function trim(oai-prefix) '!'
               function trim(oai-from) '!'
               function trim(oai-until) '!'
               trim(ws-next-edited, leading)
               '</resumptionToken>'
            delimited by size into ws-line
        end-string
    else
        if ws-token not = spaces
            string '<resumptionToken completeListSize="'
                   trim(ws-total-edited, leading)
                   '" cursor="' trim(ws-offset-edited, leading)
                   '"/>'
                delimited by size into ws-line
            end-string
        end-if
    end-if
    if ws-line not = spaces
        move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
            to ws-put-rc
    end-if.

write-record-header.
    move spaces to ws-line
    if rec-deleted = 'y'
        move '<header status="deleted">' to ws-line
    else
        move '<header>' to ws-line
    end-if
    string function trim(ws-line, trailing) '<identifier>'
           trim(html-escape(function trim(ws-id-prefix)), trailing)
           function trim(rec-id)
           '</identifier><datestamp>' function trim(rec-datestamp)
           '</datestamp></header>'
        delimited by size into ws-line
    end-string
    move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
        to ws-put-rc.

write-one-record.
    *> A DELETED RECORD IS ITS HEADER ALONE.
    move fcgi-put-ln(out-ptr, '<record>') to ws-put-rc
    perform write-record-header
    if rec-deleted not = 'y'
        move fcgi-put-ln(out-ptr, '<metadata>') to ws-put-rc
        if function trim(oai-prefix) = 'marc21'
            perform write-marc-metadata
        else
            perform write-dc-metadata
        end-if
        move fcgi-put-ln(out-ptr, '</metadata>') to ws-put-rc
    end-if
    move fcgi-put-ln(out-ptr, '</record>') to ws-put-rc.

write-dc-metadata.
    move fcgi-put-ln(out-ptr,
        '<oai_dc:dc xmlns:oai_dc="http://www.openarchives.org/OAI/2.0/oai_dc/" xmlns:dc="http://purl.org/dc/elements/1.1/" xmlns:xsi="http://www.w3.org/2001/XMLSchema-instance" xsi:schemaLocation="http://www.openarchives.org/OAI/2.0/oai_dc/ http://www.openarchives.org/OAI/2.0/oai_dc.xsd">')
        to ws-put-rc

    move spaces to ws-line
    string '<dc:title>'
           trim(html-escape(function trim(rec-name)), trailing)
           '</dc:title>'
        delimited by size into ws-line
    end-string
    move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
        to ws-put-rc

    move rec-authors to ws-list
    move 1 to ws-list-ptr
    perform next-piece
    perform until ws-piece = spaces
        move spaces to ws-line
        string '<dc:creator>'
               trim(html-escape(function trim(ws-piece)), trailing)
               '</dc:creator>'
            delimited by size into ws-line
        end-string
        move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
            to ws-put-rc
        perform next-piece
    end-perform

    move rec-subjects to ws-list
    move 1 to ws-list-ptr
    perform next-piece
    perform until ws-piece = spaces
        move spaces to ws-line
        string '<dc:subject>'
               trim(html-escape(function trim(ws-piece)), trailing)
               '</dc:subject>'
            delimited by size into ws-line
        end-string
        move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
            to ws-put-rc
        perform next-piece
    end-perform

    if function trim(rec-synopsis) not = spaces
        move spaces to ws-line
        string '<dc:description>'
               trim(html-escape(function trim(rec-synopsis)),
                    trailing)
               '</dc:description>'
            delimited by size into ws-line
        end-string
        move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
            to ws-put-rc
    end-if

    if rec-year not = zero
        move rec-year to ws-year-edited
        move spaces to ws-line
        string '<dc:date>' ws-year-edited '</dc:date>'
            delimited by size into ws-line
        end-string
        move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
            to ws-put-rc
    end-if

    if function trim(rec-isbn13) not = spaces
        move spaces to ws-line
        string '<dc:identifier>urn:isbn:'
               function trim(rec-isbn13) '</dc:identifier>'
            delimited by size into ws-line
        end-string
        move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
            to ws-put-rc
    end-if
    if function trim(rec-isbn10) not = spaces
        move spaces to ws-line
        string '<dc:identifier>urn:isbn:'
               function trim(rec-isbn10) '</dc:identifier>'
            delimited by size into ws-line
        end-string
        move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
            to ws-put-rc
    end-if

    move fcgi-put-ln(out-ptr, '</oai_dc:dc>') to ws-put-rc.

write-marc-metadata.
    move fcgi-put-ln(out-ptr,
        '<record xmlns="http://www.loc.gov/MARC21/slim" xmlns:xsi="http://www.w3.org/2001/XMLSchema-instance" xsi:schemaLocation="http://www.loc.gov/MARC21/slim http://www.loc.gov/standards/marcxml/schema/MARC21slim.xsd">')
        to ws-put-rc
    move fcgi-put-ln(out-ptr,
        '<leader>00000nam a2200000 a 4500</leader>')
        to ws-put-rc

    move spaces to ws-line
    string '<controlfield tag="001">' function trim(rec-id)
           '</controlfield><controlfield tag="005">'
           function trim(rec-marc-005) '</controlfield>'
        delimited by size into ws-line
    end-string
    move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
        to ws-put-rc

    if function trim(rec-isbn10) not = spaces
        move spaces to ws-line
        string '<datafield tag="020" ind1=" " ind2=" ">'
               '<subfield code="a">' function trim(rec-isbn10)
               '</subfield></datafield>'
            delimited by size into ws-line
        end-string
        move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
            to ws-put-rc
    end-if
    if function trim(rec-isbn13) not = spaces
        move spaces to ws-line
        string '<datafield tag="020" ind1=" " ind2=" ">'
               '<subfield code="a">' function trim(rec-isbn13)
               '</subfield></datafield>'
            delimited by size into ws-line
        end-string
        move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
            to ws-put-rc
    end-if

    if function trim(rec-call-number) not = spaces
        move spaces to ws-line
        string '<datafield tag="082" ind1="0" ind2="4">'
               '<subfield code="a">'
               trim(html-escape(function trim(rec-call-number)),
                    trailing)
               '</subfield></datafield>'
            delimited by size into ws-line
        end-string
        move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
            to ws-put-rc
    end-if

    *> THE FIRST AUTHOR IS THE 100 MAIN ENTRY, THE REST 700s.
    move rec-authors to ws-list
    move 1 to ws-list-ptr
    move 0 to ws-piece-cnt
    perform next-piece
    perform until ws-piece = spaces
        add 1 to ws-piece-cnt
        move spaces to ws-line
        if ws-piece-cnt = 1
            move '<datafield tag="100" ind1="1" ind2=" ">' to ws-line
        else
            move '<datafield tag="700" ind1="1" ind2=" ">' to ws-line
        end-if
        string function trim(ws-line, trailing)
               '<subfield code="a">'
               trim(html-escape(function trim(ws-piece)), trailing)
               '</subfield></datafield>'
            delimited by size into ws-line
        end-string
        move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
            to ws-put-rc
        perform next-piece
    end-perform

    move spaces to ws-line
    string '<datafield tag="245" ind1="1" ind2="0">'
           '<subfield code="a">'
           trim(html-escape(function trim(rec-name)), trailing)
           '</subfield></datafield>'
        delimited by size into ws-line
    end-string
    move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
        to ws-put-rc

    if rec-year not = zero
        move rec-year to ws-year-edited
        move spaces to ws-line
        string '<datafield tag="260" ind1=" " ind2=" ">'
               '<subfield code="c">' ws-year-edited
               '</subfield></datafield>'
            delimited by size into ws-line
        end-string
        move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
            to ws-put-rc
    end-if

    if function trim(rec-synopsis) not = spaces
        move spaces to ws-line
        string '<datafield tag="520" ind1=" " ind2=" ">'
               '<subfield code="a">'
               trim(html-escape(function trim(rec-synopsis)),
                    trailing)
               '</subfield></datafield>'
            delimited by size into ws-line
        end-string
        move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
            to ws-put-rc
    end-if

    move rec-subjects to ws-list
    move 1 to ws-list-ptr
    perform next-piece
    perform until ws-piece = spaces
        move spaces to ws-line
        string '<datafield tag="650" ind1=" " ind2="4">'
               '<subfield code="a">'
               trim(html-escape(function trim(ws-piece)), trailing)
               '</subfield></datafield>'
            delimited by size into ws-line
        end-string
        move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
            to ws-put-rc
        perform next-piece
    end-perform

    if function trim(rec-shelf-location) not = spaces
        move spaces to ws-line
        string '<datafield tag="852" ind1=" " ind2=" ">'
               '<subfield code="c">'
               trim(html-escape(function trim(rec-shelf-location)),
                    trailing)
               '</subfield></datafield>'
            delimited by size into ws-line
        end-string
        move fcgi-put-ln(out-ptr, function trim(ws-line, trailing))
            to ws-put-rc
    end-if

    move fcgi-put-ln(out-ptr, '</record>') to ws-put-rc.

next-piece.
    *> ONE NAME AT A TIME OUT OF A '|'-SEPARATED LIST.
    move spaces to ws-piece
    if ws-list-ptr <= length(ws-list)
        unstring ws-list delimited by '|'
            into ws-piece
            with pointer ws-list-ptr
        end-unstring
    end-if.

end program oai-pmh.
