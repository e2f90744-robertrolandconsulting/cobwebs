01  ws-gz-remaining     usage binary-long.
01  ws-gz-chunk         usage binary-long.

*> BYTE RANGES -- A SINGLE Range: bytes=FIRST-LAST, FIRST- OR
*> -SUFFIX GETS A 206 WITH ITS CONTENT-RANGE, SO A DROPPED DOWNLOAD
*> RESUMES AND A MEDIA PLAYER CAN SEEK; A RANGE WHOLLY PAST THE END
*> GETS A 416. If-Range MUST ECHO THE CURRENT ETAG OR
*> LAST-MODIFIED, ELSE THE WHOLE FILE GOES OUT. A MULTI-RANGE OR
*> MALFORMED HEADER IS IGNORED (THE RFC'S "SEND IT ALL" ESCAPE),
*> AND 304 STILL WINS OVER ANY RANGE. OFFSETS ALWAYS COUNT THE
*> FILE'S OWN BYTES: A RANGE REQUEST IS NEVER GZIPPED, AND A
*> GZIPPED FULL RESPONSE ADVERTISES Accept-Ranges: none.
01  ws-range-header     pic x(200) value spaces.
01  ws-if-range         pic x(60) value spaces.
01  ws-range-state      pic x(1) value 'n'.
    88  ws-range-partial        value 'p'.
    88  ws-range-unsatisfiable  value 'u'.
01  ws-range-spec       pic x(200).
01  ws-range-first      pic x(40).
01  ws-range-last       pic x(40).
01  ws-range-cnt        usage binary-long.
01  ws-range-text       pic x(40).
01  ws-range-digits     pic x(18) justified right.
01  ws-range-digits-n redefines ws-range-digits
                        pic 9(18).
01  ws-range-num        pic 9(18).
01  ws-range-num-ok     pic x(1).
01  ws-range-start      pic 9(18).
01  ws-range-end        pic 9(18).
01  ws-range-length     pic 9(18).
01  ws-range-remaining  pic 9(18).
01  ws-range-chunk      usage binary-long.
01  ws-range-start-ed   pic z(17)9.
01  ws-range-end-ed     pic z(17)9.
01  ws-range-length-ed  pic z(17)9.
01  ws-range-line       pic x(120).

01  ws-date-int         usage binary-long.
01  ws-yyyymmdd         pic 9(8).
01  ws-weekday-idx      usage binary-long.
        goback
    end-if

    perform check-range-request

    if ws-range-unsatisfiable
        perform send-range-not-satisfiable
        goback
    end-if

    if ws-range-partial
        perform serve-file-range
        goback
    end-if

    perform decide-static-compression

    if ws-static-gzip = 'y'
        move fcgi-put-ln(out-ptr,
            concatenate('Content-type: ', function trim(ws-content-type, trailing)))
            to ws-put-rc
        move fcgi-put-ln(out-ptr, 'Accept-Ranges: bytes')
            to ws-put-rc
        if function trim(ws-etag) not = spaces
            move fcgi-put-ln(out-ptr,
                concatenate('ETag: ',
        to ws-put-rc
    move fcgi-put-ln(out-ptr, 'Content-Encoding: gzip')
        to ws-put-rc
    move fcgi-put-ln(out-ptr, 'Accept-Ranges: none')
        to ws-put-rc
    move fcgi-put-ln(out-ptr,
        concatenate('ETag: ', function trim(ws-etag, trailing)))
        to ws-put-rc
    move 'n' to ws-not-modified
    move spaces to ws-if-none-match
    move spaces to ws-if-mod-since
    move spaces to ws-range-header
    move spaces to ws-if-range

    if function trim(ws-etag) = spaces
        exit paragraph
            when 'if-modified-since'
                move request-header-value(ws-header-idx)
                    to ws-if-mod-since
            when 'range'
                move request-header-value(ws-header-idx)
                    to ws-range-header
            when 'if-range'
                move request-header-value(ws-header-idx)
                    to ws-if-range
        end-evaluate
    end-perform

        end-if
    end-if.

check-range-request.
    move 'n' to ws-range-state

    if function trim(ws-range-header) = spaces
            or function trim(ws-etag) = spaces
            or request-method not = 'GET'
        exit paragraph
    end-if

    *> A STALE If-Range MEANS THE CLIENT'S PARTIAL COPY IS OF AN
    *> OLDER FILE -- IT NEEDS THE NEW ONE WHOLE, NOT A PIECE.
    if function trim(ws-if-range) not = spaces
        if function trim(ws-if-range) not = function trim(ws-etag)
            and function trim(ws-if-range)
                not = function trim(ws-last-modified)
            exit paragraph
        end-if
    end-if

    move lower-case(function trim(ws-range-header)) to ws-range-text
    if ws-range-text(1:6) not = 'bytes='
        exit paragraph
    end-if
    move function trim(ws-range-header) to ws-range-spec
    move ws-range-spec(7:) to ws-range-text
    move ws-range-text to ws-range-spec

    move 0 to ws-range-cnt
    inspect ws-range-spec tallying ws-range-cnt for all ','
    if ws-range-cnt > 0
        exit paragraph
    end-if
    move 0 to ws-range-cnt
    inspect ws-range-spec tallying ws-range-cnt for all '-'
    if ws-range-cnt not = 1
        exit paragraph
    end-if

    move spaces to ws-range-first ws-range-last
    unstring ws-range-spec delimited by '-'
        into ws-range-first ws-range-last
    end-unstring

    if function trim(ws-range-first) = spaces
        *> -N: THE LAST N BYTES.
        move ws-range-last to ws-range-text
        perform parse-range-number
        if ws-range-num-ok not = 'y'
            exit paragraph
        end-if
        if ws-range-num = 0 or ws-fi-size = 0
            move 'u' to ws-range-state
            exit paragraph
        end-if
        if ws-range-num >= ws-fi-size
            move 0 to ws-range-start
        else
            compute ws-range-start = ws-fi-size - ws-range-num
        end-if
        compute ws-range-end = ws-fi-size - 1
        move 'p' to ws-range-state
        exit paragraph
    end-if

    move ws-range-first to ws-range-text
    perform parse-range-number
    if ws-range-num-ok not = 'y'
        exit paragraph
    end-if
    move ws-range-num to ws-range-start

    if function trim(ws-range-last) = spaces
        move 999999999999999999 to ws-range-end
    else
        move ws-range-last to ws-range-text
        perform parse-range-number
        if ws-range-num-ok not = 'y'
            exit paragraph
        end-if
        move ws-range-num to ws-range-end
        if ws-range-end < ws-range-start
            exit paragraph
        end-if
    end-if

    if ws-range-start >= ws-fi-size
        move 'u' to ws-range-state
        exit paragraph
    end-if
    if ws-range-end >= ws-fi-size
        compute ws-range-end = ws-fi-size - 1
    end-if
    move 'p' to ws-range-state.

parse-range-number.
*>  WS-RANGE-TEXT IN, WS-RANGE-NUM OUT -- DIGITS ONLY, NO SIGN OR
*>  POINT, SO NUMVAL'S LENIENCY AND FLOATING POINT STAY OUT OF IT.
    move 'n' to ws-range-num-ok
    move 0 to ws-range-num
    if function trim(ws-range-text) = spaces
        or function length(function trim(ws-range-text)) > 18
        exit paragraph
    end-if
    move function trim(ws-range-text) to ws-range-digits
    inspect ws-range-digits replacing leading space by '0'
    if ws-range-digits-n is not numeric
        exit paragraph
    end-if
    move ws-range-digits-n to ws-range-num
    move 'y' to ws-range-num-ok.

send-range-not-satisfiable.
    move ws-fi-size to ws-size-edited
    move spaces to ws-range-line
    string 'Content-Range: bytes */' delimited by size
           trim(ws-size-edited, leading) delimited by size
           into ws-range-line
    end-string
    move fcgi-put-ln(out-ptr, 'Status: 416 Range Not Satisfiable')
        to ws-put-rc
    move fcgi-put-ln(out-ptr, 'Content-type: text/html')
        to ws-put-rc
    move fcgi-put-ln(out-ptr, function trim(ws-range-line, trailing))
        to ws-put-rc
    move fcgi-put-ln(out-ptr, 'Accept-Ranges: bytes')
        to ws-put-rc
    move fcgi-put-ln(out-ptr, ' ')
        to ws-put-rc
    move fcgi-put-ln(out-ptr,
        '<html><body><h3>416 Range Not Satisfiable</h3></body></html>')
        to ws-put-rc.

serve-file-range.
    call "CBL_OPEN_FILE"
    using ws-file-path ws-access-mode ws-deny-mode ws-device
          ws-file-handle
    returning ws-open-status
    end-call
    if ws-open-status not = 0
        move fcgi-put-ln(out-ptr, 'Status: 404 Not Found')
            to ws-put-rc
        move fcgi-put-ln(out-ptr, 'Content-type: text/html')
            to ws-put-rc
        move fcgi-put-ln(out-ptr, ' ')
            to ws-put-rc
        exit paragraph
    end-if

    compute ws-range-length = ws-range-end - ws-range-start + 1
    move ws-range-start to ws-range-start-ed
    move ws-range-end to ws-range-end-ed
    move ws-range-length to ws-range-length-ed
    move ws-fi-size to ws-size-edited

    move fcgi-put-ln(out-ptr, 'Status: 206 Partial Content')
        to ws-put-rc
    move fcgi-put-ln(out-ptr,
        concatenate('Content-type: ',
                    function trim(ws-content-type, trailing)))
        to ws-put-rc
    move spaces to ws-range-line
    string 'Content-Range: bytes ' delimited by size
           trim(ws-range-start-ed, leading) delimited by size
           '-' delimited by size
           trim(ws-range-end-ed, leading) delimited by size
           '/' delimited by size
           trim(ws-size-edited, leading) delimited by size
           into ws-range-line
    end-string
    move fcgi-put-ln(out-ptr, function trim(ws-range-line, trailing))
        to ws-put-rc
    move fcgi-put-ln(out-ptr,
        concatenate('Content-Length: ',
                    trim(ws-range-length-ed, leading)))
        to ws-put-rc
    move fcgi-put-ln(out-ptr, 'Accept-Ranges: bytes')
        to ws-put-rc
    move fcgi-put-ln(out-ptr,
        concatenate('ETag: ', function trim(ws-etag, trailing)))
        to ws-put-rc
    move fcgi-put-ln(out-ptr,
        concatenate('Last-Modified: ',
                    function trim(ws-last-modified, trailing)))
        to ws-put-rc
    move fcgi-put-ln(out-ptr, ' ')
        to ws-put-rc

*>  EXACT-SIZE READS FROM THE FIRST BYTE ASKED FOR, THE SAME
*>  LOOP SERVE-COMPRESSED-FILE USES.
    move ws-range-start to ws-offset
    move ws-range-length to ws-range-remaining
    perform until ws-range-remaining = 0
        if ws-range-remaining > ws-chunk-size
            move ws-chunk-size to ws-range-chunk
        else
            move ws-range-remaining to ws-range-chunk
        end-if
        move ws-range-chunk to ws-read-len
        move spaces to ws-file-buffer

        call "CBL_READ_FILE"
        using ws-file-handle ws-offset ws-read-len ws-read-flags
              ws-file-buffer
        returning ws-read-status
        end-call

        if ws-read-status not = 0
            exit perform
        end-if

        move ws-range-chunk to ws-read-len-bin
        move fcgi-put-len(out-ptr, ws-file-buffer, ws-read-len-bin)
            to ws-put-rc
        add ws-range-chunk to ws-offset
        subtract ws-range-chunk from ws-range-remaining
    end-perform

    call "CBL_CLOSE_FILE" using ws-file-handle
    end-call.

end program serve-static-file.

identification division.
