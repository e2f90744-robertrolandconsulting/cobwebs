            to put-rc
    end-if

    if function trim(response-etag) not = spaces
        move fcgi-put-ln(out-ptr,
            trim(concatenate('ETag: ',
                              function trim(response-etag)),
                 trailing))
            to put-rc
    end-if

    if function trim(response-last-modified) not = spaces
        move fcgi-put-ln(out-ptr,
            trim(concatenate('Last-Modified: ',
                              function trim(response-last-modified)),
                 trailing))
            to put-rc
    end-if

    if function trim(response-content-encoding) not = spaces
        move fcgi-put-ln(out-ptr,
            trim(concatenate('Content-Encoding: ',
