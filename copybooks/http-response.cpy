*> write-response-headers then emits the Access-Control-Allow-*
*> block so the public API works from a browser page.
    05  response-cors-origin     pic x(200) value spaces.
*> Cache validators a handler computed for its own content (the
*> feeds do); write-response-headers emits them as ETag and
*> Last-Modified, and the dispatch loop's response cache keeps
*> the ETag so a replayed entry can still answer 304.
    05  response-etag            pic x(80) value spaces.
    05  response-last-modified   pic x(40) value spaces.
