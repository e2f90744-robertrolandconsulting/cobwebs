*> One hold placement, as PLACE-HOLD-REQUEST (src/place-hold.cbl)
*> takes it: the title and options in, the outcome out. The
*> status is the HTTP status the JSON route answers with (200 when
*> the hold was placed); the error text is the patron-readable
*> reason for a refusal. Shared by POST /api/holds and the reading
*> lists' "place holds on the whole list".
01  hold-request.
    05  hold-req-book-id         pic x(36).
    05  hold-req-pickup-code     pic x(10).
    05  hold-req-any-edition     pic x(1).
    05  hold-req-status          pic 9(3).
    05  hold-req-error           pic x(100).
    05  hold-req-hold-id         pic x(36).
    05  hold-req-queue-pos       pic s9(4).
