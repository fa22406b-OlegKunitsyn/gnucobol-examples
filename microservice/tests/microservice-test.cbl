        05 dataset-count usage binary-long.
        05 dataset-loaded-at pic x(26).
    01 buffer pic x(4096).
    01 quote-id pic x(19).
procedure division.
    move csv-ecb-rates(concatenate("Date, USD, " x"0a" "17 July 2020, 1.1428, ")) to dataset.
    move function current-date to dataset-loaded-at.
        & spaces to buffer.
    call "http-handler" using buffer, byte-length(buffer).
    perform validate-account-mismatch-test.

    move "GET /payment-status/DE89370400440532013000/0.01 HTTP1.1"
        & spaces to buffer.
    call "http-handler" using buffer, byte-length(buffer).
    perform payment-status-unknown-test.

    move "GET /quote/USD/EUR/100 HTTP1.1" & spaces to buffer.
    call "http-handler" using buffer, byte-length(buffer).
    perform quote-test.

    move spaces to buffer.
    string "GET /deal/" quote-id " HTTP1.1" delimited by size
        into buffer
    end-string.
    call "http-handler" using buffer, byte-length(buffer).
    perform deal-test.

    move spaces to buffer.
    string "GET /deal/" quote-id " HTTP1.1" delimited by size
        into buffer
    end-string.
    call "http-handler" using buffer, byte-length(buffer).
    perform deal-reused-test.

    move "GET /deal/Q202007170000000001 HTTP1.1" & spaces to buffer.
    call "http-handler" using buffer, byte-length(buffer).
    perform deal-unknown-test.
    goback.

convert-test section.
validate-account-mismatch-test section.
    call "assert-notequals" using 0, substr-pos(buffer, '"country_match": false').

payment-status-unknown-test section.
    call "assert-notequals" using 0, substr-pos(buffer, "HTTP/1.1 200 OK").
    call "assert-notequals" using 0, substr-pos(buffer,
        '{"status": "unknown"}').

batch-test section.
    call "assert-notequals" using 0, substr-pos(buffer, "HTTP/1.1 200 OK").
    call "assert-notequals" using 0, substr-pos(buffer, '"currency": "USD"').
    call "assert-notequals" using 0, substr-pos(buffer, '"currency": "XXX"').

quote-test section.
    call "assert-notequals" using 0, substr-pos(buffer, "HTTP/1.1 200 OK").
    call "assert-notequals" using 0, substr-pos(buffer,
        '"amount": 87.50, "fee": 0.00, "total": 87.50, "rate": 0.87500000').
    call "assert-notequals" using 0, substr-pos(buffer, '"quote_id": "Q').
    move spaces to quote-id.
    if substr-pos(buffer, '"quote_id": "') not = 0
        move buffer(substr-pos(buffer, '"quote_id": "') + 13:19)
            to quote-id
    end-if.

deal-test section.
    call "assert-notequals" using 0, substr-pos(buffer, "HTTP/1.1 200 OK").
    call "assert-notequals" using 0, substr-pos(buffer,
        '"dealt": true, "amount": 87.50, "fee": 0.00, "total": 87.50').

deal-reused-test section.
    call "assert-notequals" using 0, substr-pos(buffer, "HTTP/1.1 409 Conflict").

deal-unknown-test section.
    call "assert-notequals" using 0, substr-pos(buffer, "HTTP/1.1 404 Not Found").
end program microservice-test.

copy "src/microservice.cbl".
