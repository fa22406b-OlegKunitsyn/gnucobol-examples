*>   GET /cross/<from>/<to>/<amount>           foreign -> foreign
*>   GET /<currency>/<amount>/<date>           historical foreign -> EUR
*>   GET /stats/<currency>/<from>/<to>         rate statistics over a range
*>   GET /quote/<from>/<to>/<amount>           firm quote: quote ID, all-in
*>                                             rate and expiry time
*>   GET /deal/<quote-id>                      book a firm quote at its
*>                                             quoted rate
*>   GET /history/<from>/<to>[/csv]            the caller's own logged
*>                                             conversions, JSON or CSV
*>   GET /batch/<currency>:<amount>,...        many conversions at once
*>   POST /batch (JSON body)                   bulk conversions; each
*>                                             item may carry a caller
*>                                             reference echoed back
*>   GET /validate-iban/<iban>                 IBAN checksum
*>   GET /validate-account/<iban>/<bic>        IBAN + BIC + country match
*>   GET /payment-status/<debtor-iban>/<amount> where an outgoing
*>   GET /payment-status/ref/<remittance>      transfer has got to
*>   GET /status                               health/monitoring
*>   GET /admin/reload                         reload the rates file
*>   GET /admin/shutdown                       drain and stop the service
    select compliance-file assign to dynamic compliance-file-name
    organization line sequential
    file status is compliance-status.
    select quote-file assign to dynamic quote-file-name
    organization line sequential
    file status is quote-file-status.
    select history-log assign to dynamic history-log-name
    organization line sequential
    file status is history-log-status.
    select payment-source assign to dynamic payment-source-name
    organization line sequential
    file status is payment-source-status.
data division.
file section.
fd txn-log.
*>     widened for the trailing client request-reference column
    01 txn-log-record pic x(220).
fd access-log.
    01 access-log-record pic x(300).
fd api-keys-file.
*>     wide enough for the optional groups and quota fields after
*>     the name and key
    01 compliance-record pic x(200).
fd ref-scan-log.
    01 ref-scan-record pic x(220).
fd quote-file.
    01 quote-record pic x(256).
fd history-log.
    01 history-log-record pic x(220).
fd payment-source.
*>     wide enough for the approvals queue, the longest of the
*>     payment files the status inquiry reads
    01 payment-source-line pic x(400).
working-storage section.
    78 CRLF value x"0D" & x"0A".
    78 HTTP-OK value "200 OK".
*>     named client keys from resources/api-keys.txt, one client per
*>     line: "name,key[,groups[,quota]]". groups is a +-separated
*>     list of the route groups the contract covers (CONVERT,
*>     VALIDATE, STATS, HISTORY, PAYMENTS, ADMIN; blank or ALL
*>     entitles everything, so existing two-field lines keep
*>     working), quota a hard daily request ceiling (blank or zero
*>     means unmetered). The legacy single MS_API_KEY still works
*>     and meters as client DEFAULT with full entitlement, so
*>     partners can be migrated one at a time.
    01 api-keys-file-name pic x(256) value "resources/api-keys.txt".
    01 api-keys-status pic x(2).
        88 api-keys-file-ok value "00".
    01 txn-log-status pic x(2).
    01 txn-timestamp pic x(21).
    01 access-log-status pic x(2).
*>     the clock when the request came in, so the access log can say
*>     how long it took to answer (hundredths of a second, written
*>     as milliseconds)
    01 request-started pic x(21).
    01 request-started-hs pic 9(7).
    01 request-ended-hs pic 9(7).
    01 request-elapsed-ms pic 9(9).
    01 access-client pic x(16).
*>     both log files are opened on first use and kept open across
*>     requests -- the per-request open extend/close pair was the
*>     slowest part of serving a simple conversion once the logs
    01 compliance-env pic x(16).
    01 eur-equivalent pic 9(12)v9(8) value 0.

*>     firm quotes: /quote prices a pair at the current mid plus the
*>     dealing fee and hands back a quote ID good for
*>     MS_QUOTE_TTL_SECONDS (default 60); /deal books it at exactly
*>     the quoted figures, once, for the client key that asked. Both
*>     are written to a dated reports/fx-quotes-yyyymmdd.txt, the
*>     date being the one inside the quote ID, so the deal lands on
*>     the same file as its quote:
*>       QUOTE,id,client,FROM>TO,amount in,mid out,fee,total,
*>             mid rate,all-in rate,EUR equivalent,issued,expires
*>       DEAL,id,client,FROM>TO,amount in,mid out,fee,total,
*>             mid rate,all-in rate,EUR equivalent,dealt
*>     and the deal's transaction log line carries the quote ID as a
*>     trailing column, so recon-report re-prices it at the quoted
*>     rate rather than at whatever the rate file says by then
    01 quote-file-name pic x(256).
    01 quote-file-status pic x(2).
        88 quote-file-ok value "00".
    01 quote-ttl-state pic x value "U".
        88 quote-ttl-not-read value "U".
    01 quote-ttl-seconds pic 9(5) value 60.
    01 quote-ttl-text pic x(10).
    01 quote-seq pic 9(4) value 0.
    01 quote-id pic x(19).
    01 quote-id-given pic x(40).
    01 quote-client pic x(16).
    01 quote-mid-rate pic 9(7)v9(8).
    01 quote-all-in-rate pic 9(7)v9(8).
    01 quote-rate-edit pic z(6)9.9(8).
    01 quote-mid-text pic x(20).
    01 quote-rate-text pic x(20).
    01 quote-eur-text pic x(20).
    01 quote-now-stamp pic x(14).
    01 quote-expiry-secs pic 9(7).
    01 quote-expiry-days pic 9(3).
    01 quote-expiry-stamp.
        05 quote-expiry-date pic 9(8).
        05 quote-expiry-hh pic 9(2).
        05 quote-expiry-mm pic 9(2).
        05 quote-expiry-ss pic 9(2).
    01 quote-scan-ptr pic 9(4) comp.
    01 quote-found-flag pic x value "N".
        88 quote-found value "Y".
    01 quote-dealt-flag pic x value "N".
        88 quote-already-dealt value "Y".
    01 quote-tokens.
        05 quote-tok-type pic x(8).
        05 quote-tok-id pic x(19).
        05 quote-tok-client pic x(16).
        05 quote-tok-pair pic x(7).
        05 quote-tok-amount-in pic x(32).
        05 quote-tok-amount-out pic x(30).
        05 quote-tok-fee pic x(30).
        05 quote-tok-total pic x(30).
        05 quote-tok-mid-rate pic x(20).
        05 quote-tok-rate pic x(20).
        05 quote-tok-eur pic x(20).
        05 quote-tok-issued pic x(14).
        05 quote-tok-expires pic x(14).
    01 quote-saved.
        05 quote-saved-pair pic x(7).
        05 quote-saved-amount-in pic x(32).
        05 quote-saved-amount-out pic x(30).
        05 quote-saved-fee pic x(30).
        05 quote-saved-total pic x(30).
        05 quote-saved-mid-rate pic x(20).
        05 quote-saved-rate pic x(20).
        05 quote-saved-eur pic x(20).
        05 quote-saved-expires pic x(14).
*>     set only while a deal is being logged; blank on every other
*>     transaction log line, which then keeps its nine columns
    01 txn-quote-id pic x(19) value spaces.
    01 txn-log-ptr pic 9(4) comp.

*>     client self-service history: the calling key's own lines off
*>     the dated transaction logs for a date range, read the way
*>     settlement-report reads a day -- the dated file, else the
*>     rotation archive, plus the legacy undated log. The range is
*>     capped at MS_HISTORY_MAX_DAYS (default 31) per call, and a
*>     range whose lines would not fit in one response is cut off
*>     and flagged as truncated, so the client narrows the range
    01 history-log-name pic x(256).
    01 history-log-status pic x(2).
        88 history-log-ok value "00".
    01 history-archive-dir pic x(256) value "reports/archive".
    01 history-max-state pic x value "U".
        88 history-max-not-read value "U".
    01 history-max-days pic 9(3) value 31.
    01 history-max-text pic x(10).
    01 history-from pic x(8).
    01 history-to pic x(8).
    01 history-format pic x(4).
        88 history-as-csv value "csv" "CSV".
    01 history-day pic 9(8).
    01 history-day-int usage binary-long.
    01 history-end-int usage binary-long.
    01 history-client pic x(16).
    01 history-line-count pic 9(6) value 0.
    01 history-count-edit pic zzzzz9.
    01 history-log-read pic x value "N".
        88 history-file-was-read value "Y".
    01 history-full-flag pic x value "N".
        88 history-is-full value "Y".
    01 history-scan-ptr pic 9(4) comp.
    01 history-tokens.
        05 history-tok-ts pic x(14).
        05 history-tok-pair pic x(7).
        05 history-tok-amount-in pic x(32).
        05 history-tok-amount-out pic x(32).
        05 history-tok-rate-date pic x(8).
        05 history-tok-client pic x(16).
        05 history-tok-fee pic x(32).
        05 history-tok-ref pic x(40).
        05 history-tok-eur pic x(20).
*>     the body is built into resp-body, less a margin for the one
*>     line being added and the closing totals
    78 HISTORY-BODY-LIMIT value 32000.
    01 resp-content-type pic x(32) value "application/json".
    01 shell-command pic x(512).
    01 shell-rc pic s9(9) comp.

    01 service-control external.
        05 shutdown-flag pic x value "N".
            88 shutdown-requested value "Y".
    01 json-skip pic x(512).
    01 json-value pic x(64).
    01 batch-ref pic x(40).

*>     payment status inquiry: where an outgoing credit transfer has
*>     got to, for the service desk, looked for in the files the
*>     SEPA jobs leave behind -- returned (sepa-returns-history),
*>     submitted (sepa-history, which names the batch), on the
*>     approvals queue or its archive (pending, approved or
*>     refused), or waiting for its value date on pending-payments.
*>     The same debtor and amount can turn up in more than one of
*>     them when a payment is made again, so the most recent match
*>     is reported: a return only when it is dated on or after the
*>     latest submission, a later stage over an earlier one on the
*>     same day. The access log line of the request (path plus
*>     client) is the record of who looked up which payment.
    01 payment-source-name pic x(256).
    01 payment-source-status pic x(2).
        88 payment-source-ok value "00".
    copy "modules/approval-record.cpy".
    01 payment-lookup pic x value "A".
        88 payment-lookup-by-ref value "R".
    01 payment-debtor-given pic x(34).
    01 payment-amount-given pic 9(10)v99.
    01 payment-ref-given pic x(35).
*>     the fields of the line being looked at, whichever file it
*>     came from, and how much of the remittance it carries
    01 payment-line-iban pic x(34).
    01 payment-line-amount pic x(13).
    01 payment-line-ref pic x(35).
    01 payment-ref-width pic 9(2) comp.
    01 payment-line-match pic x.
        88 payment-line-matches value "Y".
*>     what is reported about the payment found
    01 payment-state pic x(20).
    01 payment-creditor pic x(34).
    01 payment-amount pic 9(10)v99.
    01 payment-date pic x(8).
    01 payment-date-name pic x(16).
    01 payment-detail-name pic x(16).
    01 payment-detail pic x(24).
    01 payment-amount-edit pic z(9)9.99.
*>     how far along the payment reported is, and the date it is
*>     judged by -- the decision date for an approved or refused
*>     item, otherwise the date reported
    01 payment-stage pic 9 comp.
    01 payment-when pic x(8).
*>     the match just found, offered against the one reported
    01 found-state pic x(20).
    01 found-creditor pic x(34).
    01 found-amount pic 9(10)v99.
    01 found-date pic x(8).
    01 found-date-name pic x(16).
    01 found-detail-name pic x(16).
    01 found-detail pic x(24).
    01 found-stage pic 9 comp.
    01 found-when pic x(8).
linkage section.
    01 l-buffer pic x any length.
    01 l-length usage binary-long unsigned.
procedure division using l-buffer, l-length returning omitted.
    move function current-date to request-started.
*>     /status never runs the key check, so the last caller's name
*>     must not carry over onto its access log line
    move spaces to api-client-name.
    set address of exchange-rates to dataset-ptr.
    move dataset-count to rate-count.
    move "application/json" to resp-content-type.

    move spaces to request-method, request-full-path, request-version.
    unstring l-buffer(1:l-length) delimited by all spaces into
    if request-ref not = spaces and http-get
        and route-group = "CONVERT"
        and path-seg(1) not = "batch"
        and path-seg(1) not = "quote"
        perform check-idempotent-replay
        if replay-found
            perform send-replay-response
            perform handle-validate-iban
        when path-seg-count = 3 and path-seg(1) = "validate-account"
            perform handle-validate-account
        when path-seg-count = 3 and path-seg(1) = "payment-status"
            perform handle-payment-status
        when path-seg-count = 2 and path-seg(1) = "batch"
            perform handle-batch
        when path-seg-count = 4 and path-seg(1) = "cross"
            perform handle-cross-convert
        when path-seg-count = 4 and path-seg(1) = "quote"
            perform handle-quote
        when path-seg-count = 2 and path-seg(1) = "deal"
            perform handle-deal
        when (path-seg-count = 3 or path-seg-count = 4)
                and path-seg(1) = "history"
            perform handle-history
        when path-seg-count = 4 and path-seg(1) = "stats"
            perform handle-rate-stats
        when path-seg-count = 3 and path-seg(1) = "EUR"

classify-route section.
*>     same shape as the main route dispatch below, collapsed to the
*>     groups the partner contracts are written in
    evaluate true
        when path-seg-count >= 2 and path-seg(1) = "admin"
            move "ADMIN" to route-group
            move "VALIDATE" to route-group
        when path-seg-count = 4 and path-seg(1) = "stats"
            move "STATS" to route-group
        when path-seg(1) = "history"
            move "HISTORY" to route-group
        when path-seg(1) = "payment-status"
            move "PAYMENTS" to route-group
        when other
            move "CONVERT" to route-group
    end-evaluate.
    perform log-transaction.
    perform send-quote-response.

handle-quote section.
*>     priced exactly as the cross route prices a pair (either side
*>     may be EUR), but through a mid rate fixed to eight places, so
*>     that the deal and the reconciliation can both reproduce the
*>     quoted amount from the rate on the quote line alone
    perform check-rates-stale.
    move path-seg(2) to cross-source.
    move path-seg(3) to cross-target.
    move path-seg(4) to amount-in.
    if cross-source = cross-target
        move "quote needs two different currencies" to error-message
        perform send-bad-request
    end-if.
    move cross-source to batch-currency.
    if batch-currency = "EUR"
        move 1 to cross-source-rate
    else
        perform find-currency
        if not currency-found
            move "currency not found" to error-message
            perform send-not-found
        end-if
        move rate-value(found-idx) to cross-source-rate
    end-if.
    move cross-target to batch-currency.
    if batch-currency = "EUR"
        move 1 to cross-target-rate
    else
        perform find-currency
        if not currency-found
            move "currency not found" to error-message
            perform send-not-found
        end-if
        move rate-value(found-idx) to cross-target-rate
    end-if.
    if function test-numval(function trim(amount-in)) not = 0
        move "amount is not numeric" to error-message
        perform send-bad-request
    end-if.
    move function numval(amount-in) to amount-numeric.
    if amount-numeric = 0
        move "amount must be greater than zero" to error-message
        perform send-bad-request
    end-if.
    move cross-source to batch-currency.
    move amount-numeric to limit-check-amount.
    perform check-currency-reference.
    move cross-target to batch-currency.
    perform check-currency-suspended.
    compute quote-mid-rate rounded mode is nearest-even =
        cross-target-rate / cross-source-rate
        on size error
            move "rate out of range" to error-message
            perform send-bad-request
    end-compute.
    compute eur-amount rounded mode is nearest-even =
        amount-numeric * quote-mid-rate
        on size error
            move "amount overflowed" to error-message
            perform send-bad-request
    end-compute.
*>     decimals follow the currency the client receives; the margin
*>     follows the foreign side of the pair, the way the other
*>     conversion routes key the fee schedule
    perform decimals-for-currency.
    perform format-amount.
    if cross-target = "EUR"
        move cross-source to batch-currency
    end-if.
    perform apply-fee.
    compute quote-all-in-rate rounded mode is nearest-even =
        total-amount / amount-numeric
        on size error move 0 to quote-all-in-rate
    end-compute.
    compute eur-equivalent rounded mode is nearest-even =
        amount-numeric / cross-source-rate
        on size error move 0 to eur-equivalent
    end-compute.
    perform make-quote-id.
    perform compute-quote-expiry.
    move quote-mid-rate to quote-rate-edit.
    move function trim(quote-rate-edit) to quote-mid-text.
    move quote-all-in-rate to quote-rate-edit.
    move function trim(quote-rate-edit) to quote-rate-text.
    compute txn-eur-edit rounded mode is nearest-even =
        eur-equivalent.
    move function trim(txn-eur-edit) to quote-eur-text.
    move 0 to eur-equivalent.
    move spaces to quote-record.
    string "QUOTE," delimited by size
           quote-id delimited by size
           "," delimited by size
           function trim(quote-client) delimited by size
           "," delimited by size
           cross-source delimited by size
           ">" delimited by size
           cross-target delimited by size
           "," delimited by size
           function trim(amount-in) delimited by size
           "," delimited by size
           function trim(amount-text) delimited by size
           "," delimited by size
           function trim(fee-text) delimited by size
           "," delimited by size
           function trim(total-text) delimited by size
           "," delimited by size
           function trim(quote-mid-text) delimited by size
           "," delimited by size
           function trim(quote-rate-text) delimited by size
           "," delimited by size
           function trim(quote-eur-text) delimited by size
           "," delimited by size
           quote-now-stamp delimited by size
           "," delimited by size
           quote-expiry-stamp delimited by size
        into quote-record
    end-string.
    move quote-id(2:8) to ws-scan-date.
    perform write-quote-record.
    move spaces to txn-fee.
    perform send-firm-quote-response.

handle-deal section.
*>     a quote is good once, for the client key it was issued to,
*>     until its expiry; the booked figures are the quote's own, not
*>     a fresh pricing off the rate table, so a reload in between
*>     changes nothing for the client
    move path-seg(2) to quote-id-given.
    if quote-id-given(1:1) not = "Q"
        or quote-id-given(2:18) not numeric
        or quote-id-given(20:) not = spaces
        move "quote not found" to error-message
        perform send-not-found
    end-if.
    move quote-id-given(1:19) to quote-id.
    move quote-id(2:8) to ws-scan-date.
    perform scan-quote-file.
    if not quote-found
        move "quote not found" to error-message
        perform send-not-found
    end-if.
    move api-client-name to quote-client.
    if quote-client = spaces
        move "-" to quote-client
    end-if.
    if function trim(quote-tok-client) not = function trim(quote-client)
        move HTTP-FORBIDDEN to resp-status-text
        move "quote was issued to another client" to error-message
        perform send-error
    end-if.
    if quote-already-dealt
        move "409 Conflict" to resp-status-text
        move "quote has already been dealt" to error-message
        perform send-error
    end-if.
    move function current-date to ws-now-stamp.
    move ws-now-stamp(1:14) to quote-now-stamp.
    if quote-now-stamp > quote-saved-expires
        move "410 Gone" to resp-status-text
        move "quote has expired" to error-message
        perform send-error
    end-if.
*>     the DEAL line is what marks the quote used, so it goes down
*>     before the booking; a quote that cannot be marked is not
*>     booked at all
    move spaces to quote-record.
    string "DEAL," delimited by size
           quote-id delimited by size
           "," delimited by size
           function trim(quote-client) delimited by size
           "," delimited by size
           quote-saved-pair delimited by size
           "," delimited by size
           function trim(quote-saved-amount-in) delimited by size
           "," delimited by size
           function trim(quote-saved-amount-out) delimited by size
           "," delimited by size
           function trim(quote-saved-fee) delimited by size
           "," delimited by size
           function trim(quote-saved-total) delimited by size
           "," delimited by size
           function trim(quote-saved-mid-rate) delimited by size
           "," delimited by size
           function trim(quote-saved-rate) delimited by size
           "," delimited by size
           function trim(quote-saved-eur) delimited by size
           "," delimited by size
           quote-now-stamp delimited by size
        into quote-record
    end-string.
    perform write-quote-record.
    move quote-saved-pair(1:3) to txn-from.
    move quote-saved-pair(5:3) to txn-to.
    move quote-saved-amount-in to amount-in.
    move quote-saved-amount-out to amount-text.
    move quote-saved-fee to fee-text.
    move quote-saved-total to total-text.
    move quote-saved-rate to quote-rate-text.
    move quote-saved-fee to txn-fee.
    move function numval(quote-saved-eur) to eur-equivalent.
    move quote-id to txn-quote-id.
    perform log-transaction.
    perform send-deal-response.

make-quote-id section.
*>     Q + issue stamp to the second + a rolling sequence, so quotes
*>     issued in the same second stay distinct and the quote's file
*>     date can be read straight off the ID
    move function current-date to ws-now-stamp.
    move ws-now-stamp(1:14) to quote-now-stamp.
    if quote-seq = 9999
        move 0 to quote-seq
    end-if.
    add 1 to quote-seq.
    move spaces to quote-id.
    string "Q" delimited by size
           quote-now-stamp delimited by size
           quote-seq delimited by size
        into quote-id
    end-string.
    move api-client-name to quote-client.
    if quote-client = spaces
        move "-" to quote-client
    end-if.

compute-quote-expiry section.
    if quote-ttl-not-read
        move "R" to quote-ttl-state
        accept quote-ttl-text from environment "MS_QUOTE_TTL_SECONDS"
            on exception move spaces to quote-ttl-text
        end-accept
        if function trim(quote-ttl-text) not = spaces
            and function trim(quote-ttl-text) is numeric
            move function numval(quote-ttl-text) to quote-ttl-seconds
        end-if
    end-if.
    compute quote-expiry-secs =
        function numval(quote-now-stamp(9:2)) * 3600
        + function numval(quote-now-stamp(11:2)) * 60
        + function numval(quote-now-stamp(13:2))
        + quote-ttl-seconds.
    divide quote-expiry-secs by 86400 giving quote-expiry-days
        remainder quote-expiry-secs.
    compute date-integer =
        function integer-of-date(function numval(quote-now-stamp(1:8)))
        + quote-expiry-days.
    move function date-of-integer(date-integer) to quote-expiry-date.
    divide quote-expiry-secs by 3600 giving quote-expiry-hh
        remainder quote-expiry-secs.
    divide quote-expiry-secs by 60 giving quote-expiry-mm
        remainder quote-expiry-ss.

write-quote-record section.
*>     keyed off ws-scan-date, the date inside the quote ID
    move spaces to quote-file-name.
    string "reports/fx-quotes-" delimited by size
           ws-scan-date delimited by size
           ".txt" delimited by size
        into quote-file-name
    end-string.
    open extend quote-file.
    if quote-file-status not = "00"
        open output quote-file
    end-if.
    if quote-file-status not = "00"
        perform refuse-unrecorded-quote
    end-if.
    write quote-record.
    if quote-file-status not = "00"
        close quote-file
        perform refuse-unrecorded-quote
    end-if.
    close quote-file.

refuse-unrecorded-quote section.
*>     a quote nobody can find again must not go out, and a deal
*>     that cannot be marked must not be booked
    move spaces to ws-syslog-message.
    string "http-handler: cannot record quote, status "
               delimited by size
           quote-file-status delimited by size
        into ws-syslog-message
    end-string.
    call "write-syslog" using SYSLOG-SEVERITY-ERRROR, ws-syslog-message.
    display function trim(ws-syslog-message) upon syserr.
    move "500 Internal Server Error" to resp-status-text.
    move "quote could not be recorded" to error-message.
    perform send-error.

scan-quote-file section.
    move "N" to quote-found-flag.
    move "N" to quote-dealt-flag.
    move spaces to quote-saved.
    move spaces to quote-file-name.
    string "reports/fx-quotes-" delimited by size
           ws-scan-date delimited by size
           ".txt" delimited by size
        into quote-file-name
    end-string.
    open input quote-file.
    if not quote-file-ok
        exit paragraph
    end-if.
    perform until exit
        read quote-file at end exit perform end-read
        move spaces to quote-tokens
        move 1 to quote-scan-ptr
        unstring quote-record delimited by ","
            into quote-tok-type, quote-tok-id, quote-tok-client,
                 quote-tok-pair, quote-tok-amount-in,
                 quote-tok-amount-out, quote-tok-fee, quote-tok-total,
                 quote-tok-mid-rate, quote-tok-rate, quote-tok-eur,
                 quote-tok-issued, quote-tok-expires
            with pointer quote-scan-ptr
        end-unstring
        if quote-tok-id = quote-id
            evaluate quote-tok-type
                when "QUOTE"
                    move "Y" to quote-found-flag
                    move quote-tok-client to quote-client
                    move quote-tok-pair to quote-saved-pair
                    move quote-tok-amount-in to quote-saved-amount-in
                    move quote-tok-amount-out to quote-saved-amount-out
                    move quote-tok-fee to quote-saved-fee
                    move quote-tok-total to quote-saved-total
                    move quote-tok-mid-rate to quote-saved-mid-rate
                    move quote-tok-rate to quote-saved-rate
                    move quote-tok-eur to quote-saved-eur
                    move quote-tok-expires to quote-saved-expires
                when "DEAL"
                    move "Y" to quote-dealt-flag
            end-evaluate
        end-if
    end-perform.
    close quote-file.
*>     leave the issuing client where the caller compares it
    move quote-client to quote-tok-client.

handle-historical-convert section.
    perform ensure-historical-loaded.
    if not hist-is-loaded
        call "load-historical-rates"
    end-if.

handle-history section.
    if history-max-not-read
        move "R" to history-max-state
        accept history-max-text from environment "MS_HISTORY_MAX_DAYS"
            on exception move spaces to history-max-text
        end-accept
        if function trim(history-max-text) not = spaces
            and function trim(history-max-text) is numeric
            move function numval(history-max-text) to history-max-days
        end-if
        accept history-archive-dir from environment "MS_LOG_ARCHIVE_DIR"
            on exception move "reports/archive" to history-archive-dir
        end-accept
    end-if.
    move path-seg(2) to date-input.
    perform normalize-date.
    move iso-date to history-from.
    move path-seg(3) to date-input.
    perform normalize-date.
    move iso-date to history-to.
    if history-from not numeric or history-to not numeric
        or history-from > history-to
        move "bad date range" to error-message
        perform send-bad-request
    end-if.
    if function test-date-yyyymmdd(function numval(history-from)) not = 0
        or function test-date-yyyymmdd(function numval(history-to))
            not = 0
        move "bad date range" to error-message
        perform send-bad-request
    end-if.
    move "json" to history-format.
    if path-seg-count = 4
        move path-seg(4) to history-format
        if not history-as-csv and path-seg(4) not = "json"
            move "format must be json or csv" to error-message
            perform send-bad-request
        end-if
    end-if.
    compute history-day-int =
        function integer-of-date(function numval(history-from)).
    compute history-end-int =
        function integer-of-date(function numval(history-to)).
    if history-end-int - history-day-int + 1 > history-max-days
        move spaces to error-message
        move history-max-days to history-count-edit
        string "date range is limited to " delimited by size
               function trim(history-count-edit) delimited by size
               " days per request" delimited by size
            into error-message
        end-string
        perform send-bad-request
    end-if.
    move api-client-name to history-client.
    if history-client = spaces
        move "-" to history-client
    end-if.

    move spaces to resp-body.
    move 1 to json-ptr.
    move 0 to history-line-count.
    move "N" to history-full-flag.
    if history-as-csv
        move "text/csv" to resp-content-type
        string "timestamp,pair,amount_in,amount_out,rate_date,fee,"
                   delimited by size
               "request_ref,eur_equivalent" delimited by size
               x"0A" delimited by size
            into resp-body
            with pointer json-ptr
        end-string
    else
        string '{"client": "' delimited by size
               function trim(history-client) delimited by size
               '", "from": "' delimited by size
               history-from delimited by size
               '", "to": "' delimited by size
               history-to delimited by size
               '", "transactions": [' delimited by size
            into resp-body
            with pointer json-ptr
        end-string
    end-if.
*>     the legacy undated log only holds lines from before the
*>     cutover to dated files, so it goes first to keep the output
*>     in time order
    move "reports/transaction.log" to history-log-name.
    perform scan-history-file.
    perform until history-day-int > history-end-int
        or history-is-full
        move function date-of-integer(history-day-int) to history-day
        perform scan-history-day
        add 1 to history-day-int
    end-perform.

    move history-line-count to history-count-edit.
    if history-as-csv
        if history-is-full
            string "# truncated, narrow the date range" delimited by size
                   x"0A" delimited by size
                into resp-body
                with pointer json-ptr
            end-string
        end-if
    else
        string '], "count": ' delimited by size
               function trim(history-count-edit) delimited by size
               ', "truncated": ' delimited by size
            into resp-body
            with pointer json-ptr
        end-string
        if history-is-full
            string 'true}' delimited by size into resp-body
                with pointer json-ptr
            end-string
        else
            string 'false}' delimited by size into resp-body
                with pointer json-ptr
            end-string
        end-if
    end-if.
    compute resp-body-length = json-ptr - 1.
    move HTTP-OK to resp-status-text.
    perform send-response.

scan-history-day section.
*>     the day's dated file, or the archived copy once log-rotate
*>     has compressed it
    move spaces to history-log-name.
    string "reports/transaction-" delimited by size
           history-day delimited by size
           ".log" delimited by size
        into history-log-name
    end-string.
    perform scan-history-file.
    if history-file-was-read
        exit paragraph
    end-if.
    move spaces to shell-command.
    string "gunzip -c " delimited by size
           function trim(history-archive-dir) delimited by size
           "/transaction-" delimited by size
           history-day delimited by size
           ".log.gz > reports/history.scratch 2>/dev/null"
               delimited by size
        into shell-command
    end-string.
    call "SYSTEM" using shell-command giving shell-rc.
    if shell-rc = 0
        move "reports/history.scratch" to history-log-name
        perform scan-history-file
    end-if.
    move "rm -f reports/history.scratch" to shell-command.
    call "SYSTEM" using shell-command giving shell-rc.

scan-history-file section.
    move "N" to history-log-read.
    open input history-log.
    if not history-log-ok
        exit paragraph
    end-if.
    move "Y" to history-log-read.
    perform until history-is-full
        read history-log at end exit perform end-read
        perform add-history-line
    end-perform.
    close history-log.

add-history-line section.
    move spaces to history-tokens.
    move 1 to history-scan-ptr.
    unstring history-log-record delimited by ","
        into history-tok-ts, history-tok-pair, history-tok-amount-in,
             history-tok-amount-out, history-tok-rate-date,
             history-tok-client, history-tok-fee, history-tok-ref,
             history-tok-eur
        with pointer history-scan-ptr
    end-unstring.
    if history-tok-ts(1:8) < history-from
        or history-tok-ts(1:8) > history-to
        exit paragraph
    end-if.
    if function trim(history-tok-client) not = function trim(history-client)
        exit paragraph
    end-if.
    if function test-numval(function trim(history-tok-amount-in)) not = 0
        or function test-numval(function trim(history-tok-amount-out))
            not = 0
        exit paragraph
    end-if.
*>     lines from before the fee and EUR-equivalent columns existed
*>     answer with zero rather than an empty JSON value
    if function trim(history-tok-fee) = spaces
        move "0" to history-tok-fee
    end-if.
    if function trim(history-tok-eur) = spaces
        move "0" to history-tok-eur
    end-if.
    if json-ptr > HISTORY-BODY-LIMIT
        move "Y" to history-full-flag
        exit paragraph
    end-if.
    add 1 to history-line-count.
    if history-as-csv
        string history-tok-ts delimited by size
               "," delimited by size
               function trim(history-tok-pair) delimited by size
               "," delimited by size
               function trim(history-tok-amount-in) delimited by size
               "," delimited by size
               function trim(history-tok-amount-out) delimited by size
               "," delimited by size
               function trim(history-tok-rate-date) delimited by size
               "," delimited by size
               function trim(history-tok-fee) delimited by size
               "," delimited by size
               function trim(history-tok-ref) delimited by size
               "," delimited by size
               function trim(history-tok-eur) delimited by size
               x"0A" delimited by size
            into resp-body
            with pointer json-ptr
        end-string
        exit paragraph
    end-if.
    if history-line-count > 1
        string ", " delimited by size into resp-body
            with pointer json-ptr
        end-string
    end-if.
    string '{"timestamp": "' delimited by size
           history-tok-ts delimited by size
           '", "pair": "' delimited by size
           function trim(history-tok-pair) delimited by size
           '", "amount_in": ' delimited by size
           function trim(history-tok-amount-in) delimited by size
           ', "amount_out": ' delimited by size
           function trim(history-tok-amount-out) delimited by size
           ', "rate_date": "' delimited by size
           function trim(history-tok-rate-date) delimited by size
           '", "fee": ' delimited by size
           function trim(history-tok-fee) delimited by size
           ', "request_ref": "' delimited by size
           function trim(history-tok-ref) delimited by size
           '", "eur_equivalent": ' delimited by size
           function trim(history-tok-eur) delimited by size
           '}' delimited by size
        into resp-body
        with pointer json-ptr
    end-string.

handle-rate-stats section.
*>     high/low/average/start/end over a date range in one response,
*>     so a quarterly review is one request instead of hundreds of
    move HTTP-OK to resp-status-text.
    perform send-response.

handle-payment-status section.
*>     /payment-status/<debtor-iban>/<amount> or
*>     /payment-status/ref/<remittance>, the remittance with its
*>     spaces sent as %20
    move spaces to payment-debtor-given, payment-ref-given.
    move 0 to payment-amount-given.
    if path-seg(2) = "ref"
        move "R" to payment-lookup
        move function substitute(function trim(path-seg(3)), "%20", " ")
            to payment-ref-given
        if payment-ref-given = spaces
            move "remittance reference missing" to error-message
            perform send-bad-request
        end-if
    else
        move "A" to payment-lookup
        move function upper-case(function trim(path-seg(2)))
            to payment-debtor-given
        if function test-numval(function trim(path-seg(3))) not = 0
            move "invalid amount" to error-message
            perform send-bad-request
        end-if
        move function numval(function trim(path-seg(3)))
            to payment-amount-given
    end-if.

    move spaces to payment-state, payment-creditor, payment-date,
        payment-date-name, payment-detail-name, payment-detail,
        payment-when.
    move 0 to payment-amount, payment-stage.
    perform find-pending-payment.
    perform find-parked-payment.
    perform find-submitted-payment.
    perform find-returned-payment.
    if payment-state = spaces
        move "unknown" to payment-state
    end-if.

    move spaces to resp-body.
    move 1 to json-ptr.
    string '{"status": "' delimited by size
           function trim(payment-state) delimited by size
           '"' delimited by size
        into resp-body
        with pointer json-ptr
    end-string.
    if payment-state not = "unknown"
        move payment-amount to payment-amount-edit
        string ', "creditor_iban": "' delimited by size
               function trim(payment-creditor) delimited by size
               '", "amount": ' delimited by size
               function trim(payment-amount-edit) delimited by size
               ', "' delimited by size
               function trim(payment-date-name) delimited by size
               '": "' delimited by size
               function trim(payment-date) delimited by size
               '"' delimited by size
            into resp-body
            with pointer json-ptr
        end-string
    end-if.
    if payment-detail-name not = spaces
        if payment-detail = spaces
            string ', "' delimited by size
                   function trim(payment-detail-name) delimited by size
                   '": null' delimited by size
                into resp-body
                with pointer json-ptr
            end-string
        else
            string ', "' delimited by size
                   function trim(payment-detail-name) delimited by size
                   '": "' delimited by size
                   function trim(payment-detail) delimited by size
                   '"' delimited by size
                into resp-body
                with pointer json-ptr
            end-string
        end-if
    end-if.
    string '}' delimited by size into resp-body
        with pointer json-ptr
    end-string.
    compute resp-body-length = json-ptr - 1.
    move HTTP-OK to resp-status-text.
    perform send-response.

find-returned-payment section.
*>     sepa-returns' history of every return matched: return date
*>     at 1, debtor IBAN at 9, creditor at 43, amount at 77,
*>     remittance at 90, ISO reason code at 125
    move "resources/sepa-returns-history.txt" to payment-source-name.
    open input payment-source.
    if not payment-source-ok
        exit paragraph
    end-if.
    move 35 to payment-ref-width.
    perform until exit
        read payment-source at end exit perform end-read
        move payment-source-line(9:34) to payment-line-iban
        move payment-source-line(77:13) to payment-line-amount
        move payment-source-line(90:35) to payment-line-ref
        perform match-payment-line
        if payment-line-matches
            move "returned" to found-state
            move payment-source-line(43:34) to found-creditor
            move function numval(payment-line-amount) to found-amount
            move "returned_on" to found-date-name
            move payment-source-line(1:8) to found-date, found-when
            move "reason_code" to found-detail-name
            move payment-source-line(125:4) to found-detail
            move 5 to found-stage
            perform keep-latest-payment
        end-if
    end-perform.
    close payment-source.

find-submitted-payment section.
*>     sepa-submit's history: submit date at 1, debtor IBAN at 9,
*>     creditor at 43, amount at 77, remittance at 90, batch id at
*>     125 (blank on lines older than the batch id)
    move "resources/sepa-history.txt" to payment-source-name.
    open input payment-source.
    if not payment-source-ok
        exit paragraph
    end-if.
    move 35 to payment-ref-width.
    perform until exit
        read payment-source at end exit perform end-read
        move payment-source-line(9:34) to payment-line-iban
        move payment-source-line(77:13) to payment-line-amount
        move payment-source-line(90:35) to payment-line-ref
        perform match-payment-line
        if payment-line-matches
            move "submitted" to found-state
            move payment-source-line(43:34) to found-creditor
            move function numval(payment-line-amount) to found-amount
            move "submitted_on" to found-date-name
            move payment-source-line(1:8) to found-date, found-when
            move "batch" to found-detail-name
            move payment-source-line(125:22) to found-detail
            move 4 to found-stage
            perform keep-latest-payment
        end-if
    end-perform.
    close payment-source.

find-parked-payment section.
*>     the approvals queue, then the archive payment-approve moves
*>     decided items onto; approved items go out on the next
*>     sepa-submit run
    move "resources/approval-queue.txt" to payment-source-name.
    perform scan-approval-file.
    move "resources/approval-archive.txt" to payment-source-name.
    perform scan-approval-file.

scan-approval-file section.
*>     the instruction as keyed is in appr-image
    open input payment-source.
    if not payment-source-ok
        exit paragraph
    end-if.
    move 35 to payment-ref-width.
    perform until exit
        read payment-source at end exit perform end-read
        move payment-source-line to approval-record
        move appr-image(1:34) to payment-line-iban
        move appr-image(80:12) to payment-line-amount
        move appr-image(92:35) to payment-line-ref
        perform match-payment-line
        if payment-line-matches
            move appr-image(35:34) to found-creditor
            move function numval(payment-line-amount) to found-amount
            move "parked_on" to found-date-name
            move appr-parked to found-date
            move spaces to found-detail-name, found-detail
            evaluate true
                when appr-approved
                    move "approved" to found-state
                    move "approved_on" to found-detail-name
                    move appr-decided(1:8) to found-detail, found-when
                    move 3 to found-stage
                when appr-refused
                    move "refused" to found-state
                    move "refused_on" to found-detail-name
                    move appr-decided(1:8) to found-detail, found-when
                    move 3 to found-stage
                when other
                    move "held_for_approval" to found-state
                    move "held_for" to found-detail-name
                    evaluate true
                        when appr-high-value
                            move "high_value" to found-detail
                        when appr-new-creditor
                            move "new_creditor" to found-detail
                        when appr-high-value-new
                            move "high_value_new_creditor"
                                to found-detail
                    end-evaluate
                    move appr-parked to found-when
                    move 2 to found-stage
            end-evaluate
            perform keep-latest-payment
        end-if
    end-perform.
    close payment-source.

find-pending-payment section.
*>     future-dated instructions sepa-submit deferred for
*>     sepa-release: the instruction layout, execute date at 127
    move "resources/pending-payments.txt" to payment-source-name.
    open input payment-source.
    if not payment-source-ok
        exit paragraph
    end-if.
    move 35 to payment-ref-width.
    perform until exit
        read payment-source at end exit perform end-read
        move payment-source-line(1:34) to payment-line-iban
        move payment-source-line(80:12) to payment-line-amount
        move payment-source-line(92:35) to payment-line-ref
        perform match-payment-line
        if payment-line-matches
            move "pending" to found-state
            move payment-source-line(35:34) to found-creditor
            move function numval(payment-line-amount) to found-amount
            move "value_date" to found-date-name
            move payment-source-line(127:8) to found-date, found-when
            move spaces to found-detail-name, found-detail
            move 1 to found-stage
            perform keep-latest-payment
        end-if
    end-perform.
    close payment-source.

keep-latest-payment section.
*>     a later date wins; on the same date the later stage does, and
*>     within one file the later line -- so a return dated before
*>     the latest submission of the same payment is not reported
    if payment-state not = spaces
        and (found-when < payment-when
            or (found-when = payment-when
                and found-stage < payment-stage))
        exit paragraph
    end-if.
    move found-state to payment-state.
    move found-creditor to payment-creditor.
    move found-amount to payment-amount.
    move found-date to payment-date.
    move found-date-name to payment-date-name.
    move found-detail-name to payment-detail-name.
    move found-detail to payment-detail.
    move found-stage to payment-stage.
    move found-when to payment-when.

match-payment-line section.
*>     only lines with an amount are payments; headings and totals
*>     are passed over
    move "N" to payment-line-match.
    if function test-numval(function trim(payment-line-amount)) not = 0
        exit paragraph
    end-if.
    if payment-lookup-by-ref
        if payment-line-ref(1:payment-ref-width)
                = payment-ref-given(1:payment-ref-width)
            move "Y" to payment-line-match
        end-if
    else
        if payment-line-iban = payment-debtor-given
            and function numval(payment-line-amount)
                = payment-amount-given
            move "Y" to payment-line-match
        end-if
    end-if.

handle-status section.
    perform compute-rate-age.
    move rate-age-seconds to rate-age-minutes.
    move HTTP-OK to resp-status-text.
    perform send-response.

send-firm-quote-response section.
    move spaces to resp-body.
    move 1 to json-ptr.
    string '{"quote_id": "' delimited by size
           quote-id delimited by size
           '", "from": "' delimited by size
           cross-source delimited by size
           '", "to": "' delimited by size
           cross-target delimited by size
           '", "amount": ' delimited by size
           function trim(amount-text) delimited by size
           ', "fee": ' delimited by size
           function trim(fee-text) delimited by size
           ', "total": ' delimited by size
           function trim(total-text) delimited by size
           ', "rate": ' delimited by size
           function trim(quote-rate-text) delimited by size
           ', "expires_at": "' delimited by size
           quote-expiry-stamp delimited by size
           '"}' delimited by size
        into resp-body
        with pointer json-ptr
    end-string.
    compute resp-body-length = json-ptr - 1.
    move HTTP-OK to resp-status-text.
    perform send-response.

send-deal-response section.
    move spaces to resp-body.
    move 1 to json-ptr.
    string '{"quote_id": "' delimited by size
           quote-id delimited by size
           '", "dealt": true, "amount": ' delimited by size
           function trim(amount-text) delimited by size
           ', "fee": ' delimited by size
           function trim(fee-text) delimited by size
           ', "total": ' delimited by size
           function trim(total-text) delimited by size
           ', "rate": ' delimited by size
           function trim(quote-rate-text) delimited by size
           '}' delimited by size
        into resp-body
        with pointer json-ptr
    end-string.
    compute resp-body-length = json-ptr - 1.
    move HTTP-OK to resp-status-text.
    perform send-response.

handle-admin-shutdown section.
*>     drain-and-stop: this response is the last thing the connection
*>     sees; receive-tcp notices the flag after the send completes,
           function trim(txn-eur-edit) delimited by size
        into txn-log-record
    end-string.
    if txn-quote-id not = spaces
        compute txn-log-ptr =
            length(trim(txn-log-record trailing)) + 1
        string "," delimited by size
               txn-quote-id delimited by size
            into txn-log-record
            with pointer txn-log-ptr
        end-string
    end-if.
    move spaces to txn-rate-date.
    move spaces to txn-fee.
    move spaces to txn-quote-id.
    if txn-log-is-open and txn-log-date not = txn-timestamp(1:8)
        close txn-log
        move "N" to txn-log-opened
    if access-peer = spaces or access-peer = low-values
        move "-" to access-peer
    end-if.
*>     the client is the key's name from api-keys.txt (DEFAULT for
*>     the MS_API_KEY key), never the key itself; "-" when no key
*>     was matched -- the 401s, /status, or a service run without keys
    move api-client-name to access-client.
    if access-client = spaces
        move "-" to access-client
    end-if.
    compute request-started-hs =
        function numval(request-started(9:2)) * 360000
        + function numval(request-started(11:2)) * 6000
        + function numval(request-started(13:2)) * 100
        + function numval(request-started(15:2)).
    compute request-ended-hs =
        function numval(txn-timestamp(9:2)) * 360000
        + function numval(txn-timestamp(11:2)) * 6000
        + function numval(txn-timestamp(13:2)) * 100
        + function numval(txn-timestamp(15:2)).
    if request-ended-hs < request-started-hs
        add 8640000 to request-ended-hs
    end-if.
    compute request-elapsed-ms =
        (request-ended-hs - request-started-hs) * 10.
    move spaces to access-log-record.
*>     the path may itself hold commas (/batch/USD:1,GBP:2), so the
*>     fields after it are read from the right-hand end of the line
    string txn-timestamp(1:14) delimited by size
           "," delimited by size
           function trim(access-peer) delimited by size
           function trim(request-full-path(1:200)) delimited by size
           "," delimited by size
           resp-status-text(1:3) delimited by size
           "," delimited by size
           function trim(access-client) delimited by size
           "," delimited by size
           request-elapsed-ms delimited by size
        into access-log-record
    end-string.
    if not access-log-is-open
    string "HTTP/1.1 " delimited by size
           resp-status-text delimited by size
           CRLF delimited by size
           "Content-Type: " delimited by size
           function trim(resp-content-type) delimited by size
           CRLF delimited by size
           "Content-Length: " delimited by size
           function trim(resp-length-text) delimited by size
