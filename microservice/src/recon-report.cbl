*> undated log for pre-cutover lines. MS_RECON_TOLERANCE overrides
*> the default tolerance of 0.02 (widened to 0.60 for no-decimals
*> currencies, whose logged amounts are rounded to whole units).
*>
*> A line booked through /deal carries its quote ID as a trailing
*> column and is re-priced at the mid rate on that quote's QUOTE
*> line in reports/fx-quotes-yyyymmdd.txt, not at the rate file:
*> the client was promised that rate, whatever the file says now.
*>
*> The exceptions report ends with the run's control totals -- the
*> reconciled date, the day's log lines read, how many were
*> re-priced and how many are exceptions -- for the nightly
*> balancing job to tie out against the transaction log and the
*> settlement summary.
*>*
identification division.
program-id. recon-report.
    select txn-log assign to dynamic txn-log-name
        organization line sequential
        file status is txn-log-status.
    select quote-file assign to dynamic quote-file-name
        organization line sequential
        file status is quote-file-status.
    select exception-report assign to "reports/recon-exceptions.txt"
        organization line sequential
        file status is report-status.
    01 csv-content pic x(1024).
fd txn-log.
    01 txn-log-record pic x(220).
fd quote-file.
    01 quote-record pic x(256).
fd exception-report.
    01 exception-line pic x(120).
working-storage section.
        88 txn-log-ok value "00".
    01 report-status pic x(2).
        88 report-ok value "00".
    01 quote-file-name pic x(256).
    01 quote-file-status pic x(2).
        88 quote-file-ok value "00".

    01 dataset.
        05 dataset-ptr usage pointer.
    01 txn-amount-in pic x(32).
    01 txn-amount-out pic x(32).
    01 txn-rate-date pic x(8).
    01 txn-client pic x(16).
    01 txn-fee pic x(32).
    01 txn-ref pic x(40).
    01 txn-eur pic x(20).
    01 txn-quote-id pic x(19).
    01 txn-from pic x(3).
    01 txn-to pic x(3).

    01 quote-scan-ptr pic 9(4) comp.
    01 quote-tok-type pic x(8).
    01 quote-tok-id pic x(19).
    01 quote-tok-skip pic x(32).
    01 quote-tok-mid-rate pic x(20).

    01 from-rate pic 9(7)v9(8).
    01 to-rate pic 9(7)v9(8).
    01 ws-rate-found pic x.
        88 ccy-ref-is-found value "Y".

    01 ws-line-count pic 9(9) value 0.
    01 ws-day-line-count pic 9(9) value 0.
    01 ws-checked-count pic 9(9) value 0.
    01 ws-exception-count pic 9(9) value 0.
    01 ws-amount-edit pic -(12)9.99.
        on exception move "reports/archive" to archive-dir
    end-accept.
    perform scan-day-sources.
    perform write-control-totals.
    close exception-report.
    if ws-files-read = 0
        display "recon-report: no transaction log found for "
    move "rm -f reports/txnlog.scratch" to shell-command.
    call "SYSTEM" using shell-command giving shell-rc.

write-control-totals section.
    move spaces to exception-line.
    write exception-line.
    move spaces to exception-line.
    move "RECON DATE" to exception-line(1:10).
    move recon-date to exception-line(26:8).
    write exception-line.
    move spaces to exception-line.
    move "LOG LINES FOR THE DAY" to exception-line(1:21).
    move ws-day-line-count to exception-line(26:9).
    write exception-line.
    move spaces to exception-line.
    move "TRANSACTIONS RE-PRICED" to exception-line(1:22).
    move ws-checked-count to exception-line(26:9).
    write exception-line.
    move spaces to exception-line.
    move "EXCEPTIONS" to exception-line(1:10).
    move ws-exception-count to exception-line(26:9).
    write exception-line.

reconcile-one-line section.
    move spaces to txn-timestamp, txn-pair, txn-amount-in,
        txn-amount-out, txn-rate-date, txn-client, txn-fee, txn-ref,
        txn-eur, txn-quote-id.
    move 1 to txn-scan-ptr.
    unstring txn-log-record delimited by ","
        into txn-timestamp, txn-pair, txn-amount-in,
             txn-amount-out, txn-rate-date, txn-client, txn-fee,
             txn-ref, txn-eur, txn-quote-id
        with pointer txn-scan-ptr
    end-unstring.
    if txn-timestamp(1:8) not = recon-date
        exit paragraph
    end-if.
    add 1 to ws-day-line-count.
    if function test-numval(function trim(txn-amount-in)) not = 0
        or function test-numval(function trim(txn-amount-out)) not = 0
*>         the amounts on this line are unusable, so clear whatever
    end-if.

look-up-rates section.
*>     a deal is re-priced at its quote's rate; a dated line off the
*>     historical file for its rate date; a spot line off the live
*>     rate table
    move "Y" to ws-rate-found.
    if txn-quote-id not = spaces
        perform look-up-quoted-rate
        exit paragraph
    end-if.
    if txn-rate-date not = spaces
        perform ensure-historical-loaded
        perform look-up-hist-rates
        move "CURRENCY NOT ON FILE" to ws-reason-text
    end-if.

look-up-quoted-rate section.
*>     the quote file is dated by the date inside the quote ID, and
*>     the mid rate the deal was booked at is the QUOTE line's ninth
*>     column; the quoted amount is that rate times the amount in
    move 1 to from-rate.
    move 0 to to-rate.
    move spaces to quote-file-name.
    string "reports/fx-quotes-" delimited by size
           txn-quote-id(2:8) delimited by size
           ".txt" delimited by size
        into quote-file-name
    end-string.
    open input quote-file.
    if quote-file-ok
        perform until exit
            read quote-file at end exit perform end-read
            move spaces to quote-tok-type, quote-tok-id,
                quote-tok-mid-rate
            move 1 to quote-scan-ptr
            unstring quote-record delimited by ","
                into quote-tok-type, quote-tok-id, quote-tok-skip,
                     quote-tok-skip, quote-tok-skip, quote-tok-skip,
                     quote-tok-skip, quote-tok-skip, quote-tok-mid-rate
                with pointer quote-scan-ptr
            end-unstring
            if quote-tok-type = "QUOTE" and quote-tok-id = txn-quote-id
                and function test-numval(function trim(
                    quote-tok-mid-rate)) = 0
                move function numval(quote-tok-mid-rate) to to-rate
                exit perform
            end-if
        end-perform
        close quote-file
    end-if.
    if to-rate = 0
        move "N" to ws-rate-found
        move "QUOTE NOT ON FILE" to ws-reason-text
    end-if.

ensure-historical-loaded section.
*>     the store opens lazily, so a log with no dated lines never
*>     touches the historical file at all
