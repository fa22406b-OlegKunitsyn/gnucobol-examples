       >>SOURCE FORMAT FREE
*>*
*> Net open currency position keeping for the desk. Every line on
*> the dated transaction logs is a deal with the bank on the other
*> side: on a FROM>TO line the counterparty delivers amount-in of
*> FROM and the bank delivers amount-out of TO, so the bank goes long
*> FROM and short TO -- a cross pair moves both legs, EUR (the base
*> currency) is not a position. The job nets each day's legs into
*> the positions carried forward on resources/fx-positions.txt,
*> together with the EUR book value of each position (from the log
*> line's EUR equivalent) and the fee income earned on its flows
*> this month, converted to EUR at the line's own rate.
*>
*> Runs for the current date by default; MS_POSITION_DATE (yyyymmdd)
*> runs as of another day. Days the job missed since the as-of date
*> on the position file are caught up in order, and a day already
*> on the file is refused rather than counted twice. Each day's
*> lines come off reports/transaction-yyyymmdd.log, the rotation
*> archive when log-rotate has already compressed the day, and the
*> legacy undated log, as settlement-report reads them.
*>
*> Each closing position is checked against the position limit on
*> the currency reference file (its seventh column); a breach is
*> flagged on reports/fx-position.txt and alerted through syslog.
*>
*> On the last calendar day of a month (or with MS_POSITION_MONTH_END
*> set to Y) the open positions are revalued at that day's rate off
*> the indexed historical store, falling back over weekends and
*> holidays to the last date on it. The revaluation gain or loss
*> against book is printed beside the month's fee income, the book
*> value is marked to the revalued amount and the fee income starts
*> the new month at zero. Without a month-end rate the run stops
*> with nothing written, so it can be rerun once the store is
*> loaded.
*>*
identification division.
program-id. fx-position.
environment division.
configuration section.
repository. function all intrinsic.
input-output section.
file-control.
    select txn-log assign to dynamic txn-log-name
        organization line sequential
        file status is txn-log-status.
    select position-file assign to "resources/fx-positions.txt"
        organization line sequential
        file status is position-status.
    select position-work assign to "resources/fx-positions.new"
        organization line sequential
        file status is work-status.
    select position-report assign to "reports/fx-position.txt"
        organization line sequential
        file status is report-status.
data division.
file section.
fd txn-log.
    01 txn-log-record pic x(220).
fd position-file.
    01 position-line pic x(80).
fd position-work.
    01 work-line pic x(80).
fd position-report.
    01 report-line pic x(132).
working-storage section.
    01 txn-log-name pic x(256) value "reports/transaction.log".
    01 txn-log-status pic x(2).
        88 txn-log-ok value "00".
    01 position-status pic x(2).
        88 position-ok value "00".
    01 work-status pic x(2).
        88 work-ok value "00".
    01 report-status pic x(2).
        88 report-ok value "00".

    01 run-date pic x(8).
    01 scan-date pic x(8).
    01 asof-date pic x(8) value spaces.
    01 ws-env-value pic x(32).
    01 ws-force-month-end pic x value "N".
        88 force-month-end value "Y".
    01 date-numeric pic 9(8).
    01 date-integer usage binary-long.
    01 run-integer usage binary-long.
    01 ws-next-date pic x(8).
    01 ws-days-scanned pic 9(3) value 0.
*>     a position file more than this many days behind is caught up
*>     only over the last of them; older days need a manual rerun
    78 CATCH-UP-LIMIT value 31.

    01 ws-scan-ptr pic 9(4) comp.
    01 txn-timestamp pic x(14).
    01 txn-pair pic x(7).
    01 txn-amount-in pic x(32).
    01 txn-amount-out pic x(32).
    01 txn-rate-date pic x(8).
    01 txn-client pic x(16).
    01 txn-fee pic x(32).
    01 txn-ref pic x(40).
    01 txn-eur pic x(32).
    01 txn-from pic x(3).
    01 txn-to pic x(3).
    01 amount-in pic 9(13)v999.
    01 amount-out pic 9(13)v999.
    01 eur-equivalent pic 9(13)v99.
    01 fee-eur pic 9(11)v9(4).
    01 ws-eur-known pic x.
        88 eur-known value "Y".
    01 ws-leg-currency pic x(3).

    01 pos-count pic 9(3) value 0.
    01 position-table.
        05 pos-entry occurs 1 to 200 times depending on pos-count
            indexed by pos-idx.
            10 pos-currency pic x(3).
            10 pos-opening pic s9(13)v999.
            10 pos-amount pic s9(13)v999.
            10 pos-bought pic 9(13)v999.
            10 pos-sold pic 9(13)v999.
            10 pos-book-eur pic s9(13)v99.
            10 pos-fees-period pic 9(11)v9(4).
            10 pos-fees-mtd pic 9(11)v9(4).
    01 ws-found pic x.
        88 pos-found value "Y".

    01 position-limit pic 9(12)v99.
    01 limit-found pic x.
        88 limit-is-found value "Y".
    01 ws-breach-count pic 9(5) value 0.

    copy "modules/historical-rate-table.cpy".
    copy "modules/hist-rate-record.cpy".
    01 ws-hist-tried pic x value "N".
        88 hist-load-tried value "Y".
    01 ws-row-found pic x.
        88 hist-row-is-found value "Y".
    01 ws-col pic 9(4) comp.
    01 ws-rate-date pic x(8).
    01 fallback-steps pic 9(2) comp.
    78 HIST-FALLBACK-LIMIT value 10.
    01 reval-rate pic 9(7)v9(8).
    01 reval-eur pic s9(13)v99.
    01 reval-gain pic s9(13)v99.
    01 reval-net pic s9(13)v99.
    01 reval-total-gain pic s9(13)v99.
    01 reval-total-fees pic s9(13)v99.
    01 ws-reval-count pic 9(3) value 0.

    01 tok-1 pic x(16).
    01 tok-2 pic x(32).
    01 tok-3 pic x(32).
    01 tok-4 pic x(32).
    01 tok-ptr pic 9(3) comp.

    01 ws-line-count pic 9(9) value 0.
    01 ws-deal-count pic 9(9) value 0.
    01 ws-unpriced-count pic 9(9) value 0.
    01 ws-lines-on-page pic 9(3) value 0.
    01 ws-page-number pic 9(3) value 1.
    01 ws-page-text pic zz9.
    01 ws-date-heading pic x(10).
    01 ws-reval-heading pic x(10).
    01 ws-position-edit pic -(12)9.999.
    01 ws-eur-edit pic -(12)9.99.
    01 ws-fee-edit pic z(10)9.9999.
    01 ws-limit-edit pic z(11)9.99.
    01 ws-rate-edit pic zzzzzz9.99999999.
    01 ws-count-display pic zzzzzzzz9.

    01 archive-dir pic x(256) value "reports/archive".
    01 shell-command pic x(512).
    01 shell-rc pic s9(9) comp.
    01 ws-log-read pic x value "N".
        88 log-was-read value "Y".

    78 SYSLOG-SEVERITY-ERRROR value 3.
    01 ws-syslog-message pic x(128).
procedure division.
    accept run-date from date yyyymmdd.
    accept ws-env-value from environment "MS_POSITION_DATE"
        on exception move spaces to ws-env-value
    end-accept.
    if ws-env-value(1:8) is numeric
        move ws-env-value(1:8) to run-date
    end-if.
    move spaces to ws-env-value.
    accept ws-env-value from environment "MS_POSITION_MONTH_END"
        on exception move spaces to ws-env-value
    end-accept.
    if ws-env-value(1:1) = "Y" or ws-env-value(1:1) = "y"
        move "Y" to ws-force-month-end
    end-if.
    accept archive-dir from environment "MS_LOG_ARCHIVE_DIR"
        on exception move "reports/archive" to archive-dir
    end-accept.

    perform load-positions.
    if asof-date not = spaces and asof-date >= run-date
        display "fx-position: positions already carried to "
            asof-date ", nothing done" upon syserr
        move 1 to return-code
        stop run
    end-if.

    open output position-report.
    if not report-ok
        display "fx-position: cannot open reports/fx-position.txt, "
            "status " report-status upon syserr
        move 1 to return-code
        stop run
    end-if.
    move run-date(5:2) to ws-date-heading(1:2).
    move "/" to ws-date-heading(3:1).
    move run-date(7:2) to ws-date-heading(4:2).
    move "/" to ws-date-heading(6:1).
    move run-date(1:4) to ws-date-heading(7:4).
    perform print-page-heading.

*>     the first day to net is the one after the as-of date; a first
*>     run, or a file too far behind, starts on the run date or at
*>     the catch-up limit
    move function numval(run-date) to date-numeric.
    compute run-integer = function integer-of-date(date-numeric).
    if asof-date is numeric
        move function numval(asof-date) to date-numeric
        compute date-integer = function integer-of-date(date-numeric) + 1
        if date-integer < run-integer - CATCH-UP-LIMIT + 1
            compute date-integer = run-integer - CATCH-UP-LIMIT + 1
        end-if
    else
        move run-integer to date-integer
    end-if.
    perform until date-integer > run-integer
        move function date-of-integer(date-integer) to date-numeric
        move date-numeric to scan-date
        perform scan-day-sources
        add 1 to ws-days-scanned
        perform check-month-end
        add 1 to date-integer
    end-perform.

    perform print-positions.
    close position-report.
    perform write-positions.

    move ws-deal-count to ws-count-display.
    display "fx-position: " function trim(ws-count-display)
        " deals netted over " ws-days-scanned " day(s), "
        pos-count " currencies, " ws-breach-count " limit breaches, "
        ws-reval-count " month-end revaluations".
    goback.

load-positions section.
*>     "ASOF,yyyymmdd" names the last day netted into the file; every
*>     other line is "CCY,position,book-eur,fees-mtd-eur"
    move 0 to pos-count.
    open input position-file.
    if not position-ok
        exit paragraph
    end-if.
    perform until exit
        read position-file at end exit perform end-read
        move spaces to tok-1, tok-2, tok-3, tok-4
        move 1 to tok-ptr
        unstring position-line delimited by ","
            into tok-1, tok-2, tok-3, tok-4
            with pointer tok-ptr
        end-unstring
        evaluate true
            when function trim(tok-1) = "ASOF"
                move tok-2(1:8) to asof-date
            when function trim(tok-1) = spaces
                continue
            when function test-numval(function trim(tok-2)) not = 0
                continue
            when pos-count < 200
                add 1 to pos-count
                set pos-idx to pos-count
                move tok-1(1:3) to pos-currency(pos-idx)
                move function numval(tok-2) to pos-amount(pos-idx)
                move 0 to pos-book-eur(pos-idx)
                if function test-numval(function trim(tok-3)) = 0
                    move function numval(tok-3) to pos-book-eur(pos-idx)
                end-if
                move 0 to pos-fees-mtd(pos-idx)
                if function test-numval(function trim(tok-4)) = 0
                    move function numval(tok-4) to pos-fees-mtd(pos-idx)
                end-if
                move pos-amount(pos-idx) to pos-opening(pos-idx)
                move 0 to pos-bought(pos-idx), pos-sold(pos-idx),
                    pos-fees-period(pos-idx)
        end-evaluate
    end-perform.
    close position-file.

scan-day-sources section.
*>     the day's dated file first, then the rotation archive when
*>     log-rotate has already compressed that day, and finally the
*>     legacy undated log for lines written before the cutover to
*>     dated files -- each line is filtered by date, so a line is
*>     only ever netted out of the one file it lives in
    move spaces to txn-log-name.
    string "reports/transaction-" delimited by size
           scan-date delimited by size
           ".log" delimited by size
        into txn-log-name
    end-string.
    perform scan-one-log-file.
    if not log-was-read
        perform fetch-archived-day
    end-if.
    move "reports/transaction.log" to txn-log-name.
    perform scan-one-log-file.

scan-one-log-file section.
    move "N" to ws-log-read.
    open input txn-log.
    if not txn-log-ok
        exit paragraph
    end-if.
    move "Y" to ws-log-read.
    perform until exit
        read txn-log at end exit perform end-read
        add 1 to ws-line-count
        perform net-one-line
    end-perform.
    close txn-log.

fetch-archived-day section.
    move spaces to shell-command.
    string "gunzip -c " delimited by size
           function trim(archive-dir) delimited by size
           "/transaction-" delimited by size
           scan-date delimited by size
           ".log.gz > reports/txnlog.scratch 2>/dev/null"
               delimited by size
        into shell-command
    end-string.
    call "SYSTEM" using shell-command giving shell-rc.
    if shell-rc = 0
        move "reports/txnlog.scratch" to txn-log-name
        perform scan-one-log-file
    end-if.
    move "rm -f reports/txnlog.scratch" to shell-command.
    call "SYSTEM" using shell-command giving shell-rc.

net-one-line section.
    move spaces to txn-timestamp, txn-pair, txn-amount-in,
        txn-amount-out, txn-rate-date, txn-client, txn-fee, txn-ref,
        txn-eur.
    move 1 to ws-scan-ptr.
    unstring txn-log-record delimited by ","
        into txn-timestamp, txn-pair, txn-amount-in, txn-amount-out,
             txn-rate-date, txn-client, txn-fee, txn-ref, txn-eur
        with pointer ws-scan-ptr
    end-unstring.
    if txn-timestamp(1:8) not = scan-date
        exit paragraph
    end-if.
    if function test-numval(function trim(txn-amount-in)) not = 0
        or function test-numval(function trim(txn-amount-out)) not = 0
        or txn-pair(4:1) not = ">"
        exit paragraph
    end-if.
    move txn-pair(1:3) to txn-from.
    move txn-pair(5:3) to txn-to.
    move function numval(txn-amount-in) to amount-in.
    move function numval(txn-amount-out) to amount-out.
    add 1 to ws-deal-count.

*>     lines written before the EUR equivalent was logged are priced
*>     off their EUR leg; a cross pair without one still moves both
*>     positions but cannot move their book value
    move "Y" to ws-eur-known.
    evaluate true
        when txn-eur not = spaces
            and function test-numval(function trim(txn-eur)) = 0
            move function numval(txn-eur) to eur-equivalent
        when txn-from = "EUR"
            move amount-in to eur-equivalent
        when txn-to = "EUR"
            move amount-out to eur-equivalent
        when other
            move 0 to eur-equivalent
            move "N" to ws-eur-known
            add 1 to ws-unpriced-count
    end-evaluate.

    if txn-from not = "EUR"
        move txn-from to ws-leg-currency
        perform find-position
        if pos-found
            add amount-in to pos-amount(pos-idx), pos-bought(pos-idx)
            add eur-equivalent to pos-book-eur(pos-idx)
        end-if
    end-if.
    if txn-to not = "EUR"
        move txn-to to ws-leg-currency
        perform find-position
        if pos-found
            subtract amount-out from pos-amount(pos-idx)
            add amount-out to pos-sold(pos-idx)
            subtract eur-equivalent from pos-book-eur(pos-idx)
        end-if
    end-if.

*>     the fee is logged in the out currency; it is earned on the
*>     foreign side of the pair -- the out currency, or the in
*>     currency when the client bought EUR
    if txn-fee = spaces
        or function test-numval(function trim(txn-fee)) not = 0
        or amount-out = 0
        or not eur-known
        exit paragraph
    end-if.
    compute fee-eur rounded mode is nearest-even =
        function numval(txn-fee) * eur-equivalent / amount-out.
    if txn-to not = "EUR"
        move txn-to to ws-leg-currency
    else
        move txn-from to ws-leg-currency
    end-if.
    if ws-leg-currency = "EUR"
        exit paragraph
    end-if.
    perform find-position.
    if pos-found
        add fee-eur to pos-fees-period(pos-idx), pos-fees-mtd(pos-idx)
    end-if.

find-position section.
    move "N" to ws-found.
    perform varying pos-idx from 1 by 1 until pos-idx > pos-count
        if pos-currency(pos-idx) = ws-leg-currency
            move "Y" to ws-found
            exit perform
        end-if
    end-perform.
    if pos-found
        exit paragraph
    end-if.
    if pos-count >= 200
        exit paragraph
    end-if.
    add 1 to pos-count.
    set pos-idx to pos-count.
    move ws-leg-currency to pos-currency(pos-idx).
    move 0 to pos-opening(pos-idx), pos-amount(pos-idx),
        pos-bought(pos-idx), pos-sold(pos-idx), pos-book-eur(pos-idx),
        pos-fees-period(pos-idx), pos-fees-mtd(pos-idx).
    move "Y" to ws-found.

check-month-end section.
    move function numval(scan-date) to date-numeric.
    compute date-numeric = function date-of-integer(
        function integer-of-date(date-numeric) + 1).
    move date-numeric to ws-next-date.
    if ws-next-date(5:2) = scan-date(5:2)
        and not (force-month-end and scan-date = run-date)
        exit paragraph
    end-if.
    perform revalue-positions.

revalue-positions section.
*>     the month-end rate is the scan date's row on the historical
*>     store, or the last row before it within the fallback limit
    if not hist-load-tried
        move "Y" to ws-hist-tried
        call "load-historical-rates"
    end-if.
    if not hist-is-loaded
        display "fx-position: historical rate store not available, "
            "month-end revaluation for " scan-date " not possible"
            upon syserr
        perform abandon-run
    end-if.
    move scan-date to ws-rate-date.
    move 0 to fallback-steps.
    perform until exit
        call "read-hist-rate" using ws-rate-date, hist-rate-record,
            ws-row-found
        if hist-row-is-found or fallback-steps >= HIST-FALLBACK-LIMIT
            exit perform
        end-if
        move function numval(ws-rate-date) to date-numeric
        compute date-numeric = function date-of-integer(
            function integer-of-date(date-numeric) - 1)
        move date-numeric to ws-rate-date
        add 1 to fallback-steps
    end-perform.
    if not hist-row-is-found
        display "fx-position: no month-end rate on the historical "
            "store for " scan-date upon syserr
        perform abandon-run
    end-if.

    add 1 to ws-reval-count.
    move scan-date(5:2) to ws-reval-heading(1:2).
    move "/" to ws-reval-heading(3:1).
    move scan-date(7:2) to ws-reval-heading(4:2).
    move "/" to ws-reval-heading(6:1).
    move scan-date(1:4) to ws-reval-heading(7:4).
    perform print-reval-heading.
    move 0 to reval-total-gain, reval-total-fees.
    perform varying pos-idx from 1 by 1 until pos-idx > pos-count
        perform revalue-one-position
    end-perform.
    if ws-lines-on-page >= 58
        move spaces to report-line
        write report-line before advancing page
        add 1 to ws-page-number
        perform print-page-heading
    end-if.
    move spaces to report-line.
    move "TOTAL" to report-line(1:5).
    move reval-total-gain to ws-eur-edit.
    move ws-eur-edit to report-line(74:16).
    move reval-total-fees to ws-eur-edit.
    move ws-eur-edit to report-line(91:16).
    compute reval-net = reval-total-gain + reval-total-fees.
    move reval-net to ws-eur-edit.
    move ws-eur-edit to report-line(108:16).
    write report-line.
    move spaces to report-line.
    write report-line.
    add 2 to ws-lines-on-page.

revalue-one-position section.
    move 0 to reval-rate.
    perform varying ws-col from 1 by 1 until ws-col > hist-currency-count
        if hist-currency-code(ws-col) = pos-currency(pos-idx)
            move hist-rec-value(ws-col) to reval-rate
            exit perform
        end-if
    end-perform.
    if ws-lines-on-page >= 60
        move spaces to report-line
        write report-line before advancing page
        add 1 to ws-page-number
        perform print-page-heading
        perform print-reval-columns
    end-if.
    move spaces to report-line.
    move pos-currency(pos-idx) to report-line(1:3).
    move pos-amount(pos-idx) to ws-position-edit.
    move ws-position-edit to report-line(5:17).
    move pos-book-eur(pos-idx) to ws-eur-edit.
    move ws-eur-edit to report-line(40:16).
*>     a currency the store does not carry keeps its book value and
*>     is left for the desk to price by hand
    if reval-rate = 0
        move "NO RATE" to report-line(23:7)
        move pos-fees-mtd(pos-idx) to ws-eur-edit
        move ws-eur-edit to report-line(91:16)
        write report-line
        add 1 to ws-lines-on-page
        add pos-fees-mtd(pos-idx) to reval-total-fees
        move 0 to pos-fees-mtd(pos-idx)
        exit paragraph
    end-if.
    move reval-rate to ws-rate-edit.
    move ws-rate-edit to report-line(23:16).
    compute reval-eur rounded mode is nearest-even =
        pos-amount(pos-idx) / reval-rate.
    compute reval-gain = reval-eur - pos-book-eur(pos-idx).
    compute reval-net rounded mode is nearest-even =
        reval-gain + pos-fees-mtd(pos-idx).
    move reval-eur to ws-eur-edit.
    move ws-eur-edit to report-line(57:16).
    move reval-gain to ws-eur-edit.
    move ws-eur-edit to report-line(74:16).
    move pos-fees-mtd(pos-idx) to ws-eur-edit.
    move ws-eur-edit to report-line(91:16).
    move reval-net to ws-eur-edit.
    move ws-eur-edit to report-line(108:16).
    write report-line.
    add 1 to ws-lines-on-page.
    add reval-gain to reval-total-gain.
    add pos-fees-mtd(pos-idx) to reval-total-fees.
*>     the position is carried into the new month at its revalued
*>     book, and the month's fee income has been reported
    move reval-eur to pos-book-eur(pos-idx).
    move 0 to pos-fees-mtd(pos-idx).

abandon-run section.
*>     nothing is carried forward: the rerun nets the same days
*>     again once the store has its month-end row
    close position-report.
    move 1 to return-code.
    stop run.

print-page-heading section.
    move ws-page-number to ws-page-text.
    move spaces to report-line.
    move "NET OPEN CURRENCY POSITIONS" to report-line(1:27).
    move ws-date-heading to report-line(110:10).
    move "PAGE" to report-line(123:4).
    move ws-page-text to report-line(128:3).
    write report-line.
    move spaces to report-line.
    move "SOURCE: DATED TRANSACTION LOGS, BASE CURRENCY EUR"
        to report-line(1:49).
    write report-line.
    move spaces to report-line.
    write report-line.
    move 3 to ws-lines-on-page.

print-reval-heading section.
    if ws-lines-on-page >= 54
        move spaces to report-line
        write report-line before advancing page
        add 1 to ws-page-number
        perform print-page-heading
    end-if.
    move spaces to report-line.
    move "MONTH-END REVALUATION" to report-line(1:21).
    move ws-reval-heading to report-line(23:10).
    move "RATE OF" to report-line(35:7).
    move ws-rate-date to report-line(43:8).
    write report-line.
    move spaces to report-line.
    write report-line.
    add 2 to ws-lines-on-page.
    perform print-reval-columns.

print-reval-columns section.
    move spaces to report-line.
    move "CCY" to report-line(1:3).
    move "POSITION" to report-line(14:8).
    move "MONTH-END RATE" to report-line(25:14).
    move "BOOK EUR" to report-line(48:8).
    move "REVALUED EUR" to report-line(61:12).
    move "GAIN/LOSS EUR" to report-line(77:13).
    move "FEES MTD EUR" to report-line(95:12).
    move "NET EUR" to report-line(117:7).
    write report-line.
    add 1 to ws-lines-on-page.

print-positions section.
    if ws-lines-on-page >= 54
        move spaces to report-line
        write report-line before advancing page
        add 1 to ws-page-number
        perform print-page-heading
    end-if.
    move spaces to report-line.
    move "CLOSING POSITIONS" to report-line(1:17).
    write report-line.
    move spaces to report-line.
    write report-line.
    add 2 to ws-lines-on-page.
    perform print-position-columns.
    perform varying pos-idx from 1 by 1 until pos-idx > pos-count
        perform print-one-position
    end-perform.
    if ws-lines-on-page >= 57
        move spaces to report-line
        write report-line before advancing page
        add 1 to ws-page-number
        perform print-page-heading
    end-if.
    move spaces to report-line.
    write report-line.
    move spaces to report-line.
    move "DEALS NETTED" to report-line(1:12).
    move ws-deal-count to ws-count-display.
    move ws-count-display to report-line(24:9).
    write report-line.
    move spaces to report-line.
    move "LIMIT BREACHES" to report-line(1:14).
    move ws-breach-count to ws-count-display.
    move ws-count-display to report-line(24:9).
    write report-line.
    move spaces to report-line.
    move "DEALS WITHOUT EUR VALUE" to report-line(1:23).
    move ws-unpriced-count to ws-count-display.
    move ws-count-display to report-line(24:9).
    write report-line.

print-position-columns section.
    move spaces to report-line.
    move "CCY" to report-line(1:3).
    move "OPENING" to report-line(15:7).
    move "BOUGHT" to report-line(34:6).
    move "SOLD" to report-line(54:4).
    move "CLOSING" to report-line(69:7).
    move "LIMIT" to report-line(87:5).
    move "BOOK EUR" to report-line(101:8).
    move "FLAG" to report-line(111:4).
    write report-line.
    add 1 to ws-lines-on-page.

print-one-position section.
    if ws-lines-on-page >= 60
        move spaces to report-line
        write report-line before advancing page
        add 1 to ws-page-number
        perform print-page-heading
        perform print-position-columns
    end-if.
    move spaces to report-line.
    move pos-currency(pos-idx) to report-line(1:3).
    move pos-opening(pos-idx) to ws-position-edit.
    move ws-position-edit to report-line(5:17).
    move pos-bought(pos-idx) to ws-position-edit.
    move ws-position-edit to report-line(23:17).
    move pos-sold(pos-idx) to ws-position-edit.
    move ws-position-edit to report-line(41:17).
    move pos-amount(pos-idx) to ws-position-edit.
    move ws-position-edit to report-line(59:17).
    move pos-book-eur(pos-idx) to ws-eur-edit.
    move ws-eur-edit to report-line(93:16).
    call "currency-position-limit" using pos-currency(pos-idx),
        position-limit, limit-found.
    if limit-is-found and position-limit > 0
        move position-limit to ws-limit-edit
        move ws-limit-edit to report-line(77:15)
        if pos-amount(pos-idx) > position-limit
            or pos-amount(pos-idx) < 0 - position-limit
            move "LIMIT BREACH" to report-line(111:12)
            add 1 to ws-breach-count
            perform alert-limit-breach
        end-if
    end-if.
    write report-line.
    add 1 to ws-lines-on-page.

alert-limit-breach section.
    move pos-amount(pos-idx) to ws-position-edit.
    move spaces to ws-syslog-message.
    string "fx-position: " delimited by size
           pos-currency(pos-idx) delimited by size
           " net open position " delimited by size
           function trim(ws-position-edit) delimited by size
           " exceeds limit " delimited by size
           function trim(ws-limit-edit) delimited by size
        into ws-syslog-message
    end-string.
    call "write-syslog" using SYSLOG-SEVERITY-ERRROR, ws-syslog-message.
    display function trim(ws-syslog-message) upon syserr.

write-positions section.
*>     staged whole and swapped in one move: a run that dies before
*>     the move leaves yesterday's positions intact for the rerun
    open output position-work.
    if not work-ok
        display "fx-position: cannot open resources/fx-positions.new, "
            "status " work-status upon syserr
        move 1 to return-code
        stop run
    end-if.
    move spaces to work-line.
    string "ASOF," delimited by size
           run-date delimited by size
        into work-line
    end-string.
    write work-line.
    perform varying pos-idx from 1 by 1 until pos-idx > pos-count
        move spaces to work-line
        move pos-amount(pos-idx) to ws-position-edit
        move pos-book-eur(pos-idx) to ws-eur-edit
        move pos-fees-mtd(pos-idx) to ws-fee-edit
        string pos-currency(pos-idx) delimited by size
               "," delimited by size
               function trim(ws-position-edit) delimited by size
               "," delimited by size
               function trim(ws-eur-edit) delimited by size
               "," delimited by size
               function trim(ws-fee-edit) delimited by size
            into work-line
        end-string
        write work-line
    end-perform.
    close position-work.
    move "mv resources/fx-positions.new resources/fx-positions.txt"
        to shell-command.
    call "SYSTEM" using shell-command giving shell-rc.
    if shell-rc not = 0
        display "fx-position: cannot move resources/fx-positions.new "
            "into place, rc " shell-rc upon syserr
        move 1 to return-code
    end-if.
end program fx-position.

copy "modules/modules.cpy".
