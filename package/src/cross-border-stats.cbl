       >>SOURCE FORMAT FREE
*>*
*> Quarterly cross-border payment statistics for the central bank's
*> balance-of-payments return: the count and EUR value of the
*> payments we sent to and received from each country over the
*> quarter, totalled off the cross-border history the nightly
*> cross-border-capture step keeps (modules/cross-border-record.cpy)
*> from the sepa-register, sepa-returns, incoming-credits and
*> collection-batch outputs.
*>
*> Per counterparty country: transfers sent, less those returned
*> (sepa-returns), giving the net transfers sent; credits received;
*> and direct debits collected. Country names come from
*> resources/iban-country-lengths.txt (column 6 onwards); a code the
*> table does not know prints as UNKNOWN COUNTRY.
*>
*> The quarter reported is the one before the run date, the return
*> being due after the quarter closes; MS_BOP_QUARTER (yyyyQn, e.g.
*> 2026Q3) reports another. Output is the printed report
*> reports/cross-border-stats.txt and the fixed-format submission
*> file reports/bop-return-yyyyQn.txt:
*>   H  reporter id (MS_BOP_REPORTER_ID) x(12), period yyyyQn,
*>      created yyyymmddhhmmss
*>   D  country x(2), flow x(3) -- CTO net transfers sent, CTI
*>      credits received, DDI debits collected -- count 9(9), EUR
*>      amount 9(15)v99 with no decimal point
*>   T  number of D records 9(9), count 9(11), amount 9(17)v99
*> one D record per country and flow with anything to report.
*>*
identification division.
program-id. cross-border-stats.
environment division.
configuration section.
repository. function all intrinsic.
input-output section.
file-control.
    select history-file assign to "resources/cross-border-history.txt"
        organization line sequential
        file status is history-status.
    select country-table assign to "resources/iban-country-lengths.txt"
        organization line sequential
        file status is table-status.
    select stats-report assign to "reports/cross-border-stats.txt"
        organization line sequential
        file status is report-status.
    select submission-file assign to dynamic submission-file-name
        organization line sequential
        file status is submission-status.
data division.
file section.
fd history-file.
    copy "modules/cross-border-record.cpy".
fd country-table.
    01 country-line.
        05 country-line-code pic x(2).
        05 country-line-length pic x(2).
        05 filler pic x.
        05 country-line-name pic x(35).
fd stats-report.
    01 report-line pic x(132).
fd submission-file.
    01 submission-record pic x(60).
working-storage section.
    01 history-status pic x(2).
        88 history-ok value "00".
    01 table-status pic x(2).
        88 table-ok value "00".
    01 report-status pic x(2).
        88 report-ok value "00".
    01 submission-status pic x(2).
        88 submission-ok value "00".

    01 submission-file-name pic x(256).
    01 ws-stamp pic x(21).
    01 ws-run-date pic x(8).
    01 ws-env-quarter pic x(10).
    01 ws-reporter-id pic x(12).
    01 ws-quarter-text pic x(6).
    01 ws-year pic 9(4).
    01 ws-quarter pic 9.
    01 ws-period-start pic x(8).
    01 ws-period-end pic x(8).
    01 ws-month-start pic 9(2).
    01 ws-month-end pic 9(2).

    01 name-count pic 9(3) value 0.
    01 name-table.
        05 name-entry occurs 1 to 300 times
            depending on name-count
            indexed by name-idx.
            10 name-code pic x(2).
            10 name-text pic x(35).

*>     one entry per counterparty country, kept in country code
*>     order as countries are found
    01 country-count pic 9(3) value 0.
    01 country-stats.
        05 country-entry occurs 1 to 300 times
            depending on country-count
            indexed by country-idx.
            10 cs-code pic x(2).
            10 cs-sent-count pic 9(9).
            10 cs-sent-amount pic 9(15)v99.
            10 cs-returned-count pic 9(9).
            10 cs-returned-amount pic 9(15)v99.
            10 cs-received-count pic 9(9).
            10 cs-received-amount pic 9(15)v99.
            10 cs-collected-count pic 9(9).
            10 cs-collected-amount pic 9(15)v99.
    01 ws-slot pic 9(3).
    01 ws-move pic 9(3).

    01 ws-net-count pic s9(9).
    01 ws-net-amount pic s9(15)v99.
    01 total-stats.
        05 tot-sent-count pic 9(11) value 0.
        05 tot-sent-amount pic 9(17)v99 value 0.
        05 tot-returned-count pic 9(11) value 0.
        05 tot-returned-amount pic 9(17)v99 value 0.
        05 tot-net-count pic s9(11) value 0.
        05 tot-net-amount pic s9(17)v99 value 0.
        05 tot-received-count pic 9(11) value 0.
        05 tot-received-amount pic 9(17)v99 value 0.
        05 tot-collected-count pic 9(11) value 0.
        05 tot-collected-amount pic 9(17)v99 value 0.
    01 ws-lines-read pic 9(7) value 0.
    01 ws-lines-used pic 9(7) value 0.

    01 submission-header.
        05 sh-type pic x value "H".
        05 sh-reporter pic x(12).
        05 sh-period pic x(6).
        05 sh-created pic x(14).
        05 filler pic x(27) value spaces.
    01 submission-detail.
        05 sd-type pic x value "D".
        05 sd-country pic x(2).
        05 sd-flow pic x(3).
        05 sd-count pic 9(9).
        05 sd-amount pic 9(15)v99.
        05 filler pic x(28) value spaces.
    01 submission-trailer.
        05 st-type pic x value "T".
        05 st-records pic 9(9).
        05 st-count pic 9(11).
        05 st-amount pic 9(17)v99.
        05 filler pic x(20) value spaces.
    01 ws-flow-count pic s9(9).
    01 ws-flow-amount pic s9(15)v99.

    01 ws-lines-on-page pic 9(3) value 0.
    01 ws-page-number pic 9(3) value 0.
    01 ws-country-name pic x(35).
    01 ws-pair-start pic 9(3).
    01 ws-pair-label pic x(9).
    01 ws-pair-count pic s9(11).
    01 ws-pair-amount pic s9(17)v99.
    01 ws-count-edit pic -(7)9.
    01 ws-amount-edit pic -(12)9.99.
procedure division.
    move function current-date to ws-stamp.
    move ws-stamp(1:8) to ws-run-date.
    perform set-reporting-period.
    accept ws-reporter-id from environment "MS_BOP_REPORTER_ID"
        on exception move spaces to ws-reporter-id
    end-accept.

    perform load-country-names.

    open input history-file.
    if not history-ok
        display "cross-border-stats: cannot open history-file, status "
            history-status upon syserr
        move 1 to return-code
        stop run
    end-if.
    perform until exit
        read history-file at end exit perform end-read
        add 1 to ws-lines-read
        if xb-date >= ws-period-start and xb-date <= ws-period-end
            and xb-count is numeric and xb-amount is numeric
            perform add-history-line
        end-if
    end-perform.
    close history-file.

    open output stats-report.
    if not report-ok
        display "cross-border-stats: cannot open stats-report, status "
            report-status upon syserr
        move 1 to return-code
        stop run
    end-if.
    move spaces to submission-file-name.
    string "reports/bop-return-" delimited by size
           ws-quarter-text delimited by size
           ".txt" delimited by size
        into submission-file-name
    end-string.
    open output submission-file.
    if not submission-ok
        display "cross-border-stats: cannot open submission-file, "
            "status " submission-status upon syserr
        close stats-report
        move 1 to return-code
        stop run
    end-if.

    move ws-reporter-id to sh-reporter.
    move ws-quarter-text to sh-period.
    move ws-stamp(1:14) to sh-created.
    write submission-record from submission-header.
    move 0 to st-records, st-count, st-amount.

    perform print-page-heading.
    perform print-one-country varying country-idx from 1 by 1
        until country-idx > country-count.
    perform print-report-totals.
    close stats-report.

    write submission-record from submission-trailer.
    close submission-file.

    display "cross-border-stats: " ws-quarter-text ", "
        country-count " countries from " ws-lines-used
        " history lines, " st-records " return records".
    goback.

set-reporting-period section.
    accept ws-env-quarter from environment "MS_BOP_QUARTER"
        on exception move spaces to ws-env-quarter
    end-accept.
    if ws-env-quarter(1:4) is numeric
        and (ws-env-quarter(5:1) = "Q" or ws-env-quarter(5:1) = "q")
        and ws-env-quarter(6:1) >= "1" and ws-env-quarter(6:1) <= "4"
        move ws-env-quarter(1:4) to ws-year
        move ws-env-quarter(6:1) to ws-quarter
    else
*>         the quarter that closed last
        move ws-run-date(1:4) to ws-year
        compute ws-quarter = (function numval(ws-run-date(5:2)) + 2) / 3
        if ws-quarter = 1
            move 4 to ws-quarter
            subtract 1 from ws-year
        else
            subtract 1 from ws-quarter
        end-if
    end-if.
    move spaces to ws-quarter-text.
    string ws-year delimited by size
           "Q" delimited by size
           ws-quarter delimited by size
        into ws-quarter-text
    end-string.
    compute ws-month-start = ws-quarter * 3 - 2.
    compute ws-month-end = ws-quarter * 3.
    move ws-year to ws-period-start(1:4), ws-period-end(1:4).
    move ws-month-start to ws-period-start(5:2).
    move "01" to ws-period-start(7:2).
    move ws-month-end to ws-period-end(5:2).
    if ws-month-end = 6 or ws-month-end = 9
        move "30" to ws-period-end(7:2)
    else
        move "31" to ws-period-end(7:2)
    end-if.

load-country-names section.
*>     a missing table only loses the names
    open input country-table.
    if not table-ok
        exit paragraph
    end-if.
    perform until exit
        read country-table at end exit perform end-read
        if name-count < 300 and country-line-code not = spaces
            add 1 to name-count
            move country-line-code to name-code(name-count)
            move country-line-name to name-text(name-count)
        end-if
    end-perform.
    close country-table.

add-history-line section.
    add 1 to ws-lines-used.
    perform find-country-slot.
    if ws-slot = 0
        exit paragraph
    end-if.
    evaluate true
        when xb-sent
            add xb-count to cs-sent-count(ws-slot)
            add xb-amount to cs-sent-amount(ws-slot)
        when xb-returned
            add xb-count to cs-returned-count(ws-slot)
            add xb-amount to cs-returned-amount(ws-slot)
        when xb-received
            add xb-count to cs-received-count(ws-slot)
            add xb-amount to cs-received-amount(ws-slot)
        when xb-collected
            add xb-count to cs-collected-count(ws-slot)
            add xb-amount to cs-collected-amount(ws-slot)
    end-evaluate.

find-country-slot section.
*>     the table is kept in code order, so the report and the
*>     return come out sorted without a sort step
    move 0 to ws-slot.
    perform varying country-idx from 1 by 1
        until country-idx > country-count
        if cs-code(country-idx) = xb-country
            set ws-slot to country-idx
            exit paragraph
        end-if
        if cs-code(country-idx) > xb-country
            exit perform
        end-if
    end-perform.
    if country-count >= 300
        exit paragraph
    end-if.
    set ws-slot to country-idx.
    add 1 to country-count.
    perform varying ws-move from country-count by -1
        until ws-move <= ws-slot
        move country-entry(ws-move - 1) to country-entry(ws-move)
    end-perform.
    move xb-country to cs-code(ws-slot).
    move 0 to cs-sent-count(ws-slot), cs-sent-amount(ws-slot),
        cs-returned-count(ws-slot), cs-returned-amount(ws-slot),
        cs-received-count(ws-slot), cs-received-amount(ws-slot),
        cs-collected-count(ws-slot), cs-collected-amount(ws-slot).

*>----------------------------------------------------------------
*> report and return
*>----------------------------------------------------------------
print-one-country section.
    if ws-lines-on-page >= 56
        perform print-page-heading
    end-if.
    move "UNKNOWN COUNTRY" to ws-country-name.
    if name-count > 0
        set name-idx to 1
        search name-entry
            when name-code(name-idx) = cs-code(country-idx)
                move name-text(name-idx) to ws-country-name
        end-search
    end-if.
    compute ws-net-count =
        cs-sent-count(country-idx) - cs-returned-count(country-idx).
    compute ws-net-amount =
        cs-sent-amount(country-idx) - cs-returned-amount(country-idx).

*>     first line the transfers out, second line the money in
    move spaces to report-line.
    move cs-code(country-idx) to report-line(1:2).
    move ws-country-name(1:20) to report-line(4:20).
    move "SENT" to ws-pair-label.
    move cs-sent-count(country-idx) to ws-pair-count.
    move cs-sent-amount(country-idx) to ws-pair-amount.
    move 25 to ws-pair-start.
    perform put-pair.
    move "RETURNED" to ws-pair-label.
    move cs-returned-count(country-idx) to ws-pair-count.
    move cs-returned-amount(country-idx) to ws-pair-amount.
    move 61 to ws-pair-start.
    perform put-pair.
    move "NET SENT" to ws-pair-label.
    move ws-net-count to ws-pair-count.
    move ws-net-amount to ws-pair-amount.
    move 97 to ws-pair-start.
    perform put-pair.
    write report-line.
    move spaces to report-line.
    move "RECEIVED" to ws-pair-label.
    move cs-received-count(country-idx) to ws-pair-count.
    move cs-received-amount(country-idx) to ws-pair-amount.
    move 25 to ws-pair-start.
    perform put-pair.
    move "COLLECTED" to ws-pair-label.
    move cs-collected-count(country-idx) to ws-pair-count.
    move cs-collected-amount(country-idx) to ws-pair-amount.
    move 61 to ws-pair-start.
    perform put-pair.
    write report-line.
    add 2 to ws-lines-on-page.

    add cs-sent-count(country-idx) to tot-sent-count.
    add cs-sent-amount(country-idx) to tot-sent-amount.
    add cs-returned-count(country-idx) to tot-returned-count.
    add cs-returned-amount(country-idx) to tot-returned-amount.
    add ws-net-count to tot-net-count.
    add ws-net-amount to tot-net-amount.
    add cs-received-count(country-idx) to tot-received-count.
    add cs-received-amount(country-idx) to tot-received-amount.
    add cs-collected-count(country-idx) to tot-collected-count.
    add cs-collected-amount(country-idx) to tot-collected-amount.

    move ws-net-count to ws-flow-count.
    move ws-net-amount to ws-flow-amount.
    move "CTO" to sd-flow.
    perform write-return-detail.
    move cs-received-count(country-idx) to ws-flow-count.
    move cs-received-amount(country-idx) to ws-flow-amount.
    move "CTI" to sd-flow.
    perform write-return-detail.
    move cs-collected-count(country-idx) to ws-flow-count.
    move cs-collected-amount(country-idx) to ws-flow-amount.
    move "DDI" to sd-flow.
    perform write-return-detail.

write-return-detail section.
*>     returns can outrun the quarter's transfers to a country (a
*>     return of last quarter's payment); the return carries no
*>     negative flows, so such a country reports nothing sent
    if ws-flow-count <= 0 and ws-flow-amount <= 0
        exit paragraph
    end-if.
    if ws-flow-count < 0
        move 0 to ws-flow-count
    end-if.
    if ws-flow-amount < 0
        move 0 to ws-flow-amount
    end-if.
    move cs-code(country-idx) to sd-country.
    move ws-flow-count to sd-count.
    move ws-flow-amount to sd-amount.
    write submission-record from submission-detail.
    add 1 to st-records.
    add ws-flow-count to st-count.
    add ws-flow-amount to st-amount.

print-page-heading section.
    add 1 to ws-page-number.
    move spaces to report-line.
    if ws-page-number > 1
        write report-line before advancing page
        move spaces to report-line
    end-if.
    string "CROSS-BORDER PAYMENT STATISTICS -- BALANCE OF PAYMENTS "
               delimited by size
           ws-quarter-text delimited by size
        into report-line
    end-string.
    move "PAGE" to report-line(123:4).
    move ws-page-number to report-line(128:3).
    write report-line.
    move spaces to report-line.
    string "PERIOD " delimited by size
           ws-period-start delimited by size
           " TO " delimited by size
           ws-period-end delimited by size
           "   EUR, BY COUNTERPARTY COUNTRY (IBAN POSITIONS 1-2)"
               delimited by size
        into report-line
    end-string.
    write report-line.
    move spaces to report-line.
    write report-line.
    move spaces to report-line.
    move "COUNTRY" to report-line(1:7).
    move "COUNT" to report-line(38:5).
    move "EUR AMOUNT" to report-line(50:10).
    move "COUNT" to report-line(74:5).
    move "EUR AMOUNT" to report-line(86:10).
    move "COUNT" to report-line(110:5).
    move "EUR AMOUNT" to report-line(122:10).
    write report-line.
    move all "-" to report-line.
    write report-line.
    move 5 to ws-lines-on-page.

print-report-totals section.
    move all "-" to report-line.
    write report-line.
    move spaces to report-line.
    move "ALL COUNTRIES" to report-line(1:13).
    move "SENT" to ws-pair-label.
    move tot-sent-count to ws-pair-count.
    move tot-sent-amount to ws-pair-amount.
    move 25 to ws-pair-start.
    perform put-pair.
    move "RETURNED" to ws-pair-label.
    move tot-returned-count to ws-pair-count.
    move tot-returned-amount to ws-pair-amount.
    move 61 to ws-pair-start.
    perform put-pair.
    move "NET SENT" to ws-pair-label.
    move tot-net-count to ws-pair-count.
    move tot-net-amount to ws-pair-amount.
    move 97 to ws-pair-start.
    perform put-pair.
    write report-line.
    move spaces to report-line.
    move "RECEIVED" to ws-pair-label.
    move tot-received-count to ws-pair-count.
    move tot-received-amount to ws-pair-amount.
    move 25 to ws-pair-start.
    perform put-pair.
    move "COLLECTED" to ws-pair-label.
    move tot-collected-count to ws-pair-count.
    move tot-collected-amount to ws-pair-amount.
    move 61 to ws-pair-start.
    perform put-pair.
    write report-line.
    move spaces to report-line.
    write report-line.
    move spaces to report-line.
    move ws-lines-used to ws-count-edit.
    string "CAPTURED HISTORY LINES IN THE PERIOD: " delimited by size
           function trim(ws-count-edit) delimited by size
           "   SUBMISSION FILE: " delimited by size
           function trim(submission-file-name) delimited by size
        into report-line
    end-string.
    write report-line.

put-pair section.
    move ws-pair-label to report-line(ws-pair-start:9).
    move ws-pair-count to ws-count-edit.
    move ws-count-edit to report-line(ws-pair-start + 10:8).
    move ws-pair-amount to ws-amount-edit.
    move ws-amount-edit to report-line(ws-pair-start + 19:16).
end program cross-border-stats.
