       >>SOURCE FORMAT FREE
*>*
*> Daily access analytics: reads the microservice's access log
*> (reports/access.log -- timestamp, peer, method, path, status,
*> client key name, elapsed milliseconds) and reports, per client
*> and per route group, the day's request count, the 4xx and 5xx
*> responses with the 401 (no valid key), 403 (route not in the
*> contract) and 429 (daily quota exhausted) refusals broken out,
*> the average and worst response time, and the busiest hour. Each
*> client gets a subtotal line and the day a grand total.
*>
*> Route groups follow http-handler's own classification (CONVERT,
*> VALIDATE, STATS, HISTORY, PAYMENTS, ADMIN), with the
*> unauthenticated /status health probe reported on its own as
*> STATUS. Requests made without a recognised key -- the 401s among
*> them -- report under client "-".
*>
*> A second section is for security: peer addresses that drew
*> MS_AUTH_FAIL_THRESHOLD (default 3) or more 401s in the day
*> without ever having been answered under a client key, that day
*> or before it, are listed with the times of their first and last
*> refusal. A caller who mistypes a key once and then gets in is
*> not flagged; a scanner trying keys is.
*>
*> Reports on the current date by default; MS_ACCESS_DATE (yyyymmdd)
*> reruns an earlier day. Lines written before the log carried the
*> client and timing columns count as "-" and untimed.
*>*
identification division.
program-id. access-report.
environment division.
configuration section.
repository. function all intrinsic.
input-output section.
file-control.
    select access-log assign to "reports/access.log"
        organization line sequential
        file status is access-log-status.
    select analytics-report assign to "reports/access-report.txt"
        organization line sequential
        file status is report-status.
data division.
file section.
fd access-log.
    01 access-log-record pic x(300).
fd analytics-report.
    01 report-line pic x(132).
working-storage section.
    01 access-log-status pic x(2).
        88 access-log-ok value "00".
    01 report-status pic x(2).
        88 report-ok value "00".

    01 report-date pic x(8).
    01 ws-env-value pic x(32).
    01 ws-date-heading pic x(10).
    01 auth-fail-threshold pic 9(5) value 3.

*>     one access log line taken apart; the path may hold commas, so
*>     status, client and elapsed are read from the right-hand end
    01 al-stamp pic x(14).
    01 al-peer pic x(15).
    01 al-method pic x(8).
    01 al-path pic x(200).
    01 al-status pic x(3).
    01 al-client pic x(16).
    01 al-elapsed pic x(9).
    01 al-timed pic x.
        88 al-is-timed value "Y".
    01 al-group pic x(8).
    01 al-hour pic 9(2).
    01 ws-scan-ptr pic 9(4) comp.
    01 ws-rest pic x(300).
    01 ws-reversed pic x(300).
    01 ws-right-field pic x(20) occurs 3 times.
    01 ws-field-count pic 9(2) comp.
    01 ws-segment pic x(32).
    01 ws-segment-count pic 9(2) comp.

*>     one entry per client and route group, kept in that order as
*>     they are found; tr-figures and the two total-figures entries
*>     share one layout so a line is printed the same way whichever
*>     it comes from
    01 traffic-count pic 9(3) value 0.
    01 traffic-table.
        05 traffic-entry occurs 1 to 300 times
            depending on traffic-count
            indexed by traffic-idx.
            10 tr-client pic x(16).
            10 tr-group pic x(8).
            10 tr-figures.
                15 tr-requests pic 9(7).
                15 tr-ok pic 9(7).
                15 tr-4xx pic 9(7).
                15 tr-401 pic 9(7).
                15 tr-403 pic 9(7).
                15 tr-429 pic 9(7).
                15 tr-5xx pic 9(7).
                15 tr-timed pic 9(7).
                15 tr-total-ms pic 9(13).
                15 tr-worst-ms pic 9(9).
                15 tr-hour-count pic 9(7) occurs 24 times.
    01 ws-slot pic 9(3).
    01 ws-move pic 9(3).

*>     1 = the client being printed, 2 = the whole day
    01 total-table.
        05 total-figures occurs 2 times.
            10 tf-requests pic 9(7).
            10 tf-ok pic 9(7).
            10 tf-4xx pic 9(7).
            10 tf-401 pic 9(7).
            10 tf-403 pic 9(7).
            10 tf-429 pic 9(7).
            10 tf-5xx pic 9(7).
            10 tf-timed pic 9(7).
            10 tf-total-ms pic 9(13).
            10 tf-worst-ms pic 9(9).
            10 tf-hour-count pic 9(7) occurs 24 times.
    01 ws-total pic 9.
    01 ws-hour pic 9(2).
    01 print-figures.
        05 pf-requests pic 9(7).
        05 pf-ok pic 9(7).
        05 pf-4xx pic 9(7).
        05 pf-401 pic 9(7).
        05 pf-403 pic 9(7).
        05 pf-429 pic 9(7).
        05 pf-5xx pic 9(7).
        05 pf-timed pic 9(7).
        05 pf-total-ms pic 9(13).
        05 pf-worst-ms pic 9(9).
        05 pf-hour-count pic 9(7) occurs 24 times.
    01 ws-print-client pic x(16).
    01 ws-print-group pic x(8).
    01 ws-busiest-hour pic 9(2).
    01 ws-busiest-count pic 9(7).
    01 ws-average-ms pic 9(9).

*>     every peer address the log shows up to the report date
    01 peer-count pic 9(4) value 0.
    01 peer-table.
        05 peer-entry occurs 1 to 2000 times
            depending on peer-count
            indexed by peer-idx.
            10 pe-address pic x(15).
            10 pe-familiar pic x.
                88 pe-is-familiar value "Y".
            10 pe-401-count pic 9(7).
            10 pe-first-401 pic x(14).
            10 pe-last-401 pic x(14).
    01 ws-flagged-count pic 9(4) value 0.

    01 ws-lines-read pic 9(9) value 0.
    01 ws-lines-for-day pic 9(9) value 0.
    01 ws-lines-on-page pic 9(3) value 0.
    01 ws-page-number pic 9(3) value 0.
    01 ws-page-text pic zz9.
    01 ws-count-edit pic z(6)9.
    01 ws-requests-edit pic z(7)9.
    01 ws-ms-edit pic z(8)9.
    01 ws-time-edit pic x(8).
procedure division.
    accept report-date from date yyyymmdd.
    accept ws-env-value from environment "MS_ACCESS_DATE"
        on exception continue
    end-accept.
    if ws-env-value not = spaces
        move ws-env-value(1:8) to report-date
    end-if.
    move spaces to ws-env-value.
    accept ws-env-value from environment "MS_AUTH_FAIL_THRESHOLD"
        on exception continue
    end-accept.
    if ws-env-value not = spaces
        and function trim(ws-env-value) is numeric
        move function numval(ws-env-value) to auth-fail-threshold
    end-if.
    move spaces to ws-date-heading.
    move report-date(5:2) to ws-date-heading(1:2)
    move "/" to ws-date-heading(3:1)
    move report-date(7:2) to ws-date-heading(4:2)
    move "/" to ws-date-heading(6:1)
    move report-date(1:4) to ws-date-heading(7:4).

    open output analytics-report.
    if not report-ok
        display "access-report: cannot open "
            "reports/access-report.txt, status " report-status
            upon syserr
        move 1 to return-code
        stop run
    end-if.

    open input access-log.
    if access-log-ok
        perform until exit
            read access-log at end exit perform end-read
            add 1 to ws-lines-read
            perform take-apart-line
            if al-stamp(1:8) <= report-date
                perform note-peer
                if al-stamp(1:8) = report-date
                    add 1 to ws-lines-for-day
                    perform add-to-traffic
                end-if
            end-if
        end-perform
        close access-log
    end-if.

    perform print-page-heading.
    move zeroes to total-table.
    perform print-one-entry varying traffic-idx from 1 by 1
        until traffic-idx > traffic-count.
    if traffic-count > 0
        perform print-client-total
    end-if.
    perform print-day-total.
    perform print-security-section.
    close analytics-report.

    display "access-report: " ws-lines-for-day " requests for "
        ws-date-heading ", " ws-flagged-count
        " unfamiliar peers flagged".
    goback.

*>----------------------------------------------------------------
*> reading the log
*>----------------------------------------------------------------
take-apart-line section.
    move spaces to al-stamp, al-peer, al-method, al-path, al-status,
        al-elapsed, ws-rest.
    move "-" to al-client.
    move "N" to al-timed.
    move 1 to ws-scan-ptr.
    unstring access-log-record delimited by ","
        into al-stamp, al-peer, al-method
        with pointer ws-scan-ptr
    end-unstring.
    if ws-scan-ptr > length(access-log-record)
        exit paragraph
    end-if.
    move access-log-record(ws-scan-ptr:) to ws-rest.
    move spaces to ws-reversed.
    move function reverse(function trim(ws-rest trailing))
        to ws-reversed.
    move spaces to ws-right-field(1), ws-right-field(2),
        ws-right-field(3).
    move 0 to ws-field-count.
    move 1 to ws-scan-ptr.
    unstring ws-reversed delimited by ","
        into ws-right-field(1), ws-right-field(2), ws-right-field(3)
        with pointer ws-scan-ptr
        tallying in ws-field-count
    end-unstring.
    move function reverse(function trim(ws-right-field(1) trailing))
        to ws-right-field(1).
    move function reverse(function trim(ws-right-field(3) trailing))
        to ws-right-field(3).
    if ws-field-count = 3
        and function trim(ws-right-field(1)) is numeric
        and ws-right-field(3)(1:3) is numeric
        and ws-right-field(3)(4:1) = space
*>         status, client, elapsed
        move ws-right-field(3) to al-status
        move function reverse(function trim(ws-right-field(2)
            trailing)) to al-client
        move function trim(ws-right-field(1)) to al-elapsed
        move "Y" to al-timed
    else
*>         the older five-column line ends at the status
        move ws-right-field(1) to al-status
        move 1 to ws-scan-ptr
        unstring ws-reversed delimited by ","
            into ws-right-field(1)
            with pointer ws-scan-ptr
        end-unstring
    end-if.
    if ws-scan-ptr <= length(ws-reversed)
        move function reverse(function trim(ws-reversed(ws-scan-ptr:)
            trailing)) to al-path
    end-if.
    if al-client = spaces
        move "-" to al-client
    end-if.
    perform classify-path.

classify-path section.
*>     the groups http-handler's classify-route puts a request in
    move 0 to ws-segment-count.
    inspect al-path tallying ws-segment-count for all "/".
    move spaces to ws-segment.
    unstring al-path(2:) delimited by "/" or space into ws-segment
    end-unstring.
    evaluate true
        when al-path = "/status"
            move "STATUS" to al-group
        when ws-segment = "admin" and ws-segment-count >= 2
            move "ADMIN" to al-group
        when ws-segment = "validate-iban"
            or ws-segment = "validate-account"
            move "VALIDATE" to al-group
        when ws-segment = "stats" and ws-segment-count = 4
            move "STATS" to al-group
        when ws-segment = "history"
            move "HISTORY" to al-group
        when ws-segment = "payment-status"
            move "PAYMENTS" to al-group
        when other
            move "CONVERT" to al-group
    end-evaluate.

note-peer section.
    set peer-idx to 1.
    search peer-entry
        at end
            if peer-count >= 2000
                exit paragraph
            end-if
            add 1 to peer-count
            set peer-idx to peer-count
            move al-peer to pe-address(peer-idx)
            move "N" to pe-familiar(peer-idx)
            move 0 to pe-401-count(peer-idx)
            move spaces to pe-first-401(peer-idx), pe-last-401(peer-idx)
        when pe-address(peer-idx) = al-peer
            continue
    end-search.
*>     answered under a client key: the caller holds a real key
    if al-client not = "-" and al-status not = "401"
        move "Y" to pe-familiar(peer-idx)
    end-if.
    if al-status = "401" and al-stamp(1:8) = report-date
        add 1 to pe-401-count(peer-idx)
        if pe-first-401(peer-idx) = spaces
            move al-stamp to pe-first-401(peer-idx)
        end-if
        move al-stamp to pe-last-401(peer-idx)
    end-if.

add-to-traffic section.
    perform find-traffic-slot.
    if ws-slot = 0
        exit paragraph
    end-if.
    add 1 to tr-requests(ws-slot).
    evaluate true
        when al-status(1:1) = "4"
            add 1 to tr-4xx(ws-slot)
            evaluate al-status
                when "401" add 1 to tr-401(ws-slot)
                when "403" add 1 to tr-403(ws-slot)
                when "429" add 1 to tr-429(ws-slot)
            end-evaluate
        when al-status(1:1) = "5"
            add 1 to tr-5xx(ws-slot)
        when other
            add 1 to tr-ok(ws-slot)
    end-evaluate.
    if al-is-timed
        add 1 to tr-timed(ws-slot)
        add function numval(al-elapsed) to tr-total-ms(ws-slot)
        if function numval(al-elapsed) > tr-worst-ms(ws-slot)
            move function numval(al-elapsed) to tr-worst-ms(ws-slot)
        end-if
    end-if.
    if al-stamp(9:2) is numeric
        move al-stamp(9:2) to al-hour
        if al-hour < 24
            add 1 to tr-hour-count(ws-slot, al-hour + 1)
        end-if
    end-if.

find-traffic-slot section.
*>     kept in client then group order, so the report comes out
*>     sorted without a sort step
    move 0 to ws-slot.
    perform varying traffic-idx from 1 by 1
        until traffic-idx > traffic-count
        if tr-client(traffic-idx) = al-client
            and tr-group(traffic-idx) = al-group
            set ws-slot to traffic-idx
            exit paragraph
        end-if
        if tr-client(traffic-idx) > al-client
            or (tr-client(traffic-idx) = al-client
                and tr-group(traffic-idx) > al-group)
            exit perform
        end-if
    end-perform.
    if traffic-count >= 300
        exit paragraph
    end-if.
    set ws-slot to traffic-idx.
    add 1 to traffic-count.
    perform varying ws-move from traffic-count by -1
        until ws-move <= ws-slot
        move traffic-entry(ws-move - 1) to traffic-entry(ws-move)
    end-perform.
    move al-client to tr-client(ws-slot).
    move al-group to tr-group(ws-slot).
    move zeroes to tr-figures(ws-slot).

*>----------------------------------------------------------------
*> the report
*>----------------------------------------------------------------
print-one-entry section.
    if traffic-idx > 1
        and tr-client(traffic-idx) not = tr-client(traffic-idx - 1)
        perform print-client-total
    end-if.
    move tr-figures(traffic-idx) to print-figures.
    move tr-client(traffic-idx) to ws-print-client.
    move tr-group(traffic-idx) to ws-print-group.
    perform print-figures-line.
    perform varying ws-total from 1 by 1 until ws-total > 2
        perform add-to-total
    end-perform.

print-client-total section.
    move total-figures(1) to print-figures.
    move spaces to ws-print-client.
    move "ALL" to ws-print-group.
    perform print-figures-line.
    move spaces to report-line.
    write report-line.
    add 1 to ws-lines-on-page.
    move zeroes to total-figures(1).

print-day-total section.
    move all "-" to report-line.
    write report-line.
    move total-figures(2) to print-figures.
    move "ALL CLIENTS" to ws-print-client.
    move "ALL" to ws-print-group.
    perform print-figures-line.

add-to-total section.
    add pf-requests to tf-requests(ws-total).
    add pf-ok to tf-ok(ws-total).
    add pf-4xx to tf-4xx(ws-total).
    add pf-401 to tf-401(ws-total).
    add pf-403 to tf-403(ws-total).
    add pf-429 to tf-429(ws-total).
    add pf-5xx to tf-5xx(ws-total).
    add pf-timed to tf-timed(ws-total).
    add pf-total-ms to tf-total-ms(ws-total).
    if pf-worst-ms > tf-worst-ms(ws-total)
        move pf-worst-ms to tf-worst-ms(ws-total)
    end-if.
    perform varying ws-hour from 1 by 1 until ws-hour > 24
        add pf-hour-count(ws-hour) to tf-hour-count(ws-total, ws-hour)
    end-perform.

print-figures-line section.
    if ws-lines-on-page >= 60
        perform print-page-heading
    end-if.
    move spaces to report-line.
    move ws-print-client to report-line(1:16).
    move ws-print-group to report-line(18:8).
    move pf-requests to ws-requests-edit.
    move ws-requests-edit to report-line(27:8).
    move pf-ok to ws-requests-edit.
    move ws-requests-edit to report-line(36:8).
    move pf-4xx to ws-count-edit.
    move ws-count-edit to report-line(45:7).
    move pf-401 to ws-count-edit.
    move ws-count-edit to report-line(53:7).
    move pf-403 to ws-count-edit.
    move ws-count-edit to report-line(61:7).
    move pf-429 to ws-count-edit.
    move ws-count-edit to report-line(69:7).
    move pf-5xx to ws-count-edit.
    move ws-count-edit to report-line(77:7).
    if pf-timed > 0
        compute ws-average-ms rounded = pf-total-ms / pf-timed
        move ws-average-ms to ws-ms-edit
        move ws-ms-edit to report-line(85:9)
        move pf-worst-ms to ws-ms-edit
        move ws-ms-edit to report-line(95:9)
    else
        move "-" to report-line(93:1), report-line(103:1)
    end-if.
    move 0 to ws-busiest-hour, ws-busiest-count.
    perform varying ws-hour from 1 by 1 until ws-hour > 24
        if pf-hour-count(ws-hour) > ws-busiest-count
            move pf-hour-count(ws-hour) to ws-busiest-count
            compute ws-busiest-hour = ws-hour - 1
        end-if
    end-perform.
    if ws-busiest-count > 0
        move ws-busiest-hour to report-line(106:2)
        move ":00-" to report-line(108:4)
        move ws-busiest-hour to report-line(112:2)
        move ":59" to report-line(114:3)
        move ws-busiest-count to ws-count-edit
        move ws-count-edit to report-line(118:7)
    end-if.
    write report-line.
    add 1 to ws-lines-on-page.

print-page-heading section.
    add 1 to ws-page-number.
    move ws-page-number to ws-page-text.
    move spaces to report-line.
    if ws-page-number > 1
        write report-line before advancing page
    end-if.
    move "MICROSERVICE ACCESS ANALYTICS" to report-line(1:29).
    move ws-date-heading to report-line(106:10).
    move "PAGE" to report-line(120:4).
    move ws-page-text to report-line(125:3).
    write report-line.
    move spaces to report-line.
    move "REQUESTS BY CLIENT AND ROUTE GROUP, RESPONSE TIMES IN MS"
        to report-line(1:56).
    write report-line.
    move spaces to report-line.
    write report-line.
    move spaces to report-line.
    move "CLIENT" to report-line(1:6).
    move "GROUP" to report-line(18:5).
    move "REQUESTS" to report-line(27:8).
    move "ANSWERED" to report-line(36:8).
    move "4XX" to report-line(49:3).
    move "401" to report-line(57:3).
    move "403" to report-line(65:3).
    move "429" to report-line(73:3).
    move "5XX" to report-line(81:3).
    move "AVG MS" to report-line(88:6).
    move "WORST MS" to report-line(96:8).
    move "BUSIEST HOUR" to report-line(106:12).
    move "COUNT" to report-line(120:5).
    write report-line.
    move all "-" to report-line.
    write report-line.
    move 5 to ws-lines-on-page.

print-security-section section.
    move spaces to report-line.
    write report-line.
    move spaces to report-line.
    move auth-fail-threshold to ws-count-edit.
    string "SECURITY: UNFAMILIAR PEERS WITH " delimited by size
           function trim(ws-count-edit) delimited by size
           " OR MORE 401 RESPONSES, NEVER ANSWERED UNDER A CLIENT KEY"
               delimited by size
        into report-line
    end-string.
    write report-line.
    move spaces to report-line.
    move "PEER ADDRESS" to report-line(1:12).
    move "401S" to report-line(21:4).
    move "FIRST" to report-line(28:5).
    move "LAST" to report-line(38:4).
    write report-line.
    move spaces to report-line.
    move "---------------" to report-line(1:15).
    move "-------" to report-line(18:7).
    move "--------" to report-line(28:8).
    move "--------" to report-line(38:8).
    write report-line.
    perform varying peer-idx from 1 by 1 until peer-idx > peer-count
        if pe-401-count(peer-idx) >= auth-fail-threshold
            and pe-401-count(peer-idx) > 0
            and not pe-is-familiar(peer-idx)
            perform print-flagged-peer
        end-if
    end-perform.
    if ws-flagged-count = 0
        move spaces to report-line
        move "NONE" to report-line(1:4)
        write report-line
    end-if.

print-flagged-peer section.
    add 1 to ws-flagged-count.
    move spaces to report-line.
    move pe-address(peer-idx) to report-line(1:15).
    move pe-401-count(peer-idx) to ws-count-edit.
    move ws-count-edit to report-line(18:7).
    move pe-first-401(peer-idx)(9:2) to ws-time-edit(1:2).
    move ":" to ws-time-edit(3:1).
    move pe-first-401(peer-idx)(11:2) to ws-time-edit(4:2).
    move ":" to ws-time-edit(6:1).
    move pe-first-401(peer-idx)(13:2) to ws-time-edit(7:2).
    move ws-time-edit to report-line(28:8).
    move pe-last-401(peer-idx)(9:2) to ws-time-edit(1:2).
    move pe-last-401(peer-idx)(11:2) to ws-time-edit(4:2).
    move pe-last-401(peer-idx)(13:2) to ws-time-edit(7:2).
    move ws-time-edit to report-line(38:8).
    write report-line.
end program access-report.
