       >>SOURCE FORMAT FREE
*>*
*> Periodic expiry of dormant direct debit mandates. Under the
*> rulebook a mandate with no collection for 36 months is dead: a
*> collection under it would be refused. The job walks the indexed
*> mandate-master file and marks every live mandate whose last
*> collection -- or signature, when it was never collected -- lies
*> more than 36 months before the run date (MS_EXPIRY_DATE,
*> yyyymmdd, reruns as of another date) expired, status E.
*>
*> Each expired mandate is listed on reports/mandate-expiry.txt
*> with the debtor, account, signature and last collection dates
*> and the number of collections made under it, so receivables can
*> go and get new signatures. The mandate stays on file, so a
*> collection still quoting it is rejected as expired rather than
*> as unknown.
*>*
identification division.
program-id. mandate-expire.
environment division.
configuration section.
repository. function all intrinsic.
input-output section.
file-control.
    select mandate-master assign to "resources/mandate-master.dat"
        organization indexed
        access dynamic
        record key mandate-reference
        file status is master-status-code.
    select expiry-report assign to "reports/mandate-expiry.txt"
        organization line sequential
        file status is report-status.
data division.
file section.
fd mandate-master.
    copy "modules/mandate-record.cpy".
fd expiry-report.
    01 report-line pic x(132).
working-storage section.
    01 master-status-code pic x(2).
        88 master-ok value "00".
        88 master-eof value "10".
    01 report-status pic x(2).
        88 report-ok value "00".

    01 ws-run-date pic x(8).
    01 ws-env-date pic x(10).
    01 ws-cutoff-date pic x(8).
    01 ws-cutoff-year pic 9(4).
    01 ws-last-activity pic x(8).
    01 ws-read-count pic 9(7) value 0.
    01 ws-live-count pic 9(7) value 0.
    01 ws-expired-count pic 9(7) value 0.
    01 ws-count-edit pic zzzz9.
    01 ws-lines-on-page pic 9(3) value 0.
    01 ws-date-heading pic x(10).
procedure division.
    accept ws-run-date from date yyyymmdd.
    accept ws-env-date from environment "MS_EXPIRY_DATE"
        on exception move spaces to ws-env-date
    end-accept.
    if ws-env-date(1:8) is numeric
        move ws-env-date(1:8) to ws-run-date
    end-if.
    move ws-run-date to ws-cutoff-date.
    move ws-run-date(1:4) to ws-cutoff-year.
    subtract 3 from ws-cutoff-year.
    move ws-cutoff-year to ws-cutoff-date(1:4).

    open i-o mandate-master.
    if not master-ok
        display "mandate-expire: cannot open mandate-master, status "
            master-status-code upon syserr
        move 1 to return-code
        stop run
    end-if.
    open output expiry-report.
    if not report-ok
        display "mandate-expire: cannot open expiry-report, status "
            report-status upon syserr
        close mandate-master
        move 1 to return-code
        stop run
    end-if.

    move spaces to ws-date-heading.
    move ws-run-date(5:2) to ws-date-heading(1:2).
    move "/" to ws-date-heading(3:1).
    move ws-run-date(7:2) to ws-date-heading(4:2).
    move "/" to ws-date-heading(6:1).
    move ws-run-date(1:4) to ws-date-heading(7:4).
    perform print-page-heading.

    perform until exit
        read mandate-master next record
            at end exit perform
        end-read
        add 1 to ws-read-count
        if mandate-live
            add 1 to ws-live-count
            perform check-dormant
        end-if
    end-perform.

    move spaces to report-line.
    write report-line.
    move spaces to report-line.
    move "MANDATES EXPIRED" to report-line(1:16).
    move ws-expired-count to report-line(20:7).
    write report-line.
    close mandate-master, expiry-report.

    display "mandate-expire: " ws-read-count " read, "
        ws-live-count " live, " ws-expired-count " expired".
    goback.

check-dormant section.
    if mandate-last-collection is numeric
        move mandate-last-collection to ws-last-activity
    else
        move mandate-signed-date to ws-last-activity
    end-if.
    if ws-last-activity not < ws-cutoff-date
        exit paragraph
    end-if.
    move "E" to mandate-status.
    rewrite mandate-record
        invalid key
            display "mandate-expire: cannot rewrite mandate "
                function trim(mandate-reference) ", status "
                master-status-code upon syserr
            move 1 to return-code
            exit paragraph
    end-rewrite.
    add 1 to ws-expired-count.

    if ws-lines-on-page >= 60
        move spaces to report-line
        write report-line before advancing page
        perform print-page-heading
    end-if.
    move spaces to report-line.
    move mandate-reference to report-line(1:35).
    move mandate-debtor-name to report-line(37:30).
    move mandate-debtor-iban to report-line(68:34).
    move mandate-signed-date to report-line(103:8).
    move mandate-last-collection to report-line(112:8).
    move mandate-collection-count to ws-count-edit.
    move ws-count-edit to report-line(121:5).
    write report-line.
    add 1 to ws-lines-on-page.

print-page-heading section.
    move spaces to report-line.
    move "DORMANT MANDATES EXPIRED -- NEW SIGNATURE NEEDED"
        to report-line(1:48).
    move "NO COLLECTION SINCE" to report-line(60:19).
    move ws-cutoff-date to report-line(80:8).
    move ws-date-heading to report-line(123:10).
    write report-line.
    move spaces to report-line.
    write report-line.
    move spaces to report-line.
    move "MANDATE REFERENCE" to report-line(1:17).
    move "DEBTOR" to report-line(37:6).
    move "DEBTOR IBAN" to report-line(68:11).
    move "SIGNED" to report-line(103:6).
    move "LAST" to report-line(112:4).
    move "COUNT" to report-line(121:5).
    write report-line.
    move spaces to report-line.
    write report-line.
    move 4 to ws-lines-on-page.
end program mandate-expire.
