       >>SOURCE FORMAT FREE
*>*
*> Monthly KYC review report for compliance: lists every approved
*> customer on the customer master whose periodic review is
*> overdue as of the run date (MS_REVIEW_DATE, yyyymmdd, reruns as
*> of another date), grouped by risk rating -- high first, then
*> medium, then low -- with the last review, the date the next one
*> fell due, how many days it is overdue, and how many accounts
*> the customer holds on the account master. Those accounts are
*> blocked from sepa-submit and sepa-collect until the review is
*> recorded through customer-maintain, so the account count is
*> the size of the problem for each customer.
*>
*> The report is paged like the other compliance listings, on
*> reports/kyc-review-overdue.txt. A missing account master only
*> leaves the account counts at zero.
*>*
identification division.
program-id. kyc-review-report.
environment division.
configuration section.
repository. function all intrinsic.
input-output section.
file-control.
    select customer-master assign to "resources/customer-master.dat"
        organization indexed
        access dynamic
        record key cust-id
        file status is customer-status.
    select account-master assign to "resources/account-master.dat"
        organization indexed
        access dynamic
        record key master-iban
        file status is master-status-code.
    select review-report assign to "reports/kyc-review-overdue.txt"
        organization line sequential
        file status is report-status.
data division.
file section.
fd customer-master.
    copy "modules/customer-record.cpy".
fd account-master.
    copy "modules/account-master-record.cpy".
fd review-report.
    01 report-line pic x(132).
working-storage section.
    01 customer-status pic x(2).
        88 customer-ok value "00".
    01 master-status-code pic x(2).
        88 master-ok value "00".
    01 report-status pic x(2).
        88 report-ok value "00".

    01 overdue-count pic 9(5) value 0.
    01 overdue-table.
        05 overdue-entry occurs 1 to 20000 times
            depending on overdue-count
            indexed by overdue-idx.
            10 od-customer-id pic x(10).
            10 od-name pic x(35).
            10 od-risk pic x.
            10 od-last-review pic x(8).
            10 od-next-review pic x(8).
            10 od-days-overdue pic 9(5).
            10 od-accounts pic 9(4).

    01 ws-run-date pic x(8).
    01 ws-env-date pic x(10).
    01 date-numeric pic 9(8).
    01 ws-run-integer usage binary-long.
    01 ws-due-integer usage binary-long.
    01 ws-read-count pic 9(7) value 0.
    01 ws-approved-count pic 9(7) value 0.
    01 ws-approved-edit pic zzzzzz9.
*>     overdue customers found once the table was full
    01 ws-overdue-dropped pic 9(7) value 0.
    01 ws-group-risk pic x.
    01 ws-group-title pic x(20).
    01 ws-group-count pic 9(5).
    01 ws-count-edit pic zzzz9.
    01 ws-days-edit pic zzzz9.
    01 ws-lines-on-page pic 9(3) value 0.
    01 ws-date-heading pic x(10).
procedure division.
    accept ws-run-date from date yyyymmdd.
    accept ws-env-date from environment "MS_REVIEW_DATE"
        on exception move spaces to ws-env-date
    end-accept.
    if ws-env-date(1:8) is numeric
        move ws-env-date(1:8) to ws-run-date
    end-if.
    move ws-run-date to date-numeric.
    compute ws-run-integer = function integer-of-date(date-numeric).

    open input customer-master.
    if not customer-ok
        display "kyc-review-report: cannot open customer-master, status "
            customer-status upon syserr
        move 1 to return-code
        stop run
    end-if.
    open output review-report.
    if not report-ok
        display "kyc-review-report: cannot open review-report, status "
            report-status upon syserr
        close customer-master
        move 1 to return-code
        stop run
    end-if.

    perform until exit
        read customer-master next record
            at end exit perform
        end-read
        add 1 to ws-read-count
        if cust-kyc-approved
            add 1 to ws-approved-count
            perform check-review-due
        end-if
    end-perform.
    close customer-master.

    perform count-customer-accounts.

    move spaces to ws-date-heading.
    move ws-run-date(5:2) to ws-date-heading(1:2).
    move "/" to ws-date-heading(3:1).
    move ws-run-date(7:2) to ws-date-heading(4:2).
    move "/" to ws-date-heading(6:1).
    move ws-run-date(1:4) to ws-date-heading(7:4).
    perform print-page-heading.

    move "H" to ws-group-risk.
    move "HIGH RISK" to ws-group-title.
    perform print-risk-group.
    move "M" to ws-group-risk.
    move "MEDIUM RISK" to ws-group-title.
    perform print-risk-group.
    move "L" to ws-group-risk.
    move "LOW RISK" to ws-group-title.
    perform print-risk-group.

    move spaces to report-line.
    write report-line.
    move spaces to report-line.
    move "CUSTOMERS APPROVED" to report-line(1:18).
    move ws-approved-count to ws-approved-edit.
    move ws-approved-edit to report-line(30:7).
    write report-line.
    move spaces to report-line.
    move "REVIEWS OVERDUE" to report-line(1:15).
    move overdue-count to ws-count-edit.
    move ws-count-edit to report-line(32:5).
    write report-line.
    if ws-overdue-dropped > 0
        move spaces to report-line
        move ws-overdue-dropped to ws-approved-edit
        string "TABLE FULL - REPORT INCOMPLETE, " delimited by size
               function trim(ws-approved-edit) delimited by size
               " MORE OVERDUE NOT LISTED" delimited by size
            into report-line
        end-string
        write report-line
        display "kyc-review-report: overdue table full, "
            ws-overdue-dropped " overdue customers not listed"
            upon syserr
        move 1 to return-code
    end-if.
    close review-report.

    display "kyc-review-report: " ws-read-count " customers, "
        ws-approved-count " approved, " overdue-count
        " reviews overdue".
    goback.

check-review-due section.
*>     an approved customer without a usable review date is as
*>     good as overdue: nothing will ever bring them up otherwise
    if cust-next-review is numeric
        if cust-next-review >= ws-run-date
            exit paragraph
        end-if
    end-if.
    if overdue-count >= 20000
        add 1 to ws-overdue-dropped
        exit paragraph
    end-if.
    add 1 to overdue-count.
    move cust-id to od-customer-id(overdue-count).
    move cust-name to od-name(overdue-count).
    move cust-risk-rating to od-risk(overdue-count).
    move cust-last-review to od-last-review(overdue-count).
    move cust-next-review to od-next-review(overdue-count).
    move 0 to od-days-overdue(overdue-count), od-accounts(overdue-count).
    if cust-next-review is numeric
        move cust-next-review to date-numeric
        if function test-date-yyyymmdd(date-numeric) = 0
            compute ws-due-integer = function integer-of-date(date-numeric)
            compute od-days-overdue(overdue-count) =
                ws-run-integer - ws-due-integer
        end-if
    end-if.

count-customer-accounts section.
    if overdue-count = 0
        exit paragraph
    end-if.
    open input account-master.
    if not master-ok
        exit paragraph
    end-if.
    perform until exit
        read account-master next record
            at end exit perform
        end-read
        if master-customer-id not = spaces and not master-closed
            set overdue-idx to 1
            search overdue-entry
                when od-customer-id(overdue-idx) = master-customer-id
                    add 1 to od-accounts(overdue-idx)
            end-search
        end-if
    end-perform.
    close account-master.

print-risk-group section.
    move 0 to ws-group-count.
    if ws-lines-on-page >= 56
        perform start-new-page
    end-if.
    move spaces to report-line.
    write report-line.
    move spaces to report-line.
    move ws-group-title to report-line(1:20).
    write report-line.
    add 2 to ws-lines-on-page.
    perform varying overdue-idx from 1 by 1
        until overdue-idx > overdue-count
        if od-risk(overdue-idx) = ws-group-risk
            or (ws-group-risk = "L" and od-risk(overdue-idx) not = "H"
                and od-risk(overdue-idx) not = "M")
            perform print-overdue-line
        end-if
    end-perform.
    move spaces to report-line.
    move ws-group-count to ws-count-edit.
    move ws-count-edit to report-line(1:5).
    move "overdue" to report-line(7:7).
    write report-line.
    add 1 to ws-lines-on-page.

print-overdue-line section.
    if ws-lines-on-page >= 60
        perform start-new-page
    end-if.
    move spaces to report-line.
    move od-customer-id(overdue-idx) to report-line(1:10).
    move od-name(overdue-idx) to report-line(12:35).
    move od-last-review(overdue-idx) to report-line(48:8).
    move od-next-review(overdue-idx) to report-line(58:8).
    move od-days-overdue(overdue-idx) to ws-days-edit.
    move ws-days-edit to report-line(68:5).
    move od-accounts(overdue-idx) to ws-count-edit.
    move ws-count-edit to report-line(76:5).
    write report-line.
    add 1 to ws-lines-on-page.
    add 1 to ws-group-count.

start-new-page section.
    move spaces to report-line.
    write report-line before advancing page.
    perform print-page-heading.

print-page-heading section.
    move spaces to report-line.
    move "KYC PERIODIC REVIEWS OVERDUE -- ACCOUNTS BLOCKED"
        to report-line(1:48).
    move ws-date-heading to report-line(123:10).
    write report-line.
    move spaces to report-line.
    write report-line.
    move spaces to report-line.
    move "CUSTOMER" to report-line(1:8).
    move "NAME" to report-line(12:4).
    move "LAST REV" to report-line(48:8).
    move "DUE" to report-line(58:3).
    move " DAYS" to report-line(68:5).
    move "ACCTS" to report-line(76:5).
    write report-line.
    move 3 to ws-lines-on-page.
end program kyc-review-report.
