       >>SOURCE FORMAT FREE
*>*
*> Customer-master maintenance batch job: applies a transactions
*> file of keyed changes (resources/customer-maintenance.txt, one
*> change per line, keyed by customer id) against the indexed
*> customer master:
*>   ADD  take on a new customer, KYC pending unless the line
*>        records the approval
*>   AMD  amend name, address or risk rating
*>   KYC  record a KYC decision (A approved, R refused, P back to
*>        pending) with the date identification was verified
*>   REV  record a completed periodic review of an approved
*>        customer, optionally re-rating the risk
*> An approval or a completed review starts a new review period
*> from the run date: 12 months for high-risk customers, 24 for
*> medium, 36 for low. Re-rating a customer by AMD moves the
*> next-review date to what the new rating gives from the last
*> review, so tightening a rating can bring the review due at
*> once.
*>
*> AMD replaces only the fields the transaction fills, as
*> account-maintain does. Changes that fail are rejected to an
*> exception report. Every applied change is appended to an audit
*> file carrying who ran the job (MS_MAINT_OPERATOR, falling back
*> to the USER environment variable), the action, and the
*> customer's full before- and after-images.
*>*
identification division.
program-id. customer-maintain.
environment division.
configuration section.
repository. function all intrinsic.
input-output section.
file-control.
    select maintenance-file assign to "resources/customer-maintenance.txt"
        organization line sequential
        file status is input-status.
    select exception-report
        assign to "reports/customer-maintenance-exceptions.txt"
        organization line sequential
        file status is report-status.
    select audit-file assign to "reports/customer-master-audit.log"
        organization line sequential
        file status is audit-status.
    select customer-master assign to "resources/customer-master.dat"
        organization indexed
        access random
        record key cust-id
        file status is master-status-code.
data division.
file section.
fd maintenance-file.
    01 maintenance-line.
        05 maint-action pic x(3).
            88 maint-add value "ADD".
            88 maint-amend value "AMD".
            88 maint-kyc value "KYC".
            88 maint-review value "REV".
        05 maint-customer-id pic x(10).
        05 maint-name pic x(35).
        05 maint-address-1 pic x(35).
        05 maint-address-2 pic x(35).
        05 maint-postcode pic x(10).
        05 maint-city pic x(25).
        05 maint-country pic x(2).
        05 maint-kyc-status pic x.
        05 maint-risk-rating pic x.
        05 maint-id-verified pic x(8).
fd exception-report.
    01 exception-line pic x(132).
fd audit-file.
    01 audit-record pic x(420).
fd customer-master.
    copy "modules/customer-record.cpy".
working-storage section.
    01 input-status pic x(2).
        88 input-ok value "00".
        88 input-eof value "10".
    01 report-status pic x(2).
        88 report-ok value "00".
    01 audit-status pic x(2).
        88 audit-ok value "00".
    01 master-status-code pic x(2).
        88 master-ok value "00".
        88 master-missing value "35".

    01 ws-operator pic x(16).
    01 ws-audit-stamp pic x(21).
    01 ws-run-date pic x(8).
    01 ws-before-image pic x(178).
    01 ws-reason-text pic x(30).
    01 date-numeric pic 9(8).
    01 ws-review-base pic x(8).
    01 ws-review-date.
        05 ws-review-year pic 9(4).
        05 ws-review-mmdd pic x(4).
    01 ws-review-years pic 9.
    01 ws-read-count pic 9(7) value 0.
    01 ws-applied-count pic 9(7) value 0.
    01 ws-exception-count pic 9(7) value 0.
procedure division.
    accept ws-operator from environment "MS_MAINT_OPERATOR"
        on exception move spaces to ws-operator
    end-accept.
    if ws-operator = spaces
        accept ws-operator from environment "USER"
            on exception move spaces to ws-operator
        end-accept
    end-if.
    if ws-operator = spaces
        move "UNKNOWN" to ws-operator
    end-if.
    accept ws-run-date from date yyyymmdd.

    open input maintenance-file.
    if not input-ok
        display "customer-maintain: cannot open maintenance-file, status "
            input-status upon syserr
        move 1 to return-code
        stop run
    end-if.
    open output exception-report.
    if not report-ok
        display "customer-maintain: cannot open exception-report, status "
            report-status upon syserr
        close maintenance-file
        move 1 to return-code
        stop run
    end-if.
    open extend audit-file.
    if audit-status not = "00"
        open output audit-file
    end-if.
    if not audit-ok
        display "customer-maintain: cannot open audit-file, status "
            audit-status upon syserr
        close maintenance-file, exception-report
        move 1 to return-code
        stop run
    end-if.
*>     the first customer ever added creates the master
    open i-o customer-master.
    if master-missing
        open output customer-master
        close customer-master
        open i-o customer-master
    end-if.
    if not master-ok
        display "customer-maintain: cannot open customer-master, status "
            master-status-code upon syserr
        close maintenance-file, exception-report, audit-file
        move 1 to return-code
        stop run
    end-if.

    move spaces to exception-line.
    move "ACTION" to exception-line(1:6).
    move "CUSTOMER" to exception-line(8:8).
    move "REASON" to exception-line(20:6).
    write exception-line.

    perform apply-one-change until input-eof.

    close maintenance-file, exception-report, audit-file,
        customer-master.

    display "customer-maintain: " ws-read-count " read, "
        ws-applied-count " applied, "
        ws-exception-count " exceptions".
    goback.

apply-one-change section.
    read maintenance-file
        at end continue
        not at end
            add 1 to ws-read-count
            perform validate-and-apply
    end-read.

validate-and-apply section.
    if not maint-add and not maint-amend and not maint-kyc
        and not maint-review
        move "UNKNOWN ACTION CODE" to ws-reason-text
        perform write-exception
        exit paragraph
    end-if.
    if maint-customer-id = spaces
        move "NO CUSTOMER ID" to ws-reason-text
        perform write-exception
        exit paragraph
    end-if.
    if maint-add
        perform add-customer
        exit paragraph
    end-if.

    move maint-customer-id to cust-id.
    read customer-master
        invalid key
            move "CUSTOMER NOT ON MASTER" to ws-reason-text
            perform write-exception
            exit paragraph
    end-read.

*>     the before-image goes on the audit line exactly as the record
*>     stood, so a bad change can be keyed straight back in
    move customer-record to ws-before-image.

    evaluate true
        when maint-amend
            perform amend-customer
        when maint-kyc
            perform record-kyc-decision
        when maint-review
            perform record-review
    end-evaluate.

add-customer section.
    move maint-customer-id to cust-id.
    read customer-master
        invalid key continue
        not invalid key
            move "CUSTOMER ALREADY ON MASTER" to ws-reason-text
            perform write-exception
            exit paragraph
    end-read.
    if maint-name = spaces
        move "NO CUSTOMER NAME" to ws-reason-text
        perform write-exception
        exit paragraph
    end-if.
    move spaces to ws-before-image.
    move spaces to customer-record.
    move maint-customer-id to cust-id.
    move maint-name to cust-name.
    move maint-address-1 to cust-address-1.
    move maint-address-2 to cust-address-2.
    move maint-postcode to cust-postcode.
    move maint-city to cust-city.
    move maint-country to cust-country.
    move maint-risk-rating to cust-risk-rating.
    if not cust-risk-valid
        move "BAD RISK RATING" to ws-reason-text
        perform write-exception
        exit paragraph
    end-if.
    move "P" to cust-kyc-status.
    if maint-kyc-status not = spaces
        move maint-kyc-status to cust-kyc-status
    end-if.
    perform apply-kyc-status.
    if ws-reason-text not = spaces
        perform write-exception
        exit paragraph
    end-if.
    write customer-record
        invalid key
            move "WRITE FAILED" to ws-reason-text
            perform write-exception
            exit paragraph
    end-write.
    perform write-audit-record.
    add 1 to ws-applied-count.

amend-customer section.
    if maint-name not = spaces
        move maint-name to cust-name
    end-if.
    if maint-address-1 not = spaces
        move maint-address-1 to cust-address-1
    end-if.
    if maint-address-2 not = spaces
        move maint-address-2 to cust-address-2
    end-if.
    if maint-postcode not = spaces
        move maint-postcode to cust-postcode
    end-if.
    if maint-city not = spaces
        move maint-city to cust-city
    end-if.
    if maint-country not = spaces
        move maint-country to cust-country
    end-if.
    if maint-risk-rating not = spaces
        move maint-risk-rating to cust-risk-rating
        if not cust-risk-valid
            move "BAD RISK RATING" to ws-reason-text
            perform write-exception
            exit paragraph
        end-if
*>         the review period runs from the last review (or the
*>         approval) at the new rating's length
        if cust-kyc-approved and cust-last-review is numeric
            move cust-last-review to ws-review-base
            perform set-next-review
        end-if
    end-if.
    perform rewrite-customer.

record-kyc-decision section.
    move maint-kyc-status to cust-kyc-status.
    perform apply-kyc-status.
    if ws-reason-text not = spaces
        perform write-exception
        exit paragraph
    end-if.
    perform rewrite-customer.

apply-kyc-status section.
*>     an approval needs the date the identification was verified,
*>     and starts the first review period from today; anything
*>     else leaves the customer without a review date to run to
    move spaces to ws-reason-text.
    if not cust-kyc-valid
        move "BAD KYC STATUS" to ws-reason-text
        exit paragraph
    end-if.
    if maint-id-verified not = spaces
        if maint-id-verified is not numeric
            move "BAD ID VERIFIED DATE" to ws-reason-text
            exit paragraph
        end-if
        move maint-id-verified to date-numeric
        if function test-date-yyyymmdd(date-numeric) not = 0
            or maint-id-verified > ws-run-date
            move "BAD ID VERIFIED DATE" to ws-reason-text
            exit paragraph
        end-if
        move maint-id-verified to cust-id-verified
    end-if.
    if cust-kyc-approved
        if cust-id-verified = spaces
            move "APPROVAL WITHOUT ID VERIFIED" to ws-reason-text
            exit paragraph
        end-if
        move ws-run-date to cust-last-review
        move ws-run-date to ws-review-base
        perform set-next-review
    else
        move spaces to cust-next-review
    end-if.

record-review section.
    if not cust-kyc-approved
        move "KYC NOT APPROVED, USE KYC" to ws-reason-text
        perform write-exception
        exit paragraph
    end-if.
    if maint-risk-rating not = spaces
        move maint-risk-rating to cust-risk-rating
        if not cust-risk-valid
            move "BAD RISK RATING" to ws-reason-text
            perform write-exception
            exit paragraph
        end-if
    end-if.
    if maint-id-verified not = spaces
        if maint-id-verified is not numeric
            move "BAD ID VERIFIED DATE" to ws-reason-text
            perform write-exception
            exit paragraph
        end-if
        move maint-id-verified to date-numeric
        if function test-date-yyyymmdd(date-numeric) not = 0
            or maint-id-verified > ws-run-date
            move "BAD ID VERIFIED DATE" to ws-reason-text
            perform write-exception
            exit paragraph
        end-if
        move maint-id-verified to cust-id-verified
    end-if.
    move ws-run-date to cust-last-review.
    move ws-run-date to ws-review-base.
    perform set-next-review.
    perform rewrite-customer.

set-next-review section.
*>     whole years from the base date; a 29 February base falls
*>     back to the 28th in a year without one
    evaluate true
        when cust-risk-high
            move 1 to ws-review-years
        when cust-risk-medium
            move 2 to ws-review-years
        when other
            move 3 to ws-review-years
    end-evaluate.
    move ws-review-base to ws-review-date.
    add ws-review-years to ws-review-year.
    if ws-review-mmdd = "0229"
        move ws-review-date to date-numeric
        if function test-date-yyyymmdd(date-numeric) not = 0
            move "0228" to ws-review-mmdd
        end-if
    end-if.
    move ws-review-date to cust-next-review.

rewrite-customer section.
    rewrite customer-record
        invalid key
            move "REWRITE FAILED" to ws-reason-text
            perform write-exception
            exit paragraph
    end-rewrite.
    perform write-audit-record.
    add 1 to ws-applied-count.

write-audit-record section.
    move function current-date to ws-audit-stamp.
    move spaces to audit-record.
    string ws-audit-stamp(1:14) delimited by size
           "," delimited by size
           function trim(ws-operator) delimited by size
           "," delimited by size
           maint-action delimited by size
           "," delimited by size
           ws-before-image delimited by size
           "," delimited by size
           customer-record delimited by size
        into audit-record
    end-string.
    write audit-record.

write-exception section.
    move spaces to exception-line.
    move maint-action to exception-line(1:3).
    move maint-customer-id to exception-line(8:10).
    move ws-reason-text to exception-line(20:30).
    write exception-line.
    add 1 to ws-exception-count.
end program customer-maintain.
