       >>SOURCE FORMAT FREE
*>*
*> Standing-order maintenance batch job: applies a transactions
*> file of keyed changes (resources/standing-order-maintenance.txt,
*> one change per line, keyed by order id) against the indexed
*> standing-order master standing-order-run schedules from:
*>   ADD  set up a new order, live from its start date
*>   AMD  amend an order's payment details, frequency or term
*>   SUS  suspend a live order
*>   REA  resume a suspended order
*>   CAN  cancel an order for good
*>
*> An added or amended order is checked the way sepa-submit will
*> check its instructions -- IBAN and BIC check digits, a positive
*> amount, real dates -- so a bad order is turned away here rather
*> than failing on every date it falls due. AMD replaces only the
*> fields the transaction fills, as account-maintain does; an end
*> date of 00000000 or a number of payments of 0000 clears it, and
*> the start date can only be moved before the first payment has
*> gone. A resumed order does not catch up what fell due while it
*> was suspended: its next-due date moves on to the first one from
*> today. Nor does an order added, or moved, to a start date
*> already past: it first falls due on the first of its dates from
*> today, rather than paying every missed one on the next run.
*> Cancelled and ended orders take no further changes.
*>
*> Changes that fail are rejected to an exception report. Every
*> applied change is appended to an audit file carrying who ran the
*> job (MS_MAINT_OPERATOR, falling back to the USER environment
*> variable), the action, and the order's full before- and
*> after-images, so any change can be traced and reversed. The
*> operator who adds or amends an order is recorded on it as the
*> keying operator of the instructions it generates, so the
*> four-eyes approval of those payments falls to somebody else.
*>*
identification division.
program-id. standing-order-maintain.
environment division.
configuration section.
repository.
    function iban-checksum
    function bic-checksum
    function all intrinsic.
input-output section.
file-control.
    select maintenance-file
        assign to "resources/standing-order-maintenance.txt"
        organization line sequential
        file status is input-status.
    select exception-report
        assign to "reports/standing-order-exceptions.txt"
        organization line sequential
        file status is report-status.
    select audit-file assign to "reports/standing-order-audit.log"
        organization line sequential
        file status is audit-status.
    select standing-order-master
        assign to "resources/standing-order-master.dat"
        organization indexed
        access random
        record key so-order-id
        file status is master-status-code.
data division.
file section.
fd maintenance-file.
    01 maintenance-line.
        05 maint-action pic x(3).
            88 maint-add value "ADD".
            88 maint-amend value "AMD".
            88 maint-suspend value "SUS".
            88 maint-reactivate value "REA".
            88 maint-cancel value "CAN".
        05 maint-order-id pic x(12).
        05 maint-frequency pic x.
        05 maint-debtor-iban pic x(34).
        05 maint-creditor-iban pic x(34).
        05 maint-creditor-bic pic x(11).
        05 maint-creditor-name pic x(35).
        05 maint-amount pic x(12).
        05 maint-currency pic x(3).
        05 maint-remittance pic x(35).
        05 maint-start-date pic x(8).
        05 maint-end-date pic x(8).
        05 maint-max-payments pic x(4).
fd exception-report.
    01 exception-line pic x(132).
fd audit-file.
    01 audit-record pic x(520).
fd standing-order-master.
    copy "modules/standing-order-record.cpy".
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
    01 ws-before-image pic x(234).
    01 ws-reason-text pic x(30).
    01 ws-reason pic 9.
    01 ws-checksum pic 9.
    01 date-numeric pic 9(8).
    01 ws-date-valid pic x.
        88 date-advanced value "Y".
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
        display "standing-order-maintain: cannot open maintenance-file, "
            "status " input-status upon syserr
        move 1 to return-code
        stop run
    end-if.
    open output exception-report.
    if not report-ok
        display "standing-order-maintain: cannot open exception-report, "
            "status " report-status upon syserr
        close maintenance-file
        move 1 to return-code
        stop run
    end-if.
    open extend audit-file.
    if audit-status not = "00"
        open output audit-file
    end-if.
    if not audit-ok
        display "standing-order-maintain: cannot open audit-file, status "
            audit-status upon syserr
        close maintenance-file, exception-report
        move 1 to return-code
        stop run
    end-if.
*>     the first order ever added creates the master
    open i-o standing-order-master.
    if master-missing
        open output standing-order-master
        close standing-order-master
        open i-o standing-order-master
    end-if.
    if not master-ok
        display "standing-order-maintain: cannot open "
            "standing-order-master, status " master-status-code
            upon syserr
        close maintenance-file, exception-report, audit-file
        move 1 to return-code
        stop run
    end-if.

    move spaces to exception-line.
    move "ACTION" to exception-line(1:6).
    move "ORDER ID" to exception-line(8:8).
    move "REASON" to exception-line(22:6).
    write exception-line.

    perform apply-one-change until input-eof.

    close maintenance-file, exception-report, audit-file,
        standing-order-master.

    display "standing-order-maintain: " ws-read-count " read, "
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
    if not maint-add and not maint-amend and not maint-suspend
        and not maint-reactivate and not maint-cancel
        move "UNKNOWN ACTION CODE" to ws-reason-text
        perform write-exception
        exit paragraph
    end-if.
    if maint-order-id = spaces
        move "NO ORDER ID" to ws-reason-text
        perform write-exception
        exit paragraph
    end-if.
    if maint-add
        perform add-order
        exit paragraph
    end-if.

    move maint-order-id to so-order-id.
    read standing-order-master
        invalid key
            move "ORDER NOT ON MASTER" to ws-reason-text
            perform write-exception
            exit paragraph
    end-read.
    if so-closed
        move "ORDER CANCELLED OR ENDED" to ws-reason-text
        perform write-exception
        exit paragraph
    end-if.

*>     the before-image goes on the audit line exactly as the record
*>     stood, so a bad change can be keyed straight back in
    move standing-order-record to ws-before-image.

    evaluate true
        when maint-amend
            perform amend-order
        when maint-suspend
            if not so-active
                move "ORDER NOT LIVE" to ws-reason-text
                perform write-exception
                exit paragraph
            end-if
            move "S" to so-status
            perform rewrite-order
        when maint-reactivate
            if not so-suspended
                move "ORDER NOT SUSPENDED" to ws-reason-text
                perform write-exception
                exit paragraph
            end-if
            perform skip-missed-dates
            move "A" to so-status
            perform rewrite-order
        when maint-cancel
            move "C" to so-status
            perform rewrite-order
    end-evaluate.

add-order section.
    move maint-order-id to so-order-id.
    read standing-order-master
        invalid key continue
        not invalid key
            move "ORDER ALREADY ON MASTER" to ws-reason-text
            perform write-exception
            exit paragraph
    end-read.
    move spaces to ws-before-image.
    move spaces to standing-order-record.
    move maint-order-id to so-order-id.
    move "A" to so-status.
    move maint-frequency to so-frequency.
    move maint-debtor-iban to so-debtor-iban.
    move maint-creditor-iban to so-creditor-iban.
    move maint-creditor-bic to so-creditor-bic.
    move maint-creditor-name to so-creditor-name.
    move maint-amount to so-amount.
    move maint-currency to so-currency.
    move maint-remittance to so-remittance.
    move maint-start-date to so-start-date.
    move 0 to so-max-payments, so-payments-made.
    if maint-end-date not = "00000000"
        move maint-end-date to so-end-date
    end-if.
    if maint-max-payments not = spaces
        if maint-max-payments is not numeric
            move "BAD NUMBER OF PAYMENTS" to ws-reason-text
            perform write-exception
            exit paragraph
        end-if
        move maint-max-payments to so-max-payments
    end-if.
    move so-start-date to so-next-due.
    move ws-operator to so-entered-by.

    perform check-order-fields.
    if ws-reason-text not = spaces
        perform write-exception
        exit paragraph
    end-if.
    perform skip-missed-dates.
    write standing-order-record
        invalid key
            move "WRITE FAILED" to ws-reason-text
            perform write-exception
            exit paragraph
    end-write.
    perform write-audit-record.
    add 1 to ws-applied-count.

amend-order section.
    if maint-start-date not = spaces
        if so-payments-made > 0
            move "START DATE AFTER FIRST PAYMENT" to ws-reason-text
            perform write-exception
            exit paragraph
        end-if
        move maint-start-date to so-start-date
        move maint-start-date to so-next-due
    end-if.
    if maint-frequency not = spaces
        move maint-frequency to so-frequency
    end-if.
    if maint-debtor-iban not = spaces
        move maint-debtor-iban to so-debtor-iban
    end-if.
    if maint-creditor-iban not = spaces
        move maint-creditor-iban to so-creditor-iban
    end-if.
    if maint-creditor-bic not = spaces
        move maint-creditor-bic to so-creditor-bic
    end-if.
    if maint-creditor-name not = spaces
        move maint-creditor-name to so-creditor-name
    end-if.
    if maint-amount not = spaces
        move maint-amount to so-amount
    end-if.
    if maint-currency not = spaces
        move maint-currency to so-currency
    end-if.
    if maint-remittance not = spaces
        move maint-remittance to so-remittance
    end-if.
    evaluate true
        when maint-end-date = "00000000"
            move spaces to so-end-date
        when maint-end-date not = spaces
            move maint-end-date to so-end-date
    end-evaluate.
    if maint-max-payments not = spaces
        if maint-max-payments is not numeric
            move "BAD NUMBER OF PAYMENTS" to ws-reason-text
            perform write-exception
            exit paragraph
        end-if
        move maint-max-payments to so-max-payments
    end-if.
    move ws-operator to so-entered-by.

    perform check-order-fields.
    if ws-reason-text not = spaces
        perform write-exception
        exit paragraph
    end-if.
    if maint-start-date not = spaces
        perform skip-missed-dates
    end-if.
    perform rewrite-order.

check-order-fields section.
*>     the same checks sepa-submit will make of every instruction
*>     the order generates, so a bad order stops here, once
    move spaces to ws-reason-text.
    if not so-frequency-valid
        move "BAD FREQUENCY" to ws-reason-text
        exit paragraph
    end-if.
    move 0 to ws-reason.
    move iban-checksum(function trim(so-debtor-iban), ws-reason)
        to ws-checksum.
    if ws-checksum not equal 1
        move "BAD DEBTOR IBAN" to ws-reason-text
        exit paragraph
    end-if.
    move 0 to ws-reason.
    move iban-checksum(function trim(so-creditor-iban), ws-reason)
        to ws-checksum.
    if ws-checksum not equal 1
        move "BAD CREDITOR IBAN" to ws-reason-text
        exit paragraph
    end-if.
    move 0 to ws-reason.
    move bic-checksum(function trim(so-creditor-bic), ws-reason)
        to ws-checksum.
    if ws-checksum not equal 1
        move "BAD CREDITOR BIC" to ws-reason-text
        exit paragraph
    end-if.
    if function test-numval(function trim(so-amount)) not = 0
        move "BAD AMOUNT" to ws-reason-text
        exit paragraph
    end-if.
    if function numval(so-amount) not > 0
        move "BAD AMOUNT" to ws-reason-text
        exit paragraph
    end-if.
    if so-start-date is not numeric
        move "BAD START DATE" to ws-reason-text
        exit paragraph
    end-if.
    move so-start-date to date-numeric.
    if function test-date-yyyymmdd(date-numeric) not = 0
        move "BAD START DATE" to ws-reason-text
        exit paragraph
    end-if.
    if so-end-date not = spaces
        if so-end-date is not numeric
            move "BAD END DATE" to ws-reason-text
            exit paragraph
        end-if
        move so-end-date to date-numeric
        if function test-date-yyyymmdd(date-numeric) not = 0
            or so-end-date < so-start-date
            move "BAD END DATE" to ws-reason-text
            exit paragraph
        end-if
    end-if.

skip-missed-dates section.
*>     what fell due while the order was suspended, or before it was
*>     set up, is not owed; the order picks up at its first date
*>     from today
    perform until so-next-due >= ws-run-date
        call "standing-order-next-due" using so-frequency,
            so-start-date, so-next-due, ws-date-valid
        if not date-advanced
            exit perform
        end-if
    end-perform.

rewrite-order section.
    rewrite standing-order-record
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
           standing-order-record delimited by size
        into audit-record
    end-string.
    write audit-record.

write-exception section.
    move spaces to exception-line.
    move maint-action to exception-line(1:3).
    move maint-order-id to exception-line(8:12).
    move ws-reason-text to exception-line(22:30).
    write exception-line.
    add 1 to ws-exception-count.
end program standing-order-maintain.
