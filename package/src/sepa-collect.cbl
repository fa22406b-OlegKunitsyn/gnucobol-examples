*> the same shape as the credit-transfer batch: an 01 header, one
*> 02 detail record per collection and an 09 trailer carrying the
*> collection count and control total.
*>
*> A collection due after today (coll-due-date) is not collected
*> early: it waits on resources/pending-collections.txt, which each
*> run reads ahead of the day's instructions, and goes into the
*> batch of the run on or after its due date, checked then like any
*> other. The pending file is written back whole through
*> resources/pending-collections.new; an instruction delivered
*> twice before its due date is kept there once.
*>
*> The debtor must have been pre-notified: sepa-prenotify, run
*> ahead of this job, records each notice on
*> reports/prenotification-register.txt, and a collection is only
*> collected when the register carries a notice for its mandate,
*> due date (coll-due-date; blank means today) and amount issued at
*> least the agreed number of days before the due date
*> (MS_PRENOTIFY_DAYS, default 14). Anything else is held back to
*> the exception report.
*>
*> Each 02 record carries the sequence type off the mandate (FRST,
*> RCUR, FNAL or OOFF). A collected mandate is updated in place:
*> last collection date and count, FRST turning to RCUR, and FNAL or
*> OOFF mandates closed (status F) so they cannot be collected
*> again. A mandate with no collection for 36 months before the due
*> date is dormant and rejected, even before mandate-expire has
*> marked it expired.
*>
*> A collection against one of our customers' accounts (a debtor
*> IBAN on the account master linked to a customer) is rejected
*> while that customer is not KYC-approved or their periodic review
*> is overdue, until the review has been recorded on the customer
*> master (customer-kyc-check). The run stops without collecting
*> anything if the customer master cannot be opened.
*>*
identification division.
program-id. sepa-collect.
        assign to "reports/collection-exceptions.txt"
        organization line sequential
        file status is report-status.
    select notice-register
        assign to "reports/prenotification-register.txt"
        organization line sequential
        file status is register-status.
    select pending-collections
        assign to "resources/pending-collections.txt"
        organization line sequential
        file status is pending-status.
    select pending-work
        assign to "resources/pending-collections.new"
        organization line sequential
        file status is pending-work-status.
    select mandate-master assign to "resources/mandate-master.dat"
        organization indexed
        access random
        05 coll-mandate-reference pic x(35).
        05 coll-mandate-date pic x(8).
        05 coll-remittance pic x(35).
*>         date the debtor was told the amount will be collected
        05 coll-due-date pic x(8).
fd collection-batch.
    01 batch-record pic x(140).
fd exception-report.
    01 exception-line pic x(132).
fd notice-register.
    01 register-record pic x(160).
fd pending-collections.
    01 pending-line pic x(143).
fd pending-work.
    01 pending-work-line pic x(143).
fd mandate-master.
    copy "modules/mandate-record.cpy".
working-storage section.
        88 master-ok value "00".
    01 ws-mandate-hit pic x value "N".
        88 mandate-hit value "Y".
    01 ws-kyc-iban pic x(34).
    01 ws-kyc-customer-id pic x(10).
    01 ws-kyc-verdict pic 9.

    01 ws-reason pic 9.
    01 ws-checksum pic 9.
    01 ws-collection-count pic 9(7) value 0.
    01 ws-read-count pic 9(7) value 0.
    01 ws-exception-count pic 9(7) value 0.

    01 register-status pic x(2).
        88 register-ok value "00".
    01 pending-status pic x(2).
        88 pending-ok value "00".
    01 pending-work-status pic x(2).
        88 pending-work-ok value "00".
*>     the instructions written back to the pending file this run,
*>     so one delivered twice is deferred once
    01 deferred-count pic 9(5) value 0.
    01 deferred-table.
        05 deferred-entry occurs 1 to 10000 times
            depending on deferred-count
            indexed by deferred-idx.
            10 deferred-image pic x(143).
    01 ws-deferred-found pic x.
        88 deferred-found value "Y".
    01 ws-pending-read pic 9(7) value 0.
    01 shell-command pic x(256).
    01 shell-rc pic s9(9) comp.
    01 ws-run-date pic x(8).
    01 ws-due-date pic x(8).
    01 notice-days-env pic x(10).
    01 notice-days pic 9(3) value 14.
    01 date-numeric pic 9(8).
    01 ws-latest-notice-date pic x(8).
    01 ws-dormant-cutoff pic x(8).
    01 ws-cutoff-year pic 9(4).
    01 ws-last-activity pic x(8).
    01 ws-notice-hit pic x value "N".
        88 notice-hit value "Y".
    01 ws-notice-found pic x.
        88 notice-found value "Y".
    01 ws-scan-ptr pic 9(4) comp.
    01 ws-tok-number pic x(16).
    01 ws-tok-issued pic x(8).
    01 ws-tok-mandate pic x(35).
    01 ws-tok-iban pic x(34).
    01 ws-tok-amount pic x(16).
    01 ws-tok-due pic x(8).
    01 notice-count pic 9(5) value 0.
    01 notice-table.
        05 notice-entry occurs 1 to 20000 times
            depending on notice-count
            indexed by notice-idx.
            10 notice-mandate pic x(35).
            10 notice-issue-date pic x(8).
            10 notice-amount pic 9(10)v99.
            10 notice-due-date pic x(8).
procedure division.
    accept ws-run-date from date yyyymmdd.
    accept notice-days-env from environment "MS_PRENOTIFY_DAYS"
        on exception move spaces to notice-days-env
    end-accept.
    if function trim(notice-days-env) not = spaces
        and function trim(notice-days-env) is numeric
        move function numval(notice-days-env) to notice-days
    end-if.
    perform load-notice-register.
*>     no customer master, no KYC check: nothing is collected
*>     rather than everything collected unchecked
    move spaces to ws-kyc-iban, ws-kyc-customer-id.
    call "customer-kyc-check" using ws-kyc-iban, ws-kyc-customer-id,
        ws-kyc-verdict.
    if ws-kyc-verdict = 9
        display "sepa-collect: customer master not available, "
            "nothing collected" upon syserr
        move 1 to return-code
        stop run
    end-if.

    open input collection-instructions.
    if not input-ok
        display "sepa-collect: cannot open collection-instructions, "
        stop run
    end-if.
*>     no mandate master means no collection can be proven
*>     authorised -- that is a hard stop, not a degraded run; it is
*>     opened for update, as each collection is recorded on it
    open i-o mandate-master.
    if not master-ok
        display "sepa-collect: cannot open mandate-master, status "
            master-status-code upon syserr
    move "REASON" to exception-line(87:6).
    write exception-line.

    open output pending-work.
    if not pending-work-ok
        display "sepa-collect: cannot open pending-work, status "
            pending-work-status upon syserr
        close collection-instructions, collection-batch,
            exception-report, mandate-master
        move 1 to return-code
        stop run
    end-if.

    perform write-batch-header.
    perform collect-pending-items.
    perform collect-one-instruction until input-eof.
    perform write-batch-trailer.

    close collection-instructions, collection-batch,
        exception-report, mandate-master, pending-work.
    move "mv resources/pending-collections.new "
        & "resources/pending-collections.txt" to shell-command.
    call "SYSTEM" using shell-command giving shell-rc.
    if shell-rc not = 0
        display "sepa-collect: cannot replace pending-collections, "
            "deferred collections left on "
            "resources/pending-collections.new" upon syserr
        move 1 to return-code
    end-if.

    display "sepa-collect: " ws-read-count " read, "
        ws-pending-read " brought forward, "
        ws-collection-count " collected, "
        deferred-count " deferred, "
        ws-exception-count " exceptions".
    goback.

collect-pending-items section.
*>     collections deferred by earlier runs: the ones now due are
*>     collected, the rest go back on the pending file
    open input pending-collections.
    if not pending-ok
        exit paragraph
    end-if.
    perform until exit
        read pending-collections at end exit perform end-read
        if pending-line not = spaces
            move pending-line to instruction-line
            add 1 to ws-pending-read
            perform validate-and-write
        end-if
    end-perform.
    close pending-collections.

collect-one-instruction section.
    read collection-instructions
        at end continue
        perform write-exception
        exit paragraph
    end-if.
*>     not due yet: the mandate, notice and KYC are checked the day
*>     it is collected, not today
    if coll-due-date is numeric
        and coll-due-date > ws-run-date
        perform defer-collection
        exit paragraph
    end-if.
*>     a customer whose KYC has lapsed is not collected from until
*>     the review is done
    move spaces to ws-kyc-customer-id.
    call "customer-kyc-check" using coll-debtor-iban,
        ws-kyc-customer-id, ws-kyc-verdict.
    evaluate ws-kyc-verdict
        when 1
            move "DEBTOR CUSTOMER UNKNOWN" to ws-reason-text
        when 2
            move "DEBTOR KYC NOT APPROVED" to ws-reason-text
        when 3
            move "DEBTOR KYC EXPIRED" to ws-reason-text
        when 9
            move "DEBTOR KYC UNAVAILABLE" to ws-reason-text
    end-evaluate.
    if (ws-kyc-verdict >= 1 and ws-kyc-verdict <= 3)
        or ws-kyc-verdict = 9
        perform write-exception
        exit paragraph
    end-if.

    perform check-mandate.
    if not mandate-hit
        exit paragraph
    end-if.

    perform check-prenotification.
    if not notice-hit
        exit paragraph
    end-if.

    move ws-amount to ws-amount-edit.
    move spaces to batch-record.
    string "02" delimited by size
           ws-amount-edit delimited by size
           coll-mandate-reference delimited by size
           coll-remittance delimited by size
           mandate-sequence-type delimited by size
        into batch-record
    end-string.
    write batch-record.
    add 1 to ws-collection-count.
    add ws-amount to ws-control-total.
    perform record-collection.

defer-collection section.
    move "N" to ws-deferred-found.
    perform varying deferred-idx from 1 by 1
        until deferred-idx > deferred-count
        if deferred-image(deferred-idx) = instruction-line
            move "Y" to ws-deferred-found
            exit perform
        end-if
    end-perform.
    if deferred-found
        exit paragraph
    end-if.
    if deferred-count = 10000
        move "PENDING FILE FULL" to ws-reason-text
        perform write-exception
        exit paragraph
    end-if.
    add 1 to deferred-count.
    move instruction-line to deferred-image(deferred-count).
    write pending-work-line from instruction-line.

check-mandate section.
*>     the mandate has to exist, still be live, belong to the same
        perform write-exception
        exit paragraph
    end-if.
    if mandate-completed
        move "MANDATE FINAL COLLECTED" to ws-reason-text
        perform write-exception
        exit paragraph
    end-if.
    if mandate-expired
        move "MANDATE EXPIRED" to ws-reason-text
        perform write-exception
        exit paragraph
    end-if.
    if not mandate-live
        move "MANDATE NOT LIVE" to ws-reason-text
        perform write-exception
        perform write-exception
        exit paragraph
    end-if.
*>     36 months without a collection and the mandate is dead under
*>     the rulebook, whether or not mandate-expire has run yet
    if coll-due-date is numeric
        move coll-due-date to ws-dormant-cutoff
    else
        move ws-run-date to ws-dormant-cutoff
    end-if.
    move ws-dormant-cutoff(1:4) to ws-cutoff-year.
    subtract 3 from ws-cutoff-year.
    move ws-cutoff-year to ws-dormant-cutoff(1:4).
    if mandate-last-collection is numeric
        move mandate-last-collection to ws-last-activity
    else
        move mandate-signed-date to ws-last-activity
    end-if.
    if ws-last-activity < ws-dormant-cutoff
        move "MANDATE DORMANT" to ws-reason-text
        perform write-exception
        exit paragraph
    end-if.
    if not sequence-valid
        move "FRST" to mandate-sequence-type
    end-if.
    move "Y" to ws-mandate-hit.

record-collection section.
*>     the mandate record is still the one check-mandate read
    move ws-due-date to mandate-last-collection.
    add 1 to mandate-collection-count.
    evaluate true
        when sequence-first
            move "RCUR" to mandate-sequence-type
        when sequence-final
        when sequence-one-off
            move "F" to mandate-status
    end-evaluate.
    rewrite mandate-record
        invalid key
            display "sepa-collect: cannot update mandate "
                function trim(mandate-reference) ", status "
                master-status-code upon syserr
            move 1 to return-code
    end-rewrite.

check-prenotification section.
*>     a notice for this mandate, due date and amount, issued no
*>     later than the agreed number of days before the due date
    move "N" to ws-notice-hit.
    if coll-due-date is numeric
        move coll-due-date to ws-due-date
    else
        move ws-run-date to ws-due-date
    end-if.
    move function numval(ws-due-date) to date-numeric.
    move function date-of-integer(
        function integer-of-date(date-numeric) - notice-days)
        to date-numeric.
    move date-numeric to ws-latest-notice-date.
    move "N" to ws-notice-found.
    perform varying notice-idx from 1 by 1
        until notice-idx > notice-count
        if notice-mandate(notice-idx) = coll-mandate-reference
            and notice-due-date(notice-idx) = ws-due-date
            and notice-amount(notice-idx) = ws-amount
            move "Y" to ws-notice-found
            if notice-issue-date(notice-idx) <= ws-latest-notice-date
                move "Y" to ws-notice-hit
                exit perform
            end-if
        end-if
    end-perform.
    if notice-hit
        exit paragraph
    end-if.
    if notice-found
        move "PRE-NOTIFIED TOO LATE" to ws-reason-text
    else
        move "NOT PRE-NOTIFIED" to ws-reason-text
    end-if.
    perform write-exception.

load-notice-register section.
*>     no register means nothing was notified: every collection is
*>     held back, which is what the rulebook requires
    move 0 to notice-count.
    open input notice-register.
    if not register-ok
        exit paragraph
    end-if.
    perform until exit
        read notice-register at end exit perform end-read
        move spaces to ws-tok-number, ws-tok-issued, ws-tok-mandate,
            ws-tok-iban, ws-tok-amount, ws-tok-due
        move 1 to ws-scan-ptr
        unstring register-record delimited by ","
            into ws-tok-number, ws-tok-issued, ws-tok-mandate,
                 ws-tok-iban, ws-tok-amount, ws-tok-due
            with pointer ws-scan-ptr
        end-unstring
        if function test-numval(function trim(ws-tok-amount)) = 0
            and notice-count < 20000
            add 1 to notice-count
            move ws-tok-mandate to notice-mandate(notice-count)
            move ws-tok-issued to notice-issue-date(notice-count)
            move function numval(ws-tok-amount)
                to notice-amount(notice-count)
            move ws-tok-due to notice-due-date(notice-count)
        end-if
    end-perform.
    close notice-register.

write-batch-header section.
    move function current-date to ws-batch-stamp.
    move spaces to batch-record.
