*> reconciled by eye. A totals page (count and amount, matched vs
*> unmatched) ties the day's incoming money out the same way
*> settlement-report ties out conversions.
*>
*> Each posting also carries the beneficiary IBAN, which is the
*> key ledger-post credits the account-ledger file on, and ends in
*> R when it is a released credit from an earlier day's delivery,
*> so camt053-recon does not look for it on today's statement.
*>
*> Before posting, sanctions-screen checks the ordering party's
*> name, the remittance text and the country of the ordering IBAN.
*> A hit is held on the sanctions hold file, not posted, and shows
*> on the totals page as HELD; credits sanctions-review has released
*> since the last run are posted first and show as RELEASED, or as
*> REL UNMATCHED when they still cannot be posted. MATCHED and
*> UNMATCHED count only the day's own delivery, so each credit is
*> in one line of the page only. The run stops if the sanctions
*> list cannot be loaded.
*>
*> A posted credit that pays one of our invoices is applied to it
*> on the invoice register (reports/invoice-register.txt). The
*> invoice number quoted in the remittance text finds the invoice;
*> failing that, an ordering IBAN listed for a client on
*> resources/client-payers.txt (client key,IBAN) pays that client's
*> outstanding invoices oldest first, any excess landing on the
*> newest. Each invoice is marked PART-PAID, PAID or OVERPAID with
*> the amount paid and the value date, and every application is
*> listed on reports/invoice-matches.txt -- a payer IBAN credit
*> with nothing outstanding to pay shows there as UNAPPLIED. When
*> MS_RECEIVABLES_IBAN is set, only credits to that account are
*> looked at. The register is written back whole through
*> reports/invoice-register.new, and left alone when any of its
*> lines cannot be read.
*>*
identification division.
program-id. incoming-post.
        access random
        record key master-iban
        file status is master-status-code.
    select invoice-register assign to "reports/invoice-register.txt"
        organization line sequential
        file status is register-status.
    select register-work assign to "reports/invoice-register.new"
        organization line sequential
        file status is register-work-status.
    select client-payers assign to "resources/client-payers.txt"
        organization line sequential
        file status is payers-status.
    select invoice-matches assign to "reports/invoice-matches.txt"
        organization line sequential
        file status is matches-status.
data division.
file section.
fd incoming-credits.
        05 post-amount pic 9(10).99.
        05 post-ordering-name pic x(30).
        05 post-remittance pic x(35).
        05 post-beneficiary-iban pic x(34).
        05 post-released-flag pic x.
fd exception-report.
    01 exception-line pic x(132).
fd totals-page.
    01 totals-line pic x(80).
fd account-master.
    copy "modules/account-master-record.cpy".
fd invoice-register.
    01 register-record pic x(160).
fd register-work.
    01 register-work-record pic x(160).
fd client-payers.
    01 payer-line pic x(80).
fd invoice-matches.
    01 match-line pic x(132).
working-storage section.
    01 input-status pic x(2).
        88 input-ok value "00".
    01 ws-amount-edit pic -(12)9.99.
    01 ws-run-date pic x(8).
    01 ws-date-heading pic x(10).
    01 shell-command pic x(128).
    01 shell-rc pic s9(9) comp.

    01 ws-screen-source pic x(2) value "CR".
    01 ws-screen-name pic x(35).
    01 ws-screen-bic pic x(11) value spaces.
    01 ws-screen-verdict pic 9.
    01 ws-screen-image pic x(200).
    01 ws-screen-cleared pic x value "N".
        88 screen-cleared value "Y".
    01 ws-released-found pic x.
        88 released-item-found value "Y".
    01 ws-held-count pic 9(7) value 0.
    01 ws-held-total pic 9(13)v99 value 0.
    01 ws-released-count pic 9(7) value 0.
    01 ws-released-total pic 9(13)v99 value 0.
    01 ws-released-unmatched-count pic 9(7) value 0.
    01 ws-released-unmatched-total pic 9(13)v99 value 0.

    01 register-status pic x(2).
        88 register-ok value "00".
    01 register-work-status pic x(2).
        88 register-work-ok value "00".
    01 payers-status pic x(2).
        88 payers-ok value "00".
    01 matches-status pic x(2).
        88 matches-ok value "00".
    01 reg-count pic 9(5) value 0.
    copy "modules/invoice-register-table.cpy".
    01 ws-register-state pic x value "N".
        88 register-loaded value "Y".
    01 ws-register-changed pic x value "N".
        88 register-changed value "Y".
    01 ws-reg-amount-edit pic -(10)9.99.
    01 ws-receivables-iban pic x(34).
    01 payer-count pic 9(4) value 0.
    01 payer-table.
        05 payer-entry occurs 1 to 2000 times depending on payer-count
            indexed by payer-idx.
            10 payer-client pic x(16).
            10 payer-iban pic x(34).
    01 ws-tok-payer-client pic x(16).
    01 ws-tok-payer-iban pic x(34).
    01 ws-payer-found pic x.
        88 payer-found value "Y".
    01 ws-invoice-found pic x.
        88 invoice-found value "Y".
    01 ws-remittance-upper pic x(35).
    01 ws-scan-pos pic 9(2).
    01 ws-match-method pic x(10).
    01 ws-unapplied pic 9(10)v99.
    01 ws-applied pic 9(11)v99.
    01 ws-outstanding pic s9(11)v99.
    01 ws-last-open pic 9(5).
    01 ws-applied-count pic 9(7) value 0.
    01 ws-applied-total pic 9(13)v99 value 0.
procedure division.
*>     no list, no postings: an unscreened credit cannot be undone
*>     once the customer has spent it
    move spaces to ws-screen-source.
    call "sanctions-screen" using ws-screen-source, ws-screen-name,
        in-remittance, in-ordering-iban, ws-screen-bic,
        ws-screen-image, ws-screen-verdict.
    if ws-screen-verdict = 9
        display "incoming-post: sanctions list not available, "
            "nothing posted" upon syserr
        move 1 to return-code
        stop run
    end-if.
    move "CR" to ws-screen-source.

    open input incoming-credits.
    if not input-ok
        display "incoming-post: cannot open incoming-credits, status "
        stop run
    end-if.

    perform load-invoice-register.
    perform load-client-payers.
    move spaces to ws-receivables-iban.
    accept ws-receivables-iban from environment "MS_RECEIVABLES_IBAN"
        on exception continue
    end-accept.
    open output invoice-matches.
    if not matches-ok
        display "incoming-post: cannot open invoice-matches, status "
            matches-status upon syserr
        close incoming-credits, postings-file, exception-report,
            account-master
        move 1 to return-code
        stop run
    end-if.
    perform write-matches-heading.

    move spaces to exception-line.
    move "VALUE DT" to exception-line(1:8).
    move "BENEFICIARY IBAN" to exception-line(11:16).
    move "REASON" to exception-line(93:6).
    write exception-line.

    perform post-released-credits.
    perform post-one-credit until input-eof.

    close incoming-credits, postings-file, exception-report,
        account-master, invoice-matches.
    if register-changed
        perform save-invoice-register
    end-if.

    perform print-totals-page.

    display "incoming-post: " ws-read-count " read, "
        ws-matched-count " posted, "
        ws-held-count " held for screening, "
        ws-released-count " released from screening, "
        ws-unmatched-count " exceptions, "
        ws-released-unmatched-count " released exceptions, "
        ws-applied-count " applied to invoices".
    goback.

post-released-credits section.
*>     credits a reviewer has cleared since the last run, posted
*>     through every check but the screening that held them
    move "Y" to ws-screen-cleared.
    perform until exit
        call "sanctions-released" using ws-screen-source,
            ws-screen-image, ws-released-found
        if not released-item-found
            exit perform
        end-if
        move ws-screen-image to credit-line
        perform match-and-post
    end-perform.
    move "N" to ws-screen-cleared.

post-one-credit section.
    read incoming-credits
        at end continue
    end-if.
    move function numval(in-amount) to ws-amount.

    if not screen-cleared
        move in-ordering-name to ws-screen-name
        move credit-line to ws-screen-image
        call "sanctions-screen" using ws-screen-source,
            ws-screen-name, in-remittance, in-ordering-iban,
            ws-screen-bic, ws-screen-image, ws-screen-verdict
        if ws-screen-verdict = 8
            display "incoming-post: sanctions hit on "
                function trim(ws-screen-name)
                " could not be held, run stopped" upon syserr
            move 1 to return-code
            stop run
        end-if
        if ws-screen-verdict not = 0
            add 1 to ws-held-count
            add ws-amount to ws-held-total
            exit paragraph
        end-if
    end-if.

    move in-beneficiary-iban to master-iban.
    read account-master
        invalid key
    move ws-amount to post-amount.
    move in-ordering-name to post-ordering-name.
    move in-remittance to post-remittance.
    move in-beneficiary-iban to post-beneficiary-iban.
    if screen-cleared
        move "R" to post-released-flag
    end-if.
    write posting-record.
    if screen-cleared
        add 1 to ws-released-count
        add ws-amount to ws-released-total
    else
        add 1 to ws-matched-count
        add ws-amount to ws-matched-total
    end-if.
    perform apply-to-invoices.

apply-to-invoices section.
    if not register-loaded
        exit paragraph
    end-if.
    if ws-receivables-iban not = spaces
        and in-beneficiary-iban not = ws-receivables-iban
        exit paragraph
    end-if.
    perform find-invoice-reference.
    if invoice-found
        move "REFERENCE" to ws-match-method
        move ws-amount to ws-applied
        perform apply-one-payment
        add 1 to ws-applied-count
        exit paragraph
    end-if.
    perform find-payer-client.
    if not payer-found
        exit paragraph
    end-if.
    move "PAYER IBAN" to ws-match-method.

*>     the newest outstanding invoice takes whatever the older ones
*>     leave over, so an excess shows as an overpayment on it
    move 0 to ws-last-open.
    perform varying reg-idx from 1 by 1 until reg-idx > reg-count
        if reg-client(reg-idx) = payer-client(payer-idx)
            and reg-outstanding(reg-idx)
            set ws-last-open to reg-idx
        end-if
    end-perform.
    if ws-last-open = 0
        perform write-unapplied-line
        exit paragraph
    end-if.
    move ws-amount to ws-unapplied.
    perform varying reg-idx from 1 by 1
        until reg-idx > ws-last-open or ws-unapplied = 0
        if reg-client(reg-idx) = payer-client(payer-idx)
            and reg-outstanding(reg-idx)
            compute ws-outstanding = reg-total(reg-idx)
                - reg-paid(reg-idx)
            if reg-idx = ws-last-open or ws-unapplied < ws-outstanding
                move ws-unapplied to ws-applied
            else
                move ws-outstanding to ws-applied
            end-if
            perform apply-one-payment
            subtract ws-applied from ws-unapplied
        end-if
    end-perform.
    add 1 to ws-applied-count.

find-invoice-reference section.
*>     invoice numbers are INV-yyyymm-nnnnn, quoted anywhere in the
*>     remittance text
    move "N" to ws-invoice-found.
    move function upper-case(in-remittance) to ws-remittance-upper.
    perform varying ws-scan-pos from 1 by 1
        until ws-scan-pos > 20 or invoice-found
        if ws-remittance-upper(ws-scan-pos:4) = "INV-"
            perform varying reg-idx from 1 by 1
                until reg-idx > reg-count
                if reg-invoice-number(reg-idx)
                    = ws-remittance-upper(ws-scan-pos:16)
                    move "Y" to ws-invoice-found
                    exit perform
                end-if
            end-perform
        end-if
    end-perform.

find-payer-client section.
    move "N" to ws-payer-found.
    perform varying payer-idx from 1 by 1 until payer-idx > payer-count
        if payer-iban(payer-idx) = in-ordering-iban
            move "Y" to ws-payer-found
            exit perform
        end-if
    end-perform.

apply-one-payment section.
    add ws-applied to reg-paid(reg-idx).
    evaluate true
        when reg-paid(reg-idx) = reg-total(reg-idx)
            move "PAID" to reg-status(reg-idx)
        when reg-paid(reg-idx) > reg-total(reg-idx)
            move "OVERPAID" to reg-status(reg-idx)
        when other
            move "PART-PAID" to reg-status(reg-idx)
    end-evaluate.
    move in-value-date to reg-last-paid-date(reg-idx).
    move "Y" to ws-register-changed.
    add ws-applied to ws-applied-total.

    move spaces to match-line.
    move in-value-date to match-line(1:8).
    move reg-invoice-number(reg-idx) to match-line(11:16).
    move reg-client(reg-idx) to match-line(28:16).
    move ws-applied to ws-reg-amount-edit.
    move ws-reg-amount-edit to match-line(45:14).
    compute ws-outstanding = reg-total(reg-idx) - reg-paid(reg-idx).
    move ws-outstanding to ws-reg-amount-edit.
    move ws-reg-amount-edit to match-line(60:14).
    move reg-status(reg-idx) to match-line(76:9).
    move ws-match-method to match-line(87:10).
    move in-ordering-name to match-line(99:30).
    write match-line.

write-unapplied-line section.
    move spaces to match-line.
    move in-value-date to match-line(1:8).
    move payer-client(payer-idx) to match-line(28:16).
    move ws-amount to ws-reg-amount-edit.
    move ws-reg-amount-edit to match-line(45:14).
    move "UNAPPLIED" to match-line(76:9).
    move ws-match-method to match-line(87:10).
    move in-ordering-name to match-line(99:30).
    write match-line.

write-matches-heading section.
    move spaces to match-line.
    move "VALUE DT" to match-line(1:8).
    move "INVOICE" to match-line(11:7).
    move "CLIENT" to match-line(28:6).
    move "APPLIED" to match-line(52:7).
    move "OUTSTANDING" to match-line(63:11).
    move "STATUS" to match-line(76:6).
    move "MATCHED BY" to match-line(87:10).
    move "ORDERING PARTY" to match-line(99:14).
    write match-line.

load-client-payers section.
    move 0 to payer-count.
    open input client-payers.
    if not payers-ok
        exit paragraph
    end-if.
    perform until exit
        read client-payers at end exit perform end-read
        move spaces to ws-tok-payer-client, ws-tok-payer-iban
        unstring payer-line delimited by ","
            into ws-tok-payer-client, ws-tok-payer-iban
        end-unstring
        if ws-tok-payer-client not = spaces
            and ws-tok-payer-iban not = spaces
            and payer-count < 2000
            add 1 to payer-count
            move ws-tok-payer-client to payer-client(payer-count)
            move ws-tok-payer-iban to payer-iban(payer-count)
        end-if
    end-perform.
    close client-payers.

load-invoice-register section.
*>     no register yet means nothing has been invoiced
    move 0 to reg-count.
    open input invoice-register.
    if not register-ok
        exit paragraph
    end-if.
    move "Y" to ws-register-state.
    perform until exit
        read invoice-register at end exit perform end-read
        if register-record not = spaces
            if reg-count >= 5000
                display "incoming-post: invoice register holds more "
                    "than 5000 invoices, none applied" upon syserr
                move "N" to ws-register-state
            else
                perform load-one-invoice
            end-if
        end-if
        if not register-loaded
            exit perform
        end-if
    end-perform.
    close invoice-register.

load-one-invoice section.
    move spaces to reg-line-tokens.
    unstring register-record delimited by ","
        into reg-tok-number, reg-tok-issue-date, reg-tok-month,
             reg-tok-client, reg-tok-net, reg-tok-vat, reg-tok-total,
             reg-tok-paid, reg-tok-status, reg-tok-paid-date,
             reg-tok-level, reg-tok-reminder-date
    end-unstring.
*>     a register that cannot be read back exactly is not rewritten
    if function test-numval(function trim(reg-tok-net)) not = 0
        or function test-numval(function trim(reg-tok-vat)) not = 0
        or function test-numval(function trim(reg-tok-total)) not = 0
        or (reg-tok-paid not = spaces
            and function test-numval(function trim(reg-tok-paid))
                not = 0)
        display "incoming-post: invoice register line not readable, "
            "no payments applied: " function trim(register-record)
            upon syserr
        move "N" to ws-register-state
        exit paragraph
    end-if.
    add 1 to reg-count.
    set reg-idx to reg-count.
    move reg-tok-number to reg-invoice-number(reg-idx).
    move reg-tok-issue-date to reg-issue-date(reg-idx).
    move reg-tok-month to reg-billing-month(reg-idx).
    move reg-tok-client to reg-client(reg-idx).
    move function numval(reg-tok-net) to reg-net(reg-idx).
    move function numval(reg-tok-vat) to reg-vat(reg-idx).
    move function numval(reg-tok-total) to reg-total(reg-idx).
    move 0 to reg-paid(reg-idx).
    if reg-tok-paid not = spaces
        move function numval(reg-tok-paid) to reg-paid(reg-idx)
    end-if.
    move reg-tok-status to reg-status(reg-idx).
    if reg-tok-status = spaces
        move "OPEN" to reg-status(reg-idx)
    end-if.
    move reg-tok-paid-date to reg-last-paid-date(reg-idx).
    move reg-tok-level to reg-reminder-level(reg-idx).
    move reg-tok-reminder-date to reg-reminder-date(reg-idx).

save-invoice-register section.
    open output register-work.
    if not register-work-ok
        display "incoming-post: cannot open invoice-register.new, "
            "status " register-work-status
            ", invoice payments not recorded" upon syserr
        move 1 to return-code
        exit paragraph
    end-if.
    perform varying reg-idx from 1 by 1 until reg-idx > reg-count
        perform format-one-invoice
        write register-work-record
    end-perform.
    close register-work.
    move "mv reports/invoice-register.new reports/invoice-register.txt"
        to shell-command.
    call "SYSTEM" using shell-command giving shell-rc.
    if shell-rc not = 0
        display "incoming-post: cannot replace invoice-register, "
            "invoice payments not recorded" upon syserr
        move 1 to return-code
    end-if.

format-one-invoice section.
    move spaces to reg-line-tokens.
    move reg-net(reg-idx) to ws-reg-amount-edit.
    move function trim(ws-reg-amount-edit) to reg-tok-net.
    move reg-vat(reg-idx) to ws-reg-amount-edit.
    move function trim(ws-reg-amount-edit) to reg-tok-vat.
    move reg-total(reg-idx) to ws-reg-amount-edit.
    move function trim(ws-reg-amount-edit) to reg-tok-total.
    move reg-paid(reg-idx) to ws-reg-amount-edit.
    move function trim(ws-reg-amount-edit) to reg-tok-paid.
    move spaces to register-work-record.
    string reg-invoice-number(reg-idx) delimited by space
           "," delimited by size
           reg-issue-date(reg-idx) delimited by space
           "," delimited by size
           reg-billing-month(reg-idx) delimited by space
           "," delimited by size
           function trim(reg-client(reg-idx)) delimited by size
           "," delimited by size
           reg-tok-net delimited by space
           "," delimited by size
           reg-tok-vat delimited by space
           "," delimited by size
           reg-tok-total delimited by space
           "," delimited by size
           reg-tok-paid delimited by space
           "," delimited by size
           reg-status(reg-idx) delimited by space
           "," delimited by size
           reg-last-paid-date(reg-idx) delimited by space
           "," delimited by size
           reg-reminder-level(reg-idx) delimited by space
           "," delimited by size
           reg-reminder-date(reg-idx) delimited by space
        into register-work-record
    end-string.

write-exception section.
    move spaces to exception-line.
    move in-ordering-name to exception-line(61:30).
    move ws-reason-text to exception-line(93:25).
    write exception-line.
    if screen-cleared
        add 1 to ws-released-unmatched-count
        if function test-numval(function trim(in-amount)) = 0
            add function numval(in-amount)
                to ws-released-unmatched-total
        end-if
    else
        add 1 to ws-unmatched-count
        if function test-numval(function trim(in-amount)) = 0
            add function numval(in-amount) to ws-unmatched-total
        end-if
    end-if.

print-totals-page section.
    move ws-unmatched-total to ws-amount-edit.
    move ws-amount-edit to totals-line(30:16).
    write totals-line.
*>     held credits are money the bank has booked to us and we have
*>     not posted; released ones were on an earlier day's statement
    move spaces to totals-line.
    move "HELD" to totals-line(1:4).
    move ws-held-count to ws-count-edit.
    move ws-count-edit to totals-line(15:7).
    move ws-held-total to ws-amount-edit.
    move ws-amount-edit to totals-line(30:16).
    write totals-line.
    move spaces to totals-line.
    move "RELEASED" to totals-line(1:8).
    move ws-released-count to ws-count-edit.
    move ws-count-edit to totals-line(15:7).
    move ws-released-total to ws-amount-edit.
    move ws-amount-edit to totals-line(30:16).
    write totals-line.
    move spaces to totals-line.
    move "REL UNMATCHED" to totals-line(1:13).
    move ws-released-unmatched-count to ws-count-edit.
    move ws-count-edit to totals-line(15:7).
    move ws-released-unmatched-total to ws-amount-edit.
    move ws-amount-edit to totals-line(30:16).
    write totals-line.
    move spaces to totals-line.
    move "TOTAL READ" to totals-line(1:10).
    move ws-read-count to ws-count-edit.
