       >>SOURCE FORMAT FREE
*>*
*> Monthly receivables job, run after client-invoice: ages every
*> invoice on the invoice register (reports/invoice-register.txt)
*> that is still OPEN or PART-PAID and sends the reminders for the
*> overdue ones, so finance no longer chases payments from a
*> spreadsheet beside the register.
*>
*> The aged-receivables report (reports/aged-receivables.txt)
*> lists each outstanding invoice -- total less what incoming-post
*> has applied to it -- under the bucket its age since issue falls
*> in: CURRENT up to 30 days, 31-60, 61-90 and OVER 90. A summary
*> per client and the grand totals per bucket follow the detail.
*>
*> An invoice is overdue once its age passes the payment terms
*> (MS_PAYMENT_TERMS days, default 30). An overdue invoice with no
*> reminder yet gets a first reminder letter; one whose first
*> reminder is at least 14 days old and that is overdue by a
*> further term gets the second and last. Each letter is written
*> to reports/reminder-<invoice number>-<1 or 2>.txt and the level
*> and date sent are recorded on the register, which is written
*> back whole through reports/invoice-register.new -- a rerun never
*> sends the same reminder twice. An invoice still unpaid 14 days
*> after its second reminder is flagged FOR COLLECTION on the
*> report.
*>
*> Ages as of the current date by default; MS_AGING_DATE
*> (yyyymmdd) ages as of another day. The job stops with return
*> code 1, and sends nothing, when the register is missing or a
*> line of it cannot be read.
*>*
identification division.
program-id. receivables-aging.
environment division.
configuration section.
repository. function all intrinsic.
input-output section.
file-control.
    select invoice-register assign to "reports/invoice-register.txt"
        organization line sequential
        file status is register-status.
    select register-work assign to "reports/invoice-register.new"
        organization line sequential
        file status is register-work-status.
    select aging-report assign to "reports/aged-receivables.txt"
        organization line sequential
        file status is report-status.
    select reminder-doc assign to dynamic reminder-doc-name
        organization line sequential
        file status is reminder-status.
data division.
file section.
fd invoice-register.
    01 register-record pic x(160).
fd register-work.
    01 register-work-record pic x(160).
fd aging-report.
    01 report-line pic x(132).
fd reminder-doc.
    01 reminder-line pic x(100).
working-storage section.
    01 register-status pic x(2).
        88 register-ok value "00".
    01 register-work-status pic x(2).
        88 register-work-ok value "00".
    01 report-status pic x(2).
        88 report-ok value "00".
    01 reminder-doc-name pic x(256).
    01 reminder-status pic x(2).
        88 reminder-ok value "00".

    01 reg-count pic 9(5) value 0.
    copy "modules/invoice-register-table.cpy".
    01 ws-register-state pic x value "Y".
        88 register-readable value "Y".
    01 ws-register-changed pic x value "N".
        88 register-changed value "Y".
    01 ws-reg-amount-edit pic -(10)9.99.

    01 ws-aging-date pic x(8).
    01 ws-aging-day pic 9(8).
    01 ws-env-value pic x(16).
    01 ws-date-heading pic x(10).
    01 ws-payment-terms pic 9(3) value 30.
    01 ws-issue-day pic 9(8).
    01 ws-due-day pic 9(8).
    01 ws-reminder-day pic 9(8).
    01 ws-age-days pic s9(7).
    01 ws-outstanding pic s9(11)v99.
    01 ws-bucket pic 9.
    01 ws-letter-level pic x.
        88 letter-none value space.
    01 ws-letter-text pic x(30).

*>     the four buckets: current, 31-60, 61-90, over 90
    01 ws-grand-buckets.
        05 ws-grand-bucket pic s9(13)v99 occurs 4 times.
    01 ws-grand-total pic s9(13)v99 value 0.

    01 client-count pic 9(3) value 0.
    01 client-totals.
        05 client-entry occurs 1 to 500 times
            depending on client-count
            indexed by client-idx.
            10 client-name pic x(16).
            10 client-invoices pic 9(5).
            10 client-bucket pic s9(13)v99 occurs 4 times.
            10 client-total pic s9(13)v99.
    01 ws-found pic x value "N".
        88 client-found value "Y".
    01 ws-bucket-idx pic 9.
    01 ws-column pic 9(3).

    01 ws-open-count pic 9(7) value 0.
    01 ws-overdue-count pic 9(7) value 0.
    01 ws-first-count pic 9(7) value 0.
    01 ws-second-count pic 9(7) value 0.
    01 ws-collection-count pic 9(7) value 0.

    01 ws-lines-on-page pic 9(3) value 0.
    01 ws-page-number pic 9(3) value 1.
    01 ws-page-text pic zz9.
    01 ws-amount-edit pic -(10)9.99.
    01 ws-days-edit pic zzz9.
    01 ws-count-edit pic zzzz9.
    01 ws-date-text pic x(10).
    01 ws-date-work pic x(8).
    01 shell-command pic x(128).
    01 shell-rc pic s9(9) comp.
procedure division.
    accept ws-aging-date from date yyyymmdd.
    move spaces to ws-env-value.
    accept ws-env-value from environment "MS_AGING_DATE"
        on exception continue
    end-accept.
    if ws-env-value(1:8) is numeric
        move ws-env-value(1:8) to ws-aging-date
    end-if.
    move spaces to ws-env-value.
    accept ws-env-value from environment "MS_PAYMENT_TERMS"
        on exception continue
    end-accept.
    if ws-env-value not = spaces
        and function test-numval(function trim(ws-env-value)) = 0
        move function numval(ws-env-value) to ws-payment-terms
    end-if.
    move ws-aging-date to ws-aging-day.
    move spaces to ws-date-heading.
    move ws-aging-date(5:2) to ws-date-heading(1:2)
    move "/" to ws-date-heading(3:1)
    move ws-aging-date(7:2) to ws-date-heading(4:2)
    move "/" to ws-date-heading(6:1)
    move ws-aging-date(1:4) to ws-date-heading(7:4).

    perform load-invoice-register.
    if not register-readable
        display "receivables-aging: invoice register not usable, "
            "nothing aged" upon syserr
        move 1 to return-code
        stop run
    end-if.

    open output aging-report.
    if not report-ok
        display "receivables-aging: cannot open aged-receivables, "
            "status " report-status upon syserr
        move 1 to return-code
        stop run
    end-if.
    initialize ws-grand-buckets.
    perform print-page-heading.
    perform age-one-invoice varying reg-idx from 1 by 1
        until reg-idx > reg-count.
    perform print-client-summary.
    close aging-report.

    if register-changed
        perform save-invoice-register
    end-if.

    display "receivables-aging: " ws-open-count " outstanding, "
        ws-overdue-count " overdue, " ws-first-count
        " first reminders, " ws-second-count " second reminders, "
        ws-collection-count " for collection as of " ws-date-heading.
    goback.

age-one-invoice section.
    if not reg-outstanding(reg-idx)
        exit paragraph
    end-if.
*>     an invoice issued after the aging date did not exist yet
    if reg-issue-date(reg-idx) is not numeric
        or reg-issue-date(reg-idx) > ws-aging-date
        exit paragraph
    end-if.
    move reg-issue-date(reg-idx) to ws-issue-day.
    if function test-date-yyyymmdd(ws-issue-day) not = 0
        exit paragraph
    end-if.
    compute ws-age-days = function integer-of-date(ws-aging-day)
        - function integer-of-date(ws-issue-day).
    compute ws-outstanding = reg-total(reg-idx) - reg-paid(reg-idx).
    add 1 to ws-open-count.
    evaluate true
        when ws-age-days <= 30
            move 1 to ws-bucket
        when ws-age-days <= 60
            move 2 to ws-bucket
        when ws-age-days <= 90
            move 3 to ws-bucket
        when other
            move 4 to ws-bucket
    end-evaluate.
    add ws-outstanding to ws-grand-bucket(ws-bucket).
    add ws-outstanding to ws-grand-total.
    perform tally-client.

    move spaces to ws-letter-text.
    if ws-age-days > ws-payment-terms
        add 1 to ws-overdue-count
        perform send-reminder
    end-if.
    perform print-one-invoice.

send-reminder section.
    move space to ws-letter-level.
    evaluate true
        when reg-no-reminder(reg-idx)
            move "1" to ws-letter-level
        when reg-first-reminder-sent(reg-idx)
            perform check-second-reminder
        when other
            perform check-for-collection
    end-evaluate.
    if letter-none
        if reg-first-reminder-sent(reg-idx)
            move "FIRST REMINDER SENT" to ws-letter-text
        end-if
        exit paragraph
    end-if.
    perform write-reminder-letter.
    if not reminder-ok
        exit paragraph
    end-if.
    move ws-letter-level to reg-reminder-level(reg-idx).
    move ws-aging-date to reg-reminder-date(reg-idx).
    move "Y" to ws-register-changed.
    if ws-letter-level = "1"
        add 1 to ws-first-count
        move "FIRST REMINDER SENT" to ws-letter-text
    else
        add 1 to ws-second-count
        move "SECOND REMINDER SENT" to ws-letter-text
    end-if.

check-second-reminder section.
*>     the second reminder waits for a further term of non-payment
*>     and gives the first one at least two weeks to work
    if ws-age-days <= ws-payment-terms * 2
        exit paragraph
    end-if.
    if reg-reminder-date(reg-idx) is numeric
        move reg-reminder-date(reg-idx) to ws-reminder-day
        if function test-date-yyyymmdd(ws-reminder-day) = 0
            and function integer-of-date(ws-aging-day)
                - function integer-of-date(ws-reminder-day) < 14
            exit paragraph
        end-if
    end-if.
    move "2" to ws-letter-level.

check-for-collection section.
*>     the second reminder's 14 days to pay run out before the
*>     invoice goes for collection
    move "SECOND REMINDER SENT" to ws-letter-text.
    if reg-reminder-date(reg-idx) is numeric
        move reg-reminder-date(reg-idx) to ws-reminder-day
        if function test-date-yyyymmdd(ws-reminder-day) = 0
            and function integer-of-date(ws-aging-day)
                - function integer-of-date(ws-reminder-day) < 14
            exit paragraph
        end-if
    end-if.
    move "FOR COLLECTION" to ws-letter-text.
    add 1 to ws-collection-count.

write-reminder-letter section.
    move spaces to reminder-doc-name.
    string "reports/reminder-" delimited by size
           reg-invoice-number(reg-idx) delimited by space
           "-" delimited by size
           ws-letter-level delimited by size
           ".txt" delimited by size
        into reminder-doc-name
    end-string.
    open output reminder-doc.
    if not reminder-ok
        display "receivables-aging: cannot open "
            function trim(reminder-doc-name) ", status "
            reminder-status upon syserr
        move 1 to return-code
        exit paragraph
    end-if.
    compute ws-due-day = function date-of-integer(
        function integer-of-date(ws-issue-day) + ws-payment-terms).

    move spaces to reminder-line.
    if ws-letter-level = "1"
        move "PAYMENT REMINDER" to reminder-line(1:16)
    else
        move "SECOND AND FINAL PAYMENT REMINDER" to reminder-line(1:33)
    end-if.
    move ws-date-heading to reminder-line(60:10).
    write reminder-line.
    move spaces to reminder-line.
    write reminder-line.
    move spaces to reminder-line.
    move "CLIENT" to reminder-line(1:6).
    move reg-client(reg-idx) to reminder-line(20:16).
    write reminder-line.
    move spaces to reminder-line.
    move "INVOICE" to reminder-line(1:7).
    move reg-invoice-number(reg-idx) to reminder-line(20:16).
    write reminder-line.
    move spaces to reminder-line.
    move "BILLING PERIOD" to reminder-line(1:14).
    move reg-billing-month(reg-idx)(5:2) to reminder-line(20:2).
    move "/" to reminder-line(22:1).
    move reg-billing-month(reg-idx)(1:4) to reminder-line(23:4).
    write reminder-line.
    move spaces to reminder-line.
    move "ISSUED" to reminder-line(1:6).
    move ws-issue-day to ws-date-work.
    perform format-date-text.
    move ws-date-text to reminder-line(20:10).
    write reminder-line.
    move spaces to reminder-line.
    move "DUE" to reminder-line(1:3).
    move ws-due-day to ws-date-work.
    perform format-date-text.
    move ws-date-text to reminder-line(20:10).
    write reminder-line.
    move spaces to reminder-line.
    write reminder-line.
    move spaces to reminder-line.
    move "INVOICE TOTAL EUR" to reminder-line(1:17).
    move reg-total(reg-idx) to ws-amount-edit.
    move ws-amount-edit to reminder-line(46:14).
    write reminder-line.
    move spaces to reminder-line.
    move "PAID TO DATE" to reminder-line(1:12).
    move reg-paid(reg-idx) to ws-amount-edit.
    move ws-amount-edit to reminder-line(46:14).
    write reminder-line.
    move spaces to reminder-line.
    move "OUTSTANDING EUR" to reminder-line(1:15).
    move ws-outstanding to ws-amount-edit.
    move ws-amount-edit to reminder-line(46:14).
    write reminder-line.
    move spaces to reminder-line.
    write reminder-line.
    move spaces to reminder-line.
    move "OUR RECORDS SHOW THIS INVOICE UNPAID PAST ITS DUE DATE."
        to reminder-line.
    write reminder-line.
    move spaces to reminder-line.
    if ws-letter-level = "1"
        move "PLEASE ARRANGE PAYMENT, QUOTING THE INVOICE NUMBER."
            to reminder-line
    else
        move "PLEASE PAY WITHIN 14 DAYS, QUOTING THE INVOICE NUMBER,"
            to reminder-line
        write reminder-line
        move spaces to reminder-line
        move "OR THE AMOUNT WILL BE PASSED FOR COLLECTION."
            to reminder-line
    end-if.
    write reminder-line.
    move spaces to reminder-line.
    write reminder-line.
    move spaces to reminder-line.
    move "ACCOUNTS RECEIVABLE" to reminder-line(1:19).
    write reminder-line.
    close reminder-doc.

format-date-text section.
    move spaces to ws-date-text.
    move ws-date-work(5:2) to ws-date-text(1:2).
    move "/" to ws-date-text(3:1).
    move ws-date-work(7:2) to ws-date-text(4:2).
    move "/" to ws-date-text(6:1).
    move ws-date-work(1:4) to ws-date-text(7:4).

tally-client section.
    move "N" to ws-found.
    perform varying client-idx from 1 by 1
        until client-idx > client-count
        if client-name(client-idx) = reg-client(reg-idx)
            move "Y" to ws-found
            exit perform
        end-if
    end-perform.
    if not client-found
        if client-count >= 500
            exit paragraph
        end-if
        add 1 to client-count
        set client-idx to client-count
        initialize client-entry(client-idx)
        move reg-client(reg-idx) to client-name(client-idx)
    end-if.
    add 1 to client-invoices(client-idx).
    add ws-outstanding to client-bucket(client-idx, ws-bucket).
    add ws-outstanding to client-total(client-idx).

print-page-heading section.
    move ws-page-number to ws-page-text.
    move spaces to report-line.
    move "AGED RECEIVABLES" to report-line(1:16).
    move "AS OF" to report-line(100:5).
    move ws-date-heading to report-line(106:10).
    move "PAGE" to report-line(120:4).
    move ws-page-text to report-line(125:3).
    write report-line.
    move spaces to report-line.
    write report-line.
    move spaces to report-line.
    move "INVOICE" to report-line(1:7).
    move "CLIENT" to report-line(18:6).
    move "ISSUED" to report-line(35:6).
    move "DAYS" to report-line(46:4).
    move "CURRENT" to report-line(58:7).
    move "31-60" to report-line(75:5).
    move "61-90" to report-line(90:5).
    move "OVER 90" to report-line(103:7).
    move "REMINDER" to report-line(112:8).
    write report-line.
    move spaces to report-line.
    move all "-" to report-line(1:16).
    move all "-" to report-line(18:16).
    move all "-" to report-line(35:10).
    move all "-" to report-line(46:4).
    move all "-" to report-line(51:14).
    move all "-" to report-line(66:14).
    move all "-" to report-line(81:14).
    move all "-" to report-line(96:14).
    move all "-" to report-line(112:20).
    write report-line.
    move 4 to ws-lines-on-page.

print-one-invoice section.
    if ws-lines-on-page >= 60
        move spaces to report-line
        write report-line before advancing page
        add 1 to ws-page-number
        perform print-page-heading
    end-if.
    move spaces to report-line.
    move reg-invoice-number(reg-idx) to report-line(1:16).
    move reg-client(reg-idx) to report-line(18:16).
    move reg-issue-date(reg-idx) to ws-date-work.
    perform format-date-text.
    move ws-date-text to report-line(35:10).
    move ws-age-days to ws-days-edit.
    move ws-days-edit to report-line(46:4).
    move ws-outstanding to ws-amount-edit.
    evaluate ws-bucket
        when 1 move ws-amount-edit to report-line(51:14)
        when 2 move ws-amount-edit to report-line(66:14)
        when 3 move ws-amount-edit to report-line(81:14)
        when 4 move ws-amount-edit to report-line(96:14)
    end-evaluate.
    move ws-letter-text(1:20) to report-line(112:20).
    write report-line.
    add 1 to ws-lines-on-page.

print-client-summary section.
*>     the summary always starts a page of its own
    move spaces to report-line.
    write report-line before advancing page.
    add 1 to ws-page-number.
    move ws-page-number to ws-page-text.
    move spaces to report-line.
    move "AGED RECEIVABLES BY CLIENT" to report-line(1:26).
    move "AS OF" to report-line(100:5).
    move ws-date-heading to report-line(106:10).
    move "PAGE" to report-line(120:4).
    move ws-page-text to report-line(125:3).
    write report-line.
    move spaces to report-line.
    write report-line.
    move spaces to report-line.
    move "CLIENT" to report-line(1:6).
    move "INVOICES" to report-line(18:8).
    move "CURRENT" to report-line(40:7).
    move "31-60" to report-line(57:5).
    move "61-90" to report-line(72:5).
    move "OVER 90" to report-line(85:7).
    move "TOTAL" to report-line(102:5).
    write report-line.
    move 3 to ws-lines-on-page.
    perform print-one-client varying client-idx from 1 by 1
        until client-idx > client-count.

    move spaces to report-line.
    write report-line.
    move spaces to report-line.
    move "GRAND TOTAL" to report-line(1:11).
    move ws-open-count to ws-count-edit.
    move ws-count-edit to report-line(21:5).
    perform varying ws-bucket-idx from 1 by 1 until ws-bucket-idx > 4
        move ws-grand-bucket(ws-bucket-idx) to ws-amount-edit
        compute ws-column = 33 + (ws-bucket-idx - 1) * 15
        move ws-amount-edit to report-line(ws-column:14)
    end-perform.
    move ws-grand-total to ws-amount-edit.
    move ws-amount-edit to report-line(93:14).
    write report-line.

print-one-client section.
    if ws-lines-on-page >= 60
        move spaces to report-line
        write report-line before advancing page
        move 0 to ws-lines-on-page
    end-if.
    move spaces to report-line.
    move client-name(client-idx) to report-line(1:16).
    move client-invoices(client-idx) to ws-count-edit.
    move ws-count-edit to report-line(21:5).
    perform varying ws-bucket-idx from 1 by 1 until ws-bucket-idx > 4
        move client-bucket(client-idx, ws-bucket-idx) to ws-amount-edit
        compute ws-column = 33 + (ws-bucket-idx - 1) * 15
        move ws-amount-edit to report-line(ws-column:14)
    end-perform.
    move client-total(client-idx) to ws-amount-edit.
    move ws-amount-edit to report-line(93:14).
    write report-line.
    add 1 to ws-lines-on-page.

load-invoice-register section.
    move 0 to reg-count.
    open input invoice-register.
    if not register-ok
        display "receivables-aging: cannot open invoice-register, "
            "status " register-status upon syserr
        move "N" to ws-register-state
        exit paragraph
    end-if.
    perform until exit
        read invoice-register at end exit perform end-read
        if register-record not = spaces
            if reg-count >= 5000
                display "receivables-aging: invoice register holds "
                    "more than 5000 invoices" upon syserr
                move "N" to ws-register-state
            else
                perform load-one-invoice
            end-if
        end-if
        if not register-readable
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
        display "receivables-aging: invoice register line not "
            "readable: " function trim(register-record) upon syserr
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
        display "receivables-aging: cannot open invoice-register.new, "
            "status " register-work-status
            ", reminders sent are not recorded" upon syserr
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
        display "receivables-aging: cannot replace invoice-register, "
            "reminders sent are not recorded" upon syserr
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
end program receivables-aging.
