       >>SOURCE FORMAT FREE
*>*
*> General-ledger interface: turns the day's batch outputs into
*> one double-entry journal file for the general ledger, so the
*> back office stops keying the day's totals in by hand. Six
*> sources are journalled, each under its own event:
*>
*>   conversions   reports/settlement-summary.txt, netted to one
*>                 volume bought, one volume sold and the fee income
*>                 per currency (FX-BOUGHT, FX-SOLD, FX-FEE)
*>   incoming      the MATCHED, UNMATCHED, HELD, RELEASED and REL
*>                 UNMATCHED lines of reports/incoming-totals.txt
*>                 (INCOMING-MATCHED ...); a released credit is only
*>                 on the RELEASED or REL UNMATCHED line, so it
*>                 clears the hold suspense and is not booked again
*>   transfers     the 09 trailer of reports/sepa-batch.txt
*>                 (TRANSFER-OUT)
*>   collections   the 09 trailer of reports/sepa-collection-batch
*>                 .txt (COLLECTION)
*>   returns       reports/sepa-returns-report.txt (RETURN)
*>   invoices      the lines of reports/invoice-register.txt issued
*>                 that day, net and VAT apart (INVOICE-NET,
*>                 INVOICE-VAT)
*>
*> Every event is booked through the maintainable posting-rules
*> file resources/gl-posting-rules.txt (MS_GL_RULES_FILE) -- one
*> line per event, event,debit account,credit account -- so a
*> change to the chart of accounts is a file edit, not a program
*> change. Conversion lines are booked in their own currency, all
*> other lines in EUR.
*>
*> Only a source that belongs to the journal day is taken: the
*> date on its heading, batch header or title line must match,
*> and a report left over from an earlier day is listed as OTHER
*> DAY and skipped rather than booked twice. A missing source
*> simply journals nothing -- not every job runs every day.
*>
*> Journals the current date by default; MS_GL_DATE (yyyymmdd)
*> journals an earlier day. The file goes to
*> reports/gl-journal-yyyymmdd.txt as an 01 header, one 02 line per
*> debit or credit and an 09 trailer with the line count and the
*> debit and credit totals. Debits must equal credits in every
*> currency before anything is written: an event with no posting
*> rule, or a journal that does not balance, ends the job with
*> return code 1 and no journal file. A day already journalled is
*> refused; remove its file to journal it again.
*>*
identification division.
program-id. gl-journal.
environment division.
configuration section.
repository. function all intrinsic.
input-output section.
file-control.
    select rules-file assign to dynamic rules-file-name
        organization line sequential
        file status is rules-status.
    select settlement-summary
        assign to "reports/settlement-summary.txt"
        organization line sequential
        file status is summary-status.
    select incoming-totals assign to "reports/incoming-totals.txt"
        organization line sequential
        file status is totals-status.
    select sepa-batch assign to "reports/sepa-batch.txt"
        organization line sequential
        file status is batch-status.
    select collection-batch
        assign to "reports/sepa-collection-batch.txt"
        organization line sequential
        file status is collection-status.
    select returns-report assign to "reports/sepa-returns-report.txt"
        organization line sequential
        file status is returns-status.
    select invoice-register assign to "reports/invoice-register.txt"
        organization line sequential
        file status is invoice-status.
    select journal-file assign to dynamic journal-file-name
        organization line sequential
        file status is journal-status.
data division.
file section.
fd rules-file.
    01 rules-line pic x(80).
fd settlement-summary.
    01 summary-line pic x(100).
fd incoming-totals.
    01 totals-line pic x(80).
fd sepa-batch.
    01 batch-record.
        05 batch-record-type pic x(2).
        05 batch-detail pic x(127).
        05 batch-header redefines batch-detail.
            10 batch-format pic x(8).
            10 batch-stamp pic x(14).
            10 filler pic x(105).
        05 batch-trailer redefines batch-detail.
            10 batch-trailer-count pic x(7).
            10 batch-trailer-total pic x(16).
            10 filler pic x(104).
fd collection-batch.
    01 collection-record.
        05 coll-record-type pic x(2).
        05 coll-detail pic x(128).
        05 coll-header redefines coll-detail.
            10 coll-format pic x(8).
            10 coll-stamp pic x(14).
            10 filler pic x(106).
        05 coll-trailer redefines coll-detail.
            10 coll-trailer-count pic x(7).
            10 coll-trailer-total pic x(16).
            10 filler pic x(105).
fd returns-report.
    01 return-line.
        05 filler pic x(72).
        05 ret-amount pic x(13).
        05 filler pic x(47).
    01 return-title-line.
        05 ret-title pic x(19).
        05 filler pic x(103).
        05 ret-title-date pic x(10).
fd invoice-register.
    01 register-record pic x(132).
fd journal-file.
    01 journal-record.
        05 jnl-record-type pic x(2).
        05 jnl-detail.
            10 jnl-line-number pic 9(5).
            10 jnl-account pic x(10).
            10 jnl-currency pic x(3).
            10 jnl-direction pic x.
            10 jnl-amount pic 9(13).99.
            10 jnl-event pic x(20).
            10 jnl-narrative pic x(40).
        05 jnl-header redefines jnl-detail.
            10 jnl-format pic x(8).
            10 jnl-date pic x(8).
            10 jnl-stamp pic x(14).
            10 filler pic x(65).
        05 jnl-trailer redefines jnl-detail.
            10 jnl-trailer-count pic 9(7).
            10 jnl-trailer-debits pic 9(13).99.
            10 jnl-trailer-credits pic 9(13).99.
            10 filler pic x(56).
working-storage section.
    01 rules-file-name pic x(256).
    01 rules-status pic x(2).
        88 rules-ok value "00".
    01 summary-status pic x(2).
        88 summary-ok value "00".
    01 totals-status pic x(2).
        88 totals-ok value "00".
    01 batch-status pic x(2).
        88 batch-ok value "00".
    01 collection-status pic x(2).
        88 collection-ok value "00".
    01 returns-status pic x(2).
        88 returns-ok value "00".
    01 invoice-status pic x(2).
        88 invoice-ok value "00".
    01 journal-file-name pic x(256).
    01 journal-target-name pic x(256).
    01 journal-status pic x(2).
        88 journal-ok value "00".

    01 ws-journal-date pic x(8).
    01 ws-env-date pic x(10).
    01 ws-date-heading pic x(10).
    01 ws-source-date pic x(8).
    01 ws-stamp pic x(21).

    01 ws-journal-state pic x value "G".
        88 journal-good value "G".
        88 journal-failed value "F".

*>     the posting rules, event to debit and credit account
    01 rule-count pic 9(3) value 0.
    01 rule-table.
        05 rule-entry occurs 1 to 100 times depending on rule-count
            indexed by rule-idx.
            10 rule-event pic x(20).
            10 rule-debit-account pic x(10).
            10 rule-credit-account pic x(10).
    01 ws-tok-event pic x(20).
    01 ws-tok-debit pic x(10).
    01 ws-tok-credit pic x(10).
    01 ws-found pic x value "N".
        88 entry-found value "Y".

*>     the day's conversion activity netted per currency
    01 fx-count pic 9(3) value 0.
    01 fx-table.
        05 fx-entry occurs 1 to 100 times depending on fx-count
            indexed by fx-idx.
            10 fx-currency pic x(3).
            10 fx-bought pic 9(13)v99.
            10 fx-sold pic 9(13)v99.
            10 fx-fees pic 9(13)v99.
    01 ws-find-currency pic x(3).

*>     the journal being built; nothing is written until it balances
    01 jl-count pic 9(5) value 0.
    01 jl-table.
        05 jl-entry occurs 1 to 999 times depending on jl-count
            indexed by jl-idx.
            10 jl-account pic x(10).
            10 jl-currency pic x(3).
            10 jl-direction pic x.
                88 jl-is-debit value "D".
            10 jl-amount pic 9(13)v99.
            10 jl-event pic x(20).
            10 jl-narrative pic x(40).

*>     debits against credits per currency
    01 bal-count pic 9(3) value 0.
    01 bal-table.
        05 bal-entry occurs 1 to 100 times depending on bal-count
            indexed by bal-idx.
            10 bal-currency pic x(3).
            10 bal-debits pic 9(13)v99.
            10 bal-credits pic 9(13)v99.
    01 ws-total-debits pic 9(13)v99 value 0.
    01 ws-total-credits pic 9(13)v99 value 0.

*>     the posting being added, filled in by each source before it
*>     performs add-posting
    01 ws-post-event pic x(20).
    01 ws-post-currency pic x(3).
    01 ws-post-amount pic 9(13)v99.
    01 ws-post-narrative pic x(40).

    01 source-count pic 9 value 6.
    01 source-table.
        05 source-entry occurs 6 times indexed by source-idx.
            10 source-name pic x(16).
            10 source-state pic x(10).
            10 source-items pic 9(7).
    01 ws-current-source pic 9.

    01 ws-inv-number pic x(20).
    01 ws-inv-date pic x(8).
    01 ws-inv-month pic x(8).
    01 ws-inv-client pic x(40).
    01 ws-inv-net pic x(20).
    01 ws-inv-vat pic x(20).
    01 ws-inv-total pic x(20).
    01 ws-inv-net-total pic 9(13)v99.
    01 ws-inv-vat-total pic 9(13)v99.

    01 ws-count-edit pic zzzzzz9.
    01 ws-amount-edit pic -(12)9.99.
    01 shell-command pic x(512).
    01 shell-rc pic s9(9) comp.
procedure division.
    accept ws-journal-date from date yyyymmdd.
    accept ws-env-date from environment "MS_GL_DATE"
        on exception move spaces to ws-env-date
    end-accept.
    if ws-env-date(1:8) is numeric
        move ws-env-date(1:8) to ws-journal-date
    end-if.
    move spaces to ws-date-heading.
    move ws-journal-date(5:2) to ws-date-heading(1:2)
    move "/" to ws-date-heading(3:1)
    move ws-journal-date(7:2) to ws-date-heading(4:2)
    move "/" to ws-date-heading(6:1)
    move ws-journal-date(1:4) to ws-date-heading(7:4).

    move spaces to journal-target-name.
    string "reports/gl-journal-" delimited by size
           ws-journal-date delimited by size
           ".txt" delimited by size
        into journal-target-name
    end-string.
    move journal-target-name to journal-file-name.
    open input journal-file.
    if journal-ok
        close journal-file
        display "gl-journal: " function trim(journal-target-name)
            " already written, " ws-journal-date
            " not journalled again" upon syserr
        move 1 to return-code
        stop run
    end-if.

    perform load-posting-rules.

    initialize source-table.
    move "CONVERSIONS" to source-name(1).
    move "INCOMING" to source-name(2).
    move "TRANSFERS" to source-name(3).
    move "COLLECTIONS" to source-name(4).
    move "RETURNS" to source-name(5).
    move "INVOICES" to source-name(6).

    perform journal-conversions.
    perform journal-incoming.
    perform journal-transfers.
    perform journal-collections.
    perform journal-returns.
    perform journal-invoices.
    perform check-balance.

    perform display-one-source varying source-idx from 1 by 1
        until source-idx > source-count.
    if journal-failed
        display "gl-journal: journal for " ws-date-heading
            " not written" upon syserr
        move 1 to return-code
        stop run
    end-if.

    perform write-journal.
    move jl-count to ws-count-edit.
    display "gl-journal: " function trim(ws-count-edit)
        " lines journalled for " ws-date-heading " to "
        function trim(journal-target-name).
    goback.

load-posting-rules section.
    accept rules-file-name from environment "MS_GL_RULES_FILE"
        on exception
            move "resources/gl-posting-rules.txt" to rules-file-name
    end-accept.
    if rules-file-name = spaces
        move "resources/gl-posting-rules.txt" to rules-file-name
    end-if.
    open input rules-file.
    if not rules-ok
        display "gl-journal: cannot open "
            function trim(rules-file-name) ", status " rules-status
            upon syserr
        move 1 to return-code
        stop run
    end-if.
    perform until exit
        read rules-file at end exit perform end-read
*>         a line starting * is a comment
        if rules-line not = spaces and rules-line(1:1) not = "*"
            perform store-one-rule
        end-if
    end-perform.
    close rules-file.
    if rule-count = 0
        display "gl-journal: no posting rules on "
            function trim(rules-file-name) upon syserr
        move 1 to return-code
        stop run
    end-if.

store-one-rule section.
    move spaces to ws-tok-event, ws-tok-debit, ws-tok-credit.
    unstring rules-line delimited by ","
        into ws-tok-event, ws-tok-debit, ws-tok-credit
    end-unstring.
    if ws-tok-debit = spaces or ws-tok-credit = spaces
        display "gl-journal: posting rule ignored, no accounts: "
            function trim(rules-line) upon syserr
        exit paragraph
    end-if.
    if rule-count >= 100
        display "gl-journal: more than 100 posting rules, "
            function trim(rules-line) " ignored" upon syserr
        exit paragraph
    end-if.
    add 1 to rule-count.
    move function upper-case(ws-tok-event) to rule-event(rule-count).
    move ws-tok-debit to rule-debit-account(rule-count).
    move ws-tok-credit to rule-credit-account(rule-count).

journal-conversions section.
    move 1 to ws-current-source.
    open input settlement-summary.
    if not summary-ok
        move "NOT FOUND" to source-state(1)
        exit paragraph
    end-if.
    read settlement-summary
        at end move spaces to summary-line
    end-read.
    if summary-line(70:10) not = ws-date-heading
        move "OTHER DAY" to source-state(1)
        close settlement-summary
        exit paragraph
    end-if.
    move "POSTED" to source-state(1).
*>     pair lines are the only ones with FROM>TO in the pair column
*>     and figures in all three amount columns
    perform until exit
        read settlement-summary at end exit perform end-read
        if summary-line(4:1) = ">"
            and function test-numval(function trim(summary-line(22:16)))
                = 0
            and function test-numval(function trim(summary-line(39:16)))
                = 0
            and function test-numval(function trim(summary-line(56:16)))
                = 0
            perform tally-one-pair
        end-if
    end-perform.
    close settlement-summary.
    perform post-one-currency varying fx-idx from 1 by 1
        until fx-idx > fx-count.

tally-one-pair section.
    add 1 to source-items(1).
*>     what the counterparty delivered is bought in the from
*>     currency; what was paid away, and the fee kept out of it, is
*>     in the to currency
    move summary-line(1:3) to ws-find-currency.
    perform find-currency.
    if not entry-found
        exit paragraph
    end-if.
    add function numval(summary-line(22:16)) to fx-bought(fx-idx).
    move summary-line(5:3) to ws-find-currency.
    perform find-currency.
    if not entry-found
        exit paragraph
    end-if.
    add function numval(summary-line(39:16)) to fx-sold(fx-idx).
    add function numval(summary-line(56:16)) to fx-fees(fx-idx).

find-currency section.
    move "N" to ws-found.
    perform varying fx-idx from 1 by 1 until fx-idx > fx-count
        if fx-currency(fx-idx) = ws-find-currency
            move "Y" to ws-found
            exit perform
        end-if
    end-perform.
    if entry-found
        exit paragraph
    end-if.
    if fx-count >= 100
        display "gl-journal: more than 100 currencies converted"
            upon syserr
        move "F" to ws-journal-state
        exit paragraph
    end-if.
    add 1 to fx-count.
    set fx-idx to fx-count.
    move ws-find-currency to fx-currency(fx-idx).
    move 0 to fx-bought(fx-idx), fx-sold(fx-idx), fx-fees(fx-idx).
    move "Y" to ws-found.

post-one-currency section.
    move fx-currency(fx-idx) to ws-post-currency.
    move "FX-BOUGHT" to ws-post-event.
    move fx-bought(fx-idx) to ws-post-amount.
    move spaces to ws-post-narrative.
    string "CONVERSIONS BOUGHT " delimited by size
           fx-currency(fx-idx) delimited by size
        into ws-post-narrative
    end-string.
    perform add-posting.
    move "FX-SOLD" to ws-post-event.
    move fx-sold(fx-idx) to ws-post-amount.
    move spaces to ws-post-narrative.
    string "CONVERSIONS SOLD " delimited by size
           fx-currency(fx-idx) delimited by size
        into ws-post-narrative
    end-string.
    perform add-posting.
    move "FX-FEE" to ws-post-event.
    move fx-fees(fx-idx) to ws-post-amount.
    move spaces to ws-post-narrative.
    string "CONVERSION FEE INCOME " delimited by size
           fx-currency(fx-idx) delimited by size
        into ws-post-narrative
    end-string.
    perform add-posting.

journal-incoming section.
    move 2 to ws-current-source.
    open input incoming-totals.
    if not totals-ok
        move "NOT FOUND" to source-state(2)
        exit paragraph
    end-if.
    read incoming-totals
        at end move spaces to totals-line
    end-read.
    if totals-line(60:10) not = ws-date-heading
        move "OTHER DAY" to source-state(2)
        close incoming-totals
        exit paragraph
    end-if.
    move "POSTED" to source-state(2).
    move "EUR" to ws-post-currency.
    perform until exit
        read incoming-totals at end exit perform end-read
        if function test-numval(function trim(totals-line(30:16))) = 0
            perform journal-one-total
        end-if
    end-perform.
    close incoming-totals.

journal-one-total section.
    move spaces to ws-post-event.
    evaluate totals-line(1:13)
        when "MATCHED"
            move "INCOMING-MATCHED" to ws-post-event
            move "INCOMING CREDITS POSTED" to ws-post-narrative
        when "UNMATCHED"
            move "INCOMING-UNMATCHED" to ws-post-event
            move "INCOMING CREDITS UNAPPLIED" to ws-post-narrative
        when "HELD"
            move "INCOMING-HELD" to ws-post-event
            move "INCOMING CREDITS HELD FOR SCREENING"
                to ws-post-narrative
        when "RELEASED"
            move "INCOMING-RELEASED" to ws-post-event
            move "HELD CREDITS RELEASED" to ws-post-narrative
        when "REL UNMATCHED"
            move "INCOMING-REL-UNMATCH" to ws-post-event
            move "RELEASED CREDITS UNAPPLIED" to ws-post-narrative
    end-evaluate.
    if ws-post-event = spaces
        exit paragraph
    end-if.
    if function test-numval(function trim(totals-line(15:7))) = 0
        add function numval(totals-line(15:7)) to source-items(2)
    end-if.
    move function numval(totals-line(30:16)) to ws-post-amount.
    perform add-posting.

journal-transfers section.
    move 3 to ws-current-source.
    open input sepa-batch.
    if not batch-ok
        move "NOT FOUND" to source-state(3)
        exit paragraph
    end-if.
    move spaces to ws-source-date.
    move 0 to ws-post-amount.
    perform until exit
        read sepa-batch at end exit perform end-read
        evaluate batch-record-type
            when "01"
                move batch-stamp(1:8) to ws-source-date
            when "09"
                if function test-numval(function trim(
                    batch-trailer-total)) = 0
                    move function numval(batch-trailer-total)
                        to ws-post-amount
                end-if
                if batch-trailer-count is numeric
                    move batch-trailer-count to source-items(3)
                end-if
        end-evaluate
    end-perform.
    close sepa-batch.
    if ws-source-date not = ws-journal-date
        move "OTHER DAY" to source-state(3)
        move 0 to source-items(3)
        exit paragraph
    end-if.
    move "POSTED" to source-state(3).
    move "TRANSFER-OUT" to ws-post-event.
    move "EUR" to ws-post-currency.
    move "SEPA CREDIT TRANSFERS SUBMITTED" to ws-post-narrative.
    perform add-posting.

journal-collections section.
    move 4 to ws-current-source.
    open input collection-batch.
    if not collection-ok
        move "NOT FOUND" to source-state(4)
        exit paragraph
    end-if.
    move spaces to ws-source-date.
    move 0 to ws-post-amount.
    perform until exit
        read collection-batch at end exit perform end-read
        evaluate coll-record-type
            when "01"
                move coll-stamp(1:8) to ws-source-date
            when "09"
                if function test-numval(function trim(
                    coll-trailer-total)) = 0
                    move function numval(coll-trailer-total)
                        to ws-post-amount
                end-if
                if coll-trailer-count is numeric
                    move coll-trailer-count to source-items(4)
                end-if
        end-evaluate
    end-perform.
    close collection-batch.
    if ws-source-date not = ws-journal-date
        move "OTHER DAY" to source-state(4)
        move 0 to source-items(4)
        exit paragraph
    end-if.
    move "POSTED" to source-state(4).
    move "COLLECTION" to ws-post-event.
    move "EUR" to ws-post-currency.
    move "SEPA DIRECT DEBITS COLLECTED" to ws-post-narrative.
    perform add-posting.

journal-returns section.
    move 5 to ws-current-source.
    open input returns-report.
    if not returns-ok
        move "NOT FOUND" to source-state(5)
        exit paragraph
    end-if.
    read returns-report
        at end move spaces to return-line
    end-read.
*>     a report written before the title line existed cannot be
*>     placed on a day, so it is never booked
    if ret-title not = "SEPA RETURNS REPORT"
        move "UNDATED" to source-state(5)
        close returns-report
        exit paragraph
    end-if.
    if ret-title-date not = ws-date-heading
        move "OTHER DAY" to source-state(5)
        close returns-report
        exit paragraph
    end-if.
    move "POSTED" to source-state(5).
    move 0 to ws-post-amount.
    perform until exit
        read returns-report at end exit perform end-read
*>         the column heading line is the only one whose amount
*>         column is not numeric
        if function test-numval(function trim(ret-amount)) = 0
            add 1 to source-items(5)
            add function numval(ret-amount) to ws-post-amount
        end-if
    end-perform.
    close returns-report.
    move "RETURN" to ws-post-event.
    move "EUR" to ws-post-currency.
    move "SEPA TRANSFERS RETURNED" to ws-post-narrative.
    perform add-posting.

journal-invoices section.
    move 6 to ws-current-source.
    open input invoice-register.
    if not invoice-ok
        move "NOT FOUND" to source-state(6)
        exit paragraph
    end-if.
    move 0 to ws-inv-net-total, ws-inv-vat-total.
    perform until exit
        read invoice-register at end exit perform end-read
        move spaces to ws-inv-number, ws-inv-date, ws-inv-month,
            ws-inv-client, ws-inv-net, ws-inv-vat, ws-inv-total
        unstring register-record delimited by ","
            into ws-inv-number, ws-inv-date, ws-inv-month,
                 ws-inv-client, ws-inv-net, ws-inv-vat, ws-inv-total
        end-unstring
        if ws-inv-date = ws-journal-date
            and function test-numval(function trim(ws-inv-net)) = 0
            and function test-numval(function trim(ws-inv-vat)) = 0
            add 1 to source-items(6)
            add function numval(ws-inv-net) to ws-inv-net-total
            add function numval(ws-inv-vat) to ws-inv-vat-total
        end-if
    end-perform.
    close invoice-register.
*>     the register is kept across months; a day with no invoice
*>     issued has nothing to journal
    if source-items(6) = 0
        move "NONE ISSUED" to source-state(6)
        exit paragraph
    end-if.
    move "POSTED" to source-state(6).
    move "EUR" to ws-post-currency.
    move "INVOICE-NET" to ws-post-event.
    move ws-inv-net-total to ws-post-amount.
    move "CLIENT INVOICES RAISED, NET" to ws-post-narrative.
    perform add-posting.
    move "INVOICE-VAT" to ws-post-event.
    move ws-inv-vat-total to ws-post-amount.
    move "CLIENT INVOICES RAISED, VAT" to ws-post-narrative.
    perform add-posting.

add-posting section.
*>     one debit and one credit line per event and currency; an
*>     event that moved nothing is not journalled
    if ws-post-amount = 0
        exit paragraph
    end-if.
    move "N" to ws-found.
    perform varying rule-idx from 1 by 1 until rule-idx > rule-count
        if rule-event(rule-idx) = ws-post-event
            move "Y" to ws-found
            exit perform
        end-if
    end-perform.
    if not entry-found
        display "gl-journal: no posting rule for event "
            function trim(ws-post-event) upon syserr
        move "F" to ws-journal-state
        exit paragraph
    end-if.
    if jl-count > 997
        display "gl-journal: more than 999 journal lines" upon syserr
        move "F" to ws-journal-state
        exit paragraph
    end-if.
    add 1 to jl-count.
    move rule-debit-account(rule-idx) to jl-account(jl-count).
    move "D" to jl-direction(jl-count).
    perform fill-journal-line.
    add 1 to jl-count.
    move rule-credit-account(rule-idx) to jl-account(jl-count).
    move "C" to jl-direction(jl-count).
    perform fill-journal-line.

fill-journal-line section.
    move ws-post-currency to jl-currency(jl-count).
    move ws-post-amount to jl-amount(jl-count).
    move ws-post-event to jl-event(jl-count).
    move ws-post-narrative to jl-narrative(jl-count).

check-balance section.
    perform varying jl-idx from 1 by 1 until jl-idx > jl-count
        move "N" to ws-found
        perform varying bal-idx from 1 by 1 until bal-idx > bal-count
            if bal-currency(bal-idx) = jl-currency(jl-idx)
                move "Y" to ws-found
                exit perform
            end-if
        end-perform
        if not entry-found
            add 1 to bal-count
            set bal-idx to bal-count
            move jl-currency(jl-idx) to bal-currency(bal-idx)
            move 0 to bal-debits(bal-idx), bal-credits(bal-idx)
        end-if
        if jl-is-debit(jl-idx)
            add jl-amount(jl-idx) to bal-debits(bal-idx)
            add jl-amount(jl-idx) to ws-total-debits
        else
            add jl-amount(jl-idx) to bal-credits(bal-idx)
            add jl-amount(jl-idx) to ws-total-credits
        end-if
    end-perform.
    perform varying bal-idx from 1 by 1 until bal-idx > bal-count
        if bal-debits(bal-idx) not = bal-credits(bal-idx)
            move bal-debits(bal-idx) to ws-amount-edit
            display "gl-journal: " bal-currency(bal-idx)
                " out of balance, debits "
                function trim(ws-amount-edit) upon syserr
            move bal-credits(bal-idx) to ws-amount-edit
            display "gl-journal: " bal-currency(bal-idx)
                " credits " function trim(ws-amount-edit) upon syserr
            move "F" to ws-journal-state
        end-if
    end-perform.

display-one-source section.
    move source-items(source-idx) to ws-count-edit.
    display "gl-journal: " source-name(source-idx) " "
        source-state(source-idx) " " ws-count-edit " items".

write-journal section.
*>     written under a work name and moved into place whole, so the
*>     ledger never picks up half a journal
    move spaces to journal-file-name.
    string function trim(journal-target-name) delimited by size
           ".new" delimited by size
        into journal-file-name
    end-string.
    open output journal-file.
    if not journal-ok
        display "gl-journal: cannot open "
            function trim(journal-file-name) ", status "
            journal-status upon syserr
        move 1 to return-code
        stop run
    end-if.
    move function current-date to ws-stamp.
    move spaces to journal-record.
    move "01" to jnl-record-type.
    move "GL-JNL" to jnl-format.
    move ws-journal-date to jnl-date.
    move ws-stamp(1:14) to jnl-stamp.
    write journal-record.
    perform varying jl-idx from 1 by 1 until jl-idx > jl-count
        move spaces to journal-record
        move "02" to jnl-record-type
        set jnl-line-number to jl-idx
        move jl-account(jl-idx) to jnl-account
        move jl-currency(jl-idx) to jnl-currency
        move jl-direction(jl-idx) to jnl-direction
        move jl-amount(jl-idx) to jnl-amount
        move jl-event(jl-idx) to jnl-event
        move jl-narrative(jl-idx) to jnl-narrative
        write journal-record
    end-perform.
*>     the trailer totals run across currencies, a hash total for
*>     the receiving side to check the file arrived whole
    move spaces to journal-record.
    move "09" to jnl-record-type.
    move jl-count to jnl-trailer-count.
    move ws-total-debits to jnl-trailer-debits.
    move ws-total-credits to jnl-trailer-credits.
    write journal-record.
    close journal-file.

    move spaces to shell-command.
    string "mv " delimited by size
           function trim(journal-file-name) delimited by size
           " " delimited by size
           function trim(journal-target-name) delimited by size
        into shell-command
    end-string.
    call "SYSTEM" using shell-command giving shell-rc.
    if shell-rc not = 0
        display "gl-journal: cannot move "
            function trim(journal-file-name) " into place"
            upon syserr
        move 1 to return-code
        stop run
    end-if.
end program gl-journal.
