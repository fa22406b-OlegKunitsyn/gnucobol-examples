       >>SOURCE FORMAT FREE
*>*
*> Posts the day's money movements to the indexed account-ledger
*> file (resources/account-ledger.dat, keyed on the IBAN) and
*> prints the daily trial balance. Four sources are applied, each
*> as a dated entry carrying its reference and the running balance
*> after it:
*>
*>   incoming credits   reports/incoming-postings.txt, credited to
*>                      the beneficiary IBAN incoming-post matched
*>   transfer debits    02 records of reports/sepa-batch.txt,
*>                      debited to the debtor IBAN
*>   collections        02 records of reports/sepa-collection-batch
*>                      .txt, credited to our collection account
*>                      (MS_COLLECTION_IBAN)
*>   returns            reports/sepa-returns-report.txt, credited
*>                      back to the debtor IBAN of the bounced
*>                      transfer
*>
*> A source file that is not there simply posts nothing -- not
*> every job runs every day. Nor does one left over from another
*> day, when the job that writes it did not run tonight: each file
*> is dated the way gl-journal dates it -- the incoming-totals page
*> incoming-post printed with the postings, the 01 header stamp of
*> each batch, the returns report's title line -- and one not
*> dated the posting day is skipped and shown as OTHER DAY (or
*> UNDATED, when it carries no date at all) on the tie-out. An item
*> whose IBAN is not on the account master goes to
*> reports/ledger-exceptions.txt instead.
*>
*> Posts the current date by default; MS_LEDGER_DATE (yyyymmdd)
*> posts an earlier day. The ledger's control record remembers the
*> last day posted, and a day already posted is refused, so a
*> rerun can never post the same movements twice.
*>
*> The trial balance (reports/ledger-trial-balance.txt) shows every
*> ledger account's opening balance, credits, debits and closing
*> balance for the day, and a tie-out of the amounts posted from
*> each source against that source's own control total: the
*> MATCHED line of incoming-totals, the 09 trailers of both
*> batches and the returns report. A source that does not tie out
*> ends the job with return code 1.
*>*
identification division.
program-id. ledger-post.
environment division.
configuration section.
repository. function all intrinsic.
input-output section.
file-control.
    select incoming-postings assign to "reports/incoming-postings.txt"
        organization line sequential
        file status is postings-status.
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
    select exception-report assign to "reports/ledger-exceptions.txt"
        organization line sequential
        file status is report-status.
    select trial-balance assign to "reports/ledger-trial-balance.txt"
        organization line sequential
        file status is trial-status.
    select account-master assign to "resources/account-master.dat"
        organization indexed
        access random
        record key master-iban
        file status is master-status-code.
    select account-ledger assign to "resources/account-ledger.dat"
        organization indexed
        access dynamic
        record key ledger-key
        file status is ledger-status.
data division.
file section.
fd incoming-postings.
    01 posting-record.
        05 post-value-date pic x(8).
        05 post-account-number pic x(10).
        05 post-customer-name pic x(30).
        05 post-amount pic x(13).
        05 post-ordering-name pic x(30).
        05 post-remittance pic x(35).
        05 post-beneficiary-iban pic x(34).
        05 post-released-flag pic x.
fd incoming-totals.
    01 totals-line pic x(80).
fd sepa-batch.
    01 batch-record.
        05 batch-record-type pic x(2).
        05 batch-detail.
            10 batch-debtor-iban pic x(34).
            10 batch-creditor-iban pic x(34).
            10 batch-creditor-bic pic x(11).
            10 batch-amount pic x(13).
            10 batch-remittance pic x(35).
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
        05 coll-detail.
            10 coll-debtor-iban pic x(34).
            10 coll-debtor-bic pic x(11).
            10 coll-amount pic x(13).
            10 coll-mandate-reference pic x(35).
            10 coll-remittance pic x(35).
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
        05 ret-debtor-iban pic x(34).
        05 filler pic x(2).
        05 ret-creditor-iban pic x(34).
        05 filler pic x(2).
        05 ret-amount pic x(13).
        05 filler pic x.
        05 ret-reason-code pic x(4).
        05 filler pic x(2).
        05 ret-creditor-bic pic x(11).
        05 filler pic x(2).
        05 ret-remittance pic x(27).
fd exception-report.
    01 exception-line pic x(132).
fd trial-balance.
    01 report-line pic x(132).
fd account-master.
    copy "modules/account-master-record.cpy".
fd account-ledger.
    copy "modules/ledger-record.cpy".
working-storage section.
    01 postings-status pic x(2).
        88 postings-ok value "00".
    01 totals-status pic x(2).
        88 totals-ok value "00".
    01 batch-status pic x(2).
        88 batch-ok value "00".
    01 collection-status pic x(2).
        88 collection-ok value "00".
    01 returns-status pic x(2).
        88 returns-ok value "00".
    01 report-status pic x(2).
        88 report-ok value "00".
    01 trial-status pic x(2).
        88 trial-ok value "00".
    01 master-status-code pic x(2).
        88 master-ok value "00".
    01 ledger-status pic x(2).
        88 ledger-ok value "00".
        88 ledger-eof value "10".
        88 ledger-missing value "35".

    01 ws-posting-date pic x(8).
    01 ws-date-heading pic x(10).
    01 ws-collection-iban pic x(34).
    01 ws-source-date pic x(8).

*>     the entry being applied, filled in by each source before it
*>     performs apply-entry
    01 ws-entry-iban pic x(34).
    01 ws-entry-type pic x(2).
    01 ws-entry-direction pic x.
        88 entry-is-credit value "C".
    01 ws-entry-amount pic 9(10)v99.
    01 ws-entry-value-date pic x(8).
    01 ws-entry-reference pic x(35).
    01 ws-entry-counterparty pic x(34).
    01 ws-entry-posted pic x value "N".
        88 entry-posted value "Y".
    01 ws-reason-text pic x(25).
    01 ws-new-balance pic s9(13)v99.
    01 ws-new-entry-number pic 9(7).

*>     per-source tallies: what was posted against what the source
*>     itself says it carries
    01 source-count pic 9 value 4.
    01 source-table.
        05 source-entry occurs 4 times indexed by source-idx.
            10 source-name pic x(20).
            10 source-read pic 9(7).
            10 source-posted pic 9(7).
            10 source-rejected pic 9(7).
            10 source-posted-total pic 9(13)v99.
            10 source-control-total pic 9(13)v99.
*>             blank when the file was posted; OTHER DAY or UNDATED
*>             when it was skipped
            10 source-state pic x(10).
    01 ws-current-source pic 9.

    01 ws-read-count pic 9(7) value 0.
    01 ws-posted-count pic 9(7) value 0.
    01 ws-exception-count pic 9(7) value 0.
    01 ws-account-count pic 9(7) value 0.
    01 ws-out-of-balance pic 9 value 0.

    01 ws-opening pic s9(13)v99.
    01 ws-credits pic 9(13)v99.
    01 ws-debits pic 9(13)v99.
    01 ws-total-opening pic s9(13)v99 value 0.
    01 ws-total-credits pic 9(13)v99 value 0.
    01 ws-total-debits pic 9(13)v99 value 0.
    01 ws-total-closing pic s9(13)v99 value 0.
    01 ws-control-credits pic 9(13)v99 value 0.
    01 ws-control-debits pic 9(13)v99 value 0.
    01 ws-difference pic s9(13)v99.

    01 ws-lines-on-page pic 9(3) value 0.
    01 ws-page-number pic 9(3) value 1.
    01 ws-page-text pic zz9.
    01 ws-count-edit pic zzzzzz9.
    01 ws-amount-edit pic -(12)9.99.
procedure division.
    accept ws-posting-date from date yyyymmdd.
    accept ws-date-heading from environment "MS_LEDGER_DATE"
        on exception continue
    end-accept.
    if ws-date-heading not = spaces
        move ws-date-heading(1:8) to ws-posting-date
    end-if.
    move spaces to ws-date-heading.
    move ws-posting-date(5:2) to ws-date-heading(1:2)
    move "/" to ws-date-heading(3:1)
    move ws-posting-date(7:2) to ws-date-heading(4:2)
    move "/" to ws-date-heading(6:1)
    move ws-posting-date(1:4) to ws-date-heading(7:4).

    move spaces to ws-collection-iban.
    accept ws-collection-iban from environment "MS_COLLECTION_IBAN"
        on exception continue
    end-accept.

*>     first run creates the ledger; later runs post to it in place
    open i-o account-ledger.
    if ledger-missing
        open output account-ledger
        close account-ledger
        open i-o account-ledger
    end-if.
    if not ledger-ok
        display "ledger-post: cannot open account-ledger, status "
            ledger-status upon syserr
        move 1 to return-code
        stop run
    end-if.
    perform check-control-record.

    open input account-master.
    if not master-ok
        display "ledger-post: cannot open account-master, status "
            master-status-code upon syserr
        close account-ledger
        move 1 to return-code
        stop run
    end-if.
    open output exception-report.
    if not report-ok
        display "ledger-post: cannot open exception-report, status "
            report-status upon syserr
        close account-ledger, account-master
        move 1 to return-code
        stop run
    end-if.

    move spaces to exception-line.
    move "SOURCE" to exception-line(1:6).
    move "IBAN" to exception-line(22:4).
    move "AMOUNT" to exception-line(58:6).
    move "REFERENCE" to exception-line(75:9).
    move "REASON" to exception-line(108:6).
    write exception-line.

    initialize source-table.
    move "INCOMING CREDITS" to source-name(1).
    move "TRANSFER DEBITS" to source-name(2).
    move "COLLECTIONS" to source-name(3).
    move "RETURNS" to source-name(4).

    perform post-incoming-credits.
    perform post-transfer-debits.
    perform post-collections.
    perform post-returns.
    perform read-incoming-control.
    perform update-control-record.

    close exception-report, account-master.

    perform print-trial-balance.
    close account-ledger.

    display "ledger-post: " ws-read-count " read, "
        ws-posted-count " posted, "
        ws-exception-count " exceptions, "
        ws-account-count " accounts balanced for " ws-date-heading.
    if ws-out-of-balance not = 0
        display "ledger-post: trial balance does not tie out to the "
            "source control totals" upon syserr
        move 1 to return-code
    end-if.
    goback.

check-control-record section.
    move spaces to ledger-iban.
    move 0 to ledger-entry-number.
    read account-ledger
        invalid key
            exit paragraph
    end-read.
    if ledger-last-posting-date >= ws-posting-date
        display "ledger-post: ledger already posted through "
            ledger-last-posting-date ", " ws-posting-date
            " not posted again" upon syserr
        close account-ledger
        move 1 to return-code
        stop run
    end-if.

update-control-record section.
    move spaces to ledger-iban.
    move 0 to ledger-entry-number.
    read account-ledger
        invalid key
            move spaces to ledger-data
            move ws-posting-date to ledger-last-posting-date
            write ledger-record
                invalid key continue
            end-write
            exit paragraph
    end-read.
    move ws-posting-date to ledger-last-posting-date.
    rewrite ledger-record
        invalid key continue
    end-rewrite.

post-incoming-credits section.
    move 1 to ws-current-source.
    open input incoming-postings.
    if not postings-ok
        display "ledger-post: no incoming-postings to post"
        exit paragraph
    end-if.
*>     the postings carry no run date of their own; the totals page
*>     incoming-post printed with them does
    open input incoming-totals.
    if totals-ok
        read incoming-totals
            at end move spaces to totals-line
        end-read
        close incoming-totals
    else
        move spaces to totals-line
    end-if.
    if totals-line(1:31) not = "INCOMING CREDITS POSTING TOTALS"
        move "UNDATED" to source-state(1)
    else
        if totals-line(60:10) not = ws-date-heading
            move "OTHER DAY" to source-state(1)
        end-if
    end-if.
    if source-state(1) not = spaces
        perform report-skipped-source
        close incoming-postings
        exit paragraph
    end-if.
    perform until exit
        read incoming-postings at end exit perform end-read
        add 1 to ws-read-count
        add 1 to source-read(1)
        if function test-numval(function trim(post-amount)) not = 0
            move post-beneficiary-iban to ws-entry-iban
            move post-remittance to ws-entry-reference
            move 0 to ws-entry-amount
            move "AMOUNT NOT NUMERIC" to ws-reason-text
            perform write-exception
        else
            move post-beneficiary-iban to ws-entry-iban
            move "CR" to ws-entry-type
            move "C" to ws-entry-direction
            move function numval(post-amount) to ws-entry-amount
            move post-value-date to ws-entry-value-date
            move post-remittance to ws-entry-reference
            move spaces to ws-entry-counterparty
            perform apply-entry
        end-if
    end-perform.
    close incoming-postings.

post-transfer-debits section.
    move 2 to ws-current-source.
    open input sepa-batch.
    if not batch-ok
        display "ledger-post: no sepa-batch to post"
        exit paragraph
    end-if.
    read sepa-batch
        at end move spaces to batch-record
    end-read.
    evaluate true
        when batch-record-type not = "01"
            move "UNDATED" to source-state(2)
        when batch-stamp(1:8) not = ws-posting-date
            move "OTHER DAY" to source-state(2)
    end-evaluate.
    if source-state(2) not = spaces
        perform report-skipped-source
        close sepa-batch
        exit paragraph
    end-if.
    move batch-stamp(1:8) to ws-source-date.
    perform until exit
        read sepa-batch at end exit perform end-read
        evaluate batch-record-type
            when "02"
                add 1 to ws-read-count
                add 1 to source-read(2)
                perform post-one-transfer
            when "09"
                if function test-numval(function trim(
                    batch-trailer-total)) = 0
                    add function numval(batch-trailer-total)
                        to source-control-total(2)
                end-if
        end-evaluate
    end-perform.
    close sepa-batch.

post-one-transfer section.
    move batch-debtor-iban to ws-entry-iban.
    move batch-remittance to ws-entry-reference.
    if function test-numval(function trim(batch-amount)) not = 0
        move 0 to ws-entry-amount
        move "AMOUNT NOT NUMERIC" to ws-reason-text
        perform write-exception
        exit paragraph
    end-if.
    move "CT" to ws-entry-type.
    move "D" to ws-entry-direction.
    move function numval(batch-amount) to ws-entry-amount.
    move ws-source-date to ws-entry-value-date.
    move batch-creditor-iban to ws-entry-counterparty.
    perform apply-entry.

post-collections section.
    move 3 to ws-current-source.
    open input collection-batch.
    if not collection-ok
        display "ledger-post: no sepa-collection-batch to post"
        exit paragraph
    end-if.
    read collection-batch
        at end move spaces to collection-record
    end-read.
    evaluate true
        when coll-record-type not = "01"
            move "UNDATED" to source-state(3)
        when coll-stamp(1:8) not = ws-posting-date
            move "OTHER DAY" to source-state(3)
    end-evaluate.
    if source-state(3) not = spaces
        perform report-skipped-source
        close collection-batch
        exit paragraph
    end-if.
    move coll-stamp(1:8) to ws-source-date.
    perform until exit
        read collection-batch at end exit perform end-read
        evaluate coll-record-type
            when "02"
                add 1 to ws-read-count
                add 1 to source-read(3)
                perform post-one-collection
            when "09"
                if function test-numval(function trim(
                    coll-trailer-total)) = 0
                    add function numval(coll-trailer-total)
                        to source-control-total(3)
                end-if
        end-evaluate
    end-perform.
    close collection-batch.

post-one-collection section.
*>     the collected money lands on our own collection account; the
*>     debtor's account is held at another bank
    move ws-collection-iban to ws-entry-iban.
    move coll-mandate-reference to ws-entry-reference.
    if function test-numval(function trim(coll-amount)) not = 0
        move 0 to ws-entry-amount
        move "AMOUNT NOT NUMERIC" to ws-reason-text
        perform write-exception
        exit paragraph
    end-if.
    move function numval(coll-amount) to ws-entry-amount.
    if ws-collection-iban = spaces
        move "NO MS_COLLECTION_IBAN SET" to ws-reason-text
        perform write-exception
        exit paragraph
    end-if.
    move "DD" to ws-entry-type.
    move "C" to ws-entry-direction.
    move ws-source-date to ws-entry-value-date.
    move coll-debtor-iban to ws-entry-counterparty.
    perform apply-entry.

post-returns section.
    move 4 to ws-current-source.
    open input returns-report.
    if not returns-ok
        display "ledger-post: no sepa-returns-report to post"
        exit paragraph
    end-if.
*>     the title line carries the run date, mm/dd/yyyy, at 123
    read returns-report
        at end move spaces to return-line
    end-read.
    evaluate true
        when return-line(1:19) not = "SEPA RETURNS REPORT"
            move "UNDATED" to source-state(4)
        when return-line(123:10) not = ws-date-heading
            move "OTHER DAY" to source-state(4)
    end-evaluate.
    if source-state(4) not = spaces
        perform report-skipped-source
        close returns-report
        exit paragraph
    end-if.
    perform until exit
        read returns-report at end exit perform end-read
*>         the column heading line is the only one whose amount
*>         column is not numeric
        if function test-numval(function trim(ret-amount)) = 0
            add 1 to ws-read-count
            add 1 to source-read(4)
            add function numval(ret-amount) to source-control-total(4)
            move ret-debtor-iban to ws-entry-iban
            move "RT" to ws-entry-type
            move "C" to ws-entry-direction
            move function numval(ret-amount) to ws-entry-amount
            move ws-posting-date to ws-entry-value-date
            move spaces to ws-entry-reference
            string ret-reason-code delimited by size
                   " " delimited by size
                   ret-remittance delimited by size
                into ws-entry-reference
            end-string
            move ret-creditor-iban to ws-entry-counterparty
            perform apply-entry
        end-if
    end-perform.
    close returns-report.

read-incoming-control section.
*>     the MATCHED and RELEASED lines of incoming-post's totals
*>     page are the control total for the credits it wrote to
*>     incoming-postings, and only when those were posted today
    if source-state(1) not = spaces
        exit paragraph
    end-if.
    open input incoming-totals.
    if not totals-ok
        exit paragraph
    end-if.
    move 0 to source-control-total(1).
    perform until exit
        read incoming-totals at end exit perform end-read
        if (totals-line(1:8) = "MATCHED " or "RELEASED")
            and function test-numval(function trim(totals-line(30:16)))
                = 0
            add function numval(totals-line(30:16))
                to source-control-total(1)
        end-if
    end-perform.
    close incoming-totals.

report-skipped-source section.
    display "ledger-post: " function trim(source-name(ws-current-source))
        " file is " function trim(source-state(ws-current-source))
        ", not posted for " ws-date-heading.

apply-entry section.
    move "N" to ws-entry-posted.
    move ws-entry-iban to master-iban.
    read account-master
        invalid key
            move "IBAN NOT ON MASTER" to ws-reason-text
            perform write-exception
            exit paragraph
    end-read.

    move ws-entry-iban to ledger-iban.
    move 0 to ledger-entry-number.
    read account-ledger
        invalid key
            perform open-ledger-account
    end-read.
*>     the first movement of a new posting day rolls the day's
*>     opening balance forward and starts the movements afresh
    if ledger-day-date not = ws-posting-date
        move ws-posting-date to ledger-day-date
        move ledger-balance to ledger-day-opening
        move 0 to ledger-day-credits
        move 0 to ledger-day-debits
    end-if.
    if entry-is-credit
        add ws-entry-amount to ledger-balance
        add ws-entry-amount to ledger-day-credits
    else
        subtract ws-entry-amount from ledger-balance
        add ws-entry-amount to ledger-day-debits
    end-if.
    add 1 to ledger-last-entry.
    move ledger-balance to ws-new-balance.
    move ledger-last-entry to ws-new-entry-number.
    rewrite ledger-record
        invalid key
            move "LEDGER REWRITE FAILED" to ws-reason-text
            perform write-exception
            exit paragraph
    end-rewrite.

    move ws-entry-iban to ledger-iban.
    move ws-new-entry-number to ledger-entry-number.
    move spaces to ledger-data.
    move ws-posting-date to ledger-posting-date.
    move ws-entry-value-date to ledger-value-date.
    move ws-entry-type to ledger-entry-type.
    move ws-entry-direction to ledger-direction.
    move ws-entry-amount to ledger-amount.
    move ws-entry-reference to ledger-reference.
    move ws-entry-counterparty to ledger-counterparty-iban.
    move ws-new-balance to ledger-running-balance.
    write ledger-record
        invalid key
            move "LEDGER ENTRY NOT WRITTEN" to ws-reason-text
            perform write-exception
            exit paragraph
    end-write.
    move "Y" to ws-entry-posted.
    add 1 to ws-posted-count.
    add 1 to source-posted(ws-current-source).
    add ws-entry-amount to source-posted-total(ws-current-source).

open-ledger-account section.
*>     an account's first movement creates its balance record,
*>     named from the master so the trial balance reads without it
    move ws-entry-iban to ledger-iban.
    move 0 to ledger-entry-number.
    move spaces to ledger-data.
    move master-account-number to ledger-account-number.
    move master-customer-name to ledger-customer-name.
    move 0 to ledger-balance.
    move 0 to ledger-last-entry.
    move ws-posting-date to ledger-day-date.
    move 0 to ledger-day-opening.
    move 0 to ledger-day-credits.
    move 0 to ledger-day-debits.
    write ledger-record
        invalid key continue
    end-write.

write-exception section.
    move spaces to exception-line.
    move source-name(ws-current-source) to exception-line(1:20).
    move ws-entry-iban to exception-line(22:34).
    move ws-entry-amount to ws-amount-edit.
    move ws-amount-edit to exception-line(58:16).
    move ws-entry-reference(1:32) to exception-line(75:32).
    move ws-reason-text to exception-line(108:25).
    write exception-line.
    add 1 to ws-exception-count.
    add 1 to source-rejected(ws-current-source).

print-trial-balance section.
    open output trial-balance.
    if not trial-ok
        display "ledger-post: cannot open trial-balance, status "
            trial-status upon syserr
        move 1 to return-code
        exit paragraph
    end-if.
    perform print-page-heading.

    move low-values to ledger-key.
    start account-ledger key is greater than ledger-key
        invalid key
            move "10" to ledger-status
    end-start.
    perform until ledger-eof
        read account-ledger next
            at end exit perform
        end-read
        if ledger-entry-number = 0 and ledger-iban not = spaces
            perform print-one-account
        end-if
    end-perform.

    perform print-grand-total.
    perform print-tie-out.
    close trial-balance.

print-page-heading section.
    move ws-page-number to ws-page-text.
    move spaces to report-line.
    move "DAILY LEDGER TRIAL BALANCE" to report-line(1:26).
    move ws-date-heading to report-line(100:10).
    move "PAGE" to report-line(113:4).
    move ws-page-text to report-line(118:3).
    write report-line.
    move spaces to report-line.
    write report-line.
    move spaces to report-line.
    move "IBAN" to report-line(1:4).
    move "ACCOUNT" to report-line(36:7).
    move "OPENING" to report-line(56:7).
    move "CREDITS" to report-line(73:7).
    move "DEBITS" to report-line(91:6).
    move "CLOSING" to report-line(107:7).
    move "CUSTOMER" to report-line(115:8).
    write report-line.
    move spaces to report-line.
    move all "-" to report-line(1:34).
    move all "-" to report-line(36:10).
    move all "-" to report-line(47:16).
    move all "-" to report-line(64:16).
    move all "-" to report-line(81:16).
    move all "-" to report-line(98:16).
    move all "-" to report-line(115:18).
    write report-line.
    move 4 to ws-lines-on-page.

print-one-account section.
    if ws-lines-on-page >= 60
        move spaces to report-line
        write report-line before advancing page
        add 1 to ws-page-number
        perform print-page-heading
    end-if.
*>     an account with no movement today opens and closes on the
*>     balance it was left at
    if ledger-day-date = ws-posting-date
        move ledger-day-opening to ws-opening
        move ledger-day-credits to ws-credits
        move ledger-day-debits to ws-debits
    else
        move ledger-balance to ws-opening
        move 0 to ws-credits
        move 0 to ws-debits
    end-if.
    add 1 to ws-account-count.
    add ws-opening to ws-total-opening.
    add ws-credits to ws-total-credits.
    add ws-debits to ws-total-debits.
    add ledger-balance to ws-total-closing.

    move spaces to report-line.
    move ledger-iban to report-line(1:34).
    move ledger-account-number to report-line(36:10).
    move ws-opening to ws-amount-edit.
    move ws-amount-edit to report-line(47:16).
    move ws-credits to ws-amount-edit.
    move ws-amount-edit to report-line(64:16).
    move ws-debits to ws-amount-edit.
    move ws-amount-edit to report-line(81:16).
    move ledger-balance to ws-amount-edit.
    move ws-amount-edit to report-line(98:16).
    move ledger-customer-name(1:18) to report-line(115:18).
    write report-line.
    add 1 to ws-lines-on-page.

print-grand-total section.
    if ws-lines-on-page >= 58
        move spaces to report-line
        write report-line before advancing page
        add 1 to ws-page-number
        perform print-page-heading
    end-if.
    move spaces to report-line.
    write report-line.
    move spaces to report-line.
    move "GRAND TOTAL" to report-line(1:11).
    move ws-account-count to ws-count-edit.
    move ws-count-edit to report-line(36:7).
    move ws-total-opening to ws-amount-edit.
    move ws-amount-edit to report-line(47:16).
    move ws-total-credits to ws-amount-edit.
    move ws-amount-edit to report-line(64:16).
    move ws-total-debits to ws-amount-edit.
    move ws-amount-edit to report-line(81:16).
    move ws-total-closing to ws-amount-edit.
    move ws-amount-edit to report-line(98:16).
    write report-line.
    add 2 to ws-lines-on-page.

print-tie-out section.
*>     the tie-out always starts a page of its own, so the control
*>     figures are never split across a page break
    move spaces to report-line.
    write report-line before advancing page.
    move spaces to report-line.
    move "TRIAL BALANCE TIE-OUT TO SOURCE CONTROL TOTALS"
        to report-line(1:46).
    move ws-date-heading to report-line(100:10).
    write report-line.
    move spaces to report-line.
    write report-line.
    move spaces to report-line.
    move "SOURCE" to report-line(1:6).
    move "READ" to report-line(25:4).
    move "POSTED" to report-line(31:6).
    move "REJECTED" to report-line(39:8).
    move "POSTED AMOUNT" to report-line(51:13).
    move "CONTROL TOTAL" to report-line(68:13).
    move "DIFFERENCE" to report-line(88:10).
    move "STATUS" to report-line(99:6).
    write report-line.
    move 0 to ws-control-credits, ws-control-debits.
    perform print-one-source varying source-idx from 1 by 1
        until source-idx > source-count.

*>     the grand total's movements against the sum of the sources'
*>     control totals -- debits are the transfer batch alone
    move spaces to report-line.
    write report-line.
    move spaces to report-line.
    move "LEDGER CREDITS" to report-line(1:14).
    move ws-total-credits to ws-amount-edit.
    move ws-amount-edit to report-line(48:16).
    move ws-control-credits to ws-amount-edit.
    move ws-amount-edit to report-line(65:16).
    compute ws-difference = ws-total-credits - ws-control-credits.
    move ws-difference to ws-amount-edit.
    move ws-amount-edit to report-line(82:16).
    perform set-tie-status.
    write report-line.
    move spaces to report-line.
    move "LEDGER DEBITS" to report-line(1:13).
    move ws-total-debits to ws-amount-edit.
    move ws-amount-edit to report-line(48:16).
    move ws-control-debits to ws-amount-edit.
    move ws-amount-edit to report-line(65:16).
    compute ws-difference = ws-total-debits - ws-control-debits.
    move ws-difference to ws-amount-edit.
    move ws-amount-edit to report-line(82:16).
    perform set-tie-status.
    write report-line.

print-one-source section.
    move spaces to report-line.
    move source-name(source-idx) to report-line(1:20).
    move source-read(source-idx) to ws-count-edit.
    move ws-count-edit to report-line(22:7).
    move source-posted(source-idx) to ws-count-edit.
    move ws-count-edit to report-line(30:7).
    move source-rejected(source-idx) to ws-count-edit.
    move ws-count-edit to report-line(40:7).
    move source-posted-total(source-idx) to ws-amount-edit.
    move ws-amount-edit to report-line(48:16).
    move source-control-total(source-idx) to ws-amount-edit.
    move ws-amount-edit to report-line(65:16).
    compute ws-difference = source-posted-total(source-idx)
        - source-control-total(source-idx).
    move ws-difference to ws-amount-edit.
    move ws-amount-edit to report-line(82:16).
    if source-state(source-idx) = spaces
        perform set-tie-status
    else
        move source-state(source-idx) to report-line(99:14)
    end-if.
    write report-line.
    if source-idx = 2
        add source-control-total(source-idx) to ws-control-debits
    else
        add source-control-total(source-idx) to ws-control-credits
    end-if.

set-tie-status section.
    if ws-difference = 0
        move "IN BALANCE" to report-line(99:14)
    else
        move "OUT OF BALANCE" to report-line(99:14)
        move 1 to ws-out-of-balance
    end-if.
end program ledger-post.
