       >>SOURCE FORMAT FREE
*>*
*> Nightly capture for the quarterly balance-of-payments return:
*> the files the return is built from are overwritten every night,
*> so each night their payments are totalled by counterparty
*> country (positions 1-2 of the counterparty IBAN) onto the
*> cross-border history (resources/cross-border-history.txt,
*> modules/cross-border-record.cpy) for cross-border-stats to total
*> over the quarter:
*>
*>   OUT  transfers sent        creditor IBAN and EUR amount of each
*>                              line on reports/sepa-register.txt,
*>                              dated by its heading line
*>   RET  transfers returned    creditor IBAN and amount on
*>                              reports/sepa-returns-report.txt,
*>                              dated by its title line
*>   INC  credits received      ordering IBAN and amount on
*>                              resources/incoming-credits.txt, dated
*>                              by the incoming-totals page of the
*>                              incoming-post run that posted them
*>   COL  debits collected      debtor IBAN and amount on the 02
*>                              records of reports/sepa-collection-
*>                              batch.txt, dated by its 01 header
*>
*> Each kind is captured under the date its own file carries, not
*> the run date: not every job runs every night, and a file left
*> over from an earlier night is captured under that night again,
*> replacing what was captured for it before, so a day is never
*> counted twice however often this step runs. A file that is
*> missing or carries no date captures nothing. The history is
*> written back whole through resources/cross-border-history.new.
*>*
identification division.
program-id. cross-border-capture.
environment division.
configuration section.
repository. function all intrinsic.
input-output section.
file-control.
    select sepa-register assign to "reports/sepa-register.txt"
        organization line sequential
        file status is register-status.
    select returns-report assign to "reports/sepa-returns-report.txt"
        organization line sequential
        file status is returns-status.
    select incoming-totals assign to "reports/incoming-totals.txt"
        organization line sequential
        file status is totals-status.
    select incoming-credits assign to "resources/incoming-credits.txt"
        organization line sequential
        file status is credits-status.
    select collection-batch
        assign to "reports/sepa-collection-batch.txt"
        organization line sequential
        file status is collection-status.
    select history-file assign to "resources/cross-border-history.txt"
        organization line sequential
        file status is history-status.
    select history-work assign to "resources/cross-border-history.new"
        organization line sequential
        file status is history-work-status.
data division.
file section.
fd sepa-register.
    01 register-line pic x(180).
fd returns-report.
    01 returns-line pic x(132).
fd incoming-totals.
    01 totals-line pic x(80).
fd incoming-credits.
    01 credit-line.
        05 in-value-date pic x(8).
        05 in-ordering-name pic x(30).
        05 in-ordering-iban pic x(34).
        05 in-beneficiary-iban pic x(34).
        05 in-amount pic x(12).
        05 in-remittance pic x(35).
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
fd history-file.
    copy "modules/cross-border-record.cpy".
fd history-work.
    01 history-work-record pic x(35).
working-storage section.
    01 register-status pic x(2).
        88 register-ok value "00".
    01 returns-status pic x(2).
        88 returns-ok value "00".
    01 totals-status pic x(2).
        88 totals-ok value "00".
    01 credits-status pic x(2).
        88 credits-ok value "00".
    01 collection-status pic x(2).
        88 collection-ok value "00".
    01 history-status pic x(2).
        88 history-ok value "00".
    01 history-work-status pic x(2).
        88 history-work-ok value "00".

*>     the date each kind was captured under; spaces when its file
*>     was not there tonight
    01 kind-dates.
        05 kind-date occurs 4 times pic x(8).
    01 kind-names value "OUTRETINCCOL".
        05 kind-name occurs 4 times pic x(3).
    01 ws-kind pic 9.

    01 capture-count pic 9(4) value 0.
    01 capture-table.
        05 capture-entry occurs 1 to 1000 times
            depending on capture-count
            indexed by capture-idx.
            10 cap-kind pic 9.
            10 cap-country pic x(2).
            10 cap-count pic 9(7).
            10 cap-amount pic 9(13)v99.

    01 ws-country pic x(2).
    01 ws-amount pic 9(13)v99.
    01 ws-heading-date pic x(10).
    01 ws-iso-date pic x(8).
    01 ws-replaced pic x.
        88 line-replaced value "Y".
    01 ws-kept-count pic 9(7) value 0.
    01 ws-written-count pic 9(7) value 0.
    01 ws-items-count pic 9(7) value 0.
    01 shell-command pic x(256).
    01 shell-rc pic s9(9) comp.
procedure division.
    move spaces to kind-dates.
    perform capture-transfers-sent.
    perform capture-transfers-returned.
    perform capture-credits-received.
    perform capture-debits-collected.

    if kind-dates = spaces
        display "cross-border-capture: no dated outputs tonight, "
            "history unchanged"
        goback
    end-if.

    perform rewrite-history.

    display "cross-border-capture: " ws-items-count " payments, "
        ws-written-count " country lines captured for"
        " OUT " kind-date(1) " RET " kind-date(2)
        " INC " kind-date(3) " COL " kind-date(4).
    goback.

*>----------------------------------------------------------------
*> the night's outputs
*>----------------------------------------------------------------
capture-transfers-sent section.
    open input sepa-register.
    if not register-ok
        exit paragraph
    end-if.
    read sepa-register
        at end
            close sepa-register
            exit paragraph
    end-read.
    if register-line(1:13) not = "CREDITOR IBAN"
        or register-line(173:8) is not numeric
        close sepa-register
        exit paragraph
    end-if.
    move register-line(173:8) to kind-date(1).
    move 1 to ws-kind.
    perform until exit
        read sepa-register at end exit perform end-read
        if function test-numval(register-line(50:13)) = 0
            move register-line(1:2) to ws-country
            move function numval(register-line(50:13)) to ws-amount
            perform add-to-capture
        end-if
    end-perform.
    close sepa-register.

capture-transfers-returned section.
    open input returns-report.
    if not returns-ok
        exit paragraph
    end-if.
    read returns-report
        at end
            close returns-report
            exit paragraph
    end-read.
    move returns-line(123:10) to ws-heading-date.
    perform date-from-heading.
    if ws-heading-date(1:8) is not numeric
        close returns-report
        exit paragraph
    end-if.
    move ws-heading-date(1:8) to kind-date(2).
    move 2 to ws-kind.
    perform until exit
        read returns-report at end exit perform end-read
        if function test-numval(returns-line(73:13)) = 0
            move returns-line(37:2) to ws-country
            move function numval(returns-line(73:13)) to ws-amount
            perform add-to-capture
        end-if
    end-perform.
    close returns-report.

capture-credits-received section.
*>     the credits file carries no run date of its own; the totals
*>     page incoming-post printed for it does
    open input incoming-totals.
    if not totals-ok
        exit paragraph
    end-if.
    read incoming-totals
        at end
            close incoming-totals
            exit paragraph
    end-read.
    close incoming-totals.
    if totals-line(1:31) not = "INCOMING CREDITS POSTING TOTALS"
        exit paragraph
    end-if.
    move totals-line(60:10) to ws-heading-date.
    perform date-from-heading.
    if ws-heading-date(1:8) is not numeric
        exit paragraph
    end-if.
    open input incoming-credits.
    if not credits-ok
        exit paragraph
    end-if.
    move ws-heading-date(1:8) to kind-date(3).
    move 3 to ws-kind.
    perform until exit
        read incoming-credits at end exit perform end-read
        if function test-numval(function trim(in-amount)) = 0
            move in-ordering-iban(1:2) to ws-country
            move function numval(in-amount) to ws-amount
            perform add-to-capture
        end-if
    end-perform.
    close incoming-credits.

capture-debits-collected section.
    open input collection-batch.
    if not collection-ok
        exit paragraph
    end-if.
    perform until exit
        read collection-batch at end exit perform end-read
        evaluate coll-record-type
            when "01"
                if coll-stamp(1:8) is numeric
                    move coll-stamp(1:8) to kind-date(4)
                end-if
            when "02"
                if kind-date(4) not = spaces
                    and function test-numval(
                        function trim(coll-amount)) = 0
                    move 4 to ws-kind
                    move coll-debtor-iban(1:2) to ws-country
                    move function numval(coll-amount) to ws-amount
                    perform add-to-capture
                end-if
        end-evaluate
    end-perform.
    close collection-batch.

date-from-heading section.
*>     mm/dd/yyyy as the reports print it, to yyyymmdd
    move ws-heading-date(7:4) to ws-iso-date(1:4).
    move ws-heading-date(1:2) to ws-iso-date(5:2).
    move ws-heading-date(4:2) to ws-iso-date(7:2).
    move ws-iso-date to ws-heading-date.

add-to-capture section.
    if ws-country is not alphabetic-upper or ws-country = spaces
        move "??" to ws-country
    end-if.
    add 1 to ws-items-count.
    set capture-idx to 1.
    search capture-entry
        at end
            if capture-count < 1000
                add 1 to capture-count
                move ws-kind to cap-kind(capture-count)
                move ws-country to cap-country(capture-count)
                move 1 to cap-count(capture-count)
                move ws-amount to cap-amount(capture-count)
            end-if
        when cap-kind(capture-idx) = ws-kind
            and cap-country(capture-idx) = ws-country
            add 1 to cap-count(capture-idx)
            add ws-amount to cap-amount(capture-idx)
    end-search.

*>----------------------------------------------------------------
*> the history, with tonight's dates replaced
*>----------------------------------------------------------------
rewrite-history section.
    open output history-work.
    if not history-work-ok
        display "cross-border-capture: cannot open history-work, status "
            history-work-status upon syserr
        move 1 to return-code
        exit paragraph
    end-if.
    open input history-file.
    if history-ok
        perform until exit
            read history-file at end exit perform end-read
            move "N" to ws-replaced
            perform varying ws-kind from 1 by 1 until ws-kind > 4
                if xb-kind = kind-name(ws-kind)
                    and xb-date = kind-date(ws-kind)
                    move "Y" to ws-replaced
                end-if
            end-perform
            if not line-replaced
                write history-work-record from cross-border-record
                add 1 to ws-kept-count
            end-if
        end-perform
        close history-file
    end-if.
    perform varying capture-idx from 1 by 1
        until capture-idx > capture-count
        move spaces to cross-border-record
        move kind-date(cap-kind(capture-idx)) to xb-date
        move kind-name(cap-kind(capture-idx)) to xb-kind
        move cap-country(capture-idx) to xb-country
        move cap-count(capture-idx) to xb-count
        move cap-amount(capture-idx) to xb-amount
        write history-work-record from cross-border-record
        add 1 to ws-written-count
    end-perform.
    close history-work.
    move "mv resources/cross-border-history.new "
        & "resources/cross-border-history.txt" to shell-command.
    call "SYSTEM" using shell-command giving shell-rc.
    if shell-rc not = 0
        display "cross-border-capture: cannot replace "
            "cross-border-history, nothing captured" upon syserr
        move 1 to return-code
    end-if.
end program cross-border-capture.
