*> carries the same message id, creation timestamp, transaction
*> count and control sum the 09 trailer does, so either file can be
*> tied out against the other.
*>
*> Every instruction due today is screened by sanctions-screen on
*> its creditor name (instr-creditor-name), remittance text and the
*> country of the creditor IBAN and BIC. A hit is held on the
*> sanctions hold file instead of being paid; once sanctions-review
*> releases it, the next run submits it ahead of the day's file. The
*> run stops without submitting anything if the sanctions list
*> cannot be loaded. A released instruction that still needs four
*> eyes is parked with its release noted, and comes back approved
*> without being screened again.
*>
*> An instruction may carry a currency (instr-currency; blank means
*> EUR). A foreign-currency instruction is paid in EUR converted at
*> submission: the foreign amount is rounded to the currency's
*> decimals off the currency reference file, converted at the day's
*> rate off resources/eurofxref.csv (or MS_RATES_FILE) and charged
*> the dealing margin off the fee schedule (MS_FEE_SCHEDULE_FILE),
*> exactly as the microservice quotes it. A suspended currency, a
*> currency missing from the rate file, or a rate file fixed before
*> the last business day is rejected to the exception report. The
*> register line carries the original currency, amount, rate and
*> fee, and each conversion is written to the day's transaction log
*> as a SEPA-SUBMIT line -- EUR in from the debtor, the foreign
*> currency out to the creditor -- so settlement-report, recon-report
*> and the position job account for it like any conversion the
*> microservice made.
*>
*> Four eyes: an instruction above the approval limit
*> (MS_APPROVAL_LIMIT_EUR, in EUR after any conversion, default
*> 10000.00), or to a creditor IBAN that sepa-history.txt has never
*> seen paid, is not submitted but parked on the approvals queue
*> (resources/approval-queue.txt) with the operator who keyed it
*> (instr-entered-by). payment-approve lets a second operator
*> approve or refuse it; approved instructions come back on
*> resources/approved-instructions.txt and the next run submits
*> them, after the screening releases and ahead of the day's file.
*> Everything still awaiting approval is listed at the end of the
*> run.
*>
*> KYC: an instruction debiting or crediting one of our customers'
*> accounts (an IBAN on the account master linked to a customer)
*> is rejected while that customer is not KYC-approved or their
*> periodic review is overdue, until the review has been recorded
*> on the customer master (customer-kyc-check). The run stops
*> without submitting anything if the customer master cannot be
*> opened.
*>
*> The register's heading line carries the run date at column 173,
*> so jobs that read it later can tell today's register from an
*> earlier day's.
*>
*> The run's control totals go onto reports/control-totals.txt for
*> the nightly balancing job: the instructions read off today's
*> file (count and face-value total, as keyed) and the instructions
*> submitted (count and EUR control total, as on the 09 trailer).
*>*
identification division.
program-id. sepa-submit.
repository.
    function iban-checksum
    function bic-checksum
    function csv-ecb-rates
    function all intrinsic.
input-output section.
file-control.
    select duplicates-report assign to "reports/sepa-duplicates.txt"
        organization line sequential
        file status is duplicates-status.
    select file-csv assign to dynamic csv-file-name
        organization is sequential
        file status is csv-status.
    select fee-schedule assign to dynamic fee-file-name
        organization line sequential
        file status is fee-file-status.
    select txn-log assign to dynamic txn-log-name
        organization line sequential
        file status is txn-log-status.
    select approval-queue assign to "resources/approval-queue.txt"
        organization line sequential
        file status is approval-queue-status.
    select approved-instructions
        assign to "resources/approved-instructions.txt"
        organization line sequential
        file status is approved-status.
    select control-totals assign to "reports/control-totals.txt"
        organization line sequential
        file status is control-status.
data division.
file section.
fd payment-instructions.
*>         in today's batch, a future date defers the instruction
*>         to the pending-payments file for sepa-release
        05 instr-execute-date pic x(8).
*>         creditor's name as keyed on the invoice, screened against
*>         the sanctions list with the remittance text
        05 instr-creditor-name pic x(35).
*>         ISO currency of instr-amount; blank (the layout as it was
*>         before foreign-currency payments) or EUR pays as keyed
        05 instr-currency pic x(3).
            88 instr-in-euro value "EUR" spaces.
*>         the operator who keyed the instruction, so the approval
*>         of a parked payment can be held to somebody else
        05 instr-entered-by pic x(16).
fd sepa-batch.
    01 batch-record pic x(140).
fd exception-report.
fd pain001-work.
    01 pain001-work-line pic x(250).
fd pending-payments.
    01 pending-line pic x(188).
fd sepa-register.
    01 register-line pic x(180).
fd history-file.
    01 history-line.
        05 hist-submit-date pic x(8).
        05 hist-creditor-iban pic x(34).
        05 hist-amount pic x(13).
        05 hist-remittance pic x(35).
*>         the batch it went out in, as the pain.001 message id names
*>         it (SEPA-CT-yyyymmddhhmmss); blank on lines written before
*>         the id was kept
        05 hist-batch-id pic x(22).
fd overrides-file.
    01 override-line.
        05 ovr-debtor-iban pic x(34).
        05 ovr-amount pic x(13).
fd duplicates-report.
    01 duplicate-line pic x(132).
fd file-csv.
    01 csv-content pic x(1024).
fd fee-schedule.
    01 fee-schedule-line pic x(32).
fd txn-log.
    01 txn-log-record pic x(220).
fd approval-queue.
    01 approval-queue-line pic x(384).
fd approved-instructions.
    01 approved-line.
        05 approved-image pic x(200).
*>         Y when a sanctions reviewer had already released the
*>         instruction before it was parked for approval
        05 approved-screen-released pic x.
            88 approved-after-release value "Y".
fd control-totals.
    01 control-line pic x(80).
working-storage section.
    01 input-status pic x(2).
        88 input-ok value "00".
    01 ws-bank-name pic x(35).
    01 ws-bank-city pic x(25).
    01 ws-bank-verdict pic 9.
    01 ws-kyc-iban pic x(34).
    01 ws-kyc-customer-id pic x(10).
    01 ws-kyc-verdict pic 9.
    01 ws-kyc-reason pic x(17).

    01 history-status pic x(2).
        88 history-ok value "00".
    01 ws-override-found pic x value "N".
        88 override-found value "Y".
    01 ws-duplicate-count pic 9(7) value 0.

    01 ws-screen-source pic x(2) value "CT".
    01 ws-screen-verdict pic 9.
    01 ws-screen-image pic x(200).
    01 ws-screen-cleared pic x value "N".
        88 screen-cleared value "Y".
    01 ws-released-found pic x.
        88 released-item-found value "Y".
    01 ws-released-count pic 9(7) value 0.
    01 ws-held-count pic 9(7) value 0.

*>     foreign-currency conversion: the rate table is the one the
*>     microservice quotes from, loaded once at startup; a run
*>     without a rate file still pays its EUR instructions
    01 csv-file-name pic x(256) value "resources/eurofxref.csv".
    01 csv-status pic x(2).
        88 csv-ok value "00".
    01 dataset.
        05 dataset-ptr usage pointer.
        05 dataset-count usage binary-long.
    01 rate-count usage binary-long value 0.
    copy "modules/exchange-rate-table.cpy".
    01 ws-rates-loaded pic x value "N".
        88 rates-loaded value "Y".
*>     fix date of the rate file, off the first field of its data
*>     row ("17 July 2020"), and the oldest fix date still current:
*>     the last business day before the run date
    01 ws-rates-date pic x(8) value spaces.
    01 ws-rates-current-from pic x(8) value spaces.
    01 ws-rates-header pic x(1024).
    01 ws-rates-data pic x(1024).
    01 ws-rates-date-token pic x(32).
    01 ws-rates-split-ptr pic 9(4) comp.
    01 ws-day pic x(2).
    01 ws-month-name pic x(16).
    01 ws-month-number pic 9(2).
    01 ws-year pic x(4).
    01 month-names.
        05 month-name occurs 12 times pic x(9).
    01 ws-month-idx pic 9(2) comp.
    01 ws-day-closed pic x.
        88 date-is-closed value "Y".
    01 ws-roll-steps pic 9(3) comp.

    01 fee-file-name pic x(256) value "resources/fee-schedule.txt".
    01 fee-file-status pic x(2).
        88 fee-file-ok value "00".
    01 fee-count pic 9(3) value 0.
    01 fee-table.
        05 fee-entry occurs 1 to 200 times
            depending on fee-count
            indexed by fee-idx.
            10 fee-currency pic x(3).
            10 fee-margin pic 9(3)v9(4).
    01 fee-default-margin pic 9(3)v9(4) value 0.
    01 fee-token-currency pic x(8).
    01 fee-token-value pic x(16).
    01 fee-scan-ptr pic 9(3) comp.
    01 margin-pct pic 9(3)v9(4).

    01 ccy-ref-name pic x(30).
    01 ccy-ref-decimals pic 9.
    01 ccy-ref-min pic 9(12)v99.
    01 ccy-ref-max pic 9(12)v99.
    01 ccy-ref-status pic x.
    01 ccy-ref-found pic x.
        88 ccy-ref-is-found value "Y".

    01 ws-fx-decimals pic 9.
    01 ws-fx-rate-idx usage binary-long.
    01 ws-fx-round-in pic 9(10)v9(6).
    01 ws-fx-round-out pic 9(10)v999.
    01 ws-fx-whole pic 9(10).
    01 ws-fx-tenths pic 9(10)v9.
    01 ws-fx-cents pic 9(10)v99.
    01 ws-fx-original pic 9(10)v999.
    01 ws-fx-original-edit pic z(9)9.999.
    01 ws-fx-original-text pic x(16).
    01 ws-fx-eur-mid pic 9(10)v99.
    01 ws-fx-eur-exact pic 9(10)v9(6).
    01 ws-fx-eur-exact-edit pic z(9)9.9(6).
    01 ws-fx-fee pic 9(10)v99.
    01 ws-fx-fee-foreign pic 9(10)v999.
    01 ws-fx-fee-foreign-edit pic z(9)9.999.
    01 ws-fx-fee-foreign-text pic x(16).
    01 ws-fx-rate-edit pic zzzzzz9.99999999.
    01 ws-fx-eur-edit pic z(12)9.99.
    01 ws-fx-fee-edit pic z(12)9.99.
    01 ws-fx-reference pic x(40).
*>     the instruction's own amount, as the duplicate check and the
*>     history know it: a converted amount moves with the rate, the
*>     keyed one does not
    01 ws-instr-amount-edit pic 9(10).99.

    01 txn-log-name pic x(256).
    01 txn-log-status pic x(2).
        88 txn-log-ok value "00".
    01 ws-txn-log-open pic x value "N".
        88 txn-log-open value "Y".
    01 ws-converted-count pic 9(7) value 0.

    01 approval-queue-status pic x(2).
        88 approval-queue-ok value "00".
    01 ws-approval-queue-open pic x value "N".
        88 approval-queue-open value "Y".
    01 approved-status pic x(2).
        88 approved-ok value "00".
    01 control-status pic x(2).
        88 control-ok value "00".
    01 ws-read-total pic 9(13)v99 value 0.
    01 ws-control-name pic x(16).
    01 ws-control-count pic 9(7).
    01 ws-control-amount pic 9(13)v99.
    01 ws-control-edit pic 9(13).99.
    copy "modules/approval-record.cpy".
    01 approval-limit-env pic x(16).
    01 approval-limit pic 9(10)v99 value 10000.
    01 ws-approval-cleared pic x value "N".
        88 approval-cleared value "Y".
    01 ws-approval-seq pic 9(4) value 0.
    01 ws-parked-count pic 9(7) value 0.
    01 ws-approved-count pic 9(7) value 0.
    01 ws-awaiting-count pic 9(7) value 0.
*>     every creditor IBAN the history has seen paid, whatever its
*>     age; a history too large for the table leaves the overflow
*>     looking new, which parks it for approval rather than paying
*>     it unchecked
    01 known-creditor-count pic 9(5) value 0.
    01 known-creditor-table.
        05 known-creditor-iban occurs 1 to 20000 times
            depending on known-creditor-count
            indexed by known-creditor-idx
            pic x(34).
    01 ws-creditor-known pic x value "N".
        88 creditor-known value "Y".
procedure division.
    accept ws-output-format from environment "MS_SEPA_FORMAT"
        on exception move "FIXED" to ws-output-format
        function integer-of-date(date-numeric) - lookback-days.
    move function date-of-integer(date-integer) to date-numeric.
    move date-numeric to lookback-cutoff.
    accept approval-limit-env from environment "MS_APPROVAL_LIMIT_EUR"
        on exception move spaces to approval-limit-env
    end-accept.
    if function trim(approval-limit-env) not = spaces
        and function test-numval(function trim(approval-limit-env)) = 0
        move function numval(approval-limit-env) to approval-limit
    end-if.
    perform load-recent-history.
    perform load-overrides.
*>     no list, no payments: an unscreened batch is worse than a
*>     late one
    move spaces to ws-screen-source.
    call "sanctions-screen" using ws-screen-source,
        instr-creditor-name, instr-remittance, instr-creditor-iban,
        instr-creditor-bic, ws-screen-image, ws-screen-verdict.
    if ws-screen-verdict = 9
        display "sepa-submit: sanctions list not available, "
            "nothing submitted" upon syserr
        move 1 to return-code
        stop run
    end-if.
    move "CT" to ws-screen-source.
*>     no customer master, no KYC check: nothing is paid rather
*>     than everything paid unchecked
    move spaces to ws-kyc-iban, ws-kyc-customer-id.
    call "customer-kyc-check" using ws-kyc-iban, ws-kyc-customer-id,
        ws-kyc-verdict.
    if ws-kyc-verdict = 9
        display "sepa-submit: customer master not available, "
            "nothing submitted" upon syserr
        move 1 to return-code
        stop run
    end-if.
    perform load-rates.
    perform load-fee-schedule.
    if not format-fixed and not format-xml and not format-both
        move "FIXED" to ws-output-format
    end-if.
    move "CREDITOR IBAN" to exception-line(37:13).
    move "AMOUNT" to exception-line(73:6).
    move "REASON" to exception-line(87:6).
    move "CCY" to exception-line(113:3).
    write exception-line.

    open output sepa-register.
    move "AMOUNT" to register-line(50:6).
    move "BANK" to register-line(65:4).
    move "CITY" to register-line(101:4).
    move "CCY" to register-line(127:3).
    move "ORIGINAL AMOUNT" to register-line(131:15).
    move "RATE" to register-line(148:4).
    move "FEE" to register-line(165:3).
    move ws-run-date to register-line(173:8).
    write register-line.

    open output duplicates-report.
    if fixed-wanted
        perform write-batch-header
    end-if.
    perform submit-released-items.
    perform submit-approved-items.
    perform submit-one-instruction until input-eof.
    if fixed-wanted
        perform write-batch-trailer
    if history-open
        close history-file
    end-if.
    if txn-log-open
        close txn-log
    end-if.
    if approval-queue-open
        close approval-queue
    end-if.
    perform write-control-totals.

    display "sepa-submit: " ws-read-count " read, "
        ws-instruction-count " submitted, "
        ws-converted-count " converted from foreign currency, "
        ws-deferred-count " deferred, "
        ws-duplicate-count " held as duplicates, "
        ws-held-count " held for screening, "
        ws-released-count " released from screening, "
        ws-parked-count " parked for approval, "
        ws-approved-count " approved, "
        ws-exception-count " exceptions".
    perform list-awaiting-approval.
    goback.

submit-released-items section.
*>     instructions a reviewer has cleared since the last run go out
*>     first, through every check but the screening that held them
    move "Y" to ws-screen-cleared.
    perform until exit
        call "sanctions-released" using ws-screen-source,
            ws-screen-image, ws-released-found
        if not released-item-found
            exit perform
        end-if
        move ws-screen-image to instruction-line
        add 1 to ws-released-count
        perform validate-and-write
    end-perform.
    move "N" to ws-screen-cleared.

submit-approved-items section.
*>     instructions a second operator has approved since the last
*>     run; the queue is removed once read, so each approval pays
*>     exactly once and the approvals archive keeps the record of
*>     it. One a sanctions reviewer released before it was parked
*>     is not screened again, or it would be held again and never
*>     paid
    open input approved-instructions.
    if not approved-ok
        exit paragraph
    end-if.
    move "Y" to ws-approval-cleared.
    perform until exit
        read approved-instructions at end exit perform end-read
        if approved-image not = spaces
            move approved-image to instruction-line
            add 1 to ws-approved-count
            if approved-after-release
                move "Y" to ws-screen-cleared
            end-if
            perform validate-and-write
            move "N" to ws-screen-cleared
        end-if
    end-perform.
    move "N" to ws-approval-cleared.
    close approved-instructions.
    move "rm -f resources/approved-instructions.txt" to shell-command.
    call "SYSTEM" using shell-command.

submit-one-instruction section.
    read payment-instructions
        at end continue
        not at end
            add 1 to ws-read-count
            if function test-numval(function trim(instr-amount)) = 0
                add function numval(instr-amount) to ws-read-total
            end-if
            perform validate-and-write
    end-read.

        perform write-exception
        exit paragraph
    end-if.
*>     a customer whose KYC has lapsed moves no money either way
*>     until the review is done
    move instr-debtor-iban to ws-kyc-iban.
    perform check-account-kyc.
    if ws-kyc-reason not = spaces
        move spaces to ws-reason-text
        string "DEBTOR " ws-kyc-reason delimited by size
            into ws-reason-text
        end-string
        perform write-exception
        exit paragraph
    end-if.
    move instr-creditor-iban to ws-kyc-iban.
    perform check-account-kyc.
    if ws-kyc-reason not = spaces
        move spaces to ws-reason-text
        string "CREDITOR " ws-kyc-reason delimited by size
            into ws-reason-text
        end-string
        perform write-exception
        exit paragraph
    end-if.
*>     structural checks passed: the BIC still has to name a real,
*>     SEPA-reachable bank on the published directory, or the
*>     clearing house rejects the transfer days from now
        perform write-exception
        exit paragraph
    end-if.
*>     a foreign currency the reference file has suspended is
*>     refused the day the instruction arrives, dated or not
    if not instr-in-euro
        perform check-instruction-currency
        if ws-reason-text not = spaces
            perform write-exception
            exit paragraph
        end-if
    end-if.

*>     a validated future-dated instruction waits on the pending
*>     file for sepa-release instead of going out today -- it is
        exit paragraph
    end-if.

*>     a sanctions hit on the creditor goes to the hold file for
*>     a reviewer, not into the batch
    if not screen-cleared
        move instruction-line to ws-screen-image
        call "sanctions-screen" using ws-screen-source,
            instr-creditor-name, instr-remittance,
            instr-creditor-iban, instr-creditor-bic, ws-screen-image,
            ws-screen-verdict
        if ws-screen-verdict = 8
            display "sepa-submit: sanctions hit on "
                function trim(instr-creditor-name)
                " could not be held, run stopped" upon syserr
            move 1 to return-code
            stop run
        end-if
        if ws-screen-verdict not = 0
            add 1 to ws-held-count
            exit paragraph
        end-if
    end-if.

*>     an instruction matching one submitted inside the lookback
*>     window is a suspected double delivery of the payment file:
*>     held onto the review report, not silently submitted, unless
        perform write-duplicate-line
        exit paragraph
    end-if.
    move ws-amount to ws-instr-amount-edit.

*>     a foreign-currency instruction is converted at the rate of
*>     the day it is paid, not the day it arrived
    if not instr-in-euro
        perform convert-to-eur
        if ws-reason-text not = spaces
            perform write-exception
            exit paragraph
        end-if
    end-if.

*>     last gate before the money moves: a large payment, or one to
*>     a creditor never paid before, needs a second operator's
*>     approval first
    if not approval-cleared
        perform check-approval-needed
        if appr-pending
            perform park-for-approval
            exit paragraph
        end-if
    end-if.

    move ws-amount to ws-amount-edit.
    if fixed-wanted
    move ws-amount-edit to register-line(50:13).
    move ws-bank-name to register-line(65:35).
    move ws-bank-city to register-line(101:25).
    if not instr-in-euro
        move instr-currency to register-line(127:3)
        move ws-fx-original-text to register-line(131:16)
        move rate-value(ws-fx-rate-idx) to ws-fx-rate-edit
        move ws-fx-rate-edit to register-line(148:16)
        move ws-fx-fee to ws-fx-fee-edit
        move ws-fx-fee-edit to register-line(165:16)
    end-if.
    write register-line.
    perform append-history.
    if not instr-in-euro
        perform log-fx-payment
    end-if.

write-batch-header section.
    move spaces to batch-record.
    end-if.
    perform until exit
        read history-file at end exit perform end-read
        perform note-known-creditor
        if hist-submit-date >= lookback-cutoff
            and function test-numval(
                function trim(hist-amount)) = 0
    end-perform.
    close history-file.

note-known-creditor section.
    if hist-creditor-iban = spaces
        exit paragraph
    end-if.
    perform varying known-creditor-idx from 1 by 1
        until known-creditor-idx > known-creditor-count
        if known-creditor-iban(known-creditor-idx) = hist-creditor-iban
            exit paragraph
        end-if
    end-perform.
    if known-creditor-count < 20000
        add 1 to known-creditor-count
        move hist-creditor-iban to known-creditor-iban(known-creditor-count)
    end-if.

load-overrides section.
    move 0 to override-count.
    open input overrides-file.
    move ws-run-date to hist-submit-date.
    move instr-debtor-iban to hist-debtor-iban.
    move instr-creditor-iban to hist-creditor-iban.
    move ws-instr-amount-edit to hist-amount.
    move instr-remittance to hist-remittance.
    string "SEPA-CT-" delimited by size
           ws-batch-stamp(1:14) delimited by size
        into hist-batch-id
    end-string.
    write history-line.

check-approval-needed section.
*>     leaves appr-status pending (P) with the trigger set when the
*>     instruction has to wait for a second operator, blank when it
*>     can go
    move spaces to approval-record.
    move "N" to ws-creditor-known.
    perform varying known-creditor-idx from 1 by 1
        until known-creditor-idx > known-creditor-count
        if known-creditor-iban(known-creditor-idx) = instr-creditor-iban
            move "Y" to ws-creditor-known
            exit perform
        end-if
    end-perform.
    evaluate true
        when ws-amount > approval-limit and not creditor-known
            move "B" to appr-trigger
        when ws-amount > approval-limit
            move "V" to appr-trigger
        when not creditor-known
            move "N" to appr-trigger
        when other
            exit paragraph
    end-evaluate.
    move "P" to appr-status.

park-for-approval section.
    if not approval-queue-open
        open extend approval-queue
        if approval-queue-status not = "00"
            open output approval-queue
        end-if
        if not approval-queue-ok
            display "sepa-submit: cannot open approval-queue, status "
                approval-queue-status upon syserr
            move "APPROVAL QUEUE UNAVAILABLE" to ws-reason-text
            perform write-exception
            exit paragraph
        end-if
        move "Y" to ws-approval-queue-open
    end-if.
    add 1 to ws-approval-seq.
    move spaces to appr-id.
    string "AP" delimited by size
           ws-batch-stamp(1:14) delimited by size
           ws-approval-seq delimited by size
        into appr-id
    end-string.
    move ws-run-date to appr-parked.
    move instr-entered-by to appr-entered-by.
    if appr-entered-by = spaces
        move "UNKNOWN" to appr-entered-by
    end-if.
    move instr-creditor-iban to appr-creditor-iban.
    move ws-amount to ws-amount-edit.
    move ws-amount-edit to appr-eur-amount.
    move instruction-line to appr-image.
    if screen-cleared
        move "Y" to appr-screen-released
    else
        move "N" to appr-screen-released
    end-if.
    write approval-queue-line from approval-record.
    add 1 to ws-parked-count.

list-awaiting-approval section.
*>     the queue as it stands after this run -- what was parked
*>     today and anything older nobody has decided yet -- so no
*>     payment waits on approval without the run saying so
    move 0 to ws-awaiting-count.
    open input approval-queue.
    if not approval-queue-ok
        exit paragraph
    end-if.
    perform until exit
        read approval-queue into approval-record
            at end exit perform
        end-read
        if appr-pending
            add 1 to ws-awaiting-count
            display "sepa-submit: awaiting approval " appr-id
                " parked " appr-parked " keyed by "
                function trim(appr-entered-by) " to "
                function trim(appr-creditor-iban) " EUR "
                appr-eur-amount
        end-if
    end-perform.
    close approval-queue.
    display "sepa-submit: " ws-awaiting-count
        " instructions awaiting approval".

write-control-totals section.
    open extend control-totals.
    if control-status not = "00"
        open output control-totals
    end-if.
    if not control-ok
        display "sepa-submit: cannot open control-totals, status "
            control-status upon syserr
        exit paragraph
    end-if.
    move "READ" to ws-control-name.
    move ws-read-count to ws-control-count.
    move ws-read-total to ws-control-amount.
    perform write-control-line.
    move "SUBMITTED" to ws-control-name.
    move ws-instruction-count to ws-control-count.
    move ws-control-total to ws-control-amount.
    perform write-control-line.
    close control-totals.

write-control-line section.
    move ws-control-amount to ws-control-edit.
    move spaces to control-line.
    string ws-run-date delimited by size
           ",sepa-submit," delimited by size
           function trim(ws-control-name) delimited by size
           "," delimited by size
           ws-control-count delimited by size
           "," delimited by size
           ws-control-edit delimited by size
        into control-line
    end-string.
    write control-line.

check-account-kyc section.
*>     ws-kyc-reason stays blank when the account may be used: not
*>     one of our customers' accounts, or a customer cleared by KYC
    move spaces to ws-kyc-reason, ws-kyc-customer-id.
    call "customer-kyc-check" using ws-kyc-iban, ws-kyc-customer-id,
        ws-kyc-verdict.
    evaluate ws-kyc-verdict
        when 1
            move "CUSTOMER UNKNOWN" to ws-kyc-reason
        when 2
            move "KYC NOT APPROVED" to ws-kyc-reason
        when 3
            move "KYC EXPIRED" to ws-kyc-reason
        when 9
            move "KYC UNAVAILABLE" to ws-kyc-reason
    end-evaluate.

defer-to-pending section.
    if not pending-open
        open extend pending-payments
    move instr-creditor-iban to exception-line(37:34).
    move instr-amount to exception-line(73:12).
    move ws-reason-text to exception-line(87:25).
    move instr-currency to exception-line(113:3).
    write exception-line.
    add 1 to ws-exception-count.

load-rates section.
*>     a missing or empty rate file only stops the foreign-currency
*>     instructions: each is rejected with RATES NOT AVAILABLE
    accept csv-file-name from environment "MS_RATES_FILE"
        on exception move "resources/eurofxref.csv" to csv-file-name
    end-accept.
    open input file-csv.
    if not csv-ok
        exit paragraph
    end-if.
    perform until exit
        read file-csv at end exit perform end-read
    end-perform.
    close file-csv.
    move csv-ecb-rates(csv-content) to dataset.
    move dataset-count to rate-count.
    if rate-count = 0
        exit paragraph
    end-if.
    set address of exchange-rates to dataset-ptr.
    move "Y" to ws-rates-loaded.
    perform parse-rates-date.
    perform find-rates-current-from.

parse-rates-date section.
*>     the data row's first field is the fix date, spelled out the
*>     way the feed spells it ("17 July 2020"); an unreadable date
*>     leaves ws-rates-date blank, which reads as stale
    move "January" to month-name(1).
    move "February" to month-name(2).
    move "March" to month-name(3).
    move "April" to month-name(4).
    move "May" to month-name(5).
    move "June" to month-name(6).
    move "July" to month-name(7).
    move "August" to month-name(8).
    move "September" to month-name(9).
    move "October" to month-name(10).
    move "November" to month-name(11).
    move "December" to month-name(12).
    move spaces to ws-rates-date, ws-rates-header, ws-rates-data.
    move 1 to ws-rates-split-ptr.
    unstring csv-content delimited by x"0A"
        into ws-rates-header, ws-rates-data
        with pointer ws-rates-split-ptr
    end-unstring.
    move spaces to ws-rates-date-token.
    unstring ws-rates-data delimited by "," into ws-rates-date-token
    end-unstring.
    move spaces to ws-day, ws-month-name, ws-year.
    unstring function trim(ws-rates-date-token) delimited by space
        into ws-day, ws-month-name, ws-year
    end-unstring.
    move 0 to ws-month-number.
    perform varying ws-month-idx from 1 by 1 until ws-month-idx > 12
        if month-name(ws-month-idx) = function trim(ws-month-name)
            move ws-month-idx to ws-month-number
            exit perform
        end-if
    end-perform.
    if ws-month-number = 0
        or function trim(ws-year) is not numeric
        or function trim(ws-day) is not numeric
        exit paragraph
    end-if.
    move ws-year to ws-rates-date(1:4).
    move ws-month-number to ws-rates-date(5:2).
    if length(function trim(ws-day)) = 1
        move "0" to ws-rates-date(7:1)
        move function trim(ws-day) to ws-rates-date(8:1)
    else
        move function trim(ws-day) to ws-rates-date(7:2)
    end-if.

find-rates-current-from section.
*>     rates fixed on the run date or on the last business day before
*>     it are current, so Monday's run pays on Friday's fix; weekend
*>     arithmetic as in sepa-release (rem 6 Saturday, rem 0 Sunday),
*>     holidays off the shared calendar through check-holiday
    move function numval(ws-run-date) to date-numeric.
    compute date-integer = function integer-of-date(date-numeric) - 1.
    move 0 to ws-roll-steps.
    perform until ws-roll-steps > 30
        move function date-of-integer(date-integer) to date-numeric
        move date-numeric to ws-rates-current-from
        move "N" to ws-day-closed
        if function rem(date-integer, 7) = 6
            or function rem(date-integer, 7) = 0
            move "Y" to ws-day-closed
        else
            call "check-holiday" using ws-rates-current-from,
                ws-day-closed
        end-if
        if not date-is-closed
            exit perform
        end-if
        subtract 1 from date-integer
        add 1 to ws-roll-steps
    end-perform.

load-fee-schedule section.
    accept fee-file-name from environment "MS_FEE_SCHEDULE_FILE"
        on exception move "resources/fee-schedule.txt" to fee-file-name
    end-accept.
    move 0 to fee-count.
    move 0 to fee-default-margin.
    open input fee-schedule.
    if not fee-file-ok
*>         no schedule on disk converts at the raw mid, fee zero --
*>         the same as the microservice quotes
        exit paragraph
    end-if.
    perform until exit
        read fee-schedule at end exit perform end-read
        move spaces to fee-token-currency, fee-token-value
        move 1 to fee-scan-ptr
        unstring fee-schedule-line delimited by ","
            into fee-token-currency, fee-token-value
            with pointer fee-scan-ptr
        end-unstring
        if function test-numval(function trim(fee-token-value)) = 0
            and function trim(fee-token-value) not = spaces
            if function trim(fee-token-currency) = "DEF"
                move function numval(fee-token-value)
                    to fee-default-margin
            else
                if fee-count < 200
                    add 1 to fee-count
                    move fee-token-currency(1:3)
                        to fee-currency(fee-count)
                    move function numval(fee-token-value)
                        to fee-margin(fee-count)
                end-if
            end-if
        end-if
    end-perform.
    close fee-schedule.

margin-for-currency section.
    move fee-default-margin to margin-pct.
    perform varying fee-idx from 1 by 1 until fee-idx > fee-count
        if fee-currency(fee-idx) = instr-currency
            move fee-margin(fee-idx) to margin-pct
            exit perform
        end-if
    end-perform.

check-instruction-currency section.
*>     suspension and the amount limits off the currency reference
*>     file, measured against the instruction amount in its own
*>     currency; a currency not on the file takes the microservice's
*>     default decimals and is limited only by the rate file
    move spaces to ws-reason-text.
    move 2 to ws-fx-decimals.
    call "currency-reference" using instr-currency, ccy-ref-name,
        ccy-ref-decimals, ccy-ref-min, ccy-ref-max, ccy-ref-status,
        ccy-ref-found.
    if not ccy-ref-is-found
        evaluate instr-currency
            when "JPY" when "KRW" when "ISK" when "CLP"
            when "PYG" when "VND" when "UGX"
                move 0 to ws-fx-decimals
        end-evaluate
        exit paragraph
    end-if.
    move ccy-ref-decimals to ws-fx-decimals.
    if ws-fx-decimals > 3
        move 3 to ws-fx-decimals
    end-if.
    if ccy-ref-status = "S"
        move "CURRENCY SUSPENDED" to ws-reason-text
        exit paragraph
    end-if.
    if ccy-ref-min > 0 and ws-amount < ccy-ref-min
        move "AMOUNT BELOW CCY MINIMUM" to ws-reason-text
        exit paragraph
    end-if.
    if ccy-ref-max > 0 and ws-amount > ccy-ref-max
        move "AMOUNT ABOVE CCY MAXIMUM" to ws-reason-text
    end-if.

convert-to-eur section.
*>     the reference is checked again on the day of payment: the
*>     currency may have been suspended while a dated instruction
*>     sat on the pending file. The foreign amount is rounded to
*>     the currency's decimals, converted at the mid, and the margin
*>     charged on top -- the debtor pays mid plus fee in EUR
    perform check-instruction-currency.
    if ws-reason-text not = spaces
        exit paragraph
    end-if.
    if not rates-loaded
        move "RATES NOT AVAILABLE" to ws-reason-text
        exit paragraph
    end-if.
    if ws-rates-date = spaces
        or ws-rates-date < ws-rates-current-from
        move "RATES STALE" to ws-reason-text
        exit paragraph
    end-if.
    move 0 to ws-fx-rate-idx.
    perform varying idx from 1 by 1 until idx > rate-count
        if rate-currency(idx) = instr-currency
            set ws-fx-rate-idx to idx
            exit perform
        end-if
    end-perform.
    if ws-fx-rate-idx = 0
        move "CURRENCY NOT ON RATE FILE" to ws-reason-text
        exit paragraph
    end-if.
    move function numval(instr-amount) to ws-fx-round-in.
    perform round-to-currency.
    move ws-fx-round-out to ws-fx-original.
    compute ws-fx-eur-mid rounded mode is nearest-even =
        ws-fx-original / rate-value(ws-fx-rate-idx)
        on size error
            move "CONVERSION OVERFLOW" to ws-reason-text
            exit paragraph
    end-compute.
    perform margin-for-currency.
    compute ws-fx-fee rounded mode is nearest-even =
        ws-fx-eur-mid * margin-pct / 100.
    compute ws-amount = ws-fx-eur-mid + ws-fx-fee
        on size error
            move "CONVERSION OVERFLOW" to ws-reason-text
            exit paragraph
    end-compute.
    if ws-amount = 0
        move "CONVERTS TO ZERO EUR" to ws-reason-text
        exit paragraph
    end-if.
    move ws-fx-original to ws-fx-original-edit.
    move spaces to ws-fx-original-text.
    evaluate ws-fx-decimals
        when 0 move ws-fx-original-edit(1:10) to ws-fx-original-text
        when 1 move ws-fx-original-edit(1:12) to ws-fx-original-text
        when 2 move ws-fx-original-edit(1:13) to ws-fx-original-text
        when other move ws-fx-original-edit to ws-fx-original-text
    end-evaluate.

round-to-currency section.
*>     ws-fx-round-in rounded to the currency's decimals, nearest
*>     even as the microservice rounds, into ws-fx-round-out
    evaluate ws-fx-decimals
        when 0
            compute ws-fx-whole rounded mode is nearest-even =
                ws-fx-round-in
            move ws-fx-whole to ws-fx-round-out
        when 1
            compute ws-fx-tenths rounded mode is nearest-even =
                ws-fx-round-in
            move ws-fx-tenths to ws-fx-round-out
        when 2
            compute ws-fx-cents rounded mode is nearest-even =
                ws-fx-round-in
            move ws-fx-cents to ws-fx-round-out
        when other
            compute ws-fx-round-out rounded mode is nearest-even =
                ws-fx-round-in
    end-evaluate.

log-fx-payment section.
*>     one line per conversion on the day's transaction log, in the
*>     layout of the microservice's EUR-to-foreign route: EUR in at
*>     the mid (carried to six places so recon-report re-prices it
*>     back to the foreign amount exactly), foreign amount out, no
*>     rate date (a spot conversion), SEPA-SUBMIT as the client, the
*>     fee in the out currency, an FXPAY reference and the EUR
*>     equivalent
    if not txn-log-open
        move spaces to txn-log-name
        string "reports/transaction-" delimited by size
               ws-batch-stamp(1:8) delimited by size
               ".log" delimited by size
            into txn-log-name
        end-string
        open extend txn-log
        if not txn-log-ok
            open output txn-log
        end-if
        if not txn-log-ok
            display "sepa-submit: cannot open transaction log, status "
                txn-log-status upon syserr
            move 1 to return-code
            exit paragraph
        end-if
        move "Y" to ws-txn-log-open
    end-if.
    move spaces to ws-fx-reference.
    string "FXPAY-" delimited by size
           ws-batch-stamp(1:14) delimited by size
           "-" delimited by size
           ws-instruction-count delimited by size
        into ws-fx-reference
    end-string.
    compute ws-fx-eur-exact rounded mode is nearest-even =
        ws-fx-original / rate-value(ws-fx-rate-idx).
    move ws-fx-eur-exact to ws-fx-eur-exact-edit.
    compute ws-fx-round-in = ws-fx-fee * rate-value(ws-fx-rate-idx).
    perform round-to-currency.
    move ws-fx-round-out to ws-fx-fee-foreign.
    move ws-fx-fee-foreign to ws-fx-fee-foreign-edit.
    move spaces to ws-fx-fee-foreign-text.
    evaluate ws-fx-decimals
        when 0
            move ws-fx-fee-foreign-edit(1:10) to ws-fx-fee-foreign-text
        when 1
            move ws-fx-fee-foreign-edit(1:12) to ws-fx-fee-foreign-text
        when 2
            move ws-fx-fee-foreign-edit(1:13) to ws-fx-fee-foreign-text
        when other
            move ws-fx-fee-foreign-edit to ws-fx-fee-foreign-text
    end-evaluate.
    move ws-fx-eur-mid to ws-fx-eur-edit.
    move spaces to txn-log-record.
    string ws-batch-stamp(1:14) delimited by size
           ",EUR>" delimited by size
           instr-currency delimited by size
           "," delimited by size
           function trim(ws-fx-eur-exact-edit) delimited by size
           "," delimited by size
           function trim(ws-fx-original-text) delimited by size
           ",," delimited by size
           "SEPA-SUBMIT" delimited by size
           "," delimited by size
           function trim(ws-fx-fee-foreign-text) delimited by size
           "," delimited by size
           function trim(ws-fx-reference) delimited by size
           "," delimited by size
           function trim(ws-fx-eur-edit) delimited by size
        into txn-log-record
    end-string.
    write txn-log-record.
    add 1 to ws-converted-count.
end program sepa-submit.

copy "modules/modules.cpy".
