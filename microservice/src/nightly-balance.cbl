       >>SOURCE FORMAT FREE
*>*
*> Nightly balancing job, the last step of the nightly run: every
*> job prints its own totals, and this one checks that they agree
*> with each other. It collects the control counts and amounts out
*> of the files the night produced and prints a one-page balancing
*> certificate (reports/balancing-certificate.txt), one line per
*> cross-check with both sides, the difference, and IN BALANCE or
*> OUT OF BALANCE:
*>   - the SEPA batch 09 trailer against its 02 detail records,
*>     the pain.001 group header and the sepa-register lines;
*>   - what sepa-submit read against the instructions keyed onto
*>     the day's file plus those sepa-release released onto it (the
*>     control records both jobs leave on
*>     reports/control-totals.txt);
*>   - the day's transaction-log lines against the settlement
*>     summary and the recon-report control totals;
*>   - the incoming postings against the incoming-totals page,
*>     whose MATCHED and RELEASED lines between them count every
*>     credit posted.
*> A check whose files were not produced for the run date (the job
*> did not run tonight, or ran in a format that leaves one side
*> out) is printed as NOT RUN and does not fail the night.
*>
*> Balances as of the current date by default; MS_BALANCING_DATE
*> (yyyymmdd) reruns an earlier night's certificate while its files
*> are still in place. Anything out of balance sets return code 1,
*> so nightly-run shows the night as broken.
*>*
identification division.
program-id. nightly-balance.
environment division.
configuration section.
repository. function all intrinsic.
input-output section.
file-control.
    select sepa-batch assign to "reports/sepa-batch.txt"
        organization line sequential
        file status is batch-status.
    select pain001-file assign to "reports/sepa-pain001.xml"
        organization line sequential
        file status is pain001-status.
    select sepa-register assign to "reports/sepa-register.txt"
        organization line sequential
        file status is register-status.
    select control-totals assign to "reports/control-totals.txt"
        organization line sequential
        file status is control-status.
    select txn-log assign to dynamic txn-log-name
        organization line sequential
        file status is txn-log-status.
    select settlement-summary assign to "reports/settlement-summary.txt"
        organization line sequential
        file status is settlement-status.
    select recon-exceptions assign to "reports/recon-exceptions.txt"
        organization line sequential
        file status is recon-status.
    select incoming-postings assign to "reports/incoming-postings.txt"
        organization line sequential
        file status is postings-status.
    select incoming-totals assign to "reports/incoming-totals.txt"
        organization line sequential
        file status is totals-status.
    select certificate assign to "reports/balancing-certificate.txt"
        organization line sequential
        file status is certificate-status.
data division.
file section.
fd sepa-batch.
    01 batch-record pic x(140).
fd pain001-file.
    01 pain001-line pic x(250).
fd sepa-register.
    01 register-line pic x(180).
fd control-totals.
    01 control-line pic x(80).
fd txn-log.
    01 txn-log-record pic x(220).
fd settlement-summary.
    01 settlement-line pic x(100).
fd recon-exceptions.
    01 recon-line pic x(132).
fd incoming-postings.
    01 posting-record pic x(200).
fd incoming-totals.
    01 totals-line pic x(80).
fd certificate.
    01 certificate-line pic x(132).
working-storage section.
    01 batch-status pic x(2).
        88 batch-ok value "00".
    01 pain001-status pic x(2).
        88 pain001-ok value "00".
    01 register-status pic x(2).
        88 register-ok value "00".
    01 control-status pic x(2).
        88 control-ok value "00".
    01 txn-log-status pic x(2).
        88 txn-log-ok value "00".
    01 settlement-status pic x(2).
        88 settlement-ok value "00".
    01 recon-status pic x(2).
        88 recon-ok value "00".
    01 postings-status pic x(2).
        88 postings-ok value "00".
    01 totals-status pic x(2).
        88 totals-ok value "00".
    01 certificate-status pic x(2).
        88 certificate-ok value "00".

    01 ws-run-date pic x(8).
    01 ws-env-date pic x(10).
    01 ws-date-heading pic x(10).
    01 ws-stamp pic x(21).

*>     one entry per cross-check, side A against side B
    01 check-count pic 9(2) value 0.
    01 check-table.
        05 check-entry occurs 1 to 12 times
            depending on check-count
            indexed by check-idx.
            10 chk-name pic x(32).
            10 chk-legend pic x(90).
            10 chk-with-amount pic x.
                88 chk-has-amount value "Y".
            10 chk-state pic x.
                88 chk-in-balance value "B".
                88 chk-out-of-balance value "O".
                88 chk-not-run value "N".
            10 chk-a-count pic s9(9).
            10 chk-b-count pic s9(9).
            10 chk-a-amount pic s9(13)v99.
            10 chk-b-amount pic s9(13)v99.

*>     side figures collected from the night's files
    01 batch-produced pic x value "N".
        88 batch-is-tonight value "Y".
    01 batch-trailer-count pic 9(9) value 0.
    01 batch-trailer-amount pic 9(13)v99 value 0.
    01 batch-detail-count pic 9(9) value 0.
    01 batch-detail-amount pic 9(13)v99 value 0.
    01 pain001-produced pic x value "N".
        88 pain001-is-tonight value "Y".
    01 pain001-header-seen pic x value "N".
        88 pain001-header-found value "Y".
    01 pain001-count pic 9(9) value 0.
    01 pain001-amount pic 9(13)v99 value 0.
    01 register-count pic 9(9) value 0.
    01 register-amount pic 9(13)v99 value 0.
    01 release-seen pic x value "N".
        88 release-recorded value "Y".
    01 submit-seen pic x value "N".
        88 submit-recorded value "Y".
    01 keyed-count pic 9(9) value 0.
    01 keyed-amount pic 9(13)v99 value 0.
    01 released-count pic 9(9) value 0.
    01 released-amount pic 9(13)v99 value 0.
    01 submit-read-count pic 9(9) value 0.
    01 submit-read-amount pic 9(13)v99 value 0.
    01 log-files-read pic 9(2) value 0.
    01 log-day-lines pic 9(9) value 0.
    01 log-valid-lines pic 9(9) value 0.
    01 log-amount-in pic 9(13)v99 value 0.
    01 settlement-produced pic x value "N".
        88 settlement-is-tonight value "Y".
    01 settlement-requests pic 9(9) value 0.
    01 settlement-amount-in pic 9(13)v99 value 0.
    01 recon-produced pic x value "N".
        88 recon-is-tonight value "Y".
    01 recon-day-lines pic 9(9) value 0.
    01 recon-repriced pic 9(9) value 0.
    01 incoming-produced pic x value "N".
        88 incoming-is-tonight value "Y".
    01 incoming-matched-count pic 9(9) value 0.
    01 incoming-matched-amount pic 9(13)v99 value 0.
    01 postings-count pic 9(9) value 0.
    01 postings-amount pic 9(13)v99 value 0.

    01 ws-scan-ptr pic 9(4) comp.
    01 ws-tally pic 9(4) comp.
    01 ws-text-before pic x(250).
    01 ws-text-after pic x(250).
    01 ws-text-count pic x(32).
    01 ws-text-amount pic x(32).
    01 ctl-date pic x(8).
    01 ctl-job pic x(16).
    01 ctl-name pic x(16).
    01 ctl-count pic x(16).
    01 ctl-amount pic x(32).
    01 txn-timestamp pic x(14).
    01 txn-pair pic x(7).
    01 txn-amount-in pic x(32).
    01 txn-amount-out pic x(32).
    01 txn-log-name pic x(256).
    01 archive-dir pic x(256) value "reports/archive".
    01 shell-command pic x(512).
    01 shell-rc pic s9(9) comp.
    01 ws-log-read pic x value "N".
        88 log-was-read value "Y".

    01 ws-count-edit pic -(8)9.
    01 ws-diff-edit pic -(9)9.
    01 ws-amount-edit pic -(12)9.99.
    01 ws-out-count pic 9(2) value 0.
    01 ws-not-run-count pic 9(2) value 0.
procedure division.
    accept ws-run-date from date yyyymmdd.
    accept ws-env-date from environment "MS_BALANCING_DATE"
        on exception move spaces to ws-env-date
    end-accept.
    if ws-env-date(1:8) is numeric
        move ws-env-date(1:8) to ws-run-date
    end-if.
    move spaces to ws-date-heading.
    move ws-run-date(5:2) to ws-date-heading(1:2).
    move "/" to ws-date-heading(3:1).
    move ws-run-date(7:2) to ws-date-heading(4:2).
    move "/" to ws-date-heading(6:1).
    move ws-run-date(1:4) to ws-date-heading(7:4).
    accept archive-dir from environment "MS_LOG_ARCHIVE_DIR"
        on exception move "reports/archive" to archive-dir
    end-accept.

    perform collect-sepa-batch.
    perform collect-pain001.
    perform collect-sepa-register.
    perform collect-control-totals.
    perform collect-transaction-log.
    perform collect-settlement-summary.
    perform collect-recon-totals.
    perform collect-incoming-totals.
    perform collect-incoming-postings.

    perform build-checks.

    open output certificate.
    if not certificate-ok
        display "nightly-balance: cannot open certificate, status "
            certificate-status upon syserr
        move 1 to return-code
        stop run
    end-if.
    perform print-certificate.
    close certificate.

    display "nightly-balance: " check-count " checks, "
        ws-out-count " out of balance, "
        ws-not-run-count " not run".
    if ws-out-count > 0
        move 1 to return-code
    end-if.
    goback.

*>----------------------------------------------------------------
*> collecting the night's figures
*>----------------------------------------------------------------
collect-sepa-batch section.
*>     01 header carries the run stamp, 02 details the amount at
*>     column 82, 09 trailer the count and control total
    open input sepa-batch.
    if not batch-ok
        exit paragraph
    end-if.
    perform until exit
        read sepa-batch at end exit perform end-read
        evaluate batch-record(1:2)
            when "01"
                if batch-record(11:8) = ws-run-date
                    move "Y" to batch-produced
                end-if
            when "02"
                add 1 to batch-detail-count
                if function test-numval(batch-record(82:13)) = 0
                    add function numval(batch-record(82:13))
                        to batch-detail-amount
                end-if
            when "09"
                if batch-record(3:7) is numeric
                    move batch-record(3:7) to batch-trailer-count
                end-if
                if function test-numval(batch-record(10:16)) = 0
                    move function numval(batch-record(10:16))
                        to batch-trailer-amount
                end-if
        end-evaluate
    end-perform.
    close sepa-batch.

collect-pain001 section.
    open input pain001-file.
    if not pain001-ok
        exit paragraph
    end-if.
    perform until exit
        read pain001-file at end exit perform end-read
        move 0 to ws-tally
        inspect pain001-line tallying ws-tally for all "<CreDtTm>"
        if ws-tally > 0 and not pain001-is-tonight
            move spaces to ws-text-before, ws-text-after
            unstring pain001-line delimited by "<CreDtTm>"
                into ws-text-before, ws-text-after
            end-unstring
            if ws-text-after(1:4) = ws-run-date(1:4)
                and ws-text-after(6:2) = ws-run-date(5:2)
                and ws-text-after(9:2) = ws-run-date(7:2)
                move "Y" to pain001-produced
            end-if
        end-if
*>         the group header's NbOfTxs comes first; any later ones
*>         belong to payment blocks
        move 0 to ws-tally
        inspect pain001-line tallying ws-tally for all "<NbOfTxs>"
        if ws-tally > 0 and not pain001-header-found
            move "Y" to pain001-header-seen
            move spaces to ws-text-before, ws-text-count,
                ws-text-amount
            unstring pain001-line delimited by "<NbOfTxs>"
                    or "</NbOfTxs><CtrlSum>" or "</CtrlSum>"
                into ws-text-before, ws-text-count, ws-text-amount
            end-unstring
            if function test-numval(ws-text-count) = 0
                move function numval(ws-text-count) to pain001-count
            end-if
            if function test-numval(ws-text-amount) = 0
                move function numval(ws-text-amount) to pain001-amount
            end-if
        end-if
    end-perform.
    close pain001-file.

collect-sepa-register section.
*>     detail lines carry the EUR amount at column 50; the heading
*>     line is the only one without a number there
    open input sepa-register.
    if not register-ok
        exit paragraph
    end-if.
    perform until exit
        read sepa-register at end exit perform end-read
        if function trim(register-line(50:13)) not = spaces
            and function test-numval(register-line(50:13)) = 0
            add 1 to register-count
            add function numval(register-line(50:13))
                to register-amount
        end-if
    end-perform.
    close sepa-register.

collect-control-totals section.
*>     a rerun of a job appends its records again; the last ones
*>     written for the run date are the ones that stand
    open input control-totals.
    if not control-ok
        exit paragraph
    end-if.
    perform until exit
        read control-totals at end exit perform end-read
        move spaces to ctl-date, ctl-job, ctl-name, ctl-count,
            ctl-amount
        move 1 to ws-scan-ptr
        unstring control-line delimited by ","
            into ctl-date, ctl-job, ctl-name, ctl-count, ctl-amount
            with pointer ws-scan-ptr
        end-unstring
        if ctl-date = ws-run-date
            and function test-numval(ctl-count) = 0
            and function test-numval(ctl-amount) = 0
            perform note-control-record
        end-if
    end-perform.
    close control-totals.

note-control-record section.
    evaluate function trim(ctl-job) also function trim(ctl-name)
        when "sepa-release" also "KEYED"
            move "Y" to release-seen
            move function numval(ctl-count) to keyed-count
            move function numval(ctl-amount) to keyed-amount
        when "sepa-release" also "RELEASED"
            move "Y" to release-seen
            move function numval(ctl-count) to released-count
            move function numval(ctl-amount) to released-amount
        when "sepa-submit" also "READ"
            move "Y" to submit-seen
            move function numval(ctl-count) to submit-read-count
            move function numval(ctl-amount) to submit-read-amount
    end-evaluate.

collect-transaction-log section.
*>     the same sources settlement-report and recon-report read:
*>     the dated file, the rotation archive when log-rotate has
*>     moved the day, and the legacy undated log, filtered by date
    move spaces to txn-log-name.
    string "reports/transaction-" delimited by size
           ws-run-date delimited by size
           ".log" delimited by size
        into txn-log-name
    end-string.
    perform scan-one-log-file.
    if not log-was-read
        move spaces to shell-command
        string "gunzip -c " delimited by size
               function trim(archive-dir) delimited by size
               "/transaction-" delimited by size
               ws-run-date delimited by size
               ".log.gz > reports/balance.scratch 2>/dev/null"
                   delimited by size
            into shell-command
        end-string
        call "SYSTEM" using shell-command giving shell-rc
        if shell-rc = 0
            move "reports/balance.scratch" to txn-log-name
            perform scan-one-log-file
        end-if
        move "rm -f reports/balance.scratch" to shell-command
        call "SYSTEM" using shell-command giving shell-rc
    end-if.
    move "reports/transaction.log" to txn-log-name.
    perform scan-one-log-file.

scan-one-log-file section.
    move "N" to ws-log-read.
    open input txn-log.
    if not txn-log-ok
        exit paragraph
    end-if.
    move "Y" to ws-log-read.
    add 1 to log-files-read.
    perform until exit
        read txn-log at end exit perform end-read
        move spaces to txn-timestamp, txn-pair, txn-amount-in,
            txn-amount-out
        move 1 to ws-scan-ptr
        unstring txn-log-record delimited by ","
            into txn-timestamp, txn-pair, txn-amount-in,
                 txn-amount-out
            with pointer ws-scan-ptr
        end-unstring
        if txn-timestamp(1:8) = ws-run-date
            add 1 to log-day-lines
            if function test-numval(function trim(txn-amount-in)) = 0
                and function test-numval(
                    function trim(txn-amount-out)) = 0
                add 1 to log-valid-lines
                add function numval(txn-amount-in) to log-amount-in
            end-if
        end-if
    end-perform.
    close txn-log.

collect-settlement-summary section.
*>     the page heading carries the reported date (mm/dd/yyyy at
*>     column 70); each pair row its amount in at column 22, and
*>     the TOTAL REQUESTS line the day's count
    open input settlement-summary.
    if not settlement-ok
        exit paragraph
    end-if.
    perform until exit
        read settlement-summary at end exit perform end-read
        evaluate true
            when settlement-line(1:29) = "END-OF-DAY SETTLEMENT SUMMARY"
                if settlement-line(70:10) = ws-date-heading
                    move "Y" to settlement-produced
                end-if
            when settlement-line(1:14) = "TOTAL REQUESTS"
                if function test-numval(settlement-line(16:9)) = 0
                    move function numval(settlement-line(16:9))
                        to settlement-requests
                end-if
            when settlement-line(4:1) = ">"
                and function test-numval(settlement-line(22:16)) = 0
                add function numval(settlement-line(22:16))
                    to settlement-amount-in
        end-evaluate
    end-perform.
    close settlement-summary.

collect-recon-totals section.
    open input recon-exceptions.
    if not recon-ok
        exit paragraph
    end-if.
    perform until exit
        read recon-exceptions at end exit perform end-read
        evaluate true
            when recon-line(1:10) = "RECON DATE"
                if recon-line(26:8) = ws-run-date
                    move "Y" to recon-produced
                end-if
            when recon-line(1:21) = "LOG LINES FOR THE DAY"
                and recon-line(26:9) is numeric
                move recon-line(26:9) to recon-day-lines
            when recon-line(1:22) = "TRANSACTIONS RE-PRICED"
                and recon-line(26:9) is numeric
                move recon-line(26:9) to recon-repriced
        end-evaluate
    end-perform.
    close recon-exceptions.

collect-incoming-totals section.
    open input incoming-totals.
    if not totals-ok
        exit paragraph
    end-if.
    perform until exit
        read incoming-totals at end exit perform end-read
        evaluate true
            when totals-line(1:31) = "INCOMING CREDITS POSTING TOTALS"
                if totals-line(60:10) = ws-date-heading
                    move "Y" to incoming-produced
                end-if
            when totals-line(1:8) = "MATCHED "
            when totals-line(1:8) = "RELEASED"
                if function test-numval(totals-line(15:7)) = 0
                    add function numval(totals-line(15:7))
                        to incoming-matched-count
                end-if
                if function test-numval(totals-line(30:16)) = 0
                    add function numval(totals-line(30:16))
                        to incoming-matched-amount
                end-if
        end-evaluate
    end-perform.
    close incoming-totals.

collect-incoming-postings section.
*>     one posting per line, the amount at column 49
    open input incoming-postings.
    if not postings-ok
        exit paragraph
    end-if.
    perform until exit
        read incoming-postings at end exit perform end-read
        if posting-record not = spaces
            add 1 to postings-count
            if function test-numval(posting-record(49:13)) = 0
                add function numval(posting-record(49:13))
                    to postings-amount
            end-if
        end-if
    end-perform.
    close incoming-postings.

*>----------------------------------------------------------------
*> the cross-checks
*>----------------------------------------------------------------
build-checks section.
    perform add-check.
    move "SEPA BATCH TRAILER V DETAILS" to chk-name(check-count).
    move "A = 09 TRAILER OF SEPA-BATCH.TXT, B = ITS 02 DETAIL RECORDS"
        to chk-legend(check-count).
    move "Y" to chk-with-amount(check-count).
    if batch-is-tonight
        move batch-trailer-count to chk-a-count(check-count)
        move batch-trailer-amount to chk-a-amount(check-count)
        move batch-detail-count to chk-b-count(check-count)
        move batch-detail-amount to chk-b-amount(check-count)
        perform compare-check
    end-if.

    perform add-check.
    move "SEPA BATCH TRAILER V PAIN.001" to chk-name(check-count).
    move "A = 09 TRAILER OF SEPA-BATCH.TXT, B = PAIN.001 GROUP HEADER"
        to chk-legend(check-count).
    move "Y" to chk-with-amount(check-count).
    if batch-is-tonight and pain001-is-tonight
        move batch-trailer-count to chk-a-count(check-count)
        move batch-trailer-amount to chk-a-amount(check-count)
        move pain001-count to chk-b-count(check-count)
        move pain001-amount to chk-b-amount(check-count)
        perform compare-check
    end-if.

    perform add-check.
    move "SEPA BATCH TRAILER V REGISTER" to chk-name(check-count).
    move "A = 09 TRAILER OF SEPA-BATCH.TXT, B = SEPA-REGISTER LINES"
        to chk-legend(check-count).
    move "Y" to chk-with-amount(check-count).
    if batch-is-tonight
        move batch-trailer-count to chk-a-count(check-count)
        move batch-trailer-amount to chk-a-amount(check-count)
        move register-count to chk-b-count(check-count)
        move register-amount to chk-b-amount(check-count)
        perform compare-check
    end-if.

    perform add-check.
    move "KEYED + RELEASED V SUBMIT READ" to chk-name(check-count).
    move "A = KEYED PLUS SEPA-RELEASE RELEASED, B = SEPA-SUBMIT READ "
        & "(FACE VALUE)" to chk-legend(check-count).
    move "Y" to chk-with-amount(check-count).
    if release-recorded and submit-recorded
        compute chk-a-count(check-count) = keyed-count + released-count
        compute chk-a-amount(check-count) =
            keyed-amount + released-amount
        move submit-read-count to chk-b-count(check-count)
        move submit-read-amount to chk-b-amount(check-count)
        perform compare-check
    end-if.

    perform add-check.
    move "TRANSACTION LOG V SETTLEMENT" to chk-name(check-count).
    move "A = PRICED LOG LINES FOR THE DAY, B = SETTLEMENT-SUMMARY "
        & "(AMOUNT IN)" to chk-legend(check-count).
    move "Y" to chk-with-amount(check-count).
    if settlement-is-tonight and log-files-read > 0
        move log-valid-lines to chk-a-count(check-count)
        move log-amount-in to chk-a-amount(check-count)
        move settlement-requests to chk-b-count(check-count)
        move settlement-amount-in to chk-b-amount(check-count)
        perform compare-check
    end-if.

    perform add-check.
    move "TRANSACTION LOG V RECON READ" to chk-name(check-count).
    move "A = LOG LINES FOR THE DAY, B = RECON-REPORT LINES READ"
        to chk-legend(check-count).
    move "N" to chk-with-amount(check-count).
    if recon-is-tonight and log-files-read > 0
        move log-day-lines to chk-a-count(check-count)
        move recon-day-lines to chk-b-count(check-count)
        perform compare-check
    end-if.

    perform add-check.
    move "TRANSACTION LOG V RECON PRICED" to chk-name(check-count).
    move "A = PRICED LOG LINES FOR THE DAY, B = RECON-REPORT RE-PRICED"
        to chk-legend(check-count).
    move "N" to chk-with-amount(check-count).
    if recon-is-tonight and log-files-read > 0
        move log-valid-lines to chk-a-count(check-count)
        move recon-repriced to chk-b-count(check-count)
        perform compare-check
    end-if.

    perform add-check.
    move "INCOMING POSTINGS V TOTALS" to chk-name(check-count).
    move "A = INCOMING-TOTALS MATCHED + RELEASED, B = POSTINGS LINES"
        to chk-legend(check-count).
    move "Y" to chk-with-amount(check-count).
    if incoming-is-tonight
        move incoming-matched-count to chk-a-count(check-count)
        move incoming-matched-amount to chk-a-amount(check-count)
        move postings-count to chk-b-count(check-count)
        move postings-amount to chk-b-amount(check-count)
        perform compare-check
    end-if.

add-check section.
    add 1 to check-count.
    move "N" to chk-state(check-count).
    move 0 to chk-a-count(check-count), chk-b-count(check-count),
        chk-a-amount(check-count), chk-b-amount(check-count).

compare-check section.
    move "B" to chk-state(check-count).
    if chk-a-count(check-count) not = chk-b-count(check-count)
        move "O" to chk-state(check-count)
    end-if.
    if chk-has-amount(check-count)
        and chk-a-amount(check-count) not = chk-b-amount(check-count)
        move "O" to chk-state(check-count)
    end-if.

*>----------------------------------------------------------------
*> the certificate
*>----------------------------------------------------------------
print-certificate section.
    move function current-date to ws-stamp.
    move spaces to certificate-line.
    move "NIGHTLY BALANCING CERTIFICATE" to certificate-line(1:29).
    move "RUN OF" to certificate-line(110:6).
    move ws-date-heading to certificate-line(117:10).
    write certificate-line.
    move spaces to certificate-line.
    move "PRINTED" to certificate-line(110:7).
    move ws-stamp(1:14) to certificate-line(118:14).
    write certificate-line.
    move spaces to certificate-line.
    write certificate-line.
    move spaces to certificate-line.
    move "CROSS-CHECK" to certificate-line(1:11).
    move "COUNT A" to certificate-line(36:7).
    move "COUNT B" to certificate-line(46:7).
    move "DIFF" to certificate-line(60:4).
    move "AMOUNT A" to certificate-line(73:8).
    move "AMOUNT B" to certificate-line(90:8).
    move "DIFF" to certificate-line(111:4).
    move "RESULT" to certificate-line(117:6).
    write certificate-line.
    move all "-" to certificate-line.
    write certificate-line.

    perform print-one-check varying check-idx from 1 by 1
        until check-idx > check-count.

    move all "-" to certificate-line.
    write certificate-line.
    move spaces to certificate-line.
    if ws-out-count > 0
        move ws-out-count to ws-count-edit
        string "NIGHT OUT OF BALANCE: " delimited by size
               function trim(ws-count-edit) delimited by size
               " CHECK(S) DISAGREE -- DO NOT RELEASE THE DAY'S FILES"
                   delimited by size
               " UNTIL EXPLAINED" delimited by size
            into certificate-line
        end-string
    else
        move "ALL CHECKS RUN ARE IN BALANCE" to certificate-line(1:29)
    end-if.
    write certificate-line.
    if ws-not-run-count > 0
        move spaces to certificate-line
        move ws-not-run-count to ws-count-edit
        string function trim(ws-count-edit) delimited by size
               " CHECK(S) NOT RUN: THEIR FILES WERE NOT PRODUCED FOR "
                   delimited by size
               "THIS DATE" delimited by size
            into certificate-line
        end-string
        write certificate-line
    end-if.

print-one-check section.
    move spaces to certificate-line.
    move chk-name(check-idx) to certificate-line(1:32).
    evaluate true
        when chk-not-run(check-idx)
            add 1 to ws-not-run-count
            move "NOT RUN" to certificate-line(117:7)
            write certificate-line
        when other
            move chk-a-count(check-idx) to ws-count-edit
            move ws-count-edit to certificate-line(34:9)
            move chk-b-count(check-idx) to ws-count-edit
            move ws-count-edit to certificate-line(44:9)
            compute ws-diff-edit =
                chk-a-count(check-idx) - chk-b-count(check-idx)
            move ws-diff-edit to certificate-line(54:10)
            if chk-has-amount(check-idx)
                move chk-a-amount(check-idx) to ws-amount-edit
                move ws-amount-edit to certificate-line(65:16)
                move chk-b-amount(check-idx) to ws-amount-edit
                move ws-amount-edit to certificate-line(82:16)
                compute ws-amount-edit =
                    chk-a-amount(check-idx) - chk-b-amount(check-idx)
                move ws-amount-edit to certificate-line(99:16)
            end-if
            if chk-in-balance(check-idx)
                move "IN BALANCE" to certificate-line(117:10)
            else
                add 1 to ws-out-count
                move "OUT OF BALANCE" to certificate-line(117:14)
            end-if
            write certificate-line
    end-evaluate.
    move spaces to certificate-line.
    move chk-legend(check-idx) to certificate-line(5:90).
    write certificate-line.
end program nightly-balance.
