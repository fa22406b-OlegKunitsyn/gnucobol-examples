*> A matched return also flags the creditor's account as status R
*> on the indexed account-master file, so iban-batch-validate and
*> future submissions know the account bounced instead of the same
*> creditor being paid again next run. Each flagging is journaled
*> on the account-master audit file (reports/account-master-
*> audit.log) as action RET with the record's before- and after-
*> image, so master-restore can replay it onto a restored master;
*> if the audit file cannot be opened the run still flags, with a
*> warning that tonight's flaggings are unjournaled.
*>
*> A return that matches no submitted detail record goes to its own
*> exception report -- those are the ones that turn into phone
*> calls, so they are kept apart from the routine returns.
*>
*> The returns report opens with a title line carrying the run date
*> at column 123, so jobs that read it later can tell today's
*> returns from an earlier day's.
*>
*> The report is rewritten every run, so each matched return is
*> also appended to resources/sepa-returns-history.txt -- return
*> date, debtor and creditor IBAN, amount and remittance laid out
*> as on sepa-submit's sepa-history.txt, the reason code after
*> them -- which keeps every return after the report has moved on.
*>*
identification division.
program-id. sepa-returns.
        assign to "reports/sepa-returns-exceptions.txt"
        organization line sequential
        file status is exception-status.
    select returns-history
        assign to "resources/sepa-returns-history.txt"
        organization line sequential
        file status is history-status.
    select audit-file assign to "reports/account-master-audit.log"
        organization line sequential
        file status is audit-status.
    select account-master assign to "resources/account-master.dat"
        organization indexed
        access random
    01 report-line pic x(132).
fd exception-report.
    01 exception-line pic x(132).
fd returns-history.
    01 history-line.
        05 rhist-return-date pic x(8).
        05 rhist-debtor-iban pic x(34).
        05 rhist-creditor-iban pic x(34).
        05 rhist-amount pic x(13).
        05 rhist-remittance pic x(35).
        05 rhist-reason-code pic x(4).
fd audit-file.
    01 audit-record pic x(240).
fd account-master.
    copy "modules/account-master-record.cpy".
working-storage section.
        88 report-ok value "00".
    01 exception-status pic x(2).
        88 exception-ok value "00".
    01 history-status pic x(2).
        88 history-ok value "00".
    01 master-status-code pic x(2).
        88 master-ok value "00".
    01 ws-master-open pic x value "N".
        88 master-open value "Y".
    01 audit-status pic x(2).
        88 audit-ok value "00".
    01 ws-audit-open pic x value "N".
        88 audit-open value "Y".
    01 ws-audit-stamp pic x(21).
    01 ws-before-image pic x(96).

*>     the submitted batch, 02 detail records only, loaded once so
*>     every return is matched in memory instead of re-reading the
    01 ws-matched-count pic 9(7) value 0.
    01 ws-unmatched-count pic 9(7) value 0.
    01 ws-flagged-count pic 9(7) value 0.
    01 ws-run-date pic x(8).
    01 ws-date-heading pic x(10).
procedure division.
    open input sepa-batch.
    if not batch-ok
        move 1 to return-code
        stop run
    end-if.
    open extend returns-history.
    if history-status not = "00"
        open output returns-history
    end-if.
    if not history-ok
        display "sepa-returns: cannot open returns-history, status "
            history-status upon syserr
        close returns-file, returns-report, exception-report
        move 1 to return-code
        stop run
    end-if.

    accept ws-run-date from date yyyymmdd.
    move spaces to ws-date-heading.
    move ws-run-date(5:2) to ws-date-heading(1:2)
    move "/" to ws-date-heading(3:1)
    move ws-run-date(7:2) to ws-date-heading(4:2)
    move "/" to ws-date-heading(6:1)
    move ws-run-date(1:4) to ws-date-heading(7:4).
    move spaces to report-line.
    move "SEPA RETURNS REPORT" to report-line(1:19).
    move ws-date-heading to report-line(123:10).
    write report-line.
    move spaces to report-line.
    move "DEBTOR IBAN" to report-line(1:11).
    move "CREDITOR IBAN" to report-line(37:13).
    open i-o account-master.
    if master-ok
        move "Y" to ws-master-open
        open extend audit-file
        if audit-status not = "00"
            open output audit-file
        end-if
        if audit-ok
            move "Y" to ws-audit-open
        else
            display "sepa-returns: cannot open audit-file, status "
                audit-status ", flaggings not journaled" upon syserr
        end-if
    end-if.

    perform process-one-return until returns-eof.

    close returns-file, returns-report, exception-report,
        returns-history.
    if master-open
        close account-master
    end-if.
    if audit-open
        close audit-file
    end-if.

    display "sepa-returns: " ws-read-count " read, "
        ws-matched-count " matched, "
    move detail-creditor-bic(detail-idx) to report-line(93:11).
    move detail-remittance(detail-idx)(1:27) to report-line(106:27).
    write report-line.
    move spaces to history-line.
    move ws-run-date to rhist-return-date.
    move ret-debtor-iban to rhist-debtor-iban.
    move ret-creditor-iban to rhist-creditor-iban.
    move ws-amount-edit to rhist-amount.
    move detail-remittance(detail-idx) to rhist-remittance.
    move ret-reason-code to rhist-reason-code.
    write history-line.

write-unmatched section.
    move spaces to exception-line.
*>         flag; the return report still carries the item
            exit paragraph
    end-read.
    move master-record to ws-before-image.
    move "R" to master-status.
    rewrite master-record
        invalid key exit paragraph
    end-rewrite.
    add 1 to ws-flagged-count.
    if audit-open
        move function current-date to ws-audit-stamp
        move spaces to audit-record
        string ws-audit-stamp(1:14) delimited by size
               ",sepa-returns,RET," delimited by size
               ws-before-image delimited by size
               "," delimited by size
               master-record delimited by size
            into audit-record
        end-string
        write audit-record
    end-if.
end program sepa-returns.
