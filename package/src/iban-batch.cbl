*> night, and an account failing validation here is marked R on the
*> master so the next run skips it. A missing master file just
*> disables these checks -- the extract still validates standalone.
*> Each R marking is journaled on the account-master audit file
*> (reports/account-master-audit.log) as action REJ with the
*> record's before- and after-image, the line account-maintain
*> writes, so master-restore can replay it onto a restored master;
*> if the audit file cannot be opened the run still validates and
*> marks, with a warning that tonight's markings are unjournaled.
*>
*> MS_VALIDATE_DELTA=Y turns on delta processing: an extract record
*> that is byte-identical to its live master record (same account
    select clean-file assign to "reports/iban-clean.txt"
        organization line sequential
        file status is clean-status.
    select audit-file assign to "reports/account-master-audit.log"
        organization line sequential
        file status is audit-status.
    select account-master assign to "resources/account-master.dat"
        organization indexed
        access random
    01 exception-line pic x(132).
fd clean-file.
    01 clean-record pic x(85).
fd audit-file.
    01 audit-record pic x(240).
fd account-master.
    copy "modules/account-master-record.cpy".
working-storage section.
        88 report-ok value "00".
    01 clean-status pic x(2).
        88 clean-ok value "00".
    01 audit-status pic x(2).
        88 audit-ok value "00".
    01 master-status-code pic x(2).
        88 master-ok value "00".
    01 ws-audit-open pic x value "N".
        88 audit-open value "Y".
    01 ws-audit-stamp pic x(21).
    01 ws-before-image pic x(96).
    01 ws-master-open pic x value "N".
        88 master-open value "Y".
    01 ws-master-hit pic x value "N".
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
            display "iban-batch-validate: cannot open audit-file, status "
                audit-status ", rejections not journaled" upon syserr
        end-if
    end-if.

    perform validate-one-record until extract-eof.
    if master-open
        close account-master
    end-if.
    if audit-open
        close audit-file
    end-if.

    display "iban-batch-validate: " ws-extract-count " read, "
        ws-unchanged-count " unchanged-skipped, "
    if master-account-number not = acct-account-number
        exit paragraph
    end-if.
    move master-record to ws-before-image.
    move "R" to master-status.
    rewrite master-record
        invalid key exit paragraph
    end-rewrite.
    if audit-open
        move function current-date to ws-audit-stamp
        move spaces to audit-record
        string ws-audit-stamp(1:14) delimited by size
               ",iban-batch-validate,REJ," delimited by size
               ws-before-image delimited by size
               "," delimited by size
               master-record delimited by size
            into audit-record
        end-string
        write audit-record
    end-if.

write-exception section.
    move spaces to exception-line.
