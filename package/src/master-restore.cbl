       >>SOURCE FORMAT FREE
*>*
*> Restore one indexed master file from a dated master-backup copy.
*> Run by hand after a master has been found damaged:
*>   MS_RESTORE_FILE  which master -- account-master, mandate-master,
*>                    customer-master, standing-order-master,
*>                    account-ledger or eurofxref-hist
*>   MS_RESTORE_DATE  the date (yyyymmdd) of the copy to restore
*>   MS_BACKUP_DIR    where the copies are (default backups)
*>
*> Only a copy the backup control file carries as VERIFIED is
*> restored, and only once the copy has been read back to the same
*> record count and hash total the backup took; anything else
*> leaves the live file untouched. The file being replaced is not
*> deleted but moved, with whatever files the file handler keeps
*> beside it, into <backup dir>/replaced-<timestamp>, so it can
*> still be examined afterwards.
*>
*> For account-master.dat the copy is then brought forward to the
*> latest point rather than left as it stood the night of the copy:
*> every line of reports/account-master-audit.log stamped at or
*> after the copy was taken is replayed in order -- the changes
*> account-maintain applied, the accounts iban-onboard opened (ONB),
*> the accounts iban-batch-validate marked rejected (REJ), the
*> creditor accounts sepa-returns flagged as bounced (RET) and the
*> closed accounts data-retention anonymized (ANO). Each
*> line's after-image is written back; a delete is deleted again.
*> A line whose before-image does not match the record as it then
*> stands on the restored master is still applied, but listed, as
*> the record was changed by something that does not journal. The
*> other masters have no journal and come back as of the copy.
*>
*> What was done is printed on reports/master-restore.txt; return
*> code 1 when the restore was refused or anything failed to load
*> or replay.
*>*
identification division.
program-id. master-restore.
environment division.
configuration section.
repository. function all intrinsic.
input-output section.
file-control.
    select account-master assign to "resources/account-master.dat"
        organization indexed
        access dynamic
        record key master-iban
        file status is account-file-status.
    select mandate-master assign to "resources/mandate-master.dat"
        organization indexed
        access dynamic
        record key mandate-reference
        file status is mandate-file-status.
    select customer-master assign to "resources/customer-master.dat"
        organization indexed
        access dynamic
        record key cust-id
        file status is customer-file-status.
    select standing-order-master
        assign to "resources/standing-order-master.dat"
        organization indexed
        access dynamic
        record key so-order-id
        file status is standing-file-status.
    select account-ledger assign to "resources/account-ledger.dat"
        organization indexed
        access dynamic
        record key ledger-key
        file status is ledger-file-status.
    select hist-store assign to dynamic hist-file-name
        organization indexed
        access dynamic
        record key hist-rec-date
        file status is hist-file-status.
    select unload-file assign to dynamic unload-file-name
        organization line sequential
        file status is unload-status.
    select backup-control assign to dynamic control-file-name
        organization line sequential
        file status is control-status.
    select audit-file assign to "reports/account-master-audit.log"
        organization line sequential
        file status is audit-status.
    select restore-report assign to "reports/master-restore.txt"
        organization line sequential
        file status is report-status.
data division.
file section.
fd account-master.
    copy "modules/account-master-record.cpy".
fd mandate-master.
    copy "modules/mandate-record.cpy".
fd customer-master.
    copy "modules/customer-record.cpy".
fd standing-order-master.
    copy "modules/standing-order-record.cpy".
fd account-ledger.
    copy "modules/ledger-record.cpy".
fd hist-store.
    copy "modules/hist-rate-record.cpy".
fd unload-file.
    01 unload-record pic x(1000).
fd backup-control.
    01 control-line pic x(80).
fd audit-file.
    01 audit-record pic x(240).
fd restore-report.
    01 report-line pic x(132).
working-storage section.
    01 account-file-status pic x(2).
        88 account-file-ok value "00".
    01 mandate-file-status pic x(2).
    01 customer-file-status pic x(2).
    01 standing-file-status pic x(2).
    01 ledger-file-status pic x(2).
    01 hist-file-status pic x(2).
    01 unload-status pic x(2).
        88 unload-ok value "00".
    01 control-status pic x(2).
        88 control-ok value "00".
    01 audit-status pic x(2).
        88 audit-ok value "00".
    01 report-status pic x(2).
        88 report-ok value "00".

    01 hist-file-name pic x(256) value "resources/eurofxref-hist.idx".
    01 backup-dir pic x(256) value "backups".
    01 aside-dir pic x(256).
    01 unload-file-name pic x(256).
    01 control-file-name pic x(256).
    01 shell-command pic x(1024).
    01 shell-rc pic s9(9) comp.
    01 ws-stamp pic x(21).

    01 ws-master-name pic x(24).
    01 ws-master-path pic x(256).
    01 ws-restore-date pic x(10).
    01 ws-record-length pic 9(4) comp.
    01 ws-image pic x(1000).
    01 ws-byte pic 9(4) comp.
    01 ws-open-status pic x(2).
    01 ws-aside-done pic x value "N".
        88 aside-done value "Y".

*>     the copy as the backup control file records it
    01 ws-copy-found pic x value "N".
        88 copy-found value "Y".
    01 ws-copy-time pic x(6).
    01 ws-copy-stamp pic x(14).
    01 ws-copy-count pic 9(9).
    01 ws-copy-hash pic 9(18).
    01 ws-copy-result pic x(24).
    01 ctl-date pic x(8).
    01 ctl-time pic x(6).
    01 ctl-name pic x(24).
    01 ctl-count pic x(9).
    01 ctl-hash pic x(18).
    01 ctl-result pic x(24).
    01 ws-read-count pic 9(9).
    01 ws-read-hash pic 9(18).

    01 ws-loaded-count pic 9(9) value 0.
    01 ws-load-errors pic 9(9) value 0.
    01 ws-refusal pic x(60) value spaces.

*>     the audit journal line being replayed
    01 ws-audit-operator pic x(24).
    01 ws-audit-action pic x(3).
    01 ws-audit-ptr pic 9(4) comp.
    01 ws-before-image pic x(96).
    01 ws-after-image pic x(96).
    01 ws-replayed-count pic 9(7) value 0.
    01 ws-mismatch-count pic 9(7) value 0.
    01 ws-replay-errors pic 9(7) value 0.
    01 ws-journal-count pic 9(7) value 0.
    01 ws-master-found pic x.
        88 master-found value "Y".
    01 ws-replay-note pic x(30).

    01 ws-count-edit pic z(8)9.
procedure division.
    accept ws-master-name from environment "MS_RESTORE_FILE"
        on exception move spaces to ws-master-name
    end-accept.
    accept ws-restore-date from environment "MS_RESTORE_DATE"
        on exception move spaces to ws-restore-date
    end-accept.
    accept hist-file-name from environment "MS_HIST_TARGET"
        on exception move "resources/eurofxref-hist.idx" to hist-file-name
    end-accept.
    if hist-file-name = spaces
        move "resources/eurofxref-hist.idx" to hist-file-name
    end-if.
    accept backup-dir from environment "MS_BACKUP_DIR"
        on exception move "backups" to backup-dir
    end-accept.
    if backup-dir = spaces
        move "backups" to backup-dir
    end-if.
    move function current-date to ws-stamp.

    evaluate ws-master-name
        when "account-master"
            move "resources/account-master.dat" to ws-master-path
            move length of master-record to ws-record-length
        when "mandate-master"
            move "resources/mandate-master.dat" to ws-master-path
            move length of mandate-record to ws-record-length
        when "customer-master"
            move "resources/customer-master.dat" to ws-master-path
            move length of customer-record to ws-record-length
        when "standing-order-master"
            move "resources/standing-order-master.dat" to ws-master-path
            move length of standing-order-record to ws-record-length
        when "account-ledger"
            move "resources/account-ledger.dat" to ws-master-path
            move length of ledger-record to ws-record-length
        when "eurofxref-hist"
            move hist-file-name to ws-master-path
            move length of hist-rate-record to ws-record-length
        when other
            display "master-restore: MS_RESTORE_FILE must name a master "
                "file, not '" function trim(ws-master-name) "'"
                upon syserr
            move 1 to return-code
            stop run
    end-evaluate.
    if ws-restore-date(1:8) is not numeric
        display "master-restore: MS_RESTORE_DATE must be yyyymmdd"
            upon syserr
        move 1 to return-code
        stop run
    end-if.

    move spaces to control-file-name.
    string function trim(backup-dir) delimited by size
           "/backup-control.txt" delimited by size
        into control-file-name
    end-string.
    move spaces to unload-file-name.
    string function trim(backup-dir) delimited by size
           "/" delimited by size
           function trim(ws-master-name) delimited by size
           "-" delimited by size
           ws-restore-date(1:8) delimited by size
           ".unl" delimited by size
        into unload-file-name
    end-string.

    open output restore-report.
    if not report-ok
        display "master-restore: cannot open restore-report, status "
            report-status upon syserr
        move 1 to return-code
        stop run
    end-if.
    perform print-report-heading.

    perform find-copy-control.
    if ws-refusal = spaces
        perform check-copy
    end-if.
    if ws-refusal not = spaces
        move spaces to report-line
        string "RESTORE REFUSED: " delimited by size
               ws-refusal delimited by size
            into report-line
        end-string
        write report-line
        move spaces to report-line
        move "THE LIVE FILE HAS NOT BEEN TOUCHED" to report-line(1:34)
        write report-line
        close restore-report
        display "master-restore: refused, " function trim(ws-refusal)
            upon syserr
        move 1 to return-code
        stop run
    end-if.

    perform set-live-file-aside.
    if not aside-done
        close restore-report
        move 1 to return-code
        stop run
    end-if.
    perform load-copy.
    if ws-master-name = "account-master" and ws-load-errors = 0
        perform replay-account-journal
    end-if.

    perform print-report-totals.
    close restore-report.

    display "master-restore: " function trim(ws-master-name)
        " restored from " ws-restore-date(1:8) ", "
        ws-loaded-count " loaded, " ws-load-errors " load errors, "
        ws-replayed-count " replayed".
    if ws-load-errors > 0 or ws-replay-errors > 0
        move 1 to return-code
    end-if.
    goback.

*>----------------------------------------------------------------
*> which copy, and is it the copy the backup verified
*>----------------------------------------------------------------
find-copy-control section.
*>     a rerun of the backup on the same day replaces the copy, so
*>     the last control record for the date is the one that counts
    open input backup-control.
    if not control-ok
        move "NO BACKUP CONTROL FILE" to ws-refusal
        exit paragraph
    end-if.
    perform until exit
        read backup-control at end exit perform end-read
        move spaces to ctl-date, ctl-time, ctl-name, ctl-count,
            ctl-hash, ctl-result
        unstring control-line delimited by ","
            into ctl-date, ctl-time, ctl-name, ctl-count, ctl-hash,
                 ctl-result
        end-unstring
        if ctl-date = ws-restore-date(1:8)
            and ctl-name = ws-master-name
            and ctl-count is numeric and ctl-hash is numeric
            move "Y" to ws-copy-found
            move ctl-time to ws-copy-time
            move ctl-count to ws-copy-count
            move ctl-hash to ws-copy-hash
            move ctl-result to ws-copy-result
        end-if
    end-perform.
    close backup-control.
    if not copy-found
        move "NO BACKUP TAKEN ON THAT DATE" to ws-refusal
        exit paragraph
    end-if.
    if ws-copy-result not = "VERIFIED"
        string "THAT NIGHT'S BACKUP FAILED: " delimited by size
               ws-copy-result delimited by size
            into ws-refusal
        end-string
        exit paragraph
    end-if.
    move ws-restore-date(1:8) to ws-copy-stamp(1:8).
    move ws-copy-time to ws-copy-stamp(9:6).

check-copy section.
    move 0 to ws-read-count, ws-read-hash.
    open input unload-file.
    if not unload-ok
        move "COPY FILE NOT FOUND" to ws-refusal
        exit paragraph
    end-if.
    perform until exit
        read unload-file at end exit perform end-read
        add 1 to ws-read-count
        move unload-record to ws-image
        perform varying ws-byte from 1 by 1
            until ws-byte > ws-record-length
            compute ws-read-hash = function mod(ws-read-hash
                + function ord(ws-image(ws-byte:1)) * ws-byte,
                1000000000000000000)
        end-perform
    end-perform.
    close unload-file.
    if ws-read-count not = ws-copy-count
        or ws-read-hash not = ws-copy-hash
        move "COPY NO LONGER MATCHES ITS COUNT AND HASH TOTAL"
            to ws-refusal
    end-if.

*>----------------------------------------------------------------
*> restore
*>----------------------------------------------------------------
set-live-file-aside section.
    move spaces to aside-dir.
    string function trim(backup-dir) delimited by size
           "/replaced-" delimited by size
           ws-stamp(1:14) delimited by size
        into aside-dir
    end-string.
    move spaces to shell-command.
    string "d=" delimited by size
           function trim(aside-dir) delimited by size
           "; mkdir -p ""$d"" && for f in " delimited by size
           function trim(ws-master-path) delimited by size
           " " delimited by size
           function trim(ws-master-path) delimited by size
           ".*; do [ ! -f ""$f"" ] || mv ""$f"" ""$d""/ || exit 1; done"
               delimited by size
           " && [ ! -e " delimited by size
           function trim(ws-master-path) delimited by size
           " ]" delimited by size
        into shell-command
    end-string.
    call "SYSTEM" using shell-command giving shell-rc.
    if shell-rc = 0
        move "Y" to ws-aside-done
        move spaces to report-line
        string "LIVE FILE MOVED TO " delimited by size
               function trim(aside-dir) delimited by size
            into report-line
        end-string
        write report-line
        exit paragraph
    end-if.

*>     the copy is loaded with an open output, so the live file must
*>     be out of the way first or it would be overwritten, not kept.
*>     Whatever did get moved before the failure is moved back, and
*>     the directory is gone again only when all of it went back
    move "N" to ws-aside-done.
    move spaces to shell-command.
    string "d=" delimited by size
           function trim(aside-dir) delimited by size
           "; [ ! -d ""$d"" ] || { for f in ""$d""/*; do "
               delimited by size
           "[ ! -f ""$f"" ] || mv ""$f"" ""$(dirname " delimited by size
           function trim(ws-master-path) delimited by size
           ")""/ || exit 1; done; rmdir ""$d""; }" delimited by size
        into shell-command
    end-string.
    call "SYSTEM" using shell-command giving shell-rc.
    move spaces to report-line.
    string "LIVE FILE COULD NOT BE MOVED TO " delimited by size
           function trim(aside-dir) delimited by size
        into report-line
    end-string.
    write report-line.
    if shell-rc = 0
        move spaces to report-line
        move "THE LIVE FILE HAS NOT BEEN TOUCHED" to report-line(1:34)
        write report-line
        display "master-restore: cannot move "
            function trim(ws-master-path) " aside, nothing restored"
            upon syserr
    else
        move spaces to report-line
        string "THE LIVE FILE IS PARTLY MOVED -- WHAT IS LEFT IN "
                   delimited by size
               function trim(aside-dir) delimited by size
               " BELONGS BESIDE IT" delimited by size
            into report-line
        end-string
        write report-line
        display "master-restore: cannot move "
            function trim(ws-master-path) " aside, part of it is left"
            " in " function trim(aside-dir) ", nothing restored"
            upon syserr
    end-if.

load-copy section.
    evaluate ws-master-name
        when "account-master"
            open output account-master
            move account-file-status to ws-open-status
        when "mandate-master"
            open output mandate-master
            move mandate-file-status to ws-open-status
        when "customer-master"
            open output customer-master
            move customer-file-status to ws-open-status
        when "standing-order-master"
            open output standing-order-master
            move standing-file-status to ws-open-status
        when "account-ledger"
            open output account-ledger
            move ledger-file-status to ws-open-status
        when "eurofxref-hist"
            open output hist-store
            move hist-file-status to ws-open-status
    end-evaluate.
    if ws-open-status not = "00"
        move spaces to report-line
        string "CANNOT CREATE THE MASTER, STATUS " delimited by size
               ws-open-status delimited by size
            into report-line
        end-string
        write report-line
        add 1 to ws-load-errors
        exit paragraph
    end-if.
    open input unload-file.
    evaluate ws-master-name
        when "account-master"
            perform until exit
                read unload-file at end exit perform end-read
                move unload-record to master-record
                write master-record
                    invalid key add 1 to ws-load-errors
                    not invalid key add 1 to ws-loaded-count
                end-write
            end-perform
            close account-master
        when "mandate-master"
            perform until exit
                read unload-file at end exit perform end-read
                move unload-record to mandate-record
                write mandate-record
                    invalid key add 1 to ws-load-errors
                    not invalid key add 1 to ws-loaded-count
                end-write
            end-perform
            close mandate-master
        when "customer-master"
            perform until exit
                read unload-file at end exit perform end-read
                move unload-record to customer-record
                write customer-record
                    invalid key add 1 to ws-load-errors
                    not invalid key add 1 to ws-loaded-count
                end-write
            end-perform
            close customer-master
        when "standing-order-master"
            perform until exit
                read unload-file at end exit perform end-read
                move unload-record to standing-order-record
                write standing-order-record
                    invalid key add 1 to ws-load-errors
                    not invalid key add 1 to ws-loaded-count
                end-write
            end-perform
            close standing-order-master
        when "account-ledger"
            perform until exit
                read unload-file at end exit perform end-read
                move unload-record to ledger-record
                write ledger-record
                    invalid key add 1 to ws-load-errors
                    not invalid key add 1 to ws-loaded-count
                end-write
            end-perform
            close account-ledger
        when "eurofxref-hist"
            perform until exit
                read unload-file at end exit perform end-read
                move unload-record to hist-rate-record
                write hist-rate-record
                    invalid key add 1 to ws-load-errors
                    not invalid key add 1 to ws-loaded-count
                end-write
            end-perform
            close hist-store
    end-evaluate.
    close unload-file.

*>----------------------------------------------------------------
*> bring account-master forward from the journal
*>----------------------------------------------------------------
replay-account-journal section.
    open input audit-file.
    if not audit-ok
        move spaces to report-line
        move "NO ACCOUNT-MASTER AUDIT LOG -- MASTER IS AS OF THE COPY"
            to report-line(1:54)
        write report-line
        exit paragraph
    end-if.
    open i-o account-master.
    if not account-file-ok
        display "master-restore: cannot reopen account-master, status "
            account-file-status upon syserr
        close audit-file
        add 1 to ws-replay-errors
        exit paragraph
    end-if.
    move spaces to report-line.
    write report-line.
    move spaces to report-line.
    move "JOURNAL REPLAYED SINCE THE COPY" to report-line(1:31).
    write report-line.
    move spaces to report-line.
    move "STAMP" to report-line(1:5).
    move "ACTION" to report-line(16:6).
    move "BY" to report-line(23:2).
    move "IBAN" to report-line(48:4).
    move "NOTE" to report-line(84:4).
    write report-line.

    perform until exit
        read audit-file at end exit perform end-read
        if audit-record(1:14) >= ws-copy-stamp
            and audit-record(1:14) is numeric
            perform replay-one-change
        end-if
    end-perform.
    close audit-file, account-master.

replay-one-change section.
*>     stamp,operator,action,before-image[,after-image] -- the
*>     images are fixed width, so they are taken by position
    add 1 to ws-journal-count.
    move spaces to ws-audit-operator, ws-audit-action,
        ws-before-image, ws-after-image, ws-replay-note.
    move 16 to ws-audit-ptr.
    unstring audit-record delimited by ","
        into ws-audit-operator, ws-audit-action
        with pointer ws-audit-ptr
    end-unstring.
    move audit-record(ws-audit-ptr:96) to ws-before-image.
    if audit-record(ws-audit-ptr + 96:1) = ","
        move audit-record(ws-audit-ptr + 97:96) to ws-after-image
    end-if.

*>     lines written before the after-image was journaled carry
*>     only the before-image; a close or reactivation can still be
*>     worked out from it, an amendment cannot
    if ws-after-image = spaces and ws-audit-action not = "DEL"
        evaluate ws-audit-action
            when "CLS"
                move ws-before-image to ws-after-image
                move "C" to ws-after-image(86:1)
            when "REA"
                move ws-before-image to ws-after-image
                move "A" to ws-after-image(86:1)
            when "REJ"
            when "RET"
                move ws-before-image to ws-after-image
                move "R" to ws-after-image(86:1)
            when other
                move "NO AFTER-IMAGE, NOT REPLAYED" to ws-replay-note
                add 1 to ws-replay-errors
                perform print-replay-line
                exit paragraph
        end-evaluate
    end-if.

    if ws-audit-action = "DEL"
        move ws-before-image(1:34) to master-iban
    else
        move ws-after-image(1:34) to master-iban
    end-if.
    read account-master
        invalid key move "N" to ws-master-found
        not invalid key move "Y" to ws-master-found
    end-read.
    if ws-before-image = spaces
        if master-found
            move "ALREADY ON MASTER" to ws-replay-note
            add 1 to ws-mismatch-count
        end-if
    else
        if not master-found or master-record not = ws-before-image
            move "BEFORE-IMAGE DIFFERS" to ws-replay-note
            add 1 to ws-mismatch-count
        end-if
    end-if.

    evaluate true
        when ws-audit-action = "DEL"
            if master-found
                delete account-master
                    invalid key
                        move "DELETE FAILED" to ws-replay-note
                        add 1 to ws-replay-errors
                end-delete
            end-if
        when master-found
            move ws-after-image to master-record
            rewrite master-record
                invalid key
                    move "REWRITE FAILED" to ws-replay-note
                    add 1 to ws-replay-errors
            end-rewrite
        when other
            move ws-after-image to master-record
            write master-record
                invalid key
                    move "WRITE FAILED" to ws-replay-note
                    add 1 to ws-replay-errors
            end-write
    end-evaluate.
    add 1 to ws-replayed-count.
    if ws-replay-note not = spaces
        perform print-replay-line
    end-if.

print-replay-line section.
    move spaces to report-line.
    move audit-record(1:14) to report-line(1:14).
    move ws-audit-action to report-line(16:3).
    move ws-audit-operator(1:22) to report-line(23:22).
    if ws-before-image = spaces
        move ws-after-image(1:34) to report-line(48:34)
    else
        move ws-before-image(1:34) to report-line(48:34)
    end-if.
    move ws-replay-note to report-line(84:30).
    write report-line.

*>----------------------------------------------------------------
*> report
*>----------------------------------------------------------------
print-report-heading section.
    move spaces to report-line.
    move "INDEXED MASTER RESTORE" to report-line(1:22).
    move ws-stamp(1:14) to report-line(119:14).
    write report-line.
    move spaces to report-line.
    write report-line.
    move spaces to report-line.
    move "MASTER" to report-line(1:6).
    move ws-master-name to report-line(20:24).
    write report-line.
    move spaces to report-line.
    move "LIVE FILE" to report-line(1:9).
    move ws-master-path(1:100) to report-line(20:100).
    write report-line.
    move spaces to report-line.
    move "COPY OF" to report-line(1:7).
    move ws-restore-date(1:8) to report-line(20:8).
    move "FROM" to report-line(30:4).
    move unload-file-name(1:90) to report-line(35:90).
    write report-line.
    move spaces to report-line.
    write report-line.

print-report-totals section.
    move spaces to report-line.
    write report-line.
    move spaces to report-line.
    move "RECORDS ON THE COPY" to report-line(1:19).
    move ws-copy-count to ws-count-edit.
    move ws-count-edit to report-line(32:9).
    write report-line.
    move spaces to report-line.
    move "RECORDS LOADED" to report-line(1:14).
    move ws-loaded-count to ws-count-edit.
    move ws-count-edit to report-line(32:9).
    write report-line.
    move spaces to report-line.
    move "LOAD ERRORS" to report-line(1:11).
    move ws-load-errors to ws-count-edit.
    move ws-count-edit to report-line(32:9).
    write report-line.
    if ws-master-name not = "account-master"
        move spaces to report-line
        move "NO JOURNAL FOR THIS MASTER -- IT IS AS OF THE COPY"
            to report-line(1:50)
        write report-line
        exit paragraph
    end-if.
    move spaces to report-line.
    move "JOURNAL LINES SINCE COPY" to report-line(1:24).
    move ws-journal-count to ws-count-edit.
    move ws-count-edit to report-line(32:9).
    write report-line.
    move spaces to report-line.
    move "CHANGES REPLAYED" to report-line(1:16).
    move ws-replayed-count to ws-count-edit.
    move ws-count-edit to report-line(32:9).
    write report-line.
    move spaces to report-line.
    move "BEFORE-IMAGE MISMATCHES" to report-line(1:23).
    move ws-mismatch-count to ws-count-edit.
    move ws-count-edit to report-line(32:9).
    write report-line.
    move spaces to report-line.
    move "NOT REPLAYED" to report-line(1:12).
    move ws-replay-errors to ws-count-edit.
    move ws-count-edit to report-line(32:9).
    write report-line.
end program master-restore.
