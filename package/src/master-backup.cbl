       >>SOURCE FORMAT FREE
*>*
*> Nightly backup of the indexed master files, run as the first
*> step of the nightly run so there is always a copy of each master
*> as it stood before the night changed it: account-master.dat,
*> mandate-master.dat, customer-master.dat,
*> standing-order-master.dat, account-ledger.dat and the historical
*> rate store eurofxref-hist.idx (MS_HIST_TARGET, as
*> nightly-rate-fetch reads it).
*>
*> Each file is unloaded in key sequence to a dated flat copy in
*> the backup directory (MS_BACKUP_DIR, default backups), named
*> <file>-yyyymmdd.unl, one record per line. The unload is also the
*> integrity check: every record must read back without error and
*> in strictly ascending key sequence. The copy is then read back
*> and its record count and hash total (the byte values of every
*> record weighted by their position, so transposed or altered bytes
*> show) compared with the ones taken from the master. The count,
*> hash total and verdict go onto the backup control file
*> (<backup dir>/backup-control.txt), which master-restore checks a
*> copy against before it will load it, and onto the printed
*> report reports/master-backup.txt.
*>
*> A master that does not exist yet is reported as not present and
*> is not an error; anything else that fails -- a read error, a key
*> out of sequence, a copy that does not read back the same -- sets
*> return code 1 so nightly-run shows the night as broken before
*> any job has written to a damaged file. Copies older than
*> MS_BACKUP_RETENTION_DAYS (default 30) are pruned.
*>*
identification division.
program-id. master-backup.
environment division.
configuration section.
repository. function all intrinsic.
input-output section.
file-control.
    select account-master assign to "resources/account-master.dat"
        organization indexed
        access sequential
        record key master-iban
        file status is account-file-status.
    select mandate-master assign to "resources/mandate-master.dat"
        organization indexed
        access sequential
        record key mandate-reference
        file status is mandate-file-status.
    select customer-master assign to "resources/customer-master.dat"
        organization indexed
        access sequential
        record key cust-id
        file status is customer-file-status.
    select standing-order-master
        assign to "resources/standing-order-master.dat"
        organization indexed
        access sequential
        record key so-order-id
        file status is standing-file-status.
    select account-ledger assign to "resources/account-ledger.dat"
        organization indexed
        access sequential
        record key ledger-key
        file status is ledger-file-status.
    select hist-store assign to dynamic hist-file-name
        organization indexed
        access sequential
        record key hist-rec-date
        file status is hist-file-status.
    select unload-file assign to dynamic unload-file-name
        organization line sequential
        file status is unload-status.
    select backup-control assign to dynamic control-file-name
        organization line sequential
        file status is control-status.
    select backup-report assign to "reports/master-backup.txt"
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
fd backup-report.
    01 report-line pic x(132).
working-storage section.
    01 account-file-status pic x(2).
    01 mandate-file-status pic x(2).
    01 customer-file-status pic x(2).
    01 standing-file-status pic x(2).
    01 ledger-file-status pic x(2).
    01 hist-file-status pic x(2).
    01 unload-status pic x(2).
        88 unload-ok value "00".
    01 control-status pic x(2).
        88 control-ok value "00".
    01 report-status pic x(2).
        88 report-ok value "00".

    01 hist-file-name pic x(256) value "resources/eurofxref-hist.idx".
    01 backup-dir pic x(256) value "backups".
    01 retention-days pic x(10) value "30".
    01 unload-file-name pic x(256).
    01 control-file-name pic x(256).
    01 shell-command pic x(512).
    01 shell-rc pic s9(9) comp.
    01 ws-stamp pic x(21).
    01 ws-run-date pic x(8).
    01 ws-run-time pic x(6).

*>     the master being unloaded
    01 ws-master-name pic x(24).
    01 ws-master-path pic x(256).
    01 ws-master-status pic x(2).
    01 ws-record-length pic 9(4) comp.
    01 ws-image pic x(1000).
    01 ws-this-key pic x(64).
    01 ws-last-key pic x(64).
    01 ws-record-count pic 9(9).
    01 ws-hash-total pic 9(18).
    01 ws-copy-count pic 9(9).
    01 ws-copy-hash pic 9(18).
    01 ws-byte pic 9(4) comp.
    01 ws-result pic x(24).
    01 ws-copy-open pic x.
        88 copy-open value "Y".
    01 ws-outcome pic x.
        88 outcome-verified value "V".
        88 outcome-not-present value "N".
        88 outcome-failed value "F".

    01 ws-verified-count pic 9(2) value 0.
    01 ws-failed-count pic 9(2) value 0.
    01 ws-absent-count pic 9(2) value 0.
    01 ws-count-edit pic z(8)9.
    01 ws-date-heading pic x(10).
procedure division.
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
    accept retention-days from environment "MS_BACKUP_RETENTION_DAYS"
        on exception move "30" to retention-days
    end-accept.
    if retention-days = spaces
        move "30" to retention-days
    end-if.
    move function current-date to ws-stamp.
    move ws-stamp(1:8) to ws-run-date.
    move ws-stamp(9:6) to ws-run-time.
    move spaces to ws-date-heading.
    move ws-run-date(5:2) to ws-date-heading(1:2).
    move "/" to ws-date-heading(3:1).
    move ws-run-date(7:2) to ws-date-heading(4:2).
    move "/" to ws-date-heading(6:1).
    move ws-run-date(1:4) to ws-date-heading(7:4).

    move spaces to shell-command.
    string "mkdir -p " delimited by size
           function trim(backup-dir) delimited by size
        into shell-command
    end-string.
    call "SYSTEM" using shell-command giving shell-rc.
    move spaces to control-file-name.
    string function trim(backup-dir) delimited by size
           "/backup-control.txt" delimited by size
        into control-file-name
    end-string.
    open extend backup-control.
    if control-status not = "00"
        open output backup-control
    end-if.
    if not control-ok
        display "master-backup: cannot open backup-control, status "
            control-status upon syserr
        move 1 to return-code
        stop run
    end-if.
    open output backup-report.
    if not report-ok
        display "master-backup: cannot open backup-report, status "
            report-status upon syserr
        close backup-control
        move 1 to return-code
        stop run
    end-if.
    perform print-report-heading.

    perform backup-account-master.
    perform backup-mandate-master.
    perform backup-customer-master.
    perform backup-standing-order-master.
    perform backup-account-ledger.
    perform backup-hist-store.

    move spaces to report-line.
    write report-line.
    move spaces to report-line.
    string "VERIFIED " delimited by size
           ws-verified-count delimited by size
           "   NOT PRESENT " delimited by size
           ws-absent-count delimited by size
           "   FAILED " delimited by size
           ws-failed-count delimited by size
        into report-line
    end-string.
    write report-line.
    close backup-report, backup-control.

    perform prune-expired-copies.

    display "master-backup: " ws-verified-count " verified, "
        ws-absent-count " not present, " ws-failed-count " failed".
    if ws-failed-count > 0
        move 1 to return-code
    end-if.
    goback.

*>----------------------------------------------------------------
*> one section per master: open it, unload it in key sequence
*>----------------------------------------------------------------
backup-account-master section.
    move "account-master" to ws-master-name.
    move "resources/account-master.dat" to ws-master-path.
    move length of master-record to ws-record-length.
    perform start-master-backup.
    open input account-master.
    move account-file-status to ws-master-status.
    perform check-master-open.
    if not outcome-verified
        perform finish-master-backup
        exit paragraph
    end-if.
    perform until exit
        read account-master next record
            at end exit perform
        end-read
        if account-file-status(1:1) not = "0"
            move account-file-status to ws-master-status
            perform note-read-error
            exit perform
        end-if
        move master-iban to ws-this-key
        move master-record to ws-image
        perform take-one-record
    end-perform.
    close account-master.
    perform finish-master-backup.

backup-mandate-master section.
    move "mandate-master" to ws-master-name.
    move "resources/mandate-master.dat" to ws-master-path.
    move length of mandate-record to ws-record-length.
    perform start-master-backup.
    open input mandate-master.
    move mandate-file-status to ws-master-status.
    perform check-master-open.
    if not outcome-verified
        perform finish-master-backup
        exit paragraph
    end-if.
    perform until exit
        read mandate-master next record
            at end exit perform
        end-read
        if mandate-file-status(1:1) not = "0"
            move mandate-file-status to ws-master-status
            perform note-read-error
            exit perform
        end-if
        move mandate-reference to ws-this-key
        move mandate-record to ws-image
        perform take-one-record
    end-perform.
    close mandate-master.
    perform finish-master-backup.

backup-customer-master section.
    move "customer-master" to ws-master-name.
    move "resources/customer-master.dat" to ws-master-path.
    move length of customer-record to ws-record-length.
    perform start-master-backup.
    open input customer-master.
    move customer-file-status to ws-master-status.
    perform check-master-open.
    if not outcome-verified
        perform finish-master-backup
        exit paragraph
    end-if.
    perform until exit
        read customer-master next record
            at end exit perform
        end-read
        if customer-file-status(1:1) not = "0"
            move customer-file-status to ws-master-status
            perform note-read-error
            exit perform
        end-if
        move cust-id to ws-this-key
        move customer-record to ws-image
        perform take-one-record
    end-perform.
    close customer-master.
    perform finish-master-backup.

backup-standing-order-master section.
    move "standing-order-master" to ws-master-name.
    move "resources/standing-order-master.dat" to ws-master-path.
    move length of standing-order-record to ws-record-length.
    perform start-master-backup.
    open input standing-order-master.
    move standing-file-status to ws-master-status.
    perform check-master-open.
    if not outcome-verified
        perform finish-master-backup
        exit paragraph
    end-if.
    perform until exit
        read standing-order-master next record
            at end exit perform
        end-read
        if standing-file-status(1:1) not = "0"
            move standing-file-status to ws-master-status
            perform note-read-error
            exit perform
        end-if
        move so-order-id to ws-this-key
        move standing-order-record to ws-image
        perform take-one-record
    end-perform.
    close standing-order-master.
    perform finish-master-backup.

backup-account-ledger section.
    move "account-ledger" to ws-master-name.
    move "resources/account-ledger.dat" to ws-master-path.
    move length of ledger-record to ws-record-length.
    perform start-master-backup.
    open input account-ledger.
    move ledger-file-status to ws-master-status.
    perform check-master-open.
    if not outcome-verified
        perform finish-master-backup
        exit paragraph
    end-if.
    perform until exit
        read account-ledger next record
            at end exit perform
        end-read
        if ledger-file-status(1:1) not = "0"
            move ledger-file-status to ws-master-status
            perform note-read-error
            exit perform
        end-if
        move ledger-key to ws-this-key
        move ledger-record to ws-image
        perform take-one-record
    end-perform.
    close account-ledger.
    perform finish-master-backup.

backup-hist-store section.
    move "eurofxref-hist" to ws-master-name.
    move hist-file-name to ws-master-path.
    move length of hist-rate-record to ws-record-length.
    perform start-master-backup.
    open input hist-store.
    move hist-file-status to ws-master-status.
    perform check-master-open.
    if not outcome-verified
        perform finish-master-backup
        exit paragraph
    end-if.
    perform until exit
        read hist-store next record
            at end exit perform
        end-read
        if hist-file-status(1:1) not = "0"
            move hist-file-status to ws-master-status
            perform note-read-error
            exit perform
        end-if
        move hist-rec-date to ws-this-key
        move hist-rate-record to ws-image
        perform take-one-record
    end-perform.
    close hist-store.
    perform finish-master-backup.

*>----------------------------------------------------------------
*> shared by every master
*>----------------------------------------------------------------
start-master-backup section.
    move 0 to ws-record-count, ws-hash-total, ws-copy-count,
        ws-copy-hash.
    move low-values to ws-last-key.
    move spaces to ws-result.
    move "N" to ws-copy-open.
    move "V" to ws-outcome.
    move spaces to unload-file-name.
    string function trim(backup-dir) delimited by size
           "/" delimited by size
           function trim(ws-master-name) delimited by size
           "-" delimited by size
           ws-run-date delimited by size
           ".unl" delimited by size
        into unload-file-name
    end-string.

check-master-open section.
*>     status 35: the master has never been created, nothing to keep
    evaluate true
        when ws-master-status = "35"
            move "N" to ws-outcome
            move "NOT PRESENT" to ws-result
        when ws-master-status(1:1) not = "0"
            move "F" to ws-outcome
            string "OPEN ERROR " delimited by size
                   ws-master-status delimited by size
                into ws-result
            end-string
        when other
            open output unload-file
            if unload-ok
                move "Y" to ws-copy-open
            else
                move "F" to ws-outcome
                string "COPY OPEN ERROR " delimited by size
                       unload-status delimited by size
                    into ws-result
                end-string
                perform close-open-master
            end-if
    end-evaluate.

close-open-master section.
    evaluate ws-master-name
        when "account-master"
            close account-master
        when "mandate-master"
            close mandate-master
        when "customer-master"
            close customer-master
        when "standing-order-master"
            close standing-order-master
        when "account-ledger"
            close account-ledger
        when "eurofxref-hist"
            close hist-store
    end-evaluate.

note-read-error section.
    move "F" to ws-outcome.
    move spaces to ws-result.
    string "READ ERROR " delimited by size
           ws-master-status delimited by size
        into ws-result
    end-string.

take-one-record section.
*>     keys must come back strictly ascending; a key at or below the
*>     last one means the index no longer matches the data
    if ws-this-key not > ws-last-key and outcome-verified
        move "F" to ws-outcome
        move "OUT OF KEY SEQUENCE" to ws-result
    end-if.
    move ws-this-key to ws-last-key.
    add 1 to ws-record-count.
    perform varying ws-byte from 1 by 1 until ws-byte > ws-record-length
        compute ws-hash-total = function mod(ws-hash-total
            + function ord(ws-image(ws-byte:1)) * ws-byte,
            1000000000000000000)
    end-perform.
    move ws-image(1:ws-record-length) to unload-record.
    write unload-record.
    if not unload-ok and outcome-verified
        move "F" to ws-outcome
        move spaces to ws-result
        string "COPY WRITE ERROR " delimited by size
               unload-status delimited by size
            into ws-result
        end-string
    end-if.

finish-master-backup section.
    if copy-open
        close unload-file
        move "N" to ws-copy-open
    end-if.
    if outcome-verified
        perform verify-unloaded-copy
    end-if.
    if outcome-verified
        move "VERIFIED" to ws-result
        add 1 to ws-verified-count
    end-if.
    if outcome-failed
        add 1 to ws-failed-count
    end-if.
    if outcome-not-present
        add 1 to ws-absent-count
    end-if.
    perform write-control-record.
    perform print-master-line.

verify-unloaded-copy section.
*>     the copy is only any good if it reads back to the same count
*>     and hash total the master gave
    open input unload-file.
    if not unload-ok
        move "F" to ws-outcome
        move spaces to ws-result
        string "COPY UNREADABLE " delimited by size
               unload-status delimited by size
            into ws-result
        end-string
        exit paragraph
    end-if.
    perform until exit
        read unload-file at end exit perform end-read
        add 1 to ws-copy-count
        move unload-record to ws-image
        perform varying ws-byte from 1 by 1
            until ws-byte > ws-record-length
            compute ws-copy-hash = function mod(ws-copy-hash
                + function ord(ws-image(ws-byte:1)) * ws-byte,
                1000000000000000000)
        end-perform
    end-perform.
    close unload-file.
    if ws-copy-count not = ws-record-count
        or ws-copy-hash not = ws-hash-total
        move "F" to ws-outcome
        move "COPY DOES NOT MATCH" to ws-result
    end-if.

write-control-record section.
    move spaces to control-line.
    string ws-run-date delimited by size
           "," delimited by size
           ws-run-time delimited by size
           "," delimited by size
           function trim(ws-master-name) delimited by size
           "," delimited by size
           ws-record-count delimited by size
           "," delimited by size
           ws-hash-total delimited by size
           "," delimited by size
           function trim(ws-result) delimited by size
        into control-line
    end-string.
    write control-line.

print-report-heading section.
    move spaces to report-line.
    move "INDEXED MASTER BACKUP AND VERIFICATION" to report-line(1:38).
    move ws-date-heading to report-line(123:10).
    write report-line.
    move spaces to report-line.
    move "COPIES IN" to report-line(1:9).
    move backup-dir to report-line(11:60).
    write report-line.
    move spaces to report-line.
    write report-line.
    move spaces to report-line.
    move "MASTER" to report-line(1:6).
    move "RECORDS" to report-line(27:7).
    move "HASH TOTAL" to report-line(36:10).
    move "FILE" to report-line(57:4).
    move "RESULT" to report-line(105:6).
    write report-line.

print-master-line section.
    move spaces to report-line.
    move ws-master-name to report-line(1:24).
    if not outcome-not-present
        move ws-record-count to ws-count-edit
        move ws-count-edit to report-line(25:9)
        move ws-hash-total to report-line(36:18)
    end-if.
    move ws-master-path(1:46) to report-line(57:46).
    move ws-result to report-line(105:24).
    write report-line.

prune-expired-copies section.
    move spaces to shell-command.
    string "find " delimited by size
           function trim(backup-dir) delimited by size
           " -name '*.unl' -mtime +" delimited by size
           function trim(retention-days) delimited by size
           " -delete" delimited by size
        into shell-command
    end-string.
    call "SYSTEM" using shell-command giving shell-rc.
end program master-backup.
