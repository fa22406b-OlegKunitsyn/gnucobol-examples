       >>SOURCE FORMAT FREE
*>*
*> One-off conversion of an indexed master written in the record
*> layout it had before the record grew, run by hand once per
*> master before the first nightly run on the longer layout:
*>   MS_CONVERT_FILE  which master -- account-master (86 bytes,
*>                    now 96 with master-customer-id) or
*>                    mandate-master (108 bytes, now 125 with the
*>                    sequence type, last collection date and
*>                    collection count)
*>   MS_BACKUP_DIR    where the old file is put aside (default
*>                    backups)
*>
*> The old file, with whatever files the file handler keeps beside
*> it, is moved into <backup dir>/preconvert-<timestamp> and read
*> from there in key order; each record is written back to the live
*> master with the old fields as they were and the new ones set:
*>   account-master  master-customer-id blank, as for any account
*>                   onboarded before the customer master existed;
*>                   customer-maintain AMD links it later
*>   mandate-master  sequence type blank, so the next collection
*>                   goes out FRST; collection count zero; last
*>                   collection date the date of the conversion for
*>                   a live mandate and blank for any other. The old
*>                   layout kept no collection history, and a live
*>                   mandate left blank would be judged dormant from
*>                   its signature date by sepa-collect and
*>                   mandate-expire, however recently it was used
*>
*> A master that already opens in the current layout, or is not
*> there, is left alone. The first master-backup after the
*> conversion takes the first copy in the new layout; copies taken
*> before it cannot be restored over the converted file.
*>
*> Return code 1 when the conversion was refused or any record
*> failed to load; the old file stays where it was put aside.
*>*
identification division.
program-id. master-convert.
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
    select old-account-master assign to dynamic old-file-name
        organization indexed
        access sequential
        record key old-master-iban
        file status is old-file-status.
    select old-mandate-master assign to dynamic old-file-name
        organization indexed
        access sequential
        record key old-mandate-reference
        file status is old-file-status.
data division.
file section.
fd account-master.
    copy "modules/account-master-record.cpy".
fd mandate-master.
    copy "modules/mandate-record.cpy".
*>     the layouts as they stood before the records grew
fd old-account-master.
    01 old-master-record.
        05 old-master-iban pic x(34).
        05 old-master-account-number pic x(10).
        05 old-master-customer-name pic x(30).
        05 old-master-bic pic x(11).
        05 old-master-status pic x.
fd old-mandate-master.
    01 old-mandate-record.
        05 old-mandate-reference pic x(35).
        05 old-mandate-debtor-iban pic x(34).
        05 old-mandate-debtor-name pic x(30).
        05 old-mandate-signed-date pic x(8).
        05 old-mandate-status pic x.
working-storage section.
    01 account-file-status pic x(2).
    01 mandate-file-status pic x(2).
    01 old-file-status pic x(2).
        88 old-file-ok value "00".

    01 backup-dir pic x(256) value "backups".
    01 old-file-name pic x(256).
    01 aside-dir pic x(256).
    01 shell-command pic x(1024).
    01 shell-rc pic s9(9) comp.
    01 ws-stamp pic x(21).
    01 ws-run-date pic x(8).

    01 ws-master-name pic x(24).
    01 ws-master-path pic x(256).
    01 ws-open-status pic x(2).
    01 ws-read-count pic 9(9) value 0.
    01 ws-loaded-count pic 9(9) value 0.
    01 ws-load-errors pic 9(9) value 0.
procedure division.
    accept ws-master-name from environment "MS_CONVERT_FILE"
        on exception move spaces to ws-master-name
    end-accept.
    accept backup-dir from environment "MS_BACKUP_DIR"
        on exception move "backups" to backup-dir
    end-accept.
    if backup-dir = spaces
        move "backups" to backup-dir
    end-if.
    move function current-date to ws-stamp.
    move ws-stamp(1:8) to ws-run-date.

    evaluate ws-master-name
        when "account-master"
            move "resources/account-master.dat" to ws-master-path
        when "mandate-master"
            move "resources/mandate-master.dat" to ws-master-path
        when other
            display "master-convert: MS_CONVERT_FILE must be "
                "account-master or mandate-master, not '"
                function trim(ws-master-name) "'" upon syserr
            move 1 to return-code
            stop run
    end-evaluate.

    perform check-live-layout.
    perform set-old-file-aside.
    perform convert-records.

    display "master-convert: " function trim(ws-master-name) " "
        ws-read-count " read, " ws-loaded-count " converted, "
        ws-load-errors " load errors; old file kept in "
        function trim(aside-dir).
    if ws-load-errors > 0 or ws-loaded-count not = ws-read-count
        move 1 to return-code
    end-if.
    goback.

*>----------------------------------------------------------------
*> is there an old-layout master to convert at all
*>----------------------------------------------------------------
check-live-layout section.
*>     the current layout opening cleanly means the file was made
*>     (or converted) after the record grew; 39 is the old layout
    evaluate ws-master-name
        when "account-master"
            open input account-master
            move account-file-status to ws-open-status
            if ws-open-status = "00"
                close account-master
            end-if
        when "mandate-master"
            open input mandate-master
            move mandate-file-status to ws-open-status
            if ws-open-status = "00"
                close mandate-master
            end-if
    end-evaluate.
    evaluate ws-open-status
        when "39"
            continue
        when "00"
            display "master-convert: " function trim(ws-master-path)
                " is already in the current layout, left alone"
                upon syserr
            move 1 to return-code
            stop run
        when "35"
            display "master-convert: " function trim(ws-master-path)
                " not found, nothing to convert" upon syserr
            move 1 to return-code
            stop run
        when other
            display "master-convert: cannot open "
                function trim(ws-master-path) ", status "
                ws-open-status upon syserr
            move 1 to return-code
            stop run
    end-evaluate.

set-old-file-aside section.
    move spaces to aside-dir.
    string function trim(backup-dir) delimited by size
           "/preconvert-" delimited by size
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
    if shell-rc not = 0
        perform move-old-file-back
        move 1 to return-code
        stop run
    end-if.
    move spaces to old-file-name.
    string function trim(aside-dir) delimited by size
           "/" delimited by size
           function trim(ws-master-name) delimited by size
           ".dat" delimited by size
        into old-file-name
    end-string.

move-old-file-back section.
*>     whatever did get moved before the failure goes back beside
*>     the master; the directory is gone again only when all of it
*>     went back
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
    if shell-rc = 0
        display "master-convert: cannot move "
            function trim(ws-master-path) " into "
            function trim(aside-dir) ", nothing converted"
            upon syserr
    else
        display "master-convert: cannot move "
            function trim(ws-master-path) " into "
            function trim(aside-dir) ", nothing converted; part of it"
            " is left there and belongs beside the master" upon syserr
    end-if.

*>----------------------------------------------------------------
*> read the old layout back in key order into the new
*>----------------------------------------------------------------
convert-records section.
    evaluate ws-master-name
        when "account-master"
            open input old-account-master
        when "mandate-master"
            open input old-mandate-master
    end-evaluate.
    if not old-file-ok
        display "master-convert: cannot open " function trim(old-file-name)
            " in the old layout, status " old-file-status upon syserr
        move 1 to return-code
        stop run
    end-if.
    evaluate ws-master-name
        when "account-master"
            open output account-master
            move account-file-status to ws-open-status
        when "mandate-master"
            open output mandate-master
            move mandate-file-status to ws-open-status
    end-evaluate.
    if ws-open-status not = "00"
        display "master-convert: cannot create "
            function trim(ws-master-path) ", status " ws-open-status
            upon syserr
        move 1 to return-code
        stop run
    end-if.

    evaluate ws-master-name
        when "account-master"
            perform until exit
                read old-account-master at end exit perform end-read
                add 1 to ws-read-count
                move old-master-iban to master-iban
                move old-master-account-number to master-account-number
                move old-master-customer-name to master-customer-name
                move old-master-bic to master-bic
                move old-master-status to master-status
                move spaces to master-customer-id
                write master-record
                    invalid key
                        display "master-convert: account "
                            function trim(master-iban)
                            " not loaded, status " account-file-status
                            upon syserr
                        add 1 to ws-load-errors
                    not invalid key add 1 to ws-loaded-count
                end-write
            end-perform
            close old-account-master, account-master
        when "mandate-master"
            perform until exit
                read old-mandate-master at end exit perform end-read
                add 1 to ws-read-count
                move old-mandate-reference to mandate-reference
                move old-mandate-debtor-iban to mandate-debtor-iban
                move old-mandate-debtor-name to mandate-debtor-name
                move old-mandate-signed-date to mandate-signed-date
                move old-mandate-status to mandate-status
                move spaces to mandate-sequence-type
                move 0 to mandate-collection-count
                if mandate-live
                    move ws-run-date to mandate-last-collection
                else
                    move spaces to mandate-last-collection
                end-if
                write mandate-record
                    invalid key
                        display "master-convert: mandate "
                            function trim(mandate-reference)
                            " not loaded, status " mandate-file-status
                            upon syserr
                        add 1 to ws-load-errors
                    not invalid key add 1 to ws-loaded-count
                end-write
            end-perform
            close old-mandate-master, mandate-master
    end-evaluate.
