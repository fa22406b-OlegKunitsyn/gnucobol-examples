*> place the way hist-rate-loader reruns do: nothing is duplicated
*> or lost, and a cancelled mandate arriving on a later extract
*> simply rewrites the live one.
*>
*> The extract may carry the sequence type of the mandate's next
*> collection after the status (FRST, RCUR, FNAL or OOFF); blank
*> leaves the master's own, FRST for a new mandate. The collection
*> history sepa-collect keeps on the master -- last collection date
*> and count -- survives a reload, and so does a mandate closed
*> after its final collection or expired as dormant, unless the
*> extract brings a new signature date for it.
*>*
identification division.
program-id. mandate-loader.
data division.
file section.
fd mandate-extract.
    01 extract-line.
        05 ext-reference pic x(35).
        05 ext-debtor-iban pic x(34).
        05 ext-debtor-name pic x(30).
        05 ext-signed-date pic x(8).
        05 ext-status pic x.
        05 ext-sequence-type pic x(4).
fd mandate-master.
    copy "modules/mandate-record.cpy".
working-storage section.
        88 master-ok value "00".
        88 master-missing value "35".
    01 ws-staged-count pic 9(7) value 0.
    01 ws-invalid-count pic 9(7) value 0.
procedure division.
    open input mandate-extract.
    if not extract-ok
    open i-o mandate-master.
    if master-missing
        open output mandate-master
        close mandate-master
        open i-o mandate-master
    end-if.
    if not master-ok
        display "mandate-loader: cannot open mandate-master, status "

    close mandate-extract, mandate-master.

    display "mandate-loader: " ws-staged-count " mandates staged, "
        ws-invalid-count " with an unknown sequence type".
    goback.

stage-one-mandate section.
        at end continue
        not at end
            if function trim(extract-line) not = spaces
                perform write-or-rewrite-mandate
            end-if
    end-read.

write-or-rewrite-mandate section.
    if ext-sequence-type not = spaces
        and ext-sequence-type not = "FRST"
        and ext-sequence-type not = "RCUR"
        and ext-sequence-type not = "FNAL"
        and ext-sequence-type not = "OOFF"
        display "mandate-loader: " function trim(ext-reference)
            " has unknown sequence type " ext-sequence-type
            ", not staged" upon syserr
        add 1 to ws-invalid-count
        exit paragraph
    end-if.
    move ext-reference to mandate-reference.
    read mandate-master
        invalid key
            move spaces to mandate-record
            move ext-reference to mandate-reference
            move ext-debtor-iban to mandate-debtor-iban
            move ext-debtor-name to mandate-debtor-name
            move ext-signed-date to mandate-signed-date
            move ext-status to mandate-status
            move "FRST" to mandate-sequence-type
            if ext-sequence-type not = spaces
                move ext-sequence-type to mandate-sequence-type
            end-if
            move 0 to mandate-collection-count
            write mandate-record
            add 1 to ws-staged-count
            exit paragraph
    end-read.
*>     a closed or expired mandate only comes back to life with a
*>     new signature; the extract still listing it live does not
    if (mandate-completed or mandate-expired)
        and ext-signed-date = mandate-signed-date
        and ext-status = "A"
        continue
    else
        move ext-status to mandate-status
    end-if.
    if ext-signed-date not = mandate-signed-date
        move 0 to mandate-collection-count
        move spaces to mandate-last-collection
        move "FRST" to mandate-sequence-type
    end-if.
    move ext-debtor-iban to mandate-debtor-iban.
    move ext-debtor-name to mandate-debtor-name.
    move ext-signed-date to mandate-signed-date.
    if ext-sequence-type not = spaces
        move ext-sequence-type to mandate-sequence-type
    end-if.
    rewrite mandate-record.
    add 1 to ws-staged-count.
end program mandate-loader.
