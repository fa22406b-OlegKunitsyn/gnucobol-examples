       >>SOURCE FORMAT FREE
*>*
*> Direct debit pre-notification, run ahead of sepa-collect on the
*> same collections-instruction file. The rulebook requires the
*> debtor to be told the amount and the collection date before we
*> collect; the receivables team used to type these letters by hand
*> from the collection batch.
*>
*> Every instruction carrying a live mandate for its debtor account
*> gets a pre-notification: one document per debtor per run
*> (reports/prenotification-<debtor IBAN>-<yyyymmdd>.txt) listing
*> each collection's mandate reference, due date, amount and
*> remittance text, addressed with the debtor name off the
*> mandate-master record and signed with our creditor identifier
*> (MS_SEPA_CREDITOR_ID, required) and name (MS_SEPA_INITIATOR).
*>
*> Each notified collection is appended to the pre-notification
*> register (reports/prenotification-register.txt: notice number,
*> issue date, mandate reference, debtor IBAN, amount, due date),
*> which sepa-collect checks the notice period against. A
*> collection already on the register is not notified twice, so
*> the job can be rerun as the instruction file grows. Instructions
*> without a due date or a usable mandate are listed on
*> reports/prenotification-exceptions.txt; sepa-collect rejects
*> them anyway.
*>*
identification division.
program-id. sepa-prenotify.
environment division.
configuration section.
repository. function all intrinsic.
input-output section.
file-control.
    select collection-instructions
        assign to "resources/collection-instructions.txt"
        organization line sequential
        file status is input-status.
    select notice-doc assign to dynamic notice-doc-name
        organization line sequential
        file status is notice-status.
    select notice-register
        assign to "reports/prenotification-register.txt"
        organization line sequential
        file status is register-status.
    select exception-report
        assign to "reports/prenotification-exceptions.txt"
        organization line sequential
        file status is report-status.
    select mandate-master assign to "resources/mandate-master.dat"
        organization indexed
        access random
        record key mandate-reference
        file status is master-status-code.
data division.
file section.
fd collection-instructions.
    01 instruction-line.
        05 coll-debtor-iban pic x(34).
        05 coll-debtor-bic pic x(11).
        05 coll-amount pic x(12).
        05 coll-mandate-reference pic x(35).
        05 coll-mandate-date pic x(8).
        05 coll-remittance pic x(35).
        05 coll-due-date pic x(8).
fd notice-doc.
    01 notice-line pic x(100).
fd notice-register.
    01 register-record pic x(160).
fd exception-report.
    01 exception-line pic x(132).
fd mandate-master.
    copy "modules/mandate-record.cpy".
working-storage section.
    01 input-status pic x(2).
        88 input-ok value "00".
        88 input-eof value "10".
    01 notice-doc-name pic x(256).
    01 notice-status pic x(2).
        88 notice-ok value "00".
    01 register-status pic x(2).
        88 register-ok value "00".
    01 report-status pic x(2).
        88 report-ok value "00".
    01 master-status-code pic x(2).
        88 master-ok value "00".

    01 ws-creditor-id pic x(35).
    01 ws-creditor-name pic x(35) value "NOTPROVIDED".
    01 ws-run-date pic x(8).
    01 ws-reason-text pic x(25).
    01 ws-amount pic 9(10)v99.
    01 ws-amount-edit pic z(9)9.99.
    01 ws-total pic 9(13)v99.
    01 ws-total-edit pic z(12)9.99.
    01 ws-read-count pic 9(7) value 0.
    01 ws-notified-count pic 9(7) value 0.
    01 ws-already-count pic 9(7) value 0.
    01 ws-exception-count pic 9(7) value 0.
    01 ws-document-count pic 9(7) value 0.
    01 notice-seq pic 9(7) value 0.
    01 notice-number pic x(16).
    01 ws-date-text.
        05 ws-date-dd pic x(2).
        05 filler pic x value ".".
        05 ws-date-mm pic x(2).
        05 filler pic x value ".".
        05 ws-date-yyyy pic x(4).
    01 ws-date-in pic x(8).

*>     collections already on the register, by mandate, due date
*>     and amount
    01 ws-scan-ptr pic 9(4) comp.
    01 ws-tok-number pic x(16).
    01 ws-tok-issued pic x(8).
    01 ws-tok-mandate pic x(35).
    01 ws-tok-iban pic x(34).
    01 ws-tok-amount pic x(16).
    01 ws-tok-due pic x(8).
    01 notified-count pic 9(5) value 0.
    01 notified-table.
        05 notified-entry occurs 1 to 20000 times
            depending on notified-count
            indexed by notified-idx.
            10 notified-mandate pic x(35).
            10 notified-due-date pic x(8).
            10 notified-amount pic 9(10)v99.
    01 ws-found pic x value "N".
        88 entry-found value "Y".

*>     this run's collections to notify, grouped into one document
*>     per debtor when they are printed
    01 pending-count pic 9(4) value 0.
    01 pending-table.
        05 pending-entry occurs 1 to 5000 times
            depending on pending-count
            indexed by pending-idx, debtor-idx.
            10 pending-debtor-iban pic x(34).
            10 pending-debtor-name pic x(30).
            10 pending-mandate pic x(35).
            10 pending-due-date pic x(8).
            10 pending-amount pic 9(10)v99.
            10 pending-remittance pic x(35).
            10 pending-printed pic x.
                88 pending-is-printed value "Y".
procedure division.
    accept ws-creditor-id from environment "MS_SEPA_CREDITOR_ID"
        on exception move spaces to ws-creditor-id
    end-accept.
*>     a pre-notification without our creditor identifier is not
*>     one the rulebook recognises
    if ws-creditor-id = spaces
        display "sepa-prenotify: MS_SEPA_CREDITOR_ID not set, "
            "nothing notified" upon syserr
        move 1 to return-code
        stop run
    end-if.
    accept ws-creditor-name from environment "MS_SEPA_INITIATOR"
        on exception move "NOTPROVIDED" to ws-creditor-name
    end-accept.
    if ws-creditor-name = spaces
        move "NOTPROVIDED" to ws-creditor-name
    end-if.
    accept ws-run-date from date yyyymmdd.

    perform load-notice-register.

    open input collection-instructions.
    if not input-ok
        display "sepa-prenotify: cannot open collection-instructions, "
            "status " input-status upon syserr
        move 1 to return-code
        stop run
    end-if.
    open output exception-report.
    if not report-ok
        display "sepa-prenotify: cannot open exception-report, status "
            report-status upon syserr
        close collection-instructions
        move 1 to return-code
        stop run
    end-if.
    open input mandate-master.
    if not master-ok
        display "sepa-prenotify: cannot open mandate-master, status "
            master-status-code upon syserr
        close collection-instructions, exception-report
        move 1 to return-code
        stop run
    end-if.

    move spaces to exception-line.
    move "DEBTOR IBAN" to exception-line(1:11).
    move "MANDATE" to exception-line(37:7).
    move "AMOUNT" to exception-line(73:6).
    move "REASON" to exception-line(87:6).
    write exception-line.

    perform stage-one-instruction until input-eof.

    close collection-instructions, exception-report, mandate-master.

    open extend notice-register.
    if register-status not = "00"
        open output notice-register
    end-if.
    if not register-ok
        display "sepa-prenotify: cannot open notice-register, status "
            register-status upon syserr
        move 1 to return-code
        stop run
    end-if.
    perform varying debtor-idx from 1 by 1
        until debtor-idx > pending-count
        if not pending-is-printed(debtor-idx)
            perform notify-one-debtor
        end-if
    end-perform.
    close notice-register.

    display "sepa-prenotify: " ws-read-count " read, "
        ws-notified-count " notified on "
        ws-document-count " documents, "
        ws-already-count " already notified, "
        ws-exception-count " exceptions".
    goback.

stage-one-instruction section.
    read collection-instructions
        at end continue
        not at end
            add 1 to ws-read-count
            perform check-and-stage
    end-read.

check-and-stage section.
    if coll-due-date is not numeric
        move "NO DUE DATE" to ws-reason-text
        perform write-exception
        exit paragraph
    end-if.
    if function test-numval(function trim(coll-amount)) not = 0
        move "AMOUNT NOT NUMERIC" to ws-reason-text
        perform write-exception
        exit paragraph
    end-if.
    move function numval(coll-amount) to ws-amount.
    if ws-amount = 0
        move "AMOUNT IS ZERO" to ws-reason-text
        perform write-exception
        exit paragraph
    end-if.
    move coll-mandate-reference to mandate-reference.
    read mandate-master
        invalid key
            move "NO MANDATE ON FILE" to ws-reason-text
            perform write-exception
            exit paragraph
    end-read.
    if not mandate-live
        move "MANDATE NOT LIVE" to ws-reason-text
        perform write-exception
        exit paragraph
    end-if.
    if mandate-debtor-iban not = coll-debtor-iban
        move "MANDATE DEBTOR MISMATCH" to ws-reason-text
        perform write-exception
        exit paragraph
    end-if.

    move "N" to ws-found.
    perform varying notified-idx from 1 by 1
        until notified-idx > notified-count
        if notified-mandate(notified-idx) = coll-mandate-reference
            and notified-due-date(notified-idx) = coll-due-date
            and notified-amount(notified-idx) = ws-amount
            move "Y" to ws-found
            exit perform
        end-if
    end-perform.
    if entry-found
        add 1 to ws-already-count
        exit paragraph
    end-if.

    if pending-count >= 5000
        move "RUN TABLE FULL" to ws-reason-text
        perform write-exception
        exit paragraph
    end-if.
    add 1 to pending-count.
    set pending-idx to pending-count.
    move coll-debtor-iban to pending-debtor-iban(pending-idx).
    move mandate-debtor-name to pending-debtor-name(pending-idx).
    move coll-mandate-reference to pending-mandate(pending-idx).
    move coll-due-date to pending-due-date(pending-idx).
    move ws-amount to pending-amount(pending-idx).
    move coll-remittance to pending-remittance(pending-idx).
    move "N" to pending-printed(pending-idx).

*>----------------------------------------------------------------
*> pre-notification documents
*>----------------------------------------------------------------
notify-one-debtor section.
*>     the date is part of the name, so a later run for the same
*>     debtor never overwrites a notice the register says was sent
    move spaces to notice-doc-name.
    string "reports/prenotification-" delimited by size
           function trim(pending-debtor-iban(debtor-idx))
               delimited by size
           "-" delimited by size
           ws-run-date delimited by size
           ".txt" delimited by size
        into notice-doc-name
    end-string.
    open extend notice-doc.
    if notice-status not = "00"
        open output notice-doc
    end-if.
    if not notice-ok
        display "sepa-prenotify: cannot open "
            function trim(notice-doc-name) ", status "
            notice-status upon syserr
        move 1 to return-code
        exit paragraph
    end-if.
    add 1 to ws-document-count.
    perform write-notice-heading.
    move 0 to ws-total.
    perform varying pending-idx from debtor-idx by 1
        until pending-idx > pending-count
        if pending-debtor-iban(pending-idx)
                = pending-debtor-iban(debtor-idx)
            and not pending-is-printed(pending-idx)
            perform write-notice-item
        end-if
    end-perform.
    perform write-notice-footing.
    close notice-doc.

write-notice-heading section.
    move spaces to notice-line.
    move "SEPA DIRECT DEBIT PRE-NOTIFICATION" to notice-line(1:34).
    move ws-run-date to ws-date-in.
    perform format-date.
    move ws-date-text to notice-line(60:10).
    write notice-line.
    move spaces to notice-line.
    write notice-line.
    move spaces to notice-line.
    move "TO" to notice-line(1:2).
    move pending-debtor-name(debtor-idx) to notice-line(20:30).
    write notice-line.
    move spaces to notice-line.
    move "ACCOUNT (IBAN)" to notice-line(1:14).
    move pending-debtor-iban(debtor-idx) to notice-line(20:34).
    write notice-line.
    move spaces to notice-line.
    write notice-line.
    move spaces to notice-line.
    move "CREDITOR" to notice-line(1:8).
    move ws-creditor-name to notice-line(20:35).
    write notice-line.
    move spaces to notice-line.
    move "CREDITOR ID" to notice-line(1:11).
    move ws-creditor-id to notice-line(20:35).
    write notice-line.
    move spaces to notice-line.
    write notice-line.
    move spaces to notice-line.
    string "We will collect the following amounts from your "
           "account under the" delimited by size
        into notice-line
    end-string.
    write notice-line.
    move spaces to notice-line.
    move "SEPA direct debit mandate shown, on the due date given."
        to notice-line.
    write notice-line.
    move spaces to notice-line.
    write notice-line.
    move spaces to notice-line.
    move "MANDATE REFERENCE" to notice-line(1:17).
    move "DUE DATE" to notice-line(37:8).
    move "AMOUNT EUR" to notice-line(50:10).
    write notice-line.

write-notice-item section.
    move spaces to notice-line.
    move pending-mandate(pending-idx) to notice-line(1:35).
    move pending-due-date(pending-idx) to ws-date-in.
    perform format-date.
    move ws-date-text to notice-line(37:10).
    move pending-amount(pending-idx) to ws-amount-edit.
    move ws-amount-edit to notice-line(48:13).
    write notice-line.
    move spaces to notice-line.
    move pending-remittance(pending-idx) to notice-line(3:35).
    write notice-line.
    add pending-amount(pending-idx) to ws-total.
    move "Y" to pending-printed(pending-idx).
    add 1 to ws-notified-count.
    perform write-register-line.

write-notice-footing section.
    move spaces to notice-line.
    write notice-line.
    move spaces to notice-line.
    move "TOTAL EUR" to notice-line(1:9).
    move ws-total to ws-total-edit.
    move ws-total-edit to notice-line(45:16).
    write notice-line.
    move spaces to notice-line.
    write notice-line.
    move spaces to notice-line.
    move "Please make sure the account is funded on the due date."
        to notice-line.
    write notice-line.

write-register-line section.
*>     the register is the book of record: numbering continues from
*>     however many notices it already carries
    add 1 to notice-seq.
    move spaces to notice-number.
    string "PN-" delimited by size
           notice-seq delimited by size
        into notice-number
    end-string.
    move pending-amount(pending-idx) to ws-amount-edit.
    move spaces to register-record.
    string function trim(notice-number) delimited by size
           "," delimited by size
           ws-run-date delimited by size
           "," delimited by size
           function trim(pending-mandate(pending-idx))
               delimited by size
           "," delimited by size
           function trim(pending-debtor-iban(pending-idx))
               delimited by size
           "," delimited by size
           function trim(ws-amount-edit) delimited by size
           "," delimited by size
           pending-due-date(pending-idx) delimited by size
        into register-record
    end-string.
    write register-record.

format-date section.
    move ws-date-in(7:2) to ws-date-dd.
    move ws-date-in(5:2) to ws-date-mm.
    move ws-date-in(1:4) to ws-date-yyyy.

load-notice-register section.
    move 0 to notified-count, notice-seq.
    open input notice-register.
    if not register-ok
        exit paragraph
    end-if.
    perform until exit
        read notice-register at end exit perform end-read
        add 1 to notice-seq
        move spaces to ws-tok-number, ws-tok-issued, ws-tok-mandate,
            ws-tok-iban, ws-tok-amount, ws-tok-due
        move 1 to ws-scan-ptr
        unstring register-record delimited by ","
            into ws-tok-number, ws-tok-issued, ws-tok-mandate,
                 ws-tok-iban, ws-tok-amount, ws-tok-due
            with pointer ws-scan-ptr
        end-unstring
        if test-numval(function trim(ws-tok-amount)) = 0
            and notified-count < 20000
            add 1 to notified-count
            move ws-tok-mandate to notified-mandate(notified-count)
            move ws-tok-due to notified-due-date(notified-count)
            move numval(ws-tok-amount)
                to notified-amount(notified-count)
        end-if
    end-perform.
    close notice-register.

write-exception section.
    move spaces to exception-line.
    move coll-debtor-iban to exception-line(1:34).
    move coll-mandate-reference to exception-line(37:35).
    move coll-amount to exception-line(73:12).
    move ws-reason-text to exception-line(87:25).
    write exception-line.
    add 1 to ws-exception-count.
end program sepa-prenotify.
