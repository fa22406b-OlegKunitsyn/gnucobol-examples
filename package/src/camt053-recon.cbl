       >>SOURCE FORMAT FREE
*>*
*> Bank statement reconciliation: reads the bank's ISO 20022
*> camt.053 end-of-day statement (resources/camt053-statement.xml,
*> or the file MS_CAMT053_FILE names) and matches every booked
*> entry back to an item we sent or posted:
*>
*>   debits              the 02 detail records of reports/sepa-batch
*>                       .txt, on creditor IBAN and amount, each
*>                       also confirmed against its sepa-register
*>                       line
*>   collection credits  the 02 detail records of reports/sepa-
*>                       collection-batch.txt, on debtor IBAN and
*>                       amount
*>   incoming credits    reports/incoming-postings.txt, on amount
*>                       and remittance text (and beneficiary IBAN
*>                       where the entry carries one); a posting
*>                       marked released is an earlier day's credit
*>                       and is not looked for on this statement
*>   held credits        the credits incoming-post put on the
*>                       sanctions hold file (resources/sanctions-
*>                       hold.txt) today, matched the same way and
*>                       shown as HELD FOR SCREENING
*>
*> Before any detail is matched, the statement's booked debit and
*> credit totals are tied out against our own control totals: the
*> 09 trailer of the transfer batch for debits, and the 09 trailer
*> of the collection batch plus the incoming-totals page (credits
*> held for sanctions screening included) for credits. Totals that
*> do not agree are a break: the control page is printed, the job
*> stops with return code 2 and no detail is reconciled, so the
*> difference is investigated as a whole rather than buried in a
*> list of unmatched items.
*>
*> Otherwise reports/camt053-recon.txt lists the matched items,
*> the entries on the statement we cannot account for, and the
*> items on our side the bank has not booked, each with a count and
*> amount; any unmatched item ends the job with return code 1.
*>
*> The statement is read element by element rather than line by
*> line, so the bank may lay the document out one element per line
*> or run several elements together the way our own pain.001 does.
*> Entries whose status is not BOOK (pending or informational) are
*> counted but not reconciled.
*>*
identification division.
program-id. camt053-recon.
environment division.
configuration section.
repository. function all intrinsic.
input-output section.
file-control.
    select statement-file assign to dynamic statement-name
        organization line sequential
        file status is statement-status.
    select sepa-batch assign to "reports/sepa-batch.txt"
        organization line sequential
        file status is batch-status.
    select sepa-register assign to "reports/sepa-register.txt"
        organization line sequential
        file status is register-status.
    select collection-batch
        assign to "reports/sepa-collection-batch.txt"
        organization line sequential
        file status is collection-status.
    select incoming-postings assign to "reports/incoming-postings.txt"
        organization line sequential
        file status is postings-status.
    select hold-file assign to "resources/sanctions-hold.txt"
        organization line sequential
        file status is hold-file-status.
    select incoming-totals assign to "reports/incoming-totals.txt"
        organization line sequential
        file status is totals-status.
    select recon-report assign to "reports/camt053-recon.txt"
        organization line sequential
        file status is report-status.
data division.
file section.
fd statement-file.
    01 statement-line pic x(1000).
fd sepa-batch.
    01 batch-record.
        05 batch-record-type pic x(2).
        05 batch-detail.
            10 batch-debtor-iban pic x(34).
            10 batch-creditor-iban pic x(34).
            10 batch-creditor-bic pic x(11).
            10 batch-amount pic x(13).
            10 batch-remittance pic x(35).
        05 batch-trailer redefines batch-detail.
            10 batch-trailer-count pic x(7).
            10 batch-trailer-total pic x(16).
            10 filler pic x(104).
fd sepa-register.
    01 register-line.
        05 reg-creditor-iban pic x(34).
        05 filler pic x(2).
        05 reg-creditor-bic pic x(11).
        05 filler pic x(2).
        05 reg-amount pic x(13).
        05 filler pic x(118).
fd collection-batch.
    01 collection-record.
        05 coll-record-type pic x(2).
        05 coll-detail.
            10 coll-debtor-iban pic x(34).
            10 coll-debtor-bic pic x(11).
            10 coll-amount pic x(13).
            10 coll-mandate-reference pic x(35).
            10 coll-remittance pic x(35).
        05 coll-trailer redefines coll-detail.
            10 coll-trailer-count pic x(7).
            10 coll-trailer-total pic x(16).
            10 filler pic x(105).
fd incoming-postings.
    01 posting-record.
        05 post-value-date pic x(8).
        05 post-account-number pic x(10).
        05 post-customer-name pic x(30).
        05 post-amount pic x(13).
        05 post-ordering-name pic x(30).
        05 post-remittance pic x(35).
        05 post-beneficiary-iban pic x(34).
        05 post-released-flag pic x.
            88 post-released value "R".
fd hold-file.
    copy "modules/sanctions-hold-record.cpy".
fd incoming-totals.
    01 totals-line pic x(80).
fd recon-report.
    01 report-line pic x(132).
working-storage section.
    01 statement-name pic x(256)
        value "resources/camt053-statement.xml".
    01 statement-status pic x(2).
        88 statement-ok value "00".
    01 batch-status pic x(2).
        88 batch-ok value "00".
    01 register-status pic x(2).
        88 register-ok value "00".
    01 collection-status pic x(2).
        88 collection-ok value "00".
    01 postings-status pic x(2).
        88 postings-ok value "00".
    01 hold-file-status pic x(2).
        88 hold-file-ok value "00".
    01 totals-status pic x(2).
        88 totals-ok value "00".
    01 report-status pic x(2).
        88 report-ok value "00".

    01 ws-run-date pic x(8).
    01 ws-date-heading pic x(10).

*>     element scanner: each tag opened, closed or carrying a text
*>     value is handed to the statement sections below
    01 ws-xml-pos pic 9(4) comp.
    01 ws-xml-len pic 9(4) comp.
    01 ws-xml-char pic x.
    01 ws-tag-name pic x(40).
    01 ws-tag-ptr pic 9(4) comp.
    01 ws-tag-closing pic x value "N".
        88 tag-is-closing value "Y".
    01 ws-in-tag pic x value "N".
        88 in-tag value "Y".
    01 ws-tag-name-done pic x value "N".
        88 tag-name-done value "Y".
    01 ws-last-tag-char pic x.
    01 ws-value-pending pic x value "N".
        88 value-pending value "Y".
    01 ws-xml-value pic x(140).
    01 ws-value-ptr pic 9(4) comp value 1.
    01 ws-current-tag pic x(40).
    01 ws-prior-tag pic x(40).

    01 ws-in-entry pic x value "N".
        88 in-entry value "Y".
    01 ws-in-account pic x value "N".
        88 in-account value "Y".
    01 ws-party pic x value space.
        88 party-debtor value "D".
        88 party-creditor value "C".
    01 ws-summary-side pic x value space.
        88 summary-credits value "C".
        88 summary-debits value "D".
    01 ws-date-context pic x value space.
        88 booking-date-context value "B".
        88 value-date-context value "V".

    01 stmt-id pic x(35) value spaces.
    01 stmt-account-iban pic x(34) value spaces.
    01 stmt-created pic x(19) value spaces.
    01 stmt-summary-credits pic 9(13)v99 value 0.
    01 stmt-summary-debits pic 9(13)v99 value 0.
    01 ws-summary-seen pic x value "N".
        88 summary-seen value "Y".
    01 ws-not-booked-count pic 9(7) value 0.

*>     the entry being scanned
    01 entry-buffer.
        05 e-reference pic x(35).
        05 e-amount pic 9(10)v99.
        05 e-amount-set pic x.
        05 e-direction pic x(4).
        05 e-status pic x(4).
        05 e-booking-date pic x(10).
        05 e-value-date pic x(10).
        05 e-family pic x(4).
        05 e-debtor-iban pic x(34).
        05 e-creditor-iban pic x(34).
        05 e-debtor-name pic x(35).
        05 e-creditor-name pic x(35).
        05 e-remittance pic x(35).
        05 e-end-to-end pic x(35).

    01 stmt-count pic 9(5) value 0.
    01 stmt-table.
        05 stmt-entry occurs 1 to 5000 times
            depending on stmt-count
            indexed by stmt-idx.
            10 stmt-reference pic x(35).
            10 stmt-amount pic 9(10)v99.
            10 stmt-direction pic x(4).
                88 stmt-debit value "DBIT".
            10 stmt-value-date pic x(10).
            10 stmt-family pic x(4).
            10 stmt-debtor-iban pic x(34).
            10 stmt-creditor-iban pic x(34).
            10 stmt-remittance pic x(35).
            10 stmt-matched pic x.
                88 stmt-is-matched value "Y".
            10 stmt-matched-to pic x(30).

    01 detail-count pic 9(5) value 0.
    01 detail-table.
        05 detail-entry occurs 1 to 10000 times
            depending on detail-count
            indexed by detail-idx.
            10 detail-creditor-iban pic x(34).
            10 detail-amount pic 9(10)v99.
            10 detail-remittance pic x(35).
            10 detail-matched pic x.
                88 detail-is-matched value "Y".

    01 register-count pic 9(5) value 0.
    01 register-table.
        05 register-entry occurs 1 to 10000 times
            depending on register-count
            indexed by register-idx.
            10 register-creditor-iban pic x(34).
            10 register-amount pic 9(10)v99.
            10 register-used pic x.
                88 register-is-used value "Y".

    01 collection-count pic 9(5) value 0.
    01 collection-table.
        05 collection-entry occurs 1 to 10000 times
            depending on collection-count
            indexed by collection-idx.
            10 collection-debtor-iban pic x(34).
            10 collection-amount pic 9(10)v99.
            10 collection-mandate pic x(35).
            10 collection-matched pic x.
                88 collection-is-matched value "Y".

    01 incoming-count pic 9(5) value 0.
    01 incoming-table.
        05 incoming-entry occurs 1 to 10000 times
            depending on incoming-count
            indexed by incoming-idx.
            10 incoming-beneficiary-iban pic x(34).
            10 incoming-amount pic 9(10)v99.
            10 incoming-remittance pic x(35).
            10 incoming-matched pic x.
                88 incoming-is-matched value "Y".

*>     a held credit is kept whole on the hold file in incoming-
*>     post's credit-line layout
    01 held-image.
        05 held-value-date pic x(8).
        05 held-ordering-name pic x(30).
        05 held-ordering-iban pic x(34).
        05 held-beneficiary-iban pic x(34).
        05 held-amount-text pic x(12).
        05 held-remittance-text pic x(35).
        05 filler pic x(47).
    01 held-count pic 9(5) value 0.
    01 held-table.
        05 held-entry occurs 1 to 10000 times
            depending on held-count
            indexed by held-idx.
            10 held-beneficiary pic x(34).
            10 held-amount pic 9(10)v99.
            10 held-remittance pic x(35).
            10 held-matched pic x.
                88 held-is-matched value "Y".

    01 ws-found pic x value "N".
        88 item-found value "Y".

    01 ws-ct-control-total pic 9(13)v99 value 0.
    01 ws-dd-control-total pic 9(13)v99 value 0.
    01 ws-incoming-control-total pic 9(13)v99 value 0.
    01 ws-credit-control-total pic 9(13)v99 value 0.
    01 ws-stmt-debit-total pic 9(13)v99 value 0.
    01 ws-stmt-credit-total pic 9(13)v99 value 0.
    01 ws-stmt-debit-count pic 9(7) value 0.
    01 ws-stmt-credit-count pic 9(7) value 0.
    01 ws-difference pic s9(13)v99.
    01 ws-break pic x value "N".
        88 reconciliation-break value "Y".

    01 ws-matched-count pic 9(7) value 0.
    01 ws-matched-total pic 9(13)v99 value 0.
    01 ws-stmt-only-count pic 9(7) value 0.
    01 ws-stmt-only-total pic 9(13)v99 value 0.
    01 ws-our-only-count pic 9(7) value 0.
    01 ws-our-only-total pic 9(13)v99 value 0.

    01 ws-count-edit pic zzzzzz9.
    01 ws-amount-edit pic -(12)9.99.
procedure division.
    accept ws-run-date from date yyyymmdd.
    move spaces to ws-date-heading.
    move ws-run-date(5:2) to ws-date-heading(1:2)
    move "/" to ws-date-heading(3:1)
    move ws-run-date(7:2) to ws-date-heading(4:2)
    move "/" to ws-date-heading(6:1)
    move ws-run-date(1:4) to ws-date-heading(7:4).
    accept statement-name from environment "MS_CAMT053_FILE"
        on exception
            move "resources/camt053-statement.xml" to statement-name
    end-accept.
    if statement-name = spaces
        move "resources/camt053-statement.xml" to statement-name
    end-if.

    open input statement-file.
    if not statement-ok
        display "camt053-recon: cannot open "
            function trim(statement-name) ", status "
            statement-status upon syserr
        move 1 to return-code
        stop run
    end-if.
    perform scan-statement-line until statement-status not = "00".
    close statement-file.

    perform load-transfer-batch.
    perform load-register.
    perform load-collection-batch.
    perform load-incoming-postings.
    perform load-held-credits.
    perform load-incoming-totals.

    open output recon-report.
    if not report-ok
        display "camt053-recon: cannot open "
            "reports/camt053-recon.txt, status " report-status
            upon syserr
        move 1 to return-code
        stop run
    end-if.
    perform print-control-page.
    if reconciliation-break
        move spaces to report-line
        write report-line
        move "*** RECONCILIATION BREAK -- STATEMENT TOTALS DO NOT AGREE"
            to report-line
        write report-line
        move "*** WITH OUR CONTROL TOTALS, DETAIL NOT MATCHED"
            to report-line
        write report-line
        close recon-report
        display "camt053-recon: reconciliation break, statement "
            function trim(stmt-id) " does not agree with the "
            "control totals" upon syserr
        move 2 to return-code
        stop run
    end-if.

    perform match-one-entry varying stmt-idx from 1 by 1
        until stmt-idx > stmt-count.
    perform print-matched.
    perform print-statement-only.
    perform print-our-side-only.
    close recon-report.

    display "camt053-recon: " stmt-count " entries, "
        ws-matched-count " matched, "
        ws-stmt-only-count " unmatched on statement, "
        ws-our-only-count " unmatched on our side, "
        ws-not-booked-count " not booked".
    if ws-stmt-only-count > 0 or ws-our-only-count > 0
        move 1 to return-code
    end-if.
    goback.

scan-statement-line section.
    read statement-file
        at end exit paragraph
    end-read.
    move length(function trim(statement-line, trailing)) to ws-xml-len.
    perform varying ws-xml-pos from 1 by 1
        until ws-xml-pos > ws-xml-len
        move statement-line(ws-xml-pos:1) to ws-xml-char
        evaluate true
            when in-tag and ws-xml-char = ">"
                perform end-of-tag
            when in-tag
                perform collect-tag-char
            when ws-xml-char = "<"
                perform start-of-tag
            when other
                if ws-value-ptr <= length(ws-xml-value)
                    move ws-xml-char to ws-xml-value(ws-value-ptr:1)
                    add 1 to ws-value-ptr
                end-if
        end-evaluate
    end-perform.

start-of-tag section.
*>     the text gathered since the last opening tag is that
*>     element's value
    if value-pending and ws-xml-value not = spaces
        perform take-element-value
    end-if.
    move "N" to ws-value-pending.
    move spaces to ws-tag-name.
    move 1 to ws-tag-ptr.
    move "N" to ws-tag-closing.
    move "N" to ws-tag-name-done.
    move space to ws-last-tag-char.
    move "Y" to ws-in-tag.

collect-tag-char section.
    evaluate true
        when ws-xml-char = "/" and ws-tag-ptr = 1
            move "Y" to ws-tag-closing
        when ws-xml-char = space
            move "Y" to ws-tag-name-done
        when tag-name-done or ws-xml-char = "/"
            continue
        when ws-tag-ptr <= length(ws-tag-name)
            move ws-xml-char to ws-tag-name(ws-tag-ptr:1)
            add 1 to ws-tag-ptr
    end-evaluate.
    move ws-xml-char to ws-last-tag-char.

end-of-tag section.
    move "N" to ws-in-tag.
    move spaces to ws-xml-value.
    move 1 to ws-value-ptr.
*>     the XML declaration, comments and namespace prefixes carry
*>     nothing the reconciliation needs
    if ws-tag-name(1:1) = "?" or ws-tag-name(1:1) = "!"
        exit paragraph
    end-if.
    if tag-is-closing
        perform close-element
        exit paragraph
    end-if.
    perform open-element.
    if ws-last-tag-char = "/"
        perform close-element
    else
        move "Y" to ws-value-pending
    end-if.

open-element section.
    move ws-current-tag to ws-prior-tag.
    move ws-tag-name to ws-current-tag.
    evaluate ws-tag-name
        when "Ntry"
            move "Y" to ws-in-entry
            move spaces to ws-party
            initialize entry-buffer
            move "N" to e-amount-set
        when "Acct"
            if not in-entry
                move "Y" to ws-in-account
            end-if
        when "TtlCdtNtries"
            move "C" to ws-summary-side
        when "TtlDbtNtries"
            move "D" to ws-summary-side
        when "Dbtr"
        when "DbtrAcct"
            move "D" to ws-party
        when "Cdtr"
        when "CdtrAcct"
            move "C" to ws-party
        when "UltmtDbtr"
        when "UltmtCdtr"
            move spaces to ws-party
        when "BookgDt"
            move "B" to ws-date-context
        when "ValDt"
            move "V" to ws-date-context
    end-evaluate.

close-element section.
    move "N" to ws-value-pending.
    evaluate ws-tag-name
        when "Ntry"
            perform store-entry
            move "N" to ws-in-entry
        when "Acct"
            move "N" to ws-in-account
        when "TtlCdtNtries"
        when "TtlDbtNtries"
            move spaces to ws-summary-side
        when "RltdPties"
            move spaces to ws-party
        when "BookgDt"
        when "ValDt"
            move spaces to ws-date-context
    end-evaluate.

take-element-value section.
    if not in-entry
        evaluate true
            when ws-current-tag = "Id" and ws-prior-tag = "Stmt"
                move ws-xml-value to stmt-id
            when ws-current-tag = "IBAN" and in-account
                move ws-xml-value to stmt-account-iban
            when ws-current-tag = "CreDtTm" and stmt-created = spaces
                move ws-xml-value to stmt-created
            when ws-current-tag = "Sum" and summary-credits
                and test-numval(function trim(ws-xml-value)) = 0
                move numval(ws-xml-value) to stmt-summary-credits
                move "Y" to ws-summary-seen
            when ws-current-tag = "Sum" and summary-debits
                and test-numval(function trim(ws-xml-value)) = 0
                move numval(ws-xml-value) to stmt-summary-debits
                move "Y" to ws-summary-seen
        end-evaluate
        exit paragraph
    end-if.
    evaluate true
        when ws-current-tag = "NtryRef"
            move ws-xml-value to e-reference
*>         the entry amount comes first; the amount details of the
*>         transaction further down repeat it and are not wanted
        when ws-current-tag = "Amt" and e-amount-set = "N"
            if test-numval(function trim(ws-xml-value)) = 0
                move numval(ws-xml-value) to e-amount
                move "Y" to e-amount-set
            end-if
        when ws-current-tag = "CdtDbtInd" and e-direction = spaces
            move ws-xml-value to e-direction
        when ws-current-tag = "Sts"
            move ws-xml-value to e-status
        when ws-current-tag = "Cd" and ws-prior-tag = "Sts"
            move ws-xml-value to e-status
        when ws-current-tag = "Cd" and ws-prior-tag = "Fmly"
            move ws-xml-value to e-family
        when (ws-current-tag = "Dt" or ws-current-tag = "DtTm")
            and booking-date-context
            move ws-xml-value to e-booking-date
        when (ws-current-tag = "Dt" or ws-current-tag = "DtTm")
            and value-date-context
            move ws-xml-value to e-value-date
        when ws-current-tag = "IBAN" and party-debtor
            move ws-xml-value to e-debtor-iban
        when ws-current-tag = "IBAN" and party-creditor
            move ws-xml-value to e-creditor-iban
        when ws-current-tag = "Nm" and party-debtor
            move ws-xml-value to e-debtor-name
        when ws-current-tag = "Nm" and party-creditor
            move ws-xml-value to e-creditor-name
        when ws-current-tag = "Ustrd" and e-remittance = spaces
            move ws-xml-value to e-remittance
        when ws-current-tag = "EndToEndId"
            move ws-xml-value to e-end-to-end
    end-evaluate.

store-entry section.
    if e-status not = spaces and e-status not = "BOOK"
        add 1 to ws-not-booked-count
        exit paragraph
    end-if.
    if stmt-count >= 5000
        exit paragraph
    end-if.
    add 1 to stmt-count.
    set stmt-idx to stmt-count.
    if e-reference = spaces
        move e-end-to-end to e-reference
    end-if.
    move e-reference to stmt-reference(stmt-idx).
    move e-amount to stmt-amount(stmt-idx).
    move e-direction to stmt-direction(stmt-idx).
    move e-value-date to stmt-value-date(stmt-idx).
    move e-family to stmt-family(stmt-idx).
    move e-debtor-iban to stmt-debtor-iban(stmt-idx).
    move e-creditor-iban to stmt-creditor-iban(stmt-idx).
    move e-remittance to stmt-remittance(stmt-idx).
    move "N" to stmt-matched(stmt-idx).
    move spaces to stmt-matched-to(stmt-idx).
    if stmt-debit(stmt-idx)
        add 1 to ws-stmt-debit-count
        add e-amount to ws-stmt-debit-total
    else
        add 1 to ws-stmt-credit-count
        add e-amount to ws-stmt-credit-total
    end-if.

load-transfer-batch section.
    open input sepa-batch.
    if not batch-ok
        exit paragraph
    end-if.
    perform until exit
        read sepa-batch at end exit perform end-read
        evaluate batch-record-type
            when "02"
                if detail-count < 10000
                    and test-numval(function trim(batch-amount)) = 0
                    add 1 to detail-count
                    set detail-idx to detail-count
                    move batch-creditor-iban
                        to detail-creditor-iban(detail-idx)
                    move numval(batch-amount) to detail-amount(detail-idx)
                    move batch-remittance to detail-remittance(detail-idx)
                    move "N" to detail-matched(detail-idx)
                end-if
            when "09"
                if test-numval(function trim(batch-trailer-total)) = 0
                    add numval(batch-trailer-total)
                        to ws-ct-control-total
                end-if
        end-evaluate
    end-perform.
    close sepa-batch.

load-register section.
    open input sepa-register.
    if not register-ok
        exit paragraph
    end-if.
    perform until exit
        read sepa-register at end exit perform end-read
*>         the column heading line is the only one whose amount
*>         column is not numeric
        if register-count < 10000
            and test-numval(function trim(reg-amount)) = 0
            add 1 to register-count
            set register-idx to register-count
            move reg-creditor-iban
                to register-creditor-iban(register-idx)
            move numval(reg-amount) to register-amount(register-idx)
            move "N" to register-used(register-idx)
        end-if
    end-perform.
    close sepa-register.

load-collection-batch section.
    open input collection-batch.
    if not collection-ok
        exit paragraph
    end-if.
    perform until exit
        read collection-batch at end exit perform end-read
        evaluate coll-record-type
            when "02"
                if collection-count < 10000
                    and test-numval(function trim(coll-amount)) = 0
                    add 1 to collection-count
                    set collection-idx to collection-count
                    move coll-debtor-iban
                        to collection-debtor-iban(collection-idx)
                    move numval(coll-amount)
                        to collection-amount(collection-idx)
                    move coll-mandate-reference
                        to collection-mandate(collection-idx)
                    move "N" to collection-matched(collection-idx)
                end-if
            when "09"
                if test-numval(function trim(coll-trailer-total)) = 0
                    add numval(coll-trailer-total)
                        to ws-dd-control-total
                end-if
        end-evaluate
    end-perform.
    close collection-batch.

load-incoming-postings section.
    open input incoming-postings.
    if not postings-ok
        exit paragraph
    end-if.
    perform until exit
        read incoming-postings at end exit perform end-read
        if incoming-count < 10000
            and not post-released
            and test-numval(function trim(post-amount)) = 0
            add 1 to incoming-count
            set incoming-idx to incoming-count
            move post-beneficiary-iban
                to incoming-beneficiary-iban(incoming-idx)
            move numval(post-amount) to incoming-amount(incoming-idx)
            move post-remittance to incoming-remittance(incoming-idx)
            move "N" to incoming-matched(incoming-idx)
        end-if
    end-perform.
    close incoming-postings.

load-held-credits section.
*>     the day's credits held for screening were delivered, so they
*>     are on the statement, but were never posted
    open input hold-file.
    if not hold-file-ok
        exit paragraph
    end-if.
    perform until exit
        read hold-file at end exit perform end-read
        move hold-image to held-image
        if held-count < 10000
            and hold-from-incoming
            and hold-id(1:8) = ws-run-date
            and test-numval(function trim(held-amount-text)) = 0
            add 1 to held-count
            set held-idx to held-count
            move held-beneficiary-iban to held-beneficiary(held-idx)
            move numval(held-amount-text) to held-amount(held-idx)
            move held-remittance-text to held-remittance(held-idx)
            move "N" to held-matched(held-idx)
        end-if
    end-perform.
    close hold-file.

load-incoming-totals section.
*>     every credit the bank delivered on incoming-credits is on the
*>     statement, posted or not -- the control is matched plus
*>     unmatched plus held for screening off incoming-post's totals
*>     page; the released credits it posted from an earlier day's
*>     delivery are on their own RELEASED and REL UNMATCHED lines,
*>     which are left out
    open input incoming-totals.
    if not totals-ok
        exit paragraph
    end-if.
    perform until exit
        read incoming-totals at end exit perform end-read
        if test-numval(function trim(totals-line(30:16))) = 0
            evaluate true
                when totals-line(1:8) = "MATCHED "
                when totals-line(1:9) = "UNMATCHED"
                when totals-line(1:5) = "HELD "
                    add numval(totals-line(30:16))
                        to ws-incoming-control-total
            end-evaluate
        end-if
    end-perform.
    close incoming-totals.

print-control-page section.
    move spaces to report-line.
    move "CAMT.053 STATEMENT RECONCILIATION" to report-line(1:33).
    move ws-date-heading to report-line(100:10).
    write report-line.
    move spaces to report-line.
    move "STATEMENT" to report-line(1:9).
    move stmt-id to report-line(12:35).
    move "ACCOUNT" to report-line(50:7).
    move stmt-account-iban to report-line(58:34).
    move stmt-created to report-line(94:19).
    write report-line.
    move spaces to report-line.
    write report-line.
    move spaces to report-line.
    move "CONTROL" to report-line(1:7).
    move "ENTRIES" to report-line(34:7).
    move "STATEMENT" to report-line(49:9).
    move "OUR CONTROL" to report-line(64:11).
    move "DIFFERENCE" to report-line(84:10).
    move "STATUS" to report-line(96:6).
    write report-line.

    move spaces to report-line.
    move "DEBITS VS TRANSFER 09 TRAILER" to report-line(1:29).
    move ws-stmt-debit-count to ws-count-edit.
    move ws-count-edit to report-line(34:7).
    move ws-stmt-debit-total to ws-amount-edit.
    move ws-amount-edit to report-line(42:16).
    move ws-ct-control-total to ws-amount-edit.
    move ws-amount-edit to report-line(59:16).
    compute ws-difference = ws-stmt-debit-total - ws-ct-control-total.
    perform print-control-status.

    add ws-dd-control-total, ws-incoming-control-total
        giving ws-credit-control-total.
    move spaces to report-line.
    move "CREDITS VS 09 TRAILER+INCOMING" to report-line(1:30).
    move ws-stmt-credit-count to ws-count-edit.
    move ws-count-edit to report-line(34:7).
    move ws-stmt-credit-total to ws-amount-edit.
    move ws-amount-edit to report-line(42:16).
    move ws-credit-control-total to ws-amount-edit.
    move ws-amount-edit to report-line(59:16).
    compute ws-difference =
        ws-stmt-credit-total - ws-credit-control-total.
    perform print-control-status.

*>     the statement's own summary has to agree with the entries it
*>     carries, or entries were lost between the bank and us
    if summary-seen
        move spaces to report-line
        move "SUMMARY DEBITS VS ENTRIES" to report-line(1:25)
        move stmt-summary-debits to ws-amount-edit
        move ws-amount-edit to report-line(42:16)
        move ws-stmt-debit-total to ws-amount-edit
        move ws-amount-edit to report-line(59:16)
        compute ws-difference =
            stmt-summary-debits - ws-stmt-debit-total
        perform print-control-status
        move spaces to report-line
        move "SUMMARY CREDITS VS ENTRIES" to report-line(1:26)
        move stmt-summary-credits to ws-amount-edit
        move ws-amount-edit to report-line(42:16)
        move ws-stmt-credit-total to ws-amount-edit
        move ws-amount-edit to report-line(59:16)
        compute ws-difference =
            stmt-summary-credits - ws-stmt-credit-total
        perform print-control-status
    end-if.

    move spaces to report-line.
    move "ENTRIES NOT BOOKED" to report-line(1:18).
    move ws-not-booked-count to ws-count-edit.
    move ws-count-edit to report-line(34:7).
    write report-line.

print-control-status section.
    move ws-difference to ws-amount-edit.
    move ws-amount-edit to report-line(79:16).
    if ws-difference = 0
        move "AGREES" to report-line(96:6)
    else
        move "BREAK" to report-line(96:5)
        move "Y" to ws-break
    end-if.
    write report-line.

match-one-entry section.
    if stmt-debit(stmt-idx)
        perform match-transfer
    else
        perform match-collection
        if not stmt-is-matched(stmt-idx)
            perform match-incoming
        end-if
        if not stmt-is-matched(stmt-idx)
            perform match-held
        end-if
    end-if.
    if stmt-is-matched(stmt-idx)
        add 1 to ws-matched-count
        add stmt-amount(stmt-idx) to ws-matched-total
    end-if.

match-transfer section.
*>     creditor IBAN and amount; a statement entry that names no
*>     creditor account falls back to the remittance text
    move "N" to ws-found.
    perform varying detail-idx from 1 by 1
        until detail-idx > detail-count
        if not detail-is-matched(detail-idx)
            and detail-amount(detail-idx) = stmt-amount(stmt-idx)
            and (detail-creditor-iban(detail-idx)
                    = stmt-creditor-iban(stmt-idx)
                or (stmt-creditor-iban(stmt-idx) = spaces
                    and detail-remittance(detail-idx)
                        = stmt-remittance(stmt-idx)))
            move "Y" to ws-found
            exit perform
        end-if
    end-perform.
    if not item-found
        exit paragraph
    end-if.
    move "Y" to detail-matched(detail-idx).
    move "Y" to stmt-matched(stmt-idx).
    move "N" to ws-found.
    perform varying register-idx from 1 by 1
        until register-idx > register-count
        if not register-is-used(register-idx)
            and register-amount(register-idx) = detail-amount(detail-idx)
            and register-creditor-iban(register-idx)
                = detail-creditor-iban(detail-idx)
            move "Y" to ws-found
            exit perform
        end-if
    end-perform.
    if item-found
        move "Y" to register-used(register-idx)
        move "TRANSFER 02 + REGISTER" to stmt-matched-to(stmt-idx)
    else
        move "TRANSFER 02, NOT ON REGISTER"
            to stmt-matched-to(stmt-idx)
    end-if.

match-collection section.
    move "N" to ws-found.
    perform varying collection-idx from 1 by 1
        until collection-idx > collection-count
        if not collection-is-matched(collection-idx)
            and collection-amount(collection-idx)
                = stmt-amount(stmt-idx)
            and collection-debtor-iban(collection-idx)
                = stmt-debtor-iban(stmt-idx)
            move "Y" to ws-found
            exit perform
        end-if
    end-perform.
    if not item-found
        exit paragraph
    end-if.
    move "Y" to collection-matched(collection-idx).
    move "Y" to stmt-matched(stmt-idx).
    move "COLLECTION 02" to stmt-matched-to(stmt-idx).

match-incoming section.
    move "N" to ws-found.
    perform varying incoming-idx from 1 by 1
        until incoming-idx > incoming-count
        if not incoming-is-matched(incoming-idx)
            and incoming-amount(incoming-idx) = stmt-amount(stmt-idx)
            and incoming-remittance(incoming-idx)
                = stmt-remittance(stmt-idx)
            and (stmt-creditor-iban(stmt-idx) = spaces
                or stmt-creditor-iban(stmt-idx)
                    = incoming-beneficiary-iban(incoming-idx))
            move "Y" to ws-found
            exit perform
        end-if
    end-perform.
    if not item-found
        exit paragraph
    end-if.
    move "Y" to incoming-matched(incoming-idx).
    move "Y" to stmt-matched(stmt-idx).
    move "INCOMING POSTING" to stmt-matched-to(stmt-idx).

match-held section.
    move "N" to ws-found.
    perform varying held-idx from 1 by 1 until held-idx > held-count
        if not held-is-matched(held-idx)
            and held-amount(held-idx) = stmt-amount(stmt-idx)
            and held-remittance(held-idx) = stmt-remittance(stmt-idx)
            and (stmt-creditor-iban(stmt-idx) = spaces
                or stmt-creditor-iban(stmt-idx)
                    = held-beneficiary(held-idx))
            move "Y" to ws-found
            exit perform
        end-if
    end-perform.
    if not item-found
        exit paragraph
    end-if.
    move "Y" to held-matched(held-idx).
    move "Y" to stmt-matched(stmt-idx).
    move "HELD FOR SCREENING" to stmt-matched-to(stmt-idx).

print-section-heading section.
    move spaces to report-line.
    move "TYPE" to report-line(1:4).
    move "REFERENCE" to report-line(7:9).
    move "COUNTERPARTY IBAN" to report-line(43:17).
    move "AMOUNT" to report-line(88:6).
    move "MATCHED TO / REMITTANCE" to report-line(96:23).
    write report-line.

print-matched section.
    move spaces to report-line.
    write report-line.
    move "MATCHED ITEMS" to report-line.
    write report-line.
    perform print-section-heading.
    perform varying stmt-idx from 1 by 1 until stmt-idx > stmt-count
        if stmt-is-matched(stmt-idx)
            perform format-statement-line
            move stmt-matched-to(stmt-idx) to report-line(96:30)
            write report-line
        end-if
    end-perform.
    move "TOTAL MATCHED" to report-line.
    move ws-matched-count to ws-count-edit.
    move ws-count-edit to report-line(43:7).
    move ws-matched-total to ws-amount-edit.
    move ws-amount-edit to report-line(78:16).
    write report-line.

print-statement-only section.
    move spaces to report-line.
    write report-line.
    move "UNMATCHED ON STATEMENT" to report-line.
    write report-line.
    perform print-section-heading.
    perform varying stmt-idx from 1 by 1 until stmt-idx > stmt-count
        if not stmt-is-matched(stmt-idx)
            perform format-statement-line
            move stmt-remittance(stmt-idx) to report-line(96:35)
            write report-line
            add 1 to ws-stmt-only-count
            add stmt-amount(stmt-idx) to ws-stmt-only-total
        end-if
    end-perform.
    move "TOTAL UNMATCHED ON STATEMENT" to report-line.
    move ws-stmt-only-count to ws-count-edit.
    move ws-count-edit to report-line(43:7).
    move ws-stmt-only-total to ws-amount-edit.
    move ws-amount-edit to report-line(78:16).
    write report-line.

format-statement-line section.
    move spaces to report-line.
    move stmt-direction(stmt-idx) to report-line(1:4).
    move stmt-reference(stmt-idx) to report-line(7:35).
    if stmt-debit(stmt-idx)
        move stmt-creditor-iban(stmt-idx) to report-line(43:34)
    else
        move stmt-debtor-iban(stmt-idx) to report-line(43:34)
    end-if.
    move stmt-amount(stmt-idx) to ws-amount-edit.
    move ws-amount-edit to report-line(78:16).

print-our-side-only section.
    move spaces to report-line.
    write report-line.
    move "UNMATCHED ON OUR SIDE" to report-line.
    write report-line.
    perform print-section-heading.
    perform varying detail-idx from 1 by 1
        until detail-idx > detail-count
        if not detail-is-matched(detail-idx)
            move spaces to report-line
            move "CT" to report-line(1:2)
            move detail-remittance(detail-idx) to report-line(7:35)
            move detail-creditor-iban(detail-idx) to report-line(43:34)
            move detail-amount(detail-idx) to ws-amount-edit
            move ws-amount-edit to report-line(78:16)
            move "TRANSFER 02 NOT BOOKED" to report-line(96:30)
            write report-line
            add 1 to ws-our-only-count
            add detail-amount(detail-idx) to ws-our-only-total
        end-if
    end-perform.
    perform varying collection-idx from 1 by 1
        until collection-idx > collection-count
        if not collection-is-matched(collection-idx)
            move spaces to report-line
            move "DD" to report-line(1:2)
            move collection-mandate(collection-idx) to report-line(7:35)
            move collection-debtor-iban(collection-idx)
                to report-line(43:34)
            move collection-amount(collection-idx) to ws-amount-edit
            move ws-amount-edit to report-line(78:16)
            move "COLLECTION 02 NOT BOOKED" to report-line(96:30)
            write report-line
            add 1 to ws-our-only-count
            add collection-amount(collection-idx) to ws-our-only-total
        end-if
    end-perform.
    perform varying incoming-idx from 1 by 1
        until incoming-idx > incoming-count
        if not incoming-is-matched(incoming-idx)
            move spaces to report-line
            move "CR" to report-line(1:2)
            move incoming-remittance(incoming-idx) to report-line(7:35)
            move incoming-beneficiary-iban(incoming-idx)
                to report-line(43:34)
            move incoming-amount(incoming-idx) to ws-amount-edit
            move ws-amount-edit to report-line(78:16)
            move "INCOMING POSTING NOT BOOKED" to report-line(96:30)
            write report-line
            add 1 to ws-our-only-count
            add incoming-amount(incoming-idx) to ws-our-only-total
        end-if
    end-perform.
    perform varying held-idx from 1 by 1 until held-idx > held-count
        if not held-is-matched(held-idx)
            move spaces to report-line
            move "CR" to report-line(1:2)
            move held-remittance(held-idx) to report-line(7:35)
            move held-beneficiary(held-idx) to report-line(43:34)
            move held-amount(held-idx) to ws-amount-edit
            move ws-amount-edit to report-line(78:16)
            move "HELD CREDIT NOT BOOKED" to report-line(96:30)
            write report-line
            add 1 to ws-our-only-count
            add held-amount(held-idx) to ws-our-only-total
        end-if
    end-perform.
    move "TOTAL UNMATCHED ON OUR SIDE" to report-line.
    move ws-our-only-count to ws-count-edit.
    move ws-count-edit to report-line(43:7).
    move ws-our-only-total to ws-amount-edit.
    move ws-amount-edit to report-line(78:16).
    write report-line.
end program camt053-recon.
