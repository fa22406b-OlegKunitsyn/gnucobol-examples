       >>SOURCE FORMAT FREE
*>*
*> Retention and anonymization of closed accounts: once the period
*> an account's data must legally be kept after it was closed has
*> run out, the customer's name and the free-text remittance that
*> goes with the account's payments are replaced by the fixed value
*> ANONYMIZED, on the masters and in every retained file that
*> carries them. Amounts, dates, IBANs (and with them the IBAN
*> country) and account numbers stay as they were, so statistics,
*> balancing and the audit trail still add up.
*>
*> The periods come from resources/retention-rules.txt
*> (MS_RETENTION_RULES_FILE), one line per data type, "type,days":
*> the number of days after closure that type of data is kept
*> identifiable. A type with no line is never anonymized.
*>   ACCOUNT-MASTER     master-customer-name on the account master
*>   CUSTOMER-MASTER    name and address on the customer master, once
*>                      every account the customer holds qualifies
*>   AUDIT-LOG          the name in the before- and after-images on
*>                      reports/account-master-audit.log
*>   IBAN-CLEAN         acct-customer-name on reports/iban-clean.txt
*>   INCOMING-POSTINGS  customer name, ordering name and remittance on
*>                      reports/incoming-postings.txt
*>   SEPA-HISTORY       the remittance on resources/sepa-history.txt
*>                      and resources/sepa-returns-history.txt,
*>                      debtor or creditor side
*>   LOG-ARCHIVE        the name wherever it appears in the rotation
*>                      archive (MS_LOG_ARCHIVE_DIR, default
*>                      reports/archive); the archive carries no
*>                      IBAN, so it is matched on the name, and so
*>                      is done no later than the master is
*>   MANDATE-MASTER     mandate-debtor-name on the mandate master, for
*>                      the mandates collecting from the account
*>   ACCOUNT-LEDGER     the name on the account's balance record of
*>                      the account ledger, and the remittance in
*>                      the reference of its credit, transfer and
*>                      return entries
*>   CUSTOMER-AUDIT-LOG name and address in the before- and after-
*>                      images on reports/customer-master-audit.log,
*>                      once every account the customer holds
*>                      qualifies, as for CUSTOMER-MASTER
*> The sepa-register carries no name or remittance -- only the
*> creditor IBAN and the creditor bank's name and city -- and needs
*> nothing.
*>
*> The closure date is the stamp of the account's last CLS on the
*> audit log (a later REA cancels it). A closed account the log has
*> no closure for is kept and listed for a decision by hand.
*>
*> Each anonymization of the account master is journaled on the
*> audit log as action ANO, so master-restore replays it onto a
*> restored copy; its before-image is journaled with the name
*> already replaced, as the point of the change is that the name
*> is kept nowhere. The backup copies master-backup takes still
*> hold the name until they age out of its retention window.
*>
*> Every record anonymized is counted onto the erasure register
*> (reports/erasure-register.txt, appended, never rewritten), one
*> line per account and data type:
*>   stamp,type,iban,account number,customer id,closed date,records
*> (iban and account number are "-" on a CUSTOMER-MASTER and a
*> CUSTOMER-AUDIT-LOG line), so
*> a data-subject erasure request can be answered from it and the
*> erasure evidenced. A rerun finds nothing left to do and writes
*> nothing. The run is printed on reports/data-retention.txt.
*>*
identification division.
program-id. data-retention.
environment division.
configuration section.
repository. function all intrinsic.
input-output section.
file-control.
    select rules-file assign to dynamic rules-file-name
        organization line sequential
        file status is rules-status.
    select account-master assign to "resources/account-master.dat"
        organization indexed
        access dynamic
        record key master-iban
        file status is account-file-status.
    select customer-master assign to "resources/customer-master.dat"
        organization indexed
        access dynamic
        record key cust-id
        file status is customer-file-status.
    select mandate-master assign to "resources/mandate-master.dat"
        organization indexed
        access dynamic
        record key mandate-reference
        file status is mandate-file-status.
    select account-ledger assign to "resources/account-ledger.dat"
        organization indexed
        access dynamic
        record key ledger-key
        file status is ledger-file-status.
    select audit-file assign to "reports/account-master-audit.log"
        organization line sequential
        file status is audit-status.
    select work-in assign to dynamic work-in-name
        organization line sequential
        file status is work-in-status.
    select work-out assign to dynamic work-out-name
        organization line sequential
        file status is work-out-status.
    select erasure-register assign to "reports/erasure-register.txt"
        organization line sequential
        file status is register-status.
    select retention-report assign to "reports/data-retention.txt"
        organization line sequential
        file status is report-status.
data division.
file section.
fd rules-file.
    01 rules-line pic x(80).
fd account-master.
    copy "modules/account-master-record.cpy".
fd customer-master.
    copy "modules/customer-record.cpy".
fd mandate-master.
    copy "modules/mandate-record.cpy".
fd account-ledger.
    copy "modules/ledger-record.cpy".
fd audit-file.
    01 audit-record pic x(240).
*>     the retained text files are each read through work-in and
*>     written back through work-out
fd work-in.
    01 work-in-record pic x(512).
fd work-out.
    01 work-out-record pic x(512).
fd erasure-register.
    01 erasure-line pic x(120).
fd retention-report.
    01 report-line pic x(132).
working-storage section.
    01 rules-status pic x(2).
        88 rules-ok value "00".
    01 account-file-status pic x(2).
        88 account-file-ok value "00".
    01 customer-file-status pic x(2).
        88 customer-file-ok value "00".
    01 mandate-file-status pic x(2).
        88 mandate-file-ok value "00".
    01 ledger-file-status pic x(2).
        88 ledger-file-ok value "00".
    01 audit-status pic x(2).
        88 audit-ok value "00".
    01 work-in-status pic x(2).
        88 work-in-ok value "00".
    01 work-out-status pic x(2).
        88 work-out-ok value "00".
    01 register-status pic x(2).
        88 register-ok value "00".
    01 report-status pic x(2).
        88 report-ok value "00".

    01 rules-file-name pic x(256).
    01 work-in-name pic x(256).
    01 work-out-name pic x(256).
    01 archive-dir pic x(256) value "reports/archive".
    01 anonymized-value pic x(10) value "ANONYMIZED".
    01 ws-stamp pic x(21).
    01 ws-run-date pic x(8).
    01 ws-run-day pic 9(8) comp.

*>     the data types, in the order of the rule-days table
    01 type-names.
        05 filler pic x(18) value "ACCOUNT-MASTER".
        05 filler pic x(18) value "CUSTOMER-MASTER".
        05 filler pic x(18) value "AUDIT-LOG".
        05 filler pic x(18) value "IBAN-CLEAN".
        05 filler pic x(18) value "INCOMING-POSTINGS".
        05 filler pic x(18) value "SEPA-HISTORY".
        05 filler pic x(18) value "LOG-ARCHIVE".
        05 filler pic x(18) value "MANDATE-MASTER".
        05 filler pic x(18) value "ACCOUNT-LEDGER".
        05 filler pic x(18) value "CUSTOMER-AUDIT-LOG".
    01 type-name-table redefines type-names.
        05 type-name pic x(18) occurs 10 times.
    78 TYPE-ACCOUNT value 1.
    78 TYPE-CUSTOMER value 2.
    78 TYPE-AUDIT value 3.
    78 TYPE-CLEAN value 4.
    78 TYPE-POSTINGS value 5.
    78 TYPE-HISTORY value 6.
    78 TYPE-ARCHIVE value 7.
    78 TYPE-MANDATE value 8.
    78 TYPE-LEDGER value 9.
    78 TYPE-CUSTOMER-AUDIT value 10.
    01 rule-table.
        05 rule-entry occurs 10 times.
            10 rule-set pic x.
                88 rule-is-set value "Y".
            10 rule-days pic 9(6).
    01 ws-type pic 99.
    01 ws-rule-type pic x(20).
    01 ws-rule-days pic x(10).

*>     the last closure the audit log shows for each IBAN
    01 closure-count pic 9(5) value 0.
    01 closure-table.
        05 closure-entry occurs 1 to 20000 times
            depending on closure-count
            indexed by closure-idx.
            10 cl-iban pic x(34).
            10 cl-stamp pic x(14).
    01 ws-audit-ptr pic 9(3).
    01 ws-audit-operator pic x(30).
    01 ws-audit-action pic x(3).
    01 ws-image-iban pic x(34).
    01 ws-closure-stamp pic x(14).

*>     the closed accounts with at least one type due, in IBAN order
*>     as the master is read
    01 subject-count pic 9(5) value 0.
    01 subject-table.
        05 subject-entry occurs 0 to 10000 times
            depending on subject-count
            ascending key is sj-iban
            indexed by subject-idx.
            10 sj-iban pic x(34).
            10 sj-account pic x(10).
            10 sj-customer pic x(10).
            10 sj-name pic x(30).
            10 sj-closed pic x(8).
            10 sj-due pic x occurs 10 times.
            10 sj-changed pic 9(7) occurs 10 times.
    01 ws-days-closed pic s9(7).
    01 ws-any-due pic x.
    01 ws-subject-found pic x.
        88 subject-found value "Y".
    01 ws-lookup-iban pic x(34).

*>     customers on the master, and whether every account they hold
*>     is closed and past the CUSTOMER-MASTER period, and past the
*>     CUSTOMER-AUDIT-LOG period
    01 holder-count pic 9(5) value 0.
    01 holder-table.
        05 holder-entry occurs 1 to 10000 times
            depending on holder-count
            indexed by holder-idx.
            10 ho-customer pic x(10).
            10 ho-all-due pic x.
            10 ho-closed pic x(8).
            10 ho-audit-due pic x.
            10 ho-audit-changed pic 9(7).
    01 ws-holder-due pic x.
    01 ws-holder-audit-due pic x.

    01 unknown-count pic 9(5) value 0.
    01 ws-unknown-idx pic 9(5).
    01 unknown-table.
        05 unknown-iban pic x(34) occurs 500 times.

    01 ws-changed pic x.
        88 record-changed value "Y".
    01 ws-file-changed pic x.
        88 file-changed value "Y".
    01 ws-text pic x(512).
    01 ws-name-text pic x(30).
    01 ws-customer-id pic x(10).
    01 ws-holder-found pic x.
        88 holder-found value "Y".
    01 ws-image-pos pic 9(3).
    01 type-totals.
        05 type-total pic 9(7) occurs 10 times.
    01 ws-customer-total pic 9(7) value 0.

    01 archive-list-name pic x(40) value "reports/data-retention.list".
    01 archive-file pic x(256).
    01 ws-archive-files pic 9(5) value 0.
    01 ws-archive-idx pic 9(5).

    01 ws-lines-on-page pic 9(3) value 0.
    01 ws-page-number pic 9(3) value 0.
    01 ws-page-text pic zz9.
    01 ws-count-edit pic z(6)9.
    01 ws-register-count pic 9(7).
    01 ws-register-type pic x(18).
    01 ws-register-iban pic x(34).
    01 ws-register-account pic x(10).
    01 ws-register-customer pic x(10).
    01 ws-register-closed pic x(8).
    01 ws-register-lines pic 9(7) value 0.

    01 shell-command pic x(1024).
    01 shell-rc pic s9(9) comp.
procedure division.
    move function current-date to ws-stamp.
    move ws-stamp(1:8) to ws-run-date.
    compute ws-run-day = function integer-of-date(
        function numval(ws-run-date)).
    accept archive-dir from environment "MS_LOG_ARCHIVE_DIR"
        on exception move "reports/archive" to archive-dir
    end-accept.

    perform load-retention-rules.
    perform load-closure-dates.

    open output retention-report.
    if not report-ok
        display "data-retention: cannot open retention-report, status "
            report-status upon syserr
        move 1 to return-code
        stop run
    end-if.
    open extend erasure-register.
    if register-status not = "00"
        open output erasure-register
    end-if.
    if not register-ok
        display "data-retention: cannot open erasure-register, status "
            register-status upon syserr
        close retention-report
        move 1 to return-code
        stop run
    end-if.

    perform find-subjects.
    if subject-count > 0
        perform anonymize-account-master
        perform anonymize-customer-master
        perform anonymize-audit-log
        perform anonymize-iban-clean
        perform anonymize-incoming-postings
        perform anonymize-sepa-history
        perform anonymize-log-archive
        perform anonymize-mandate-master
        perform anonymize-account-ledger
        perform anonymize-customer-audit-log
    end-if.

    perform print-retention-report.
    perform varying subject-idx from 1 by 1
        until subject-idx > subject-count
        perform write-subject-register
    end-perform.
    close erasure-register, retention-report.

    display "data-retention: " subject-count " closed accounts due, "
        type-total(TYPE-ACCOUNT) " master records, "
        ws-customer-total " customers, " ws-register-lines
        " erasure register lines".
    goback.

*>----------------------------------------------------------------
*> rules and closures
*>----------------------------------------------------------------
load-retention-rules section.
    move spaces to rule-table.
    accept rules-file-name from environment "MS_RETENTION_RULES_FILE"
        on exception move "resources/retention-rules.txt"
            to rules-file-name
    end-accept.
    if rules-file-name = spaces
        move "resources/retention-rules.txt" to rules-file-name
    end-if.
    open input rules-file.
    if not rules-ok
        display "data-retention: cannot open "
            function trim(rules-file-name) ", status " rules-status
            upon syserr
        move 1 to return-code
        stop run
    end-if.
    perform until exit
        read rules-file at end exit perform end-read
        if rules-line(1:1) not = "*" and rules-line not = spaces
            move spaces to ws-rule-type, ws-rule-days
            unstring rules-line delimited by ","
                into ws-rule-type, ws-rule-days
            end-unstring
            perform varying ws-type from 1 by 1 until ws-type > 10
                if function upper-case(function trim(ws-rule-type))
                    = type-name(ws-type)
                    and function trim(ws-rule-days) is numeric
                    move "Y" to rule-set(ws-type)
                    move function numval(ws-rule-days)
                        to rule-days(ws-type)
                end-if
            end-perform
        end-if
    end-perform.
    close rules-file.

load-closure-dates section.
*>     stamp,operator,action,before-image[,after-image]
    open input audit-file.
    if not audit-ok
        exit paragraph
    end-if.
    perform until exit
        read audit-file at end exit perform end-read
        perform take-apart-audit-line
        if ws-audit-action = "CLS" or ws-audit-action = "REA"
            set closure-idx to 1
            search closure-entry
                at end
                    if closure-count < 20000
                        add 1 to closure-count
                        set closure-idx to closure-count
                        move ws-image-iban to cl-iban(closure-idx)
                        move spaces to cl-stamp(closure-idx)
                    end-if
                when cl-iban(closure-idx) = ws-image-iban
                    continue
            end-search
            if closure-idx <= closure-count
                if ws-audit-action = "CLS"
                    move audit-record(1:14) to cl-stamp(closure-idx)
                else
                    move spaces to cl-stamp(closure-idx)
                end-if
            end-if
        end-if
    end-perform.
    close audit-file.

take-apart-audit-line section.
    move spaces to ws-audit-operator, ws-audit-action, ws-image-iban.
    move 16 to ws-audit-ptr.
    unstring audit-record delimited by ","
        into ws-audit-operator, ws-audit-action
        with pointer ws-audit-ptr
    end-unstring.
    if ws-audit-ptr > 145
        move 0 to ws-audit-ptr
        exit paragraph
    end-if.
    move audit-record(ws-audit-ptr:34) to ws-image-iban.
*>     an opening has no before-image; its IBAN is on the after-image
    if ws-image-iban = spaces
        and audit-record(ws-audit-ptr + 96:1) = ","
        move audit-record(ws-audit-ptr + 97:34) to ws-image-iban
    end-if.

*>----------------------------------------------------------------
*> the accounts due
*>----------------------------------------------------------------
find-subjects section.
    open input account-master.
    if not account-file-ok
        display "data-retention: cannot open account-master, status "
            account-file-status upon syserr
        move 1 to return-code
        exit paragraph
    end-if.
    perform until exit
        read account-master next record at end exit perform end-read
        if master-closed
            perform consider-closed-account
        else
            if master-customer-id not = spaces
                move "N" to ws-holder-due, ws-holder-audit-due
                perform note-holder
            end-if
        end-if
    end-perform.
    close account-master.

consider-closed-account section.
    set closure-idx to 1.
    search closure-entry
        at end
            move spaces to ws-closure-stamp
        when cl-iban(closure-idx) = master-iban
            move cl-stamp(closure-idx) to ws-closure-stamp
    end-search.
    if ws-closure-stamp(1:8) is not numeric
        if unknown-count < 500
            add 1 to unknown-count
            move master-iban to unknown-iban(unknown-count)
        end-if
        if master-customer-id not = spaces
            move "N" to ws-holder-due, ws-holder-audit-due
            perform note-holder
        end-if
        exit paragraph
    end-if.
    compute ws-days-closed = ws-run-day
        - function integer-of-date(function numval(ws-closure-stamp(1:8))).

    if master-customer-id not = spaces
        move "N" to ws-holder-due, ws-holder-audit-due
        if rule-is-set(TYPE-CUSTOMER)
            and ws-days-closed >= rule-days(TYPE-CUSTOMER)
            move "Y" to ws-holder-due
        end-if
        if rule-is-set(TYPE-CUSTOMER-AUDIT)
            and ws-days-closed >= rule-days(TYPE-CUSTOMER-AUDIT)
            move "Y" to ws-holder-audit-due
        end-if
        perform note-holder
    end-if.

    if subject-count >= 10000
        exit paragraph
    end-if.
    add 1 to subject-count.
    set subject-idx to subject-count.
    move master-iban to sj-iban(subject-idx).
    move master-account-number to sj-account(subject-idx).
    move master-customer-id to sj-customer(subject-idx).
    move master-customer-name to sj-name(subject-idx).
    move ws-closure-stamp(1:8) to sj-closed(subject-idx).
    move "N" to ws-any-due.
    perform varying ws-type from 1 by 1 until ws-type > 10
        move "N" to sj-due(subject-idx, ws-type)
        move 0 to sj-changed(subject-idx, ws-type)
        if rule-is-set(ws-type)
            and ws-days-closed >= rule-days(ws-type)
            move "Y" to sj-due(subject-idx, ws-type)
            move "Y" to ws-any-due
        end-if
    end-perform.
*>     the archive is found by the name, which is gone once the
*>     master is anonymized
    if sj-due(subject-idx, TYPE-ACCOUNT) = "Y"
        move "Y" to sj-due(subject-idx, TYPE-ARCHIVE)
    end-if.
    if ws-any-due not = "Y"
        subtract 1 from subject-count
    end-if.

note-holder section.
    set holder-idx to 1.
    search holder-entry
        at end
            if holder-count < 10000
                add 1 to holder-count
                set holder-idx to holder-count
                move master-customer-id to ho-customer(holder-idx)
                move "Y" to ho-all-due(holder-idx)
                move spaces to ho-closed(holder-idx)
                move "Y" to ho-audit-due(holder-idx)
                move 0 to ho-audit-changed(holder-idx)
            else
                exit paragraph
            end-if
        when ho-customer(holder-idx) = master-customer-id
            continue
    end-search.
    if ws-holder-due not = "Y"
        move "N" to ho-all-due(holder-idx)
    end-if.
    if ws-holder-audit-due not = "Y"
        move "N" to ho-audit-due(holder-idx)
    end-if.
    if ws-holder-due = "Y" or ws-holder-audit-due = "Y"
        if ws-closure-stamp(1:8) > ho-closed(holder-idx)
            move ws-closure-stamp(1:8) to ho-closed(holder-idx)
        end-if
    end-if.

*> the subject an IBAN belongs to, if it is due for ws-type
find-subject section.
    move "N" to ws-subject-found.
    if ws-lookup-iban = spaces
        exit paragraph
    end-if.
    search all subject-entry
        when sj-iban(subject-idx) = ws-lookup-iban
            if sj-due(subject-idx, ws-type) = "Y"
                move "Y" to ws-subject-found
            end-if
    end-search.

count-change section.
    add 1 to sj-changed(subject-idx, ws-type).
    add 1 to type-total(ws-type).

*>----------------------------------------------------------------
*> the masters
*>----------------------------------------------------------------
anonymize-account-master section.
    open i-o account-master.
    if not account-file-ok
        display "data-retention: cannot open account-master, status "
            account-file-status upon syserr
        move 1 to return-code
        exit paragraph
    end-if.
    open extend audit-file.
    if audit-status not = "00"
        open output audit-file
    end-if.
    if not audit-ok
        display "data-retention: cannot open audit-file, status "
            audit-status upon syserr
        close account-master
        move 1 to return-code
        exit paragraph
    end-if.
    move TYPE-ACCOUNT to ws-type.
    perform varying subject-idx from 1 by 1
        until subject-idx > subject-count
        if sj-due(subject-idx, TYPE-ACCOUNT) = "Y"
            perform anonymize-one-account
        end-if
    end-perform.
    close account-master, audit-file.

anonymize-one-account section.
    move sj-iban(subject-idx) to master-iban.
    read account-master
        invalid key exit paragraph
    end-read.
    if master-customer-name = anonymized-value
        or master-customer-name = spaces
        exit paragraph
    end-if.
    move anonymized-value to master-customer-name.
    rewrite master-record
        invalid key
            display "data-retention: rewrite of "
                function trim(master-iban) " failed, status "
                account-file-status upon syserr
            move 1 to return-code
            exit paragraph
    end-rewrite.
    perform count-change.
    move function current-date to ws-stamp.
    move spaces to audit-record.
    string ws-stamp(1:14) delimited by size
           ",data-retention,ANO," delimited by size
           master-record delimited by size
           "," delimited by size
           master-record delimited by size
        into audit-record
    end-string.
    write audit-record.

anonymize-customer-master section.
    if not rule-is-set(TYPE-CUSTOMER)
        exit paragraph
    end-if.
    open i-o customer-master.
    if not customer-file-ok
        exit paragraph
    end-if.
    perform varying holder-idx from 1 by 1
        until holder-idx > holder-count
        if ho-all-due(holder-idx) = "Y"
            perform anonymize-one-customer
        end-if
    end-perform.
    close customer-master.

anonymize-one-customer section.
    move ho-customer(holder-idx) to cust-id.
    read customer-master
        invalid key exit paragraph
    end-read.
    if cust-name = anonymized-value
        exit paragraph
    end-if.
*>     the country stays, for the statistics
    move anonymized-value to cust-name.
    move spaces to cust-address-1, cust-address-2, cust-postcode,
        cust-city.
    rewrite customer-record
        invalid key
            display "data-retention: rewrite of customer "
                cust-id " failed, status " customer-file-status
                upon syserr
            move 1 to return-code
            exit paragraph
    end-rewrite.
    add 1 to ws-customer-total.
    add 1 to type-total(TYPE-CUSTOMER).
    move function current-date to ws-stamp.
    move "CUSTOMER-MASTER" to ws-register-type.
    move "-" to ws-register-iban, ws-register-account.
    move cust-id to ws-register-customer.
    move ho-closed(holder-idx) to ws-register-closed.
    move 1 to ws-register-count.
    perform write-register-line.

anonymize-mandate-master section.
*>     the mandates collecting from a due account, found by the
*>     debtor IBAN; no mandate master means nothing to do
    if not rule-is-set(TYPE-MANDATE)
        exit paragraph
    end-if.
    open i-o mandate-master.
    if not mandate-file-ok
        exit paragraph
    end-if.
    move TYPE-MANDATE to ws-type.
    perform until exit
        read mandate-master next record at end exit perform end-read
        move mandate-debtor-iban to ws-lookup-iban
        perform find-subject
        if subject-found
            and mandate-debtor-name not = spaces
            and mandate-debtor-name not = anonymized-value
            move anonymized-value to mandate-debtor-name
            rewrite mandate-record
                invalid key
                    display "data-retention: rewrite of mandate "
                        function trim(mandate-reference)
                        " failed, status " mandate-file-status
                        upon syserr
                    move 1 to return-code
                not invalid key
                    perform count-change
            end-rewrite
        end-if
    end-perform.
    close mandate-master.

anonymize-account-ledger section.
    if not rule-is-set(TYPE-LEDGER)
        exit paragraph
    end-if.
    open i-o account-ledger.
    if not ledger-file-ok
        exit paragraph
    end-if.
    move TYPE-LEDGER to ws-type.
    perform varying subject-idx from 1 by 1
        until subject-idx > subject-count
        if sj-due(subject-idx, TYPE-LEDGER) = "Y"
            perform anonymize-one-ledger
        end-if
    end-perform.
    close account-ledger.

anonymize-one-ledger section.
*>     the balance record (entry zero) and every entry after it are
*>     keyed on the IBAN, so they are read forward from entry zero
    move sj-iban(subject-idx) to ledger-iban.
    move 0 to ledger-entry-number.
    start account-ledger key is >= ledger-key
        invalid key exit paragraph
    end-start.
    perform until exit
        read account-ledger next record at end exit perform end-read
        if ledger-iban not = sj-iban(subject-idx)
            exit perform
        end-if
        perform anonymize-ledger-record
    end-perform.

anonymize-ledger-record section.
*>     the reference of a credit or a transfer is its remittance;
*>     a return's is the reason code, a space and the remittance;
*>     a collection's is the mandate reference, which is kept
    move "N" to ws-changed.
    if ledger-entry-number = 0
        if ledger-customer-name not = spaces
            and ledger-customer-name not = anonymized-value
            move anonymized-value to ledger-customer-name
            move "Y" to ws-changed
        end-if
    else
        evaluate true
            when ledger-incoming-credit
            when ledger-transfer-debit
                if ledger-reference not = spaces
                    and ledger-reference not = anonymized-value
                    move anonymized-value to ledger-reference
                    move "Y" to ws-changed
                end-if
            when ledger-return
                if ledger-reference(6:30) not = spaces
                    and ledger-reference(6:30) not = anonymized-value
                    move anonymized-value to ledger-reference(6:30)
                    move "Y" to ws-changed
                end-if
        end-evaluate
    end-if.
    if not record-changed
        exit paragraph
    end-if.
    rewrite ledger-record
        invalid key
            display "data-retention: rewrite of ledger entry "
                function trim(ledger-iban) " " ledger-entry-number
                " failed, status " ledger-file-status upon syserr
            move 1 to return-code
            exit paragraph
    end-rewrite.
    perform count-change.

*>----------------------------------------------------------------
*> the retained files, each rewritten through a work file and
*> moved back over the original when anything changed
*>----------------------------------------------------------------
anonymize-audit-log section.
    move TYPE-AUDIT to ws-type.
    move "reports/account-master-audit.log" to work-in-name.
    perform open-work-files.
    if not work-in-ok or not work-out-ok
        exit paragraph
    end-if.
    perform until exit
        read work-in at end exit perform end-read
        move work-in-record to audit-record
        move "N" to ws-changed
        perform take-apart-audit-line
        if ws-audit-ptr > 0
            move ws-image-iban to ws-lookup-iban
            perform find-subject
            if subject-found
                perform anonymize-audit-images
            end-if
        end-if
        move audit-record to work-out-record
        write work-out-record
    end-perform.
    perform close-work-files.

anonymize-audit-images section.
*>     images are the 96-byte master record; the name is at 45
    if audit-record(ws-audit-ptr + 44:30) not = spaces
        and audit-record(ws-audit-ptr + 44:30) not = anonymized-value
        move anonymized-value to audit-record(ws-audit-ptr + 44:30)
        move "Y" to ws-changed
    end-if.
    if audit-record(ws-audit-ptr + 96:1) = ","
        and audit-record(ws-audit-ptr + 141:30) not = spaces
        and audit-record(ws-audit-ptr + 141:30) not = anonymized-value
        move anonymized-value to audit-record(ws-audit-ptr + 141:30)
        move "Y" to ws-changed
    end-if.
    if record-changed
        move "Y" to ws-file-changed
        perform count-change
    end-if.

anonymize-customer-audit-log section.
*>     customer-maintain's audit line: stamp,operator,action, then
*>     the 178-byte before-image (blank for an ADD) and after-image
    if not rule-is-set(TYPE-CUSTOMER-AUDIT)
        exit paragraph
    end-if.
    move TYPE-CUSTOMER-AUDIT to ws-type.
    move "reports/customer-master-audit.log" to work-in-name.
    perform open-work-files.
    if not work-in-ok or not work-out-ok
        exit paragraph
    end-if.
    perform until exit
        read work-in at end exit perform end-read
        move "N" to ws-changed
        perform take-apart-customer-audit-line
        if ws-audit-ptr > 0
            perform find-holder
            if holder-found
                perform anonymize-customer-images
            end-if
        end-if
        move work-in-record to work-out-record
        write work-out-record
    end-perform.
    perform close-work-files.
    perform varying holder-idx from 1 by 1
        until holder-idx > holder-count
        if ho-audit-changed(holder-idx) > 0
            move function current-date to ws-stamp
            move "CUSTOMER-AUDIT-LOG" to ws-register-type
            move "-" to ws-register-iban, ws-register-account
            move ho-customer(holder-idx) to ws-register-customer
            move ho-closed(holder-idx) to ws-register-closed
            move ho-audit-changed(holder-idx) to ws-register-count
            perform write-register-line
        end-if
    end-perform.

take-apart-customer-audit-line section.
    move spaces to ws-audit-operator, ws-audit-action, ws-customer-id.
    move 16 to ws-audit-ptr.
    unstring work-in-record delimited by ","
        into ws-audit-operator, ws-audit-action
        with pointer ws-audit-ptr
    end-unstring.
    if ws-audit-ptr > 150
        move 0 to ws-audit-ptr
        exit paragraph
    end-if.
    move work-in-record(ws-audit-ptr:10) to ws-customer-id.
*>     an ADD has no before-image; its id is on the after-image
    if ws-customer-id = spaces
        move work-in-record(ws-audit-ptr + 179:10) to ws-customer-id
    end-if.

find-holder section.
    move "N" to ws-holder-found.
    if ws-customer-id = spaces
        exit paragraph
    end-if.
    set holder-idx to 1.
    search holder-entry
        at end continue
        when ho-customer(holder-idx) = ws-customer-id
            if ho-audit-due(holder-idx) = "Y"
                move "Y" to ws-holder-found
            end-if
    end-search.

anonymize-customer-images section.
    move ws-audit-ptr to ws-image-pos.
    perform anonymize-customer-image.
    if work-in-record(ws-audit-ptr + 178:1) = ","
        compute ws-image-pos = ws-audit-ptr + 179
        perform anonymize-customer-image
    end-if.
    if record-changed
        move "Y" to ws-file-changed
        add 1 to ho-audit-changed(holder-idx)
        add 1 to type-total(TYPE-CUSTOMER-AUDIT)
    end-if.

anonymize-customer-image section.
*>     modules/customer-record.cpy: name at 11, the address lines,
*>     postcode and city from 46 to 150; the country stays, as on
*>     the customer master
    if work-in-record(ws-image-pos + 10:35) not = spaces
        and work-in-record(ws-image-pos + 10:35) not = anonymized-value
        move anonymized-value to work-in-record(ws-image-pos + 10:35)
        move spaces to work-in-record(ws-image-pos + 45:105)
        move "Y" to ws-changed
    end-if.

anonymize-iban-clean section.
*>     modules/account-record.cpy: name at 11, IBAN at 52
    move TYPE-CLEAN to ws-type.
    move "reports/iban-clean.txt" to work-in-name.
    perform open-work-files.
    if not work-in-ok or not work-out-ok
        exit paragraph
    end-if.
    perform until exit
        read work-in at end exit perform end-read
        move work-in-record(52:34) to ws-lookup-iban
        perform find-subject
        if subject-found
            and work-in-record(11:30) not = spaces
            and work-in-record(11:30) not = anonymized-value
            move anonymized-value to work-in-record(11:30)
            move "Y" to ws-file-changed
            perform count-change
        end-if
        move work-in-record to work-out-record
        write work-out-record
    end-perform.
    perform close-work-files.

anonymize-incoming-postings section.
*>     incoming-post's posting-record: customer name at 19, ordering
*>     name at 62, remittance at 92, beneficiary IBAN at 127
    move TYPE-POSTINGS to ws-type.
    move "reports/incoming-postings.txt" to work-in-name.
    perform open-work-files.
    if not work-in-ok or not work-out-ok
        exit paragraph
    end-if.
    perform until exit
        read work-in at end exit perform end-read
        move work-in-record(127:34) to ws-lookup-iban
        perform find-subject
        if subject-found
            and (work-in-record(19:30) not = anonymized-value
                or work-in-record(62:30) not = anonymized-value
                or work-in-record(92:35) not = anonymized-value)
            move anonymized-value to work-in-record(19:30),
                work-in-record(62:30), work-in-record(92:35)
            move "Y" to ws-file-changed
            perform count-change
        end-if
        move work-in-record to work-out-record
        write work-out-record
    end-perform.
    perform close-work-files.

anonymize-sepa-history section.
    move "resources/sepa-history.txt" to work-in-name.
    perform anonymize-history-file.
    move "resources/sepa-returns-history.txt" to work-in-name.
    perform anonymize-history-file.

anonymize-history-file section.
*>     sepa-submit's history-line, and sepa-returns' history laid
*>     out the same: debtor IBAN at 9, creditor IBAN at 43,
*>     remittance at 90
    move TYPE-HISTORY to ws-type.
    perform open-work-files.
    if not work-in-ok or not work-out-ok
        exit paragraph
    end-if.
    perform until exit
        read work-in at end exit perform end-read
        move work-in-record(9:34) to ws-lookup-iban
        perform find-subject
        if not subject-found
            move work-in-record(43:34) to ws-lookup-iban
            perform find-subject
        end-if
        if subject-found
            and work-in-record(90:35) not = spaces
            and work-in-record(90:35) not = anonymized-value
            move anonymized-value to work-in-record(90:35)
            move "Y" to ws-file-changed
            perform count-change
        end-if
        move work-in-record to work-out-record
        write work-out-record
    end-perform.
    perform close-work-files.

anonymize-log-archive section.
    move TYPE-ARCHIVE to ws-type.
    move spaces to shell-command.
    string "ls " delimited by size
           function trim(archive-dir) delimited by size
           "/*.gz > " delimited by size
           archive-list-name delimited by size
           " 2>/dev/null" delimited by size
        into shell-command
    end-string.
    call "SYSTEM" using shell-command giving shell-rc.
    move archive-list-name to work-in-name.
    open input work-in.
    if not work-in-ok
        exit paragraph
    end-if.
*>     one file at a time: the list is read to the end first, as the
*>     same work files are needed for each archived log
    move 0 to ws-archive-files.
    perform until exit
        read work-in at end exit perform end-read
        add 1 to ws-archive-files
    end-perform.
    close work-in.
    perform varying ws-archive-idx from 1 by 1
        until ws-archive-idx > ws-archive-files
        perform anonymize-one-archive
    end-perform.
    move spaces to shell-command.
    string "rm -f " delimited by size
           archive-list-name delimited by size
           " reports/data-retention.scratch" delimited by size
        into shell-command
    end-string.
    call "SYSTEM" using shell-command giving shell-rc.

anonymize-one-archive section.
    move archive-list-name to work-in-name.
    open input work-in.
    if not work-in-ok
        exit paragraph
    end-if.
    perform ws-archive-idx times
        read work-in
            at end move spaces to work-in-record
        end-read
    end-perform.
    close work-in.
    move work-in-record to archive-file.
    if archive-file = spaces
        exit paragraph
    end-if.
    move spaces to shell-command.
    string "gunzip -c " delimited by size
           function trim(archive-file) delimited by size
           " > reports/data-retention.scratch 2>/dev/null"
               delimited by size
        into shell-command
    end-string.
    call "SYSTEM" using shell-command giving shell-rc.
    if shell-rc not = 0
        exit paragraph
    end-if.
    move "reports/data-retention.scratch" to work-in-name.
    perform open-work-files.
    if not work-in-ok or not work-out-ok
        exit paragraph
    end-if.
    perform until exit
        read work-in at end exit perform end-read
        perform varying subject-idx from 1 by 1
            until subject-idx > subject-count
            if sj-due(subject-idx, TYPE-ARCHIVE) = "Y"
                and sj-name(subject-idx) not = spaces
                and sj-name(subject-idx) not = anonymized-value
                and function length(function trim(sj-name(subject-idx)))
                    > 2
                move function substitute(work-in-record,
                    function trim(sj-name(subject-idx)),
                    anonymized-value) to ws-text
                if ws-text not = work-in-record
                    move ws-text to work-in-record
                    move "Y" to ws-file-changed
                    perform count-change
                end-if
            end-if
        end-perform
        move work-in-record to work-out-record
        write work-out-record
    end-perform.
    close work-in, work-out.
    if file-changed
*>         recompressed over the original, keeping its date so
*>         log-rotate still prunes it on its own schedule
        move spaces to shell-command
        string "gzip -c " delimited by size
               function trim(work-out-name) delimited by size
               " > " delimited by size
               function trim(archive-file) delimited by size
               ".new && touch -r " delimited by size
               function trim(archive-file) delimited by size
               " " delimited by size
               function trim(archive-file) delimited by size
               ".new && mv " delimited by size
               function trim(archive-file) delimited by size
               ".new " delimited by size
               function trim(archive-file) delimited by size
            into shell-command
        end-string
        call "SYSTEM" using shell-command giving shell-rc
        if shell-rc not = 0
            display "data-retention: cannot replace "
                function trim(archive-file) upon syserr
            move 1 to return-code
        end-if
    end-if.
    move spaces to shell-command.
    string "rm -f " delimited by size
           function trim(work-out-name) delimited by size
        into shell-command
    end-string.
    call "SYSTEM" using shell-command giving shell-rc.

open-work-files section.
    move "N" to ws-file-changed.
    move spaces to work-out-name.
    string function trim(work-in-name) delimited by size
           ".new" delimited by size
        into work-out-name
    end-string.
    open input work-in.
    if not work-in-ok
        exit paragraph
    end-if.
    open output work-out.
    if not work-out-ok
        display "data-retention: cannot open "
            function trim(work-out-name) ", status " work-out-status
            upon syserr
        close work-in
        move 1 to return-code
    end-if.

close-work-files section.
    close work-in, work-out.
    move spaces to shell-command.
    if file-changed
        string "mv " delimited by size
               function trim(work-out-name) delimited by size
               " " delimited by size
               function trim(work-in-name) delimited by size
            into shell-command
        end-string
    else
        string "rm -f " delimited by size
               function trim(work-out-name) delimited by size
            into shell-command
        end-string
    end-if.
    call "SYSTEM" using shell-command giving shell-rc.
    if shell-rc not = 0
        display "data-retention: cannot replace "
            function trim(work-in-name) upon syserr
        move 1 to return-code
    end-if.

*>----------------------------------------------------------------
*> the erasure register and the report
*>----------------------------------------------------------------
write-subject-register section.
    perform varying ws-type from 1 by 1 until ws-type > 10
        if sj-changed(subject-idx, ws-type) > 0
            move type-name(ws-type) to ws-register-type
            move sj-iban(subject-idx) to ws-register-iban
            move sj-account(subject-idx) to ws-register-account
            move sj-customer(subject-idx) to ws-register-customer
            move sj-closed(subject-idx) to ws-register-closed
            move sj-changed(subject-idx, ws-type) to ws-register-count
            perform write-register-line
        end-if
    end-perform.

write-register-line section.
    if ws-register-customer = spaces
        move "-" to ws-register-customer
    end-if.
    move spaces to erasure-line.
    string ws-stamp(1:14) delimited by size
           "," delimited by size
           function trim(ws-register-type) delimited by size
           "," delimited by size
           function trim(ws-register-iban) delimited by size
           "," delimited by size
           function trim(ws-register-account) delimited by size
           "," delimited by size
           function trim(ws-register-customer) delimited by size
           "," delimited by size
           ws-register-closed delimited by size
           "," delimited by size
           ws-register-count delimited by size
        into erasure-line
    end-string.
    write erasure-line.
    add 1 to ws-register-lines.

print-retention-report section.
    perform print-page-heading.
    perform varying subject-idx from 1 by 1
        until subject-idx > subject-count
        perform print-one-subject
    end-perform.
    move all "-" to report-line.
    write report-line.
    move spaces to report-line.
    move "RECORDS ANONYMIZED" to report-line(1:18).
    perform varying ws-type from 1 by 1 until ws-type > 10
        move type-total(ws-type) to ws-count-edit
        move ws-count-edit to report-line(ws-type * 8 + 38:7)
    end-perform.
    write report-line.
    move spaces to report-line.
    move ws-customer-total to ws-count-edit.
    string "CUSTOMERS ANONYMIZED ON THE CUSTOMER MASTER: "
               delimited by size
           function trim(ws-count-edit) delimited by size
        into report-line
    end-string.
    write report-line.

    move spaces to report-line.
    write report-line.
    move spaces to report-line.
    move "RETENTION PERIODS (DAYS AFTER CLOSURE)" to report-line(1:38).
    write report-line.
    perform varying ws-type from 1 by 1 until ws-type > 10
        move spaces to report-line
        move type-name(ws-type) to report-line(3:18)
        if rule-is-set(ws-type)
            move rule-days(ws-type) to ws-count-edit
            move ws-count-edit to report-line(22:7)
        else
            move "NOT SET -- KEPT" to report-line(22:15)
        end-if
        write report-line
    end-perform.

    if unknown-count > 0
        move spaces to report-line
        write report-line
        move spaces to report-line
        move "CLOSED ACCOUNTS WITH NO CLOSURE ON THE AUDIT LOG -- KEPT,"
            & " DECIDE BY HAND" to report-line
        write report-line
        perform varying ws-unknown-idx from 1 by 1
            until ws-unknown-idx > unknown-count
            move spaces to report-line
            move unknown-iban(ws-unknown-idx) to report-line(3:34)
            write report-line
        end-perform
    end-if.

print-one-subject section.
    if ws-lines-on-page >= 56
        perform print-page-heading
    end-if.
    move spaces to report-line.
    move sj-iban(subject-idx) to report-line(1:34).
    move sj-closed(subject-idx) to report-line(36:8).
*>     customers are counted once each, on the totals line, for the
*>     customer master and their audit log alike
    perform varying ws-type from 1 by 1 until ws-type > 10
        evaluate true
            when ws-type = TYPE-CUSTOMER
            when ws-type = TYPE-CUSTOMER-AUDIT
                continue
            when sj-due(subject-idx, ws-type) = "Y"
                move sj-changed(subject-idx, ws-type) to ws-count-edit
                move ws-count-edit to report-line(ws-type * 8 + 38:7)
            when other
                move "-" to report-line(ws-type * 8 + 44:1)
        end-evaluate
    end-perform.
    write report-line.
    add 1 to ws-lines-on-page.

print-page-heading section.
    add 1 to ws-page-number.
    move ws-page-number to ws-page-text.
    move spaces to report-line.
    if ws-page-number > 1
        write report-line before advancing page
    end-if.
    move "DATA RETENTION -- CLOSED ACCOUNTS ANONYMIZED" to report-line.
    move ws-run-date to report-line(106:8).
    move "PAGE" to report-line(120:4).
    move ws-page-text to report-line(125:3).
    write report-line.
    move spaces to report-line.
    write report-line.
    move spaces to report-line.
    move "RECORDS ANONYMIZED BY DATA TYPE (- NOT YET DUE)"
        to report-line(46:47).
    write report-line.
    move spaces to report-line.
    move "IBAN" to report-line(1:4).
    move "CLOSED" to report-line(36:6).
    move "ACCOUNT" to report-line(46:7).
    move "CUST" to report-line(57:4).
    move "AUDIT" to report-line(64:5).
    move "CLEAN" to report-line(72:5).
    move "POSTINGS" to report-line(77:8).
    move "HISTORY" to report-line(86:7).
    move "ARCHIVE" to report-line(94:7).
    move "MANDATE" to report-line(102:7).
    move "LEDGER" to report-line(111:6).
    move "CUST-AUD" to report-line(117:8).
    write report-line.
    move all "-" to report-line.
    write report-line.
    move 5 to ws-lines-on-page.
end program data-retention.
