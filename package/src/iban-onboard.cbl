*> IBAN) with status A; a generated IBAN that already sits on the
*> master is a duplicate account and is rejected to the exception
*> report instead.
*>
*> Each new customer name is screened by sanctions-screen, with the
*> country of the generated IBAN and the BIC, before the account is
*> opened. A hit is held on the sanctions hold file rather than
*> onboarded; rows sanctions-review has released since the last run
*> are onboarded first. The run stops if the sanctions list cannot
*> be loaded.
*>
*> Each row names the customer the account is for (customer id,
*> after the basic account number), and the account is only opened
*> for a customer the customer master carries as KYC-approved with
*> a periodic review that is not overdue; the customer id goes onto
*> the account master, linking the account to its holder. Rows for
*> anybody else are rejected to the exception report, and the run
*> stops if the customer master cannot be opened.
*>
*> Each account written to the master is journaled on the
*> account-master audit file (reports/account-master-audit.log) as
*> action ONB with a blank before-image and the new record as the
*> after-image, the same line account-maintain writes, so
*> master-restore can bring a restored master up to date.
*>*
identification division.
program-id. iban-onboard.
    select exception-report assign to "reports/onboarding-exceptions.txt"
        organization line sequential
        file status is report-status.
    select audit-file assign to "reports/account-master-audit.log"
        organization line sequential
        file status is audit-status.
    select account-master assign to "resources/account-master.dat"
        organization indexed
        access random
        05 new-country-code pic x(2).
        05 new-bank-code pic x(10).
        05 new-account-basic pic x(18).
        05 new-customer-id pic x(10).
fd onboard-output.
    copy "modules/account-record.cpy".
fd exception-report.
    01 exception-line pic x(132).
fd audit-file.
    01 audit-record pic x(240).
fd account-master.
    copy "modules/account-master-record.cpy".
working-storage section.
        88 output-ok value "00".
    01 report-status pic x(2).
        88 report-ok value "00".
    01 audit-status pic x(2).
        88 audit-ok value "00".
    01 master-status-code pic x(2).
        88 master-ok value "00".
        88 master-missing value "35".
    01 ws-bban-length pic 9(2).
    01 ws-iban pic x(34).
    01 ws-reason-text pic x(25).
    01 ws-audit-stamp pic x(21).
    01 ws-blank-image pic x(96) value spaces.
    01 ws-read-count pic 9(7) value 0.
    01 ws-onboard-count pic 9(7) value 0.
    01 ws-exception-count pic 9(7) value 0.

    01 ws-screen-source pic x(2) value "ON".
    01 ws-screen-name pic x(35).
    01 ws-screen-text pic x(35) value spaces.
    01 ws-screen-verdict pic 9.
    01 ws-screen-image pic x(200).
    01 ws-screen-cleared pic x value "N".
        88 screen-cleared value "Y".
    01 ws-released-found pic x.
        88 released-item-found value "Y".
    01 ws-held-count pic 9(7) value 0.
    01 ws-released-count pic 9(7) value 0.

    01 ws-kyc-iban pic x(34) value spaces.
    01 ws-kyc-customer-id pic x(10).
    01 ws-kyc-verdict pic 9.
procedure division.
*>     no list, no new accounts
    move spaces to ws-screen-source.
    call "sanctions-screen" using ws-screen-source, ws-screen-name,
        ws-screen-text, ws-iban, new-bic, ws-screen-image,
        ws-screen-verdict.
    if ws-screen-verdict = 9
        display "iban-onboard: sanctions list not available, "
            "nothing onboarded" upon syserr
        move 1 to return-code
        stop run
    end-if.
    move "ON" to ws-screen-source.

*>     no customer master, nobody is KYC-approved
    move spaces to ws-kyc-customer-id.
    call "customer-kyc-check" using ws-kyc-iban, ws-kyc-customer-id,
        ws-kyc-verdict.
    if ws-kyc-verdict = 9
        display "iban-onboard: customer master not available, "
            "nothing onboarded" upon syserr
        move 1 to return-code
        stop run
    end-if.

    open input new-accounts.
    if not input-ok
        display "iban-onboard: cannot open new-accounts, status "
    move "COUNTRY" to exception-line(43:7).
    move "REASON" to exception-line(53:6).
    write exception-line.
    open extend audit-file.
    if audit-status not = "00"
        open output audit-file
    end-if.
    if not audit-ok
        display "iban-onboard: cannot open audit-file, status "
            audit-status upon syserr
        close new-accounts, onboard-output, exception-report
        move 1 to return-code
        stop run
    end-if.

*>     first run creates the master; later runs add to it
    open i-o account-master.
    if not master-ok
        display "iban-onboard: cannot open account-master, status "
            master-status-code upon syserr
        close new-accounts, onboard-output, exception-report,
            audit-file
        move 1 to return-code
        stop run
    end-if.

    perform onboard-released-records.
    perform onboard-one-record until input-eof.

    close new-accounts, onboard-output, exception-report, audit-file,
        account-master.

    display "iban-onboard: " ws-read-count " read, "
        ws-onboard-count " onboarded, "
        ws-held-count " held for screening, "
        ws-released-count " released from screening, "
        ws-exception-count " exceptions".
    goback.

onboard-released-records section.
*>     rows a reviewer has cleared since the last run, onboarded
*>     through every check but the screening that held them
    move "Y" to ws-screen-cleared.
    perform until exit
        call "sanctions-released" using ws-screen-source,
            ws-screen-image, ws-released-found
        if not released-item-found
            exit perform
        end-if
        move ws-screen-image to new-account-line
        add 1 to ws-released-count
        perform generate-and-write
    end-perform.
    move "N" to ws-screen-cleared.

onboard-one-record section.
    read new-accounts
        at end continue
    end-read.

generate-and-write section.
    if new-customer-id = spaces
        move "NO CUSTOMER ID" to ws-reason-text
        perform write-exception
        exit paragraph
    end-if.
    move new-customer-id to ws-kyc-customer-id.
    call "customer-kyc-check" using ws-kyc-iban, ws-kyc-customer-id,
        ws-kyc-verdict.
    evaluate ws-kyc-verdict
        when 0
            continue
        when 1
            move "CUSTOMER NOT ON MASTER" to ws-reason-text
        when 3
            move "CUSTOMER KYC EXPIRED" to ws-reason-text
        when other
            move "CUSTOMER NOT KYC-APPROVED" to ws-reason-text
    end-evaluate.
    if ws-kyc-verdict not = 0
        perform write-exception
        exit paragraph
    end-if.

    call "iban-country-length" using new-country-code, ws-country-length,
        ws-found.
    if not country-found
        exit paragraph
    end-if.

    if not screen-cleared
        move new-customer-name to ws-screen-name
        move new-account-line to ws-screen-image
        call "sanctions-screen" using ws-screen-source,
            ws-screen-name, ws-screen-text, ws-iban, new-bic,
            ws-screen-image, ws-screen-verdict
        if ws-screen-verdict = 8
            display "iban-onboard: sanctions hit on "
                function trim(ws-screen-name)
                " could not be held, run stopped" upon syserr
            move 1 to return-code
            stop run
        end-if
        if ws-screen-verdict not = 0
            add 1 to ws-held-count
            exit paragraph
        end-if
    end-if.

    move spaces to master-record.
    move ws-iban to master-iban.
    move new-account-number to master-account-number.
    move new-customer-name to master-customer-name.
    move new-bic to master-bic.
    move "A" to master-status.
    move new-customer-id to master-customer-id.
    write master-record
        invalid key
            move "IBAN ALREADY ON MASTER" to ws-reason-text
            perform write-exception
            exit paragraph
    end-write.
    perform write-audit-record.

    move spaces to account-record.
    move new-account-number to acct-account-number.
    write account-record.
    add 1 to ws-onboard-count.

write-audit-record section.
    move function current-date to ws-audit-stamp.
    move spaces to audit-record.
    string ws-audit-stamp(1:14) delimited by size
           ",iban-onboard,ONB," delimited by size
           ws-blank-image delimited by size
           "," delimited by size
           master-record delimited by size
        into audit-record
    end-string.
    write audit-record.

write-exception section.
    move spaces to exception-line.
    move new-account-number to exception-line(1:10).
