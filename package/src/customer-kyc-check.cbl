       >>SOURCE FORMAT FREE
*>*
*> Decide whether an account's holder is cleared by KYC. Shared by
*> sepa-submit and sepa-collect (by IBAN: is the account on our
*> account master, and is its customer's KYC current?) and by
*> iban-onboard and account-maintain (by customer id: may this
*> customer be given, or linked to, an account?).
*>
*> A customer is cleared when the customer master carries them
*> with KYC status A and a next-review date that has not yet
*> passed; a review overdue by even a day is expired KYC. An IBAN
*> not on the account master, or on it without a customer id, is
*> not one of our customers' accounts and comes back as such for
*> the caller to decide.
*>
*> Both masters are opened on first use and kept open for the run.
*> A missing account master degrades the IBAN lookup to "not our
*> account", the way a missing master degrades
*> iban-batch-validate; a missing customer master comes back as
*> verdict 9, so a caller that must have it can refuse to run.
*>
*> @param l-iban account to check; spaces to check l-customer-id
*> @param l-customer-id customer to check; filled in from the
*>        account master when l-iban is given (by reference)
*> @param l-verdict 0 cleared, 1 customer not on the customer
*>        master, 2 KYC not approved, 3 periodic review overdue
*>        (KYC expired), 4 account not on the account master or
*>        not linked to a customer, 9 customer master not available
*>*
identification division.
program-id. customer-kyc-check.
environment division.
configuration section.
repository. function all intrinsic.
input-output section.
file-control.
    select account-master assign to "resources/account-master.dat"
        organization indexed
        access random
        record key master-iban
        file status is master-status-code.
    select customer-master assign to "resources/customer-master.dat"
        organization indexed
        access random
        record key cust-id
        file status is customer-status.
data division.
file section.
fd account-master.
    copy "modules/account-master-record.cpy".
fd customer-master.
    copy "modules/customer-record.cpy".
working-storage section.
    01 master-status-code pic x(2).
        88 master-ok value "00".
    01 customer-status pic x(2).
        88 customer-ok value "00".
    01 ws-today pic x(8).
    01 account-state pic x value "U".
        88 account-unopened value "U".
        88 account-open value "O".
        88 account-unavailable value "X".
    01 customer-state pic x value "U".
        88 customer-unopened value "U".
        88 customer-open value "O".
        88 customer-unavailable value "X".
linkage section.
    01 l-iban pic x(34).
    01 l-customer-id pic x(10).
    01 l-verdict pic 9.
procedure division using l-iban, l-customer-id, l-verdict.
    if customer-unopened
        accept ws-today from date yyyymmdd
        open input customer-master
        if customer-ok
            move "O" to customer-state
        else
            move "X" to customer-state
        end-if
    end-if.

    if l-iban not = spaces
        perform find-account-customer
        if l-verdict not = 0
            goback
        end-if
    end-if.

    if customer-unavailable
        move 9 to l-verdict
        goback
    end-if.
    move l-customer-id to cust-id.
    read customer-master
        invalid key
            move 1 to l-verdict
            goback
    end-read.
    evaluate true
        when not cust-kyc-approved
            move 2 to l-verdict
        when cust-next-review is not numeric
            move 3 to l-verdict
        when cust-next-review < ws-today
            move 3 to l-verdict
        when other
            move 0 to l-verdict
    end-evaluate.
    goback.

find-account-customer section.
    move 0 to l-verdict.
    if account-unopened
        open input account-master
        if master-ok
            move "O" to account-state
        else
            move "X" to account-state
        end-if
    end-if.
    if account-unavailable
        move 4 to l-verdict
        exit paragraph
    end-if.
    move l-iban to master-iban.
    read account-master
        invalid key
            move 4 to l-verdict
            exit paragraph
    end-read.
    if master-customer-id = spaces
        move 4 to l-verdict
        exit paragraph
    end-if.
    move master-customer-id to l-customer-id.
end program customer-kyc-check.
