*> report. Every applied change is appended to an audit file
*> carrying who ran the job (MS_MAINT_OPERATOR, falling back to the
*> USER environment variable), the action, and the master record's
*> full before-image and after-image (blank for a delete), so any
*> change can be traced and reversed, and master-restore can replay
*> it onto a restored copy of the master.
*>
*> AMD replaces only the fields the transaction actually fills;
*> blank amendment fields leave the master's values standing, so a
*> rename does not have to re-key the BIC. An AMD carrying a
*> customer id links the account to that customer, who must be on
*> the customer master; their KYC status then decides whether the
*> account may be paid from or collected against. Should the
*> customer master not be available, the job stops at the first
*> such AMD with return code 1, the changes before it applied.
*>*
identification division.
program-id. account-maintain.
        05 maint-account-number pic x(10).
        05 maint-customer-name pic x(30).
        05 maint-bic pic x(11).
        05 maint-customer-id pic x(10).
fd exception-report.
    01 exception-line pic x(132).
fd audit-file.
    01 audit-record pic x(240).
fd account-master.
    copy "modules/account-master-record.cpy".
working-storage section.

    01 ws-operator pic x(16).
    01 ws-audit-stamp pic x(21).
    01 ws-before-image pic x(96).
    01 ws-after-image pic x(96).
    01 ws-reason-text pic x(25).
    01 ws-read-count pic 9(7) value 0.
    01 ws-applied-count pic 9(7) value 0.
    01 ws-exception-count pic 9(7) value 0.

    01 ws-kyc-iban pic x(34) value spaces.
    01 ws-kyc-customer-id pic x(10).
    01 ws-kyc-verdict pic 9.
procedure division.
    accept ws-operator from environment "MS_MAINT_OPERATOR"
        on exception move spaces to ws-operator
                    perform write-exception
                    exit paragraph
            end-delete
            move spaces to ws-after-image
            perform write-audit-record
            add 1 to ws-applied-count
    end-evaluate.
    if maint-bic not = spaces
        move maint-bic to master-bic
    end-if.
    if maint-customer-id not = spaces
        move maint-customer-id to ws-kyc-customer-id
        call "customer-kyc-check" using ws-kyc-iban,
            ws-kyc-customer-id, ws-kyc-verdict
*>         no customer master is not bad data on the line: stop
*>         before any further change, with those so far applied
*>         and audited
        if ws-kyc-verdict = 9
            display "account-maintain: customer master not available, "
                "stopped at " function trim(maint-iban) " after "
                ws-applied-count " changes applied" upon syserr
            close maintenance-file, exception-report, audit-file,
                account-master
            move 1 to return-code
            stop run
        end-if
        if ws-kyc-verdict = 1
            move "CUSTOMER NOT ON MASTER" to ws-reason-text
            perform write-exception
            exit paragraph
        end-if
        move maint-customer-id to master-customer-id
    end-if.
    perform rewrite-master-record.

rewrite-master-record section.
            perform write-exception
            exit paragraph
    end-rewrite.
    move master-record to ws-after-image.
    perform write-audit-record.
    add 1 to ws-applied-count.

           maint-action delimited by size
           "," delimited by size
           ws-before-image delimited by size
           "," delimited by size
           ws-after-image delimited by size
        into audit-record
    end-string.
    write audit-record.
