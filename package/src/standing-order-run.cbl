       >>SOURCE FORMAT FREE
*>*
*> Nightly standing-order scheduler: walks the indexed
*> standing-order master and generates the payment instruction of
*> every live order that has fallen due by the run date
*> (MS_STANDING_ORDER_DATE, yyyymmdd, reruns as of another date).
*> The instruction is written onto the pending-payments file with
*> its execution date rolled forward past weekends and the dates on
*> resources/holiday-calendar.txt, as sepa-release rolls them, so
*> the sepa-release step that follows moves it onto today's
*> payment-instructions file once its business day has come and
*> sepa-submit pays it -- screened, converted and approved like any
*> keyed instruction.
*>
*> After each instruction the order's payment count goes up and
*> its next-due date moves on by the order's frequency; an order
*> that fell behind (the job did not run) generates each payment
*> it missed, each with its own due date. An order past its end
*> date, or that has made its number of payments, is ended
*> (status E) instead of generating anything further.
*>
*> The master is advanced before the instruction is written: a
*> run that dies between the two can lose one payment, to be
*> keyed by hand from the run report, but never pays one twice.
*> Every instruction generated and every order ended is listed on
*> reports/standing-order-run.txt.
*>*
identification division.
program-id. standing-order-run.
environment division.
configuration section.
repository. function all intrinsic.
input-output section.
file-control.
    select standing-order-master
        assign to "resources/standing-order-master.dat"
        organization indexed
        access dynamic
        record key so-order-id
        file status is master-status-code.
    select pending-payments assign to "resources/pending-payments.txt"
        organization line sequential
        file status is pending-status.
    select run-report assign to "reports/standing-order-run.txt"
        organization line sequential
        file status is report-status.
data division.
file section.
fd standing-order-master.
    copy "modules/standing-order-record.cpy".
fd pending-payments.
    01 pending-line.
        05 pend-debtor-iban pic x(34).
        05 pend-creditor-iban pic x(34).
        05 pend-creditor-bic pic x(11).
        05 pend-amount pic x(12).
        05 pend-remittance pic x(35).
        05 pend-execute-date pic x(8).
        05 pend-creditor-name pic x(35).
        05 pend-currency pic x(3).
        05 pend-entered-by pic x(16).
fd run-report.
    01 report-line pic x(132).
working-storage section.
    01 master-status-code pic x(2).
        88 master-ok value "00".
        88 master-missing value "35".
    01 pending-status pic x(2).
        88 pending-ok value "00".
    01 report-status pic x(2).
        88 report-ok value "00".

    01 ws-run-date pic x(8).
    01 ws-env-date pic x(10).
    01 ws-due-date pic x(8).
    01 ws-release-date pic x(8).
    01 ws-date-valid pic x.
        88 date-advanced value "Y".
    01 date-numeric pic 9(8).
    01 date-integer usage binary-long.
    01 ws-day-closed pic x.
        88 date-is-closed value "Y".
    01 ws-roll-steps pic 9(3) comp.
    01 ws-report-action pic x(10).
    01 ws-report-note pic x(30).
    01 ws-read-count pic 9(7) value 0.
    01 ws-active-count pic 9(7) value 0.
    01 ws-generated-count pic 9(7) value 0.
    01 ws-ended-count pic 9(7) value 0.
    01 ws-error-count pic 9(7) value 0.
procedure division.
    accept ws-run-date from date yyyymmdd.
    accept ws-env-date from environment "MS_STANDING_ORDER_DATE"
        on exception move spaces to ws-env-date
    end-accept.
    if ws-env-date(1:8) is numeric
        move ws-env-date(1:8) to ws-run-date
    end-if.

    open i-o standing-order-master.
    if master-missing
        display "standing-order-run: no standing-order master, "
            "nothing to generate"
        goback
    end-if.
    if not master-ok
        display "standing-order-run: cannot open standing-order-master, "
            "status " master-status-code upon syserr
        move 1 to return-code
        stop run
    end-if.
    open extend pending-payments.
    if not pending-ok
        open output pending-payments
    end-if.
    if not pending-ok
        display "standing-order-run: cannot open pending-payments, "
            "status " pending-status upon syserr
        close standing-order-master
        move 1 to return-code
        stop run
    end-if.
    open output run-report.
    if not report-ok
        display "standing-order-run: cannot open run-report, status "
            report-status upon syserr
        close standing-order-master, pending-payments
        move 1 to return-code
        stop run
    end-if.

    move spaces to report-line.
    move "STANDING ORDERS RUN FOR" to report-line(1:23).
    move ws-run-date to report-line(25:8).
    write report-line.
    move spaces to report-line.
    write report-line.
    move spaces to report-line.
    move "ORDER ID" to report-line(1:8).
    move "ACTION" to report-line(14:6).
    move "DUE" to report-line(26:3).
    move "EXECUTE" to report-line(36:7).
    move "CREDITOR IBAN" to report-line(46:13).
    move "AMOUNT" to report-line(82:6).
    move "CCY" to report-line(96:3).
    move "NOTE" to report-line(101:4).
    write report-line.

    perform until exit
        read standing-order-master next record
            at end exit perform
        end-read
        add 1 to ws-read-count
        if so-active
            add 1 to ws-active-count
            perform schedule-one-order
        end-if
    end-perform.

    move spaces to report-line.
    write report-line.
    move spaces to report-line.
    move "INSTRUCTIONS GENERATED" to report-line(1:22).
    move ws-generated-count to report-line(26:7).
    write report-line.
    move spaces to report-line.
    move "ORDERS ENDED" to report-line(1:12).
    move ws-ended-count to report-line(26:7).
    write report-line.
    close standing-order-master, pending-payments, run-report.

    display "standing-order-run: " ws-read-count " orders, "
        ws-active-count " live, " ws-generated-count " generated, "
        ws-ended-count " ended, " ws-error-count " errors".
    if ws-error-count > 0
        move 1 to return-code
    end-if.
    goback.

schedule-one-order section.
*>     one pass per payment due, so an order the job missed for a
*>     few nights catches up on every date it owed
    perform until exit
        if (so-end-date is numeric and so-next-due > so-end-date)
            or (so-max-payments > 0
                and so-payments-made >= so-max-payments)
            perform end-order
            exit perform
        end-if
        if so-next-due > ws-run-date
            exit perform
        end-if
        perform generate-instruction
        if not date-advanced
            exit perform
        end-if
    end-perform.

generate-instruction section.
    move so-next-due to ws-due-date.
    call "standing-order-next-due" using so-frequency, so-start-date,
        so-next-due, ws-date-valid.
    if not date-advanced
        move "ERROR" to ws-report-action
        move "NEXT DUE DATE UNUSABLE" to ws-report-note
        perform write-report-line
        add 1 to ws-error-count
        exit paragraph
    end-if.
    add 1 to so-payments-made.
    move ws-due-date to so-last-generated.
    rewrite standing-order-record
        invalid key
            display "standing-order-run: cannot rewrite order "
                function trim(so-order-id) ", status "
                master-status-code upon syserr
            move "N" to ws-date-valid
            move "ERROR" to ws-report-action
            move "MASTER NOT UPDATED, NOT PAID" to ws-report-note
            perform write-report-line
            add 1 to ws-error-count
            exit paragraph
    end-rewrite.

    move ws-due-date to ws-release-date.
    perform roll-to-business-day.
    move spaces to pending-line.
    move so-debtor-iban to pend-debtor-iban.
    move so-creditor-iban to pend-creditor-iban.
    move so-creditor-bic to pend-creditor-bic.
    move so-amount to pend-amount.
    move so-remittance to pend-remittance.
    move ws-release-date to pend-execute-date.
    move so-creditor-name to pend-creditor-name.
    move so-currency to pend-currency.
    move so-entered-by to pend-entered-by.
    write pending-line.
    add 1 to ws-generated-count.
    move "GENERATED" to ws-report-action.
    move spaces to ws-report-note.
    perform write-report-line.

end-order section.
    move "E" to so-status.
    rewrite standing-order-record
        invalid key
            display "standing-order-run: cannot rewrite order "
                function trim(so-order-id) ", status "
                master-status-code upon syserr
            add 1 to ws-error-count
            exit paragraph
    end-rewrite.
    add 1 to ws-ended-count.
    move so-next-due to ws-due-date.
    move spaces to ws-release-date.
    move "ENDED" to ws-report-action.
    if so-max-payments > 0 and so-payments-made >= so-max-payments
        move "ALL PAYMENTS MADE" to ws-report-note
    else
        move "PAST END DATE" to ws-report-note
    end-if.
    perform write-report-line.

write-report-line section.
    move spaces to report-line.
    move so-order-id to report-line(1:12).
    move ws-report-action to report-line(14:10).
    move ws-due-date to report-line(26:8).
    if ws-report-action = "GENERATED"
        move ws-release-date to report-line(36:8)
    end-if.
    move so-creditor-iban to report-line(46:34).
    move so-amount to report-line(82:12).
    move so-currency to report-line(96:3).
    move ws-report-note to report-line(101:30).
    write report-line.

roll-to-business-day section.
*>     same weekend arithmetic as sepa-release: day 1 of the
*>     standard date scale is Monday 1601-01-01, so rem 6 is
*>     Saturday and rem 0 is Sunday; holidays come off the shared
*>     calendar file through check-holiday
    move 0 to ws-roll-steps.
    perform until ws-roll-steps > 30
        move "N" to ws-day-closed
        move function numval(ws-release-date) to date-numeric
        compute date-integer = function integer-of-date(date-numeric)
        if function rem(date-integer, 7) = 6
            or function rem(date-integer, 7) = 0
            move "Y" to ws-day-closed
        else
            call "check-holiday" using ws-release-date, ws-day-closed
        end-if
        if not date-is-closed
            exit perform
        end-if
        compute date-integer =
            function integer-of-date(date-numeric) + 1
        move function date-of-integer(date-integer) to date-numeric
        move date-numeric to ws-release-date
        add 1 to ws-roll-steps
    end-perform.
end program standing-order-run.

copy "modules/modules.cpy".
