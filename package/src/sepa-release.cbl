*> follows. Instructions still in the future are rewritten to the
*> pending file -- staged whole and swapped in one move, so a
*> failed run can never half-empty the queue.
*>
*> The run's control totals go onto reports/control-totals.txt for
*> the nightly balancing job: the instructions already keyed onto
*> today's file before the release and the instructions released
*> onto it, each as a count and a face-value total, which together
*> are what sepa-submit should read.
*>*
identification division.
program-id. sepa-release.
        assign to "resources/payment-instructions.txt"
        organization line sequential
        file status is instructions-status.
    select control-totals assign to "reports/control-totals.txt"
        organization line sequential
        file status is control-status.
data division.
file section.
fd pending-payments.
        05 pend-amount pic x(12).
        05 pend-remittance pic x(35).
        05 pend-execute-date pic x(8).
        05 pend-creditor-name pic x(35).
        05 pend-currency pic x(3).
        05 pend-entered-by pic x(16).
fd pending-work.
    01 work-line pic x(188).
fd payment-instructions.
    01 instruction-line pic x(188).
fd control-totals.
    01 control-line pic x(80).
working-storage section.
    01 pending-status pic x(2).
        88 pending-ok value "00".
    01 ws-read-count pic 9(7) value 0.
    01 ws-released-count pic 9(7) value 0.
    01 ws-held-count pic 9(7) value 0.
    01 control-status pic x(2).
        88 control-ok value "00".
    01 ws-keyed-count pic 9(7) value 0.
    01 ws-keyed-total pic 9(13)v99 value 0.
    01 ws-released-total pic 9(13)v99 value 0.
    01 ws-control-name pic x(16).
    01 ws-control-count pic 9(7).
    01 ws-control-total pic 9(13)v99.
    01 ws-control-edit pic 9(13).99.
    01 shell-command pic x(256).
procedure division.
    accept ws-run-date from date yyyymmdd.
    perform count-keyed-instructions.

    open input pending-payments.
    if not pending-ok
        display "sepa-release: no pending-payments file, "
            "nothing to release"
        perform write-control-totals
        goback
    end-if.
    open output pending-work.
    move "mv resources/pending-payments.new "
        & "resources/pending-payments.txt" to shell-command.
    call "SYSTEM" using shell-command.
    perform write-control-totals.

    display "sepa-release: " ws-read-count " pending, "
        ws-released-count " released, " ws-held-count " held".
    move spaces to pend-execute-date.
    write instruction-line from pending-line.
    add 1 to ws-released-count.
    if function test-numval(function trim(pend-amount)) = 0
        add function numval(pend-amount) to ws-released-total
    end-if.

count-keyed-instructions section.
*>     what the day's file already holds before anything is released
*>     onto it: keyed by the back office, or generated overnight
    open input payment-instructions.
    if not instructions-ok
        exit paragraph
    end-if.
    perform until exit
        read payment-instructions at end exit perform end-read
        add 1 to ws-keyed-count
        if function test-numval(
                function trim(instruction-line(80:12))) = 0
            add function numval(instruction-line(80:12))
                to ws-keyed-total
        end-if
    end-perform.
    close payment-instructions.

write-control-totals section.
    open extend control-totals.
    if control-status not = "00"
        open output control-totals
    end-if.
    if not control-ok
        display "sepa-release: cannot open control-totals, status "
            control-status upon syserr
        exit paragraph
    end-if.
    move "KEYED" to ws-control-name.
    move ws-keyed-count to ws-control-count.
    move ws-keyed-total to ws-control-total.
    perform write-control-line.
    move "RELEASED" to ws-control-name.
    move ws-released-count to ws-control-count.
    move ws-released-total to ws-control-total.
    perform write-control-line.
    close control-totals.

write-control-line section.
    move ws-control-total to ws-control-edit.
    move spaces to control-line.
    string ws-run-date delimited by size
           ",sepa-release," delimited by size
           function trim(ws-control-name) delimited by size
           "," delimited by size
           ws-control-count delimited by size
           "," delimited by size
           ws-control-edit delimited by size
        into control-line
    end-string.
    write control-line.

roll-to-business-day section.
*>     same weekend arithmetic as the dated conversion route: day 1
