       >>SOURCE FORMAT FREE
*>*
*> Four-eyes approval of the credit transfers sepa-submit parks on
*> the approvals queue (resources/approval-queue.txt): anything
*> above the approval limit, and anything to a creditor IBAN never
*> paid before. A parked instruction waits there, pending (P),
*> until a second operator approves it (A) or refuses it (R).
*>
*> The session will not start without a named operator
*> (MS_MAINT_OPERATOR, falling back to USER), no operator can
*> decide an instruction they keyed themselves, and neither
*> decision is taken without a reason.
*>
*> The operator works on an in-memory copy through a list/show/
*> approve/refuse menu, as in sanctions-review. Committing the
*> session re-reads the queue, so instructions sepa-submit parked
*> while the session was open are kept, and replaces it whole (work
*> file, then swap) with only the instructions still pending. A
*> decision is recorded only against an instruction still pending
*> on the queue as re-read; one somebody else decided meanwhile is
*> dropped and reported. Only once the swap has succeeded does the
*> commit append one line per decision to the audit file
*> reports/approval-decisions.log -- stamp, approver, decision,
*> approval id, keying operator, creditor, amount and reason --
*> queue each approved instruction on
*> resources/approved-instructions.txt for the next sepa-submit
*> run, and move every decided item off the queue onto
*> resources/approval-archive.txt. A swap that fails stops the
*> commit with nothing approved, so no instruction can be approved
*> -- and paid -- twice. Abandoning the session leaves all of it
*> untouched.
*>*
identification division.
program-id. payment-approve.
environment division.
configuration section.
repository. function all intrinsic.
input-output section.
file-control.
    select queue-file assign to "resources/approval-queue.txt"
        organization line sequential
        file status is queue-file-status.
    select work-file assign to "resources/approval-queue.txt.new"
        organization line sequential
        file status is work-status.
    select approved-file assign to "resources/approved-instructions.txt"
        organization line sequential
        file status is approved-status.
    select decision-log assign to "reports/approval-decisions.log"
        organization line sequential
        file status is decision-status.
    select decided-work assign to "resources/approval-decided.new"
        organization line sequential
        file status is decided-work-status.
    select archive-file assign to "resources/approval-archive.txt"
        organization line sequential
        file status is archive-status.
data division.
file section.
fd queue-file.
    01 queue-line pic x(384).
fd work-file.
    01 work-line pic x(384).
fd approved-file.
    01 approved-line.
        05 approved-image pic x(200).
        05 approved-screen-released pic x.
fd decision-log.
    01 decision-record pic x(256).
*>     the decided items taken off the queue at commit, held until
*>     the swap has gone through and then added to the archive
fd decided-work.
    01 decided-work-line pic x(384).
fd archive-file.
    01 archive-line pic x(384).
working-storage section.
    01 queue-file-status pic x(2).
        88 queue-file-ok value "00".
    01 work-status pic x(2).
        88 work-ok value "00".
    01 approved-status pic x(2).
        88 approved-ok value "00".
    01 decision-status pic x(2).
        88 decision-ok value "00".
    01 decided-work-status pic x(2).
        88 decided-work-ok value "00".
    01 archive-status pic x(2).
        88 archive-ok value "00".

    copy "modules/approval-record.cpy".

    01 parked-count pic 9(4) value 0.
    01 parked-table.
        05 parked-entry occurs 1 to 5000 times
            depending on parked-count
            indexed by parked-idx.
            10 parked-image pic x(384).
            10 parked-decided-now pic x.
                88 parked-staged value "Y".
                88 parked-recorded value "W".

    01 ws-operator pic x(16).
    01 ws-decision-stamp pic x(21).
    01 menu-choice pic x(2).
    01 ws-answer pic x(64).
    01 ws-approval-id pic x(20).
    01 ws-reason pic x(60).
    01 ws-decision pic x.
        88 decision-approve value "A".
        88 decision-refuse value "R".
    01 ws-found pic x value "N".
        88 entry-found value "Y".
    01 ws-pending-count pic 9(4).
    01 ws-staged-count pic 9(4) value 0.
    01 ws-trigger-text pic x(22).
    01 session-state pic x value "O".
        88 session-open value "O".
        88 session-committed value "C".
        88 session-abandoned value "A".
    01 ws-kept-count pic 9(4) value 0.
    01 ws-archived-count pic 9(4) value 0.
    01 ws-dropped-count pic 9(4) value 0.
    01 shell-command pic x(600).
    01 shell-rc pic s9(9) comp.
procedure division.
    accept ws-operator from environment "MS_MAINT_OPERATOR"
        on exception move spaces to ws-operator
    end-accept.
    if ws-operator = spaces
        accept ws-operator from environment "USER"
            on exception move spaces to ws-operator
        end-accept
    end-if.
*>     the whole point is a second, named pair of eyes
    if ws-operator = spaces
        display "payment-approve: no operator named, set "
            "MS_MAINT_OPERATOR" upon syserr
        move 1 to return-code
        stop run
    end-if.

    perform load-queue-table.

    perform serve-menu until not session-open.

    if session-committed
        perform commit-decisions
        subtract ws-dropped-count from ws-staged-count
        display "payment-approve: session committed, "
            ws-staged-count " decisions recorded"
    else
        display "payment-approve: session abandoned, approvals queue "
            "untouched"
    end-if.
    goback.

serve-menu section.
    display " ".
    display "PAYMENT APPROVALS  (operator "
        function trim(ws-operator) ")".
    display "  1  list instructions awaiting approval".
    display "  2  show an instruction".
    display "  3  approve an instruction".
    display "  4  refuse an instruction".
    display "  9  commit session and record the decisions".
    display "  0  abandon session".
    display "choice: " with no advancing.
    accept menu-choice.
    evaluate function trim(menu-choice)
        when "1" perform list-pending-items
        when "2" perform show-item
        when "3"
            move "A" to ws-decision
            perform decide-item
        when "4"
            move "R" to ws-decision
            perform decide-item
        when "9" move "C" to session-state
        when "0" move "A" to session-state
        when other display "unknown choice"
    end-evaluate.

*>----------------------------------------------------------------
*> review
*>----------------------------------------------------------------
list-pending-items section.
    display "APPROVAL ID          PARKED   KEYED BY         "
        "CREDITOR IBAN                      EUR AMOUNT".
    move 0 to ws-pending-count.
    perform varying parked-idx from 1 by 1
        until parked-idx > parked-count
        move parked-image(parked-idx) to approval-record
        if appr-pending
            add 1 to ws-pending-count
            display appr-id " " appr-parked " " appr-entered-by " "
                appr-creditor-iban " " appr-eur-amount
        end-if
    end-perform.
    display ws-pending-count " instructions awaiting approval".

show-item section.
    perform find-item.
    if not entry-found
        exit paragraph
    end-if.
    perform describe-trigger.
    display "approval id   " appr-id.
    display "status        " appr-status.
    display "parked        " appr-parked " ("
        function trim(ws-trigger-text) ")".
    display "keyed by      " function trim(appr-entered-by).
    display "creditor iban " function trim(appr-creditor-iban).
    display "eur amount    " function trim(appr-eur-amount).
    if not appr-pending
        display "decided       " appr-decided " by "
            function trim(appr-approver)
        display "reason        " function trim(appr-reason)
    end-if.
    display "record        " function trim(appr-image).

describe-trigger section.
    evaluate true
        when appr-high-value
            move "ABOVE APPROVAL LIMIT" to ws-trigger-text
        when appr-new-creditor
            move "NEW CREDITOR" to ws-trigger-text
        when other
            move "LIMIT AND NEW CREDITOR" to ws-trigger-text
    end-evaluate.

decide-item section.
    perform find-item.
    if not entry-found
        exit paragraph
    end-if.
    if not appr-pending
        display "rejected: instruction already decided ("
            appr-status ")"
        exit paragraph
    end-if.
*>     four eyes means two people: whoever keyed the instruction
*>     cannot be the one who lets it go, or turns it away
    if function upper-case(function trim(appr-entered-by))
            = function upper-case(function trim(ws-operator))
        display "rejected: " function trim(ws-operator)
            " keyed this instruction; a second operator must decide it"
        exit paragraph
    end-if.
    display "reason: " with no advancing.
    accept ws-reason.
    if function trim(ws-reason) = spaces
        display "rejected: a decision needs a reason"
        exit paragraph
    end-if.
    move function current-date to ws-decision-stamp.
    move ws-decision to appr-status.
    move ws-operator to appr-approver.
    move ws-decision-stamp(1:14) to appr-decided.
    move function trim(ws-reason) to appr-reason.
    move approval-record to parked-image(parked-idx).
    move "Y" to parked-decided-now(parked-idx).
    add 1 to ws-staged-count.
    if decision-approve
        display "approval staged; commit to record it"
    else
        display "refusal staged; commit to record it"
    end-if.

find-item section.
    display "approval id: " with no advancing.
    accept ws-answer.
    move function trim(ws-answer) to ws-approval-id.
    move "N" to ws-found.
    perform varying parked-idx from 1 by 1
        until parked-idx > parked-count
        move parked-image(parked-idx) to approval-record
        if appr-id = ws-approval-id
            move "Y" to ws-found
            exit perform
        end-if
    end-perform.
    if not entry-found
        display "no such approval id"
    end-if.

*>----------------------------------------------------------------
*> session plumbing
*>----------------------------------------------------------------
load-queue-table section.
    move 0 to parked-count.
    open input queue-file.
    if not queue-file-ok
        display "payment-approve: no approvals queue, nothing to "
            "approve"
        exit paragraph
    end-if.
    perform until exit
        read queue-file into approval-record
            at end exit perform
        end-read
        if appr-id not = spaces
*>             a queue cut short here would be written back short at
*>             commit, losing the instructions past the limit
            if parked-count = 5000
                display "payment-approve: approvals queue holds more "
                    "than 5000 instructions, nothing loaded" upon syserr
                close queue-file
                move 1 to return-code
                stop run
            end-if
            add 1 to parked-count
            move approval-record to parked-image(parked-count)
            move "N" to parked-decided-now(parked-count)
        end-if
    end-perform.
    close queue-file.

commit-decisions section.
    if parked-count = 0
        exit paragraph
    end-if.
*>     the audit, approvals and archive files are opened before the
*>     queue is touched, so a commit that cannot record its
*>     decisions stops with the queue as it was
    open extend decision-log.
    if decision-status not = "00"
        open output decision-log
    end-if.
    if not decision-ok
        display "payment-approve: cannot open decision-log, status "
            decision-status upon syserr
        move 1 to return-code
        stop run
    end-if.
    open extend approved-file.
    if approved-status not = "00"
        open output approved-file
    end-if.
    if not approved-ok
        display "payment-approve: cannot open approved-file, status "
            approved-status upon syserr
        close decision-log
        move 1 to return-code
        stop run
    end-if.
    open extend archive-file.
    if archive-status not = "00"
        open output archive-file
    end-if.
    if not archive-ok
        display "payment-approve: cannot open archive-file, status "
            archive-status upon syserr
        close decision-log, approved-file
        move 1 to return-code
        stop run
    end-if.

    perform stage-new-queue.

    move spaces to shell-command.
    string "mv resources/approval-queue.txt.new "
           "resources/approval-queue.txt" delimited by size
        into shell-command
    end-string.
    call "SYSTEM" using shell-command giving shell-rc.
    if shell-rc not = 0
        display "payment-approve: cannot replace approvals queue, "
            "no decision recorded" upon syserr
        close decision-log, approved-file, archive-file
        move 1 to return-code
        stop run
    end-if.

*>     the queue now holds only what is still pending: record the
*>     decisions, queue the approvals and archive the decided items
    perform varying parked-idx from 1 by 1
        until parked-idx > parked-count
        if parked-recorded(parked-idx)
            move parked-image(parked-idx) to approval-record
            perform write-decision-line
            if appr-approved
                move appr-image to approved-image
                move appr-screen-released to approved-screen-released
                write approved-line
            end-if
        end-if
    end-perform.
    open input decided-work.
    if decided-work-ok
        perform until exit
            read decided-work at end exit perform end-read
            write archive-line from decided-work-line
        end-perform
        close decided-work
    end-if.
    close decision-log, approved-file, archive-file.
    move "rm -f resources/approval-decided.new" to shell-command.
    call "SYSTEM" using shell-command giving shell-rc.
    display "payment-approve: " ws-kept-count " instructions still "
        "pending, " ws-archived-count " archived".
    if ws-dropped-count > 0
        display "payment-approve: " ws-dropped-count " decisions "
            "dropped, decided elsewhere since the session started"
            upon syserr
    end-if.

stage-new-queue section.
*>     the queue as it is now, not as it was loaded: lines parked
*>     since are kept, and this session's decisions are applied to
*>     the lines still pending
    open input queue-file.
    if not queue-file-ok
        display "payment-approve: cannot reopen approvals queue, "
            "status " queue-file-status upon syserr
        close decision-log, approved-file, archive-file
        move 1 to return-code
        stop run
    end-if.
    open output work-file.
    if not work-ok
        display "payment-approve: cannot stage approvals queue, "
            "status " work-status upon syserr
        close queue-file, decision-log, approved-file, archive-file
        move 1 to return-code
        stop run
    end-if.
    open output decided-work.
    if not decided-work-ok
        display "payment-approve: cannot stage decided items, "
            "status " decided-work-status upon syserr
        close queue-file, work-file, decision-log, approved-file,
            archive-file
        move 1 to return-code
        stop run
    end-if.
    move 0 to ws-kept-count, ws-archived-count.
    perform until exit
        read queue-file into approval-record
            at end exit perform
        end-read
        if appr-pending
            perform apply-staged-decision
        end-if
        if appr-pending or appr-id = spaces
            write work-line from approval-record
            add 1 to ws-kept-count
        else
            write decided-work-line from approval-record
            add 1 to ws-archived-count
        end-if
    end-perform.
    close queue-file, work-file, decided-work.
    move 0 to ws-dropped-count.
    perform varying parked-idx from 1 by 1
        until parked-idx > parked-count
        if parked-staged(parked-idx)
            add 1 to ws-dropped-count
            move parked-image(parked-idx) to approval-record
            display "payment-approve: " appr-id " no longer pending, "
                "decision dropped" upon syserr
        end-if
    end-perform.

apply-staged-decision section.
    perform varying parked-idx from 1 by 1
        until parked-idx > parked-count
        if parked-staged(parked-idx)
            and parked-image(parked-idx)(1:20) = appr-id
            move parked-image(parked-idx) to approval-record
            move "W" to parked-decided-now(parked-idx)
            exit perform
        end-if
    end-perform.

write-decision-line section.
    move spaces to decision-record.
    if appr-approved
        move "APPROVE" to ws-answer
    else
        move "REFUSE" to ws-answer
    end-if.
    string appr-decided delimited by size
           "," delimited by size
           function trim(appr-approver) delimited by size
           "," delimited by size
           function trim(ws-answer) delimited by size
           "," delimited by size
           appr-id delimited by size
           ",KEYED[" delimited by size
           function trim(appr-entered-by) delimited by size
           "]," delimited by size
           function trim(appr-creditor-iban) delimited by size
           "," delimited by size
           function trim(appr-eur-amount) delimited by size
           ",REASON[" delimited by size
           function trim(appr-reason) delimited by size
           "]" delimited by size
        into decision-record
    end-string.
    write decision-record.
end program payment-approve.
