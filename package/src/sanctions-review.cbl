       >>SOURCE FORMAT FREE
*>*
*> Interactive review of the sanctions hold file
*> (resources/sanctions-hold.txt). Every screening hit sepa-submit,
*> incoming-post and iban-onboard stopped waits there, held (H),
*> until a reviewer either releases it (R) as a false positive or
*> confirms the block (B). Regulators expect to see who cleared each
*> hit and why, so the session will not start without a named
*> reviewer (MS_MAINT_OPERATOR, falling back to USER), and neither
*> decision is taken without a reason.
*>
*> The reviewer works on an in-memory copy through a list/show/
*> release/block menu, as in ref-maintain. Committing the session
*> re-reads the hold file, so hits held while the session was open
*> are kept, and replaces it whole (work file, then swap). A
*> decision is recorded only against an item still held on the file
*> as re-read; one somebody else decided meanwhile is dropped and
*> reported. Only once the swap has succeeded does the commit append
*> one line per decision to reports/sanctions-decisions.log --
*> stamp, reviewer, decision, hold id, hit and reason -- and queue
*> each released item on resources/sanctions-released-<source>.txt,
*> where the job that held it picks it up on its next run and
*> processes it without screening it again. A swap that fails stops
*> the commit with nothing released, so no item can be released --
*> and paid -- twice. Abandoning the session leaves all of it
*> untouched.
*>
*> The review report (reports/sanctions-review-report.txt) lists
*> every hold with its hit, status, reviewer, decision time and
*> reason, decisions staged in the session included.
*>*
identification division.
program-id. sanctions-review.
environment division.
configuration section.
repository. function all intrinsic.
input-output section.
file-control.
    select hold-file assign to "resources/sanctions-hold.txt"
        organization line sequential
        file status is hold-file-status.
    select work-file assign to "resources/sanctions-hold.txt.new"
        organization line sequential
        file status is work-status.
    select released-file assign to dynamic released-file-name
        organization line sequential
        file status is released-status.
    select decision-log assign to "reports/sanctions-decisions.log"
        organization line sequential
        file status is decision-status.
    select review-report
        assign to "reports/sanctions-review-report.txt"
        organization line sequential
        file status is report-status.
data division.
file section.
fd hold-file.
    01 hold-line pic x(442).
fd work-file.
    01 work-line pic x(442).
fd released-file.
    01 released-line pic x(200).
fd decision-log.
    01 decision-record pic x(256).
fd review-report.
    01 report-line pic x(132).
working-storage section.
    01 hold-file-status pic x(2).
        88 hold-file-ok value "00".
    01 work-status pic x(2).
        88 work-ok value "00".
    01 released-file-name pic x(256).
    01 released-status pic x(2).
        88 released-ok value "00".
    01 decision-status pic x(2).
        88 decision-ok value "00".
    01 report-status pic x(2).
        88 report-ok value "00".

    copy "modules/sanctions-hold-record.cpy".

    01 held-count pic 9(4) value 0.
    01 held-table.
        05 held-entry occurs 1 to 5000 times
            depending on held-count
            indexed by held-idx.
            10 held-image pic x(442).
            10 held-decided-now pic x.
                88 held-staged value "Y".
                88 held-recorded value "W".

    01 ws-operator pic x(16).
    01 ws-decision-stamp pic x(21).
    01 menu-choice pic x(2).
    01 ws-answer pic x(64).
    01 ws-hold-id pic x(20).
    01 ws-reason pic x(60).
    01 ws-decision pic x.
        88 decision-release value "R".
        88 decision-block value "B".
    01 ws-found pic x value "N".
        88 entry-found value "Y".
    01 ws-pending-count pic 9(4).
    01 ws-staged-count pic 9(4) value 0.
    01 ws-dropped-count pic 9(4) value 0.
    01 ws-release-count pic 9(4).
    01 ws-block-count pic 9(4).
    01 ws-report-date.
        05 ws-report-mm pic x(2).
        05 filler pic x value "/".
        05 ws-report-dd pic x(2).
        05 filler pic x value "/".
        05 ws-report-yyyy pic x(4).
    01 ws-line-count pic 9(3) value 0.
    01 session-state pic x value "O".
        88 session-open value "O".
        88 session-committed value "C".
        88 session-abandoned value "A".
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
*>     an anonymous clearance is worth nothing to a regulator
    if ws-operator = spaces
        display "sanctions-review: no reviewer named, set "
            "MS_MAINT_OPERATOR" upon syserr
        move 1 to return-code
        stop run
    end-if.

    perform load-hold-table.

    perform serve-menu until not session-open.

    if session-committed
        perform commit-decisions
        subtract ws-dropped-count from ws-staged-count
        display "sanctions-review: session committed, "
            ws-staged-count " decisions recorded"
    else
        display "sanctions-review: session abandoned, hold file "
            "untouched"
    end-if.
    goback.

serve-menu section.
    display " ".
    display "SANCTIONS HOLD REVIEW  (reviewer "
        function trim(ws-operator) ")".
    display "  1  list held items".
    display "  2  show an item".
    display "  3  release an item".
    display "  4  confirm a block".
    display "  5  print the review report".
    display "  9  commit session and record the decisions".
    display "  0  abandon session".
    display "choice: " with no advancing.
    accept menu-choice.
    evaluate function trim(menu-choice)
        when "1" perform list-held-items
        when "2" perform show-item
        when "3"
            move "R" to ws-decision
            perform decide-item
        when "4"
            move "B" to ws-decision
            perform decide-item
        when "5" perform print-review-report
        when "9" move "C" to session-state
        when "0" move "A" to session-state
        when other display "unknown choice"
    end-evaluate.

*>----------------------------------------------------------------
*> review
*>----------------------------------------------------------------
list-held-items section.
    display "HOLD ID              SRC NAME                    "
        "HIT     LISTED AS".
    move 0 to ws-pending-count.
    perform varying held-idx from 1 by 1 until held-idx > held-count
        move held-image(held-idx) to hold-record
        if hold-pending
            add 1 to ws-pending-count
            display hold-id " " hold-source "  "
                hold-screened-name(1:23) " " hold-hit-type " "
                function trim(hold-hit-name)
        end-if
    end-perform.
    display ws-pending-count " items held".

show-item section.
    perform find-item.
    if not entry-found
        exit paragraph
    end-if.
    display "hold id       " hold-id.
    display "held by       " hold-source.
    display "status        " hold-status.
    display "screened name " function trim(hold-screened-name).
    display "iban          " function trim(hold-iban).
    display "hit           " hold-hit-type " "
        function trim(hold-hit-name).
    display "list          " function trim(hold-list-source)
        " listed " hold-listing-date.
    if not hold-pending
        display "decided       " hold-decided " by "
            function trim(hold-reviewer)
        display "reason        " function trim(hold-reason)
    end-if.
    display "record        " function trim(hold-image).

decide-item section.
    perform find-item.
    if not entry-found
        exit paragraph
    end-if.
    if not hold-pending
        display "rejected: item already decided (" hold-status ")"
        exit paragraph
    end-if.
    display "reason: " with no advancing.
    accept ws-reason.
    if function trim(ws-reason) = spaces
        display "rejected: a decision needs a reason"
        exit paragraph
    end-if.
    move function current-date to ws-decision-stamp.
    move ws-decision to hold-status.
    move ws-operator to hold-reviewer.
    move ws-decision-stamp(1:14) to hold-decided.
    move function trim(ws-reason) to hold-reason.
    move hold-record to held-image(held-idx).
    move "Y" to held-decided-now(held-idx).
    add 1 to ws-staged-count.
    if decision-release
        display "release staged; commit to record it"
    else
        display "block staged; commit to record it"
    end-if.

find-item section.
    display "hold id: " with no advancing.
    accept ws-answer.
    move function trim(ws-answer) to ws-hold-id.
    move "N" to ws-found.
    perform varying held-idx from 1 by 1 until held-idx > held-count
        move held-image(held-idx) to hold-record
        if hold-id = ws-hold-id
            move "Y" to ws-found
            exit perform
        end-if
    end-perform.
    if not entry-found
        display "no such hold"
    end-if.

*>----------------------------------------------------------------
*> review report
*>----------------------------------------------------------------
print-review-report section.
    open output review-report.
    if not report-ok
        display "sanctions-review: cannot open review-report, status "
            report-status upon syserr
        exit paragraph
    end-if.
    move function current-date(5:2) to ws-report-mm.
    move function current-date(7:2) to ws-report-dd.
    move function current-date(1:4) to ws-report-yyyy.
    perform write-report-heading.
    move 0 to ws-pending-count, ws-release-count, ws-block-count.
    perform varying held-idx from 1 by 1 until held-idx > held-count
        move held-image(held-idx) to hold-record
        evaluate true
            when hold-pending add 1 to ws-pending-count
            when hold-released add 1 to ws-release-count
            when hold-blocked add 1 to ws-block-count
        end-evaluate
        if ws-line-count >= 60
            perform write-report-heading
        end-if
        move spaces to report-line
        move hold-id to report-line(1:20)
        move hold-source to report-line(22:2)
        move hold-screened-name(1:34) to report-line(26:34)
        move hold-hit-type to report-line(61:7)
        move hold-hit-name(1:30) to report-line(69:30)
        move hold-list-source to report-line(100:10)
        evaluate true
            when hold-pending move "HELD" to report-line(111:8)
            when hold-released move "RELEASED" to report-line(111:8)
            when hold-blocked move "BLOCKED" to report-line(111:8)
        end-evaluate
        write report-line
        add 1 to ws-line-count
        if not hold-pending
            move spaces to report-line
            move hold-decided to report-line(3:14)
            move hold-reviewer to report-line(18:16)
            move hold-reason to report-line(35:60)
            write report-line
            add 1 to ws-line-count
        end-if
    end-perform.
    move spaces to report-line.
    write report-line.
    move spaces to report-line.
    string "HELD " ws-pending-count "   RELEASED " ws-release-count
        "   BLOCKED " ws-block-count
        delimited by size into report-line
    end-string.
    write report-line.
    close review-report.
    display "review report written to "
        "reports/sanctions-review-report.txt".

write-report-heading section.
    move spaces to report-line.
    string "SANCTIONS HOLD REVIEW REPORT" delimited by size
        into report-line
    end-string.
    move ws-report-date to report-line(123:10).
    if ws-line-count > 0
        write report-line after advancing page
    else
        write report-line
    end-if.
    move spaces to report-line.
    move "HOLD ID" to report-line(1:7).
    move "SRC" to report-line(22:3).
    move "SCREENED NAME" to report-line(26:13).
    move "HIT" to report-line(61:3).
    move "LISTED AS" to report-line(69:9).
    move "LIST" to report-line(100:4).
    move "STATUS" to report-line(111:6).
    write report-line.
    move spaces to report-line.
    move "  DECIDED        REVIEWER         REASON" to report-line.
    write report-line.
    move spaces to report-line.
    write report-line.
    move 4 to ws-line-count.

*>----------------------------------------------------------------
*> session plumbing
*>----------------------------------------------------------------
load-hold-table section.
    move 0 to held-count.
    open input hold-file.
    if not hold-file-ok
        display "sanctions-review: no hold file, nothing to review"
        exit paragraph
    end-if.
    perform until exit
        read hold-file into hold-record at end exit perform end-read
        if hold-id not = spaces and held-count < 5000
            add 1 to held-count
            move hold-record to held-image(held-count)
            move "N" to held-decided-now(held-count)
        end-if
    end-perform.
    close hold-file.

commit-decisions section.
    if ws-staged-count = 0
        exit paragraph
    end-if.
*>     the decision log is opened before the hold file is touched,
*>     so a commit that cannot record its decisions stops with the
*>     hold file as it was
    open extend decision-log.
    if decision-status not = "00"
        open output decision-log
    end-if.
    if not decision-ok
        display "sanctions-review: cannot open decision-log, status "
            decision-status upon syserr
        move 1 to return-code
        stop run
    end-if.

    perform stage-new-hold-file.

    move spaces to shell-command.
    string "mv resources/sanctions-hold.txt.new "
           "resources/sanctions-hold.txt" delimited by size
        into shell-command
    end-string.
    call "SYSTEM" using shell-command giving shell-rc.
    if shell-rc not = 0
        display "sanctions-review: cannot replace hold file, "
            "no decision recorded" upon syserr
        close decision-log
        move 1 to return-code
        stop run
    end-if.

*>     the hold file now carries the decisions: log them and queue
*>     the releases
    perform varying held-idx from 1 by 1 until held-idx > held-count
        if held-recorded(held-idx)
            move held-image(held-idx) to hold-record
            perform write-decision-line
            if hold-released
                perform queue-released-item
            end-if
        end-if
    end-perform.
    close decision-log.

stage-new-hold-file section.
*>     the hold file as it is now, not as it was loaded: hits held
*>     since are kept, and this session's decisions are applied to
*>     the items still held
    open input hold-file.
    if not hold-file-ok
        display "sanctions-review: cannot reopen hold file, status "
            hold-file-status upon syserr
        close decision-log
        move 1 to return-code
        stop run
    end-if.
    open output work-file.
    if not work-ok
        display "sanctions-review: cannot stage hold file, status "
            work-status upon syserr
        close hold-file, decision-log
        move 1 to return-code
        stop run
    end-if.
    perform until exit
        read hold-file into hold-record at end exit perform end-read
        if hold-pending
            perform apply-staged-decision
        end-if
        write work-line from hold-record
    end-perform.
    close hold-file, work-file.
    move 0 to ws-dropped-count.
    perform varying held-idx from 1 by 1 until held-idx > held-count
        if held-staged(held-idx)
            add 1 to ws-dropped-count
            move held-image(held-idx) to hold-record
            display "sanctions-review: " hold-id " no longer held, "
                "decision dropped" upon syserr
        end-if
    end-perform.

apply-staged-decision section.
    perform varying held-idx from 1 by 1 until held-idx > held-count
        if held-staged(held-idx)
            and held-image(held-idx)(1:20) = hold-id
            move held-image(held-idx) to hold-record
            move "W" to held-decided-now(held-idx)
            exit perform
        end-if
    end-perform.

write-decision-line section.
    move spaces to decision-record.
    if hold-released
        move "RELEASE" to ws-answer
    else
        move "BLOCK" to ws-answer
    end-if.
    string hold-decided delimited by size
           "," delimited by size
           function trim(hold-reviewer) delimited by size
           "," delimited by size
           function trim(ws-answer) delimited by size
           "," delimited by size
           hold-id delimited by size
           "," delimited by size
           function trim(hold-screened-name) delimited by size
           ",HIT[" delimited by size
           function trim(hold-hit-type) delimited by size
           " " delimited by size
           function trim(hold-hit-name) delimited by size
           " " delimited by size
           function trim(hold-list-source) delimited by size
           "],REASON[" delimited by size
           function trim(hold-reason) delimited by size
           "]" delimited by size
        into decision-record
    end-string.
    write decision-record.

queue-released-item section.
    move spaces to released-file-name.
    string "resources/sanctions-released-" delimited by size
           hold-source delimited by size
           ".txt" delimited by size
        into released-file-name
    end-string.
    open extend released-file.
    if released-status not = "00"
        open output released-file
    end-if.
    if not released-ok
        display "sanctions-review: release of " hold-id
            " recorded but not queued, status " released-status
            upon syserr
        move 1 to return-code
        exit paragraph
    end-if.
    write released-line from hold-image.
    close released-file.
end program sanctions-review.
