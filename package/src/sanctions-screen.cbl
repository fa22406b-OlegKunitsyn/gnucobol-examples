       >>SOURCE FORMAT FREE
*>*
*> Screen a counterparty against the sanctions list before money
*> moves or an account is opened. Called by sepa-submit (creditor
*> name and remittance of each instruction), incoming-post
*> (ordering party name and remittance of each credit) and
*> iban-onboard (customer name of each new account).
*>
*> The list lives in resources/sanctions-list.txt (or
*> MS_SANCTIONS_LIST_FILE when set), one comma-separated line per
*> listed party: name, aliases (semicolon-separated), country code,
*> list source, listing date (yyyymmdd). A name of "*" lists a
*> whole country: every IBAN or BIC of that country is a hit. Read
*> once per run and cached, names and aliases normalized as they
*> are loaded.
*>
*> Names are compared normalized -- upper case, punctuation
*> dropped, spacing collapsed -- and matched exactly, against each
*> alias, fuzzily (an edit distance of one for short names, two for
*> names of twelve characters and more), and word by word, so a
*> listed two-word name hidden inside a longer trading name or
*> keyed in the other order still hits. The remittance text is
*> searched for the listed names and aliases as whole words.
*>
*> A hit is not rejected: the caller's whole record is written to
*> the sanctions hold file (resources/sanctions-hold.txt) and to the
*> compliance screening report (reports/sanctions-screening.txt),
*> and the caller leaves the item out of its batch until
*> sanctions-review releases it. A hit that cannot be put on the
*> hold file comes back as verdict 8 rather than 1: nothing would
*> ever release it, so the caller stops instead of dropping it.
*>
*> Unlike the bank directory, a missing list does not disable the
*> check -- callers pass a blank source once at startup to learn
*> whether the list could be loaded, and stop rather than pay or
*> post unscreened.
*>
*> @param l-source CT, CR or ON (the calling job); spaces to probe
*> @param l-name counterparty name to screen
*> @param l-text free text (remittance) to screen
*> @param l-iban counterparty IBAN, spaces when none
*> @param l-bic counterparty BIC, spaces when none
*> @param l-image the caller's whole record, kept on the hold file
*> @param l-verdict 0 clear, 1 held, 8 hit but the hold file could
*>        not be written, 9 list not available
*>*
identification division.
program-id. sanctions-screen.
environment division.
configuration section.
repository. function all intrinsic.
input-output section.
file-control.
    select sanctions-list assign to dynamic list-file-name
        organization line sequential
        file status is list-status.
    select hold-file assign to "resources/sanctions-hold.txt"
        organization line sequential
        file status is hold-file-status.
    select screening-report assign to "reports/sanctions-screening.txt"
        organization line sequential
        file status is report-status.
data division.
file section.
fd sanctions-list.
    01 list-line pic x(400).
fd hold-file.
    copy "modules/sanctions-hold-record.cpy".
fd screening-report.
    01 report-line pic x(132).
working-storage section.
    01 list-file-name pic x(256)
        value "resources/sanctions-list.txt".
    01 list-status pic x(2).
        88 list-ok value "00".
    01 hold-file-status pic x(2).
        88 hold-ok value "00".
    01 report-status pic x(2).
        88 report-ok value "00".
    01 list-loaded pic x value "N".
        88 list-is-loaded value "Y".
    01 list-missing pic x value "N".
        88 list-is-missing value "Y".

    01 party-count pic 9(4) value 0.
    01 party-table.
        05 party-entry occurs 1 to 5000 times
            depending on party-count
            indexed by party-idx.
            10 party-listed-name pic x(35).
            10 party-name pic x(35).
            10 party-alias pic x(35) occurs 5 times.
            10 party-country pic x(2).
            10 party-source pic x(10).
            10 party-listed-date pic x(8).

    01 ws-scan-ptr pic 9(4) comp.
    01 ws-token-name pic x(35).
    01 ws-token-aliases pic x(200).
    01 ws-token-country pic x(10).
    01 ws-token-source pic x(20).
    01 ws-token-date pic x(10).
    01 ws-alias-ptr pic 9(4) comp.
    01 ws-alias-idx pic 9 comp.

*>     normalization work area
    01 ws-norm-in pic x(35).
    01 ws-norm-out pic x(35).
    01 ws-norm-in-idx pic 9(3) comp.
    01 ws-norm-out-ptr pic 9(3) comp.
    01 ws-norm-char pic x.
    01 ws-norm-last-space pic x.

    01 ws-screen-name pic x(35).
    01 ws-screen-text pic x(35).
    01 ws-padded-target pic x(40).
    01 ws-needle pic x(40).
    01 ws-needle-len pic 9(3) comp.
    01 ws-hit-tally pic 9(4) comp.
    01 ws-candidate pic x(35).

*>     edit distance between two normalized names, one row of the
*>     table at a time (element n holds column n - 1)
    01 ws-lev-a pic x(35).
    01 ws-lev-b pic x(35).
    01 ws-lev-a-len pic 9(3) comp.
    01 ws-lev-b-len pic 9(3) comp.
    01 ws-lev-i pic 9(3) comp.
    01 ws-lev-j pic 9(3) comp.
    01 ws-lev-cost pic 9(3) comp.
    01 ws-lev-distance pic 9(3) comp.
    01 ws-lev-threshold pic 9(3) comp.
    01 lev-rows.
        05 lev-prev pic 9(3) comp occurs 36 times.
        05 lev-curr pic 9(3) comp occurs 36 times.

    01 ws-word-count pic 9 comp.
    01 ws-words-found pic 9 comp.
    01 ws-word pic x(35) occurs 6 times.

    01 ws-hit pic x value "N".
        88 hit-found value "Y".
    01 ws-hit-type pic x(7).
    01 ws-hit-party usage index.
    01 ws-hold-stamp pic x(21).
    01 ws-hold-sequence pic 9(4) value 0.
    01 ws-hold-written pic x.
        88 hold-written value "Y".
linkage section.
    01 l-source pic x(2).
    01 l-name pic x(35).
    01 l-text pic x(35).
    01 l-iban pic x(34).
    01 l-bic pic x(11).
    01 l-image pic x(200).
    01 l-verdict pic 9.
procedure division using l-source, l-name, l-text, l-iban, l-bic,
        l-image, l-verdict.
    if not list-is-loaded
        perform load-sanctions-list
    end-if.
    move 0 to l-verdict.
    if list-is-missing
        move 9 to l-verdict
        goback
    end-if.
    if l-source = spaces
        goback
    end-if.

    move l-name to ws-norm-in.
    perform normalize-text.
    move ws-norm-out to ws-screen-name.
    move l-text to ws-norm-in.
    perform normalize-text.
    move ws-norm-out to ws-screen-text.

    move "N" to ws-hit.
    perform varying party-idx from 1 by 1
        until party-idx > party-count or hit-found
        if party-name(party-idx) = "*"
            perform check-country
        else
            perform check-party-names
        end-if
        if hit-found
            set ws-hit-party to party-idx
        end-if
    end-perform.
    if hit-found
        perform write-hold
        if hold-written
            move 1 to l-verdict
        else
            move 8 to l-verdict
        end-if
    end-if.
    goback.

check-country section.
    if (l-iban(1:2) not = spaces
            and l-iban(1:2) = party-country(party-idx))
        or (l-bic(5:2) not = spaces
            and l-bic(5:2) = party-country(party-idx))
        move "Y" to ws-hit
        move "COUNTRY" to ws-hit-type
    end-if.

check-party-names section.
    move party-name(party-idx) to ws-candidate.
    move "NAME" to ws-hit-type.
    perform check-one-candidate.
    perform varying ws-alias-idx from 1 by 1
        until ws-alias-idx > 5 or hit-found
        if party-alias(party-idx, ws-alias-idx) not = spaces
            move party-alias(party-idx, ws-alias-idx) to ws-candidate
            move "ALIAS" to ws-hit-type
            perform check-one-candidate
        end-if
    end-perform.

check-one-candidate section.
    if ws-screen-name not = spaces
        if ws-candidate = ws-screen-name
            move "Y" to ws-hit
            exit paragraph
        end-if
        perform check-fuzzy-name
        if hit-found
            move "FUZZY" to ws-hit-type
            exit paragraph
        end-if
        perform check-name-words
        if hit-found
            move "WORDS" to ws-hit-type
            exit paragraph
        end-if
    end-if.
    if ws-screen-text not = spaces
        perform check-whole-phrase
        if hit-found
            move "TEXT" to ws-hit-type
        end-if
    end-if.

check-fuzzy-name section.
    move ws-candidate to ws-lev-a.
    move ws-screen-name to ws-lev-b.
    move length(function trim(ws-lev-a)) to ws-lev-a-len.
    move length(function trim(ws-lev-b)) to ws-lev-b-len.
    evaluate true
        when ws-lev-a-len >= 12 move 2 to ws-lev-threshold
        when ws-lev-a-len >= 5 move 1 to ws-lev-threshold
        when other exit paragraph
    end-evaluate.
    if ws-lev-a-len > ws-lev-b-len + ws-lev-threshold
        or ws-lev-b-len > ws-lev-a-len + ws-lev-threshold
        exit paragraph
    end-if.
    perform compute-edit-distance.
    if ws-lev-distance <= ws-lev-threshold
        move "Y" to ws-hit
    end-if.

compute-edit-distance section.
    perform varying ws-lev-j from 0 by 1 until ws-lev-j > ws-lev-b-len
        move ws-lev-j to lev-prev(ws-lev-j + 1)
    end-perform.
    perform varying ws-lev-i from 1 by 1 until ws-lev-i > ws-lev-a-len
        move ws-lev-i to lev-curr(1)
        perform varying ws-lev-j from 1 by 1
            until ws-lev-j > ws-lev-b-len
            if ws-lev-a(ws-lev-i:1) = ws-lev-b(ws-lev-j:1)
                move 0 to ws-lev-cost
            else
                move 1 to ws-lev-cost
            end-if
            compute lev-curr(ws-lev-j + 1) =
                min(lev-prev(ws-lev-j + 1) + 1,
                    lev-curr(ws-lev-j) + 1,
                    lev-prev(ws-lev-j) + ws-lev-cost)
        end-perform
        perform varying ws-lev-j from 0 by 1
            until ws-lev-j > ws-lev-b-len
            move lev-curr(ws-lev-j + 1) to lev-prev(ws-lev-j + 1)
        end-perform
    end-perform.
    move lev-prev(ws-lev-b-len + 1) to ws-lev-distance.

check-name-words section.
*>     every word of a listed name of two words or more appearing
*>     as a whole word of the screened name, in any order
    move spaces to ws-word(1), ws-word(2), ws-word(3), ws-word(4),
        ws-word(5), ws-word(6).
    unstring ws-candidate delimited by all space
        into ws-word(1), ws-word(2), ws-word(3), ws-word(4),
             ws-word(5), ws-word(6)
    end-unstring.
    move 0 to ws-word-count.
    move 0 to ws-words-found.
    move spaces to ws-padded-target.
    move ws-screen-name to ws-padded-target(2:35).
    perform varying ws-alias-ptr from 1 by 1 until ws-alias-ptr > 6
        if ws-word(ws-alias-ptr) not = spaces
            add 1 to ws-word-count
            move spaces to ws-needle
            move ws-word(ws-alias-ptr) to ws-needle(2:35)
            move length(function trim(ws-word(ws-alias-ptr)))
                to ws-needle-len
            add 2 to ws-needle-len
            move 0 to ws-hit-tally
            inspect ws-padded-target tallying ws-hit-tally
                for all ws-needle(1:ws-needle-len)
            if ws-hit-tally > 0
                add 1 to ws-words-found
            end-if
        end-if
    end-perform.
    if ws-word-count >= 2 and ws-words-found = ws-word-count
        move "Y" to ws-hit
    end-if.

check-whole-phrase section.
*>     the candidate as a whole-word phrase inside the padded target
    move spaces to ws-padded-target.
    move ws-screen-text to ws-padded-target(2:35).
    move spaces to ws-needle.
    move ws-candidate to ws-needle(2:35).
    move length(function trim(ws-candidate)) to ws-needle-len.
    add 2 to ws-needle-len.
    move 0 to ws-hit-tally.
    inspect ws-padded-target tallying ws-hit-tally
        for all ws-needle(1:ws-needle-len).
    if ws-hit-tally > 0
        move "Y" to ws-hit
    end-if.

normalize-text section.
*>     upper case, letters and digits only, one space between words
    move spaces to ws-norm-out.
    move 1 to ws-norm-out-ptr.
    move "Y" to ws-norm-last-space.
    move upper-case(ws-norm-in) to ws-norm-in.
    perform varying ws-norm-in-idx from 1 by 1
        until ws-norm-in-idx > length(ws-norm-in)
        move ws-norm-in(ws-norm-in-idx:1) to ws-norm-char
        if (ws-norm-char >= "A" and ws-norm-char <= "Z")
            or (ws-norm-char >= "0" and ws-norm-char <= "9")
            move ws-norm-char to ws-norm-out(ws-norm-out-ptr:1)
            add 1 to ws-norm-out-ptr
            move "N" to ws-norm-last-space
        else
            if ws-norm-last-space = "N"
                and ws-norm-out-ptr <= length(ws-norm-out)
                add 1 to ws-norm-out-ptr
                move "Y" to ws-norm-last-space
            end-if
        end-if
    end-perform.
    move function trim(ws-norm-out) to ws-norm-out.

write-hold section.
    move current-date to ws-hold-stamp.
    add 1 to ws-hold-sequence.
    move spaces to hold-record.
    string ws-hold-stamp(1:14) delimited by size
           l-source delimited by size
           ws-hold-sequence delimited by size
        into hold-id
    end-string.
    move l-source to hold-source.
    move "H" to hold-status.
    move l-name to hold-screened-name.
    move l-iban to hold-iban.
    move ws-hit-type to hold-hit-type.
    move party-listed-name(ws-hit-party) to hold-hit-name.
    move party-source(ws-hit-party) to hold-list-source.
    move party-listed-date(ws-hit-party) to hold-listing-date.
    move l-image to hold-image.

    move "N" to ws-hold-written.
    open extend hold-file.
    if hold-file-status not = "00"
        open output hold-file
    end-if.
    if hold-ok
        write hold-record
        if hold-ok
            move "Y" to ws-hold-written
        end-if
        close hold-file
    else
        display "sanctions-screen: cannot open hold-file, status "
            hold-file-status upon syserr
    end-if.

    open extend screening-report.
    if report-status not = "00"
        open output screening-report
    end-if.
    if not report-ok
        display "sanctions-screen: cannot open screening-report, "
            "status " report-status upon syserr
        exit paragraph
    end-if.
    move spaces to report-line.
    move hold-id to report-line(1:20).
    move hold-source to report-line(22:2).
    move l-name to report-line(25:35).
    move l-iban to report-line(61:34).
    move l-bic to report-line(96:11).
    move "HELD" to report-line(108:4).
    write report-line.
    move spaces to report-line.
    move hold-hit-type to report-line(3:7).
    move hold-hit-name to report-line(11:35).
    move hold-list-source to report-line(47:10).
    move hold-listing-date to report-line(58:8).
    move l-text to report-line(67:35).
    write report-line.
    close screening-report.

load-sanctions-list section.
    move "Y" to list-loaded.
    accept list-file-name from environment "MS_SANCTIONS_LIST_FILE"
        on exception
            move "resources/sanctions-list.txt" to list-file-name
    end-accept.
    if list-file-name = spaces
        move "resources/sanctions-list.txt" to list-file-name
    end-if.
    move 0 to party-count.
    open input sanctions-list.
    if not list-ok
        move "Y" to list-missing
        exit paragraph
    end-if.
    perform until exit
        read sanctions-list at end exit perform end-read
        move spaces to ws-token-name, ws-token-aliases,
            ws-token-country, ws-token-source, ws-token-date
        move 1 to ws-scan-ptr
        unstring list-line delimited by ","
            into ws-token-name, ws-token-aliases, ws-token-country,
                 ws-token-source, ws-token-date
            with pointer ws-scan-ptr
        end-unstring
        if function trim(ws-token-name) not = spaces
            and party-count < 5000
            perform stage-one-party
        end-if
    end-perform.
    close sanctions-list.
*>     an empty list is as good as none: nothing could ever hit
    if party-count = 0
        move "Y" to list-missing
    end-if.

stage-one-party section.
    add 1 to party-count.
    set party-idx to party-count.
    move function trim(ws-token-name) to party-listed-name(party-idx).
    if function trim(ws-token-name) = "*"
        move "*" to party-name(party-idx)
    else
        move ws-token-name to ws-norm-in
        perform normalize-text
        move ws-norm-out to party-name(party-idx)
    end-if.
    move 1 to ws-alias-ptr.
    perform varying ws-alias-idx from 1 by 1 until ws-alias-idx > 5
        move spaces to ws-norm-in
        if ws-alias-ptr <= length(ws-token-aliases)
            unstring ws-token-aliases delimited by ";"
                into ws-norm-in
                with pointer ws-alias-ptr
            end-unstring
        end-if
        perform normalize-text
        move ws-norm-out to party-alias(party-idx, ws-alias-idx)
    end-perform.
    move upper-case(function trim(ws-token-country))
        to party-country(party-idx).
    move function trim(ws-token-source) to party-source(party-idx).
    move function trim(ws-token-date) to party-listed-date(party-idx).
end program sanctions-screen.

*>*
*> Hand a job back the items sanctions-review has released for it,
*> one per call. The released items wait on
*> resources/sanctions-released-<source>.txt, one whole record per
*> line, in the layout of the job's own input file. The queue is
*> removed once it has been read to the end, so each release is
*> processed exactly once; the hold file keeps the record of it.
*>
*> @param l-source CT, CR or ON (the calling job)
*> @param l-image the next released record, spaces at the end
*> @param l-found "Y" when a record was returned, "N" at the end
*>*
identification division.
program-id. sanctions-released.
environment division.
configuration section.
repository. function all intrinsic.
input-output section.
file-control.
    select released-file assign to dynamic released-file-name
        organization line sequential
        file status is released-status.
data division.
file section.
fd released-file.
    01 released-line pic x(200).
working-storage section.
    01 released-file-name pic x(256).
    01 released-status pic x(2).
        88 released-ok value "00".
    01 queue-state pic x value "C".
        88 queue-closed value "C".
        88 queue-open value "O".
        88 queue-finished value "F".
    01 shell-command pic x(300).
linkage section.
    01 l-source pic x(2).
    01 l-image pic x(200).
    01 l-found pic x.
procedure division using l-source, l-image, l-found.
    move spaces to l-image.
    move "N" to l-found.
    if queue-finished
        goback
    end-if.
    if queue-closed
        move spaces to released-file-name
        string "resources/sanctions-released-" delimited by size
               l-source delimited by size
               ".txt" delimited by size
            into released-file-name
        end-string
        open input released-file
        if not released-ok
            move "F" to queue-state
            goback
        end-if
        move "O" to queue-state
    end-if.
    perform until exit
        read released-file
            at end
                perform finish-queue
                goback
        end-read
        if released-line not = spaces
            exit perform
        end-if
    end-perform.
    move released-line to l-image.
    move "Y" to l-found.
    goback.

finish-queue section.
    close released-file.
    move "F" to queue-state.
    move spaces to shell-command.
    string "rm -f " delimited by size
           function trim(released-file-name) delimited by size
        into shell-command
    end-string.
    call "SYSTEM" using shell-command.
end program sanctions-released.
