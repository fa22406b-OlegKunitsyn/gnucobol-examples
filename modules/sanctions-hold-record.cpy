      *>***************************************************************
      *> SANCTIONS-HOLD-RECORD.CPY
      *>
      *> Record layout of the sanctions hold file
      *> (resources/sanctions-hold.txt). sanctions-screen appends one
      *> record per screening hit -- the payment instruction, incoming
      *> credit or new account it stopped, kept whole in hold-image
      *> together with the list entry it matched. sanctions-review is
      *> the only writer of the decision fields: a named reviewer
      *> releases the item (R) or confirms the block (B), with the
      *> reason, and released items go back to the job that held
      *> them. The source code names that job: CT sepa-submit, CR
      *> incoming-post, ON iban-onboard.
      *>***************************************************************
       01 hold-record.
           05 hold-id pic x(20).
           05 hold-source pic x(2).
               88 hold-from-submit value "CT".
               88 hold-from-incoming value "CR".
               88 hold-from-onboard value "ON".
           05 hold-status pic x.
               88 hold-pending value "H".
               88 hold-released value "R".
               88 hold-blocked value "B".
           05 hold-screened-name pic x(35).
           05 hold-iban pic x(34).
           05 hold-hit-type pic x(7).
           05 hold-hit-name pic x(35).
           05 hold-list-source pic x(10).
           05 hold-listing-date pic x(8).
           05 hold-reviewer pic x(16).
           05 hold-decided pic x(14).
           05 hold-reason pic x(60).
           05 hold-image pic x(200).
