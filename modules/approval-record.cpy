      *>***************************************************************
      *> APPROVAL-RECORD.CPY
      *>
      *> Record layout of the payment approvals queue
      *> (resources/approval-queue.txt). sepa-submit parks a credit
      *> transfer here instead of paying it when it is above the
      *> approval limit or goes to a creditor IBAN that has never been
      *> paid before -- the payment instruction kept whole in
      *> appr-image, with the operator who keyed it and the EUR amount
      *> it would have been paid at. payment-approve is the only
      *> writer of the decision fields: a second named operator, never
      *> the one who keyed the instruction, approves it (A) or refuses
      *> it (R) with a reason, and approved items go back to
      *> sepa-submit on resources/approved-instructions.txt. Decided
      *> items leave the queue for resources/approval-archive.txt when
      *> the session that decided them is committed.
      *>***************************************************************
       01 approval-record.
           05 appr-id pic x(20).
           05 appr-status pic x.
               88 appr-pending value "P".
               88 appr-approved value "A".
               88 appr-refused value "R".
           05 appr-trigger pic x.
               88 appr-high-value value "V".
               88 appr-new-creditor value "N".
               88 appr-high-value-new value "B".
           05 appr-parked pic x(8).
           05 appr-entered-by pic x(16).
           05 appr-creditor-iban pic x(34).
           05 appr-eur-amount pic x(13).
           05 appr-approver pic x(16).
           05 appr-decided pic x(14).
           05 appr-reason pic x(60).
           05 appr-image pic x(200).
      *>     Y when the instruction was parked after a sanctions
      *>     reviewer released it, so the approved instruction is not
      *>     screened -- and held -- a second time
           05 appr-screen-released pic x.
               88 appr-sanctions-released value "Y".
