      *> IBAN and signature date match is rejected before it can
      *> bounce at the bank. Status C mandates have been cancelled
      *> by the debtor and stay on file so the rejection can say so.
      *>
      *> The sequence type is the one the next collection goes out
      *> with: FRST until the first collection, RCUR after it; FNAL
      *> or OOFF when receivables load it so. sepa-collect records
      *> the date of each collection and counts them, and closes the
      *> mandate (status F) once a FNAL or OOFF collection has gone.
      *> mandate-expire marks a mandate with no collection for 36
      *> months expired (status E), as the rulebook treats it as
      *> dead.
      *>***************************************************************
       01 mandate-record.
           05 mandate-reference pic x(35).
           05 mandate-status pic x.
               88 mandate-live value "A".
               88 mandate-cancelled value "C".
               88 mandate-completed value "F".
               88 mandate-expired value "E".
           05 mandate-sequence-type pic x(4).
               88 sequence-first value "FRST".
               88 sequence-recurring value "RCUR".
               88 sequence-final value "FNAL".
               88 sequence-one-off value "OOFF".
               88 sequence-valid value "FRST" "RCUR" "FNAL" "OOFF".
           05 mandate-last-collection pic x(8).
           05 mandate-collection-count pic 9(5).
