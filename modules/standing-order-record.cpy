      *>***************************************************************
      *> STANDING-ORDER-RECORD.CPY
      *>
      *> Record layout of the indexed standing-order master
      *> (resources/standing-order-master.dat, keyed on the order id).
      *> standing-order-maintain is the only job that adds, amends,
      *> suspends, resumes or cancels an order; standing-order-run
      *> generates each live (status A) order's payment instruction
      *> when it falls due, counts it, and moves the next-due date on
      *> by the order's frequency.
      *>
      *> An order runs until its end date, or until it has made its
      *> number of payments; either may be left empty (spaces, zero)
      *> and both may be set, whichever comes first ends it (status E).
      *> Monthly, quarterly and annual orders fall on the day of the
      *> month of the start date, or the last day of a shorter month.
      *> Suspended (S) orders generate nothing and catch nothing up
      *> when resumed; cancelled (C) and ended (E) orders stay on file
      *> so the audit trail can still be read against them.
      *>
      *> The payment fields are kept in the payment-instructions
      *> layout sepa-submit reads, so a generated instruction is the
      *> order's own fields moved across; so-entered-by is the
      *> operator who last keyed the order, and goes out on the
      *> instruction for the four-eyes approval check.
      *>***************************************************************
       01 standing-order-record.
           05 so-order-id pic x(12).
           05 so-status pic x.
               88 so-active value "A".
               88 so-suspended value "S".
               88 so-cancelled value "C".
               88 so-ended value "E".
               88 so-closed value "C" "E".
           05 so-frequency pic x.
               88 so-weekly value "W".
               88 so-monthly value "M".
               88 so-quarterly value "Q".
               88 so-annual value "A".
               88 so-frequency-valid value "W" "M" "Q" "A".
           05 so-debtor-iban pic x(34).
           05 so-creditor-iban pic x(34).
           05 so-creditor-bic pic x(11).
           05 so-creditor-name pic x(35).
           05 so-amount pic x(12).
           05 so-currency pic x(3).
           05 so-remittance pic x(35).
           05 so-start-date pic x(8).
           05 so-end-date pic x(8).
           05 so-max-payments pic 9(4).
           05 so-payments-made pic 9(4).
           05 so-next-due pic x(8).
           05 so-last-generated pic x(8).
           05 so-entered-by pic x(16).
