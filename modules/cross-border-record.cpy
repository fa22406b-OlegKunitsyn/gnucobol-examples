      *>***************************************************************
      *> CROSS-BORDER-RECORD.CPY
      *>
      *> One line of the cross-border payment history
      *> (resources/cross-border-history.txt): the count and EUR value
      *> of one night's payments of one kind with one counterparty
      *> country, the country being positions 1-2 of the counterparty
      *> IBAN. cross-border-capture writes the lines each night from
      *> that night's outputs, dated with the date the output file
      *> itself carries, and replaces the lines of a date and kind it
      *> has captured before, so a rerun never counts a day twice;
      *> cross-border-stats totals them over a quarter for the
      *> balance-of-payments return.
      *>
      *> Kinds: OUT credit transfers sent (creditor IBAN on the
      *> sepa-register), RET sent transfers returned (sepa-returns
      *> report), INC credits received (ordering IBAN on the incoming
      *> credits), COL direct debits collected (debtor IBAN on the
      *> collection batch).
      *>***************************************************************
       01 cross-border-record.
           05 xb-date pic x(8).
           05 xb-kind pic x(3).
               88 xb-sent value "OUT".
               88 xb-returned value "RET".
               88 xb-received value "INC".
               88 xb-collected value "COL".
           05 xb-country pic x(2).
           05 xb-count pic 9(7).
           05 xb-amount pic 9(13)v99.
