      *>***************************************************************
      *> LEDGER-RECORD.CPY
      *>
      *> Record layout of the indexed account-ledger file
      *> (resources/account-ledger.dat), keyed on the IBAN followed by
      *> an entry number. Entry number zero is the account's balance
      *> record: the running balance, the last entry number used and
      *> the opening balance and movements of the posting day the
      *> trial balance is printed for. Every other entry number is one
      *> dated, reference-carrying posting with the running balance
      *> after it was applied, so an account's statement is simply a
      *> keyed read forward from entry one.
      *>
      *> The record keyed on a blank IBAN is the ledger's control
      *> record: the last posting date ledger-post applied, so the
      *> same day can never be posted twice.
      *>***************************************************************
       01 ledger-record.
           05 ledger-key.
               10 ledger-iban pic x(34).
               10 ledger-entry-number pic 9(7).
           05 ledger-data pic x(130).
           05 ledger-balance-data redefines ledger-data.
               10 ledger-account-number pic x(10).
               10 ledger-customer-name pic x(30).
               10 ledger-balance pic s9(13)v99.
               10 ledger-last-entry pic 9(7).
               10 ledger-day-date pic x(8).
               10 ledger-day-opening pic s9(13)v99.
               10 ledger-day-credits pic 9(13)v99.
               10 ledger-day-debits pic 9(13)v99.
               10 filler pic x(15).
           05 ledger-entry-data redefines ledger-data.
               10 ledger-posting-date pic x(8).
               10 ledger-value-date pic x(8).
               10 ledger-entry-type pic x(2).
                   88 ledger-incoming-credit value "CR".
                   88 ledger-transfer-debit value "CT".
                   88 ledger-collection value "DD".
                   88 ledger-return value "RT".
               10 ledger-direction pic x.
                   88 ledger-credit value "C".
                   88 ledger-debit value "D".
               10 ledger-amount pic 9(10)v99.
               10 ledger-reference pic x(35).
               10 ledger-counterparty-iban pic x(34).
               10 ledger-running-balance pic s9(13)v99.
               10 filler pic x(15).
           05 ledger-control-data redefines ledger-data.
               10 ledger-last-posting-date pic x(8).
               10 filler pic x(122).
