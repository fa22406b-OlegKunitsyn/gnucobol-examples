      *> Status C accounts have been closed through the
      *> account-maintenance job, which is also the only writer
      *> allowed to amend, reactivate or delete a master record.
      *> master-customer-id links the account to its holder on the
      *> customer master (modules/customer-record.cpy), whose KYC
      *> status decides whether the account may be paid from or
      *> collected against; blank on accounts onboarded before the
      *> customer master existed.
      *>***************************************************************
       01 master-record.
           05 master-iban pic x(34).
               88 master-active value "A".
               88 master-rejected value "R".
               88 master-closed value "C".
           05 master-customer-id pic x(10).
