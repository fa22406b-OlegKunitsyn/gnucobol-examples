      *>***************************************************************
      *> CUSTOMER-RECORD.CPY
      *>
      *> Record layout of the indexed customer master
      *> (resources/customer-master.dat, keyed on the customer id).
      *> One record per account holder, however many accounts they
      *> hold: the account master carries the customer id on each
      *> account (master-customer-id). customer-maintain is the only
      *> writer.
      *>
      *> KYC status A means the customer's identification has been
      *> verified (cust-id-verified) and approved; P is still being
      *> collected, R was refused. An approved customer is reviewed
      *> periodically by risk rating -- high every 12 months, medium
      *> every 24, low every 36 -- and cust-next-review is the date
      *> the next review is due. Once that date has passed the KYC
      *> has expired: customer-kyc-check blocks the customer's
      *> accounts from sepa-submit and sepa-collect, and iban-onboard
      *> opens no new ones, until a completed review moves the date
      *> on again.
      *>***************************************************************
       01 customer-record.
           05 cust-id pic x(10).
           05 cust-name pic x(35).
           05 cust-address-1 pic x(35).
           05 cust-address-2 pic x(35).
           05 cust-postcode pic x(10).
           05 cust-city pic x(25).
           05 cust-country pic x(2).
           05 cust-kyc-status pic x.
               88 cust-kyc-approved value "A".
               88 cust-kyc-pending value "P".
               88 cust-kyc-refused value "R".
               88 cust-kyc-valid value "A" "P" "R".
           05 cust-risk-rating pic x.
               88 cust-risk-high value "H".
               88 cust-risk-medium value "M".
               88 cust-risk-low value "L".
               88 cust-risk-valid value "H" "M" "L".
           05 cust-id-verified pic x(8).
           05 cust-last-review pic x(8).
           05 cust-next-review pic x(8).
