      *>***************************************************************
      *> INVOICE-REGISTER-TABLE.CPY
      *>
      *> In-memory image of the invoice register
      *> (reports/invoice-register.txt), one entry per invoice.
      *> client-invoice appends the lines; incoming-post records the
      *> payments applied to an invoice and receivables-aging the
      *> reminders sent for it, each by loading the whole register
      *> into this table and writing it back in one piece. The
      *> register line is
      *>   number,issue date,billing month,client,net,vat,total,
      *>   paid,status,last paid date,reminder level,reminder date
      *> and a line without the trailing columns is an OPEN invoice
      *> nothing has been paid or sent against yet.
      *>
      *> reg-tok-* are the columns of one line as unstrung from, or
      *> strung back into, the register.
      *>
      *> The calling program must declare the ODO subject before this
      *> copy statement, e.g.:
      *>     01 reg-count pic 9(5) value 0.
      *>     copy "modules/invoice-register-table.cpy".
      *>***************************************************************
       01 invoice-register-table.
           05 reg-entry occurs 1 to 5000 times
               depending on reg-count
               indexed by reg-idx.
               10 reg-invoice-number pic x(16).
               10 reg-issue-date pic x(8).
               10 reg-billing-month pic x(6).
               10 reg-client pic x(16).
               10 reg-net pic 9(11)v99.
               10 reg-vat pic 9(11)v99.
               10 reg-total pic 9(11)v99.
               10 reg-paid pic 9(11)v99.
               10 reg-status pic x(9).
                   88 reg-open value "OPEN".
                   88 reg-part-paid value "PART-PAID".
                   88 reg-paid-in-full value "PAID".
                   88 reg-overpaid value "OVERPAID".
                   88 reg-outstanding value "OPEN" "PART-PAID".
               10 reg-last-paid-date pic x(8).
               10 reg-reminder-level pic x.
                   88 reg-no-reminder value space.
                   88 reg-first-reminder-sent value "1".
                   88 reg-second-reminder-sent value "2".
               10 reg-reminder-date pic x(8).
       01 reg-line-tokens.
           05 reg-tok-number pic x(16).
           05 reg-tok-issue-date pic x(8).
           05 reg-tok-month pic x(6).
           05 reg-tok-client pic x(16).
           05 reg-tok-net pic x(16).
           05 reg-tok-vat pic x(16).
           05 reg-tok-total pic x(16).
           05 reg-tok-paid pic x(16).
           05 reg-tok-status pic x(9).
           05 reg-tok-paid-date pic x(8).
           05 reg-tok-level pic x.
           05 reg-tok-reminder-date pic x(8).
