*> the charges fall short of the contracted floor, VAT
*> (MS_VAT_RATE percent, default 20) and the total due. Invoice
*> numbers continue from the register, so reruns and later months
*> never reuse a number. A new register line goes on as OPEN with
*> nothing paid; incoming-post records the payments against it and
*> receivables-aging the reminders sent for it.
*>
*> Invoices the current month by default; MS_STATEMENT_MONTH
*> (yyyymm) reruns an earlier month, reading dated daily logs, the
    string function trim(register-record) delimited by size
           "," delimited by size
           function trim(ws-amount-edit) delimited by size
           ",0.00,OPEN" delimited by size
        into register-record
    end-string.
    write register-record.
