      *> Open-item accounts receivable record, one per invoice.
      *> Written by INVGEN, paid down by CASHAPP, aged by ARAGING.
      *> ar-status: O open, P partially paid, C closed, W written
      *> off as bad debt by WOFFAPPR.
           01 ar-open-record.
               02 ar-invoice pic 9(6).
               02 ar-cust    pic 9(6).
               02 ar-paid    pic s9(9)v99
                   sign is leading separate character.
               02 ar-status  pic x.
      *> Invoice currency - the customer's cm-currency, blank for the
      *> base currency; ar-amount and ar-paid are in it.  ar-fx-rate
      *> is the base value of one unit the item is carried at: the
      *> invoice-date rate, moved to each month-end rate by FXREVAL
      *> as it books the exchange gain or loss.  Blank / not numeric
      *> on items raised before currency was kept (base currency).
               02 ar-currency pic x(3).
               02 ar-fx-rate  pic 9(4)v9(6).
