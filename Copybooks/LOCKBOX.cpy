      *> Daily lockbox remittance file from the bank, read by CASHAPP
      *> in lockbox mode.  One H control record carrying the deposit
      *> date, total and item count, then one D record per customer
      *> remittance.  lb-invoice 0 = remittance advice had no invoice
      *> number; CASHAPP then matches on customer and amount.
           01 lockbox-record.
               02 lb-tag     pic x.
               02 lb-check   pic x(10).
               02 lb-cust    pic 9(6).
               02 lb-invoice pic 9(6).
               02 lb-amount  pic 9(7)v99.
           01 lockbox-control.
               02 lc-tag           pic x.
               02 lc-deposit-date  pic 9(8).
               02 lc-deposit-total pic 9(9)v99.
               02 lc-item-count    pic 9(5).
