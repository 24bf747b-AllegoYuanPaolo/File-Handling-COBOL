      *> Unapplied cash: lockbox remittances CASHAPP could not match
      *> to an open invoice, and the excess of any overpayment.  The
      *> cash clerk works these later in CASHAPP (U option).
      *> ua-reason: N no matching invoice, O overpayment.
      *> ua-status: O open, A applied in full, R refunded.
           01 unapplied-record.
               02 ua-ref      pic 9(6).
               02 ua-date     pic 9(8).
               02 ua-check    pic x(10).
               02 ua-cust     pic 9(6).
               02 ua-invoice  pic 9(6).
               02 ua-amount   pic 9(7)v99.
               02 ua-applied  pic 9(7)v99.
               02 ua-reason   pic x.
               02 ua-status   pic x.
