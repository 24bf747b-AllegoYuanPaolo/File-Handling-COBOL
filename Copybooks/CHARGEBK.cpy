      *> Commission chargeback ledger kept by CHGBACK, one record per
      *> uncollected invoice per employee charged back.  kb-open-base
      *> and kb-paid-base freeze the invoice position on the day of
      *> the chargeback so cash CASHAPP applies later can be handed
      *> back to the rep in proportion.
      *> kb-reason: A aged past the collection cutoff, W written off.
      *> kb-status: O outstanding, R fully reversed.
           01 chargeback-record.
               02 kb-invoice   pic 9(6).
               02 kb-snum      pic 9(6).
               02 kb-cust      pic 9(6).
               02 kb-reason    pic x.
               02 kb-date      pic 9(8).
               02 kb-period    pic 9(6).
               02 kb-charged   pic 9(7)v99.
               02 kb-open-base pic s9(9)v99
                   sign is leading separate character.
               02 kb-paid-base pic s9(9)v99
                   sign is leading separate character.
               02 kb-reversed  pic 9(7)v99.
               02 kb-status    pic x.
