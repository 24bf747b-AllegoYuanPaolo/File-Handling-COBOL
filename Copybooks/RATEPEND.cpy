      *> applied or rejected by a DIFFERENT user in RATEAPPR.
      *> rp-action: A add entry to the set, D delete the whole set.
      *> rp-status: P pending, A applied, R rejected.
      *> rp-plan: commission plan the set belongs to (blank =
      *> company default plan), carried on to COMMRATE.dat.
           01 rate-pending-record.
               02 rp-action     pic x.
               02 rp-eff-date   pic 9(8).
               02 rp-req-date   pic 9(8).
               02 rp-status     pic x.
               02 rp-approver   pic x(8).
               02 rp-plan       pic x(4).
