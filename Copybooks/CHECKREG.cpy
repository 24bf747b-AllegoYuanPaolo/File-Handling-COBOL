      *> Check register: one record per numbered pay check cut by
      *> CHKISSUE for employees with no direct-deposit details
      *> (em-routing 0).  ck-status: I issued, V voided.  A reissue
      *> voids the original and cuts a new number carrying the old
      *> one in ck-replaces (0 = original issue).
           01 check-register-record.
               02 ck-number     pic 9(6).
               02 ck-snum       pic 9(6).
               02 ck-payee      pic x(20).
               02 ck-period     pic 9(6).
               02 ck-issue-date pic 9(8).
               02 ck-amount     pic 9(7)v99.
               02 ck-status     pic x.
               02 ck-void-date  pic 9(8).
               02 ck-replaces   pic 9(6).
               02 ck-user       pic x(8).
