      *> Bad-debt write-off register.  A credit user proposes the
      *> write-off in WOFFPROP; a DIFFERENT user approves or rejects
      *> it in WOFFAPPR.  Records are never deleted - the file is the
      *> auditors' record of every write-off and both sets of hands.
      *> wo-status: P pending, A approved and posted, R rejected.
      *> wo-amount is the open balance proposed, restated to the
      *> balance actually written off when the write-off is posted.
           01 writeoff-record.
               02 wo-invoice  pic 9(6).
               02 wo-cust     pic 9(6).
               02 wo-amount   pic s9(9)v99
                   sign is leading separate character.
               02 wo-reason   pic x(30).
               02 wo-user     pic x(8).
               02 wo-req-date pic 9(8).
               02 wo-status   pic x.
               02 wo-approver pic x(8).
               02 wo-dec-date pic 9(8).
