      *> Pay reissue queue: net pay taken back by a bank return
      *> (DDRETURN) waiting to be paid again.  rq-status: O open,
      *> C paid by check (rq-ref = check number, CHKISSUE),
      *> D paid in a later direct-deposit run (rq-ref = the period
      *> PAYCLOSE was closing).  Paid items are dropped the next
      *> time either program writes the queue back.
           01 reissue-record.
               02 rq-snum      pic 9(6).
               02 rq-period    pic 9(6).
               02 rq-amount    pic 9(7)v99.
               02 rq-reason    pic x(3).
               02 rq-ret-date  pic 9(8).
               02 rq-status    pic x.
               02 rq-paid-date pic 9(8).
               02 rq-ref       pic 9(6).
