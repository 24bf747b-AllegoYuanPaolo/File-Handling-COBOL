      *> Order fulfilment status (ORDER-STATUS.dat) - one record per
      *> Seq9 order, posted by Seq9 when the order is priced and
      *> moved on by ORDTRACK.  os-status: P in production, C cut,
      *> K packed, S shipped, D delivered.  os-stage 1-5 hold the
      *> date each stage was reached and the user who moved it.
           01 order-status-record.
               02 os-order       pic 9(6).
               02 os-cust        pic 9(6).
               02 os-status      pic x.
               02 os-priced-date pic 9(8).
               02 os-pieces      pic 9(3).
               02 os-area        pic 9(7).
               02 os-cost        pic 9(7)v99.
               02 os-stage occurs 5 times.
                   03 os-stage-date pic 9(8).
                   03 os-stage-user pic x(8).
               02 os-carrier     pic x(10).
               02 os-tracking    pic x(20).
      *> The first 20 pieces, for the packing slip.
               02 os-piece occurs 20 times.
                   03 os-pc-wid pic 9(3).
                   03 os-pc-len pic 9(3).
