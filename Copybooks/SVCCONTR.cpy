      *> Recurring service contracts (SERVICE-CONTRACT.dat), kept by
      *> SVCMNT.  Each month SVCBILL raises one sale per contract in
      *> force on its billing day into SEL8-TRANS.dat for the rep in
      *> sc-snum; sc-last-billed (YYYYMM) stops a rerun billing the
      *> same month twice.  sc-end of zero is an open-ended contract.
      *> sc-status A = active, H = on hold (not billed).  SVCRENEW
      *> lists contracts coming up to their end date.
           01 service-contract-record.
               02 sc-contract    pic 9(6).
               02 sc-cust        pic 9(6).
               02 sc-prod        pic x(6).
               02 sc-qty         pic 9(3)v99.
               02 sc-price       pic 9(3).
               02 sc-snum        pic 9(6).
               02 sc-start       pic 9(8).
               02 sc-end         pic 9(8).
               02 sc-bill-day    pic 9(2).
               02 sc-status      pic x.
               02 sc-jur         pic x(4).
               02 sc-branch      pic x(3).
               02 sc-last-billed pic 9(6).
               02 sc-entered     pic 9(8).
               02 sc-user        pic x(8).
