      *> Bank return file: one record per direct deposit the bank
      *> could not post, echoing the PAYCLOSE DIRDEP detail it
      *> bounced plus the pay period and the bank's reason code
      *> (e.g. R02 account closed, R03 no account, R04 bad routing).
           01 dd-return-record.
               02 rt-emp     pic 9(6).
               02 rt-period  pic 9(6).
               02 rt-routing pic 9(9).
               02 rt-account pic x(12).
               02 rt-sign    pic x.
               02 rt-net     pic 9(9)v99.
               02 rt-reason  pic x(3).
