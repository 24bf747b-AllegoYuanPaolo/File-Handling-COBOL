      *> Dunning history, one record per AR-OPEN invoice that has
      *> had a collection letter.  DUNLTR reads the last stage sent
      *> so a customer never gets the same notice twice for the same
      *> invoice.  dn-stage: 1 first notice, 2 second, 3 final.
           01 dunning-record.
               02 dn-invoice pic 9(6).
               02 dn-cust    pic 9(6).
               02 dn-stage   pic 9.
               02 dn-date    pic 9(8).
