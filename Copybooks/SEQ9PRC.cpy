      *> Priced order piece (SEQ9-PRICED.dat), rewritten by each Seq9
      *> batch with the pieces it priced that day - held orders are
      *> not on it.  CUTPLAN lays these out on stock sheets.
           01 priced-piece-record.
               02 pp-order pic 9(6).
               02 pp-wid   pic 9(3).
               02 pp-len   pic 9(3).
               02 pp-cust  pic 9(6).
               02 pp-cost  pic 9(7)v99.
               02 pp-date  pic 9(8).
