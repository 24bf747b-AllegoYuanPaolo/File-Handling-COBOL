               02 ho-cost  pic 9(7)v99.
               02 ho-date  pic 9(8).
               02 ho-disp  pic x.
      *> Quoting rep and branch from the order, kept so a released
      *> order still feeds Sel8 under the rep who sold it.
               02 ho-snum   pic 9(6).
               02 ho-branch pic x(3).
