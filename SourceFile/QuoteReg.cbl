                       02 qf-cust      pic 9(6).
                       02 qf-list-cost pic 9(7)v99.
                       02 qf-branch    pic x(3).
                       02 qf-snum      pic 9(6).

      *> The register once loaded every quote into a 300-entry
      *> table and bubble-sorted it; past 250 live quotes that was
