      *> Product standard cost (PRODCOST.dat), appended by PRODMNT.
      *> Each record is the unit cost of pc-prod in force from
      *> pc-eff-date until the product's next record, so a cost
      *> change never restates sales already costed.  A product with
      *> no record in force on the sale date carries no cost.
      *> COMMCALC costs each sale from it; Sel8 stamps the cost and
      *> gross margin onto the SALE-DETAIL line.
           01 prod-cost-record.
               02 pc-prod     pic x(6).
               02 pc-eff-date pic 9(8).
               02 pc-std-cost pic 9(5)v99.
               02 pc-entered  pic 9(8).
               02 pc-user     pic x(8).
