               02 sd-juris pic x(4).
               02 sd-tax   pic s9(7)v99
                   sign is leading separate character.
      *> Commission Sel8 paid on the line and the split it was shared
      *> under, so CHGBACK can charge it back if the invoice the line
      *> was billed on is never collected.
               02 sd-comm pic s9(5)v99
                   sign is leading separate character.
               02 sd-split-snum pic 9(6).
               02 sd-split-pct  pic 9(3).
      *> Territory, region and branch the sale was earned in - the
      *> primary rep's assignment in force on sd-date - so rollups
      *> do not move when the rep later transfers.  Blank on lines
      *> written before the stamp was kept; reports fall back to the
      *> rep's current assignment for those.
               02 sd-territory pic x(4).
               02 sd-region    pic x(4).
               02 sd-branch    pic x(3).
      *> Standard cost of the line at the PRODCOST.dat cost in force
      *> on sd-date, and gross margin (sd-amount less sd-cost), both
      *> signed like sd-amount.  Not numeric on lines written before
      *> cost was kept; margin reporting leaves those uncosted.
               02 sd-cost   pic s9(7)v99
                   sign is leading separate character.
               02 sd-margin pic s9(7)v99
                   sign is leading separate character.
      *> Tax-exemption certificate (TAX-EXEMPT.dat) the line was
      *> sold under - sd-tax is then zero and TAXRPT reports the
      *> line as exempt.  Blank when tax was charged.
               02 sd-exempt-cert pic x(15).
      *> Currency the sale was keyed and priced in - the selling
      *> branch's BRANCH-REF.dat currency, blank for the base
      *> currency - with the FXRATE rate used on sd-date and the
      *> line's amount and tax in that currency.  sd-amount, sd-tax,
      *> sd-comm, sd-cost and sd-margin above are always base
      *> currency; INVGEN bills from the transaction figures when
      *> the customer is invoiced in the same currency.  Blank and
      *> not numeric on lines written before currency was kept.
               02 sd-currency   pic x(3).
               02 sd-fx-rate    pic 9(4)v9(6).
               02 sd-txn-amount pic s9(7)v99
                   sign is leading separate character.
               02 sd-txn-tax    pic s9(7)v99
                   sign is leading separate character.
