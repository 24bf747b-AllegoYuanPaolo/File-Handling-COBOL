      *> Cut-plan yield history (CUT-YIELD.dat), one record per
      *> CUTPLAN run.  cy-cost-per-area is the stock-sheet cost
      *> spread over the area actually cut into pieces, so it carries
      *> the offcut waste; Seq9 uses the latest record to show
      *> estimators the stock and material a job really consumes.
           01 cut-yield-record.
               02 cy-date          pic 9(8).
               02 cy-sheet-code    pic x(4).
               02 cy-sheets        pic 9(5).
               02 cy-pieces        pic 9(5).
               02 cy-used-area     pic 9(9).
               02 cy-stock-area    pic 9(9).
               02 cy-yield-pct     pic 9(3)v99.
               02 cy-stock-cost    pic 9(7)v99.
               02 cy-cost-per-area pic 9(3)v9999.
