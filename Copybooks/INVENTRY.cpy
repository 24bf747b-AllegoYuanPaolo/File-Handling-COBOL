      *> Stock balance (INVENTORY.dat), one record per stocked
      *> product per branch.  RECVENT posts receipts, orders placed
      *> and the reorder settings; Sel8 relieves iv-on-hand for each
      *> sale and restores it for each return credit.  iv-on-hand
      *> can go below zero when stock is sold before it is received.
      *> REORDRPT compares iv-on-hand plus iv-on-order against
      *> iv-reorder-point (zero = not reordered).
           01 inventory-record.
               02 iv-key.
                   03 iv-prod   pic x(6).
                   03 iv-branch pic x(3).
               02 iv-on-hand       pic s9(7)v99.
               02 iv-on-order      pic 9(7)v99.
               02 iv-reorder-point pic 9(7)v99.
               02 iv-reorder-qty   pic 9(7)v99.
               02 iv-last-receipt  pic 9(8).
               02 iv-last-issue    pic 9(8).
