      *> Stock receiving journal (INV-RECEIPT.dat), appended by
      *> RECVENT - one record per receipt or purchase order posted
      *> to INVENTORY.dat.  ir-type R received into on-hand, O
      *> placed on order.
           01 inv-receipt-record.
               02 ir-date   pic 9(8).
               02 ir-type   pic x.
               02 ir-prod   pic x(6).
               02 ir-branch pic x(3).
               02 ir-qty    pic 9(7)v99.
               02 ir-ref    pic x(10).
               02 ir-user   pic x(8).
