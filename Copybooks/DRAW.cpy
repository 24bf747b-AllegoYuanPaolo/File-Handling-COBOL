      *> Commission draw record, keyed by employee number (dw-snum).
      *> Maintained by DRAWMNT; settled each period by PAYCLOSE,
      *> which pays the greater of the draw or earned commission.
      *> dw-recoverable: Y the advance is owed back out of later
      *> commission above the draw, N a plain non-recoverable floor.
      *> dw-end-period 0 = no end.  dw-balance is the unrecovered
      *> advance carried forward; dw-last-period the last period
      *> PAYCLOSE settled, so a period is never settled twice.
           01 draw-record.
               02 dw-snum         pic 9(6).
               02 dw-amount       pic 9(7)v99.
               02 dw-recoverable  pic x.
               02 dw-start-period pic 9(6).
               02 dw-end-period   pic 9(6).
               02 dw-balance      pic 9(7)v99.
               02 dw-last-period  pic 9(6).
