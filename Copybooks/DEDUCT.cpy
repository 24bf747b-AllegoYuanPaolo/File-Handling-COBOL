      *> Payroll deduction record, keyed by employee number and a
      *> sequence (dm-key), one per deduction an employee carries.
      *> Maintained by DEDMNT; taken each period by PAYCLOSE in
      *> dm-priority order (1 first) without driving net pay below
      *> the protected minimum.  dm-type: L loan repayment,
      *> U uniform charge, D union dues, G court-ordered
      *> garnishment, O other.  dm-method: A fixed amount
      *> (dm-amount), P percentage of net pay (dm-pct).  dm-goal 0
      *> = no goal; otherwise the deduction completes (dm-status C)
      *> once dm-taken reaches it.  dm-stop-period 0 = no end.
      *> dm-status A active, C goal reached, S stopped by hand.
      *> dm-last-period is the last period PAYCLOSE took it.
           01 deduct-record.
               02 dm-key.
                   03 dm-snum      pic 9(6).
                   03 dm-seq       pic 99.
               02 dm-type          pic x.
               02 dm-method        pic x.
               02 dm-amount        pic 9(5)v99.
               02 dm-pct           pic 99v99.
               02 dm-priority      pic 99.
               02 dm-goal          pic 9(7)v99.
               02 dm-taken         pic 9(7)v99.
               02 dm-start-period  pic 9(6).
               02 dm-stop-period   pic 9(6).
               02 dm-payee         pic x(20).
               02 dm-ref           pic x(12).
               02 dm-status        pic x.
               02 dm-last-period   pic 9(6).
