      *> Sales contest / SPIFF master, keyed by contest id (ct-id).
      *> Maintained by CONTMNT.  ct-rule: U a flat bonus per unit
      *> of product ct-prod sold in the window, accrued by Sel8 as
      *> it prices each sale; T a prize to the top seller among the
      *> reps of region ct-region, paid by CONTRPT once the window
      *> has closed.  Both pay as earnings type S on the payroll
      *> feed.  ct-status: O open, F final results run (and any
      *> prize paid) - a finalised contest is no longer accrued.
           01 contest-record.
               02 ct-id         pic x(6).
               02 ct-desc       pic x(30).
               02 ct-rule       pic x.
               02 ct-prod       pic x(6).
               02 ct-region     pic x(4).
               02 ct-start      pic 9(8).
               02 ct-end        pic 9(8).
               02 ct-unit-bonus pic 9(3)v99.
               02 ct-prize      pic 9(7)v99.
               02 ct-status     pic x.
               02 ct-winner     pic 9(6).
               02 ct-final-date pic 9(8).
