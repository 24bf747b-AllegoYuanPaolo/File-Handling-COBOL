      *> Parameter block for the shared COMMCALC commission
      *> subprogram.  Callers pass the rep's plan fields straight
      *> from the employee master (em-plan, em-plan-date,
      *> em-prev-plan), the sale date, the sale amount and the rep's
      *> year-to-date commission before this sale.
      *> cc-force-date 0 prices on the plan's set in force on
      *> cc-date; non-zero prices on that exact set (RECALC).
      *> cc-limits Y applies the plan's decelerator and annual cap
      *> to sales (never to return credits), N tier rate only.
      *> Returned: cc-rep-plan the plan in force on cc-date,
      *> cc-set-plan/cc-set-date the rate set actually used (a plan
      *> with no set in force falls back to the default blank plan,
      *> then to the built-in tiers with cc-set-date 0),
      *> cc-limited N none, D decelerated, C capped;
      *> cc-found N when a forced set is not on file.
      *> cc-prod/cc-units name what was sold so the sale can be
      *> costed at the PRODCOST.dat standard cost in force on
      *> cc-date (spaces/0 = not costed, cost 0).  Returned:
      *> cc-unit-cost, cc-cost and cc-margin (cc-sales less cc-cost)
      *> whatever the plan, cc-basis R when the plan pays on
      *> revenue, M on margin, and cc-base the amount the tier rate
      *> was chosen by and applied to.
           01 comm-calc-parms.
               02 cc-plan       pic x(4).
               02 cc-plan-date  pic 9(8).
               02 cc-prev-plan  pic x(4).
               02 cc-date       pic 9(8).
               02 cc-force-date pic 9(8).
               02 cc-type       pic x.
               02 cc-sales      pic 9(9)v99.
               02 cc-ytd-comm   pic 9(7)v99.
               02 cc-limits     pic x.
               02 cc-rep-plan   pic x(4).
               02 cc-set-plan   pic x(4).
               02 cc-set-date   pic 9(8).
               02 cc-rate       pic 9v99.
               02 cc-comm       pic 9(9)v99.
               02 cc-limited    pic x.
               02 cc-found      pic x.
               02 cc-prod       pic x(6).
               02 cc-units      pic 9(3)v99.
               02 cc-unit-cost  pic 9(5)v99.
               02 cc-cost       pic 9(9)v99.
               02 cc-margin     pic s9(9)v99.
               02 cc-basis      pic x.
               02 cc-base       pic 9(9)v99.
