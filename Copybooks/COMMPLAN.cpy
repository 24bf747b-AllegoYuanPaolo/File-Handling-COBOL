      *> Commission plan reference (COMMPLAN.dat), one record per
      *> plan code carried in em-plan.  The blank plan is the
      *> company default and needs no record.  Rate tiers live on
      *> COMMRATE.dat keyed by plan and effective date; this record
      *> holds the plan's annual limits, both on year-to-date
      *> commission: above cp-decel-point commission is paid at
      *> cp-decel-pct percent of the tier amount, and no more than
      *> cp-annual-cap is paid in the year.  Zero = no limit.
      *> cp-basis M pays the plan on gross margin (sale less its
      *> standard cost) instead of revenue, blank or R on revenue.
           01 comm-plan-record.
               02 cp-plan        pic x(4).
               02 cp-desc        pic x(20).
               02 cp-annual-cap  pic 9(7)v99.
               02 cp-decel-point pic 9(7)v99.
               02 cp-decel-pct   pic 9(3).
               02 cp-basis       pic x.
