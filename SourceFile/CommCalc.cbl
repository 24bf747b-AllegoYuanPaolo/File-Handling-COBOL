       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMCALC.

       ENVIRONMENT DIVISION.
           input-output section.
               file-control.
                   select commRateFile
                       assign to "COMMRATE.dat"
                       organization is line sequential
                       file status is CRStat.

                   select commPlanFile
                       assign to "COMMPLAN.dat"
                       organization is line sequential
                       file status is CPStat.

                   select prodCostFile
                       assign to "PRODCOST.dat"
                       organization is line sequential
                       file status is PCStat.

       DATA DIVISION.
           file section.
               fd commRateFile.
                   01 commrate-record.
                       02 cr-eff-date   pic 9(8).
                       02 cr-breakpoint pic 9(7).
                       02 cr-rate pic 9v99.
                       02 cr-plan pic x(4).

               fd commPlanFile.
                   copy "COMMPLAN.cpy".

               fd prodCostFile.
                   copy "PRODCOST.cpy".

           WORKING-STORAGE SECTION.
           01 CRStat pic xx.
           01 CPStat pic xx.
           01 PCStat pic xx.
           01 tablesLoaded pic x value 'N'.

      *> Every plan's every set is held; the set used is picked per
      *> call, since one run prices reps on different plans.
           01 commrate-table.
               02 commrate-entry occurs 1 to 500 times
                       depending on commrate-count
                       indexed by cr-idx.
                   03 t-cr-plan pic x(4).
                   03 t-cr-date pic 9(8).
                   03 t-cr-breakpoint pic 9(7).
                   03 t-cr-rate pic 9v99.
           01 commrate-count pic 9(3) value 0.
           01 rateEOF pic x value 'N'.

           01 default-table.
               02 default-entry occurs 4 times
                       indexed by df-idx.
                   03 d-breakpoint pic 9(7).
                   03 d-rate pic 9v99.

           01 plan-table.
               02 plan-entry occurs 1 to 50 times
                       depending on planCount
                       indexed by cp-idx.
                   03 pt-plan        pic x(4).
                   03 pt-annual-cap  pic 9(7)v99.
                   03 pt-decel-point pic 9(7)v99.
                   03 pt-decel-pct   pic 9(3).
                   03 pt-basis       pic x.
           01 planCount pic 99 value 0.
           01 planEOF pic x value 'N'.

           01 cost-table.
               02 cost-entry occurs 1 to 500 times
                       depending on costCount
                       indexed by pc-idx.
                   03 kc-prod     pic x(6).
                   03 kc-eff-date pic 9(8).
                   03 kc-std-cost pic 9(5)v99.
           01 costCount pic 9(3) value 0.
           01 costEOF pic x value 'N'.
           01 costFromDate pic 9(8).

           01 findPlan pic x(4).
           01 baseComm pic 9(9)v99.
           01 overAmt pic 9(9)v99.
           01 ytdAfter pic 9(11)v99.

       LINKAGE SECTION.
           copy "COMMPRM.cpy".

       PROCEDURE DIVISION using comm-calc-parms.
       MAIN-LOGIC.
           if tablesLoaded not = 'Y'
               perform LOAD-COMMRATE-TABLE
               perform LOAD-PLAN-TABLE
               perform LOAD-COST-TABLE
               perform LOAD-DEFAULT-RATES
               move 'Y' to tablesLoaded
           end-if

           move 0 to cc-rate
           move 0 to cc-comm
           move 0 to cc-set-date
           move spaces to cc-set-plan
           move 'N' to cc-limited
           move 'Y' to cc-found
           move 0 to cc-unit-cost
           move 0 to cc-cost
           move 'R' to cc-basis

           move cc-plan to cc-rep-plan
           if cc-date < cc-plan-date
               move cc-prev-plan to cc-rep-plan
           end-if

           if cc-force-date > 0
               move cc-rep-plan to cc-set-plan
               move cc-force-date to cc-set-date
               perform CHECK-FORCED-SET
               if cc-found = 'N'
                   GOBACK
               end-if
           else
               perform FIND-SET-IN-FORCE
           end-if

           perform COST-THE-SALE
           perform FIND-PLAN-BASIS
           move cc-sales to cc-base
           if cc-basis = 'M'
               if cc-margin > 0
                   move cc-margin to cc-base
               else
                   move 0 to cc-base
               end-if
           end-if

           perform FIND-TIER-RATE
           compute baseComm = cc-base * cc-rate
           move baseComm to cc-comm

           if cc-limits = 'Y' and cc-type not = 'R'
               perform APPLY-PLAN-LIMITS
           end-if

           GOBACK.

      *> The rep's own plan first, then the company default plan;
      *> cc-set-date stays 0 when neither has a set in force and
      *> the built-in tiers are used.
       FIND-SET-IN-FORCE.
           move cc-rep-plan to findPlan
           perform FIND-LATEST-SET
           if cc-set-date = 0 and cc-rep-plan not = spaces
               move spaces to findPlan
               perform FIND-LATEST-SET
           end-if.

       FIND-LATEST-SET.
           perform varying cr-idx from 1 by 1
                   until cr-idx > commrate-count
               if t-cr-plan(cr-idx) = findPlan
                       and t-cr-date(cr-idx) <= cc-date
                       and t-cr-date(cr-idx) > cc-set-date
                   move t-cr-date(cr-idx) to cc-set-date
                   move findPlan to cc-set-plan
               end-if
           end-perform.

       CHECK-FORCED-SET.
           move 'N' to cc-found
           perform varying cr-idx from 1 by 1
                   until cr-idx > commrate-count or cc-found = 'Y'
               if t-cr-plan(cr-idx) = cc-set-plan
                       and t-cr-date(cr-idx) = cc-set-date
                   move 'Y' to cc-found
               end-if
           end-perform.

      *> Breakpoints ascend within a set; the first one the base
      *> does not exceed sets the rate, above the top one .40.
       FIND-TIER-RATE.
           move 0.40 to cc-rate
           if cc-set-date = 0
               set df-idx to 1
               search default-entry
                   at end move 0.40 to cc-rate
                   when cc-base <= d-breakpoint(df-idx)
                       move d-rate(df-idx) to cc-rate
               end-search
               exit paragraph
           end-if

           set cr-idx to 1
           search commrate-entry varying cr-idx
               at end move 0.40 to cc-rate
               when t-cr-plan(cr-idx) = cc-set-plan
                       and t-cr-date(cr-idx) = cc-set-date
                       and cc-base <= t-cr-breakpoint(cr-idx)
                   move t-cr-rate(cr-idx) to cc-rate
           end-search.

      *> The standard cost in force on the sale date; a product with
      *> none, or no product at all, is sold at no cost.
       COST-THE-SALE.
           if cc-prod not = spaces and cc-units > 0
               move 0 to costFromDate
               perform varying pc-idx from 1 by 1
                       until pc-idx > costCount
                   if kc-prod(pc-idx) = cc-prod
                           and kc-eff-date(pc-idx) <= cc-date
                           and kc-eff-date(pc-idx) >= costFromDate
                       move kc-eff-date(pc-idx) to costFromDate
                       move kc-std-cost(pc-idx) to cc-unit-cost
                   end-if
               end-perform
               compute cc-cost rounded = cc-units * cc-unit-cost
           end-if
           compute cc-margin = cc-sales - cc-cost.

      *> The basis follows the plan in force on the sale date; the
      *> blank default plan, and any plan not on file, pay revenue.
       FIND-PLAN-BASIS.
           if planCount = 0
               exit paragraph
           end-if
           set cp-idx to 1
           search plan-entry
               at end continue
               when pt-plan(cp-idx) = cc-rep-plan
                   if pt-basis(cp-idx) = 'M'
                       move 'M' to cc-basis
                   end-if
           end-search.

      *> Limits run on the plan the rep is on, whichever set priced
      *> the sale.  Decelerate the part of this sale's commission
      *> that lies above the point, then hold the year to the cap.
       APPLY-PLAN-LIMITS.
           if planCount = 0
               exit paragraph
           end-if
           set cp-idx to 1
           search plan-entry
               at end exit paragraph
               when pt-plan(cp-idx) = cc-rep-plan
                   continue
           end-search

           if pt-decel-point(cp-idx) > 0
               compute ytdAfter = cc-ytd-comm + cc-comm
               if ytdAfter > pt-decel-point(cp-idx)
                   if cc-ytd-comm >= pt-decel-point(cp-idx)
                       move cc-comm to overAmt
                   else
                       compute overAmt =
                           ytdAfter - pt-decel-point(cp-idx)
                   end-if
                   compute cc-comm rounded = cc-comm - overAmt
                       + (overAmt * pt-decel-pct(cp-idx) / 100)
                   move 'D' to cc-limited
               end-if
           end-if

           if pt-annual-cap(cp-idx) > 0
               compute ytdAfter = cc-ytd-comm + cc-comm
               if ytdAfter > pt-annual-cap(cp-idx)
                   if cc-ytd-comm >= pt-annual-cap(cp-idx)
                       move 0 to cc-comm
                   else
                       compute cc-comm =
                           pt-annual-cap(cp-idx) - cc-ytd-comm
                   end-if
                   move 'C' to cc-limited
               end-if
           end-if.

       LOAD-COMMRATE-TABLE.
           open input commRateFile
           if CRStat not = "00"
               display "WARNING: COMMRATE table unavailable, "
                   "using defaults"
               exit paragraph
           end-if

           move 'N' to rateEOF
           perform until rateEOF = 'Y'
               read commRateFile
                   at end move 'Y' to rateEOF
                   not at end
                       if commrate-count < 500
                           add 1 to commrate-count
                           move cr-plan to t-cr-plan(commrate-count)
                           move cr-eff-date
                               to t-cr-date(commrate-count)
                           move cr-breakpoint
                               to t-cr-breakpoint(commrate-count)
                           move cr-rate to t-cr-rate(commrate-count)
                       else
                           display "WARNING: COMMRATE table full "
                               "(500) - remaining entries not loaded"
                           move 'Y' to rateEOF
                       end-if
               end-read
           end-perform

           close commRateFile.

       LOAD-PLAN-TABLE.
           open input commPlanFile
           if CPStat not = "00"
               exit paragraph
           end-if

           move 'N' to planEOF
           perform until planEOF = 'Y'
               read commPlanFile
                   at end move 'Y' to planEOF
                   not at end
                       if planCount < 50
                           add 1 to planCount
                           move cp-plan to pt-plan(planCount)
                           move cp-annual-cap
                               to pt-annual-cap(planCount)
                           move cp-decel-point
                               to pt-decel-point(planCount)
                           move cp-decel-pct
                               to pt-decel-pct(planCount)
                           move cp-basis to pt-basis(planCount)
                       end-if
               end-read
           end-perform

           close commPlanFile.

       LOAD-COST-TABLE.
           open input prodCostFile
           if PCStat not = "00"
               exit paragraph
           end-if

           move 'N' to costEOF
           perform until costEOF = 'Y'
               read prodCostFile
                   at end move 'Y' to costEOF
                   not at end
                       if costCount < 500
                           add 1 to costCount
                           move pc-prod to kc-prod(costCount)
                           move pc-eff-date
                               to kc-eff-date(costCount)
                           move pc-std-cost
                               to kc-std-cost(costCount)
                       else
                           display "WARNING: PRODCOST table full "
                               "(500) - remaining entries not loaded"
                           move 'Y' to costEOF
                       end-if
               end-read
           end-perform

           close prodCostFile.

       LOAD-DEFAULT-RATES.
           move 15000 to d-breakpoint(1)
           move .15   to d-rate(1)
           move 20000 to d-breakpoint(2)
           move .20   to d-rate(2)
           move 25000 to d-breakpoint(3)
           move .25   to d-rate(3)
           move 30000 to d-breakpoint(4)
           move .30   to d-rate(4).
