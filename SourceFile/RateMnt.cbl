                       organization is line sequential
                       file status is RPStat.

                   select commPlanFile
                       assign to "COMMPLAN.dat"
                       organization is line sequential
                       file status is CPStat.

                   select userCurrFile
                       assign to "CURRENT-USER.dat"
                       organization is line sequential
                       02 cr-eff-date   pic 9(8).
                       02 cr-breakpoint pic 9(7).
                       02 cr-rate pic 9v99.
                       02 cr-plan pic x(4).

               fd pendingFile.
                   copy "RATEPEND.cpy".

               fd commPlanFile.
                   copy "COMMPLAN.cpy".

               fd userCurrFile.
                   01 user-curr-record.
                       02 cu-userid pic x(8).
           01 CRStat pic xx.
           01 RPStat pic xx.
           01 CUStat pic xx.
           01 CPStat pic xx.
           01 AuditStat pic xx.

           01 rate-table.
               02 rate-entry occurs 1 to 500 times
                       depending on rateCount
                       indexed by rate-idx.
                   03 rt-plan  pic x(4).
                   03 rt-date  pic 9(8).
                   03 rt-break pic 9(7).
                   03 rt-rate  pic 9v99.
                       depending on pendCount
                       indexed by pend-idx.
                   03 pd-action pic x.
                   03 pd-plan   pic x(4).
                   03 pd-date   pic 9(8).
                   03 pd-break  pic 9(7).
                   03 pd-rate   pic 9v99.
           01 doneFlag pic x value 'N'.
           01 rateEOF pic x value 'N'.

           01 newPlan pic x(4).
           01 planOnFile pic x.
           01 planEOF pic x.
           01 newDate pic 9(8).
           01 newDateMonth pic 99.
           01 newDateDay pic 99.
           01 dispBreak pic Z,ZZZ,ZZ9.
           01 dispRate pic 9.99.
           01 lastListDate pic 9(8) value 0.
           01 lastListPlan pic x(4) value spaces.

           copy "AUDITPRM.cpy".
           copy "AUTHPRM.cpy".
           end-if

           move 0 to lastListDate
           move spaces to lastListPlan
           perform varying rate-idx from 1 by 1
                   until rate-idx > rateCount
               if rt-date(rate-idx) not = lastListDate
                       or rt-plan(rate-idx) not = lastListPlan
                   move rt-date(rate-idx) to lastListDate
                   move rt-plan(rate-idx) to lastListPlan
                   if lastListPlan = spaces
                       display "--- Default plan effective "
                           lastListDate " ---"
                   else
                       display "--- Plan " lastListPlan
                           " effective " lastListDate " ---"
                   end-if
               end-if
               move rt-break(rate-idx) to dispBreak
               move rt-rate(rate-idx) to dispRate
           end-perform.

       STAGE-ADD-RATE-SET.
           perform GET-PLAN-CODE
           if planOnFile not = 'Y'
               display "Plan " newPlan " is not on COMMPLAN.dat - "
                   "set not staged."
               exit paragraph
           end-if

           display "Enter effective date (YYYYMMDD): "
               with no advancing
           accept newDate
           perform varying rate-idx from 1 by 1
                   until rate-idx > rateCount
               if rt-date(rate-idx) = newDate
                       and rt-plan(rate-idx) = newPlan
                   move 'Y' to dateExists
               end-if
           end-perform
           if dateExists = 'Y'
               display "A live rate set already exists for " newDate
                   " on plan " newPlan
                   " - stage a delete first to replace it."
               exit paragraph
           end-if
                       if pendCount < 100
                           add 1 to pendCount
                           move 'A' to pd-action(pendCount)
                           move newPlan to pd-plan(pendCount)
                           move newDate to pd-date(pendCount)
                           move newBreak to pd-break(pendCount)
                           move newRate to pd-rate(pendCount)
           end-if.

       STAGE-DELETE-RATE-SET.
           perform GET-PLAN-CODE

           display "Enter effective date to delete (YYYYMMDD): "
               with no advancing
           accept newDate
           perform varying rate-idx from 1 by 1
                   until rate-idx > rateCount
               if rt-date(rate-idx) = newDate
                       and rt-plan(rate-idx) = newPlan
                   move 'Y' to dateExists
               end-if
           end-perform
           if dateExists = 'N'
               display "No live rate set on file for " newDate
                   " on plan " newPlan
               exit paragraph
           end-if

           if pendCount < 100
               add 1 to pendCount
               move 'D' to pd-action(pendCount)
               move newPlan to pd-plan(pendCount)
               move newDate to pd-date(pendCount)
               move 0 to pd-break(pendCount)
               move 0 to pd-rate(pendCount)
               display "Pending table full (100) - not staged."
           end-if.

      *> Rate sets are kept per commission plan; blank is the
      *> company default and needs no COMMPLAN.dat record.
       GET-PLAN-CODE.
           display "Commission plan (blank = company default): "
               with no advancing
           accept newPlan

           move 'N' to planOnFile
           if newPlan = spaces
               move 'Y' to planOnFile
               exit paragraph
           end-if

           open input commPlanFile
           if CPStat not = "00"
               exit paragraph
           end-if
           move 'N' to planEOF
           perform until planEOF = 'Y'
               read commPlanFile
                   at end move 'Y' to planEOF
                   not at end
                       if cp-plan = newPlan
                           move 'Y' to planOnFile
                           move 'Y' to planEOF
                       end-if
               end-read
           end-perform
           close commPlanFile.

       APPEND-PENDING-FILE.
           open input pendingFile
           if RPStat = "00"
           perform varying pend-idx from 1 by 1
                   until pend-idx > pendCount
               move pd-action(pend-idx) to rp-action
               move pd-plan(pend-idx) to rp-plan
               move pd-date(pend-idx) to rp-eff-date
               move pd-break(pend-idx) to rp-breakpoint
               move pd-rate(pend-idx) to rp-rate
           end-read

           perform until rateEOF = 'Y'
               if rateCount < 500
                   add 1 to rateCount
                   move cr-plan to rt-plan(rateCount)
                   move cr-eff-date to rt-date(rateCount)
                   move cr-breakpoint to rt-break(rateCount)
                   move cr-rate to rt-rate(rateCount)
               else
                   display "WARNING: rate table full (500) - "
                       "remaining entries not loaded."
                   move 'Y' to rateEOF
               end-if
