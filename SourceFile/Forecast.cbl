                       02 cr-eff-date   pic 9(8).
                       02 cr-breakpoint pic 9(7).
                       02 cr-rate pic 9v99.
                       02 cr-plan pic x(4).

               fd quotaFile.
                   copy "SALES-QUOTA.cpy".
               move dc-out-date to walkDate
           end-perform.

      *> The projection is a company view, so it is priced on the
      *> default (blank) plan's set in force.
       LOAD-COMMRATE-TABLE.
           move function current-date(1:8) to rateRunDate

                   not at end
                       if cr-eff-date <= rateRunDate
                               and cr-eff-date > rateSetDate
                               and cr-plan = spaces
                           move cr-eff-date to rateSetDate
                       end-if
               end-read
                   at end move 'Y' to rateEOF
                   not at end
                       if cr-eff-date = rateSetDate
                               and cr-plan = spaces
                               and commrate-count < 20
                           add 1 to commrate-count
                           move cr-breakpoint
