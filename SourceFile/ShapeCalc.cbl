                       02 qu-cust pic 9(6).
                       02 qu-disc-pct pic 9(2)v99.
                       02 qu-branch pic x(3).
                       02 qu-snum pic 9(6).

               fd customerMaster.
                   copy "CUSTOMER-MASTER.cpy".
       01 currentCust pic 9(6) value 0.
       01 currentDiscPct pic 9(2)v99 value 0.
       01 currentBranch pic x(3) value spaces.
       01 currentSnum pic 9(6) value 0.
       01 custTier pic x(2).
       01 tierEOF pic x.
       01 dispPct pic Z9.99.
           display "Branch code (blank = head office): "
               with no advancing
           accept currentBranch
           display "Quoting rep number (0 = none): "
               with no advancing
           accept currentSnum
           display "Customer number (0 = walk-in, no discount): "
               with no advancing
           accept currentCust
           move currentCust to qu-cust
           move currentDiscPct to qu-disc-pct
           move currentBranch to qu-branch
           move currentSnum to qu-snum
           write quote-curr-record
           close quoteCurrFile.
