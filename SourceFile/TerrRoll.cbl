                           with duplicates
                       file status is EMStat.

                   select saleDetailFile
                       assign to "SEL8-SALEDTL.dat"
                       organization is line sequential
                       file status is SDStat.

                   select territoryFile
                       assign to "TERRITORY-REF.dat"
                       organization is line sequential
               fd employeeMaster.
                   copy "EMPLOYEE-MASTER.cpy".

               fd saleDetailFile.
                   copy "SALE-DETAIL.cpy".

               fd territoryFile.
                   01 territory-record.
                       02 tr-territory pic x(4).
           copy "LOCKPRM.cpy".
           01 EMStat pic xx.
           01 TRStat pic xx.
           01 SDStat pic xx.
           01 OFStat pic xx.
           01 AuditStat pic xx.

           01 detailEOF pic x value 'N'.
           01 fromPeriod pic 9(6).
           01 thruPeriod pic 9(6).
           01 linesRolled pic 9(7) value 0.
           01 terrEOF pic x value 'N'.

           01 terr-table.
           01 rollCount pic 99 value 0.
           01 rollFound pic x.

      *> Reps counted once per territory they sold in.
           01 seen-table.
               02 seen-entry occurs 1 to 1000 times
                       depending on seenCount
                       indexed by seen-idx.
                   03 sn-region    pic x(4).
                   03 sn-territory pic x(4).
                   03 sn-snum      pic 9(6).
           01 seenCount pic 9(4) value 0.
           01 seenFound pic x.

           01 swapFlag pic x.
           01 sortPass pic 9(3).
           01 hold-roll.
               goback
           end-if

           display "===== TERRITORY / REGION SALES ROLLUP ====="
           display "From period (YYYYMM, 0 = this month): "
               with no advancing
           accept fromPeriod
           if fromPeriod = 0
               move function current-date(1:6) to fromPeriod
           end-if
           display "Through period (YYYYMM, 0 = same): "
               with no advancing
           accept thruPeriod
           if thruPeriod = 0
               move fromPeriod to thruPeriod
           end-if

           perform LOAD-TERRITORY-FILE

           open input employeeMaster
               goback
           end-if

           perform ROLL-UP-SALE-DETAIL
           close employeeMaster

           if rollCount = 0
               display "TERRROLL: no sales in " fromPeriod " to "
                   thruPeriod " - no report"
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           close territoryFile.

      *> Sales roll up to the territory and region stamped on the
      *> sale detail when it was earned; older lines without the
      *> stamp fall back to the rep's current assignment.
       ROLL-UP-SALE-DETAIL.
           open input saleDetailFile
           if SDStat not = "00"
               display "WARNING: SEL8-SALEDTL.dat not found - "
                   "no sales to roll up"
               exit paragraph
           end-if

           perform until detailEOF = 'Y'
               read saleDetailFile
                   at end move 'Y' to detailEOF
                   not at end
                       if sd-date(1:6) >= fromPeriod
                               and sd-date(1:6) <= thruPeriod
                           perform ROLL-ONE-LINE
                       end-if
               end-read
           end-perform

           close saleDetailFile.

       ROLL-ONE-LINE.
           move sd-territory to workTerr
           move sd-region to workRegion
           if sd-territory = spaces and sd-region = spaces
               move sd-snum to em-snum
               read employeeMaster
                   invalid key
                       continue
                   not invalid key
                       move em-territory to workTerr
                       move em-region to workRegion
               end-read
           end-if

           if workTerr = spaces
               move "(UN)" to workTerr
           end-if
           if workRegion = spaces
               perform FIND-REF-REGION
           end-if
               if rl-territory(roll-idx) = workTerr
                       and rl-region(roll-idx) = workRegion
                   move 'Y' to rollFound
                   add sd-amount to rl-sales(roll-idx)
                   add sd-comm to rl-comm(roll-idx)
               end-if
           end-perform

                   add 1 to rollCount
                   move workRegion to rl-region(rollCount)
                   move workTerr to rl-territory(rollCount)
                   move 0 to rl-reps(rollCount)
                   move sd-amount to rl-sales(rollCount)
                   move sd-comm to rl-comm(rollCount)
               else
                   display "WARNING: rollup table full (60) - "
                       "territory " workTerr " not rolled up"
                   exit paragraph
               end-if
           end-if

           perform COUNT-REP-ONCE
           add 1 to linesRolled
           add sd-amount to companySales
           add sd-comm to companyComm.

       COUNT-REP-ONCE.
           move 'N' to seenFound
           perform varying seen-idx from 1 by 1
                   until seen-idx > seenCount or seenFound = 'Y'
               if sn-snum(seen-idx) = sd-snum
                       and sn-territory(seen-idx) = workTerr
                       and sn-region(seen-idx) = workRegion
                   move 'Y' to seenFound
               end-if
           end-perform
           if seenFound = 'Y'
               exit paragraph
           end-if

           if seenCount < 1000
               add 1 to seenCount
               move workRegion to sn-region(seenCount)
               move workTerr to sn-territory(seenCount)
               move sd-snum to sn-snum(seenCount)
           end-if
           perform varying roll-idx from 1 by 1
                   until roll-idx > rollCount
               if rl-territory(roll-idx) = workTerr
                       and rl-region(roll-idx) = workRegion
                   add 1 to rl-reps(roll-idx)
               end-if
           end-perform.

      *> The employee record's own region wins; this fills the gap
      *> for reps coded with a territory only.
       WRITE-ROLLUP-REPORT.
           write bufferLine from
               "===== TERRITORY / REGION SALES ROLLUP ====="
           move spaces to bufferLine
           string "Sales and commission where earned, "
                      delimited by size
                  fromPeriod delimited by size
                  " to " delimited by size
                  thruPeriod delimited by size
                  into bufferLine
           end-string
               write bufferLine
           write bufferLine from
               "-------------------------------------------"

           move "TERRROLL" to al-program
           move runStartStamp to al-start-stamp
           move OFStat to al-file-status
           move linesRolled to al-recs-read
           move 0 to al-recs-written
           move 0 to al-recs-rejected
           move RETURN-CODE to al-return-code
