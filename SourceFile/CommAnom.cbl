       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMANOM.

      *> Monthly commission anomaly report for internal audit.  Runs
      *> in the monthly stream over the month just closed: the sale
      *> detail Sel8 wrote and the employee master are searched for
      *> patterns no single-transaction edit can see -
      *>   BRK  sales split just under a COMMRATE breakpoint
      *>   RET  a sale returned by the same customer soon after
      *>   OVR  price overrides concentrated on one rep
      *>   SPK  a month-end spike against the rep's own history
      *>   STC  sales keyed just before the rep's status changed
      *> Each flag carries a score and the sale detail lines behind
      *> it; CommAnom.dat lists them highest score first.
       ENVIRONMENT DIVISION.
           input-output section.
               file-control.
                   select saleDetailFile
                       assign to "SEL8-SALEDTL.dat"
                       organization is line sequential
                       file status is SDStat.

                   select employeeMaster
                       assign to "EMPLOYEE-MASTER.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is em-snum
                       alternate record key is em-sname
                           with duplicates
                       file status is EMStat.

                   select commRateFile
                       assign to "COMMRATE.dat"
                       organization is line sequential
                       file status is CRStat.

                   select productFile
                       assign to "PRODUCT-MASTER.dat"
                       organization is line sequential
                       file status is PDStat.

                   select anomParmFile
                       assign to "ANOM-PARM.dat"
                       organization is line sequential
                       file status is APStat.

                   select reportFile
                       assign to "CommAnom.dat"
                       organization is line sequential
                       file status is OFStat.

       DATA DIVISION.
           file section.
               fd saleDetailFile.
                   copy "SALE-DETAIL.cpy".

               fd employeeMaster.
                   copy "EMPLOYEE-MASTER.cpy".

               fd commRateFile.
                   01 commrate-record.
                       02 cr-eff-date   pic 9(8).
                       02 cr-breakpoint pic 9(7).
                       02 cr-rate pic 9v99.
                       02 cr-plan pic x(4).

               fd productFile.
                   01 product-record.
                       02 pm-code      pic x(6).
                       02 pm-desc      pic x(20).
                       02 pm-std-price pic 9(3).
                       02 pm-comm      pic x.
                       02 pm-stock     pic x.

      *> Thresholds: how close under a breakpoint counts as just
      *> under (percent), days within which a return counts as
      *> soon after the sale, the multiple of the rep's usual
      *> month-end sales (and the least amount) that is a spike,
      *> days after a sale within which a status change counts,
      *> and the least overrides, and least share of the month's
      *> overrides (percent), that flag a rep.
               fd anomParmFile.
                   01 anom-parm-record.
                       02 ap-near-pct     pic 9(2).
                       02 ap-return-days  pic 9(3).
                       02 ap-spike-factor pic 9(2).
                       02 ap-spike-min    pic 9(7).
                       02 ap-status-days  pic 9(3).
                       02 ap-min-override pic 9(3).
                       02 ap-override-pct pic 9(3).

               fd reportFile.
                   01 bufferLine pic x(100).

           WORKING-STORAGE SECTION.
           01 SDStat pic xx.
           01 EMStat pic xx.
           01 CRStat pic xx.
           01 PDStat pic xx.
           01 APStat pic xx.
           01 OFStat pic xx.

           01 fileEOF pic x.
           01 loadTruncated pic x value 'N'.
           01 empMasterOK pic x value 'N'.

           01 nearPct pic 9(2) value 5.
           01 returnDays pic 9(3) value 14.
           01 spikeFactor pic 9(2) value 3.
           01 spikeMin pic 9(7) value 1000.
           01 statusDays pic 9(3) value 30.
           01 minOverrides pic 9(3) value 3.
           01 overridePct pic 9(3) value 50.

           01 runDate pic 9(8).
           01 reviewMonth pic 9(6).
           01 reviewMonthX redefines reviewMonth.
               02 rm-year  pic 9(4).
               02 rm-month pic 99.
           01 cutoffMonth pic 9(6).
           01 cutoffMonthX redefines cutoffMonth.
               02 co-year  pic 9(4).
               02 co-month pic 99.
           01 nextMonth pic 9(6).
           01 nextMonthX redefines nextMonth.
               02 nm-year  pic 9(4).
               02 nm-month pic 99.
           01 nextMonthDate pic 9(8).
           01 monthEndInt pic 9(7).
           01 monthsBack pic 9(3).
           01 lineMonth pic 9(6).
           01 lineMonthX redefines lineMonth.
               02 lm-year  pic 9(4).
               02 lm-month pic 99.

      *> Every breakpoint on COMMRATE.dat, whatever plan or set, and
      *> the built-in tiers COMMCALC falls back on.
           01 breakpoint-table.
               02 breakpoint-entry occurs 1 to 200 times
                       depending on bpCount
                       indexed by bp-idx.
                   03 bp-amount pic 9(7).
           01 bpCount pic 9(3) value 0.
           01 bpFound pic x.
           01 checkBp pic 9(7).

           01 price-table.
               02 price-entry occurs 1 to 200 times
                       depending on priceCount
                       indexed by prc-idx.
                   03 pr-code  pic x(6).
                   03 pr-price pic 9(3).
           01 priceCount pic 9(3) value 0.

           01 sale-table.
               02 sale-entry occurs 1 to 5000 times
                       depending on saleCount
                       indexed by sl-idx sl-idx2.
                   03 sl-batch     pic 9(6).
                   03 sl-date      pic 9(8).
                   03 sl-date-int  pic 9(7).
                   03 sl-cust      pic 9(6).
                   03 sl-snum      pic 9(6).
                   03 sl-usold     pic 9(3)v99.
                   03 sl-uprice    pic 9(3).
                   03 sl-amount    pic s9(7)v99.
                   03 sl-type      pic x.
                   03 sl-prod      pic x(6).
      *> Y when dated in the month under review; the months back
      *> (1-6) when in the history the spike test compares with.
                   03 sl-in-month  pic x.
                   03 sl-back      pic 9.
                   03 sl-month-end pic x.
                   03 sl-near-bp   pic 9(7).
                   03 sl-override  pic x.
                   03 sl-used      pic x.
           01 saleCount pic 9(4) value 0.
           01 recNo pic 9(5) value 0.

      *> Per-rep figures for the override and spike tests.
           01 rep-table.
               02 rep-entry occurs 1 to 500 times
                       depending on repCount
                       indexed by rep-idx.
                   03 rp-snum      pic 9(6).
                   03 rp-lines     pic 9(5).
                   03 rp-overrides pic 9(5).
                   03 rp-me-amount pic s9(9)v99.
                   03 rp-hist occurs 6 times.
                       04 rp-hist-active pic x.
                       04 rp-hist-me     pic s9(9)v99.
           01 repCount pic 9(3) value 0.
           01 repFound pic x.
           01 checkSnum pic 9(6).
           01 totalOverrides pic 9(5) value 0.

           01 flag-table.
               02 flag-entry occurs 1 to 500 times
                       depending on flagCount
                       indexed by flg-idx.
                   03 fg-score     pic 9(3).
                   03 fg-code      pic x(3).
                   03 fg-snum      pic 9(6).
                   03 fg-cust      pic 9(6).
                   03 fg-text      pic x(50).
                   03 fg-first-sup pic 9(4).
                   03 fg-sup-count pic 9(3).
                   03 fg-printed   pic x.
           01 flagCount pic 9(3) value 0.
           01 flagsFull pic x value 'N'.

      *> The sale table rows behind each flag.
           01 support-table.
               02 support-entry occurs 1 to 5000 times
                       depending on supportCount
                       indexed by sup-idx.
                   03 su-sale pic 9(4).
           01 supportCount pic 9(4) value 0.

           01 newScore pic 9(5).
           01 newCode pic x(3).
           01 newSnum pic 9(6).
           01 newCust pic 9(6).
           01 newText pic x(50).
           01 addSale pic 9(4).
           01 clusterCount pic 9(3).
           01 dayGap pic s9(7).
           01 histSum pic s9(11)v99.
           01 histMonths pic 9.
           01 histAverage pic s9(9)v99.
           01 spikeRatio pic 9(5)v9.
           01 sharePct pic 9(3).
           01 bestIdx pic 9(3).
           01 bestScore pic 9(3).
           01 printedCount pic 9(3).
           01 supLeft pic 9(3).

           01 dispAmount pic ZZZ,ZZ9.99-.
           01 dispUnits pic ZZ9.99.
           01 dispPrice pic ZZ9.
           01 dispCount pic ZZ,ZZ9.
           01 dispScore pic ZZ9.
           01 dispRatio pic ZZZ9.9.

           copy "AUDITPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp
           move function current-date(1:8) to runDate

      *> The month just closed is reviewed.
           move runDate(1:6) to reviewMonth
           if rm-month = 1
               subtract 1 from rm-year
               move 12 to rm-month
           else
               subtract 1 from rm-month
           end-if

           perform READ-ANOM-PARM
           perform LOAD-BREAKPOINTS
           perform LOAD-PRICE-LIST
           perform LOAD-SALE-DETAIL
           if loadTruncated = 'Y'
               display "COMMANOM: SEL8-SALEDTL.dat holds more than "
                   "the 5000-line work table - no report produced."
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           open input employeeMaster
           if EMStat = "00"
               move 'Y' to empMasterOK
           else
               display "WARNING: employee master unavailable ("
                   EMStat ") - status-change test skipped"
           end-if

           perform BUILD-REP-TABLE
           perform FLAG-SPLIT-SALES
           perform FLAG-QUICK-RETURNS
           perform FLAG-OVERRIDE-CONCENTRATION
           perform FLAG-MONTH-END-SPIKES
           if empMasterOK = 'Y'
               perform FLAG-STATUS-CHANGES
           end-if

           open output reportFile
           perform WRITE-REPORT
           close reportFile

           if empMasterOK = 'Y'
               close employeeMaster
           end-if

           if flagsFull = 'Y'
               display "WARNING: flag table full - lowest patterns "
                   "for the month may be missing"
               move 4 to RETURN-CODE
           end-if

           move flagCount to dispCount
           display "COMMANOM: " function trim(dispCount)
               " anomalies flagged for " reviewMonth
               " - see CommAnom.dat"

           perform WRITE-AUDIT-TRAIL

           GOBACK.

       READ-ANOM-PARM.
           open input anomParmFile
           if APStat not = "00"
               exit paragraph
           end-if
           read anomParmFile
               at end continue
               not at end
                   if ap-near-pct is numeric and ap-near-pct > 0
                       move ap-near-pct to nearPct
                   end-if
                   if ap-return-days is numeric
                           and ap-return-days > 0
                       move ap-return-days to returnDays
                   end-if
                   if ap-spike-factor is numeric
                           and ap-spike-factor > 1
                       move ap-spike-factor to spikeFactor
                   end-if
                   if ap-spike-min is numeric
                       move ap-spike-min to spikeMin
                   end-if
                   if ap-status-days is numeric
                           and ap-status-days > 0
                       move ap-status-days to statusDays
                   end-if
                   if ap-min-override is numeric
                           and ap-min-override > 0
                       move ap-min-override to minOverrides
                   end-if
                   if ap-override-pct is numeric
                           and ap-override-pct > 0
                           and ap-override-pct <= 100
                       move ap-override-pct to overridePct
                   end-if
           end-read
           close anomParmFile.

       LOAD-BREAKPOINTS.
           move 15000 to checkBp
           perform ADD-BREAKPOINT
           move 20000 to checkBp
           perform ADD-BREAKPOINT
           move 25000 to checkBp
           perform ADD-BREAKPOINT
           move 30000 to checkBp
           perform ADD-BREAKPOINT

           open input commRateFile
           if CRStat not = "00"
               exit paragraph
           end-if
           move 'N' to fileEOF
           perform until fileEOF = 'Y'
               read commRateFile
                   at end move 'Y' to fileEOF
                   not at end
                       if cr-breakpoint is numeric
                               and cr-breakpoint > 0
                           move cr-breakpoint to checkBp
                           perform ADD-BREAKPOINT
                       end-if
               end-read
           end-perform
           close commRateFile.

       ADD-BREAKPOINT.
           move 'N' to bpFound
           perform varying bp-idx from 1 by 1
                   until bp-idx > bpCount or bpFound = 'Y'
               if bp-amount(bp-idx) = checkBp
                   move 'Y' to bpFound
               end-if
           end-perform
           if bpFound = 'N' and bpCount < 200
               add 1 to bpCount
               move checkBp to bp-amount(bpCount)
           end-if.

       LOAD-PRICE-LIST.
           open input productFile
           if PDStat not = "00"
               exit paragraph
           end-if
           move 'N' to fileEOF
           perform until fileEOF = 'Y'
               read productFile
                   at end move 'Y' to fileEOF
                   not at end
                       if priceCount < 200
                           add 1 to priceCount
                           move pm-code to pr-code(priceCount)
                           move pm-std-price to pr-price(priceCount)
                       end-if
               end-read
           end-perform
           close productFile.

      *> The review month and the six months before it are kept;
      *> anything older plays no part.
       LOAD-SALE-DETAIL.
           move reviewMonth to cutoffMonth
           if co-month > 6
               subtract 6 from co-month
           else
               subtract 1 from co-year
               add 6 to co-month
           end-if

           open input saleDetailFile
           if SDStat not = "00"
               exit paragraph
           end-if
           move 'N' to fileEOF
           perform until fileEOF = 'Y'
               read saleDetailFile
                   at end move 'Y' to fileEOF
                   not at end
                       add 1 to recNo
                       if sd-date(1:6) >= cutoffMonth
                               and sd-date(1:6) <= reviewMonth
                           perform ADD-ONE-SALE
                       end-if
               end-read
           end-perform
           close saleDetailFile.

       ADD-ONE-SALE.
           if saleCount >= 5000
               move 'Y' to loadTruncated
               move 'Y' to fileEOF
               exit paragraph
           end-if
           add 1 to saleCount
           set sl-idx to saleCount
           move sd-batch to sl-batch(sl-idx)
           move sd-date to sl-date(sl-idx)
           compute sl-date-int(sl-idx) =
               function integer-of-date(sd-date)
           move sd-cust to sl-cust(sl-idx)
           move sd-snum to sl-snum(sl-idx)
           move sd-usold to sl-usold(sl-idx)
           move sd-uprice to sl-uprice(sl-idx)
           move sd-amount to sl-amount(sl-idx)
           move sd-type to sl-type(sl-idx)
           move sd-prod to sl-prod(sl-idx)
           move 'N' to sl-used(sl-idx)
           move 'N' to sl-override(sl-idx)
           move 0 to sl-near-bp(sl-idx)

           move sd-date(1:6) to lineMonth
           if lineMonth = reviewMonth
               move 'Y' to sl-in-month(sl-idx)
               move 0 to sl-back(sl-idx)
           else
               move 'N' to sl-in-month(sl-idx)
               compute monthsBack = (rm-year * 12 + rm-month)
                   - (lm-year * 12 + lm-month)
               move monthsBack to sl-back(sl-idx)
           end-if

      *> Month end is the last three days of the line's month.
           move lineMonth to nextMonth
           if nm-month = 12
               add 1 to nm-year
               move 1 to nm-month
           else
               add 1 to nm-month
           end-if
           compute nextMonthDate = nextMonth * 100 + 1
           compute monthEndInt =
               function integer-of-date(nextMonthDate) - 3
           move 'N' to sl-month-end(sl-idx)
           if sl-date-int(sl-idx) > monthEndInt
               move 'Y' to sl-month-end(sl-idx)
           end-if

           if sd-type = 'S'
               perform MARK-NEAR-BREAKPOINT
               perform MARK-OVERRIDE
           end-if.

       MARK-NEAR-BREAKPOINT.
           perform varying bp-idx from 1 by 1
                   until bp-idx > bpCount
               if sd-amount < bp-amount(bp-idx)
                       and sd-amount * 100 >=
                           bp-amount(bp-idx) * (100 - nearPct)
                   move bp-amount(bp-idx) to sl-near-bp(sl-idx)
               end-if
           end-perform.

      *> A product on the price list sold at other than list.
       MARK-OVERRIDE.
           if priceCount = 0
               exit paragraph
           end-if
           set prc-idx to 1
           search price-entry
               at end continue
               when pr-code(prc-idx) = sd-prod
                   if sd-uprice not = pr-price(prc-idx)
                       move 'Y' to sl-override(sl-idx)
                   end-if
           end-search.

       BUILD-REP-TABLE.
           perform varying sl-idx from 1 by 1
                   until sl-idx > saleCount
               move sl-snum(sl-idx) to checkSnum
               perform FIND-REP
               if repFound = 'Y'
                   perform ADD-TO-REP
               end-if
           end-perform.

       FIND-REP.
           move 'N' to repFound
           perform varying rep-idx from 1 by 1
                   until rep-idx > repCount or repFound = 'Y'
               if rp-snum(rep-idx) = checkSnum
                   move 'Y' to repFound
               end-if
           end-perform
           if repFound = 'Y'
               set rep-idx down by 1
               exit paragraph
           end-if
           if repCount >= 500
               exit paragraph
           end-if
           add 1 to repCount
           set rep-idx to repCount
           move checkSnum to rp-snum(rep-idx)
           move 0 to rp-lines(rep-idx)
           move 0 to rp-overrides(rep-idx)
           move 0 to rp-me-amount(rep-idx)
           perform varying monthsBack from 1 by 1
                   until monthsBack > 6
               move 'N' to rp-hist-active(rep-idx, monthsBack)
               move 0 to rp-hist-me(rep-idx, monthsBack)
           end-perform
           move 'Y' to repFound.

       ADD-TO-REP.
           if sl-in-month(sl-idx) = 'Y'
               add 1 to rp-lines(rep-idx)
               if sl-override(sl-idx) = 'Y'
                   add 1 to rp-overrides(rep-idx)
                   add 1 to totalOverrides
               end-if
               if sl-month-end(sl-idx) = 'Y' and sl-type(sl-idx) = 'S'
                   add sl-amount(sl-idx) to rp-me-amount(rep-idx)
               end-if
           else
               move sl-back(sl-idx) to monthsBack
               if monthsBack >= 1 and monthsBack <= 6
                   move 'Y' to rp-hist-active(rep-idx, monthsBack)
                   if sl-month-end(sl-idx) = 'Y'
                           and sl-type(sl-idx) = 'S'
                       add sl-amount(sl-idx)
                           to rp-hist-me(rep-idx, monthsBack)
                   end-if
               end-if
           end-if.

      *> Two or more sales by one rep to one customer, within three
      *> days of each other, each just under a breakpoint.
       FLAG-SPLIT-SALES.
           perform varying sl-idx from 1 by 1
                   until sl-idx > saleCount
               if sl-in-month(sl-idx) = 'Y'
                       and sl-near-bp(sl-idx) > 0
                       and sl-used(sl-idx) = 'N'
                   perform CHECK-ONE-SPLIT
               end-if
           end-perform.

       CHECK-ONE-SPLIT.
           move 0 to clusterCount
           perform varying sl-idx2 from 1 by 1
                   until sl-idx2 > saleCount
               if sl-in-month(sl-idx2) = 'Y'
                       and sl-near-bp(sl-idx2) > 0
                       and sl-used(sl-idx2) = 'N'
                       and sl-snum(sl-idx2) = sl-snum(sl-idx)
                       and sl-cust(sl-idx2) = sl-cust(sl-idx)
                   compute dayGap = sl-date-int(sl-idx2)
                       - sl-date-int(sl-idx)
                   if dayGap >= -3 and dayGap <= 3
                       add 1 to clusterCount
                   end-if
               end-if
           end-perform
           if clusterCount < 2
               exit paragraph
           end-if

           compute newScore = clusterCount * 20
           move "BRK" to newCode
           move sl-snum(sl-idx) to newSnum
           move sl-cust(sl-idx) to newCust
           move "Sales split just under a commission breakpoint"
               to newText
           perform START-FLAG
           if flagsFull = 'Y'
               exit paragraph
           end-if

           perform varying sl-idx2 from 1 by 1
                   until sl-idx2 > saleCount
               if sl-in-month(sl-idx2) = 'Y'
                       and sl-near-bp(sl-idx2) > 0
                       and sl-used(sl-idx2) = 'N'
                       and sl-snum(sl-idx2) = sl-snum(sl-idx)
                       and sl-cust(sl-idx2) = sl-cust(sl-idx)
                   compute dayGap = sl-date-int(sl-idx2)
                       - sl-date-int(sl-idx)
                   if dayGap >= -3 and dayGap <= 3
                       move 'Y' to sl-used(sl-idx2)
                       set addSale to sl-idx2
                       perform ADD-SUPPORT
                   end-if
               end-if
           end-perform.

      *> A return in the month of a product the same customer was
      *> sold within the return window before it.
       FLAG-QUICK-RETURNS.
           perform varying sl-idx from 1 by 1
                   until sl-idx > saleCount
               if sl-in-month(sl-idx) = 'Y' and sl-type(sl-idx) = 'R'
                   perform CHECK-ONE-RETURN
               end-if
           end-perform.

       CHECK-ONE-RETURN.
           move 0 to addSale
           perform varying sl-idx2 from 1 by 1
                   until sl-idx2 > saleCount or addSale > 0
               if sl-type(sl-idx2) = 'S'
                       and sl-cust(sl-idx2) = sl-cust(sl-idx)
                       and sl-prod(sl-idx2) = sl-prod(sl-idx)
                   compute dayGap = sl-date-int(sl-idx)
                       - sl-date-int(sl-idx2)
                   if dayGap >= 0 and dayGap <= returnDays
                       set addSale to sl-idx2
                   end-if
               end-if
           end-perform
           if addSale = 0
               exit paragraph
           end-if

           move 40 to newScore
           if dayGap <= 3
               move 60 to newScore
           end-if
           move "RET" to newCode
           move sl-snum(addSale) to newSnum
           move sl-cust(sl-idx) to newCust
           move "Sale returned by the same customer soon after"
               to newText
           perform START-FLAG
           if flagsFull = 'Y'
               exit paragraph
           end-if
           perform ADD-SUPPORT
           set addSale to sl-idx
           perform ADD-SUPPORT.

       FLAG-OVERRIDE-CONCENTRATION.
           if totalOverrides = 0
               exit paragraph
           end-if
           perform varying rep-idx from 1 by 1
                   until rep-idx > repCount
               if rp-overrides(rep-idx) >= minOverrides
                   compute sharePct = rp-overrides(rep-idx) * 100
                       / totalOverrides
                   if sharePct >= overridePct
                       perform FLAG-ONE-OVERRIDE-REP
                   end-if
               end-if
           end-perform.

       FLAG-ONE-OVERRIDE-REP.
           compute newScore = sharePct / 2
               + rp-overrides(rep-idx) * 2
           move "OVR" to newCode
           move rp-snum(rep-idx) to newSnum
           move 0 to newCust
           move spaces to newText
           move sharePct to dispScore
           string "Rep keyed " delimited by size
                  function trim(dispScore) delimited by size
                  "% of the month's price overrides"
                      delimited by size
                  into newText
           end-string
           perform START-FLAG
           if flagsFull = 'Y'
               exit paragraph
           end-if
           perform varying sl-idx from 1 by 1
                   until sl-idx > saleCount
               if sl-in-month(sl-idx) = 'Y'
                       and sl-override(sl-idx) = 'Y'
                       and sl-snum(sl-idx) = rp-snum(rep-idx)
                   set addSale to sl-idx
                   perform ADD-SUPPORT
               end-if
           end-perform.

      *> Month-end sales against the average month end of the
      *> months in the last six the rep sold anything in.
       FLAG-MONTH-END-SPIKES.
           perform varying rep-idx from 1 by 1
                   until rep-idx > repCount
               if rp-me-amount(rep-idx) >= spikeMin
                       and rp-me-amount(rep-idx) > 0
                   perform CHECK-ONE-SPIKE
               end-if
           end-perform.

       CHECK-ONE-SPIKE.
           move 0 to histSum
           move 0 to histMonths
           perform varying monthsBack from 1 by 1
                   until monthsBack > 6
               if rp-hist-active(rep-idx, monthsBack) = 'Y'
                   add 1 to histMonths
                   add rp-hist-me(rep-idx, monthsBack) to histSum
               end-if
           end-perform
           if histMonths = 0
               exit paragraph
           end-if
           compute histAverage rounded = histSum / histMonths

           if histAverage > 0
               if rp-me-amount(rep-idx) < histAverage * spikeFactor
                   exit paragraph
               end-if
               compute spikeRatio rounded =
                   rp-me-amount(rep-idx) / histAverage
                   on size error move 9999.9 to spikeRatio
               end-compute
               compute newScore = spikeRatio * 10
           else
               move 9999.9 to spikeRatio
               move 50 to newScore
           end-if

           move "SPK" to newCode
           move rp-snum(rep-idx) to newSnum
           move 0 to newCust
           move spaces to newText
           if histAverage > 0
               move spikeRatio to dispRatio
               string "Month-end sales " delimited by size
                      function trim(dispRatio) delimited by size
                      " times the rep's usual" delimited by size
                      into newText
               end-string
           else
               move "Month-end sales where the rep usually has none"
                   to newText
           end-if
           perform START-FLAG
           if flagsFull = 'Y'
               exit paragraph
           end-if
           perform varying sl-idx from 1 by 1
                   until sl-idx > saleCount
               if sl-in-month(sl-idx) = 'Y'
                       and sl-month-end(sl-idx) = 'Y'
                       and sl-type(sl-idx) = 'S'
                       and sl-snum(sl-idx) = rp-snum(rep-idx)
                   set addSale to sl-idx
                   perform ADD-SUPPORT
               end-if
           end-perform.

      *> Only the latest status change is on the master, dated by
      *> em-status-date; sales in the window before it are flagged.
       FLAG-STATUS-CHANGES.
           perform varying rep-idx from 1 by 1
                   until rep-idx > repCount
               if rp-lines(rep-idx) > 0
                   move rp-snum(rep-idx) to em-snum
                   read employeeMaster
                       invalid key continue
                       not invalid key
                           perform CHECK-ONE-STATUS-CHANGE
                   end-read
               end-if
           end-perform.

       CHECK-ONE-STATUS-CHANGE.
           if em-status-date is not numeric or em-status-date = 0
               exit paragraph
           end-if
           compute monthEndInt =
               function integer-of-date(em-status-date)

           move 0 to clusterCount
           perform varying sl-idx from 1 by 1
                   until sl-idx > saleCount
               if sl-in-month(sl-idx) = 'Y'
                       and sl-snum(sl-idx) = em-snum
                   compute dayGap = monthEndInt - sl-date-int(sl-idx)
                   if dayGap > 0 and dayGap <= statusDays
                       add 1 to clusterCount
                   end-if
               end-if
           end-perform
           if clusterCount = 0
               exit paragraph
           end-if

           compute newScore = 30 + clusterCount * 5
           if em-status = 'T'
               add 20 to newScore
           end-if
           move "STC" to newCode
           move em-snum to newSnum
           move 0 to newCust
           move spaces to newText
           string "Sales keyed before status " delimited by size
                  em-status delimited by size
                  " effective " delimited by size
                  em-status-date delimited by size
                  into newText
           end-string
           perform START-FLAG
           if flagsFull = 'Y'
               exit paragraph
           end-if
           perform varying sl-idx from 1 by 1
                   until sl-idx > saleCount
               if sl-in-month(sl-idx) = 'Y'
                       and sl-snum(sl-idx) = em-snum
                   compute dayGap = monthEndInt - sl-date-int(sl-idx)
                   if dayGap > 0 and dayGap <= statusDays
                       set addSale to sl-idx
                       perform ADD-SUPPORT
                   end-if
               end-if
           end-perform.

      *> Scores run 1 to 99; the flag's supporting lines follow it
      *> on the support table.
       START-FLAG.
           if flagCount >= 500
               move 'Y' to flagsFull
               exit paragraph
           end-if
           add 1 to flagCount
           set flg-idx to flagCount
           if newScore > 99
               move 99 to newScore
           end-if
           if newScore < 1
               move 1 to newScore
           end-if
           move newScore to fg-score(flg-idx)
           move newCode to fg-code(flg-idx)
           move newSnum to fg-snum(flg-idx)
           move newCust to fg-cust(flg-idx)
           move newText to fg-text(flg-idx)
           compute fg-first-sup(flg-idx) = supportCount + 1
           move 0 to fg-sup-count(flg-idx)
           move 'N' to fg-printed(flg-idx).

       ADD-SUPPORT.
           if supportCount >= 5000
               exit paragraph
           end-if
           add 1 to supportCount
           move addSale to su-sale(supportCount)
           add 1 to fg-sup-count(flagCount).

       WRITE-REPORT.
           write bufferLine from
               "===== COMMISSION ANOMALY REPORT ====="
           move spaces to bufferLine
           string "Month reviewed: " delimited by size
                  reviewMonth delimited by size
                  "   Run date: " delimited by size
                  runDate delimited by size
                  into bufferLine
           end-string
           write bufferLine
           write bufferLine from
               "Highest score first - BRK split under breakpoint, "
           write bufferLine from
               "RET quick return, OVR override concentration, "
           write bufferLine from
               "SPK month-end spike, STC status change after sales"
           write bufferLine from spaces

           if flagCount = 0
               write bufferLine from
                   "No anomalies found for the month."
               exit paragraph
           end-if

           move 0 to printedCount
           perform until printedCount >= flagCount
               perform FIND-NEXT-HIGHEST
               perform WRITE-ONE-FLAG
               add 1 to printedCount
           end-perform

           write bufferLine from spaces
           move flagCount to dispCount
           move spaces to bufferLine
           string "Anomalies flagged: " delimited by size
                  dispCount delimited by size
                  into bufferLine
           end-string
           write bufferLine.

       FIND-NEXT-HIGHEST.
           move 0 to bestIdx
           move 0 to bestScore
           perform varying flg-idx from 1 by 1
                   until flg-idx > flagCount
               if fg-printed(flg-idx) = 'N'
                       and fg-score(flg-idx) > bestScore
                   move fg-score(flg-idx) to bestScore
                   set bestIdx to flg-idx
               end-if
           end-perform
           move 'Y' to fg-printed(bestIdx).

       WRITE-ONE-FLAG.
           set flg-idx to bestIdx
           move fg-score(flg-idx) to dispScore
           move spaces to bufferLine
           string "Score " delimited by size
                  dispScore delimited by size
                  "  " delimited by size
                  fg-code(flg-idx) delimited by size
                  "  Rep " delimited by size
                  fg-snum(flg-idx) delimited by size
                  into bufferLine
           end-string
           if fg-cust(flg-idx) > 0
               move "Cust" to bufferLine(30:4)
               move fg-cust(flg-idx) to bufferLine(35:6)
           end-if
           write bufferLine
           move spaces to bufferLine
           move fg-text(flg-idx) to bufferLine(5:50)
           write bufferLine

           set sup-idx to fg-first-sup(flg-idx)
           move fg-sup-count(flg-idx) to supLeft
           perform until supLeft = 0
               set sl-idx to su-sale(sup-idx)
               perform WRITE-SUPPORT-LINE
               set sup-idx up by 1
               subtract 1 from supLeft
           end-perform
           write bufferLine from spaces.

       WRITE-SUPPORT-LINE.
           move sl-usold(sl-idx) to dispUnits
           move sl-uprice(sl-idx) to dispPrice
           move sl-amount(sl-idx) to dispAmount
           move spaces to bufferLine
           string "    Batch " delimited by size
                  sl-batch(sl-idx) delimited by size
                  " " delimited by size
                  sl-date(sl-idx) delimited by size
                  " " delimited by size
                  sl-type(sl-idx) delimited by size
                  " Rep " delimited by size
                  sl-snum(sl-idx) delimited by size
                  " Cust " delimited by size
                  sl-cust(sl-idx) delimited by size
                  " " delimited by size
                  sl-prod(sl-idx) delimited by size
                  " " delimited by size
                  dispUnits delimited by size
                  " @" delimited by size
                  dispPrice delimited by size
                  " " delimited by size
                  dispAmount delimited by size
                  into bufferLine
           end-string
           write bufferLine.

       WRITE-AUDIT-TRAIL.
           move "COMMANOM" to al-program
           move runStartStamp to al-start-stamp
           move SDStat to al-file-status
           move recNo to al-recs-read
           move flagCount to al-recs-written
           move 0 to al-recs-rejected
           move RETURN-CODE to al-return-code
           move "N/A " to al-recon
           call "AUDITLOG" using audit-log-parms
           end-call
           cancel "AUDITLOG".
