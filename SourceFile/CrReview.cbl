       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRREVIEW.

      *> Quarterly payment-behaviour credit review.  For every live
      *> customer, twelve months of AR-OPEN and CASH-HIST history
      *> give the average days to pay, the count of late invoices,
      *> the highest balance carried and the sales volume billed.
      *> The first CREDIT-SCORE.dat band the customer falls in sets
      *> a proposed credit limit or a credit hold.  Proposals go to
      *> CREDIT-REVIEW.dat for the credit manager to accept in
      *> CRAPPLY; the review list goes to CrReview.dat.
       ENVIRONMENT DIVISION.
           input-output section.
               file-control.
                   select customerMaster
                       assign to "CUSTOMER-MASTER.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is cm-custno
                       alternate record key is cm-name
                           with duplicates
                       file status is CMStat.

                   select arOpenFile
                       assign to "AR-OPEN.dat"
                       organization is line sequential
                       file status is ARStat.

                   select cashHistFile
                       assign to "CASH-HIST.dat"
                       organization is line sequential
                       file status is CHStat.

                   select scoreFile
                       assign to "CREDIT-SCORE.dat"
                       organization is line sequential
                       file status is CSStat.

                   select dunParmFile
                       assign to "DUNNING-PARM.dat"
                       organization is line sequential
                       file status is DUStat.

                   select reviewFile
                       assign to "CREDIT-REVIEW.dat"
                       organization is line sequential
                       file status is CRStat.

                   select reportFile
                       assign to "CrReview.dat"
                       organization is line sequential
                       file status is OFStat.

                   select auditFile
                       assign to "AUDIT-TRAIL.dat"
                       organization is line sequential
                       file status is AuditStat.

       DATA DIVISION.
           file section.
               fd customerMaster.
                   copy "CUSTOMER-MASTER.cpy".

               fd arOpenFile.
                   copy "AR-OPEN.cpy".

               fd cashHistFile.
                   copy "CASHHIST.cpy".

      *> Scoring bands, tried in order: the first whose day and
      *> late-count ceilings the customer is within applies.  The
      *> proposed limit is the larger of cs-sales-pct of the year's
      *> sales and cs-peak-pct of the highest balance, rounded up
      *> to the next hundred.  cs-action H proposes a credit hold.
               fd scoreFile.
                   01 score-record.
                       02 cs-max-days  pic 9(3).
                       02 cs-max-late  pic 9(3).
                       02 cs-sales-pct pic 9(3).
                       02 cs-peak-pct  pic 9(3).
                       02 cs-action    pic x.
                       02 cs-band      pic x(20).

               fd dunParmFile.
                   01 dun-parm-record.
                       02 du-terms-days  pic 9(3).
                       02 filler         pic x(10).

               fd reviewFile.
                   copy "CREDREV.cpy".

               fd reportFile.
                   01 bufferLine pic x(132).

               fd auditFile.
                   copy "AUDITTRL.cpy".

           WORKING-STORAGE SECTION.
           01 CMStat pic xx.
           01 ARStat pic xx.
           01 CHStat pic xx.
           01 CSStat pic xx.
           01 DUStat pic xx.
           01 CRStat pic xx.
           01 OFStat pic xx.
           01 AuditStat pic xx.

           01 fileEOF pic x.
           01 masterEOF pic x value 'N'.
           01 loadTruncated pic x value 'N'.
           01 unappliedCount pic 9(5) value 0.

      *> Days from invoice to payment before it counts as late -
      *> the terms DUNLTR dues against (DUNNING-PARM.dat).
           01 termsDays pic 9(3) value 30.

           01 default-bands.
               02 filler pic x(33)
                   value "030000025125LPrompt payer        ".
               02 filler pic x(33)
                   value "045002020110LMostly on time      ".
               02 filler pic x(33)
                   value "060004010100LSlow payer          ".
               02 filler pic x(33)
                   value "999999000000HPersistently late   ".
           01 default-band-table redefines default-bands.
               02 default-band pic x(33) occurs 4 times.

           01 band-table.
               02 band-entry occurs 1 to 20 times
                       depending on bandCount
                       indexed by bnd-idx.
                   03 bd-max-days  pic 9(3).
                   03 bd-max-late  pic 9(3).
                   03 bd-sales-pct pic 9(3).
                   03 bd-peak-pct  pic 9(3).
                   03 bd-action    pic x.
                   03 bd-band      pic x(20).
           01 bandCount pic 9(2) value 0.
           01 bandFound pic x.

           01 ar-table.
               02 ar-entry occurs 1 to 3000 times
                       depending on arCount
                       indexed by ar-idx.
                   03 at-invoice  pic 9(6).
                   03 at-cust     pic 9(6).
                   03 at-date-int pic 9(7).
                   03 at-amount   pic s9(9)v99.
                   03 at-paid     pic s9(9)v99.
                   03 at-status   pic x.
                   03 at-last-pay pic 9(7).
           01 arCount pic 9(4) value 0.

      *> Payments, each carrying the date of the invoice it paid.
      *> Payments on invoices no longer on AR-OPEN are not kept.
           01 cash-table.
               02 cash-entry occurs 1 to 9000 times
                       depending on cashCount
                       indexed by csh-idx.
                   03 ck-cust      pic 9(6).
                   03 ck-date-int  pic 9(7).
                   03 ck-inv-int   pic 9(7).
                   03 ck-amount    pic 9(7)v99.
                   03 ck-woff      pic x.
           01 cashCount pic 9(4) value 0.

           01 runDate pic 9(8).
           01 todayInt pic 9(7).
           01 windowInt pic 9(7).
           01 sampleInt pic 9(7).
           01 sampleNo pic 99.
           01 payDays pic 9(5).

      *> Measures for the customer in hand.
           01 daysTotal pic 9(9).
           01 payCount pic 9(5).
           01 avgDays pic 9(3).
           01 lateCount pic 9(3).
           01 highBalance pic s9(9)v99.
           01 sampleBalance pic s9(9)v99.
           01 salesVolume pic 9(9)v99.
           01 activityCount pic 9(5).
           01 limitBySales pic 9(9)v99.
           01 limitByPeak pic 9(9)v99.
           01 proposedLimit pic 9(9)v99.
           01 hundreds pic 9(7).

           01 custCount pic 9(5) value 0.
           01 proposalCount pic 9(5) value 0.
           01 holdCount pic 9(5) value 0.
           01 unchangedCount pic 9(5) value 0.

           01 dispAmount pic Z,ZZZ,ZZ9.
           01 dispVolume pic ZZZ,ZZZ,ZZ9.
           01 dispDays pic ZZ9.
           01 dispCount pic ZZ,ZZ9.

           copy "AUDITPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp
           move function current-date(1:8) to runDate
           compute todayInt = function integer-of-date(runDate)
           compute windowInt = todayInt - 365

           perform CHECK-UNAPPLIED
           if unappliedCount > 0
               move unappliedCount to dispCount
               display "CRREVIEW: " function trim(dispCount)
                   " accepted proposals on CREDIT-REVIEW.dat are "
                   "not yet applied - run CRAPPLY first."
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           perform READ-TERMS
           perform LOAD-BANDS
           perform LOAD-AR-TABLE
           perform LOAD-CASH-TABLE
           if loadTruncated = 'Y'
               display "CRREVIEW: AR-OPEN.dat or CASH-HIST.dat holds "
                   "more than its work table - no review produced."
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           open input customerMaster
           if CMStat not = "00"
               display "CRREVIEW: customer master unavailable ("
                   CMStat ") - no review produced."
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           open output reviewFile
           open output reportFile
           perform WRITE-REPORT-HEADER

           move 0 to cm-custno
           start customerMaster key >= cm-custno
               invalid key move 'Y' to masterEOF
           end-start
           if masterEOF not = 'Y'
               read customerMaster next
                   at end move 'Y' to masterEOF
               end-read
           end-if

           perform until masterEOF = 'Y'
               if cm-status not = 'C' and cm-status not = 'M'
                   perform REVIEW-ONE-CUSTOMER
               end-if
               read customerMaster next
                   at end move 'Y' to masterEOF
               end-read
           end-perform

           perform WRITE-REPORT-TOTALS
           close reportFile
           close reviewFile
           close customerMaster

           move proposalCount to dispCount
           display "CRREVIEW: " function trim(dispCount)
               " changes proposed - review CrReview.dat and "
               "decide them in CRAPPLY"

           perform WRITE-AUDIT-TRAIL

           GOBACK.

      *> A review is not replaced while the last one still has
      *> accepted proposals waiting to be applied.
       CHECK-UNAPPLIED.
           open input reviewFile
           if CRStat not = "00"
               exit paragraph
           end-if
           move 'N' to fileEOF
           perform until fileEOF = 'Y'
               read reviewFile
                   at end move 'Y' to fileEOF
                   not at end
                       if cr-status = 'A'
                           add 1 to unappliedCount
                       end-if
               end-read
           end-perform
           close reviewFile.

       READ-TERMS.
           open input dunParmFile
           if DUStat not = "00"
               exit paragraph
           end-if
           read dunParmFile
               at end continue
               not at end
                   if du-terms-days is numeric
                       move du-terms-days to termsDays
                   end-if
           end-read
           close dunParmFile.

       LOAD-BANDS.
           open input scoreFile
           if CSStat = "00"
               move 'N' to fileEOF
               perform until fileEOF = 'Y'
                   read scoreFile
                       at end move 'Y' to fileEOF
                       not at end
                           if bandCount < 20
                                   and cs-max-days is numeric
                                   and cs-max-late is numeric
                                   and cs-sales-pct is numeric
                                   and cs-peak-pct is numeric
                               add 1 to bandCount
                               move score-record
                                   to band-entry(bandCount)
                           end-if
                   end-read
               end-perform
               close scoreFile
           end-if

           if bandCount = 0
               perform varying bnd-idx from 1 by 1 until bnd-idx > 4
                   add 1 to bandCount
                   move default-band(bnd-idx)
                       to band-entry(bandCount)
               end-perform
           end-if.

       LOAD-AR-TABLE.
           open input arOpenFile
           if ARStat not = "00"
               exit paragraph
           end-if
           move 'N' to fileEOF
           perform until fileEOF = 'Y'
               read arOpenFile
                   at end move 'Y' to fileEOF
                   not at end
                       if arCount < 3000
                           add 1 to arCount
                           move ar-invoice to at-invoice(arCount)
                           move ar-cust to at-cust(arCount)
                           compute at-date-int(arCount) =
                               function integer-of-date(ar-date)
                           move ar-amount to at-amount(arCount)
                           move ar-paid to at-paid(arCount)
                           move ar-status to at-status(arCount)
                           move 0 to at-last-pay(arCount)
                       else
                           move 'Y' to loadTruncated
                           move 'Y' to fileEOF
                       end-if
               end-read
           end-perform
           close arOpenFile.

       LOAD-CASH-TABLE.
           open input cashHistFile
           if CHStat not = "00"
               exit paragraph
           end-if
           move 'N' to fileEOF
           perform until fileEOF = 'Y'
               read cashHistFile
                   at end move 'Y' to fileEOF
                   not at end
                       perform ADD-ONE-PAYMENT
               end-read
           end-perform
           close cashHistFile.

       ADD-ONE-PAYMENT.
           set ar-idx to 1
           search ar-entry
               at end exit paragraph
               when at-invoice(ar-idx) = ch-invoice
                   continue
           end-search

           if cashCount >= 9000
               move 'Y' to loadTruncated
               move 'Y' to fileEOF
               exit paragraph
           end-if
           add 1 to cashCount
           move ch-cust to ck-cust(cashCount)
           compute ck-date-int(cashCount) =
               function integer-of-date(ch-date)
           move at-date-int(ar-idx) to ck-inv-int(cashCount)
           move ch-amount to ck-amount(cashCount)
           move 'N' to ck-woff(cashCount)
           if at-status(ar-idx) = 'W'
               move 'Y' to ck-woff(cashCount)
           end-if
           if ck-date-int(cashCount) > at-last-pay(ar-idx)
               move ck-date-int(cashCount) to at-last-pay(ar-idx)
           end-if.

       REVIEW-ONE-CUSTOMER.
           add 1 to custCount
           perform MEASURE-PAYMENTS
           perform MEASURE-INVOICES
           perform MEASURE-HIGH-BALANCE

           move cm-custno to cr-custno
           move runDate to cr-review-date
           move avgDays to cr-avg-days
           move lateCount to cr-late
           move highBalance to cr-high-bal
           move salesVolume to cr-volume
           move cm-credit-limit to cr-old-limit
           move cm-credit-limit to cr-new-limit
           move 'P' to cr-status
           move spaces to cr-decided-by
           move 0 to cr-applied

           if activityCount = 0
               move 'N' to cr-action
               move "No activity" to cr-band
           else
               perform SCORE-CUSTOMER
           end-if

           evaluate cr-action
               when 'L' add 1 to proposalCount
               when 'H' add 1 to proposalCount
                        add 1 to holdCount
               when other add 1 to unchangedCount
           end-evaluate

           write credit-review-record
           perform WRITE-REPORT-LINE.

      *> Average days from invoice to each payment taken in the
      *> last twelve months.
       MEASURE-PAYMENTS.
           move 0 to daysTotal
           move 0 to payCount
           move 0 to avgDays
           perform varying csh-idx from 1 by 1
                   until csh-idx > cashCount
               if ck-cust(csh-idx) = cm-custno
                       and ck-date-int(csh-idx) >= windowInt
                   add 1 to payCount
                   if ck-date-int(csh-idx) > ck-inv-int(csh-idx)
                       compute payDays = ck-date-int(csh-idx)
                           - ck-inv-int(csh-idx)
                       add payDays to daysTotal
                   end-if
               end-if
           end-perform
           if payCount > 0
               compute avgDays rounded = daysTotal / payCount
                   on size error move 999 to avgDays
               end-compute
           end-if.

      *> Sales volume is what was billed in the window.  An invoice
      *> is late when it was settled after terms, is still open past
      *> terms, or was written off.
       MEASURE-INVOICES.
           move 0 to salesVolume
           move 0 to lateCount
           move payCount to activityCount
           perform varying ar-idx from 1 by 1
                   until ar-idx > arCount
               if at-cust(ar-idx) = cm-custno
                   perform MEASURE-ONE-INVOICE
               end-if
           end-perform.

       MEASURE-ONE-INVOICE.
           if at-date-int(ar-idx) >= windowInt
               add 1 to activityCount
               if at-amount(ar-idx) > 0
                   add at-amount(ar-idx) to salesVolume
               end-if
           end-if

           evaluate at-status(ar-idx)
               when 'W'
                   if at-date-int(ar-idx) >= windowInt
                       add 1 to lateCount
                   end-if
               when 'C'
                   if at-last-pay(ar-idx) >= windowInt
                           and at-last-pay(ar-idx)
                               - at-date-int(ar-idx) > termsDays
                       add 1 to lateCount
                   end-if
               when other
                   if at-amount(ar-idx) > at-paid(ar-idx)
                           and todayInt - at-date-int(ar-idx)
                               > termsDays
                       add 1 to lateCount
                   end-if
           end-evaluate.

      *> The balance is sampled every thirty days back through the
      *> year - billed to that date less paid to that date, leaving
      *> out written-off invoices - and the current master balance
      *> is taken too.
       MEASURE-HIGH-BALANCE.
           move cm-balance to highBalance
           perform varying sampleNo from 0 by 1 until sampleNo > 12
               compute sampleInt = todayInt - (sampleNo * 30)
               move 0 to sampleBalance
               perform varying ar-idx from 1 by 1
                       until ar-idx > arCount
                   if at-cust(ar-idx) = cm-custno
                           and at-status(ar-idx) not = 'W'
                           and at-date-int(ar-idx) <= sampleInt
                       add at-amount(ar-idx) to sampleBalance
                   end-if
               end-perform
               perform varying csh-idx from 1 by 1
                       until csh-idx > cashCount
                   if ck-cust(csh-idx) = cm-custno
                           and ck-woff(csh-idx) = 'N'
                           and ck-date-int(csh-idx) <= sampleInt
                       subtract ck-amount(csh-idx) from sampleBalance
                   end-if
               end-perform
               if sampleBalance > highBalance
                   move sampleBalance to highBalance
               end-if
           end-perform.

       SCORE-CUSTOMER.
           move 'N' to bandFound
           perform varying bnd-idx from 1 by 1
                   until bnd-idx > bandCount or bandFound = 'Y'
               if avgDays <= bd-max-days(bnd-idx)
                       and lateCount <= bd-max-late(bnd-idx)
                   move 'Y' to bandFound
               end-if
           end-perform
           if bandFound = 'N'
               move 'N' to cr-action
               move "Outside every band" to cr-band
               exit paragraph
           end-if
           set bnd-idx down by 1
           move bd-band(bnd-idx) to cr-band

           if bd-action(bnd-idx) = 'H'
               if cm-status = 'H'
                   move 'N' to cr-action
               else
                   move 'H' to cr-action
               end-if
               exit paragraph
           end-if

           compute limitBySales =
               salesVolume * bd-sales-pct(bnd-idx) / 100
           move 0 to limitByPeak
           if highBalance > 0
               compute limitByPeak =
                   highBalance * bd-peak-pct(bnd-idx) / 100
           end-if
           move limitBySales to proposedLimit
           if limitByPeak > proposedLimit
               move limitByPeak to proposedLimit
           end-if
           compute hundreds = (proposedLimit + 99.99) / 100
           compute proposedLimit = hundreds * 100
           if proposedLimit > 9999999
               move 9999999 to proposedLimit
           end-if

           if proposedLimit = cm-credit-limit
               move 'N' to cr-action
           else
               move 'L' to cr-action
               move proposedLimit to cr-new-limit
           end-if.

       WRITE-REPORT-HEADER.
           write bufferLine from
               "===== QUARTERLY CREDIT REVIEW ====="
           move spaces to bufferLine
           string "Run date: " delimited by size
                  runDate delimited by size
                  "   Twelve months of history, terms "
                      delimited by size
                  termsDays delimited by size
                  " days" delimited by size
                  into bufferLine
           end-string
           write bufferLine
           write bufferLine from spaces
           move spaces to bufferLine
           move "Cust   Name                 AvgDy Late  High bal"
               to bufferLine(1:49)
           move "    Volume     Limit  Proposed Act Band"
               to bufferLine(50:39)
           write bufferLine
           move all "-" to bufferLine
           write bufferLine.

       WRITE-REPORT-LINE.
           move spaces to bufferLine
           move cm-custno to bufferLine(1:6)
           move cm-name(1:20) to bufferLine(8:20)
           move avgDays to dispDays
           move dispDays to bufferLine(30:3)
           move lateCount to dispDays
           move dispDays to bufferLine(35:3)
           move highBalance to dispAmount
           move dispAmount to bufferLine(39:9)
           move salesVolume to dispVolume
           move dispVolume to bufferLine(49:11)
           move cm-credit-limit to dispAmount
           move dispAmount to bufferLine(61:9)
           if cr-action = 'L'
               move cr-new-limit to dispAmount
               move dispAmount to bufferLine(71:9)
           end-if
           move cr-action to bufferLine(81:1)
           move cr-band to bufferLine(85:20)
           if cm-status = 'H'
               move "(on hold)" to bufferLine(106:9)
           end-if
           write bufferLine.

       WRITE-REPORT-TOTALS.
           write bufferLine from spaces
           move spaces to bufferLine
           move custCount to dispCount
           string "Customers reviewed: " delimited by size
                  dispCount delimited by size
                  into bufferLine
           end-string
           write bufferLine
           move spaces to bufferLine
           move proposalCount to dispCount
           string "Changes proposed:   " delimited by size
                  dispCount delimited by size
                  into bufferLine
           end-string
           write bufferLine
           move spaces to bufferLine
           move holdCount to dispCount
           string "  of which holds:   " delimited by size
                  dispCount delimited by size
                  into bufferLine
           end-string
           write bufferLine
           move spaces to bufferLine
           move unchangedCount to dispCount
           string "No change:          " delimited by size
                  dispCount delimited by size
                  into bufferLine
           end-string
           write bufferLine.

       WRITE-AUDIT-TRAIL.
           move "CRREVIEW" to al-program
           move runStartStamp to al-start-stamp
           move CRStat to al-file-status
           move custCount to al-recs-read
           move proposalCount to al-recs-written
           move 0 to al-recs-rejected
           move RETURN-CODE to al-return-code
           move "N/A " to al-recon
           call "AUDITLOG" using audit-log-parms
           end-call
           cancel "AUDITLOG".
