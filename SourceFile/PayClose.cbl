                           with duplicates
                       file status is EMStat.

                   select drawFile
                       assign to "DRAW-MASTER.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is dw-snum
                       file status is DWStat.

                   select deductFile
                       assign to "DEDUCT-MASTER.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is dm-key
                       file status is DMStat.

                   select dedRegFile
                       assign to wsDedRegFilename
                       organization is line sequential
                       file status is RGStat.

                   select remitFile
                       assign to wsRemitFilename
                       organization is line sequential
                       file status is RMStat.

                   select reissueFile
                       assign to "PAY-REISSUE.dat"
                       organization is line sequential
                       file status is RQStat.

                   select payCalFile
                       assign to "PAYCAL.dat"
                       organization is line sequential
               fd employeeMaster.
                   copy "EMPLOYEE-MASTER.cpy".

               fd drawFile.
                   copy "DRAW.cpy".

               fd deductFile.
                   copy "DEDUCT.cpy".

               fd dedRegFile.
                   01 dedreg-line pic x(80).

               fd remitFile.
                   01 remit-line pic x(80).

               fd reissueFile.
                   copy "REISSUE.cpy".

               fd payCalFile.
                   01 paycal-record.
                       02 ca-period pic 9(6).
               02 wp-batch      pic 9(6).
               02 wp-branch     pic x(3).

      *> Commission draws settled into this period.  Settlements
      *> are held here and only written back to DRAW-MASTER once
      *> the period has actually been extracted.
           01 DWStat pic xx.
           01 drawEOF pic x value 'N'.
           01 drawOverflow pic x value 'N'.
           01 draw-settle-table.
               02 draw-settle-entry occurs 1 to 200 times
                       depending on settleCount
                       indexed by ds-idx.
                   03 ds-snum    pic 9(6).
                   03 ds-balance pic 9(7)v99.
           01 settleCount pic 9(3) value 0.
           01 earnedAmt pic s9(9)v99.
           01 drawInForce pic 9(7)v99.
           01 drawPayAmt pic 9(7)v99.
           01 drawBalance pic 9(7)v99.
           01 dedAmt pic 9(7)v99.
           01 drawPaidCount pic 9(5) value 0.
           01 recoverCount pic 9(5) value 0.
           copy "WHPRM.cpy".

      *> Payroll deductions taken this period.  Each goes out as a
      *> type X line (sign -, no gross, no withholding) so the send
      *> file, direct deposit and statements all net it off; the
      *> running totals are only written back to DEDUCT-MASTER once
      *> the period has actually been extracted.
           01 DMStat pic xx.
           01 RGStat pic xx.
           01 RMStat pic xx.
           01 wsDedRegFilename pic x(30).
           01 wsRemitFilename pic x(30).
           01 deductEOF pic x value 'N'.
           01 dedOverflow pic x value 'N'.
      *> No deduction may leave a rep with less net pay than this.
           01 protectedNet pic 9(5)v99 value 100.00.
           01 deduct-table.
               02 deduct-entry occurs 1 to 300 times
                       depending on deductCount
                       indexed by ded-idx.
                   03 dx-record  pic x(92).
                   03 dx-done    pic x.
                   03 dx-changed pic x.
           01 deductCount pic 9(3) value 0.
           01 ded-emp-table.
               02 ded-emp-entry occurs 1 to 300 times
                       depending on dedEmpCount
                       indexed by de-idx.
                   03 de-snum   pic 9(6).
                   03 de-net    pic s9(7)v99.
                   03 de-branch pic x(3).
           01 dedEmpCount pic 9(3) value 0.
           01 dedEmpFound pic x.
           01 ded-item-table.
               02 ded-item-entry occurs 1 to 500 times
                       depending on itemCount
                       indexed by it-idx.
                   03 di-snum    pic 9(6).
                   03 di-seq     pic 99.
                   03 di-type    pic x.
                   03 di-payee   pic x(20).
                   03 di-ref     pic x(12).
                   03 di-wanted  pic 9(7)v99.
                   03 di-taken   pic 9(7)v99.
                   03 di-to-date pic 9(7)v99.
                   03 di-note    pic x(12).
                   03 di-remit   pic x.
           01 itemCount pic 9(3) value 0.
           01 bestIdx pic 9(3).
           01 bestPriority pic 99.
           01 availNet pic s9(7)v99.
           01 wantedAmt pic 9(7)v99.
           01 takeAmt pic 9(7)v99.
           01 dedTakenCount pic 9(5) value 0.
           01 dedShortCount pic 9(5) value 0.
           01 dedTotal pic 9(9)v99 value 0.
           01 payeeTotal pic 9(9)v99.
           01 payeeCount pic 9(3) value 0.
           01 dispDedAmt pic ZZ,ZZ9.99.
           01 dispToDate pic Z,ZZZ,ZZ9.99.
           01 dispDedTotal pic $ZZZ,ZZZ,ZZ9.99.

      *> Deposits the bank returned (DDRETURN) go out again on
      *> this run's DIRDEP file once the employee's bank details
      *> have been corrected.
           01 RQStat pic xx.
           01 reissueEOF pic x value 'N'.
           01 reissue-table.
               02 reissue-entry occurs 1 to 500 times
                       depending on reissueCount
                       indexed by rq-idx.
                   03 rqt-record pic x(47).
           01 reissueCount pic 9(3) value 0.
           01 reissueChanged pic x value 'N'.
           01 redepositCount pic 9(5) value 0.

           01 RSStat pic xx.
           01 PCStat pic xx.
           01 payCalEOF pic x.
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           perform SETTLE-COMMISSION-DRAWS
           if drawOverflow = 'Y'
               display "PAYCLOSE: draw settlements would overflow "
                   "the 500-record work table - nothing extracted."
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           perform TAKE-DEDUCTIONS
           if dedOverflow = 'Y'
               display "PAYCLOSE: deductions would overflow the "
                   "work tables - nothing extracted."
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           perform LOAD-REISSUE-TABLE
           if loadTruncated = 'Y'
               display "PAYCLOSE: PAY-REISSUE.dat holds more than "
                   "the 500-record work table - nothing extracted."
               display "PAYCLOSE: run CHKISSUE to clear returned "
                   "payments, then run again."
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           if payCount = 0
               display "PAYCLOSE: no payroll records on file."
               perform WRITE-AUDIT-TRAIL
           perform WRITE-SEND-FILE
           perform WRITE-DIRDEP-FILE
           perform REWRITE-PAYROLL-FILE
           perform REWRITE-DRAW-MASTER
           perform WRITE-DEDUCTION-REGISTER
           perform WRITE-REMITTANCE-LIST
           perform REWRITE-DEDUCT-MASTER
           perform CLOSE-PAY-PERIOD

           move sendCount to dispCount
               end-if
           end-perform

           perform REDEPOSIT-RETURNS

           move "TRL" to dt-tag
           move ddCount to dt-count
           move ddNetTotal to dt-net
           if noBankCount > 0
               move noBankCount to dispDDCount
               display "PAYCLOSE: " function trim(dispDDCount)
                   " payments have no bank details - run CHKISSUE "
                   "to pay them by check"
           end-if.

       WRITE-ONE-DIRDEP.
                   exit paragraph
           end-read

           if em-routing = 0 or em-bank-status = 'I'
               add 1 to noBankCount
               exit paragraph
           end-if
           compute ddRoutingHash =
               function mod(ddRoutingHash + em-routing, 10000000000).

      *> Pay the greater of the draw or what the rep earned this
      *> period.  A shortfall goes out as a draw advance (type D);
      *> on a recoverable draw it is added to the balance owed back,
      *> and commission earned above the draw in a later period is
      *> held back as a recovery (type R, sign -) until that balance
      *> is cleared.  After the draw's last period every dollar
      *> earned counts as above the draw.
       SETTLE-COMMISSION-DRAWS.
           open input drawFile
           if DWStat not = "00"
               exit paragraph
           end-if

           open input employeeMaster
           if EMStat not = "00"
               display "PAYCLOSE: employee master unavailable ("
                   EMStat ") - draws not settled"
               close drawFile
               exit paragraph
           end-if

           move 0 to dw-snum
           start drawFile key >= dw-snum
               invalid key move 'Y' to drawEOF
           end-start

           if drawEOF not = 'Y'
               read drawFile next
                   at end move 'Y' to drawEOF
               end-read
           end-if

           perform until drawEOF = 'Y' or drawOverflow = 'Y'
               if dw-last-period < closePeriod
                   perform SETTLE-ONE-DRAW
               end-if
               read drawFile next
                   at end move 'Y' to drawEOF
               end-read
           end-perform

           close employeeMaster
           close drawFile

           if drawPaidCount > 0 or recoverCount > 0
               move drawPaidCount to dispCount
               display "PAYCLOSE: " function trim(dispCount)
                   " draw advances paid"
               move recoverCount to dispCount
               display "PAYCLOSE: " function trim(dispCount)
                   " draw recoveries held back"
           end-if.

       SETTLE-ONE-DRAW.
           move dw-snum to em-snum
           read employeeMaster
               invalid key
                   display "WARNING: draw for " dw-snum
                       " but no master record - skipped"
                   exit paragraph
           end-read

           if settleCount >= 200
               move 'Y' to drawOverflow
               exit paragraph
           end-if

           move 0 to earnedAmt
           perform varying pay-idx from 1 by 1
                   until pay-idx > payCount
               move py-record(pay-idx) to work-pay
               if wp-emp-number = dw-snum
                       and wp-pay-period = closePeriod
                       and wp-sent not = 'Y'
                   if wp-sign = '-'
                       subtract wp-gross-amt from earnedAmt
                   else
                       add wp-gross-amt to earnedAmt
                   end-if
               end-if
           end-perform
           if earnedAmt < 0
               move 0 to earnedAmt
           end-if

           move 0 to drawInForce
           if dw-start-period <= closePeriod and em-status not = 'T'
               if dw-end-period = 0 or dw-end-period >= closePeriod
                   move dw-amount to drawInForce
               end-if
           end-if

           move dw-balance to drawBalance
           move 0 to drawPayAmt
           if earnedAmt < drawInForce
               compute drawPayAmt = drawInForce - earnedAmt
               if dw-recoverable = 'Y'
                   add drawPayAmt to drawBalance
               end-if
               move '+' to wp-sign
               move 'D' to wp-type
               add 1 to drawPaidCount
           else
               if drawBalance > 0
                   compute drawPayAmt = earnedAmt - drawInForce
                   if drawPayAmt > drawBalance
                       move drawBalance to drawPayAmt
                   end-if
                   subtract drawPayAmt from drawBalance
                   move '-' to wp-sign
                   move 'R' to wp-type
                   if drawPayAmt > 0
                       add 1 to recoverCount
                   end-if
               end-if
           end-if

           if drawPayAmt > 0
               if payCount >= 500
                   move 'Y' to drawOverflow
                   exit paragraph
               end-if
               move dw-snum to wp-emp-number
               move closePeriod to wp-pay-period
               move drawPayAmt to wp-gross-amt
               move dw-snum to wc-snum
               move drawPayAmt to wc-gross
               call "WHCALC" using withhold-calc-parms
               end-call
               move wc-deduct to dedAmt
               move dedAmt to wp-deduct-amt
               compute wp-net-amt = drawPayAmt - dedAmt
               move 'N' to wp-sent
               move 0 to wp-batch
               move em-branch to wp-branch
               add 1 to payCount
               move work-pay to py-record(payCount)
           end-if

           add 1 to settleCount
           move dw-snum to ds-snum(settleCount)
           move drawBalance to ds-balance(settleCount).

       REWRITE-DRAW-MASTER.
           if settleCount = 0
               exit paragraph
           end-if

           open i-o drawFile
           if DWStat not = "00"
               display "PAYCLOSE: cannot reopen DRAW-MASTER ("
                   DWStat ") - draw balances not updated"
               exit paragraph
           end-if

           perform varying ds-idx from 1 by 1
                   until ds-idx > settleCount
               move ds-snum(ds-idx) to dw-snum
               read drawFile
                   invalid key
                       continue
                   not invalid key
                       move ds-balance(ds-idx) to dw-balance
                       move closePeriod to dw-last-period
                       rewrite draw-record
               end-read
           end-perform

           close drawFile.

      *> Returned deposits are loaded before anything is cut, so a
      *> file too big for the table stops the close rather than
      *> losing the items the rewrite would leave out.
       LOAD-REISSUE-TABLE.
           open input reissueFile
           if RQStat not = "00"
               exit paragraph
           end-if

           perform until reissueEOF = 'Y'
               read reissueFile
                   at end move 'Y' to reissueEOF
                   not at end
                       if reissueCount < 500
                           add 1 to reissueCount
                           move reissue-record
                               to rqt-record(reissueCount)
                       else
                           move 'Y' to loadTruncated
                           move 'Y' to reissueEOF
                       end-if
               end-read
           end-perform
           close reissueFile.

       REDEPOSIT-RETURNS.
           perform varying rq-idx from 1 by 1
                   until rq-idx > reissueCount
               move rqt-record(rq-idx) to reissue-record
               if rq-status = 'O'
                   perform REDEPOSIT-ONE-RETURN
               end-if
           end-perform

      *> Only items still open go back on the queue; a paid one is
      *> on the check register or the deposit file it went out on.
           if reissueChanged = 'Y'
               open output reissueFile
               perform varying rq-idx from 1 by 1
                       until rq-idx > reissueCount
                   move rqt-record(rq-idx) to reissue-record
                   if rq-status = 'O'
                       write reissue-record
                   end-if
               end-perform
               close reissueFile
           end-if

           if redepositCount > 0
               move redepositCount to dispDDCount
               display "PAYCLOSE: " function trim(dispDDCount)
                   " returned deposits sent again"
           end-if.

       REDEPOSIT-ONE-RETURN.
           move rq-snum to em-snum
           read employeeMaster
               invalid key
                   exit paragraph
           end-read

           if em-routing = 0 or em-bank-status = 'I'
               exit paragraph
           end-if

           move rq-snum to dd-emp
           move em-routing to dd-routing
           move em-account to dd-account
           move em-acct-type to dd-type
           move '+' to dd-sign
           move rq-amount to dd-net
           write dirdep-line from dirdep-detail

           add 1 to ddCount
           add rq-amount to ddNetTotal
           compute ddRoutingHash =
               function mod(ddRoutingHash + em-routing, 10000000000)

           move 'D' to rq-status
           move function current-date(1:8) to rq-paid-date
           move closePeriod to rq-ref
           move reissue-record to rqt-record(rq-idx)
           move 'Y' to reissueChanged
           add 1 to redepositCount.

      *> Each rep's deductions are taken highest priority first out
      *> of the period's net pay (draw settlements included) above
      *> the protected minimum.  One that will not fit is taken in
      *> part, or not at all, and shows so on the register.
       TAKE-DEDUCTIONS.
           perform LOAD-DEDUCTION-TABLE
           if deductCount = 0 or dedOverflow = 'Y'
               exit paragraph
           end-if

           perform varying pay-idx from 1 by 1
                   until pay-idx > payCount
               move py-record(pay-idx) to work-pay
               if wp-pay-period = closePeriod
                       and wp-sent not = 'Y'
                   perform ADD-TO-DEDUCTION-NET
               end-if
           end-perform

           perform varying de-idx from 1 by 1
                   until de-idx > dedEmpCount
                   or dedOverflow = 'Y'
               perform DEDUCT-ONE-EMPLOYEE
           end-perform

           if dedTakenCount > 0 or dedShortCount > 0
               move dedTakenCount to dispCount
               display "PAYCLOSE: " function trim(dispCount)
                   " deductions taken"
               move dedShortCount to dispCount
               display "PAYCLOSE: " function trim(dispCount)
                   " deductions short - protected net pay"
           end-if.

       LOAD-DEDUCTION-TABLE.
           open input deductFile
           if DMStat not = "00"
               exit paragraph
           end-if

           move 0 to dm-snum
           move 0 to dm-seq
           start deductFile key >= dm-key
               invalid key move 'Y' to deductEOF
           end-start

           perform until deductEOF = 'Y'
               read deductFile next
                   at end move 'Y' to deductEOF
                   not at end
                       if deductCount < 300
                           add 1 to deductCount
                           move deduct-record
                               to dx-record(deductCount)
                           move 'N' to dx-done(deductCount)
                           move 'N' to dx-changed(deductCount)
                       else
                           move 'Y' to dedOverflow
                           move 'Y' to deductEOF
                       end-if
               end-read
           end-perform

           close deductFile.

       ADD-TO-DEDUCTION-NET.
           move 'N' to dedEmpFound
           perform varying de-idx from 1 by 1
                   until de-idx > dedEmpCount
                   or dedEmpFound = 'Y'
               if de-snum(de-idx) = wp-emp-number
                   move 'Y' to dedEmpFound
                   if wp-sign = '-'
                       subtract wp-net-amt from de-net(de-idx)
                   else
                       add wp-net-amt to de-net(de-idx)
                   end-if
               end-if
           end-perform

           if dedEmpFound = 'N'
               if dedEmpCount >= 300
                   move 'Y' to dedOverflow
                   exit paragraph
               end-if
               add 1 to dedEmpCount
               move wp-emp-number to de-snum(dedEmpCount)
               move wp-branch to de-branch(dedEmpCount)
               if wp-sign = '-'
                   compute de-net(dedEmpCount) = 0 - wp-net-amt
               else
                   move wp-net-amt to de-net(dedEmpCount)
               end-if
           end-if.

       DEDUCT-ONE-EMPLOYEE.
           compute availNet = de-net(de-idx) - protectedNet
           if availNet < 0
               move 0 to availNet
           end-if

           move 1 to bestIdx
           perform until bestIdx = 0 or dedOverflow = 'Y'
               perform PICK-NEXT-DEDUCTION
               if bestIdx > 0
                   perform TAKE-ONE-DEDUCTION
               end-if
           end-perform.

      *> Lowest priority number first; on a tie the older (lower
      *> sequence) deduction goes first.
       PICK-NEXT-DEDUCTION.
           move 0 to bestIdx
           move 99 to bestPriority
           perform varying ded-idx from 1 by 1
                   until ded-idx > deductCount
               move dx-record(ded-idx) to deduct-record
               if dm-snum = de-snum(de-idx)
                       and dx-done(ded-idx) = 'N'
                       and dm-status = 'A'
                       and dm-start-period <= closePeriod
                       and (dm-stop-period = 0
                           or dm-stop-period >= closePeriod)
                       and dm-last-period < closePeriod
                   if bestIdx = 0 or dm-priority < bestPriority
                       set bestIdx to ded-idx
                       move dm-priority to bestPriority
                   end-if
               end-if
           end-perform.

       TAKE-ONE-DEDUCTION.
           move dx-record(bestIdx) to deduct-record
           move 'Y' to dx-done(bestIdx)

           move 0 to wantedAmt
           if dm-method = 'P'
               if de-net(de-idx) > 0
                   compute wantedAmt rounded =
                       de-net(de-idx) * dm-pct / 100
               end-if
           else
               move dm-amount to wantedAmt
           end-if
           if dm-goal > 0 and dm-goal - dm-taken < wantedAmt
               compute wantedAmt = dm-goal - dm-taken
           end-if

           move wantedAmt to takeAmt
           if takeAmt > availNet
               move availNet to takeAmt
           end-if
           subtract takeAmt from availNet

           if takeAmt > 0
               if payCount >= 500
                   move 'Y' to dedOverflow
                   exit paragraph
               end-if
               move de-snum(de-idx) to wp-emp-number
               move closePeriod to wp-pay-period
               move 0 to wp-gross-amt
               move 0 to wp-deduct-amt
               move takeAmt to wp-net-amt
               move 'X' to wp-type
               move '-' to wp-sign
               move 'N' to wp-sent
               move 0 to wp-batch
               move de-branch(de-idx) to wp-branch
               add 1 to payCount
               move work-pay to py-record(payCount)
               add 1 to dedTakenCount
               add takeAmt to dedTotal
           end-if

           add takeAmt to dm-taken
           move closePeriod to dm-last-period
           if dm-goal > 0 and dm-taken >= dm-goal
               move 'C' to dm-status
           end-if
           move deduct-record to dx-record(bestIdx)
           move 'Y' to dx-changed(bestIdx)

           if itemCount >= 500
               move 'Y' to dedOverflow
               exit paragraph
           end-if
           add 1 to itemCount
           move dm-snum to di-snum(itemCount)
           move dm-seq to di-seq(itemCount)
           move dm-type to di-type(itemCount)
           move dm-payee to di-payee(itemCount)
           move dm-ref to di-ref(itemCount)
           move wantedAmt to di-wanted(itemCount)
           move takeAmt to di-taken(itemCount)
           move dm-taken to di-to-date(itemCount)
           move 'N' to di-remit(itemCount)
           evaluate true
               when takeAmt = 0 and wantedAmt > 0
                   move "NOT TAKEN" to di-note(itemCount)
                   add 1 to dedShortCount
               when takeAmt < wantedAmt
                   move "PARTIAL" to di-note(itemCount)
                   add 1 to dedShortCount
               when dm-status = 'C'
                   move "GOAL MET" to di-note(itemCount)
               when other
                   move spaces to di-note(itemCount)
           end-evaluate.

       WRITE-DEDUCTION-REGISTER.
           if itemCount = 0
               exit paragraph
           end-if

           move spaces to wsDedRegFilename
           string "DEDREG-" delimited by size
                  closePeriod delimited by size
                  ".dat" delimited by size
                  into wsDedRegFilename
           end-string

           open output dedRegFile
           write dedreg-line from
               "===== PAYROLL DEDUCTION REGISTER ====="
           move protectedNet to dispDedAmt
           move spaces to dedreg-line
           string "Pay period: " delimited by size
                  closePeriod delimited by size
                  "   Protected net pay: " delimited by size
                  function trim(dispDedAmt) delimited by size
                  into dedreg-line
           end-string
           write dedreg-line
           move spaces to dedreg-line
           move "Emp    Sq T Payee" to dedreg-line(1:17)
           move "Wanted" to dedreg-line(37:6)
           move "Taken" to dedreg-line(48:5)
           move "To date" to dedreg-line(59:7)
           move "Note" to dedreg-line(67:4)
           write dedreg-line
           move all "-" to dedreg-line
           write dedreg-line

           perform varying it-idx from 1 by 1
                   until it-idx > itemCount
               move spaces to dedreg-line
               move di-snum(it-idx) to dedreg-line(1:6)
               move di-seq(it-idx) to dedreg-line(8:2)
               move di-type(it-idx) to dedreg-line(11:1)
               move di-payee(it-idx) to dedreg-line(13:20)
               move di-wanted(it-idx) to dispDedAmt
               move dispDedAmt to dedreg-line(34:9)
               move di-taken(it-idx) to dispDedAmt
               move dispDedAmt to dedreg-line(44:9)
               move di-to-date(it-idx) to dispToDate
               move dispToDate to dedreg-line(54:12)
               move di-note(it-idx) to dedreg-line(67:12)
               write dedreg-line
           end-perform

           move all "-" to dedreg-line
           write dedreg-line
           move dedTakenCount to dispCount
           move dedTotal to dispDedTotal
           move spaces to dedreg-line
           string "Deductions taken: " delimited by size
                  function trim(dispCount) delimited by size
                  "   Total: " delimited by size
                  function trim(dispDedTotal) delimited by size
                  into dedreg-line
           end-string
           write dedreg-line
           move dedShortCount to dispCount
           move spaces to dedreg-line
           string "Short (protected net pay): " delimited by size
                  function trim(dispCount) delimited by size
                  into dedreg-line
           end-string
           write dedreg-line

           close dedRegFile
           display "PAYCLOSE: deduction register written to "
               function trim(wsDedRegFilename).

      *> One block per payee, in the order the register first
      *> meets them, listing every amount to be sent on.
       WRITE-REMITTANCE-LIST.
           if dedTakenCount = 0
               exit paragraph
           end-if

           move spaces to wsRemitFilename
           string "REMIT-" delimited by size
                  closePeriod delimited by size
                  ".dat" delimited by size
                  into wsRemitFilename
           end-string

           open output remitFile
           write remit-line from
               "===== DEDUCTION REMITTANCE LIST ====="
           move spaces to remit-line
           string "Pay period: " delimited by size
                  closePeriod delimited by size
                  into remit-line
           end-string
           write remit-line

           perform varying it-idx from 1 by 1
                   until it-idx > itemCount
               if di-remit(it-idx) = 'N' and di-taken(it-idx) > 0
                   perform WRITE-ONE-PAYEE
               end-if
           end-perform

           move all "=" to remit-line
           write remit-line
           move payeeCount to dispCount
           move dedTotal to dispDedTotal
           move spaces to remit-line
           string "Payees: " delimited by size
                  function trim(dispCount) delimited by size
                  "   Total to remit: " delimited by size
                  function trim(dispDedTotal) delimited by size
                  into remit-line
           end-string
           write remit-line

           close remitFile
           display "PAYCLOSE: remittance list written to "
               function trim(wsRemitFilename).

       WRITE-ONE-PAYEE.
           add 1 to payeeCount
           move 0 to payeeTotal
           write remit-line from spaces
           move spaces to remit-line
           string "Payee: " delimited by size
                  di-payee(it-idx) delimited by size
                  into remit-line
           end-string
           write remit-line

           perform varying bestIdx from it-idx by 1
                   until bestIdx > itemCount
               if di-payee(bestIdx) = di-payee(it-idx)
                       and di-remit(bestIdx) = 'N'
                       and di-taken(bestIdx) > 0
                   move 'Y' to di-remit(bestIdx)
                   add di-taken(bestIdx) to payeeTotal
                   move spaces to remit-line
                   move di-snum(bestIdx) to remit-line(3:6)
                   move di-seq(bestIdx) to remit-line(10:2)
                   move di-ref(bestIdx) to remit-line(14:12)
                   move di-taken(bestIdx) to dispDedAmt
                   move dispDedAmt to remit-line(28:9)
                   write remit-line
               end-if
           end-perform

           move payeeTotal to dispDedTotal
           move spaces to remit-line
           move "Payee total" to remit-line(3:11)
           move dispDedTotal to remit-line(22:15)
           write remit-line.

       REWRITE-DEDUCT-MASTER.
           if deductCount = 0
               exit paragraph
           end-if

           open i-o deductFile
           if DMStat not = "00"
               display "PAYCLOSE: cannot reopen DEDUCT-MASTER ("
                   DMStat ") - deduction totals not updated"
               exit paragraph
           end-if

           perform varying ded-idx from 1 by 1
                   until ded-idx > deductCount
               if dx-changed(ded-idx) = 'Y'
                   move dx-record(ded-idx) to deduct-record
                   read deductFile
                       invalid key
                           continue
                       not invalid key
                           move dx-record(ded-idx) to deduct-record
                           rewrite deduct-record
                   end-read
               end-if
           end-perform

           close deductFile.

       REWRITE-PAYROLL-FILE.
           open output payrollFile

