       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGBACK.

       ENVIRONMENT DIVISION.
           input-output section.
               file-control.
                   select employeeMaster
                       assign to "EMPLOYEE-MASTER.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is em-snum
                       alternate record key is em-sname
                           with duplicates
                       file status is EMStat.

                   select arOpenFile
                       assign to "AR-OPEN.dat"
                       organization is line sequential
                       file status is ARStat.

                   select saleDetailFile
                       assign to "SEL8-SALEDTL.dat"
                       organization is line sequential
                       file status is SDStat.

                   select chargebackFile
                       assign to "CHARGEBACK.dat"
                       organization is line sequential
                       file status is KBStat.

                   select cutoffFile
                       assign to "COLL-CUTOFF.dat"
                       organization is line sequential
                       file status is CCStat.

                   select payCalFile
                       assign to "PAYCAL.dat"
                       organization is line sequential
                       file status is PCStat.

                   select payrollFile
                       assign to "SEL8-PAYROLL.dat"
                       organization is line sequential
                       file status is PRStat.

                   select reportFile
                       assign to "ChgBack.dat"
                       organization is line sequential
                       file status is OFStat.

                   select auditFile
                       assign to "AUDIT-TRAIL.dat"
                       organization is line sequential
                       file status is AuditStat.

       DATA DIVISION.
           file section.
               fd employeeMaster.
                   copy "EMPLOYEE-MASTER.cpy".

               fd arOpenFile.
                   copy "AR-OPEN.cpy".

               fd saleDetailFile.
                   copy "SALE-DETAIL.cpy".

               fd chargebackFile.
                   copy "CHARGEBK.cpy".

               fd cutoffFile.
                   01 cutoff-record.
                       02 cc-days pic 9(3).

               fd payCalFile.
                   01 paycal-record.
                       02 ca-period pic 9(6).
                       02 ca-start  pic 9(8).
                       02 ca-end    pic 9(8).
                       02 ca-status pic x.

               fd payrollFile.
                   01 payroll-record.
                       02 pr-emp-number pic 9(6).
                       02 pr-pay-period pic 9(6).
                       02 pr-gross-amt  pic 9(7)v99.
                       02 pr-deduct-amt pic 9(7)v99.
                       02 pr-net-amt    pic 9(7)v99.
                       02 pr-type       pic x.
                       02 pr-sign       pic x.
                       02 pr-sent       pic x.
                       02 pr-batch      pic 9(6).
                       02 pr-branch     pic x(3).

               fd reportFile.
                   01 bufferLine pic x(80).

               fd auditFile.
                   copy "AUDITTRL.cpy".

           WORKING-STORAGE SECTION.
           copy "LOCKPRM.cpy".
           01 EMStat pic xx.
           01 ARStat pic xx.
           01 SDStat pic xx.
           01 KBStat pic xx.
           01 CCStat pic xx.
           01 PCStat pic xx.
           01 PRStat pic xx.
           01 OFStat pic xx.
           01 AuditStat pic xx.

           01 arEOF pic x value 'N'.
           01 detailEOF pic x value 'N'.
           01 chargebackEOF pic x value 'N'.
           01 payCalEOF pic x value 'N'.
           01 loadTruncated pic x value 'N'.

      *> Days past the invoice date after which an unpaid balance is
      *> treated as uncollected.  COLL-CUTOFF.dat overrides it.
           01 cutoffDays pic 9(3) value 120.
           01 runDate pic 9(8).
           01 todayInt pic 9(7).
           01 invoiceInt pic 9(7).
           01 ageDays pic s9(5).
           01 payPeriod pic 9(6) value 0.

           01 ar-table.
               02 ar-entry occurs 1 to 500 times
                       depending on arCount
                       indexed by ar-idx.
                   03 at-invoice pic 9(6).
                   03 at-cust    pic 9(6).
                   03 at-date    pic 9(8).
                   03 at-amount  pic s9(9)v99.
                   03 at-paid    pic s9(9)v99.
                   03 at-status  pic x.
           01 arCount pic 9(3) value 0.

      *> Only billed lines that carry the commission paid on them are
      *> kept - an unbilled line cannot be on an uncollected invoice.
           01 line-table.
               02 line-entry occurs 1 to 1000 times
                       depending on lineCount
                       indexed by ln-idx.
                   03 ln-invoice    pic 9(6).
                   03 ln-snum       pic 9(6).
                   03 ln-comm       pic s9(5)v99.
                   03 ln-split-snum pic 9(6).
                   03 ln-split-pct  pic 9(3).
           01 lineCount pic 9(4) value 0.
           01 noCommCount pic 9(5) value 0.

           01 chargeback-table.
               02 chargeback-entry occurs 1 to 500 times
                       depending on kbCount
                       indexed by kb-idx.
                   03 kt-invoice   pic 9(6).
                   03 kt-snum      pic 9(6).
                   03 kt-cust      pic 9(6).
                   03 kt-reason    pic x.
                   03 kt-date      pic 9(8).
                   03 kt-period    pic 9(6).
                   03 kt-charged   pic 9(7)v99.
                   03 kt-open-base pic s9(9)v99.
                   03 kt-paid-base pic s9(9)v99.
                   03 kt-reversed  pic 9(7)v99.
                   03 kt-status    pic x.
           01 kbCount pic 9(3) value 0.

      *> Per-invoice roll-up of the commission each rep earned on the
      *> lines billed, built fresh for every invoice charged back.
           01 invoice-rep-table.
               02 invoice-rep-entry occurs 20 times
                       indexed by ir-idx.
                   03 ir-snum pic 9(6).
                   03 ir-comm pic s9(7)v99.
           01 irCount pic 9(2) value 0.

           01 foundKb pic x.
           01 foundAr pic 9(3).
           01 addSnum pic 9(6).
           01 addComm pic s9(7)v99.
           01 splitShare pic s9(5)v99.
           01 openBalance pic s9(9)v99.
           01 collected pic s9(9)v99.
           01 chargeAmt pic 9(7)v99.
           01 reversalDue pic 9(7)v99.
           01 reverseAmt pic 9(7)v99.
           01 postAmt pic 9(7)v99.
           01 postSign pic x.
           01 postSnum pic 9(6).
           01 dedAmt pic 9(7)v99.
           01 reasonCode pic x.

           copy "WHPRM.cpy".

           01 chargeCount pic 9(5) value 0.
           01 chargeTotal pic 9(9)v99 value 0.
           01 reverseCount pic 9(5) value 0.
           01 reverseTotal pic 9(9)v99 value 0.

           01 dispAmount pic $ZZZ,ZZ9.99.
           01 dispOpen pic $Z,ZZZ,ZZ9.99-.
           01 dispAge pic ZZZZ9.
           01 dispCount pic ZZ,ZZ9.
           01 dispTotal pic $ZZZ,ZZZ,ZZ9.99.

           copy "AUDITPRM.cpy".
           copy "CHGPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp
           move function current-date(1:8) to runDate
           compute todayInt = function integer-of-date(runDate)

           perform READ-CUTOFF-PARM
           perform FIND-OPEN-PERIOD
           if payPeriod = 0
               display "CHGBACK: no open period on PAYCAL.dat - "
                   "chargebacks refused"
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           perform LOAD-AR-FILE
           perform LOAD-LINE-TABLE
           perform LOAD-CHARGEBACK-FILE
           if loadTruncated = 'Y'
               display "CHGBACK: an input file holds more than its "
                   "work table - nothing charged back."
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if
           if arCount = 0
               display "CHGBACK: no open items on AR-OPEN.dat."
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           move "EMP" to lp-master
           move 'T' to lp-action
           move "CHGBACK " to lp-caller
           call "MSTRLOCK" using master-lock-parms
           end-call
           if lp-result = 'B'
               display "Master in use by " lp-holder
                   " - try again after that run finishes"
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           open i-o employeeMaster
           if EMStat not = "00"
               display "ERROR: cannot open employee master " EMStat
               perform RELEASE-EMP-LOCK
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           perform OPEN-PAYROLL-FILE
           open output reportFile

           write bufferLine from
               "===== COMMISSION CHARGEBACK RUN ====="
           move cutoffDays to dispAge
           move spaces to bufferLine
           string "Pay period: " delimited by size
                  payPeriod delimited by size
                  " | Collection cutoff: " delimited by size
                  function trim(dispAge) delimited by size
                  " days" delimited by size
                  into bufferLine
           end-string
               write bufferLine
           write bufferLine from
               "Invoice SNum    Type       Amount       Note"
           write bufferLine from
               "---------------------------------------------------"

      *> Hand back what CASHAPP has since collected before charging
      *> anything new, so a record written today is never reversed
      *> in the same run.
           perform varying kb-idx from 1 by 1
                   until kb-idx > kbCount
               if kt-status(kb-idx) = 'O'
                   perform CHECK-ONE-REVERSAL
               end-if
           end-perform

           perform varying ar-idx from 1 by 1
                   until ar-idx > arCount
               perform CHECK-ONE-INVOICE
           end-perform

           write bufferLine from
               "---------------------------------------------------"
           move chargeCount to dispCount
           move chargeTotal to dispTotal
           move spaces to bufferLine
           string "Chargebacks: " delimited by size
                  function trim(dispCount) delimited by size
                  " | Total: " delimited by size
                  function trim(dispTotal) delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move reverseCount to dispCount
           move reverseTotal to dispTotal
           move spaces to bufferLine
           string "Reversals  : " delimited by size
                  function trim(dispCount) delimited by size
                  " | Total: " delimited by size
                  function trim(dispTotal) delimited by size
                  into bufferLine
           end-string
               write bufferLine
           if noCommCount > 0
               move noCommCount to dispCount
               move spaces to bufferLine
               string "Billed lines with no commission recorded: "
                      delimited by size
                      function trim(dispCount) delimited by size
                      into bufferLine
               end-string
                   write bufferLine
           end-if
           write bufferLine from spaces

           close reportFile
           close payrollFile
           close employeeMaster
           perform RELEASE-EMP-LOCK

           perform REWRITE-CHARGEBACK-FILE

           display "CHGBACK: " chargeCount " chargebacks, "
               reverseCount " reversals - see ChgBack.dat"

           perform WRITE-AUDIT-TRAIL

           GOBACK.

       CHECK-ONE-INVOICE.
           if at-status(ar-idx) = 'C'
               exit paragraph
           end-if
           if at-amount(ar-idx) not > 0
               exit paragraph
           end-if
           compute openBalance = at-amount(ar-idx) - at-paid(ar-idx)
           if openBalance not > 0
               exit paragraph
           end-if

           compute invoiceInt =
               function integer-of-date(at-date(ar-idx))
           compute ageDays = todayInt - invoiceInt
           if at-status(ar-idx) = 'W'
               move 'W' to reasonCode
           else
               if ageDays <= cutoffDays
                   exit paragraph
               end-if
               move 'A' to reasonCode
           end-if

           move 'N' to foundKb
           perform varying kb-idx from 1 by 1
                   until kb-idx > kbCount
               if kt-invoice(kb-idx) = at-invoice(ar-idx)
                   move 'Y' to foundKb
               end-if
           end-perform
           if foundKb = 'Y'
               exit paragraph
           end-if

           perform BUILD-INVOICE-REPS
           perform varying ir-idx from 1 by 1
                   until ir-idx > irCount
               if ir-comm(ir-idx) > 0
                   perform CHARGE-ONE-REP
               end-if
           end-perform.

      *> Roll the commission on every line billed on this invoice up
      *> by rep, splitting shared sales exactly as Sel8 paid them.
       BUILD-INVOICE-REPS.
           move 0 to irCount
           perform varying ln-idx from 1 by 1
                   until ln-idx > lineCount
               if ln-invoice(ln-idx) = at-invoice(ar-idx)
                   if ln-split-snum(ln-idx) > 0
                           and ln-split-pct(ln-idx) > 0
                           and ln-split-pct(ln-idx) < 100
                       compute splitShare rounded =
                           ln-comm(ln-idx) * ln-split-pct(ln-idx)
                               / 100
                       move ln-split-snum(ln-idx) to addSnum
                       move splitShare to addComm
                       perform ADD-INVOICE-REP
                       move ln-snum(ln-idx) to addSnum
                       compute addComm = ln-comm(ln-idx) - splitShare
                       perform ADD-INVOICE-REP
                   else
                       move ln-snum(ln-idx) to addSnum
                       move ln-comm(ln-idx) to addComm
                       perform ADD-INVOICE-REP
                   end-if
               end-if
           end-perform.

       ADD-INVOICE-REP.
           perform varying ir-idx from 1 by 1
                   until ir-idx > irCount
                      or ir-snum(ir-idx) = addSnum
               continue
           end-perform
           if ir-idx > irCount
               if irCount >= 20
                   display "WARNING: more than 20 reps on invoice "
                       at-invoice(ar-idx) " - " addSnum " skipped"
                   exit paragraph
               end-if
               add 1 to irCount
               move addSnum to ir-snum(irCount)
               move 0 to ir-comm(irCount)
               set ir-idx to irCount
           end-if
           add addComm to ir-comm(ir-idx).

      *> Charge back only the share of the commission that matches
      *> the share of the invoice still unpaid.
       CHARGE-ONE-REP.
           compute chargeAmt rounded =
               ir-comm(ir-idx) * openBalance / at-amount(ar-idx)
           if chargeAmt = 0
               exit paragraph
           end-if
           if kbCount >= 500
               display "WARNING: chargeback table full - invoice "
                   at-invoice(ar-idx) " left for the next run"
               exit paragraph
           end-if

           move ir-snum(ir-idx) to postSnum
           move chargeAmt to postAmt
           move '-' to postSign
           perform POST-TO-EMPLOYEE
           if postAmt = 0
               exit paragraph
           end-if

           add 1 to kbCount
           move at-invoice(ar-idx) to kt-invoice(kbCount)
           move ir-snum(ir-idx) to kt-snum(kbCount)
           move at-cust(ar-idx) to kt-cust(kbCount)
           move reasonCode to kt-reason(kbCount)
           move runDate to kt-date(kbCount)
           move payPeriod to kt-period(kbCount)
           move chargeAmt to kt-charged(kbCount)
           move openBalance to kt-open-base(kbCount)
           move at-paid(ar-idx) to kt-paid-base(kbCount)
           move 0 to kt-reversed(kbCount)
           move 'O' to kt-status(kbCount)

           move chargeAmt to dispAmount
           move ageDays to dispAge
           move spaces to bufferLine
           string at-invoice(ar-idx) delimited by size
                  "  " delimited by size
                  ir-snum(ir-idx) delimited by size
                  "  CHARGEBACK " delimited by size
                  dispAmount delimited by size
                  "  " delimited by size
                  function trim(dispAge) delimited by size
                  " days old" delimited by size
                  into bufferLine
           end-string
               write bufferLine

           add 1 to chargeCount
           add chargeAmt to chargeTotal.

      *> Cash applied since the chargeback earns the rep back the same
      *> proportion of what was taken; a fully paid invoice returns
      *> the whole amount and the chargeback is retired.  On a
      *> written-off invoice the cash is the recovery CASHAPP posts.
       CHECK-ONE-REVERSAL.
           move 0 to foundAr
           perform varying ar-idx from 1 by 1
                   until ar-idx > arCount
               if at-invoice(ar-idx) = kt-invoice(kb-idx)
                   set foundAr to ar-idx
               end-if
           end-perform
           if foundAr = 0
               exit paragraph
           end-if
           set ar-idx to foundAr

           compute collected = at-paid(ar-idx) - kt-paid-base(kb-idx)
           if collected not > 0
               exit paragraph
           end-if
           if collected >= kt-open-base(kb-idx)
                   or kt-open-base(kb-idx) not > 0
               move kt-charged(kb-idx) to reversalDue
           else
               compute reversalDue rounded =
                   kt-charged(kb-idx) * collected
                       / kt-open-base(kb-idx)
           end-if
           if reversalDue not > kt-reversed(kb-idx)
               exit paragraph
           end-if
           compute reverseAmt = reversalDue - kt-reversed(kb-idx)

           move kt-snum(kb-idx) to postSnum
           move reverseAmt to postAmt
           move '+' to postSign
           perform POST-TO-EMPLOYEE
           if postAmt = 0
               exit paragraph
           end-if

           add reverseAmt to kt-reversed(kb-idx)
           if kt-reversed(kb-idx) >= kt-charged(kb-idx)
               move 'R' to kt-status(kb-idx)
           end-if

           move reverseAmt to dispAmount
           move collected to dispOpen
           move spaces to bufferLine
           string kt-invoice(kb-idx) delimited by size
                  "  " delimited by size
                  kt-snum(kb-idx) delimited by size
                  "  REVERSAL   " delimited by size
                  dispAmount delimited by size
                  "  cash in " delimited by size
                  function trim(dispOpen) delimited by size
                  into bufferLine
           end-string
               write bufferLine

           add 1 to reverseCount
           add reverseAmt to reverseTotal.

      *> Adjust the rep's commission to date and write the matching
      *> payroll line.  postAmt comes back zero if nothing was posted.
       POST-TO-EMPLOYEE.
           move postSnum to em-snum
           read employeeMaster
               invalid key
                   display "WARNING: no master record for " postSnum
                       " - invoice left for the next run"
                   move 0 to postAmt
                   exit paragraph
           end-read

           move "EMP" to cj-master
           move 'C' to cj-action
           move em-snum to cj-key
           move employee-master-record to cj-before

           if postSign = '-'
               if em-mtd-comm >= postAmt
                   subtract postAmt from em-mtd-comm
               else
                   move 0 to em-mtd-comm
               end-if
               if em-ytd-comm >= postAmt
                   subtract postAmt from em-ytd-comm
               else
                   move 0 to em-ytd-comm
               end-if
           else
               add postAmt to em-mtd-comm
               add postAmt to em-ytd-comm
           end-if
           rewrite employee-master-record
           move employee-master-record to cj-after
           call "CHGJRNL" using change-journal-parms
           end-call

           perform WRITE-CHARGEBACK-PAY.

       WRITE-CHARGEBACK-PAY.
           move postSnum to pr-emp-number
           move payPeriod to pr-pay-period
           move postAmt to pr-gross-amt
           move postSnum to wc-snum
           move postAmt to wc-gross
           call "WHCALC" using withhold-calc-parms
           end-call
           move wc-deduct to dedAmt
           move dedAmt to pr-deduct-amt
           compute pr-net-amt = postAmt - dedAmt
           move 'K' to pr-type
           move postSign to pr-sign
           move 'N' to pr-sent
           move 0 to pr-batch
           move em-branch to pr-branch
           write payroll-record.

       RELEASE-EMP-LOCK.
           move "EMP" to lp-master
           move 'R' to lp-action
           move "CHGBACK " to lp-caller
           call "MSTRLOCK" using master-lock-parms
           end-call.

       READ-CUTOFF-PARM.
           open input cutoffFile
           if CCStat not = "00"
               exit paragraph
           end-if
           read cutoffFile
               at end continue
               not at end
                   if cc-days is numeric and cc-days > 0
                       move cc-days to cutoffDays
                   end-if
           end-read
           close cutoffFile.

      *> Chargebacks post into the earliest period still open on the
      *> pay calendar - the next payroll PAYCLOSE will send.
       FIND-OPEN-PERIOD.
           move 0 to payPeriod
           open input payCalFile
           if PCStat not = "00"
               display "WARNING: PAYCAL.dat not found"
               exit paragraph
           end-if

           perform until payCalEOF = 'Y'
               read payCalFile
                   at end move 'Y' to payCalEOF
                   not at end
                       if ca-status = 'O'
                           if payPeriod = 0 or ca-period < payPeriod
                               move ca-period to payPeriod
                           end-if
                       end-if
               end-read
           end-perform
           close payCalFile.

       LOAD-AR-FILE.
           open input arOpenFile
           if ARStat not = "00"
               exit paragraph
           end-if

           perform until arEOF = 'Y'
               read arOpenFile
                   at end move 'Y' to arEOF
                   not at end
                       if arCount < 500
                           add 1 to arCount
                           move ar-invoice to at-invoice(arCount)
                           move ar-cust to at-cust(arCount)
                           move ar-date to at-date(arCount)
                           move ar-amount to at-amount(arCount)
                           move ar-paid to at-paid(arCount)
                           move ar-status to at-status(arCount)
                       else
                           move 'Y' to loadTruncated
                           move 'Y' to arEOF
                       end-if
               end-read
           end-perform

           close arOpenFile.

       LOAD-LINE-TABLE.
           open input saleDetailFile
           if SDStat not = "00"
               exit paragraph
           end-if

           perform until detailEOF = 'Y'
               read saleDetailFile
                   at end move 'Y' to detailEOF
                   not at end
                       if sd-billed = 'Y'
                           perform ADD-LINE-ENTRY
                       end-if
               end-read
           end-perform

           close saleDetailFile.

       ADD-LINE-ENTRY.
           if sd-comm is not numeric
               add 1 to noCommCount
               exit paragraph
           end-if
           if sd-comm = 0
               exit paragraph
           end-if
           if lineCount >= 1000
               move 'Y' to loadTruncated
               move 'Y' to detailEOF
               exit paragraph
           end-if
           add 1 to lineCount
           move sd-invoice to ln-invoice(lineCount)
           move sd-snum to ln-snum(lineCount)
           move sd-comm to ln-comm(lineCount)
           if sd-split-snum is numeric and sd-split-pct is numeric
               move sd-split-snum to ln-split-snum(lineCount)
               move sd-split-pct to ln-split-pct(lineCount)
           else
               move 0 to ln-split-snum(lineCount)
               move 0 to ln-split-pct(lineCount)
           end-if.

       LOAD-CHARGEBACK-FILE.
           open input chargebackFile
           if KBStat not = "00"
               exit paragraph
           end-if

           perform until chargebackEOF = 'Y'
               read chargebackFile
                   at end move 'Y' to chargebackEOF
                   not at end
                       if kbCount < 500
                           add 1 to kbCount
                           move kb-invoice to kt-invoice(kbCount)
                           move kb-snum to kt-snum(kbCount)
                           move kb-cust to kt-cust(kbCount)
                           move kb-reason to kt-reason(kbCount)
                           move kb-date to kt-date(kbCount)
                           move kb-period to kt-period(kbCount)
                           move kb-charged to kt-charged(kbCount)
                           move kb-open-base to kt-open-base(kbCount)
                           move kb-paid-base to kt-paid-base(kbCount)
                           move kb-reversed to kt-reversed(kbCount)
                           move kb-status to kt-status(kbCount)
                       else
                           move 'Y' to loadTruncated
                           move 'Y' to chargebackEOF
                       end-if
               end-read
           end-perform

           close chargebackFile.

      *> A retired chargeback has been handed back in full and its
      *> invoice is paid, so it is not carried into the next run.
       REWRITE-CHARGEBACK-FILE.
           open output chargebackFile
           perform varying kb-idx from 1 by 1
                   until kb-idx > kbCount
               if kt-status(kb-idx) not = 'R'
                   perform WRITE-ONE-CHARGEBACK
               end-if
           end-perform
           close chargebackFile.

       WRITE-ONE-CHARGEBACK.
           move kt-invoice(kb-idx) to kb-invoice
           move kt-snum(kb-idx) to kb-snum
           move kt-cust(kb-idx) to kb-cust
           move kt-reason(kb-idx) to kb-reason
           move kt-date(kb-idx) to kb-date
           move kt-period(kb-idx) to kb-period
           move kt-charged(kb-idx) to kb-charged
           move kt-open-base(kb-idx) to kb-open-base
           move kt-paid-base(kb-idx) to kb-paid-base
           move kt-reversed(kb-idx) to kb-reversed
           move kt-status(kb-idx) to kb-status
           write chargeback-record.

       OPEN-PAYROLL-FILE.
           open input payrollFile
           if PRStat = "00"
               close payrollFile
               open extend payrollFile
           else
               open output payrollFile
           end-if.

       WRITE-AUDIT-TRAIL.
           move "CHGBACK" to al-program
           move runStartStamp to al-start-stamp
           move OFStat to al-file-status
           move arCount to al-recs-read
           compute al-recs-written = chargeCount + reverseCount
           move 0 to al-recs-rejected
           move RETURN-CODE to al-return-code
           move "N/A " to al-recon
           call "AUDITLOG" using audit-log-parms
           end-call
           cancel "AUDITLOG".
