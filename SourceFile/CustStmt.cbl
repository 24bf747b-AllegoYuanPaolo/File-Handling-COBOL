       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTSTMT.

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

                   select writeoffFile
                       assign to "WRITEOFF.dat"
                       organization is line sequential
                       file status is WOStat.

                   select parmFile
                       assign to "PARM-CARDS.dat"
                       organization is line sequential
                       file status is PMStat.

                   select statementFile
                       assign to "CustStmt.dat"
                       organization is line sequential
                       file status is OFStat.

       DATA DIVISION.
           file section.
               fd customerMaster.
                   copy "CUSTOMER-MASTER.cpy".

               fd arOpenFile.
                   copy "AR-OPEN.cpy".

               fd cashHistFile.
                   copy "CASHHIST.cpy".

               fd writeoffFile.
                   copy "WRITEOFF.cpy".

               fd parmFile.
                   01 parm-record.
                       02 pc-program    pic x(8).
                       02 pc-run-mode   pic x.
                       02 pc-option1    pic x.
                       02 pc-pay-period pic 9(6).
                       02 pc-input-file pic x(20).
                       02 pc-override   pic x(8).
                       02 pc-rate       pic 9(3)v99.

               fd statementFile.
                   01 bufferLine pic x(80).

           WORKING-STORAGE SECTION.
           01 CMStat pic xx.
           01 ARStat pic xx.
           01 CHStat pic xx.
           01 WOStat pic xx.
           01 PMStat pic xx.
           01 OFStat pic xx.

           01 masterEOF pic x value 'N'.
           01 arEOF pic x value 'N'.
           01 cashEOF pic x value 'N'.
           01 woEOF pic x value 'N'.
           01 parmEOF pic x value 'N'.
           01 loadTruncated pic x value 'N'.

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

           01 cash-table.
               02 cash-entry occurs 1 to 2000 times
                       depending on cashCount
                       indexed by cs-idx.
                   03 cs-invoice pic 9(6).
                   03 cs-cust    pic 9(6).
                   03 cs-date    pic 9(8).
                   03 cs-amount  pic 9(7)v99.
                   03 cs-check   pic x(10).
                   03 cs-source  pic x.
           01 cashCount pic 9(4) value 0.

      *> Approved write-offs only - they relieve the balance the way
      *> cash does and must show on the statement.
           01 writeoff-table.
               02 writeoff-entry occurs 1 to 500 times
                       depending on woCount
                       indexed by wo-idx.
                   03 wt-invoice pic 9(6).
                   03 wt-cust    pic 9(6).
                   03 wt-date    pic 9(8).
                   03 wt-amount  pic s9(9)v99.
           01 woCount pic 9(3) value 0.

      *> Statement month and branch come from the CUSTSTMT parameter
      *> card: pc-pay-period YYYYMM (zero = this month), first three
      *> bytes of pc-override the branch (blank = every branch).
           01 stmtPeriod pic 9(6).
           01 stmtBranch pic x(3) value spaces.
           01 periodStart pic 9(8).
           01 periodEnd pic 9(8).
           01 nextMonth pic 9(8).
           01 startInt pic 9(7).
           01 endInt pic 9(7).
           01 itemInt pic 9(7).
           01 ageDays pic s9(5).
           01 workYear pic 9(4).
           01 workMonth pic 99.

           01 openingBal pic s9(9)v99.
           01 closingBal pic s9(9)v99.
           01 monthInvoiced pic s9(9)v99.
           01 monthPaid pic s9(9)v99.
           01 monthWrittenOff pic s9(9)v99.
           01 itemOpen pic s9(9)v99.
           01 bucketCurrent pic s9(9)v99.
           01 bucket31 pic s9(9)v99.
           01 bucket61 pic s9(9)v99.
           01 bucket91 pic s9(9)v99.
           01 activityFlag pic x.

           01 custCount pic 9(5) value 0.
           01 stmtCount pic 9(5) value 0.

           01 dispAmount pic $Z,ZZZ,ZZ9.99-.
           01 dispBucket1 pic $ZZZ,ZZ9.99-.
           01 dispBucket2 pic $ZZZ,ZZ9.99-.
           01 dispBucket3 pic $ZZZ,ZZ9.99-.
           01 dispBucket4 pic $ZZZ,ZZ9.99-.
           01 dispCount pic ZZ,ZZ9.

           copy "AUDITPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp
           move function current-date(1:6) to stmtPeriod

           perform READ-PARM-CARD
           perform SET-PERIOD-DATES

           perform LOAD-AR-FILE
           perform LOAD-CASH-HISTORY
           perform LOAD-WRITEOFFS
           if loadTruncated = 'Y'
               display "CUSTSTMT: an input file holds more than its "
                   "work table - no statements produced."
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           open input customerMaster
           if CMStat not = "00"
               display "ERROR: cannot open customer master " CMStat
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           open output statementFile

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
               add 1 to custCount
               if stmtBranch = spaces or cm-branch = stmtBranch
                   perform BUILD-ONE-STATEMENT
               end-if
               read customerMaster next
                   at end move 'Y' to masterEOF
               end-read
           end-perform

           close statementFile
           close customerMaster

           move stmtCount to dispCount
           display "CUSTSTMT: " function trim(dispCount)
               " statements for " stmtPeriod
               " - PRTSPOOL distributes CustStmt.dat"

           perform WRITE-AUDIT-TRAIL

           GOBACK.

       SET-PERIOD-DATES.
           compute periodStart = stmtPeriod * 100 + 1
           move stmtPeriod(1:4) to workYear
           move stmtPeriod(5:2) to workMonth
           if workMonth = 12
               add 1 to workYear
               move 1 to workMonth
           else
               add 1 to workMonth
           end-if
           compute nextMonth = workYear * 10000 + workMonth * 100 + 1
           compute startInt = function integer-of-date(periodStart)
           compute endInt = function integer-of-date(nextMonth) - 1
           compute periodEnd = function date-of-integer(endInt).

      *> Opening balance is everything dated before the month: what
      *> was invoiced less what was paid or written off.  Accounts
      *> with no activity and nothing owed get no statement.
       BUILD-ONE-STATEMENT.
           move 0 to openingBal
           move 0 to monthInvoiced
           move 0 to monthPaid
           move 0 to monthWrittenOff
           move 'N' to activityFlag

           perform varying ar-idx from 1 by 1
                   until ar-idx > arCount
               if at-cust(ar-idx) = cm-custno
                   if at-date(ar-idx) < periodStart
                       add at-amount(ar-idx) to openingBal
                   else
                       if at-date(ar-idx) <= periodEnd
                           add at-amount(ar-idx) to monthInvoiced
                           move 'Y' to activityFlag
                       end-if
                   end-if
               end-if
           end-perform

      *> A recovery on a written-off invoice reinstates the amount
      *> it pays, so it leaves the balance where it was.
           perform varying cs-idx from 1 by 1
                   until cs-idx > cashCount
               if cs-cust(cs-idx) = cm-custno
                   evaluate true
                       when cs-date(cs-idx) < periodStart
                           if cs-source(cs-idx) not = 'R'
                               subtract cs-amount(cs-idx)
                                   from openingBal
                           end-if
                       when cs-date(cs-idx) <= periodEnd
                           if cs-source(cs-idx) not = 'R'
                               add cs-amount(cs-idx) to monthPaid
                           end-if
                           move 'Y' to activityFlag
                       when other
                           continue
                   end-evaluate
               end-if
           end-perform

           perform varying wo-idx from 1 by 1
                   until wo-idx > woCount
               if wt-cust(wo-idx) = cm-custno
                   if wt-date(wo-idx) < periodStart
                       subtract wt-amount(wo-idx) from openingBal
                   else
                       if wt-date(wo-idx) <= periodEnd
                           add wt-amount(wo-idx) to monthWrittenOff
                           move 'Y' to activityFlag
                       end-if
                   end-if
               end-if
           end-perform

           compute closingBal = openingBal + monthInvoiced
               - monthPaid - monthWrittenOff
           if activityFlag = 'N' and closingBal = 0
               exit paragraph
           end-if

           perform WRITE-STATEMENT-HEAD
           perform WRITE-STATEMENT-LINES
           perform WRITE-AGING-FOOT
           add 1 to stmtCount.

       WRITE-STATEMENT-HEAD.
           write bufferLine from
               "===== STATEMENT OF ACCOUNT ====="
           move spaces to bufferLine
           string "Customer: " delimited by size
                  cm-custno delimited by size
                  " " delimited by size
                  function trim(cm-name) delimited by size
                  into bufferLine
           end-string
               write bufferLine
           if cm-addr1 not = spaces
               move spaces to bufferLine
               move cm-addr1 to bufferLine(18:30)
                   write bufferLine
           end-if
           if cm-addr2 not = spaces
               move spaces to bufferLine
               move cm-addr2 to bufferLine(18:30)
                   write bufferLine
           end-if
           if cm-addr3 not = spaces
               move spaces to bufferLine
               move cm-addr3 to bufferLine(18:30)
                   write bufferLine
           end-if
           move spaces to bufferLine
           string "Period: " delimited by size
                  periodStart delimited by size
                  " to " delimited by size
                  periodEnd delimited by size
                  " | Terms: " delimited by size
                  cm-terms delimited by size
                  " | Branch: " delimited by size
                  cm-branch delimited by size
                  into bufferLine
           end-string
               write bufferLine
      *> Every amount on the statement is in the billing currency.
           if cm-currency not = spaces
               move spaces to bufferLine
               string "Currency: " delimited by size
                      cm-currency delimited by size
                      into bufferLine
               end-string
                   write bufferLine
           end-if
           write bufferLine from
               "Date      Reference                        Amount"
           write bufferLine from
               "--------------------------------------------------"
           move openingBal to dispAmount
           move spaces to bufferLine
           string periodStart delimited by size
                  "  Opening balance          " delimited by size
                  dispAmount delimited by size
                  into bufferLine
           end-string
               write bufferLine.

      *> Invoices, then payments, then write-offs for the month.
       WRITE-STATEMENT-LINES.
           perform varying ar-idx from 1 by 1
                   until ar-idx > arCount
               if at-cust(ar-idx) = cm-custno
                       and at-date(ar-idx) >= periodStart
                       and at-date(ar-idx) <= periodEnd
                   move at-amount(ar-idx) to dispAmount
                   move spaces to bufferLine
                   string at-date(ar-idx) delimited by size
                          "  Invoice " delimited by size
                          at-invoice(ar-idx) delimited by size
                          "           " delimited by size
                          dispAmount delimited by size
                          into bufferLine
                   end-string
                       write bufferLine
               end-if
           end-perform

           perform varying cs-idx from 1 by 1
                   until cs-idx > cashCount
               if cs-cust(cs-idx) = cm-custno
                       and cs-date(cs-idx) >= periodStart
                       and cs-date(cs-idx) <= periodEnd
                   if cs-source(cs-idx) = 'R'
                       perform WRITE-RECOVERY-LINES
                   else
                       compute itemOpen = 0 - cs-amount(cs-idx)
                       move itemOpen to dispAmount
                       move spaces to bufferLine
                       string cs-date(cs-idx) delimited by size
                              "  Payment - inv " delimited by size
                              cs-invoice(cs-idx) delimited by size
                              "     " delimited by size
                              dispAmount delimited by size
                              into bufferLine
                       end-string
                           write bufferLine
                   end-if
               end-if
           end-perform

           perform varying wo-idx from 1 by 1
                   until wo-idx > woCount
               if wt-cust(wo-idx) = cm-custno
                       and wt-date(wo-idx) >= periodStart
                       and wt-date(wo-idx) <= periodEnd
                   compute itemOpen = 0 - wt-amount(wo-idx)
                   move itemOpen to dispAmount
                   move spaces to bufferLine
                   string wt-date(wo-idx) delimited by size
                          "  Written off - inv " delimited by size
                          wt-invoice(wo-idx) delimited by size
                          " " delimited by size
                          dispAmount delimited by size
                          into bufferLine
                   end-string
                       write bufferLine
               end-if
           end-perform

           write bufferLine from
               "--------------------------------------------------"
           move closingBal to dispAmount
           move spaces to bufferLine
           string periodEnd delimited by size
                  "  CLOSING BALANCE          " delimited by size
                  dispAmount delimited by size
                  into bufferLine
           end-string
               write bufferLine.

       WRITE-RECOVERY-LINES.
           move cs-amount(cs-idx) to dispAmount
           move spaces to bufferLine
           string cs-date(cs-idx) delimited by size
                  "  Reinstated - inv " delimited by size
                  cs-invoice(cs-idx) delimited by size
                  "  " delimited by size
                  dispAmount delimited by size
                  into bufferLine
           end-string
               write bufferLine
           compute itemOpen = 0 - cs-amount(cs-idx)
           move itemOpen to dispAmount
           move spaces to bufferLine
           string cs-date(cs-idx) delimited by size
                  "  Recovery - inv " delimited by size
                  cs-invoice(cs-idx) delimited by size
                  "    " delimited by size
                  dispAmount delimited by size
                  into bufferLine
           end-string
               write bufferLine.

      *> Open items at month end aged from the invoice date into the
      *> same buckets ARAGING uses.
       WRITE-AGING-FOOT.
           move 0 to bucketCurrent
           move 0 to bucket31
           move 0 to bucket61
           move 0 to bucket91

           perform varying ar-idx from 1 by 1
                   until ar-idx > arCount
               if at-cust(ar-idx) = cm-custno
                       and at-date(ar-idx) <= periodEnd
                       and (at-status(ar-idx) = 'O'
                            or at-status(ar-idx) = 'P')
                   compute itemOpen =
                       at-amount(ar-idx) - at-paid(ar-idx)
                   compute itemInt =
                       function integer-of-date(at-date(ar-idx))
                   compute ageDays = endInt - itemInt
                   evaluate true
                       when ageDays <= 30
                           add itemOpen to bucketCurrent
                       when ageDays <= 60
                           add itemOpen to bucket31
                       when ageDays <= 90
                           add itemOpen to bucket61
                       when other
                           add itemOpen to bucket91
                   end-evaluate
               end-if
           end-perform

           move bucketCurrent to dispBucket1
           move bucket31 to dispBucket2
           move bucket61 to dispBucket3
           move bucket91 to dispBucket4
           write bufferLine from spaces
           write bufferLine from
               "     Current        31-60        61-90      Over 90"
           move spaces to bufferLine
           string dispBucket1 delimited by size
                  " " delimited by size
                  dispBucket2 delimited by size
                  " " delimited by size
                  dispBucket3 delimited by size
                  " " delimited by size
                  dispBucket4 delimited by size
                  into bufferLine
           end-string
               write bufferLine
           write bufferLine from
               "================================================="
           write bufferLine from spaces.

       READ-PARM-CARD.
           open input parmFile
           if PMStat not = "00"
               exit paragraph
           end-if

           perform until parmEOF = 'Y'
               read parmFile
                   at end move 'Y' to parmEOF
                   not at end
                       if pc-program = "CUSTSTMT"
                           if pc-pay-period is numeric
                                   and pc-pay-period > 0
                               move pc-pay-period to stmtPeriod
                           end-if
                           move pc-override(1:3) to stmtBranch
                           move 'Y' to parmEOF
                       end-if
               end-read
           end-perform

           close parmFile.

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

       LOAD-CASH-HISTORY.
           open input cashHistFile
           if CHStat not = "00"
               exit paragraph
           end-if

           perform until cashEOF = 'Y'
               read cashHistFile
                   at end move 'Y' to cashEOF
                   not at end
                       if cashCount < 2000
                           add 1 to cashCount
                           move ch-invoice to cs-invoice(cashCount)
                           move ch-cust to cs-cust(cashCount)
                           move ch-date to cs-date(cashCount)
                           move ch-amount to cs-amount(cashCount)
                           move ch-check to cs-check(cashCount)
                           move ch-source to cs-source(cashCount)
                       else
                           move 'Y' to loadTruncated
                           move 'Y' to cashEOF
                       end-if
               end-read
           end-perform

           close cashHistFile.

       LOAD-WRITEOFFS.
           open input writeoffFile
           if WOStat not = "00"
               exit paragraph
           end-if

           perform until woEOF = 'Y'
               read writeoffFile
                   at end move 'Y' to woEOF
                   not at end
                       if wo-status = 'A'
                           if woCount < 500
                               add 1 to woCount
                               move wo-invoice to wt-invoice(woCount)
                               move wo-cust to wt-cust(woCount)
                               move wo-dec-date to wt-date(woCount)
                               move wo-amount to wt-amount(woCount)
                           else
                               move 'Y' to loadTruncated
                               move 'Y' to woEOF
                           end-if
                       end-if
               end-read
           end-perform

           close writeoffFile.

       WRITE-AUDIT-TRAIL.
           move "CUSTSTMT" to al-program
           move runStartStamp to al-start-stamp
           move OFStat to al-file-status
           move custCount to al-recs-read
           move stmtCount to al-recs-written
           move 0 to al-recs-rejected
           move RETURN-CODE to al-return-code
           move "N/A " to al-recon
           call "AUDITLOG" using audit-log-parms
           end-call
           cancel "AUDITLOG".
