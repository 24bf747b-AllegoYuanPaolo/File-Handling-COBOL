                           with duplicates
                       file status is CMStat.

                   select lockboxFile
                       assign to lockboxFileName
                       organization is line sequential
                       file status is LBStat.

                   select lockboxCtlFile
                       assign to "LOCKBOX-CTL.dat"
                       organization is line sequential
                       file status is LKStat.

                   select unappliedFile
                       assign to "UNAPPLIED-CASH.dat"
                       organization is line sequential
                       file status is UAStat.

                   select cashHistFile
                       assign to "CASH-HIST.dat"
                       organization is line sequential
                       file status is CHStat.

                   select parmFile
                       assign to "PARM-CARDS.dat"
                       organization is line sequential
                       file status is PMStat.

                   select journalFile
                       assign to "SEL8-JOURNAL.dat"
                       organization is line sequential
                       file status is JRStat.

                   select glAcctFile
                       assign to "GLACCTS.dat"
                       organization is line sequential
                       file status is GAStat.

                   select reportFile
                       assign to "LockBox.dat"
                       organization is line sequential
                       file status is OFStat.

                   select auditFile
                       assign to "AUDIT-TRAIL.dat"
                       organization is line sequential
               fd customerMaster.
                   copy "CUSTOMER-MASTER.cpy".

               fd lockboxFile.
                   copy "LOCKBOX.cpy".

               fd lockboxCtlFile.
                   01 lockbox-ctl-record.
                       02 lk-last-date  pic 9(8).
                       02 lk-last-total pic 9(9)v99.

               fd unappliedFile.
                   copy "UNAPPLD.cpy".

               fd cashHistFile.
                   copy "CASHHIST.cpy".

               fd parmFile.
                   01 parm-record.
                       02 pc-program    pic x(8).
                       02 pc-run-mode   pic x.
                       02 pc-option1    pic x.
                       02 pc-pay-period pic 9(6).
                       02 pc-input-file pic x(20).
                       02 pc-override   pic x(8).
                       02 pc-rate       pic 9(3)v99.

               fd journalFile.
                   01 journal-record.
                       02 jr-date    pic 9(8).
                       02 jr-account pic 9(8).
                       02 jr-dc      pic x.
                       02 jr-amount  pic 9(7)v99.
                       02 jr-batch   pic 9(6).
                       02 jr-branch  pic x(3).

               fd glAcctFile.
                   01 glacct-record.
                       02 ga-key     pic x(8).
                       02 ga-account pic 9(8).

               fd reportFile.
                   01 bufferLine pic x(80).

               fd auditFile.
                   copy "AUDITTRL.cpy".

           WORKING-STORAGE SECTION.
           01 ARStat pic xx.
           01 CMStat pic xx.
           01 LBStat pic xx.
           01 LKStat pic xx.
           01 UAStat pic xx.
           01 CHStat pic xx.
           01 PMStat pic xx.
           01 OFStat pic xx.
           01 JRStat pic xx.
           01 GAStat pic xx.
           01 AuditStat pic xx.
           01 custMasterOK pic x value 'N'.

           01 arEOF pic x value 'N'.
           01 uaEOF pic x value 'N'.
           01 lockboxEOF pic x value 'N'.
           01 parmEOF pic x value 'N'.
           01 glEOF pic x value 'N'.
           01 loadTruncated pic x value 'N'.

           01 ar-table.
                   03 at-amount  pic s9(9)v99.
                   03 at-paid    pic s9(9)v99.
                   03 at-status  pic x.
                   03 at-currency pic x(3).
                   03 at-fx-rate  pic 9(4)v9(6).
           01 arCount pic 9(3) value 0.

           01 unapplied-table.
               02 unapplied-entry occurs 1 to 500 times
                       depending on uaCount
                       indexed by ua-idx.
                   03 ut-ref     pic 9(6).
                   03 ut-date    pic 9(8).
                   03 ut-check   pic x(10).
                   03 ut-cust    pic 9(6).
                   03 ut-invoice pic 9(6).
                   03 ut-amount  pic 9(7)v99.
                   03 ut-applied pic 9(7)v99.
                   03 ut-reason  pic x.
                   03 ut-status  pic x.
           01 uaCount pic 9(3) value 0.
           01 lastUaRef pic 9(6) value 0.

           01 parmFound pic x value 'N'.
           01 parmRunMode pic x.
           01 parmInputFile pic x(20).
           01 runMode pic x value 'I'.
           01 lockboxFileName pic x(20) value "LOCKBOX.dat".

           01 runDate pic 9(8).
           01 anotherFlag pic x value 'Y'.
           01 confirmFlag pic x.
           01 workChoice pic x.
           01 fileChanged pic x value 'N'.
           01 unappChanged pic x value 'N'.
           01 lookupInvoice pic 9(6).
           01 lookupRef pic 9(6).
           01 foundIdx pic 9(3).
           01 foundUa pic 9(3).
           01 payAmount pic 9(7)v99.
           01 applyAmount pic 9(7)v99.
           01 excessAmount pic 9(7)v99.
           01 itemLeft pic 9(7)v99.
           01 openBalance pic s9(9)v99.
           01 cashSource pic x.
           01 cashCheck pic x(10).
           01 newReason pic x.
           01 newCust pic 9(6).
           01 newInvoice pic 9(6).
           01 newAmount pic 9(7)v99.
           01 appliedCount pic 9(5) value 0.
           01 appliedTotal pic 9(9)v99 value 0.
           01 unappliedCount pic 9(5) value 0.
           01 unappliedTotal pic 9(9)v99 value 0.
           01 recoveryCount pic 9(5) value 0.
           01 recoveryTotal pic 9(9)v99 value 0.

      *> Cash received on a written-off invoice is a bad-debt
      *> recovery, journaled to cash at bank and back out of bad-debt
      *> expense; GLACCTS.dat overrides the defaults.  Nothing is
      *> recovered into a period that has been closed.
           01 glCashAcct pic 9(8) value 110100.
           01 glBadDebtAcct pic 9(8) value 610200.
           01 journalAmt pic 9(7)v99.
           01 periodLocked pic x value 'N'.

      *> Lockbox balancing: the bank's deposit total must equal the
      *> sum of its remittances before anything posts, and must then
      *> equal what was applied plus what went to unapplied cash.
           01 depositDate pic 9(8).
           01 depositTotal pic 9(9)v99.
           01 depositItems pic 9(5).
           01 detailTotal pic 9(9)v99 value 0.
           01 detailItems pic 9(5) value 0.
           01 lockboxTotal pic 9(9)v99 value 0.
           01 balanceDiff pic s9(9)v99.
           01 reconResult pic x(4) value "N/A ".
           01 lockboxRead pic 9(5) value 0.

           01 dispAmount pic $Z,ZZZ,ZZ9.99-.
           01 dispPaid pic $Z,ZZZ,ZZ9.99-.
           01 dispBalance pic $Z,ZZZ,ZZ9.99-.
           01 dispCount pic ZZ,ZZ9.
           01 dispTotal pic $ZZZ,ZZZ,ZZ9.99.
           01 dispDiff pic $ZZZ,ZZZ,ZZ9.99-.

           01 unappliedText pic x(40).
           01 matchText pic x(15).

           copy "CHKDPRM.cpy".
           copy "PERPRM.cpy".
           copy "AUDITPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp
           move function current-date(1:8) to runDate
           display "===== CASH APPLICATION ====="

           perform LOAD-AR-FILE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           perform LOAD-UNAPPLIED-FILE
           if loadTruncated = 'Y'
               display "CASHAPP: UNAPPLIED-CASH.dat holds more than "
                   "the 500-record work table - no postings applied."
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           perform READ-PARM-CARD
           if parmFound = 'Y'
               move parmRunMode to runMode
               if parmInputFile not = spaces
                   move parmInputFile to lockboxFileName
               end-if
           else
               display "(I)nteractive or (L)ockbox import: "
                   with no advancing
               accept runMode
           end-if
           if runMode = 'l'
               move 'L' to runMode
           end-if

           perform LOAD-GL-ACCOUNTS
           move runDate to pc-date
           call "PERCHK" using period-check-parms
           end-call
           move pc-locked to periodLocked

           if arCount = 0 and runMode not = 'L'
               display "CASHAPP: no open items on file."
               perform WRITE-AUDIT-TRAIL
               goback
                   CMStat ") - balances not relieved"
           end-if

           perform OPEN-CASH-HISTORY

           if runMode = 'L'
               perform LOCKBOX-RUN
           else
               perform until anotherFlag not = 'Y'
                       and anotherFlag not = 'y'
                   display "(P)ay an invoice or work (U)napplied "
                       "cash: " with no advancing
                   accept workChoice
                   if workChoice = 'U' or workChoice = 'u'
                       perform WORK-UNAPPLIED-ITEM
                   else
                       perform APPLY-ONE-PAYMENT
                   end-if
                   display "Another payment? (Y/N): "
                       with no advancing
                   accept anotherFlag
               end-perform
           end-if

           close cashHistFile
           if custMasterOK = 'Y'
               close customerMaster
           end-if
           if fileChanged = 'Y'
               perform REWRITE-AR-FILE
           end-if
           if unappChanged = 'Y'
               perform REWRITE-UNAPPLIED-FILE
           end-if

           move appliedCount to dispCount
           move appliedTotal to dispTotal
           display "CASHAPP: " function trim(dispCount)
               " payments applied, total "
               function trim(dispTotal)
           if recoveryCount > 0
               move recoveryCount to dispCount
               move recoveryTotal to dispTotal
               display "CASHAPP: " function trim(dispCount)
                   " of them bad-debt recoveries, total "
                   function trim(dispTotal)
           end-if
           if unappliedCount > 0
               move unappliedCount to dispCount
               move unappliedTotal to dispTotal
               display "CASHAPP: " function trim(dispCount)
                   " items to unapplied cash, total "
                   function trim(dispTotal)
           end-if

           perform WRITE-AUDIT-TRAIL

               display "Invoice " lookupInvoice " is already closed."
               exit paragraph
           end-if
           if at-status(foundIdx) = 'W'
               if periodLocked = 'Y'
                   display "Invoice " lookupInvoice " was written "
                       "off and period " pc-date(1:6) " is closed - "
                       "no recovery can be posted."
                   exit paragraph
               end-if
               if at-paid(foundIdx) >= at-amount(foundIdx)
                   display "Invoice " lookupInvoice " was written "
                       "off and has been recovered in full."
                   exit paragraph
               end-if
               display "Invoice " lookupInvoice " was written off "
                   "as bad debt - cash is taken as a recovery."
           end-if

           move at-amount(foundIdx) to dispAmount
           move at-paid(foundIdx) to dispPaid
               exit paragraph
           end-if

      *> Anything over the open balance is not forced onto the
      *> invoice; the excess goes to unapplied cash for the clerk.
           move 0 to excessAmount
           if payAmount > openBalance
               compute excessAmount = payAmount - openBalance
               move openBalance to applyAmount
           else
               move payAmount to applyAmount
           end-if

           move 'K' to cashSource
           move spaces to cashCheck
           perform APPLY-TO-INVOICE

           if excessAmount > 0
               move excessAmount to dispAmount
               move 'O' to newReason
               move at-cust(foundIdx) to newCust
               move lookupInvoice to newInvoice
               move excessAmount to newAmount
               perform ADD-UNAPPLIED-ITEM
               display "Overpayment of " function trim(dispAmount)
                   " held as unapplied cash."
           end-if.

      *> Post applyAmount against ar-entry foundIdx and keep the
      *> customer balance and the cash history in step.
       APPLY-TO-INVOICE.
           if applyAmount = 0
               exit paragraph
           end-if
           if at-status(foundIdx) = 'W'
               perform APPLY-RECOVERY
               exit paragraph
           end-if
           move applyAmount to payAmount
           add applyAmount to at-paid(foundIdx)
           if at-paid(foundIdx) >= at-amount(foundIdx)
               move 'C' to at-status(foundIdx)
               if runMode not = 'L'
                   display "Invoice " at-invoice(foundIdx)
                       " paid in full and closed."
               end-if
           else
               move 'P' to at-status(foundIdx)
               if runMode not = 'L'
                   compute openBalance =
                       at-amount(foundIdx) - at-paid(foundIdx)
                   move openBalance to dispBalance
                   display "Partial payment applied - balance "
                       dispBalance
               end-if
           end-if

           add 1 to appliedCount
           add applyAmount to appliedTotal
           move 'Y' to fileChanged

           perform POST-BALANCE-DOWN
           perform WRITE-CASH-HISTORY.

      *> Relieve the customer's credit exposure by the cash applied.
       POST-BALANCE-DOWN.
                   rewrite customer-master-record
           end-read.

      *> A recovery stays on the written-off invoice as cash paid, so
      *> CHGBACK gives the reps back the commission it charged; the
      *> balance already came off the customer's exposure when it
      *> was written off, so the customer master is left alone.
       APPLY-RECOVERY.
           move applyAmount to payAmount
           add applyAmount to at-paid(foundIdx)
           if runMode not = 'L'
               move applyAmount to dispAmount
               display "Recovery of " function trim(dispAmount)
                   " recorded on written-off invoice "
                   at-invoice(foundIdx)
           end-if

           add 1 to appliedCount
           add applyAmount to appliedTotal
           add 1 to recoveryCount
           add applyAmount to recoveryTotal
           move 'Y' to fileChanged

           move 'R' to cashSource
           perform WRITE-CASH-HISTORY
           perform WRITE-RECOVERY-JOURNAL.

      *> Debit cash at bank, credit bad-debt expense, in base
      *> currency at the rate the item is carried at, as WOFFAPPR
      *> wrote it off.  Batch 0 marks a line raised outside the Sel8
      *> batch cycle.
       WRITE-RECOVERY-JOURNAL.
           open input journalFile
           if JRStat = "00"
               close journalFile
               open extend journalFile
           else
               open output journalFile
           end-if

           if at-currency(foundIdx) not = spaces
                   and at-fx-rate(foundIdx) is numeric
               compute journalAmt rounded =
                   applyAmount * at-fx-rate(foundIdx)
           else
               move applyAmount to journalAmt
           end-if
           move runDate to jr-date
           move journalAmt to jr-amount
           move 0 to jr-batch
           move spaces to jr-branch

           move glCashAcct to jr-account
           move 'D' to jr-dc
           write journal-record

           move glBadDebtAcct to jr-account
           move 'C' to jr-dc
           write journal-record

           close journalFile.

       LOAD-GL-ACCOUNTS.
           open input glAcctFile
           if GAStat not = "00"
               exit paragraph
           end-if

           perform until glEOF = 'Y'
               read glAcctFile
                   at end move 'Y' to glEOF
                   not at end
                       evaluate ga-key
                           when "CASH    "
                               move ga-account to glCashAcct
                           when "BADDEBT "
                               move ga-account to glBadDebtAcct
                           when other
                               continue
                       end-evaluate
               end-read
           end-perform

           close glAcctFile.

       WRITE-CASH-HISTORY.
           move at-invoice(foundIdx) to ch-invoice
           move at-cust(foundIdx) to ch-cust
           move runDate to ch-date
           move applyAmount to ch-amount
           move cashSource to ch-source
           move cashCheck to ch-check
           write cash-history-record.

       FIND-INVOICE.
           move 0 to foundIdx
           perform varying ar-idx from 1 by 1
               end-if
           end-perform.

      *> newCust, newInvoice, newAmount and newReason are set by the
      *> caller; the item goes on the end of the unapplied table.
       ADD-UNAPPLIED-ITEM.
           if uaCount >= 500
               display "WARNING: unapplied-cash table full - "
                   newAmount " for customer " newCust
                   " must be posted by hand"
               move 4 to RETURN-CODE
               exit paragraph
           end-if
           add 1 to uaCount
           add 1 to lastUaRef
           move lastUaRef to ut-ref(uaCount)
           move runDate to ut-date(uaCount)
           move cashCheck to ut-check(uaCount)
           move newCust to ut-cust(uaCount)
           move newInvoice to ut-invoice(uaCount)
           move newAmount to ut-amount(uaCount)
           move 0 to ut-applied(uaCount)
           move newReason to ut-reason(uaCount)
           move 'O' to ut-status(uaCount)
           move 'Y' to unappChanged
           add 1 to unappliedCount
           add newAmount to unappliedTotal.

       WORK-UNAPPLIED-ITEM.
           perform varying ua-idx from 1 by 1
                   until ua-idx > uaCount
               if ut-status(ua-idx) = 'O'
                   compute itemLeft =
                       ut-amount(ua-idx) - ut-applied(ua-idx)
                   move itemLeft to dispAmount
                   display ut-ref(ua-idx) " " ut-date(ua-idx)
                       " cust " ut-cust(ua-idx)
                       " inv " ut-invoice(ua-idx)
                       " chk " ut-check(ua-idx)
                       " " dispAmount " " ut-reason(ua-idx)
               end-if
           end-perform

           display "Enter unapplied item ref (0 to exit): "
               with no advancing
           accept lookupRef
           if lookupRef = 0
               exit paragraph
           end-if

           move 0 to foundUa
           perform varying ua-idx from 1 by 1
                   until ua-idx > uaCount
               if ut-ref(ua-idx) = lookupRef
                       and ut-status(ua-idx) = 'O'
                   set foundUa to ua-idx
               end-if
           end-perform
           if foundUa = 0
               display "No open unapplied item " lookupRef
               exit paragraph
           end-if
           compute itemLeft =
               ut-amount(foundUa) - ut-applied(foundUa)

           display "(A)pply to an invoice or mark (R)efunded: "
               with no advancing
           accept workChoice
           if workChoice = 'R' or workChoice = 'r'
               display "Confirm refund of item " lookupRef
                   "? (Y/N): " with no advancing
               accept confirmFlag
               if confirmFlag = 'Y' or confirmFlag = 'y'
                   move 'R' to ut-status(foundUa)
                   move 'Y' to unappChanged
                   display "Item marked refunded."
               end-if
               exit paragraph
           end-if

           display "Enter invoice number: " with no advancing
           accept lookupInvoice
           perform FIND-INVOICE
           if foundIdx = 0
               display "No invoice on file for " lookupInvoice
               exit paragraph
           end-if
           if at-status(foundIdx) = 'C' or at-status(foundIdx) = 'W'
               display "Invoice " lookupInvoice " is not open."
               exit paragraph
           end-if
           compute openBalance =
               at-amount(foundIdx) - at-paid(foundIdx)
           if itemLeft > openBalance
               move openBalance to applyAmount
           else
               move itemLeft to applyAmount
           end-if

           move applyAmount to dispAmount
           display "Apply " function trim(dispAmount)
               " to invoice " lookupInvoice "? (Y/N): "
               with no advancing
           accept confirmFlag
           if confirmFlag not = 'Y' and confirmFlag not = 'y'
               display "Not applied."
               exit paragraph
           end-if

           move 'U' to cashSource
           move ut-check(foundUa) to cashCheck
           perform APPLY-TO-INVOICE
           add applyAmount to ut-applied(foundUa)
           if ut-applied(foundUa) >= ut-amount(foundUa)
               move 'A' to ut-status(foundUa)
           end-if
           move 'Y' to unappChanged.

      *> Batch import of the bank's lockbox file.  Nothing posts
      *> unless the deposit header agrees with its own remittances
      *> and the deposit has not been imported already.
       LOCKBOX-RUN.
           perform PROVE-LOCKBOX-FILE
           if RETURN-CODE >= 8
               exit paragraph
           end-if

           open output reportFile
           write bufferLine from
               "===== LOCKBOX CASH APPLICATION ====="
           move depositTotal to dispTotal
           move spaces to bufferLine
           string "Deposit date: " delimited by size
                  depositDate delimited by size
                  " | Deposit total: " delimited by size
                  function trim(dispTotal) delimited by size
                  into bufferLine
           end-string
               write bufferLine
           write bufferLine from
               "Check      Cust   Invoice        Amount  Result"
           write bufferLine from
               "---------------------------------------------------"

           open input lockboxFile
           move 'N' to lockboxEOF
           perform until lockboxEOF = 'Y'
               read lockboxFile
                   at end move 'Y' to lockboxEOF
                   not at end
                       if lb-tag = 'D'
                           add 1 to lockboxRead
                           perform MATCH-LOCKBOX-ITEM
                       end-if
               end-read
           end-perform
           close lockboxFile

           compute balanceDiff =
               depositTotal - lockboxTotal - unappliedTotal
           write bufferLine from
               "---------------------------------------------------"
           move lockboxTotal to dispTotal
           move spaces to bufferLine
           string "Applied to invoices : " delimited by size
                  dispTotal delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move unappliedTotal to dispTotal
           move spaces to bufferLine
           string "To unapplied cash   : " delimited by size
                  dispTotal delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move depositTotal to dispTotal
           move spaces to bufferLine
           string "Bank deposit total  : " delimited by size
                  dispTotal delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move balanceDiff to dispDiff
           if balanceDiff = 0
               move "OK  " to reconResult
               write bufferLine from
                   "Deposit balanced: applied + unapplied = bank"
           else
               move "FAIL" to reconResult
               move spaces to bufferLine
               string "OUT OF BALANCE by " delimited by size
                      function trim(dispDiff) delimited by size
                      into bufferLine
               end-string
                   write bufferLine
               display "CASHAPP: lockbox OUT OF BALANCE by "
                   function trim(dispDiff)
               move 4 to RETURN-CODE
           end-if
           write bufferLine from spaces
           close reportFile

           open output lockboxCtlFile
           move depositDate to lk-last-date
           move depositTotal to lk-last-total
           write lockbox-ctl-record
           close lockboxCtlFile

           display "CASHAPP: lockbox " depositDate
               " imported - see LockBox.dat".

       PROVE-LOCKBOX-FILE.
           open input lockboxFile
           if LBStat not = "00"
               display "CASHAPP: lockbox file "
                   function trim(lockboxFileName) " not found."
               move 8 to RETURN-CODE
               exit paragraph
           end-if

           read lockboxFile
               at end move 'Y' to lockboxEOF
           end-read
           if lockboxEOF = 'Y' or lc-tag not = 'H'
               display "CASHAPP: lockbox file has no H deposit "
                   "record - not imported."
               close lockboxFile
               move 8 to RETURN-CODE
               exit paragraph
           end-if
           move lc-deposit-date to depositDate
           move lc-deposit-total to depositTotal
           move lc-item-count to depositItems

           perform until lockboxEOF = 'Y'
               read lockboxFile
                   at end move 'Y' to lockboxEOF
                   not at end
                       if lb-tag = 'D'
                           add 1 to detailItems
                           add lb-amount to detailTotal
                       end-if
               end-read
           end-perform
           close lockboxFile

           if detailItems not = depositItems
                   or detailTotal not = depositTotal
               move detailTotal to dispTotal
               display "CASHAPP: lockbox remittances total "
                   function trim(dispTotal) " over " detailItems
                   " items - deposit header disagrees."
               display "CASHAPP: nothing imported - refer the file "
                   "back to the bank."
               move "FAIL" to reconResult
               move 8 to RETURN-CODE
               exit paragraph
           end-if

           open input lockboxCtlFile
           if LKStat = "00"
               read lockboxCtlFile
                   at end continue
                   not at end
                       if lk-last-date = depositDate
                               and lk-last-total = depositTotal
                           display "CASHAPP: deposit " depositDate
                               " was already imported - "
                               "not imported again."
                           move 8 to RETURN-CODE
                       end-if
               end-read
               close lockboxCtlFile
           end-if.

      *> Invoice number first; failing that the one open invoice for
      *> the customer carrying exactly the amount remitted.
       MATCH-LOCKBOX-ITEM.
           move lb-check to cashCheck
           move 0 to foundIdx
           if lb-invoice > 0
               move lb-invoice to lookupInvoice
               perform FIND-INVOICE
               if foundIdx > 0
                   if at-status(foundIdx) = 'C'
                       move 0 to foundIdx
                   end-if
               end-if
      *> A remittance quoting a written-off invoice is a recovery,
      *> unless it is already recovered or its period is closed.
               if foundIdx > 0
                   if at-status(foundIdx) = 'W'
                       if periodLocked = 'Y'
                           or at-paid(foundIdx) >= at-amount(foundIdx)
                           move 0 to foundIdx
                       end-if
                   end-if
               end-if
           end-if

      *> A customer number that fails its check digit was mis-keyed
      *> at the bank - matching on it could apply the cash to the
      *> wrong account, so the item goes to unapplied instead.
           move "  UNAPPLIED - no match" to unappliedText
           if foundIdx = 0 and lb-cust > 0
               move 'V' to cd-function
               move "CUS" to cd-type
               move lb-cust to cd-number
               move "CASHAPP " to cd-caller
               call "CHKDIG" using check-digit-parms
               end-call
               if cd-result = 'N'
                   move "  UNAPPLIED - cust no. fails check digit"
                       to unappliedText
               end-if
           end-if

           if foundIdx = 0 and lb-cust > 0 and cd-result not = 'N'
               perform varying ar-idx from 1 by 1
                       until ar-idx > arCount or foundIdx > 0
                   if at-cust(ar-idx) = lb-cust
                           and (at-status(ar-idx) = 'O'
                                or at-status(ar-idx) = 'P')
                           and at-amount(ar-idx) - at-paid(ar-idx)
                               = lb-amount
                       set foundIdx to ar-idx
                   end-if
               end-perform
           end-if

           move lb-amount to dispAmount
           if foundIdx = 0
               move 'N' to newReason
               move lb-cust to newCust
               move lb-invoice to newInvoice
               move lb-amount to newAmount
               perform ADD-UNAPPLIED-ITEM
               move spaces to bufferLine
               string lb-check delimited by size
                      " " delimited by size
                      lb-cust delimited by size
                      " " delimited by size
                      lb-invoice delimited by size
                      " " delimited by size
                      dispAmount delimited by size
                      unappliedText delimited by size
                      into bufferLine
               end-string
                   write bufferLine
               exit paragraph
           end-if

           compute openBalance =
               at-amount(foundIdx) - at-paid(foundIdx)
           move 0 to excessAmount
           if lb-amount > openBalance
               compute excessAmount = lb-amount - openBalance
               move openBalance to applyAmount
           else
               move lb-amount to applyAmount
           end-if

           if at-status(foundIdx) = 'W'
               move "  RECOVERED on " to matchText
           else
               move "  APPLIED to " to matchText
           end-if
           move 'L' to cashSource
           perform APPLY-TO-INVOICE
           add applyAmount to lockboxTotal

           move spaces to bufferLine
           string lb-check delimited by size
                  " " delimited by size
                  lb-cust delimited by size
                  " " delimited by size
                  lb-invoice delimited by size
                  " " delimited by size
                  dispAmount delimited by size
                  matchText delimited by size
                  at-invoice(foundIdx) delimited by size
                  into bufferLine
           end-string
               write bufferLine

           if excessAmount > 0
               move 'O' to newReason
               move at-cust(foundIdx) to newCust
               move at-invoice(foundIdx) to newInvoice
               move excessAmount to newAmount
               perform ADD-UNAPPLIED-ITEM
               move excessAmount to dispAmount
               move spaces to bufferLine
               string "                          " delimited by size
                      dispAmount delimited by size
                      "  UNAPPLIED - overpayment" delimited by size
                      into bufferLine
               end-string
                   write bufferLine
           end-if.

       OPEN-CASH-HISTORY.
           open input cashHistFile
           if CHStat = "00"
               close cashHistFile
               open extend cashHistFile
           else
               open output cashHistFile
           end-if.

       READ-PARM-CARD.
           move 'N' to parmFound
           move 'N' to parmEOF

           open input parmFile
           if PMStat not = "00"
               exit paragraph
           end-if

           perform until parmEOF = 'Y'
               read parmFile
                   at end move 'Y' to parmEOF
                   not at end
                       if pc-program = "CASHAPP "
                           move 'Y' to parmFound
                           move pc-run-mode to parmRunMode
                           move pc-input-file to parmInputFile
                           move 'Y' to parmEOF
                       end-if
               end-read
           end-perform

           close parmFile.

       LOAD-AR-FILE.
           open input arOpenFile
           if ARStat not = "00"
                   move ar-amount to at-amount(arCount)
                   move ar-paid to at-paid(arCount)
                   move ar-status to at-status(arCount)
                   move ar-currency to at-currency(arCount)
                   move ar-fx-rate to at-fx-rate(arCount)
               else
                   move 'Y' to loadTruncated
                   move 'Y' to arEOF
               move at-amount(ar-idx) to ar-amount
               move at-paid(ar-idx) to ar-paid
               move at-status(ar-idx) to ar-status
               move at-currency(ar-idx) to ar-currency
               move at-fx-rate(ar-idx) to ar-fx-rate
               write ar-open-record
           end-perform
           close arOpenFile
           display "CASHAPP: AR-OPEN.dat rewritten.".

       LOAD-UNAPPLIED-FILE.
           open input unappliedFile
           if UAStat not = "00"
               exit paragraph
           end-if

           perform until uaEOF = 'Y'
               read unappliedFile
                   at end move 'Y' to uaEOF
                   not at end
                       if uaCount < 500
                           add 1 to uaCount
                           move ua-ref to ut-ref(uaCount)
                           move ua-date to ut-date(uaCount)
                           move ua-check to ut-check(uaCount)
                           move ua-cust to ut-cust(uaCount)
                           move ua-invoice to ut-invoice(uaCount)
                           move ua-amount to ut-amount(uaCount)
                           move ua-applied to ut-applied(uaCount)
                           move ua-reason to ut-reason(uaCount)
                           move ua-status to ut-status(uaCount)
                           if ua-ref > lastUaRef
                               move ua-ref to lastUaRef
                           end-if
                       else
                           move 'Y' to loadTruncated
                           move 'Y' to uaEOF
                       end-if
               end-read
           end-perform

           close unappliedFile.

       REWRITE-UNAPPLIED-FILE.
           open output unappliedFile
           perform varying ua-idx from 1 by 1
                   until ua-idx > uaCount
               move ut-ref(ua-idx) to ua-ref
               move ut-date(ua-idx) to ua-date
               move ut-check(ua-idx) to ua-check
               move ut-cust(ua-idx) to ua-cust
               move ut-invoice(ua-idx) to ua-invoice
               move ut-amount(ua-idx) to ua-amount
               move ut-applied(ua-idx) to ua-applied
               move ut-reason(ua-idx) to ua-reason
               move ut-status(ua-idx) to ua-status
               write unapplied-record
           end-perform
           close unappliedFile.

       WRITE-AUDIT-TRAIL.
           move "CASHAPP" to al-program
           move runStartStamp to al-start-stamp
           move ARStat to al-file-status
           if runMode = 'L'
               move lockboxRead to al-recs-read
           else
               move arCount to al-recs-read
           end-if
           move appliedCount to al-recs-written
           move unappliedCount to al-recs-rejected
           move RETURN-CODE to al-return-code
           move reconResult to al-recon
           call "AUDITLOG" using audit-log-parms
           end-call
           cancel "AUDITLOG".
