                           with duplicates
                       file status is EMStat.

                   select rejectFile
                       assign to "SEL8-REJECTS.dat"
                       organization is line sequential
                           with duplicates
                       file status is CMStat.

                   select inventoryFile
                       assign to "INVENTORY.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is iv-key
                       file status is IVStat.

                   select saleDetailFile
                       assign to "SEL8-SALEDTL.dat"
                       organization is line sequential
                       file status is SDStat.

                   select assignHistFile
                       assign to "EMP-ASSIGN-HIST.dat"
                       organization is line sequential
                       file status is AHStat.

                   select contestFile
                       assign to "CONTEST-MASTER.dat"
                       organization is indexed
                       access mode is sequential
                       record key is ct-id
                       file status is CTStat.

                   select productFile
                       assign to "PRODUCT-MASTER.dat"
                       organization is line sequential
                       organization is line sequential
                       file status is TXStat.

                   select exemptFile
                       assign to "TAX-EXEMPT.dat"
                       organization is line sequential
                       file status is TEStat.

                   select dayCtlFile
                       assign to "DAY-CONTROL.dat"
                       organization is line sequential
                       file status is YCStat.

                   select branchFile
                       assign to "BRANCH-REF.dat"
                       organization is line sequential
                       file status is BRStat.

                   select auditFile
                       assign to "AUDIT-TRAIL.dat"
                       organization is line sequential
               fd employeeMaster.
                   copy "EMPLOYEE-MASTER.cpy".

               fd rejectFile.
                   01 reject-record.
                       02 rj-sname  pic x(20).
                       02 tx-juris    pic x(4).
                       02 tx-rate     pic 9v999.

               fd exemptFile.
                   copy "TAXEXMPT.cpy".

               fd productFile.
                   01 product-record.
                       02 pm-code      pic x(6).
                       02 pm-desc      pic x(20).
                       02 pm-std-price pic 9(3).
                       02 pm-comm      pic x.
                       02 pm-stock     pic x.

               fd inventoryFile.
                   copy "INVENTRY.cpy".

               fd customerMaster.
                   copy "CUSTOMER-MASTER.cpy".
               fd saleDetailFile.
                   copy "SALE-DETAIL.cpy".

               fd assignHistFile.
                   copy "ASSIGNHS.cpy".

               fd contestFile.
                   copy "CONTEST.cpy".

               fd dayCtlFile.
                   copy "DAYCTL.cpy".

               fd branchFile.
                   01 branch-record.
                       02 br-code     pic x(3).
                       02 br-name     pic x(20).
                       02 br-currency pic x(3).

               fd auditFile.
                   copy "AUDITTRL.cpy".

           01 businessDate pic 9(8).
           01 runMode pic x.
           01 EMStat pic xx.
           01 RJStat pic xx.
           01 CMStat pic xx.
           01 SDStat pic xx.
           01 CTStat pic xx.
           01 custNum pic 9(6) value 0.
           01 custMasterOK pic x value 'N'.
           01 IVStat pic xx.
           01 invFileOK pic x value 'N'.
           01 stockOutCount pic 9(5) value 0.
           01 ZstockOutCount pic ZZ,ZZ9.
           01 custTrans pic x value 'Y'.
           01 ownerType pic x value space.
           01 ownerSnum pic 9(6) value 0.
           01 ownTrans pic x value 'Y'.
           01 houseSale pic x value 'N'.
           01 houseCount pic 9(5) value 0.
           01 ZhouseCount pic ZZ,ZZ9.
           01 PDStat pic xx.
           01 prodCode pic x(6) value spaces.
           01 prodTrans pic x value 'Y'.
           01 prodCommFlag pic x value 'Y'.
           01 prodStockFlag pic x value 'Y'.
           01 product-table.
               02 product-entry occurs 1 to 100 times
                       depending on prodCount
                   03 pt-desc      pic x(20).
                   03 pt-std-price pic 9(3).
                   03 pt-comm      pic x.
                   03 pt-stock     pic x.
           01 prodCount pic 9(3) value 0.
           01 prodEOF pic x value 'N'.
           01 YCStat pic xx.
           01 dispBrSales pic $ZZZ,ZZZ,ZZ9.99-.
           01 dispBrComm pic $ZZZ,ZZZ,ZZ9.99-.
           01 dispBrLines pic ZZ,ZZ9.
      *> Each branch's trading currency (blank = base currency).  A
      *> sale is keyed and priced in its branch's currency and
      *> converted to base at the day's FXRATE rate; commission,
      *> the employee master, the register and the journal are all
      *> base currency.
           01 BRStat pic xx.
           01 branchEOF pic x value 'N'.
           01 branch-ccy-table.
               02 branch-ccy-entry occurs 1 to 50 times
                       depending on branchCcyCount
                       indexed by bc-idx.
                   03 bc-branch   pic x(3).
                   03 bc-currency pic x(3).
           01 branchCcyCount pic 99 value 0.
           01 saleBranch pic x(3).
           01 saleCurrency pic x(3) value spaces.
           01 saleFxRate pic 9(4)v9(6) value 1.
           01 fxTrans pic x value 'Y'.
           01 listPriced pic x value 'N'.
           01 txnSales pic 9(5)v99 value 0.
           01 txnTax pic 9(7)v99 value 0.
           01 signedTxnSales pic s9(5)v99 value 0.
           01 signedTxnTax pic s9(7)v99 value 0.
           01 dispFxRate pic ZZZ9.999999.
           copy "FXPRM.cpy".
           01 TXStat pic xx.
           01 jurCode pic x(4) value spaces.
           01 jurTrans pic x value 'Y'.
           01 taxEOF pic x value 'N'.
           01 taxAmt pic 9(7)v99 value 0.
           01 signedTax pic s9(7)v99 value 0.
           01 TEStat pic xx.
           01 exempt-table.
               02 exempt-entry occurs 1 to 500 times
                       depending on exemptCount
                       indexed by ex-idx.
                   03 et-cust   pic 9(6).
                   03 et-juris  pic x(4).
                   03 et-cert   pic x(15).
                   03 et-expiry pic 9(8).
           01 exemptCount pic 9(3) value 0.
           01 exemptEOF pic x value 'N'.
           01 exemptCert pic x(15) value spaces.
           01 exemptSaleCount pic 9(5) value 0.
           01 ZexemptSaleCount pic ZZ,ZZ9.
           01 ovrMgr pic 9(6) value 0.
           01 ovrRate pic 9v99 value 0.
           01 ovrName pic x(20).
           01 transType pic x value 'S'.
           01 signedSales pic s9(5)v99.
           01 signedComm pic s9(5)v99.
           01 saleCost pic 9(5)v99.
           01 saleMargin pic s9(5)v99.
           01 signedCost pic s9(5)v99.
           01 signedMargin pic s9(5)v99.
           01 salesSign pic x value space.
           01 splitSnum pic 9(6) value 0.
           01 splitPct pic 9(3) value 0.
           01 ctlPriceHash pic 9(7) value 0.
           01 ctlEOF pic x value 'N'.

           copy "COMMPRM.cpy".
           01 rateRunDate pic 9(8).

      *> Open per-unit SPIFF contests whose window covers today.
           01 spiff-table.
               02 spiff-entry occurs 1 to 50 times
                       depending on spiffCount
                       indexed by kt-idx.
                   03 kt-id    pic x(6).
                   03 kt-prod  pic x(6).
                   03 kt-bonus pic 9(3)v99.
           01 spiffCount pic 99 value 0.
           01 contestEOF pic x value 'N'.
           01 bonusAmt pic 9(7)v99.
           01 bonusShare pic 9(7)v99.
           01 bonusSnum pic 9(6).
           01 bonusTotal pic s9(7)v99 value 0.
           01 ZbonusTotal pic $ZZ,ZZZ,ZZ9.99-.

      *> Each rep's assignment in force today, where it differs
      *> from what the employee master carries.
           01 AHStat pic xx.
           01 asgEOF pic x value 'N'.
           01 asg-table.
               02 asg-entry occurs 1 to 1000 times
                       depending on asgCount
                       indexed by asg-idx.
                   03 ag-snum      pic 9(6).
                   03 ag-eff-date  pic 9(8).
                   03 ag-territory pic x(4).
                   03 ag-region    pic x(4).
                   03 ag-branch    pic x(3).
           01 asgCount pic 9(4) value 0.
           01 asgFound pic x.
           01 asgTerritory pic x(4) value spaces.
           01 asgRegion pic x(4) value spaces.
           01 asgBranch pic x(3) value spaces.

           01 Sname pic x(20).
           01 SNum pic 9(6).
           01 dispPageNum pic ZZ9.

           copy "AUDITPRM.cpy".
           copy "SEALPRM.cpy".
           copy "OPMSGPRM.cpy".
           copy "CHGPRM.cpy".
           copy "PERPRM.cpy".
           01 runStartStamp pic x(14).

        PROCEDURE DIVISION.
        MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp
           move function current-date(1:8) to rateRunDate
           perform LOAD-CONTEST-TABLE
           perform LOAD-ASSIGN-HISTORY
           perform LOAD-PRODUCT-TABLE
           perform LOAD-TAXRATE-TABLE
           perform LOAD-EXEMPT-TABLE
           perform LOAD-GL-ACCOUNTS
           perform LOAD-GL-MASTER
           perform LOAD-BRANCH-CURRENCY

           perform READ-PARM-CARD
           if parmFound = 'Y'
               exit paragraph
           end-if

           perform CHECK-ACCOUNT-OWNER
           if ownTrans = 'N'
               move "Sale on another rep's account" to suspenseReason
               perform OPEN-SUSPENSE-FILE
               perform WRITE-SUSPENSE
               close suspenseFile
               display "SUSPENDED: account " custNum " is owned by "
                   ownerSnum " - held for review"
               exit paragraph
           end-if
           if houseSale = 'Y'
               display "House account - no commission is paid."
           end-if

           perform LOOKUP-REP-PLAN
           perform CHECK-CURRENCY
           if fxTrans = 'N'
               move "No exchange rate for currency" to suspenseReason
               perform OPEN-SUSPENSE-FILE
               perform WRITE-SUSPENSE
               close suspenseFile
               display "SUSPENDED: no " saleCurrency
                   " exchange rate on file for today - held for review"
               exit paragraph
           end-if
           perform COMPUTE-COMMISSION
           perform COMPUTE-SALES-TAX
           perform FORMAT-AMOUNTS
           if exemptCert not = spaces
               display "Tax exempt - certificate " exemptCert
           end-if

           if saleCurrency not = spaces
               move saleFxRate to dispFxRate
               display "Sale in " saleCurrency " at "
                   function trim(dispFxRate)
                   " - amounts below in base currency"
           end-if
           display "Comm: " Zcomm
           display "Total Sales: " alpTsales
           display "Commission: " alpComm
           perform OPEN-PAYROLL-FILE
           perform WRITE-PAYROLL-RECORD
           perform CASCADE-OVERRIDE
           perform ACCRUE-CONTEST-BONUS
           close payrollFile

           perform OPEN-SALEDTL-FILE
           perform WRITE-SALE-DETAIL
           close saleDetailFile

           perform OPEN-INVENTORY-FILE
           perform RELIEVE-INVENTORY
           if invFileOK = 'Y'
               close inventoryFile
           end-if

           close employeeMaster.

        BATCH-RUN.
               exit paragraph
           end-if

      *> The batch journals under today's date; once that period has
      *> had its final close sign-off nothing more may post to it.
           move function current-date(1:8) to pc-date
           call "PERCHK" using period-check-parms
           end-call
           if pc-locked = 'Y'
               display "Period " pc-date(1:6) " is closed (signed off"
                   " by " pc-locked-by ") - batch not started."
               move "SEL8    " to om-program
               move 'E' to om-severity
               move "Posting period is locked - batch not started"
                   to om-text
               call "OPERLOG" using oper-msg-parms
               end-call
               move 8 to RETURN-CODE
               exit paragraph
           end-if

           move "EMP" to lp-master
           move 'T' to lp-action
           move "SEL8    " to lp-caller

           perform OPEN-EMPLOYEE-MASTER
           perform OPEN-CUSTOMER-MASTER
           perform OPEN-INVENTORY-FILE

           perform READ-CHECKPOINT
           if restartCount > 0
               perform CHECK-CUSTOMER
               perform CHECK-PRODUCT
               perform CHECK-JURISDICTION
               perform CHECK-ACCOUNT-OWNER
               perform CHECK-CURRENCY
               if validTrans = 'N'
                   perform WRITE-REJECT
               else
                   if dupTrans = 'Y' or regTrans = 'N'
                           or actTrans = 'N' or custTrans = 'N'
                           or prodTrans = 'N' or jurTrans = 'N'
                           or ownTrans = 'N' or fxTrans = 'N'
                       perform WRITE-SUSPENSE
                   else
                       if branchCode = spaces
                       perform WRITE-CSV-DETAIL
                       perform WRITE-PAYROLL-RECORD
                       perform WRITE-SALE-DETAIL
                       perform RELIEVE-INVENTORY
                       perform CASCADE-OVERRIDE
                       perform ACCRUE-CONTEST-BONUS
                       if houseSale = 'Y'
                           add 1 to houseCount
                       end-if
                       if exemptCert not = spaces
                           add 1 to exemptSaleCount
                       end-if
                       add 1 to procCount

                       add 1 to batchCount
           if custMasterOK = 'Y'
               close customerMaster
           end-if
           if invFileOK = 'Y'
               close inventoryFile
           end-if

           perform RECONCILE-BATCH

                           move pm-std-price
                               to pt-std-price(prodCount)
                           move pm-comm to pt-comm(prodCount)
                           move pm-stock to pt-stock(prodCount)
                       end-if
               end-read
           end-perform
           close productFile.

        PRICE-FROM-PRODUCT.
           move 'N' to listPriced
           move 'Y' to prodTrans
           move 'Y' to prodCommFlag
           move 'Y' to prodStockFlag
           if prodCount = 0
               exit paragraph
           end-if
                   move 'N' to prodTrans
               when pt-code(prod-idx) = prodCode
                   move pt-comm(prod-idx) to prodCommFlag
                   if pt-stock(prod-idx) = 'N'
                       move 'N' to prodStockFlag
                   end-if
                   if uPrice = 0
                       move pt-std-price(prod-idx) to uPrice
                       move 'Y' to listPriced
                   end-if
           end-search.

           end-perform
           close taxRateFile.

      *> Only the key, certificate and expiry are needed here; the
      *> entered-by stamp stays on the file for TAXEXMNT.
        LOAD-EXEMPT-TABLE.
           open input exemptFile
           if TEStat not = "00"
               exit paragraph
           end-if

           perform until exemptEOF = 'Y'
               read exemptFile
                   at end move 'Y' to exemptEOF
                   not at end
                       if exemptCount < 500
                           add 1 to exemptCount
                           move te-cust to et-cust(exemptCount)
                           move te-juris to et-juris(exemptCount)
                           move te-cert to et-cert(exemptCount)
                           move te-expiry to et-expiry(exemptCount)
                       else
                           display "WARNING: exemption table full "
                               "(500) - remaining certificates not "
                               "loaded"
                           move 'Y' to exemptEOF
                       end-if
               end-read
           end-perform

           close exemptFile.

        CHECK-JURISDICTION.
           move 'Y' to jurTrans
           if jurCode = spaces or taxrate-count = 0
        COMPUTE-SALES-TAX.
           move 0 to taxAmt
           move 0 to signedTax
           move 0 to txnTax
           move 0 to signedTxnTax
           move spaces to exemptCert
           if jurCode = spaces or taxrate-count = 0
               exit paragraph
           end-if

           perform FIND-EXEMPT-CERT
           if exemptCert not = spaces
               exit paragraph
           end-if

           set tj-idx to 1
           search taxrate-entry
               at end continue
               when tj-juris(tj-idx) = jurCode
                   compute txnTax rounded =
                       txnSales * tj-rate(tj-idx)
           end-search

      *> Tax is charged on the invoice in the sale's currency and
      *> carried in base alongside it.
           if saleCurrency = spaces
               move txnTax to taxAmt
           else
               compute taxAmt rounded = txnTax * saleFxRate
           end-if

           if transType = 'R'
               compute signedTax = 0 - taxAmt
               compute signedTxnTax = 0 - txnTax
           else
               move taxAmt to signedTax
               move txnTax to signedTxnTax
           end-if.

      *> A certificate covers the customer in one jurisdiction up
      *> to and including its expiry date.
        FIND-EXEMPT-CERT.
           if custNum = 0 or exemptCount = 0
               exit paragraph
           end-if

           set ex-idx to 1
           search exempt-entry
               at end continue
               when et-cust(ex-idx) = custNum
                       and et-juris(ex-idx) = jurCode
                       and et-expiry(ex-idx) >= taxRunDate
                   move et-cert(ex-idx) to exemptCert
           end-search.

        OPEN-CUSTOMER-MASTER.
           move 'N' to custMasterOK
           open input customerMaster
                   CMStat ") - customers not verified"
           end-if.

        OPEN-INVENTORY-FILE.
           move 'N' to invFileOK
           open i-o inventoryFile
           if IVStat = "35"
               open output inventoryFile
               close inventoryFile
               open i-o inventoryFile
           end-if
           if IVStat = "00"
               move 'Y' to invFileOK
           else
               display "WARNING: inventory file unavailable ("
                   IVStat ") - stock not relieved"
           end-if.

      *> Stock moves at the branch the sale is booked to; a sale
      *> relieves on-hand, a return credit puts the units back.
      *> The first movement at a branch opens its balance at zero.
      *> Non-stock products and products not on file are skipped.
        RELIEVE-INVENTORY.
           if invFileOK not = 'Y' or prodTrans = 'N'
                   or prodStockFlag = 'N'
               exit paragraph
           end-if

           move prodCode to iv-prod
           move sd-branch to iv-branch
           read inventoryFile
               invalid key
                   move 0 to iv-on-hand
                   move 0 to iv-on-order
                   move 0 to iv-reorder-point
                   move 0 to iv-reorder-qty
                   move 0 to iv-last-receipt
                   move 0 to iv-last-issue
                   write inventory-record
                       invalid key
                           display "WARNING: inventory add failed "
                               IVStat " for " prodCode
                           exit paragraph
                   end-write
           end-read

           if transType = 'R'
               add uSold to iv-on-hand
           else
               subtract uSold from iv-on-hand
               if iv-on-hand < 0
                   add 1 to stockOutCount
                   display "WARNING: " prodCode " at branch "
                       iv-branch " sold below zero on hand"
               end-if
           end-if
           move sd-date to iv-last-issue
           rewrite inventory-record
               invalid key
                   display "WARNING: inventory update failed "
                       IVStat " for " prodCode
           end-rewrite.

        CHECK-CUSTOMER.
           move 'Y' to custTrans
           move space to ownerType
           move 0 to ownerSnum
           if custMasterOK = 'Y' and custNum > 0
               move custNum to cm-custno
               read customerMaster
                           move "Customer not on customer master"
                               to suspenseReason
                       end-if
                   not invalid key
                       move cm-owner-type to ownerType
                       move cm-owner-snum to ownerSnum
               end-read
           end-if.

      *> The owning rep is paid on the account; a sale keyed by
      *> anyone else goes to suspense for review unless the owner
      *> shares it as the split rep.  House accounts pay no
      *> commission, override or contest bonus.  An unassigned
      *> account pays whoever sold it.
        CHECK-ACCOUNT-OWNER.
           move 'Y' to ownTrans
           move 'N' to houseSale
           if custTrans not = 'Y' or custNum = 0
               exit paragraph
           end-if

           evaluate ownerType
               when 'H'
                   move 'Y' to houseSale
               when 'R'
                   if ownerSnum not = SNum
                           and ownerSnum not = splitSnum
                       move 'N' to ownTrans
                       if dupTrans = 'N' and regTrans = 'Y'
                               and actTrans = 'Y' and prodTrans = 'Y'
                               and jurTrans = 'Y'
                           move "Sale on another rep's account"
                               to suspenseReason
                       end-if
                   end-if
           end-evaluate.

      *> Cascade a commissionable sale up to the rep's manager: the
      *> override is the manager's em-override-rate applied to the
      *> full sale value, paid and registered like any other earning.
        CASCADE-OVERRIDE.
           move 0 to ovrMgr
           move 0 to ovrRate
           if houseSale = 'Y'
               exit paragraph
           end-if
           move SNum to em-snum
           read employeeMaster
               invalid key
           move 0 to sd-invoice
           move jurCode to sd-juris
           move signedTax to sd-tax
           move signedComm to sd-comm
           move splitSnum to sd-split-snum
           move splitPct to sd-split-pct
           move signedCost to sd-cost
           move signedMargin to sd-margin
           move exemptCert to sd-exempt-cert
           move asgTerritory to sd-territory
           move asgRegion to sd-region
           if branchCode = spaces
               move asgBranch to sd-branch
           else
               move branchCode to sd-branch
           end-if
           move saleCurrency to sd-currency
           move saleFxRate to sd-fx-rate
           move signedTxnSales to sd-txn-amount
           move signedTxnTax to sd-txn-tax
           write sale-detail-record.

      *> BRANCH-REF.dat carries each branch's currency; a missing
      *> file or blank code leaves every sale in base currency.
        LOAD-BRANCH-CURRENCY.
           open input branchFile
           if BRStat not = "00"
               exit paragraph
           end-if

           perform until branchEOF = 'Y'
               read branchFile
                   at end move 'Y' to branchEOF
                   not at end
                       if br-currency not = spaces
                               and branchCcyCount < 50
                           add 1 to branchCcyCount
                           move br-code to bc-branch(branchCcyCount)
                           move br-currency
                               to bc-currency(branchCcyCount)
                       end-if
               end-read
           end-perform

           close branchFile.

      *> The sale's branch is the one keyed on the transaction, else
      *> the rep's own.  A foreign-currency sale with no rate in
      *> force today goes to suspense rather than be converted at a
      *> guess; a price taken from the product list (base currency)
      *> is converted into the sale's currency.
        CHECK-CURRENCY.
           move 'Y' to fxTrans
           move spaces to saleCurrency
           move 1 to saleFxRate

           move branchCode to saleBranch
           if saleBranch = spaces
               move empBranch to saleBranch
           end-if
           if saleBranch = spaces
               move asgBranch to saleBranch
           end-if
           if saleBranch = spaces or branchCcyCount = 0
               exit paragraph
           end-if

           set bc-idx to 1
           search branch-ccy-entry
               at end continue
               when bc-branch(bc-idx) = saleBranch
                   move bc-currency(bc-idx) to saleCurrency
           end-search
           if saleCurrency = spaces
               exit paragraph
           end-if

           move saleCurrency to fx-currency
           move rateRunDate to fx-date
           call "FXRATE" using fx-rate-parms
           end-call
           if fx-found not = 'Y'
               move 'N' to fxTrans
               if dupTrans = 'N' and regTrans = 'Y'
                       and actTrans = 'Y' and custTrans = 'Y'
                       and prodTrans = 'Y' and jurTrans = 'Y'
                       and ownTrans = 'Y'
                   move "No exchange rate for currency"
                       to suspenseReason
               end-if
               exit paragraph
           end-if
           move fx-rate to saleFxRate

           if listPriced = 'Y'
               compute uPrice rounded = uPrice / saleFxRate
           end-if.

        UPDATE-EMPLOYEE-MASTER.
           if splitSnum > 0 and splitPct > 0 and splitPct < 100
               compute split2Sales rounded =
                   move spaces to em-account
                   move space to em-acct-type
                   move spaces to em-branch
                   move space to em-bank-status
                   move spaces to em-plan
                   move 0 to em-plan-date
                   move spaces to em-prev-plan
                   write employee-master-record
                   move "EMP" to cj-master
                   move 'A' to cj-action
                   end-call
           end-read.

      *> Interactive entry prices before the master is opened for
      *> update, so the rep's plan and branch are read here on their
      *> own; the batch run picks them up in CHECK-ACTIVE.
        LOOKUP-REP-PLAN.
           move spaces to empBranch
           perform CLEAR-REP-PLAN
           perform CLEAR-REP-ASSIGNMENT
           open input employeeMaster
           if EMStat not = "00"
               exit paragraph
           end-if
           move SNum to em-snum
           read employeeMaster
               invalid key
                   continue
               not invalid key
                   perform SAVE-REP-PLAN
                   perform SAVE-REP-ASSIGNMENT
                   move asgBranch to empBranch
           end-read
           close employeeMaster.

        CLEAR-REP-PLAN.
           move spaces to cc-plan
           move 0 to cc-plan-date
           move spaces to cc-prev-plan
           move 0 to cc-ytd-comm.

        SAVE-REP-PLAN.
           move em-plan to cc-plan
           move em-plan-date to cc-plan-date
           move em-prev-plan to cc-prev-plan
           move em-ytd-comm to cc-ytd-comm.

        VALIDATE-TRANSACTION.
           move 'Y' to validTrans
               end-if
           end-if.

        LOAD-ASSIGN-HISTORY.
           open input assignHistFile
           if AHStat not = "00"
               exit paragraph
           end-if

           perform until asgEOF = 'Y'
               read assignHistFile
                   at end move 'Y' to asgEOF
                   not at end
                       if ah-eff-date <= rateRunDate
                           perform KEEP-LATEST-ASSIGNMENT
                       end-if
               end-read
           end-perform

           close assignHistFile.

        KEEP-LATEST-ASSIGNMENT.
           move 'N' to asgFound
           perform varying asg-idx from 1 by 1
                   until asg-idx > asgCount or asgFound = 'Y'
               if ag-snum(asg-idx) = ah-snum
                   move 'Y' to asgFound
                   if ah-eff-date >= ag-eff-date(asg-idx)
                       move ah-eff-date to ag-eff-date(asg-idx)
                       move ah-territory to ag-territory(asg-idx)
                       move ah-region to ag-region(asg-idx)
                       move ah-branch to ag-branch(asg-idx)
                   end-if
               end-if
           end-perform

           if asgFound = 'N'
               if asgCount < 1000
                   add 1 to asgCount
                   move ah-snum to ag-snum(asgCount)
                   move ah-eff-date to ag-eff-date(asgCount)
                   move ah-territory to ag-territory(asgCount)
                   move ah-region to ag-region(asgCount)
                   move ah-branch to ag-branch(asgCount)
               else
                   display "WARNING: assignment history table full "
                       "(1000) - " ah-snum " stamped from master"
               end-if
           end-if.

      *> Called with the rep's employee record just read.
        SAVE-REP-ASSIGNMENT.
           move em-territory to asgTerritory
           move em-region to asgRegion
           move em-branch to asgBranch
           if asgCount = 0
               exit paragraph
           end-if
           set asg-idx to 1
           search asg-entry
               at end continue
               when ag-snum(asg-idx) = em-snum
                   move ag-territory(asg-idx) to asgTerritory
                   move ag-region(asg-idx) to asgRegion
                   move ag-branch(asg-idx) to asgBranch
           end-search.

        CLEAR-REP-ASSIGNMENT.
           move spaces to asgTerritory
           move spaces to asgRegion
           move spaces to asgBranch.

        LOAD-CONTEST-TABLE.
           open input contestFile
           if CTStat not = "00"
               exit paragraph
           end-if

           move 'N' to contestEOF
           perform until contestEOF = 'Y'
               read contestFile next
                   at end move 'Y' to contestEOF
                   not at end
                       if ct-rule = 'U' and ct-status = 'O'
                               and ct-start <= rateRunDate
                               and ct-end >= rateRunDate
                           if spiffCount < 50
                               add 1 to spiffCount
                               move ct-id to kt-id(spiffCount)
                               move ct-prod to kt-prod(spiffCount)
                               move ct-unit-bonus
                                   to kt-bonus(spiffCount)
                           else
                               display "WARNING: contest table full "
                                   "(50) - " ct-id " not accrued"
                           end-if
                       end-if
               end-read
           end-perform

           close contestFile.

      *> A SPIFF is earned per unit on the sale detail line and
      *> paid as its own earnings type (S), shared on a split like
      *> the commission and reversed by a return.  It stays out of
      *> the commission totals the batch reconciles against.
        ACCRUE-CONTEST-BONUS.
           if spiffCount = 0 or houseSale = 'Y'
               exit paragraph
           end-if

           perform varying kt-idx from 1 by 1
                   until kt-idx > spiffCount
               if kt-prod(kt-idx) = prodCode
                   compute bonusAmt rounded = uSold * kt-bonus(kt-idx)
                   if bonusAmt > 0
                       perform PAY-CONTEST-BONUS
                   end-if
               end-if
           end-perform.

        PAY-CONTEST-BONUS.
           if splitSnum > 0 and splitPct > 0 and splitPct < 100
               compute bonusShare rounded = bonusAmt * splitPct / 100
               move splitSnum to bonusSnum
               perform WRITE-BONUS-PAY-RECORD
               compute bonusShare = bonusAmt - bonusShare
           else
               move bonusAmt to bonusShare
           end-if
           move SNum to bonusSnum
           perform WRITE-BONUS-PAY-RECORD.

        WRITE-BONUS-PAY-RECORD.
           move bonusSnum to pr-emp-number
           move payPeriod to pr-pay-period
           move 'S' to pr-type
           if transType = 'R'
               move '-' to pr-sign
               subtract bonusShare from bonusTotal
           else
               move '+' to pr-sign
               add bonusShare to bonusTotal
           end-if
           move branchCode to pr-branch
           move bonusShare to pr-gross-amt
           move bonusSnum to wc-snum
           move bonusShare to wc-gross
           call "WHCALC" using withhold-calc-parms
           end-call
           move wc-deduct to pr-deduct-amt
           compute pr-net-amt = bonusShare - wc-deduct
           move 'N' to pr-sent
           move batchNo to pr-batch
           write payroll-record.

        OPEN-PAYROLL-FILE.
           open input payrollFile
           if PRStat = "00"
        CHECK-ACTIVE.
           move 'Y' to actTrans
           move spaces to empBranch
           perform CLEAR-REP-PLAN
           perform CLEAR-REP-ASSIGNMENT
           move SNum to em-snum
           read employeeMaster
               invalid key
                   continue
               not invalid key
                   perform SAVE-REP-ASSIGNMENT
                   move asgBranch to empBranch
                   perform SAVE-REP-PLAN
                   if em-status = 'T'
                       move 'N' to actTrans
                       if dupTrans = 'N' and regTrans = 'Y'
           add 1 to rejectCount.

        COMPUTE-COMMISSION.
           compute txnSales = uSold * uPrice
           if saleCurrency = spaces
               move txnSales to tSales
           else
               compute tSales rounded = txnSales * saleFxRate
           end-if
           move tSales to ZTsales

           move uSold to ZuSold
           move uPrice to ZuPrice

      *> Sales are dated the run day.  A split is priced on the
      *> primary rep's plan and limits before it is shared.
           move rateRunDate to cc-date
           move 0 to cc-force-date
           move transType to cc-type
           move tSales to cc-sales
           move 'Y' to cc-limits
           move prodCode to cc-prod
           move uSold to cc-units
           call "COMMCALC" using comm-calc-parms
           end-call
           move cc-rate to commRate
           move cc-comm to comm
           move cc-cost to saleCost
           move cc-margin to saleMargin
           if prodCommFlag = 'N' or houseSale = 'Y'
               move 0 to comm
           end-if


           if transType = 'R'
               compute signedSales = 0 - tSales
               compute signedTxnSales = 0 - txnSales
               compute signedComm = 0 - comm
               compute signedCost = 0 - saleCost
               compute signedMargin = 0 - saleMargin
               move '-' to salesSign
           else
               move tSales to signedSales
               move txnSales to signedTxnSales
               move comm to signedComm
               move saleCost to signedCost
               move saleMargin to signedMargin
               move space to salesSign
           end-if.

                  function trim(parmInputFile) delimited by size
                  into audit-line
           end-string
           perform SEAL-AUDIT-LINE

           close auditFile.

                  todayDate delimited by size
                  into audit-line
           end-string
           perform SEAL-AUDIT-LINE

           close auditFile.

           end-string
               write bufferLine

           if stockOutCount > 0
               move stockOutCount to ZstockOutCount
               move spaces to bufferLine
               string "Sales Taking Stock Below Zero: "
                          delimited by size
                      function trim(ZstockOutCount) delimited by space
                      into bufferLine
               end-string
                   write bufferLine
           end-if

           if exemptSaleCount > 0
               move exemptSaleCount to ZexemptSaleCount
               move spaces to bufferLine
               string "Tax-Exempt Sales (certificate on file): "
                          delimited by size
                      function trim(ZexemptSaleCount)
                          delimited by space
                      into bufferLine
               end-string
                   write bufferLine
           end-if

           if houseCount > 0
               move houseCount to ZhouseCount
               move spaces to bufferLine
               string "House Account Sales (no commission): "
                          delimited by size
                      function trim(ZhouseCount) delimited by space
                      into bufferLine
               end-string
                   write bufferLine
           end-if

           move spaces to bufferLine
           string "TRL | Total Sales: " delimited by size
                  function trim(ZbatchTotalSales) delimited by space
           end-string
               write bufferLine

           if bonusTotal not = 0
               move bonusTotal to ZbonusTotal
               move spaces to bufferLine
               string "SPIFF | Contest bonus: " delimited by size
                      function trim(ZbonusTotal) delimited by space
                      into bufferLine
               end-string
                   write bufferLine
           end-if

               write bufferLine from "-------------------"
               write bufferLine from spaces.

        SEAL-AUDIT-LINE.
           move 'S' to sl-function
           move "AUD" to sl-chain
           move audit-line to sl-text
           call "SEALREC" using seal-parms
           end-call
           move sl-seq to at-seq
           move sl-seal to at-seal
           write audit-sealed-line.
