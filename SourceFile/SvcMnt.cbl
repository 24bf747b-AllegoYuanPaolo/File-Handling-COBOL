       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVCMNT.

       ENVIRONMENT DIVISION.
           input-output section.
               file-control.
                   select contractFile
                       assign to "SERVICE-CONTRACT.dat"
                       organization is line sequential
                       file status is SCStat.

                   select customerMaster
                       assign to "CUSTOMER-MASTER.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is cm-custno
                       alternate record key is cm-name
                           with duplicates
                       file status is CMStat.

                   select employeeMaster
                       assign to "EMPLOYEE-MASTER.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is em-snum
                       alternate record key is em-sname
                           with duplicates
                       file status is EMStat.

                   select productFile
                       assign to "PRODUCT-MASTER.dat"
                       organization is line sequential
                       file status is PDStat.

                   select userCurrFile
                       assign to "CURRENT-USER.dat"
                       organization is line sequential
                       file status is CUStat.

                   select auditFile
                       assign to "AUDIT-TRAIL.dat"
                       organization is line sequential
                       file status is AuditStat.

       DATA DIVISION.
           file section.
               fd contractFile.
                   copy "SVCCONTR.cpy".

               fd customerMaster.
                   copy "CUSTOMER-MASTER.cpy".

               fd employeeMaster.
                   copy "EMPLOYEE-MASTER.cpy".

               fd productFile.
                   01 product-record.
                       02 pm-code      pic x(6).
                       02 pm-desc      pic x(20).
                       02 pm-std-price pic 9(3).
                       02 pm-comm      pic x.
                       02 pm-stock     pic x.

               fd userCurrFile.
                   01 user-curr-record.
                       02 cu-userid pic x(8).

               fd auditFile.
                   copy "AUDITTRL.cpy".

           WORKING-STORAGE SECTION.
           01 SCStat pic xx.
           01 CMStat pic xx.
           01 EMStat pic xx.
           01 PDStat pic xx.
           01 CUStat pic xx.
           01 AuditStat pic xx.

           01 contract-table.
               02 contract-entry occurs 1 to 500 times
                       depending on contractCount
                       indexed by sc-idx.
                   03 ct-contract    pic 9(6).
                   03 ct-cust        pic 9(6).
                   03 ct-prod        pic x(6).
                   03 ct-qty         pic 9(3)v99.
                   03 ct-price       pic 9(3).
                   03 ct-snum        pic 9(6).
                   03 ct-start       pic 9(8).
                   03 ct-end         pic 9(8).
                   03 ct-bill-day    pic 9(2).
                   03 ct-status      pic x.
                   03 ct-jur         pic x(4).
                   03 ct-branch      pic x(3).
                   03 ct-last-billed pic 9(6).
                   03 ct-entered     pic 9(8).
                   03 ct-user        pic x(8).
           01 contractCount pic 9(3) value 0.
           01 contractEOF pic x value 'N'.
           01 lastContract pic 9(6) value 0.

           01 product-table.
               02 product-entry occurs 1 to 100 times
                       depending on prodCount
                       indexed by prod-idx.
                   03 pt-code      pic x(6).
                   03 pt-desc      pic x(20).
                   03 pt-std-price pic 9(3).
           01 prodCount pic 9(3) value 0.
           01 prodEOF pic x value 'N'.

           01 menuChoice pic 9.
           01 doneFlag pic x value 'N'.
           01 fileChanged pic x value 'N'.
           01 confirmFlag pic x.
           01 custOK pic x.
           01 repOK pic x.
           01 termsOK pic x.
           01 custMasterOK pic x value 'N'.
           01 currentUser pic x(8) value spaces.
           01 todayDate pic 9(8).

           01 newCust pic 9(6).
           01 newContract pic 9(6).
           01 newProd pic x(6).
           01 newQty pic 9(3)v99.
           01 newPrice pic 9(3).
           01 newSnum pic 9(6).
           01 newStart pic 9(8).
           01 newEnd pic 9(8).
           01 newBillDay pic 9(2).
           01 newJur pic x(4).
           01 newBranch pic x(3).
           01 listPrice pic 9(3).
           01 foundIdx pic 9(3).
           01 listCount pic 9(3).
           01 contractState pic x(8).

           01 dispQty pic ZZ9.99.
           01 dispPrice pic ZZ9.

           copy "AUDITPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp
           move function current-date(1:8) to todayDate
           perform LOAD-CONTRACT-FILE
           perform LOAD-PRODUCT-TABLE
           perform IDENTIFY-OPERATOR

           open input customerMaster
           if CMStat = "00"
               move 'Y' to custMasterOK
           else
               display "WARNING: customer master unavailable ("
                   CMStat ") - customers not verified"
           end-if

           perform until doneFlag = 'Y'
               perform DISPLAY-MENU
               accept menuChoice

               evaluate menuChoice
                   when 1 perform LIST-CONTRACTS
                   when 2 perform ADD-CONTRACT
                   when 3 perform CHANGE-CONTRACT
                   when 4 perform HOLD-CONTRACT
                   when 0 move 'Y' to doneFlag
                   when other
                       display "Invalid selection - pick 0 to 4."
               end-evaluate
           end-perform

           if custMasterOK = 'Y'
               close customerMaster
           end-if

           if fileChanged = 'Y'
               perform REWRITE-CONTRACT-FILE
               display "SVCMNT: SERVICE-CONTRACT.dat rewritten."
           end-if

           perform WRITE-AUDIT-TRAIL

           GOBACK.

       DISPLAY-MENU.
           display " "
           display "===== SERVICE CONTRACTS ====="
           display "1  List a customer's contracts"
           display "2  Add contract"
           display "3  Change contract terms"
           display "4  Hold / release contract"
           display "0  Exit"
           display "Enter selection: " with no advancing.

       GET-CUSTOMER.
           move 'N' to custOK
           display "Customer number: " with no advancing
           accept newCust
           if newCust = 0
               display "Customer number must be > zero."
               exit paragraph
           end-if
           if custMasterOK = 'Y'
               move newCust to cm-custno
               read customerMaster
                   invalid key
                       display "Customer " newCust " is not on the "
                           "customer master."
                       exit paragraph
                   not invalid key
                       display "Customer: " cm-name
               end-read
           end-if
           move 'Y' to custOK.

       GET-CONTRACT.
           move 0 to foundIdx
           display "Contract number: " with no advancing
           accept newContract
           perform varying sc-idx from 1 by 1
                   until sc-idx > contractCount
               if ct-contract(sc-idx) = newContract
                   set foundIdx to sc-idx
               end-if
           end-perform
           if foundIdx = 0
               display "Contract " newContract " is not on file."
               exit paragraph
           end-if
           set sc-idx to foundIdx
           perform SHOW-CONTRACT.

       LIST-CONTRACTS.
           perform GET-CUSTOMER
           if custOK not = 'Y'
               exit paragraph
           end-if
           move 0 to listCount
           perform varying sc-idx from 1 by 1
                   until sc-idx > contractCount
               if ct-cust(sc-idx) = newCust
                   add 1 to listCount
                   perform SHOW-CONTRACT
               end-if
           end-perform
           if listCount = 0
               display "No service contracts on file for " newCust
           end-if.

       SHOW-CONTRACT.
           evaluate true
               when ct-end(sc-idx) > 0
                       and ct-end(sc-idx) < todayDate
                   move "ENDED" to contractState
               when ct-status(sc-idx) = 'H'
                   move "ON HOLD" to contractState
               when other
                   move "active" to contractState
           end-evaluate
           move ct-qty(sc-idx) to dispQty
           move ct-price(sc-idx) to dispPrice
           display "  Contract " ct-contract(sc-idx)
               "  cust " ct-cust(sc-idx)
               "  " ct-prod(sc-idx)
               "  qty " dispQty "  price " dispPrice
               "  rep " ct-snum(sc-idx)
           display "    from " ct-start(sc-idx)
               "  to " ct-end(sc-idx)
               "  bills day " ct-bill-day(sc-idx)
               "  last billed " ct-last-billed(sc-idx)
               "  " contractState.

      *> The product must be on the price list; its list price is
      *> offered as the contract price.
       GET-PRODUCT.
           move 0 to listPrice
           display "Product code (e.g. SVCFEE): " with no advancing
           accept newProd
           if prodCount = 0
               exit paragraph
           end-if
           set prod-idx to 1
           search product-entry
               at end
                   display "Product " newProd " is not on "
                       "PRODUCT-MASTER.dat."
                   move spaces to newProd
               when pt-code(prod-idx) = newProd
                   move pt-std-price(prod-idx) to listPrice
                   display pt-desc(prod-idx) " - list price "
                       pt-std-price(prod-idx)
           end-search.

       GET-REP.
           move 'N' to repOK
           display "Rep employee number: " with no advancing
           accept newSnum
           open input employeeMaster
           if EMStat not = "00"
               display "Employee master unavailable (" EMStat
                   ") - rep cannot be verified."
               exit paragraph
           end-if

           move newSnum to em-snum
           read employeeMaster
               invalid key
                   display "Employee " newSnum
                       " is not on the employee master."
               not invalid key
                   if em-status = 'T'
                       display "Employee " newSnum
                           " is terminated - pick an active rep."
                   else
                       display "Rep: " em-sname
                       move 'Y' to repOK
                   end-if
           end-read
           close employeeMaster.

      *> Quantity, price, end date and billing day - asked on add
      *> and again on a change of terms.
       GET-TERMS.
           move 'N' to termsOK
           display "Quantity per month (0.01 - 999.99): "
               with no advancing
           accept newQty
           if newQty = 0
               display "Quantity must be > zero."
               exit paragraph
           end-if

           display "Monthly unit price (0 = list price): "
               with no advancing
           accept newPrice
           if newPrice = 0
               move listPrice to newPrice
           end-if
           if newPrice = 0
               display "Price must be > zero."
               exit paragraph
           end-if

           display "End date (YYYYMMDD, 0 = open-ended): "
               with no advancing
           accept newEnd
           if newEnd > 0 and newEnd < newStart
               display "End date is before the start date."
               exit paragraph
           end-if

           display "Billing day of month (1-28): " with no advancing
           accept newBillDay
           if newBillDay < 1 or newBillDay > 28
               display "Billing day must be 1 to 28."
               exit paragraph
           end-if
           move 'Y' to termsOK.

       ADD-CONTRACT.
           perform GET-CUSTOMER
           if custOK not = 'Y'
               exit paragraph
           end-if
           if contractCount >= 500
               display "Contract table full (500) - not added."
               exit paragraph
           end-if

           perform GET-PRODUCT
           if newProd = spaces
               exit paragraph
           end-if
           perform GET-REP
           if repOK not = 'Y'
               exit paragraph
           end-if

           display "Start date (YYYYMMDD, 0 = today): "
               with no advancing
           accept newStart
           if newStart = 0
               move todayDate to newStart
           end-if
           perform GET-TERMS
           if termsOK not = 'Y'
               display "Add discarded - not written."
               exit paragraph
           end-if

           display "Tax jurisdiction (blank = none): "
               with no advancing
           accept newJur
           display "Branch code (blank = rep's home branch): "
               with no advancing
           accept newBranch

           move newQty to dispQty
           move newPrice to dispPrice
           display "Confirm " newProd " x " dispQty " at "
               dispPrice " monthly for " newCust "? (Y/N): "
               with no advancing
           accept confirmFlag
           if confirmFlag not = 'Y' and confirmFlag not = 'y'
               display "Add discarded - not written."
               exit paragraph
           end-if

           add 1 to lastContract
           add 1 to contractCount
           move lastContract to ct-contract(contractCount)
           move newCust to ct-cust(contractCount)
           move newProd to ct-prod(contractCount)
           move newQty to ct-qty(contractCount)
           move newPrice to ct-price(contractCount)
           move newSnum to ct-snum(contractCount)
           move newStart to ct-start(contractCount)
           move newEnd to ct-end(contractCount)
           move newBillDay to ct-bill-day(contractCount)
           move 'A' to ct-status(contractCount)
           move newJur to ct-jur(contractCount)
           move newBranch to ct-branch(contractCount)
           move 0 to ct-last-billed(contractCount)
           move todayDate to ct-entered(contractCount)
           move currentUser to ct-user(contractCount)
           move 'Y' to fileChanged
           display "Contract " lastContract " added.".

      *> Product and customer stay as added; a change of product is
      *> a new contract.  The rep may be reassigned.
       CHANGE-CONTRACT.
           perform GET-CONTRACT
           if foundIdx = 0
               exit paragraph
           end-if

           move ct-prod(foundIdx) to newProd
           move 0 to listPrice
           perform varying prod-idx from 1 by 1
                   until prod-idx > prodCount
               if pt-code(prod-idx) = newProd
                   move pt-std-price(prod-idx) to listPrice
               end-if
           end-perform
           move ct-start(foundIdx) to newStart
           perform GET-TERMS
           if termsOK not = 'Y'
               display "Change discarded - not written."
               exit paragraph
           end-if

           display "Reassign the rep? (Y/N): " with no advancing
           accept confirmFlag
           if confirmFlag = 'Y' or confirmFlag = 'y'
               perform GET-REP
               if repOK not = 'Y'
                   display "Change discarded - not written."
                   exit paragraph
               end-if
           else
               move ct-snum(foundIdx) to newSnum
           end-if

           display "Confirm the change? (Y/N): " with no advancing
           accept confirmFlag
           if confirmFlag not = 'Y' and confirmFlag not = 'y'
               display "Change discarded - not written."
               exit paragraph
           end-if

           move newQty to ct-qty(foundIdx)
           move newPrice to ct-price(foundIdx)
           move newSnum to ct-snum(foundIdx)
           move newEnd to ct-end(foundIdx)
           move newBillDay to ct-bill-day(foundIdx)
           move todayDate to ct-entered(foundIdx)
           move currentUser to ct-user(foundIdx)
           move 'Y' to fileChanged
           display "Contract changed.".

       HOLD-CONTRACT.
           perform GET-CONTRACT
           if foundIdx = 0
               exit paragraph
           end-if

           if ct-status(foundIdx) = 'H'
               display "Release the hold - billing resumes? (Y/N): "
                   with no advancing
           else
               display "Put on hold - no billing until released? "
                   "(Y/N): " with no advancing
           end-if
           accept confirmFlag
           if confirmFlag not = 'Y' and confirmFlag not = 'y'
               display "No change made."
               exit paragraph
           end-if

           if ct-status(foundIdx) = 'H'
               move 'A' to ct-status(foundIdx)
               display "Contract released."
           else
               move 'H' to ct-status(foundIdx)
               display "Contract on hold."
           end-if
           move todayDate to ct-entered(foundIdx)
           move currentUser to ct-user(foundIdx)
           move 'Y' to fileChanged.

       IDENTIFY-OPERATOR.
           open input userCurrFile
           if CUStat = "00"
               read userCurrFile
                   at end continue
                   not at end move cu-userid to currentUser
               end-read
               close userCurrFile
           end-if
           if currentUser = spaces
               move "(none)" to currentUser
           end-if.

       LOAD-PRODUCT-TABLE.
           open input productFile
           if PDStat not = "00"
               display "WARNING: PRODUCT-MASTER.dat not found - "
                   "products not verified"
               exit paragraph
           end-if

           perform until prodEOF = 'Y'
               read productFile
                   at end move 'Y' to prodEOF
                   not at end
                       if prodCount < 100
                           add 1 to prodCount
                           move pm-code to pt-code(prodCount)
                           move pm-desc to pt-desc(prodCount)
                           move pm-std-price
                               to pt-std-price(prodCount)
                       end-if
               end-read
           end-perform

           close productFile.

       LOAD-CONTRACT-FILE.
           open input contractFile
           if SCStat not = "00"
               exit paragraph
           end-if

           perform until contractEOF = 'Y'
               read contractFile
                   at end move 'Y' to contractEOF
                   not at end
                       if contractCount < 500
                           add 1 to contractCount
                           move service-contract-record
                               to contract-entry(contractCount)
                           if sc-contract > lastContract
                               move sc-contract to lastContract
                           end-if
                       else
                           display "WARNING: contract table full "
                               "(500) - remaining entries not loaded."
                           move 'Y' to contractEOF
                       end-if
               end-read
           end-perform

           close contractFile.

       REWRITE-CONTRACT-FILE.
           open output contractFile
           perform varying sc-idx from 1 by 1
                   until sc-idx > contractCount
               move contract-entry(sc-idx) to service-contract-record
               write service-contract-record
           end-perform
           close contractFile.

       WRITE-AUDIT-TRAIL.
           move "SVCMNT" to al-program
           move runStartStamp to al-start-stamp
           move SCStat to al-file-status
           move 0 to al-recs-read
           move contractCount to al-recs-written
           move 0 to al-recs-rejected
           move RETURN-CODE to al-return-code
           move "N/A " to al-recon
           call "AUDITLOG" using audit-log-parms
           end-call
           cancel "AUDITLOG".
