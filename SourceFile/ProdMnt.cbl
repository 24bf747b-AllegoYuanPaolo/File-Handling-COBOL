                       organization is line sequential
                       file status is PDStat.

                   select prodCostFile
                       assign to "PRODCOST.dat"
                       organization is line sequential
                       file status is PCStat.

                   select userCurrFile
                       assign to "CURRENT-USER.dat"
                       organization is line sequential
                       file status is CUStat.

                   select auditFile
                       assign to "AUDIT-TRAIL.dat"
                       organization is line sequential
                       02 pm-desc      pic x(20).
                       02 pm-std-price pic 9(3).
                       02 pm-comm      pic x.
      *> N = not stocked (services); no inventory is kept for it.
                       02 pm-stock     pic x.

               fd prodCostFile.
                   copy "PRODCOST.cpy".

               fd userCurrFile.
                   01 user-curr-record.
                       02 cu-userid pic x(8).

               fd auditFile.
                   copy "AUDITTRL.cpy".

           WORKING-STORAGE SECTION.
           01 PDStat pic xx.
           01 PCStat pic xx.
           01 CUStat pic xx.
           01 AuditStat pic xx.
           01 currentUser pic x(8) value spaces.

           01 product-table.
               02 product-entry occurs 1 to 100 times
                   03 pt-desc      pic x(20).
                   03 pt-std-price pic 9(3).
                   03 pt-comm      pic x.
                   03 pt-stock     pic x.
           01 prodCount pic 9(3) value 0.
           01 prodEOF pic x value 'N'.

           01 newDesc pic x(20).
           01 newPrice pic 9(3).
           01 newComm pic x.
           01 newStock pic x.
           01 foundIdx pic 9(3).
           01 keepCount pic 9(3).

           01 dispPrice pic ZZ9.

      *> Standard cost history as on PRODCOST.dat, in file order.
           01 cost-table.
               02 cost-entry occurs 1 to 500 times
                       depending on costCount
                       indexed by cost-idx.
                   03 kc-prod     pic x(6).
                   03 kc-eff-date pic 9(8).
                   03 kc-std-cost pic 9(5)v99.
           01 costCount pic 9(3) value 0.
           01 costEOF pic x value 'N'.
           01 costDate pic 9(8).
           01 costInForce pic 9(5)v99.
           01 costFound pic x.
           01 todayDate pic 9(8).
           01 costFromDate pic 9(8).
           01 newCost pic 9(5)v99.
           01 dispCost pic ZZ,ZZ9.99.

           copy "AUDITPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp
           move function current-date(1:8) to todayDate
           perform LOAD-PRODUCT-FILE
           perform LOAD-COST-FILE

           perform until doneFlag = 'Y'
               perform DISPLAY-MENU
                   when 2 perform ADD-PRODUCT
                   when 3 perform CHANGE-PRODUCT
                   when 4 perform DELETE-PRODUCT
                   when 5 perform ADD-STANDARD-COST
                   when 6 perform SHOW-COST-HISTORY
                   when 0 move 'Y' to doneFlag
                   when other
                       display "Invalid selection - pick 0 to 6."
               end-evaluate
           end-perform

           display "2  Add product"
           display "3  Change product"
           display "4  Delete product"
           display "5  Add standard cost"
           display "6  Show cost history"
           display "0  Exit"
           display "Enter selection: " with no advancing.

           perform varying prod-idx from 1 by 1
                   until prod-idx > prodCount
               move pt-std-price(prod-idx) to dispPrice
               move pt-code(prod-idx) to newCode
               move todayDate to costDate
               perform FIND-COST-IN-FORCE
               if costFound = 'Y'
                   move costInForce to dispCost
                   display pt-code(prod-idx) " "
                       pt-desc(prod-idx) " price "
                       dispPrice " comm " pt-comm(prod-idx)
                       " stock " pt-stock(prod-idx)
                       " cost " dispCost
               else
                   display pt-code(prod-idx) " "
                       pt-desc(prod-idx) " price "
                       dispPrice " comm " pt-comm(prod-idx)
                       " stock " pt-stock(prod-idx)
                       " cost (none)"
               end-if
           end-perform.

       FIND-PRODUCT.
               accept newComm
               if newComm = 'y' move 'Y' to newComm end-if
               if newComm = 'n' move 'N' to newComm end-if
           end-perform

           display "Stocked item? (Y/N): " with no advancing
           accept newStock
           if newStock = 'y' move 'Y' to newStock end-if
           if newStock = 'n' move 'N' to newStock end-if
           perform until newStock = 'Y' or newStock = 'N'
               display "Enter Y or N, re-enter: " with no advancing
               accept newStock
               if newStock = 'y' move 'Y' to newStock end-if
               if newStock = 'n' move 'N' to newStock end-if
           end-perform.

       ADD-PRODUCT.
           move newDesc to pt-desc(prodCount)
           move newPrice to pt-std-price(prodCount)
           move newComm to pt-comm(prodCount)
           move newStock to pt-stock(prodCount)
           move 'Y' to fileChanged
           display "Product " newCode " added.".

           move newDesc to pt-desc(foundIdx)
           move newPrice to pt-std-price(foundIdx)
           move newComm to pt-comm(foundIdx)
           move newStock to pt-stock(foundIdx)
           move 'Y' to fileChanged
           display "Product " newCode " changed.".

           move 'Y' to fileChanged
           display "Product " newCode " deleted.".

      *> Latest cost for newCode effective on or before costDate.
       FIND-COST-IN-FORCE.
           move 'N' to costFound
           move 0 to costInForce
           move 0 to costFromDate
           perform varying cost-idx from 1 by 1
                   until cost-idx > costCount
               if kc-prod(cost-idx) = newCode
                       and kc-eff-date(cost-idx) <= costDate
                       and (costFound = 'N'
                       or kc-eff-date(cost-idx) >= costFromDate)
                   move 'Y' to costFound
                   move kc-eff-date(cost-idx) to costFromDate
                   move kc-std-cost(cost-idx) to costInForce
               end-if
           end-perform.

      *> A cost change is a new record effective from a date, never
      *> an update: lines already costed keep the cost they were
      *> sold at.  Back-dating is refused for the same reason.
       ADD-STANDARD-COST.
           display "Enter product code: " with no advancing
           accept newCode

           perform FIND-PRODUCT
           if foundIdx = 0
               display "No product on file for " newCode
               exit paragraph
           end-if

           if costCount >= 500
               display "Cost table full (500) - not added."
               exit paragraph
           end-if

           display "Effective date (YYYYMMDD, 0 = today): "
               with no advancing
           accept costDate
           if costDate = 0
               move todayDate to costDate
           end-if
           if costDate < todayDate
               display "Effective date is before today - a cost "
                   "cannot be back-dated."
               exit paragraph
           end-if

           perform varying cost-idx from 1 by 1
                   until cost-idx > costCount
               if kc-prod(cost-idx) = newCode
                       and kc-eff-date(cost-idx) = costDate
                   display "A cost for " newCode " is already "
                       "effective " costDate "."
                   exit paragraph
               end-if
           end-perform

           display "Standard unit cost: " with no advancing
           accept newCost
           if newCost = 0
               display "Cost must be > zero."
               exit paragraph
           end-if
           if newCost >= pt-std-price(foundIdx)
               move pt-std-price(foundIdx) to dispPrice
               display "WARNING: cost is not below the list price "
                   dispPrice " - every sale will show no margin."
           end-if

           move newCost to dispCost
           display "Confirm cost " dispCost " for " newCode
               " from " costDate "? (Y/N): " with no advancing
           accept confirmFlag
           if confirmFlag not = 'Y' and confirmFlag not = 'y'
               display "Cost discarded - not written."
               exit paragraph
           end-if

           open input prodCostFile
           if PCStat = "00"
               close prodCostFile
               open extend prodCostFile
           else
               open output prodCostFile
           end-if
           if PCStat not = "00"
               display "ERROR: cannot open PRODCOST.dat " PCStat
               move 8 to RETURN-CODE
               exit paragraph
           end-if

           perform IDENTIFY-OPERATOR
           move newCode to pc-prod
           move costDate to pc-eff-date
           move newCost to pc-std-cost
           move todayDate to pc-entered
           move currentUser to pc-user
           write prod-cost-record
           close prodCostFile

           add 1 to costCount
           move newCode to kc-prod(costCount)
           move costDate to kc-eff-date(costCount)
           move newCost to kc-std-cost(costCount)
           display "Cost for " newCode " added.".

       SHOW-COST-HISTORY.
           display "Enter product code: " with no advancing
           accept newCode

           move 'N' to costFound
           perform varying cost-idx from 1 by 1
                   until cost-idx > costCount
               if kc-prod(cost-idx) = newCode
                   move 'Y' to costFound
                   move kc-std-cost(cost-idx) to dispCost
                   display "  From " kc-eff-date(cost-idx)
                       "  cost " dispCost
               end-if
           end-perform
           if costFound = 'N'
               display "No standard cost on file for " newCode
           end-if.

       IDENTIFY-OPERATOR.
           if currentUser not = spaces
               exit paragraph
           end-if
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

       LOAD-COST-FILE.
           open input prodCostFile
           if PCStat not = "00"
               exit paragraph
           end-if

           perform until costEOF = 'Y'
               read prodCostFile
                   at end move 'Y' to costEOF
                   not at end
                       if costCount < 500
                           add 1 to costCount
                           move pc-prod to kc-prod(costCount)
                           move pc-eff-date
                               to kc-eff-date(costCount)
                           move pc-std-cost
                               to kc-std-cost(costCount)
                       else
                           display "WARNING: cost table full (500) "
                               "- remaining entries not loaded."
                           move 'Y' to costEOF
                       end-if
               end-read
           end-perform

           close prodCostFile.

       LOAD-PRODUCT-FILE.
           open input productFile
           if PDStat not = "00"
                   move pm-desc to pt-desc(prodCount)
                   move pm-std-price to pt-std-price(prodCount)
                   move pm-comm to pt-comm(prodCount)
                   move pm-stock to pt-stock(prodCount)
                   if pt-stock(prodCount) not = 'N'
                       move 'Y' to pt-stock(prodCount)
                   end-if
               else
                   display "WARNING: product table full (100) - "
                       "remaining entries not loaded."
               move pt-desc(prod-idx) to pm-desc
               move pt-std-price(prod-idx) to pm-std-price
               move pt-comm(prod-idx) to pm-comm
               move pt-stock(prod-idx) to pm-stock
               write product-record
           end-perform
           close productFile.
