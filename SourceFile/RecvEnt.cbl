       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECVENT.

       ENVIRONMENT DIVISION.
           input-output section.
               file-control.
                   select inventoryFile
                       assign to "INVENTORY.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is iv-key
                       file status is IVStat.

                   select receiptFile
                       assign to "INV-RECEIPT.dat"
                       organization is line sequential
                       file status is IRStat.

                   select productFile
                       assign to "PRODUCT-MASTER.dat"
                       organization is line sequential
                       file status is PDStat.

                   select branchFile
                       assign to "BRANCH-REF.dat"
                       organization is line sequential
                       file status is BRStat.

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
               fd inventoryFile.
                   copy "INVENTRY.cpy".

               fd receiptFile.
                   copy "INVRCPT.cpy".

               fd productFile.
                   01 product-record.
                       02 pm-code      pic x(6).
                       02 pm-desc      pic x(20).
                       02 pm-std-price pic 9(3).
                       02 pm-comm      pic x.
                       02 pm-stock     pic x.

               fd branchFile.
                   01 branch-record.
                       02 br-code pic x(3).
                       02 br-name pic x(20).
                       02 br-currency pic x(3).

               fd userCurrFile.
                   01 user-curr-record.
                       02 cu-userid pic x(8).

               fd auditFile.
                   copy "AUDITTRL.cpy".

           WORKING-STORAGE SECTION.
           01 IVStat pic xx.
           01 IRStat pic xx.
           01 PDStat pic xx.
           01 BRStat pic xx.
           01 CUStat pic xx.
           01 AuditStat pic xx.

           01 menuChoice pic 9.
           01 doneFlag pic x value 'N'.
           01 confirmFlag pic x.
           01 keyOK pic x.
           01 onFile pic x.
           01 prodEOF pic x value 'N'.
           01 branchEOF pic x value 'N'.
           01 currentUser pic x(8) value spaces.
           01 todayDate pic 9(8).

           01 product-table.
               02 product-entry occurs 1 to 100 times
                       depending on prodCount
                       indexed by prod-idx.
                   03 pt-code  pic x(6).
                   03 pt-desc  pic x(20).
                   03 pt-stock pic x.
           01 prodCount pic 9(3) value 0.

           01 branch-table.
               02 branch-entry occurs 1 to 50 times
                       depending on branchCount
                       indexed by br-idx.
                   03 bt-code pic x(3).
                   03 bt-name pic x(20).
           01 branchCount pic 99 value 0.

           01 entryProd pic x(6).
           01 entryBranch pic x(3).
           01 entryQty pic 9(7)v99.
           01 entryRef pic x(10).
           01 entryPoint pic 9(7)v99.
           01 entryReorderQty pic 9(7)v99.

           01 receiptCount pic 9(5) value 0.
           01 orderCount pic 9(5) value 0.

           01 dispQty pic Z,ZZZ,ZZ9.99-.
           01 dispOnOrder pic Z,ZZZ,ZZ9.99.
           01 dispPoint pic Z,ZZZ,ZZ9.99.
           01 dispReorderQty pic Z,ZZZ,ZZ9.99.

           copy "AUDITPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp
           move function current-date(1:8) to todayDate
           perform LOAD-PRODUCT-TABLE
           perform LOAD-BRANCH-TABLE
           perform IDENTIFY-OPERATOR

           open i-o inventoryFile
           if IVStat = "35"
               open output inventoryFile
               close inventoryFile
               open i-o inventoryFile
           end-if
           if IVStat not = "00"
               display "ERROR: cannot open inventory file " IVStat
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           perform until doneFlag = 'Y'
               perform DISPLAY-MENU
               accept menuChoice

               evaluate menuChoice
                   when 1 perform RECEIVE-STOCK
                   when 2 perform RECORD-ORDER
                   when 3 perform SET-REORDER-POINT
                   when 4 perform SHOW-BALANCE
                   when 0 move 'Y' to doneFlag
                   when other
                       display "Invalid selection - pick 0 to 4."
               end-evaluate
           end-perform

           close inventoryFile

           display "RECVENT: " receiptCount " receipts, "
               orderCount " orders posted"

           perform WRITE-AUDIT-TRAIL

           GOBACK.

       DISPLAY-MENU.
           display " "
           display "===== STOCK RECEIVING ====="
           display "1  Receive stock"
           display "2  Record purchase order"
           display "3  Set reorder point"
           display "4  Show stock balance"
           display "0  Exit"
           display "Enter selection: " with no advancing.

      *> Product must be a stocked item on the product master and
      *> the branch on BRANCH-REF.dat; the balance record is read,
      *> or set up at zero when the pair has never moved.
       GET-STOCK-KEY.
           move 'N' to keyOK
           display "Product code: " with no advancing
           accept entryProd
           if prodCount = 0
               display "No products on file."
               exit paragraph
           end-if
           set prod-idx to 1
           search product-entry
               at end
                   display "Product " entryProd " is not on the "
                       "product master."
                   exit paragraph
               when pt-code(prod-idx) = entryProd
                   continue
           end-search
           if pt-stock(prod-idx) = 'N'
               display "Product " entryProd " is not a stocked item."
               exit paragraph
           end-if

           display "Branch code: " with no advancing
           accept entryBranch
           if branchCount > 0
               set br-idx to 1
               search branch-entry
                   at end
                       display "Branch " entryBranch " is not on "
                           "BRANCH-REF.dat."
                       exit paragraph
                   when bt-code(br-idx) = entryBranch
                       continue
               end-search
           end-if

           move entryProd to iv-prod
           move entryBranch to iv-branch
           move 'Y' to onFile
           read inventoryFile
               invalid key
                   move 'N' to onFile
                   move 0 to iv-on-hand
                   move 0 to iv-on-order
                   move 0 to iv-reorder-point
                   move 0 to iv-reorder-qty
                   move 0 to iv-last-receipt
                   move 0 to iv-last-issue
           end-read
           perform SHOW-BALANCE-FIELDS
           move 'Y' to keyOK.

      *> A receipt goes into on-hand and comes off what was on order
      *> (never below zero - stock can arrive that was not ordered
      *> through here).
       RECEIVE-STOCK.
           perform GET-STOCK-KEY
           if keyOK not = 'Y'
               exit paragraph
           end-if

           display "Quantity received: " with no advancing
           accept entryQty
           if entryQty = 0
               display "Quantity must be > zero."
               exit paragraph
           end-if
           display "Packing slip / PO reference: " with no advancing
           accept entryRef

           move entryQty to dispQty
           display "Confirm receipt of " function trim(dispQty)
               " " entryProd " at " entryBranch "? (Y/N): "
               with no advancing
           accept confirmFlag
           if confirmFlag not = 'Y' and confirmFlag not = 'y'
               display "Receipt discarded - not posted."
               exit paragraph
           end-if

           add entryQty to iv-on-hand
           if iv-on-order > entryQty
               subtract entryQty from iv-on-order
           else
               move 0 to iv-on-order
           end-if
           move todayDate to iv-last-receipt
           perform SAVE-BALANCE
           if keyOK not = 'Y'
               exit paragraph
           end-if

           move 'R' to ir-type
           perform WRITE-RECEIPT-JOURNAL
           add 1 to receiptCount
           display "Receipt posted.".

       RECORD-ORDER.
           perform GET-STOCK-KEY
           if keyOK not = 'Y'
               exit paragraph
           end-if

           display "Quantity ordered: " with no advancing
           accept entryQty
           if entryQty = 0
               display "Quantity must be > zero."
               exit paragraph
           end-if
           display "PO number: " with no advancing
           accept entryRef
           if entryRef = spaces
               display "PO number must not be blank."
               exit paragraph
           end-if

           move entryQty to dispQty
           display "Confirm order of " function trim(dispQty)
               " " entryProd " for " entryBranch "? (Y/N): "
               with no advancing
           accept confirmFlag
           if confirmFlag not = 'Y' and confirmFlag not = 'y'
               display "Order discarded - not posted."
               exit paragraph
           end-if

           add entryQty to iv-on-order
           perform SAVE-BALANCE
           if keyOK not = 'Y'
               exit paragraph
           end-if

           move 'O' to ir-type
           perform WRITE-RECEIPT-JOURNAL
           add 1 to orderCount
           display "Order posted.".

       SET-REORDER-POINT.
           perform GET-STOCK-KEY
           if keyOK not = 'Y'
               exit paragraph
           end-if

           display "Reorder point (0 = do not reorder): "
               with no advancing
           accept entryPoint
           display "Reorder quantity: " with no advancing
           accept entryReorderQty
           if entryPoint > 0 and entryReorderQty = 0
               display "Reorder quantity must be > zero."
               exit paragraph
           end-if

           move entryPoint to iv-reorder-point
           move entryReorderQty to iv-reorder-qty
           perform SAVE-BALANCE
           if keyOK = 'Y'
               display "Reorder point set."
           end-if.

       SAVE-BALANCE.
           if onFile = 'Y'
               rewrite inventory-record
                   invalid key
                       display "ERROR: update failed " IVStat
                       move 'N' to keyOK
               end-rewrite
           else
               write inventory-record
                   invalid key
                       display "ERROR: add failed " IVStat
                       move 'N' to keyOK
               end-write
           end-if.

       SHOW-BALANCE.
           perform GET-STOCK-KEY
           if keyOK = 'Y' and onFile = 'N'
               display "No stock has moved for " entryProd
                   " at " entryBranch "."
           end-if.

       SHOW-BALANCE-FIELDS.
           move iv-on-hand to dispQty
           move iv-on-order to dispOnOrder
           display "On hand: " dispQty " | On order: " dispOnOrder
           move iv-reorder-point to dispPoint
           move iv-reorder-qty to dispReorderQty
           display "Reorder at: " dispPoint " | Reorder qty: "
               dispReorderQty
           display "Last receipt: " iv-last-receipt
               " | Last issue: " iv-last-issue.

       WRITE-RECEIPT-JOURNAL.
           open input receiptFile
           if IRStat = "00"
               close receiptFile
               open extend receiptFile
           else
               open output receiptFile
           end-if
           move todayDate to ir-date
           move entryProd to ir-prod
           move entryBranch to ir-branch
           move entryQty to ir-qty
           move entryRef to ir-ref
           move currentUser to ir-user
           write inv-receipt-record
           close receiptFile.

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
                   "no product can be received"
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
                           move pm-stock to pt-stock(prodCount)
                       end-if
               end-read
           end-perform

           close productFile.

       LOAD-BRANCH-TABLE.
           open input branchFile
           if BRStat not = "00"
               display "WARNING: BRANCH-REF.dat not found - "
                   "branch codes not verified"
               exit paragraph
           end-if

           perform until branchEOF = 'Y'
               read branchFile
                   at end move 'Y' to branchEOF
                   not at end
                       if branchCount < 50
                           add 1 to branchCount
                           move br-code to bt-code(branchCount)
                           move br-name to bt-name(branchCount)
                       end-if
               end-read
           end-perform

           close branchFile.

       WRITE-AUDIT-TRAIL.
           move "RECVENT" to al-program
           move runStartStamp to al-start-stamp
           move IVStat to al-file-status
           move 0 to al-recs-read
           compute al-recs-written = receiptCount + orderCount
           move 0 to al-recs-rejected
           move RETURN-CODE to al-return-code
           move "N/A " to al-recon
           call "AUDITLOG" using audit-log-parms
           end-call
           cancel "AUDITLOG".
