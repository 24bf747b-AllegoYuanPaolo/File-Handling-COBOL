                       organization is line sequential
                       file status is PDStat.

                   select inventoryFile
                       assign to "INVENTORY.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is iv-key
                       file status is IVStat.

                   select employeeMaster
                       assign to "EMPLOYEE-MASTER.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is em-snum
                       alternate record key is em-sname
                           with duplicates
                       file status is EMStat.

                   select customerMaster
                       assign to "CUSTOMER-MASTER.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is cm-custno
                       alternate record key is cm-name
                           with duplicates
                       file status is CMStat.

                   select userMasterFile
                       assign to "USER-MASTER.dat"
                       organization is line sequential
                       organization is line sequential
                       file status is CUStat.

                   select contractFile
                       assign to "SERVICE-CONTRACT.dat"
                       organization is line sequential
                       file status is SCStat.

                   select auditFile
                       assign to "AUDIT-TRAIL.dat"
                       organization is line sequential
                       02 pm-desc      pic x(20).
                       02 pm-std-price pic 9(3).
                       02 pm-comm      pic x.
                       02 pm-stock     pic x.

               fd inventoryFile.
                   copy "INVENTRY.cpy".

               fd employeeMaster.
                   copy "EMPLOYEE-MASTER.cpy".

               fd customerMaster.
                   copy "CUSTOMER-MASTER.cpy".

               fd userMasterFile.
                   01 user-master-record.
                   01 user-curr-record.
                       02 cu-userid pic x(8).

               fd contractFile.
                   copy "SVCCONTR.cpy".

               fd auditFile.
                   copy "AUDITTRL.cpy".

                   03 pt-code      pic x(6).
                   03 pt-desc      pic x(20).
                   03 pt-std-price pic 9(3).
                   03 pt-stock     pic x.
           01 prodCount pic 9(3) value 0.
           01 prodEOF pic x value 'N'.
           01 userEOF pic x value 'N'.
           01 overrideAllowed pic x value 'N'.
           01 dispListPrice pic ZZ9.

           01 IVStat pic xx.
           01 EMStat pic xx.
           01 invFileOK pic x value 'N'.
           01 empMasterOK pic x value 'N'.
           01 CMStat pic xx.
           01 custMasterOK pic x value 'N'.
           01 mergeHops pic 9.
           01 prodStocked pic x value 'N'.
           01 stockBranch pic x(3).
           01 stockLeft pic s9(7)v99.
           01 dispStockLeft pic Z,ZZZ,ZZ9.99-.
      *> Units keyed this session and not yet through Sel8, so a
      *> run of sales from the same stock is warned on as it goes.
           01 keyed-stock-table.
               02 keyed-stock-entry occurs 1 to 100 times
                       depending on keyedCount
                       indexed by ks-idx.
                   03 ks-prod   pic x(6).
                   03 ks-branch pic x(3).
                   03 ks-units  pic s9(7)v99.
           01 keyedCount pic 9(3) value 0.
           01 keyedFound pic x.

      *> Customer/product pairs SVCBILL already bills monthly, so a
      *> clerk keying the same sale by hand is warned off.
           01 SCStat pic xx.
           01 contract-table.
               02 contract-entry occurs 1 to 500 times
                       depending on contractCount
                       indexed by sc-idx.
                   03 ct-contract pic 9(6).
                   03 ct-cust     pic 9(6).
                   03 ct-prod     pic x(6).
           01 contractCount pic 9(3) value 0.
           01 contractEOF pic x value 'N'.
           01 todayDate pic 9(8).

           01 hdr-record.
               02 hdr-tag    pic x(3).
               02 hdr-date   pic 9(8).
               02 w-jur pic x(4).
               02 w-branch pic x(3).

           copy "CHKDPRM.cpy".
           01 numberOK pic x.

           copy "AUDITPRM.cpy".
           copy "SEALPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
           end-if

           perform LOAD-PRODUCT-TABLE
           perform LOAD-CONTRACT-TABLE
           perform IDENTIFY-OPERATOR

           open input inventoryFile
           if IVStat = "00"
               move 'Y' to invFileOK
           end-if
           open input employeeMaster
           if EMStat = "00"
               move 'Y' to empMasterOK
           end-if
           open input customerMaster
           if CMStat = "00"
               move 'Y' to custMasterOK
           end-if

           perform until anotherFlag not = 'Y' and anotherFlag not = 'y'
               perform KEY-ONE-TRANSACTION
               display "Another transaction? (Y/N): " with no advancing
               accept anotherFlag
           end-perform

           if invFileOK = 'Y'
               close inventoryFile
           end-if
           if empMasterOK = 'Y'
               close employeeMaster
           end-if
           if custMasterOK = 'Y'
               close customerMaster
           end-if

           perform REFRESH-TRANS-CONTROLS
           perform POST-DAY-CONTROL

           display "Enter employee number (6 digits): "
               with no advancing
           accept entrySnum
           perform CHECK-ENTRY-SNUM
           perform until numberOK = 'Y'
               display "Re-enter employee number: "
                   with no advancing
               accept entrySnum
               perform CHECK-ENTRY-SNUM
           end-perform

           display "Enter units sold (0.01 - 999.99): "
           display "Enter customer number (6 digits): "
               with no advancing
           accept entryCust
           perform CHECK-ENTRY-CUST
           perform until numberOK = 'Y'
               display "Re-enter customer number: "
                   with no advancing
               accept entryCust
               perform CHECK-ENTRY-CUST
           end-perform
           perform REDIRECT-MERGED-CUSTOMER
           perform CHECK-SERVICE-CONTRACT

           display "Enter tax jurisdiction (blank = none): "
               with no advancing
           display "Split employee number (0 = no split): "
               with no advancing
           accept entrySplitSnum
           perform CHECK-ENTRY-SPLIT
           perform until numberOK = 'Y'
               display "Re-enter split employee number (0 = no "
                   "split): " with no advancing
               accept entrySplitSnum
               perform CHECK-ENTRY-SPLIT
           end-perform
           if entrySplitSnum > 0
               display "Split percent to second employee (1-99): "
                   with no advancing
               move 0 to entrySplitPct
           end-if

           perform CHECK-STOCK-ON-HAND

           compute entryValue = entryUsold * entryUprice

           move entryUsold to dispUsold
           move entryBranch to t-branch
           write trans-record
           close transFile
           perform RECORD-KEYED-STOCK

           add 1 to batchCount
           add entryUsold to batchTotalUnits
                           move pm-desc to pt-desc(prodCount)
                           move pm-std-price
                               to pt-std-price(prodCount)
                           move pm-stock to pt-stock(prodCount)
                       end-if
               end-read
           end-perform

           close productFile.

      *> Active contracts only - ended and held contracts are not
      *> being billed, so a hand-keyed sale for them is legitimate.
       LOAD-CONTRACT-TABLE.
           move function current-date(1:8) to todayDate
           open input contractFile
           if SCStat not = "00"
               exit paragraph
           end-if

           perform until contractEOF = 'Y'
               read contractFile
                   at end move 'Y' to contractEOF
                   not at end
                       if sc-status not = 'H'
                               and (sc-end = 0 or sc-end >= todayDate)
                               and contractCount < 500
                           add 1 to contractCount
                           move sc-contract
                               to ct-contract(contractCount)
                           move sc-cust to ct-cust(contractCount)
                           move sc-prod to ct-prod(contractCount)
                       end-if
               end-read
           end-perform

           close contractFile.

       CHECK-SERVICE-CONTRACT.
           if contractCount = 0
               exit paragraph
           end-if
           set sc-idx to 1
           search contract-entry
               at end continue
               when ct-cust(sc-idx) = entryCust
                       and ct-prod(sc-idx) = entryProd
                   display "WARNING: customer " entryCust " has "
                       entryProd " on service contract "
                       ct-contract(sc-idx) " - SVCBILL bills it "
                       "monthly; keying it here bills it twice"
           end-search.

       CHECK-ENTRY-SNUM.
           move 'N' to numberOK
           if entrySnum = 0
               display "Employee number must be > zero"
               exit paragraph
           end-if
           move "EMP" to cd-type
           move entrySnum to cd-number
           perform VALIDATE-KEYED-NUMBER.

       CHECK-ENTRY-CUST.
           move 'N' to numberOK
           if entryCust = 0
               display "Customer number must be > zero"
               exit paragraph
           end-if
           move "CUS" to cd-type
           move entryCust to cd-number
           perform VALIDATE-KEYED-NUMBER.

       CHECK-ENTRY-SPLIT.
           move 'Y' to numberOK
           if entrySplitSnum = 0
               exit paragraph
           end-if
           move 'N' to numberOK
           move "EMP" to cd-type
           move entrySplitSnum to cd-number
           perform VALIDATE-KEYED-NUMBER.

      *> Every keyed employee and customer number goes through the
      *> check-digit test; an old-style number is let through with
      *> a reminder while the conversion period runs.
       VALIDATE-KEYED-NUMBER.
           move 'V' to cd-function
           move "TRANSENT" to cd-caller
           call "CHKDIG" using check-digit-parms
           end-call
           if cd-message not = spaces
               display cd-message
           end-if
           if cd-result not = 'N'
               move 'Y' to numberOK
           end-if.

      *> A customer number CUSTMRG has retired points at the account
      *> it was merged into; the sale is keyed to that one.  A
      *> survivor that has itself been merged since is followed on.
       REDIRECT-MERGED-CUSTOMER.
           if custMasterOK not = 'Y'
               exit paragraph
           end-if
           move 0 to mergeHops
           move entryCust to cm-custno
           read customerMaster
               invalid key move space to cm-status
           end-read
           perform until cm-status not = 'M' or mergeHops = 9
               display "Customer " entryCust " was merged into "
                   cm-merged-into " - entry posted to " cm-merged-into
               move cm-merged-into to entryCust
               add 1 to mergeHops
               move entryCust to cm-custno
               read customerMaster
                   invalid key move space to cm-status
               end-read
           end-perform.

      *> Only an operations (role O) sign-on may key a price other
      *> than the list price; inquiry sign-ons and unknown users
      *> take the list price.

       FIND-LIST-PRICE.
           move 'N' to prodOnFile
           move 'N' to prodStocked
           move 0 to listPrice
           if prodCount = 0
               exit paragraph
               when pt-code(prod-idx) = entryProd
                   move 'Y' to prodOnFile
                   move pt-std-price(prod-idx) to listPrice
                   if pt-stock(prod-idx) not = 'N'
                       move 'Y' to prodStocked
                   end-if
           end-search.

      *> A warning only - the sale is still keyed, and Sel8 takes
      *> the stock below zero for REORDRPT to show.  The branch is
      *> the one keyed, else the rep's home branch, as Sel8 books it.
       CHECK-STOCK-ON-HAND.
           move entryBranch to stockBranch
           if stockBranch = spaces and empMasterOK = 'Y'
               move entrySnum to em-snum
               read employeeMaster
                   invalid key continue
                   not invalid key move em-branch to stockBranch
               end-read
           end-if

           if entryType not = 'S' or prodStocked not = 'Y'
                   or invFileOK not = 'Y'
               exit paragraph
           end-if

           move entryProd to iv-prod
           move stockBranch to iv-branch
           read inventoryFile
               invalid key move 0 to stockLeft
               not invalid key move iv-on-hand to stockLeft
           end-read
           perform varying ks-idx from 1 by 1
                   until ks-idx > keyedCount
               if ks-prod(ks-idx) = entryProd
                       and ks-branch(ks-idx) = stockBranch
                   subtract ks-units(ks-idx) from stockLeft
               end-if
           end-perform

           if stockLeft - entryUsold < 0
               move stockLeft to dispStockLeft
               display "WARNING: stock-out - " entryProd " at branch "
                   stockBranch " has " function trim(dispStockLeft)
                   " on hand; this sale takes it below zero"
           end-if.

       RECORD-KEYED-STOCK.
           if prodStocked not = 'Y'
               exit paragraph
           end-if
           move 'N' to keyedFound
           perform varying ks-idx from 1 by 1
                   until ks-idx > keyedCount or keyedFound = 'Y'
               if ks-prod(ks-idx) = entryProd
                       and ks-branch(ks-idx) = stockBranch
                   move 'Y' to keyedFound
                   if entryType = 'R'
                       subtract entryUsold from ks-units(ks-idx)
                   else
                       add entryUsold to ks-units(ks-idx)
                   end-if
               end-if
           end-perform
           if keyedFound = 'N' and keyedCount < 100
               add 1 to keyedCount
               move entryProd to ks-prod(keyedCount)
               move stockBranch to ks-branch(keyedCount)
               if entryType = 'R'
                   compute ks-units(keyedCount) = 0 - entryUsold
               else
                   move entryUsold to ks-units(keyedCount)
               end-if
           end-if.

       WRITE-OVERRIDE-AUDIT.
           open input auditFile
               if AuditStat = "00"
                  function trim(currentUser) delimited by size
                  into audit-line
           end-string
           perform SEAL-AUDIT-LINE

           close auditFile.

           call "AUDITLOG" using audit-log-parms
           end-call
           cancel "AUDITLOG".

       SEAL-AUDIT-LINE.
           move 'S' to sl-function
           move "AUD" to sl-chain
           move audit-line to sl-text
           call "SEALREC" using seal-parms
           end-call
           move sl-seq to at-seq
           move sl-seal to at-seal
           write audit-sealed-line.
