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

                   select auditFile
                       assign to "AUDIT-TRAIL.dat"
                       organization is line sequential
               fd customerMaster.
                   copy "CUSTOMER-MASTER.cpy".

               fd employeeMaster.
                   copy "EMPLOYEE-MASTER.cpy".

               fd auditFile.
                   copy "AUDITTRL.cpy".

           WORKING-STORAGE SECTION.
           01 CMStat pic xx.
           01 EMStat pic xx.
           01 AuditStat pic xx.

           01 menuChoice pic 9.
           01 newStatusDate pic 9(8).
           01 newLimit pic 9(7)v99.
           01 newTier pic x(2).
           01 newBranch pic x(3).
           01 newCurrency pic x(3).
           01 newBalance pic s9(7)v99.
           01 newOwnerType pic x.
           01 newOwnerSnum pic 9(6).
           01 newAddr1 pic x(30).
           01 newAddr2 pic x(30).
           01 newAddr3 pic x(30).
           01 ownerOK pic x.
           01 fieldChoice pic 9.
           01 dispLimit pic $Z,ZZZ,ZZ9.99.
           01 dispBalance pic $Z,ZZZ,ZZ9.99-.

           01 imageTag pic x(7).
           01 imageLabel pic x(3).
           01 beforeImage pic x(200).
           01 afterImage pic x(200).
           01 imageKey pic 9(6).

           copy "AUDITPRM.cpy".
           copy "SEALPRM.cpy".
           copy "CHGPRM.cpy".
           copy "CHKDPRM.cpy".
           01 numberOK pic x.
           copy "PHONPRM.cpy".
           01 newPhonKey pic x(10).
           01 similarCount pic 9(4).
           01 scanEOF pic x.
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
           display "Enter selection: " with no advancing.

       ADD-CUSTOMER.
           display "Enter customer number (0 = issue a new one): "
               with no advancing
           accept lookupKey
           perform GET-NEW-CUSTOMER-NUMBER
           if numberOK not = 'Y'
               exit paragraph
           end-if

           move lookupKey to cm-custno
           read customerMaster
               accept newName
           end-perform

           perform WARN-SIMILAR-CUSTOMERS

           display "Enter payment terms (e.g. NET30): "
               with no advancing
           accept newTerms

           move lookupKey to cm-custno
           move newName to cm-name
           move newPhonKey to cm-phon-key
           move newTerms to cm-terms
           move 'A' to cm-status
           move function current-date(1:8) to cm-status-date
           move 0 to cm-credit-limit
           move 0 to cm-balance
           move spaces to cm-disc-tier
           move 0 to cm-merged-into

           display "Enter servicing branch (blank = head office): "
               with no advancing
           accept newBranch
           move newBranch to cm-branch

           display "Enter billing currency (blank = base currency): "
               with no advancing
           accept newCurrency
           move function upper-case(newCurrency) to cm-currency

           display "Enter credit limit (0 = no limit): "
               with no advancing
           accept newLimit
           move newLimit to cm-credit-limit

           perform GET-ACCOUNT-OWNER
           if ownerOK not = 'Y'
               display "Add discarded - not written."
               exit paragraph
           end-if
           move newOwnerType to cm-owner-type
           move newOwnerSnum to cm-owner-snum

           perform GET-ADDRESS
           move newAddr1 to cm-addr1
           move newAddr2 to cm-addr2
           move newAddr3 to cm-addr3

           display "Confirm add of " lookupKey "? (Y/N): "
               with no advancing
           accept confirmFlag
       CHANGE-CUSTOMER.
           display "Enter customer number: " with no advancing
           accept lookupKey
           perform CHECK-LOOKUP-KEY
           if numberOK not = 'Y'
               exit paragraph
           end-if

           move lookupKey to cm-custno
           read customerMaster
                   exit paragraph
           end-read

           if cm-status = 'M'
               display "Customer " lookupKey " was merged into "
                   cm-merged-into " - change the surviving account."
               exit paragraph
           end-if

           move "CHG" to imageLabel
           move customer-master-record to beforeImage

           display "4  Credit limit"
           display "5  Balance adjustment"
           display "6  Discount tier"
           display "7  Servicing branch and currency"
           display "8  Account owner"
           display "9  Mailing address"
           display "Enter selection: " with no advancing
           accept fieldChoice

                   display "Enter new name: " with no advancing
                   accept newName
                   move newName to cm-name
                   move newName to ph-name
                   call "PHONKEY" using phonetic-key-parms
                   end-call
                   move ph-key to cm-phon-key
               when 2
                   display "Enter new terms: " with no advancing
                   accept newTerms
                   move newTerms to cm-terms
               when 3
                   display "Enter status - (A)ctive, (C)losed or "
                       "credit (H)old: " with no advancing
                   accept newStatus
                   if newStatus = 'a' move 'A' to newStatus end-if
                   if newStatus = 'c' move 'C' to newStatus end-if
                   if newStatus = 'h' move 'H' to newStatus end-if
                   if newStatus not = 'A' and newStatus not = 'C'
                           and newStatus not = 'H'
                       display "Invalid status - no change applied."
                       exit paragraph
                   end-if
                       "none): " with no advancing
                   accept newTier
                   move newTier to cm-disc-tier
               when 7
                   display "Enter servicing branch (blank = head "
                       "office): " with no advancing
                   accept newBranch
                   move newBranch to cm-branch
      *> The balance and open items are in the billing currency, so
      *> it only changes on an account with nothing outstanding.
                   if cm-balance = 0
                       display "Enter billing currency (blank = base "
                           "currency): " with no advancing
                       accept newCurrency
                       move function upper-case(newCurrency)
                           to cm-currency
                   else
                       display "Billing currency " cm-currency
                           " kept - the account has a balance."
                   end-if
               when 8
                   perform GET-ACCOUNT-OWNER
                   if ownerOK not = 'Y'
                       display "No change applied."
                       exit paragraph
                   end-if
                   move newOwnerType to cm-owner-type
                   move newOwnerSnum to cm-owner-snum
               when 9
                   display "Current address: " cm-addr1
                   display "                 " cm-addr2
                   display "                 " cm-addr3
                   perform GET-ADDRESS
                   move newAddr1 to cm-addr1
                   move newAddr2 to cm-addr2
                   move newAddr3 to cm-addr3
               when other
                   display "Invalid selection - no change applied."
                   exit paragraph
       DELETE-CUSTOMER.
           display "Enter customer number: " with no advancing
           accept lookupKey
           perform CHECK-LOOKUP-KEY
           if numberOK not = 'Y'
               exit paragraph
           end-if

           move lookupKey to cm-custno
           read customerMaster
       SHOW-CUSTOMER.
           display "Enter customer number: " with no advancing
           accept lookupKey
           perform CHECK-LOOKUP-KEY
           if numberOK not = 'Y'
               exit paragraph
           end-if

           move lookupKey to cm-custno
           read customerMaster
                   display "Terms: " cm-terms
                       " | Status: " cm-status
                       " | Since: " cm-status-date
                   if cm-status = 'M'
                       display "Merged into customer " cm-merged-into
                   end-if
                   move cm-credit-limit to dispLimit
                   move cm-balance to dispBalance
                   display "Credit limit: " dispLimit
                       " | Balance: " dispBalance
                       " | Tier: " cm-disc-tier
                   display "Branch: " cm-branch
                       " | Currency: " cm-currency
                   evaluate cm-owner-type
                       when 'R'
                           display "Owner: rep " cm-owner-snum
                       when 'H'
                           display "Owner: house account"
                       when other
                           display "Owner: not assigned"
                   end-evaluate
                   display "Address: " cm-addr1
                   display "         " cm-addr2
                   display "         " cm-addr3
           end-read.

       GET-ADDRESS.
           display "Address line 1 (street): " with no advancing
           accept newAddr1
           display "Address line 2 (town): " with no advancing
           accept newAddr2
           display "Address line 3 (postcode): " with no advancing
           accept newAddr3.

      *> A rep owner must be on the employee master and not
      *> terminated; house and unassigned carry no rep number.
       GET-ACCOUNT-OWNER.
           move 'N' to ownerOK
           move 0 to newOwnerSnum
           display "Account owner - (R)ep, (H)ouse, (U)nassigned: "
               with no advancing
           accept newOwnerType
           if newOwnerType = 'r' move 'R' to newOwnerType end-if
           if newOwnerType = 'h' move 'H' to newOwnerType end-if
           if newOwnerType = 'u' or newOwnerType = 'U'
               move space to newOwnerType
           end-if

           evaluate newOwnerType
               when 'R'
                   display "Owning rep employee number: "
                       with no advancing
                   accept newOwnerSnum
                   perform CHECK-OWNER-REP
               when 'H'
                   move 'Y' to ownerOK
               when space
                   move 'Y' to ownerOK
               when other
                   display "Owner must be R, H or U."
           end-evaluate.

       CHECK-OWNER-REP.
           move 'V' to cd-function
           move "EMP" to cd-type
           move newOwnerSnum to cd-number
           move "CUSTMNT " to cd-caller
           call "CHKDIG" using check-digit-parms
           end-call
           if cd-message not = spaces
               display cd-message
           end-if
           if cd-result = 'N'
               exit paragraph
           end-if

           open input employeeMaster
           if EMStat not = "00"
               display "Employee master unavailable (" EMStat
                   ") - owner cannot be verified."
               exit paragraph
           end-if

           move newOwnerSnum to em-snum
           read employeeMaster
               invalid key
                   display "Employee " newOwnerSnum
                       " is not on the employee master."
               not invalid key
                   if em-status = 'T'
                       display "Employee " newOwnerSnum
                           " is terminated - pick an active rep."
                   else
                       move 'Y' to ownerOK
                   end-if
           end-read
           close employeeMaster.

      *> New accounts take a check-digit number: keyed, or issued
      *> from NUMBER-CTL.dat when 0 is keyed.  An issued number an
      *> old account already holds is passed over.
       GET-NEW-CUSTOMER-NUMBER.
           move 'N' to numberOK
           move "CUS" to cd-type
           move "CUSTMNT " to cd-caller
           if lookupKey not = 0
               move 'N' to cd-function
               move lookupKey to cd-number
               call "CHKDIG" using check-digit-parms
               end-call
               if cd-result = 'N'
                   display cd-message
               else
                   move 'Y' to numberOK
               end-if
               exit paragraph
           end-if

           move space to cd-result
           perform until numberOK = 'Y' or cd-result = 'N'
               move 'I' to cd-function
               call "CHKDIG" using check-digit-parms
               end-call
               if cd-result = 'Y'
                   move cd-number to cm-custno
                   read customerMaster
                       invalid key move 'Y' to numberOK
                   end-read
               end-if
           end-perform
           if numberOK not = 'Y'
               display cd-message
               exit paragraph
           end-if
           move cd-number to lookupKey
           display "Customer number " lookupKey " issued.".

      *> A customer already on file under a sound-alike name is
      *> most likely the same account keyed again - the operator
      *> sees them before confirming the add.
       WARN-SIMILAR-CUSTOMERS.
           move newName to ph-name
           call "PHONKEY" using phonetic-key-parms
           end-call
           move ph-key to newPhonKey
           if newPhonKey = spaces
               exit paragraph
           end-if

           move 0 to similarCount
           move 'N' to scanEOF
           move 0 to cm-custno
           start customerMaster key >= cm-custno
               invalid key move 'Y' to scanEOF
           end-start
           perform until scanEOF = 'Y'
               read customerMaster next
                   at end move 'Y' to scanEOF
                   not at end
                       if cm-phon-key = spaces
                           move cm-name to ph-name
                           call "PHONKEY" using phonetic-key-parms
                           end-call
                           move ph-key to cm-phon-key
                       end-if
                       if cm-phon-key = newPhonKey
                               and cm-status not = 'M'
                           add 1 to similarCount
                           if similarCount = 1
                               display "WARNING: possible duplicate "
                                   "- similar names already on file:"
                           end-if
                           display "  " cm-custno " " cm-name
                               " status " cm-status
                       end-if
               end-read
           end-perform.

       CHECK-LOOKUP-KEY.
           move 'N' to numberOK
           move 'V' to cd-function
           move "CUS" to cd-type
           move lookupKey to cd-number
           move "CUSTMNT " to cd-caller
           call "CHKDIG" using check-digit-parms
           end-call
           if cd-message not = spaces
               display cd-message
           end-if
           if cd-result not = 'N'
               move 'Y' to numberOK
           end-if.

       WRITE-BEFORE-IMAGE.
           move "-BEF" to imageTag(4:4)
           perform WRITE-AUDIT-IMAGE.
                  cm-status delimited by size
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
