                       organization is line sequential
                       file status is CUStat.

                   select commPlanFile
                       assign to "COMMPLAN.dat"
                       organization is line sequential
                       file status is CPStat.

                   select assignHistFile
                       assign to "EMP-ASSIGN-HIST.dat"
                       organization is line sequential
                       file status is AHStat.

                   select auditFile
                       assign to "AUDIT-TRAIL.dat"
                       organization is line sequential
                   01 user-curr-record.
                       02 cu-userid pic x(8).

               fd commPlanFile.
                   copy "COMMPLAN.cpy".

               fd assignHistFile.
                   copy "ASSIGNHS.cpy".

               fd auditFile.
                   copy "AUDITTRL.cpy".

           01 newAccount pic x(12).
           01 newAcctType pic x.
           01 fieldChoice pic 99.
           01 newPlan pic x(4).
           01 newPlanDate pic 9(8).
           01 planOnFile pic x.
           01 planEOF pic x.
           01 CPStat pic xx.
           01 AHStat pic xx.
           01 asgEOF pic x.
           01 asgOnFile pic x.
           01 newAsgDate pic 9(8).
           01 oldTerritory pic x(4).
           01 oldRegion pic x(4).
           01 oldBranch pic x(3).

           01 imageTag pic x(7).
           01 imageLabel pic x(3).
           01 beforeImage pic x(200).
           01 afterImage pic x(200).
           01 imageKey pic 9(6).
           01 imgMtdSales pic 9(7).99.
           01 imgMtdComm pic 9(7).99.
           01 imgYtdComm pic 9(7).99.

           copy "AUDITPRM.cpy".
           copy "SEALPRM.cpy".
           copy "CHGPRM.cpy".
           copy "AUTHPRM.cpy".
           copy "CHKDPRM.cpy".
           01 numberOK pic x.
           copy "PHONPRM.cpy".
           01 CUStat pic xx.
           01 currentUser pic x(8) value spaces.
           01 updateAllowed pic x value 'Y'.
           display "Enter selection: " with no advancing.

       ADD-EMPLOYEE.
           display "Enter employee number (0 = issue a new one): "
               with no advancing
           accept lookupKey
           perform GET-NEW-EMPLOYEE-NUMBER
           if numberOK not = 'Y'
               exit paragraph
           end-if

           move lookupKey to em-snum
           read employeeMaster

           move lookupKey to em-snum
           move newName to em-sname
           move newName to ph-name
           call "PHONKEY" using phonetic-key-parms
           end-call
           move ph-key to em-phon-key
           move function current-date(5:2) to em-mtd-month
           move 0 to em-mtd-sales
           move 0 to em-mtd-comm
           move spaces to em-account
           move space to em-acct-type
           move spaces to em-branch
           move space to em-bank-status
           move spaces to em-plan
           move 0 to em-plan-date
           move spaces to em-prev-plan

           display "Confirm add of " lookupKey "? (Y/N): "
               with no advancing
       CHANGE-EMPLOYEE.
           display "Enter employee number: " with no advancing
           accept lookupKey
           move lookupKey to cd-number
           perform CHECK-KEYED-SNUM
           if numberOK not = 'Y'
               exit paragraph
           end-if

           move lookupKey to em-snum
           read employeeMaster

           move "CHG" to imageLabel
           move employee-master-record to beforeImage
           move em-territory to oldTerritory
           move em-region to oldRegion
           move em-branch to oldBranch

           if em-bank-status = 'I'
               display "NOTE: a deposit to this employee was returned "
                   "by the bank - re-key the bank details (11)."
           end-if

           display "Change which field?"
           display "1  Name"
           display "10 Region code"
           display "11 Direct-deposit bank details"
           display "12 Branch code"
           display "13 Commission plan"
           display "Enter selection: " with no advancing
           accept fieldChoice

                   display "Enter new name: " with no advancing
                   accept newName
                   move newName to em-sname
                   move newName to ph-name
                   call "PHONKEY" using phonetic-key-parms
                   end-call
                   move ph-key to em-phon-key
               when 2
                   display "Enter new MTD sales: " with no advancing
                   accept newAmount
                           "themselves - no change applied."
                       exit paragraph
                   end-if
                   if newMgrSnum > 0
                       move newMgrSnum to cd-number
                       perform CHECK-KEYED-SNUM
                       if numberOK not = 'Y'
                           display "No change applied."
                           exit paragraph
                       end-if
                   end-if
                   move newMgrSnum to em-mgr-snum
               when 8
                   display "Enter override rate this manager earns "
                   display "Enter territory code (up to 4): "
                       with no advancing
                   accept newTerritory
                   perform GET-ASSIGNMENT-DATE
                   if newAsgDate = 0
                       exit paragraph
                   end-if
                   move newTerritory to em-territory
               when 10
                   display "Enter region code (up to 4): "
                       with no advancing
                   accept newRegion
                   perform GET-ASSIGNMENT-DATE
                   if newAsgDate = 0
                       exit paragraph
                   end-if
                   move newRegion to em-region
               when 11
                   display "Enter bank routing number (9 digits, "
                       move 0 to em-routing
                       move spaces to em-account
                       move space to em-acct-type
                       move space to em-bank-status
                       display "Bank details cleared - employee "
                           "drops off the direct-deposit file."
                   else
                       move newRouting to em-routing
                       move newAccount to em-account
                       move newAcctType to em-acct-type
                       move space to em-bank-status
                   end-if
               when 12
                   display "Enter branch code (blank = head "
                       "office): " with no advancing
                   accept newBranch
                   perform GET-ASSIGNMENT-DATE
                   if newAsgDate = 0
                       exit paragraph
                   end-if
                   move newBranch to em-branch
               when 13
                   display "Current plan: " em-plan
                       " since " em-plan-date
                   display "Enter commission plan (blank = company "
                       "default): " with no advancing
                   accept newPlan
                   perform CHECK-PLAN-CODE
                   if planOnFile not = 'Y'
                       display "Plan " newPlan " is not on "
                           "COMMPLAN.dat - no change applied."
                       exit paragraph
                   end-if
                   if newPlan = em-plan
                       display "Already on that plan - no change "
                           "applied."
                       exit paragraph
                   end-if
                   display "Effective date (YYYYMMDD): "
                       with no advancing
                   accept newPlanDate
                   if newPlanDate < 19000101
                       display "Invalid effective date - no change "
                           "applied."
                       exit paragraph
                   end-if
                   move em-plan to em-prev-plan
                   move newPlan to em-plan
                   move newPlanDate to em-plan-date
               when other
                   display "Invalid selection - no change applied."
                   exit paragraph
                   move afterImage to cj-after
                   call "CHGJRNL" using change-journal-parms
                   end-call
                   if fieldChoice = 9 or fieldChoice = 10
                           or fieldChoice = 12
                       perform WRITE-ASSIGNMENT-HISTORY
                   end-if
                   display "Employee " lookupKey " changed."
           end-rewrite.

      *> A territory, region or branch move takes effect from a
      *> date so sales already made stay where they were earned.
       GET-ASSIGNMENT-DATE.
           display "Effective date (YYYYMMDD): " with no advancing
           accept newAsgDate
           if newAsgDate < 19000101
               display "Invalid effective date - no change applied."
               move 0 to newAsgDate
           end-if.

      *> The rep's first recorded move also records the assignment
      *> it replaces, in force from the beginning (date 0).
       WRITE-ASSIGNMENT-HISTORY.
           move 'N' to asgOnFile
           open input assignHistFile
           if AHStat = "00"
               move 'N' to asgEOF
               perform until asgEOF = 'Y'
                   read assignHistFile
                       at end move 'Y' to asgEOF
                       not at end
                           if ah-snum = em-snum
                               move 'Y' to asgOnFile
                               move 'Y' to asgEOF
                           end-if
                   end-read
               end-perform
               close assignHistFile
               open extend assignHistFile
           else
               open output assignHistFile
           end-if

           move function current-date(1:8) to ah-entered
           move currentUser to ah-user
           move em-snum to ah-snum
           if asgOnFile = 'N'
               move 0 to ah-eff-date
               move oldTerritory to ah-territory
               move oldRegion to ah-region
               move oldBranch to ah-branch
               write assign-history-record
           end-if

           move newAsgDate to ah-eff-date
           move em-territory to ah-territory
           move em-region to ah-region
           move em-branch to ah-branch
           write assign-history-record
           close assignHistFile.

      *> The blank company-default plan needs no COMMPLAN record;
      *> any other code must be on file.
       CHECK-PLAN-CODE.
           move 'N' to planOnFile
           if newPlan = spaces
               move 'Y' to planOnFile
               exit paragraph
           end-if

           open input commPlanFile
           if CPStat not = "00"
               exit paragraph
           end-if
           move 'N' to planEOF
           perform until planEOF = 'Y'
               read commPlanFile
                   at end move 'Y' to planEOF
                   not at end
                       if cp-plan = newPlan
                           move 'Y' to planOnFile
                           move 'Y' to planEOF
                       end-if
               end-read
           end-perform
           close commPlanFile.

       DELETE-EMPLOYEE.
           display "Enter employee number: " with no advancing
           accept lookupKey
           move lookupKey to cd-number
           perform CHECK-KEYED-SNUM
           if numberOK not = 'Y'
               exit paragraph
           end-if

           move lookupKey to em-snum
           read employeeMaster
                   display "Employee " lookupKey " deleted."
           end-delete.

      *> New employees take a check-digit number: keyed, or
      *> issued from NUMBER-CTL.dat when 0 is keyed.  An issued
      *> number an old record already holds is passed over.
       GET-NEW-EMPLOYEE-NUMBER.
           move 'N' to numberOK
           move "EMP" to cd-type
           move "EMPMAINT" to cd-caller
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
                   move cd-number to em-snum
                   read employeeMaster
                       invalid key move 'Y' to numberOK
                   end-read
               end-if
           end-perform
           if numberOK not = 'Y'
               display cd-message
               exit paragraph
           end-if
           move cd-number to lookupKey
           display "Employee number " lookupKey " issued.".

      *> cd-number set by the caller.
       CHECK-KEYED-SNUM.
           move 'N' to numberOK
           move 'V' to cd-function
           move "EMP" to cd-type
           move "EMPMAINT" to cd-caller
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
                  function trim(em-sname) delimited by size
                  into audit-line
           end-string
           perform SEAL-AUDIT-LINE

           move spaces to audit-line
           string "EMPMAINT " delimited by size
                  imgYtdComm delimited by size
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
