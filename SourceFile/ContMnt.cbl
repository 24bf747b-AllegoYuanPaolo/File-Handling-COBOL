       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTMNT.

       ENVIRONMENT DIVISION.
           input-output section.
               file-control.
                   select contestFile
                       assign to "CONTEST-MASTER.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is ct-id
                       file status is CTStat.

                   select productFile
                       assign to "PRODUCT-MASTER.dat"
                       organization is line sequential
                       file status is PDStat.

                   select auditFile
                       assign to "AUDIT-TRAIL.dat"
                       organization is line sequential
                       file status is AuditStat.

       DATA DIVISION.
           file section.
               fd contestFile.
                   copy "CONTEST.cpy".

               fd productFile.
                   01 product-record.
                       02 pm-code      pic x(6).
                       02 pm-desc      pic x(20).
                       02 pm-std-price pic 9(3).
                       02 pm-comm      pic x.

               fd auditFile.
                   copy "AUDITTRL.cpy".

           WORKING-STORAGE SECTION.
           01 CTStat pic xx.
           01 PDStat pic xx.
           01 AuditStat pic xx.

           01 menuChoice pic 9.
           01 doneFlag pic x value 'N'.
           01 lookupKey pic x(6).
           01 confirmFlag pic x.
           01 termsOK pic x.
           01 prodEOF pic x.
           01 prodOnFile pic x.

           01 newDesc pic x(30).
           01 newRule pic x.
           01 newProd pic x(6).
           01 newRegion pic x(4).
           01 newStart pic 9(8).
           01 newEnd pic 9(8).
           01 newUnitBonus pic 9(3)v99.
           01 newPrize pic 9(7)v99.
           01 dispBonus pic $ZZ9.99.
           01 dispPrize pic $Z,ZZZ,ZZ9.99.

           copy "AUDITPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp
           open i-o contestFile
           if CTStat = "35"
               open output contestFile
               close contestFile
               open i-o contestFile
           end-if
           if CTStat not = "00"
               display "ERROR: cannot open contest file " CTStat
               move 8 to RETURN-CODE
               goback
           end-if

           perform until doneFlag = 'Y'
               perform DISPLAY-MENU
               accept menuChoice

               evaluate menuChoice
                   when 1 perform ADD-CONTEST
                   when 2 perform CHANGE-CONTEST
                   when 3 perform DELETE-CONTEST
                   when 4 perform SHOW-CONTEST
                   when 0 move 'Y' to doneFlag
                   when other
                       display "Invalid selection - pick 0 to 4."
               end-evaluate
           end-perform

           close contestFile

           perform WRITE-AUDIT-TRAIL

           GOBACK.

       DISPLAY-MENU.
           display " "
           display "===== SALES CONTEST MAINTENANCE ====="
           display "1  Add contest"
           display "2  Change contest"
           display "3  Delete contest"
           display "4  Show contest"
           display "0  Exit"
           display "Enter selection: " with no advancing.

       GET-CONTEST-TERMS.
           move 'N' to termsOK
           display "Description: " with no advancing
           accept newDesc

           display "Rule - (U) bonus per unit of a product, "
               "(T) prize to region top seller: " with no advancing
           accept newRule
           if newRule = 'u' move 'U' to newRule end-if
           if newRule = 't' move 'T' to newRule end-if

           move spaces to newProd
           move spaces to newRegion
           move 0 to newUnitBonus
           move 0 to newPrize
           evaluate newRule
               when 'U'
                   display "Product code: " with no advancing
                   accept newProd
                   perform CHECK-PRODUCT-CODE
                   if prodOnFile not = 'Y'
                       display "Product " newProd " is not on the "
                           "product master."
                       exit paragraph
                   end-if
                   display "Bonus per unit: " with no advancing
                   accept newUnitBonus
                   if newUnitBonus = 0
                       display "Bonus must be > zero."
                       exit paragraph
                   end-if
               when 'T'
                   display "Region code: " with no advancing
                   accept newRegion
                   if newRegion = spaces
                       display "Region must not be blank."
                       exit paragraph
                   end-if
                   display "Prize to the top seller: "
                       with no advancing
                   accept newPrize
                   if newPrize = 0
                       display "Prize must be > zero."
                       exit paragraph
                   end-if
               when other
                   display "Rule must be U or T."
                   exit paragraph
           end-evaluate

           display "First day (YYYYMMDD): " with no advancing
           accept newStart
           display "Last day (YYYYMMDD): " with no advancing
           accept newEnd
           if newStart < 19000101 or newEnd < newStart
               display "Last day must be on or after the first."
               exit paragraph
           end-if

           move 'Y' to termsOK.

       CHECK-PRODUCT-CODE.
           move 'N' to prodOnFile
           open input productFile
           if PDStat not = "00"
               exit paragraph
           end-if
           move 'N' to prodEOF
           perform until prodEOF = 'Y'
               read productFile
                   at end move 'Y' to prodEOF
                   not at end
                       if pm-code = newProd
                           move 'Y' to prodOnFile
                           move 'Y' to prodEOF
                       end-if
               end-read
           end-perform
           close productFile.

       MOVE-CONTEST-TERMS.
           move newDesc to ct-desc
           move newRule to ct-rule
           move newProd to ct-prod
           move newRegion to ct-region
           move newStart to ct-start
           move newEnd to ct-end
           move newUnitBonus to ct-unit-bonus
           move newPrize to ct-prize.

       ADD-CONTEST.
           display "Enter contest id: " with no advancing
           accept lookupKey
           if lookupKey = spaces
               display "Contest id must not be blank."
               exit paragraph
           end-if

           move lookupKey to ct-id
           read contestFile
               invalid key
                   continue
               not invalid key
                   display "Contest " lookupKey " already on file."
                   exit paragraph
           end-read

           perform GET-CONTEST-TERMS
           if termsOK not = 'Y'
               display "Add discarded - not written."
               exit paragraph
           end-if

           move lookupKey to ct-id
           perform MOVE-CONTEST-TERMS
           move 'O' to ct-status
           move 0 to ct-winner
           move 0 to ct-final-date

           display "Confirm add for " lookupKey "? (Y/N): "
               with no advancing
           accept confirmFlag
           if confirmFlag not = 'Y' and confirmFlag not = 'y'
               display "Add discarded - not written."
               exit paragraph
           end-if

           write contest-record
               invalid key
                   display "ERROR: add failed " CTStat
               not invalid key
                   display "Contest " lookupKey " added."
           end-write.

      *> Once the final results have run the contest is history -
      *> what was paid stands.
       CHANGE-CONTEST.
           display "Enter contest id: " with no advancing
           accept lookupKey

           move lookupKey to ct-id
           read contestFile
               invalid key
                   display "No contest found for " lookupKey
                   exit paragraph
           end-read

           perform SHOW-CONTEST-FIELDS
           if ct-status = 'F'
               display "Contest is final - change refused."
               exit paragraph
           end-if

           perform GET-CONTEST-TERMS
           if termsOK not = 'Y'
               display "Change discarded - not written."
               exit paragraph
           end-if
           perform MOVE-CONTEST-TERMS

           display "Confirm change for " lookupKey "? (Y/N): "
               with no advancing
           accept confirmFlag
           if confirmFlag not = 'Y' and confirmFlag not = 'y'
               display "Change discarded - not written."
               exit paragraph
           end-if

           rewrite contest-record
               invalid key
                   display "ERROR: change failed " CTStat
               not invalid key
                   display "Contest " lookupKey " changed."
           end-rewrite.

       DELETE-CONTEST.
           display "Enter contest id: " with no advancing
           accept lookupKey

           move lookupKey to ct-id
           read contestFile
               invalid key
                   display "No contest found for " lookupKey
                   exit paragraph
           end-read

           perform SHOW-CONTEST-FIELDS
           if ct-status = 'F'
               display "Contest is final - kept for the record. "
                   "Delete refused."
               exit paragraph
           end-if

           display "Confirm delete for " lookupKey "? (Y/N): "
               with no advancing
           accept confirmFlag
           if confirmFlag not = 'Y' and confirmFlag not = 'y'
               display "Delete discarded - record kept."
               exit paragraph
           end-if

           delete contestFile
               invalid key
                   display "ERROR: delete failed " CTStat
               not invalid key
                   display "Contest " lookupKey " deleted."
           end-delete.

       SHOW-CONTEST.
           display "Enter contest id: " with no advancing
           accept lookupKey

           move lookupKey to ct-id
           read contestFile
               invalid key
                   display "No contest found for " lookupKey
               not invalid key
                   perform SHOW-CONTEST-FIELDS
           end-read.

       SHOW-CONTEST-FIELDS.
           display "Contest: " ct-id " " ct-desc
           display "Runs " ct-start " to " ct-end
               " | Status: " ct-status
           if ct-rule = 'U'
               move ct-unit-bonus to dispBonus
               display "Bonus " dispBonus " per unit of " ct-prod
           else
               move ct-prize to dispPrize
               display "Prize " dispPrize " to top seller in region "
                   ct-region
           end-if
           if ct-status = 'F' and ct-winner > 0
               display "Won by " ct-winner " - final " ct-final-date
           end-if.

       WRITE-AUDIT-TRAIL.
           move "CONTMNT" to al-program
           move runStartStamp to al-start-stamp
           move CTStat to al-file-status
           move 0 to al-recs-read
           move 0 to al-recs-written
           move 0 to al-recs-rejected
           move RETURN-CODE to al-return-code
           move "N/A " to al-recon
           call "AUDITLOG" using audit-log-parms
           end-call
           cancel "AUDITLOG".
