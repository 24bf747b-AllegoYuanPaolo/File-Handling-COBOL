       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRAPPLY.

      *> Credit manager's side of the quarterly credit review.  The
      *> proposals CRREVIEW left on CREDIT-REVIEW.dat are accepted
      *> or rejected here, and every accepted one is then applied
      *> to the customer master in one step, each change journaled
      *> through CHGJRNL.
       ENVIRONMENT DIVISION.
           input-output section.
               file-control.
                   select reviewFile
                       assign to "CREDIT-REVIEW.dat"
                       organization is line sequential
                       file status is CRStat.

                   select customerMaster
                       assign to "CUSTOMER-MASTER.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is cm-custno
                       alternate record key is cm-name
                           with duplicates
                       file status is CMStat.

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
               fd reviewFile.
                   copy "CREDREV.cpy".

               fd customerMaster.
                   copy "CUSTOMER-MASTER.cpy".

               fd userCurrFile.
                   01 user-curr-record.
                       02 cu-userid pic x(8).

               fd auditFile.
                   copy "AUDITTRL.cpy".

           WORKING-STORAGE SECTION.
           01 CRStat pic xx.
           01 CMStat pic xx.
           01 CUStat pic xx.
           01 AuditStat pic xx.

           01 reviewEOF pic x value 'N'.
           01 loadTruncated pic x value 'N'.
           01 tableChanged pic x value 'N'.

           01 review-table.
               02 review-entry occurs 1 to 3000 times
                       depending on reviewCount
                       indexed by rvw-idx.
                   03 rt-record pic x(100).
           01 reviewCount pic 9(4) value 0.

           01 menuChoice pic 9.
           01 doneFlag pic x value 'N'.
           01 confirmFlag pic x.
           01 decision pic x.
           01 currentUser pic x(8) value spaces.
           01 lookupCust pic 9(6).
           01 foundIdx pic 9(4).
           01 runDate pic 9(8).
           01 beforeImage pic x(300).

           01 listCount pic 9(5).
           01 acceptedCount pic 9(5).
           01 appliedCount pic 9(5) value 0.
           01 staleCount pic 9(5).

           01 dispOld pic Z,ZZZ,ZZ9.
           01 dispNew pic Z,ZZZ,ZZ9.
           01 dispCount pic ZZ,ZZ9.

           copy "AUDITPRM.cpy".
           copy "SEALPRM.cpy".
           copy "AUTHPRM.cpy".
           copy "CHGPRM.cpy".
           01 updateAllowed pic x value 'Y'.
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp
           move function current-date(1:8) to runDate
           perform IDENTIFY-OPERATOR
           perform CHECK-UPDATE-AUTH

           perform LOAD-REVIEW-FILE
           if loadTruncated = 'Y'
               display "CRAPPLY: CREDIT-REVIEW.dat holds more than "
                   "the 3000-record work table - nothing decided."
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if
           if reviewCount = 0
               display "CRAPPLY: no credit review on file - run "
                   "CRREVIEW first."
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           perform until doneFlag = 'Y'
               perform DISPLAY-MENU
               accept menuChoice

               evaluate menuChoice
                   when 1 perform LIST-PROPOSALS
                   when 2
                       if updateAllowed = 'Y'
                           perform DECIDE-ONE-PROPOSAL
                       else
                           display "Restricted - CRAPPLY-UPDATE "
                               "not granted."
                       end-if
                   when 3
                       if updateAllowed = 'Y'
                           perform ACCEPT-ALL-PENDING
                       else
                           display "Restricted - CRAPPLY-UPDATE "
                               "not granted."
                       end-if
                   when 4
                       if updateAllowed = 'Y'
                           perform APPLY-ACCEPTED
                       else
                           display "Restricted - CRAPPLY-UPDATE "
                               "not granted."
                       end-if
                   when 0 move 'Y' to doneFlag
                   when other
                       display "Invalid selection - pick 0 to 4."
               end-evaluate
           end-perform

           if tableChanged = 'Y'
               perform REWRITE-REVIEW-FILE
           end-if

           perform WRITE-AUDIT-TRAIL

           GOBACK.

       DISPLAY-MENU.
           display " "
           display "===== CREDIT REVIEW DECISIONS ====="
           display "1  List proposals"
           display "2  Accept or reject a proposal"
           display "3  Accept every pending proposal"
           display "4  Apply accepted proposals to the customer master"
           display "0  Exit"
           display "Enter selection: " with no advancing.

       IDENTIFY-OPERATOR.
           move spaces to currentUser
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

      *> Listing stays open; deciding and applying need
      *> CRAPPLY-UPDATE on the permissions matrix (no matrix =
      *> everyone).
       CHECK-UPDATE-AUTH.
           move currentUser to ak-userid
           move "CRAPPLY-UPDATE" to ak-function
           call "AUTHCHK" using auth-check-parms
           end-call
           if ak-allowed = 'N'
               move 'N' to updateAllowed
               display "CRAPPLY: " currentUser " may view but "
                   "is not granted CRAPPLY-UPDATE."
           end-if.

       LOAD-REVIEW-FILE.
           open input reviewFile
           if CRStat not = "00"
               exit paragraph
           end-if
           perform until reviewEOF = 'Y'
               read reviewFile
                   at end move 'Y' to reviewEOF
                   not at end
                       if reviewCount < 3000
                           add 1 to reviewCount
                           move credit-review-record
                               to rt-record(reviewCount)
                       else
                           move 'Y' to loadTruncated
                           move 'Y' to reviewEOF
                       end-if
               end-read
           end-perform
           close reviewFile.

      *> Only proposals that change something are listed; the
      *> no-change lines are on the CrReview.dat list.
       LIST-PROPOSALS.
           move 0 to listCount
           perform varying rvw-idx from 1 by 1
                   until rvw-idx > reviewCount
               move rt-record(rvw-idx) to credit-review-record
               if cr-action not = 'N'
                   add 1 to listCount
                   perform DISPLAY-ONE-PROPOSAL
               end-if
           end-perform
           if listCount = 0
               display "No changes proposed on this review."
           end-if.

       DISPLAY-ONE-PROPOSAL.
           move cr-old-limit to dispOld
           move cr-new-limit to dispNew
           evaluate cr-action
               when 'L'
                   display cr-custno " limit " dispOld " to "
                       dispNew " " cr-band " status " cr-status
               when 'H'
                   display cr-custno " CREDIT HOLD            "
                       " " cr-band " status " cr-status
           end-evaluate
           display "        avg days " cr-avg-days
               " late " cr-late " reviewed " cr-review-date
           if cr-status not = 'P'
               display "        decided by " cr-decided-by
           end-if.

       DECIDE-ONE-PROPOSAL.
           display "Customer number: " with no advancing
           accept lookupCust

           move 0 to foundIdx
           perform varying rvw-idx from 1 by 1
                   until rvw-idx > reviewCount
               move rt-record(rvw-idx) to credit-review-record
               if cr-custno = lookupCust
                   set foundIdx to rvw-idx
               end-if
           end-perform
           if foundIdx = 0
               display "Customer " lookupCust " is not on this review."
               exit paragraph
           end-if

           move rt-record(foundIdx) to credit-review-record
           if cr-action = 'N'
               display "No change was proposed for " lookupCust "."
               exit paragraph
           end-if
           if cr-status = 'D'
               display "Proposal for " lookupCust
                   " has already been applied."
               exit paragraph
           end-if

           perform DISPLAY-ONE-PROPOSAL
           display "(A)ccept, (R)eject, or leave (P)ending: "
               with no advancing
           accept decision
           if decision = 'a' move 'A' to decision end-if
           if decision = 'r' move 'R' to decision end-if
           if decision = 'p' move 'P' to decision end-if
           if decision not = 'A' and decision not = 'R'
                   and decision not = 'P'
               display "Invalid decision - proposal unchanged."
               exit paragraph
           end-if

           move decision to cr-status
           if decision = 'P'
               move spaces to cr-decided-by
           else
               move currentUser to cr-decided-by
           end-if
           move credit-review-record to rt-record(foundIdx)
           move 'Y' to tableChanged
           display "Proposal for " lookupCust " marked " decision.

       ACCEPT-ALL-PENDING.
           move 0 to acceptedCount
           perform varying rvw-idx from 1 by 1
                   until rvw-idx > reviewCount
               move rt-record(rvw-idx) to credit-review-record
               if cr-action not = 'N' and cr-status = 'P'
                   add 1 to acceptedCount
               end-if
           end-perform
           if acceptedCount = 0
               display "No pending proposals."
               exit paragraph
           end-if

           move acceptedCount to dispCount
           display "Accept all " function trim(dispCount)
               " pending proposals? (Y/N): " with no advancing
           accept confirmFlag
           if confirmFlag not = 'Y' and confirmFlag not = 'y'
               display "Nothing accepted."
               exit paragraph
           end-if

           perform varying rvw-idx from 1 by 1
                   until rvw-idx > reviewCount
               move rt-record(rvw-idx) to credit-review-record
               if cr-action not = 'N' and cr-status = 'P'
                   move 'A' to cr-status
                   move currentUser to cr-decided-by
                   move credit-review-record to rt-record(rvw-idx)
               end-if
           end-perform
           move 'Y' to tableChanged
           display function trim(dispCount) " proposals accepted.".

      *> A limit proposal whose customer has had the limit changed
      *> since the review was run is not applied over the newer
      *> figure; it is marked rejected and reported.
       APPLY-ACCEPTED.
           move 0 to acceptedCount
           perform varying rvw-idx from 1 by 1
                   until rvw-idx > reviewCount
               move rt-record(rvw-idx) to credit-review-record
               if cr-status = 'A'
                   add 1 to acceptedCount
               end-if
           end-perform
           if acceptedCount = 0
               display "No accepted proposals to apply."
               exit paragraph
           end-if

           move acceptedCount to dispCount
           display "Apply " function trim(dispCount)
               " accepted proposals to the customer master? (Y/N): "
               with no advancing
           accept confirmFlag
           if confirmFlag not = 'Y' and confirmFlag not = 'y'
               display "Nothing applied."
               exit paragraph
           end-if

           open i-o customerMaster
           if CMStat not = "00"
               display "ERROR: cannot open customer master " CMStat
               move 8 to RETURN-CODE
               exit paragraph
           end-if

           move 0 to staleCount
           perform varying rvw-idx from 1 by 1
                   until rvw-idx > reviewCount
               move rt-record(rvw-idx) to credit-review-record
               if cr-status = 'A'
                   perform APPLY-ONE-PROPOSAL
                   move credit-review-record to rt-record(rvw-idx)
               end-if
           end-perform

           close customerMaster
           move 'Y' to tableChanged
           perform REWRITE-REVIEW-FILE
           move 'N' to tableChanged

           move appliedCount to dispCount
           display function trim(dispCount)
               " credit review changes applied."
           if staleCount > 0
               move staleCount to dispCount
               display function trim(dispCount) " proposals not "
                   "applied - customer changed since the review."
           end-if.

       APPLY-ONE-PROPOSAL.
           move cr-custno to cm-custno
           read customerMaster
               invalid key
                   move 'R' to cr-status
                   add 1 to staleCount
                   exit paragraph
           end-read
           if cm-status = 'C' or cm-status = 'M'
                   or (cr-action = 'L'
                       and cm-credit-limit not = cr-old-limit)
               move 'R' to cr-status
               add 1 to staleCount
               exit paragraph
           end-if

           move customer-master-record to beforeImage
           if cr-action = 'L'
               move cr-new-limit to cm-credit-limit
           else
               move 'H' to cm-status
               move runDate to cm-status-date
           end-if

           rewrite customer-master-record
               invalid key
                   display "ERROR: rewrite of " cm-custno
                       " failed " CMStat
                   move 8 to RETURN-CODE
               not invalid key
                   move "CUS" to cj-master
                   move 'C' to cj-action
                   move cm-custno to cj-key
                   move beforeImage to cj-before
                   move customer-master-record to cj-after
                   call "CHGJRNL" using change-journal-parms
                   end-call
                   move 'D' to cr-status
                   move runDate to cr-applied
                   add 1 to appliedCount
                   perform WRITE-APPLY-AUDIT
           end-rewrite.

       WRITE-APPLY-AUDIT.
           open input auditFile
               if AuditStat = "00"
                   close auditFile
                   open extend auditFile
               else
                   open output auditFile
               end-if

           move cr-old-limit to dispOld
           move cr-new-limit to dispNew
           move spaces to audit-line
           if cr-action = 'L'
               string "CRAPPLY  LIMIT CUST " delimited by size
                      cr-custno delimited by size
                      " FROM " delimited by size
                      function trim(dispOld) delimited by size
                      " TO " delimited by size
                      function trim(dispNew) delimited by size
                      " BY " delimited by size
                      function trim(currentUser) delimited by size
                      into audit-line
               end-string
           else
               string "CRAPPLY  HOLD CUST " delimited by size
                      cr-custno delimited by size
                      " BY " delimited by size
                      function trim(currentUser) delimited by size
                      into audit-line
               end-string
           end-if
           perform SEAL-AUDIT-LINE

           close auditFile.

       REWRITE-REVIEW-FILE.
           open output reviewFile
           perform varying rvw-idx from 1 by 1
                   until rvw-idx > reviewCount
               move rt-record(rvw-idx) to credit-review-record
               write credit-review-record
           end-perform
           close reviewFile.

       WRITE-AUDIT-TRAIL.
           move "CRAPPLY" to al-program
           move runStartStamp to al-start-stamp
           move CRStat to al-file-status
           move reviewCount to al-recs-read
           move appliedCount to al-recs-written
           move 0 to al-recs-rejected
           move RETURN-CODE to al-return-code
           move "N/A " to al-recon
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
