       IDENTIFICATION DIVISION.
       PROGRAM-ID. WOFFPROP.

       ENVIRONMENT DIVISION.
           input-output section.
               file-control.
                   select arOpenFile
                       assign to "AR-OPEN.dat"
                       organization is line sequential
                       file status is ARStat.

                   select writeoffFile
                       assign to "WRITEOFF.dat"
                       organization is line sequential
                       file status is WOStat.

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
               fd arOpenFile.
                   copy "AR-OPEN.cpy".

               fd writeoffFile.
                   copy "WRITEOFF.cpy".

               fd userCurrFile.
                   01 user-curr-record.
                       02 cu-userid pic x(8).

               fd auditFile.
                   copy "AUDITTRL.cpy".

           WORKING-STORAGE SECTION.
           01 ARStat pic xx.
           01 WOStat pic xx.
           01 CUStat pic xx.
           01 AuditStat pic xx.

           01 arEOF pic x value 'N'.
           01 woEOF pic x value 'N'.
           01 loadTruncated pic x value 'N'.

           01 ar-table.
               02 ar-entry occurs 1 to 500 times
                       depending on arCount
                       indexed by ar-idx.
                   03 at-invoice pic 9(6).
                   03 at-cust    pic 9(6).
                   03 at-date    pic 9(8).
                   03 at-amount  pic s9(9)v99.
                   03 at-paid    pic s9(9)v99.
                   03 at-status  pic x.
           01 arCount pic 9(3) value 0.

      *> Invoices already carrying a pending or approved write-off,
      *> so the same invoice cannot be proposed twice.
           01 taken-table.
               02 taken-entry occurs 1 to 500 times
                       depending on takenCount
                       indexed by tk-idx.
                   03 tk-invoice pic 9(6).
                   03 tk-status  pic x.
           01 takenCount pic 9(3) value 0.

      *> Proposals keyed this session; appended to WRITEOFF.dat at
      *> exit for a second pair of hands (WOFFAPPR) to approve.
           01 prop-table.
               02 prop-entry occurs 1 to 100 times
                       depending on propCount
                       indexed by prop-idx.
                   03 pp-invoice pic 9(6).
                   03 pp-cust    pic 9(6).
                   03 pp-amount  pic s9(9)v99.
                   03 pp-reason  pic x(30).
           01 propCount pic 9(3) value 0.

           01 menuChoice pic 9.
           01 doneFlag pic x value 'N'.
           01 confirmFlag pic x.
           01 currentUser pic x(8) value spaces.
           01 lookupInvoice pic 9(6).
           01 foundIdx pic 9(3).
           01 alreadyTaken pic x.
           01 openBalance pic s9(9)v99.
           01 reasonText pic x(30).
           01 listCount pic 9(5).

           01 dispAmount pic $Z,ZZZ,ZZ9.99-.
           01 dispPaid pic $Z,ZZZ,ZZ9.99-.
           01 dispBalance pic $Z,ZZZ,ZZ9.99-.

           copy "AUDITPRM.cpy".
           copy "SEALPRM.cpy".
           copy "AUTHPRM.cpy".
           01 updateAllowed pic x value 'Y'.
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp
           perform IDENTIFY-OPERATOR
           perform CHECK-UPDATE-AUTH

           perform LOAD-AR-FILE
           if loadTruncated = 'Y'
               display "WOFFPROP: AR-OPEN.dat holds more than the "
                   "500-record work table - nothing can be proposed."
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           perform LOAD-WRITEOFF-FILE
           if loadTruncated = 'Y'
               display "WOFFPROP: WRITEOFF.dat holds more than the "
                   "500-record work table - nothing can be proposed."
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           perform until doneFlag = 'Y'
               perform DISPLAY-MENU
               accept menuChoice

               evaluate menuChoice
                   when 1 perform LIST-WRITEOFFS
                   when 2 perform GUARDED-PROPOSE
                   when 0 move 'Y' to doneFlag
                   when other
                       display "Invalid selection - pick 0 to 2."
               end-evaluate
           end-perform

           if propCount > 0
               perform APPEND-WRITEOFF-FILE
               display "WOFFPROP: " propCount " write-offs proposed "
                   "to WRITEOFF.dat - a different user must "
                   "approve them in WOFFAPPR."
           end-if

           perform WRITE-AUDIT-TRAIL

           GOBACK.

       DISPLAY-MENU.
           display " "
           display "===== BAD-DEBT WRITE-OFF PROPOSAL ====="
           display "1  List the write-off register"
           display "2  Propose an invoice for write-off"
           display "0  Exit"
           display "(A write-off posts only after WOFFAPPR "
               "approval by another user)"
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

      *> Listing stays open; proposing needs WOFFPROP-UPDATE on the
      *> permissions matrix (no matrix = everyone).
       CHECK-UPDATE-AUTH.
           move currentUser to ak-userid
           move "WOFFPROP-UPDATE" to ak-function
           call "AUTHCHK" using auth-check-parms
           end-call
           if ak-allowed = 'N'
               move 'N' to updateAllowed
               display "WOFFPROP: " currentUser " may view but "
                   "is not granted WOFFPROP-UPDATE."
           end-if.

       GUARDED-PROPOSE.
           if updateAllowed = 'N'
               display "Restricted - WOFFPROP-UPDATE not granted."
           else
               perform PROPOSE-ONE-WRITEOFF
           end-if.

       LIST-WRITEOFFS.
           move 0 to listCount
           open input writeoffFile
           if WOStat not = "00"
               display "No write-offs on file."
               exit paragraph
           end-if

           move 'N' to woEOF
           perform until woEOF = 'Y'
               read writeoffFile
                   at end move 'Y' to woEOF
                   not at end
                       add 1 to listCount
                       move wo-amount to dispAmount
                       display wo-invoice " cust " wo-cust " "
                           dispAmount " " wo-status
                           " by " wo-user " on " wo-req-date
                       if wo-status not = 'P'
                           display "        decided by "
                               wo-approver " on " wo-dec-date
                               " - " wo-reason
                       else
                           display "        " wo-reason
                       end-if
               end-read
           end-perform
           close writeoffFile

           if listCount = 0
               display "No write-offs on file."
           end-if.

       PROPOSE-ONE-WRITEOFF.
           display "Enter invoice number: " with no advancing
           accept lookupInvoice

           move 0 to foundIdx
           perform varying ar-idx from 1 by 1
                   until ar-idx > arCount
               if at-invoice(ar-idx) = lookupInvoice
                   set foundIdx to ar-idx
               end-if
           end-perform
           if foundIdx = 0
               display "No invoice on file for " lookupInvoice
               exit paragraph
           end-if

           if at-status(foundIdx) = 'C'
               display "Invoice " lookupInvoice " is already closed."
               exit paragraph
           end-if
           if at-status(foundIdx) = 'W'
               display "Invoice " lookupInvoice
                   " is already written off."
               exit paragraph
           end-if

           move 'N' to alreadyTaken
           perform varying tk-idx from 1 by 1
                   until tk-idx > takenCount
               if tk-invoice(tk-idx) = lookupInvoice
                       and tk-status(tk-idx) = 'P'
                   move 'Y' to alreadyTaken
               end-if
           end-perform
           perform varying prop-idx from 1 by 1
                   until prop-idx > propCount
               if pp-invoice(prop-idx) = lookupInvoice
                   move 'Y' to alreadyTaken
               end-if
           end-perform
           if alreadyTaken = 'Y'
               display "Invoice " lookupInvoice
                   " already has a write-off awaiting approval."
               exit paragraph
           end-if

           compute openBalance =
               at-amount(foundIdx) - at-paid(foundIdx)
           if openBalance not > 0
               display "Invoice " lookupInvoice
                   " has no open balance to write off."
               exit paragraph
           end-if

           move at-amount(foundIdx) to dispAmount
           move at-paid(foundIdx) to dispPaid
           move openBalance to dispBalance
           display "Customer: " at-cust(foundIdx)
               " | Invoiced: " dispAmount
               " | Dated: " at-date(foundIdx)
           display "Paid so far: " dispPaid
               " | Balance to write off: " dispBalance

           display "Reason (30 chars): " with no advancing
           accept reasonText
           if reasonText = spaces
               display "A reason is required - not proposed."
               exit paragraph
           end-if

           display "Confirm this proposal? (Y/N): " with no advancing
           accept confirmFlag
           if confirmFlag not = 'Y' and confirmFlag not = 'y'
               display "Proposal discarded."
               exit paragraph
           end-if

           if propCount < 100
               add 1 to propCount
               move lookupInvoice to pp-invoice(propCount)
               move at-cust(foundIdx) to pp-cust(propCount)
               move openBalance to pp-amount(propCount)
               move reasonText to pp-reason(propCount)
               display "Write-off of invoice " lookupInvoice
                   " proposed - pending approval."
           else
               display "Proposal table full (100) - not proposed."
           end-if.

       APPEND-WRITEOFF-FILE.
           open input writeoffFile
           if WOStat = "00"
               close writeoffFile
               open extend writeoffFile
           else
               open output writeoffFile
           end-if

           perform varying prop-idx from 1 by 1
                   until prop-idx > propCount
               move pp-invoice(prop-idx) to wo-invoice
               move pp-cust(prop-idx) to wo-cust
               move pp-amount(prop-idx) to wo-amount
               move pp-reason(prop-idx) to wo-reason
               move currentUser to wo-user
               move function current-date(1:8) to wo-req-date
               move 'P' to wo-status
               move spaces to wo-approver
               move 0 to wo-dec-date
               write writeoff-record
               perform WRITE-PROPOSAL-AUDIT
           end-perform

           close writeoffFile.

       WRITE-PROPOSAL-AUDIT.
           open input auditFile
               if AuditStat = "00"
                   close auditFile
                   open extend auditFile
               else
                   open output auditFile
               end-if

           move wo-amount to dispAmount
           move spaces to audit-line
           string "WOFFPROP P INVOICE " delimited by size
                  wo-invoice delimited by size
                  " CUST " delimited by size
                  wo-cust delimited by size
                  " AMOUNT " delimited by size
                  function trim(dispAmount) delimited by size
                  " PROPOSED-BY " delimited by size
                  function trim(currentUser) delimited by size
                  into audit-line
           end-string
           perform SEAL-AUDIT-LINE

           close auditFile.

       LOAD-AR-FILE.
           open input arOpenFile
           if ARStat not = "00"
               exit paragraph
           end-if

           perform until arEOF = 'Y'
               read arOpenFile
                   at end move 'Y' to arEOF
                   not at end
                       if arCount < 500
                           add 1 to arCount
                           move ar-invoice to at-invoice(arCount)
                           move ar-cust to at-cust(arCount)
                           move ar-date to at-date(arCount)
                           move ar-amount to at-amount(arCount)
                           move ar-paid to at-paid(arCount)
                           move ar-status to at-status(arCount)
                       else
                           move 'Y' to loadTruncated
                           move 'Y' to arEOF
                       end-if
               end-read
           end-perform

           close arOpenFile.

       LOAD-WRITEOFF-FILE.
           open input writeoffFile
           if WOStat not = "00"
               exit paragraph
           end-if

           move 'N' to woEOF
           perform until woEOF = 'Y'
               read writeoffFile
                   at end move 'Y' to woEOF
                   not at end
                       if takenCount < 500
                           add 1 to takenCount
                           move wo-invoice to tk-invoice(takenCount)
                           move wo-status to tk-status(takenCount)
                       else
                           move 'Y' to loadTruncated
                           move 'Y' to woEOF
                       end-if
               end-read
           end-perform

           close writeoffFile.

       WRITE-AUDIT-TRAIL.
           move "WOFFPROP" to al-program
           move runStartStamp to al-start-stamp
           move WOStat to al-file-status
           move arCount to al-recs-read
           move propCount to al-recs-written
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
