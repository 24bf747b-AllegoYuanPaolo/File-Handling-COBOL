       IDENTIFICATION DIVISION.
       PROGRAM-ID. WOFFAPPR.

       ENVIRONMENT DIVISION.
           input-output section.
               file-control.
                   select writeoffFile
                       assign to "WRITEOFF.dat"
                       organization is line sequential
                       file status is WOStat.

                   select arOpenFile
                       assign to "AR-OPEN.dat"
                       organization is line sequential
                       file status is ARStat.

                   select customerMaster
                       assign to "CUSTOMER-MASTER.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is cm-custno
                       alternate record key is cm-name
                           with duplicates
                       file status is CMStat.

                   select journalFile
                       assign to "SEL8-JOURNAL.dat"
                       organization is line sequential
                       file status is JRStat.

                   select glAcctFile
                       assign to "GLACCTS.dat"
                       organization is line sequential
                       file status is GAStat.

                   select userMasterFile
                       assign to "USER-MASTER.dat"
                       organization is line sequential
                       file status is UMStat.

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
               fd writeoffFile.
                   copy "WRITEOFF.cpy".

               fd arOpenFile.
                   copy "AR-OPEN.cpy".

               fd customerMaster.
                   copy "CUSTOMER-MASTER.cpy".

               fd journalFile.
                   01 journal-record.
                       02 jr-date    pic 9(8).
                       02 jr-account pic 9(8).
                       02 jr-dc      pic x.
                       02 jr-amount  pic 9(7)v99.
                       02 jr-batch   pic 9(6).
                       02 jr-branch  pic x(3).

               fd glAcctFile.
                   01 glacct-record.
                       02 ga-key     pic x(8).
                       02 ga-account pic 9(8).

               fd userMasterFile.
                   01 user-master-record.
                       02 um-userid   pic x(8).
                       02 um-name     pic x(20).
                       02 um-role     pic x.
                       02 um-password pic x(8).
                       02 um-pwd-date   pic 9(8).
                       02 um-fail-count pic 9(2).
                       02 um-locked     pic x.

               fd userCurrFile.
                   01 user-curr-record.
                       02 cu-userid pic x(8).

               fd auditFile.
                   copy "AUDITTRL.cpy".

           WORKING-STORAGE SECTION.
           01 WOStat pic xx.
           01 ARStat pic xx.
           01 CMStat pic xx.
           01 JRStat pic xx.
           01 GAStat pic xx.
           01 UMStat pic xx.
           01 CUStat pic xx.
           01 AuditStat pic xx.

           01 woEOF pic x value 'N'.
           01 arEOF pic x value 'N'.
           01 userEOF pic x value 'N'.
           01 glEOF pic x value 'N'.
           01 loadTruncated pic x value 'N'.
           01 custMasterOK pic x value 'N'.

           01 wo-table.
               02 wo-entry occurs 1 to 500 times
                       depending on woCount
                       indexed by wo-idx.
                   03 wt-invoice  pic 9(6).
                   03 wt-cust     pic 9(6).
                   03 wt-amount   pic s9(9)v99.
                   03 wt-reason   pic x(30).
                   03 wt-user     pic x(8).
                   03 wt-req-date pic 9(8).
                   03 wt-status   pic x.
                   03 wt-approver pic x(8).
                   03 wt-dec-date pic 9(8).
           01 woCount pic 9(3) value 0.

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
                   03 at-currency pic x(3).
                   03 at-fx-rate  pic 9(4)v9(6).
           01 arCount pic 9(3) value 0.

      *> Bad-debt expense and the trade receivables control account;
      *> GLACCTS.dat overrides the defaults.
           01 glBadDebtAcct pic 9(8) value 610200.
           01 glReceivAcct pic 9(8) value 120100.

           01 currentUser pic x(8) value spaces.
           01 userOnFile pic x value 'N'.
           01 woChanged pic x value 'N'.
           01 arChanged pic x value 'N'.
           01 foundIdx pic 9(3).
           01 openBalance pic s9(9)v99.
           01 journalAmt pic 9(7)v99.
           01 dispChoice pic x.
           01 approvedCount pic 9(3) value 0.
           01 rejectedCount pic 9(3) value 0.
           01 approvedTotal pic s9(9)v99 value 0.
           01 decisionCode pic x.

           01 dispAmount pic $Z,ZZZ,ZZ9.99-.
           01 dispBalance pic $Z,ZZZ,ZZ9.99-.

           copy "AUDITPRM.cpy".
           copy "SEALPRM.cpy".
           copy "AUTHPRM.cpy".
           copy "PERPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp
           perform IDENTIFY-APPROVER
           if userOnFile not = 'Y'
               display "WOFFAPPR: signed-on user " currentUser
                   " is not on USER-MASTER.dat - approval refused."
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           move currentUser to ak-userid
           move "WOFFAPPR-UPDATE" to ak-function
           call "AUTHCHK" using auth-check-parms
           end-call
           if ak-allowed = 'N'
               display "WOFFAPPR: " currentUser
                   " is not granted WOFFAPPR-UPDATE."
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

      *> Approved write-offs journal under today's date.
           move function current-date(1:8) to pc-date
           call "PERCHK" using period-check-parms
           end-call
           if pc-locked = 'Y'
               display "WOFFAPPR: period " pc-date(1:6)
                   " is closed (signed off by " pc-locked-by
                   ") - nothing approved."
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           perform LOAD-WRITEOFF-FILE
           perform LOAD-AR-FILE
           if loadTruncated = 'Y'
               display "WOFFAPPR: WRITEOFF.dat or AR-OPEN.dat holds "
                   "more than the 500-record work table - nothing "
                   "approved."
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           perform LOAD-GL-ACCOUNTS

           open i-o customerMaster
           if CMStat = "00"
               move 'Y' to custMasterOK
           else
               display "WARNING: customer master unavailable ("
                   CMStat ") - balances not relieved"
           end-if

           perform varying wo-idx from 1 by 1
                   until wo-idx > woCount
               if wt-status(wo-idx) = 'P'
                   perform REVIEW-ONE-WRITEOFF
               end-if
           end-perform

           if custMasterOK = 'Y'
               close customerMaster
           end-if

           if arChanged = 'Y'
               perform REWRITE-AR-FILE
           end-if
           if woChanged = 'Y'
               perform REWRITE-WRITEOFF-FILE
           end-if

           move approvedTotal to dispAmount
           display "WOFFAPPR: " approvedCount " approved ("
               function trim(dispAmount) "), "
               rejectedCount " rejected."

           perform WRITE-AUDIT-TRAIL

           GOBACK.

       IDENTIFY-APPROVER.
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
               exit paragraph
           end-if

           move 'N' to userOnFile
           open input userMasterFile
           if UMStat not = "00"
               exit paragraph
           end-if

           perform until userEOF = 'Y'
               read userMasterFile
                   at end move 'Y' to userEOF
                   not at end
                       if um-userid = currentUser
                           move 'Y' to userOnFile
                           move 'Y' to userEOF
                       end-if
               end-read
           end-perform
           close userMasterFile.

      *> Four-eyes rule: the approver must not be the user who
      *> proposed the write-off.
       REVIEW-ONE-WRITEOFF.
           display " "
           display "----- PROPOSED WRITE-OFF -----"
           move wt-amount(wo-idx) to dispAmount
           display "Invoice " wt-invoice(wo-idx)
               " | Customer " wt-cust(wo-idx)
               " | Proposed " dispAmount
           display "Proposed by " wt-user(wo-idx) " on "
               wt-req-date(wo-idx) " - " wt-reason(wo-idx)

           if wt-user(wo-idx) = currentUser
               display "Proposed by you - another user must approve "
                   "this write-off.  Skipped."
               exit paragraph
           end-if

           move 0 to foundIdx
           perform varying ar-idx from 1 by 1
                   until ar-idx > arCount
               if at-invoice(ar-idx) = wt-invoice(wo-idx)
                   set foundIdx to ar-idx
               end-if
           end-perform
           if foundIdx = 0
               display "Invoice no longer on AR-OPEN.dat - "
                   "reject this proposal."
           else
               compute openBalance =
                   at-amount(foundIdx) - at-paid(foundIdx)
               move openBalance to dispBalance
               display "Open balance today: " dispBalance
                   " " at-currency(foundIdx)
                   " | Status: " at-status(foundIdx)
           end-if

           display "(A)pprove, (R)eject, (S)kip: " with no advancing
           accept dispChoice

           evaluate dispChoice
               when 'A' when 'a'
                   perform APPROVE-ONE-WRITEOFF
               when 'R' when 'r'
                   perform REJECT-ONE-WRITEOFF
               when other
                   display "Skipped - left pending."
           end-evaluate.

       APPROVE-ONE-WRITEOFF.
           if foundIdx = 0
               display "Nothing to write off - left pending."
               exit paragraph
           end-if
           if at-status(foundIdx) = 'C' or at-status(foundIdx) = 'W'
               display "Invoice is already closed - left pending."
               exit paragraph
           end-if
           if openBalance not > 0
               display "No open balance left - left pending."
               exit paragraph
           end-if

           move 'W' to at-status(foundIdx)
           move 'Y' to arChanged

           move openBalance to wt-amount(wo-idx)
           move 'A' to wt-status(wo-idx)
           move currentUser to wt-approver(wo-idx)
           move function current-date(1:8) to wt-dec-date(wo-idx)
           move 'Y' to woChanged

           perform POST-BALANCE-DOWN
           perform WRITE-BAD-DEBT-JOURNAL

           add 1 to approvedCount
           add openBalance to approvedTotal
           move 'A' to decisionCode
           perform WRITE-DECISION-AUDIT
           display "Write-off approved and posted.".

       REJECT-ONE-WRITEOFF.
           move 'R' to wt-status(wo-idx)
           move currentUser to wt-approver(wo-idx)
           move function current-date(1:8) to wt-dec-date(wo-idx)
           move 'Y' to woChanged
           add 1 to rejectedCount
           move 'R' to decisionCode
           perform WRITE-DECISION-AUDIT
           display "Write-off rejected.".

      *> The written-off balance comes off the customer's credit
      *> exposure just as cash would.
       POST-BALANCE-DOWN.
           if custMasterOK not = 'Y'
               exit paragraph
           end-if
           move at-cust(foundIdx) to cm-custno
           read customerMaster
               invalid key
                   continue
               not invalid key
                   subtract openBalance from cm-balance
                   rewrite customer-master-record
           end-read.

      *> Debit bad-debt expense, credit receivables.  Batch 0 marks
      *> a journal line raised outside the Sel8 batch cycle.  The
      *> journal is in base currency: a foreign invoice's balance
      *> goes across at the rate the item is carried at.
       WRITE-BAD-DEBT-JOURNAL.
           open input journalFile
           if JRStat = "00"
               close journalFile
               open extend journalFile
           else
               open output journalFile
           end-if

           if at-currency(foundIdx) not = spaces
                   and at-fx-rate(foundIdx) is numeric
               compute journalAmt rounded =
                   openBalance * at-fx-rate(foundIdx)
           else
               move openBalance to journalAmt
           end-if
           move function current-date(1:8) to jr-date
           move journalAmt to jr-amount
           move 0 to jr-batch
           move spaces to jr-branch

           move glBadDebtAcct to jr-account
           move 'D' to jr-dc
           write journal-record

           move glReceivAcct to jr-account
           move 'C' to jr-dc
           write journal-record

           close journalFile.

       WRITE-DECISION-AUDIT.
           open input auditFile
               if AuditStat = "00"
                   close auditFile
                   open extend auditFile
               else
                   open output auditFile
               end-if

           move wt-amount(wo-idx) to dispAmount
           move spaces to audit-line
           string "WOFFAPPR " delimited by size
                  decisionCode delimited by size
                  " INVOICE " delimited by size
                  wt-invoice(wo-idx) delimited by size
                  " AMOUNT " delimited by size
                  function trim(dispAmount) delimited by size
                  " PROPOSED-BY " delimited by size
                  function trim(wt-user(wo-idx)) delimited by size
                  " DECIDED-BY " delimited by size
                  function trim(currentUser) delimited by size
                  into audit-line
           end-string
           perform SEAL-AUDIT-LINE

           close auditFile.

       LOAD-GL-ACCOUNTS.
           open input glAcctFile
           if GAStat not = "00"
               display "WARNING: GLACCTS.dat not found - "
                   "using default account numbers"
               exit paragraph
           end-if

           perform until glEOF = 'Y'
               read glAcctFile
                   at end move 'Y' to glEOF
                   not at end
                       evaluate ga-key
                           when "BADDEBT "
                               move ga-account to glBadDebtAcct
                           when "ARTRADE "
                               move ga-account to glReceivAcct
                           when other
                               continue
                       end-evaluate
               end-read
           end-perform

           close glAcctFile.

       LOAD-WRITEOFF-FILE.
           open input writeoffFile
           if WOStat not = "00"
               display "WOFFAPPR: no write-offs on file."
               exit paragraph
           end-if

           perform until woEOF = 'Y'
               read writeoffFile
                   at end move 'Y' to woEOF
                   not at end
                       if woCount < 500
                           add 1 to woCount
                           move wo-invoice to wt-invoice(woCount)
                           move wo-cust to wt-cust(woCount)
                           move wo-amount to wt-amount(woCount)
                           move wo-reason to wt-reason(woCount)
                           move wo-user to wt-user(woCount)
                           move wo-req-date to wt-req-date(woCount)
                           move wo-status to wt-status(woCount)
                           move wo-approver to wt-approver(woCount)
                           move wo-dec-date to wt-dec-date(woCount)
                       else
                           move 'Y' to loadTruncated
                           move 'Y' to woEOF
                       end-if
               end-read
           end-perform

           close writeoffFile.

       REWRITE-WRITEOFF-FILE.
           open output writeoffFile
           perform varying wo-idx from 1 by 1
                   until wo-idx > woCount
               move wt-invoice(wo-idx) to wo-invoice
               move wt-cust(wo-idx) to wo-cust
               move wt-amount(wo-idx) to wo-amount
               move wt-reason(wo-idx) to wo-reason
               move wt-user(wo-idx) to wo-user
               move wt-req-date(wo-idx) to wo-req-date
               move wt-status(wo-idx) to wo-status
               move wt-approver(wo-idx) to wo-approver
               move wt-dec-date(wo-idx) to wo-dec-date
               write writeoff-record
           end-perform
           close writeoffFile.

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
                           move ar-currency to at-currency(arCount)
                           move ar-fx-rate to at-fx-rate(arCount)
                       else
                           move 'Y' to loadTruncated
                           move 'Y' to arEOF
                       end-if
               end-read
           end-perform

           close arOpenFile.

       REWRITE-AR-FILE.
           open output arOpenFile
           perform varying ar-idx from 1 by 1
                   until ar-idx > arCount
               move at-invoice(ar-idx) to ar-invoice
               move at-cust(ar-idx) to ar-cust
               move at-date(ar-idx) to ar-date
               move at-amount(ar-idx) to ar-amount
               move at-paid(ar-idx) to ar-paid
               move at-status(ar-idx) to ar-status
               move at-currency(ar-idx) to ar-currency
               move at-fx-rate(ar-idx) to ar-fx-rate
               write ar-open-record
           end-perform
           close arOpenFile
           display "WOFFAPPR: AR-OPEN.dat rewritten.".

       WRITE-AUDIT-TRAIL.
           move "WOFFAPPR" to al-program
           move runStartStamp to al-start-stamp
           move WOStat to al-file-status
           move woCount to al-recs-read
           move approvedCount to al-recs-written
           move rejectedCount to al-recs-rejected
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
