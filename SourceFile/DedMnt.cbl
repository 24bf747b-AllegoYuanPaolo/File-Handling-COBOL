       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEDMNT.

       ENVIRONMENT DIVISION.
           input-output section.
               file-control.
                   select deductFile
                       assign to "DEDUCT-MASTER.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is dm-key
                       file status is DMStat.

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
                       file status is AuditStat.

       DATA DIVISION.
           file section.
               fd deductFile.
                   copy "DEDUCT.cpy".

               fd employeeMaster.
                   copy "EMPLOYEE-MASTER.cpy".

               fd auditFile.
                   copy "AUDITTRL.cpy".

           WORKING-STORAGE SECTION.
           01 DMStat pic xx.
           01 EMStat pic xx.
           01 AuditStat pic xx.

           01 menuChoice pic 9.
           01 doneFlag pic x value 'N'.
           01 lookupKey pic 9(6).
           01 lookupSeq pic 99.
           01 nextSeq pic 99.
           01 confirmFlag pic x.
           01 masterOK pic x value 'N'.
           01 deductEOF pic x.
           01 shownCount pic 99.

           01 newType pic x.
           01 newMethod pic x.
           01 newAmount pic 9(5)v99.
           01 newPct pic 99v99.
           01 newPriority pic 99.
           01 newGoal pic 9(7)v99.
           01 newStart pic 9(6).
           01 newStop pic 9(6).
           01 newPayee pic x(20).
           01 newRef pic x(12).
           01 dispAmount pic $ZZ,ZZ9.99.
           01 dispPct pic Z9.99.
           01 dispGoal pic $Z,ZZZ,ZZ9.99.
           01 dispTaken pic $Z,ZZZ,ZZ9.99.
           01 changeCount pic 9(5) value 0.

           copy "AUDITPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp
           open i-o deductFile
           if DMStat = "35"
               open output deductFile
               close deductFile
               open i-o deductFile
           end-if
           if DMStat not = "00"
               display "ERROR: cannot open deduction file " DMStat
               move 8 to RETURN-CODE
               goback
           end-if

           open input employeeMaster
           if EMStat = "00"
               move 'Y' to masterOK
           else
               display "WARNING: employee master unavailable ("
                   EMStat ") - employee numbers not checked"
           end-if

           perform until doneFlag = 'Y'
               perform DISPLAY-MENU
               accept menuChoice

               evaluate menuChoice
                   when 1 perform ADD-DEDUCTION
                   when 2 perform CHANGE-DEDUCTION
                   when 3 perform STOP-DEDUCTION
                   when 4 perform SHOW-DEDUCTIONS
                   when 0 move 'Y' to doneFlag
                   when other
                       display "Invalid selection - pick 0 to 4."
               end-evaluate
           end-perform

           close deductFile
           if masterOK = 'Y'
               close employeeMaster
           end-if

           perform WRITE-AUDIT-TRAIL

           GOBACK.

       DISPLAY-MENU.
           display " "
           display "===== PAYROLL DEDUCTION MAINTENANCE ====="
           display "1  Add deduction"
           display "2  Change deduction"
           display "3  Stop deduction"
           display "4  Show employee deductions"
           display "0  Exit"
           display "Enter selection: " with no advancing.

       GET-DEDUCTION-TERMS.
           display "Type (L loan, U uniform, D union dues, "
               "G garnishment, O other): " with no advancing
           accept newType
           move function upper-case(newType) to newType
           perform until newType = 'L' or newType = 'U'
                   or newType = 'D' or newType = 'G'
                   or newType = 'O'
               display "Type must be L, U, D, G or O, re-enter: "
                   with no advancing
               accept newType
               move function upper-case(newType) to newType
           end-perform

           display "Fixed amount or percentage of net pay (A/P): "
               with no advancing
           accept newMethod
           move function upper-case(newMethod) to newMethod
           perform until newMethod = 'A' or newMethod = 'P'
               display "Enter A or P: " with no advancing
               accept newMethod
               move function upper-case(newMethod) to newMethod
           end-perform

           move 0 to newAmount
           move 0 to newPct
           if newMethod = 'A'
               display "Amount per period: " with no advancing
               accept newAmount
               perform until newAmount > 0
                   display "Amount must be > zero, re-enter: "
                       with no advancing
                   accept newAmount
               end-perform
           else
               display "Percentage of net pay (e.g. 15.00): "
                   with no advancing
               accept newPct
               perform until newPct > 0
                   display "Percentage must be > zero, re-enter: "
                       with no advancing
                   accept newPct
               end-perform
           end-if

           display "Priority (1 = taken first): " with no advancing
           accept newPriority
           perform until newPriority > 0
               display "Priority must be 1 or more, re-enter: "
                   with no advancing
               accept newPriority
           end-perform

           display "Goal amount (0 = no goal): " with no advancing
           accept newGoal

           display "Enter first pay period (YYYYMM): "
               with no advancing
           accept newStart
           perform until newStart(5:2) >= "01"
                   and newStart(5:2) <= "12"
               display "Period must be YYYYMM, re-enter: "
                   with no advancing
               accept newStart
           end-perform

           display "Enter last pay period (YYYYMM, 0 = no end): "
               with no advancing
           accept newStop
           perform until newStop = 0 or newStop >= newStart
               display "Last period must be 0 or >= first, "
                   "re-enter: " with no advancing
               accept newStop
           end-perform

           display "Pay to (payee name): " with no advancing
           accept newPayee
           perform until newPayee not = spaces
               display "A payee is required, re-enter: "
                   with no advancing
               accept newPayee
           end-perform

           display "Case / loan reference: " with no advancing
           accept newRef.

       ADD-DEDUCTION.
           display "Enter employee number: " with no advancing
           accept lookupKey

           if masterOK = 'Y'
               move lookupKey to em-snum
               read employeeMaster
                   invalid key
                       display "No employee " lookupKey
                           " on the master - add refused."
                       exit paragraph
               end-read
           end-if

      *> The next free sequence follows the employee's last one.
           move 0 to nextSeq
           move lookupKey to dm-snum
           move 0 to dm-seq
           move 'N' to deductEOF
           start deductFile key >= dm-key
               invalid key move 'Y' to deductEOF
           end-start
           perform until deductEOF = 'Y'
               read deductFile next
                   at end move 'Y' to deductEOF
                   not at end
                       if dm-snum = lookupKey
                           move dm-seq to nextSeq
                       else
                           move 'Y' to deductEOF
                       end-if
               end-read
           end-perform
           if nextSeq = 99
               display "Employee " lookupKey " has no deduction "
                   "sequence left - add refused."
               exit paragraph
           end-if
           add 1 to nextSeq

           perform GET-DEDUCTION-TERMS

           move lookupKey to dm-snum
           move nextSeq to dm-seq
           move newType to dm-type
           move newMethod to dm-method
           move newAmount to dm-amount
           move newPct to dm-pct
           move newPriority to dm-priority
           move newGoal to dm-goal
           move 0 to dm-taken
           move newStart to dm-start-period
           move newStop to dm-stop-period
           move newPayee to dm-payee
           move newRef to dm-ref
           move 'A' to dm-status
           move 0 to dm-last-period

           display "Confirm add of deduction " nextSeq " for "
               lookupKey "? (Y/N): " with no advancing
           accept confirmFlag
           if confirmFlag not = 'Y' and confirmFlag not = 'y'
               display "Add discarded - not written."
               exit paragraph
           end-if

           write deduct-record
               invalid key
                   display "ERROR: add failed " DMStat
               not invalid key
                   add 1 to changeCount
                   display "Deduction " nextSeq " for " lookupKey
                       " added."
           end-write.

      *> The terms may change; the running total taken toward the
      *> goal belongs to PAYCLOSE and is carried over untouched.
       CHANGE-DEDUCTION.
           perform GET-DEDUCTION-KEY
           read deductFile
               invalid key
                   display "No deduction " lookupSeq " for "
                       lookupKey
                   exit paragraph
           end-read

           perform SHOW-DEDUCTION-FIELDS
           if dm-status not = 'A'
               display "Deduction is no longer active - add a new "
                   "one instead. Change refused."
               exit paragraph
           end-if
           perform GET-DEDUCTION-TERMS

           move newType to dm-type
           move newMethod to dm-method
           move newAmount to dm-amount
           move newPct to dm-pct
           move newPriority to dm-priority
           move newGoal to dm-goal
           move newStart to dm-start-period
           move newStop to dm-stop-period
           move newPayee to dm-payee
           move newRef to dm-ref
           if dm-goal > 0 and dm-taken >= dm-goal
               move 'C' to dm-status
           end-if

           display "Confirm change? (Y/N): " with no advancing
           accept confirmFlag
           if confirmFlag not = 'Y' and confirmFlag not = 'y'
               display "Change discarded - not written."
               exit paragraph
           end-if

           rewrite deduct-record
               invalid key
                   display "ERROR: change failed " DMStat
               not invalid key
                   add 1 to changeCount
                   display "Deduction " lookupSeq " for "
                       lookupKey " changed."
           end-rewrite.

      *> A deduction is never deleted: what was taken stays on
      *> file for the remittance history.  Stopping it ends it.
       STOP-DEDUCTION.
           perform GET-DEDUCTION-KEY
           read deductFile
               invalid key
                   display "No deduction " lookupSeq " for "
                       lookupKey
                   exit paragraph
           end-read

           perform SHOW-DEDUCTION-FIELDS
           if dm-status not = 'A'
               display "Deduction is not active - nothing to stop."
               exit paragraph
           end-if
           if dm-type = 'G'
               display "Court-ordered: stop only on release "
                   "by the court."
           end-if

           display "Confirm stop? (Y/N): " with no advancing
           accept confirmFlag
           if confirmFlag not = 'Y' and confirmFlag not = 'y'
               display "Stop discarded - deduction still active."
               exit paragraph
           end-if

           move 'S' to dm-status
           rewrite deduct-record
               invalid key
                   display "ERROR: stop failed " DMStat
               not invalid key
                   add 1 to changeCount
                   display "Deduction " lookupSeq " for "
                       lookupKey " stopped."
           end-rewrite.

       SHOW-DEDUCTIONS.
           display "Enter employee number: " with no advancing
           accept lookupKey

           move 0 to shownCount
           move lookupKey to dm-snum
           move 0 to dm-seq
           move 'N' to deductEOF
           start deductFile key >= dm-key
               invalid key move 'Y' to deductEOF
           end-start
           perform until deductEOF = 'Y'
               read deductFile next
                   at end move 'Y' to deductEOF
                   not at end
                       if dm-snum = lookupKey
                           add 1 to shownCount
                           perform SHOW-DEDUCTION-FIELDS
                       else
                           move 'Y' to deductEOF
                       end-if
               end-read
           end-perform
           if shownCount = 0
               display "No deductions on file for " lookupKey
           end-if.

       GET-DEDUCTION-KEY.
           display "Enter employee number: " with no advancing
           accept lookupKey
           display "Enter deduction sequence: " with no advancing
           accept lookupSeq
           move lookupKey to dm-snum
           move lookupSeq to dm-seq.

       SHOW-DEDUCTION-FIELDS.
           move dm-amount to dispAmount
           move dm-pct to dispPct
           move dm-goal to dispGoal
           move dm-taken to dispTaken
           display "SNum: " dm-snum " | Seq: " dm-seq
               " | Type: " dm-type " | Priority: " dm-priority
               " | Status: " dm-status
           if dm-method = 'P'
               display "  " dispPct "% of net | Goal: " dispGoal
                   " | Taken: " dispTaken
           else
               display "  " dispAmount " per period | Goal: "
                   dispGoal " | Taken: " dispTaken
           end-if
           display "  Periods: " dm-start-period " to "
               dm-stop-period " | Last taken: " dm-last-period
           display "  Pay to: " dm-payee " | Ref: " dm-ref.

       WRITE-AUDIT-TRAIL.
           move "DEDMNT" to al-program
           move runStartStamp to al-start-stamp
           move DMStat to al-file-status
           move 0 to al-recs-read
           move changeCount to al-recs-written
           move 0 to al-recs-rejected
           move RETURN-CODE to al-return-code
           move "N/A " to al-recon
           call "AUDITLOG" using audit-log-parms
           end-call
           cancel "AUDITLOG".
