       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRAWMNT.

       ENVIRONMENT DIVISION.
           input-output section.
               file-control.
                   select drawFile
                       assign to "DRAW-MASTER.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is dw-snum
                       file status is DWStat.

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
               fd drawFile.
                   copy "DRAW.cpy".

               fd employeeMaster.
                   copy "EMPLOYEE-MASTER.cpy".

               fd auditFile.
                   copy "AUDITTRL.cpy".

           WORKING-STORAGE SECTION.
           01 DWStat pic xx.
           01 EMStat pic xx.
           01 AuditStat pic xx.
           01 curDateTime pic x(21).
           01 dispAuditDate pic x(10).
           01 dispAuditTime pic x(8).

           01 menuChoice pic 9.
           01 doneFlag pic x value 'N'.
           01 lookupKey pic 9(6).
           01 confirmFlag pic x.
           01 masterOK pic x value 'N'.

           01 newAmount pic 9(7)v99.
           01 newRecoverable pic x.
           01 newStart pic 9(6).
           01 newEnd pic 9(6).
           01 dispAmount pic $Z,ZZZ,ZZ9.99.
           01 dispBalance pic $Z,ZZZ,ZZ9.99.

           copy "AUDITPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp
           open i-o drawFile
           if DWStat = "35"
               open output drawFile
               close drawFile
               open i-o drawFile
           end-if
           if DWStat not = "00"
               display "ERROR: cannot open draw file " DWStat
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
                   when 1 perform ADD-DRAW
                   when 2 perform CHANGE-DRAW
                   when 3 perform DELETE-DRAW
                   when 4 perform SHOW-DRAW
                   when 0 move 'Y' to doneFlag
                   when other
                       display "Invalid selection - pick 0 to 4."
               end-evaluate
           end-perform

           close drawFile
           if masterOK = 'Y'
               close employeeMaster
           end-if

           perform WRITE-AUDIT-TRAIL

           GOBACK.

       DISPLAY-MENU.
           display " "
           display "===== COMMISSION DRAW MAINTENANCE ====="
           display "1  Add draw"
           display "2  Change draw"
           display "3  Delete draw"
           display "4  Show draw"
           display "0  Exit"
           display "Enter selection: " with no advancing.

       GET-DRAW-TERMS.
           display "Enter monthly draw amount: " with no advancing
           accept newAmount
           perform until newAmount > 0
               display "Draw must be > zero, re-enter: "
                   with no advancing
               accept newAmount
           end-perform

           display "Recoverable from later commission? (Y/N): "
               with no advancing
           accept newRecoverable
           if newRecoverable = 'y'
               move 'Y' to newRecoverable
           end-if
           if newRecoverable not = 'Y'
               move 'N' to newRecoverable
           end-if

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
           accept newEnd
           perform until newEnd = 0 or newEnd >= newStart
               display "Last period must be 0 or >= first, "
                   "re-enter: " with no advancing
               accept newEnd
           end-perform.

       ADD-DRAW.
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

           move lookupKey to dw-snum
           read drawFile
               invalid key
                   continue
               not invalid key
                   display "Draw for " lookupKey " already on file."
                   exit paragraph
           end-read

           perform GET-DRAW-TERMS

           move lookupKey to dw-snum
           move newAmount to dw-amount
           move newRecoverable to dw-recoverable
           move newStart to dw-start-period
           move newEnd to dw-end-period
           move 0 to dw-balance
           move 0 to dw-last-period

           display "Confirm add for " lookupKey "? (Y/N): "
               with no advancing
           accept confirmFlag
           if confirmFlag not = 'Y' and confirmFlag not = 'y'
               display "Add discarded - not written."
               exit paragraph
           end-if

           write draw-record
               invalid key
                   display "ERROR: add failed " DWStat
               not invalid key
                   display "Draw for " lookupKey " added."
           end-write.

      *> The terms may change; the unrecovered balance belongs to
      *> PAYCLOSE and is carried over untouched.
       CHANGE-DRAW.
           display "Enter employee number: " with no advancing
           accept lookupKey

           move lookupKey to dw-snum
           read drawFile
               invalid key
                   display "No draw record found for " lookupKey
                   exit paragraph
           end-read

           perform SHOW-DRAW-FIELDS
           perform GET-DRAW-TERMS

           move newAmount to dw-amount
           move newRecoverable to dw-recoverable
           move newStart to dw-start-period
           move newEnd to dw-end-period

           display "Confirm change for " lookupKey "? (Y/N): "
               with no advancing
           accept confirmFlag
           if confirmFlag not = 'Y' and confirmFlag not = 'y'
               display "Change discarded - not written."
               exit paragraph
           end-if

           rewrite draw-record
               invalid key
                   display "ERROR: change failed " DWStat
               not invalid key
                   display "Draw for " lookupKey " changed."
           end-rewrite.

      *> A draw still owed back cannot simply be deleted - end it
      *> with a last period instead and let PAYCLOSE recover it.
       DELETE-DRAW.
           display "Enter employee number: " with no advancing
           accept lookupKey

           move lookupKey to dw-snum
           read drawFile
               invalid key
                   display "No draw record found for " lookupKey
                   exit paragraph
           end-read

           perform SHOW-DRAW-FIELDS
           if dw-balance > 0
               display "Draw has an unrecovered balance - set a "
                   "last period instead. Delete refused."
               exit paragraph
           end-if

           display "Confirm delete for " lookupKey "? (Y/N): "
               with no advancing
           accept confirmFlag
           if confirmFlag not = 'Y' and confirmFlag not = 'y'
               display "Delete discarded - record kept."
               exit paragraph
           end-if

           delete drawFile
               invalid key
                   display "ERROR: delete failed " DWStat
               not invalid key
                   display "Draw for " lookupKey " deleted."
           end-delete.

       SHOW-DRAW.
           display "Enter employee number: " with no advancing
           accept lookupKey

           move lookupKey to dw-snum
           read drawFile
               invalid key
                   display "No draw record found for " lookupKey
               not invalid key
                   perform SHOW-DRAW-FIELDS
           end-read.

       SHOW-DRAW-FIELDS.
           move dw-amount to dispAmount
           move dw-balance to dispBalance
           display "SNum: " dw-snum
               " | Draw: " dispAmount
               " | Recoverable: " dw-recoverable
           display "Periods: " dw-start-period " to " dw-end-period
               " | Unrecovered: " dispBalance
               " | Last settled: " dw-last-period.

       WRITE-AUDIT-TRAIL.
           move "DRAWMNT" to al-program
           move runStartStamp to al-start-stamp
           move DWStat to al-file-status
           move 0 to al-recs-read
           move 0 to al-recs-written
           move 0 to al-recs-rejected
           move RETURN-CODE to al-return-code
           move "N/A " to al-recon
           call "AUDITLOG" using audit-log-parms
           end-call
           cancel "AUDITLOG".
