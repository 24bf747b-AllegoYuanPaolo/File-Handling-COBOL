       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDRETURN.

       ENVIRONMENT DIVISION.
           input-output section.
               file-control.
                   select returnFile
                       assign to returnFileName
                       organization is line sequential
                       file status is RTStat.

                   select payrollFile
                       assign to "SEL8-PAYROLL.dat"
                       organization is line sequential
                       file status is PRStat.

                   select employeeMaster
                       assign to "EMPLOYEE-MASTER.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is em-snum
                       alternate record key is em-sname
                           with duplicates
                       file status is EMStat.

                   select reissueFile
                       assign to "PAY-REISSUE.dat"
                       organization is line sequential
                       file status is RQStat.

                   select parmFile
                       assign to "PARM-CARDS.dat"
                       organization is line sequential
                       file status is PMStat.

                   select reportFile
                       assign to "DdReturn.dat"
                       organization is line sequential
                       file status is OFStat.

                   select auditFile
                       assign to "AUDIT-TRAIL.dat"
                       organization is line sequential
                       file status is AuditStat.

       DATA DIVISION.
           file section.
               fd returnFile.
                   copy "DDRETURN.cpy".

               fd payrollFile.
                   01 payroll-record.
                       02 pr-emp-number pic 9(6).
                       02 pr-pay-period pic 9(6).
                       02 pr-gross-amt  pic 9(7)v99.
                       02 pr-deduct-amt pic 9(7)v99.
                       02 pr-net-amt    pic 9(7)v99.
                       02 pr-type       pic x.
                       02 pr-sign       pic x.
                       02 pr-sent       pic x.
                       02 pr-batch      pic 9(6).
                       02 pr-branch     pic x(3).

               fd employeeMaster.
                   copy "EMPLOYEE-MASTER.cpy".

               fd reissueFile.
                   copy "REISSUE.cpy".

               fd parmFile.
                   01 parm-record.
                       02 pc-program    pic x(8).
                       02 pc-run-mode   pic x.
                       02 pc-option1    pic x.
                       02 pc-pay-period pic 9(6).
                       02 pc-input-file pic x(20).
                       02 pc-override   pic x(8).
                       02 pc-rate       pic 9(3)v99.

               fd reportFile.
                   01 bufferLine pic x(80).

               fd auditFile.
                   copy "AUDITTRL.cpy".

           WORKING-STORAGE SECTION.
           copy "LOCKPRM.cpy".
           01 RTStat pic xx.
           01 PRStat pic xx.
           01 EMStat pic xx.
           01 RQStat pic xx.
           01 PMStat pic xx.
           01 OFStat pic xx.
           01 AuditStat pic xx.

      *> The bank's file name may be overridden on the DDRETURN
      *> parameter card (pc-input-file).
           01 returnFileName pic x(20) value "DDRETURN.dat".

           01 returnEOF pic x value 'N'.
           01 payrollEOF pic x value 'N'.
           01 parmEOF pic x value 'N'.
           01 loadTruncated pic x value 'N'.
           01 payrollChanged pic x value 'N'.

      *> Payroll records are matched in this table and the file is
      *> rewritten with the returned ones marked pr-sent 'R'.
           01 pay-table.
               02 pay-entry occurs 1 to 500 times
                       depending on payCount
                       indexed by pay-idx.
                   03 py-record pic x(51).
           01 payCount pic 9(3) value 0.

           01 work-pay.
               02 wp-emp-number pic 9(6).
               02 wp-pay-period pic 9(6).
               02 wp-gross-amt  pic 9(7)v99.
               02 wp-deduct-amt pic 9(7)v99.
               02 wp-net-amt    pic 9(7)v99.
               02 wp-type       pic x.
               02 wp-sign       pic x.
               02 wp-sent       pic x.
               02 wp-batch      pic 9(6).
               02 wp-branch     pic x(3).

           01 foundIdx pic 9(3).
           01 returnCount pic 9(5) value 0.
           01 matchedCount pic 9(5) value 0.
           01 rejectCount pic 9(5) value 0.
           01 flaggedCount pic 9(5) value 0.
           01 matchedTotal pic 9(9)v99 value 0.
           01 rejectReason pic x(30).

           01 dispAmount pic $ZZZ,ZZZ,ZZ9.99.
           01 dispCount pic ZZ,ZZ9.

           copy "AUDITPRM.cpy".
           copy "CHGPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp
           perform READ-PARM-CARD

           open input returnFile
           if RTStat not = "00"
               display "DDRETURN: no bank return file "
                   function trim(returnFileName) " - nothing to do."
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           perform LOAD-PAYROLL-TABLE
           if loadTruncated = 'Y'
               display "DDRETURN: SEL8-PAYROLL.dat holds more than "
                   "the 500-record work table - nothing matched."
               close returnFile
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           move "EMP" to lp-master
           move 'T' to lp-action
           move "DDRETURN" to lp-caller
           call "MSTRLOCK" using master-lock-parms
           end-call
           if lp-result = 'B'
               display "Master in use by " lp-holder
                   " - try again after that run finishes"
               close returnFile
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           open i-o employeeMaster
           if EMStat not = "00"
               display "ERROR: cannot open employee master " EMStat
               close returnFile
               perform RELEASE-EMP-LOCK
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           perform OPEN-REISSUE-FILE
           open output reportFile

           write bufferLine from
               "===== DIRECT-DEPOSIT RETURNS ====="
           move spaces to bufferLine
           string "Bank file: " delimited by size
                  function trim(returnFileName) delimited by size
                  " | Run date: " delimited by size
                  runStartStamp(1:8) delimited by size
                  into bufferLine
           end-string
               write bufferLine
           write bufferLine from
               "SNum    Period  Reason          Amount  Result"
           write bufferLine from
               "-------------------------------------------------------"

           perform until returnEOF = 'Y'
               read returnFile
                   at end move 'Y' to returnEOF
                   not at end
                       add 1 to returnCount
                       perform PROCESS-ONE-RETURN
               end-read
           end-perform

           write bufferLine from
               "-------------------------------------------------------"
           move matchedCount to dispCount
           move matchedTotal to dispAmount
           move spaces to bufferLine
           string "Returns matched: " delimited by size
                  function trim(dispCount) delimited by size
                  " | Queued for reissue: " delimited by size
                  function trim(dispAmount) delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move rejectCount to dispCount
           move spaces to bufferLine
           string "Returns not matched (investigate): "
                  delimited by size
                  function trim(dispCount) delimited by size
                  into bufferLine
           end-string
               write bufferLine

           close reportFile
           close reissueFile
           close employeeMaster
           close returnFile
           perform RELEASE-EMP-LOCK

           if payrollChanged = 'Y'
               perform REWRITE-PAYROLL-FILE
           end-if

           if rejectCount > 0
               move 4 to RETURN-CODE
           end-if

           move matchedCount to dispCount
           display "DDRETURN: " function trim(dispCount)
               " returns queued for reissue - see DdReturn.dat"

           perform WRITE-AUDIT-TRAIL

           GOBACK.

      *> A return matches the sent payroll record PAYCLOSE cut the
      *> deposit from: same employee, period and net amount.  That
      *> record goes back to unpaid ('R'), the money is queued for
      *> CHKISSUE or the next PAYCLOSE, and the employee's bank
      *> details are flagged until EMPMAINT corrects them.
       PROCESS-ONE-RETURN.
           move spaces to rejectReason
           move 0 to foundIdx
           perform varying pay-idx from 1 by 1
                   until pay-idx > payCount or foundIdx > 0
               move py-record(pay-idx) to work-pay
               if wp-emp-number = rt-emp
                       and wp-pay-period = rt-period
                       and wp-net-amt = rt-net
                       and wp-sign = rt-sign
                       and wp-sent = 'Y'
                   set foundIdx to pay-idx
               end-if
           end-perform

           if rt-sign = '-'
               move "credit return - not a payment" to rejectReason
           else
               if foundIdx = 0
                   move "no sent payment matches" to rejectReason
               end-if
           end-if

           if rejectReason not = spaces
               add 1 to rejectCount
               perform WRITE-RETURN-LINE
               exit paragraph
           end-if

           move py-record(foundIdx) to work-pay
           move 'R' to wp-sent
           move work-pay to py-record(foundIdx)
           move 'Y' to payrollChanged

           move rt-emp to rq-snum
           move rt-period to rq-period
           move rt-net to rq-amount
           move rt-reason to rq-reason
           move function current-date(1:8) to rq-ret-date
           move 'O' to rq-status
           move 0 to rq-paid-date
           move 0 to rq-ref
           write reissue-record

           perform FLAG-BANK-DETAILS

           add 1 to matchedCount
           add rt-net to matchedTotal
           move "queued for reissue" to rejectReason
           perform WRITE-RETURN-LINE.

       FLAG-BANK-DETAILS.
           move rt-emp to em-snum
           read employeeMaster
               invalid key
                   move "queued - employee not on master"
                       to rejectReason
                   exit paragraph
           end-read

           if em-bank-status = 'I'
               exit paragraph
           end-if

           move "EMP" to cj-master
           move 'C' to cj-action
           move em-snum to cj-key
           move employee-master-record to cj-before

           move 'I' to em-bank-status
           rewrite employee-master-record
           move employee-master-record to cj-after
           call "CHGJRNL" using change-journal-parms
           end-call
           add 1 to flaggedCount.

       WRITE-RETURN-LINE.
           move rt-net to dispAmount
           move spaces to bufferLine
           string rt-emp delimited by size
                  "  " delimited by size
                  rt-period delimited by size
                  "  " delimited by size
                  rt-reason delimited by size
                  " " delimited by size
                  dispAmount delimited by size
                  "  " delimited by size
                  rejectReason delimited by size
                  into bufferLine
           end-string
               write bufferLine.

       READ-PARM-CARD.
           open input parmFile
           if PMStat not = "00"
               exit paragraph
           end-if

           perform until parmEOF = 'Y'
               read parmFile
                   at end move 'Y' to parmEOF
                   not at end
                       if pc-program = "DDRETURN"
                           if pc-input-file not = spaces
                               move pc-input-file to returnFileName
                           end-if
                           move 'Y' to parmEOF
                       end-if
               end-read
           end-perform

           close parmFile.

       LOAD-PAYROLL-TABLE.
           open input payrollFile
           if PRStat not = "00"
               exit paragraph
           end-if

           perform until payrollEOF = 'Y'
               read payrollFile
                   at end move 'Y' to payrollEOF
                   not at end
                       if payCount < 500
                           add 1 to payCount
                           move payroll-record to py-record(payCount)
                       else
                           move 'Y' to loadTruncated
                           move 'Y' to payrollEOF
                       end-if
               end-read
           end-perform

           close payrollFile.

       REWRITE-PAYROLL-FILE.
           open output payrollFile

           perform varying pay-idx from 1 by 1
                   until pay-idx > payCount
               move py-record(pay-idx) to payroll-record
               write payroll-record
           end-perform

           close payrollFile.

       OPEN-REISSUE-FILE.
           open input reissueFile
           if RQStat = "00"
               close reissueFile
               open extend reissueFile
           else
               open output reissueFile
           end-if.

       RELEASE-EMP-LOCK.
           move "EMP" to lp-master
           move 'R' to lp-action
           move "DDRETURN" to lp-caller
           call "MSTRLOCK" using master-lock-parms
           end-call.

       WRITE-AUDIT-TRAIL.
           move "DDRETURN" to al-program
           move runStartStamp to al-start-stamp
           move RTStat to al-file-status
           move returnCount to al-recs-read
           move matchedCount to al-recs-written
           move rejectCount to al-recs-rejected
           move RETURN-CODE to al-return-code
           move "N/A " to al-recon
           call "AUDITLOG" using audit-log-parms
           end-call
           cancel "AUDITLOG".
