       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKISSUE.

       ENVIRONMENT DIVISION.
           input-output section.
               file-control.
                   select sendFile
                       assign to wsSendFilename
                       organization is line sequential
                       file status is SDStat.

                   select dirDepFile
                       assign to wsDirDepFilename
                       organization is line sequential
                       file status is DDStat.

                   select reissueFile
                       assign to "PAY-REISSUE.dat"
                       organization is line sequential
                       file status is RQStat.

                   select employeeMaster
                       assign to "EMPLOYEE-MASTER.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is em-snum
                       alternate record key is em-sname
                           with duplicates
                       file status is EMStat.

                   select checkRegFile
                       assign to "CHECK-REGISTER.dat"
                       organization is line sequential
                       file status is CKStat.

                   select checkCtlFile
                       assign to "CHECK-CTL.dat"
                       organization is line sequential
                       file status is CCStat.

                   select checkPrintFile
                       assign to "Checks.dat"
                       organization is line sequential
                       file status is OFStat.

                   select posPayFile
                       assign to "POSPAY.dat"
                       organization is line sequential
                       file status is PPStat.

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
               fd sendFile.
                   01 send-line pic x(80).

               fd dirDepFile.
                   01 dirdep-line pic x(80).

               fd reissueFile.
                   copy "REISSUE.cpy".

               fd employeeMaster.
                   copy "EMPLOYEE-MASTER.cpy".

               fd checkRegFile.
                   copy "CHECKREG.cpy".

               fd checkCtlFile.
                   01 check-ctl-record.
                       02 kc-last-check pic 9(6).

               fd checkPrintFile.
                   01 bufferLine pic x(80).

      *> Positive-pay issue file for the bank, sent by XMITMGR (feed
      *> POSPAY).  pp-action: I issued, V void - the bank honors
      *> only a check number and amount it has an I for and no V.
               fd posPayFile.
                   01 pospay-record.
                       02 pp-action pic x.
                       02 pp-check  pic 9(6).
                       02 pp-date   pic 9(8).
                       02 pp-amount pic 9(7)v99.
                       02 pp-payee  pic x(20).

               fd userCurrFile.
                   01 user-curr-record.
                       02 cu-userid pic x(8).

               fd auditFile.
                   copy "AUDITTRL.cpy".

           WORKING-STORAGE SECTION.
           01 SDStat pic xx.
           01 EMStat pic xx.
           01 DDStat pic xx.
           01 RQStat pic xx.
           01 CKStat pic xx.
           01 CCStat pic xx.
           01 OFStat pic xx.
           01 PPStat pic xx.
           01 CUStat pic xx.
           01 AuditStat pic xx.

           01 wsSendFilename pic x(30).
           01 wsDirDepFilename pic x(30).
           01 dirDepEOF pic x.
           01 reissueEOF pic x.
           01 queueCount pic 9(5).
           01 reissue-table.
               02 reissue-entry occurs 1 to 500 times
                       depending on reissueCount
                       indexed by rq-idx.
                   03 rqt-record pic x(47).
           01 reissueCount pic 9(3) value 0.

           01 sendEOF pic x value 'N'.
           01 checkEOF pic x value 'N'.
           01 loadTruncated pic x value 'N'.
           01 masterOK pic x value 'N'.

           01 check-table.
               02 check-entry occurs 1 to 1000 times
                       depending on checkCount
                       indexed by chk-idx.
                   03 kt-number     pic 9(6).
                   03 kt-snum       pic 9(6).
                   03 kt-payee      pic x(20).
                   03 kt-period     pic 9(6).
                   03 kt-issue-date pic 9(8).
                   03 kt-amount     pic 9(7)v99.
                   03 kt-status     pic x.
                   03 kt-void-date  pic 9(8).
                   03 kt-replaces   pic 9(6).
                   03 kt-user       pic x(8).
           01 checkCount pic 9(4) value 0.
           01 registerChanged pic x value 'N'.

      *> Net pay per employee for the period, summed from the
      *> PAYCLOSE send file.  nt-deposited marks an employee the
      *> period's DIRDEP file already paid - never paid twice.
           01 net-table.
               02 net-entry occurs 1 to 500 times
                       depending on netCount
                       indexed by net-idx.
                   03 nt-snum      pic 9(6).
                   03 nt-net       pic s9(9)v99.
                   03 nt-deposited pic x.
           01 netCount pic 9(3) value 0.

           01 dirdep-detail.
               02 dd-emp     pic 9(6).
               02 dd-rest    pic x(74).

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

           01 menuChoice pic 9.
           01 doneFlag pic x value 'N'.
           01 confirmFlag pic x.
           01 currentUser pic x(8) value spaces.
           01 updateAllowed pic x value 'Y'.
           01 printPeriod pic 9(6).
           01 lookupCheck pic 9(6).
           01 foundIdx pic 9(4).
           01 alreadyPaid pic x.
           01 lastCheck pic 9(6) value 0.
           01 checkNo pic 9(6).
           01 newSnum pic 9(6).
           01 newPayee pic x(20).
           01 newPeriod pic 9(6).
           01 newAmount pic 9(7)v99.
           01 newReplaces pic 9(6).
           01 auditAction pic x(7).
           01 runDate pic 9(8).
           01 printCount pic 9(5) value 0.
           01 printTotal pic 9(9)v99 value 0.
           01 voidCount pic 9(5) value 0.
           01 listCount pic 9(5).

           01 dispProtect pic $*,***,**9.99.
           01 dispAmount pic $Z,ZZZ,ZZ9.99.
           01 dispCount pic ZZ,ZZ9.
           01 dispTotal pic $ZZZ,ZZZ,ZZ9.99.

           copy "AUDITPRM.cpy".
           copy "SEALPRM.cpy".
           copy "AUTHPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp
           move function current-date(1:8) to runDate
           perform IDENTIFY-OPERATOR
           perform CHECK-UPDATE-AUTH

           perform LOAD-CHECK-REGISTER
           if loadTruncated = 'Y'
               display "CHKISSUE: CHECK-REGISTER.dat holds more than "
                   "the 1000-check work table - archive it first."
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           open input employeeMaster
           if EMStat = "00"
               move 'Y' to masterOK
           else
               display "WARNING: employee master unavailable ("
                   EMStat ") - checks cannot be printed"
           end-if

           perform until doneFlag = 'Y'
               perform DISPLAY-MENU
               accept menuChoice

               evaluate menuChoice
                   when 1 perform GUARDED-PRINT-RUN
                   when 2 perform GUARDED-VOID
                   when 3 perform GUARDED-REISSUE
                   when 4 perform LIST-REGISTER
                   when 5 perform GUARDED-PAY-RETURNS
                   when 0 move 'Y' to doneFlag
                   when other
                       display "Invalid selection - pick 0 to 5."
               end-evaluate
           end-perform

           if masterOK = 'Y'
               close employeeMaster
           end-if

           if registerChanged = 'Y'
               perform REWRITE-CHECK-REGISTER
           end-if

           if printCount > 0 or voidCount > 0
               move printCount to dispCount
               display "CHKISSUE: " function trim(dispCount)
                   " checks printed to Checks.dat (PRTSPOOL) - "
                   "send POSPAY through XMITMGR before release."
           end-if

           perform WRITE-AUDIT-TRAIL

           GOBACK.

       DISPLAY-MENU.
           display " "
           display "===== PAY CHECK ISSUE ====="
           display "1  Print checks for a closed pay period"
           display "2  Void a check"
           display "3  Void and reissue a check"
           display "4  List the check register"
           display "5  Pay returned direct deposits by check"
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

      *> Listing stays open; cutting or voiding a check needs
      *> CHKISSUE-UPDATE on the permissions matrix.
       CHECK-UPDATE-AUTH.
           move currentUser to ak-userid
           move "CHKISSUE-UPDATE" to ak-function
           call "AUTHCHK" using auth-check-parms
           end-call
           if ak-allowed = 'N'
               move 'N' to updateAllowed
               display "CHKISSUE: " currentUser " may view but "
                   "is not granted CHKISSUE-UPDATE."
           end-if.

       GUARDED-PRINT-RUN.
           if updateAllowed = 'N'
               display "Restricted - CHKISSUE-UPDATE not granted."
           else
               perform PRINT-PERIOD-CHECKS
           end-if.

       GUARDED-VOID.
           if updateAllowed = 'N'
               display "Restricted - CHKISSUE-UPDATE not granted."
           else
               perform VOID-ONE-CHECK
           end-if.

       GUARDED-PAY-RETURNS.
           if updateAllowed = 'N'
               display "Restricted - CHKISSUE-UPDATE not granted."
           else
               perform PAY-RETURNED-DEPOSITS
           end-if.

       GUARDED-REISSUE.
           if updateAllowed = 'N'
               display "Restricted - CHKISSUE-UPDATE not granted."
           else
               perform REISSUE-ONE-CHECK
           end-if.

      *> One check per employee per period for the net on the
      *> PAYCLOSE send file, only for employees PAYCLOSE could not
      *> pay by direct deposit.  An employee already holding a check
      *> for the period is skipped, so a rerun never pays twice.
       PRINT-PERIOD-CHECKS.
           if masterOK not = 'Y'
               display "Employee master unavailable - no checks."
               exit paragraph
           end-if

           display "Pay period to pay by check (YYYYMM): "
               with no advancing
           accept printPeriod

           move spaces to wsSendFilename
           string "PAYSEND-" delimited by size
                  printPeriod delimited by size
                  ".dat" delimited by size
                  into wsSendFilename
           end-string

           open input sendFile
           if SDStat not = "00"
               display "No send file " function trim(wsSendFilename)
                   " - run PAYCLOSE for the period first."
               exit paragraph
           end-if

           move 0 to netCount
           move 'N' to sendEOF
           perform until sendEOF = 'Y'
               read sendFile
                   at end move 'Y' to sendEOF
                   not at end
                       if send-line(1:3) not = "TRL"
                           move send-line to work-pay
                           perform ADD-TO-NET-TABLE
                       end-if
               end-read
           end-perform
           close sendFile

           perform MARK-DEPOSITED-EMPLOYEES

           perform varying net-idx from 1 by 1
                   until net-idx > netCount
               perform PRINT-ONE-PERIOD-CHECK
           end-perform

           move printCount to dispCount
           move printTotal to dispTotal
           display "CHKISSUE: " function trim(dispCount)
               " checks on file, total " function trim(dispTotal).

      *> Anyone on the period's DIRDEP file was paid by the bank; a
      *> deposit that bounced comes back through DDRETURN and is
      *> paid from the reissue queue (option 5), not from here.
       MARK-DEPOSITED-EMPLOYEES.
           move spaces to wsDirDepFilename
           string "DIRDEP-" delimited by size
                  printPeriod delimited by size
                  ".dat" delimited by size
                  into wsDirDepFilename
           end-string

           open input dirDepFile
           if DDStat not = "00"
               exit paragraph
           end-if

           move 'N' to dirDepEOF
           perform until dirDepEOF = 'Y'
               read dirDepFile
                   at end move 'Y' to dirDepEOF
                   not at end
                       if dirdep-line(1:3) not = "HDR"
                               and dirdep-line(1:3) not = "TRL"
                           move dirdep-line to dirdep-detail
                           perform varying net-idx from 1 by 1
                                   until net-idx > netCount
                               if nt-snum(net-idx) = dd-emp
                                   move 'Y' to nt-deposited(net-idx)
                               end-if
                           end-perform
                       end-if
               end-read
           end-perform

           close dirDepFile.

       ADD-TO-NET-TABLE.
           move 0 to foundIdx
           perform varying net-idx from 1 by 1
                   until net-idx > netCount
               if nt-snum(net-idx) = wp-emp-number
                   set foundIdx to net-idx
               end-if
           end-perform
           if foundIdx = 0
               if netCount >= 500
                   display "WARNING: more than 500 employees on the "
                       "send file - " wp-emp-number " not paid"
                   exit paragraph
               end-if
               add 1 to netCount
               move netCount to foundIdx
               move wp-emp-number to nt-snum(netCount)
               move 0 to nt-net(netCount)
               move 'N' to nt-deposited(netCount)
           end-if
           if wp-sign = '-'
               subtract wp-net-amt from nt-net(foundIdx)
           else
               add wp-net-amt to nt-net(foundIdx)
           end-if.

       PRINT-ONE-PERIOD-CHECK.
           if nt-net(net-idx) not > 0 or nt-deposited(net-idx) = 'Y'
               exit paragraph
           end-if

           move nt-snum(net-idx) to em-snum
           read employeeMaster
               invalid key
                   display "WARNING: " nt-snum(net-idx)
                       " not on the master - no check cut"
                   exit paragraph
           end-read
           if em-routing not = 0 and em-bank-status not = 'I'
               exit paragraph
           end-if

           move 'N' to alreadyPaid
           perform varying chk-idx from 1 by 1
                   until chk-idx > checkCount
               if kt-snum(chk-idx) = em-snum
                       and kt-period(chk-idx) = printPeriod
                   move 'Y' to alreadyPaid
               end-if
           end-perform
           if alreadyPaid = 'Y'
               exit paragraph
           end-if

           move em-snum to newSnum
           move em-sname to newPayee
           move printPeriod to newPeriod
           move nt-net(net-idx) to newAmount
           move 0 to newReplaces
           perform CUT-ONE-CHECK.

      *> Number the check, add it to the register, print it and
      *> tell the bank through positive pay.
       CUT-ONE-CHECK.
           if checkCount >= 1000
               display "Check register table full - check not cut."
               exit paragraph
           end-if

           perform ISSUE-CHECK-NUMBER

           add 1 to checkCount
           move checkNo to kt-number(checkCount)
           move newSnum to kt-snum(checkCount)
           move newPayee to kt-payee(checkCount)
           move newPeriod to kt-period(checkCount)
           move runDate to kt-issue-date(checkCount)
           move newAmount to kt-amount(checkCount)
           move 'I' to kt-status(checkCount)
           move 0 to kt-void-date(checkCount)
           move newReplaces to kt-replaces(checkCount)
           move currentUser to kt-user(checkCount)
           move 'Y' to registerChanged

           perform PRINT-CHECK-FACE

           move 'I' to pp-action
           move checkNo to pp-check
           move runDate to pp-date
           move newAmount to pp-amount
           move newPayee to pp-payee
           perform WRITE-POSPAY-RECORD

           add 1 to printCount
           add newAmount to printTotal.

       ISSUE-CHECK-NUMBER.
           move 0 to lastCheck
           open input checkCtlFile
           if CCStat = "00"
               read checkCtlFile
                   at end move 0 to lastCheck
                   not at end move kc-last-check to lastCheck
               end-read
               close checkCtlFile
           end-if

           compute checkNo = lastCheck + 1

           open output checkCtlFile
           move checkNo to kc-last-check
           write check-ctl-record
           close checkCtlFile.

       PRINT-CHECK-FACE.
           open input checkPrintFile
           if OFStat = "00"
               close checkPrintFile
               open extend checkPrintFile
           else
               open output checkPrintFile
           end-if

           move newAmount to dispProtect
           move spaces to bufferLine
           string "CHECK NO " delimited by size
                  checkNo delimited by size
                  "                        DATE " delimited by size
                  runDate delimited by size
                  into bufferLine
           end-string
               write bufferLine
           write bufferLine from spaces
           move spaces to bufferLine
           string "PAY TO THE ORDER OF  " delimited by size
                  newPayee delimited by size
                  "  " delimited by size
                  dispProtect delimited by size
                  into bufferLine
           end-string
               write bufferLine
           write bufferLine from spaces
           move spaces to bufferLine
           string "Employee " delimited by size
                  newSnum delimited by size
                  " | Pay period " delimited by size
                  newPeriod delimited by size
                  into bufferLine
           end-string
               write bufferLine
           if newReplaces not = 0
               move spaces to bufferLine
               string "Replaces void check " delimited by size
                      newReplaces delimited by size
                      into bufferLine
               end-string
                   write bufferLine
           end-if
           write bufferLine from
               "VOID AFTER 90 DAYS"
           write bufferLine from
               "================================================="
           write bufferLine from spaces

           close checkPrintFile.

       WRITE-POSPAY-RECORD.
           open input posPayFile
           if PPStat = "00"
               close posPayFile
               open extend posPayFile
           else
               open output posPayFile
           end-if

           write pospay-record

           close posPayFile.

      *> Every open item on the reissue queue is paid by check and
      *> closed with the check number; PAYCLOSE takes whatever is
      *> still open once the employee's bank details are fixed.
       PAY-RETURNED-DEPOSITS.
           if masterOK not = 'Y'
               display "Employee master unavailable - no checks."
               exit paragraph
           end-if

           open input reissueFile
           if RQStat not = "00"
               display "No returned deposits on PAY-REISSUE.dat."
               exit paragraph
           end-if

           move 0 to queueCount
           move 0 to reissueCount
           move 'N' to reissueEOF
           perform until reissueEOF = 'Y'
               read reissueFile
                   at end move 'Y' to reissueEOF
                   not at end
                       if reissueCount < 500
                           add 1 to reissueCount
                           move reissue-record
                               to rqt-record(reissueCount)
                       else
                           move 'Y' to loadTruncated
                           move 'Y' to reissueEOF
                       end-if
               end-read
           end-perform
           close reissueFile

      *> The queue is written back whole, so a part-loaded one is
      *> left alone rather than cut short.
           if loadTruncated = 'Y'
               display "CHKISSUE: PAY-REISSUE.dat over 500 items - "
                   "no returns paid, see the payroll supervisor"
               exit paragraph
           end-if

           perform varying rq-idx from 1 by 1
                   until rq-idx > reissueCount
               move rqt-record(rq-idx) to reissue-record
               if rq-status = 'O'
                   perform PAY-ONE-RETURN
               end-if
           end-perform

      *> Only items still open go back on the queue; a paid one is
      *> on the check register or the deposit file it went out on.
           if queueCount > 0
               open output reissueFile
               perform varying rq-idx from 1 by 1
                       until rq-idx > reissueCount
                   move rqt-record(rq-idx) to reissue-record
                   if rq-status = 'O'
                       write reissue-record
                   end-if
               end-perform
               close reissueFile
           end-if

           move queueCount to dispCount
           display "CHKISSUE: " function trim(dispCount)
               " returned deposits paid by check.".

       PAY-ONE-RETURN.
           move rq-snum to em-snum
           read employeeMaster
               invalid key
                   display "WARNING: " rq-snum
                       " not on the master - return left open"
                   exit paragraph
           end-read

           move rq-snum to newSnum
           move em-sname to newPayee
           move rq-period to newPeriod
           move rq-amount to newAmount
           move 0 to newReplaces
           move checkCount to foundIdx
           perform CUT-ONE-CHECK
           if checkCount = foundIdx
               exit paragraph
           end-if

           move 'C' to rq-status
           move runDate to rq-paid-date
           move checkNo to rq-ref
           move reissue-record to rqt-record(rq-idx)
           add 1 to queueCount.

       FIND-CHECK.
           display "Check number: " with no advancing
           accept lookupCheck

           move 0 to foundIdx
           perform varying chk-idx from 1 by 1
                   until chk-idx > checkCount
               if kt-number(chk-idx) = lookupCheck
                   set foundIdx to chk-idx
               end-if
           end-perform
           if foundIdx = 0
               display "Check " lookupCheck " is not on the register."
               exit paragraph
           end-if

           move kt-amount(foundIdx) to dispAmount
           display "Check " kt-number(foundIdx) " to "
               kt-payee(foundIdx) " " dispAmount
               " period " kt-period(foundIdx)
               " status " kt-status(foundIdx)

           if kt-status(foundIdx) not = 'I'
               display "Check " lookupCheck " is already void."
               move 0 to foundIdx
           end-if.

       VOID-ONE-CHECK.
           perform FIND-CHECK
           if foundIdx = 0
               exit paragraph
           end-if

           display "Void this check? (Y/N): " with no advancing
           accept confirmFlag
           if confirmFlag not = 'Y' and confirmFlag not = 'y'
               display "Void discarded."
               exit paragraph
           end-if

           perform MARK-CHECK-VOID
           display "Check " lookupCheck " voided.".

      *> A reissue voids the lost or spoiled check and cuts a new
      *> number for the same employee, period and amount.
       REISSUE-ONE-CHECK.
           perform FIND-CHECK
           if foundIdx = 0
               exit paragraph
           end-if

           display "Void and reissue this check? (Y/N): "
               with no advancing
           accept confirmFlag
           if confirmFlag not = 'Y' and confirmFlag not = 'y'
               display "Reissue discarded."
               exit paragraph
           end-if

      *> The old check stays live unless the new one can be cut.
           if checkCount >= 1000
               display "Check register table full - check "
                   lookupCheck " not voided or reissued."
               exit paragraph
           end-if

           move kt-snum(foundIdx) to newSnum
           move kt-payee(foundIdx) to newPayee
           move kt-period(foundIdx) to newPeriod
           move kt-amount(foundIdx) to newAmount
           move kt-number(foundIdx) to newReplaces

           perform MARK-CHECK-VOID
           perform CUT-ONE-CHECK

           move "REISSUE" to auditAction
           perform WRITE-CHECK-AUDIT
           display "Check " newReplaces " voided, reissued as "
               checkNo ".".

       MARK-CHECK-VOID.
           move 'V' to kt-status(foundIdx)
           move runDate to kt-void-date(foundIdx)
           move 'Y' to registerChanged
           add 1 to voidCount

           move 'V' to pp-action
           move kt-number(foundIdx) to pp-check
           move runDate to pp-date
           move kt-amount(foundIdx) to pp-amount
           move kt-payee(foundIdx) to pp-payee
           perform WRITE-POSPAY-RECORD

           move kt-number(foundIdx) to checkNo
           move kt-amount(foundIdx) to newAmount
           move "VOID   " to auditAction
           perform WRITE-CHECK-AUDIT.

       WRITE-CHECK-AUDIT.
           open input auditFile
               if AuditStat = "00"
                   close auditFile
                   open extend auditFile
               else
                   open output auditFile
               end-if

           move newAmount to dispAmount
           move spaces to audit-line
           string "CHKISSUE " delimited by size
                  auditAction delimited by size
                  " CHECK " delimited by size
                  checkNo delimited by size
                  " AMOUNT " delimited by size
                  function trim(dispAmount) delimited by size
                  " BY " delimited by size
                  function trim(currentUser) delimited by size
                  into audit-line
           end-string
           perform SEAL-AUDIT-LINE

           close auditFile.

       LIST-REGISTER.
           move 0 to listCount
           perform varying chk-idx from 1 by 1
                   until chk-idx > checkCount
               add 1 to listCount
               move kt-amount(chk-idx) to dispAmount
               display kt-number(chk-idx) " " kt-snum(chk-idx) " "
                   kt-payee(chk-idx) " " dispAmount " "
                   kt-period(chk-idx) " " kt-status(chk-idx)
               if kt-replaces(chk-idx) not = 0
                   display "        replaces " kt-replaces(chk-idx)
               end-if
           end-perform

           if listCount = 0
               display "No checks on the register."
           end-if.

       LOAD-CHECK-REGISTER.
           open input checkRegFile
           if CKStat not = "00"
               exit paragraph
           end-if

           perform until checkEOF = 'Y'
               read checkRegFile
                   at end move 'Y' to checkEOF
                   not at end
                       if checkCount < 1000
                           add 1 to checkCount
                           move ck-number to kt-number(checkCount)
                           move ck-snum to kt-snum(checkCount)
                           move ck-payee to kt-payee(checkCount)
                           move ck-period to kt-period(checkCount)
                           move ck-issue-date
                               to kt-issue-date(checkCount)
                           move ck-amount to kt-amount(checkCount)
                           move ck-status to kt-status(checkCount)
                           move ck-void-date
                               to kt-void-date(checkCount)
                           move ck-replaces
                               to kt-replaces(checkCount)
                           move ck-user to kt-user(checkCount)
                       else
                           move 'Y' to loadTruncated
                           move 'Y' to checkEOF
                       end-if
               end-read
           end-perform

           close checkRegFile.

       REWRITE-CHECK-REGISTER.
           open output checkRegFile

           perform varying chk-idx from 1 by 1
                   until chk-idx > checkCount
               move kt-number(chk-idx) to ck-number
               move kt-snum(chk-idx) to ck-snum
               move kt-payee(chk-idx) to ck-payee
               move kt-period(chk-idx) to ck-period
               move kt-issue-date(chk-idx) to ck-issue-date
               move kt-amount(chk-idx) to ck-amount
               move kt-status(chk-idx) to ck-status
               move kt-void-date(chk-idx) to ck-void-date
               move kt-replaces(chk-idx) to ck-replaces
               move kt-user(chk-idx) to ck-user
               write check-register-record
           end-perform

           close checkRegFile.

       WRITE-AUDIT-TRAIL.
           move "CHKISSUE" to al-program
           move runStartStamp to al-start-stamp
           move CKStat to al-file-status
           move 0 to al-recs-read
           move printCount to al-recs-written
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
