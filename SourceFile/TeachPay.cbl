       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEACHPAY.

       ENVIRONMENT DIVISION.
           input-output section.
               file-control.
                   select employeeMaster
                       assign to "EMPLOYEE-MASTER.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is em-snum
                       alternate record key is em-sname
                           with duplicates
                       file status is EMStat.

                   select instructorFile
                       assign to "INSTRUCTOR.dat"
                       organization is line sequential
                       file status is INStat.

                   select sectionRefFile
                       assign to "SECTION-REF.dat"
                       organization is line sequential
                       file status is SRStat.

                   select gradeSubFile
                       assign to "GRADESUB.dat"
                       organization is line sequential
                       file status is GSStat.

                   select payCalFile
                       assign to "PAYCAL.dat"
                       organization is line sequential
                       file status is PCStat.

                   select payrollFile
                       assign to "SEL8-PAYROLL.dat"
                       organization is line sequential
                       file status is PRStat.

                   select reportFile
                       assign to "TeachPay.dat"
                       organization is line sequential
                       file status is OFStat.

                   select auditFile
                       assign to "AUDIT-TRAIL.dat"
                       organization is line sequential
                       file status is AuditStat.

       DATA DIVISION.
           file section.
               fd employeeMaster.
                   copy "EMPLOYEE-MASTER.cpy".

               fd instructorFile.
                   copy "INSTRUCT.cpy".

               fd sectionRefFile.
                   copy "SECTREF.cpy".

               fd gradeSubFile.
                   01 gradesub-record.
                       02 gs-section pic x(5).
                       02 gs-subject pic x(6).
                       02 gs-status  pic x.
                       02 gs-date    pic 9(8).

               fd payCalFile.
                   01 paycal-record.
                       02 ca-period pic 9(6).
                       02 ca-start  pic 9(8).
                       02 ca-end    pic 9(8).
                       02 ca-status pic x.

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

               fd reportFile.
                   01 bufferLine pic x(80).

               fd auditFile.
                   copy "AUDITTRL.cpy".

           WORKING-STORAGE SECTION.
           copy "LOCKPRM.cpy".
           01 EMStat pic xx.
           01 INStat pic xx.
           01 SRStat pic xx.
           01 GSStat pic xx.
           01 PRStat pic xx.
           01 OFStat pic xx.
           01 AuditStat pic xx.

           01 payPeriod pic 9(6).
           01 PCStat pic xx.
           01 payCalEOF pic x.
           01 periodOkFlag pic x value 'Y'.
           01 periodFound pic x.

           01 instEOF pic x value 'N'.
           01 sectionEOF pic x value 'N'.
           01 subEOF pic x value 'N'.
           01 payrollEOF pic x value 'N'.
           01 loadTruncated pic x value 'N'.

      *> Part-time instructors only, with the load built up from
      *> SECTION-REF.  it-hours is weekly contact hours.
           01 inst-table.
               02 inst-entry occurs 1 to 100 times
                       depending on instCount
                       indexed by inst-idx.
                   03 it-id         pic x(6).
                   03 it-name       pic x(20).
                   03 it-emp-number pic 9(6).
                   03 it-rate       pic 9(5)v99.
                   03 it-sections   pic 9(3).
                   03 it-missing    pic 9(3).
                   03 it-hours      pic 9(3)v99.
           01 instCount pic 9(3) value 0.

           01 sub-table.
               02 sub-entry occurs 1 to 300 times
                       depending on subCount
                       indexed by sub-idx.
                   03 sb-section pic x(5).
                   03 sb-subject pic x(6).
           01 subCount pic 9(3) value 0.

      *> Employees already given a teaching line this period, so a
      *> re-run cannot pay the same month twice.
           01 paid-table.
               02 paid-entry occurs 1 to 500 times
                       depending on paidCount
                       indexed by pd-idx.
                   03 pd-emp-number pic 9(6).
           01 paidCount pic 9(3) value 0.

           copy "WHPRM.cpy".

           01 submitted pic x.
           01 alreadyPaid pic x.
           01 dayIdx pic 9.
           01 meetDays pic 9.
           01 clockHour pic 99.
           01 clockMins pic 99.
           01 startMins pic 9(4).
           01 endMins pic 9(4).
           01 sectionHours pic 9(3)v99.
           01 grossPay pic 9(7)v99.
           01 dedAmt pic 9(7)v99.
           01 holdReason pic x(16).

           01 payLineCount pic 9(5) value 0.
           01 heldCount pic 9(5) value 0.
           01 paidTotal pic 9(9)v99 value 0.

           01 dispSections pic ZZ9.
           01 dispHours pic ZZ9.99.
           01 dispRate pic ZZ,ZZ9.99.
           01 dispGross pic ZZZ,ZZ9.99.
           01 dispCount pic ZZ,ZZ9.
           01 dispTotal pic $$$$,$$$,$$9.99.

           copy "AUDITPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp
           move runStartStamp(1:6) to payPeriod

           perform CHECK-PERIOD-OPEN
           if periodOkFlag not = 'Y'
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           perform LOAD-INSTRUCTOR-TABLE
           if instCount = 0
               display "TEACHPAY: no part-time instructors on "
                   "INSTRUCTOR.dat - nothing to pay"
               perform WRITE-AUDIT-TRAIL
               goback
           end-if
           perform LOAD-SUBMISSION-TABLE
           perform LOAD-TEACHING-LOAD
           perform LOAD-PAID-TABLE
           if loadTruncated = 'Y'
               display "TEACHPAY: more sections, submissions or "
                   "pay lines than the work tables hold - no pay "
                   "written."
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           move "EMP" to lp-master
           move 'C' to lp-action
           move "TEACHPAY" to lp-caller
           call "MSTRLOCK" using master-lock-parms
           end-call
           if lp-result = 'B'
               display "Master in use by " lp-holder
                   " - try again after that run finishes"
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           open input employeeMaster
           if EMStat not = "00"
               display "ERROR: cannot open employee master " EMStat
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           perform OPEN-PAYROLL-FILE
           open output reportFile

           write bufferLine from
               "===== PART-TIME TEACHING LOAD PAY ====="
           move spaces to bufferLine
           string "Pay period: " delimited by size
                  payPeriod delimited by size
                  " (paid only where every section's grades are in)"
                  delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move spaces to bufferLine
           string "Instr  Name           Emp#  Sect Hrs/wk      Rate"
                      delimited by size
                  "      Gross  Status" delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move all "-" to bufferLine
               write bufferLine

           perform varying inst-idx from 1 by 1
                   until inst-idx > instCount
               perform PAY-ONE-INSTRUCTOR
           end-perform

           move all "-" to bufferLine
               write bufferLine
           move payLineCount to dispCount
           move paidTotal to dispTotal
           move spaces to bufferLine
           string "Paid: " delimited by size
                  function trim(dispCount) delimited by size
                  " | Total gross: " delimited by size
                  function trim(dispTotal) delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move heldCount to dispCount
           move spaces to bufferLine
           string "Held: " delimited by size
                  function trim(dispCount) delimited by size
                  into bufferLine
           end-string
               write bufferLine
           write bufferLine from spaces

           close reportFile
           close payrollFile
           close employeeMaster

           display "TEACHPAY: " payLineCount " instructors paid, "
               heldCount " held - see TeachPay.dat"
           if heldCount > 0
               move 4 to RETURN-CODE
           end-if

           perform WRITE-AUDIT-TRAIL

           GOBACK.

       PAY-ONE-INSTRUCTOR.
           move spaces to holdReason
           move 0 to grossPay
           compute grossPay = it-sections(inst-idx) * it-rate(inst-idx)

           evaluate true
               when it-sections(inst-idx) = 0
                   move "NO SECTIONS" to holdReason
               when it-missing(inst-idx) > 0
                   move "HELD-GRADES DUE" to holdReason
               when it-emp-number(inst-idx) = 0
                   move "HELD-NO EMP NO" to holdReason
           end-evaluate

           if holdReason = spaces
               move it-emp-number(inst-idx) to em-snum
               read employeeMaster
                   invalid key
                       move "HELD-NOT ON EMP" to holdReason
                   not invalid key
                       if em-status = 'T'
                           move "HELD-TERMINATED" to holdReason
                       end-if
               end-read
           end-if

           if holdReason = spaces
               move 'N' to alreadyPaid
               set pd-idx to 1
               search paid-entry
                   at end continue
                   when pd-emp-number(pd-idx)
                           = it-emp-number(inst-idx)
                       move 'Y' to alreadyPaid
               end-search
               if alreadyPaid = 'Y'
                   move "ALREADY PAID" to holdReason
               end-if
           end-if

           if holdReason = spaces
               if grossPay = 0
                   move "NO RATE ON FILE" to holdReason
               end-if
           end-if

           if holdReason = spaces
               perform WRITE-TEACHING-PAY
               move "PAID" to holdReason
               add 1 to payLineCount
               add grossPay to paidTotal
           else
               if holdReason not = "NO SECTIONS"
                       and holdReason not = "ALREADY PAID"
                   add 1 to heldCount
               end-if
           end-if

           move it-sections(inst-idx) to dispSections
           move it-hours(inst-idx) to dispHours
           move it-rate(inst-idx) to dispRate
           move grossPay to dispGross
           move spaces to bufferLine
           string it-id(inst-idx) delimited by size
                  " " delimited by size
                  it-name(inst-idx)(1:14) delimited by size
                  " " delimited by size
                  it-emp-number(inst-idx) delimited by size
                  " " delimited by size
                  dispSections delimited by size
                  " " delimited by size
                  dispHours delimited by size
                  " " delimited by size
                  dispRate delimited by size
                  " " delimited by size
                  dispGross delimited by size
                  "  " delimited by size
                  holdReason delimited by size
                  into bufferLine
           end-string
               write bufferLine.

       WRITE-TEACHING-PAY.
           move it-emp-number(inst-idx) to pr-emp-number
           move payPeriod to pr-pay-period
           move grossPay to pr-gross-amt
           move it-emp-number(inst-idx) to wc-snum
           move grossPay to wc-gross
           call "WHCALC" using withhold-calc-parms
           end-call
           move wc-deduct to dedAmt
           move dedAmt to pr-deduct-amt
           compute pr-net-amt = grossPay - dedAmt
           move 'T' to pr-type
           move '+' to pr-sign
           move 'N' to pr-sent
           move 0 to pr-batch
           move em-branch to pr-branch
           write payroll-record.

      *> Teaching pay may only post into an open period on
      *> PAYCAL.dat, as with every other pay line.
       CHECK-PERIOD-OPEN.
           move 'Y' to periodOkFlag
           move 'N' to periodFound
           move 'N' to payCalEOF

           open input payCalFile
           if PCStat not = "00"
               display "WARNING: PAYCAL.dat not found - pay-period "
                   "calendar not enforced"
               exit paragraph
           end-if

           perform until payCalEOF = 'Y'
               read payCalFile
                   at end move 'Y' to payCalEOF
                   not at end
                       if ca-period = payPeriod
                           move 'Y' to periodFound
                           if ca-status not = 'O'
                               move 'N' to periodOkFlag
                           end-if
                       end-if
               end-read
           end-perform
           close payCalFile

           if periodFound = 'N'
               display "ERROR: pay period " payPeriod
                   " is not on the calendar - posting refused"
               move 'N' to periodOkFlag
           else
               if periodOkFlag = 'N'
                   display "ERROR: pay period " payPeriod
                       " is closed - posting refused"
               end-if
           end-if.

       LOAD-INSTRUCTOR-TABLE.
           open input instructorFile
           if INStat not = "00"
               exit paragraph
           end-if

           perform until instEOF = 'Y'
               read instructorFile
                   at end move 'Y' to instEOF
                   not at end
                       if in-pay-type = 'P' and instCount < 100
                           add 1 to instCount
                           move in-id to it-id(instCount)
                           move in-name to it-name(instCount)
                           if in-emp-number is numeric
                                   and in-rate is numeric
                               move in-emp-number
                                   to it-emp-number(instCount)
                               move in-rate to it-rate(instCount)
                           else
                               move 0 to it-emp-number(instCount)
                               move 0 to it-rate(instCount)
                           end-if
                           move 0 to it-sections(instCount)
                           move 0 to it-missing(instCount)
                           move 0 to it-hours(instCount)
                       end-if
               end-read
           end-perform

           close instructorFile.

       LOAD-SUBMISSION-TABLE.
           open input gradeSubFile
           if GSStat not = "00"
               exit paragraph
           end-if

           perform until subEOF = 'Y'
               read gradeSubFile
                   at end move 'Y' to subEOF
                   not at end
                       if gs-status = 'C'
                           if subCount < 300
                               add 1 to subCount
                               move gs-section
                                   to sb-section(subCount)
                               move gs-subject
                                   to sb-subject(subCount)
                           else
                               move 'Y' to loadTruncated
                               move 'Y' to subEOF
                           end-if
                       end-if
               end-read
           end-perform

           close gradeSubFile.

      *> Each section assigned to a part-time instructor counts
      *> once; weekly hours are meeting days times the length of
      *> the meeting.
       LOAD-TEACHING-LOAD.
           open input sectionRefFile
           if SRStat not = "00"
               exit paragraph
           end-if

           perform until sectionEOF = 'Y'
               read sectionRefFile
                   at end move 'Y' to sectionEOF
                   not at end
                       set inst-idx to 1
                       search inst-entry
                           at end continue
                           when it-id(inst-idx) = sr-instr-id
                               perform ADD-ONE-SECTION
                       end-search
               end-read
           end-perform

           close sectionRefFile.

       ADD-ONE-SECTION.
           add 1 to it-sections(inst-idx)

           move 'N' to submitted
           perform varying sub-idx from 1 by 1
                   until sub-idx > subCount or submitted = 'Y'
               if sb-section(sub-idx) = sr-section
                       and sb-subject(sub-idx) = sr-subject
                   move 'Y' to submitted
               end-if
           end-perform
           if submitted = 'N'
               add 1 to it-missing(inst-idx)
           end-if

           move 0 to meetDays
           perform varying dayIdx from 1 by 1 until dayIdx > 7
               if sr-days(dayIdx:1) not = space
                   add 1 to meetDays
               end-if
           end-perform
           if meetDays = 0 or sr-end not > sr-start
               exit paragraph
           end-if
           divide sr-start by 100 giving clockHour
               remainder clockMins
           compute startMins = (clockHour * 60) + clockMins
           divide sr-end by 100 giving clockHour
               remainder clockMins
           compute endMins = (clockHour * 60) + clockMins
           compute sectionHours rounded =
               meetDays * (endMins - startMins) / 60
           add sectionHours to it-hours(inst-idx).

       LOAD-PAID-TABLE.
           open input payrollFile
           if PRStat not = "00"
               exit paragraph
           end-if

           perform until payrollEOF = 'Y'
               read payrollFile
                   at end move 'Y' to payrollEOF
                   not at end
                       if pr-type = 'T' and pr-pay-period = payPeriod
                           if paidCount < 500
                               add 1 to paidCount
                               move pr-emp-number
                                   to pd-emp-number(paidCount)
                           else
                               move 'Y' to loadTruncated
                               move 'Y' to payrollEOF
                           end-if
                       end-if
               end-read
           end-perform

           close payrollFile.

       OPEN-PAYROLL-FILE.
           open input payrollFile
           if PRStat = "00"
               close payrollFile
               open extend payrollFile
           else
               open output payrollFile
           end-if.

       WRITE-AUDIT-TRAIL.
           move "TEACHPAY" to al-program
           move runStartStamp to al-start-stamp
           move OFStat to al-file-status
           move instCount to al-recs-read
           move payLineCount to al-recs-written
           move heldCount to al-recs-rejected
           move RETURN-CODE to al-return-code
           move "N/A " to al-recon
           call "AUDITLOG" using audit-log-parms
           end-call
           cancel "AUDITLOG".
