       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVCRENEW.

       ENVIRONMENT DIVISION.
           input-output section.
               file-control.
                   select contractFile
                       assign to "SERVICE-CONTRACT.dat"
                       organization is line sequential
                       file status is SCStat.

                   select customerMaster
                       assign to "CUSTOMER-MASTER.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is cm-custno
                       alternate record key is cm-name
                           with duplicates
                       file status is CMStat.

                   select reportFile
                       assign to "SvcRenew.dat"
                       organization is line sequential
                       file status is OFStat.

                   select auditFile
                       assign to "AUDIT-TRAIL.dat"
                       organization is line sequential
                       file status is AuditStat.

       DATA DIVISION.
           file section.
               fd contractFile.
                   copy "SVCCONTR.cpy".

               fd customerMaster.
                   copy "CUSTOMER-MASTER.cpy".

               fd reportFile.
                   01 bufferLine pic x(80).

               fd auditFile.
                   copy "AUDITTRL.cpy".

           WORKING-STORAGE SECTION.
           01 SCStat pic xx.
           01 CMStat pic xx.
           01 OFStat pic xx.
           01 AuditStat pic xx.

           01 contractEOF pic x value 'N'.
           01 custMasterOK pic x value 'N'.
           01 runDate pic 9(8).
           01 todayInt pic 9(7).
           01 endInt pic 9(7).
           01 daysLeft pic s9(5).
      *> Contracts ending inside this many days are listed so the
      *> rep can take the renewal to the customer in time.
           01 warnDays pic 9(3) value 60.

           01 custName pic x(25).
           01 holdNote pic x(7).
           01 recsRead pic 9(5) value 0.
           01 dueCount pic 9(5) value 0.
           01 dueValue pic 9(7)v99 value 0.
           01 monthValue pic 9(7)v99.

           01 dispDays pic ZZZ9.
           01 dispValue pic $ZZ,ZZ9.99.
           01 dispTotal pic $Z,ZZZ,ZZ9.99.
           01 dispCount pic ZZ,ZZ9.

           copy "AUDITPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp
           move function current-date(1:8) to runDate
           compute todayInt = function integer-of-date(runDate)

           open input contractFile
           if SCStat not = "00"
               display "SVCRENEW: no service contracts on file."
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           open input customerMaster
           if CMStat = "00"
               move 'Y' to custMasterOK
           end-if

           open output reportFile
           perform WRITE-REPORT-HEADER

           read contractFile
               at end move 'Y' to contractEOF
           end-read

           perform until contractEOF = 'Y'
               add 1 to recsRead
               perform CHECK-ONE-CONTRACT
               read contractFile
                   at end move 'Y' to contractEOF
               end-read
           end-perform

           close contractFile
           if custMasterOK = 'Y'
               close customerMaster
           end-if

           if dueCount = 0
               write bufferLine from "No contracts due for renewal."
           end-if
           perform WRITE-REPORT-TOTALS
           close reportFile

           display "SVCRENEW: " dueCount " contracts end within "
               warnDays " days - see SvcRenew.dat"

           perform WRITE-AUDIT-TRAIL

           GOBACK.

       WRITE-REPORT-HEADER.
           write bufferLine from
               "===== SERVICE CONTRACTS DUE FOR RENEWAL ====="
           move spaces to bufferLine
           string "As of: " delimited by size
                  runDate delimited by size
                  "   Window: " delimited by size
                  warnDays delimited by size
                  " days" delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move spaces to bufferLine
           string "Contr  Cust   Name                 "
                      delimited by size
                  "Prod   Rep    Ends     Days   Monthly"
                      delimited by size
                  into bufferLine
           end-string
               write bufferLine
           write bufferLine from
               "------------------------------------------------".

      *> Open-ended contracts never come due; contracts already
      *> past their end date were billed for the last time and are
      *> left off.  Held contracts are listed but marked.
       CHECK-ONE-CONTRACT.
           if sc-end not numeric or sc-end = 0
               exit paragraph
           end-if
           compute endInt = function integer-of-date(sc-end)
           compute daysLeft = endInt - todayInt
           if daysLeft < 0 or daysLeft > warnDays
               exit paragraph
           end-if
           add 1 to dueCount

           move "(not on customer master)" to custName
           if custMasterOK = 'Y'
               move sc-cust to cm-custno
               read customerMaster
                   invalid key continue
                   not invalid key move cm-name to custName
               end-read
           end-if

           move spaces to holdNote
           if sc-status = 'H'
               move "ON HOLD" to holdNote
           end-if

           compute monthValue = sc-qty * sc-price
           add monthValue to dueValue
           move daysLeft to dispDays
           move monthValue to dispValue
           move spaces to bufferLine
           string sc-contract delimited by size
                  " " delimited by size
                  sc-cust delimited by size
                  " " delimited by size
                  custName(1:20) delimited by size
                  " " delimited by size
                  sc-prod delimited by size
                  " " delimited by size
                  sc-snum delimited by size
                  " " delimited by size
                  sc-end delimited by size
                  " " delimited by size
                  dispDays delimited by size
                  dispValue delimited by size
                  " " delimited by size
                  holdNote delimited by size
                  into bufferLine
           end-string
               write bufferLine.

       WRITE-REPORT-TOTALS.
           write bufferLine from
               "------------------------------------------------"
           move dueCount to dispCount
           move spaces to bufferLine
           string "Contracts due for renewal : " delimited by size
                  function trim(dispCount) delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move dueValue to dispTotal
           move spaces to bufferLine
           string "Monthly billing at stake  : " delimited by size
                  function trim(dispTotal) delimited by size
                  into bufferLine
           end-string
               write bufferLine
           write bufferLine from
               "================================================"
           write bufferLine from spaces.

       WRITE-AUDIT-TRAIL.
           move "SVCRENEW" to al-program
           move runStartStamp to al-start-stamp
           move SCStat to al-file-status
           move recsRead to al-recs-read
           move dueCount to al-recs-written
           move 0 to al-recs-rejected
           move RETURN-CODE to al-return-code
           move "N/A " to al-recon
           call "AUDITLOG" using audit-log-parms
           end-call
           cancel "AUDITLOG".
