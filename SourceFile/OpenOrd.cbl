       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPENORD.

       ENVIRONMENT DIVISION.
           input-output section.
               file-control.
                   select statusFile
                       assign to "ORDER-STATUS.dat"
                       organization is line sequential
                       file status is OSStat.

                   select customerMaster
                       assign to "CUSTOMER-MASTER.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is cm-custno
                       alternate record key is cm-name
                           with duplicates
                       file status is CMStat.

                   select reportFile
                       assign to "OpenOrd.dat"
                       organization is line sequential
                       file status is OFStat.

                   select auditFile
                       assign to "AUDIT-TRAIL.dat"
                       organization is line sequential
                       file status is AuditStat.

       DATA DIVISION.
           file section.
               fd statusFile.
                   copy "ORDSTAT.cpy".

               fd customerMaster.
                   copy "CUSTOMER-MASTER.cpy".

               fd reportFile.
                   01 bufferLine pic x(80).

               fd auditFile.
                   copy "AUDITTRL.cpy".

           WORKING-STORAGE SECTION.
           01 OSStat pic xx.
           01 CMStat pic xx.
           01 OFStat pic xx.
           01 AuditStat pic xx.

           01 statusEOF pic x value 'N'.
           01 custMasterOK pic x value 'N'.
           01 runDate pic 9(8).
           01 todayInt pic 9(7).
           01 pricedInt pic 9(7).
           01 daysOld pic 9(5).
      *> Promised lead time from pricing to delivery, in days.  An
      *> order not delivered inside it is listed as late.
           01 leadDays pic 9(3) value 10.

           01 custName pic x(25).
           01 stageName pic x(13).
           01 lastMoved pic 9(8).
           01 stageIdx pic 9.

           01 recsRead pic 9(5) value 0.
           01 openCount pic 9(5) value 0.
           01 lateCount pic 9(5) value 0.
           01 prodCount pic 9(5) value 0.
           01 cutCount pic 9(5) value 0.
           01 packedCount pic 9(5) value 0.
           01 shippedCount pic 9(5) value 0.

           01 dispDays pic ZZZZ9.
           01 dispCount pic ZZ,ZZ9.

           copy "AUDITPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp
           move function current-date(1:8) to runDate
           compute todayInt = function integer-of-date(runDate)

           open input statusFile
           if OSStat not = "00"
               display "OPENORD: no order status file - nothing to "
                   "report."
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           open input customerMaster
           if CMStat = "00"
               move 'Y' to custMasterOK
           end-if

           open output reportFile
           perform WRITE-REPORT-HEADER

           read statusFile
               at end move 'Y' to statusEOF
           end-read

           perform until statusEOF = 'Y'
               add 1 to recsRead
               perform CHECK-ONE-ORDER
               read statusFile
                   at end move 'Y' to statusEOF
               end-read
           end-perform

           close statusFile
           if custMasterOK = 'Y'
               close customerMaster
           end-if

           if lateCount = 0
               write bufferLine from "No orders past the lead time."
           end-if
           perform WRITE-REPORT-TOTALS
           close reportFile

           display "OPENORD: " openCount " orders open, " lateCount
               " past the " leadDays "-day lead time - see OpenOrd.dat"
           if lateCount > 0
               move 4 to RETURN-CODE
           end-if

           perform WRITE-AUDIT-TRAIL

           GOBACK.

       WRITE-REPORT-HEADER.
           move spaces to bufferLine
           string "===== OPEN ORDERS PAST LEAD TIME " delimited by size
                  runDate delimited by size
                  " =====" delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move spaces to bufferLine
           string "Promised lead time: " delimited by size
                  leadDays delimited by size
                  " days from pricing to delivery" delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move spaces to bufferLine
           string "Order  Cust   Name                      "
                      delimited by size
                  "Stage         Priced    Days Moved"
                      delimited by size
                  into bufferLine
           end-string
               write bufferLine
           write bufferLine from
               "------------------------------------------------".

       CHECK-ONE-ORDER.
           evaluate os-status
               when 'D' exit paragraph
               when 'P'
                   move "In production" to stageName
                   add 1 to prodCount
               when 'C'
                   move "Cut" to stageName
                   add 1 to cutCount
               when 'K'
                   move "Packed" to stageName
                   add 1 to packedCount
               when 'S'
                   move "Shipped" to stageName
                   add 1 to shippedCount
               when other
                   move "(unknown)" to stageName
           end-evaluate
           add 1 to openCount

           if os-priced-date not numeric or os-priced-date = 0
               exit paragraph
           end-if
           compute pricedInt = function integer-of-date(os-priced-date)
           compute daysOld = todayInt - pricedInt
           if daysOld <= leadDays
               exit paragraph
           end-if
           add 1 to lateCount

           move 0 to lastMoved
           perform varying stageIdx from 1 by 1 until stageIdx > 5
               if os-stage-date(stageIdx) > lastMoved
                   move os-stage-date(stageIdx) to lastMoved
               end-if
           end-perform

           move "(not on customer master)" to custName
           if custMasterOK = 'Y'
               move os-cust to cm-custno
               read customerMaster
                   invalid key continue
                   not invalid key move cm-name to custName
               end-read
           end-if

           move daysOld to dispDays
           move spaces to bufferLine
           string os-order delimited by size
                  " " delimited by size
                  os-cust delimited by size
                  " " delimited by size
                  custName delimited by size
                  " " delimited by size
                  stageName delimited by size
                  " " delimited by size
                  os-priced-date delimited by size
                  dispDays delimited by size
                  " " delimited by size
                  lastMoved delimited by size
                  into bufferLine
           end-string
               write bufferLine.

       WRITE-REPORT-TOTALS.
           write bufferLine from
               "------------------------------------------------"
           move prodCount to dispCount
           move spaces to bufferLine
           string "Open - in production : " delimited by size
                  function trim(dispCount) delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move cutCount to dispCount
           move spaces to bufferLine
           string "Open - cut           : " delimited by size
                  function trim(dispCount) delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move packedCount to dispCount
           move spaces to bufferLine
           string "Open - packed        : " delimited by size
                  function trim(dispCount) delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move shippedCount to dispCount
           move spaces to bufferLine
           string "Open - shipped       : " delimited by size
                  function trim(dispCount) delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move lateCount to dispCount
           move spaces to bufferLine
           string "Past lead time       : " delimited by size
                  function trim(dispCount) delimited by size
                  into bufferLine
           end-string
               write bufferLine
           write bufferLine from
               "================================================"
           write bufferLine from spaces.

       WRITE-AUDIT-TRAIL.
           move "OPENORD" to al-program
           move runStartStamp to al-start-stamp
           move OSStat to al-file-status
           move recsRead to al-recs-read
           move lateCount to al-recs-written
           move 0 to al-recs-rejected
           move RETURN-CODE to al-return-code
           move "N/A " to al-recon
           call "AUDITLOG" using audit-log-parms
           end-call
           cancel "AUDITLOG".
