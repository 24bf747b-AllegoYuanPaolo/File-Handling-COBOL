       IDENTIFICATION DIVISION.
       PROGRAM-ID. WOAUTO.

       ENVIRONMENT DIVISION.
           input-output section.
               file-control.
                   select workOrderFile
                       assign to "SENSOR-WO.dat"
                       organization is line sequential
                       file status is WOStat.

                   select sensorRegFile
                       assign to "SENSOR-REG.dat"
                       organization is line sequential
                       file status is SRStat.

                   select exceptionFile
                       assign to "TEMPSTN-EXCEPT.dat"
                       organization is line sequential
                       file status is EXStat.

                   select calibFile
                       assign to "CALIB.dat"
                       organization is line sequential
                       file status is CBStat.

                   select stationMasterFile
                       assign to "STATION-MASTER.dat"
                       organization is line sequential
                       file status is SMStat.

                   select reportFile
                       assign to "WoAuto.dat"
                       organization is line sequential
                       file status is OFStat.

                   select auditFile
                       assign to "AUDIT-TRAIL.dat"
                       organization is line sequential
                       file status is AuditStat.

       DATA DIVISION.
           file section.
               fd workOrderFile.
                   copy "SENSWO.cpy".

               fd sensorRegFile.
                   copy "SENSREG.cpy".

               fd exceptionFile.
                   01 exception-record.
                       02 ex-stationid pic 9(6).
                       02 ex-celsius pic S9(3)
                           sign is leading separate character.
                       02 ex-read-date pic 9(8).
                       02 ex-read-time pic 9(4).
                       02 ex-reason pic x(30).

               fd calibFile.
                   copy "CALIB.cpy".

               fd stationMasterFile.
                   01 station-master-record.
                       02 stm-stationid pic 9(6).
                       02 stm-name      pic x(20).
                       02 stm-location  pic x(20).
                       02 stm-min-c     pic S9(3)
                           sign is leading separate character.
                       02 stm-max-c     pic S9(3)
                           sign is leading separate character.
                       02 stm-dd-base   pic S9(3)
                           sign is leading separate character.

               fd reportFile.
                   01 bufferLine pic x(80).

               fd auditFile.
                   copy "AUDITTRL.cpy".

           WORKING-STORAGE SECTION.
           01 WOStat pic xx.
           01 SRStat pic xx.
           01 EXStat pic xx.
           01 CBStat pic xx.
           01 SMStat pic xx.
           01 OFStat pic xx.
           01 AuditStat pic xx.

           01 fileEOF pic x.
           01 loadTruncated pic x value 'N'.
           01 runDate pic 9(8).
           01 windowStart pic 9(8).
           01 dateInt pic 9(8).

      *> An exception only counts toward a new order when it falls
      *> inside the look-back window and after the last order of the
      *> same kind for the station was closed, so a fixed fault does
      *> not reopen on its own history.  One stuck-sensor exception
      *> is enough; missed readings need gapThreshold in the window.
           01 windowDays pic 99 value 7.
           01 gapThreshold pic 99 value 3.

      *> Orders already on file: enough to see what is open and
      *> when each kind was last closed for a station.
           01 order-table.
               02 order-entry occurs 1 to 2000 times
                       depending on orderCount
                       indexed by ord-idx.
                   03 or-stationid pic 9(6).
                   03 or-source    pic x.
                   03 or-status    pic x.
                   03 or-closed    pic 9(8).
           01 orderCount pic 9(4) value 0.
           01 lastNumber pic 9(6) value 0.

      *> Sensor in service at each station, charged with the order.
           01 serial-table.
               02 serial-entry occurs 1 to 500 times
                       depending on serialCount
                       indexed by ser-idx.
                   03 se-stationid pic 9(6).
                   03 se-serial    pic x(12).
           01 serialCount pic 9(3) value 0.

      *> Latest calibration per station, as CALIBDUE merges it.
           01 calib-table.
               02 calib-entry occurs 1 to 50 times
                       depending on calibCount
                       indexed by cal-idx.
                   03 cl-stationid pic 9(6).
                   03 cl-done-date pic 9(8).
                   03 cl-next-due  pic 9(8).
           01 calibCount pic 99 value 0.
           01 calibFound pic x.

      *> Stations with qualifying exceptions, by kind of fault.
           01 cand-table.
               02 cand-entry occurs 1 to 200 times
                       depending on candCount
                       indexed by cnd-idx.
                   03 cd-stationid pic 9(6).
                   03 cd-source    pic x.
                   03 cd-count     pic 9(4).
                   03 cd-latest    pic 9(8).
           01 candCount pic 9(3) value 0.
           01 candFound pic x.

           01 checkStation pic 9(6).
           01 checkSource pic x.
           01 openFound pic x.
           01 lastClosed pic 9(8).

           01 newProblem pic x(30).
           01 newSerial pic x(12).
           01 dispCount pic ZZZ9.

           01 exceptRead pic 9(5) value 0.
           01 openedCount pic 9(5) value 0.
           01 alreadyOpen pic 9(5) value 0.

           copy "AUDITPRM.cpy".
           copy "SEALPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp
           move function current-date(1:8) to runDate
           compute dateInt = function integer-of-date(runDate)
               - windowDays
           compute windowStart = function date-of-integer(dateInt)

           perform LOAD-ORDER-TABLE
           perform LOAD-SERIAL-TABLE
           if loadTruncated = 'Y'
               display "WOAUTO: work order or sensor register file "
                   "holds more than its work table - nothing opened."
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if
           perform LOAD-CALIBRATION-TABLE

           open output reportFile
           write bufferLine from
               "===== SENSOR WORK ORDERS OPENED ====="
           move spaces to bufferLine
           string "Run date: " delimited by size
                  runDate delimited by size
                  "   Exceptions since: " delimited by size
                  windowStart delimited by size
                  into bufferLine
           end-string
           write bufferLine
           write bufferLine from
               "WO     Station Src Sensor       Problem"
           write bufferLine from
               "------------------------------------------------------"

           perform GATHER-EXCEPTIONS
           perform OPEN-EXCEPTION-ORDERS
           perform OPEN-CALIBRATION-ORDERS

           write bufferLine from
               "------------------------------------------------------"
           move openedCount to dispCount
           move spaces to bufferLine
           string "Orders opened            : " delimited by size
                  dispCount delimited by size
                  into bufferLine
           end-string
           write bufferLine
           move alreadyOpen to dispCount
           move spaces to bufferLine
           string "Faults already on an order: " delimited by size
                  dispCount delimited by size
                  into bufferLine
           end-string
           write bufferLine
           close reportFile

           display "WOAUTO: " openedCount " work orders opened, "
               alreadyOpen " already open - see WoAuto.dat"
           if openedCount > 0
               move 4 to RETURN-CODE
           end-if

           perform WRITE-AUDIT-TRAIL

           GOBACK.

       LOAD-ORDER-TABLE.
           open input workOrderFile
           if WOStat not = "00"
               exit paragraph
           end-if

           move 'N' to fileEOF
           perform until fileEOF = 'Y'
               read workOrderFile
                   at end move 'Y' to fileEOF
                   not at end
                       if orderCount < 2000
                           add 1 to orderCount
                           move wo-stationid
                               to or-stationid(orderCount)
                           move wo-source to or-source(orderCount)
                           move wo-status to or-status(orderCount)
                           move wo-closed to or-closed(orderCount)
                       else
                           move 'Y' to loadTruncated
                       end-if
                       if wo-number > lastNumber
                           move wo-number to lastNumber
                       end-if
               end-read
           end-perform

           close workOrderFile.

       LOAD-SERIAL-TABLE.
           open input sensorRegFile
           if SRStat not = "00"
               exit paragraph
           end-if

           move 'N' to fileEOF
           perform until fileEOF = 'Y'
               read sensorRegFile
                   at end move 'Y' to fileEOF
                   not at end
                       if sr-removed = 0
                           if serialCount < 500
                               add 1 to serialCount
                               move sr-stationid
                                   to se-stationid(serialCount)
                               move sr-serial
                                   to se-serial(serialCount)
                           else
                               move 'Y' to loadTruncated
                           end-if
                       end-if
               end-read
           end-perform

           close sensorRegFile.

       LOAD-CALIBRATION-TABLE.
           open input calibFile
           if CBStat not = "00"
               exit paragraph
           end-if

           move 'N' to fileEOF
           perform until fileEOF = 'Y'
               read calibFile
                   at end move 'Y' to fileEOF
                   not at end
                       perform MERGE-ONE-CALIBRATION
               end-read
           end-perform

           close calibFile.

       MERGE-ONE-CALIBRATION.
           move 'N' to calibFound
           perform varying cal-idx from 1 by 1
                   until cal-idx > calibCount
                   or calibFound = 'Y'
               if cl-stationid(cal-idx) = cb-stationid
                   move 'Y' to calibFound
                   if cb-done-date > cl-done-date(cal-idx)
                       move cb-done-date
                           to cl-done-date(cal-idx)
                       move cb-next-due
                           to cl-next-due(cal-idx)
                   end-if
               end-if
           end-perform

           if calibFound = 'N' and calibCount < 50
               add 1 to calibCount
               move cb-stationid to cl-stationid(calibCount)
               move cb-done-date to cl-done-date(calibCount)
               move cb-next-due to cl-next-due(calibCount)
           end-if.

       GATHER-EXCEPTIONS.
           open input exceptionFile
           if EXStat not = "00"
               exit paragraph
           end-if

           move 'N' to fileEOF
           perform until fileEOF = 'Y'
               read exceptionFile
                   at end move 'Y' to fileEOF
                   not at end
                       add 1 to exceptRead
                       perform CLASSIFY-EXCEPTION
               end-read
           end-perform

           close exceptionFile.

       CLASSIFY-EXCEPTION.
           evaluate true
               when ex-reason(1:12) = "Stuck sensor"
                   move 'S' to checkSource
               when ex-reason(1:25) = "Missing scheduled reading"
                   move 'G' to checkSource
               when other
                   exit paragraph
           end-evaluate

           if ex-read-date < windowStart
               exit paragraph
           end-if

           move ex-stationid to checkStation
           perform FIND-STATION-ORDERS
           if ex-read-date <= lastClosed
               exit paragraph
           end-if

           move 'N' to candFound
           perform varying cnd-idx from 1 by 1
                   until cnd-idx > candCount
                   or candFound = 'Y'
               if cd-stationid(cnd-idx) = ex-stationid
                   and cd-source(cnd-idx) = checkSource
                   move 'Y' to candFound
                   add 1 to cd-count(cnd-idx)
                   if ex-read-date > cd-latest(cnd-idx)
                       move ex-read-date to cd-latest(cnd-idx)
                   end-if
               end-if
           end-perform

           if candFound = 'N' and candCount < 200
               add 1 to candCount
               move ex-stationid to cd-stationid(candCount)
               move checkSource to cd-source(candCount)
               move 1 to cd-count(candCount)
               move ex-read-date to cd-latest(candCount)
           end-if.

      *> Is an order of this kind open for the station, and when
      *> was the last one closed?
       FIND-STATION-ORDERS.
           move 'N' to openFound
           move 0 to lastClosed
           perform varying ord-idx from 1 by 1
                   until ord-idx > orderCount
               if or-stationid(ord-idx) = checkStation
                   and or-source(ord-idx) = checkSource
                   if or-status(ord-idx) = 'O'
                       move 'Y' to openFound
                   else
                       if or-closed(ord-idx) > lastClosed
                           move or-closed(ord-idx) to lastClosed
                       end-if
                   end-if
               end-if
           end-perform.

       OPEN-EXCEPTION-ORDERS.
           perform varying cnd-idx from 1 by 1
                   until cnd-idx > candCount
               move cd-stationid(cnd-idx) to checkStation
               move cd-source(cnd-idx) to checkSource
               if checkSource = 'S'
                   move "Stuck sensor - value repeating"
                       to newProblem
                   perform RAISE-ORDER
               else
                   if cd-count(cnd-idx) >= gapThreshold
                       move cd-count(cnd-idx) to dispCount
                       move spaces to newProblem
                       string "Missed readings:" delimited by size
                              dispCount delimited by size
                              " in window" delimited by size
                              into newProblem
                       end-string
                       perform RAISE-ORDER
                   end-if
               end-if
           end-perform.

      *> Every station on the master must be calibrated on time; a
      *> station never calibrated is treated as overdue.
       OPEN-CALIBRATION-ORDERS.
           open input stationMasterFile
           if SMStat not = "00"
               exit paragraph
           end-if

           move 'C' to checkSource
           move 'N' to fileEOF
           perform until fileEOF = 'Y'
               read stationMasterFile
                   at end move 'Y' to fileEOF
                   not at end
                       perform CHECK-STATION-CALIBRATION
               end-read
           end-perform

           close stationMasterFile.

       CHECK-STATION-CALIBRATION.
           move stm-stationid to checkStation
           move 'N' to calibFound
           perform varying cal-idx from 1 by 1
                   until cal-idx > calibCount
                   or calibFound = 'Y'
               if cl-stationid(cal-idx) = stm-stationid
                   move 'Y' to calibFound
                   if cl-next-due(cal-idx) <= runDate
                       move spaces to newProblem
                       string "Calib overdue since "
                                  delimited by size
                              cl-next-due(cal-idx)
                                  delimited by size
                              into newProblem
                       end-string
                       perform RAISE-ORDER
                   end-if
               end-if
           end-perform

           if calibFound = 'N'
               move "Station never calibrated" to newProblem
               perform RAISE-ORDER
           end-if.

       RAISE-ORDER.
           perform FIND-STATION-ORDERS
           if openFound = 'Y'
               add 1 to alreadyOpen
               exit paragraph
           end-if

           move spaces to newSerial
           perform varying ser-idx from 1 by 1
                   until ser-idx > serialCount
               if se-stationid(ser-idx) = checkStation
                   move se-serial(ser-idx) to newSerial
               end-if
           end-perform

           add 1 to lastNumber
           initialize work-order-record
           move lastNumber to wo-number
           move checkStation to wo-stationid
           move checkSource to wo-source
           move newSerial to wo-serial
           move newProblem to wo-problem
           move runDate to wo-opened
           move "WOAUTO" to wo-opened-by
           move 'O' to wo-status
           move 0 to wo-closed

           open input workOrderFile
           if WOStat = "00"
               close workOrderFile
               open extend workOrderFile
           else
               open output workOrderFile
           end-if
           write work-order-record
           close workOrderFile

           if orderCount < 2000
               add 1 to orderCount
               move checkStation to or-stationid(orderCount)
               move checkSource to or-source(orderCount)
               move 'O' to or-status(orderCount)
               move 0 to or-closed(orderCount)
           end-if
           add 1 to openedCount

           move spaces to bufferLine
           string wo-number delimited by size
                  " " delimited by size
                  wo-stationid delimited by size
                  "  " delimited by size
                  wo-source delimited by size
                  "   " delimited by size
                  wo-serial delimited by size
                  " " delimited by size
                  wo-problem delimited by size
                  into bufferLine
           end-string
           write bufferLine

           perform WRITE-ORDER-AUDIT.

       WRITE-ORDER-AUDIT.
           open input auditFile
           if AuditStat = "00"
               close auditFile
               open extend auditFile
           else
               open output auditFile
           end-if

           move spaces to audit-line
           string "PGM: WOAUTO | WORK ORDER OPENED | WO: "
                      delimited by size
                  wo-number delimited by size
                  " | STN: " delimited by size
                  wo-stationid delimited by size
                  " | SRC: " delimited by size
                  wo-source delimited by size
                  " | " delimited by size
                  wo-problem delimited by size
                  into audit-line
           end-string
           perform SEAL-AUDIT-LINE

           close auditFile.

       WRITE-AUDIT-TRAIL.
           move "WOAUTO" to al-program
           move runStartStamp to al-start-stamp
           move WOStat to al-file-status
           move exceptRead to al-recs-read
           move openedCount to al-recs-written
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
