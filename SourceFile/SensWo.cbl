       IDENTIFICATION DIVISION.
       PROGRAM-ID. SENSWO.

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
               fd workOrderFile.
                   copy "SENSWO.cpy".

               fd sensorRegFile.
                   copy "SENSREG.cpy".

               fd userCurrFile.
                   01 user-curr-record.
                       02 cu-userid pic x(8).

               fd auditFile.
                   copy "AUDITTRL.cpy".

           WORKING-STORAGE SECTION.
           01 WOStat pic xx.
           01 SRStat pic xx.
           01 CUStat pic xx.
           01 AuditStat pic xx.

           01 menuChoice pic 9.
           01 doneFlag pic x value 'N'.
           01 fileEOF pic x.
           01 confirmFlag pic x.
           01 loadTruncated pic x value 'N'.
           01 currentUser pic x(8) value spaces.
           01 todayDate pic 9(8).

      *> Both files are held whole and written back after a change.
           01 order-table.
               02 hold-order occurs 1 to 2000 times
                       depending on orderCount
                       indexed by ord-idx
                       pic x(160).
           01 orderCount pic 9(4) value 0.
           01 lastNumber pic 9(6) value 0.
           01 orderRow pic 9(4).

           01 reg-table.
               02 hold-sensor occurs 1 to 500 times
                       depending on regCount
                       indexed by reg-idx
                       pic x(64).
           01 regCount pic 9(3) value 0.
           01 regRow pic 9(3).

           01 lookupStation pic 9(6).
           01 lookupNumber pic 9(6).
           01 newProblem pic x(30).
           01 newFix pic x(30).
           01 newParts pic x(30).
           01 newSerial pic x(12).
           01 newModel pic x(10).
           01 newInstalled pic 9(8).
           01 newReason pic x(20).
           01 oldSerial pic x(12).
           01 oldModel pic x(10).
           01 serialInUse pic x.
           01 listedCount pic 9(4).
           01 auditAction pic x(20).
           01 auditDetail pic x(60).

           01 changeCount pic 9(5) value 0.

           copy "AUDITPRM.cpy".
           copy "SEALPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp
           move function current-date(1:8) to todayDate
           perform IDENTIFY-OPERATOR

           perform LOAD-ORDER-TABLE
           perform LOAD-REGISTER-TABLE
           if loadTruncated = 'Y'
               display "SENSWO: work order or sensor register file "
                   "holds more than its work table - nothing changed."
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           perform until doneFlag = 'Y'
               perform DISPLAY-MENU
               accept menuChoice

               evaluate menuChoice
                   when 1 perform LIST-OPEN-ORDERS
                   when 2 perform LIST-STATION-HISTORY
                   when 3 perform OPEN-ORDER
                   when 4 perform CLOSE-ORDER
                   when 5 perform LIST-REGISTER
                   when 6 perform INSTALL-SENSOR
                   when 0 move 'Y' to doneFlag
                   when other
                       display "Invalid selection - pick 0 to 6."
               end-evaluate
           end-perform

           perform WRITE-AUDIT-TRAIL

           GOBACK.

       DISPLAY-MENU.
           display " "
           display "===== SENSOR MAINTENANCE WORK ORDERS ====="
           display "1  List open work orders"
           display "2  Work orders and sensors for a station"
           display "3  Open a work order"
           display "4  Close a work order"
           display "5  List equipment register"
           display "6  Install or replace a sensor"
           display "0  Exit"
           display "(WOAUTO opens orders from TEMPSTN exceptions "
               "and overdue calibrations)"
           display "Enter selection: " with no advancing.

       IDENTIFY-OPERATOR.
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
                           move work-order-record
                               to hold-order(orderCount)
                       else
                           move 'Y' to loadTruncated
                       end-if
                       if wo-number > lastNumber
                           move wo-number to lastNumber
                       end-if
               end-read
           end-perform

           close workOrderFile.

       LOAD-REGISTER-TABLE.
           open input sensorRegFile
           if SRStat not = "00"
               exit paragraph
           end-if

           move 'N' to fileEOF
           perform until fileEOF = 'Y'
               read sensorRegFile
                   at end move 'Y' to fileEOF
                   not at end
                       if regCount < 500
                           add 1 to regCount
                           move sensor-reg-record
                               to hold-sensor(regCount)
                       else
                           move 'Y' to loadTruncated
                       end-if
               end-read
           end-perform

           close sensorRegFile.

       LIST-OPEN-ORDERS.
           move 0 to listedCount
           perform varying ord-idx from 1 by 1
                   until ord-idx > orderCount
               move hold-order(ord-idx) to work-order-record
               if wo-status = 'O'
                   perform SHOW-ORDER
               end-if
           end-perform
           if listedCount = 0
               display "No open work orders."
           end-if.

       LIST-STATION-HISTORY.
           display "Station id: " with no advancing
           accept lookupStation

           move 0 to listedCount
           perform varying ord-idx from 1 by 1
                   until ord-idx > orderCount
               move hold-order(ord-idx) to work-order-record
               if wo-stationid = lookupStation
                   perform SHOW-ORDER
                   if wo-status = 'C'
                       display "       closed " wo-closed
                           " by " wo-closed-by ": " wo-fix
                       display "       parts: " wo-parts
                           " new sensor: " wo-new-serial
                   end-if
               end-if
           end-perform
           if listedCount = 0
               display "No work orders for station "
                   lookupStation "."
           end-if

           perform varying reg-idx from 1 by 1
                   until reg-idx > regCount
               move hold-sensor(reg-idx) to sensor-reg-record
               if sr-stationid = lookupStation
                   perform SHOW-SENSOR
               end-if
           end-perform.

       SHOW-ORDER.
           add 1 to listedCount
           display wo-number " " wo-stationid " " wo-source " "
               wo-status " opened " wo-opened " " wo-serial " "
               wo-problem.

       SHOW-SENSOR.
           if sr-removed = 0
               display "  sensor " sr-serial " " sr-model
                   " installed " sr-installed " IN SERVICE"
           else
               display "  sensor " sr-serial " " sr-model
                   " installed " sr-installed " removed "
                   sr-removed " " sr-reason
           end-if.

       LIST-REGISTER.
           if regCount = 0
               display "No sensors on the equipment register."
               exit paragraph
           end-if
           perform varying reg-idx from 1 by 1
                   until reg-idx > regCount
               move hold-sensor(reg-idx) to sensor-reg-record
               display sr-stationid with no advancing
               perform SHOW-SENSOR
           end-perform.

       OPEN-ORDER.
           display "Station id: " with no advancing
           accept lookupStation
           perform until lookupStation > 0
               display "Station id must be > zero, re-enter: "
                   with no advancing
               accept lookupStation
           end-perform

           display "Problem reported: " with no advancing
           accept newProblem
           if newProblem = spaces
               display "A problem description is required - "
                   "order not opened."
               exit paragraph
           end-if

           perform FIND-STATION-SENSOR
           if orderCount >= 2000
               display "Work order file is full - order not opened."
               exit paragraph
           end-if

           display "Open order for station " lookupStation
               " sensor " oldSerial
           display "Confirm? (Y/N): " with no advancing
           accept confirmFlag
           if confirmFlag not = 'Y' and confirmFlag not = 'y'
               display "Order not opened."
               exit paragraph
           end-if

           add 1 to lastNumber
           initialize work-order-record
           move lastNumber to wo-number
           move lookupStation to wo-stationid
           move 'M' to wo-source
           move oldSerial to wo-serial
           move newProblem to wo-problem
           move todayDate to wo-opened
           move currentUser to wo-opened-by
           move 'O' to wo-status
           move 0 to wo-closed
           add 1 to orderCount
           move work-order-record to hold-order(orderCount)
           perform REWRITE-ORDERS
           move hold-order(orderCount) to work-order-record

           move "WORK ORDER OPENED" to auditAction
           move spaces to auditDetail
           string "STN: " delimited by size
                  wo-stationid delimited by size
                  " | " delimited by size
                  wo-problem delimited by size
                  into auditDetail
           end-string
           perform WRITE-CHANGE-AUDIT
           display "Work order " wo-number " opened.".

       CLOSE-ORDER.
           display "Work order number: " with no advancing
           accept lookupNumber

           move 0 to orderRow
           perform varying ord-idx from 1 by 1
                   until ord-idx > orderCount
               move hold-order(ord-idx) to work-order-record
               if wo-number = lookupNumber
                   set orderRow to ord-idx
               end-if
           end-perform
           if orderRow = 0
               display "No work order " lookupNumber "."
               exit paragraph
           end-if
           move hold-order(orderRow) to work-order-record
           if wo-status not = 'O'
               display "Work order " lookupNumber
                   " is already closed."
               exit paragraph
           end-if
           perform SHOW-ORDER

           display "Fix carried out: " with no advancing
           accept newFix
           if newFix = spaces
               display "The fix must be recorded - order left open."
               exit paragraph
           end-if
           display "Parts replaced (blank for none): "
               with no advancing
           accept newParts
           display "New sensor serial if the sensor was swapped "
               "(blank for none): " with no advancing
           accept newSerial

           move wo-stationid to lookupStation
           perform FIND-STATION-SENSOR
           if newSerial not = spaces
               perform CHECK-SERIAL-IN-USE
               if serialInUse = 'Y'
                   display "Serial " newSerial " is already in "
                       "service - order left open."
                   exit paragraph
               end-if
               if regCount >= 500
                   display "Equipment register is full - sensor "
                       "cannot be swapped, order left open."
                   exit paragraph
               end-if
               display "Model of the new sensor (blank = "
                   oldModel "): " with no advancing
               accept newModel
               if newModel = spaces
                   move oldModel to newModel
               end-if
           end-if

           display "Close order " wo-number ": " newFix
           display "Confirm? (Y/N): " with no advancing
           accept confirmFlag
           if confirmFlag not = 'Y' and confirmFlag not = 'y'
               display "Order left open."
               exit paragraph
           end-if

           move hold-order(orderRow) to work-order-record
           move 'C' to wo-status
           move todayDate to wo-closed
           move currentUser to wo-closed-by
           move newFix to wo-fix
           move newParts to wo-parts
           move newSerial to wo-new-serial
           move work-order-record to hold-order(orderRow)
           perform REWRITE-ORDERS
           move hold-order(orderRow) to work-order-record

           if newSerial not = spaces
               move spaces to newReason
               string "Replaced, WO " delimited by size
                      wo-number delimited by size
                      into newReason
               end-string
               move todayDate to newInstalled
               perform SWAP-SENSOR
               move hold-order(orderRow) to work-order-record
           end-if

           move "WORK ORDER CLOSED" to auditAction
           move spaces to auditDetail
           string "STN: " delimited by size
                  wo-stationid delimited by size
                  " | " delimited by size
                  wo-fix delimited by size
                  into auditDetail
           end-string
           perform WRITE-CHANGE-AUDIT
           display "Work order " wo-number " closed.".

       INSTALL-SENSOR.
           display "Station id: " with no advancing
           accept lookupStation
           perform until lookupStation > 0
               display "Station id must be > zero, re-enter: "
                   with no advancing
               accept lookupStation
           end-perform

           display "Sensor serial number: " with no advancing
           accept newSerial
           if newSerial = spaces
               display "A serial number is required."
               exit paragraph
           end-if
           perform CHECK-SERIAL-IN-USE
           if serialInUse = 'Y'
               display "Serial " newSerial " is already in service."
               exit paragraph
           end-if
           if regCount >= 500
               display "Equipment register is full - sensor not "
                   "registered."
               exit paragraph
           end-if

           display "Sensor model: " with no advancing
           accept newModel
           display "Install date (YYYYMMDD, 0 = today): "
               with no advancing
           accept newInstalled
           if newInstalled = 0
               move todayDate to newInstalled
           end-if

           perform FIND-STATION-SENSOR
           if oldSerial not = spaces
               display "Replaces sensor " oldSerial
                   " now in service at the station."
           end-if
           display "Install " newSerial " " newModel
               " at station " lookupStation " on " newInstalled
           display "Confirm? (Y/N): " with no advancing
           accept confirmFlag
           if confirmFlag not = 'Y' and confirmFlag not = 'y'
               display "Register not changed."
               exit paragraph
           end-if

           move "Replaced" to newReason
           move 0 to wo-number
           perform SWAP-SENSOR
           display "Sensor " newSerial " registered.".

      *> Takes the station's sensor out of service, if it has one,
      *> and registers newSerial in its place.
       SWAP-SENSOR.
           if regCount >= 500
               display "Equipment register is full - sensor not "
                   "registered."
               exit paragraph
           end-if

           if regRow > 0
               move hold-sensor(regRow) to sensor-reg-record
               move newInstalled to sr-removed
               move newReason to sr-reason
               move sensor-reg-record to hold-sensor(regRow)
           end-if

           initialize sensor-reg-record
           move lookupStation to sr-stationid
           move newSerial to sr-serial
           move newModel to sr-model
           move newInstalled to sr-installed
           move 0 to sr-removed
           add 1 to regCount
           move sensor-reg-record to hold-sensor(regCount)
           perform REWRITE-REGISTER

           move "SENSOR INSTALLED" to auditAction
           move spaces to auditDetail
           string "STN: " delimited by size
                  lookupStation delimited by size
                  " | NEW: " delimited by size
                  newSerial delimited by size
                  " | OLD: " delimited by size
                  oldSerial delimited by size
                  into auditDetail
           end-string
           perform WRITE-CHANGE-AUDIT.

       FIND-STATION-SENSOR.
           move 0 to regRow
           move spaces to oldSerial
           move spaces to oldModel
           perform varying reg-idx from 1 by 1
                   until reg-idx > regCount
               move hold-sensor(reg-idx) to sensor-reg-record
               if sr-stationid = lookupStation
                   and sr-removed = 0
                   set regRow to reg-idx
                   move sr-serial to oldSerial
                   move sr-model to oldModel
               end-if
           end-perform.

       CHECK-SERIAL-IN-USE.
           move 'N' to serialInUse
           perform varying reg-idx from 1 by 1
                   until reg-idx > regCount
               move hold-sensor(reg-idx) to sensor-reg-record
               if sr-serial = newSerial and sr-removed = 0
                   move 'Y' to serialInUse
               end-if
           end-perform.

       REWRITE-ORDERS.
           open output workOrderFile
           perform varying ord-idx from 1 by 1
                   until ord-idx > orderCount
               move hold-order(ord-idx) to work-order-record
               write work-order-record
           end-perform
           close workOrderFile
           add 1 to changeCount.

       REWRITE-REGISTER.
           open output sensorRegFile
           perform varying reg-idx from 1 by 1
                   until reg-idx > regCount
               move hold-sensor(reg-idx) to sensor-reg-record
               write sensor-reg-record
           end-perform
           close sensorRegFile
           add 1 to changeCount.

       WRITE-CHANGE-AUDIT.
           open input auditFile
           if AuditStat = "00"
               close auditFile
               open extend auditFile
           else
               open output auditFile
           end-if

           move spaces to audit-line
           string "PGM: SENSWO | " delimited by size
                  auditAction delimited by "  "
                  " | WO: " delimited by size
                  wo-number delimited by size
                  " | BY: " delimited by size
                  currentUser delimited by size
                  " | " delimited by size
                  auditDetail delimited by size
                  into audit-line
           end-string
           perform SEAL-AUDIT-LINE

           close auditFile.

       WRITE-AUDIT-TRAIL.
           move "SENSWO" to al-program
           move runStartStamp to al-start-stamp
           move WOStat to al-file-status
           move orderCount to al-recs-read
           move changeCount to al-recs-written
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
