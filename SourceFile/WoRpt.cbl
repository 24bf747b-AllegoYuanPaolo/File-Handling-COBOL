       IDENTIFICATION DIVISION.
       PROGRAM-ID. WORPT.

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

                   select reportFile
                       assign to "WoRpt.dat"
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

               fd reportFile.
                   01 bufferLine pic x(80).

               fd auditFile.
                   copy "AUDITTRL.cpy".

           WORKING-STORAGE SECTION.
           01 WOStat pic xx.
           01 SRStat pic xx.
           01 OFStat pic xx.
           01 AuditStat pic xx.

           01 fileEOF pic x.
           01 loadTruncated pic x value 'N'.
           01 runDate pic 9(8).
           01 runDateInt pic 9(8).

      *> Open orders, with their age in days on the run date.
           01 open-table.
               02 open-entry occurs 1 to 1000 times
                       depending on openCount
                       indexed by opn-idx.
                   03 op-number    pic 9(6).
                   03 op-stationid pic 9(6).
                   03 op-source    pic x.
                   03 op-opened    pic 9(8).
                   03 op-age       pic 9(5).
                   03 op-problem   pic x(30).
           01 openCount pic 9(4) value 0.

      *> Age bands for the open-order listing, upper bound in days.
           01 band-values.
               02 filler pic x(25) value "00007  0 to 7 days      ".
               02 filler pic x(25) value "00030  8 to 30 days     ".
               02 filler pic x(25) value "00090  31 to 90 days    ".
               02 filler pic x(25) value "99999  over 90 days     ".
           01 band-table redefines band-values.
               02 band-entry occurs 4 times indexed by bnd-idx.
                   03 bd-upper pic 9(5).
                   03 bd-label pic x(20).
           01 bandLower pic 9(5).
           01 bandCount pic 9(4).

      *> Failures charged to a sensor: every order raised against it
      *> other than a routine calibration.
           01 sensor-table.
               02 sensor-entry occurs 1 to 500 times
                       depending on sensorCount
                       indexed by sen-idx.
                   03 sn-serial   pic x(12).
                   03 sn-model    pic x(10).
           01 sensorCount pic 9(3) value 0.
           01 sensorFound pic x.

           01 model-table.
               02 model-entry occurs 1 to 100 times
                       depending on modelCount
                       indexed by mdl-idx.
                   03 md-model    pic x(10).
                   03 md-sensors  pic 9(4).
                   03 md-days     pic 9(7).
                   03 md-failures pic 9(5).
           01 modelCount pic 9(3) value 0.
           01 modelFound pic x.
           01 checkModel pic x(10).

           01 serviceEnd pic 9(8).
           01 serviceDays pic 9(7).
           01 mtbfDays pic 9(7).
           01 unchargedCount pic 9(5) value 0.
           01 ordersRead pic 9(5) value 0.

           01 dispAge pic ZZZZ9.
           01 dispCount pic ZZZ9.
           01 dispDays pic Z,ZZZ,ZZ9.
           01 dispMtbf pic Z,ZZZ,ZZ9.

           copy "AUDITPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp
           move function current-date(1:8) to runDate
           compute runDateInt = function integer-of-date(runDate)

           perform LOAD-REGISTER
           perform LOAD-ORDERS
           if loadTruncated = 'Y'
               display "WORPT: work order or sensor register file "
                   "holds more than its work table - totals short."
               move 8 to RETURN-CODE
           end-if

           open output reportFile
           write bufferLine from
               "===== SENSOR WORK ORDER REVIEW ====="
           move spaces to bufferLine
           string "As of: " delimited by size
                  runDate delimited by size
                  into bufferLine
           end-string
           write bufferLine
           write bufferLine from spaces

           perform REPORT-OPEN-BY-AGE
           perform REPORT-MTBF-BY-MODEL

           write bufferLine from
               "===================================================="
           close reportFile

           display "WORPT: " openCount " open work orders - "
               "see WoRpt.dat"

           perform WRITE-AUDIT-TRAIL

           GOBACK.

      *> The register gives each sensor's model and its days in
      *> service, to the removal date or to today if still fitted.
       LOAD-REGISTER.
           open input sensorRegFile
           if SRStat not = "00"
               exit paragraph
           end-if

           move 'N' to fileEOF
           perform until fileEOF = 'Y'
               read sensorRegFile
                   at end move 'Y' to fileEOF
                   not at end
                       perform ADD-ONE-SENSOR
               end-read
           end-perform

           close sensorRegFile.

       ADD-ONE-SENSOR.
           if sensorCount < 500
               add 1 to sensorCount
               move sr-serial to sn-serial(sensorCount)
               move sr-model to sn-model(sensorCount)
           else
               move 'Y' to loadTruncated
           end-if

           move sr-model to checkModel
           perform FIND-MODEL
           if modelFound = 'N'
               exit paragraph
           end-if

           if sr-removed = 0
               move runDate to serviceEnd
           else
               move sr-removed to serviceEnd
           end-if
           move 0 to serviceDays
           if sr-installed > 0 and serviceEnd > sr-installed
               compute serviceDays =
                   function integer-of-date(serviceEnd)
                   - function integer-of-date(sr-installed)
           end-if
           add 1 to md-sensors(mdl-idx)
           add serviceDays to md-days(mdl-idx).

       FIND-MODEL.
           move 'N' to modelFound
           perform varying mdl-idx from 1 by 1
                   until mdl-idx > modelCount
                   or modelFound = 'Y'
               if md-model(mdl-idx) = checkModel
                   move 'Y' to modelFound
               end-if
           end-perform

           if modelFound = 'Y'
               set mdl-idx down by 1
           else
               if modelCount < 100
                   add 1 to modelCount
                   set mdl-idx to modelCount
                   move checkModel to md-model(mdl-idx)
                   move 0 to md-sensors(mdl-idx)
                   move 0 to md-days(mdl-idx)
                   move 0 to md-failures(mdl-idx)
                   move 'Y' to modelFound
               else
                   move 'Y' to loadTruncated
               end-if
           end-if.

       LOAD-ORDERS.
           open input workOrderFile
           if WOStat not = "00"
               exit paragraph
           end-if

           move 'N' to fileEOF
           perform until fileEOF = 'Y'
               read workOrderFile
                   at end move 'Y' to fileEOF
                   not at end
                       add 1 to ordersRead
                       if wo-status = 'O'
                           perform ADD-OPEN-ORDER
                       end-if
                       if wo-source not = 'C'
                           perform CHARGE-FAILURE
                       end-if
               end-read
           end-perform

           close workOrderFile.

       ADD-OPEN-ORDER.
           if openCount >= 1000
               move 'Y' to loadTruncated
               exit paragraph
           end-if
           add 1 to openCount
           move wo-number to op-number(openCount)
           move wo-stationid to op-stationid(openCount)
           move wo-source to op-source(openCount)
           move wo-opened to op-opened(openCount)
           move wo-problem to op-problem(openCount)
           compute op-age(openCount) = runDateInt
               - function integer-of-date(wo-opened).

       CHARGE-FAILURE.
           move 'N' to sensorFound
           if wo-serial not = spaces
               perform varying sen-idx from 1 by 1
                       until sen-idx > sensorCount
                       or sensorFound = 'Y'
                   if sn-serial(sen-idx) = wo-serial
                       move 'Y' to sensorFound
                       move sn-model(sen-idx) to checkModel
                   end-if
               end-perform
           end-if

           if sensorFound = 'N'
               add 1 to unchargedCount
               exit paragraph
           end-if

           perform FIND-MODEL
           if modelFound = 'Y'
               add 1 to md-failures(mdl-idx)
           end-if.

       REPORT-OPEN-BY-AGE.
           write bufferLine from "OPEN WORK ORDERS BY AGE"
           write bufferLine from
               "WO     Station Src Opened    Age  Problem"
           write bufferLine from
               "----------------------------------------------------"

           move 0 to bandLower
           perform varying bnd-idx from 1 by 1 until bnd-idx > 4
               perform REPORT-ONE-BAND
               compute bandLower = bd-upper(bnd-idx) + 1
           end-perform

           move openCount to dispCount
           move spaces to bufferLine
           string "Total open orders: " delimited by size
                  dispCount delimited by size
                  into bufferLine
           end-string
           write bufferLine
           write bufferLine from spaces.

       REPORT-ONE-BAND.
           move 0 to bandCount
           perform varying opn-idx from 1 by 1
                   until opn-idx > openCount
               if op-age(opn-idx) >= bandLower
                   and op-age(opn-idx) <= bd-upper(bnd-idx)
                   add 1 to bandCount
               end-if
           end-perform

           move bandCount to dispCount
           move spaces to bufferLine
           string bd-label(bnd-idx) delimited by size
                  dispCount delimited by size
                  into bufferLine
           end-string
           write bufferLine

           perform varying opn-idx from 1 by 1
                   until opn-idx > openCount
               if op-age(opn-idx) >= bandLower
                   and op-age(opn-idx) <= bd-upper(bnd-idx)
                   move op-age(opn-idx) to dispAge
                   move spaces to bufferLine
                   string op-number(opn-idx) delimited by size
                          " " delimited by size
                          op-stationid(opn-idx) delimited by size
                          "  " delimited by size
                          op-source(opn-idx) delimited by size
                          "   " delimited by size
                          op-opened(opn-idx) delimited by size
                          " " delimited by size
                          dispAge delimited by size
                          " " delimited by size
                          op-problem(opn-idx) delimited by size
                          into bufferLine
                   end-string
                   write bufferLine
               end-if
           end-perform.

       REPORT-MTBF-BY-MODEL.
           write bufferLine from "MEAN TIME BETWEEN FAILURES BY MODEL"
           write bufferLine from
               "Model      Sensors  Service days  Failures  MTBF days"
           write bufferLine from
               "----------------------------------------------------"

           perform varying mdl-idx from 1 by 1
                   until mdl-idx > modelCount
               move spaces to bufferLine
               move md-model(mdl-idx) to bufferLine(1:10)
               move md-sensors(mdl-idx) to dispCount
               move dispCount to bufferLine(14:4)
               move md-days(mdl-idx) to dispDays
               move dispDays to bufferLine(21:9)
               move md-failures(mdl-idx) to dispCount
               move dispCount to bufferLine(36:4)
               if md-failures(mdl-idx) = 0
                   move "no failures" to bufferLine(43:11)
               else
                   compute mtbfDays rounded = md-days(mdl-idx)
                       / md-failures(mdl-idx)
                   move mtbfDays to dispMtbf
                   move dispMtbf to bufferLine(43:9)
               end-if
               write bufferLine
           end-perform

           if unchargedCount > 0
               move unchargedCount to dispCount
               move spaces to bufferLine
               string "Orders with no registered sensor: "
                          delimited by size
                      dispCount delimited by size
                      into bufferLine
               end-string
               write bufferLine
           end-if.

       WRITE-AUDIT-TRAIL.
           move "WORPT" to al-program
           move runStartStamp to al-start-stamp
           move WOStat to al-file-status
           move ordersRead to al-recs-read
           move openCount to al-recs-written
           move 0 to al-recs-rejected
           move RETURN-CODE to al-return-code
           move "N/A " to al-recon
           call "AUDITLOG" using audit-log-parms
           end-call
           cancel "AUDITLOG".
