       IDENTIFICATION DIVISION.
       PROGRAM-ID. WXBULL.

       ENVIRONMENT DIVISION.
           input-output section.
               file-control.
                   select tempDetailFile
                       assign to "TempStation.dat"
                       organization is line sequential
                       file status is TDStat.

                   select stationMasterFile
                       assign to "STATION-MASTER.dat"
                       organization is line sequential
                       file status is SMStat.

                   select humidHistFile
                       assign to "HUMID-HIST.dat"
                       organization is line sequential
                       file status is HHStat.

                   select rainHistFile
                       assign to "RAIN-HIST.dat"
                       organization is line sequential
                       file status is RHStat.

                   select alertFile
                       assign to "ALERTS.dat"
                       organization is line sequential
                       file status is AWStat.

                   select parmFile
                       assign to "PARM-CARDS.dat"
                       organization is line sequential
                       file status is PMStat.

                   select bulletinFile
                       assign to "WxBulletin.dat"
                       organization is line sequential
                       file status is OFStat.

                   select auditFile
                       assign to "AUDIT-TRAIL.dat"
                       organization is line sequential
                       file status is AuditStat.

       DATA DIVISION.
           file section.
      *> TEMPSTN's validated detail report; only the "Station:"
      *> line of each block is read.
               fd tempDetailFile.
                   01 detailLine pic x(64).

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

               fd humidHistFile.
                   01 humid-hist-record.
                       02 hh-stationid pic 9(6).
                       02 hh-pct       pic 9(3).
                       02 hh-read-date pic 9(8).
                       02 hh-read-time pic 9(4).

               fd rainHistFile.
                   01 rain-hist-record.
                       02 rh-stationid pic 9(6).
                       02 rh-mm        pic 9(3).
                       02 rh-read-date pic 9(8).
                       02 rh-read-time pic 9(4).

               fd alertFile.
                   copy "ALERT.cpy".

               fd parmFile.
                   01 parm-record.
                       02 pc-program    pic x(8).
                       02 pc-run-mode   pic x.
                       02 pc-option1    pic x.
                       02 pc-pay-period pic 9(6).
                       02 pc-input-file pic x(20).
                       02 pc-override   pic x(8).
                       02 pc-rate       pic 9(3)v99.

               fd bulletinFile.
                   copy "WXBULL.cpy".

               fd auditFile.
                   copy "AUDITTRL.cpy".

           WORKING-STORAGE SECTION.
           01 TDStat pic xx.
           01 SMStat pic xx.
           01 HHStat pic xx.
           01 RHStat pic xx.
           01 AWStat pic xx.
           01 PMStat pic xx.
           01 OFStat pic xx.
           01 AuditStat pic xx.

           01 detailEOF pic x.
           01 masterEOF pic x.
           01 humidEOF pic x.
           01 rainEOF pic x.
           01 alertEOF pic x.
           01 parmEOF pic x.

           01 bulletinDate pic 9(8).
           01 todayDate pic 9(8).
           01 dateInt pic 9(8).
           01 issuedStamp pic 9(14).

           01 stn-table.
               02 stn-entry occurs 1 to 50 times
                       depending on stnCount
                       indexed by stn-idx.
                   03 sb-stationid  pic 9(6).
                   03 sb-name       pic x(20).
                   03 sb-temp-count pic 9(3).
                   03 sb-min-c      pic s9(3).
                   03 sb-max-c      pic s9(3).
                   03 sb-rain-count pic 9(3).
                   03 sb-rain-mm    pic 9(4).
                   03 sb-humid-count pic 9(3).
                   03 sb-humid-min  pic 9(3).
                   03 sb-humid-max  pic 9(3).
                   03 sb-crit-alerts pic 9(3).
           01 stnCount pic 99 value 0.

           01 linePart1 pic x(20).
           01 linePart2 pic x(20).
           01 linePart3 pic x(20).
           01 lineStation pic 9(6).
           01 lineCelsius pic s9(3).
           01 lineDate pic 9(8).
           01 findStation pic 9(6).
           01 stnFound pic x.

           01 recordCount pic 9(5) value 0.
           01 missingCount pic 9(3) value 0.
           01 alertCount pic 9(3) value 0.
           01 recsRead pic 9(7) value 0.

           copy "AUDITPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp
           move function current-date(1:14) to issuedStamp
           move function current-date(1:8) to todayDate

      *> The bulletin is for yesterday unless the parameter card
      *> names the day (a late or repeated bulletin).
           compute dateInt = function integer-of-date(todayDate) - 1
           compute bulletinDate = function date-of-integer(dateInt)
           perform READ-PARM-CARD

           perform LOAD-STATION-MASTER
           if stnCount = 0
               display "WXBULL: no stations on STATION-MASTER.dat "
                   "- no bulletin"
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           perform ADD-TEMPERATURES
           perform ADD-HUMIDITY
           perform ADD-RAINFALL
           perform COUNT-OPEN-CRITICAL

           open output bulletinFile
           perform WRITE-BULLETIN
           close bulletinFile

           display "WXBULL: bulletin for " bulletinDate " - "
               stnCount " stations, " missingCount " missing, "
               alertCount " open critical alerts"
           display "WXBULL: WxBulletin.dat ready for XMITMGR"
           if missingCount > 0
               move 4 to RETURN-CODE
           end-if

           perform WRITE-AUDIT-TRAIL

           GOBACK.

       READ-PARM-CARD.
           move 'N' to parmEOF
           open input parmFile
           if PMStat not = "00"
               exit paragraph
           end-if

           perform until parmEOF = 'Y'
               read parmFile
                   at end move 'Y' to parmEOF
                   not at end
                       if pc-program = "WXBULL  "
                           if pc-override is numeric
                                   and pc-override not = zeros
                               move pc-override to bulletinDate
                           end-if
                           move 'Y' to parmEOF
                       end-if
               end-read
           end-perform

           close parmFile.

      *> Every station on the master gets a line, so one that sent
      *> nothing shows as missing rather than dropping out.
       LOAD-STATION-MASTER.
           move 'N' to masterEOF
           open input stationMasterFile
           if SMStat not = "00"
               exit paragraph
           end-if

           perform until masterEOF = 'Y'
               read stationMasterFile
                   at end move 'Y' to masterEOF
                   not at end
                       if stnCount < 50
                           add 1 to stnCount
                           set stn-idx to stnCount
                           move stm-stationid to sb-stationid(stn-idx)
                           move stm-name to sb-name(stn-idx)
                           move 0 to sb-temp-count(stn-idx)
                           move 0 to sb-min-c(stn-idx)
                           move 0 to sb-max-c(stn-idx)
                           move 0 to sb-rain-count(stn-idx)
                           move 0 to sb-rain-mm(stn-idx)
                           move 0 to sb-humid-count(stn-idx)
                           move 0 to sb-humid-min(stn-idx)
                           move 0 to sb-humid-max(stn-idx)
                           move 0 to sb-crit-alerts(stn-idx)
                       end-if
               end-read
           end-perform

           close stationMasterFile.

       FIND-STATION.
           move 'N' to stnFound
           set stn-idx to 1
           search stn-entry
               at end continue
               when sb-stationid(stn-idx) = findStation
                   move 'Y' to stnFound
           end-search.

      *> Detail lines read "Station: nnnnnn | Celsius: +nn | At:
      *> yyyymmdd hhmm" - calibrated and validated by TEMPSTN.
       ADD-TEMPERATURES.
           move 'N' to detailEOF
           open input tempDetailFile
           if TDStat not = "00"
               display "WARNING: no TempStation.dat - temperatures "
                   "shown as missing"
               exit paragraph
           end-if

           perform until detailEOF = 'Y'
               read tempDetailFile
                   at end move 'Y' to detailEOF
                   not at end
                       if detailLine(1:9) = "Station: "
                           perform ADD-ONE-TEMPERATURE
                       end-if
               end-read
           end-perform

           close tempDetailFile.

       ADD-ONE-TEMPERATURE.
           move spaces to linePart1 linePart2 linePart3
           unstring detailLine delimited by " | "
               into linePart1 linePart2 linePart3
           end-unstring
           if linePart3(5:8) not numeric
                   or linePart1(10:6) not numeric
               exit paragraph
           end-if
           move linePart3(5:8) to lineDate
           if lineDate not = bulletinDate
               exit paragraph
           end-if
           move linePart1(10:6) to lineStation
           compute lineCelsius = function numval(linePart2(10:5))
           add 1 to recsRead

           move lineStation to findStation
           perform FIND-STATION
           if stnFound = 'N'
               exit paragraph
           end-if

           if sb-temp-count(stn-idx) = 0
               move lineCelsius to sb-min-c(stn-idx)
               move lineCelsius to sb-max-c(stn-idx)
           end-if
           if lineCelsius < sb-min-c(stn-idx)
               move lineCelsius to sb-min-c(stn-idx)
           end-if
           if lineCelsius > sb-max-c(stn-idx)
               move lineCelsius to sb-max-c(stn-idx)
           end-if
           add 1 to sb-temp-count(stn-idx).

       ADD-HUMIDITY.
           move 'N' to humidEOF
           open input humidHistFile
           if HHStat not = "00"
               exit paragraph
           end-if

           perform until humidEOF = 'Y'
               read humidHistFile
                   at end move 'Y' to humidEOF
                   not at end
                       if hh-read-date = bulletinDate
                           move hh-stationid to findStation
                           perform FIND-STATION
                           if stnFound = 'Y'
                               add 1 to recsRead
                               perform ADD-ONE-HUMIDITY
                           end-if
                       end-if
               end-read
           end-perform

           close humidHistFile.

       ADD-ONE-HUMIDITY.
           if sb-humid-count(stn-idx) = 0
               move hh-pct to sb-humid-min(stn-idx)
               move hh-pct to sb-humid-max(stn-idx)
           end-if
           if hh-pct < sb-humid-min(stn-idx)
               move hh-pct to sb-humid-min(stn-idx)
           end-if
           if hh-pct > sb-humid-max(stn-idx)
               move hh-pct to sb-humid-max(stn-idx)
           end-if
           add 1 to sb-humid-count(stn-idx).

       ADD-RAINFALL.
           move 'N' to rainEOF
           open input rainHistFile
           if RHStat not = "00"
               exit paragraph
           end-if

           perform until rainEOF = 'Y'
               read rainHistFile
                   at end move 'Y' to rainEOF
                   not at end
                       if rh-read-date = bulletinDate
                           move rh-stationid to findStation
                           perform FIND-STATION
                           if stnFound = 'Y'
                               add 1 to recsRead
                               add 1 to sb-rain-count(stn-idx)
                               add rh-mm to sb-rain-mm(stn-idx)
                           end-if
                       end-if
               end-read
           end-perform

           close rainHistFile.

      *> Open = not yet acknowledged in ALERTACK, whatever day the
      *> reading was taken.
       COUNT-OPEN-CRITICAL.
           move 'N' to alertEOF
           open input alertFile
           if AWStat not = "00"
               exit paragraph
           end-if

           perform until alertEOF = 'Y'
               read alertFile
                   at end move 'Y' to alertEOF
                   not at end
                       if aw-severity = 'C' and aw-ack = 'N'
                           move aw-stationid to findStation
                           perform FIND-STATION
                           if stnFound = 'Y'
                               add 1 to sb-crit-alerts(stn-idx)
                           end-if
                           add 1 to alertCount
                       end-if
               end-read
           end-perform

           close alertFile.

       WRITE-BULLETIN.
           move 'H' to bh-tag
           move bulletinDate to bh-bulletin-date
           move issuedStamp to bh-issued
           move stnCount to bh-station-count
           write bulletin-header
           add 1 to recordCount

           perform varying stn-idx from 1 by 1
                   until stn-idx > stnCount
               move 'S' to bs-tag
               move sb-stationid(stn-idx) to bs-stationid
               move sb-name(stn-idx) to bs-name
               if sb-temp-count(stn-idx) = 0
                       and sb-rain-count(stn-idx) = 0
                       and sb-humid-count(stn-idx) = 0
                   move "MISSING" to bs-status
                   add 1 to missingCount
               else
                   move "REPORTED" to bs-status
               end-if
               move sb-temp-count(stn-idx) to bs-temp-count
               move sb-min-c(stn-idx) to bs-min-c
               move sb-max-c(stn-idx) to bs-max-c
               move sb-rain-count(stn-idx) to bs-rain-count
               move sb-rain-mm(stn-idx) to bs-rain-mm
               move sb-humid-count(stn-idx) to bs-humid-count
               move sb-humid-min(stn-idx) to bs-humid-min
               move sb-humid-max(stn-idx) to bs-humid-max
               move sb-crit-alerts(stn-idx) to bs-crit-alerts
               write bulletin-station
               add 1 to recordCount
           end-perform

           if alertCount > 0
               perform WRITE-ALERT-RECORDS
           end-if

           add 1 to recordCount
           move 'T' to bt-tag
           move recordCount to bt-record-count
           move missingCount to bt-missing-count
           move alertCount to bt-alert-count
           write bulletin-trailer.

       WRITE-ALERT-RECORDS.
           move 'N' to alertEOF
           open input alertFile
           perform until alertEOF = 'Y'
               read alertFile
                   at end move 'Y' to alertEOF
                   not at end
                       if aw-severity = 'C' and aw-ack = 'N'
                           move 'A' to ba-tag
                           move aw-stationid to ba-stationid
                           move aw-celsius to ba-celsius
                           move aw-read-date to ba-read-date
                           move aw-read-time to ba-read-time
                           move aw-created to ba-raised
                           write bulletin-alert
                           add 1 to recordCount
                       end-if
               end-read
           end-perform
           close alertFile.

       WRITE-AUDIT-TRAIL.
           move "WXBULL" to al-program
           move runStartStamp to al-start-stamp
           move OFStat to al-file-status
           move recsRead to al-recs-read
           move recordCount to al-recs-written
           move missingCount to al-recs-rejected
           move RETURN-CODE to al-return-code
           move "N/A " to al-recon
           call "AUDITLOG" using audit-log-parms
           end-call
           cancel "AUDITLOG".
