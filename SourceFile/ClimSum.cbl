       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIMSUM.

       ENVIRONMENT DIVISION.
           input-output section.
               file-control.
                   select stationFile
                       assign to "STATION-READINGS.dat"
                       organization is line sequential
                       file status is SFStat.

                   select stationMasterFile
                       assign to "STATION-MASTER.dat"
                       organization is line sequential
                       file status is SMStat.

                   select rainHistFile
                       assign to "RAIN-HIST.dat"
                       organization is line sequential
                       file status is RHStat.

                   select degdayHistFile
                       assign to "DEGDAY-HIST.dat"
                       organization is line sequential
                       file status is DHStat.

                   select normalsFile
                       assign to "STN-NORMALS.dat"
                       organization is line sequential
                       file status is NMStat.

                   select reportFile
                       assign to "ClimSum.dat"
                       organization is line sequential
                       file status is OFStat.

                   select auditFile
                       assign to "AUDIT-TRAIL.dat"
                       organization is line sequential
                       file status is AuditStat.

       DATA DIVISION.
           file section.
               fd stationFile.
                   01 station-record.
                       02 s-stationid pic 9(6).
                       02 s-celsius pic S9(3)
                           sign is leading separate character.
                       02 s-read-date pic 9(8).
                       02 s-read-time pic 9(4).
                       02 s-type pic x.
                       02 s-quality pic x.

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

               fd rainHistFile.
                   01 rain-hist-record.
                       02 rh-stationid pic 9(6).
                       02 rh-mm        pic 9(3).
                       02 rh-read-date pic 9(8).
                       02 rh-read-time pic 9(4).

               fd degdayHistFile.
                   01 degday-hist-record.
                       02 dh-stationid pic 9(6).
                       02 dh-month     pic 9(6).
                       02 dh-hdd       pic 9(5)v9.
                       02 dh-cdd       pic 9(5)v9.
                       02 dh-est       pic 9(5).

               fd normalsFile.
                   copy "NORMALS.cpy".

               fd reportFile.
                   01 bufferLine pic x(80).

               fd auditFile.
                   copy "AUDITTRL.cpy".

           WORKING-STORAGE SECTION.
           01 SFStat pic xx.
           01 SMStat pic xx.
           01 RHStat pic xx.
           01 DHStat pic xx.
           01 NMStat pic xx.
           01 OFStat pic xx.
           01 AuditStat pic xx.

           01 stationEOF pic x.
           01 masterEOF pic x.
           01 rainEOF pic x.
           01 histEOF pic x.
           01 normalsEOF pic x.
           01 loadTruncated pic x value 'N'.

           01 summaryMonth pic 9(6).
           01 calMonth pic 99.
           01 readMonth pic 9(6).
           01 normalsBuilt pic 9(8) value 0.
           01 recsRead pic 9(7) value 0.
           01 stationsReported pic 9(3) value 0.

           01 name-table.
               02 name-entry occurs 1 to 50 times
                       depending on nameCount
                       indexed by nam-idx.
                   03 na-stationid pic 9(6).
                   03 na-name      pic x(20).
           01 nameCount pic 99 value 0.
           01 stationName pic x(20).

      *> Only the calendar month being summarised is gathered, for
      *> every year on record, so each year can be ranked.
           01 day-table.
               02 day-entry occurs 1 to 5000 times
                       depending on dayCount
                       indexed by day-idx.
                   03 dy-stationid pic 9(6).
                   03 dy-date      pic 9(8).
                   03 dy-min       pic s9(3).
                   03 dy-max       pic s9(3).
                   03 dy-sum       pic s9(5).
                   03 dy-count     pic 9(3).
           01 dayCount pic 9(4) value 0.
           01 dayFound pic x.

           01 month-table.
               02 month-entry occurs 1 to 500 times
                       depending on monthCount
                       indexed by mo-idx.
                   03 mo-stationid  pic 9(6).
                   03 mo-month      pic 9(6).
                   03 mo-read-sum   pic s9(7).
                   03 mo-read-count pic 9(5).
                   03 mo-min-sum    pic s9(5).
                   03 mo-max-sum    pic s9(5).
                   03 mo-days       pic 9(3).
                   03 mo-mean       pic s9(3)v99.
                   03 mo-has-rain   pic x.
                   03 mo-rain       pic 9(5).
                   03 mo-has-dd     pic x.
                   03 mo-hdd        pic 9(5)v9.
                   03 mo-cdd        pic 9(5)v9.
           01 monthCount pic 9(3) value 0.
           01 findStation pic 9(6).
           01 findMonth pic 9(6).
           01 targetIdx pic 9(3).

           01 monthMean pic s9(3)v99.
           01 monthMin pic s9(3)v99.
           01 monthMax pic s9(3)v99.
           01 departure pic s9(5)v99.
           01 nearNormal pic 9v99 value 1.00.
           01 rankPos pic 99.
           01 rankOf pic 99.
           01 verdict pic x(20).

           01 dispMonthVal pic ++++9.99.
           01 dispNormal pic ++++9.99.
           01 dispDepart pic ++++9.99.
           01 dispRank pic Z9.
           01 dispRankOf pic Z9.
           01 dispRain pic ZZ,ZZ9.9.
           01 dispRainNorm pic ZZ,ZZ9.9.
           01 dispHdd pic ZZ,ZZ9.9.
           01 dispYears pic Z9.
           01 rowLabel pic x(12).

           copy "AUDITPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp
           display "===== MONTHLY CLIMATE SUMMARY ====="
           display "Month (YYYYMM, 0 = last month): "
               with no advancing
           accept summaryMonth
           if summaryMonth = 0
               move function current-date(1:6) to summaryMonth
               if summaryMonth(5:2) = "01"
                   compute summaryMonth = summaryMonth - 100 + 11
               else
                   subtract 1 from summaryMonth
               end-if
           end-if
           move summaryMonth(5:2) to calMonth

           perform CHECK-NORMALS-ON-FILE
           if normalsBuilt = 0
               display "CLIMSUM: no normals for month " calMonth
                   " - run NORMBLD first."
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           perform LOAD-STATION-NAMES
           perform LOAD-DAILY-READINGS
           perform ROLL-DAYS-TO-MONTHS
           perform ADD-RAINFALL
           perform ADD-DEGREE-DAYS
           if loadTruncated = 'Y'
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           open output reportFile
           move spaces to bufferLine
           string "===== MONTHLY CLIMATE SUMMARY - " delimited by size
                  summaryMonth delimited by size
                  " =====" delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move spaces to bufferLine
           string "Departures are from the normals built "
                      delimited by size
                  normalsBuilt delimited by size
                  into bufferLine
           end-string
               write bufferLine

           move 'N' to normalsEOF
           open input normalsFile
           perform until normalsEOF = 'Y'
               read normalsFile
                   at end move 'Y' to normalsEOF
                   not at end
                       if nm-month = calMonth
                           perform WRITE-ONE-STATION
                       end-if
               end-read
           end-perform
           close normalsFile

           write bufferLine from spaces
           write bufferLine from
               "==================================================="
           close reportFile

           display "CLIMSUM: " stationsReported " stations summarised"
               " for " summaryMonth " - see ClimSum.dat"

           perform WRITE-AUDIT-TRAIL

           GOBACK.

       CHECK-NORMALS-ON-FILE.
           move 'N' to normalsEOF
           open input normalsFile
           if NMStat not = "00"
               exit paragraph
           end-if
           perform until normalsEOF = 'Y'
               read normalsFile
                   at end move 'Y' to normalsEOF
                   not at end
                       if nm-month = calMonth
                           move nm-built to normalsBuilt
                       end-if
               end-read
           end-perform
           close normalsFile.

       LOAD-STATION-NAMES.
           move 'N' to masterEOF
           open input stationMasterFile
           if SMStat not = "00"
               exit paragraph
           end-if
           perform until masterEOF = 'Y'
               read stationMasterFile
                   at end move 'Y' to masterEOF
                   not at end
                       if nameCount < 50
                           add 1 to nameCount
                           move stm-stationid
                               to na-stationid(nameCount)
                           move stm-name to na-name(nameCount)
                       end-if
               end-read
           end-perform
           close stationMasterFile.

       LOAD-DAILY-READINGS.
           move 'N' to stationEOF
           open input stationFile
           if SFStat not = "00"
               exit paragraph
           end-if

           perform until stationEOF = 'Y'
               read stationFile
                   at end move 'Y' to stationEOF
                   not at end
                       if (s-type = 'T' or s-type = space)
                               and s-quality not = 'R'
                               and s-read-date(5:2) = calMonth
                               and s-read-date(1:6) <= summaryMonth
                           add 1 to recsRead
                           perform ADD-ONE-READING
                       end-if
               end-read
           end-perform

           close stationFile.

       ADD-ONE-READING.
           move 'N' to dayFound
           perform varying day-idx from dayCount by -1
                   until day-idx < 1 or dayFound = 'Y'
               if dy-stationid(day-idx) = s-stationid
                       and dy-date(day-idx) = s-read-date
                   move 'Y' to dayFound
                   if s-celsius < dy-min(day-idx)
                       move s-celsius to dy-min(day-idx)
                   end-if
                   if s-celsius > dy-max(day-idx)
                       move s-celsius to dy-max(day-idx)
                   end-if
                   add s-celsius to dy-sum(day-idx)
                   add 1 to dy-count(day-idx)
               end-if
           end-perform

           if dayFound = 'Y'
               exit paragraph
           end-if
           if dayCount >= 5000
               display "CLIMSUM: more than 5000 station-days for "
                   "the month - summary not produced"
               move 'Y' to loadTruncated
               move 'Y' to stationEOF
               exit paragraph
           end-if
           add 1 to dayCount
           set day-idx to dayCount
           move s-stationid to dy-stationid(day-idx)
           move s-read-date to dy-date(day-idx)
           move s-celsius to dy-min(day-idx)
           move s-celsius to dy-max(day-idx)
           move s-celsius to dy-sum(day-idx)
           move 1 to dy-count(day-idx).

       ROLL-DAYS-TO-MONTHS.
           perform varying day-idx from 1 by 1
                   until day-idx > dayCount
               move dy-stationid(day-idx) to findStation
               move dy-date(day-idx)(1:6) to findMonth
               perform FIND-MONTH-ENTRY
               if loadTruncated = 'Y'
                   exit paragraph
               end-if
               add dy-sum(day-idx) to mo-read-sum(mo-idx)
               add dy-count(day-idx) to mo-read-count(mo-idx)
               add dy-min(day-idx) to mo-min-sum(mo-idx)
               add dy-max(day-idx) to mo-max-sum(mo-idx)
               add 1 to mo-days(mo-idx)
           end-perform

           perform varying mo-idx from 1 by 1
                   until mo-idx > monthCount
               compute mo-mean(mo-idx) rounded =
                   mo-read-sum(mo-idx) / mo-read-count(mo-idx)
           end-perform.

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
                       move rh-read-date(1:6) to findMonth
                       if findMonth(5:2) = calMonth
                               and findMonth <= summaryMonth
                           move rh-stationid to findStation
                           perform FIND-MONTH-ENTRY
                           if loadTruncated = 'Y'
                               move 'Y' to rainEOF
                           else
                               move 'Y' to mo-has-rain(mo-idx)
                               add rh-mm to mo-rain(mo-idx)
                           end-if
                       end-if
               end-read
           end-perform
           close rainHistFile.

       ADD-DEGREE-DAYS.
           move 'N' to histEOF
           open input degdayHistFile
           if DHStat not = "00"
               exit paragraph
           end-if
           perform until histEOF = 'Y'
               read degdayHistFile
                   at end move 'Y' to histEOF
                   not at end
                       if dh-month(5:2) = calMonth
                               and dh-month <= summaryMonth
                           move dh-stationid to findStation
                           move dh-month to findMonth
                           perform FIND-MONTH-ENTRY
                           if loadTruncated = 'Y'
                               move 'Y' to histEOF
                           else
                               move 'Y' to mo-has-dd(mo-idx)
                               move dh-hdd to mo-hdd(mo-idx)
                               move dh-cdd to mo-cdd(mo-idx)
                           end-if
                       end-if
               end-read
           end-perform
           close degdayHistFile.

       FIND-MONTH-ENTRY.
           set mo-idx to 1
           search month-entry
               at end
                   if monthCount < 500
                       add 1 to monthCount
                       set mo-idx to monthCount
                       move findStation to mo-stationid(mo-idx)
                       move findMonth to mo-month(mo-idx)
                       move 0 to mo-read-sum(mo-idx)
                       move 0 to mo-read-count(mo-idx)
                       move 0 to mo-min-sum(mo-idx)
                       move 0 to mo-max-sum(mo-idx)
                       move 0 to mo-days(mo-idx)
                       move 0 to mo-mean(mo-idx)
                       move 'N' to mo-has-rain(mo-idx)
                       move 0 to mo-rain(mo-idx)
                       move 'N' to mo-has-dd(mo-idx)
                       move 0 to mo-hdd(mo-idx)
                       move 0 to mo-cdd(mo-idx)
                   else
                       display "CLIMSUM: more than 500 station-"
                           "years for the month - summary not "
                           "produced"
                       move 'Y' to loadTruncated
                   end-if
               when mo-stationid(mo-idx) = findStation
                       and mo-month(mo-idx) = findMonth
                   continue
           end-search.

       WRITE-ONE-STATION.
           add 1 to stationsReported
           move "(not on station master)" to stationName
           set nam-idx to 1
           search name-entry
               at end continue
               when na-stationid(nam-idx) = nm-stationid
                   move na-name(nam-idx) to stationName
           end-search

           write bufferLine from spaces
           move nm-years to dispYears
           move spaces to bufferLine
           string "Station " delimited by size
                  nm-stationid delimited by size
                  " " delimited by size
                  function trim(stationName) delimited by size
                  " - normal " delimited by size
                  nm-first-year delimited by size
                  "-" delimited by size
                  nm-last-year delimited by size
                  " (" delimited by size
                  function trim(dispYears) delimited by size
                  " yrs)" delimited by size
                  into bufferLine
           end-string
               write bufferLine

           move 0 to targetIdx
           perform varying mo-idx from 1 by 1
                   until mo-idx > monthCount
               if mo-stationid(mo-idx) = nm-stationid
                       and mo-month(mo-idx) = summaryMonth
                   set targetIdx to mo-idx
               end-if
           end-perform
           if targetIdx = 0
               write bufferLine from
                   "  No readings on record for this month"
               exit paragraph
           end-if

           move spaces to bufferLine
           move "Month" to bufferLine(19:5)
           move "Normal" to bufferLine(28:6)
           move "Departure" to bufferLine(36:9)
           move "Rank" to bufferLine(47:4)
               write bufferLine

           set mo-idx to targetIdx
           if mo-read-count(mo-idx) > 0
               perform WRITE-TEMPERATURE-LINES
           else
               write bufferLine from
                   "  No temperature readings this month"
           end-if
           if mo-has-rain(mo-idx) = 'Y' and nm-rain-years > 0
               perform WRITE-RAINFALL-LINE
           end-if
           if mo-has-dd(mo-idx) = 'Y' and nm-dd-years > 0
               perform WRITE-DEGREE-DAY-LINES
           end-if.

      *> Rank 1 is the warmest year on record for the month.
       WRITE-TEMPERATURE-LINES.
           move mo-mean(mo-idx) to monthMean
           compute monthMin rounded =
               mo-min-sum(mo-idx) / mo-days(mo-idx)
           compute monthMax rounded =
               mo-max-sum(mo-idx) / mo-days(mo-idx)

           move 1 to rankPos
           move 0 to rankOf
           perform varying mo-idx from 1 by 1
                   until mo-idx > monthCount
               if mo-stationid(mo-idx) = nm-stationid
                       and mo-read-count(mo-idx) > 0
                   add 1 to rankOf
                   if mo-mean(mo-idx) > monthMean
                       add 1 to rankPos
                   end-if
               end-if
           end-perform
           set mo-idx to targetIdx

           compute departure = monthMean - nm-mean
           evaluate true
               when departure >= nearNormal
                   move "WARMER THAN NORMAL" to verdict
               when departure <= 0 - nearNormal
                   move "COOLER THAN NORMAL" to verdict
               when other
                   move "NEAR NORMAL" to verdict
           end-evaluate
           move "Mean C" to rowLabel
           move monthMean to dispMonthVal
           move nm-mean to dispNormal
           perform FORMAT-DEPARTURE-LINE
           move rankPos to dispRank
           move rankOf to dispRankOf
           string dispRank delimited by size
                  " of " delimited by size
                  dispRankOf delimited by size
                  into bufferLine(47:8)
           end-string
           move verdict to bufferLine(57:20)
               write bufferLine

           compute departure = monthMin - nm-mean-min
           move "Mean low C" to rowLabel
           move monthMin to dispMonthVal
           move nm-mean-min to dispNormal
           perform FORMAT-DEPARTURE-LINE
               write bufferLine

           compute departure = monthMax - nm-mean-max
           move "Mean high C" to rowLabel
           move monthMax to dispMonthVal
           move nm-mean-max to dispNormal
           perform FORMAT-DEPARTURE-LINE
               write bufferLine.

       FORMAT-DEPARTURE-LINE.
           move departure to dispDepart
           move spaces to bufferLine
           move rowLabel to bufferLine(3:12)
           move dispMonthVal to bufferLine(16:8)
           move dispNormal to bufferLine(26:8)
           move dispDepart to bufferLine(37:8).

      *> Rank 1 is the wettest year on record for the month.
       WRITE-RAINFALL-LINE.
           move 1 to rankPos
           move 0 to rankOf
           perform varying mo-idx from 1 by 1
                   until mo-idx > monthCount
               if mo-stationid(mo-idx) = nm-stationid
                       and mo-has-rain(mo-idx) = 'Y'
                   add 1 to rankOf
                   if mo-rain(mo-idx) > mo-rain(targetIdx)
                       add 1 to rankPos
                   end-if
               end-if
           end-perform
           set mo-idx to targetIdx

           compute departure = mo-rain(mo-idx) - nm-rain
           move spaces to bufferLine
           move "Rain mm" to bufferLine(3:12)
           move mo-rain(mo-idx) to dispRain
           move nm-rain to dispRainNorm
           move dispRain to bufferLine(16:8)
           move dispRainNorm to bufferLine(26:8)
           move departure to dispDepart
           move dispDepart to bufferLine(37:8)
           move rankPos to dispRank
           move rankOf to dispRankOf
           string dispRank delimited by size
                  " of " delimited by size
                  dispRankOf delimited by size
                  into bufferLine(47:8)
           end-string
           move "(1 = wettest)" to bufferLine(57:13)
               write bufferLine.

       WRITE-DEGREE-DAY-LINES.
           compute departure = mo-hdd(mo-idx) - nm-hdd
           move spaces to bufferLine
           move "Heating DD" to bufferLine(3:12)
           move mo-hdd(mo-idx) to dispHdd
           move dispHdd to bufferLine(16:8)
           move nm-hdd to dispHdd
           move dispHdd to bufferLine(26:8)
           move departure to dispDepart
           move dispDepart to bufferLine(37:8)
               write bufferLine

           compute departure = mo-cdd(mo-idx) - nm-cdd
           move spaces to bufferLine
           move "Cooling DD" to bufferLine(3:12)
           move mo-cdd(mo-idx) to dispHdd
           move dispHdd to bufferLine(16:8)
           move nm-cdd to dispHdd
           move dispHdd to bufferLine(26:8)
           move departure to dispDepart
           move dispDepart to bufferLine(37:8)
               write bufferLine.

       WRITE-AUDIT-TRAIL.
           move "CLIMSUM" to al-program
           move runStartStamp to al-start-stamp
           move OFStat to al-file-status
           move recsRead to al-recs-read
           move stationsReported to al-recs-written
           move 0 to al-recs-rejected
           move RETURN-CODE to al-return-code
           move "N/A " to al-recon
           call "AUDITLOG" using audit-log-parms
           end-call
           cancel "AUDITLOG".
