       IDENTIFICATION DIVISION.
       PROGRAM-ID. NORMBLD.

       ENVIRONMENT DIVISION.
           input-output section.
               file-control.
                   select stationFile
                       assign to "STATION-READINGS.dat"
                       organization is line sequential
                       file status is SFStat.

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
                       assign to "NormBld.dat"
                       organization is line sequential
                       file status is OFStat.

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
               fd stationFile.
                   01 station-record.
                       02 s-stationid pic 9(6).
                       02 s-celsius pic S9(3)
                           sign is leading separate character.
                       02 s-read-date pic 9(8).
                       02 s-read-time pic 9(4).
                       02 s-type pic x.
                       02 s-quality pic x.

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

               fd userCurrFile.
                   01 user-curr-record.
                       02 cu-userid pic x(8).

               fd auditFile.
                   copy "AUDITTRL.cpy".

           WORKING-STORAGE SECTION.
           01 SFStat pic xx.
           01 RHStat pic xx.
           01 DHStat pic xx.
           01 NMStat pic xx.
           01 OFStat pic xx.
           01 CUStat pic xx.
           01 AuditStat pic xx.

           01 stationEOF pic x.
           01 rainEOF pic x.
           01 histEOF pic x.
           01 normalsEOF pic x.
           01 loadTruncated pic x value 'N'.

           01 currentUser pic x(8) value spaces.
           01 todayDate pic 9(8).
           01 thisMonth pic 9(6).
           01 readMonth pic 9(6).
           01 oldBuilt pic 9(8) value 0.
           01 oldRows pic 9(5) value 0.
           01 confirmFlag pic x.
           01 recsRead pic 9(7) value 0.

      *> Daily low, high and mean per station, from which the
      *> monthly means are taken.
           01 day-table.
               02 day-entry occurs 1 to 20000 times
                       depending on dayCount
                       indexed by day-idx.
                   03 dy-stationid pic 9(6).
                   03 dy-date      pic 9(8).
                   03 dy-min       pic s9(3).
                   03 dy-max       pic s9(3).
                   03 dy-sum       pic s9(5).
                   03 dy-count     pic 9(3).
           01 dayCount pic 9(5) value 0.
           01 dayFound pic x.

           01 month-table.
               02 month-entry occurs 1 to 3000 times
                       depending on monthCount
                       indexed by mo-idx.
                   03 mo-stationid  pic 9(6).
                   03 mo-month      pic 9(6).
                   03 mo-read-sum   pic s9(7).
                   03 mo-read-count pic 9(5).
                   03 mo-min-sum    pic s9(5).
                   03 mo-max-sum    pic s9(5).
                   03 mo-days       pic 9(3).
                   03 mo-has-rain   pic x.
                   03 mo-rain       pic 9(5).
                   03 mo-has-dd     pic x.
                   03 mo-hdd        pic 9(5)v9.
                   03 mo-cdd        pic 9(5)v9.
           01 monthCount pic 9(4) value 0.
           01 findStation pic 9(6).
           01 findMonth pic 9(6).

           01 norm-table.
               02 norm-entry occurs 1 to 600 times
                       depending on normCount
                       indexed by na-idx.
                   03 na-key.
                       04 na-stationid pic 9(6).
                       04 na-month     pic 99.
                   03 na-years      pic 99.
                   03 na-first-year pic 9(4).
                   03 na-last-year  pic 9(4).
                   03 na-mean-sum   pic s9(5)v99.
                   03 na-min-sum    pic s9(5)v99.
                   03 na-max-sum    pic s9(5)v99.
                   03 na-rain-years pic 99.
                   03 na-rain-sum   pic 9(7).
                   03 na-dd-years   pic 99.
                   03 na-hdd-sum    pic 9(7)v9.
                   03 na-cdd-sum    pic 9(7)v9.
           01 normCount pic 9(3) value 0.
           01 hold-norm pic x(66).
           01 sortSwapFlag pic x.
           01 sortIdx pic 9(3).

           01 monthMean pic s9(3)v99.
           01 curStation pic 9(6).

           01 dispMonth pic Z9.
           01 dispYears pic Z9.
           01 dispMean pic +++9.99.
           01 dispMin pic +++9.99.
           01 dispMax pic +++9.99.
           01 dispRain pic ZZ,ZZ9.9.
           01 dispHdd pic ZZ,ZZ9.9.
           01 dispCdd pic ZZ,ZZ9.9.

           copy "AUDITPRM.cpy".
           copy "SEALPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp
           move function current-date(1:8) to todayDate
           move todayDate(1:6) to thisMonth
           perform IDENTIFY-OPERATOR

           display "===== CLIMATE NORMALS BUILD ====="
           perform CHECK-EXISTING-NORMALS
           if oldRows > 0
               display "Normals on file were built " oldBuilt
                   " (" oldRows " station-months)."
               display "Rebuilding changes every departure-from-"
                   "normal figure from now on."
           end-if
           display "Build normals from all complete months on "
               "record? (Y/N): " with no advancing
           accept confirmFlag
           if confirmFlag not = 'Y' and confirmFlag not = 'y'
               display "NORMBLD: normals left as they are."
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           perform LOAD-DAILY-READINGS
           if loadTruncated = 'Y'
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if
           perform ROLL-DAYS-TO-MONTHS
           perform ADD-RAINFALL
           perform ADD-DEGREE-DAYS
           if loadTruncated = 'Y'
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           perform varying mo-idx from 1 by 1
                   until mo-idx > monthCount
               perform ADD-MONTH-TO-NORMALS
           end-perform
           if loadTruncated = 'Y'
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if
           if normCount = 0
               display "NORMBLD: no complete months on record - "
                   "normals left as they are."
               move 4 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if
           perform SORT-NORM-TABLE

           perform WRITE-NORMALS-FILE
           perform WRITE-NORMALS-REPORT
           perform WRITE-BUILD-AUDIT

           display "NORMBLD: " normCount " station-month normals "
               "built - see NormBld.dat"

           perform WRITE-AUDIT-TRAIL

           GOBACK.

       CHECK-EXISTING-NORMALS.
           move 'N' to normalsEOF
           open input normalsFile
           if NMStat not = "00"
               exit paragraph
           end-if
           perform until normalsEOF = 'Y'
               read normalsFile
                   at end move 'Y' to normalsEOF
                   not at end
                       add 1 to oldRows
                       move nm-built to oldBuilt
               end-read
           end-perform
           close normalsFile.

      *> The month still in progress is left out - a part month
      *> would drag the normal towards whatever season it is now.
       LOAD-DAILY-READINGS.
           move 'N' to stationEOF
           open input stationFile
           if SFStat not = "00"
               display "WARNING: no STATION-READINGS.dat - "
                   "temperature normals not built"
               exit paragraph
           end-if

           perform until stationEOF = 'Y'
               read stationFile
                   at end move 'Y' to stationEOF
                   not at end
                       move s-read-date(1:6) to readMonth
                       if (s-type = 'T' or s-type = space)
                               and s-quality not = 'R'
                               and readMonth < thisMonth
                           add 1 to recsRead
                           perform ADD-ONE-READING
                       end-if
               end-read
           end-perform

           close stationFile.

      *> Readings arrive in date order, so the day is looked for
      *> from the newest entry back.
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
           if dayCount >= 20000
               display "NORMBLD: more than 20000 station-days on "
                   "file - normals not built"
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
                       if findMonth < thisMonth
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
                       if dh-month < thisMonth
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
                   if monthCount < 3000
                       add 1 to monthCount
                       set mo-idx to monthCount
                       move findStation to mo-stationid(mo-idx)
                       move findMonth to mo-month(mo-idx)
                       move 0 to mo-read-sum(mo-idx)
                       move 0 to mo-read-count(mo-idx)
                       move 0 to mo-min-sum(mo-idx)
                       move 0 to mo-max-sum(mo-idx)
                       move 0 to mo-days(mo-idx)
                       move 'N' to mo-has-rain(mo-idx)
                       move 0 to mo-rain(mo-idx)
                       move 'N' to mo-has-dd(mo-idx)
                       move 0 to mo-hdd(mo-idx)
                       move 0 to mo-cdd(mo-idx)
                   else
                       display "NORMBLD: more than 3000 station-"
                           "months on file - normals not built"
                       move 'Y' to loadTruncated
                   end-if
               when mo-stationid(mo-idx) = findStation
                       and mo-month(mo-idx) = findMonth
                   continue
           end-search.

      *> Each year counts once per calendar month, so a year with
      *> more readings does not outweigh one with fewer.
       ADD-MONTH-TO-NORMALS.
           set na-idx to 1
           search norm-entry
               at end
                   if normCount >= 600
                       if loadTruncated not = 'Y'
                           display "NORMBLD: more than 600 station-"
                               "months of normals - normals not built"
                           move 'Y' to loadTruncated
                       end-if
                       exit paragraph
                   end-if
                   add 1 to normCount
                   set na-idx to normCount
                   move mo-stationid(mo-idx) to na-stationid(na-idx)
                   move mo-month(mo-idx)(5:2) to na-month(na-idx)
                   move 0 to na-years(na-idx)
                   move 9999 to na-first-year(na-idx)
                   move 0 to na-last-year(na-idx)
                   move 0 to na-mean-sum(na-idx)
                   move 0 to na-min-sum(na-idx)
                   move 0 to na-max-sum(na-idx)
                   move 0 to na-rain-years(na-idx)
                   move 0 to na-rain-sum(na-idx)
                   move 0 to na-dd-years(na-idx)
                   move 0 to na-hdd-sum(na-idx)
                   move 0 to na-cdd-sum(na-idx)
               when na-stationid(na-idx) = mo-stationid(mo-idx)
                       and na-month(na-idx) = mo-month(mo-idx)(5:2)
                   continue
           end-search

           if mo-month(mo-idx)(1:4) < na-first-year(na-idx)
               move mo-month(mo-idx)(1:4) to na-first-year(na-idx)
           end-if
           if mo-month(mo-idx)(1:4) > na-last-year(na-idx)
               move mo-month(mo-idx)(1:4) to na-last-year(na-idx)
           end-if

           if mo-read-count(mo-idx) > 0
               add 1 to na-years(na-idx)
               compute monthMean rounded =
                   mo-read-sum(mo-idx) / mo-read-count(mo-idx)
               add monthMean to na-mean-sum(na-idx)
               compute monthMean rounded =
                   mo-min-sum(mo-idx) / mo-days(mo-idx)
               add monthMean to na-min-sum(na-idx)
               compute monthMean rounded =
                   mo-max-sum(mo-idx) / mo-days(mo-idx)
               add monthMean to na-max-sum(na-idx)
           end-if
           if mo-has-rain(mo-idx) = 'Y'
               add 1 to na-rain-years(na-idx)
               add mo-rain(mo-idx) to na-rain-sum(na-idx)
           end-if
           if mo-has-dd(mo-idx) = 'Y'
               add 1 to na-dd-years(na-idx)
               add mo-hdd(mo-idx) to na-hdd-sum(na-idx)
               add mo-cdd(mo-idx) to na-cdd-sum(na-idx)
           end-if.

       SORT-NORM-TABLE.
           move 'Y' to sortSwapFlag
           perform until sortSwapFlag = 'N'
               move 'N' to sortSwapFlag
               perform varying sortIdx from 1 by 1
                       until sortIdx >= normCount
                   if na-key(sortIdx) > na-key(sortIdx + 1)
                       move norm-entry(sortIdx) to hold-norm
                       move norm-entry(sortIdx + 1)
                           to norm-entry(sortIdx)
                       move hold-norm to norm-entry(sortIdx + 1)
                       move 'Y' to sortSwapFlag
                   end-if
               end-perform
           end-perform.

       WRITE-NORMALS-FILE.
           open output normalsFile
           perform varying na-idx from 1 by 1
                   until na-idx > normCount
               move na-stationid(na-idx) to nm-stationid
               move na-month(na-idx) to nm-month
               move na-years(na-idx) to nm-years
               move na-first-year(na-idx) to nm-first-year
               move na-last-year(na-idx) to nm-last-year
               move 0 to nm-mean
               move 0 to nm-mean-min
               move 0 to nm-mean-max
               if na-years(na-idx) > 0
                   compute nm-mean rounded =
                       na-mean-sum(na-idx) / na-years(na-idx)
                   compute nm-mean-min rounded =
                       na-min-sum(na-idx) / na-years(na-idx)
                   compute nm-mean-max rounded =
                       na-max-sum(na-idx) / na-years(na-idx)
               end-if
               move na-rain-years(na-idx) to nm-rain-years
               move 0 to nm-rain
               if na-rain-years(na-idx) > 0
                   compute nm-rain rounded =
                       na-rain-sum(na-idx) / na-rain-years(na-idx)
               end-if
               move na-dd-years(na-idx) to nm-dd-years
               move 0 to nm-hdd
               move 0 to nm-cdd
               if na-dd-years(na-idx) > 0
                   compute nm-hdd rounded =
                       na-hdd-sum(na-idx) / na-dd-years(na-idx)
                   compute nm-cdd rounded =
                       na-cdd-sum(na-idx) / na-dd-years(na-idx)
               end-if
               move todayDate to nm-built
               write normals-record
           end-perform
           close normalsFile.

      *> The report is produced from the file just written so it
      *> shows exactly what CLIMSUM will compare against.
       WRITE-NORMALS-REPORT.
           open output reportFile
           move spaces to bufferLine
           string "===== STATION CLIMATE NORMALS - BUILT "
                      delimited by size
                  todayDate delimited by size
                  " =====" delimited by size
                  into bufferLine
           end-string
               write bufferLine

           move 0 to curStation
           move 'N' to normalsEOF
           open input normalsFile
           perform until normalsEOF = 'Y'
               read normalsFile
                   at end move 'Y' to normalsEOF
                   not at end
                       perform WRITE-ONE-NORMAL
               end-read
           end-perform
           close normalsFile

           write bufferLine from spaces
           write bufferLine from
               "==================================================="
           close reportFile.

       WRITE-ONE-NORMAL.
           if nm-stationid not = curStation
               move nm-stationid to curStation
               write bufferLine from spaces
               move spaces to bufferLine
               string "Station " delimited by size
                      nm-stationid delimited by size
                      into bufferLine
               end-string
                   write bufferLine
               move spaces to bufferLine
               move "Mo Yrs    Mean     Min     Max" to bufferLine(3:30)
               move "Rain mm      HDD      CDD" to bufferLine(35:25)
                   write bufferLine
           end-if

           move nm-month to dispMonth
           move nm-years to dispYears
           move nm-mean to dispMean
           move nm-mean-min to dispMin
           move nm-mean-max to dispMax
           move nm-rain to dispRain
           move nm-hdd to dispHdd
           move nm-cdd to dispCdd
           move spaces to bufferLine
           move dispMonth to bufferLine(3:2)
           move dispYears to bufferLine(6:2)
           move dispMean to bufferLine(9:7)
           move dispMin to bufferLine(17:7)
           move dispMax to bufferLine(25:7)
           move dispRain to bufferLine(34:8)
           move dispHdd to bufferLine(43:8)
           move dispCdd to bufferLine(52:8)
               write bufferLine.

       WRITE-BUILD-AUDIT.
           open input auditFile
           if AuditStat = "00"
               close auditFile
               open extend auditFile
           else
               open output auditFile
           end-if

           move spaces to audit-line
           string "PGM: NORMBLD | NORMALS REBUILT | BY: "
                      delimited by size
                  currentUser delimited by size
                  " | DATE: " delimited by size
                  todayDate delimited by size
                  " | PRIOR BUILD: " delimited by size
                  oldBuilt delimited by size
                  into audit-line
           end-string
           perform SEAL-AUDIT-LINE

           close auditFile.

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

       WRITE-AUDIT-TRAIL.
           move "NORMBLD" to al-program
           move runStartStamp to al-start-stamp
           move NMStat to al-file-status
           move recsRead to al-recs-read
           move normCount to al-recs-written
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
