       IDENTIFICATION DIVISION.
       PROGRAM-ID. STNFILL.

       ENVIRONMENT DIVISION.
           input-output section.
               file-control.
                   select stationFile
                       assign to "STATION-READINGS.dat"
                       organization is line sequential
                       file status is SFStat.

                   select neighbourFile
                       assign to "STATION-NEIGHBOUR.dat"
                       organization is line sequential
                       file status is NBStat.

                   select schedFile
                       assign to "READ-SCHED.dat"
                       organization is line sequential
                       file status is SCStat.

                   select exceptionFile
                       assign to "TEMPSTN-EXCEPT.dat"
                       organization is line sequential
                       file status is EXStat.

                   select calibFile
                       assign to "CALIB.dat"
                       organization is line sequential
                       file status is CBStat.

                   select reportFile
                       assign to "StnFill.dat"
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
      *> Quality: blank measured, E estimated by STNFILL from
      *> neighbouring stations, R rejected and replaced by an
      *> estimate (kept for the record, left out of totals).
                       02 s-quality pic x.

      *> Stations close enough to stand in for one another, one
      *> row per station/neighbour pair, nearest first.
               fd neighbourFile.
                   01 neighbour-record.
                       02 nf-stationid pic 9(6).
                       02 nf-neighbour pic 9(6).

               fd schedFile.
                   01 sched-record.
                       02 rs-stationid pic 9(6).
                       02 rs-time      pic 9(4).

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

               fd reportFile.
                   01 bufferLine pic x(80).

               fd auditFile.
                   copy "AUDITTRL.cpy".

           WORKING-STORAGE SECTION.
           01 SFStat pic xx.
           01 NBStat pic xx.
           01 SCStat pic xx.
           01 EXStat pic xx.
           01 CBStat pic xx.
           01 OFStat pic xx.
           01 AuditStat pic xx.

           01 stationEOF pic x.
           01 neighbourEOF pic x.
           01 schedEOF pic x.
           01 exceptEOF pic x.
           01 calibEOF pic x.
           01 loadTruncated pic x value 'N'.

           01 fillMonth pic 9(6).
           01 readMonth pic 9(6).
           01 todayDate pic 9(8).

      *> The whole readings file is held so it can be written back
      *> with rejected rows marked and estimates added.
           01 reading-table.
               02 reading-entry occurs 1 to 5000 times
                       depending on readingCount
                       indexed by rd-idx.
                   03 rd-stationid pic 9(6).
                   03 rd-celsius   pic s9(3).
                   03 rd-date      pic 9(8).
                   03 rd-time      pic 9(4).
                   03 rd-type      pic x.
                   03 rd-quality   pic x.
                   03 rd-keep      pic x.
           01 readingCount pic 9(4) value 0.
           01 findRow pic 9(4).

           01 nb-table.
               02 nb-entry occurs 1 to 200 times
                       depending on nbCount
                       indexed by nb-idx.
                   03 nb-stationid pic 9(6).
                   03 nb-neighbour pic 9(6).
                   03 nb-diff-sum  pic s9(7).
                   03 nb-diff-count pic 9(5).
           01 nbCount pic 9(3) value 0.

           01 sched-table.
               02 sched-entry occurs 1 to 200 times
                       depending on schedCount
                       indexed by sch-idx.
                   03 sc-stationid pic 9(6).
                   03 sc-time      pic 9(4).
           01 schedCount pic 9(3) value 0.

           01 reject-table.
               02 reject-entry occurs 1 to 1000 times
                       depending on rejectCount
                       indexed by rj-idx.
                   03 rj-stationid pic 9(6).
                   03 rj-date      pic 9(8).
                   03 rj-time      pic 9(4).
                   03 rj-celsius   pic s9(3).
           01 rejectCount pic 9(4) value 0.

      *> Latest calibration per station, as TEMPSTN applies it, so
      *> a raw reading can be matched to the corrected value on
      *> the exception file.
           01 calib-table.
               02 calib-entry occurs 1 to 50 times
                       depending on calibCount
                       indexed by cal-idx.
                   03 cl-stationid pic 9(6).
                   03 cl-done-date pic 9(8).
                   03 cl-offset    pic s9(3).
           01 calibCount pic 99 value 0.
           01 calibFound pic x.
           01 calibOffset pic s9(3).
           01 checkCelsius pic s9(4).

      *> Days of the month on which the network reported at all;
      *> a slot can only be missed on a day something came in.
           01 day-table.
               02 day-entry occurs 1 to 31 times
                       depending on dayCount
                       indexed by day-idx.
                   03 dy-date pic 9(8).
           01 dayCount pic 99 value 0.

           01 minPairs pic 99 value 3.
           01 slotStation pic 9(6).
           01 slotDate pic 9(8).
           01 slotTime pic 9(4).
           01 slotGood pic x.
           01 slotEstimated pic x.
           01 slotRejected pic x.
           01 pairStation pic 9(6).
           01 pairValue pic s9(3).
           01 pairFound pic x.
           01 usualDiff pic s9(3)v99.
           01 estSum pic s9(5)v99.
           01 estUsed pic 99.
           01 estValue pic s9(3).

           01 markedRejected pic 9(5) value 0.
           01 estimatesReplaced pic 9(5) value 0.
           01 estimatesWritten pic 9(5) value 0.
           01 slotsUnfilled pic 9(5) value 0.

           01 dispValue pic +++9.
           01 dispDiff pic +++9.99.
           01 dispCount pic ZZ,ZZ9.
           01 dispUsed pic Z9.

           copy "AUDITPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp
           move function current-date(1:8) to todayDate
           display "===== STATION READING INFILL ====="
           display "Month to infill (YYYYMM, 0 = current): "
               with no advancing
           accept fillMonth
           if fillMonth = 0
               move todayDate(1:6) to fillMonth
           end-if

           perform LOAD-READINGS
           if SFStat not = "00" or loadTruncated = 'Y'
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           perform LOAD-NEIGHBOURS
           perform LOAD-READ-SCHEDULE
           if nbCount = 0 or schedCount = 0
               display "STNFILL: no STATION-NEIGHBOUR.dat or "
                   "READ-SCHED.dat - nothing can be estimated"
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           perform LOAD-CALIBRATION-TABLE
           perform LOAD-REJECTED-READINGS
           perform MARK-REJECTED-READINGS
           perform DROP-REPLACED-ESTIMATES
           perform BUILD-DAY-TABLE
           perform MEASURE-USUAL-DIFFERENCES

           open output reportFile
           perform WRITE-REPORT-HEADER
           perform varying day-idx from 1 by 1
                   until day-idx > dayCount
               perform varying sch-idx from 1 by 1
                       until sch-idx > schedCount
                   perform CHECK-ONE-SLOT
               end-perform
           end-perform
           perform WRITE-REPORT-FOOTER
           close reportFile

           perform REWRITE-READINGS

           display "STNFILL: " estimatesWritten " estimated, "
               estimatesReplaced " estimates replaced by late "
               "readings, " slotsUnfilled " left open"
           if slotsUnfilled > 0
               move 4 to RETURN-CODE
           end-if

           perform WRITE-AUDIT-TRAIL

           GOBACK.

       LOAD-READINGS.
           move 'N' to stationEOF
           open input stationFile
           if SFStat not = "00"
               display "ERROR: cannot open station file " SFStat
               exit paragraph
           end-if

           perform until stationEOF = 'Y'
               read stationFile
                   at end move 'Y' to stationEOF
                   not at end
                       if readingCount < 5000
                           add 1 to readingCount
                           set rd-idx to readingCount
                           move s-stationid to rd-stationid(rd-idx)
                           move s-celsius to rd-celsius(rd-idx)
                           move s-read-date to rd-date(rd-idx)
                           move s-read-time to rd-time(rd-idx)
                           move s-type to rd-type(rd-idx)
                           move s-quality to rd-quality(rd-idx)
                           move 'Y' to rd-keep(rd-idx)
                       else
                           display "STNFILL: more than 5000 readings"
                               " on file - nothing estimated"
                           move 'Y' to loadTruncated
                           move 'Y' to stationEOF
                       end-if
               end-read
           end-perform

           close stationFile.

       LOAD-NEIGHBOURS.
           move 'N' to neighbourEOF
           open input neighbourFile
           if NBStat not = "00"
               exit paragraph
           end-if

           perform until neighbourEOF = 'Y'
               read neighbourFile
                   at end move 'Y' to neighbourEOF
                   not at end
                       if nbCount < 200
                           add 1 to nbCount
                           move nf-stationid to nb-stationid(nbCount)
                           move nf-neighbour to nb-neighbour(nbCount)
                           move 0 to nb-diff-sum(nbCount)
                           move 0 to nb-diff-count(nbCount)
                       end-if
               end-read
           end-perform

           close neighbourFile.

       LOAD-READ-SCHEDULE.
           move 'N' to schedEOF
           open input schedFile
           if SCStat not = "00"
               exit paragraph
           end-if

           perform until schedEOF = 'Y'
               read schedFile
                   at end move 'Y' to schedEOF
                   not at end
                       if schedCount < 200
                           add 1 to schedCount
                           move rs-stationid
                               to sc-stationid(schedCount)
                           move rs-time to sc-time(schedCount)
                       end-if
               end-read
           end-perform

           close schedFile.

      *> TEMPSTN writes a missing slot to the same exception file;
      *> only readings it turned away count as rejected here.
       LOAD-REJECTED-READINGS.
           move 'N' to exceptEOF
           open input exceptionFile
           if EXStat not = "00"
               exit paragraph
           end-if

           perform until exceptEOF = 'Y'
               read exceptionFile
                   at end move 'Y' to exceptEOF
                   not at end
                       move ex-read-date(1:6) to readMonth
                       if readMonth = fillMonth
                               and ex-reason
                                   not = "Missing scheduled reading"
                               and rejectCount < 1000
                           add 1 to rejectCount
                           move ex-stationid
                               to rj-stationid(rejectCount)
                           move ex-read-date to rj-date(rejectCount)
                           move ex-read-time to rj-time(rejectCount)
                           move ex-celsius to rj-celsius(rejectCount)
                       end-if
               end-read
           end-perform

           close exceptionFile.

       MARK-REJECTED-READINGS.
           if rejectCount = 0
               exit paragraph
           end-if
           perform varying rd-idx from 1 by 1
                   until rd-idx > readingCount
               move rd-date(rd-idx)(1:6) to readMonth
               if readMonth = fillMonth
                       and (rd-type(rd-idx) = 'T'
                           or rd-type(rd-idx) = space)
                       and rd-quality(rd-idx) = space
                   perform FIND-CALIBRATION
                   compute checkCelsius =
                       rd-celsius(rd-idx) + calibOffset
                   set rj-idx to 1
                   search reject-entry
                       at end continue
                       when rj-stationid(rj-idx)
                               = rd-stationid(rd-idx)
                           and rj-date(rj-idx) = rd-date(rd-idx)
                           and rj-time(rj-idx) = rd-time(rd-idx)
                           and rj-celsius(rj-idx) = checkCelsius
                           move 'R' to rd-quality(rd-idx)
                           add 1 to markedRejected
                   end-search
               end-if
           end-perform.

       LOAD-CALIBRATION-TABLE.
           move 'N' to calibEOF
           open input calibFile
           if CBStat not = "00"
               exit paragraph
           end-if

           perform until calibEOF = 'Y'
               read calibFile
                   at end move 'Y' to calibEOF
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
                       move cb-offset to cl-offset(cal-idx)
                   end-if
               end-if
           end-perform

           if calibFound = 'N' and calibCount < 50
               add 1 to calibCount
               move cb-stationid to cl-stationid(calibCount)
               move cb-done-date to cl-done-date(calibCount)
               move cb-offset to cl-offset(calibCount)
           end-if.

       FIND-CALIBRATION.
           move 0 to calibOffset
           if calibCount > 0
               set cal-idx to 1
               search calib-entry
                   at end continue
                   when cl-stationid(cal-idx) = rd-stationid(rd-idx)
                       move cl-offset(cal-idx) to calibOffset
               end-search
           end-if.

      *> A real reading that came in after the estimate was made
      *> takes the slot back; the estimate is dropped from the file.
       DROP-REPLACED-ESTIMATES.
           perform varying rd-idx from 1 by 1
                   until rd-idx > readingCount
               if rd-quality(rd-idx) = 'E'
                   move rd-stationid(rd-idx) to slotStation
                   move rd-date(rd-idx) to slotDate
                   move rd-time(rd-idx) to slotTime
                   move rd-stationid(rd-idx) to pairStation
                   perform FIND-GOOD-READING
                   if pairFound = 'Y'
                       move 'N' to rd-keep(rd-idx)
                       add 1 to estimatesReplaced
                   end-if
               end-if
           end-perform.

       BUILD-DAY-TABLE.
           perform varying rd-idx from 1 by 1
                   until rd-idx > readingCount
               move rd-date(rd-idx)(1:6) to readMonth
               if readMonth = fillMonth
                       and rd-quality(rd-idx) = space
                       and (rd-type(rd-idx) = 'T'
                           or rd-type(rd-idx) = space)
                   set day-idx to 1
                   search day-entry
                       at end
                           if dayCount < 31
                               add 1 to dayCount
                               move rd-date(rd-idx)
                                   to dy-date(dayCount)
                           end-if
                       when dy-date(day-idx) = rd-date(rd-idx)
                           continue
                   end-search
               end-if
           end-perform.

      *> The usual difference between a station and its neighbour
      *> is the mean of (station - neighbour) over every slot this
      *> month where both have a good measured reading.
       MEASURE-USUAL-DIFFERENCES.
           perform varying nb-idx from 1 by 1
                   until nb-idx > nbCount
               perform varying rd-idx from 1 by 1
                       until rd-idx > readingCount
                   move rd-date(rd-idx)(1:6) to readMonth
                   if rd-stationid(rd-idx) = nb-stationid(nb-idx)
                           and readMonth = fillMonth
                           and rd-quality(rd-idx) = space
                           and (rd-type(rd-idx) = 'T'
                               or rd-type(rd-idx) = space)
                       move rd-date(rd-idx) to slotDate
                       move rd-time(rd-idx) to slotTime
                       move nb-neighbour(nb-idx) to pairStation
                       perform FIND-GOOD-READING
                       if pairFound = 'Y'
                           compute nb-diff-sum(nb-idx) =
                               nb-diff-sum(nb-idx)
                               + rd-celsius(rd-idx) - pairValue
                           add 1 to nb-diff-count(nb-idx)
                       end-if
                   end-if
               end-perform
           end-perform.

      *> Looks for a good measured temperature reading for
      *> pairStation at slotDate/slotTime.
       FIND-GOOD-READING.
           move 'N' to pairFound
           perform varying findRow from 1 by 1
                   until findRow > readingCount
                   or pairFound = 'Y'
               if rd-stationid(findRow) = pairStation
                       and rd-date(findRow) = slotDate
                       and rd-time(findRow) = slotTime
                       and rd-quality(findRow) = space
                       and (rd-type(findRow) = 'T'
                           or rd-type(findRow) = space)
                   move 'Y' to pairFound
                   move rd-celsius(findRow) to pairValue
               end-if
           end-perform.

       CHECK-ONE-SLOT.
           move sc-stationid(sch-idx) to slotStation
           move dy-date(day-idx) to slotDate
           move sc-time(sch-idx) to slotTime
           if slotDate > todayDate
               exit paragraph
           end-if

           move 'N' to slotGood
           move 'N' to slotEstimated
           move 'N' to slotRejected
           perform varying rd-idx from 1 by 1
                   until rd-idx > readingCount
               if rd-stationid(rd-idx) = slotStation
                       and rd-date(rd-idx) = slotDate
                       and rd-time(rd-idx) = slotTime
                       and (rd-type(rd-idx) = 'T'
                           or rd-type(rd-idx) = space)
                   evaluate rd-quality(rd-idx)
                       when space move 'Y' to slotGood
                       when 'R' move 'Y' to slotRejected
                       when 'E'
                           if rd-keep(rd-idx) = 'Y'
                               move 'Y' to slotEstimated
                           end-if
                   end-evaluate
               end-if
           end-perform

           if slotGood = 'Y' or slotEstimated = 'Y'
               exit paragraph
           end-if

           move 0 to estSum
           move 0 to estUsed
           perform varying nb-idx from 1 by 1
                   until nb-idx > nbCount
               if nb-stationid(nb-idx) = slotStation
                       and nb-diff-count(nb-idx) >= minPairs
                   move nb-neighbour(nb-idx) to pairStation
                   perform FIND-GOOD-READING
                   if pairFound = 'Y'
                       compute usualDiff rounded =
                           nb-diff-sum(nb-idx)
                           / nb-diff-count(nb-idx)
                       compute estSum = estSum + pairValue
                           + usualDiff
                       add 1 to estUsed
                   end-if
               end-if
           end-perform

           if estUsed = 0
               add 1 to slotsUnfilled
               move spaces to bufferLine
               string slotStation delimited by size
                      " " delimited by size
                      slotDate delimited by size
                      " " delimited by size
                      slotTime delimited by size
                      "  NOT ESTIMATED - no neighbour reading"
                          delimited by size
                      into bufferLine
               end-string
                   write bufferLine
               exit paragraph
           end-if

           compute estValue rounded = estSum / estUsed
           if readingCount >= 5000
               add 1 to slotsUnfilled
               write bufferLine from
                   "  READINGS TABLE FULL - later slots not estimated"
               exit paragraph
           end-if
           add 1 to readingCount
           set rd-idx to readingCount
           move slotStation to rd-stationid(rd-idx)
           move estValue to rd-celsius(rd-idx)
           move slotDate to rd-date(rd-idx)
           move slotTime to rd-time(rd-idx)
           move 'T' to rd-type(rd-idx)
           move 'E' to rd-quality(rd-idx)
           move 'Y' to rd-keep(rd-idx)
           add 1 to estimatesWritten

           move estValue to dispValue
           move estUsed to dispUsed
           move spaces to bufferLine
           string slotStation delimited by size
                  " " delimited by size
                  slotDate delimited by size
                  " " delimited by size
                  slotTime delimited by size
                  "  ESTIMATED " delimited by size
                  dispValue delimited by size
                  " from " delimited by size
                  function trim(dispUsed) delimited by size
                  " neighbour(s)" delimited by size
                  into bufferLine
           end-string
           if slotRejected = 'Y'
               move "- replaces rejected" to bufferLine(61:19)
           end-if
               write bufferLine.

       WRITE-REPORT-HEADER.
           move spaces to bufferLine
           string "===== STATION READING INFILL - " delimited by size
                  fillMonth delimited by size
                  " =====" delimited by size
                  into bufferLine
           end-string
               write bufferLine
           write bufferLine from
               "Station/neighbour usual differences (station - nbr)"
           perform varying nb-idx from 1 by 1
                   until nb-idx > nbCount
               move nb-diff-count(nb-idx) to dispCount
               move spaces to bufferLine
               if nb-diff-count(nb-idx) >= minPairs
                   compute usualDiff rounded =
                       nb-diff-sum(nb-idx) / nb-diff-count(nb-idx)
                   move usualDiff to dispDiff
                   string "  " delimited by size
                          nb-stationid(nb-idx) delimited by size
                          " / " delimited by size
                          nb-neighbour(nb-idx) delimited by size
                          "  " delimited by size
                          dispDiff delimited by size
                          " over " delimited by size
                          function trim(dispCount) delimited by size
                          " slots" delimited by size
                          into bufferLine
                   end-string
               else
                   string "  " delimited by size
                          nb-stationid(nb-idx) delimited by size
                          " / " delimited by size
                          nb-neighbour(nb-idx) delimited by size
                          "  not used - only " delimited by size
                          function trim(dispCount) delimited by size
                          " common slots" delimited by size
                          into bufferLine
                   end-string
               end-if
                   write bufferLine
           end-perform
           write bufferLine from spaces
           write bufferLine from
               "Station Date     Time  Action".

       WRITE-REPORT-FOOTER.
           write bufferLine from spaces
           move markedRejected to dispCount
           move spaces to bufferLine
           string "Rejected readings set aside:   " delimited by size
                  dispCount delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move estimatesReplaced to dispCount
           move spaces to bufferLine
           string "Estimates replaced by late:    " delimited by size
                  dispCount delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move estimatesWritten to dispCount
           move spaces to bufferLine
           string "Estimates written:             " delimited by size
                  dispCount delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move slotsUnfilled to dispCount
           move spaces to bufferLine
           string "Slots left open:               " delimited by size
                  dispCount delimited by size
                  into bufferLine
           end-string
               write bufferLine
           write bufferLine from
               "==================================================".

       REWRITE-READINGS.
           open output stationFile
           perform varying rd-idx from 1 by 1
                   until rd-idx > readingCount
               if rd-keep(rd-idx) = 'Y'
                   move rd-stationid(rd-idx) to s-stationid
                   move rd-celsius(rd-idx) to s-celsius
                   move rd-date(rd-idx) to s-read-date
                   move rd-time(rd-idx) to s-read-time
                   move rd-type(rd-idx) to s-type
                   move rd-quality(rd-idx) to s-quality
                   write station-record
               end-if
           end-perform
           close stationFile.

       WRITE-AUDIT-TRAIL.
           move "STNFILL" to al-program
           move runStartStamp to al-start-stamp
           move SFStat to al-file-status
           move readingCount to al-recs-read
           move estimatesWritten to al-recs-written
           move slotsUnfilled to al-recs-rejected
           move RETURN-CODE to al-return-code
           move "N/A " to al-recon
           call "AUDITLOG" using audit-log-parms
           end-call
           cancel "AUDITLOG".
