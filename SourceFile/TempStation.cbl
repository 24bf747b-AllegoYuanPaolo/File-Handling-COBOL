                       organization is line sequential
                       file status is CKStat.

                   select highWaterFile
                       assign to "TEMPSTN-HWM.dat"
                       organization is line sequential
                       file status is HWStat.

                   select pollLogFile
                       assign to "TEMPSTN-POLL.dat"
                       organization is line sequential
                       file status is PLStat.

                   select auditFile
                       assign to "AUDIT-TRAIL.dat"
                       organization is line sequential
                       02 s-read-date pic 9(8).
                       02 s-read-time pic 9(4).
                       02 s-type pic x.
      *> Quality: blank measured, E estimated by STNFILL from
      *> neighbouring stations, R rejected and replaced by an
      *> estimate (kept for the record, left out of totals).
                       02 s-quality pic x.

               fd parmFile.
                   01 parm-record.
               fd checkpointFile.
                   01 ckpt-record pic 9(7).

      *> Readings already seen by the intra-day passes, by record
      *> position on the readings file, and when the last pass ran.
               fd highWaterFile.
                   01 hwm-record.
                       02 hw-records pic 9(7).
                       02 hw-stamp   pic 9(14).

      *> Every alert (A) and exception (E) an intra-day pass raised
      *> since the last nightly run, so the nightly run does not
      *> raise the same reading a second time.
               fd pollLogFile.
                   01 poll-log-record.
                       02 pl-stationid pic 9(6).
                       02 pl-read-date pic 9(8).
                       02 pl-read-time pic 9(4).
                       02 pl-kind      pic x.

               fd auditFile.
                   copy "AUDITTRL.cpy".

           WORKING-STORAGE SECTION.
      *> Set to 'P' by TEMPPOLL for an intra-day pass; anything else
      *> is the nightly run.
           01 tempstnRunMode pic x external.

           local-STORAGE SECTION.
           01 wsStationFilename pic x(20)
               value "STATION-READINGS.dat".
           01 restartCount pic 9(7) value 0.
           01 ckptSkipIdx pic 9(7).

           01 pollMode pic x value 'N'.
           01 HWStat pic xx.
           01 PLStat pic xx.
           01 pollEOF pic x value 'N'.
           01 poll-table.
               02 poll-entry occurs 1 to 2000 times
                       depending on pollCount
                       indexed by pol-idx.
                   03 pt-stationid pic 9(6).
                   03 pt-read-date pic 9(8).
                   03 pt-read-time pic 9(4).
                   03 pt-kind      pic x.
           01 pollCount pic 9(4) value 0.
           01 pollKind pic x.
           01 pollFound pic x.
           01 pollSkipped pic 9(5) value 0.
           01 lastPassStamp pic 9(14) value 0.

           01 stationID pic 9(6).
           01 readDate pic 9(8).
           01 readTime pic 9(4).
           01 ptr pic s9(4) comp.

           copy "AUDITPRM.cpy".
           copy "SEALPRM.cpy".
           copy "OPMSGPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp
           if tempstnRunMode = 'P'
               move 'Y' to pollMode
           end-if
           perform READ-PARM-CARD
           if parmFound = 'Y' and parmInputFile not = spaces
               move parmInputFile to wsStationFilename
           end-if

      *> An intra-day pass may run any number of times; only the
      *> nightly run is guarded against a second run in a day.
           if pollMode = 'N'
               perform LOAD-RUN-CONTROL
               perform CHECK-RERUN-GUARD
               if runOkFlag not = 'Y'
                   move 8 to RETURN-CODE
                   perform WRITE-AUDIT-TRAIL
                   goback
               end-if
               perform LOAD-POLL-LOG
           end-if

           perform LOAD-STATION-RANGES
                   open output outputFile
               end-if

           if pollMode = 'Y'
               perform SKIP-TO-HIGH-WATER
           else
               perform READ-CHECKPOINT
               if restartCount > 0
                   display "Resuming batch after record "
                       restartCount
                   perform varying ckptSkipIdx from 1 by 1
                           until ckptSkipIdx > restartCount
                       read stationFile
                           at end move 'Y' to stationEOF
                       end-read
                       add 1 to recsRead
                   end-perform
               end-if
           end-if

           if stationEOF not = 'Y'
           perform OPEN-EXCEPTION-FILE

           perform until stationEOF = 'Y'
      *> Estimates written by STNFILL are not observations - they
      *> are neither validated again nor allowed to fill a slot.
               if s-quality not = 'E'
                   move s-stationid to stationID
                   move s-celsius to celciusInput
                   move s-read-date to readDate
                   move s-read-time to readTime
                   move s-type to readType

                   move celciusInput to rawCelsius
                   if readType = 'T' or readType = space
                       perform APPLY-CALIBRATION
                   end-if

                   if seenrCount < 500
                       add 1 to seenrCount
                       move stationID to se-stationid(seenrCount)
                       move readDate to se-date(seenrCount)
                       move readTime to se-time(seenrCount)
                   end-if
                   if readDate > gapDate
                       move readDate to gapDate
                   end-if

                   evaluate readType
                       when 'H'
                           perform PROCESS-HUMIDITY
                       when 'R'
                           perform PROCESS-RAINFALL
                       when other
      *> Blank type is a temperature row from before the typed
      *> layout - processed exactly as it always was.
                           perform VALIDATE-READING
                           if validReading = 'Y'
                               if pollMode = 'N'
                                   perform CONVERT-AND-BAND
                                   perform WRITE-DETAIL
                               end-if
                           else
                               perform WRITE-EXCEPTION
                           end-if

                           perform CHECK-ALERT-THRESHOLD
                   end-evaluate
               end-if

               if pollMode = 'Y'
                   perform WRITE-HIGH-WATER
               else
                   perform WRITE-CHECKPOINT
               end-if

               read stationFile
                   at end move 'Y' to stationEOF
               end-if
           end-perform

           if pollMode = 'N'
               perform DETECT-READING-GAPS
           end-if

           if alertCount > 0
               display "TEMPSTN: " alertCount " extreme-reading "
                   rainCount " rainfall readings stored"
           end-if

           if pollSkipped > 0
               display "TEMPSTN: " pollSkipped " alerts and "
                   "exceptions already raised by intra-day passes"
           end-if

           close stationFile
           close outputFile
           close exceptionFile

           if pollMode = 'Y'
               perform WRITE-HIGH-WATER
               display "TEMPSTN: intra-day pass complete - "
                   "readings seen up to record " recsRead
           else
               perform CLEAR-CHECKPOINT
               perform RESET-POLL-CONTROL
               perform MARK-RUN-SUCCESS
           end-if

           perform WRITE-AUDIT-TRAIL

                  function trim(parmInputFile) delimited by size
                  into audit-line
           end-string
           perform SEAL-AUDIT-LINE

           close auditFile.

                  todayDate delimited by size
                  into audit-line
           end-string
           perform SEAL-AUDIT-LINE

           close auditFile.

               perform WRITE-EXCEPTION
               exit paragraph
           end-if
           if pollMode = 'Y'
               exit paragraph
           end-if

           open input humidHistFile
           if HHStat = "00"
               perform WRITE-EXCEPTION
               exit paragraph
           end-if
           if pollMode = 'Y'
               exit paragraph
           end-if

           open input rainHistFile
           if RHStat = "00"
               exit paragraph
           end-if

           move 'A' to pollKind
           perform CHECK-ALREADY-RAISED
           if pollFound = 'Y'
               exit paragraph
           end-if

           perform WRITE-ALERT
           perform WRITE-ALERT-NOTICE
           add 1 to alertCount.
           end-if.

       WRITE-EXCEPTION.
           move 'E' to pollKind
           perform CHECK-ALREADY-RAISED
           if pollFound = 'Y'
               exit paragraph
           end-if

           move stationID to ex-stationid
           move celciusInput to ex-celsius
           move readDate to ex-read-date
           write exception-record
           add 1 to exceptCount.

      *> The nightly run skips a reading an intra-day pass already
      *> raised; an intra-day pass logs each one it raises.
       CHECK-ALREADY-RAISED.
           move 'N' to pollFound
           if pollMode = 'Y'
               perform WRITE-POLL-LOG
               exit paragraph
           end-if

           perform varying pol-idx from 1 by 1
                   until pol-idx > pollCount
                   or pollFound = 'Y'
               if pt-stationid(pol-idx) = stationID
                       and pt-read-date(pol-idx) = readDate
                       and pt-read-time(pol-idx) = readTime
                       and pt-kind(pol-idx) = pollKind
                   move 'Y' to pollFound
               end-if
           end-perform
           if pollFound = 'Y'
               add 1 to pollSkipped
           end-if.

       WRITE-POLL-LOG.
           open input pollLogFile
           if PLStat = "00"
               close pollLogFile
               open extend pollLogFile
           else
               open output pollLogFile
           end-if

           move stationID to pl-stationid
           move readDate to pl-read-date
           move readTime to pl-read-time
           move pollKind to pl-kind
           write poll-log-record

           close pollLogFile.

       LOAD-POLL-LOG.
           open input pollLogFile
           if PLStat not = "00"
               exit paragraph
           end-if

           perform until pollEOF = 'Y'
               read pollLogFile
                   at end move 'Y' to pollEOF
                   not at end
                       if pollCount < 2000
                           add 1 to pollCount
                           move pl-stationid
                               to pt-stationid(pollCount)
                           move pl-read-date
                               to pt-read-date(pollCount)
                           move pl-read-time
                               to pt-read-time(pollCount)
                           move pl-kind to pt-kind(pollCount)
                       end-if
               end-read
           end-perform

           close pollLogFile.

      *> An intra-day pass starts after the last reading any pass
      *> has seen.  If the readings file is now shorter than the
      *> mark, a new feed has replaced it and the pass starts from
      *> the top.  Readings skipped still feed the stuck-sensor
      *> count so a run of repeats spanning two passes is caught.
       SKIP-TO-HIGH-WATER.
           move 0 to restartCount
           open input highWaterFile
           if HWStat = "00"
               read highWaterFile
                   at end continue
                   not at end
                       move hw-records to restartCount
                       move hw-stamp to lastPassStamp
               end-read
               close highWaterFile
           end-if

           if restartCount = 0
               exit paragraph
           end-if

           display "TEMPSTN: intra-day pass - readings after record "
               restartCount " (last pass " lastPassStamp ")"
           perform varying ckptSkipIdx from 1 by 1
                   until ckptSkipIdx > restartCount
                   or stationEOF = 'Y'
               read stationFile
                   at end move 'Y' to stationEOF
                   not at end
                       add 1 to recsRead
                       perform PRIME-STUCK-COUNT
               end-read
           end-perform

           if stationEOF = 'Y'
               display "TEMPSTN: readings file is shorter than the "
                   "last pass - reading from the top"
               close stationFile
               open input stationFile
               move 'N' to stationEOF
               move 0 to recsRead
               perform varying rng-idx from 1 by 1
                       until rng-idx > rangeCount
                   move +999 to rn-last(rng-idx)
                   move 0 to rn-repeat(rng-idx)
               end-perform
           end-if.

       PRIME-STUCK-COUNT.
           if s-quality = 'E'
               exit paragraph
           end-if
           if s-type = 'H' or s-type = 'R'
               exit paragraph
           end-if
           if rangeCount = 0
               exit paragraph
           end-if

           move s-stationid to stationID
           move s-celsius to celciusInput
           if s-type = 'T' or s-type = space
               perform APPLY-CALIBRATION
           end-if

           set rng-idx to 1
           search range-entry
               at end continue
               when rn-stationid(rng-idx) = stationID
                   if celciusInput = rn-last(rng-idx)
                       add 1 to rn-repeat(rng-idx)
                   else
                       move celciusInput to rn-last(rng-idx)
                       move 1 to rn-repeat(rng-idx)
                   end-if
           end-search.

       WRITE-HIGH-WATER.
           open output highWaterFile
           move recsRead to hw-records
           move runStartStamp to hw-stamp
           write hwm-record
           close highWaterFile.

      *> The nightly run has now covered every reading on the file:
      *> the next day's passes start after it, and nothing they
      *> logged is needed any more.
       RESET-POLL-CONTROL.
           open output highWaterFile
           move recsRead to hw-records
           move runStartStamp to hw-stamp
           write hwm-record
           close highWaterFile

           open output pollLogFile
           close pollLogFile.

       READ-CHECKPOINT.
           move 0 to restartCount
           open input checkpointFile
           close checkpointFile.

       WRITE-AUDIT-TRAIL.
           if pollMode = 'Y'
               move "TEMPPOLL" to al-program
           else
               move "TEMPSTN" to al-program
           end-if
           move runStartStamp to al-start-stamp
           move OFStat to al-file-status
           move recsRead to al-recs-read

               write bufferLine from "-------------------"
               write bufferLine from spaces.

       SEAL-AUDIT-LINE.
           move 'S' to sl-function
           move "AUD" to sl-chain
           move audit-line to sl-text
           call "SEALREC" using seal-parms
           end-call
           move sl-seq to at-seq
           move sl-seal to at-seal
           write audit-sealed-line.
