                       organization is line sequential
                       file status is AuditStat.

                   select runHistFile
                       assign to "RUN-HISTORY.dat"
                       organization is line sequential
                       file status is RHStat.

                   select windowFile
                       assign to "BATCH-WINDOW.dat"
                       organization is line sequential
                       file status is BWStat.

       DATA DIVISION.
           file section.
      *> One row per scheduled program with up to two prerequisite
               fd auditFile.
                   copy "AUDITTRL.cpy".

               fd runHistFile.
                   copy "RUNHIST.cpy".

      *> Batch-window parameters: the agreed finish deadline (HHMM,
      *> next morning when the run starts after it), how many recent
      *> runs make up a step's normal time, and the growth rules
      *> RUNTREND applies.
               fd windowFile.
                   01 window-record.
                       02 bw-deadline   pic 9(4).
                       02 bw-runs       pic 9(2).
                       02 bw-streak     pic 9(2).
                       02 bw-growth-pct pic 9(3).

           WORKING-STORAGE SECTION.
           01 SXStat pic xx.
           01 RCStat pic xx.
           01 OFStat pic xx.
           01 AuditStat pic xx.
           01 RHStat pic xx.
           01 BWStat pic xx.

           01 scheduleEOF pic x value 'N'.
           01 runctlEOF pic x value 'N'.
                   03 st-state   pic x.
                   03 st-rc      pic 9(2).
                   03 st-reason  pic x(30).
                   03 st-start   pic x(14).
                   03 st-elapsed pic 9(6).
                   03 st-normal  pic 9(6).
                   03 st-hist-count pic 99.
                   03 st-hist-secs  pic 9(6) occurs 10 times.
                   03 st-prog-count pic 99.
                   03 st-prog-secs  pic 9(6) occurs 10 times.
           01 stepCount pic 99 value 0.

           01 scanIdx pic 99.

           01 dispRC pic Z9.

           01 historyEOF pic x value 'N'.
           01 normalRuns pic 99 value 10.
           01 deadlineHHMM pic 9(4) value 0600.
           01 deadline-parts redefines deadlineHHMM.
               02 deadlineHour pic 99.
               02 deadlineMinute pic 99.
           01 histIdx pic 99.
           01 histTotal pic 9(8).
           01 stampWork pic 9(14).
           01 stamp-parts redefines stampWork.
               02 swDate pic 9(8).
               02 swHour pic 99.
               02 swMinute pic 99.
               02 swSecond pic 99.
           01 stampSecs pic 9(11).
           01 stepStartSecs pic 9(11).
           01 nowSecs pic 9(11).
           01 deadlineSecs pic 9(11).
           01 projectedSecs pic 9(11).
           01 firstProjection pic 9(11) value 0.
           01 remainingSecs pic 9(8).
           01 unknownSteps pic 99.
           01 lateAlerted pic x value 'N'.
           01 clockSecs pic 9(11).
           01 clockDays pic 9(11).
           01 clockRest pic 9(5).
           01 clockHour pic 99.
           01 clockMinute pic 99.
           01 clockText pic x(5).
           01 deadlineText pic x(5).
           01 dispMinutes pic ZZZ9.

           copy "AUDITPRM.cpy".
           copy "OPMSGPRM.cpy".
           01 runStartStamp pic x(14).
           end-if

           perform MARK-ALREADY-COMPLETE
           perform READ-BATCH-WINDOW
           perform LOAD-RUN-HISTORY
           perform PROJECT-FINISH
           move projectedSecs to firstProjection

      *> Keep sweeping the table until a pass makes no progress;
      *> whatever is still waiting then has an unmet or failed

           close runCtlFile.

      *> Deadline is a clock time; a window that starts after it
      *> (the usual evening start) is due by that time tomorrow.
       READ-BATCH-WINDOW.
           open input windowFile
           if BWStat = "00"
               read windowFile
                   at end continue
                   not at end
                       if bw-deadline is numeric
                               and bw-deadline < 2400
                           move bw-deadline to deadlineHHMM
                       end-if
                       if bw-runs is numeric
                               and bw-runs > 0 and bw-runs < 11
                           move bw-runs to normalRuns
                       end-if
               end-read
               close windowFile
           end-if

           move runStartStamp to stampWork
           if swHour * 100 + swMinute >= deadlineHHMM
               compute deadlineSecs =
                   (function integer-of-date(swDate) + 1) * 86400
                   + deadlineHour * 3600 + deadlineMinute * 60
           else
               compute deadlineSecs =
                   function integer-of-date(swDate) * 86400
                   + deadlineHour * 3600 + deadlineMinute * 60
           end-if
           move deadlineSecs to clockSecs
           perform FORMAT-CLOCK
           move clockText to deadlineText.

      *> A step's normal time is the average of its last few
      *> successful runs under SCHEDRUN.  A step never yet driven
      *> from the schedule falls back on its program's own history.
       LOAD-RUN-HISTORY.
           perform varying step-idx from 1 by 1
                   until step-idx > stepCount
               move 0 to st-hist-count(step-idx)
               move 0 to st-prog-count(step-idx)
               move 0 to st-normal(step-idx)
               move 0 to st-elapsed(step-idx)
           end-perform

           open input runHistFile
           if RHStat not = "00"
               exit paragraph
           end-if

           perform until historyEOF = 'Y'
               read runHistFile
                   at end move 'Y' to historyEOF
                   not at end
                       if rh-elapsed is numeric and rh-rc is numeric
                               and rh-rc <= 4
                           perform POST-HISTORY-ROW
                       end-if
               end-read
           end-perform

           close runHistFile

           perform varying step-idx from 1 by 1
                   until step-idx > stepCount
               move 0 to histTotal
               if st-hist-count(step-idx) > 0
                   perform varying histIdx from 1 by 1
                           until histIdx > st-hist-count(step-idx)
                       add st-hist-secs(step-idx, histIdx)
                           to histTotal
                   end-perform
                   compute st-normal(step-idx) rounded =
                       histTotal / st-hist-count(step-idx)
               else
                   if st-prog-count(step-idx) > 0
                       perform varying histIdx from 1 by 1
                               until histIdx >
                                   st-prog-count(step-idx)
                           add st-prog-secs(step-idx, histIdx)
                               to histTotal
                       end-perform
                       compute st-normal(step-idx) rounded =
                           histTotal / st-prog-count(step-idx)
                   end-if
               end-if
           end-perform.

      *> Only the most recent runs count: once a step's slots are
      *> full the oldest is dropped.
       POST-HISTORY-ROW.
           perform varying step-idx from 1 by 1
                   until step-idx > stepCount
               if rh-step-row and rh-name = st-program(step-idx)
                   if st-hist-count(step-idx) < normalRuns
                       add 1 to st-hist-count(step-idx)
                   else
                       perform varying histIdx from 1 by 1
                               until histIdx >= normalRuns
                           move st-hist-secs(step-idx, histIdx + 1)
                               to st-hist-secs(step-idx, histIdx)
                       end-perform
                   end-if
                   move rh-elapsed to st-hist-secs
                       (step-idx, st-hist-count(step-idx))
               end-if
               if rh-program-row and rh-name =
                       function upper-case(st-program(step-idx))
                   if st-prog-count(step-idx) < normalRuns
                       add 1 to st-prog-count(step-idx)
                   else
                       perform varying histIdx from 1 by 1
                               until histIdx >= normalRuns
                           move st-prog-secs(step-idx, histIdx + 1)
                               to st-prog-secs(step-idx, histIdx)
                       end-perform
                   end-if
                   move rh-elapsed to st-prog-secs
                       (step-idx, st-prog-count(step-idx))
               end-if
           end-perform.

      *> Projected finish = now plus the normal time of every step
      *> still waiting.  The first projection past the deadline
      *> raises an action message so operations hear of an overrun
      *> while there is still time to act on it.
       PROJECT-FINISH.
           move function current-date(1:14) to stampWork
           perform STAMP-TO-SECONDS
           move stampSecs to nowSecs

           move 0 to remainingSecs
           move 0 to unknownSteps
           perform varying scanIdx from 1 by 1
                   until scanIdx > stepCount
               if st-state(scanIdx) = 'W'
                   add st-normal(scanIdx) to remainingSecs
                   if st-normal(scanIdx) = 0
                       add 1 to unknownSteps
                   end-if
               end-if
           end-perform
           compute projectedSecs = nowSecs + remainingSecs

           if projectedSecs > deadlineSecs and lateAlerted = 'N'
               move 'Y' to lateAlerted
               move projectedSecs to clockSecs
               perform FORMAT-CLOCK
               move "SCHEDRUN" to om-program
               move 'A' to om-severity
               move spaces to om-text
               string "Batch window projected to end " delimited
                          by size
                      clockText delimited by size
                      ", past " delimited by size
                      deadlineText delimited by size
                      " deadline" delimited by size
                      into om-text
               end-string
               call "OPERLOG" using oper-msg-parms
               end-call
           end-if.

       STAMP-TO-SECONDS.
           compute stampSecs =
               function integer-of-date(swDate) * 86400
               + swHour * 3600 + swMinute * 60 + swSecond.

       FORMAT-CLOCK.
           divide clockSecs by 86400 giving clockDays
               remainder clockRest
           divide clockRest by 3600 giving clockHour
               remainder clockRest
           divide clockRest by 60 giving clockMinute
           move spaces to clockText
           string clockHour delimited by size
                  ":" delimited by size
                  clockMinute delimited by size
                  into clockText
           end-string.

      *> Every step actually driven is timed and kept as an 'S' row
      *> alongside the per-program rows AUDITLOG writes.
       WRITE-STEP-HISTORY.
           move function current-date(1:14) to stampWork
           perform STAMP-TO-SECONDS
           if stampSecs > stepStartSecs
               compute st-elapsed(step-idx) =
                   stampSecs - stepStartSecs
           else
               move 0 to st-elapsed(step-idx)
           end-if

           move spaces to run-hist-record
           move 'S' to rh-type
           move st-program(step-idx) to rh-name
           move st-start(step-idx) to rh-start
           move stampWork to rh-end
           move st-elapsed(step-idx) to rh-elapsed
           move st-rc(step-idx) to rh-rc

           open extend runHistFile
           if RHStat not = "00"
               open output runHistFile
           end-if
           write run-hist-record
           close runHistFile.

       FIND-PREREQ-STATE.
           move 'M' to prereqState
           perform varying scanIdx from 1 by 1
           display "SCHEDRUN: starting "
               function trim(callProgram)

           move function current-date(1:14) to stampWork
           move stampWork to st-start(step-idx)
           perform STAMP-TO-SECONDS
           move stampSecs to stepStartSecs

           move 'N' to callFailed
           move 0 to RETURN-CODE
           call callProgram
               if RETURN-CODE > maxCondCode
                   move RETURN-CODE to maxCondCode
               end-if
               perform WRITE-STEP-HISTORY
           end-if

           move 0 to RETURN-CODE
           perform PROJECT-FINISH.

       SKIP-REMAINING.
           perform varying step-idx from 1 by 1
               write bufferLine
           end-perform

           write bufferLine from
               "--------------------------------------------"
           move spaces to bufferLine
           string "Window deadline:          " delimited by size
                  deadlineText delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move firstProjection to clockSecs
           perform FORMAT-CLOCK
           move spaces to bufferLine
           string "Projected finish (start): " delimited by size
                  clockText delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move function current-date(1:14) to stampWork
           perform STAMP-TO-SECONDS
           move stampSecs to clockSecs
           perform FORMAT-CLOCK
           move spaces to bufferLine
           string "Actual finish:            " delimited by size
                  clockText delimited by size
                  into bufferLine
           end-string
               write bufferLine
           if lateAlerted = 'Y'
               write bufferLine from
                   "Late finish projected - operator alerted"
           end-if

           write bufferLine from
               "============================================"
           write bufferLine from spaces.
