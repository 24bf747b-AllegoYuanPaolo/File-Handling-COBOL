       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLOSERPT.

       ENVIRONMENT DIVISION.
           input-output section.
               file-control.
                   select checklistFile
                       assign to "CLOSE-CHECKLIST.dat"
                       organization is line sequential
                       file status is CKStat.

                   select runHistFile
                       assign to "RUN-HISTORY.dat"
                       organization is line sequential
                       file status is RHStat.

                   select auditFile
                       assign to "AUDIT-TRAIL.dat"
                       organization is line sequential
                       file status is AuditStat.

                   select runCtlFile
                       assign to "RUN-CONTROL.dat"
                       organization is line sequential
                       file status is RCStat.

                   select reportFile
                       assign to "CloseRpt.dat"
                       organization is line sequential
                       file status is OFStat.

       DATA DIVISION.
           file section.
               fd checklistFile.
                   copy "CLOSECHK.cpy".

               fd runHistFile.
                   copy "RUNHIST.cpy".

               fd auditFile.
                   copy "AUDITTRL.cpy".

               fd runCtlFile.
                   01 runctl-record.
                       02 rc-program    pic x(8).
                       02 rc-last-batch pic 9(6).
                       02 rc-last-date  pic 9(8).

               fd reportFile.
                   01 bufferLine pic x(100).

           WORKING-STORAGE SECTION.
           01 CKStat pic xx.
           01 RHStat pic xx.
           01 AuditStat pic xx.
           01 RCStat pic xx.
           01 OFStat pic xx.

           01 fileEOF pic x.
           01 loadTruncated pic x value 'N'.

           01 check-table.
               02 check-entry occurs 1 to 500 times
                       depending on checkCount
                       indexed by ck-idx.
                   03 ct-period     pic 9(6).
                   03 ct-seq        pic 9(3).
                   03 ct-task       pic x(8).
                   03 ct-desc       pic x(30).
                   03 ct-type       pic x.
                   03 ct-dep1       pic x(8).
                   03 ct-dep2       pic x(8).
                   03 ct-status     pic x.
                   03 ct-done-by    pic x(8).
                   03 ct-done-stamp pic 9(14).
                   03 ct-open-stamp pic 9(14).
           01 checkCount pic 9(3) value 0.

      *> Clean and failed runs seen since the earliest open
      *> checklist, from the run history (kept for good), today's
      *> audit trail, and RUN-CONTROL (by day only).
           01 evidence-table.
               02 evidence-entry occurs 1 to 3000 times
                       depending on evidenceCount
                       indexed by ev-idx.
                   03 ev-program pic x(8).
                   03 ev-start   pic 9(14).
                   03 ev-end     pic 9(14).
                   03 ev-rc      pic 9(2).
           01 evidenceCount pic 9(4) value 0.
           01 earliestOpen pic 9(14) value 0.

           01 scanIdx pic 9(3).
           01 tickedCount pic 9(3) value 0.
           01 tickProgress pic x.
           01 needStamp pic 9(14).
           01 depName pic x(8).
           01 depState pic x.
           01 depStamp pic 9(14).
           01 blockedBy pic x(8).
           01 bestEnd pic 9(14).
           01 taskUpper pic x(8).

           01 segIdx pic 99.
           01 seg-fields.
               02 seg-item pic x(40) occurs 12 times.
           01 segText pic x(40).
           01 lineProgram pic x(8).
           01 lineStart pic x(14).
           01 lineEnd pic x(14).
           01 lineRC pic 9(2).

           01 reportPeriod pic 9(6).
           01 periodTasks pic 9(3).
           01 periodDone pic 9(3).
           01 periodFinal pic x.
           01 periodStatus pic x(26).
           01 periodsShown pic 9(3) value 0.
           01 lockedCount pic 9(3) value 0.
           01 stateText pic x(36).
           01 typeText pic x(6).
           01 dispTasks pic ZZ9.
           01 dispDone pic ZZ9.

           copy "AUDITPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp

           perform LOAD-CHECKLIST
           if checkCount = 0
               display "CLOSERPT: no close checklist on file - "
                   "open a period in CLOSECHK first"
               perform WRITE-AUDIT-TRAIL
               goback
           end-if
           if loadTruncated = 'Y'
               display "CLOSERPT: CLOSE-CHECKLIST.dat holds more "
                   "than the 500-task work table - archive it first"
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           if earliestOpen > 0
               perform LOAD-RUN-HISTORY
               perform LOAD-AUDIT-TRAIL
               perform LOAD-RUN-CONTROL
               perform TICK-AUTOMATIC-TASKS
               if tickedCount > 0
                   perform REWRITE-CHECKLIST
               end-if
           end-if

           open output reportFile
           perform WRITE-STATUS-REPORT
           close reportFile

           display "CLOSERPT: " tickedCount " automatic tasks ticked, "
               periodsShown " periods reported - see CloseRpt.dat"

           perform WRITE-AUDIT-TRAIL

           GOBACK.

       LOAD-CHECKLIST.
           open input checklistFile
           if CKStat not = "00"
               exit paragraph
           end-if

           move 'N' to fileEOF
           perform until fileEOF = 'Y'
               read checklistFile
                   at end move 'Y' to fileEOF
                   not at end
                       if checkCount < 500
                           add 1 to checkCount
                           move close-check-record
                               to check-entry(checkCount)
                           if ck-type = 'A' and ck-status not = 'D'
                               if earliestOpen = 0
                                   or ck-open-stamp < earliestOpen
                                   move ck-open-stamp
                                       to earliestOpen
                               end-if
                           end-if
                       else
                           move 'Y' to loadTruncated
                           move 'Y' to fileEOF
                       end-if
               end-read
           end-perform

           close checklistFile.

       LOAD-RUN-HISTORY.
           open input runHistFile
           if RHStat not = "00"
               exit paragraph
           end-if

           move 'N' to fileEOF
           perform until fileEOF = 'Y'
               read runHistFile
                   at end move 'Y' to fileEOF
                   not at end
                       if rh-program-row and rh-start is numeric
                               and rh-end is numeric
                               and rh-rc is numeric
                           move rh-name to lineProgram
                           move rh-start to lineStart
                           move rh-end to lineEnd
                           move rh-rc to lineRC
                           perform ADD-EVIDENCE
                       end-if
               end-read
           end-perform

           close runHistFile.

      *> Same line layout HLTHRPT reads: "PGM: x | ... | START: ...
      *> | END: ... | ... | RC: n | ...".
       LOAD-AUDIT-TRAIL.
           open input auditFile
           if AuditStat not = "00"
               exit paragraph
           end-if

           move 'N' to fileEOF
           perform until fileEOF = 'Y'
               read auditFile
                   at end move 'Y' to fileEOF
                   not at end
                       if audit-line(1:5) = "PGM: "
                           perform PARSE-AUDIT-LINE
                       end-if
               end-read
           end-perform

           close auditFile.

       PARSE-AUDIT-LINE.
           move spaces to lineProgram
           move spaces to lineStart
           move spaces to lineEnd
           move 0 to lineRC

           perform varying segIdx from 1 by 1 until segIdx > 12
               move spaces to seg-item(segIdx)
           end-perform

           unstring audit-line delimited by " | "
               into seg-item(1) seg-item(2) seg-item(3)
                    seg-item(4) seg-item(5) seg-item(6)
                    seg-item(7) seg-item(8) seg-item(9)
                    seg-item(10) seg-item(11) seg-item(12)
           end-unstring

           perform varying segIdx from 1 by 1 until segIdx > 12
               move seg-item(segIdx) to segText
               evaluate true
                   when segText(1:5) = "PGM: "
                       move segText(6:8) to lineProgram
                   when segText(1:7) = "START: "
                       move segText(8:14) to lineStart
                   when segText(1:5) = "END: "
                       move segText(6:14) to lineEnd
                   when segText(1:4) = "RC: "
                       compute lineRC =
                           function numval(segText(5:4))
                   when other
                       continue
               end-evaluate
           end-perform

           if lineStart is numeric and lineEnd is numeric
               perform ADD-EVIDENCE
           end-if.

      *> RUN-CONTROL only knows the day a program last completed, so
      *> such a run is taken as finishing at the end of that day.
       LOAD-RUN-CONTROL.
           open input runCtlFile
           if RCStat not = "00"
               exit paragraph
           end-if

           move 'N' to fileEOF
           perform until fileEOF = 'Y'
               read runCtlFile
                   at end move 'Y' to fileEOF
                   not at end
                       if rc-last-date is numeric
                           move rc-program to lineProgram
                           move spaces to lineStart
                           string rc-last-date delimited by size
                                  "235959" delimited by size
                                  into lineStart
                           end-string
                           move lineStart to lineEnd
                           move 0 to lineRC
                           perform ADD-EVIDENCE
                       end-if
               end-read
           end-perform

           close runCtlFile.

       ADD-EVIDENCE.
           if lineEnd < earliestOpen
               exit paragraph
           end-if
           if evidenceCount < 3000
               add 1 to evidenceCount
               move function upper-case(lineProgram)
                   to ev-program(evidenceCount)
               move lineStart to ev-start(evidenceCount)
               move lineEnd to ev-end(evidenceCount)
               move lineRC to ev-rc(evidenceCount)
           end-if.

      *> Sweep until nothing more ticks, so a task whose dependency
      *> ticks later in the table still gets its turn this run.
       TICK-AUTOMATIC-TASKS.
           move 'Y' to tickProgress
           perform until tickProgress = 'N'
               move 'N' to tickProgress
               perform varying ck-idx from 1 by 1
                       until ck-idx > checkCount
                   if ct-type(ck-idx) = 'A'
                           and ct-status(ck-idx) not = 'D'
                       perform TRY-TICK-ONE-TASK
                   end-if
               end-perform
           end-perform.

      *> The run must be clean (condition code 4 or less) and must
      *> have started after the checklist was opened and after
      *> every dependency was done - a run out of order does not
      *> count.
       TRY-TICK-ONE-TASK.
           move ct-open-stamp(ck-idx) to needStamp
           move spaces to blockedBy

           move ct-dep1(ck-idx) to depName
           perform FIND-DEPENDENCY
           move ct-dep2(ck-idx) to depName
           perform FIND-DEPENDENCY
           if blockedBy not = spaces
               exit paragraph
           end-if

           move function upper-case(ct-task(ck-idx)) to taskUpper
           move 0 to bestEnd
           perform varying ev-idx from 1 by 1
                   until ev-idx > evidenceCount
               if ev-program(ev-idx) = taskUpper
                       and ev-rc(ev-idx) <= 4
                       and ev-start(ev-idx) >= needStamp
                   if bestEnd = 0 or ev-end(ev-idx) < bestEnd
                       move ev-end(ev-idx) to bestEnd
                   end-if
               end-if
           end-perform

           if bestEnd > 0
               move 'D' to ct-status(ck-idx)
               move "AUTO" to ct-done-by(ck-idx)
               move bestEnd to ct-done-stamp(ck-idx)
               add 1 to tickedCount
               move 'Y' to tickProgress
           end-if.

       FIND-DEPENDENCY.
           if depName = spaces
               exit paragraph
           end-if
           move 'M' to depState
           move 0 to depStamp
           perform varying scanIdx from 1 by 1
                   until scanIdx > checkCount
               if ct-period(scanIdx) = ct-period(ck-idx)
                       and ct-task(scanIdx) = depName
                   move ct-status(scanIdx) to depState
                   move ct-done-stamp(scanIdx) to depStamp
               end-if
           end-perform
           if depState = 'D'
               if depStamp > needStamp
                   move depStamp to needStamp
               end-if
           else
               move depName to blockedBy
           end-if.

       REWRITE-CHECKLIST.
           open output checklistFile
           perform varying ck-idx from 1 by 1
                   until ck-idx > checkCount
               move check-entry(ck-idx) to close-check-record
               write close-check-record
           end-perform
           close checklistFile.

       WRITE-STATUS-REPORT.
           write bufferLine from
               "===== PERIOD-END CLOSE STATUS ====="
           move spaces to bufferLine
           string "As of " delimited by size
                  runStartStamp delimited by size
                  into bufferLine
           end-string
               write bufferLine

           move 0 to reportPeriod
           perform varying ck-idx from 1 by 1
                   until ck-idx > checkCount
               if ct-period(ck-idx) not = reportPeriod
                   move ct-period(ck-idx) to reportPeriod
                   perform REPORT-ONE-PERIOD
               end-if
           end-perform

           write bufferLine from
               "======================================"
           move spaces to bufferLine
           string "Periods: " delimited by size
                  periodsShown delimited by size
                  "   locked: " delimited by size
                  lockedCount delimited by size
                  into bufferLine
           end-string
               write bufferLine.

      *> Locked periods get one summary line; open ones list every
      *> task with who did it, or what it is waiting on.
       REPORT-ONE-PERIOD.
           add 1 to periodsShown
           move 0 to periodTasks
           move 0 to periodDone
           move 'N' to periodFinal
           perform varying scanIdx from 1 by 1
                   until scanIdx > checkCount
               if ct-period(scanIdx) = reportPeriod
                   add 1 to periodTasks
                   if ct-status(scanIdx) = 'D'
                       add 1 to periodDone
                       if ct-type(scanIdx) = 'F'
                           move 'Y' to periodFinal
                       end-if
                   end-if
               end-if
           end-perform

           evaluate true
               when periodFinal = 'Y'
                   move "LOCKED" to periodStatus
                   add 1 to lockedCount
               when periodDone + 1 >= periodTasks
                   move "READY FOR FINAL SIGN-OFF" to periodStatus
               when other
                   move "IN PROGRESS" to periodStatus
           end-evaluate

           move periodTasks to dispTasks
           move periodDone to dispDone
           write bufferLine from spaces
           move spaces to bufferLine
           string "Period " delimited by size
                  reportPeriod delimited by size
                  "  " delimited by size
                  function trim(dispDone) delimited by size
                  " of " delimited by size
                  function trim(dispTasks) delimited by size
                  " tasks done  " delimited by size
                  periodStatus delimited by size
                  into bufferLine
           end-string
               write bufferLine

           if periodFinal = 'Y'
               exit paragraph
           end-if

           perform varying ck-idx from ck-idx by 1
                   until ck-idx > checkCount
                       or ct-period(ck-idx) not = reportPeriod
               perform REPORT-ONE-TASK
           end-perform
           set ck-idx down by 1.

       REPORT-ONE-TASK.
           evaluate ct-type(ck-idx)
               when 'A' move "AUTO" to typeText
               when 'M' move "MANUAL" to typeText
               when other move "FINAL" to typeText
           end-evaluate

           move spaces to stateText
           if ct-status(ck-idx) = 'D'
               string "done " delimited by size
                      ct-done-stamp(ck-idx) delimited by size
                      " " delimited by size
                      ct-done-by(ck-idx) delimited by size
                      into stateText
               end-string
           else
               move ct-open-stamp(ck-idx) to needStamp
               move spaces to blockedBy
               move ct-dep1(ck-idx) to depName
               perform FIND-DEPENDENCY
               move ct-dep2(ck-idx) to depName
               perform FIND-DEPENDENCY
               if blockedBy not = spaces
                   string "waiting on " delimited by size
                          blockedBy delimited by size
                          into stateText
                   end-string
               else
                   move "ready" to stateText
               end-if
           end-if

           move spaces to bufferLine
           string "  " delimited by size
                  ct-seq(ck-idx) delimited by size
                  " " delimited by size
                  ct-task(ck-idx) delimited by size
                  " " delimited by size
                  ct-desc(ck-idx) delimited by size
                  " " delimited by size
                  typeText delimited by size
                  " " delimited by size
                  stateText delimited by size
                  into bufferLine
           end-string
               write bufferLine.

       WRITE-AUDIT-TRAIL.
           move "CLOSERPT" to al-program
           move runStartStamp to al-start-stamp
           move OFStat to al-file-status
           move checkCount to al-recs-read
           move tickedCount to al-recs-written
           move 0 to al-recs-rejected
           move RETURN-CODE to al-return-code
           move "N/A " to al-recon
           call "AUDITLOG" using audit-log-parms
           end-call
           cancel "AUDITLOG".
