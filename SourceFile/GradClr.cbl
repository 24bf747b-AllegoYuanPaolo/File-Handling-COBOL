       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADCLR.

       ENVIRONMENT DIVISION.
           input-output section.
               file-control.
                   select appFile
                       assign to "GRAD-APP.dat"
                       organization is line sequential
                       file status is GAStat.

                   select studentMaster
                       assign to "STUDENT-MASTER.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is sm-student-id
                       file status is SMStat.

                   select requireFile
                       assign to "REQUIRE.dat"
                       organization is line sequential
                       file status is RQStat.

                   select subjHistFile
                       assign to "SUBJ-HIST.dat"
                       organization is line sequential
                       file status is SHStat.

                   select termArchiveFile
                       assign to "TERM-ARCHIVE.dat"
                       organization is line sequential
                       file status is TAStat.

                   select holdFile
                       assign to "STUDENT-HOLDS.dat"
                       organization is line sequential
                       file status is HDStat.

                   select tuitionFile
                       assign to "TUITION-AR.dat"
                       organization is line sequential
                       file status is TUStat.

                   select rosterFile
                       assign to "SEL6-ROSTER.dat"
                       organization is line sequential
                       file status is RFStat.

                   select clearFile
                       assign to "GradClr.dat"
                       organization is line sequential
                       file status is OFStat.

                   select commenceFile
                       assign to "Commence.dat"
                       organization is line sequential
                       file status is CLStat.

                   select auditFile
                       assign to "AUDIT-TRAIL.dat"
                       organization is line sequential
                       file status is AuditStat.

       DATA DIVISION.
           file section.
               fd appFile.
                   copy "GRADAPP.cpy".

               fd studentMaster.
                   copy "STUDENT-MASTER.cpy".

      *> Same requirement rows DEGAUDIT walks: a subject and its
      *> minimum grade, or "*TERMS" with the terms required.
               fd requireFile.
                   01 require-record.
                       02 rq-program   pic x(10).
                       02 rq-subject   pic x(6).
                       02 rq-min-grade pic 9(3).

               fd subjHistFile.
                   copy "SUBJHIST.cpy".

               fd termArchiveFile.
                   01 term-archive-record.
                       02 ta-student-id pic 9(6).
                       02 ta-prelim     pic 9(3).
                       02 ta-midterm    pic 9(3).
                       02 ta-finals     pic 9(3).
                       02 ta-average    pic 9(3)v99.
                       02 ta-arch-date  pic 9(8).

               fd holdFile.
                   copy "STUHOLD.cpy".

               fd tuitionFile.
                   copy "TUITION-AR.cpy".

               fd rosterFile.
                   01 roster-record.
                       02 r-studentid pic 9(6).
                       02 r-prelim    pic 9(3).
                       02 r-midterm   pic 9(3).
                       02 r-finals    pic 9(3).
                       02 r-section   pic x(5).
                       02 r-subject   pic x(6).

               fd clearFile.
                   01 bufferLine pic x(80).

               fd commenceFile.
                   01 commenceLine pic x(80).

               fd auditFile.
                   copy "AUDITTRL.cpy".

           WORKING-STORAGE SECTION.
           copy "LOCKPRM.cpy".
           01 GAStat pic xx.
           01 SMStat pic xx.
           01 RQStat pic xx.
           01 SHStat pic xx.
           01 TAStat pic xx.
           01 HDStat pic xx.
           01 TUStat pic xx.
           01 RFStat pic xx.
           01 OFStat pic xx.
           01 CLStat pic xx.
           01 AuditStat pic xx.

           01 appEOF pic x value 'N'.
           01 requireEOF pic x value 'N'.
           01 histEOF pic x value 'N'.
           01 archiveEOF pic x.
           01 holdEOF pic x value 'N'.
           01 tuitEOF pic x value 'N'.
           01 rosterEOF pic x value 'N'.
           01 loadTruncated pic x value 'N'.

           01 app-table.
               02 app-entry occurs 1 to 1000 times
                       depending on appCount
                       indexed by ap-idx.
                   03 at-student  pic 9(6).
                   03 at-term     pic 9(6).
                   03 at-applied  pic 9(8).
                   03 at-status   pic x.
                   03 at-run-date pic 9(8).
                   03 at-honors   pic x(16).
                   03 at-user     pic x(8).
           01 appCount pic 9(4) value 0.

           01 require-table.
               02 require-entry occurs 1 to 200 times
                       depending on reqCount
                       indexed by req-idx.
                   03 rt-program   pic x(10).
                   03 rt-subject   pic x(6).
                   03 rt-min-grade pic 9(3).
           01 reqCount pic 9(3) value 0.

           01 hist-table.
               02 hist-entry occurs 1 to 2000 times
                       depending on histCount
                       indexed by hist-idx.
                   03 sj-student pic 9(6).
                   03 sj-subject pic x(6).
                   03 sj-grade   pic 9(3)v99.
                   03 sj-mark    pic x.
           01 histCount pic 9(4) value 0.

           01 hold-table.
               02 hold-entry occurs 1 to 500 times
                       depending on holdCount
                       indexed by hold-idx.
                   03 hl-student pic 9(6).
                   03 hl-type    pic x.
                   03 hl-reason  pic x(30).
           01 holdCount pic 9(3) value 0.

      *> Net tuition balance per student over every term on file.
           01 owe-table.
               02 owe-entry occurs 1 to 1000 times
                       depending on oweCount
                       indexed by ow-idx.
                   03 ow-student pic 9(6).
                   03 ow-balance pic s9(9)v99.
           01 oweCount pic 9(4) value 0.

      *> Current roster rows still missing a grade.
           01 inc-table.
               02 inc-entry occurs 1 to 500 times
                       depending on incCount
                       indexed by inc-idx.
                   03 ic-student pic 9(6).
                   03 ic-section pic x(5).
                   03 ic-subject pic x(6).
           01 incCount pic 9(3) value 0.

      *> Cleared students for the commencement list, sorted by
      *> program and name.
           01 grad-table.
               02 grad-entry occurs 1 to 1000 times
                       depending on gradCount
                       indexed by gr-idx.
                   03 gr-key.
                       04 gr-program pic x(10).
                       04 gr-name    pic x(25).
                   03 gr-student pic 9(6).
                   03 gr-honors  pic x(16).
                   03 gr-average pic 9(3)v99.
           01 gradCount pic 9(4) value 0.
           01 hold-grad pic x(62).
           01 sortSwapFlag pic x.
           01 sortIdx pic 9(4).

           01 reason-table.
               02 reason-text occurs 10 times pic x(60).
           01 reasonCount pic 99.
           01 reasonIdx pic 99.
           01 newReason pic x(60).

           01 runTerm pic 9(6).
           01 confirmFlag pic x.
           01 todayDate pic 9(8).
           01 termsRequired pic 9(3).
           01 programReqs pic 9(3).
           01 archTermCount pic 9(3).
           01 archAvgSum pic 9(5)v99.
           01 totalTerms pic 9(3).
           01 termAvgSum pic 9(5)v99.
           01 termIdx pic 99.
           01 cumAverage pic 9(3)v99.
           01 honorsText pic x(16).
           01 bestGrade pic 9(3)v99.
           01 subjFound pic x.
           01 transferFound pic x.
           01 studentBalance pic s9(9)v99.
           01 resultText pic x(11).
           01 gradPosted pic x.
           01 lastProgram pic x(10).
           01 programGrads pic 9(5).
           01 beforeImage pic x(300).

           01 workedCount pic 9(5) value 0.
           01 clearedCount pic 9(5) value 0.
           01 notClearedCount pic 9(5) value 0.

           01 dispGrade pic ZZ9.99.
           01 dispAvg pic ZZ9.99.
           01 dispBalance pic $Z,ZZZ,ZZ9.99.
           01 dispCount pic ZZ,ZZ9.

           copy "AUDITPRM.cpy".
           copy "CHGPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp
           move function current-date(1:8) to todayDate
           display "===== GRADUATION CLEARANCE ====="
           display "Graduating term (YYYYT0): " with no advancing
           accept runTerm

           display "Cleared students are marked GRADUATED on the "
               "student master - proceed? (Y/N): " with no advancing
           accept confirmFlag
           if confirmFlag not = 'Y' and confirmFlag not = 'y'
               display "Clearance cancelled - nothing changed."
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           perform LOAD-APP-TABLE
           perform LOAD-REQUIRE-TABLE
           perform LOAD-SUBJ-HIST
           perform LOAD-HOLD-TABLE
           perform LOAD-OWE-TABLE
           perform LOAD-INCOMPLETES
           if loadTruncated = 'Y'
               display "GRADCLR: an input file holds more than its "
                   "work table - nothing cleared."
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if
           if appCount = 0
               display "GRADCLR: no graduation applications on file."
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           move "STU" to lp-master
           move 'T' to lp-action
           move "GRADCLR" to lp-caller
           call "MSTRLOCK" using master-lock-parms
           end-call
           if lp-result = 'B'
               display "Master in use by " lp-holder
                   " - try again after that run finishes"
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           open i-o studentMaster
           if SMStat not = "00"
               display "ERROR: cannot open student master " SMStat
               perform RELEASE-MASTER
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           open output clearFile
           perform WRITE-CLEAR-HEADER

           perform varying ap-idx from 1 by 1
                   until ap-idx > appCount
               if at-term(ap-idx) = runTerm
                       and (at-status(ap-idx) = 'P'
                            or at-status(ap-idx) = 'N')
                   perform CLEAR-ONE-APPLICANT
               end-if
           end-perform

           perform WRITE-CLEAR-TOTALS
           close clearFile
           close studentMaster
           perform RELEASE-MASTER

           perform SORT-GRAD-TABLE
           perform WRITE-COMMENCEMENT-LIST

           if workedCount > 0
               perform REWRITE-APP-FILE
           end-if

           display "GRADCLR: " clearedCount " cleared, "
               notClearedCount " not cleared - see GradClr.dat "
               "and Commence.dat"

           perform WRITE-AUDIT-TRAIL

           GOBACK.

       RELEASE-MASTER.
           move "STU" to lp-master
           move 'R' to lp-action
           move "GRADCLR" to lp-caller
           call "MSTRLOCK" using master-lock-parms
           end-call.

       WRITE-CLEAR-HEADER.
           write bufferLine from
               "===== GRADUATION CLEARANCE ====="
           move spaces to bufferLine
           string "Graduating term: " delimited by size
                  runTerm delimited by size
                  "   Run: " delimited by size
                  todayDate delimited by size
                  into bufferLine
           end-string
               write bufferLine
           write bufferLine from
               "Checks: degree requirements, open holds, tuition paid"
           write bufferLine from
               "        in full, no incomplete grades on the roster"
           write bufferLine from spaces
           write bufferLine from
               "Student Name                      Program    Result".

      *> Every condition is checked and every failure listed, so
      *> the registrar sees all that stands in the way at once.
       CLEAR-ONE-APPLICANT.
           add 1 to workedCount
           move 0 to reasonCount
           move spaces to reason-table
           move spaces to honorsText
           move 0 to cumAverage

           move at-student(ap-idx) to sm-student-id
           read studentMaster
               invalid key
                   move spaces to sm-name
                   move spaces to sm-program
                   move "NOT ON THE STUDENT MASTER" to newReason
                   perform ADD-REASON
           end-read

           if reasonCount = 0
               perform CHECK-REQUIREMENTS
               perform CHECK-HOLDS
               perform CHECK-BALANCE
               perform CHECK-INCOMPLETES
           end-if

           if reasonCount = 0
               perform GRADUATE-STUDENT
               if gradPosted = 'Y'
                   move "CLEARED" to resultText
                   add 1 to clearedCount
               else
                   move spaces to honorsText
                   move "NOT UPDATED" to resultText
                   add 1 to notClearedCount
                   move 8 to RETURN-CODE
               end-if
           else
               move 'N' to at-status(ap-idx)
               move spaces to at-honors(ap-idx)
               move "NOT CLEARED" to resultText
               add 1 to notClearedCount
           end-if
           move todayDate to at-run-date(ap-idx)

           move spaces to bufferLine
           string at-student(ap-idx) delimited by size
                  " " delimited by size
                  sm-name delimited by size
                  " " delimited by size
                  sm-program delimited by size
                  " " delimited by size
                  resultText delimited by size
                  " " delimited by size
                  honorsText delimited by size
                  into bufferLine
           end-string
               write bufferLine
           perform varying reasonIdx from 1 by 1
                   until reasonIdx > reasonCount or reasonIdx > 10
               move spaces to bufferLine
               string "       - " delimited by size
                      reason-text(reasonIdx) delimited by size
                      into bufferLine
               end-string
                   write bufferLine
           end-perform
           if reasonCount > 10
               write bufferLine from
                   "       - (further reasons not listed)"
           end-if.

       ADD-REASON.
           add 1 to reasonCount
           if reasonCount <= 10
               move newReason to reason-text(reasonCount)
           end-if.

       CHECK-REQUIREMENTS.
           move 0 to programReqs
           move 0 to termsRequired
           perform varying req-idx from 1 by 1
                   until req-idx > reqCount
               if rt-program(req-idx) = sm-program
                   add 1 to programReqs
                   if rt-subject(req-idx) = "*TERMS"
                       move rt-min-grade(req-idx) to termsRequired
                   else
                       perform CHECK-ONE-SUBJECT
                   end-if
               end-if
           end-perform
           if programReqs = 0
               move "NO DEGREE REQUIREMENTS ON FILE FOR PROGRAM"
                   to newReason
               perform ADD-REASON
           end-if

           perform COUNT-ARCHIVED-TERMS
           compute totalTerms = sm-term-count + archTermCount
           if totalTerms < termsRequired
               move spaces to newReason
               string "TERMS COMPLETED " delimited by size
                      totalTerms delimited by size
                      " OF " delimited by size
                      termsRequired delimited by size
                      into newReason
               end-string
               perform ADD-REASON
           end-if.

       CHECK-ONE-SUBJECT.
           move 'N' to subjFound
           move 'N' to transferFound
           move 0 to bestGrade
           perform varying hist-idx from 1 by 1
                   until hist-idx > histCount
               if sj-student(hist-idx) = sm-student-id
                       and sj-subject(hist-idx) = rt-subject(req-idx)
                   move 'Y' to subjFound
                   if sj-mark(hist-idx) = 'T'
                       move 'Y' to transferFound
                   end-if
                   if sj-grade(hist-idx) > bestGrade
                       move sj-grade(hist-idx) to bestGrade
                   end-if
               end-if
           end-perform
           if transferFound = 'Y'
               exit paragraph
           end-if

           move spaces to newReason
           if subjFound = 'N'
               string "REQUIRED " delimited by size
                      rt-subject(req-idx) delimited by size
                      " NOT TAKEN" delimited by size
                      into newReason
               end-string
               perform ADD-REASON
           else
               if bestGrade < rt-min-grade(req-idx)
                   move bestGrade to dispGrade
                   string "REQUIRED " delimited by size
                          rt-subject(req-idx) delimited by size
                          " GRADE " delimited by size
                          function trim(dispGrade) delimited by size
                          " BELOW " delimited by size
                          rt-min-grade(req-idx) delimited by size
                          into newReason
                   end-string
                   perform ADD-REASON
               end-if
           end-if.

       CHECK-HOLDS.
           perform varying hold-idx from 1 by 1
                   until hold-idx > holdCount
               if hl-student(hold-idx) = sm-student-id
                   move spaces to newReason
                   string "OPEN HOLD " delimited by size
                          hl-type(hold-idx) delimited by size
                          " - " delimited by size
                          hl-reason(hold-idx) delimited by size
                          into newReason
                   end-string
                   perform ADD-REASON
               end-if
           end-perform.

       CHECK-BALANCE.
           move 0 to studentBalance
           set ow-idx to 1
           search owe-entry
               at end continue
               when ow-student(ow-idx) = sm-student-id
                   move ow-balance(ow-idx) to studentBalance
           end-search
           if studentBalance > 0
               move studentBalance to dispBalance
               move spaces to newReason
               string "TUITION BALANCE OWING " delimited by size
                      function trim(dispBalance) delimited by size
                      into newReason
               end-string
               perform ADD-REASON
           end-if.

       CHECK-INCOMPLETES.
           perform varying inc-idx from 1 by 1
                   until inc-idx > incCount
               if ic-student(inc-idx) = sm-student-id
                   move spaces to newReason
                   string "INCOMPLETE GRADE " delimited by size
                          ic-subject(inc-idx) delimited by size
                          " SECTION " delimited by size
                          ic-section(inc-idx) delimited by size
                          into newReason
                   end-string
                   perform ADD-REASON
               end-if
           end-perform.

      *> Honors go on the average of every term average on record,
      *> current and archived.
       GRADUATE-STUDENT.
           move 0 to termAvgSum
           perform varying termIdx from 1 by 1
                   until termIdx > sm-term-count or termIdx > 10
               add sm-term-average(termIdx) to termAvgSum
           end-perform
           add archAvgSum to termAvgSum
           if totalTerms > 0
               compute cumAverage rounded = termAvgSum / totalTerms
           end-if
           evaluate true
               when cumAverage >= 95
                   move "SUMMA CUM LAUDE" to honorsText
               when cumAverage >= 92
                   move "MAGNA CUM LAUDE" to honorsText
               when cumAverage >= 88
                   move "CUM LAUDE" to honorsText
               when other
                   move spaces to honorsText
           end-evaluate

      *> The application is cleared only once the master carries
      *> the graduate flag; otherwise it stays as it was for the
      *> next run.
           move 'N' to gradPosted
           move student-master-record to beforeImage
           move 'G' to sm-status
           rewrite student-master-record
               invalid key
                   display "ERROR: graduate flag not set for "
                       sm-student-id " " SMStat
                       " - application left open"
               not invalid key
                   move 'Y' to gradPosted
                   move "STU" to cj-master
                   move 'C' to cj-action
                   move sm-student-id to cj-key
                   move beforeImage to cj-before
                   move student-master-record to cj-after
                   call "CHGJRNL" using change-journal-parms
                   end-call
                   perform RECORD-GRADUATE
           end-rewrite.

       RECORD-GRADUATE.
           move 'C' to at-status(ap-idx)
           move honorsText to at-honors(ap-idx)

           if gradCount < 1000
               add 1 to gradCount
               move sm-program to gr-program(gradCount)
               move sm-name to gr-name(gradCount)
               move sm-student-id to gr-student(gradCount)
               move honorsText to gr-honors(gradCount)
               move cumAverage to gr-average(gradCount)
           end-if.

       COUNT-ARCHIVED-TERMS.
           move 0 to archTermCount
           move 0 to archAvgSum
           move 'N' to archiveEOF

           open input termArchiveFile
           if TAStat not = "00"
               exit paragraph
           end-if

           perform until archiveEOF = 'Y'
               read termArchiveFile
                   at end move 'Y' to archiveEOF
                   not at end
                       if ta-student-id = sm-student-id
                           add 1 to archTermCount
                           add ta-average to archAvgSum
                       end-if
               end-read
           end-perform

           close termArchiveFile.

       WRITE-CLEAR-TOTALS.
           write bufferLine from
               "------------------------------------------------------"
           move workedCount to dispCount
           move spaces to bufferLine
           string "Applications worked : " delimited by size
                  function trim(dispCount) delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move clearedCount to dispCount
           move spaces to bufferLine
           string "Cleared - graduated : " delimited by size
                  function trim(dispCount) delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move notClearedCount to dispCount
           move spaces to bufferLine
           string "Not cleared         : " delimited by size
                  function trim(dispCount) delimited by size
                  into bufferLine
           end-string
               write bufferLine
           write bufferLine from
               "======================================================".

       SORT-GRAD-TABLE.
           move 'Y' to sortSwapFlag
           perform until sortSwapFlag = 'N'
               move 'N' to sortSwapFlag
               perform varying sortIdx from 1 by 1
                       until sortIdx >= gradCount
                   if gr-key(sortIdx) > gr-key(sortIdx + 1)
                       move grad-entry(sortIdx) to hold-grad
                       move grad-entry(sortIdx + 1)
                           to grad-entry(sortIdx)
                       move hold-grad to grad-entry(sortIdx + 1)
                       move 'Y' to sortSwapFlag
                   end-if
               end-perform
           end-perform.

       WRITE-COMMENCEMENT-LIST.
           open output commenceFile
           move "===== COMMENCEMENT LIST =====" to commenceLine
           write commenceLine
           move spaces to commenceLine
           string "Graduating term: " delimited by size
                  runTerm delimited by size
                  into commenceLine
           end-string
               write commenceLine
           move spaces to commenceLine
           string "Honors: SUMMA CUM LAUDE >= 95 | MAGNA CUM LAUDE "
                      delimited by size
                  ">= 92 | CUM LAUDE >= 88" delimited by size
                  into commenceLine
           end-string
               write commenceLine
           move spaces to commenceLine
           write commenceLine

           move spaces to lastProgram
           perform varying gr-idx from 1 by 1
                   until gr-idx > gradCount
               if gr-program(gr-idx) not = lastProgram
                   if gr-idx > 1
                       perform WRITE-PROGRAM-COUNT
                   end-if
                   move gr-program(gr-idx) to lastProgram
                   move 0 to programGrads
                   move spaces to commenceLine
                   string "Program: " delimited by size
                          gr-program(gr-idx) delimited by size
                          into commenceLine
                   end-string
                       write commenceLine
               end-if
               move gr-average(gr-idx) to dispAvg
               move spaces to commenceLine
               string "  " delimited by size
                      gr-student(gr-idx) delimited by size
                      " " delimited by size
                      gr-name(gr-idx) delimited by size
                      " " delimited by size
                      dispAvg delimited by size
                      "  " delimited by size
                      gr-honors(gr-idx) delimited by size
                      into commenceLine
               end-string
                   write commenceLine
               add 1 to programGrads
           end-perform
           if gradCount > 0
               perform WRITE-PROGRAM-COUNT
           end-if

           move gradCount to dispCount
           move spaces to commenceLine
           string "Total graduates: " delimited by size
                  function trim(dispCount) delimited by size
                  into commenceLine
           end-string
               write commenceLine
           close commenceFile.

       WRITE-PROGRAM-COUNT.
           move programGrads to dispCount
           move spaces to commenceLine
           string "  Graduates: " delimited by size
                  function trim(dispCount) delimited by size
                  into commenceLine
           end-string
               write commenceLine
           move spaces to commenceLine
           write commenceLine.

       LOAD-APP-TABLE.
           open input appFile
           if GAStat not = "00"
               exit paragraph
           end-if

           perform until appEOF = 'Y'
               read appFile
                   at end move 'Y' to appEOF
                   not at end
                       if appCount < 1000
                           add 1 to appCount
                           move grad-app-record
                               to app-entry(appCount)
                       else
                           move 'Y' to loadTruncated
                           move 'Y' to appEOF
                       end-if
               end-read
           end-perform

           close appFile.

       LOAD-REQUIRE-TABLE.
           open input requireFile
           if RQStat not = "00"
               exit paragraph
           end-if

           perform until requireEOF = 'Y'
               read requireFile
                   at end move 'Y' to requireEOF
                   not at end
                       if reqCount < 200
                           add 1 to reqCount
                           move rq-program to rt-program(reqCount)
                           move rq-subject to rt-subject(reqCount)
                           move rq-min-grade
                               to rt-min-grade(reqCount)
                       else
                           move 'Y' to loadTruncated
                           move 'Y' to requireEOF
                       end-if
               end-read
           end-perform

           close requireFile.

       LOAD-SUBJ-HIST.
           open input subjHistFile
           if SHStat not = "00"
               exit paragraph
           end-if

           perform until histEOF = 'Y'
               read subjHistFile
                   at end move 'Y' to histEOF
                   not at end
                       evaluate true
                           when sh-mark = 'W'
                               continue
                           when histCount < 2000
                               add 1 to histCount
                               move sh-student
                                   to sj-student(histCount)
                               move sh-subject
                                   to sj-subject(histCount)
                               move sh-grade to sj-grade(histCount)
                               move sh-mark to sj-mark(histCount)
                           when other
                               move 'Y' to loadTruncated
                               move 'Y' to histEOF
                       end-evaluate
               end-read
           end-perform

           close subjHistFile.

       LOAD-HOLD-TABLE.
           open input holdFile
           if HDStat not = "00"
               exit paragraph
           end-if

           perform until holdEOF = 'Y'
               read holdFile
                   at end move 'Y' to holdEOF
                   not at end
                       if hd-status = 'O'
                           if holdCount < 500
                               add 1 to holdCount
                               move hd-student
                                   to hl-student(holdCount)
                               move hd-type to hl-type(holdCount)
                               move hd-reason
                                   to hl-reason(holdCount)
                           else
                               move 'Y' to loadTruncated
                               move 'Y' to holdEOF
                           end-if
                       end-if
               end-read
           end-perform

           close holdFile.

       LOAD-OWE-TABLE.
           open input tuitionFile
           if TUStat not = "00"
               exit paragraph
           end-if

           perform until tuitEOF = 'Y'
               read tuitionFile
                   at end move 'Y' to tuitEOF
                   not at end
                       perform ADD-TO-OWE-TABLE
               end-read
           end-perform

           close tuitionFile.

       ADD-TO-OWE-TABLE.
           set ow-idx to 1
           search owe-entry
               at end
                   if oweCount < 1000
                       add 1 to oweCount
                       set ow-idx to oweCount
                       move tu-student to ow-student(ow-idx)
                       move 0 to ow-balance(ow-idx)
                   else
                       move 'Y' to loadTruncated
                       move 'Y' to tuitEOF
                       exit paragraph
                   end-if
               when ow-student(ow-idx) = tu-student
                   continue
           end-search
           compute ow-balance(ow-idx) = ow-balance(ow-idx)
               + tu-assessed + tu-fees - tu-paid - tu-aid - tu-credit.

      *> A roster row with any of its three grades still zero has
      *> not been fully graded.
       LOAD-INCOMPLETES.
           open input rosterFile
           if RFStat not = "00"
               exit paragraph
           end-if

           perform until rosterEOF = 'Y'
               read rosterFile
                   at end move 'Y' to rosterEOF
                   not at end
                       if r-prelim = 0 or r-midterm = 0
                               or r-finals = 0
                           if incCount < 500
                               add 1 to incCount
                               move r-studentid
                                   to ic-student(incCount)
                               move r-section
                                   to ic-section(incCount)
                               move r-subject
                                   to ic-subject(incCount)
                           else
                               move 'Y' to loadTruncated
                               move 'Y' to rosterEOF
                           end-if
                       end-if
               end-read
           end-perform

           close rosterFile.

       REWRITE-APP-FILE.
           open output appFile
           perform varying ap-idx from 1 by 1
                   until ap-idx > appCount
               move app-entry(ap-idx) to grad-app-record
               write grad-app-record
           end-perform
           close appFile.

       WRITE-AUDIT-TRAIL.
           move "GRADCLR" to al-program
           move runStartStamp to al-start-stamp
           move OFStat to al-file-status
           move workedCount to al-recs-read
           move clearedCount to al-recs-written
           move notClearedCount to al-recs-rejected
           move RETURN-CODE to al-return-code
           move "N/A " to al-recon
           call "AUDITLOG" using audit-log-parms
           end-call
           cancel "AUDITLOG".
