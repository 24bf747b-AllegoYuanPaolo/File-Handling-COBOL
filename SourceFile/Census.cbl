       IDENTIFICATION DIVISION.
       PROGRAM-ID. CENSUS.

       ENVIRONMENT DIVISION.
           input-output section.
               file-control.
                   select studentMaster
                       assign to "STUDENT-MASTER.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is sm-student-id
                       file status is SMStat.

                   select enrolFile
                       assign to "TERM-ENROL.dat"
                       organization is line sequential
                       file status is TEStat.

                   select snapFile
                       assign to "CENSUS-SNAP.dat"
                       organization is line sequential
                       file status is CSStat.

                   select reportFile
                       assign to reportName
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
               fd studentMaster.
                   copy "STUDENT-MASTER.cpy".

               fd enrolFile.
                   copy "TERMENRL.cpy".

               fd snapFile.
                   copy "CENSUS.cpy".

               fd reportFile.
                   01 bufferLine pic x(80).

               fd userCurrFile.
                   01 user-curr-record.
                       02 cu-userid pic x(8).

               fd auditFile.
                   copy "AUDITTRL.cpy".

           WORKING-STORAGE SECTION.
           copy "LOCKPRM.cpy".
           01 SMStat pic xx.
           01 TEStat pic xx.
           01 CSStat pic xx.
           01 OFStat pic xx.
           01 CUStat pic xx.
           01 AuditStat pic xx.

           01 reportName pic x(20).
           01 masterEOF pic x.
           01 enrolEOF pic x.
           01 snapEOF pic x.
           01 loadTruncated pic x value 'N'.

           01 runMode pic x.
           01 confirmFlag pic x.
           01 currentUser pic x(8) value spaces.
           01 todayDate pic 9(8).
           01 censusTerm pic 9(6).
           01 priorTerm pic 9(6).
           01 censusDate pic 9(8).
           01 priorCensusDate pic 9(8).
           01 frozenDate pic 9(8).
           01 termFrozen pic x.
           01 priorFound pic x.

      *> Active students taken from the master, used to put each
      *> TERM-ENROL row under the student's program and year.
           01 stud-table.
               02 stud-entry occurs 1 to 3000 times
                       depending on studCount
                       ascending key is st-student
                       indexed by st-idx.
                   03 st-student    pic 9(6).
                   03 st-program    pic x(10).
                   03 st-year-level pic 9.
                   03 st-section    pic x(5).
           01 studCount pic 9(4) value 0.

      *> Counts by heading.  cn-group 1 program, 2 year level,
      *> 3 home section, 4 subject enrolments.  Column 1 is the
      *> frozen census, 2 the census a year before, 3 the live
      *> figure for the variance run.
           01 count-table.
               02 count-entry occurs 1 to 600 times
                       depending on countCount
                       indexed by cn-idx.
                   03 cn-key.
                       04 cn-group pic 9.
                       04 cn-value pic x(10).
                   03 cn-count pic 9(5) occurs 3 times.
           01 countCount pic 9(3) value 0.
           01 hold-count pic x(26).
           01 sortSwapFlag pic x.
           01 sortIdx pic 9(3).

           01 countCol pic 9.
           01 findGroup pic 9.
           01 findValue pic x(10).
           01 rowProgram pic x(10).
           01 rowYear pic 9.
           01 rowSection pic x(5).
           01 rowSubject pic x(6).
           01 rowType pic x.

           01 count-totals.
               02 headTotal pic 9(5) occurs 3 times value 0.
               02 enrolTotal pic 9(5) occurs 3 times value 0.
           01 colIdx pic 9.
           01 changeCount pic s9(5).
           01 varianceLines pic 9(5) value 0.
           01 rowsWritten pic 9(5) value 0.
           01 rowsRead pic 9(5) value 0.

           01 dispCount1 pic ZZ,ZZ9.
           01 dispCount2 pic ZZ,ZZ9.
           01 dispChange pic ++,++9.
           01 dispYear pic 9.

           copy "AUDITPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp
           move function current-date(1:8) to todayDate
           perform IDENTIFY-OPERATOR

           display "===== CENSUS-DATE ENROLMENT ====="
           display "(F)reeze the census, (R)eprint the official "
               "report, or (V)ariance against it: "
               with no advancing
           accept runMode
           move function upper-case(runMode) to runMode
           if runMode not = 'F' and runMode not = 'R'
                   and runMode not = 'V'
               display "CENSUS: mode must be F, R or V."
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           display "Term (YYYYT0): " with no advancing
           accept censusTerm
           compute priorTerm = censusTerm - 100

           perform FIND-FROZEN-TERM

           evaluate runMode
               when 'F' perform FREEZE-CENSUS
               when 'R' perform REPRINT-CENSUS
               when 'V' perform CENSUS-VARIANCE
           end-evaluate

           perform WRITE-AUDIT-TRAIL

           GOBACK.

      *> A term is frozen once.  Running again after the fact would
      *> give a different answer from the one the regulator holds.
       FREEZE-CENSUS.
           if termFrozen = 'Y'
               display "CENSUS: term " censusTerm " was frozen on "
                   frozenDate " (census date " censusDate
                   ") - it is not taken again.  Use V for variances."
               move 4 to RETURN-CODE
               exit paragraph
           end-if

           display "Census date (YYYYMMDD, 0 = today): "
               with no advancing
           accept censusDate
           if censusDate = 0
               move todayDate to censusDate
           end-if
           if censusDate > todayDate
               display "CENSUS: census date " censusDate
                   " is still to come - nothing frozen."
               move 8 to RETURN-CODE
               exit paragraph
           end-if

           display "Freeze term " censusTerm " as of " censusDate
               "? This cannot be redone. (Y/N): " with no advancing
           accept confirmFlag
           if confirmFlag not = 'Y' and confirmFlag not = 'y'
               display "CENSUS: nothing frozen."
               exit paragraph
           end-if

           perform LOAD-LIVE-STUDENTS
           if SMStat not = "00" or loadTruncated = 'Y'
               move 8 to RETURN-CODE
               exit paragraph
           end-if

           open input snapFile
           if CSStat = "00"
               close snapFile
               open extend snapFile
           else
               open output snapFile
           end-if

           perform varying st-idx from 1 by 1
                   until st-idx > studCount
               move censusTerm to cs-term
               move censusDate to cs-census-date
               move 'H' to cs-type
               move st-student(st-idx) to cs-student
               move st-program(st-idx) to cs-program
               move st-year-level(st-idx) to cs-year-level
               move st-section(st-idx) to cs-section
               move spaces to cs-subject
               move todayDate to cs-frozen
               move currentUser to cs-user
               write census-snap-record
               add 1 to rowsWritten
           end-perform

           move 'N' to enrolEOF
           open input enrolFile
           if TEStat = "00"
               perform until enrolEOF = 'Y'
                   read enrolFile
                       at end move 'Y' to enrolEOF
                       not at end
                           perform FREEZE-ONE-ENROLMENT
                   end-read
               end-perform
               close enrolFile
           else
               display "WARNING: no TERM-ENROL.dat - subject "
                   "enrolments frozen as none"
           end-if

           close snapFile

           display "CENSUS: term " censusTerm " frozen - "
               rowsWritten " rows on CENSUS-SNAP.dat"
           move todayDate to frozenDate
           perform REPRINT-CENSUS.

       FREEZE-ONE-ENROLMENT.
           if te-date > censusDate
               exit paragraph
           end-if
           search all stud-entry
               at end continue
               when st-student(st-idx) = te-student
                   move censusTerm to cs-term
                   move censusDate to cs-census-date
                   move 'E' to cs-type
                   move te-student to cs-student
                   move st-program(st-idx) to cs-program
                   move st-year-level(st-idx) to cs-year-level
                   move te-section to cs-section
                   move te-subject to cs-subject
                   move todayDate to cs-frozen
                   move currentUser to cs-user
                   write census-snap-record
                   add 1 to rowsWritten
           end-search.

      *> The official report is built from the frozen rows only,
      *> so a reprint always gives the figures first reported.
       REPRINT-CENSUS.
           if runMode = 'R' and termFrozen = 'N'
               display "CENSUS: no census frozen for term "
                   censusTerm "."
               move 4 to RETURN-CODE
               exit paragraph
           end-if

           perform LOAD-SNAPSHOT-COUNTS
           perform SORT-COUNT-TABLE

           move "Census.dat" to reportName
           open output reportFile
           move spaces to bufferLine
           string "===== OFFICIAL CENSUS ENROLMENT - TERM "
                      delimited by size
                  censusTerm delimited by size
                  " =====" delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move spaces to bufferLine
           string "Census date: " delimited by size
                  censusDate delimited by size
                  "   Frozen: " delimited by size
                  frozenDate delimited by size
                  "   Printed: " delimited by size
                  todayDate delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move spaces to bufferLine
           if priorFound = 'Y'
               string "Compared with term " delimited by size
                      priorTerm delimited by size
                      " (census date " delimited by size
                      priorCensusDate delimited by size
                      ")" delimited by size
                      into bufferLine
               end-string
           else
               string "No census frozen for term " delimited by size
                      priorTerm delimited by size
                      " - no comparison" delimited by size
                      into bufferLine
               end-string
           end-if
               write bufferLine

           move 1 to colIdx
           move 2 to countCol
           perform WRITE-COUNT-SECTIONS
           close reportFile
           display "CENSUS: official report written to Census.dat".

      *> Live figures are counted the same way the freeze counted
      *> them and set against the frozen ones; the snapshot itself
      *> is left as it is.
       CENSUS-VARIANCE.
           if termFrozen = 'N'
               display "CENSUS: no census frozen for term "
                   censusTerm " - nothing to compare."
               move 4 to RETURN-CODE
               exit paragraph
           end-if

           perform LOAD-SNAPSHOT-COUNTS
           perform LOAD-LIVE-STUDENTS
           if SMStat not = "00" or loadTruncated = 'Y'
               move 8 to RETURN-CODE
               exit paragraph
           end-if
           perform COUNT-LIVE-FIGURES
           perform SORT-COUNT-TABLE

           move "CensVar.dat" to reportName
           open output reportFile
           move spaces to bufferLine
           string "===== CENSUS VARIANCE - TERM " delimited by size
                  censusTerm delimited by size
                  " =====" delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move spaces to bufferLine
           string "Frozen census of " delimited by size
                  censusDate delimited by size
                  " against the records as of " delimited by size
                  todayDate delimited by size
                  into bufferLine
           end-string
               write bufferLine
           write bufferLine from
               "The frozen census stands; these are not re-reported."

           move 1 to colIdx
           move 3 to countCol
           perform WRITE-COUNT-SECTIONS
           close reportFile

           display "CENSUS: " varianceLines
               " headings differ from the census - see CensVar.dat"
           if varianceLines > 0
               move 4 to RETURN-CODE
           end-if.

      *> Writes every heading group with column colIdx set against
      *> column countCol.
       WRITE-COUNT-SECTIONS.
           perform varying cn-idx from 1 by 1
                   until cn-idx > countCount
               if cn-idx = 1
                       or cn-group(cn-idx) not = cn-group(cn-idx - 1)
                   perform WRITE-GROUP-HEADING
               end-if
               move cn-count(cn-idx, colIdx) to dispCount1
               move cn-count(cn-idx, countCol) to dispCount2
               compute changeCount = cn-count(cn-idx, colIdx)
                   - cn-count(cn-idx, countCol)
               if countCol = 3
                   compute changeCount = 0 - changeCount
               end-if
               move changeCount to dispChange
               if countCol = 3 and changeCount not = 0
                   add 1 to varianceLines
               end-if
               move spaces to bufferLine
               if cn-group(cn-idx) = 2
                   string "Year " delimited by size
                          cn-value(cn-idx)(1:1) delimited by size
                          into bufferLine
                   end-string
               else
                   move cn-value(cn-idx) to bufferLine
               end-if
               move dispCount1 to bufferLine(21:6)
               move dispCount2 to bufferLine(31:6)
               move dispChange to bufferLine(41:7)
               if countCol = 3 and changeCount not = 0
                   move "*" to bufferLine(49:1)
               end-if
                   write bufferLine
           end-perform

           write bufferLine from spaces
           move headTotal(colIdx) to dispCount1
           move headTotal(countCol) to dispCount2
           compute changeCount = headTotal(colIdx)
               - headTotal(countCol)
           if countCol = 3
               compute changeCount = 0 - changeCount
           end-if
           move changeCount to dispChange
           move spaces to bufferLine
           move "Total headcount" to bufferLine
           move dispCount1 to bufferLine(21:6)
           move dispCount2 to bufferLine(31:6)
           move dispChange to bufferLine(41:7)
               write bufferLine
           move enrolTotal(colIdx) to dispCount1
           move enrolTotal(countCol) to dispCount2
           compute changeCount = enrolTotal(colIdx)
               - enrolTotal(countCol)
           if countCol = 3
               compute changeCount = 0 - changeCount
           end-if
           move changeCount to dispChange
           move spaces to bufferLine
           move "Total enrolments" to bufferLine
           move dispCount1 to bufferLine(21:6)
           move dispCount2 to bufferLine(31:6)
           move dispChange to bufferLine(41:7)
               write bufferLine
           write bufferLine from
               "==================================================".

       WRITE-GROUP-HEADING.
           write bufferLine from spaces
           evaluate cn-group(cn-idx)
               when 1 move "BY PROGRAM" to bufferLine
               when 2 move "BY YEAR LEVEL" to bufferLine
               when 3 move "BY SECTION" to bufferLine
               when 4 move "BY SUBJECT (ENROLMENTS)" to bufferLine
           end-evaluate
               write bufferLine
           move spaces to bufferLine
           if countCol = 3
               move "Census" to bufferLine(21:6)
               move "   Now" to bufferLine(31:6)
               move "  Change" to bufferLine(40:8)
           else
               move "  This" to bufferLine(21:6)
               move "  Last" to bufferLine(31:6)
               move "  Change" to bufferLine(40:8)
           end-if
               write bufferLine.

      *> The frozen rows for the term go to column 1, and those of
      *> the same term a year earlier to column 2.
       FIND-FROZEN-TERM.
           move 'N' to termFrozen
           move 'N' to priorFound
           move 'N' to snapEOF
           open input snapFile
           if CSStat not = "00"
               exit paragraph
           end-if
           perform until snapEOF = 'Y'
               read snapFile
                   at end move 'Y' to snapEOF
                   not at end
                       if cs-term = censusTerm
                           move 'Y' to termFrozen
                           move cs-census-date to censusDate
                           move cs-frozen to frozenDate
                       end-if
                       if cs-term = priorTerm
                           move 'Y' to priorFound
                           move cs-census-date to priorCensusDate
                       end-if
               end-read
           end-perform
           close snapFile.

       LOAD-SNAPSHOT-COUNTS.
           move 'N' to snapEOF
           open input snapFile
           if CSStat not = "00"
               exit paragraph
           end-if
           perform until snapEOF = 'Y'
               read snapFile
                   at end move 'Y' to snapEOF
                   not at end
                       add 1 to rowsRead
                       move 0 to countCol
                       if cs-term = censusTerm
                           move 1 to countCol
                       end-if
                       if cs-term = priorTerm
                           move 2 to countCol
                       end-if
                       if countCol > 0
                           move cs-type to rowType
                           move cs-program to rowProgram
                           move cs-year-level to rowYear
                           move cs-section to rowSection
                           move cs-subject to rowSubject
                           perform COUNT-ONE-ROW
                       end-if
               end-read
           end-perform
           close snapFile.

       COUNT-LIVE-FIGURES.
           move 3 to countCol
           perform varying st-idx from 1 by 1
                   until st-idx > studCount
               move 'H' to rowType
               move st-program(st-idx) to rowProgram
               move st-year-level(st-idx) to rowYear
               move st-section(st-idx) to rowSection
               move spaces to rowSubject
               perform COUNT-ONE-ROW
           end-perform

           move 'N' to enrolEOF
           open input enrolFile
           if TEStat not = "00"
               exit paragraph
           end-if
           perform until enrolEOF = 'Y'
               read enrolFile
                   at end move 'Y' to enrolEOF
                   not at end
                       search all stud-entry
                           at end continue
                           when st-student(st-idx) = te-student
                               move 'E' to rowType
                               move te-subject to rowSubject
                               perform COUNT-ONE-ROW
                       end-search
               end-read
           end-perform
           close enrolFile.

       COUNT-ONE-ROW.
           if rowType = 'H'
               add 1 to headTotal(countCol)
               move 1 to findGroup
               move rowProgram to findValue
               perform ADD-TO-COUNT
               move 2 to findGroup
               move spaces to findValue
               move rowYear to findValue(1:1)
               perform ADD-TO-COUNT
               move 3 to findGroup
               move rowSection to findValue
               perform ADD-TO-COUNT
           else
               add 1 to enrolTotal(countCol)
               move 4 to findGroup
               move rowSubject to findValue
               perform ADD-TO-COUNT
           end-if.

       ADD-TO-COUNT.
           set cn-idx to 1
           search count-entry
               at end
                   if countCount < 600
                       add 1 to countCount
                       set cn-idx to countCount
                       move findGroup to cn-group(cn-idx)
                       move findValue to cn-value(cn-idx)
                       move 0 to cn-count(cn-idx, 1)
                       move 0 to cn-count(cn-idx, 2)
                       move 0 to cn-count(cn-idx, 3)
                   else
                       if loadTruncated = 'N'
                           display "WARNING: census heading table "
                               "full (600) - later headings unseen"
                       end-if
                       move 'Y' to loadTruncated
                       exit paragraph
                   end-if
               when cn-group(cn-idx) = findGroup
                       and cn-value(cn-idx) = findValue
                   continue
           end-search
           add 1 to cn-count(cn-idx, countCol).

       SORT-COUNT-TABLE.
           move 'Y' to sortSwapFlag
           perform until sortSwapFlag = 'N'
               move 'N' to sortSwapFlag
               perform varying sortIdx from 1 by 1
                       until sortIdx >= countCount
                   if cn-key(sortIdx) > cn-key(sortIdx + 1)
                       move count-entry(sortIdx) to hold-count
                       move count-entry(sortIdx + 1)
                           to count-entry(sortIdx)
                       move hold-count to count-entry(sortIdx + 1)
                       move 'Y' to sortSwapFlag
                   end-if
               end-perform
           end-perform.

      *> Active students only - a graduate is no longer enrolled.
      *> The master is read in key order, so the table is built
      *> ascending for SEARCH ALL.
       LOAD-LIVE-STUDENTS.
           move "STU" to lp-master
           move 'C' to lp-action
           move "CENSUS" to lp-caller
           call "MSTRLOCK" using master-lock-parms
           end-call
           if lp-result = 'B'
               display "Master in use by " lp-holder
                   " batch - try again later"
               move "99" to SMStat
               exit paragraph
           end-if

           open input studentMaster
           if SMStat not = "00"
               display "ERROR: cannot open student master " SMStat
               exit paragraph
           end-if

           move 'N' to masterEOF
           move 0 to sm-student-id
           start studentMaster key >= sm-student-id
               invalid key move 'Y' to masterEOF
           end-start

           perform until masterEOF = 'Y'
               read studentMaster next
                   at end move 'Y' to masterEOF
                   not at end
                       if sm-status not = 'G'
                           if studCount < 3000
                               add 1 to studCount
                               move sm-student-id
                                   to st-student(studCount)
                               move sm-program
                                   to st-program(studCount)
                               move sm-year-level
                                   to st-year-level(studCount)
                               move sm-section
                                   to st-section(studCount)
                           else
                               display "CENSUS: more than 3000 "
                                   "active students - nothing "
                                   "counted."
                               move 'Y' to loadTruncated
                               move 'Y' to masterEOF
                           end-if
                       end-if
               end-read
           end-perform

           close studentMaster.

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
           move "CENSUS" to al-program
           move runStartStamp to al-start-stamp
           move CSStat to al-file-status
           move rowsRead to al-recs-read
           move rowsWritten to al-recs-written
           move varianceLines to al-recs-rejected
           move RETURN-CODE to al-return-code
           move "N/A " to al-recon
           call "AUDITLOG" using audit-log-parms
           end-call
           cancel "AUDITLOG".
