       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADDIST.

       ENVIRONMENT DIVISION.
           input-output section.
               file-control.
                   select rosterFile
                       assign to "SEL6-ROSTER.dat"
                       organization is line sequential
                       file status is RFStat.

                   select sectionRefFile
                       assign to "SECTION-REF.dat"
                       organization is line sequential
                       file status is SRStat.

                   select instructorFile
                       assign to "INSTRUCTOR.dat"
                       organization is line sequential
                       file status is INStat.

                   select parmFile
                       assign to "PARM-CARDS.dat"
                       organization is line sequential
                       file status is PMStat.

                   select reportFile
                       assign to "GradDist.dat"
                       organization is line sequential
                       file status is OFStat.

                   select auditFile
                       assign to "AUDIT-TRAIL.dat"
                       organization is line sequential
                       file status is AuditStat.

       DATA DIVISION.
           file section.
               fd rosterFile.
                   01 roster-record.
                       02 r-studentid pic 9(6).
                       02 r-prelim    pic 9(3).
                       02 r-midterm   pic 9(3).
                       02 r-finals    pic 9(3).
                       02 r-section   pic x(5).
                       02 r-subject   pic x(6).

               fd sectionRefFile.
                   copy "SECTREF.cpy".

               fd instructorFile.
                   copy "INSTRUCT.cpy".

               fd parmFile.
                   01 parm-record.
                       02 pc-program    pic x(8).
                       02 pc-run-mode   pic x.
                       02 pc-option1    pic x.
                       02 pc-pay-period pic 9(6).
                       02 pc-input-file pic x(20).
                       02 pc-override   pic x(8).
                       02 pc-rate       pic 9(3)v99.

               fd reportFile.
                   01 bufferLine pic x(80).

               fd auditFile.
                   copy "AUDITTRL.cpy".

           WORKING-STORAGE SECTION.
           01 RFStat pic xx.
           01 SRStat pic xx.
           01 INStat pic xx.
           01 PMStat pic xx.
           01 OFStat pic xx.
           01 AuditStat pic xx.

           01 rosterEOF pic x value 'N'.
           01 sectionEOF pic x value 'N'.
           01 instEOF pic x value 'N'.
           01 parmEOF pic x value 'N'.
           01 loadTruncated pic x value 'N'.

      *> Band names in the order Sel6 awards them; band 11 is an
      *> incomplete (a grade still zero) and is left out of the
      *> mean, deviation and pass rate.
           01 band-names.
               02 filler pic x(4) value " 1.0".
               02 filler pic x(4) value "1.25".
               02 filler pic x(4) value " 1.5".
               02 filler pic x(4) value "1.75".
               02 filler pic x(4) value " 2.0".
               02 filler pic x(4) value "2.25".
               02 filler pic x(4) value " 2.5".
               02 filler pic x(4) value "2.75".
               02 filler pic x(4) value " 3.0".
               02 filler pic x(4) value " 5.0".
               02 filler pic x(4) value " INC".
           01 band-name-table redefines band-names.
               02 band-name pic x(4) occurs 11 times.

           01 sect-ref-table.
               02 sect-ref-entry occurs 1 to 300 times
                       depending on sectRefCount
                       indexed by sr-idx.
                   03 st-section  pic x(5).
                   03 st-subject  pic x(6).
                   03 st-instr-id pic x(6).
           01 sectRefCount pic 9(3) value 0.

           01 inst-table.
               02 inst-entry occurs 1 to 100 times
                       depending on instCount
                       indexed by inst-idx.
                   03 it-id   pic x(6).
                   03 it-name pic x(20).
           01 instCount pic 9(3) value 0.

      *> One accumulator per subject (level 1), per section taught
      *> (level 2) and per instructor (level 3).  gd-key sorts the
      *> table into report order.
           01 dist-table.
               02 dist-entry occurs 1 to 500 times
                       depending on distCount
                       indexed by gd-idx.
                   03 gd-key.
                       04 gd-level   pic 9.
                       04 gd-subject pic x(6).
                       04 gd-section pic x(5).
                       04 gd-instr   pic x(6).
                   03 gd-band pic 9(4) occurs 11 times.
                   03 gd-graded pic 9(5).
                   03 gd-failed pic 9(5).
                   03 gd-sum    pic 9(7).
                   03 gd-sum-sq pic 9(9).
                   03 gd-mean   pic 9(3)v99.
                   03 gd-fail-pct pic 9(3)v9.
           01 distCount pic 9(3) value 0.
           01 hold-dist pic x(97).
           01 sortSwapFlag pic x.
           01 sortIdx pic 9(3).

           01 findLevel pic 9.
           01 findSubject pic x(6).
           01 findSection pic x(5).
           01 findInstr pic x(6).

           01 rowInstr pic x(6).
           01 rowAve pic 9(3).
           01 rowBand pic 99.
           01 bandIdx pic 99.

           01 meanLimit pic 9(3) value 5.
           01 failLimit pic 9(3) value 20.
           01 subjMean pic 9(3)v99.
           01 subjFailPct pic 9(3)v9.
           01 subjSections pic 9(3).
           01 meanGap pic s9(3)v99.
           01 failGap pic s9(3)v9.
           01 flagText pic x(18).
           01 variance pic 9(5)v9999.
           01 stdDev pic 9(3)v99.
           01 passPct pic 9(3)v9.
           01 instName pic x(20).

           01 rowsRead pic 9(5) value 0.
           01 rowsNoSection pic 9(5) value 0.
           01 flaggedCount pic 9(5) value 0.

           01 dispBand pic zzzz9.
           01 dispGraded pic zz9.
           01 dispMean pic zz9.99.
           01 dispStdDev pic z9.99.
           01 dispPass pic zz9.9.
           01 dispLimit pic zz9.
           01 dispFailLimit pic zz9.
           01 dispCount pic zz,zz9.
           01 bandPtr pic 99.

           copy "AUDITPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp
           perform READ-PARM-CARD
           perform LOAD-SECTION-TABLE
           perform LOAD-INSTRUCTOR-TABLE
           perform ACCUMULATE-ROSTER
           if loadTruncated = 'Y'
               display "GRADDIST: more sections or subjects than "
                   "the work tables hold - no report."
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if
           if distCount = 0
               display "GRADDIST: no roster rows on SEL6-ROSTER.dat."
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           perform COMPUTE-GROUP-FIGURES
           perform SORT-DIST-TABLE

           open output reportFile
           perform WRITE-REPORT-HEADER
           perform WRITE-DISTRIBUTION
           perform WRITE-REPORT-TRAILER
           close reportFile

           move flaggedCount to dispCount
           display "GRADDIST: " function trim(dispCount)
               " sections flagged for review - see GradDist.dat"

           perform WRITE-AUDIT-TRAIL

           GOBACK.

      *> How far a section may sit from its subject before it is
      *> flagged is set on the GRADDIST card: override bytes 1-3
      *> are points of mean, bytes 4-6 points of failure rate.
       READ-PARM-CARD.
           open input parmFile
           if PMStat not = "00"
               exit paragraph
           end-if

           perform until parmEOF = 'Y'
               read parmFile
                   at end move 'Y' to parmEOF
                   not at end
                       if pc-program = "GRADDIST"
                           if pc-override(1:3) is numeric
                                   and pc-override(1:3) > "000"
                               move pc-override(1:3) to meanLimit
                           end-if
                           if pc-override(4:3) is numeric
                                   and pc-override(4:3) > "000"
                               move pc-override(4:3) to failLimit
                           end-if
                           move 'Y' to parmEOF
                       end-if
               end-read
           end-perform

           close parmFile.

       ACCUMULATE-ROSTER.
           open input rosterFile
           if RFStat not = "00"
               exit paragraph
           end-if

           perform until rosterEOF = 'Y'
               read rosterFile
                   at end move 'Y' to rosterEOF
                   not at end
                       add 1 to rowsRead
                       perform ADD-ONE-ROW
               end-read
           end-perform

           close rosterFile.

       ADD-ONE-ROW.
           move spaces to rowInstr
           set sr-idx to 1
           search sect-ref-entry
               at end
                   add 1 to rowsNoSection
               when st-section(sr-idx) = r-section
                       and st-subject(sr-idx) = r-subject
                   move st-instr-id(sr-idx) to rowInstr
           end-search
           perform COMPUTE-BAND

           move 1 to findLevel
           move r-subject to findSubject
           move spaces to findSection
           move spaces to findInstr
           perform ADD-TO-GROUP

           move 2 to findLevel
           move r-section to findSection
           move rowInstr to findInstr
           perform ADD-TO-GROUP

           if rowInstr not = spaces
               move 3 to findLevel
               move spaces to findSubject
               move spaces to findSection
               perform ADD-TO-GROUP
           end-if.

      *> Same bands and cut-offs as Sel6 COMPUTE-GRADE.
       COMPUTE-BAND.
           compute rowAve = (r-prelim + r-midterm + r-finals) / 3
           evaluate true
               when r-prelim = 0 or r-midterm = 0 or r-finals = 0
                   move 11 to rowBand
               when rowAve >= 97 and rowAve <= 100
                   move 1 to rowBand
               when rowAve >= 94 and rowAve <= 96
                   move 2 to rowBand
               when rowAve >= 91 and rowAve <= 93
                   move 3 to rowBand
               when rowAve >= 88 and rowAve <= 90
                   move 4 to rowBand
               when rowAve >= 86 and rowAve <= 87
                   move 5 to rowBand
               when rowAve >= 82 and rowAve <= 85
                   move 6 to rowBand
               when rowAve >= 79 and rowAve <= 81
                   move 7 to rowBand
               when rowAve >= 76 and rowAve <= 78
                   move 8 to rowBand
               when rowAve = 75
                   move 9 to rowBand
               when other
                   move 10 to rowBand
           end-evaluate.

       ADD-TO-GROUP.
           if loadTruncated = 'Y'
               exit paragraph
           end-if
           set gd-idx to 1
           search dist-entry
               at end
                   if distCount < 500
                       add 1 to distCount
                       set gd-idx to distCount
                       initialize dist-entry(gd-idx)
                       move findLevel to gd-level(gd-idx)
                       move findSubject to gd-subject(gd-idx)
                       move findSection to gd-section(gd-idx)
                       move findInstr to gd-instr(gd-idx)
                   else
                       move 'Y' to loadTruncated
                       move 'Y' to rosterEOF
                       exit paragraph
                   end-if
               when gd-level(gd-idx) = findLevel
                       and gd-subject(gd-idx) = findSubject
                       and gd-section(gd-idx) = findSection
                       and gd-instr(gd-idx) = findInstr
                   continue
           end-search
           add 1 to gd-band(gd-idx, rowBand)
           if rowBand < 11
               add 1 to gd-graded(gd-idx)
               add rowAve to gd-sum(gd-idx)
               compute gd-sum-sq(gd-idx) =
                   gd-sum-sq(gd-idx) + (rowAve * rowAve)
               if rowBand = 10
                   add 1 to gd-failed(gd-idx)
               end-if
           end-if.

       COMPUTE-GROUP-FIGURES.
           perform varying gd-idx from 1 by 1
                   until gd-idx > distCount
               if gd-graded(gd-idx) > 0
                   compute gd-mean(gd-idx) rounded =
                       gd-sum(gd-idx) / gd-graded(gd-idx)
                   compute gd-fail-pct(gd-idx) rounded =
                       gd-failed(gd-idx) * 100 / gd-graded(gd-idx)
               end-if
           end-perform.

       SORT-DIST-TABLE.
           move 'Y' to sortSwapFlag
           perform until sortSwapFlag = 'N'
               move 'N' to sortSwapFlag
               perform varying sortIdx from 1 by 1
                       until sortIdx >= distCount
                   if gd-key(sortIdx) > gd-key(sortIdx + 1)
                       move dist-entry(sortIdx) to hold-dist
                       move dist-entry(sortIdx + 1)
                           to dist-entry(sortIdx)
                       move hold-dist to dist-entry(sortIdx + 1)
                       move 'Y' to sortSwapFlag
                   end-if
               end-perform
           end-perform.

       WRITE-REPORT-HEADER.
           write bufferLine from
               "===== GRADE DISTRIBUTION - CURRENT ROSTER ====="
           move meanLimit to dispLimit
           move failLimit to dispFailLimit
           move spaces to bufferLine
           string "Run: " delimited by size
                  runStartStamp(1:8) delimited by size
                  "   Review when mean is " delimited by size
                  function trim(dispLimit) delimited by size
                  " points or fail rate " delimited by size
                  function trim(dispFailLimit) delimited by size
                  " points off" delimited by size
                  into bufferLine
           end-string
               write bufferLine
           write bufferLine from
               "the subject norm (subjects with two or more sections)".

       WRITE-DISTRIBUTION.
           perform varying gd-idx from 1 by 1
                   until gd-idx > distCount
               if gd-idx = 1
                       or gd-level(gd-idx) not = gd-level(gd-idx - 1)
                   perform WRITE-LEVEL-HEADING
               end-if
               perform WRITE-BAND-LINE
               move spaces to flagText
               if gd-level(gd-idx) = 2
                   perform CHECK-AGAINST-SUBJECT
               end-if
               perform WRITE-STATS-LINE
           end-perform.

       WRITE-LEVEL-HEADING.
           write bufferLine from spaces
           evaluate gd-level(gd-idx)
               when 1 write bufferLine from "BY SUBJECT"
               when 2 write bufferLine from "BY SECTION"
               when 3 write bufferLine from "BY INSTRUCTOR"
           end-evaluate
           move spaces to bufferLine
           if gd-level(gd-idx) = 3
               move "Instr  Name" to bufferLine
           else
               move "Subj   Sect  Instr" to bufferLine
           end-if
           move 21 to bandPtr
           perform varying bandIdx from 1 by 1 until bandIdx > 11
               string " " delimited by size
                      band-name(bandIdx) delimited by size
                      into bufferLine
                      with pointer bandPtr
               end-string
           end-perform
               write bufferLine.

       WRITE-BAND-LINE.
           move spaces to bufferLine
           if gd-level(gd-idx) = 3
               move gd-instr(gd-idx) to instName
               perform FIND-INSTRUCTOR-NAME
               string gd-instr(gd-idx) delimited by size
                      " " delimited by size
                      instName(1:13) delimited by size
                      into bufferLine
               end-string
           else
               string gd-subject(gd-idx) delimited by size
                      " " delimited by size
                      gd-section(gd-idx) delimited by size
                      " " delimited by size
                      gd-instr(gd-idx) delimited by size
                      into bufferLine
               end-string
           end-if
           move 21 to bandPtr
           perform varying bandIdx from 1 by 1 until bandIdx > 11
               move gd-band(gd-idx, bandIdx) to dispBand
               string dispBand delimited by size
                      into bufferLine
                      with pointer bandPtr
               end-string
           end-perform
               write bufferLine.

      *> A section is measured against the whole subject; with a
      *> single section the subject norm is that section, so there
      *> is nothing to compare it to.
       CHECK-AGAINST-SUBJECT.
           move 0 to subjSections
           perform varying sortIdx from 1 by 1
                   until sortIdx > distCount
               if gd-level(sortIdx) = 1
                       and gd-subject(sortIdx) = gd-subject(gd-idx)
                   move gd-mean(sortIdx) to subjMean
                   move gd-fail-pct(sortIdx) to subjFailPct
               end-if
               if gd-level(sortIdx) = 2
                       and gd-subject(sortIdx) = gd-subject(gd-idx)
                       and gd-graded(sortIdx) > 0
                   add 1 to subjSections
               end-if
           end-perform
           if subjSections < 2 or gd-graded(gd-idx) = 0
               exit paragraph
           end-if

           compute meanGap = gd-mean(gd-idx) - subjMean
           compute failGap = gd-fail-pct(gd-idx) - subjFailPct
           if meanGap < 0
               compute meanGap = 0 - meanGap
           end-if
           if failGap < 0
               compute failGap = 0 - failGap
           end-if
           evaluate true
               when meanGap > meanLimit and failGap > failLimit
                   move "REVIEW MEAN+FAIL" to flagText
               when meanGap > meanLimit
                   move "REVIEW MEAN" to flagText
               when failGap > failLimit
                   move "REVIEW FAIL RATE" to flagText
           end-evaluate
           if flagText not = spaces
               add 1 to flaggedCount
           end-if.

       WRITE-STATS-LINE.
           move 0 to stdDev
           move 0 to passPct
           if gd-graded(gd-idx) > 0
               compute variance rounded =
                   (gd-sum-sq(gd-idx) / gd-graded(gd-idx))
                   - (gd-mean(gd-idx) * gd-mean(gd-idx))
               if variance > 0
                   compute stdDev rounded = function sqrt(variance)
               end-if
               compute passPct rounded = 100 - gd-fail-pct(gd-idx)
           end-if
           move gd-graded(gd-idx) to dispGraded
           move gd-mean(gd-idx) to dispMean
           move stdDev to dispStdDev
           move passPct to dispPass
           move spaces to bufferLine
           string "       Graded " delimited by size
                  dispGraded delimited by size
                  "  Mean " delimited by size
                  dispMean delimited by size
                  "  Std dev " delimited by size
                  dispStdDev delimited by size
                  "  Pass " delimited by size
                  dispPass delimited by size
                  "%  " delimited by size
                  flagText delimited by size
                  into bufferLine
           end-string
               write bufferLine.

       WRITE-REPORT-TRAILER.
           write bufferLine from spaces
           move rowsRead to dispCount
           move spaces to bufferLine
           string "Roster rows: " delimited by size
                  function trim(dispCount) delimited by size
                  into bufferLine
           end-string
               write bufferLine
           if rowsNoSection > 0
               move rowsNoSection to dispCount
               move spaces to bufferLine
               string "Rows with no SECTION-REF entry (no instructor)"
                          delimited by size
                      ": " delimited by size
                      function trim(dispCount) delimited by size
                      into bufferLine
               end-string
                   write bufferLine
           end-if
           move flaggedCount to dispCount
           move spaces to bufferLine
           string "Sections flagged for review: " delimited by size
                  function trim(dispCount) delimited by size
                  into bufferLine
           end-string
               write bufferLine
           write bufferLine from
               "======================================================".

      *> instName comes in holding the ID and leaves with the name.
       FIND-INSTRUCTOR-NAME.
           set inst-idx to 1
           search inst-entry
               at end move "(not on file)" to instName
               when it-id(inst-idx) = instName(1:6)
                   move it-name(inst-idx) to instName
           end-search.

       LOAD-SECTION-TABLE.
           open input sectionRefFile
           if SRStat not = "00"
               exit paragraph
           end-if

           perform until sectionEOF = 'Y'
               read sectionRefFile
                   at end move 'Y' to sectionEOF
                   not at end
                       if sectRefCount < 300
                           add 1 to sectRefCount
                           move sr-section
                               to st-section(sectRefCount)
                           move sr-subject
                               to st-subject(sectRefCount)
                           move sr-instr-id
                               to st-instr-id(sectRefCount)
                       else
                           move 'Y' to loadTruncated
                           move 'Y' to sectionEOF
                       end-if
               end-read
           end-perform

           close sectionRefFile.

       LOAD-INSTRUCTOR-TABLE.
           open input instructorFile
           if INStat not = "00"
               exit paragraph
           end-if

           perform until instEOF = 'Y'
               read instructorFile
                   at end move 'Y' to instEOF
                   not at end
                       if instCount < 100
                           add 1 to instCount
                           move in-id to it-id(instCount)
                           move in-name to it-name(instCount)
                       end-if
               end-read
           end-perform

           close instructorFile.

       WRITE-AUDIT-TRAIL.
           move "GRADDIST" to al-program
           move runStartStamp to al-start-stamp
           move RFStat to al-file-status
           move rowsRead to al-recs-read
           move distCount to al-recs-written
           move flaggedCount to al-recs-rejected
           move RETURN-CODE to al-return-code
           move "N/A " to al-recon
           call "AUDITLOG" using audit-log-parms
           end-call
           cancel "AUDITLOG".
