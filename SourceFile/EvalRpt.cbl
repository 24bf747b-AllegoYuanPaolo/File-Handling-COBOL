       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVALRPT.

       ENVIRONMENT DIVISION.
           input-output section.
               file-control.
                   select evalFile
                       assign to "COURSE-EVAL.dat"
                       organization is line sequential
                       file status is EVStat.

                   select instructorFile
                       assign to "INSTRUCTOR.dat"
                       organization is line sequential
                       file status is INStat.

                   select parmFile
                       assign to "PARM-CARDS.dat"
                       organization is line sequential
                       file status is PMStat.

                   select reportFile
                       assign to "EvalRpt.dat"
                       organization is line sequential
                       file status is OFStat.

                   select auditFile
                       assign to "AUDIT-TRAIL.dat"
                       organization is line sequential
                       file status is AuditStat.

       DATA DIVISION.
           file section.
               fd evalFile.
                   copy "EVALFORM.cpy".

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
           01 EVStat pic xx.
           01 INStat pic xx.
           01 PMStat pic xx.
           01 OFStat pic xx.
           01 AuditStat pic xx.

           01 evalEOF pic x value 'N'.
           01 instEOF pic x value 'N'.
           01 parmEOF pic x value 'N'.
           01 loadTruncated pic x value 'N'.

           01 inst-table.
               02 inst-entry occurs 1 to 100 times
                       depending on instCount
                       indexed by inst-idx.
                   03 it-id   pic x(6).
                   03 it-name pic x(20).
           01 instCount pic 9(3) value 0.

      *> Ratings are summed and counted at each level; an average
      *> is every answered question on every form at that level.
           01 sect-table.
               02 sect-entry occurs 1 to 300 times
                       depending on sectCount
                       indexed by sc-idx.
                   03 sc-key.
                       04 sc-subject pic x(6).
                       04 sc-section pic x(5).
                       04 sc-instr   pic x(6).
                   03 sc-forms pic 9(5).
                   03 sc-sum   pic 9(7).
                   03 sc-count pic 9(7).
           01 sectCount pic 9(3) value 0.

           01 instr-acc-table.
               02 instr-acc-entry occurs 1 to 200 times
                       depending on instrAccCount
                       indexed by ia-idx.
                   03 ia-key.
                       04 ia-dept  pic x(4).
                       04 ia-instr pic x(6).
                   03 ia-forms pic 9(5).
                   03 ia-sum   pic 9(7).
                   03 ia-count pic 9(7).
           01 instrAccCount pic 9(3) value 0.

           01 subj-table.
               02 subj-entry occurs 1 to 200 times
                       depending on subjCount
                       indexed by su-idx.
                   03 su-subject pic x(6).
                   03 su-forms   pic 9(5).
                   03 su-sum     pic 9(7).
                   03 su-count   pic 9(7).
           01 subjCount pic 9(3) value 0.

           01 dept-table.
               02 dept-entry occurs 1 to 50 times
                       depending on deptCount
                       indexed by dp-idx.
                   03 dp-dept  pic x(4).
                   03 dp-forms pic 9(5).
                   03 dp-sum   pic 9(7).
                   03 dp-count pic 9(7).
           01 deptCount pic 99 value 0.

           01 hold-sect pic x(36).
           01 hold-instr pic x(29).
           01 hold-subj pic x(25).
           01 sortSwapFlag pic x.
           01 sortIdx pic 9(3).

           01 reportTerm pic 9(6).
           01 minResponses pic 9(3) value 5.
           01 formSum pic 9(3).
           01 formCount pic 99.
           01 qNum pic 99.
           01 formsRead pic 9(5) value 0.
           01 formsUsed pic 9(5) value 0.
           01 unpublishedCount pic 9(5) value 0.
           01 lastDept pic x(4).
           01 instName pic x(20).

           01 avgScore pic 9v99.
           01 deptScore pic 9v99.
           01 diffScore pic s9v99.

           01 dispForms pic ZZ,ZZ9.
           01 dispAvg pic 9.99.
           01 dispDeptAvg pic 9.99.
           01 dispDiff pic +9.99.
           01 dispMin pic ZZ9.

           copy "AUDITPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp
           display "===== COURSE EVALUATION REPORT ====="
           display "Term (YYYYT0): " with no advancing
           accept reportTerm

           perform READ-PARM-CARD
           perform LOAD-INSTRUCTOR-TABLE
           perform ACCUMULATE-EVALUATIONS
           if loadTruncated = 'Y'
               display "EVALRPT: more sections, instructors or "
                   "subjects than the work tables hold - no report."
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if
           if formsUsed = 0
               display "EVALRPT: no evaluation forms for term "
                   reportTerm "."
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           perform SORT-SECT-TABLE
           perform SORT-INSTR-TABLE
           perform SORT-SUBJ-TABLE

           open output reportFile
           perform WRITE-REPORT-HEADER
           perform WRITE-SECTION-RESULTS
           perform WRITE-SUBJECT-RESULTS
           perform WRITE-INSTRUCTOR-RESULTS
           close reportFile

           move formsUsed to dispForms
           display "EVALRPT: " function trim(dispForms)
               " forms averaged - see EvalRpt.dat"

           perform WRITE-AUDIT-TRAIL

           GOBACK.

      *> The minimum number of forms before a result is published
      *> is set on the EVALRPT card: first three bytes of the
      *> override field.  Five when there is no card.
       READ-PARM-CARD.
           open input parmFile
           if PMStat not = "00"
               exit paragraph
           end-if

           perform until parmEOF = 'Y'
               read parmFile
                   at end move 'Y' to parmEOF
                   not at end
                       if pc-program = "EVALRPT"
                           if pc-override(1:3) is numeric
                                   and pc-override(1:3) > "000"
                               move pc-override(1:3) to minResponses
                           end-if
                           move 'Y' to parmEOF
                       end-if
               end-read
           end-perform

           close parmFile.

       ACCUMULATE-EVALUATIONS.
           open input evalFile
           if EVStat not = "00"
               exit paragraph
           end-if

           perform until evalEOF = 'Y'
               read evalFile
                   at end move 'Y' to evalEOF
                   not at end
                       add 1 to formsRead
                       if ev-term = reportTerm
                           perform ADD-ONE-FORM
                       end-if
               end-read
           end-perform

           close evalFile.

       ADD-ONE-FORM.
           move 0 to formSum
           move 0 to formCount
           perform varying qNum from 1 by 1 until qNum > 10
               if ev-rating(qNum) > 0
                   add ev-rating(qNum) to formSum
                   add 1 to formCount
               end-if
           end-perform
           if formCount = 0
               exit paragraph
           end-if
           add 1 to formsUsed

           set sc-idx to 1
           search sect-entry
               at end
                   if sectCount < 300
                       add 1 to sectCount
                       set sc-idx to sectCount
                       move ev-subject to sc-subject(sc-idx)
                       move ev-section to sc-section(sc-idx)
                       move ev-instr-id to sc-instr(sc-idx)
                       move 0 to sc-forms(sc-idx)
                       move 0 to sc-sum(sc-idx)
                       move 0 to sc-count(sc-idx)
                   else
                       move 'Y' to loadTruncated
                       move 'Y' to evalEOF
                       exit paragraph
                   end-if
               when sc-subject(sc-idx) = ev-subject
                       and sc-section(sc-idx) = ev-section
                       and sc-instr(sc-idx) = ev-instr-id
                   continue
           end-search
           add 1 to sc-forms(sc-idx)
           add formSum to sc-sum(sc-idx)
           add formCount to sc-count(sc-idx)

           set ia-idx to 1
           search instr-acc-entry
               at end
                   if instrAccCount < 200
                       add 1 to instrAccCount
                       set ia-idx to instrAccCount
                       move ev-subject(1:4) to ia-dept(ia-idx)
                       move ev-instr-id to ia-instr(ia-idx)
                       move 0 to ia-forms(ia-idx)
                       move 0 to ia-sum(ia-idx)
                       move 0 to ia-count(ia-idx)
                   else
                       move 'Y' to loadTruncated
                       move 'Y' to evalEOF
                       exit paragraph
                   end-if
               when ia-dept(ia-idx) = ev-subject(1:4)
                       and ia-instr(ia-idx) = ev-instr-id
                   continue
           end-search
           add 1 to ia-forms(ia-idx)
           add formSum to ia-sum(ia-idx)
           add formCount to ia-count(ia-idx)

           set su-idx to 1
           search subj-entry
               at end
                   if subjCount < 200
                       add 1 to subjCount
                       set su-idx to subjCount
                       move ev-subject to su-subject(su-idx)
                       move 0 to su-forms(su-idx)
                       move 0 to su-sum(su-idx)
                       move 0 to su-count(su-idx)
                   else
                       move 'Y' to loadTruncated
                       move 'Y' to evalEOF
                       exit paragraph
                   end-if
               when su-subject(su-idx) = ev-subject
                   continue
           end-search
           add 1 to su-forms(su-idx)
           add formSum to su-sum(su-idx)
           add formCount to su-count(su-idx)

           set dp-idx to 1
           search dept-entry
               at end
                   if deptCount < 50
                       add 1 to deptCount
                       set dp-idx to deptCount
                       move ev-subject(1:4) to dp-dept(dp-idx)
                       move 0 to dp-forms(dp-idx)
                       move 0 to dp-sum(dp-idx)
                       move 0 to dp-count(dp-idx)
                   else
                       move 'Y' to loadTruncated
                       move 'Y' to evalEOF
                       exit paragraph
                   end-if
               when dp-dept(dp-idx) = ev-subject(1:4)
                   continue
           end-search
           add 1 to dp-forms(dp-idx)
           add formSum to dp-sum(dp-idx)
           add formCount to dp-count(dp-idx).

       SORT-SECT-TABLE.
           move 'Y' to sortSwapFlag
           perform until sortSwapFlag = 'N'
               move 'N' to sortSwapFlag
               perform varying sortIdx from 1 by 1
                       until sortIdx >= sectCount
                   if sc-key(sortIdx) > sc-key(sortIdx + 1)
                       move sect-entry(sortIdx) to hold-sect
                       move sect-entry(sortIdx + 1)
                           to sect-entry(sortIdx)
                       move hold-sect to sect-entry(sortIdx + 1)
                       move 'Y' to sortSwapFlag
                   end-if
               end-perform
           end-perform.

       SORT-INSTR-TABLE.
           move 'Y' to sortSwapFlag
           perform until sortSwapFlag = 'N'
               move 'N' to sortSwapFlag
               perform varying sortIdx from 1 by 1
                       until sortIdx >= instrAccCount
                   if ia-key(sortIdx) > ia-key(sortIdx + 1)
                       move instr-acc-entry(sortIdx) to hold-instr
                       move instr-acc-entry(sortIdx + 1)
                           to instr-acc-entry(sortIdx)
                       move hold-instr to instr-acc-entry(sortIdx + 1)
                       move 'Y' to sortSwapFlag
                   end-if
               end-perform
           end-perform.

       SORT-SUBJ-TABLE.
           move 'Y' to sortSwapFlag
           perform until sortSwapFlag = 'N'
               move 'N' to sortSwapFlag
               perform varying sortIdx from 1 by 1
                       until sortIdx >= subjCount
                   if su-subject(sortIdx) > su-subject(sortIdx + 1)
                       move subj-entry(sortIdx) to hold-subj
                       move subj-entry(sortIdx + 1)
                           to subj-entry(sortIdx)
                       move hold-subj to subj-entry(sortIdx + 1)
                       move 'Y' to sortSwapFlag
                   end-if
               end-perform
           end-perform.

       WRITE-REPORT-HEADER.
           write bufferLine from
               "===== COURSE EVALUATION REPORT ====="
           move minResponses to dispMin
           move spaces to bufferLine
           string "Term: " delimited by size
                  reportTerm delimited by size
                  "   Run: " delimited by size
                  runStartStamp(1:8) delimited by size
                  "   Published at " delimited by size
                  function trim(dispMin) delimited by size
                  " or more forms" delimited by size
                  into bufferLine
           end-string
               write bufferLine
           write bufferLine from
               "Scale: 1 poor to 5 excellent; blank answers not counted"
           write bufferLine from spaces.

       WRITE-SECTION-RESULTS.
           write bufferLine from "BY SECTION"
           write bufferLine from
               "Subject Section Instructor                  Forms  Avg"
           perform varying sc-idx from 1 by 1
                   until sc-idx > sectCount
               move sc-instr(sc-idx) to instName
               perform FIND-INSTRUCTOR-NAME
               move sc-forms(sc-idx) to dispForms
               move spaces to bufferLine
               if sc-forms(sc-idx) < minResponses
                   add 1 to unpublishedCount
                   string sc-subject(sc-idx) delimited by size
                          "  " delimited by size
                          sc-section(sc-idx) delimited by size
                          "   " delimited by size
                          sc-instr(sc-idx) delimited by size
                          " " delimited by size
                          instName delimited by size
                          dispForms delimited by size
                          "  TOO FEW FORMS - NOT PUBLISHED"
                              delimited by size
                          into bufferLine
                   end-string
               else
                   compute avgScore rounded =
                       sc-sum(sc-idx) / sc-count(sc-idx)
                   move avgScore to dispAvg
                   string sc-subject(sc-idx) delimited by size
                          "  " delimited by size
                          sc-section(sc-idx) delimited by size
                          "   " delimited by size
                          sc-instr(sc-idx) delimited by size
                          " " delimited by size
                          instName delimited by size
                          dispForms delimited by size
                          "  " delimited by size
                          dispAvg delimited by size
                          into bufferLine
                   end-string
               end-if
                   write bufferLine
           end-perform
           write bufferLine from spaces.

       WRITE-SUBJECT-RESULTS.
           write bufferLine from "BY SUBJECT"
           write bufferLine from "Subject Forms  Avg"
           perform varying su-idx from 1 by 1
                   until su-idx > subjCount
               move su-forms(su-idx) to dispForms
               move spaces to bufferLine
               if su-forms(su-idx) < minResponses
                   string su-subject(su-idx) delimited by size
                          " " delimited by size
                          dispForms delimited by size
                          "  TOO FEW FORMS - NOT PUBLISHED"
                              delimited by size
                          into bufferLine
                   end-string
               else
                   compute avgScore rounded =
                       su-sum(su-idx) / su-count(su-idx)
                   move avgScore to dispAvg
                   string su-subject(su-idx) delimited by size
                          " " delimited by size
                          dispForms delimited by size
                          "  " delimited by size
                          dispAvg delimited by size
                          into bufferLine
                   end-string
               end-if
                   write bufferLine
           end-perform
           write bufferLine from spaces.

      *> The department is the subject family - the first four
      *> letters of the subject code.  Each instructor is set
      *> against the average of every form in that department.
       WRITE-INSTRUCTOR-RESULTS.
           write bufferLine from "INSTRUCTOR AGAINST DEPARTMENT"
           write bufferLine from
               "Dept Instructor                  Forms  Avg  Dept  Diff"
           move spaces to lastDept
           perform varying ia-idx from 1 by 1
                   until ia-idx > instrAccCount
               if ia-dept(ia-idx) not = lastDept
                   move ia-dept(ia-idx) to lastDept
                   perform FIND-DEPT-AVERAGE
               end-if
               move ia-instr(ia-idx) to instName
               perform FIND-INSTRUCTOR-NAME
               move ia-forms(ia-idx) to dispForms
               move spaces to bufferLine
               if ia-forms(ia-idx) < minResponses
                   string ia-dept(ia-idx) delimited by size
                          " " delimited by size
                          ia-instr(ia-idx) delimited by size
                          " " delimited by size
                          instName delimited by size
                          dispForms delimited by size
                          "  TOO FEW FORMS - NOT PUBLISHED"
                              delimited by size
                          into bufferLine
                   end-string
               else
                   compute avgScore rounded =
                       ia-sum(ia-idx) / ia-count(ia-idx)
                   compute diffScore = avgScore - deptScore
                   move avgScore to dispAvg
                   move deptScore to dispDeptAvg
                   move diffScore to dispDiff
                   string ia-dept(ia-idx) delimited by size
                          " " delimited by size
                          ia-instr(ia-idx) delimited by size
                          " " delimited by size
                          instName delimited by size
                          dispForms delimited by size
                          "  " delimited by size
                          dispAvg delimited by size
                          " " delimited by size
                          dispDeptAvg delimited by size
                          " " delimited by size
                          dispDiff delimited by size
                          into bufferLine
                   end-string
               end-if
                   write bufferLine
           end-perform
           write bufferLine from
               "======================================================".

       FIND-DEPT-AVERAGE.
           move 0 to deptScore
           set dp-idx to 1
           search dept-entry
               at end continue
               when dp-dept(dp-idx) = lastDept
                   compute deptScore rounded =
                       dp-sum(dp-idx) / dp-count(dp-idx)
           end-search.

      *> instName comes in holding the ID and leaves with the name.
       FIND-INSTRUCTOR-NAME.
           set inst-idx to 1
           search inst-entry
               at end move "(not on file)" to instName
               when it-id(inst-idx) = instName(1:6)
                   move it-name(inst-idx) to instName
           end-search.

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
           move "EVALRPT" to al-program
           move runStartStamp to al-start-stamp
           move EVStat to al-file-status
           move formsRead to al-recs-read
           move formsUsed to al-recs-written
           move unpublishedCount to al-recs-rejected
           move RETURN-CODE to al-return-code
           move "N/A " to al-recon
           call "AUDITLOG" using audit-log-parms
           end-call
           cancel "AUDITLOG".
