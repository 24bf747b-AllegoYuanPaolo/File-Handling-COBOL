       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVALENT.

       ENVIRONMENT DIVISION.
           input-output section.
               file-control.
                   select evalFile
                       assign to "COURSE-EVAL.dat"
                       organization is line sequential
                       file status is EVStat.

                   select questFile
                       assign to "EVAL-QUEST.dat"
                       organization is line sequential
                       file status is EQStat.

                   select sectionRefFile
                       assign to "SECTION-REF.dat"
                       organization is line sequential
                       file status is SRStat.

                   select instructorFile
                       assign to "INSTRUCTOR.dat"
                       organization is line sequential
                       file status is INStat.

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
               fd evalFile.
                   copy "EVALFORM.cpy".

               fd questFile.
                   copy "EVALQUES.cpy".

               fd sectionRefFile.
                   copy "SECTREF.cpy".

               fd instructorFile.
                   copy "INSTRUCT.cpy".

               fd userCurrFile.
                   01 user-curr-record.
                       02 cu-userid pic x(8).

               fd auditFile.
                   copy "AUDITTRL.cpy".

           WORKING-STORAGE SECTION.
           01 EVStat pic xx.
           01 EQStat pic xx.
           01 SRStat pic xx.
           01 INStat pic xx.
           01 CUStat pic xx.
           01 AuditStat pic xx.

           01 questEOF pic x value 'N'.
           01 instEOF pic x value 'N'.
           01 sectionEOF pic x.
           01 evalEOF pic x.

           01 quest-table.
               02 quest-entry occurs 1 to 200 times
                       depending on questCount
                       indexed by qu-idx.
                   03 qt-form   pic x(4).
                   03 qt-number pic 99.
                   03 qt-text   pic x(50).
           01 questCount pic 9(3) value 0.

           01 inst-table.
               02 inst-entry occurs 1 to 100 times
                       depending on instCount
                       indexed by inst-idx.
                   03 it-id   pic x(6).
                   03 it-name pic x(20).
           01 instCount pic 9(3) value 0.

           01 currentUser pic x(8) value spaces.
           01 todayDate pic 9(8).
           01 confirmFlag pic x.
           01 anotherSection pic x value 'Y'.
           01 anotherForm pic x.

           01 evalTerm pic 9(6).
           01 evalSection pic x(5).
           01 evalSubject pic x(6).
           01 evalInstrId pic x(6).
           01 evalInstrName pic x(20).
           01 evalForm pic x(4).
           01 sectionFound pic x.
           01 instFound pic x.
           01 formQuestions pic 99.
           01 lastFormNo pic 9(4).

           01 form-ratings.
               02 fr-rating pic 9 occurs 10 times.
           01 qNum pic 99.
           01 ratingIn pic 9.
           01 ratedCount pic 99.

           01 formsWritten pic 9(5) value 0.
           01 formsBlank pic 9(5) value 0.

           copy "AUDITPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp
           move function current-date(1:8) to todayDate
           perform IDENTIFY-OPERATOR
           perform LOAD-QUEST-TABLE
           perform LOAD-INSTRUCTOR-TABLE
           if questCount = 0
               display "EVALENT: no questions on EVAL-QUEST.dat - "
                   "nothing can be entered."
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           display "===== COURSE EVALUATION ENTRY ====="
           display "Term (YYYYT0): " with no advancing
           accept evalTerm

           perform until anotherSection not = 'Y'
                   and anotherSection not = 'y'
               perform ENTER-SECTION
               display "Another section? (Y/N): " with no advancing
               accept anotherSection
           end-perform

           display "EVALENT: " formsWritten " forms recorded, "
               formsBlank " blank forms skipped"

           perform WRITE-AUDIT-TRAIL

           GOBACK.

      *> The section fixes the subject and, from SECTION-REF, the
      *> instructor; a clerk may name a different instructor for a
      *> section that was covered by someone else.
       ENTER-SECTION.
           display "Section: " with no advancing
           accept evalSection
           move function upper-case(evalSection) to evalSection
           display "Subject: " with no advancing
           accept evalSubject
           move function upper-case(evalSubject) to evalSubject

           perform FIND-SECTION
           if sectionFound = 'N'
               display "No section " evalSection " for subject "
                   evalSubject " on SECTION-REF.dat."
               exit paragraph
           end-if

           perform FIND-INSTRUCTOR
           if instFound = 'Y'
               display "Instructor: " evalInstrId " " evalInstrName
                   " - correct? (Y/N): " with no advancing
               accept confirmFlag
           else
               display "Section instructor " evalInstrId
                   " is not on INSTRUCTOR.dat."
               move 'N' to confirmFlag
           end-if
           if confirmFlag not = 'Y' and confirmFlag not = 'y'
               display "Instructor ID: " with no advancing
               accept evalInstrId
               move function upper-case(evalInstrId) to evalInstrId
               perform FIND-INSTRUCTOR
               if instFound = 'N'
                   display "Instructor " evalInstrId
                       " is not on INSTRUCTOR.dat."
                   exit paragraph
               end-if
               display "Instructor: " evalInstrName
           end-if

           display "Form code (blank = STD): " with no advancing
           move spaces to evalForm
           accept evalForm
           move function upper-case(evalForm) to evalForm
           if evalForm = spaces
               move "STD" to evalForm
           end-if
           move 0 to formQuestions
           perform varying qu-idx from 1 by 1
                   until qu-idx > questCount
               if qt-form(qu-idx) = evalForm
                       and qt-number(qu-idx) >= 1
                       and qt-number(qu-idx) <= 10
                   add 1 to formQuestions
               end-if
           end-perform
           if formQuestions = 0
               display "No questions on file for form " evalForm "."
               exit paragraph
           end-if

           perform FIND-LAST-FORM-NO

           move 'Y' to anotherForm
           perform until anotherForm not = 'Y'
                   and anotherForm not = 'y'
               perform ENTER-ONE-FORM
               display "Another form for " evalSection " "
                   evalSubject "? (Y/N): " with no advancing
               accept anotherForm
           end-perform.

       ENTER-ONE-FORM.
           move zeros to form-ratings
           move 0 to ratedCount
           display "Rate each question 1-5, 0 for no answer."
           perform varying qu-idx from 1 by 1
                   until qu-idx > questCount
               if qt-form(qu-idx) = evalForm
                       and qt-number(qu-idx) >= 1
                       and qt-number(qu-idx) <= 10
                   perform ASK-ONE-QUESTION
               end-if
           end-perform

           if ratedCount = 0
               display "Blank form - not recorded."
               add 1 to formsBlank
               exit paragraph
           end-if

           display "Save this form? (Y/N): " with no advancing
           accept confirmFlag
           if confirmFlag not = 'Y' and confirmFlag not = 'y'
               display "Form discarded - not recorded."
               exit paragraph
           end-if

           add 1 to lastFormNo
           move evalTerm to ev-term
           move evalSection to ev-section
           move evalSubject to ev-subject
           move evalInstrId to ev-instr-id
           move evalForm to ev-form
           move lastFormNo to ev-form-no
           move todayDate to ev-entered
           move currentUser to ev-user
           perform varying qNum from 1 by 1 until qNum > 10
               move fr-rating(qNum) to ev-rating(qNum)
           end-perform

           open input evalFile
           if EVStat = "00"
               close evalFile
               open extend evalFile
           else
               open output evalFile
           end-if
           write course-eval-record
           close evalFile

           add 1 to formsWritten
           display "Form " lastFormNo " recorded.".

       ASK-ONE-QUESTION.
           move qt-number(qu-idx) to qNum
           display qNum " " qt-text(qu-idx) ": " with no advancing
           accept ratingIn
           perform until ratingIn <= 5
               display "Rating must be 0 to 5, re-enter: "
                   with no advancing
               accept ratingIn
           end-perform
           move ratingIn to fr-rating(qNum)
           if ratingIn > 0
               add 1 to ratedCount
           end-if.

       FIND-SECTION.
           move 'N' to sectionFound
           move 'N' to sectionEOF
           open input sectionRefFile
           if SRStat not = "00"
               exit paragraph
           end-if
           perform until sectionEOF = 'Y' or sectionFound = 'Y'
               read sectionRefFile
                   at end move 'Y' to sectionEOF
                   not at end
                       if sr-section = evalSection
                               and sr-subject = evalSubject
                           move 'Y' to sectionFound
                           move sr-instr-id to evalInstrId
                       end-if
               end-read
           end-perform
           close sectionRefFile.

       FIND-INSTRUCTOR.
           move 'N' to instFound
           move spaces to evalInstrName
           set inst-idx to 1
           search inst-entry
               at end continue
               when it-id(inst-idx) = evalInstrId
                   move 'Y' to instFound
                   move it-name(inst-idx) to evalInstrName
           end-search.

      *> Forms are numbered within term, section and subject so a
      *> clerk can tie a record back to its sheet in the batch.
       FIND-LAST-FORM-NO.
           move 0 to lastFormNo
           move 'N' to evalEOF
           open input evalFile
           if EVStat not = "00"
               exit paragraph
           end-if
           perform until evalEOF = 'Y'
               read evalFile
                   at end move 'Y' to evalEOF
                   not at end
                       if ev-term = evalTerm
                               and ev-section = evalSection
                               and ev-subject = evalSubject
                               and ev-form-no > lastFormNo
                           move ev-form-no to lastFormNo
                       end-if
               end-read
           end-perform
           close evalFile.

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

       LOAD-QUEST-TABLE.
           open input questFile
           if EQStat not = "00"
               exit paragraph
           end-if

           perform until questEOF = 'Y'
               read questFile
                   at end move 'Y' to questEOF
                   not at end
                       if questCount < 200
                           add 1 to questCount
                           move eq-form to qt-form(questCount)
                           move eq-number to qt-number(questCount)
                           move eq-text to qt-text(questCount)
                       end-if
               end-read
           end-perform

           close questFile.

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
           move "EVALENT" to al-program
           move runStartStamp to al-start-stamp
           move EVStat to al-file-status
           move 0 to al-recs-read
           move formsWritten to al-recs-written
           move formsBlank to al-recs-rejected
           move RETURN-CODE to al-return-code
           move "N/A " to al-recon
           call "AUDITLOG" using audit-log-parms
           end-call
           cancel "AUDITLOG".
