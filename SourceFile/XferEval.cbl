       IDENTIFICATION DIVISION.
       PROGRAM-ID. XFEREVAL.

       ENVIRONMENT DIVISION.
           input-output section.
               file-control.
                   select equivFile
                       assign to "TRANSFER-EQUIV.dat"
                       organization is line sequential
                       file status is XEStat.

                   select creditFile
                       assign to "TRANSFER-CREDIT.dat"
                       organization is line sequential
                       file status is XCStat.

                   select subjHistFile
                       assign to "SUBJ-HIST.dat"
                       organization is line sequential
                       file status is SHStat.

                   select studentMaster
                       assign to "STUDENT-MASTER.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is sm-student-id
                       file status is SMStat.

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
               fd equivFile.
                   copy "XFEREQV.cpy".

               fd creditFile.
                   copy "XFERCRD.cpy".

               fd subjHistFile.
                   copy "SUBJHIST.cpy".

               fd studentMaster.
                   copy "STUDENT-MASTER.cpy".

               fd userCurrFile.
                   01 user-curr-record.
                       02 cu-userid pic x(8).

               fd auditFile.
                   copy "AUDITTRL.cpy".

           WORKING-STORAGE SECTION.
           01 XEStat pic xx.
           01 XCStat pic xx.
           01 SHStat pic xx.
           01 SMStat pic xx.
           01 CUStat pic xx.
           01 AuditStat pic xx.

           01 equiv-table.
               02 equiv-entry occurs 1 to 1000 times
                       depending on equivCount
                       indexed by eq-idx.
                   03 et-school  pic x(8).
                   03 et-course  pic x(10).
                   03 et-title   pic x(24).
                   03 et-subject pic x(6).
                   03 et-status  pic x.
           01 equivCount pic 9(4) value 0.
           01 equivEOF pic x value 'N'.
           01 histEOF pic x.
           01 loadTruncated pic x value 'N'.

           01 menuChoice pic 9.
           01 doneFlag pic x value 'N'.
           01 fileChanged pic x value 'N'.
           01 confirmFlag pic x.
           01 anotherCourse pic x.
           01 studentOK pic x.
           01 masterOK pic x value 'N'.
           01 alreadyCredited pic x.
           01 currentUser pic x(8) value spaces.
           01 todayDate pic 9(8).

           01 newStudent pic 9(6).
           01 newSchool pic x(8).
           01 newCourse pic x(10).
           01 newTitle pic x(24).
           01 newSubject pic x(6).
           01 newGrade pic x(4).
           01 newStatus pic x.
           01 foundIdx pic 9(4).
           01 listCount pic 9(4).

           01 acceptedCount pic 9(5) value 0.
           01 refusedCount pic 9(5) value 0.

           copy "AUDITPRM.cpy".
           copy "SEALPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp
           move function current-date(1:8) to todayDate
           perform LOAD-EQUIV-FILE
           if loadTruncated = 'Y'
               display "XFEREVAL: TRANSFER-EQUIV.dat holds more than "
                   "the 1000-record work table - nothing changed."
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if
           perform IDENTIFY-OPERATOR

           open input studentMaster
           if SMStat = "00"
               move 'Y' to masterOK
           else
               display "WARNING: student master unavailable ("
                   SMStat ") - students not verified"
           end-if

           perform until doneFlag = 'Y'
               perform DISPLAY-MENU
               accept menuChoice

               evaluate menuChoice
                   when 1 perform LIST-EQUIVALENCIES
                   when 2 perform MAINTAIN-EQUIVALENCY
                   when 3 perform EVALUATE-STUDENT
                   when 0 move 'Y' to doneFlag
                   when other
                       display "Invalid selection - pick 0 to 3."
               end-evaluate
           end-perform

           if masterOK = 'Y'
               close studentMaster
           end-if

           if fileChanged = 'Y'
               perform REWRITE-EQUIV-FILE
               display "XFEREVAL: TRANSFER-EQUIV.dat rewritten."
           end-if

           display "XFEREVAL: " acceptedCount " credits accepted, "
               refusedCount " refused"

           perform WRITE-AUDIT-TRAIL

           GOBACK.

       DISPLAY-MENU.
           display " "
           display "===== TRANSFER CREDIT EVALUATION ====="
           display "1  List equivalencies"
           display "2  Add or change an equivalency"
           display "3  Evaluate a student's transfer subjects"
           display "0  Exit"
           display "Enter selection: " with no advancing.

       GET-SCHOOL-COURSE.
           display "School code: " with no advancing
           move spaces to newSchool
           accept newSchool
           move function upper-case(newSchool) to newSchool
           display "Course: " with no advancing
           move spaces to newCourse
           accept newCourse
           move function upper-case(newCourse) to newCourse.

       FIND-EQUIVALENCY.
           move 0 to foundIdx
           perform varying eq-idx from 1 by 1
                   until eq-idx > equivCount
               if et-school(eq-idx) = newSchool
                       and et-course(eq-idx) = newCourse
                   set foundIdx to eq-idx
               end-if
           end-perform.

       LIST-EQUIVALENCIES.
           display "School code (blank = all): " with no advancing
           move spaces to newSchool
           accept newSchool
           move function upper-case(newSchool) to newSchool
           move 0 to listCount
           display "School   Course     Title                    "
               "Subject Status"
           perform varying eq-idx from 1 by 1
                   until eq-idx > equivCount
               if newSchool = spaces
                       or et-school(eq-idx) = newSchool
                   add 1 to listCount
                   display et-school(eq-idx) " " et-course(eq-idx)
                       " " et-title(eq-idx) " " et-subject(eq-idx)
                       "  " et-status(eq-idx)
               end-if
           end-perform
           if listCount = 0
               display "(no equivalencies)"
           end-if.

      *> Equivalencies are never deleted - one that is no longer
      *> honoured is set to I so past evaluations still trace.
       MAINTAIN-EQUIVALENCY.
           perform GET-SCHOOL-COURSE
           if newSchool = spaces or newCourse = spaces
               display "School and course are both required."
               exit paragraph
           end-if
           perform FIND-EQUIVALENCY
           if foundIdx > 0
               display "Now: " et-title(foundIdx) " = "
                   et-subject(foundIdx) " status "
                   et-status(foundIdx)
           else
               if equivCount >= 1000
                   display "Equivalency table full (1000) - not added."
                   exit paragraph
               end-if
           end-if

           display "Course title: " with no advancing
           move spaces to newTitle
           accept newTitle
           display "Our subject code: " with no advancing
           move spaces to newSubject
           accept newSubject
           move function upper-case(newSubject) to newSubject
           display "Status (A active, I inactive): "
               with no advancing
           accept newStatus
           move function upper-case(newStatus) to newStatus
           if newSubject = spaces
               display "Subject code is required - no change made."
               exit paragraph
           end-if
           if newStatus not = 'A' and newStatus not = 'I'
               display "Status must be A or I - no change made."
               exit paragraph
           end-if

           display "Save " newSchool " " newCourse " = " newSubject
               "? (Y/N): " with no advancing
           accept confirmFlag
           if confirmFlag not = 'Y' and confirmFlag not = 'y'
               display "No change made."
               exit paragraph
           end-if

           if foundIdx = 0
               add 1 to equivCount
               move equivCount to foundIdx
               move newSchool to et-school(foundIdx)
               move newCourse to et-course(foundIdx)
           end-if
           if newTitle not = spaces
               move newTitle to et-title(foundIdx)
           end-if
           move newSubject to et-subject(foundIdx)
           move newStatus to et-status(foundIdx)
           move 'Y' to fileChanged
           display "Equivalency saved.".

       EVALUATE-STUDENT.
           move 'N' to studentOK
           display "Student ID: " with no advancing
           accept newStudent
           if newStudent = 0
               display "Student ID must be > zero."
               exit paragraph
           end-if
           if masterOK = 'Y'
               move newStudent to sm-student-id
               read studentMaster
                   invalid key
                       display "Student " newStudent " is not on "
                           "the student master."
                       exit paragraph
                   not invalid key
                       display "Student: " sm-name " " sm-program
               end-read
           end-if

           move 'Y' to anotherCourse
           perform until anotherCourse not = 'Y'
                   and anotherCourse not = 'y'
               perform EVALUATE-ONE-COURSE
               display "Another course for " newStudent "? (Y/N): "
                   with no advancing
               accept anotherCourse
           end-perform.

      *> Only an active equivalency can be accepted; anything else
      *> is logged as refused so the file shows what was asked for.
       EVALUATE-ONE-COURSE.
           perform GET-SCHOOL-COURSE
           display "Grade at that school: " with no advancing
           move spaces to newGrade
           accept newGrade
           move function upper-case(newGrade) to newGrade

           perform FIND-EQUIVALENCY
           move spaces to newSubject
           if foundIdx = 0
               display "No equivalency on file for " newSchool " "
                   newCourse "."
           else
               move et-subject(foundIdx) to newSubject
               if et-status(foundIdx) not = 'A'
                   display newSchool " " newCourse " is no longer "
                       "accepted (was " newSubject ")."
                   move 0 to foundIdx
               end-if
           end-if

           if foundIdx > 0
               perform CHECK-ALREADY-CREDITED
               if alreadyCredited = 'Y'
                   display "Student already has transfer credit for "
                       newSubject " - not recorded."
                   exit paragraph
               end-if
               display et-title(foundIdx) " counts as " newSubject
                   ". Accept? (Y/N): " with no advancing
               accept confirmFlag
               if confirmFlag = 'Y' or confirmFlag = 'y'
                   move 'A' to newStatus
               else
                   move 'R' to newStatus
               end-if
           else
               display "Record as refused? (Y/N): " with no advancing
               accept confirmFlag
               if confirmFlag not = 'Y' and confirmFlag not = 'y'
                   display "Nothing recorded."
                   exit paragraph
               end-if
               move 'R' to newStatus
           end-if

           perform WRITE-CREDIT-RECORD
           if newStatus = 'A'
               perform WRITE-TRANSFER-HIST
               add 1 to acceptedCount
               display "Transfer credit for " newSubject " recorded."
           else
               add 1 to refusedCount
               display "Recorded as refused."
           end-if
           perform LOG-EVALUATION.

       CHECK-ALREADY-CREDITED.
           move 'N' to alreadyCredited
           move 'N' to histEOF
           open input subjHistFile
           if SHStat not = "00"
               exit paragraph
           end-if
           perform until histEOF = 'Y' or alreadyCredited = 'Y'
               read subjHistFile
                   at end move 'Y' to histEOF
                   not at end
                       if sh-student = newStudent
                               and sh-subject = newSubject
                               and sh-mark = 'T'
                           move 'Y' to alreadyCredited
                       end-if
               end-read
           end-perform
           close subjHistFile.

       WRITE-CREDIT-RECORD.
           open input creditFile
           if XCStat = "00"
               close creditFile
               open extend creditFile
           else
               open output creditFile
           end-if
           move newStudent to xc-student
           move newSchool to xc-school
           move newCourse to xc-course
           move newSubject to xc-subject
           move newGrade to xc-grade
           move newStatus to xc-status
           move todayDate to xc-date
           move currentUser to xc-user
           write transfer-credit-record
           close creditFile.

       WRITE-TRANSFER-HIST.
           open input subjHistFile
           if SHStat = "00"
               close subjHistFile
               open extend subjHistFile
           else
               open output subjHistFile
           end-if
           move newStudent to sh-student
           move newSubject to sh-subject
           move 0 to sh-grade
           move todayDate to sh-date
           move 'T' to sh-mark
           write subject-history-record
           close subjHistFile.

       LOG-EVALUATION.
           open input auditFile
               if AuditStat = "00"
                   close auditFile
                   open extend auditFile
               else
                   open output auditFile
               end-if

           move spaces to audit-line
           string "XFEREVAL " delimited by size
                  newStatus delimited by size
                  " " delimited by size
                  newStudent delimited by size
                  " " delimited by size
                  newSchool delimited by size
                  " " delimited by size
                  newCourse delimited by size
                  " AS " delimited by size
                  newSubject delimited by size
                  " BY " delimited by size
                  currentUser delimited by size
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

       LOAD-EQUIV-FILE.
           open input equivFile
           if XEStat not = "00"
               exit paragraph
           end-if

           perform until equivEOF = 'Y'
               read equivFile
                   at end move 'Y' to equivEOF
                   not at end
                       if equivCount < 1000
                           add 1 to equivCount
                           move transfer-equiv-record
                               to equiv-entry(equivCount)
                       else
                           move 'Y' to loadTruncated
                           move 'Y' to equivEOF
                       end-if
               end-read
           end-perform

           close equivFile.

       REWRITE-EQUIV-FILE.
           open output equivFile
           perform varying eq-idx from 1 by 1
                   until eq-idx > equivCount
               move equiv-entry(eq-idx) to transfer-equiv-record
               write transfer-equiv-record
           end-perform
           close equivFile.

       WRITE-AUDIT-TRAIL.
           move "XFEREVAL" to al-program
           move runStartStamp to al-start-stamp
           move XCStat to al-file-status
           move equivCount to al-recs-read
           move acceptedCount to al-recs-written
           move refusedCount to al-recs-rejected
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
