       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADAPP.

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
               fd appFile.
                   copy "GRADAPP.cpy".

               fd studentMaster.
                   copy "STUDENT-MASTER.cpy".

               fd userCurrFile.
                   01 user-curr-record.
                       02 cu-userid pic x(8).

               fd auditFile.
                   copy "AUDITTRL.cpy".

           WORKING-STORAGE SECTION.
           01 GAStat pic xx.
           01 SMStat pic xx.
           01 CUStat pic xx.
           01 AuditStat pic xx.

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
           01 appEOF pic x value 'N'.
           01 loadTruncated pic x value 'N'.

           01 menuChoice pic 9.
           01 doneFlag pic x value 'N'.
           01 fileChanged pic x value 'N'.
           01 confirmFlag pic x.
           01 studentOK pic x.
           01 masterOK pic x value 'N'.
           01 currentUser pic x(8) value spaces.
           01 todayDate pic 9(8).

           01 newStudent pic 9(6).
           01 newTerm pic 9(6).
           01 foundIdx pic 9(4).
           01 listCount pic 9(4).
           01 appState pic x(11).

           copy "AUDITPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp
           move function current-date(1:8) to todayDate
           perform LOAD-APP-FILE
           if loadTruncated = 'Y'
               display "GRADAPP: GRAD-APP.dat holds more than the "
                   "1000-record work table - nothing changed."
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
                   when 1 perform LIST-APPLICATIONS
                   when 2 perform FILE-APPLICATION
                   when 3 perform WITHDRAW-APPLICATION
                   when 0 move 'Y' to doneFlag
                   when other
                       display "Invalid selection - pick 0 to 3."
               end-evaluate
           end-perform

           if masterOK = 'Y'
               close studentMaster
           end-if

           if fileChanged = 'Y'
               perform REWRITE-APP-FILE
               display "GRADAPP: GRAD-APP.dat rewritten."
           end-if

           perform WRITE-AUDIT-TRAIL

           GOBACK.

       DISPLAY-MENU.
           display " "
           display "===== GRADUATION APPLICATIONS ====="
           display "1  List applications for a term"
           display "2  File an application"
           display "3  Withdraw an application"
           display "0  Exit"
           display "Enter selection: " with no advancing.

       GET-STUDENT.
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
           move 'Y' to studentOK.

      *> A student has one live application at a time - pending,
      *> or held after a run that did not clear them.
       FIND-LIVE-APPLICATION.
           move 0 to foundIdx
           perform varying ap-idx from 1 by 1
                   until ap-idx > appCount
               if at-student(ap-idx) = newStudent
                       and (at-status(ap-idx) = 'P'
                            or at-status(ap-idx) = 'N')
                   set foundIdx to ap-idx
               end-if
           end-perform.

       LIST-APPLICATIONS.
           display "Term (YYYYT0, 0 = all): " with no advancing
           accept newTerm
           move 0 to listCount
           display "Student Term   Applied  Status      Run date "
               "Honors"
           perform varying ap-idx from 1 by 1
                   until ap-idx > appCount
               if newTerm = 0 or at-term(ap-idx) = newTerm
                   add 1 to listCount
                   evaluate at-status(ap-idx)
                       when 'P' move "PENDING" to appState
                       when 'N' move "NOT CLEARED" to appState
                       when 'C' move "GRADUATED" to appState
                       when 'W' move "WITHDRAWN" to appState
                       when other move "?" to appState
                   end-evaluate
                   display at-student(ap-idx) " " at-term(ap-idx)
                       " " at-applied(ap-idx) " " appState " "
                       at-run-date(ap-idx) " " at-honors(ap-idx)
               end-if
           end-perform
           if listCount = 0
               display "(no applications)"
           end-if.

       FILE-APPLICATION.
           perform GET-STUDENT
           if studentOK = 'N'
               exit paragraph
           end-if
           if masterOK = 'Y' and sm-status = 'G'
               display "Student " newStudent " has already "
                   "graduated."
               exit paragraph
           end-if
           perform FIND-LIVE-APPLICATION
           if foundIdx > 0
               display "Student already has an application in for "
                   "term " at-term(foundIdx) "."
               exit paragraph
           end-if
           if appCount >= 1000
               display "Application table full (1000) - not filed."
               exit paragraph
           end-if

           display "Expected graduation term (YYYYT0): "
               with no advancing
           accept newTerm
           if newTerm = 0
               display "Term must be > zero."
               exit paragraph
           end-if

           display "File application for term " newTerm "? (Y/N): "
               with no advancing
           accept confirmFlag
           if confirmFlag not = 'Y' and confirmFlag not = 'y'
               display "No change made."
               exit paragraph
           end-if

           add 1 to appCount
           move newStudent to at-student(appCount)
           move newTerm to at-term(appCount)
           move todayDate to at-applied(appCount)
           move 'P' to at-status(appCount)
           move 0 to at-run-date(appCount)
           move spaces to at-honors(appCount)
           move currentUser to at-user(appCount)
           move 'Y' to fileChanged
           display "Application filed.".

       WITHDRAW-APPLICATION.
           display "Student ID: " with no advancing
           accept newStudent
           perform FIND-LIVE-APPLICATION
           if foundIdx = 0
               display "No open application for " newStudent "."
               exit paragraph
           end-if

           display "Withdraw the application for term "
               at-term(foundIdx) "? (Y/N): " with no advancing
           accept confirmFlag
           if confirmFlag not = 'Y' and confirmFlag not = 'y'
               display "No change made."
               exit paragraph
           end-if

           move 'W' to at-status(foundIdx)
           move currentUser to at-user(foundIdx)
           move 'Y' to fileChanged
           display "Application withdrawn.".

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

       LOAD-APP-FILE.
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

       REWRITE-APP-FILE.
           open output appFile
           perform varying ap-idx from 1 by 1
                   until ap-idx > appCount
               move app-entry(ap-idx) to grad-app-record
               write grad-app-record
           end-perform
           close appFile.

       WRITE-AUDIT-TRAIL.
           move "GRADAPP" to al-program
           move runStartStamp to al-start-stamp
           move GAStat to al-file-status
           move appCount to al-recs-read
           move 0 to al-recs-written
           move 0 to al-recs-rejected
           move RETURN-CODE to al-return-code
           move "N/A " to al-recon
           call "AUDITLOG" using audit-log-parms
           end-call
           cancel "AUDITLOG".
