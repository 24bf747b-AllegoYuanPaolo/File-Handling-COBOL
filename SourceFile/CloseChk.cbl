       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLOSECHK.

       ENVIRONMENT DIVISION.
           input-output section.
               file-control.
                   select templateFile
                       assign to "CLOSE-TEMPLATE.dat"
                       organization is line sequential
                       file status is TPStat.

                   select checklistFile
                       assign to "CLOSE-CHECKLIST.dat"
                       organization is line sequential
                       file status is CKStat.

                   select periodLockFile
                       assign to "PERIOD-LOCK.dat"
                       organization is line sequential
                       file status is PLStat.

                   select userCurrFile
                       assign to "CURRENT-USER.dat"
                       organization is line sequential
                       file status is CUStat.

       DATA DIVISION.
           file section.
      *> The standard month-end task list every new period is opened
      *> from; dependencies name other tasks on the same list.
               fd templateFile.
                   01 template-record.
                       02 tp-seq  pic 9(3).
                       02 tp-task pic x(8).
                       02 tp-desc pic x(30).
                       02 tp-type pic x.
                       02 tp-dep1 pic x(8).
                       02 tp-dep2 pic x(8).

               fd checklistFile.
                   copy "CLOSECHK.cpy".

      *> Same layout PERCHK reads before any journal posting.
               fd periodLockFile.
                   01 period-lock-record.
                       02 pl-period pic 9(6).
                       02 pl-user   pic x(8).
                       02 pl-stamp  pic 9(14).

               fd userCurrFile.
                   01 user-curr-record.
                       02 cu-userid pic x(8).

           WORKING-STORAGE SECTION.
           01 TPStat pic xx.
           01 CKStat pic xx.
           01 PLStat pic xx.
           01 CUStat pic xx.

           01 menuChoice pic 9.
           01 doneFlag pic x value 'N'.
           01 currentUser pic x(8) value spaces.
           01 fileEOF pic x.
           01 loadTruncated pic x.

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

           01 periodText pic x(6).
           01 wantedPeriod pic 9(6).
           01 wantedMonth pic 99.
           01 periodValid pic x.
           01 periodExists pic x.
           01 periodLocked pic x.
           01 taskText pic x(8).
           01 wantedTask pic x(8).
           01 taskIdx pic 9(3).
           01 scanIdx pic 9(3).
           01 depName pic x(8).
           01 blockedBy pic x(8).
           01 openCount pic 9(3).
           01 addedCount pic 9(3).
           01 signedCount pic 9(3) value 0.
           01 nowStamp pic 9(14).
           01 typeText pic x(6).
           01 stateText pic x(36).

           copy "AUTHPRM.cpy".
           copy "AUDITPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp
           perform IDENTIFY-OPERATOR

           perform until doneFlag = 'Y'
               perform DISPLAY-MENU
               accept menuChoice

               evaluate menuChoice
                   when 1 perform OPEN-PERIOD
                   when 2 perform SHOW-PERIOD
                   when 3 perform SIGN-OFF-MANUAL-TASK
                   when 4 perform FINAL-SIGN-OFF
                   when 0 move 'Y' to doneFlag
                   when other
                       display "Invalid selection - pick 0 to 4."
               end-evaluate
           end-perform

           perform WRITE-AUDIT-TRAIL

           GOBACK.

       DISPLAY-MENU.
           display " "
           display "===== PERIOD-END CLOSE CHECKLIST ====="
           display "Signed on: " currentUser
           display "1  Open a period's checklist"
           display "2  Show a period"
           display "3  Sign off a manual task"
           display "4  Final sign-off (locks the period)"
           display "0  Exit"
           display "Enter selection: " with no advancing.

       IDENTIFY-OPERATOR.
           move spaces to currentUser
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

       ASK-PERIOD.
           display "Period YYYYMM: " with no advancing
           move spaces to periodText
           accept periodText
           move 'N' to periodValid
           if periodText is numeric
               move periodText to wantedPeriod
               move wantedPeriod(5:2) to wantedMonth
               if wantedMonth >= 1 and wantedMonth <= 12
                   move 'Y' to periodValid
               end-if
           end-if
           if periodValid not = 'Y'
               display "Period must be YYYYMM."
           end-if.

      *> Brings the automatic ticks up to date first, so what the
      *> operator sees and signs against is current.
       REFRESH-CHECKLIST.
           call "CLOSERPT"
           end-call
           cancel "CLOSERPT"
           move 0 to RETURN-CODE
           perform LOAD-CHECKLIST.

       LOAD-CHECKLIST.
           move 0 to checkCount
           move 'N' to loadTruncated
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
                       else
                           move 'Y' to loadTruncated
                           move 'Y' to fileEOF
                       end-if
               end-read
           end-perform

           close checklistFile.

       REWRITE-CHECKLIST.
           open output checklistFile
           perform varying ck-idx from 1 by 1
                   until ck-idx > checkCount
               move check-entry(ck-idx) to close-check-record
               write close-check-record
           end-perform
           close checklistFile.

       CHECK-PERIOD-STATE.
           move 'N' to periodExists
           move 'N' to periodLocked
           perform varying ck-idx from 1 by 1
                   until ck-idx > checkCount
               if ct-period(ck-idx) = wantedPeriod
                   move 'Y' to periodExists
                   if ct-type(ck-idx) = 'F'
                           and ct-status(ck-idx) = 'D'
                       move 'Y' to periodLocked
                   end-if
               end-if
           end-perform.

      *> Copies the template into the checklist for one period.  A
      *> period is opened once; its open stamp is the point after
      *> which automatic runs count towards it.
       OPEN-PERIOD.
           move currentUser to ak-userid
           move "CLOSECHK-UPDATE" to ak-function
           call "AUTHCHK" using auth-check-parms
           end-call
           if ak-allowed = 'N'
               display "CLOSECHK: " currentUser
                   " is not granted CLOSECHK-UPDATE."
               exit paragraph
           end-if

           perform ASK-PERIOD
           if periodValid not = 'Y'
               exit paragraph
           end-if

           perform LOAD-CHECKLIST
           perform CHECK-PERIOD-STATE
           if periodExists = 'Y'
               display "Period " wantedPeriod
                   " already has a checklist."
               exit paragraph
           end-if

           open input templateFile
           if TPStat not = "00"
               display "CLOSE-TEMPLATE.dat is missing - "
                   "no checklist opened."
               exit paragraph
           end-if

           move function current-date(1:14) to nowStamp
           open extend checklistFile
           if CKStat not = "00"
               open output checklistFile
           end-if

           move 0 to addedCount
           move 'N' to fileEOF
           perform until fileEOF = 'Y'
               read templateFile
                   at end move 'Y' to fileEOF
                   not at end
                       if tp-seq is numeric and tp-task not = spaces
                           move wantedPeriod to ck-period
                           move tp-seq to ck-seq
                           move tp-task to ck-task
                           move tp-desc to ck-desc
                           move tp-type to ck-type
                           move tp-dep1 to ck-dep1
                           move tp-dep2 to ck-dep2
                           move space to ck-status
                           move spaces to ck-done-by
                           move 0 to ck-done-stamp
                           move nowStamp to ck-open-stamp
                           write close-check-record
                           add 1 to addedCount
                       end-if
               end-read
           end-perform

           close templateFile
           close checklistFile
           display "Period " wantedPeriod " opened with "
               addedCount " tasks.".

       SHOW-PERIOD.
           perform ASK-PERIOD
           if periodValid not = 'Y'
               exit paragraph
           end-if

           perform REFRESH-CHECKLIST
           perform CHECK-PERIOD-STATE
           if periodExists not = 'Y'
               display "No checklist for period " wantedPeriod "."
               exit paragraph
           end-if

           display " "
           if periodLocked = 'Y'
               display "Period " wantedPeriod " - LOCKED"
           else
               display "Period " wantedPeriod " - open"
           end-if
           perform varying taskIdx from 1 by 1
                   until taskIdx > checkCount
               if ct-period(taskIdx) = wantedPeriod
                   perform SHOW-ONE-TASK
               end-if
           end-perform.

       SHOW-ONE-TASK.
           evaluate ct-type(taskIdx)
               when 'A' move "AUTO" to typeText
               when 'M' move "MANUAL" to typeText
               when other move "FINAL" to typeText
           end-evaluate

           move spaces to stateText
           if ct-status(taskIdx) = 'D'
               string "done " delimited by size
                      ct-done-stamp(taskIdx) delimited by size
                      " " delimited by size
                      ct-done-by(taskIdx) delimited by size
                      into stateText
               end-string
           else
               perform FIND-BLOCKER
               if blockedBy not = spaces
                   string "waiting on " delimited by size
                          blockedBy delimited by size
                          into stateText
                   end-string
               else
                   move "ready" to stateText
               end-if
           end-if

           display ct-seq(taskIdx) " " ct-task(taskIdx) " "
               ct-desc(taskIdx) " " typeText " "
               function trim(stateText).

      *> First dependency of the task at taskIdx that is not done.
       FIND-BLOCKER.
           move spaces to blockedBy
           move ct-dep1(taskIdx) to depName
           perform CHECK-ONE-DEPENDENCY
           if blockedBy = spaces
               move ct-dep2(taskIdx) to depName
               perform CHECK-ONE-DEPENDENCY
           end-if.

       CHECK-ONE-DEPENDENCY.
           if depName = spaces
               exit paragraph
           end-if
           move depName to blockedBy
           perform varying scanIdx from 1 by 1
                   until scanIdx > checkCount
               if ct-period(scanIdx) = ct-period(taskIdx)
                       and ct-task(scanIdx) = depName
                       and ct-status(scanIdx) = 'D'
                   move spaces to blockedBy
               end-if
           end-perform.

       ASK-TASK.
           display "Task name: " with no advancing
           move spaces to taskText
           accept taskText
           move function upper-case(taskText) to wantedTask
           move 0 to taskIdx
           perform varying scanIdx from 1 by 1
                   until scanIdx > checkCount
               if ct-period(scanIdx) = wantedPeriod
                       and ct-task(scanIdx) = wantedTask
                   move scanIdx to taskIdx
               end-if
           end-perform.

      *> Manual tasks are signed off by a named user holding
      *> CLOSECHK-SIGNOFF, and only once their dependencies are done.
       SIGN-OFF-MANUAL-TASK.
           if currentUser = "(none)"
               display "CLOSECHK: sign-off needs a named user - "
                   "sign on first."
               exit paragraph
           end-if
           move currentUser to ak-userid
           move "CLOSECHK-SIGNOFF" to ak-function
           call "AUTHCHK" using auth-check-parms
           end-call
           if ak-allowed = 'N'
               display "CLOSECHK: " currentUser
                   " is not granted CLOSECHK-SIGNOFF."
               exit paragraph
           end-if

           perform ASK-PERIOD
           if periodValid not = 'Y'
               exit paragraph
           end-if
           perform REFRESH-CHECKLIST
           if loadTruncated = 'Y'
               display "CLOSE-CHECKLIST.dat is over 500 tasks - "
                   "archive old periods first."
               exit paragraph
           end-if
           perform CHECK-PERIOD-STATE
           if periodExists not = 'Y'
               display "No checklist for period " wantedPeriod "."
               exit paragraph
           end-if
           if periodLocked = 'Y'
               display "Period " wantedPeriod " is locked."
               exit paragraph
           end-if

           perform ASK-TASK
           if taskIdx = 0
               display "No task " function trim(wantedTask)
                   " on the " wantedPeriod " checklist."
               exit paragraph
           end-if
           if ct-type(taskIdx) not = 'M'
               display function trim(wantedTask)
                   " is not a manual task - it cannot be signed off"
                   " here."
               exit paragraph
           end-if
           if ct-status(taskIdx) = 'D'
               display function trim(wantedTask)
                   " was already signed off by " ct-done-by(taskIdx)
               exit paragraph
           end-if
           perform FIND-BLOCKER
           if blockedBy not = spaces
               display function trim(wantedTask) " is waiting on "
                   function trim(blockedBy) "."
               exit paragraph
           end-if

           move function current-date(1:14) to nowStamp
           move 'D' to ct-status(taskIdx)
           move currentUser to ct-done-by(taskIdx)
           move nowStamp to ct-done-stamp(taskIdx)
           perform REWRITE-CHECKLIST
           add 1 to signedCount
           display function trim(wantedTask) " signed off by "
               function trim(currentUser) ".".

      *> The final sign-off needs every other task on the period
      *> done.  It locks the period: PERCHK refuses any journal
      *> posting dated in it from then on.
       FINAL-SIGN-OFF.
           if currentUser = "(none)"
               display "CLOSECHK: sign-off needs a named user - "
                   "sign on first."
               exit paragraph
           end-if
           move currentUser to ak-userid
           move "CLOSECHK-FINAL" to ak-function
           call "AUTHCHK" using auth-check-parms
           end-call
           if ak-allowed = 'N'
               display "CLOSECHK: " currentUser
                   " is not granted CLOSECHK-FINAL."
               exit paragraph
           end-if

           perform ASK-PERIOD
           if periodValid not = 'Y'
               exit paragraph
           end-if
           perform REFRESH-CHECKLIST
           if loadTruncated = 'Y'
               display "CLOSE-CHECKLIST.dat is over 500 tasks - "
                   "archive old periods first."
               exit paragraph
           end-if
           perform CHECK-PERIOD-STATE
           if periodExists not = 'Y'
               display "No checklist for period " wantedPeriod "."
               exit paragraph
           end-if
           if periodLocked = 'Y'
               display "Period " wantedPeriod " is already locked."
               exit paragraph
           end-if

           move 0 to openCount
           move 0 to taskIdx
           perform varying scanIdx from 1 by 1
                   until scanIdx > checkCount
               if ct-period(scanIdx) = wantedPeriod
                   if ct-type(scanIdx) = 'F'
                       move scanIdx to taskIdx
                   else
                       if ct-status(scanIdx) not = 'D'
                           add 1 to openCount
                           display "  still open: " ct-seq(scanIdx)
                               " " ct-task(scanIdx)
                       end-if
                   end-if
               end-if
           end-perform

           if taskIdx = 0
               display "The " wantedPeriod
                   " checklist has no final sign-off task."
               exit paragraph
           end-if
           if openCount > 0
               display openCount " tasks still open - period "
                   wantedPeriod " not locked."
               exit paragraph
           end-if

           move function current-date(1:14) to nowStamp
           move 'D' to ct-status(taskIdx)
           move currentUser to ct-done-by(taskIdx)
           move nowStamp to ct-done-stamp(taskIdx)
           perform REWRITE-CHECKLIST

           open extend periodLockFile
           if PLStat not = "00"
               open output periodLockFile
           end-if
           move wantedPeriod to pl-period
           move currentUser to pl-user
           move nowStamp to pl-stamp
           write period-lock-record
           close periodLockFile

           add 1 to signedCount
           display "Period " wantedPeriod " signed off by "
               function trim(currentUser)
               " - now LOCKED against posting.".

       WRITE-AUDIT-TRAIL.
           move "CLOSECHK" to al-program
           move runStartStamp to al-start-stamp
           move CKStat to al-file-status
           move checkCount to al-recs-read
           move signedCount to al-recs-written
           move 0 to al-recs-rejected
           move RETURN-CODE to al-return-code
           move "N/A " to al-recon
           call "AUDITLOG" using audit-log-parms
           end-call
           cancel "AUDITLOG".
