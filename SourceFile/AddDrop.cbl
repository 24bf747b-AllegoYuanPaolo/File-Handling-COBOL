       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDDROP.

       ENVIRONMENT DIVISION.
           input-output section.
               file-control.
                   select rosterFile
                       assign to "SEL6-ROSTER.dat"
                       organization is line sequential
                       file status is RFStat.

                   select enrolFile
                       assign to "TERM-ENROL.dat"
                       organization is line sequential
                       file status is TEStat.

                   select tuitionFile
                       assign to "TUITION-AR.dat"
                       organization is line sequential
                       file status is TUStat.

                   select schedFile
                       assign to "REFUND-SCHED.dat"
                       organization is line sequential
                       file status is RSStat.

                   select sectionRefFile
                       assign to "SECTION-REF.dat"
                       organization is line sequential
                       file status is SRStat.

                   select waitlistFile
                       assign to "WAITLIST.dat"
                       organization is line sequential
                       file status is WLStat.

                   select subjHistFile
                       assign to "SUBJ-HIST.dat"
                       organization is line sequential
                       file status is SHStat.

                   select journalFile
                       assign to "ADD-DROP.dat"
                       organization is line sequential
                       file status is ADStat.

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
               fd rosterFile.
                   01 roster-record.
                       02 r-studentid pic 9(6).
                       02 r-prelim    pic 9(3).
                       02 r-midterm   pic 9(3).
                       02 r-finals    pic 9(3).
                       02 r-section   pic x(5).
                       02 r-subject   pic x(6).

               fd enrolFile.
                   copy "TERMENRL.cpy".

               fd tuitionFile.
                   copy "TUITION-AR.cpy".

               fd schedFile.
                   copy "REFSCHED.cpy".

               fd sectionRefFile.
                   copy "SECTREF.cpy".

               fd waitlistFile.
                   copy "WAITLIST.cpy".

               fd subjHistFile.
                   copy "SUBJHIST.cpy".

               fd journalFile.
                   copy "ADDDROP.cpy".

               fd studentMaster.
                   copy "STUDENT-MASTER.cpy".

               fd userCurrFile.
                   01 user-curr-record.
                       02 cu-userid pic x(8).

               fd auditFile.
                   copy "AUDITTRL.cpy".

           WORKING-STORAGE SECTION.
           01 RFStat pic xx.
           01 TEStat pic xx.
           01 TUStat pic xx.
           01 RSStat pic xx.
           01 SRStat pic xx.
           01 WLStat pic xx.
           01 SHStat pic xx.
           01 ADStat pic xx.
           01 SMStat pic xx.
           01 CUStat pic xx.
           01 AuditStat pic xx.

           01 rosterEOF pic x value 'N'.
           01 enrolEOF pic x value 'N'.
           01 tuitEOF pic x value 'N'.
           01 schedEOF pic x.
           01 sectionEOF pic x.
           01 waitEOF pic x.
           01 loadTruncated pic x value 'N'.

      *> The current roster and term enrolments are held here for
      *> the session and written back on exit, less the classes
      *> given up.
           01 roster-table.
               02 roster-entry occurs 1 to 2000 times
                       depending on rosterCount
                       indexed by ro-idx.
                   03 rt-studentid pic 9(6).
                   03 rt-prelim    pic 9(3).
                   03 rt-midterm   pic 9(3).
                   03 rt-finals    pic 9(3).
                   03 rt-section   pic x(5).
                   03 rt-subject   pic x(6).
           01 rosterCount pic 9(4) value 0.

           01 enrol-table.
               02 enrol-entry occurs 1 to 2000 times
                       depending on enrolCount
                       indexed by te-idx.
                   03 et-student pic 9(6).
                   03 et-section pic x(5).
                   03 et-subject pic x(6).
                   03 et-date    pic 9(8).
           01 enrolCount pic 9(4) value 0.

           01 tuit-table.
               02 tuit-entry occurs 1 to 500 times
                       depending on tuitCount
                       indexed by tu-idx.
                   03 tt-student  pic 9(6).
                   03 tt-term     pic 9(6).
                   03 tt-date     pic 9(8).
                   03 tt-assessed pic 9(7)v99.
                   03 tt-paid     pic 9(7)v99.
                   03 tt-status   pic x.
                   03 tt-aid      pic 9(7)v99.
                   03 tt-fees     pic 9(7)v99.
                   03 tt-credit   pic 9(7)v99.
           01 tuitCount pic 9(3) value 0.

           01 menuChoice pic 9.
           01 doneFlag pic x value 'N'.
           01 fileChanged pic x value 'N'.
           01 confirmFlag pic x.
           01 masterOK pic x value 'N'.
           01 currentUser pic x(8) value spaces.
           01 todayDate pic 9(8).

           01 lookupStudent pic 9(6).
           01 lookupSection pic x(5).
           01 lookupSubject pic x(6).
           01 lookupTerm pic 9(6).
           01 studentName pic x(25).
           01 subjectName pic x(20).

           01 schedFound pic x.
           01 sectionFound pic x.
           01 alreadyWaiting pic x.
           01 rosterIdx pic 9(4).
           01 foundIdx pic 9(3).
           01 keepCount pic 9(4).
           01 classCount pic 9(3).
           01 lastSeq pic 9(5).

           01 actionCode pic x.
               88 actionAdd      value 'A'.
               88 actionDrop     value 'D'.
               88 actionWithdraw value 'W'.
           01 termWeek pic 9(3).
           01 refundPct pic 9(3).
           01 tierIdx pic 9.
           01 classShare pic 9(7)v99.
           01 creditAmount pic 9(7)v99.
           01 creditRoom pic s9(7)v99.
           01 refundDue pic s9(7)v99.

           01 addedCount pic 9(5) value 0.
           01 droppedCount pic 9(5) value 0.
           01 withdrawnCount pic 9(5) value 0.
           01 creditTotal pic 9(9)v99 value 0.

           01 dispAmount pic $Z,ZZZ,ZZ9.99.
           01 dispShare pic $Z,ZZZ,ZZ9.99.
           01 dispTotal pic $ZZZ,ZZZ,ZZ9.99.
           01 dispWeek pic ZZ9.
           01 dispPct pic ZZ9.

           copy "AUDITPRM.cpy".
           copy "SEALPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp
           move function current-date(1:8) to todayDate
           perform IDENTIFY-OPERATOR

           perform LOAD-ROSTER-TABLE
           perform LOAD-ENROL-TABLE
           perform LOAD-TUITION-TABLE
           if loadTruncated = 'Y'
               display "ADDDROP: roster, enrolment or tuition file "
                   "holds more than its work table - nothing changed."
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

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
                   when 1 perform SHOW-CLASSES
                   when 2 perform ADD-CLASS
                   when 3 perform DROP-CLASS
                   when 0 move 'Y' to doneFlag
                   when other
                       display "Invalid selection - pick 0 to 3."
               end-evaluate
           end-perform

           if masterOK = 'Y'
               close studentMaster
           end-if

           if fileChanged = 'Y'
               perform REWRITE-ROSTER-FILE
               perform REWRITE-ENROL-FILE
               perform REWRITE-TUITION-FILE
               display "ADDDROP: SEL6-ROSTER.dat, TERM-ENROL.dat and "
                   "TUITION-AR.dat rewritten."
           end-if

           move creditTotal to dispTotal
           display "ADDDROP: " addedCount " waitlisted, "
               droppedCount " dropped, " withdrawnCount
               " withdrawn, " function trim(dispTotal) " credited"

           perform WRITE-AUDIT-TRAIL

           GOBACK.

       DISPLAY-MENU.
           display " "
           display "===== ADD / DROP ====="
           display "1  Show a student's classes"
           display "2  Add a class (waitlist for a seat)"
           display "3  Drop or withdraw from a class"
           display "0  Exit"
           display "Enter selection: " with no advancing.

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

       GET-STUDENT.
           display "Student ID: " with no advancing
           accept lookupStudent
           move "(not on student master)" to studentName
           if masterOK = 'Y'
               move lookupStudent to sm-student-id
               read studentMaster
                   invalid key continue
                   not invalid key move sm-name to studentName
               end-read
           end-if.

       GET-CLASS.
           display "Section: " with no advancing
           accept lookupSection
           move function upper-case(lookupSection) to lookupSection
           display "Subject: " with no advancing
           accept lookupSubject
           move function upper-case(lookupSubject) to lookupSubject
           display "Term (YYYYT0): " with no advancing
           accept lookupTerm.

       SHOW-CLASSES.
           perform GET-STUDENT
           display lookupStudent " " studentName
           move 0 to classCount
           perform varying ro-idx from 1 by 1
                   until ro-idx > rosterCount
               if rt-studentid(ro-idx) = lookupStudent
                   add 1 to classCount
                   display "  " rt-section(ro-idx) " "
                       rt-subject(ro-idx)
               end-if
           end-perform
           if classCount = 0
               display "  (no classes on the current roster)"
           end-if.

      *> An add is only taken during the add/drop period, and goes
      *> on the section's waitlist behind anyone already waiting;
      *> WAITPROM seats it when the section has room.
       ADD-CLASS.
           perform GET-STUDENT
           if masterOK = 'Y'
                   and studentName = "(not on student master)"
               display "Student " lookupStudent
                   " is not on the student master."
               exit paragraph
           end-if
           perform GET-CLASS

           perform FIND-SECTION
           if sectionFound = 'N'
               display "No section " lookupSection " for subject "
                   lookupSubject " on SECTION-REF.dat."
               exit paragraph
           end-if

           perform FIND-TERM-SCHEDULE
           if schedFound = 'N'
               display "No term calendar for " lookupTerm
                   " on REFUND-SCHED.dat."
               exit paragraph
           end-if
           if todayDate > rs-drop-end
               display "The add/drop period closed on " rs-drop-end
                   " - no adds taken."
               exit paragraph
           end-if

           perform FIND-ROSTER-ROW
           if rosterIdx > 0
               display "Already on the roster for that class."
               exit paragraph
           end-if

           perform SCAN-WAITLIST
           if alreadyWaiting = 'Y'
               display "Already on the waitlist for that class."
               exit paragraph
           end-if

           display "Waitlist " studentName " for " lookupSection
               " " subjectName "? (Y/N): " with no advancing
           accept confirmFlag
           if confirmFlag not = 'Y' and confirmFlag not = 'y'
               display "No change made."
               exit paragraph
           end-if

           open input waitlistFile
           if WLStat = "00"
               close waitlistFile
               open extend waitlistFile
           else
               open output waitlistFile
           end-if
           add 1 to lastSeq
           move lastSeq to wl-seq
           move lookupStudent to wl-student
           move lookupSection to wl-section
           move lookupSubject to wl-subject
           move todayDate to wl-date
           move 'W' to wl-status
           write waitlist-record
           close waitlistFile

           set actionAdd to true
           move 0 to termWeek
           move 0 to refundPct
           move 0 to creditAmount
           perform WRITE-JOURNAL
           perform LOG-TRANSACTION
           add 1 to addedCount
           display "Waitlisted at number " lastSeq
               " - WAITPROM seats the student when a place opens.".

      *> Inside the drop period the class comes off the record
      *> altogether; after it, up to the withdrawal deadline, it
      *> leaves a W on the grade history.  Either way the seat is
      *> freed for WAITPROM and the class's share of the term's
      *> tuition is credited at the schedule's rate for the week.
       DROP-CLASS.
           perform GET-STUDENT
           perform GET-CLASS

           perform FIND-ROSTER-ROW
           if rosterIdx = 0
               display "Student " lookupStudent " is not on the "
                   "roster for " lookupSection " " lookupSubject "."
               exit paragraph
           end-if

           perform FIND-TERM-SCHEDULE
           if schedFound = 'N'
               display "No term calendar for " lookupTerm
                   " on REFUND-SCHED.dat."
               exit paragraph
           end-if
           if todayDate > rs-wd-end
               display "The withdrawal deadline was " rs-wd-end
                   " - the class stays on the record."
               exit paragraph
           end-if
           if todayDate > rs-drop-end
               set actionWithdraw to true
           else
               set actionDrop to true
           end-if

           perform FIND-REFUND-RATE
           perform FIGURE-CREDIT

           if actionWithdraw
               display "WITHDRAWAL - a W goes on the grade history."
           else
               display "DROP - inside the drop period, no record kept."
           end-if
           move termWeek to dispWeek
           move refundPct to dispPct
           move creditAmount to dispAmount
           move classShare to dispShare
           display "Week " function trim(dispWeek) " of term, refund "
               function trim(dispPct) "% of " function trim(dispShare)
               " = " function trim(dispAmount)
           if foundIdx = 0
               display "No assessment on file for " lookupTerm
                   " - nothing to credit."
           end-if

           display "Confirm? (Y/N): " with no advancing
           accept confirmFlag
           if confirmFlag not = 'Y' and confirmFlag not = 'y'
               display "No change made."
               exit paragraph
           end-if

           perform REMOVE-FROM-ROSTER
           perform REMOVE-FROM-ENROL
           if actionWithdraw
               perform WRITE-WITHDRAWAL-HIST
               add 1 to withdrawnCount
           else
               add 1 to droppedCount
           end-if
           if foundIdx > 0
               perform APPLY-CREDIT
           end-if
           perform WRITE-JOURNAL
           perform LOG-TRANSACTION
           move 'Y' to fileChanged
           display "Seat in " lookupSection " freed for the waitlist.".

       FIND-ROSTER-ROW.
           move 0 to rosterIdx
           perform varying ro-idx from 1 by 1
                   until ro-idx > rosterCount or rosterIdx > 0
               if rt-studentid(ro-idx) = lookupStudent
                       and rt-section(ro-idx) = lookupSection
                       and rt-subject(ro-idx) = lookupSubject
                   set rosterIdx to ro-idx
               end-if
           end-perform.

       FIND-TERM-SCHEDULE.
           move 'N' to schedFound
           move 'N' to schedEOF
           open input schedFile
           if RSStat not = "00"
               exit paragraph
           end-if
           perform until schedEOF = 'Y' or schedFound = 'Y'
               read schedFile
                   at end move 'Y' to schedEOF
                   not at end
                       if rs-term = lookupTerm
                           move 'Y' to schedFound
                       end-if
               end-read
           end-perform
           close schedFile.

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
                       if sr-section = lookupSection
                               and sr-subject = lookupSubject
                           move 'Y' to sectionFound
                           move sr-subject-name to subjectName
                       end-if
               end-read
           end-perform
           close sectionRefFile.

      *> Finds the last sequence used, so a new entry queues behind
      *> everyone already on the list.
       SCAN-WAITLIST.
           move 'N' to alreadyWaiting
           move 0 to lastSeq
           move 'N' to waitEOF
           open input waitlistFile
           if WLStat not = "00"
               exit paragraph
           end-if
           perform until waitEOF = 'Y'
               read waitlistFile
                   at end move 'Y' to waitEOF
                   not at end
                       if wl-seq > lastSeq
                           move wl-seq to lastSeq
                       end-if
                       if wl-student = lookupStudent
                               and wl-section = lookupSection
                               and wl-subject = lookupSubject
                               and wl-status = 'W'
                           move 'Y' to alreadyWaiting
                       end-if
               end-read
           end-perform
           close waitlistFile.

      *> Week 1 starts on the term start date; a drop before the
      *> term opens counts as week 1.
       FIND-REFUND-RATE.
           if todayDate < rs-start
               move 1 to termWeek
           else
               compute termWeek =
                   (function integer-of-date(todayDate)
                    - function integer-of-date(rs-start)) / 7 + 1
           end-if
           move 0 to refundPct
           perform varying tierIdx from 4 by -1 until tierIdx < 1
               if rs-thru-week(tierIdx) > 0
                       and termWeek <= rs-thru-week(tierIdx)
                   move rs-pct(tierIdx) to refundPct
               end-if
           end-perform.

      *> The term's tuition is a flat charge, so each class carries
      *> an equal share of it.  Aid already covering the tuition is
      *> not turned into a cash refund - the credit stops at what
      *> the student was charged less aid and earlier credits.
       FIGURE-CREDIT.
           move 0 to classShare
           move 0 to creditAmount
           move 0 to foundIdx
           perform varying tu-idx from 1 by 1
                   until tu-idx > tuitCount
               if tt-student(tu-idx) = lookupStudent
                       and tt-term(tu-idx) = lookupTerm
                   set foundIdx to tu-idx
               end-if
           end-perform
           if foundIdx = 0
               exit paragraph
           end-if

           move 0 to classCount
           perform varying ro-idx from 1 by 1
                   until ro-idx > rosterCount
               if rt-studentid(ro-idx) = lookupStudent
                   add 1 to classCount
               end-if
           end-perform

           compute classShare rounded =
               tt-assessed(foundIdx) / classCount
           compute creditAmount rounded =
               classShare * refundPct / 100
           compute creditRoom = tt-assessed(foundIdx)
               - tt-aid(foundIdx) - tt-credit(foundIdx)
           if creditRoom < 0
               move 0 to creditRoom
           end-if
           if creditAmount > creditRoom
               move creditRoom to creditAmount
           end-if.

       APPLY-CREDIT.
           add creditAmount to tt-credit(foundIdx)
           add creditAmount to creditTotal
           if tt-paid(foundIdx) + tt-aid(foundIdx)
                   + tt-credit(foundIdx)
                   >= tt-assessed(foundIdx) + tt-fees(foundIdx)
               move 'C' to tt-status(foundIdx)
           end-if
           compute refundDue = tt-paid(foundIdx) + tt-aid(foundIdx)
               + tt-credit(foundIdx)
               - tt-assessed(foundIdx) - tt-fees(foundIdx)
           if refundDue > 0
               move refundDue to dispAmount
               display "Account is in credit - refund due to the "
                   "student: " function trim(dispAmount)
           end-if.

       REMOVE-FROM-ROSTER.
           move 0 to keepCount
           perform varying ro-idx from 1 by 1
                   until ro-idx > rosterCount
               if ro-idx not = rosterIdx
                   add 1 to keepCount
                   move roster-entry(ro-idx)
                       to roster-entry(keepCount)
               end-if
           end-perform
           move keepCount to rosterCount.

       REMOVE-FROM-ENROL.
           move 0 to keepCount
           perform varying te-idx from 1 by 1
                   until te-idx > enrolCount
               if et-student(te-idx) not = lookupStudent
                       or et-section(te-idx) not = lookupSection
                       or et-subject(te-idx) not = lookupSubject
                   add 1 to keepCount
                   move enrol-entry(te-idx) to enrol-entry(keepCount)
               end-if
           end-perform
           move keepCount to enrolCount.

       WRITE-WITHDRAWAL-HIST.
           open input subjHistFile
           if SHStat = "00"
               close subjHistFile
               open extend subjHistFile
           else
               open output subjHistFile
           end-if
           move lookupStudent to sh-student
           move lookupSubject to sh-subject
           move 0 to sh-grade
           move todayDate to sh-date
           move 'W' to sh-mark
           write subject-history-record
           close subjHistFile.

       WRITE-JOURNAL.
           open input journalFile
           if ADStat = "00"
               close journalFile
               open extend journalFile
           else
               open output journalFile
           end-if
           move lookupStudent to ad-student
           move lookupTerm to ad-term
           move lookupSection to ad-section
           move lookupSubject to ad-subject
           move actionCode to ad-action
           move todayDate to ad-date
           if termWeek > 99
               move 99 to ad-week
           else
               move termWeek to ad-week
           end-if
           move refundPct to ad-pct
           move creditAmount to ad-credit
           move currentUser to ad-user
           write add-drop-record
           close journalFile.

       LOG-TRANSACTION.
           open input auditFile
               if AuditStat = "00"
                   close auditFile
                   open extend auditFile
               else
                   open output auditFile
               end-if

           move creditAmount to dispAmount
           move spaces to audit-line
           string "ADDDROP " delimited by size
                  actionCode delimited by size
                  " " delimited by size
                  lookupStudent delimited by size
                  " " delimited by size
                  lookupSection delimited by size
                  " " delimited by size
                  lookupSubject delimited by size
                  " TERM " delimited by size
                  lookupTerm delimited by size
                  " CREDIT " delimited by size
                  function trim(dispAmount) delimited by size
                  " BY " delimited by size
                  currentUser delimited by size
                  into audit-line
           end-string
           perform SEAL-AUDIT-LINE

           close auditFile.

       LOAD-ROSTER-TABLE.
           open input rosterFile
           if RFStat not = "00"
               exit paragraph
           end-if

           perform until rosterEOF = 'Y'
               read rosterFile
                   at end move 'Y' to rosterEOF
                   not at end
                       if rosterCount < 2000
                           add 1 to rosterCount
                           move roster-record
                               to roster-entry(rosterCount)
                       else
                           move 'Y' to loadTruncated
                           move 'Y' to rosterEOF
                       end-if
               end-read
           end-perform

           close rosterFile.

       LOAD-ENROL-TABLE.
           open input enrolFile
           if TEStat not = "00"
               exit paragraph
           end-if

           perform until enrolEOF = 'Y'
               read enrolFile
                   at end move 'Y' to enrolEOF
                   not at end
                       if enrolCount < 2000
                           add 1 to enrolCount
                           move term-enrol-record
                               to enrol-entry(enrolCount)
                       else
                           move 'Y' to loadTruncated
                           move 'Y' to enrolEOF
                       end-if
               end-read
           end-perform

           close enrolFile.

       LOAD-TUITION-TABLE.
           open input tuitionFile
           if TUStat not = "00"
               exit paragraph
           end-if

           perform until tuitEOF = 'Y'
               read tuitionFile
                   at end move 'Y' to tuitEOF
                   not at end
                       if tuitCount < 500
                           add 1 to tuitCount
                           move tuition-ar-record
                               to tuit-entry(tuitCount)
                       else
                           move 'Y' to loadTruncated
                           move 'Y' to tuitEOF
                       end-if
               end-read
           end-perform

           close tuitionFile.

       REWRITE-ROSTER-FILE.
           open output rosterFile
           perform varying ro-idx from 1 by 1
                   until ro-idx > rosterCount
               move roster-entry(ro-idx) to roster-record
               write roster-record
           end-perform
           close rosterFile.

       REWRITE-ENROL-FILE.
           open output enrolFile
           perform varying te-idx from 1 by 1
                   until te-idx > enrolCount
               move enrol-entry(te-idx) to term-enrol-record
               write term-enrol-record
           end-perform
           close enrolFile.

       REWRITE-TUITION-FILE.
           open output tuitionFile
           perform varying tu-idx from 1 by 1
                   until tu-idx > tuitCount
               move tuit-entry(tu-idx) to tuition-ar-record
               write tuition-ar-record
           end-perform
           close tuitionFile.

       WRITE-AUDIT-TRAIL.
           move "ADDDROP" to al-program
           move runStartStamp to al-start-stamp
           move RFStat to al-file-status
           move rosterCount to al-recs-read
           compute al-recs-written =
               addedCount + droppedCount + withdrawnCount
           move 0 to al-recs-rejected
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
