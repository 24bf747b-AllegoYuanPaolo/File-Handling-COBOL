       IDENTIFICATION DIVISION.
       PROGRAM-ID. AIDMNT.

       ENVIRONMENT DIVISION.
           input-output section.
               file-control.
                   select awardFile
                       assign to "AID-AWARD.dat"
                       organization is line sequential
                       file status is AWStat.

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
               fd awardFile.
                   copy "AIDAWARD.cpy".

               fd studentMaster.
                   copy "STUDENT-MASTER.cpy".

               fd userCurrFile.
                   01 user-curr-record.
                       02 cu-userid pic x(8).

               fd auditFile.
                   copy "AUDITTRL.cpy".

           WORKING-STORAGE SECTION.
           01 AWStat pic xx.
           01 SMStat pic xx.
           01 CUStat pic xx.
           01 AuditStat pic xx.

           01 award-table.
               02 award-entry occurs 1 to 1000 times
                       depending on awardCount
                       indexed by aw-idx.
                   03 at-award-id     pic 9(6).
                   03 at-student      pic 9(6).
                   03 at-sponsor      pic x(6).
                   03 at-sponsor-name pic x(20).
                   03 at-type         pic x.
                   03 at-basis        pic x.
                   03 at-amount       pic 9(7)v99.
                   03 at-pct          pic 9(3)v99.
                   03 at-term         pic 9(6).
                   03 at-renewable    pic x.
                   03 at-min-avg      pic 9(3)v99.
                   03 at-min-standing pic x(10).
                   03 at-status       pic x.
                   03 at-reason       pic x(20).
                   03 at-last-posted  pic 9(6).
                   03 at-entered      pic 9(8).
                   03 at-user         pic x(8).
           01 awardCount pic 9(4) value 0.
           01 awardEOF pic x value 'N'.
           01 lastAward pic 9(6) value 0.

           01 menuChoice pic 9.
           01 doneFlag pic x value 'N'.
           01 fileChanged pic x value 'N'.
           01 confirmFlag pic x.
           01 studentOK pic x.
           01 termsOK pic x.
           01 masterOK pic x value 'N'.
           01 currentUser pic x(8) value spaces.
           01 todayDate pic 9(8).

           01 newStudent pic 9(6).
           01 newAward pic 9(6).
           01 newSponsor pic x(6).
           01 newSponsorName pic x(20).
           01 newType pic x.
           01 newBasis pic x.
           01 newAmount pic 9(7)v99.
           01 newPct pic 9(3)v99.
           01 newTerm pic 9(6).
           01 newRenewable pic x.
           01 newMinAvg pic 9(3)v99.
           01 newMinStanding pic x(10).
           01 newReason pic x(20).
           01 foundIdx pic 9(4).
           01 listCount pic 9(4).
           01 awardState pic x(9).
           01 awardValue pic x(14).

           01 dispAmount pic $Z,ZZZ,ZZ9.99.
           01 dispPct pic ZZ9.99.
           01 dispAvg pic ZZ9.99.

           copy "AUDITPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp
           move function current-date(1:8) to todayDate
           perform LOAD-AWARD-FILE
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
                   when 1 perform LIST-AWARDS
                   when 2 perform ADD-AWARD
                   when 3 perform CHANGE-AWARD
                   when 4 perform CANCEL-AWARD
                   when 0 move 'Y' to doneFlag
                   when other
                       display "Invalid selection - pick 0 to 4."
               end-evaluate
           end-perform

           if masterOK = 'Y'
               close studentMaster
           end-if

           if fileChanged = 'Y'
               perform REWRITE-AWARD-FILE
               display "AIDMNT: AID-AWARD.dat rewritten."
           end-if

           perform WRITE-AUDIT-TRAIL

           GOBACK.

       DISPLAY-MENU.
           display " "
           display "===== SCHOLARSHIPS AND GRANTS ====="
           display "1  List a student's awards"
           display "2  Add award"
           display "3  Change award terms"
           display "4  Cancel award"
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
                       display "Student: " sm-name
               end-read
           end-if
           move 'Y' to studentOK.

       GET-AWARD.
           move 0 to foundIdx
           display "Award number: " with no advancing
           accept newAward
           perform varying aw-idx from 1 by 1
                   until aw-idx > awardCount
               if at-award-id(aw-idx) = newAward
                   set foundIdx to aw-idx
               end-if
           end-perform
           if foundIdx = 0
               display "Award " newAward " is not on file."
               exit paragraph
           end-if
           set aw-idx to foundIdx
           perform SHOW-AWARD.

       LIST-AWARDS.
           perform GET-STUDENT
           if studentOK not = 'Y'
               exit paragraph
           end-if
           move 0 to listCount
           perform varying aw-idx from 1 by 1
                   until aw-idx > awardCount
               if at-student(aw-idx) = newStudent
                   add 1 to listCount
                   perform SHOW-AWARD
               end-if
           end-perform
           if listCount = 0
               display "No awards on file for " newStudent
           end-if.

       SHOW-AWARD.
           evaluate at-status(aw-idx)
               when 'A' move "active" to awardState
               when 'D' move "DROPPED" to awardState
               when 'E' move "EXPIRED" to awardState
               when 'X' move "CANCELLED" to awardState
               when other move "?" to awardState
           end-evaluate
           if at-basis(aw-idx) = 'P'
               move at-pct(aw-idx) to dispPct
               move spaces to awardValue
               string dispPct delimited by size
                      "% of tuition" delimited by size
                      into awardValue
               end-string
           else
               move at-amount(aw-idx) to dispAmount
               move dispAmount to awardValue
           end-if
           display "  Award " at-award-id(aw-idx)
               "  student " at-student(aw-idx)
               "  " at-sponsor(aw-idx)
               " " at-sponsor-name(aw-idx)
               "  type " at-type(aw-idx)
           display "    " awardValue
               "  term " at-term(aw-idx)
               "  renewable " at-renewable(aw-idx)
               "  last posted " at-last-posted(aw-idx)
               "  " awardState
           if at-renewable(aw-idx) = 'Y'
               move at-min-avg(aw-idx) to dispAvg
               display "    keeps: average >= " dispAvg
                   "  standing " at-min-standing(aw-idx)
           end-if
           if at-reason(aw-idx) not = spaces
               display "    reason: " at-reason(aw-idx)
           end-if.

      *> Value, term and renewal conditions - asked on add and
      *> again on a change of terms.
       GET-TERMS.
           move 'N' to termsOK
           display "Type (S scholarship, G grant): "
               with no advancing
           accept newType
           if newType not = 'S' and newType not = 'G'
               display "Type must be S or G."
               exit paragraph
           end-if

           display "Basis (A fixed amount, P percent of tuition): "
               with no advancing
           accept newBasis
           move 0 to newAmount
           move 0 to newPct
           evaluate newBasis
               when 'A'
                   display "Amount per term: " with no advancing
                   accept newAmount
                   if newAmount = 0
                       display "Amount must be > zero."
                       exit paragraph
                   end-if
               when 'P'
                   display "Percent of assessed tuition (1-100): "
                       with no advancing
                   accept newPct
                   if newPct = 0 or newPct > 100
                       display "Percent must be 1 to 100."
                       exit paragraph
                   end-if
               when other
                   display "Basis must be A or P."
                   exit paragraph
           end-evaluate

           display "Term covered (YYYYT0): " with no advancing
           accept newTerm
           if newTerm = 0
               display "Term must be entered."
               exit paragraph
           end-if

           display "Renewable each term? (Y/N): " with no advancing
           accept newRenewable
           if newRenewable = 'y'
               move 'Y' to newRenewable
           end-if
           move 0 to newMinAvg
           move spaces to newMinStanding
           if newRenewable = 'Y'
               display "Minimum term average to keep it (0 = none): "
                   with no advancing
               accept newMinAvg
               display "Minimum standing (DEAN LIST, GOOD, WARNING, "
                   "blank = none): " with no advancing
               accept newMinStanding
               if newMinStanding not = spaces
                       and newMinStanding not = "DEAN LIST"
                       and newMinStanding not = "GOOD"
                       and newMinStanding not = "WARNING"
                   display "Standing must be DEAN LIST, GOOD, "
                       "WARNING or blank."
                   exit paragraph
               end-if
           else
               move 'N' to newRenewable
           end-if
           move 'Y' to termsOK.

       ADD-AWARD.
           move 0 to foundIdx
           perform GET-STUDENT
           if studentOK not = 'Y'
               exit paragraph
           end-if
           if awardCount >= 1000
               display "Award table full (1000) - not added."
               exit paragraph
           end-if

           display "Sponsor code: " with no advancing
           accept newSponsor
           if newSponsor = spaces
               display "Sponsor code must be entered."
               exit paragraph
           end-if
           move spaces to newSponsorName
           perform varying aw-idx from 1 by 1
                   until aw-idx > awardCount
               if at-sponsor(aw-idx) = newSponsor
                   move at-sponsor-name(aw-idx) to newSponsorName
               end-if
           end-perform
           if newSponsorName = spaces
               display "Sponsor name: " with no advancing
               accept newSponsorName
           else
               display "Sponsor: " newSponsorName
           end-if

           perform GET-TERMS
           if termsOK not = 'Y'
               display "Add discarded - not written."
               exit paragraph
           end-if

           display "Confirm award from " newSponsor " to "
               newStudent " for term " newTerm "? (Y/N): "
               with no advancing
           accept confirmFlag
           if confirmFlag not = 'Y' and confirmFlag not = 'y'
               display "Add discarded - not written."
               exit paragraph
           end-if

           add 1 to lastAward
           add 1 to awardCount
           move lastAward to at-award-id(awardCount)
           move newStudent to at-student(awardCount)
           move newSponsor to at-sponsor(awardCount)
           move newSponsorName to at-sponsor-name(awardCount)
           perform STORE-TERMS
           move spaces to at-reason(awardCount)
           move 0 to at-last-posted(awardCount)
           move 'A' to at-status(awardCount)
           move todayDate to at-entered(awardCount)
           move currentUser to at-user(awardCount)
           move 'Y' to fileChanged
           display "Award " lastAward " added.".

       STORE-TERMS.
           set aw-idx to awardCount
           if foundIdx > 0
               set aw-idx to foundIdx
           end-if
           move newType to at-type(aw-idx)
           move newBasis to at-basis(aw-idx)
           move newAmount to at-amount(aw-idx)
           move newPct to at-pct(aw-idx)
           move newTerm to at-term(aw-idx)
           move newRenewable to at-renewable(aw-idx)
           move newMinAvg to at-min-avg(aw-idx)
           move newMinStanding to at-min-standing(aw-idx).

      *> Student and sponsor stay as added.  Reinstating a dropped
      *> or expired award is a change of terms - it goes back to
      *> active for the term entered.
       CHANGE-AWARD.
           perform GET-AWARD
           if foundIdx = 0
               exit paragraph
           end-if
           if at-status(foundIdx) = 'X'
               display "Award was cancelled - add a new one."
               exit paragraph
           end-if

           perform GET-TERMS
           if termsOK not = 'Y'
               display "Change discarded - not written."
               exit paragraph
           end-if

           display "Confirm the change? (Y/N): " with no advancing
           accept confirmFlag
           if confirmFlag not = 'Y' and confirmFlag not = 'y'
               display "Change discarded - not written."
               exit paragraph
           end-if

           perform STORE-TERMS
           move 'A' to at-status(foundIdx)
           move spaces to at-reason(foundIdx)
           move todayDate to at-entered(foundIdx)
           move currentUser to at-user(foundIdx)
           move 'Y' to fileChanged
           display "Award changed.".

      *> A cancelled award stays on file for the sponsor history;
      *> amounts already posted to tuition are not reversed here.
       CANCEL-AWARD.
           perform GET-AWARD
           if foundIdx = 0
               exit paragraph
           end-if
           if at-status(foundIdx) = 'X'
               display "Award is already cancelled."
               exit paragraph
           end-if

           display "Reason: " with no advancing
           accept newReason
           display "Cancel this award - no further posting? (Y/N): "
               with no advancing
           accept confirmFlag
           if confirmFlag not = 'Y' and confirmFlag not = 'y'
               display "No change made."
               exit paragraph
           end-if

           move 'X' to at-status(foundIdx)
           move newReason to at-reason(foundIdx)
           move todayDate to at-entered(foundIdx)
           move currentUser to at-user(foundIdx)
           move 'Y' to fileChanged
           display "Award cancelled.".

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

       LOAD-AWARD-FILE.
           open input awardFile
           if AWStat not = "00"
               exit paragraph
           end-if

           perform until awardEOF = 'Y'
               read awardFile
                   at end move 'Y' to awardEOF
                   not at end
                       if awardCount < 1000
                           add 1 to awardCount
                           move aid-award-record
                               to award-entry(awardCount)
                           if aw-award-id > lastAward
                               move aw-award-id to lastAward
                           end-if
                       else
                           display "WARNING: award table full "
                               "(1000) - remaining entries not loaded."
                           move 'Y' to awardEOF
                       end-if
               end-read
           end-perform

           close awardFile.

       REWRITE-AWARD-FILE.
           open output awardFile
           perform varying aw-idx from 1 by 1
                   until aw-idx > awardCount
               move award-entry(aw-idx) to aid-award-record
               write aid-award-record
           end-perform
           close awardFile.

       WRITE-AUDIT-TRAIL.
           move "AIDMNT" to al-program
           move runStartStamp to al-start-stamp
           move AWStat to al-file-status
           move 0 to al-recs-read
           move awardCount to al-recs-written
           move 0 to al-recs-rejected
           move RETURN-CODE to al-return-code
           move "N/A " to al-recon
           call "AUDITLOG" using audit-log-parms
           end-call
           cancel "AUDITLOG".
