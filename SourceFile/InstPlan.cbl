       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSTPLAN.

       ENVIRONMENT DIVISION.
           input-output section.
               file-control.
                   select tuitionFile
                       assign to "TUITION-AR.dat"
                       organization is line sequential
                       file status is TUStat.

                   select instFile
                       assign to "TUITION-INST.dat"
                       organization is line sequential
                       file status is TIStat.

                   select auditFile
                       assign to "AUDIT-TRAIL.dat"
                       organization is line sequential
                       file status is AuditStat.

       DATA DIVISION.
           file section.
               fd tuitionFile.
                   copy "TUITION-AR.cpy".

               fd instFile.
                   copy "TUITINST.cpy".

               fd auditFile.
                   copy "AUDITTRL.cpy".

           WORKING-STORAGE SECTION.
           01 TUStat pic xx.
           01 TIStat pic xx.
           01 AuditStat pic xx.

           01 tuitEOF pic x value 'N'.
           01 instEOF pic x value 'N'.

           01 inst-table.
               02 inst-entry occurs 1 to 2000 times
                       depending on instCount
                       indexed by in-idx.
                   03 it-student  pic 9(6).
                   03 it-term     pic 9(6).
                   03 it-seq      pic 99.
                   03 it-due      pic 9(8).
                   03 it-amount   pic 9(7)v99.
                   03 it-late-fee pic 9(7)v99.
                   03 it-fee-date pic 9(8).
           01 instCount pic 9(4) value 0.
           01 keepCount pic 9(4).

           01 menuChoice pic 9.
           01 doneFlag pic x value 'N'.
           01 fileChanged pic x value 'N'.
           01 confirmFlag pic x.
           01 tuitFound pic x.
           01 planFound pic x.
           01 planHasFees pic x.

           01 lookupStudent pic 9(6).
           01 lookupTerm pic 9(6).
           01 tuitAssessed pic 9(7)v99.
           01 tuitCovered pic 9(7)v99.
           01 tuitStatus pic x.

           01 instWanted pic 9.
           01 firstDue pic 9(8).
           01 firstDueParts redefines firstDue.
               02 fdYear  pic 9(4).
               02 fdMonth pic 99.
               02 fdDay   pic 99.
           01 nextDue pic 9(8).
           01 nextDueParts redefines nextDue.
               02 ndYear  pic 9(4).
               02 ndMonth pic 99.
               02 ndDay   pic 99.
           01 instAmount pic 9(7)v99.
           01 lastAmount pic 9(7)v99.
           01 instSeq pic 9.

      *> The plan being offered, shown to the clerk before it is
      *> confirmed.
           01 new-plan.
               02 np-entry occurs 6 times.
                   03 np-due    pic 9(8).
                   03 np-amount pic 9(7)v99.

           01 coverLeft pic s9(7)v99.
           01 instOwed pic 9(7)v99.
           01 instOpen pic 9(7)v99.

           01 dispAmount pic $Z,ZZZ,ZZ9.99.
           01 dispFee pic $Z,ZZ9.99.
           01 dispOpen pic $Z,ZZZ,ZZ9.99.

           copy "AUDITPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp
           perform LOAD-INST-FILE

           perform until doneFlag = 'Y'
               perform DISPLAY-MENU
               accept menuChoice

               evaluate menuChoice
                   when 1 perform SHOW-PLAN
                   when 2 perform SET-UP-PLAN
                   when 3 perform CANCEL-PLAN
                   when 0 move 'Y' to doneFlag
                   when other
                       display "Invalid selection - pick 0 to 3."
               end-evaluate
           end-perform

           if fileChanged = 'Y'
               perform REWRITE-INST-FILE
               display "INSTPLAN: TUITION-INST.dat rewritten."
           end-if

           perform WRITE-AUDIT-TRAIL

           GOBACK.

       DISPLAY-MENU.
           display " "
           display "===== TUITION INSTALLMENT PLANS ====="
           display "1  Show a student's plan"
           display "2  Set up installment plan"
           display "3  Cancel installment plan"
           display "0  Exit"
           display "Enter selection: " with no advancing.

      *> Student and term, and the receivable they point at.
       GET-RECEIVABLE.
           display "Student ID: " with no advancing
           accept lookupStudent
           display "Term (YYYYT0): " with no advancing
           accept lookupTerm

           move 'N' to tuitFound
           move 'N' to tuitEOF
           open input tuitionFile
           if TUStat = "00"
               perform until tuitEOF = 'Y'
                   read tuitionFile
                       at end move 'Y' to tuitEOF
                       not at end
                           if tu-student = lookupStudent
                                   and tu-term = lookupTerm
                               move 'Y' to tuitFound
                               move tu-assessed to tuitAssessed
                               compute tuitCovered =
                                   tu-paid + tu-aid + tu-credit
                               move tu-status to tuitStatus
                           end-if
                   end-read
               end-perform
               close tuitionFile
           end-if
           if tuitFound = 'N'
               display "No assessment on file for that student "
                   "and term."
               exit paragraph
           end-if

           move 'N' to planFound
           move 'N' to planHasFees
           perform varying in-idx from 1 by 1
                   until in-idx > instCount
               if it-student(in-idx) = lookupStudent
                       and it-term(in-idx) = lookupTerm
                   move 'Y' to planFound
                   if it-late-fee(in-idx) > 0
                       move 'Y' to planHasFees
                   end-if
               end-if
           end-perform.

      *> Payments, aid and drop credits are applied to the
      *> installments in due order; whatever they do not reach is
      *> still open.
       SHOW-PLAN.
           perform GET-RECEIVABLE
           if tuitFound = 'N'
               exit paragraph
           end-if
           if planFound = 'N'
               display "No installment plan - the full assessment "
                   "is due at once."
               exit paragraph
           end-if

           move tuitCovered to coverLeft
           display "  #  Due        Amount         Late fee   Open"
           perform varying in-idx from 1 by 1
                   until in-idx > instCount
               if it-student(in-idx) = lookupStudent
                       and it-term(in-idx) = lookupTerm
                   compute instOwed =
                       it-amount(in-idx) + it-late-fee(in-idx)
                   if coverLeft >= instOwed
                       move 0 to instOpen
                   else
                       if coverLeft > 0
                           compute instOpen = instOwed - coverLeft
                       else
                           move instOwed to instOpen
                       end-if
                   end-if
                   subtract instOwed from coverLeft
                   move it-amount(in-idx) to dispAmount
                   move it-late-fee(in-idx) to dispFee
                   move instOpen to dispOpen
                   display "  " it-seq(in-idx) " " it-due(in-idx)
                       " " dispAmount " " dispFee " " dispOpen
               end-if
           end-perform.

       SET-UP-PLAN.
           perform GET-RECEIVABLE
           if tuitFound = 'N'
               exit paragraph
           end-if
           if tuitStatus = 'C'
               display "That assessment is already paid in full."
               exit paragraph
           end-if
           if planHasFees = 'Y'
               display "Late fees have been charged on the current "
                   "plan - it cannot be replaced."
               exit paragraph
           end-if
           if planFound = 'Y'
               display "A plan already exists - replace it? (Y/N): "
                   with no advancing
               accept confirmFlag
               if confirmFlag not = 'Y' and confirmFlag not = 'y'
                   display "Plan left as it was."
                   exit paragraph
               end-if
           end-if

           display "Number of installments (2-6): " with no advancing
           accept instWanted
           if instWanted < 2 or instWanted > 6
               display "Installments must be 2 to 6."
               exit paragraph
           end-if

           display "First due date (YYYYMMDD): " with no advancing
           accept firstDue
           if fdMonth < 1 or fdMonth > 12
                   or fdDay < 1 or fdDay > 28
               display "Due date must be a real date on day 1-28, "
                   "so every month has it."
               exit paragraph
           end-if

      *> Equal installments a month apart; the last one takes the
      *> odd cents.
           compute instAmount = tuitAssessed / instWanted
           compute lastAmount =
               tuitAssessed - instAmount * (instWanted - 1)
           move firstDue to nextDue
           perform varying instSeq from 1 by 1
                   until instSeq > instWanted
               move nextDue to np-due(instSeq)
               if instSeq = instWanted
                   move lastAmount to np-amount(instSeq)
               else
                   move instAmount to np-amount(instSeq)
               end-if
               move np-amount(instSeq) to dispAmount
               display "  " instSeq "  due " np-due(instSeq)
                   "  " dispAmount
               add 1 to ndMonth
               if ndMonth > 12
                   move 1 to ndMonth
                   add 1 to ndYear
               end-if
           end-perform

           display "Confirm this plan? (Y/N): " with no advancing
           accept confirmFlag
           if confirmFlag not = 'Y' and confirmFlag not = 'y'
               display "Plan discarded - not written."
               exit paragraph
           end-if
           if instCount + instWanted > 2000
               display "Installment table full (2000) - not written."
               exit paragraph
           end-if

           perform DROP-PLAN
           perform varying instSeq from 1 by 1
                   until instSeq > instWanted
               add 1 to instCount
               move lookupStudent to it-student(instCount)
               move lookupTerm to it-term(instCount)
               move instSeq to it-seq(instCount)
               move np-due(instSeq) to it-due(instCount)
               move np-amount(instSeq) to it-amount(instCount)
               move 0 to it-late-fee(instCount)
               move 0 to it-fee-date(instCount)
           end-perform
           move 'Y' to fileChanged
           display "Installment plan set up.".

       CANCEL-PLAN.
           perform GET-RECEIVABLE
           if tuitFound = 'N'
               exit paragraph
           end-if
           if planFound = 'N'
               display "No installment plan on file."
               exit paragraph
           end-if
           if planHasFees = 'Y'
               display "Late fees have been charged on this plan - "
                   "it cannot be cancelled."
               exit paragraph
           end-if

           display "Cancel the plan - full balance due at once? "
               "(Y/N): " with no advancing
           accept confirmFlag
           if confirmFlag not = 'Y' and confirmFlag not = 'y'
               display "No change made."
               exit paragraph
           end-if
           perform DROP-PLAN
           move 'Y' to fileChanged
           display "Installment plan cancelled.".

       DROP-PLAN.
           move 0 to keepCount
           perform varying in-idx from 1 by 1
                   until in-idx > instCount
               if it-student(in-idx) not = lookupStudent
                       or it-term(in-idx) not = lookupTerm
                   add 1 to keepCount
                   move inst-entry(in-idx) to inst-entry(keepCount)
               end-if
           end-perform
           move keepCount to instCount.

       LOAD-INST-FILE.
           open input instFile
           if TIStat not = "00"
               exit paragraph
           end-if

           perform until instEOF = 'Y'
               read instFile
                   at end move 'Y' to instEOF
                   not at end
                       if instCount < 2000
                           add 1 to instCount
                           move tuition-inst-record
                               to inst-entry(instCount)
                       else
                           display "WARNING: installment table full "
                               "(2000) - remaining entries not loaded."
                           move 'Y' to instEOF
                       end-if
               end-read
           end-perform

           close instFile.

       REWRITE-INST-FILE.
           open output instFile
           perform varying in-idx from 1 by 1
                   until in-idx > instCount
               move inst-entry(in-idx) to tuition-inst-record
               write tuition-inst-record
           end-perform
           close instFile.

       WRITE-AUDIT-TRAIL.
           move "INSTPLAN" to al-program
           move runStartStamp to al-start-stamp
           move TIStat to al-file-status
           move 0 to al-recs-read
           move instCount to al-recs-written
           move 0 to al-recs-rejected
           move RETURN-CODE to al-return-code
           move "N/A " to al-recon
           call "AUDITLOG" using audit-log-parms
           end-call
           cancel "AUDITLOG".
