                       organization is line sequential
                       file status is TUStat.

                   select instFile
                       assign to "TUITION-INST.dat"
                       organization is line sequential
                       file status is TIStat.

                   select reportFile
                       assign to "TuitAge.dat"
                       organization is line sequential
               fd tuitionFile.
                   copy "TUITION-AR.cpy".

               fd instFile.
                   copy "TUITINST.cpy".

               fd reportFile.
                   01 bufferLine pic x(80).


           WORKING-STORAGE SECTION.
           01 TUStat pic xx.
           01 TIStat pic xx.
           01 OFStat pic xx.
           01 AuditStat pic xx.

           01 todayInt pic 9(7).
           01 assessInt pic 9(7).
           01 ageDays pic s9(5).
           01 ageFromDate pic 9(8).
           01 ageAmount pic s9(7)v99.
           01 instLabel pic x(3).

      *> Installment plans, so a planned receivable is aged one
      *> installment at a time from each due date.
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
           01 planFound pic x.
           01 coverLeft pic s9(7)v99.
           01 instOwed pic 9(7)v99.

           01 openBalance pic s9(7)v99.
           01 openCount pic 9(5) value 0.
           move function current-date(1:8) to runDate
           compute todayInt = function integer-of-date(runDate)

           perform LOAD-INST-TABLE

           open input tuitionFile
           if TUStat not = "00"
               display "TUITAGE: no tuition receivables on file."
           end-string
               write bufferLine
           write bufferLine from
               "Student Term   Inst       Balance   Age  Bucket"
           write bufferLine from
               "-----------------------------------------------"

           read tuitionFile
               at end move 'Y' to tuitEOF

           move openCount to dispCount
           display "TUITAGE: " function trim(dispCount)
               " open amounts aged - see TuitAge.dat"

           perform WRITE-AUDIT-TRAIL

           GOBACK.

       AGE-ONE-RECEIVABLE.
           compute openBalance =
               tu-assessed + tu-fees - tu-paid - tu-aid - tu-credit
           if openBalance <= 0
               exit paragraph
           end-if

           move 'N' to planFound
           perform varying in-idx from 1 by 1
                   until in-idx > instCount or planFound = 'Y'
               if it-student(in-idx) = tu-student
                       and it-term(in-idx) = tu-term
                   move 'Y' to planFound
               end-if
           end-perform
           if planFound = 'Y'
               perform AGE-INSTALLMENTS
               exit paragraph
           end-if

           move tu-date to ageFromDate
           move openBalance to ageAmount
           move spaces to instLabel
           perform AGE-ONE-AMOUNT.

      *> Payments, aid and drop credits clear the earliest
      *> installments first; what is left open on each is aged
      *> from its own due date.
       AGE-INSTALLMENTS.
           compute coverLeft = tu-paid + tu-aid + tu-credit
           perform varying in-idx from 1 by 1
                   until in-idx > instCount
               if it-student(in-idx) = tu-student
                       and it-term(in-idx) = tu-term
                   compute instOwed =
                       it-amount(in-idx) + it-late-fee(in-idx)
                   if coverLeft >= instOwed
                       move 0 to ageAmount
                   else
                       if coverLeft > 0
                           compute ageAmount = instOwed - coverLeft
                       else
                           move instOwed to ageAmount
                       end-if
                   end-if
                   subtract instOwed from coverLeft
                   if ageAmount > 0
                       move it-due(in-idx) to ageFromDate
                       move spaces to instLabel
                       string "#" delimited by size
                              it-seq(in-idx) delimited by size
                              into instLabel
                       end-string
                       perform AGE-ONE-AMOUNT
                   end-if
               end-if
           end-perform.

       AGE-ONE-AMOUNT.
           compute assessInt = function integer-of-date(ageFromDate)
           compute ageDays = todayInt - assessInt

           evaluate true
               when ageDays < 0
                   move "NOT DUE " to bucketLabel
                   add ageAmount to bucketCurrent
               when ageDays <= 30
                   move "CURRENT " to bucketLabel
                   add ageAmount to bucketCurrent
               when ageDays <= 60
                   move "31-60   " to bucketLabel
                   add ageAmount to bucket30
               when ageDays <= 90
                   move "61-90   " to bucketLabel
                   add ageAmount to bucket60
               when other
                   move "OVER 90 " to bucketLabel
                   add ageAmount to bucket90
           end-evaluate
           if ageDays < 0
               move 0 to ageDays
           end-if

           add ageAmount to totalOpen
           add 1 to openCount

           move ageAmount to dispBalance
           move ageDays to dispAge
           move spaces to bufferLine
           string tu-student delimited by size
                  " " delimited by size
                  tu-term delimited by size
                  " " delimited by size
                  instLabel delimited by size
                  " " delimited by size
                  dispBalance delimited by size
                  " " delimited by size
                  dispAge delimited by size
                  "  " delimited by size
                  bucketLabel delimited by size
                  into bufferLine
           end-string
               write bufferLine.

       LOAD-INST-TABLE.
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
                       end-if
               end-read
           end-perform

           close instFile.

       WRITE-AGING-SUMMARY.
           write bufferLine from
               "-----------------------------------------------"
           move bucketCurrent to dispBucket
           move spaces to bufferLine
           string "Current      : " delimited by size
           end-string
               write bufferLine
           write bufferLine from
               "==============================================="
           write bufferLine from spaces.

       WRITE-AUDIT-TRAIL.
