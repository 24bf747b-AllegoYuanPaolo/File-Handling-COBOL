                       record key is sm-student-id
                       file status is SMStat.

                   select instFile
                       assign to "TUITION-INST.dat"
                       organization is line sequential
                       file status is TIStat.

                   select statementFile
                       assign to "TuitStmt.dat"
                       organization is line sequential
               fd studentMaster.
                   copy "STUDENT-MASTER.cpy".

               fd instFile.
                   copy "TUITINST.cpy".

               fd statementFile.
                   01 bufferLine pic x(80).

           WORKING-STORAGE SECTION.
           01 TUStat pic xx.
           01 SMStat pic xx.
           01 TIStat pic xx.
           01 OFStat pic xx.
           01 AuditStat pic xx.


           01 dispAssessed pic $Z,ZZZ,ZZ9.99.
           01 dispPaid pic $Z,ZZZ,ZZ9.99.
           01 dispAid pic $Z,ZZZ,ZZ9.99.
           01 dispFees pic $Z,ZZZ,ZZ9.99.
           01 dispCredit pic $Z,ZZZ,ZZ9.99.
           01 dispInstAmt pic $Z,ZZZ,ZZ9.99.
           01 dispInstOpen pic $Z,ZZZ,ZZ9.99.

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
           01 nextDueFound pic x.
           01 nextDueDate pic 9(8).
           01 nextDueLabel pic x(10).
           01 nextDueAmount pic 9(7)v99.
           01 coverLeft pic s9(7)v99.
           01 instOwed pic 9(7)v99.
           01 instOpen pic 9(7)v99.
           01 dispBalance pic $Z,ZZZ,ZZ9.99-.
           01 dispCount pic ZZ,ZZ9.

       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp

           perform LOAD-INST-TABLE

           open input tuitionFile
           if TUStat not = "00"
               display "TUITSTMT: no tuition receivables on file."

           move tu-assessed to dispAssessed
           move tu-paid to dispPaid
           move tu-aid to dispAid
           move tu-fees to dispFees
           move tu-credit to dispCredit
           compute openBalance =
               tu-assessed + tu-fees - tu-paid - tu-aid - tu-credit
           move openBalance to dispBalance

           move spaces to bufferLine
                  function trim(dispAssessed) delimited by size
                  " | Paid: " delimited by size
                  function trim(dispPaid) delimited by size
                  " | Aid: " delimited by size
                  function trim(dispAid) delimited by size
                  into bufferLine
           end-string
               write bufferLine
           if tu-fees > 0
               move spaces to bufferLine
               string "Late fees: " delimited by size
                      function trim(dispFees) delimited by size
                      into bufferLine
               end-string
                   write bufferLine
           end-if
           if tu-credit > 0
               move spaces to bufferLine
               string "Credit for dropped classes: " delimited by size
                      function trim(dispCredit) delimited by size
                      into bufferLine
               end-string
                   write bufferLine
           end-if
           move spaces to bufferLine
           if openBalance < 0
               compute openBalance = 0 - openBalance
               move openBalance to dispBalance
               string "REFUND DUE TO STUDENT: " delimited by size
                      function trim(dispBalance) delimited by size
                      into bufferLine
               end-string
           else
               string "BALANCE DUE: " delimited by size
                      function trim(dispBalance) delimited by size
                      into bufferLine
               end-string
           end-if
               write bufferLine
           perform WRITE-INSTALLMENTS
           write bufferLine from
               "============================="
           write bufferLine from spaces

           add 1 to stmtCount.

      *> A planned receivable lists its installments, payments,
      *> aid and drop credits clearing the earliest first, and
      *> calls out the first one still open as what is due next.
       WRITE-INSTALLMENTS.
           move 'N' to planFound
           move 'N' to nextDueFound
           compute coverLeft = tu-paid + tu-aid + tu-credit
           perform varying in-idx from 1 by 1
                   until in-idx > instCount
               if it-student(in-idx) = tu-student
                       and it-term(in-idx) = tu-term
                   if planFound = 'N'
                       move 'Y' to planFound
                       write bufferLine from
                           "Installment plan:"
                       write bufferLine from
                           "  #  Due             Amount          Open"
                   end-if
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
                   if instOpen > 0 and nextDueFound = 'N'
                       move 'Y' to nextDueFound
                       move it-due(in-idx) to nextDueDate
                       move instOpen to nextDueAmount
                   end-if
                   move instOwed to dispInstAmt
                   move instOpen to dispInstOpen
                   move spaces to bufferLine
                   string "  " delimited by size
                          it-seq(in-idx) delimited by size
                          " " delimited by size
                          it-due(in-idx) delimited by size
                          " " delimited by size
                          dispInstAmt delimited by size
                          " " delimited by size
                          dispInstOpen delimited by size
                          into bufferLine
                   end-string
                       write bufferLine
               end-if
           end-perform

           if nextDueFound = 'Y'
               move "NEXT DUE: " to nextDueLabel
               if nextDueDate < function current-date(1:8)
                   move "PAST DUE: " to nextDueLabel
               end-if
               move nextDueAmount to dispInstOpen
               move spaces to bufferLine
               string nextDueLabel delimited by size
                      function trim(dispInstOpen) delimited by size
                      " on " delimited by size
                      nextDueDate delimited by size
                      into bufferLine
               end-string
                   write bufferLine
           end-if.

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

       WRITE-AUDIT-TRAIL.
           move "TUITSTMT" to al-program
           move runStartStamp to al-start-stamp
