       IDENTIFICATION DIVISION.
       PROGRAM-ID. LATEFEE.

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

                   select feeFile
                       assign to "FEE-TABLE.dat"
                       organization is line sequential
                       file status is FEStat.

                   select reportFile
                       assign to "LateFee.dat"
                       organization is line sequential
                       file status is OFStat.

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

               fd feeFile.
                   01 fee-record.
                       02 fe-program pic x(10).
                       02 fe-year    pic 9.
                       02 fe-amount  pic 9(7)v99.

               fd reportFile.
                   01 bufferLine pic x(80).

               fd auditFile.
                   copy "AUDITTRL.cpy".

           WORKING-STORAGE SECTION.
           01 TUStat pic xx.
           01 TIStat pic xx.
           01 FEStat pic xx.
           01 OFStat pic xx.
           01 AuditStat pic xx.

           01 tuitEOF pic x value 'N'.
           01 instEOF pic x value 'N'.
           01 feeEOF pic x value 'N'.
           01 loadTruncated pic x value 'N'.

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

      *> The late fee is the FEE-TABLE entry for program LATEFEE
      *> (any year level), kept with FEEMNT like the tuition fees.
           01 lateFeeAmount pic 9(7)v99 value 0.
           01 runDate pic 9(8).
           01 dueDate pic 9(8).
           01 coverLeft pic s9(7)v99.
           01 instOwed pic 9(7)v99.
           01 instOpen pic 9(7)v99.

           01 instChecked pic 9(5) value 0.
           01 chargedCount pic 9(5) value 0.
           01 chargedTotal pic 9(9)v99 value 0.

           01 dispOpen pic Z,ZZZ,ZZ9.99.
           01 dispFee pic Z,ZZ9.99.
           01 dispCount pic ZZ,ZZ9.
           01 dispTotal pic $ZZZ,ZZZ,ZZ9.99.

           copy "DATEPRM.cpy".
           copy "AUDITPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp
           move function current-date(1:8) to runDate

           perform LOAD-LATE-FEE
           if lateFeeAmount = 0
               display "LATEFEE: no LATEFEE entry on FEE-TABLE.dat "
                   "- no late fees charged."
               move 4 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           perform LOAD-TUITION-FILE
           if loadTruncated = 'Y'
               display "LATEFEE: TUITION-AR.dat holds more than "
                   "the 500-record work table - no fees charged."
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           perform LOAD-INST-FILE
           if loadTruncated = 'Y'
               display "LATEFEE: TUITION-INST.dat holds more than "
                   "the 2000-record work table - no fees charged."
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if
           if instCount = 0
               display "LATEFEE: no installment plans on file."
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           open output reportFile
           perform WRITE-REPORT-HEADER

           perform varying tu-idx from 1 by 1
                   until tu-idx > tuitCount
               if tt-status(tu-idx) not = 'C'
                   perform CHECK-ONE-RECEIVABLE
               end-if
           end-perform

           perform WRITE-REPORT-TOTALS
           close reportFile

           if chargedCount > 0
               perform REWRITE-INST-FILE
               perform REWRITE-TUITION-FILE
           end-if

           move chargedCount to dispCount
           move chargedTotal to dispTotal
           display "LATEFEE: " function trim(dispCount)
               " late fees charged, total " function trim(dispTotal)
               " - see LateFee.dat"

           perform WRITE-AUDIT-TRAIL

           GOBACK.

       WRITE-REPORT-HEADER.
           write bufferLine from
               "===== TUITION LATE FEES ====="
           move lateFeeAmount to dispFee
           move spaces to bufferLine
           string "Run date: " delimited by size
                  runDate delimited by size
                  "   Fee per missed installment: " delimited by size
                  function trim(dispFee) delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move spaces to bufferLine
           string "Student Term   #  Due      Rolled to"
                      delimited by size
                  "        Open     Fee" delimited by size
                  into bufferLine
           end-string
               write bufferLine
           write bufferLine from
               "-----------------------------------------------------".

      *> Payments, aid and drop credits clear the earliest
      *> installments first.
      *> An installment still open after its due date - rolled to
      *> the next business day when it falls on a weekend or
      *> holiday - is charged the fee once.
       CHECK-ONE-RECEIVABLE.
           compute coverLeft = tt-paid(tu-idx) + tt-aid(tu-idx)
               + tt-credit(tu-idx)
           perform varying in-idx from 1 by 1
                   until in-idx > instCount
               if it-student(in-idx) = tt-student(tu-idx)
                       and it-term(in-idx) = tt-term(tu-idx)
                   add 1 to instChecked
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
                   if instOpen > 0 and it-late-fee(in-idx) = 0
                       perform CHECK-ONE-INSTALLMENT
                   end-if
               end-if
           end-perform.

       CHECK-ONE-INSTALLMENT.
           move "BDAY" to dc-function
           move it-due(in-idx) to dc-in-date
           call "DATECALC" using date-calc-parms
           end-call
           move it-due(in-idx) to dueDate
           if dc-out-date not = it-due(in-idx)
               move "NBD " to dc-function
               move it-due(in-idx) to dc-in-date
               call "DATECALC" using date-calc-parms
               end-call
               move dc-out-date to dueDate
           end-if
           if runDate <= dueDate
               exit paragraph
           end-if

           move lateFeeAmount to it-late-fee(in-idx)
           move runDate to it-fee-date(in-idx)
           add lateFeeAmount to tt-fees(tu-idx)
           add 1 to chargedCount
           add lateFeeAmount to chargedTotal

           move instOpen to dispOpen
           move lateFeeAmount to dispFee
           move spaces to bufferLine
           string tt-student(tu-idx) delimited by size
                  " " delimited by size
                  tt-term(tu-idx) delimited by size
                  " " delimited by size
                  it-seq(in-idx) delimited by size
                  " " delimited by size
                  it-due(in-idx) delimited by size
                  " " delimited by size
                  dueDate delimited by size
                  " " delimited by size
                  dispOpen delimited by size
                  " " delimited by size
                  dispFee delimited by size
                  into bufferLine
           end-string
               write bufferLine.

       WRITE-REPORT-TOTALS.
           write bufferLine from
               "-----------------------------------------------------"
           move instChecked to dispCount
           move spaces to bufferLine
           string "Installments checked : " delimited by size
                  function trim(dispCount) delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move chargedCount to dispCount
           move spaces to bufferLine
           string "Late fees charged    : " delimited by size
                  function trim(dispCount) delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move chargedTotal to dispTotal
           move spaces to bufferLine
           string "Late fee total       : " delimited by size
                  function trim(dispTotal) delimited by size
                  into bufferLine
           end-string
               write bufferLine
           write bufferLine from
               "=====================================================".

       LOAD-LATE-FEE.
           open input feeFile
           if FEStat not = "00"
               exit paragraph
           end-if

           perform until feeEOF = 'Y'
               read feeFile
                   at end move 'Y' to feeEOF
                   not at end
                       if fe-program = "LATEFEE"
                           move fe-amount to lateFeeAmount
                           move 'Y' to feeEOF
                       end-if
               end-read
           end-perform

           close feeFile.

       LOAD-TUITION-FILE.
           open input tuitionFile
           if TUStat not = "00"
               exit paragraph
           end-if

           read tuitionFile
               at end move 'Y' to tuitEOF
           end-read

           perform until tuitEOF = 'Y'
               if tuitCount < 500
                   add 1 to tuitCount
                   move tu-student to tt-student(tuitCount)
                   move tu-term to tt-term(tuitCount)
                   move tu-date to tt-date(tuitCount)
                   move tu-assessed to tt-assessed(tuitCount)
                   move tu-paid to tt-paid(tuitCount)
                   move tu-status to tt-status(tuitCount)
                   move tu-aid to tt-aid(tuitCount)
                   move tu-fees to tt-fees(tuitCount)
                   move tu-credit to tt-credit(tuitCount)
               else
                   move 'Y' to loadTruncated
                   move 'Y' to tuitEOF
               end-if

               if tuitEOF not = 'Y'
                   read tuitionFile
                       at end move 'Y' to tuitEOF
                   end-read
               end-if
           end-perform

           close tuitionFile.

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
                           move 'Y' to loadTruncated
                           move 'Y' to instEOF
                       end-if
               end-read
           end-perform

           close instFile.

       REWRITE-TUITION-FILE.
           open output tuitionFile
           perform varying tu-idx from 1 by 1
                   until tu-idx > tuitCount
               move tt-student(tu-idx) to tu-student
               move tt-term(tu-idx) to tu-term
               move tt-date(tu-idx) to tu-date
               move tt-assessed(tu-idx) to tu-assessed
               move tt-paid(tu-idx) to tu-paid
               move tt-status(tu-idx) to tu-status
               move tt-aid(tu-idx) to tu-aid
               move tt-fees(tu-idx) to tu-fees
               move tt-credit(tu-idx) to tu-credit
               write tuition-ar-record
           end-perform
           close tuitionFile.

       REWRITE-INST-FILE.
           open output instFile
           perform varying in-idx from 1 by 1
                   until in-idx > instCount
               move inst-entry(in-idx) to tuition-inst-record
               write tuition-inst-record
           end-perform
           close instFile.

       WRITE-AUDIT-TRAIL.
           move "LATEFEE" to al-program
           move runStartStamp to al-start-stamp
           move TIStat to al-file-status
           move instChecked to al-recs-read
           move chargedCount to al-recs-written
           move 0 to al-recs-rejected
           move RETURN-CODE to al-return-code
           move "N/A " to al-recon
           call "AUDITLOG" using audit-log-parms
           end-call
           cancel "AUDITLOG".
