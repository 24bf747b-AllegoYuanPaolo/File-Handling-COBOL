                   03 tt-assessed pic 9(7)v99.
                   03 tt-paid     pic 9(7)v99.
                   03 tt-status   pic x.
                   03 tt-aid      pic 9(7)v99.
                   03 tt-fees     pic 9(7)v99.
                   03 tt-credit   pic 9(7)v99.
           01 tuitCount pic 9(3) value 0.

           01 anotherFlag pic x value 'Y'.

           01 dispAssessed pic $Z,ZZZ,ZZ9.99.
           01 dispPaid pic $Z,ZZZ,ZZ9.99.
           01 dispAid pic $Z,ZZZ,ZZ9.99.
           01 dispFees pic $Z,ZZZ,ZZ9.99.
           01 dispCredit pic $Z,ZZZ,ZZ9.99.
           01 dispBalance pic $Z,ZZZ,ZZ9.99-.
           01 dispCount pic ZZ,ZZ9.
           01 dispTotal pic $ZZZ,ZZZ,ZZ9.99.

           copy "CHKDPRM.cpy".

           copy "AUDITPRM.cpy".
           01 runStartStamp pic x(14).

       POST-ONE-PAYMENT.
           display "Student ID: " with no advancing
           accept lookupStudent
           move 'V' to cd-function
           move "STU" to cd-type
           move lookupStudent to cd-number
           move "TUITPAY " to cd-caller
           call "CHKDIG" using check-digit-parms
           end-call
           if cd-message not = spaces
               display cd-message
           end-if
           if cd-result = 'N'
               exit paragraph
           end-if
           display "Term (YYYYT0): " with no advancing
           accept lookupTerm


           move tt-assessed(foundIdx) to dispAssessed
           move tt-paid(foundIdx) to dispPaid
           move tt-aid(foundIdx) to dispAid
           move tt-fees(foundIdx) to dispFees
           move tt-credit(foundIdx) to dispCredit
           compute openBalance = tt-assessed(foundIdx)
               + tt-fees(foundIdx)
               - tt-paid(foundIdx) - tt-aid(foundIdx)
               - tt-credit(foundIdx)
           move openBalance to dispBalance
           display "Assessed: " dispAssessed
               " | Paid: " dispPaid
               " | Aid: " dispAid
           display "Late fees: " dispFees
               " | Drop credit: " dispCredit
           display "Balance: " dispBalance

           if tt-status(foundIdx) = 'C'
               display "That assessment is already paid in full."
           end-if

           add payAmount to tt-paid(foundIdx)
           if tt-paid(foundIdx) + tt-aid(foundIdx)
                   + tt-credit(foundIdx)
                   >= tt-assessed(foundIdx) + tt-fees(foundIdx)
               move 'C' to tt-status(foundIdx)
               display "Assessment paid in full and closed."
           else
               move 'P' to tt-status(foundIdx)
               compute openBalance = tt-assessed(foundIdx)
                   + tt-fees(foundIdx)
                   - tt-paid(foundIdx) - tt-aid(foundIdx)
                   - tt-credit(foundIdx)
               move openBalance to dispBalance
               display "Partial payment applied - balance "
                   dispBalance
                   move tu-assessed to tt-assessed(tuitCount)
                   move tu-paid to tt-paid(tuitCount)
                   move tu-status to tt-status(tuitCount)
                   move tu-aid to tt-aid(tuitCount)
                   move tu-fees to tt-fees(tuitCount)
                   move tu-credit to tt-credit(tuitCount)
               else
                   move 'Y' to loadTruncated
                   move 'Y' to tuitEOF
               move tt-assessed(tu-idx) to tu-assessed
               move tt-paid(tu-idx) to tu-paid
               move tt-status(tu-idx) to tu-status
               move tt-aid(tu-idx) to tu-aid
               move tt-fees(tu-idx) to tu-fees
               move tt-credit(tu-idx) to tu-credit
               write tuition-ar-record
           end-perform
           close tuitionFile.
