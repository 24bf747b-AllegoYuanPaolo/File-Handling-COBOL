           01 mismatchCount pic 9(3) value 0.
           01 dispCount pic ZZ9.

           copy "CHKDPRM.cpy".
           01 numberOK pic x.

           copy "AUDITPRM.cpy".
           01 runStartStamp pic x(14).

       ACCEPT-GRADE-FIELDS.
           display "Student ID: " with no advancing
           accept entryStudent
           perform CHECK-ENTRY-STUDENT
           perform until numberOK = 'Y'
               display "Re-enter student ID: " with no advancing
               accept entryStudent
               perform CHECK-ENTRY-STUDENT
           end-perform

           display "Prelim (0-100): " with no advancing
           display "Finals (0-100): " with no advancing
           accept entryFinals.

       CHECK-ENTRY-STUDENT.
           move 'N' to numberOK
           if entryStudent = 0
               display "Student ID must be > zero"
               exit paragraph
           end-if
           move 'V' to cd-function
           move "STU" to cd-type
           move entryStudent to cd-number
           move "KEYVER  " to cd-caller
           call "CHKDIG" using check-digit-parms
           end-call
           if cd-message not = spaces
               display cd-message
           end-if
           if cd-result not = 'N'
               move 'Y' to numberOK
           end-if.

       VERIFY-SECOND-PASS.
           perform LOAD-KEYED-FILE
           if keyedCount = 0
