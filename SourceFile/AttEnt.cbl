           01 absentCount pic 9(5) value 0.
           01 dispCount pic ZZ,ZZ9.

           copy "CHKDPRM.cpy".
           01 numberOK pic x.

           copy "AUDITPRM.cpy".
           01 runStartStamp pic x(14).

       KEY-ONE-STUDENT.
           display "Student ID: " with no advancing
           accept entryStudent
           perform CHECK-ENTRY-STUDENT
           perform until numberOK = 'Y'
               display "Re-enter student ID: " with no advancing
               accept entryStudent
               perform CHECK-ENTRY-STUDENT
           end-perform

           display "(P)resent, (A)bsent, (E)xcused: "
               add 1 to absentCount
           end-if.

       CHECK-ENTRY-STUDENT.
           move 'N' to numberOK
           if entryStudent = 0
               display "Student ID must be > zero"
               exit paragraph
           end-if
           move 'V' to cd-function
           move "STU" to cd-type
           move entryStudent to cd-number
           move "ATTENT  " to cd-caller
           call "CHKDIG" using check-digit-parms
           end-call
           if cd-message not = spaces
               display cd-message
           end-if
           if cd-result not = 'N'
               move 'Y' to numberOK
           end-if.

       OPEN-ATTEND-FILE.
           open input attendFile
           if ATStat = "00"
