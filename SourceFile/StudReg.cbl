
           copy "AUDITPRM.cpy".
           copy "CHGPRM.cpy".
           copy "CHKDPRM.cpy".
           01 numberOK pic x.
           copy "PHONPRM.cpy".
           01 newPhonKey pic x(10).
           01 similarCount pic 9(4).
           01 scanEOF pic x.
           01 beforeImage pic x(300).
           01 runStartStamp pic x(14).

           accept newAddr2.

       REGISTER-STUDENT.
           display "Enter student ID (0 = issue a new one): "
               with no advancing
           accept lookupKey
           perform GET-NEW-STUDENT-ID
           if numberOK not = 'Y'
               exit paragraph
           end-if

           perform CHECK-STUDENT-HOLDS
           if holdBlocked = 'Y'

           perform GET-DEMOGRAPHICS

           perform WARN-SIMILAR-STUDENTS

           move lookupKey to sm-student-id
           move newName to sm-name
           move newPhonKey to sm-phon-key
           move newProgram to sm-program
           move newYearLevel to sm-year-level
           move newSection to sm-section
           move newAddr1 to sm-addr1
           move newAddr2 to sm-addr2
           move space to sm-status
           move 0 to sm-term-count
           perform varying termIdx from 1 by 1 until termIdx > 10
               move 0 to sm-term-prelim(termIdx)
       CHANGE-STUDENT.
           display "Enter student ID: " with no advancing
           accept lookupKey
           perform CHECK-LOOKUP-KEY
           if numberOK not = 'Y'
               exit paragraph
           end-if

           move lookupKey to sm-student-id
           read studentMaster
           perform GET-DEMOGRAPHICS

           move newName to sm-name
           move newName to ph-name
           call "PHONKEY" using phonetic-key-parms
           end-call
           move ph-key to sm-phon-key
           move newProgram to sm-program
           move newYearLevel to sm-year-level
           move newSection to sm-section
       DELETE-STUDENT.
           display "Enter student ID: " with no advancing
           accept lookupKey
           perform CHECK-LOOKUP-KEY
           if numberOK not = 'Y'
               exit paragraph
           end-if

           move lookupKey to sm-student-id
           read studentMaster
       SHOW-STUDENT.
           display "Enter student ID: " with no advancing
           accept lookupKey
           perform CHECK-LOOKUP-KEY
           if numberOK not = 'Y'
               exit paragraph
           end-if

           move lookupKey to sm-student-id
           read studentMaster
      *> An open hold of any type blocks registration; the reason
      *> is shown so the operator can send the student to the
      *> right office.
      *> New students take a check-digit ID: keyed, or issued from
      *> NUMBER-CTL.dat when 0 is keyed.  An issued ID an old
      *> record already holds is passed over.
       GET-NEW-STUDENT-ID.
           move 'N' to numberOK
           move "STU" to cd-type
           move "STUDREG " to cd-caller
           if lookupKey not = 0
               move 'N' to cd-function
               move lookupKey to cd-number
               call "CHKDIG" using check-digit-parms
               end-call
               if cd-result = 'N'
                   display cd-message
               else
                   move 'Y' to numberOK
               end-if
               exit paragraph
           end-if

           move space to cd-result
           perform until numberOK = 'Y' or cd-result = 'N'
               move 'I' to cd-function
               call "CHKDIG" using check-digit-parms
               end-call
               if cd-result = 'Y'
                   move cd-number to sm-student-id
                   read studentMaster
                       invalid key move 'Y' to numberOK
                   end-read
               end-if
           end-perform
           if numberOK not = 'Y'
               display cd-message
               exit paragraph
           end-if
           move cd-number to lookupKey
           display "Student ID " lookupKey " issued.".

      *> A student already on file under a sound-alike name is
      *> most likely the same person registered again - the
      *> operator sees them before confirming the registration.
       WARN-SIMILAR-STUDENTS.
           move newName to ph-name
           call "PHONKEY" using phonetic-key-parms
           end-call
           move ph-key to newPhonKey
           if newPhonKey = spaces
               exit paragraph
           end-if

           move 0 to similarCount
           move 'N' to scanEOF
           move 0 to sm-student-id
           start studentMaster key >= sm-student-id
               invalid key move 'Y' to scanEOF
           end-start
           perform until scanEOF = 'Y'
               read studentMaster next
                   at end move 'Y' to scanEOF
                   not at end
                       if sm-phon-key = spaces
                           move sm-name to ph-name
                           call "PHONKEY" using phonetic-key-parms
                           end-call
                           move ph-key to sm-phon-key
                       end-if
                       if sm-phon-key = newPhonKey
                           add 1 to similarCount
                           if similarCount = 1
                               display "WARNING: possible duplicate "
                                   "- similar names already on file:"
                           end-if
                           display "  " sm-student-id " " sm-name
                               " " sm-program
                       end-if
               end-read
           end-perform.

       CHECK-LOOKUP-KEY.
           move 'N' to numberOK
           move 'V' to cd-function
           move "STU" to cd-type
           move lookupKey to cd-number
           move "STUDREG " to cd-caller
           call "CHKDIG" using check-digit-parms
           end-call
           if cd-message not = spaces
               display cd-message
           end-if
           if cd-result not = 'N'
               move 'Y' to numberOK
           end-if.

       CHECK-STUDENT-HOLDS.
           move 'N' to holdBlocked
           move 'N' to holdEOF
