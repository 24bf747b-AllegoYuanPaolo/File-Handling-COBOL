       DATA DIVISION.
           file section.
               fd instructorFile.
                   copy "INSTRUCT.cpy".

               fd auditFile.
                   copy "AUDITTRL.cpy".
                   03 it-id    pic x(6).
                   03 it-name  pic x(20).
                   03 it-phone pic x(12).
                   03 it-pay-type   pic x.
                   03 it-emp-number pic 9(6).
                   03 it-rate       pic 9(5)v99.
           01 instCount pic 9(3) value 0.
           01 instEOF pic x value 'N'.

           01 newId pic x(6).
           01 newName pic x(20).
           01 newPhone pic x(12).
           01 newPayType pic x.
           01 newEmpNumber pic 9(6).
           01 newRate pic 9(5)v99.
           01 dispRate pic ZZ,ZZ9.99.
           01 foundIdx pic 9(3).
           01 keepCount pic 9(3).

           end-if
           perform varying inst-idx from 1 by 1
                   until inst-idx > instCount
               if it-pay-type(inst-idx) = 'P'
                   move it-rate(inst-idx) to dispRate
                   display it-id(inst-idx) " "
                       it-name(inst-idx) " "
                       it-phone(inst-idx) " PART-TIME emp "
                       it-emp-number(inst-idx) " at " dispRate
                       "/section"
               else
                   display it-id(inst-idx) " "
                       it-name(inst-idx) " "
                       it-phone(inst-idx)
               end-if
           end-perform.

       FIND-INSTRUCTOR.
           end-perform

           display "Enter phone: " with no advancing
           accept newPhone

           display "Part-time, paid per section? (Y/N): "
               with no advancing
           accept confirmFlag
           move 'F' to newPayType
           move 0 to newEmpNumber
           move 0 to newRate
           if confirmFlag = 'Y' or confirmFlag = 'y'
               move 'P' to newPayType
               display "Employee number for payroll: "
                   with no advancing
               accept newEmpNumber
               perform until newEmpNumber > 0
                   display "Employee number must be > zero, "
                       "re-enter: " with no advancing
                   accept newEmpNumber
               end-perform
               display "Monthly rate per section: " with no advancing
               accept newRate
           end-if.

       ADD-INSTRUCTOR.
           display "Enter instructor id (up to 6): "
           move newId to it-id(instCount)
           move newName to it-name(instCount)
           move newPhone to it-phone(instCount)
           move newPayType to it-pay-type(instCount)
           move newEmpNumber to it-emp-number(instCount)
           move newRate to it-rate(instCount)
           move 'Y' to fileChanged
           display "Instructor " newId " added.".


           move newName to it-name(foundIdx)
           move newPhone to it-phone(foundIdx)
           move newPayType to it-pay-type(foundIdx)
           move newEmpNumber to it-emp-number(foundIdx)
           move newRate to it-rate(foundIdx)
           move 'Y' to fileChanged
           display "Instructor " newId " changed.".

                           move in-id to it-id(instCount)
                           move in-name to it-name(instCount)
                           move in-phone to it-phone(instCount)
                           move in-pay-type
                               to it-pay-type(instCount)
                           if in-emp-number is numeric
                                   and in-rate is numeric
                               move in-emp-number
                                   to it-emp-number(instCount)
                               move in-rate to it-rate(instCount)
                           else
                               move 0 to it-emp-number(instCount)
                               move 0 to it-rate(instCount)
                           end-if
                       end-if
               end-read
           end-perform
               move it-id(inst-idx) to in-id
               move it-name(inst-idx) to in-name
               move it-phone(inst-idx) to in-phone
               move it-pay-type(inst-idx) to in-pay-type
               move it-emp-number(inst-idx) to in-emp-number
               move it-rate(inst-idx) to in-rate
               write instructor-record
           end-perform
           close instructorFile.
