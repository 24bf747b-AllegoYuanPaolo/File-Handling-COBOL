                   03 sj-student pic 9(6).
                   03 sj-subject pic x(6).
                   03 sj-grade   pic 9(3)v99.
                   03 sj-mark    pic x.
           01 histCount pic 9(3) value 0.

           01 reportSnum pic 9(6).
           01 totalTerms pic 9(3).
           01 bestGrade pic 9(3)v99.
           01 subjFound pic x.
           01 transferFound pic x.
           01 outstandingCount pic 9(3).
           01 satisfiedCount pic 9(3).
           01 eligibleFlag pic x.
               read subjHistFile
                   at end move 'Y' to histEOF
                   not at end
                       evaluate true
                           when sh-mark = 'W'
                               continue
                           when histCount < 500
                               add 1 to histCount
                               move sh-student
                                   to sj-student(histCount)
                               move sh-subject
                                   to sj-subject(histCount)
                               move sh-grade to sj-grade(histCount)
                               move sh-mark to sj-mark(histCount)
                           when other
                               display "WARNING: history table full "
                                   "(500) - older grades unseen"
                               move 'Y' to histEOF
                       end-evaluate
               end-read
           end-perform


       AUDIT-ONE-SUBJECT.
           move 'N' to subjFound
           move 'N' to transferFound
           move 0 to bestGrade
           perform varying hist-idx from 1 by 1
                   until hist-idx > histCount
                       and sj-subject(hist-idx)
                           = rt-subject(req-idx)
                   move 'Y' to subjFound
                   if sj-mark(hist-idx) = 'T'
                       move 'Y' to transferFound
                   end-if
                   if sj-grade(hist-idx) > bestGrade
                       move sj-grade(hist-idx) to bestGrade
                   end-if

           move bestGrade to dispGrade
           move spaces to bufferLine
           if transferFound = 'Y'
               add 1 to satisfiedCount
               string "  SATISFIED   " delimited by size
                      rt-subject(req-idx) delimited by size
                      " by transfer credit" delimited by size
                      into bufferLine
               end-string
                   write bufferLine
               exit paragraph
           end-if
           if subjFound = 'Y'
                   and bestGrade >= rt-min-grade(req-idx)
               add 1 to satisfiedCount
