                       organization is line sequential
                       file status is ILStat.

                   select creditFile
                       assign to "TRANSFER-CREDIT.dat"
                       organization is line sequential
                       file status is XCStat.

                   select auditFile
                       assign to "AUDIT-TRAIL.dat"
                       organization is line sequential
               fd issueLogFile.
                   copy "TRNSLOG.cpy".

               fd creditFile.
                   copy "XFERCRD.cpy".

               fd auditFile.
                   copy "AUDITTRL.cpy".

           01 masterEOF pic x value 'N'.
           01 studentCount pic 9(5) value 0.

           01 XCStat pic xx.
           01 creditEOF pic x value 'N'.
           01 credit-table.
               02 credit-entry occurs 1 to 2000 times
                       depending on creditCount
                       indexed by xc-idx.
                   03 ct-student pic 9(6).
                   03 ct-school  pic x(8).
                   03 ct-course  pic x(10).
                   03 ct-subject pic x(6).
                   03 ct-grade   pic x(4).
                   03 ct-date    pic 9(8).
           01 creditCount pic 9(4) value 0.
           01 studentCredits pic 9(4).

           01 TCStat pic xx.
           01 ILStat pic xx.
           01 runMode pic x value 'D'.
               goback
           end-if

           perform LOAD-CREDIT-TABLE

           open output transcriptFile

           if runMode = 'O'
               write bufferLine from "(no terms on record)"
           end-if

           perform WRITE-TRANSFER-CREDITS

           write bufferLine from
               "=========================================="
           write bufferLine from spaces
               move "5.0" to result
           end-if.

      *> Transfer credit stands apart from the term grades - it
      *> carries the other school's grade and is not averaged.
       WRITE-TRANSFER-CREDITS.
           move 0 to studentCredits
           perform varying xc-idx from 1 by 1
                   until xc-idx > creditCount
               if ct-student(xc-idx) = sm-student-id
                   if studentCredits = 0
                       write bufferLine from spaces
                       write bufferLine from
                           "TRANSFER CREDIT (not included in averages)"
                       write bufferLine from
                           "Subject  School    Course      Grade  Date"
                   end-if
                   add 1 to studentCredits
                   move spaces to bufferLine
                   string ct-subject(xc-idx) delimited by size
                          "   " delimited by size
                          ct-school(xc-idx) delimited by size
                          "  " delimited by size
                          ct-course(xc-idx) delimited by size
                          "  " delimited by size
                          ct-grade(xc-idx) delimited by size
                          "   " delimited by size
                          ct-date(xc-idx) delimited by size
                          into bufferLine
                   end-string
                       write bufferLine
               end-if
           end-perform.

       LOAD-CREDIT-TABLE.
           open input creditFile
           if XCStat not = "00"
               exit paragraph
           end-if

           perform until creditEOF = 'Y'
               read creditFile
                   at end move 'Y' to creditEOF
                   not at end
                       if xc-status = 'A'
                           if creditCount < 2000
                               add 1 to creditCount
                               move xc-student
                                   to ct-student(creditCount)
                               move xc-school
                                   to ct-school(creditCount)
                               move xc-course
                                   to ct-course(creditCount)
                               move xc-subject
                                   to ct-subject(creditCount)
                               move xc-grade
                                   to ct-grade(creditCount)
                               move xc-date
                                   to ct-date(creditCount)
                           else
                               display "WARNING: transfer credit "
                                   "table full (2000) - later "
                                   "credits not printed"
                               move 'Y' to creditEOF
                           end-if
                       end-if
               end-read
           end-perform

           close creditFile.

      *> Official copies are numbered from a control file and every
      *> issue is logged - the registrar must account for each one.
       ISSUE-CONTROL-NUMBER.
