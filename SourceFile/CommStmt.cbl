                       organization is line sequential
                       file status is PRStat.

                   select drawFile
                       assign to "DRAW-MASTER.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is dw-snum
                       file status is DWStat.

                   select statementFile
                       assign to "CommStmt.dat"
                       organization is line sequential
                       02 pr-batch      pic 9(6).
                       02 pr-branch     pic x(3).

               fd drawFile.
                   copy "DRAW.cpy".

               fd statementFile.
                   01 bufferLine pic x(80).

           01 EMStat pic xx.
           01 PRStat pic xx.
           01 OFStat pic xx.
           01 DWStat pic xx.
           01 drawOK pic x value 'N'.
           01 AuditStat pic xx.
           01 curDateTime pic x(21).
           01 dispAuditDate pic x(10).
           01 dispYtdSales pic $ZZZ,ZZ9.99.
           01 dispYtdComm pic $ZZZ,ZZ9.99.
           01 dispEmployeeCount pic ZZ,ZZ9.
           01 dispDrawAmt pic $ZZZ,ZZ9.99.
           01 dispDrawBal pic $ZZZ,ZZ9.99.

           copy "AUDITPRM.cpy".
           01 runStartStamp pic x(14).
               goback
           end-if

           open input drawFile
           if DWStat = "00"
               move 'Y' to drawOK
           end-if

           open output statementFile

           move 0 to em-snum

           close statementFile
           close employeeMaster
           if drawOK = 'Y'
               close drawFile
           end-if

           move employeeCount to dispEmployeeCount
           display "COMMSTMT: statements printed for "
           end-string
               write bufferLine

           perform SHOW-DRAW-BALANCE

           write bufferLine from "=================================="
           write bufferLine from spaces

                                  delimited by size
                              into bufferLine
                       end-string
                   else if pr-type = 'D'
                       string "  Draw advance gross " delimited by size
                              function trim(dispCommAmt)
                                  delimited by size
                              " net " delimited by size
                              function trim(dispNetAmt)
                                  delimited by size
                              into bufferLine
                       end-string
                   else if pr-type = 'R'
                       string "  Draw recovery (-) gross "
                                  delimited by size
                              function trim(dispCommAmt)
                                  delimited by size
                              " net " delimited by size
                              function trim(dispNetAmt)
                                  delimited by size
                              into bufferLine
                       end-string
                   else if pr-type = 'S'
                       string "  Contest bonus (" delimited by size
                              pr-sign delimited by size
                              ") gross " delimited by size
                              function trim(dispCommAmt)
                                  delimited by size
                              " net " delimited by size
                              function trim(dispNetAmt)
                                  delimited by size
                              into bufferLine
                       end-string
                   else if pr-type = 'K'
                       string "  Chargeback (" delimited by size
                              pr-sign delimited by size
                              ") gross " delimited by size
                              function trim(dispCommAmt)
                                  delimited by size
                              " net " delimited by size
                              function trim(dispNetAmt)
                                  delimited by size
                              into bufferLine
                       end-string
                   else if pr-type = 'X'
                       string "  Payroll deduction (-) net "
                                  delimited by size
                              function trim(dispNetAmt)
                                  delimited by size
                              into bufferLine
                       end-string
                   else
                       string "  Payment gross " delimited by size
                              function trim(dispCommAmt)
                                  delimited by size
                              into bufferLine
                       end-string
                   end-if
                   end-if
                   end-if
                   end-if
                   end-if
                   end-if
                       write bufferLine
               end-if
                   "  (no payments recorded this period)"
           end-if.

      *> Reps on a commission draw see the advance in force and
      *> what they still owe back on it.
       SHOW-DRAW-BALANCE.
           if drawOK not = 'Y'
               exit paragraph
           end-if

           move em-snum to dw-snum
           read drawFile
               invalid key
                   exit paragraph
           end-read

           move dw-amount to dispDrawAmt
           move dw-balance to dispDrawBal
           move spaces to bufferLine
           string "Draw: " delimited by size
                  function trim(dispDrawAmt) delimited by size
                  " | Recoverable: " delimited by size
                  dw-recoverable delimited by size
                  " | Unrecovered balance: " delimited by size
                  function trim(dispDrawBal) delimited by size
                  into bufferLine
           end-string
               write bufferLine.

       WRITE-AUDIT-TRAIL.
           move "COMMSTMT" to al-program
           move runStartStamp to al-start-stamp
