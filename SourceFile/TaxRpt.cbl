                   03 jt-lines   pic 9(5).
                   03 jt-taxable pic s9(11)v99.
                   03 jt-tax     pic s9(9)v99.
                   03 jt-ex-lines pic 9(5).
                   03 jt-exempt   pic s9(11)v99.
           01 jurisCount pic 99 value 0.
           01 jurisFound pic x.

           01 untaxedLines pic 9(5) value 0.
           01 totalTaxable pic s9(11)v99 value 0.
           01 totalTax pic s9(11)v99 value 0.
           01 exemptLines pic 9(5) value 0.
           01 totalExempt pic s9(11)v99 value 0.

           01 dispLines pic ZZ,ZZ9.
           01 dispTaxable pic $ZZZ,ZZZ,ZZ9.99-.
           01 dispTax pic $ZZZ,ZZZ,ZZ9.99-.
           01 dispExempt pic $ZZZ,ZZZ,ZZ9.99-.
           01 dispAmount pic $ZZ,ZZZ,ZZ9.99-.

           copy "AUDITPRM.cpy".
           01 runStartStamp pic x(14).

           open output reportFile
           perform WRITE-TAX-REPORT
           if exemptLines > 0
               perform WRITE-EXEMPT-SECTION
           end-if
           close reportFile

           display "TAXRPT: remittance report written for "

           close saleDetailFile.

      *> A line sold under an exemption certificate is counted as
      *> exempt in its jurisdiction, not as taxable sales.
       ROLL-ONE-DETAIL.
           move 'N' to jurisFound
           perform varying jur-idx from 1 by 1
                   until jur-idx > jurisCount or jurisFound = 'Y'
               if jt-juris(jur-idx) = sd-juris
                   move 'Y' to jurisFound
               end-if
           end-perform

               if jurisCount < 50
                   add 1 to jurisCount
                   move sd-juris to jt-juris(jurisCount)
                   move 0 to jt-lines(jurisCount)
                   move 0 to jt-taxable(jurisCount)
                   move 0 to jt-tax(jurisCount)
                   move 0 to jt-ex-lines(jurisCount)
                   move 0 to jt-exempt(jurisCount)
                   set jur-idx to jurisCount
               else
                   display "WARNING: jurisdiction table full (50) - "
                       "detail for " sd-juris " not counted"
                   exit paragraph
               end-if
           else
               set jur-idx down by 1
           end-if

           if sd-exempt-cert = spaces
               add 1 to jt-lines(jur-idx)
               add sd-amount to jt-taxable(jur-idx)
               add sd-tax to jt-tax(jur-idx)
               add sd-amount to totalTaxable
               add sd-tax to totalTax
           else
               add 1 to jt-ex-lines(jur-idx)
               add sd-amount to jt-exempt(jur-idx)
               add 1 to exemptLines
               add sd-amount to totalExempt
           end-if.

       WRITE-TAX-REPORT.
           write bufferLine from
               "==========================================="
           write bufferLine from spaces.

      *> Exempt sales by jurisdiction, then line by line with the
      *> certificate each was sold under, for the filing's
      *> exempt-sales schedule.
       WRITE-EXEMPT-SECTION.
           write bufferLine from
               "----- EXEMPT SALES (certificate on file) -----"
           write bufferLine from
               "Juris  Lines    Exempt Sales"
           perform varying jur-idx from 1 by 1
                   until jur-idx > jurisCount
               if jt-ex-lines(jur-idx) > 0
                   move jt-ex-lines(jur-idx) to dispLines
                   move jt-exempt(jur-idx) to dispExempt
                   move spaces to bufferLine
                   string jt-juris(jur-idx) delimited by size
                          "  " delimited by size
                          function trim(dispLines) delimited by size
                          "  " delimited by size
                          function trim(dispExempt) delimited by size
                          into bufferLine
                   end-string
                       write bufferLine
               end-if
           end-perform
           move totalExempt to dispExempt
           move spaces to bufferLine
           string "TOTAL | Exempt: " delimited by size
                  function trim(dispExempt) delimited by size
                  into bufferLine
           end-string
               write bufferLine
           write bufferLine from spaces

           write bufferLine from
               "Juris Date     Cust   Certificate              Amount"
           open input saleDetailFile
           if SDStat not = "00"
               exit paragraph
           end-if
           move 'N' to detailEOF
           read saleDetailFile
               at end move 'Y' to detailEOF
           end-read
           perform until detailEOF = 'Y'
               if sd-date(1:6) = reportPeriod
                       and sd-juris not = spaces
                       and sd-exempt-cert not = spaces
                   move sd-amount to dispAmount
                   move spaces to bufferLine
                   string sd-juris delimited by size
                          "  " delimited by size
                          sd-date delimited by size
                          " " delimited by size
                          sd-cust delimited by size
                          " " delimited by size
                          sd-exempt-cert delimited by size
                          " " delimited by size
                          dispAmount delimited by size
                          into bufferLine
                   end-string
                       write bufferLine
               end-if
               read saleDetailFile
                   at end move 'Y' to detailEOF
               end-read
           end-perform
           close saleDetailFile
           write bufferLine from
               "==========================================="
           write bufferLine from spaces.

       WRITE-AUDIT-TRAIL.
           move "TAXRPT" to al-program
           move runStartStamp to al-start-stamp
