
           close journalFile.

      *> Contest bonuses (type S) ride the same batch but are not
      *> commission, so they sit outside the three-way tie-out.
       SUM-PAYROLL.
           open input payrollFile
           if PRStat not = "00"
                   at end move 'Y' to payrollEOF
                   not at end
                       if pr-batch = reconBatch
                               and pr-type not = 'S'
                           add 1 to payrollLines
                           if pr-sign = '-'
                               subtract pr-gross-amt
