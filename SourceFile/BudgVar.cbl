                       organization is line sequential
                       file status is JRStat.

                   select saleDetailFile
                       assign to "SEL8-SALEDTL.dat"
                       organization is line sequential
                       file status is SDStat.

                   select employeeMaster
                       assign to "EMPLOYEE-MASTER.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is em-snum
                       alternate record key is em-sname
                           with duplicates
                       file status is EMStat.

                   select reportFile
                       assign to "BudgVar.dat"
                       organization is line sequential
                       02 bu-month   pic 9(6).
                       02 bu-account pic 9(8).
                       02 bu-amount  pic 9(9)v99.
                       02 bu-region  pic x(4).

               fd journalFile.
                   01 journal-record.
                       02 jr-batch   pic 9(6).
                       02 jr-branch  pic x(3).

               fd saleDetailFile.
                   copy "SALE-DETAIL.cpy".

               fd employeeMaster.
                   copy "EMPLOYEE-MASTER.cpy".

               fd reportFile.
                   01 bufferLine pic x(80).

           WORKING-STORAGE SECTION.
           01 BUStat pic xx.
           01 JRStat pic xx.
           01 SDStat pic xx.
           01 EMStat pic xx.
           01 empMasterOK pic x value 'N'.
           01 detailEOF pic x value 'N'.
           01 regionBudgets pic 9(3) value 0.
           01 workRegion pic x(4).
           01 detailMonth pic 9(6).
           01 OFStat pic xx.
           01 AuditStat pic xx.

                       depending on varCount
                       indexed by var-idx.
                   03 vr-account    pic 9(8).
                   03 vr-region     pic x(4).
                   03 vr-budget-mo  pic 9(11)v99.
                   03 vr-budget-ytd pic 9(11)v99.
                   03 vr-actual-mo  pic s9(11)v99.
           01 varCount pic 9(3) value 0.
           01 varFound pic x.
           01 workAccount pic 9(8).
           01 workBudRegion pic x(4).

           01 varAmount pic s9(11)v99.
           01 varPct pic s9(5)v99.

           perform LOAD-BUDGET
           perform ROLL-ACTUALS
           if regionBudgets > 0
               perform ROLL-REGION-ACTUALS
           end-if

           if varCount = 0
               display "BUDGVAR: nothing budgeted or posted - "
           perform varying var-idx from 1 by 1
                   until var-idx > varCount or varFound = 'Y'
               if vr-account(var-idx) = workAccount
                       and vr-region(var-idx) = workBudRegion
                   move 'Y' to varFound
               end-if
           end-perform
               if varCount < 100
                   add 1 to varCount
                   move workAccount to vr-account(varCount)
                   move workBudRegion to vr-region(varCount)
                   if workBudRegion not = spaces
                       add 1 to regionBudgets
                   end-if
                   move 0 to vr-budget-mo(varCount)
                   move 0 to vr-budget-ytd(varCount)
                   move 0 to vr-actual-mo(varCount)
                       if bu-month(1:4) = reportYear
                               and bu-month <= reportMonth
                           move bu-account to workAccount
                           move bu-region to workBudRegion
                           perform FIND-VAR-ENTRY
                           if varFound = 'Y'
                               add bu-amount
                       if journalMonth(1:4) = reportYear
                               and journalMonth <= reportMonth
                           move jr-account to workAccount
                           move spaces to workBudRegion
                           perform FIND-VAR-ENTRY
                           if varFound = 'Y'
                               perform ADD-ONE-ACTUAL
               end-if
           end-if.

      *> A budget set for a region is measured against the
      *> commission earned there - the region stamped on each sale
      *> detail line, so a rep's transfer does not move sales already
      *> made.  Older lines without the stamp use the rep's current
      *> region.
       ROLL-REGION-ACTUALS.
           open input saleDetailFile
           if SDStat not = "00"
               display "WARNING: SEL8-SALEDTL.dat not found - "
                   "regional actuals are zero"
               exit paragraph
           end-if
           open input employeeMaster
           if EMStat = "00"
               move 'Y' to empMasterOK
           end-if

           perform until detailEOF = 'Y'
               read saleDetailFile
                   at end move 'Y' to detailEOF
                   not at end
                       move sd-date(1:6) to detailMonth
                       if detailMonth(1:4) = reportYear
                               and detailMonth <= reportMonth
                           perform ADD-REGION-ACTUAL
                       end-if
               end-read
           end-perform

           close saleDetailFile
           if empMasterOK = 'Y'
               close employeeMaster
           end-if.

       ADD-REGION-ACTUAL.
           move sd-region to workRegion
           if sd-region = spaces and sd-territory = spaces
                   and empMasterOK = 'Y'
               move sd-snum to em-snum
               read employeeMaster
                   invalid key
                       continue
                   not invalid key
                       move em-region to workRegion
               end-read
           end-if
           if workRegion = spaces
               exit paragraph
           end-if

           perform varying var-idx from 1 by 1
                   until var-idx > varCount
               if vr-region(var-idx) = workRegion
                   add sd-comm to vr-actual-ytd(var-idx)
                   if detailMonth = reportMonth
                       add sd-comm to vr-actual-mo(var-idx)
                   end-if
               end-if
           end-perform.

       WRITE-VARIANCE-REPORT.
           write bufferLine from
               "===== BUDGET VERSUS ACTUAL - COMMISSION ====="

       WRITE-ONE-ACCOUNT.
           move spaces to bufferLine
           if vr-region(var-idx) = spaces
               string "Account " delimited by size
                      vr-account(var-idx) delimited by size
                      into bufferLine
               end-string
           else
               string "Account " delimited by size
                      vr-account(var-idx) delimited by size
                      "  Region " delimited by size
                      vr-region(var-idx) delimited by size
                      " (commission earned there)" delimited by size
                      into bufferLine
               end-string
           end-if
               write bufferLine

           move vr-budget-mo(var-idx) to dispBudget
