                       02 bu-month   pic 9(6).
                       02 bu-account pic 9(8).
                       02 bu-amount  pic 9(9)v99.
                       02 bu-region  pic x(4).

               fd auditFile.
                   copy "AUDITTRL.cpy".
                   03 bd-month   pic 9(6).
                   03 bd-account pic 9(8).
                   03 bd-amount  pic 9(9)v99.
                   03 bd-region  pic x(4).
           01 budgCount pic 9(3) value 0.
           01 budgEOF pic x value 'N'.

           01 newMonth pic 9(6).
           01 newAccount pic 9(8).
           01 newAmount pic 9(9)v99.
           01 newRegion pic x(4).
           01 foundIdx pic 9(3).
           01 keepCount pic 9(3).

               move bd-amount(bud-idx) to dispAmount
               display bd-month(bud-idx) " "
                   bd-account(bud-idx) " "
                   bd-region(bud-idx) " "
                   dispAmount
           end-perform.

           accept newMonth
           display "Enter account number (8 digits): "
               with no advancing
           accept newAccount
           display "Enter region (blank = company-wide): "
               with no advancing
           accept newRegion.

       FIND-BUDGET.
           move 0 to foundIdx
                   until bud-idx > budgCount
               if bd-month(bud-idx) = newMonth
                       and bd-account(bud-idx) = newAccount
                       and bd-region(bud-idx) = newRegion
                   set foundIdx to bud-idx
               end-if
           end-perform.
           perform FIND-BUDGET
           if foundIdx > 0
               display "A budget line already exists for that "
                   "month, account and region."
               exit paragraph
           end-if

           move newMonth to bd-month(budgCount)
           move newAccount to bd-account(budgCount)
           move newAmount to bd-amount(budgCount)
           move newRegion to bd-region(budgCount)
           move 'Y' to fileChanged
           display "Budget line added.".


           perform FIND-BUDGET
           if foundIdx = 0
               display "No budget line on file for that month, "
                   "account and region."
               exit paragraph
           end-if


           perform FIND-BUDGET
           if foundIdx = 0
               display "No budget line on file for that month, "
                   "account and region."
               exit paragraph
           end-if

                   until bud-idx > budgCount
               if bd-month(bud-idx) not = newMonth
                       or bd-account(bud-idx) not = newAccount
                       or bd-region(bud-idx) not = newRegion
                   add 1 to keepCount
                   move budget-entry(bud-idx)
                       to budget-entry(keepCount)
                           move bu-month to bd-month(budgCount)
                           move bu-account to bd-account(budgCount)
                           move bu-amount to bd-amount(budgCount)
                           move bu-region to bd-region(budgCount)
                       end-if
               end-read
           end-perform
               move bd-month(bud-idx) to bu-month
               move bd-account(bud-idx) to bu-account
               move bd-amount(bud-idx) to bu-amount
               move bd-region(bud-idx) to bu-region
               write budget-record
           end-perform
           close budgetFile.
