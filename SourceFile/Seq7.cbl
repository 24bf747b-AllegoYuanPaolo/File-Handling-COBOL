                           with duplicates
                       file status is EMStat.

                   select payrollFile
                       assign to "SEL8-PAYROLL.dat"
                       organization is line sequential
               fd employeeMaster.
                   copy "EMPLOYEE-MASTER.cpy".

               fd payrollFile.
                   01 payroll-record.
                       02 pr-emp-number pic 9(6).
           01 confirmFlag pic x.
           01 currentMonth pic 99.

           01 PRStat pic xx.
           01 payPeriod pic 9(6).

           copy "WHPRM.cpy".
           copy "COMMPRM.cpy".

           01 commRate pic 9v99.
           01 comm pic 9(7)v99.
           01 dedAmt pic 9(7)v99.
           01 dispComm pic $ZZZ,ZZ9.99.

           copy "PHONPRM.cpy".
           copy "AUDITPRM.cpy".
           copy "CHGPRM.cpy".
           01 runStartStamp pic x(14).
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp
           move 'N' to confirmFlag
           perform until confirmFlag = 'Y' or confirmFlag = 'y'
               perform CAPTURE-TRANSACTION

            move function concatenate(currSym,currNum) to alpTotal.

      *> Priced by COMMCALC on the rep's plan in force today, with
      *> the plan's decelerator and cap against the rep's YTD.
        COMPUTE-COMMISSION.
           perform LOOKUP-REP-PLAN
           move function current-date(1:8) to cc-date
           move 0 to cc-force-date
           move 'S' to cc-type
           move tSale to cc-sales
           move 'Y' to cc-limits
           move spaces to cc-prod
           move 0 to cc-units
           call "COMMCALC" using comm-calc-parms
           end-call
           move cc-rate to commRate
           move cc-comm to comm
           if cc-limited = 'D'
               display "NOTE: plan " cc-rep-plan " decelerator "
                   "applied to this sale"
           end-if
           if cc-limited = 'C'
               display "NOTE: plan " cc-rep-plan " annual cap "
                   "reached - commission limited"
           end-if
           move comm to dispComm.

      *> A rep not yet on the master is on the default plan with
      *> nothing earned this year.
        LOOKUP-REP-PLAN.
           move spaces to cc-plan
           move 0 to cc-plan-date
           move spaces to cc-prev-plan
           move 0 to cc-ytd-comm

           open input employeeMaster
           if EMStat not = "00"
               exit paragraph
           end-if
           move sNumber to em-snum
           read employeeMaster
               invalid key
                   continue
               not invalid key
                   move em-plan to cc-plan
                   move em-plan-date to cc-plan-date
                   move em-prev-plan to cc-prev-plan
                   move em-ytd-comm to cc-ytd-comm
           end-read
           close employeeMaster.

        WRITE-PAYROLL-RECORD.
           move function current-date to curDateTime
           move curDateTime(1:6) to payPeriod

           close payrollFile.

        WRITE-AUDIT-TRAIL.
            move "SEQ7" to al-program
            move runStartStamp to al-start-stamp
           read employeeMaster
               invalid key
                   move sName to em-sname
                   move sName to ph-name
                   call "PHONKEY" using phonetic-key-parms
                   end-call
                   move ph-key to em-phon-key
                   move currentMonth to em-mtd-month
                   move tSale to em-mtd-sales
                   move comm to em-mtd-comm
                   move spaces to em-account
                   move space to em-acct-type
                   move spaces to em-branch
                   move space to em-bank-status
                   move spaces to em-plan
                   move 0 to em-plan-date
                   move spaces to em-prev-plan
                   write employee-master-record
                   move "EMP" to cj-master
                   move 'A' to cj-action
                           em-status-date ") - review this entry"
                   end-if
                   move sName to em-sname
                   move sName to ph-name
                   call "PHONKEY" using phonetic-key-parms
                   end-call
                   move ph-key to em-phon-key
                   if em-mtd-month not = currentMonth
                       move currentMonth to em-mtd-month
                       move 0 to em-mtd-sales
