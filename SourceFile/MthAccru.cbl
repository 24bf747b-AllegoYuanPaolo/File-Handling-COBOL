           01 dispCount pic ZZ,ZZ9.

           copy "AUDITPRM.cpy".
           copy "OPMSGPRM.cpy".
           copy "PERPRM.cpy".
           01 lockedPeriods pic 9 value 0.
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
           end-call
           move dc-out-date to reverseDate

      *> Both the accrual and its reversal must land in open
      *> periods - a half-booked accrual is worse than none.
           move monthEndDate to pc-date
           perform CHECK-PERIOD-LOCK
           move reverseDate to pc-date
           perform CHECK-PERIOD-LOCK
           if lockedPeriods > 0
               move "MTHACCRU" to om-program
               move 'E' to om-severity
               move "Accrual period locked - nothing posted"
                   to om-text
               call "OPERLOG" using oper-msg-parms
               end-call
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           perform LOAD-GL-ACCOUNTS
           perform SUM-UNPAID-COMMISSION


           GOBACK.

       CHECK-PERIOD-LOCK.
           call "PERCHK" using period-check-parms
           end-call
           if pc-locked = 'Y'
               display "MTHACCRU: period " pc-date(1:6)
                   " is closed (signed off by " pc-locked-by
                   ") - no accrual posted"
               add 1 to lockedPeriods
           end-if.

       READ-ACCRU-CONTROL.
           move 0 to lastAccrued
           open input accruCtlFile
