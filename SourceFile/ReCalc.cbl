                       organization is line sequential
                       file status is TFStat.

                   select employeeMaster
                       assign to "EMPLOYEE-MASTER.dat"
                       organization is indexed
                       02 t-jur pic x(4).
                       02 t-branch pic x(3).

               fd employeeMaster.
                   copy "EMPLOYEE-MASTER.cpy".

           01 wsTransFilename pic x(30).
           copy "LOCKPRM.cpy".
           01 TFStat pic xx.
           01 EMStat pic xx.
           01 PRStat pic xx.
           01 OFStat pic xx.
           01 newEffDate pic 9(8).
           01 adjPeriod pic 9(6).

           01 recalcPlan pic x(4).
           01 saleDate pic 9(8).
           01 masterOK pic x value 'N'.
           01 otherPlanCount pic 9(5) value 0.
           copy "COMMPRM.cpy".

           01 transEOF pic x value 'N'.
           01 ctl-work.
               02 ctl-rest pic x(31).

           01 tSales pic 9(5)v99.
           01 oldComm pic s9(5)v99.
           01 newComm pic s9(5)v99.

           display "Pay period to adjust (YYYYMM): "
               with no advancing
           accept adjPeriod
           display "Commission plan the sets belong to "
               "(blank = company default): " with no advancing
           accept recalcPlan

           display "Transaction generation to re-price "
               "(e.g. SEL8TRANS-Dyyyymmdd.dat): " with no advancing
               goback
           end-if

           perform SET-SALE-DATE

           move oldEffDate to cc-force-date
           perform CHECK-PLAN-SET
           if cc-found not = 'Y'
               display "ERROR: no rate set on COMMRATE.dat for "
                   oldEffDate " plan " recalcPlan
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           move newEffDate to cc-force-date
           perform CHECK-PLAN-SET
           if cc-found not = 'Y'
               display "ERROR: no rate set on COMMRATE.dat for "
                   newEffDate " plan " recalcPlan
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
               goback
           end-if

           open input employeeMaster
           if EMStat = "00"
               move 'Y' to masterOK
           end-if

           read transFile
               at end move 'Y' to transEOF
           end-read
           end-perform

           close transFile
           if masterOK = 'Y'
               close employeeMaster
           end-if

           if otherPlanCount > 0
               display "RECALC: " otherPlanCount " transactions "
                   "by reps on other plans left as paid"
           end-if

           if adjustCount = 0
               display "RECALC: no transactions found - no adjustments"
                  newEffDate delimited by size
                  " | period " delimited by size
                  adjPeriod delimited by size
                  " | plan " delimited by size
                  recalcPlan delimited by size
                  into bufferLine
           end-string
               write bufferLine

           GOBACK.

      *> The archive's own date (SEL8TRANS-Dyyyymmdd.dat) settles
      *> which plan each rep was on; any other name is taken as
      *> today's work.
       SET-SALE-DATE.
           move function current-date(1:8) to saleDate
           if wsTransFilename(1:11) = "SEL8TRANS-D"
                   and wsTransFilename(12:8) is numeric
               move wsTransFilename(12:8) to saleDate
           end-if.

       CHECK-PLAN-SET.
           move recalcPlan to cc-plan
           move 0 to cc-plan-date
           move spaces to cc-prev-plan
           move saleDate to cc-date
           move 'S' to cc-type
           move 0 to cc-sales
           move 0 to cc-ytd-comm
           move 'N' to cc-limits
           move spaces to cc-prod
           move 0 to cc-units
           call "COMMCALC" using comm-calc-parms
           end-call.

      *> Only the named plan's reps are re-priced; the tier rates
      *> alone are compared, the plan's limits having been settled
      *> when the sale was paid.
       REPRICE-ONE-TRANSACTION.
           compute tSales = t-usold * t-uprice

           move spaces to cc-plan
           move 0 to cc-plan-date
           move spaces to cc-prev-plan
           if masterOK = 'Y'
               move t-snum to em-snum
               read employeeMaster
                   invalid key
                       continue
                   not invalid key
                       move em-plan to cc-plan
                       move em-plan-date to cc-plan-date
                       move em-prev-plan to cc-prev-plan
               end-read
           end-if
           move saleDate to cc-date
           move t-type to cc-type
           move tSales to cc-sales
           move 0 to cc-ytd-comm
           move 'N' to cc-limits
           move t-prod to cc-prod
           move t-usold to cc-units

           move oldEffDate to cc-force-date
           call "COMMCALC" using comm-calc-parms
           end-call
           if cc-rep-plan not = recalcPlan
               add 1 to otherPlanCount
               exit paragraph
           end-if
           move cc-comm to oldComm

           move newEffDate to cc-force-date
           call "COMMCALC" using comm-calc-parms
           end-call
           move cc-comm to newComm

           if t-type = 'R'
               compute oldComm = 0 - oldComm
