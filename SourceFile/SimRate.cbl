                       organization is line sequential
                       file status is TFStat.

                   select employeeMaster
                       assign to "EMPLOYEE-MASTER.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is em-snum
                       alternate record key is em-sname
                           with duplicates
                       file status is EMStat.

                   select propRateFile
                       assign to wsPropFilename
                       02 t-jur pic x(4).
                       02 t-branch pic x(3).

               fd employeeMaster.
                   copy "EMPLOYEE-MASTER.cpy".

               fd propRateFile.
                   01 proprate-record.
           01 wsTransFilename pic x(30).
           01 wsPropFilename pic x(30) value "PROPRATE.dat".
           01 TFStat pic xx.
           01 EMStat pic xx.
           01 PRStat pic xx.
           01 OFStat pic xx.
           01 AuditStat pic xx.
               02 ctl-tag  pic x(3).
               02 ctl-rest pic x(57).

           copy "COMMPRM.cpy".
           01 simPlan pic x(4).
           01 saleDate pic 9(8).
           01 rateSetDate pic 9(8) value 0.
           01 masterOK pic x value 'N'.
           01 otherPlanCount pic 9(7) value 0.

           01 proprate-table.
               02 proprate-entry occurs 1 to 20 times
               move "PROPRATE.dat" to wsPropFilename
           end-if

           display "Commission plan the proposal is for "
               "(blank = company default): " with no advancing
           accept simPlan

           perform LOAD-CURRENT-RATES
           if rateSetDate = 0
               display "SIMRATE: no current rate set in force - "
                   "nothing to compare against."
               move 8 to RETURN-CODE

           GOBACK.

      *> The current side is what COMMCALC prices the plan at on
      *> the archive's date (SEL8TRANS-Dyyyymmdd.dat, else today).
       LOAD-CURRENT-RATES.
           move function current-date(1:8) to saleDate
           if wsTransFilename(1:11) = "SEL8TRANS-D"
                   and wsTransFilename(12:8) is numeric
               move wsTransFilename(12:8) to saleDate
           end-if

           move simPlan to cc-plan
           move 0 to cc-plan-date
           move spaces to cc-prev-plan
           move saleDate to cc-date
           move 0 to cc-force-date
           move 'S' to cc-type
           move 0 to cc-sales
           move 0 to cc-ytd-comm
           move 'N' to cc-limits
           move spaces to cc-prod
           move 0 to cc-units
           call "COMMCALC" using comm-calc-parms
           end-call
           move cc-set-date to rateSetDate.

      *> The proposed file is a staged single set in COMMRATE.dat
      *> layout; every entry on it is taken as the proposal for
      *> the plan named at the prompt.
       LOAD-PROPOSED-RATES.
           open input propRateFile
           if PRStat not = "00"
               exit paragraph
           end-if

           open input employeeMaster
           if EMStat = "00"
               move 'Y' to masterOK
           end-if

           read transFile
               at end move 'Y' to transEOF
           end-read
               end-read
           end-perform

           close transFile
           if masterOK = 'Y'
               close employeeMaster
           end-if.

       SIMULATE-ONE-TRANS.
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
           move 0 to cc-force-date
           move t-type to cc-type
           move tSales to cc-sales
           move 0 to cc-ytd-comm
           move 'N' to cc-limits
           move t-prod to cc-prod
           move t-usold to cc-units
           call "COMMCALC" using comm-calc-parms
           end-call
           if cc-rep-plan not = simPlan
               add 1 to otherPlanCount
               exit paragraph
           end-if
           move cc-rate to curRate

      *> Both sides price the base the plan pays on - the sale, or
      *> its gross margin on a margin plan.
           move 0.40 to propRate
           set pr-idx to 1
           search proprate-entry varying pr-idx
               at end move 0.40 to propRate
               when cc-base <= p-breakpoint(pr-idx)
                   move p-rate(pr-idx) to propRate
           end-search

           compute curComm = cc-base * curRate
           compute propComm = cc-base * propRate
           if t-type = 'R'
               compute curComm = 0 - curComm
               compute propComm = 0 - propComm
                  into bufferLine
           end-string
               write bufferLine
           move spaces to bufferLine
           string "Plan: " delimited by size
                  simPlan delimited by size
                  " | sales dated " delimited by size
                  saleDate delimited by size
                  " | other plans' transactions skipped: "
                      delimited by size
                  otherPlanCount delimited by size
                  into bufferLine
           end-string
               write bufferLine
           write bufferLine from
               "SNum     Current       Proposed      Change"
           write bufferLine from
