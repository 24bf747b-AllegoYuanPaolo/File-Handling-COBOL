                       organization is line sequential
                       file status is PHStat.

                   select saleDetailFile
                       assign to "SEL8-SALEDTL.dat"
                       organization is line sequential
                       file status is SDStat.

                   select reportFile
                       assign to "TrendRpt.dat"
                       organization is line sequential
                       02 ph-sales   pic 9(7)v99.
                       02 ph-comm    pic 9(7)v99.

               fd saleDetailFile.
                   copy "SALE-DETAIL.cpy".

               fd reportFile.
                   01 bufferLine pic x(80).

           WORKING-STORAGE SECTION.
           copy "LOCKPRM.cpy".
           01 EMStat pic xx.
           01 empMasterOK pic x value 'N'.
           01 PHStat pic xx.
           01 SDStat pic xx.
           01 OFStat pic xx.
           01 AuditStat pic xx.

           01 lyDelta pic s9(9)v99.

           01 reportSnum pic 9(6).
           01 trendMode pic x.

      *> Region trend: sales and commission by the region they were
      *> earned in, for the 13 months ending this month.
           01 region-months.
               02 region-entry occurs 1 to 50 times
                       depending on regionCount
                       indexed by reg-idx.
                   03 rm-region pic x(4).
                   03 rm-month occurs 13 times.
                       04 rm-sales pic s9(9)v99.
                       04 rm-comm  pic s9(9)v99.
           01 regionCount pic 99 value 0.
           01 regionFound pic x.
           01 month-list.
               02 ml-period pic 9(6) occurs 13 times.
           01 workPeriod pic 9(6).
           01 workYear pic 9(4).
           01 workMonth pic 99.
           01 workRegion pic x(4).
           01 monthSlot pic 99.
           01 detailEOF pic x value 'N'.
           01 regSales pic s9(9)v99.
           01 dispRegSales pic $ZZ,ZZZ,ZZ9.99-.
           01 dispRegComm pic $ZZ,ZZZ,ZZ9.99-.
           01 empCount pic 9(5) value 0.

           01 dispSales pic $Z,ZZZ,ZZ9.99.
       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp
           display "===== 13-MONTH SALES TREND ====="
           display "(E)mployee trend or (R)egion trend: "
               with no advancing
           accept trendMode
           if trendMode = 'r' or trendMode = 'R'
               perform REGION-TREND
               perform WRITE-AUDIT-TRAIL
               goback
           end-if
           display "Employee number (0 = whole master): "
               with no advancing
           accept reportSnum
           end-if
               write bufferLine.

      *> The region trend reads the sale detail, so a rep who moves
      *> leaves their earlier months with the region that earned
      *> them.  Lines from before the region stamp was kept use the
      *> rep's current region.
       REGION-TREND.
           perform BUILD-MONTH-LIST

           move "EMP" to lp-master
           move 'C' to lp-action
           move "TRENDRPT" to lp-caller
           call "MSTRLOCK" using master-lock-parms
           end-call
           if lp-result = 'B'
               display "Master in use by " lp-holder
                   " batch - try again later"
               exit paragraph
           end-if

           open input employeeMaster
           if EMStat = "00"
               move 'Y' to empMasterOK
           end-if
           open input saleDetailFile
           if SDStat not = "00"
               display "TRENDRPT: no sale detail on "
                   "SEL8-SALEDTL.dat - no region trend."
               if empMasterOK = 'Y'
                   close employeeMaster
               end-if
               exit paragraph
           end-if

           perform until detailEOF = 'Y'
               read saleDetailFile
                   at end move 'Y' to detailEOF
                   not at end perform ROLL-REGION-LINE
               end-read
           end-perform
           close saleDetailFile
           if empMasterOK = 'Y'
               close employeeMaster
           end-if

           open output reportFile
           write bufferLine from
               "===== 13-MONTH SALES TREND BY REGION EARNED ====="
           perform varying reg-idx from 1 by 1
                   until reg-idx > regionCount
               perform WRITE-REGION-TREND
           end-perform
           if regionCount = 0
               write bufferLine from
                   "No sales in the last 13 months."
           end-if
           close reportFile

           display "TRENDRPT: trend written for " regionCount
               " regions - see TrendRpt.dat".

      *> Slot 1 is this month, slot 13 the same month last year.
       BUILD-MONTH-LIST.
           move function current-date(1:4) to workYear
           move function current-date(5:2) to workMonth
           perform varying monthSlot from 1 by 1
                   until monthSlot > 13
               compute ml-period(monthSlot) =
                   workYear * 100 + workMonth
               if workMonth = 1
                   move 12 to workMonth
                   subtract 1 from workYear
               else
                   subtract 1 from workMonth
               end-if
           end-perform.

       ROLL-REGION-LINE.
           move sd-date(1:6) to workPeriod
           move 0 to monthSlot
           perform varying scanIdx from 1 by 1
                   until scanIdx > 13 or monthSlot > 0
               if ml-period(scanIdx) = workPeriod
                   move scanIdx to monthSlot
               end-if
           end-perform
           if monthSlot = 0
               exit paragraph
           end-if

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
               move "(UN)" to workRegion
           end-if

           move 'N' to regionFound
           perform varying reg-idx from 1 by 1
                   until reg-idx > regionCount or regionFound = 'Y'
               if rm-region(reg-idx) = workRegion
                   move 'Y' to regionFound
               end-if
           end-perform
           if regionFound = 'Y'
               set reg-idx down by 1
           else
               if regionCount >= 50
                   display "WARNING: region table full (50) - "
                       workRegion " not trended"
                   exit paragraph
               end-if
               add 1 to regionCount
               set reg-idx to regionCount
               move workRegion to rm-region(reg-idx)
               perform varying scanIdx from 1 by 1
                       until scanIdx > 13
                   move 0 to rm-sales(reg-idx, scanIdx)
                   move 0 to rm-comm(reg-idx, scanIdx)
               end-perform
           end-if

           add sd-amount to rm-sales(reg-idx, monthSlot)
           add sd-comm to rm-comm(reg-idx, monthSlot).

       WRITE-REGION-TREND.
           move spaces to bufferLine
           string "Region: " delimited by size
                  rm-region(reg-idx) delimited by size
                  into bufferLine
           end-string
               write bufferLine
           write bufferLine from
               "Period  Sales            Commission"

           perform varying scanIdx from 1 by 1
                   until scanIdx > 13
               move rm-sales(reg-idx, scanIdx) to dispRegSales
               move rm-comm(reg-idx, scanIdx) to dispRegComm
               move spaces to bufferLine
               string ml-period(scanIdx) delimited by size
                      "  " delimited by size
                      dispRegSales delimited by size
                      "  " delimited by size
                      dispRegComm delimited by size
                      into bufferLine
               end-string
                   write bufferLine
           end-perform

           compute regSales = rm-sales(reg-idx, 1)
               - rm-sales(reg-idx, 13)
           move regSales to dispRegSales
           move spaces to bufferLine
           string "Change on same month last year (" delimited by size
                  ml-period(13) delimited by size
                  "): " delimited by size
                  function trim(dispRegSales) delimited by size
                  into bufferLine
           end-string
               write bufferLine
           write bufferLine from spaces.

       WRITE-AUDIT-TRAIL.
           move "TRENDRPT" to al-program
           move runStartStamp to al-start-stamp
