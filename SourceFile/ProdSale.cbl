                   03 rp-lines  pic 9(5).
                   03 rp-units  pic 9(7)v99.
                   03 rp-amount pic s9(9)v99.
                   03 rp-cost   pic s9(9)v99.
                   03 rp-margin pic s9(9)v99.
           01 rollCount pic 9(3) value 0.
           01 rollFound pic x.

           01 companyUnits pic 9(9)v99 value 0.
           01 companySales pic s9(11)v99 value 0.
           01 companyCost pic s9(11)v99 value 0.
           01 companyMargin pic s9(11)v99 value 0.
           01 lineCost pic s9(7)v99.
           01 lineMargin pic s9(7)v99.
           01 prodDesc pic x(20).

           01 dispLines pic ZZ,ZZ9.
           01 dispAmount pic $Z,ZZZ,ZZ9.99-.
           01 dispCompanyUnits pic ZZZ,ZZZ,ZZ9.99.
           01 dispCompanySales pic $ZZZ,ZZZ,ZZ9.99-.
           01 dispCost pic $Z,ZZZ,ZZ9.99-.
           01 dispMargin pic $Z,ZZZ,ZZ9.99-.

           copy "AUDITPRM.cpy".
           01 runStartStamp pic x(14).
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp
           display "===== UNITS, REVENUE AND MARGIN BY PRODUCT ====="
           display "Period to report (YYYYMM, 0 = all): "
               with no advancing
           accept reportPeriod

           close saleDetailFile.

      *> Lines written before cost was kept carry none.
       ROLL-ONE-DETAIL.
           move 0 to lineCost
           move 0 to lineMargin
           if sd-cost is numeric and sd-margin is numeric
               move sd-cost to lineCost
               move sd-margin to lineMargin
           end-if

           move 'N' to rollFound
           perform varying roll-idx from 1 by 1
                   until roll-idx > rollCount or rollFound = 'Y'
                   add 1 to rp-lines(roll-idx)
                   add sd-usold to rp-units(roll-idx)
                   add sd-amount to rp-amount(roll-idx)
                   add lineCost to rp-cost(roll-idx)
                   add lineMargin to rp-margin(roll-idx)
               end-if
           end-perform

                   move 1 to rp-lines(rollCount)
                   move sd-usold to rp-units(rollCount)
                   move sd-amount to rp-amount(rollCount)
                   move lineCost to rp-cost(rollCount)
                   move lineMargin to rp-margin(rollCount)
               else
                   display "WARNING: product rollup table full "
                       "(100) - detail for " sd-prod " not counted"
           end-if

           add sd-usold to companyUnits
           add sd-amount to companySales
           add lineCost to companyCost
           add lineMargin to companyMargin.

       FIND-PRODUCT-DESC.
           move "(not on product master)" to prodDesc

       WRITE-PRODUCT-REPORT.
           write bufferLine from
               "===== UNITS, REVENUE AND MARGIN BY PRODUCT ====="

           move spaces to bufferLine
           if reportPeriod = 0
                      into bufferLine
               end-string
                   write bufferLine
               move rp-cost(roll-idx) to dispCost
               move rp-margin(roll-idx) to dispMargin
               move spaces to bufferLine
               string "       Cost: " delimited by size
                      function trim(dispCost) delimited by size
                      " | Margin: " delimited by size
                      function trim(dispMargin) delimited by size
                      into bufferLine
               end-string
                   write bufferLine
           end-perform

           write bufferLine from
                  into bufferLine
           end-string
               write bufferLine
           move companyCost to dispCompanySales
           move spaces to bufferLine
           string "        Cost: " delimited by size
                  function trim(dispCompanySales) delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move companyMargin to dispCompanySales
           move spaces to bufferLine
           string "      Margin: " delimited by size
                  function trim(dispCompanySales) delimited by size
                  into bufferLine
           end-string
               write bufferLine
           write bufferLine from
               "========================================"
           write bufferLine from spaces.
