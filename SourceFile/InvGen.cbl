               02 detail-entry occurs 1 to 500 times
                       depending on detailCount
                       indexed by dtl-idx.
                   03 dt-record pic x(168).
           01 detailCount pic 9(3) value 0.

           01 work-detail.
               02 wd-juris pic x(4).
               02 wd-tax   pic s9(7)v99
                   sign is leading separate character.
               02 wd-comm pic s9(5)v99
                   sign is leading separate character.
               02 wd-split-snum pic 9(6).
               02 wd-split-pct  pic 9(3).
               02 wd-territory pic x(4).
               02 wd-region    pic x(4).
               02 wd-branch    pic x(3).
               02 wd-cost   pic s9(7)v99
                   sign is leading separate character.
               02 wd-margin pic s9(7)v99
                   sign is leading separate character.
               02 wd-exempt-cert pic x(15).
               02 wd-currency   pic x(3).
               02 wd-fx-rate    pic 9(4)v9(6).
               02 wd-txn-amount pic s9(7)v99
                   sign is leading separate character.
               02 wd-txn-tax    pic s9(7)v99
                   sign is leading separate character.

           01 swapFlag pic x.
           01 sortPass pic 9(3).
           01 hold-detail pic x(168).
           01 sortCustA pic 9(6).
           01 sortCustB pic 9(6).

           01 invoiceCount pic 9(5) value 0.
           01 billedLines pic 9(5) value 0.

      *> The invoice is raised in the customer's currency: a line
      *> sold in that currency bills at its own transaction
      *> figures, any other line is billed from its base amount at
      *> today's rate.  A customer whose currency has no rate in
      *> force is left unbilled until one is on file.
           copy "FXPRM.cpy".
           01 custCurrency pic x(3) value spaces.
           01 invoiceRate pic 9(4)v9(6) value 1.
           01 invoiceRateOK pic x value 'Y'.
           01 lineAmount pic s9(7)v99.
           01 lineTax pic s9(7)v99.
           01 lineConverted pic x.
           01 unbilledLines pic 9(5) value 0.

           01 dispUsold pic ZZ9.99.
           01 dispUprice pic ZZ9.
           01 dispAmount pic $ZZZ,ZZ9.99-.
                       if invoiceLines > 0
                           perform CLOSE-ONE-INVOICE
                       end-if
                       move 0 to invoiceLines
                       move wd-cust to groupCust
                       perform FIND-CUSTOMER-NAME
                       perform FIND-INVOICE-RATE
                       if invoiceRateOK = 'Y'
                           perform OPEN-ONE-INVOICE
                       end-if
                   end-if
                   if invoiceRateOK = 'Y'
                       perform BILL-ONE-LINE
                   else
                       add 1 to unbilledLines
                   end-if
               end-if
           end-perform

           move invoiceCount to dispCount
           display "INVGEN: " function trim(dispCount)
               " invoices generated - see Invoices.dat"
           if unbilledLines > 0
               move unbilledLines to dispCount
               display "INVGEN: " function trim(dispCount)
                   " lines left unbilled - no exchange rate for the "
                   "customer's currency"
               move 4 to RETURN-CODE
           end-if

           perform WRITE-AUDIT-TRAIL

           move 0 to invoiceLines
           move 0 to invoiceTotal
           move 0 to invoiceTax

           write bufferLine from
               "========== INVOICE =========="
                  into bufferLine
           end-string
               write bufferLine
           if custCurrency not = spaces
               move spaces to bufferLine
               string "Currency: " delimited by size
                      custCurrency delimited by size
                      into bufferLine
               end-string
                   write bufferLine
           end-if
           write bufferLine from
               "-----------------------------".

       FIND-CUSTOMER-NAME.
           move "(not on customer master)" to custName
           move spaces to custTerms
           move spaces to custCurrency
           if custMasterOK = 'Y'
               move groupCust to cm-custno
               read customerMaster
                   not invalid key
                       move cm-name to custName
                       move cm-terms to custTerms
                       move cm-currency to custCurrency
               end-read
           end-if.

       FIND-INVOICE-RATE.
           move 'Y' to invoiceRateOK
           move custCurrency to fx-currency
           move runDate to fx-date
           call "FXRATE" using fx-rate-parms
           end-call
           if fx-found = 'Y'
               move fx-rate to invoiceRate
           else
               move 'N' to invoiceRateOK
               move 0 to invoiceRate
               display "WARNING: no " custCurrency " exchange rate "
                   "for " runDate " - customer " groupCust
                   " not invoiced"
           end-if.

       BILL-ONE-LINE.
           perform PRICE-LINE-IN-CURRENCY
           move wd-usold to dispUsold
           move wd-uprice to dispUprice
           move lineAmount to dispAmount

           move spaces to bufferLine
           if lineConverted = 'N'
               string "  " delimited by size
                      wd-prod delimited by size
                      " | Units: " delimited by size
                      function trim(dispUsold) delimited by size
                      " @ " delimited by size
                      function trim(dispUprice) delimited by size
                      " | Amount: " delimited by size
                      function trim(dispAmount) delimited by size
                      into bufferLine
               end-string
           else
               string "  " delimited by size
                      wd-prod delimited by size
                      " | Units: " delimited by size
                      function trim(dispUsold) delimited by size
                      " | Amount: " delimited by size
                      function trim(dispAmount) delimited by size
                      " (converted)" delimited by size
                      into bufferLine
               end-string
           end-if
               write bufferLine

           add 1 to invoiceLines
           add 1 to billedLines
           add lineAmount to invoiceTotal
           add lineTax to invoiceTax

           move 'Y' to wd-billed
           move invoiceNo to wd-invoice
           move work-detail to dt-record(dtl-idx).

       PRICE-LINE-IN-CURRENCY.
           move 'N' to lineConverted
           if wd-currency = custCurrency
                   and wd-currency not = spaces
                   and wd-txn-amount is numeric
                   and wd-txn-tax is numeric
               move wd-txn-amount to lineAmount
               move wd-txn-tax to lineTax
               exit paragraph
           end-if
           if custCurrency = spaces
               move wd-amount to lineAmount
               move wd-tax to lineTax
               if wd-currency not = spaces
                   move 'Y' to lineConverted
               end-if
               exit paragraph
           end-if
           compute lineAmount rounded = wd-amount / invoiceRate
           compute lineTax rounded = wd-tax / invoiceRate
           move 'Y' to lineConverted.

       CLOSE-ONE-INVOICE.
           write bufferLine from
               "-----------------------------"
           move invoiceTotal to ar-amount
           move 0 to ar-paid
           move 'O' to ar-status
           move custCurrency to ar-currency
           move invoiceRate to ar-fx-rate
           write ar-open-record

           perform POST-BALANCE-UP
