           01 ageDays pic s9(5).

           01 openBalance pic s9(9)v99.
           01 baseBalance pic s9(11)v99.
           01 openCount pic 9(5) value 0.

           01 bucketCurrent pic s9(11)v99 value 0.
           end-string
               write bufferLine
           write bufferLine from
               "Buckets and totals in base currency"
           write bufferLine from
               "Invoice Cust    Ccy         Balance  Age  Bucket"
           write bufferLine from
               "------------------------------------------------"

           read arOpenFile
               at end move 'Y' to arEOF
           end-read

           perform until arEOF = 'Y'
               if ar-status not = 'C' and ar-status not = 'W'
                   perform AGE-ONE-INVOICE
               end-if
               read arOpenFile

           GOBACK.

      *> The detail line shows the balance in the invoice currency;
      *> the buckets add it in base at the rate the item is carried
      *> at, so the total agrees with receivables on the ledger.
       AGE-ONE-INVOICE.
           compute openBalance = ar-amount - ar-paid
           if openBalance = 0
               exit paragraph
           end-if
           if ar-currency not = spaces
                   and ar-fx-rate is numeric
                   and ar-fx-rate > 0
               compute baseBalance rounded = openBalance * ar-fx-rate
           else
               move openBalance to baseBalance
           end-if

           compute invoiceInt =
               function integer-of-date(ar-date)
           evaluate true
               when ageDays <= 30
                   move "CURRENT " to bucketLabel
                   add baseBalance to bucketCurrent
               when ageDays <= 60
                   move "31-60   " to bucketLabel
                   add baseBalance to bucket30
               when ageDays <= 90
                   move "61-90   " to bucketLabel
                   add baseBalance to bucket60
               when other
                   move "OVER 90 " to bucketLabel
                   add baseBalance to bucket90
           end-evaluate

           add baseBalance to totalOpen
           add 1 to openCount

           move openBalance to dispBalance
                  "  " delimited by size
                  ar-cust delimited by size
                  "  " delimited by size
                  ar-currency delimited by size
                  "  " delimited by size
                  dispBalance delimited by size
                  "  " delimited by size
                  function trim(dispAge) delimited by size

       WRITE-AGING-SUMMARY.
           write bufferLine from
               "------------------------------------------------"
           move bucketCurrent to dispBucket
           move spaces to bufferLine
           string "Current      : " delimited by size
           end-string
               write bufferLine
           write bufferLine from
               "================================================"
           write bufferLine from spaces.

       WRITE-AUDIT-TRAIL.
