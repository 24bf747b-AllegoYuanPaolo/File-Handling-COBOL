                       02 qf-cust      pic 9(6).
                       02 qf-list-cost pic 9(7)v99.
                       02 qf-branch    pic x(3).
                       02 qf-snum      pic 9(6).

               fd rectFile.
                   01 rect-record.
                       02 r-wid pic 9(3).
                       02 r-len pic 9(3).
                       02 r-cust pic 9(6).
                       02 r-snum pic 9(6).
                       02 r-branch pic x(3).

               fd auditFile.
                   copy "AUDITTRL.cpy".
               02 quote-entry occurs 1 to 500 times
                       depending on quoteCount
                       indexed by qt-idx.
                   03 qt-record pic x(81).
           01 quoteCount pic 9(3) value 0.

           01 work-quote.
               02 wq-cust      pic 9(6).
               02 wq-list-cost pic 9(7)v99.
               02 wq-branch    pic x(3).
               02 wq-snum      pic 9(6).

           01 lookupQuote pic 9(6).
           01 orderCust pic 9(6).

      *> Only ACCEPTED rectangle lines convert - the Seq9 order
      *> batch prices rectangles; other shapes stay on the quote
      *> for manual handling.  The stored dimensions, quoting rep
      *> and branch feed the order file so nothing is re-keyed.
       CONVERT-ONE-QUOTE.
           display "Enter accepted quote number: "
               with no advancing
           move wq-dim1 to r-wid
           move wq-dim2 to r-len
           move orderCust to r-cust
           move wq-snum to r-snum
           move wq-branch to r-branch
           write rect-record
           close rectFile

